           FILE STATUS IS WS_GENREG_FILE_STATUS.

           *> the compare run's findings - added, removed, and
           *> changed lines with the movement in the summary totals.
           *> A regeneration run writes one per date it re-cuts - see
           *> B6120_REGENERATE_ONE_DATE
           SELECT DEMO_REPORT_COMPARE ASSIGN TO WS_COMPARE_PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           *> dates DEMO-WRITER loaded back-dated records for, state
           *> 'O' until a regeneration run re-cuts that date's report
           *> and marks the line 'R' - see B6100_REGENERATE_BACKDATED
           SELECT DEMO_BACKDATED ASSIGN TO
                "../src/resources/DEMO_BACKDATED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_BACKDATED_FILE_STATUS.

           *> high-water mark of the last run covered by a report -
           *> one line, the newest demo_table run_id as of the end of
           *> the previous report run. Delta mode reports only rows
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_HWM_FILE_STATUS.

           *> who is sent which source system's burst of the report,
           *> and in which format - one line per recipient and source,
           *> maintained by operations. See B5610_LOAD_DISTRIBUTION.
           SELECT DEMO_DISTRIBUTION ASSIGN TO
                "../src/resources/DEMO_DISTRIBUTION.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_DISTRIBUTION_FILE_STATUS.

           *> work spool for the bursts - every row the full report
           *> fetched, so each source's burst is cut from the one
           *> database pass, the same way DEMO-EXTRACT splits its
           *> consumer files
           SELECT DEMO_REPORT_SPOOL ASSIGN TO
                "../src/resources/DEMO_REPORT_SPOOL.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SPOOL_FILE_STATUS.

           *> what each recipient was sent each night - appended to,
           *> never rewritten, so any night's distribution can be
           *> proved afterwards. See B5650_WRITE_MANIFEST.
           SELECT DEMO_DISTRIBUTION_MANIFEST ASSIGN TO
                "../src/resources/out/DEMO_DISTRIBUTION_MANIFEST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_MANIFEST_FILE_STATUS.

           *> may not exist yet on a fresh install (nothing has ever
           *> failed before), so its FILE STATUS is checked rather
           *> than assumed present - see B8010_WRITE_ERROR_LOG
       FD DEMO_REPORT_COMPARE.
           01 DEMO_REPORT_COMPARE_RECORD     PIC X(72).

       FD DEMO_BACKDATED.
           01 DEMO_BACKDATED_RECORD     PIC X(80).

       FD DEMO_DISTRIBUTION.
           01 DEMO_DISTRIBUTION_RECORD.
               05 DIST_RECIPIENT            PIC X(30).
               05 DIST_SOURCE               PIC X(03).
               05 FILLER                    PIC X(01).
               05 DIST_FORMAT               PIC X(04).

       FD DEMO_REPORT_SPOOL.
           01 DEMO_REPORT_SPOOL_RECORD.
               05 SPOOL_DATE                PIC X(10).
               05 SPOOL_STRING              PIC X(12).
               05 SPOOL_SRC                 PIC X(01).
               05 SPOOL_SOURCE_SYSTEM       PIC X(03).
               05 SPOOL_AMOUNT              PIC 9(09).

       FD DEMO_DISTRIBUTION_MANIFEST.
           01 DEMO_DISTRIBUTION_MANIFEST_RECORD.
               05 MAN_CUT_TS                PIC X(14).
               05 FILLER                    PIC X(01).
               05 MAN_EFF_DATE              PIC X(08).
               05 FILLER                    PIC X(01).
               05 MAN_RECIPIENT             PIC X(30).
               05 FILLER                    PIC X(01).
               05 MAN_SOURCE                PIC X(03).
               05 FILLER                    PIC X(01).
               05 MAN_FORMAT                PIC X(04).
               05 FILLER                    PIC X(01).
               05 MAN_FILE                  PIC X(40).
               05 FILLER                    PIC X(01).
               05 MAN_RECORDS               PIC 9(05).
               05 FILLER                    PIC X(01).
               05 MAN_COUNTER               PIC 9(07).
               05 FILLER                    PIC X(01).
               05 MAN_AMOUNT                PIC 9(12).

       FD DEMO_ERROR_LOG.
           01 DEMO_ERROR_LOG_RECORD     PIC X(100).

       *>      ./demo_report COMPARE 20260820 20260821063015 \
       *>          20260822101500

       *> a full run (not delta, not REGEN) also bursts the report
       *> into one file per source system - DEMO_REPORT_<src>_<date>
       *> .TXT, plus a .CSV for any source a recipient on
       *> DEMO_DISTRIBUTION.DAT takes as CSV - each paged and totalled
       *> on its own, and appends what each recipient was sent to
       *> out/DEMO_DISTRIBUTION_MANIFEST.TXT

       *> re-cut every date DEMO-WRITER flagged in DEMO_BACKDATED.TXT
       *> and compare each against its previous generation
       *>      ./demo_report REGEN
       *>      ./demo_report REGEN TESTENDTOEND

       *> ===========================================================
       *> WS_PARAMS_RUN_DATE is an optional YYYYMMDD as-of date that
       *> overrides today's date for the report cursor/title - useful
           05  WS_CMP_B_COUNTER             PIC X(07) VALUE SPACES.
           05  WS_CMP_B_AMOUNT              PIC X(12) VALUE SPACES.
       01  WS_CMP_OUT_LINE                 PIC X(72) VALUE SPACES.
       01  WS_COMPARE_PATH                 PIC X(100) VALUE
               "../src/resources/out/DEMO_REPORT_COMPARE.TXT".

       *> regeneration mode work areas - DEMO_BACKDATED.TXT is held
       *> whole so it can be written back with the re-cut dates
       *> marked, and each distinct open date is re-cut once however
       *> many runs or sources flagged it. A file too big for the
       *> table is left unmarked rather than written back short.
       01  WS_REGEN_MODE                   PIC X(01) VALUE 'F'.
           88  WS_REGEN_MODE_FALSE             VALUE 'F'.
           88  WS_REGEN_MODE_TRUE              VALUE 'T'.
       01  WS_BACKDATED_FILE_STATUS        PIC X(02) VALUE "00".
       01  WS_BKD_TABLE_MAX                PIC 9(04) VALUE 2000.
       01  WS_BKD_COUNT                    PIC 9(04) VALUE ZERO.
       01  WS_BKD_TABLE.
           05  WS_BKD_ENTRY OCCURS 2000 TIMES.
               10  WS_BKD_ENTRY_RUN_ID      PIC X(14).
               10  FILLER                   PIC X(01).
               10  WS_BKD_ENTRY_DATE        PIC X(08).
               10  FILLER                   PIC X(35).
               10  WS_BKD_ENTRY_STATE       PIC X(01).
               10  FILLER                   PIC X(01).
               10  WS_BKD_ENTRY_REGEN_TS    PIC X(14).
               10  FILLER                   PIC X(06).
       01  WS_BKD_IDX                      PIC 9(04) VALUE ZERO.
       01  WS_BKD_OVERFLOW                 PIC X(01) VALUE 'F'.
           88  WS_BKD_OVERFLOW_FALSE           VALUE 'F'.
           88  WS_BKD_OVERFLOW_TRUE            VALUE 'T'.
       01  WS_RGN_TABLE_MAX                PIC 9(03) VALUE 100.
       01  WS_RGN_COUNT                    PIC 9(03) VALUE ZERO.
       01  WS_RGN_TABLE.
           05  WS_RGN_ENTRY OCCURS 100 TIMES.
               10  WS_RGN_ENTRY_DATE        PIC X(08).
               10  WS_RGN_ENTRY_NEW_TS      PIC X(14).
       01  WS_RGN_IDX                      PIC 9(03) VALUE ZERO.
       01  WS_RGN_FOUND                    PIC X(01) VALUE 'F'.
           88  WS_RGN_FOUND_FALSE              VALUE 'F'.
           88  WS_RGN_FOUND_TRUE               VALUE 'T'.
       01  WS_RGN_PRIOR_TS                 PIC X(14) VALUE SPACES.
       01  WS_RGN_EOF                      PIC X(01) VALUE 'N'.
           88  WS_RGN_EOF_FALSE                VALUE 'N'.
           88  WS_RGN_EOF_TRUE                 VALUE 'Y'.

       *> intra-day delta mode - DEMO_REPORT_DELTA=Y reports only the
       *> rows loaded since the high-water mark the previous report
           05  WS_RPT_DELTA_HWM       PIC X(14).
           05  FILLER                 PIC X(42) VALUE SPACES.

       *> source bursts - the full report's rows are spooled as they
       *> are fetched, then replayed once per source and format
       *> through the same detail, page-break and summary paragraphs,
       *> so a branch's burst reads exactly like the combined report
       *> with only its own rows, pages and totals. Every source seen
       *> gets a text burst whether or not anyone is down for it; a
       *> CSV burst is cut only for a source a recipient asks for it.
       01  WS_BURST_MODE                   PIC X(01) VALUE 'F'.
           88  WS_BURST_MODE_FALSE             VALUE 'F'.
           88  WS_BURST_MODE_TRUE              VALUE 'T'.
       01  WS_BURST_CUTTING                PIC X(01) VALUE 'F'.
           88  WS_BURST_CUTTING_FALSE          VALUE 'F'.
           88  WS_BURST_CUTTING_TRUE           VALUE 'T'.
       01  WS_DISTRIBUTION_FILE_STATUS     PIC X(02) VALUE "00".
       01  WS_SPOOL_FILE_STATUS            PIC X(02) VALUE "00".
       01  WS_MANIFEST_FILE_STATUS         PIC X(02) VALUE "00".
       01  WS_SAVED_REPORT_PATH            PIC X(100) VALUE SPACES.
       01  WS_SAVED_OUTPUT_FORMAT          PIC X(04) VALUE SPACES.
       01  WS_COMBINED_RECORDS             PIC 9(05) VALUE ZERO.
       01  WS_BURST_RECORDS_CUT            PIC 9(05) VALUE ZERO.
       *> every reported row must land in a text burst - when they
       *> don't, the run fails and the manifest says so
       01  WS_BURSTS_COMPLETE              PIC X(01) VALUE 'T'.
           88  WS_BURSTS_COMPLETE_FALSE        VALUE 'F'.
           88  WS_BURSTS_COMPLETE_TRUE         VALUE 'T'.
       01  WS_BURST_SHORTFALL.
           05  FILLER                 PIC X(14) VALUE
                   "ROWS REPORTED ".
           05  WS_SHORTFALL_REPORTED  PIC 9(05).
           05  FILLER                 PIC X(07) VALUE " BURST ".
           05  WS_SHORTFALL_CUT       PIC 9(05).
           05  FILLER                 PIC X(09) VALUE SPACES.
       01  WS_DIST_TABLE_MAX               PIC 9(02) VALUE 50.
       01  WS_DIST_COUNT                   PIC 9(02) VALUE ZERO.
       01  WS_DIST_TABLE.
           05  WS_DIST_ENTRY OCCURS 50 TIMES.
               10  WS_DIST_ENTRY_RECIPIENT  PIC X(30).
               10  WS_DIST_ENTRY_SOURCE     PIC X(03).
               10  WS_DIST_ENTRY_FORMAT     PIC X(04).
               10  WS_DIST_ENTRY_BURST      PIC 9(02).
       01  WS_DIST_IDX                     PIC 9(02) VALUE ZERO.
       01  WS_BURST_TABLE_MAX              PIC 9(02) VALUE 30.
       01  WS_BURST_COUNT                  PIC 9(02) VALUE ZERO.
       01  WS_BURST_TABLE.
           05  WS_BURST_ENTRY OCCURS 30 TIMES.
               10  WS_BURST_ENTRY_SOURCE    PIC X(03).
               10  WS_BURST_ENTRY_FORMAT    PIC X(04).
               10  WS_BURST_ENTRY_FILE      PIC X(40).
               10  WS_BURST_ENTRY_RECORDS   PIC 9(05).
               10  WS_BURST_ENTRY_COUNTER   PIC 9(07).
               10  WS_BURST_ENTRY_AMOUNT    PIC 9(12).
               10  WS_BURST_ENTRY_SENT      PIC 9(02).
       01  WS_BURST_IDX                    PIC 9(02) VALUE ZERO.
       01  WS_FIND_BURST_SOURCE            PIC X(03) VALUE SPACES.
       01  WS_FIND_BURST_FORMAT            PIC X(04) VALUE SPACES.
       01  WS_BURST_SOURCE                 PIC X(03) VALUE SPACES.
       01  WS_BURST_EOF                    PIC X(01) VALUE 'N'.
           88  WS_BURST_EOF_FALSE              VALUE 'N'.
           88  WS_BURST_EOF_TRUE               VALUE 'Y'.
       01  WS_BURST_FOUND                  PIC X(01) VALUE 'F'.
           88  WS_BURST_FOUND_TRUE             VALUE 'T'.
           88  WS_BURST_FOUND_FALSE            VALUE 'F'.
       01  WS_RPT_BURST_SUBTITLE.
           05  FILLER                 PIC X(27) VALUE SPACES.
           05  FILLER                 PIC X(15) VALUE
                   "SOURCE SYSTEM: ".
           05  WS_RPT_BURST_SOURCE    PIC X(03).
           05  FILLER                 PIC X(27) VALUE SPACES.

       *> DB connection profile - DEMO_DB_PROFILE names which profile
       *> to connect with (TEST/PROD by default, or any other name
       *> listed in DEMO_DB_PROFILES.DAT); see B3060_DETERMINE_DB_
       *> database containing live data
           
           PERFORM B3055_ACCEPT_RUN_PARAMETERS.
           IF WS_PARAMS_TEST_SWITCH = 'REGE'
               PERFORM B6105_ACCEPT_REGEN_ARGUMENTS
           END-IF.
           PERFORM B3060_DETERMINE_DB_PROFILE.

           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.
           PERFORM B3050_SET_EFFECTIVE_DATE.
           PERFORM B3052_DETERMINE_DELTA_MODE.
           PERFORM B3054_DETERMINE_BURST_MODE.

        *> COMPARE mode sets two dated generations of the same
        *> effective date side by side - no database, just the two
               STOP RUN
           END-IF.

        *> REGEN mode re-cuts the dates late records landed on, one
        *> full report per date, and stops there
           IF WS_REGEN_MODE_TRUE
               PERFORM B6100_REGENERATE_BACKDATED
               STOP RUN
           END-IF.

        *> A normal run and an end-to-end test will act functionally
        *> the same except for using live vs test databases whereas
        *> integration tests and unit tests have their own workflows

           *> GENERAL LOGIC 
           PERFORM B5000_INITIALIZE_REPORT.
           IF WS_BURST_MODE_TRUE
               OPEN OUTPUT DEMO_REPORT_SPOOL
           END-IF.
           PERFORM B4000_READ_DB_ENTRIES_INTO_REPORT.
           IF WS_BURST_MODE_TRUE
               CLOSE DEMO_REPORT_SPOOL
           END-IF.

           PERFORM B5100_WRITE_REPORT_SUMMARY.

           *> FINISH UP - a regeneration re-cuts old dates and must
           *> not move the mark the next delta run picks up from
           IF WS_REGEN_MODE_FALSE
               PERFORM B3800_UPDATE_HIGH_WATER_MARK
           END-IF.
           PERFORM B3900_DISCONNECT.
           CLOSE DEMO_REPORT.

               PERFORM B5500_CUT_REPORT_GENERATION
           END-IF.

           IF WS_BURST_MODE_TRUE
               PERFORM B5600_BURST_BY_SOURCE
           END-IF.

           EXIT.

       *> reads each command-line argument individually by position

           EXIT.

       *> only the nightly full report is burst and distributed - a
       *> midday delta is a supplement for the desk, and a REGEN
       *> re-cut is compared, not sent
       B3054_DETERMINE_BURST_MODE.
           IF WS_DELTA_MODE_FALSE AND WS_REGEN_MODE_FALSE
               SET WS_BURST_MODE_TRUE TO TRUE
           ELSE
               SET WS_BURST_MODE_FALSE TO TRUE
           END-IF.

           EXIT.

       *> DATABASE PROCEDURES

       *> picks which named connection profile to use - DEMO_DB_PROFILE

           PERFORM B4150_HANDLE_DATE_BREAK
           PERFORM B5100_WRITE_REPORT_RECORD.
           IF WS_BURST_MODE_TRUE AND WS_BURST_CUTTING_FALSE
               PERFORM B4110_SPOOL_ROW_FOR_BURST
           END-IF.
           MOVE SPACES TO DEMO_REC.

           EXIT.

       *> after B5107 has settled the row's source ('---' for a row
       *> loaded before sources existed), so the burst it lands in
       *> is the one the combined report counted it under
       B4110_SPOOL_ROW_FOR_BURST.
           MOVE DB_DATE TO SPOOL_DATE
           MOVE DB_STRING TO SPOOL_STRING
           MOVE DB_SRC TO SPOOL_SRC
           MOVE DB_SOURCE_SYSTEM TO SPOOL_SOURCE_SYSTEM
           MOVE DB_AMOUNT TO SPOOL_AMOUNT
           WRITE DEMO_REPORT_SPOOL_RECORD.

           EXIT.

       *> in rollup mode, write a subtotal when the report_date changes
       *> and a new per-day header for the date we just landed on
       B4150_HANDLE_DATE_BREAK.

                   WRITE DEMO_REPORT_RECORD FROM WS_RPT_SUBTITLE
               END-IF
               IF WS_BURST_CUTTING_TRUE
                   WRITE DEMO_REPORT_RECORD FROM WS_RPT_BURST_SUBTITLE
               END-IF

               WRITE DEMO_REPORT_RECORD FROM WS_RPT_LINE_BREAK_SPACES
               WRITE DEMO_REPORT_RECORD FROM WS_RPT_LINE_STARS
           *> last control break (rollup mode's B5104_WRITE_DAY_HEADER)
           WRITE DEMO_REPORT_RECORD FROM WS_RPT_TITLE.
           WRITE DEMO_REPORT_RECORD FROM WS_RPT_SUBTITLE.
           IF WS_BURST_CUTTING_TRUE
               WRITE DEMO_REPORT_RECORD FROM WS_RPT_BURST_SUBTITLE
           END-IF.
           WRITE DEMO_REPORT_RECORD FROM WS_RPT_LINE_BREAK_SPACES.
           WRITE DEMO_REPORT_RECORD FROM WS_RPT_LINE_STARS.
           WRITE DEMO_REPORT_RECORD FROM WS_RPT_LINE_BREAK_SPACES.

           EXIT.

       *> SOURCE BURSTS AND DISTRIBUTION

       *> cuts one report per source (and per format a recipient
       *> wants) from the spool the full run left, then records in
       *> the manifest which recipient got which file. The combined
       *> report and its generation are already closed - its totals
       *> are only kept back to prove every row went into a burst.
       B5600_BURST_BY_SOURCE.
           MOVE WS_REPORT_PATH TO WS_SAVED_REPORT_PATH
           MOVE WS_PARAMS_OUTPUT_FORMAT TO WS_SAVED_OUTPUT_FORMAT
           MOVE WS_COUNTER TO WS_COMBINED_RECORDS
           MOVE ZERO TO WS_BURST_RECORDS_CUT

           PERFORM B5605_LIST_BURSTS_FROM_SPOOL
           PERFORM B5610_LOAD_DISTRIBUTION

           SET WS_BURST_CUTTING_TRUE TO TRUE
           MOVE ZERO TO WS_BURST_IDX
           PERFORM UNTIL WS_BURST_IDX >= WS_BURST_COUNT
               ADD 1 TO WS_BURST_IDX
               PERFORM B5620_CUT_ONE_BURST
           END-PERFORM
           SET WS_BURST_CUTTING_FALSE TO TRUE

           MOVE WS_SAVED_REPORT_PATH TO WS_REPORT_PATH
           MOVE WS_SAVED_OUTPUT_FORMAT TO WS_PARAMS_OUTPUT_FORMAT

           PERFORM B5660_PROVE_BURSTS_COMPLETE
           PERFORM B5650_WRITE_MANIFEST

           DISPLAY "SOURCE BURSTS CUT:  " WS_BURST_COUNT
           DISPLAY "RECIPIENTS SENT:    " WS_DIST_COUNT.

           EXIT.

       *> every source on the spool gets its text burst, whatever
       *> the distribution list says - the spool rather than the
       *> summary's source breakdown, which only has room for
       *> WS_SRC_TABLE_MAX sources
       B5605_LIST_BURSTS_FROM_SPOOL.
           MOVE ZERO TO WS_BURST_COUNT
           SET WS_BURST_EOF_FALSE TO TRUE

           OPEN INPUT DEMO_REPORT_SPOOL
           IF WS_SPOOL_FILE_STATUS = "00"
               PERFORM UNTIL WS_BURST_EOF_TRUE
                   READ DEMO_REPORT_SPOOL
                       AT END
                           SET WS_BURST_EOF_TRUE TO TRUE
                       NOT AT END
                           PERFORM B5606_NOTE_SPOOLED_SOURCE
                   END-READ
               END-PERFORM
               CLOSE DEMO_REPORT_SPOOL
           END-IF.

           EXIT.

       B5606_NOTE_SPOOLED_SOURCE.
           MOVE "TEXT" TO WS_FIND_BURST_FORMAT
           MOVE SPOOL_SOURCE_SYSTEM TO WS_FIND_BURST_SOURCE
           PERFORM B5615_FIND_OR_ADD_BURST.

           EXIT.

       *> DEMO_DISTRIBUTION.DAT - recipient (30), source system (3),
       *> a space, and TEXT or CSV; lines starting '*' are comments.
       *> A recipient down for a source with nothing tonight still
       *> gets that source's (empty) burst, so the manifest can show
       *> they were sent nothing rather than forgotten.
       B5610_LOAD_DISTRIBUTION.
           MOVE ZERO TO WS_DIST_COUNT
           SET WS_BURST_EOF_FALSE TO TRUE

           OPEN INPUT DEMO_DISTRIBUTION
           IF WS_DISTRIBUTION_FILE_STATUS = "00"
               PERFORM UNTIL WS_BURST_EOF_TRUE
                   READ DEMO_DISTRIBUTION
                       AT END
                           SET WS_BURST_EOF_TRUE TO TRUE
                       NOT AT END
                           IF DIST_RECIPIENT NOT = SPACES
                                   AND DIST_RECIPIENT(1:1) NOT = '*'
                               PERFORM B5611_STORE_DISTRIBUTION_LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_DISTRIBUTION
           ELSE
               DISPLAY "*** NO DEMO_DISTRIBUTION.DAT - BURSTS CUT BUT "
                   "NOBODY IS DOWN TO RECEIVE THEM ***"
           END-IF.

           EXIT.

       B5611_STORE_DISTRIBUTION_LINE.
           EVALUATE DIST_FORMAT
               WHEN "TEXT"
               WHEN "TXT "
                   MOVE "TEXT" TO WS_FIND_BURST_FORMAT
               WHEN "CSV "
                   MOVE "CSV " TO WS_FIND_BURST_FORMAT
               WHEN OTHER
                   DISPLAY "*** DISTRIBUTION LINE FOR " DIST_RECIPIENT
                       " HAS FORMAT '" DIST_FORMAT "' - NOT TEXT OR "
                       "CSV, LINE IGNORED ***"
                   MOVE SPACES TO WS_FIND_BURST_FORMAT
           END-EVALUATE

           IF WS_FIND_BURST_FORMAT NOT = SPACES
               IF WS_DIST_COUNT < WS_DIST_TABLE_MAX
                   ADD 1 TO WS_DIST_COUNT
                   MOVE DIST_RECIPIENT
                       TO WS_DIST_ENTRY_RECIPIENT(WS_DIST_COUNT)
                   MOVE DIST_SOURCE
                       TO WS_DIST_ENTRY_SOURCE(WS_DIST_COUNT)
                   MOVE WS_FIND_BURST_FORMAT
                       TO WS_DIST_ENTRY_FORMAT(WS_DIST_COUNT)
                   MOVE DIST_SOURCE TO WS_FIND_BURST_SOURCE
                   PERFORM B5615_FIND_OR_ADD_BURST
                   MOVE WS_BURST_IDX
                       TO WS_DIST_ENTRY_BURST(WS_DIST_COUNT)
               ELSE
                   DISPLAY "*** MORE THAN " WS_DIST_TABLE_MAX
                       " DISTRIBUTION LINES - " DIST_RECIPIENT
                       " NOT SENT ***"
               END-IF
           END-IF.

           EXIT.

       *> leaves WS_BURST_IDX on the burst for WS_FIND_BURST_SOURCE
       *> in WS_FIND_BURST_FORMAT, adding it if new - zero when the
       *> table is full
       B5615_FIND_OR_ADD_BURST.
           MOVE ZERO TO WS_BURST_IDX
           SET WS_BURST_FOUND_FALSE TO TRUE
           PERFORM UNTIL WS_BURST_IDX >= WS_BURST_COUNT
                               OR WS_BURST_FOUND_TRUE
               ADD 1 TO WS_BURST_IDX
               IF WS_BURST_ENTRY_SOURCE(WS_BURST_IDX)
                       = WS_FIND_BURST_SOURCE
                       AND WS_BURST_ENTRY_FORMAT(WS_BURST_IDX)
                       = WS_FIND_BURST_FORMAT
                   SET WS_BURST_FOUND_TRUE TO TRUE
               END-IF
           END-PERFORM

           IF WS_BURST_FOUND_FALSE
               IF WS_BURST_COUNT < WS_BURST_TABLE_MAX
                   ADD 1 TO WS_BURST_COUNT
                   MOVE WS_BURST_COUNT TO WS_BURST_IDX
                   MOVE WS_FIND_BURST_SOURCE
                       TO WS_BURST_ENTRY_SOURCE(WS_BURST_IDX)
                   MOVE WS_FIND_BURST_FORMAT
                       TO WS_BURST_ENTRY_FORMAT(WS_BURST_IDX)
                   MOVE SPACES TO WS_BURST_ENTRY_FILE(WS_BURST_IDX)
                   MOVE ZERO TO WS_BURST_ENTRY_RECORDS(WS_BURST_IDX)
                   MOVE ZERO TO WS_BURST_ENTRY_COUNTER(WS_BURST_IDX)
                   MOVE ZERO TO WS_BURST_ENTRY_AMOUNT(WS_BURST_IDX)
                   MOVE ZERO TO WS_BURST_ENTRY_SENT(WS_BURST_IDX)
                   PERFORM B5616_BUILD_BURST_FILE_NAME
               ELSE
                   DISPLAY "*** MORE THAN " WS_BURST_TABLE_MAX
                       " BURSTS - " WS_FIND_BURST_SOURCE " "
                       WS_FIND_BURST_FORMAT " NOT CUT ***"
                   MOVE ZERO TO WS_BURST_IDX
               END-IF
           END-IF.

           EXIT.

       *> DEMO_REPORT_<src>_<effdate>.TXT or .CSV under out/
       B5616_BUILD_BURST_FILE_NAME.
           MOVE SPACES TO WS_BURST_ENTRY_FILE(WS_BURST_IDX)
           IF WS_BURST_ENTRY_FORMAT(WS_BURST_IDX) = "CSV "
               STRING "DEMO_REPORT_" DELIMITED BY SIZE,
                   WS_BURST_ENTRY_SOURCE(WS_BURST_IDX)
                       DELIMITED BY SIZE,
                   "_" DELIMITED BY SIZE,
                   WS_EFFECTIVE_DATE_TEXT DELIMITED BY SIZE,
                   ".CSV" DELIMITED BY SIZE
               INTO WS_BURST_ENTRY_FILE(WS_BURST_IDX)
           ELSE
               STRING "DEMO_REPORT_" DELIMITED BY SIZE,
                   WS_BURST_ENTRY_SOURCE(WS_BURST_IDX)
                       DELIMITED BY SIZE,
                   "_" DELIMITED BY SIZE,
                   WS_EFFECTIVE_DATE_TEXT DELIMITED BY SIZE,
                   ".TXT" DELIMITED BY SIZE
               INTO WS_BURST_ENTRY_FILE(WS_BURST_IDX)
           END-IF.

           EXIT.

       *> one pass of the spool per burst, through B4100 exactly as
       *> the fetch loop drives it, so page breaks, rollup day breaks
       *> and the summary block come out as in the combined report
       B5620_CUT_ONE_BURST.
           MOVE SPACES TO WS_REPORT_PATH
           STRING "../src/resources/out/" DELIMITED BY SIZE,
               WS_BURST_ENTRY_FILE(WS_BURST_IDX) DELIMITED BY SPACE
           INTO WS_REPORT_PATH
           MOVE WS_BURST_ENTRY_FORMAT(WS_BURST_IDX)
               TO WS_PARAMS_OUTPUT_FORMAT
           MOVE WS_BURST_ENTRY_SOURCE(WS_BURST_IDX) TO WS_BURST_SOURCE
           MOVE WS_BURST_SOURCE TO WS_RPT_BURST_SOURCE
           PERFORM B6122_RESET_REPORT_TOTALS

           OPEN OUTPUT DEMO_REPORT
           PERFORM B5000_INITIALIZE_REPORT

           SET WS_BURST_EOF_FALSE TO TRUE
           OPEN INPUT DEMO_REPORT_SPOOL
           IF WS_SPOOL_FILE_STATUS = "00"
               PERFORM UNTIL WS_BURST_EOF_TRUE
                   READ DEMO_REPORT_SPOOL
                       AT END
                           SET WS_BURST_EOF_TRUE TO TRUE
                       NOT AT END
                           IF SPOOL_SOURCE_SYSTEM = WS_BURST_SOURCE
                               PERFORM B5621_REPLAY_SPOOLED_ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_REPORT_SPOOL
           END-IF

           PERFORM B4160_FINISH_ROLLUP
           PERFORM B5100_WRITE_REPORT_SUMMARY
           CLOSE DEMO_REPORT

           MOVE WS_COUNTER TO WS_BURST_ENTRY_RECORDS(WS_BURST_IDX)
           MOVE WS_STRING_COUNTER_TOTAL
               TO WS_BURST_ENTRY_COUNTER(WS_BURST_IDX)
           MOVE WS_AMOUNT_TOTAL TO WS_BURST_ENTRY_AMOUNT(WS_BURST_IDX)
           IF WS_BURST_ENTRY_FORMAT(WS_BURST_IDX) = "TEXT"
               ADD WS_COUNTER TO WS_BURST_RECORDS_CUT
           END-IF

           DISPLAY "BURST " WS_BURST_ENTRY_FILE(WS_BURST_IDX)
               " RECORDS " WS_COUNTER.

           EXIT.

       B5621_REPLAY_SPOOLED_ROW.
           MOVE SPOOL_DATE TO DB_DATE
           MOVE SPOOL_STRING TO DB_STRING
           MOVE SPOOL_SRC TO DB_SRC
           MOVE SPOOL_SOURCE_SYSTEM TO DB_SOURCE_SYSTEM
           MOVE SPOOL_AMOUNT TO DB_AMOUNT
           MOVE DB_DATE(1:4) TO DEMO_DATE_YYYY
           MOVE DB_DATE(6:2) TO DEMO_DATE_MM
           MOVE DB_DATE(9:2) TO DEMO_DATE_DD
           MOVE DB_STRING TO DEMO_STRING
           ADD 1 TO WS_COUNTER
           PERFORM B4100_PROCESS_DB_RECORD.

           EXIT.

       *> one line per recipient per night - the file they were sent
       *> and its record count and totals. A burst nobody is down for
       *> is recorded against no recipient and called out, so a new
       *> source turning up does not go unnoticed.
       B5650_WRITE_MANIFEST.
           OPEN EXTEND DEMO_DISTRIBUTION_MANIFEST
           IF WS_MANIFEST_FILE_STATUS = "05"
                               OR WS_MANIFEST_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_DISTRIBUTION_MANIFEST
           END-IF

           MOVE ZERO TO WS_DIST_IDX
           PERFORM UNTIL WS_DIST_IDX >= WS_DIST_COUNT
               ADD 1 TO WS_DIST_IDX
               MOVE WS_DIST_ENTRY_BURST(WS_DIST_IDX) TO WS_BURST_IDX
               IF WS_BURST_IDX > ZERO
                   ADD 1 TO WS_BURST_ENTRY_SENT(WS_BURST_IDX)
                   PERFORM B5651_BUILD_MANIFEST_LINE
                   MOVE WS_DIST_ENTRY_RECIPIENT(WS_DIST_IDX)
                       TO MAN_RECIPIENT
                   WRITE DEMO_DISTRIBUTION_MANIFEST_RECORD
               END-IF
           END-PERFORM

           MOVE ZERO TO WS_BURST_IDX
           PERFORM UNTIL WS_BURST_IDX >= WS_BURST_COUNT
               ADD 1 TO WS_BURST_IDX
               IF WS_BURST_ENTRY_SENT(WS_BURST_IDX) = ZERO
                   PERFORM B5651_BUILD_MANIFEST_LINE
                   MOVE "*** NO RECIPIENT ***" TO MAN_RECIPIENT
                   WRITE DEMO_DISTRIBUTION_MANIFEST_RECORD
                   DISPLAY "*** " WS_BURST_ENTRY_FILE(WS_BURST_IDX)
                       " HAS NO RECIPIENT ON DEMO_DISTRIBUTION.DAT ***"
               END-IF
           END-PERFORM

           IF WS_BURSTS_COMPLETE_FALSE
               PERFORM B5652_BUILD_INCOMPLETE_LINE
               WRITE DEMO_DISTRIBUTION_MANIFEST_RECORD
           END-IF

           CLOSE DEMO_DISTRIBUTION_MANIFEST.

           EXIT.

       *> the text bursts between them must hold every row the
       *> combined report did - a row short means a burst was never
       *> cut (the burst table full), and the night's distribution
       *> cannot be signed off as sent
       B5660_PROVE_BURSTS_COMPLETE.
           SET WS_BURSTS_COMPLETE_TRUE TO TRUE
           IF WS_BURST_RECORDS_CUT NOT = WS_COMBINED_RECORDS
               SET WS_BURSTS_COMPLETE_FALSE TO TRUE
               MOVE WS_COMBINED_RECORDS TO WS_SHORTFALL_REPORTED
               MOVE WS_BURST_RECORDS_CUT TO WS_SHORTFALL_CUT
               DISPLAY "*** " WS_COMBINED_RECORDS " ROWS REPORTED BUT "
                   WS_BURST_RECORDS_CUT " BURST - DISTRIBUTION "
                   "INCOMPLETE ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

           EXIT.

       B5651_BUILD_MANIFEST_LINE.
           MOVE SPACES TO DEMO_DISTRIBUTION_MANIFEST_RECORD
           MOVE WS_REPORT_GEN_TS TO MAN_CUT_TS
           MOVE WS_EFFECTIVE_DATE_TEXT TO MAN_EFF_DATE
           MOVE WS_BURST_ENTRY_SOURCE(WS_BURST_IDX) TO MAN_SOURCE
           MOVE WS_BURST_ENTRY_FORMAT(WS_BURST_IDX) TO MAN_FORMAT
           MOVE WS_BURST_ENTRY_FILE(WS_BURST_IDX) TO MAN_FILE
           MOVE WS_BURST_ENTRY_RECORDS(WS_BURST_IDX) TO MAN_RECORDS
           MOVE WS_BURST_ENTRY_COUNTER(WS_BURST_IDX) TO MAN_COUNTER
           MOVE WS_BURST_ENTRY_AMOUNT(WS_BURST_IDX) TO MAN_AMOUNT.

           EXIT.

       *> closes the night's manifest lines with the shortfall, so
       *> whoever proves the distribution from the manifest alone
       *> sees it was not whole
       B5652_BUILD_INCOMPLETE_LINE.
           MOVE SPACES TO DEMO_DISTRIBUTION_MANIFEST_RECORD
           MOVE WS_REPORT_GEN_TS TO MAN_CUT_TS
           MOVE WS_EFFECTIVE_DATE_TEXT TO MAN_EFF_DATE
           MOVE "*** BURSTS INCOMPLETE ***" TO MAN_RECIPIENT
           MOVE "***" TO MAN_SOURCE
           MOVE "TEXT" TO MAN_FORMAT
           MOVE WS_BURST_SHORTFALL TO MAN_FILE
           MOVE WS_BURST_RECORDS_CUT TO MAN_RECORDS
           MOVE ZERO TO MAN_COUNTER
           MOVE ZERO TO MAN_AMOUNT.

           EXIT.

       *> GENERATION COMPARE

       *> sets two generations of one effective date side by side:
           ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
           MOVE WS_PARAMS_ARG_VALUE(1:14) TO WS_CMP_TS_B

           PERFORM B6011_BUILD_COMPARE_PATHS.

           EXIT.

       B6011_BUILD_COMPARE_PATHS.
           MOVE SPACES TO WS_REPORT_GEN_PATH
           STRING "../src/resources/out/DEMO_REPORT_"
                   DELIMITED BY SIZE,

           EXIT.

       *> BACK-DATED REGENERATION

       *> a date's report is cut the night the date closes; records
       *> DEMO-WRITER loads for it days later (see its B4260_CHECK_
       *> BACKDATED) never appear in anything the desk was sent. Each
       *> open date in DEMO_BACKDATED.TXT gets a fresh full report
       *> and generation, compared against the generation it
       *> replaces into out/DEMO_REPORT_COMPARE_<date>.TXT, so the
       *> desk sees exactly what moved. Today's DEMO_REPORT.TXT is
       *> left alone - the regenerated text goes to its own file
       *> before being cut as the date's generation.
       B6100_REGENERATE_BACKDATED.
           SET WS_DELTA_MODE_FALSE TO TRUE
           MOVE "00000000000000" TO WS_HWM_RUN_ID
           MOVE "../src/resources/out/DEMO_REPORT_REGEN.TXT"
               TO WS_REPORT_PATH

           PERFORM B6110_LOAD_BACKDATED

           IF WS_RGN_COUNT = ZERO
               DISPLAY "NO BACK-DATED DATES AWAITING REGENERATION"
           ELSE
               MOVE ZERO TO WS_RGN_IDX
               PERFORM UNTIL WS_RGN_IDX >= WS_RGN_COUNT
                   ADD 1 TO WS_RGN_IDX
                   PERFORM B6120_REGENERATE_ONE_DATE
               END-PERFORM

               IF WS_BKD_OVERFLOW_TRUE
                   DISPLAY "DEMO_BACKDATED.TXT OVER " WS_BKD_TABLE_MAX
                       " LINES - REGENERATED DATES NOT MARKED"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM B6130_MARK_BACKDATED_REGENERATED
               END-IF
           END-IF.

           EXIT.

       *> argument 2, when given, is the usual TESTENDTOEND token -
       *> the regeneration then runs against the test database
       B6105_ACCEPT_REGEN_ARGUMENTS.
           SET WS_REGEN_MODE_TRUE TO TRUE
           MOVE SPACES TO WS_PARAMS_RUN_DATE

           IF WS_PARAMS_ARG_COUNT > 1
               MOVE 2 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               IF WS_PARAMS_ARG_VALUE = "TESTENDTOEND"
                   MOVE WS_PARAMS_ARG_VALUE(1:4)
                       TO WS_PARAMS_TEST_SWITCH
                   MOVE WS_PARAMS_ARG_VALUE(5:25)
                       TO WS_PARAMS_TEST_NAME
               END-IF
           END-IF.

           EXIT.

       B6110_LOAD_BACKDATED.
           MOVE ZERO TO WS_BKD_COUNT
           MOVE ZERO TO WS_RGN_COUNT
           SET WS_BKD_OVERFLOW_FALSE TO TRUE
           SET WS_RGN_EOF_FALSE TO TRUE

           OPEN INPUT DEMO_BACKDATED
           IF WS_BACKDATED_FILE_STATUS = "00"
               PERFORM UNTIL WS_RGN_EOF_TRUE
                   READ DEMO_BACKDATED
                       AT END
                           SET WS_RGN_EOF_TRUE TO TRUE
                       NOT AT END
                           PERFORM B6111_STORE_BACKDATED_LINE
                   END-READ
               END-PERFORM
               CLOSE DEMO_BACKDATED
           END-IF.

           EXIT.

       B6111_STORE_BACKDATED_LINE.
           IF WS_BKD_COUNT < WS_BKD_TABLE_MAX
               ADD 1 TO WS_BKD_COUNT
               MOVE DEMO_BACKDATED_RECORD TO WS_BKD_ENTRY(WS_BKD_COUNT)
               IF WS_BKD_ENTRY_STATE(WS_BKD_COUNT) = 'O'
                   PERFORM B6112_NOTE_OPEN_DATE
               END-IF
           ELSE
               SET WS_BKD_OVERFLOW_TRUE TO TRUE
           END-IF.

           EXIT.

       B6112_NOTE_OPEN_DATE.
           SET WS_RGN_FOUND_FALSE TO TRUE
           MOVE ZERO TO WS_RGN_IDX
           PERFORM UNTIL WS_RGN_IDX >= WS_RGN_COUNT
                               OR WS_RGN_FOUND_TRUE
               ADD 1 TO WS_RGN_IDX
               IF WS_RGN_ENTRY_DATE(WS_RGN_IDX)
                       = WS_BKD_ENTRY_DATE(WS_BKD_COUNT)
                   SET WS_RGN_FOUND_TRUE TO TRUE
               END-IF
           END-PERFORM

           IF WS_RGN_FOUND_FALSE
               IF WS_RGN_COUNT < WS_RGN_TABLE_MAX
                   ADD 1 TO WS_RGN_COUNT
                   MOVE WS_BKD_ENTRY_DATE(WS_BKD_COUNT)
                       TO WS_RGN_ENTRY_DATE(WS_RGN_COUNT)
                   MOVE SPACES TO WS_RGN_ENTRY_NEW_TS(WS_RGN_COUNT)
               ELSE
                   *> left open - the next regeneration run takes it
                   DISPLAY "REGENERATION TABLE FULL - DATE HELD OVER: "
                       WS_BKD_ENTRY_DATE(WS_BKD_COUNT)
               END-IF
           END-IF.

           EXIT.

       *> one full single-date report for WS_RGN_ENTRY_DATE(WS_RGN_
       *> IDX), run through the normal B1000 path so the regenerated
       *> text is laid out and cut exactly as the nightly one was
       B6120_REGENERATE_ONE_DATE.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA
           PERFORM B6121_FIND_PRIOR_GENERATION

           MOVE WS_RGN_ENTRY_DATE(WS_RGN_IDX)(1:4) TO WS_EFFECTIVE_YEAR
           MOVE WS_RGN_ENTRY_DATE(WS_RGN_IDX)(5:2)
               TO WS_EFFECTIVE_MONTH
           MOVE WS_RGN_ENTRY_DATE(WS_RGN_IDX)(7:2) TO WS_EFFECTIVE_DAY
           SET WS_ROLLUP_MODE_FALSE TO TRUE
           PERFORM B6122_RESET_REPORT_TOTALS

           DISPLAY "REGENERATING REPORT FOR "
               WS_RGN_ENTRY_DATE(WS_RGN_IDX)
           PERFORM B1000_GENERAL_LOGIC
           MOVE WS_REPORT_GEN_TS TO WS_RGN_ENTRY_NEW_TS(WS_RGN_IDX)

           *> a generation cut in the same second as the one it
           *> replaces has overwritten it - nothing left to compare
           IF WS_RGN_PRIOR_TS NOT = SPACES
                   AND WS_RGN_PRIOR_TS NOT = WS_REPORT_GEN_TS
               MOVE WS_RGN_ENTRY_DATE(WS_RGN_IDX) TO WS_CMP_EFF_DATE
               MOVE WS_RGN_PRIOR_TS TO WS_CMP_TS_A
               MOVE WS_REPORT_GEN_TS TO WS_CMP_TS_B
               PERFORM B6011_BUILD_COMPARE_PATHS
               MOVE SPACES TO WS_COMPARE_PATH
               STRING "../src/resources/out/DEMO_REPORT_COMPARE_"
                       DELIMITED BY SIZE,
                   WS_CMP_EFF_DATE DELIMITED BY SIZE,
                   ".TXT" DELIMITED BY SIZE
               INTO WS_COMPARE_PATH
               MOVE ZERO TO WS_CMP_ADDED_COUNT
               MOVE ZERO TO WS_CMP_REMOVED_COUNT
               MOVE ZERO TO WS_CMP_CHANGED_COUNT
               MOVE SPACES TO WS_CMP_A_TOTALS
               MOVE SPACES TO WS_CMP_B_TOTALS
               PERFORM B6020_LOAD_GENERATION_A
               PERFORM B6030_WALK_GENERATION_B
               PERFORM B6040_PAIR_CHANGED_LINES
               PERFORM B6050_WRITE_COMPARE_REPORT
               DISPLAY "COMPARE WRITTEN: " WS_COMPARE_PATH
           ELSE
               DISPLAY "NO EARLIER GENERATION OF "
                   WS_RGN_ENTRY_DATE(WS_RGN_IDX)
                   " ON FILE - NOTHING TO COMPARE AGAINST"
           END-IF.

           EXIT.

       *> the newest generation the register holds for the date -
       *> the version the desk last saw
       B6121_FIND_PRIOR_GENERATION.
           MOVE SPACES TO WS_RGN_PRIOR_TS
           SET WS_RGN_EOF_FALSE TO TRUE

           OPEN INPUT DEMO_REPORT_GENERATIONS
           IF WS_GENREG_FILE_STATUS = "00"
               PERFORM UNTIL WS_RGN_EOF_TRUE
                   READ DEMO_REPORT_GENERATIONS
                       AT END
                           SET WS_RGN_EOF_TRUE TO TRUE
                       NOT AT END
                           IF RPTGEN_EFF_DATE
                                   = WS_RGN_ENTRY_DATE(WS_RGN_IDX)
                               AND (WS_RGN_PRIOR_TS = SPACES
                                   OR RPTGEN_CUT_TS > WS_RGN_PRIOR_TS)
                               MOVE RPTGEN_CUT_TS TO WS_RGN_PRIOR_TS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_REPORT_GENERATIONS
           END-IF.

           EXIT.

       *> every total the report accumulates starts from zero for
       *> each date - a normal run only ever reports once
       B6122_RESET_REPORT_TOTALS.
           MOVE ZERO TO WS_COUNTER
           MOVE ZERO TO WS_STRING_COUNTER_TOTAL
           MOVE ZERO TO WS_AMOUNT_TOTAL
           MOVE ZERO TO WS_SWITCH_COUNT_A
           MOVE ZERO TO WS_SWITCH_COUNT_B
           MOVE ZERO TO WS_SWITCH_COUNT_Z
           MOVE ZERO TO WS_SWITCH_COUNT_OTHER
           MOVE ZERO TO WS_ARCHIVED_ROW_COUNT
           MOVE ZERO TO WS_SRC_COUNT
           MOVE SPACES TO WS_PRIOR_DATE
           MOVE ZERO TO WS_DAY_COUNTER
           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG.

           EXIT.

       *> the open lines for every date re-cut this run go back as
       *> 'R' with the new generation's cut timestamp; anything
       *> else (older lines, a date the table couldn't take) is
       *> written back exactly as read
       B6130_MARK_BACKDATED_REGENERATED.
           MOVE ZERO TO WS_BKD_IDX
           PERFORM UNTIL WS_BKD_IDX >= WS_BKD_COUNT
               ADD 1 TO WS_BKD_IDX
               IF WS_BKD_ENTRY_STATE(WS_BKD_IDX) = 'O'
                   PERFORM B6131_MARK_ONE_LINE
               END-IF
           END-PERFORM

           OPEN OUTPUT DEMO_BACKDATED
           MOVE ZERO TO WS_BKD_IDX
           PERFORM UNTIL WS_BKD_IDX >= WS_BKD_COUNT
               ADD 1 TO WS_BKD_IDX
               WRITE DEMO_BACKDATED_RECORD FROM WS_BKD_ENTRY(WS_BKD_IDX)
           END-PERFORM
           CLOSE DEMO_BACKDATED.

           EXIT.

       B6131_MARK_ONE_LINE.
           MOVE ZERO TO WS_RGN_IDX
           PERFORM UNTIL WS_RGN_IDX >= WS_RGN_COUNT
               ADD 1 TO WS_RGN_IDX
               IF WS_RGN_ENTRY_DATE(WS_RGN_IDX)
                       = WS_BKD_ENTRY_DATE(WS_BKD_IDX)
                   AND WS_RGN_ENTRY_NEW_TS(WS_RGN_IDX) NOT = SPACES
                   MOVE 'R' TO WS_BKD_ENTRY_STATE(WS_BKD_IDX)
                   MOVE WS_RGN_ENTRY_NEW_TS(WS_RGN_IDX)
                       TO WS_BKD_ENTRY_REGEN_TS(WS_BKD_IDX)
               END-IF
           END-PERFORM.

           EXIT.

       *> ERRORS
       B8000_SQL_ERROR.
          DISPLAY "*** SQL ERROR ***".

           PERFORM B9101_CORRECTLY_CREATE_REPORT_RECORD.
           PERFORM B9102_CORRECTLY_SET_SUMMARY_COUNT.
           PERFORM B9103_BACKDATED_DATE_RECUT_ONCE_AND_MARKED.
           PERFORM B9104_BURSTS_FROM_SOURCES_AND_DISTRIBUTION.
           PERFORM B9105_MANIFEST_LINE_LAYOUT.
           *> CORRECTLY CREATES REPORT LINE FROM SAMPLE DB QUERY
           *>        TEST WITH FULL SUMMARY LINE 
           *>       05/20/2022  -  Z  - 001

           EXIT.

       B9103_BACKDATED_DATE_RECUT_ONCE_AND_MARKED.
           DISPLAY 'BACK-DATED DATE FLAGGED TWICE IS RE-CUT ONCE'.

           MOVE ZERO TO WS_BKD_COUNT
           MOVE ZERO TO WS_RGN_COUNT
           MOVE "20260801000000 20260803 PRI 0000002 000000000200 "
               TO DEMO_BACKDATED_RECORD
           MOVE "20260807 O" TO DEMO_BACKDATED_RECORD(50:10)
           PERFORM B6111_STORE_BACKDATED_LINE
           MOVE "20260802000000 20260803 SEC 0000001 000000000050 "
               TO DEMO_BACKDATED_RECORD
           MOVE "20260807 O" TO DEMO_BACKDATED_RECORD(50:10)
           PERFORM B6111_STORE_BACKDATED_LINE
           MOVE "20260701000000 20260629 PRI 0000001 000000000010 "
               TO DEMO_BACKDATED_RECORD
           MOVE "20260702 R 20260702060000"
               TO DEMO_BACKDATED_RECORD(50:25)
           PERFORM B6111_STORE_BACKDATED_LINE

           IF WS_BKD_COUNT = 3 AND WS_RGN_COUNT = 1
                   AND WS_RGN_ENTRY_DATE(1) = "20260803"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY 'RE-CUT DATE LINES MARKED, OTHERS UNTOUCHED'.
           MOVE "20260808101500" TO WS_RGN_ENTRY_NEW_TS(1)
           MOVE ZERO TO WS_BKD_IDX
           PERFORM UNTIL WS_BKD_IDX >= WS_BKD_COUNT
               ADD 1 TO WS_BKD_IDX
               IF WS_BKD_ENTRY_STATE(WS_BKD_IDX) = 'O'
                   PERFORM B6131_MARK_ONE_LINE
               END-IF
           END-PERFORM

           IF WS_BKD_ENTRY_STATE(1) = 'R'
                   AND WS_BKD_ENTRY_REGEN_TS(2) = "20260808101500"
                   AND WS_BKD_ENTRY_REGEN_TS(3) = "20260702060000"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE ZERO TO WS_BKD_COUNT
           MOVE ZERO TO WS_RGN_COUNT.

           EXIT.

       B9104_BURSTS_FROM_SOURCES_AND_DISTRIBUTION.
           DISPLAY 'ONE TEXT BURST PER SOURCE, CSV ONLY ON REQUEST'.

           MOVE "20260812" TO WS_EFFECTIVE_DATE_TEXT
           MOVE ZERO TO WS_BURST_COUNT
           MOVE "PRI" TO SPOOL_SOURCE_SYSTEM
           PERFORM B5606_NOTE_SPOOLED_SOURCE
           MOVE "SEC" TO SPOOL_SOURCE_SYSTEM
           PERFORM B5606_NOTE_SPOOLED_SOURCE
           MOVE "PRI" TO SPOOL_SOURCE_SYSTEM
           PERFORM B5606_NOTE_SPOOLED_SOURCE

           MOVE ZERO TO WS_DIST_COUNT
           MOVE "TREASURY DESK                 PRI TEXT"
               TO DEMO_DISTRIBUTION_RECORD
           PERFORM B5611_STORE_DISTRIBUTION_LINE
           MOVE "SETTLEMENTS                   PRI CSV "
               TO DEMO_DISTRIBUTION_RECORD
           PERFORM B5611_STORE_DISTRIBUTION_LINE
           MOVE "SETTLEMENTS                   SEC TXT "
               TO DEMO_DISTRIBUTION_RECORD
           PERFORM B5611_STORE_DISTRIBUTION_LINE
           MOVE "AUDIT                         SEC PDF "
               TO DEMO_DISTRIBUTION_RECORD
           PERFORM B5611_STORE_DISTRIBUTION_LINE

           DISPLAY "EXPECTED: 03 BURSTS 03 RECIPIENTS"
           DISPLAY "ACTUAL:   " WS_BURST_COUNT " BURSTS "
               WS_DIST_COUNT " RECIPIENTS"

           IF WS_BURST_COUNT = 3 AND WS_DIST_COUNT = 3
                   AND WS_DIST_ENTRY_BURST(1) = 1
                   AND WS_DIST_ENTRY_BURST(2) = 3
                   AND WS_DIST_ENTRY_BURST(3) = 2
                   AND WS_BURST_ENTRY_FORMAT(3) = "CSV "
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY 'BURST FILE NAMED BY SOURCE, DATE AND FORMAT'.
           DISPLAY "EXPECTED: DEMO_REPORT_PRI_20260812.CSV"
           DISPLAY "ACTUAL:   " WS_BURST_ENTRY_FILE(3)

           IF WS_BURST_ENTRY_FILE(1) = "DEMO_REPORT_PRI_20260812.TXT"
                   AND WS_BURST_ENTRY_FILE(3)
                       = "DEMO_REPORT_PRI_20260812.CSV"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE ZERO TO WS_SRC_COUNT
           MOVE ZERO TO WS_DIST_COUNT.

           DISPLAY 'A BURST FOR EVERY SOURCE, PAST THE SUMMARY''S TEN'.
           MOVE ZERO TO WS_BURST_COUNT
           MOVE ZERO TO WS_SRC_IDX
           PERFORM UNTIL WS_SRC_IDX >= 12
               ADD 1 TO WS_SRC_IDX
               MOVE SPACES TO SPOOL_SOURCE_SYSTEM
               STRING "S" DELIMITED BY SIZE,
                   WS_SRC_IDX DELIMITED BY SIZE
               INTO SPOOL_SOURCE_SYSTEM
               PERFORM B5606_NOTE_SPOOLED_SOURCE
           END-PERFORM
           DISPLAY "EXPECTED: 12 BURSTS, THE LAST S12"
           DISPLAY "ACTUAL:   " WS_BURST_COUNT " BURSTS, THE LAST "
               WS_BURST_ENTRY_SOURCE(WS_BURST_COUNT)
           IF WS_BURST_COUNT = 12
                   AND WS_BURST_ENTRY_SOURCE(12) = "S12"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE ZERO TO WS_SRC_IDX
           MOVE ZERO TO WS_BURST_COUNT.

           EXIT.

       B9105_MANIFEST_LINE_LAYOUT.
           DISPLAY 'MANIFEST LINE CARRIES FILE, RECORDS AND TOTALS'.

           MOVE "20260812220500" TO WS_REPORT_GEN_TS
           MOVE "20260812" TO WS_EFFECTIVE_DATE_TEXT
           MOVE 1 TO WS_BURST_IDX
           MOVE "SEC" TO WS_BURST_ENTRY_SOURCE(1)
           MOVE "TEXT" TO WS_BURST_ENTRY_FORMAT(1)
           MOVE "DEMO_REPORT_SEC_20260812.TXT"
               TO WS_BURST_ENTRY_FILE(1)
           MOVE 12 TO WS_BURST_ENTRY_RECORDS(1)
           MOVE 34 TO WS_BURST_ENTRY_COUNTER(1)
           MOVE 5600 TO WS_BURST_ENTRY_AMOUNT(1)
           PERFORM B5651_BUILD_MANIFEST_LINE
           MOVE "SETTLEMENTS" TO MAN_RECIPIENT

           DISPLAY "EXPECTED: 20260812220500 20260812 SETTLEMENTS"
           DISPLAY "ACTUAL:   " DEMO_DISTRIBUTION_MANIFEST_RECORD(1:45)

           IF DEMO_DISTRIBUTION_MANIFEST_RECORD(1:36)
                       = "20260812220500 20260812 SETTLEMENTS "
                   AND DEMO_DISTRIBUTION_MANIFEST_RECORD(56:8)
                       = "SEC TEXT"
                   AND DEMO_DISTRIBUTION_MANIFEST_RECORD(106:26)
                       = "00012 0000034 000000005600"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE ZERO TO WS_BURST_COUNT.

           DISPLAY 'A BURST SHORTFALL FAILS THE RUN AND THE MANIFEST'.
           MOVE 25 TO WS_COMBINED_RECORDS
           MOVE 21 TO WS_BURST_RECORDS_CUT
           PERFORM B5660_PROVE_BURSTS_COMPLETE
           PERFORM B5652_BUILD_INCOMPLETE_LINE
           DISPLAY "EXPECTED: F RC 1 ROWS REPORTED 00025 BURST 00021"
           DISPLAY "ACTUAL:   " WS_BURSTS_COMPLETE " RC " RETURN-CODE
               " " MAN_FILE(1:31)
           IF WS_BURSTS_COMPLETE_FALSE AND RETURN-CODE = 1
                   AND MAN_FILE(1:31)
                       = "ROWS REPORTED 00025 BURST 00021"
                   AND MAN_RECIPIENT = "*** BURSTS INCOMPLETE ***"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE ZERO TO RETURN-CODE
           MOVE ZERO TO WS_COMBINED_RECORDS
           MOVE ZERO TO WS_BURST_RECORDS_CUT
           SET WS_BURSTS_COMPLETE_TRUE TO TRUE.

           EXIT.

       B9200_INTEGRATION_TESTS.
           DISPLAY 'RUNNING INTEGRATION TESTS!'
              
