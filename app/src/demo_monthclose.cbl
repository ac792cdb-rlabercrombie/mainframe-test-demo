       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> finance's account-mapping table - one line per switch
           *> code and source system naming the GL account debited and
           *> the account credited for that business. A source of
           *> '***' covers every source of the switch not listed on
           *> its own line - see B4525_RESOLVE_GL_ACCOUNTS.
           SELECT DEMO_GL_ACCOUNTS ASSIGN TO
                "../src/resources/DEMO_GL_ACCOUNTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_GL_ACCOUNTS_FILE_STATUS.

           *> standing register of GL journals cut - one line per
           *> journal, appended and never rewritten, so nothing is
           *> posted to the ledger twice - see B4510_READ_GL_REGISTER.
           *> May not exist before the first journal.
           SELECT DEMO_GL_REGISTER ASSIGN TO
                "../src/resources/DEMO_GL_REGISTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_GL_REGISTER_FILE_STATUS.

           *> the posting file itself, one per journal, named for its
           *> journal id - see B4540_WRITE_GL_JOURNAL
           SELECT DEMO_GL_JOURNAL ASSIGN TO WS_GL_JOURNAL_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_GL_JOURNAL_FILE_STATUS.

           *> may not exist yet on a fresh install (nothing has ever
           *> failed before), so its FILE STATUS is checked rather
           *> than assumed present - see B8010_WRITE_ERROR_LOG
       DATA DIVISION.
       FILE SECTION.

       FD DEMO_GL_ACCOUNTS.
           01 DEMO_GL_ACCOUNTS_RECORD.
               05 GLACCT_SWITCH             PIC X(01).
               05 FILLER                    PIC X(01).
               05 GLACCT_SOURCE             PIC X(03).
               05 FILLER                    PIC X(01).
               05 GLACCT_DEBIT              PIC X(10).
               05 FILLER                    PIC X(01).
               05 GLACCT_CREDIT             PIC X(10).
               05 FILLER                    PIC X(01).
               05 GLACCT_DESCRIPTION        PIC X(30).

       FD DEMO_GL_REGISTER.
           01 DEMO_GL_REGISTER_RECORD.
               05 GLREG_PERIOD              PIC X(06).
               05 FILLER                    PIC X(01).
               05 GLREG_JOURNAL_ID          PIC X(10).
               05 FILLER                    PIC X(01).
               05 GLREG_KIND                PIC X(08).
               05 FILLER                    PIC X(01).
               05 GLREG_CUT_TS              PIC X(14).
               05 FILLER                    PIC X(01).
               05 GLREG_LINE_COUNT          PIC 9(05).
               05 FILLER                    PIC X(01).
               05 GLREG_DEBIT_TOTAL         PIC 9(14).
               05 FILLER                    PIC X(01).
               05 GLREG_CREDIT_TOTAL        PIC 9(14).
               05 FILLER                    PIC X(03).

       FD DEMO_GL_JOURNAL.
           01 DEMO_GL_JOURNAL_RECORD        PIC X(80).

       FD DEMO_ERROR_LOG.
           01 DEMO_ERROR_LOG_RECORD     PIC X(100).

       *> rebuilding, and reports the before/after variance by switch
       *> code so finance can see exactly what the restatement
       *> changed.
       *> The close also cuts finance's general-ledger posting file:
       *> the period's amounts by switch code and source system,
       *> each a balanced debit/credit pair on the accounts
       *> DEMO_GL_ACCOUNTS.DAT maps it to, wrapped in a batch header
       *> and a control trailer. What was posted, and to which
       *> accounts, is kept per period in demo_gl_posted, so a
       *> re-close after DEMO-REOPEN cuts only reversing and
       *> restating entries for the switch/source pairs that moved,
       *> the reversals going back against the accounts originally
       *> posted. Every journal goes on the GL register.
       *> A journal that can't be cut (an unmapped switch/source)
       *> leaves the close standing; fix the mapping and cut it with
       *> GLONLY.

       *> example argument usage:

       *> close July 2026
       *>      ./demo_monthclose 202607

       *> cut (or restate) July 2026's GL journal for the period as
       *> it already stands closed
       *>      ./demo_monthclose 202607 GLONLY

       *> for running only unit tests
       *>      ./demo_monthclose TESTUNIT

       01 WS_PARAMS_ARG_NUM                PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_VALUE              PIC X(29) VALUE SPACES.
       01 WS_PARAMS_PERIOD                 PIC X(06) VALUE SPACES.
       01 WS_PARAMS_GL_ONLY                PIC X(01) VALUE 'F'.
           88 WS_PARAMS_GL_ONLY_FALSE          VALUE 'F'.
           88 WS_PARAMS_GL_ONLY_TRUE           VALUE 'T'.

       *> test counters
       01 WS_TEST_PASSED                           PIC 9(2) VALUE ZERO.
       01  WS_VAR_DELTA_RECS_PIC           PIC +(7)9 VALUE ZERO.
       01  WS_VAR_DELTA_CNTR_PIC           PIC +(7)9 VALUE ZERO.

       *> general-ledger journal work areas - the mapping table, one
       *> entry per switch/source pair with what was posted before
       *> and what the period holds now, and the journal lines built
       *> from the difference before anything is written
       01  WS_GL_ACCOUNTS_FILE_STATUS      PIC X(02) VALUE "00".
       01  WS_GL_REGISTER_FILE_STATUS      PIC X(02) VALUE "00".
       01  WS_GL_JOURNAL_FILE_STATUS       PIC X(02) VALUE "00".
       01  WS_GL_FILE_ERROR                PIC X(60) VALUE SPACES.
       01  WS_GL_JOURNAL_PATH              PIC X(100) VALUE SPACES.
       01  WS_GL_EOF                       PIC X(01) VALUE 'N'.
           88  WS_GL_EOF_FALSE                 VALUE 'N'.
           88  WS_GL_EOF_TRUE                  VALUE 'Y'.

       01  WS_GL_MAP_TABLE_MAX             PIC 9(03) VALUE 100.
       01  WS_GL_MAP_COUNT                 PIC 9(03) VALUE ZERO.
       01  WS_GL_MAP_TABLE.
           05  WS_GL_MAP_ENTRY OCCURS 100 TIMES.
               10  WS_GL_MAP_SWITCH         PIC X(01).
               10  WS_GL_MAP_SOURCE         PIC X(03).
               10  WS_GL_MAP_DEBIT          PIC X(10).
               10  WS_GL_MAP_CREDIT         PIC X(10).
       01  WS_GL_MAP_IDX                   PIC 9(03) VALUE ZERO.
       01  WS_GL_MAP_EXACT_IDX             PIC 9(03) VALUE ZERO.
       01  WS_GL_MAP_WILD_IDX              PIC 9(03) VALUE ZERO.

       01  WS_GL_KEY_TABLE_MAX             PIC 9(02) VALUE 50.
       01  WS_GL_KEY_COUNT                 PIC 9(02) VALUE ZERO.
       01  WS_GL_KEY_TABLE.
           05  WS_GL_KEY_ENTRY OCCURS 50 TIMES.
               10  WS_GL_KEY_SWITCH         PIC X(01).
               10  WS_GL_KEY_SOURCE         PIC X(03).
               10  WS_GL_KEY_OLD_AMOUNT     PIC 9(12).
               10  WS_GL_KEY_NEW_AMOUNT     PIC 9(12).
               10  WS_GL_KEY_OLD_JOURNAL    PIC X(10).
               10  WS_GL_KEY_OLD_DEBIT      PIC X(10).
               10  WS_GL_KEY_OLD_CREDIT     PIC X(10).
               10  WS_GL_KEY_DEBIT          PIC X(10).
               10  WS_GL_KEY_CREDIT         PIC X(10).
       01  WS_GL_KEY_IDX                   PIC 9(02) VALUE ZERO.
       01  WS_GL_KEY_MATCH_IDX             PIC 9(02) VALUE ZERO.
       01  WS_GL_KEY_MATCHED               PIC X(01) VALUE 'F'.
           88  WS_GL_KEY_MATCHED_FALSE         VALUE 'F'.
           88  WS_GL_KEY_MATCHED_TRUE          VALUE 'T'.

       01  WS_GL_LINE_TABLE_MAX            PIC 9(03) VALUE 200.
       01  WS_GL_LINE_COUNT                PIC 9(03) VALUE ZERO.
       01  WS_GL_LINE_TABLE.
           05  WS_GL_LINE_ENTRY OCCURS 200 TIMES.
               10  WS_GL_LINE_ACCOUNT       PIC X(10).
               10  WS_GL_LINE_DRCR          PIC X(01).
               10  WS_GL_LINE_AMOUNT        PIC 9(12).
               10  WS_GL_LINE_SWITCH        PIC X(01).
               10  WS_GL_LINE_SOURCE        PIC X(03).
               10  WS_GL_LINE_NARRATIVE     PIC X(20).
       01  WS_GL_LINE_IDX                  PIC 9(03) VALUE ZERO.

       *> the line about to be added - see B4535_ADD_JOURNAL_LINE
       01  WS_GL_NEXT_ACCOUNT              PIC X(10) VALUE SPACES.
       01  WS_GL_NEXT_DRCR                 PIC X(01) VALUE SPACE.
       01  WS_GL_NEXT_AMOUNT               PIC 9(12) VALUE ZERO.
       01  WS_GL_NEXT_NARRATIVE            PIC X(20) VALUE SPACES.

       01  WS_GL_DEBIT_TOTAL               PIC 9(14) VALUE ZERO.
       01  WS_GL_CREDIT_TOTAL              PIC 9(14) VALUE ZERO.
       01  WS_GL_UNMAPPED_COUNT            PIC 9(03) VALUE ZERO.
       01  WS_GL_PRIOR_JOURNALS            PIC 9(02) VALUE ZERO.
       01  WS_GL_JOURNAL_SEQ               PIC 9(02) VALUE ZERO.
       01  WS_GL_JOURNAL_KIND              PIC X(08) VALUE SPACES.
       01  WS_GL_CUT_TS                    PIC X(14) VALUE SPACES.
       01  WS_GL_OVERFLOW                  PIC X(01) VALUE 'F'.
           88  WS_GL_OVERFLOW_FALSE            VALUE 'F'.
           88  WS_GL_OVERFLOW_TRUE             VALUE 'T'.
       01  WS_GL_POSTED_FOUND              PIC X(01) VALUE 'F'.
           88  WS_GL_POSTED_FOUND_FALSE        VALUE 'F'.
           88  WS_GL_POSTED_FOUND_TRUE         VALUE 'T'.

       *> the posting file's batch header, journal lines and control
       *> trailer - the same 'H'/'T' wrapping every file this system
       *> sends downstream carries
       01  WS_GL_HEADER.
           05  WS_GL_HEADER_TYPE            PIC X(01) VALUE 'H'.
           05  WS_GL_HEADER_JOURNAL         PIC X(10).
           05  WS_GL_HEADER_PERIOD          PIC X(06).
           05  WS_GL_HEADER_KIND            PIC X(08).
           05  WS_GL_HEADER_CUT_TS          PIC X(14).
           05  WS_GL_HEADER_ORIGIN          PIC X(08) VALUE "DEMO".
           05  FILLER                       PIC X(33) VALUE SPACES.
       01  WS_GL_DETAIL.
           05  WS_GL_DETAIL_TYPE            PIC X(01) VALUE 'L'.
           05  WS_GL_DETAIL_JOURNAL         PIC X(10).
           05  WS_GL_DETAIL_LINE_NO         PIC 9(05).
           05  WS_GL_DETAIL_ACCOUNT         PIC X(10).
           05  WS_GL_DETAIL_DRCR            PIC X(01).
           *> amount in cents, as loaded
           05  WS_GL_DETAIL_AMOUNT          PIC 9(12).
           05  WS_GL_DETAIL_SWITCH          PIC X(01).
           05  WS_GL_DETAIL_SOURCE          PIC X(03).
           05  WS_GL_DETAIL_PERIOD          PIC X(06).
           05  WS_GL_DETAIL_NARRATIVE       PIC X(20).
           05  FILLER                       PIC X(11) VALUE SPACES.
       01  WS_GL_TRAILER.
           05  WS_GL_TRAILER_TYPE           PIC X(01) VALUE 'T'.
           05  WS_GL_TRAILER_JOURNAL        PIC X(10).
           05  WS_GL_TRAILER_LINES          PIC 9(05).
           05  WS_GL_TRAILER_DEBITS         PIC 9(14).
           05  WS_GL_TRAILER_CREDITS        PIC 9(14).
           05  FILLER                       PIC X(36) VALUE SPACES.

       *> DB connection profile - DEMO_DB_PROFILE names which profile
       *> to connect with (TEST/PROD by default, or any other name
       *> listed in DEMO_DB_PROFILES.DAT); see B3060_DETERMINE_DB_
       01  DB_SWITCH_CODE          PIC X(01).
       01  DB_RECORD_TOTAL         PIC 9(08).
       01  DB_COUNTER_TOTAL        PIC 9(08).
       01  DB_SOURCE_SYSTEM        PIC X(03).
       01  DB_AMOUNT_TOTAL         PIC 9(12).
       01  DB_JOURNAL_ID           PIC X(10).
       01  DB_POSTED_JOURNAL_ID    PIC X(10).
       01  DB_DEBIT_ACCOUNT        PIC X(10).
       01  DB_CREDIT_ACCOUNT       PIC X(10).

       EXEC SQL END DECLARE SECTION END-EXEC.

           PERFORM B3100_CONNECT

           *> GENERAL LOGIC
           IF WS_PARAMS_GL_ONLY_TRUE
               PERFORM B4012_CHECK_PERIOD_IS_CLOSED
               PERFORM B4020_BUILD_PERIOD_BOUNDS
               PERFORM B4500_CUT_GL_JOURNAL
               PERFORM B3900_DISCONNECT
           ELSE
               PERFORM B4010_CHECK_PERIOD_NOT_CLOSED
               PERFORM B4020_BUILD_PERIOD_BOUNDS
               PERFORM B4027_CAPTURE_PRIOR_SUMMARY
               PERFORM B4030_SUMMARIZE_PERIOD
               IF WS_RESTATEMENT_TRUE
                   PERFORM B4032_CAPTURE_NEW_SUMMARY
               END-IF
               PERFORM B4040_MARK_PERIOD_CLOSED

               DISPLAY "=== DEMO MONTH CLOSE ==="
               DISPLAY "PERIOD CLOSED:        " WS_PARAMS_PERIOD
               DISPLAY "SUMMARY ROWS WRITTEN: " DB_SUMMARY_ROW_COUNT

               IF WS_RESTATEMENT_TRUE
                   PERFORM B4035_REPORT_RESTATEMENT_VARIANCE
               END-IF

               *> the close is committed before the journal is cut -
               *> a journal that can't be cut is reported and left
               *> for a GLONLY run, it doesn't undo the close
               PERFORM B4500_CUT_GL_JOURNAL

               *> FINISH UP
               PERFORM B3900_DISCONNECT
           END-IF

           EXIT.

       *> reads each command-line argument individually by position -
       *> the YYYYMM period to close (or a TEST switch), then
       *> optionally GLONLY to cut the journal of a closed period
       B3055_ACCEPT_RUN_PARAMETERS.
           ACCEPT WS_PARAMS_ARG_COUNT FROM ARGUMENT-NUMBER.

               END-IF
           END-IF

           IF WS_PARAMS_ARG_COUNT > 1 AND NOT WS_PARAMS_TEST
               MOVE 2 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               IF WS_PARAMS_ARG_VALUE = "GLONLY"
                   SET WS_PARAMS_GL_ONLY_TRUE TO TRUE
               ELSE
                   MOVE SPACES TO WS_PARAMS_PERIOD
               END-IF
           END-IF

           IF NOT WS_PARAMS_TEST
               IF WS_PARAMS_PERIOD NOT NUMERIC
                   DISPLAY "USAGE: demo_monthclose <YYYYMM> [GLONLY]"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF

           EXIT.

       *> a GLONLY run works from the period as it stands closed -
       *> an open period has no settled figures to post
       B4012_CHECK_PERIOD_IS_CLOSED.
           MOVE WS_PARAMS_PERIOD TO DB_PERIOD

           EXEC SQL
               SELECT COUNT(*) INTO :DB_CLOSED_COUNT
               FROM demo_closed_periods
               WHERE period = :DB_PERIOD
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           IF DB_CLOSED_COUNT = ZERO
               DISPLAY "*** PERIOD " WS_PARAMS_PERIOD
                   " IS NOT CLOSED - NO GL JOURNAL CUT ***"
               MOVE 1 TO RETURN-CODE
               PERFORM B3900_DISCONNECT
               STOP RUN
           END-IF.

           EXIT.

       B4020_BUILD_PERIOD_BOUNDS.
           MOVE WS_PARAMS_PERIOD TO WS_PERIOD_SPLIT
           PERFORM B4025_COMPUTE_MONTH_LAST_DAY

           EXIT.

       *> GENERAL-LEDGER JOURNAL

       *> what was posted before (demo_gl_posted) against what the
       *> period holds now: no prior posting cuts the ORIGINAL
       *> journal, a prior one cuts a RESTATE journal of reversing
       *> and restating lines for the pairs that moved. Nothing is
       *> written unless every pair maps to GL accounts and the lines
       *> balance.
       B4500_CUT_GL_JOURNAL.
           MOVE ZERO TO WS_GL_KEY_COUNT
           MOVE ZERO TO WS_GL_LINE_COUNT
           SET WS_GL_OVERFLOW_FALSE TO TRUE
           MOVE WS_CURRENT_DATE_DATA(1:14) TO WS_GL_CUT_TS

           PERFORM B4505_LOAD_GL_ACCOUNTS
           PERFORM B4510_READ_GL_REGISTER
           PERFORM B4515_COLLECT_POSTED_POSITIONS

           IF WS_GL_POSTED_FOUND_FALSE AND WS_GL_PRIOR_JOURNALS > ZERO
               DISPLAY "*** GL REGISTER ALREADY HOLDS "
                   WS_GL_PRIOR_JOURNALS " JOURNAL(S) FOR "
                   WS_PARAMS_PERIOD " BUT NO POSTED POSITIONS ARE "
                   "ON FILE - NOT CUTTING A SECOND ORIGINAL ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS_GL_POSTED_FOUND_TRUE
                   MOVE "RESTATE" TO WS_GL_JOURNAL_KIND
               ELSE
                   MOVE "ORIGINAL" TO WS_GL_JOURNAL_KIND
               END-IF
               PERFORM B4520_COLLECT_PERIOD_POSITIONS
               PERFORM B4525_RESOLVE_GL_ACCOUNTS
               PERFORM B4530_BUILD_JOURNAL_LINES
               PERFORM B4538_DECIDE_JOURNAL
           END-IF.

           EXIT.

       *> cut only a complete, balanced, mapped journal - anything
       *> less is refused out loud with the period left closed
       B4538_DECIDE_JOURNAL.
           EVALUATE TRUE
               WHEN WS_GL_OVERFLOW_TRUE
                   DISPLAY "*** GL JOURNAL TOO LARGE FOR ONE CUT - "
                       "NO JOURNAL WRITTEN ***"
                   MOVE 1 TO RETURN-CODE
               WHEN WS_GL_UNMAPPED_COUNT > ZERO
                   DISPLAY "*** " WS_GL_UNMAPPED_COUNT " SWITCH/SOURCE "
                       "PAIR(S) HAVE NO GL ACCOUNT - NO JOURNAL "
                       "WRITTEN ***"
                   DISPLAY "FIX DEMO_GL_ACCOUNTS.DAT THEN RUN: "
                       "demo_monthclose " WS_PARAMS_PERIOD " GLONLY"
                   MOVE 1 TO RETURN-CODE
               WHEN WS_GL_LINE_COUNT = ZERO
                   DISPLAY "GL: NOTHING MOVED SINCE THE LAST JOURNAL "
                       "FOR " WS_PARAMS_PERIOD " - NO JOURNAL CUT"
               WHEN WS_GL_DEBIT_TOTAL NOT = WS_GL_CREDIT_TOTAL
                   DISPLAY "*** GL JOURNAL OUT OF BALANCE - DR "
                       WS_GL_DEBIT_TOTAL " CR " WS_GL_CREDIT_TOTAL
                       " - NO JOURNAL WRITTEN ***"
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   PERFORM B4545_POST_GL_JOURNAL
           END-EVALUATE.

           EXIT.

       *> the posted positions, the posting file and the register
       *> line stand or fall together: the positions are written
       *> but not committed, then the file and the register line,
       *> and only when both are down is the work committed. A file
       *> that can't be written rolls the positions back and leaves
       *> the register as it was, so the next run cuts the same
       *> journal id again over whatever part-file was left.
       B4545_POST_GL_JOURNAL.
           MOVE SPACES TO WS_GL_FILE_ERROR
           PERFORM B4550_RECORD_POSTED_POSITIONS
           PERFORM B4540_WRITE_GL_JOURNAL
           IF WS_GL_FILE_ERROR = SPACES
               PERFORM B4560_APPEND_GL_REGISTER
           END-IF

           IF WS_GL_FILE_ERROR NOT = SPACES
               EXEC SQL ROLLBACK WORK END-EXEC
               DISPLAY "*** " WS_GL_FILE_ERROR
               DISPLAY "*** GL JOURNAL " DB_JOURNAL_ID " NOT CUT - "
                   "NOTHING POSTED, RUN AGAIN WITH GLONLY ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM B8000_SQL_ERROR STOP RUN
               END-IF
               DISPLAY "=== GL JOURNAL ==="
               DISPLAY "JOURNAL:      " DB_JOURNAL_ID " "
                   WS_GL_JOURNAL_KIND
               DISPLAY "LINES:        " WS_GL_LINE_COUNT
               DISPLAY "DEBIT TOTAL:  " WS_GL_DEBIT_TOTAL
               DISPLAY "CREDIT TOTAL: " WS_GL_CREDIT_TOTAL
               DISPLAY "FILE:         " WS_GL_JOURNAL_PATH
           END-IF.

           EXIT.

       *> a missing mapping file leaves every pair unmapped, which
       *> refuses the journal rather than posting to nowhere
       B4505_LOAD_GL_ACCOUNTS.
           MOVE ZERO TO WS_GL_MAP_COUNT
           MOVE 'N' TO WS_GL_EOF

           OPEN INPUT DEMO_GL_ACCOUNTS
           IF WS_GL_ACCOUNTS_FILE_STATUS = "00"
               PERFORM UNTIL WS_GL_EOF_TRUE
                   READ DEMO_GL_ACCOUNTS
                       AT END
                           MOVE 'Y' TO WS_GL_EOF
                       NOT AT END
                           IF GLACCT_SWITCH NOT = SPACE
                                   AND GLACCT_SWITCH NOT = '*'
                                   AND WS_GL_MAP_COUNT
                                       < WS_GL_MAP_TABLE_MAX
                               ADD 1 TO WS_GL_MAP_COUNT
                               MOVE GLACCT_SWITCH TO
                                   WS_GL_MAP_SWITCH(WS_GL_MAP_COUNT)
                               MOVE GLACCT_SOURCE TO
                                   WS_GL_MAP_SOURCE(WS_GL_MAP_COUNT)
                               MOVE GLACCT_DEBIT TO
                                   WS_GL_MAP_DEBIT(WS_GL_MAP_COUNT)
                               MOVE GLACCT_CREDIT TO
                                   WS_GL_MAP_CREDIT(WS_GL_MAP_COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_GL_ACCOUNTS
           ELSE
               DISPLAY "*** DEMO_GL_ACCOUNTS.DAT NOT ON FILE - NO "
                   "SWITCH/SOURCE CAN BE MAPPED TO THE LEDGER ***"
           END-IF.

           EXIT.

       *> journals already cut for the period number the next one -
       *> GL + period + sequence
       B4510_READ_GL_REGISTER.
           MOVE ZERO TO WS_GL_PRIOR_JOURNALS
           MOVE 'N' TO WS_GL_EOF

           OPEN INPUT DEMO_GL_REGISTER
           IF WS_GL_REGISTER_FILE_STATUS = "00"
               PERFORM UNTIL WS_GL_EOF_TRUE
                   READ DEMO_GL_REGISTER
                       AT END
                           MOVE 'Y' TO WS_GL_EOF
                       NOT AT END
                           IF GLREG_PERIOD = WS_PARAMS_PERIOD
                               ADD 1 TO WS_GL_PRIOR_JOURNALS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_GL_REGISTER
           END-IF

           COMPUTE WS_GL_JOURNAL_SEQ = WS_GL_PRIOR_JOURNALS + 1
           MOVE SPACES TO DB_JOURNAL_ID
           STRING "GL" DELIMITED BY SIZE,
               WS_PARAMS_PERIOD DELIMITED BY SIZE,
               WS_GL_JOURNAL_SEQ DELIMITED BY SIZE
           INTO DB_JOURNAL_ID.

           EXIT.

       *> what the ledger holds for the period and the accounts it
       *> went to - a position posted before the accounts were kept
       *> reads them blank, and B4525 falls back on the mapping
       B4515_COLLECT_POSTED_POSITIONS.
           SET WS_GL_POSTED_FOUND_FALSE TO TRUE

           EXEC SQL
               DECLARE C6 CURSOR FOR
                   SELECT switch_code, source_system, amount,
                          journal_id, COALESCE(debit_account, ' '),
                          COALESCE(credit_account, ' ')
                   FROM demo_gl_posted
                   WHERE period = :DB_PERIOD
                   ORDER BY switch_code, source_system
           END-EXEC

           EXEC SQL
               OPEN C6
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C6 INTO :DB_SWITCH_CODE, :DB_SOURCE_SYSTEM,
                                 :DB_AMOUNT_TOTAL,
                                 :DB_POSTED_JOURNAL_ID,
                                 :DB_DEBIT_ACCOUNT, :DB_CREDIT_ACCOUNT
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   SET WS_GL_POSTED_FOUND_TRUE TO TRUE
                   PERFORM B4517_FIND_OR_ADD_GL_KEY
                   IF WS_GL_KEY_MATCH_IDX > ZERO
                       MOVE DB_AMOUNT_TOTAL TO
                           WS_GL_KEY_OLD_AMOUNT(WS_GL_KEY_MATCH_IDX)
                       MOVE DB_POSTED_JOURNAL_ID TO
                           WS_GL_KEY_OLD_JOURNAL(WS_GL_KEY_MATCH_IDX)
                       MOVE DB_DEBIT_ACCOUNT TO
                           WS_GL_KEY_OLD_DEBIT(WS_GL_KEY_MATCH_IDX)
                       MOVE DB_CREDIT_ACCOUNT TO
                           WS_GL_KEY_OLD_CREDIT(WS_GL_KEY_MATCH_IDX)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C6
           END-EXEC.

           EXIT.

       B4517_FIND_OR_ADD_GL_KEY.
           SET WS_GL_KEY_MATCHED_FALSE TO TRUE
           MOVE ZERO TO WS_GL_KEY_IDX
           MOVE ZERO TO WS_GL_KEY_MATCH_IDX

           PERFORM UNTIL WS_GL_KEY_IDX >= WS_GL_KEY_COUNT
                               OR WS_GL_KEY_MATCHED_TRUE
               ADD 1 TO WS_GL_KEY_IDX
               IF WS_GL_KEY_SWITCH(WS_GL_KEY_IDX) = DB_SWITCH_CODE
                   AND WS_GL_KEY_SOURCE(WS_GL_KEY_IDX)
                       = DB_SOURCE_SYSTEM
                   MOVE WS_GL_KEY_IDX TO WS_GL_KEY_MATCH_IDX
                   SET WS_GL_KEY_MATCHED_TRUE TO TRUE
               END-IF
           END-PERFORM

           IF WS_GL_KEY_MATCHED_FALSE
               IF WS_GL_KEY_COUNT < WS_GL_KEY_TABLE_MAX
                   ADD 1 TO WS_GL_KEY_COUNT
                   MOVE WS_GL_KEY_COUNT TO WS_GL_KEY_MATCH_IDX
                   MOVE DB_SWITCH_CODE
                       TO WS_GL_KEY_SWITCH(WS_GL_KEY_MATCH_IDX)
                   MOVE DB_SOURCE_SYSTEM
                       TO WS_GL_KEY_SOURCE(WS_GL_KEY_MATCH_IDX)
                   MOVE ZERO
                       TO WS_GL_KEY_OLD_AMOUNT(WS_GL_KEY_MATCH_IDX)
                   MOVE ZERO
                       TO WS_GL_KEY_NEW_AMOUNT(WS_GL_KEY_MATCH_IDX)
                   MOVE SPACES
                       TO WS_GL_KEY_OLD_JOURNAL(WS_GL_KEY_MATCH_IDX)
                   MOVE SPACES
                       TO WS_GL_KEY_OLD_DEBIT(WS_GL_KEY_MATCH_IDX)
                   MOVE SPACES
                       TO WS_GL_KEY_OLD_CREDIT(WS_GL_KEY_MATCH_IDX)
                   MOVE SPACES TO WS_GL_KEY_DEBIT(WS_GL_KEY_MATCH_IDX)
                   MOVE SPACES TO WS_GL_KEY_CREDIT(WS_GL_KEY_MATCH_IDX)
               ELSE
                   SET WS_GL_OVERFLOW_TRUE TO TRUE
               END-IF
           END-IF.

           EXIT.

       *> the period's money by switch code and source system, live
       *> and archived rows together - the same reach the summary
       *> takes. Rows from before the source field carry '---'.
       *> Back-loaded history (run ids 'BL...') was posted to the
       *> ledger by the system it came from, so it stays out of the
       *> positions the journal is figured from.
       B4520_COLLECT_PERIOD_POSITIONS.
           EXEC SQL
               DECLARE C7 CURSOR FOR
                   SELECT SUBSTR(report_text, 3, 1),
                          COALESCE(source_system, '---'),
                          COALESCE(SUM(amount), 0)
                   FROM (SELECT report_text, source_system, amount
                         FROM demo_table
                         WHERE report_date BETWEEN (:DB_PERIOD_START)
                                               AND (:DB_PERIOD_END)
                           AND run_id NOT LIKE 'BL%'
                         UNION ALL
                         SELECT report_text, source_system, amount
                         FROM demo_table_history
                         WHERE report_date BETWEEN (:DB_PERIOD_START)
                                               AND (:DB_PERIOD_END)
                           AND run_id NOT LIKE 'BL%')
                        AS u
                   GROUP BY SUBSTR(report_text, 3, 1),
                            COALESCE(source_system, '---')
                   ORDER BY 1, 2
           END-EXEC

           EXEC SQL
               OPEN C7
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C7 INTO :DB_SWITCH_CODE, :DB_SOURCE_SYSTEM,
                                 :DB_AMOUNT_TOTAL
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   PERFORM B4517_FIND_OR_ADD_GL_KEY
                   IF WS_GL_KEY_MATCH_IDX > ZERO
                       MOVE DB_AMOUNT_TOTAL TO
                           WS_GL_KEY_NEW_AMOUNT(WS_GL_KEY_MATCH_IDX)
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE C7
           END-EXEC.

           EXIT.

       *> only a pair that moved and has a new amount to post needs
       *> today's mapping - a reversal goes back against the accounts
       *> demo_gl_posted says were posted, unless the position was
       *> posted before the accounts were kept, when the mapping is
       *> the only record of them
       B4525_RESOLVE_GL_ACCOUNTS.
           MOVE ZERO TO WS_GL_UNMAPPED_COUNT
           MOVE ZERO TO WS_GL_KEY_IDX

           PERFORM UNTIL WS_GL_KEY_IDX >= WS_GL_KEY_COUNT
               ADD 1 TO WS_GL_KEY_IDX
               IF WS_GL_KEY_OLD_AMOUNT(WS_GL_KEY_IDX)
                       NOT = WS_GL_KEY_NEW_AMOUNT(WS_GL_KEY_IDX)
                   IF WS_GL_KEY_NEW_AMOUNT(WS_GL_KEY_IDX) > ZERO
                       OR WS_GL_KEY_OLD_DEBIT(WS_GL_KEY_IDX) = SPACES
                       PERFORM B4526_RESOLVE_ONE_GL_KEY
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       *> a pair's own line on the mapping table wins; failing that
       *> the switch's '***' line; failing both the pair is unmapped
       B4526_RESOLVE_ONE_GL_KEY.
           MOVE ZERO TO WS_GL_MAP_EXACT_IDX
           MOVE ZERO TO WS_GL_MAP_WILD_IDX
           MOVE ZERO TO WS_GL_MAP_IDX

           PERFORM UNTIL WS_GL_MAP_IDX >= WS_GL_MAP_COUNT
               ADD 1 TO WS_GL_MAP_IDX
               IF WS_GL_MAP_SWITCH(WS_GL_MAP_IDX)
                       = WS_GL_KEY_SWITCH(WS_GL_KEY_IDX)
                   IF WS_GL_MAP_SOURCE(WS_GL_MAP_IDX)
                           = WS_GL_KEY_SOURCE(WS_GL_KEY_IDX)
                       MOVE WS_GL_MAP_IDX TO WS_GL_MAP_EXACT_IDX
                   END-IF
                   IF WS_GL_MAP_SOURCE(WS_GL_MAP_IDX) = "***"
                       MOVE WS_GL_MAP_IDX TO WS_GL_MAP_WILD_IDX
                   END-IF
               END-IF
           END-PERFORM

           IF WS_GL_MAP_EXACT_IDX = ZERO
               MOVE WS_GL_MAP_WILD_IDX TO WS_GL_MAP_EXACT_IDX
           END-IF

           IF WS_GL_MAP_EXACT_IDX = ZERO
               ADD 1 TO WS_GL_UNMAPPED_COUNT
               DISPLAY "NO GL ACCOUNT FOR SWITCH "
                   WS_GL_KEY_SWITCH(WS_GL_KEY_IDX) " SOURCE "
                   WS_GL_KEY_SOURCE(WS_GL_KEY_IDX)
           ELSE
               MOVE WS_GL_MAP_DEBIT(WS_GL_MAP_EXACT_IDX)
                   TO WS_GL_KEY_DEBIT(WS_GL_KEY_IDX)
               MOVE WS_GL_MAP_CREDIT(WS_GL_MAP_EXACT_IDX)
                   TO WS_GL_KEY_CREDIT(WS_GL_KEY_IDX)
               IF WS_GL_KEY_OLD_AMOUNT(WS_GL_KEY_IDX) > ZERO
                       AND WS_GL_KEY_OLD_DEBIT(WS_GL_KEY_IDX) = SPACES
                   MOVE WS_GL_MAP_DEBIT(WS_GL_MAP_EXACT_IDX)
                       TO WS_GL_KEY_OLD_DEBIT(WS_GL_KEY_IDX)
                   MOVE WS_GL_MAP_CREDIT(WS_GL_MAP_EXACT_IDX)
                       TO WS_GL_KEY_OLD_CREDIT(WS_GL_KEY_IDX)
               END-IF
           END-IF.

           EXIT.

       *> only pairs whose amount moved get lines: the prior posting
       *> reversed (debit and credit swapped) on the accounts it
       *> was posted to, and the new amount posted on today's. On a first close nothing was posted before, so
       *> every pair with money simply posts.
       B4530_BUILD_JOURNAL_LINES.
           MOVE ZERO TO WS_GL_LINE_COUNT
           MOVE ZERO TO WS_GL_DEBIT_TOTAL
           MOVE ZERO TO WS_GL_CREDIT_TOTAL
           MOVE ZERO TO WS_GL_KEY_IDX

           PERFORM UNTIL WS_GL_KEY_IDX >= WS_GL_KEY_COUNT
               ADD 1 TO WS_GL_KEY_IDX
               IF WS_GL_KEY_OLD_AMOUNT(WS_GL_KEY_IDX)
                       NOT = WS_GL_KEY_NEW_AMOUNT(WS_GL_KEY_IDX)
                   IF WS_GL_KEY_OLD_AMOUNT(WS_GL_KEY_IDX) > ZERO
                       MOVE SPACES TO WS_GL_NEXT_NARRATIVE
                       STRING "REVERSES " DELIMITED BY SIZE,
                           WS_GL_KEY_OLD_JOURNAL(WS_GL_KEY_IDX)
                               DELIMITED BY SIZE
                       INTO WS_GL_NEXT_NARRATIVE
                       MOVE WS_GL_KEY_OLD_AMOUNT(WS_GL_KEY_IDX)
                           TO WS_GL_NEXT_AMOUNT
                       MOVE WS_GL_KEY_OLD_CREDIT(WS_GL_KEY_IDX)
                           TO WS_GL_NEXT_ACCOUNT
                       MOVE 'D' TO WS_GL_NEXT_DRCR
                       PERFORM B4535_ADD_JOURNAL_LINE
                       MOVE WS_GL_KEY_OLD_DEBIT(WS_GL_KEY_IDX)
                           TO WS_GL_NEXT_ACCOUNT
                       MOVE 'C' TO WS_GL_NEXT_DRCR
                       PERFORM B4535_ADD_JOURNAL_LINE
                   END-IF
                   IF WS_GL_KEY_NEW_AMOUNT(WS_GL_KEY_IDX) > ZERO
                       IF WS_GL_POSTED_FOUND_TRUE
                           MOVE "RESTATEMENT" TO WS_GL_NEXT_NARRATIVE
                       ELSE
                           MOVE "MONTH-END CLOSE"
                               TO WS_GL_NEXT_NARRATIVE
                       END-IF
                       MOVE WS_GL_KEY_NEW_AMOUNT(WS_GL_KEY_IDX)
                           TO WS_GL_NEXT_AMOUNT
                       MOVE WS_GL_KEY_DEBIT(WS_GL_KEY_IDX)
                           TO WS_GL_NEXT_ACCOUNT
                       MOVE 'D' TO WS_GL_NEXT_DRCR
                       PERFORM B4535_ADD_JOURNAL_LINE
                       MOVE WS_GL_KEY_CREDIT(WS_GL_KEY_IDX)
                           TO WS_GL_NEXT_ACCOUNT
                       MOVE 'C' TO WS_GL_NEXT_DRCR
                       PERFORM B4535_ADD_JOURNAL_LINE
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       B4535_ADD_JOURNAL_LINE.
           IF WS_GL_LINE_COUNT < WS_GL_LINE_TABLE_MAX
               ADD 1 TO WS_GL_LINE_COUNT
               MOVE WS_GL_NEXT_ACCOUNT
                   TO WS_GL_LINE_ACCOUNT(WS_GL_LINE_COUNT)
               MOVE WS_GL_NEXT_DRCR TO WS_GL_LINE_DRCR(WS_GL_LINE_COUNT)
               MOVE WS_GL_NEXT_AMOUNT
                   TO WS_GL_LINE_AMOUNT(WS_GL_LINE_COUNT)
               MOVE WS_GL_KEY_SWITCH(WS_GL_KEY_IDX)
                   TO WS_GL_LINE_SWITCH(WS_GL_LINE_COUNT)
               MOVE WS_GL_KEY_SOURCE(WS_GL_KEY_IDX)
                   TO WS_GL_LINE_SOURCE(WS_GL_LINE_COUNT)
               MOVE WS_GL_NEXT_NARRATIVE
                   TO WS_GL_LINE_NARRATIVE(WS_GL_LINE_COUNT)
               IF WS_GL_NEXT_DRCR = 'D'
                   ADD WS_GL_NEXT_AMOUNT TO WS_GL_DEBIT_TOTAL
               ELSE
                   ADD WS_GL_NEXT_AMOUNT TO WS_GL_CREDIT_TOTAL
               END-IF
           ELSE
               SET WS_GL_OVERFLOW_TRUE TO TRUE
           END-IF.

           EXIT.

       B4540_WRITE_GL_JOURNAL.
           MOVE SPACES TO WS_GL_JOURNAL_PATH
           STRING "../src/resources/out/DEMO_GL_" DELIMITED BY SIZE,
               DB_JOURNAL_ID DELIMITED BY SIZE,
               ".DAT" DELIMITED BY SIZE
           INTO WS_GL_JOURNAL_PATH

           OPEN OUTPUT DEMO_GL_JOURNAL
           IF WS_GL_JOURNAL_FILE_STATUS NOT = "00"
               STRING "GL JOURNAL FILE WON'T OPEN - STATUS "
                       DELIMITED BY SIZE,
                   WS_GL_JOURNAL_FILE_STATUS DELIMITED BY SIZE
               INTO WS_GL_FILE_ERROR
           ELSE
               PERFORM B4541_WRITE_GL_JOURNAL_LINES
               CLOSE DEMO_GL_JOURNAL
               IF WS_GL_JOURNAL_FILE_STATUS NOT = "00"
                       AND WS_GL_FILE_ERROR = SPACES
                   STRING "GL JOURNAL FILE WON'T CLOSE - STATUS "
                           DELIMITED BY SIZE,
                       WS_GL_JOURNAL_FILE_STATUS DELIMITED BY SIZE
                   INTO WS_GL_FILE_ERROR
               END-IF
           END-IF.

           EXIT.

       B4541_WRITE_GL_JOURNAL_LINES.
           MOVE DB_JOURNAL_ID TO WS_GL_HEADER_JOURNAL
           MOVE WS_PARAMS_PERIOD TO WS_GL_HEADER_PERIOD
           MOVE WS_GL_JOURNAL_KIND TO WS_GL_HEADER_KIND
           MOVE WS_GL_CUT_TS TO WS_GL_HEADER_CUT_TS
           WRITE DEMO_GL_JOURNAL_RECORD FROM WS_GL_HEADER
           PERFORM B4542_CHECK_GL_JOURNAL_WRITE

           MOVE ZERO TO WS_GL_LINE_IDX
           PERFORM UNTIL WS_GL_LINE_IDX >= WS_GL_LINE_COUNT
                               OR WS_GL_FILE_ERROR NOT = SPACES
               ADD 1 TO WS_GL_LINE_IDX
               MOVE DB_JOURNAL_ID TO WS_GL_DETAIL_JOURNAL
               MOVE WS_GL_LINE_IDX TO WS_GL_DETAIL_LINE_NO
               MOVE WS_GL_LINE_ACCOUNT(WS_GL_LINE_IDX)
                   TO WS_GL_DETAIL_ACCOUNT
               MOVE WS_GL_LINE_DRCR(WS_GL_LINE_IDX)
                   TO WS_GL_DETAIL_DRCR
               MOVE WS_GL_LINE_AMOUNT(WS_GL_LINE_IDX)
                   TO WS_GL_DETAIL_AMOUNT
               MOVE WS_GL_LINE_SWITCH(WS_GL_LINE_IDX)
                   TO WS_GL_DETAIL_SWITCH
               MOVE WS_GL_LINE_SOURCE(WS_GL_LINE_IDX)
                   TO WS_GL_DETAIL_SOURCE
               MOVE WS_PARAMS_PERIOD TO WS_GL_DETAIL_PERIOD
               MOVE WS_GL_LINE_NARRATIVE(WS_GL_LINE_IDX)
                   TO WS_GL_DETAIL_NARRATIVE
               WRITE DEMO_GL_JOURNAL_RECORD FROM WS_GL_DETAIL
               PERFORM B4542_CHECK_GL_JOURNAL_WRITE
           END-PERFORM

           MOVE DB_JOURNAL_ID TO WS_GL_TRAILER_JOURNAL
           MOVE WS_GL_LINE_COUNT TO WS_GL_TRAILER_LINES
           MOVE WS_GL_DEBIT_TOTAL TO WS_GL_TRAILER_DEBITS
           MOVE WS_GL_CREDIT_TOTAL TO WS_GL_TRAILER_CREDITS
           WRITE DEMO_GL_JOURNAL_RECORD FROM WS_GL_TRAILER
           PERFORM B4542_CHECK_GL_JOURNAL_WRITE.

           EXIT.

       *> the first failed write is the one reported
       B4542_CHECK_GL_JOURNAL_WRITE.
           IF WS_GL_JOURNAL_FILE_STATUS NOT = "00"
                   AND WS_GL_FILE_ERROR = SPACES
               STRING "GL JOURNAL FILE WRITE FAILED - STATUS "
                       DELIMITED BY SIZE,
                   WS_GL_JOURNAL_FILE_STATUS DELIMITED BY SIZE
               INTO WS_GL_FILE_ERROR
           END-IF.

           EXIT.

       *> the last step before the commit - see B4545_POST_GL_JOURNAL
       B4560_APPEND_GL_REGISTER.
           OPEN EXTEND DEMO_GL_REGISTER
           IF WS_GL_REGISTER_FILE_STATUS = "05"
                               OR WS_GL_REGISTER_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_GL_REGISTER
           END-IF

           IF WS_GL_REGISTER_FILE_STATUS NOT = "00"
               STRING "GL REGISTER WON'T OPEN - STATUS "
                       DELIMITED BY SIZE,
                   WS_GL_REGISTER_FILE_STATUS DELIMITED BY SIZE
               INTO WS_GL_FILE_ERROR
           ELSE
               PERFORM B4561_WRITE_GL_REGISTER_LINE
           END-IF.

           EXIT.

       B4561_WRITE_GL_REGISTER_LINE.
           MOVE SPACES TO DEMO_GL_REGISTER_RECORD
           MOVE WS_PARAMS_PERIOD TO GLREG_PERIOD
           MOVE DB_JOURNAL_ID TO GLREG_JOURNAL_ID
           MOVE WS_GL_JOURNAL_KIND TO GLREG_KIND
           MOVE WS_GL_CUT_TS TO GLREG_CUT_TS
           MOVE WS_GL_LINE_COUNT TO GLREG_LINE_COUNT
           MOVE WS_GL_DEBIT_TOTAL TO GLREG_DEBIT_TOTAL
           MOVE WS_GL_CREDIT_TOTAL TO GLREG_CREDIT_TOTAL
           WRITE DEMO_GL_REGISTER_RECORD
           IF WS_GL_REGISTER_FILE_STATUS NOT = "00"
               STRING "GL REGISTER WRITE FAILED - STATUS "
                       DELIMITED BY SIZE,
                   WS_GL_REGISTER_FILE_STATUS DELIMITED BY SIZE
               INTO WS_GL_FILE_ERROR
           END-IF
           CLOSE DEMO_GL_REGISTER.

           EXIT.

       *> what the ledger now holds for the period, pair by pair - a
       *> pair this journal didn't touch keeps the journal and the
       *> accounts that last posted it. Left uncommitted - see
       *> B4545_POST_GL_JOURNAL.
       B4550_RECORD_POSTED_POSITIONS.
           EXEC SQL
               DELETE FROM demo_gl_posted
               WHERE period = :DB_PERIOD
           END-EXEC

           IF SQLCODE NOT = ZERO AND SQLSTATE NOT = "02000"
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF

           MOVE ZERO TO WS_GL_KEY_IDX
           PERFORM UNTIL WS_GL_KEY_IDX >= WS_GL_KEY_COUNT
               ADD 1 TO WS_GL_KEY_IDX
               IF WS_GL_KEY_NEW_AMOUNT(WS_GL_KEY_IDX) > ZERO
                   PERFORM B4555_INSERT_POSTED_POSITION
               END-IF
           END-PERFORM.

           EXIT.

       B4555_INSERT_POSTED_POSITION.
           MOVE WS_GL_KEY_SWITCH(WS_GL_KEY_IDX) TO DB_SWITCH_CODE
           MOVE WS_GL_KEY_SOURCE(WS_GL_KEY_IDX) TO DB_SOURCE_SYSTEM
           MOVE WS_GL_KEY_NEW_AMOUNT(WS_GL_KEY_IDX) TO DB_AMOUNT_TOTAL
           IF WS_GL_KEY_OLD_AMOUNT(WS_GL_KEY_IDX)
                   = WS_GL_KEY_NEW_AMOUNT(WS_GL_KEY_IDX)
               MOVE WS_GL_KEY_OLD_JOURNAL(WS_GL_KEY_IDX)
                   TO DB_POSTED_JOURNAL_ID
               MOVE WS_GL_KEY_OLD_DEBIT(WS_GL_KEY_IDX)
                   TO DB_DEBIT_ACCOUNT
               MOVE WS_GL_KEY_OLD_CREDIT(WS_GL_KEY_IDX)
                   TO DB_CREDIT_ACCOUNT
           ELSE
               MOVE DB_JOURNAL_ID TO DB_POSTED_JOURNAL_ID
               MOVE WS_GL_KEY_DEBIT(WS_GL_KEY_IDX) TO DB_DEBIT_ACCOUNT
               MOVE WS_GL_KEY_CREDIT(WS_GL_KEY_IDX)
                   TO DB_CREDIT_ACCOUNT
           END-IF

           EXEC SQL
               INSERT INTO demo_gl_posted
                   (period, switch_code, source_system, amount,
                    journal_id, debit_account, credit_account)
               VALUES (:DB_PERIOD, :DB_SWITCH_CODE, :DB_SOURCE_SYSTEM,
                       :DB_AMOUNT_TOTAL, :DB_POSTED_JOURNAL_ID,
                       :DB_DEBIT_ACCOUNT, :DB_CREDIT_ACCOUNT)
           END-EXEC

           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       *> ERRORS
       B8000_SQL_ERROR.
          DISPLAY "*** SQL ERROR ***".
           PERFORM B9101_PERIOD_BOUNDS_COVER_THE_MONTH.
           PERFORM B9102_LEAP_FEBRUARY_ENDS_ON_THE_29TH.
           PERFORM B9103_NEW_SWITCH_GETS_ZERO_BEFORE_IMAGE.
           PERFORM B9104_OWN_GL_MAPPING_BEATS_WILDCARD.
           PERFORM B9105_RESTATEMENT_CUTS_ONLY_WHAT_MOVED.
           PERFORM B9106_FIRST_CLOSE_POSTS_EVERY_PAIR.
           PERFORM B9107_REVERSAL_NEEDS_NO_MAPPING_TODAY.

           EXIT.


           EXIT.

       B9104_OWN_GL_MAPPING_BEATS_WILDCARD.
           DISPLAY 'A PAIR OWN GL MAPPING WINS OVER THE WILDCARD'.

           MOVE 2 TO WS_GL_MAP_COUNT.
           MOVE 'A' TO WS_GL_MAP_SWITCH(1).
           MOVE "***" TO WS_GL_MAP_SOURCE(1).
           MOVE "1000" TO WS_GL_MAP_DEBIT(1).
           MOVE "2000" TO WS_GL_MAP_CREDIT(1).
           MOVE 'A' TO WS_GL_MAP_SWITCH(2).
           MOVE "ABC" TO WS_GL_MAP_SOURCE(2).
           MOVE "3000" TO WS_GL_MAP_DEBIT(2).
           MOVE "4000" TO WS_GL_MAP_CREDIT(2).
           MOVE 3 TO WS_GL_KEY_COUNT.
           MOVE 'A' TO WS_GL_KEY_SWITCH(1).
           MOVE "ABC" TO WS_GL_KEY_SOURCE(1).
           MOVE 'A' TO WS_GL_KEY_SWITCH(2).
           MOVE "XYZ" TO WS_GL_KEY_SOURCE(2).
           MOVE 'B' TO WS_GL_KEY_SWITCH(3).
           MOVE "ABC" TO WS_GL_KEY_SOURCE(3).
           MOVE ZERO TO WS_GL_KEY_IDX.
           PERFORM UNTIL WS_GL_KEY_IDX >= WS_GL_KEY_COUNT
               ADD 1 TO WS_GL_KEY_IDX
               MOVE ZERO TO WS_GL_KEY_OLD_AMOUNT(WS_GL_KEY_IDX)
               MOVE 100 TO WS_GL_KEY_NEW_AMOUNT(WS_GL_KEY_IDX)
               MOVE SPACES TO WS_GL_KEY_OLD_DEBIT(WS_GL_KEY_IDX)
           END-PERFORM.
           PERFORM B4525_RESOLVE_GL_ACCOUNTS.

           DISPLAY "EXPECTED: 3000 1000 1 UNMAPPED".
           DISPLAY "ACTUAL:   " WS_GL_KEY_DEBIT(1) " "
               WS_GL_KEY_DEBIT(2) " " WS_GL_UNMAPPED_COUNT
               " UNMAPPED".
           IF WS_GL_KEY_DEBIT(1) = "3000"
                   AND WS_GL_KEY_DEBIT(2) = "1000"
                   AND WS_GL_UNMAPPED_COUNT = 1
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_GL_MAP_COUNT.
           MOVE ZERO TO WS_GL_KEY_COUNT.

           EXIT.

       B9105_RESTATEMENT_CUTS_ONLY_WHAT_MOVED.
           DISPLAY 'A RESTATEMENT REVERSES AND RESTATES ONLY MOVEMENT'.

           SET WS_GL_POSTED_FOUND_TRUE TO TRUE.
           MOVE 2 TO WS_GL_KEY_COUNT.
           MOVE 'A' TO WS_GL_KEY_SWITCH(1).
           MOVE "PRI" TO WS_GL_KEY_SOURCE(1).
           MOVE 500 TO WS_GL_KEY_OLD_AMOUNT(1).
           MOVE 500 TO WS_GL_KEY_NEW_AMOUNT(1).
           MOVE 'B' TO WS_GL_KEY_SWITCH(2).
           MOVE "PRI" TO WS_GL_KEY_SOURCE(2).
           MOVE 300 TO WS_GL_KEY_OLD_AMOUNT(2).
           MOVE 450 TO WS_GL_KEY_NEW_AMOUNT(2).
           MOVE "GL20260701" TO WS_GL_KEY_OLD_JOURNAL(2).
           MOVE "1000" TO WS_GL_KEY_OLD_DEBIT(2).
           MOVE "2000" TO WS_GL_KEY_OLD_CREDIT(2).
           MOVE "1100" TO WS_GL_KEY_DEBIT(2).
           MOVE "2100" TO WS_GL_KEY_CREDIT(2).
           PERFORM B4530_BUILD_JOURNAL_LINES.

           *> the reversal goes back on the accounts first posted,
           *> the restatement on today's
           DISPLAY "EXPECTED: 004 LINES DR 750 CR 750 DR 2000 CR 1000 "
               "DR 1100".
           DISPLAY "ACTUAL:   " WS_GL_LINE_COUNT " LINES DR "
               WS_GL_DEBIT_TOTAL " CR " WS_GL_CREDIT_TOTAL
               " " WS_GL_LINE_DRCR(1) " " WS_GL_LINE_ACCOUNT(1)
               " " WS_GL_LINE_DRCR(2) " " WS_GL_LINE_ACCOUNT(2)
               " " WS_GL_LINE_DRCR(3) " " WS_GL_LINE_ACCOUNT(3).
           IF WS_GL_LINE_COUNT = 4
                   AND WS_GL_DEBIT_TOTAL = 750
                   AND WS_GL_CREDIT_TOTAL = 750
                   AND WS_GL_LINE_DRCR(1) = 'D'
                   AND WS_GL_LINE_ACCOUNT(1) = "2000"
                   AND WS_GL_LINE_ACCOUNT(2) = "1000"
                   AND WS_GL_LINE_ACCOUNT(3) = "1100"
                   AND WS_GL_LINE_NARRATIVE(1) = "REVERSES GL20260701"
                   AND WS_GL_LINE_NARRATIVE(3) = "RESTATEMENT"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_GL_KEY_COUNT.
           SET WS_GL_POSTED_FOUND_FALSE TO TRUE.

           EXIT.

       B9106_FIRST_CLOSE_POSTS_EVERY_PAIR.
           DISPLAY 'A FIRST CLOSE POSTS EVERY PAIR WITH MONEY'.

           SET WS_GL_POSTED_FOUND_FALSE TO TRUE.
           MOVE 2 TO WS_GL_KEY_COUNT.
           MOVE ZERO TO WS_GL_KEY_OLD_AMOUNT(1).
           MOVE 500 TO WS_GL_KEY_NEW_AMOUNT(1).
           MOVE ZERO TO WS_GL_KEY_OLD_AMOUNT(2).
           MOVE 450 TO WS_GL_KEY_NEW_AMOUNT(2).
           PERFORM B4530_BUILD_JOURNAL_LINES.

           DISPLAY "EXPECTED: 004 LINES DR 950 CR 950".
           DISPLAY "ACTUAL:   " WS_GL_LINE_COUNT " LINES DR "
               WS_GL_DEBIT_TOTAL " CR " WS_GL_CREDIT_TOTAL.
           IF WS_GL_LINE_COUNT = 4
                   AND WS_GL_DEBIT_TOTAL = 950
                   AND WS_GL_CREDIT_TOTAL = 950
                   AND WS_GL_LINE_NARRATIVE(1) = "MONTH-END CLOSE"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_GL_KEY_COUNT.

           EXIT.

       B9107_REVERSAL_NEEDS_NO_MAPPING_TODAY.
           DISPLAY 'A PAIR THAT ONLY REVERSES NEEDS NO MAPPING TODAY, '
               'ONE POSTED BEFORE ITS ACCOUNTS WERE KEPT TAKES THEM '
               'FROM THE MAPPING'.

           SET WS_GL_POSTED_FOUND_TRUE TO TRUE.
           MOVE 1 TO WS_GL_MAP_COUNT.
           MOVE 'A' TO WS_GL_MAP_SWITCH(1).
           MOVE "***" TO WS_GL_MAP_SOURCE(1).
           MOVE "1100" TO WS_GL_MAP_DEBIT(1).
           MOVE "2100" TO WS_GL_MAP_CREDIT(1).
           MOVE 2 TO WS_GL_KEY_COUNT.
           MOVE 'B' TO WS_GL_KEY_SWITCH(1).
           MOVE "PRI" TO WS_GL_KEY_SOURCE(1).
           MOVE 300 TO WS_GL_KEY_OLD_AMOUNT(1).
           MOVE ZERO TO WS_GL_KEY_NEW_AMOUNT(1).
           MOVE "GL20260701" TO WS_GL_KEY_OLD_JOURNAL(1).
           MOVE "1000" TO WS_GL_KEY_OLD_DEBIT(1).
           MOVE "2000" TO WS_GL_KEY_OLD_CREDIT(1).
           MOVE 'A' TO WS_GL_KEY_SWITCH(2).
           MOVE "PRI" TO WS_GL_KEY_SOURCE(2).
           MOVE 200 TO WS_GL_KEY_OLD_AMOUNT(2).
           MOVE ZERO TO WS_GL_KEY_NEW_AMOUNT(2).
           MOVE "GL20260701" TO WS_GL_KEY_OLD_JOURNAL(2).
           MOVE SPACES TO WS_GL_KEY_OLD_DEBIT(2).
           MOVE SPACES TO WS_GL_KEY_OLD_CREDIT(2).
           PERFORM B4525_RESOLVE_GL_ACCOUNTS.
           PERFORM B4530_BUILD_JOURNAL_LINES.

           DISPLAY "EXPECTED: 000 UNMAPPED, 004 LINES, DR 2000 DR 2100".
           DISPLAY "ACTUAL:   " WS_GL_UNMAPPED_COUNT " UNMAPPED, "
               WS_GL_LINE_COUNT " LINES, " WS_GL_LINE_DRCR(1) " "
               WS_GL_LINE_ACCOUNT(1) " " WS_GL_LINE_DRCR(3) " "
               WS_GL_LINE_ACCOUNT(3).
           IF WS_GL_UNMAPPED_COUNT = ZERO
                   AND WS_GL_LINE_COUNT = 4
                   AND WS_GL_LINE_ACCOUNT(1) = "2000"
                   AND WS_GL_LINE_ACCOUNT(2) = "1000"
                   AND WS_GL_LINE_ACCOUNT(3) = "2100"
                   AND WS_GL_LINE_ACCOUNT(4) = "1100"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_GL_MAP_COUNT.
           MOVE ZERO TO WS_GL_KEY_COUNT.
           SET WS_GL_POSTED_FOUND_FALSE TO TRUE.

           EXIT.

       B9901_TEST_PASSED.
           DISPLAY "TEST PASSED"
           ADD 1 TO WS_TEST_PASSED
