           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_ERRLOG_FILE_STATUS.

           *> DEMO-AMTHOLD's count of records held over their amount
           *> limit, and of those waiting past the escalation window
           SELECT DEMO_AMTHOLD_STATUS ASSIGN TO
                "../src/resources/DEMO_AMTHOLD_STATUS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_AMTHOLD_FILE_STATUS.

           *> DEMO-INTEGRITY's verdict on whether the data stores
           *> still agree with each other, and its finding count
           SELECT DEMO_INTEGRITY_STATUS ASSIGN TO
                "../src/resources/DEMO_INTEGRITY_STATUS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_INTEGRITY_FILE_STATUS.

           *> DEMO-COLLIDE's count of date/strings loaded by more than
           *> one source, and of those whose sources disagree
           SELECT DEMO_COLLISION_STATUS ASSIGN TO
                "../src/resources/DEMO_COLLISION_STATUS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_COLLISION_FILE_STATUS.

           *> DEMO-RETURNS' count of settlement returns still open,
           *> of returns matching nothing we sent, and of open ones
           *> past the escalation window
           SELECT DEMO_RETURNS_STATUS ASSIGN TO
                "../src/resources/DEMO_RETURNS_STATUS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_RETURNS_FILE_STATUS.

           *> DEMO-BALPROOF's amount balance verdict and the last day
           *> it proved
           SELECT DEMO_BALANCE_STATUS ASSIGN TO
                "../src/resources/DEMO_BALANCE_STATUS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_BALANCE_FILE_STATUS.

           *> DEMO-WRITER's back-dated record tally - one line per
           *> run, date and source, 'O' until DEMO-REPORT's REGEN run
           *> re-cuts the date and marks it 'R'. Only exists once a
           *> late record has ever landed.
           SELECT DEMO_BACKDATED ASSIGN TO
                "../src/resources/DEMO_BACKDATED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_BACKDATED_FILE_STATUS.

           *> the one operator-facing page this program exists for
           SELECT DEMO_MORNING_REPORT ASSIGN TO
                "../src/resources/out/DEMO_MORNING_REPORT.TXT"
           01 DEMO_DAYCLOSE_STATUS_RECORD.
               05 DAYCLOSE_VERDICT          PIC X(09).
               05 DAYCLOSE_DATE             PIC X(08).
               05 FILLER                    PIC X(143).

       FD DEMO_TREND_REPORT.
           01 DEMO_TREND_REPORT_RECORD.
       FD DEMO_ERRLOG_SUMMARY.
           01 DEMO_ERRLOG_SUMMARY_RECORD   PIC X(72).

       FD DEMO_AMTHOLD_STATUS.
           01 DEMO_AMTHOLD_STATUS_RECORD.
               05 FILLER                    PIC X(05).
               05 AMTHOLD_STATUS_HELD       PIC X(05).
               05 FILLER                    PIC X(09).
               05 AMTHOLD_STATUS_OVERDUE    PIC X(05).
               05 FILLER                    PIC X(48).

       FD DEMO_INTEGRITY_STATUS.
           01 DEMO_INTEGRITY_STATUS_RECORD.
               05 INTEG_STATUS_VERDICT      PIC X(09).
               05 INTEG_STATUS_DATE         PIC X(08).
               05 FILLER                    PIC X(10).
               05 INTEG_STATUS_FINDINGS     PIC X(07).
               05 FILLER                    PIC X(38).

       FD DEMO_COLLISION_STATUS.
           01 DEMO_COLLISION_STATUS_RECORD.
               05 FILLER                    PIC X(06).
               05 COLL_STATUS_PAIRS         PIC X(05).
               05 FILLER                    PIC X(10).
               05 COLL_STATUS_DISAGREE      PIC X(05).
               05 FILLER                    PIC X(46).

       FD DEMO_RETURNS_STATUS.
           01 DEMO_RETURNS_STATUS_RECORD.
               05 FILLER                    PIC X(05).
               05 RET_STATUS_OPEN           PIC X(05).
               05 FILLER                    PIC X(10).
               05 RET_STATUS_NO_MATCH       PIC X(05).
               05 FILLER                    PIC X(09).
               05 RET_STATUS_OVERDUE        PIC X(05).
               05 FILLER                    PIC X(33).

       FD DEMO_BALANCE_STATUS.
           01 DEMO_BALANCE_STATUS_RECORD.
               05 BAL_STATUS_VERDICT        PIC X(09).
               05 BAL_STATUS_DATE           PIC X(08).
               05 FILLER                    PIC X(09).
               05 BAL_STATUS_SOURCES        PIC X(03).
               05 FILLER                    PIC X(09).
               05 BAL_STATUS_FAILED         PIC X(03).
               05 FILLER                    PIC X(31).

       FD DEMO_BACKDATED.
           01 DEMO_BACKDATED_RECORD.
               05 BKD_RUN_ID                PIC X(14).
               05 FILLER                    PIC X(01).
               05 BKD_DATE                  PIC X(08).
               05 FILLER                    PIC X(01).
               05 BKD_SOURCE                PIC X(03).
               05 FILLER                    PIC X(01).
               05 BKD_RECORDS               PIC 9(07).
               05 FILLER                    PIC X(01).
               05 BKD_AMOUNT                PIC 9(12).
               05 FILLER                    PIC X(01).
               05 BKD_REF_DATE              PIC X(08).
               05 FILLER                    PIC X(01).
               05 BKD_STATE                 PIC X(01).
               05 FILLER                    PIC X(01).
               05 BKD_REGEN_TS              PIC X(14).
               05 FILLER                    PIC X(06).

       FD DEMO_MORNING_REPORT.
           01 DEMO_MORNING_REPORT_RECORD     PIC X(72).

       *> every shift. It reads the overnight verdicts where the jobs
       *> already left them (the batch driver's status file, the
       *> day-close gate, DEMO-TREND's report, DEMO-QUALITY's
       *> scorecard, DEMO-RECONCILE's status, DEMO-ERRLOG's summary,
       *> DEMO-AMTHOLD's held-item count, DEMO-COLLIDE's cross-
       *> provider collision count, DEMO-INTEGRITY's sweep verdict,
       *> DEMO-RETURNS' settlement returns queue, DEMO-BALPROOF's
       *> amount balance proof, and DEMO-WRITER's back-dated record
       *> tally) and writes one operator-facing page: a single
       *> overall verdict at the top (CLEAN / ATTENTION / FAILED) and
       *> one line per component saying what it found and where the
       *> detail lives. A component whose file is missing reads as
       *> NOT ON FILE and earns ATTENTION - an unknown verdict is not
       *> a clean one.
       *> Under the components, every date late records landed on
       *> overnight is listed with how many and how much, and whether
       *> its report has been regenerated yet.

       *> example argument usage:

       01 WS_QUALITY_FILE_STATUS           PIC X(02) VALUE "00".
       01 WS_RECONCILE_FILE_STATUS         PIC X(02) VALUE "00".
       01 WS_ERRLOG_FILE_STATUS            PIC X(02) VALUE "00".
       01 WS_AMTHOLD_FILE_STATUS           PIC X(02) VALUE "00".
       01 WS_INTEGRITY_FILE_STATUS         PIC X(02) VALUE "00".
       01 WS_BACKDATED_FILE_STATUS         PIC X(02) VALUE "00".
       01 WS_COLLISION_FILE_STATUS         PIC X(02) VALUE "00".
       01 WS_RETURNS_FILE_STATUS           PIC X(02) VALUE "00".
       01 WS_BALANCE_FILE_STATUS           PIC X(02) VALUE "00".

       *> test counters
       01 WS_TEST_PASSED                           PIC 9(2) VALUE ZERO.

       *> each component's finding and its contribution to the
       *> overall verdict
       01  WS_COMP_TABLE_MAX               PIC 9(02) VALUE 20.
       01  WS_COMP_COUNT                   PIC 9(02) VALUE ZERO.
       01  WS_COMP_TABLE.
           05  WS_COMP_ENTRY OCCURS 20 TIMES.
               10  WS_COMP_ENTRY_NAME       PIC X(12).
               10  WS_COMP_ENTRY_FINDING    PIC X(20).
               10  WS_COMP_ENTRY_DETAIL     PIC X(32).
       01  WS_QUALITY_RATE                 PIC X(12) VALUE SPACES.
       01  WS_ERRLOG_NEW_COUNT             PIC 9(04) VALUE ZERO.

       *> back-dated dates to list - still-open dates, plus those
       *> regenerated today, summed across runs and sources
       01  WS_BKD_TABLE_MAX                PIC 9(02) VALUE 50.
       01  WS_BKD_COUNT                    PIC 9(02) VALUE ZERO.
       01  WS_BKD_TABLE.
           05  WS_BKD_ENTRY OCCURS 50 TIMES.
               10  WS_BKD_ENTRY_DATE        PIC X(08).
               10  WS_BKD_ENTRY_RECORDS     PIC 9(07).
               10  WS_BKD_ENTRY_AMOUNT      PIC 9(12).
               10  WS_BKD_ENTRY_OPEN        PIC X(01).
       01  WS_BKD_IDX                      PIC 9(02) VALUE ZERO.
       01  WS_BKD_MATCH_IDX                PIC 9(02) VALUE ZERO.
       01  WS_BKD_OPEN_COUNT               PIC 9(02) VALUE ZERO.

       *> report layouts
       01  WS_RPT_TITLE.
           05  FILLER                 PIC X(22) VALUE SPACES.
           05  WS_RPT_COMP_DETAIL     PIC X(32).
           05  FILLER                 PIC X(02) VALUE SPACES.
       01  WS_RPT_BLANK_LINE              PIC X(72) VALUE SPACES.
       01  WS_RPT_BKD_TITLE               PIC X(72) VALUE
               "BACK-DATED RECORDS - LANDED AFTER THEIR DATE'S REPORT".
       01  WS_RPT_BKD_HEADING             PIC X(72) VALUE
               "  DATE      RECORDS        AMOUNT  REPORT".
       01  WS_RPT_BKD_LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS_RPT_BKD_DATE        PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS_RPT_BKD_RECORDS     PIC 9(07).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS_RPT_BKD_AMOUNT      PIC 9(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS_RPT_BKD_STATE       PIC X(11).
           05  FILLER                 PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM B4040_CHECK_QUALITY_REPORT
           PERFORM B4050_CHECK_RECONCILE_STATUS
           PERFORM B4060_CHECK_ERRLOG_SUMMARY
           PERFORM B4070_CHECK_AMTHOLD_STATUS
           PERFORM B4077_CHECK_COLLISION_STATUS
           PERFORM B4080_CHECK_INTEGRITY_STATUS
           PERFORM B4087_CHECK_RETURNS_STATUS
           PERFORM B4089_CHECK_BALANCE_STATUS
           PERFORM B4090_CHECK_BACKDATED
           PERFORM B4100_ROLL_UP_VERDICT
           PERFORM B5000_WRITE_MORNING_REPORT


           EXIT.

       *> a record held over its amount limit is clean while it
       *> waits for its two approvals; one held past DEMO-AMTHOLD's
       *> escalation window is the escalation
       B4070_CHECK_AMTHOLD_STATUS.
           MOVE "AMOUNT HOLD" TO WS_THIS_NAME
           MOVE "DEMO_AMTHOLD_REPORT.TXT" TO WS_THIS_DETAIL

           OPEN INPUT DEMO_AMTHOLD_STATUS
           IF WS_AMTHOLD_FILE_STATUS = "00"
               READ DEMO_AMTHOLD_STATUS
                   AT END
                       MOVE "EMPTY STATUS" TO WS_THIS_FINDING
                       MOVE 'A' TO WS_THIS_GRADE
                   NOT AT END
                       PERFORM B4075_GRADE_AMTHOLD_STATUS
               END-READ
               CLOSE DEMO_AMTHOLD_STATUS
           ELSE
               MOVE "NOT ON FILE" TO WS_THIS_FINDING
               MOVE 'A' TO WS_THIS_GRADE
           END-IF

           PERFORM B4900_STORE_COMPONENT.

           EXIT.

       B4075_GRADE_AMTHOLD_STATUS.
           MOVE SPACES TO WS_THIS_FINDING
           IF AMTHOLD_STATUS_OVERDUE IS NUMERIC
                   AND AMTHOLD_STATUS_OVERDUE > "00000"
               STRING AMTHOLD_STATUS_OVERDUE DELIMITED BY SIZE,
                   " OVERDUE HOLDS" DELIMITED BY SIZE
               INTO WS_THIS_FINDING
               MOVE 'A' TO WS_THIS_GRADE
           ELSE
               STRING AMTHOLD_STATUS_HELD DELIMITED BY SIZE,
                   " HELD" DELIMITED BY SIZE
               INTO WS_THIS_FINDING
               MOVE 'C' TO WS_THIS_GRADE
           END-IF.

           EXIT.

       *> two providers sending the same date/string is clean while
       *> they agree on the amount; one disagreeing needs the business
       *> to name the authoritative provider before the extract goes
       *> out
       B4077_CHECK_COLLISION_STATUS.
           MOVE "COLLISIONS" TO WS_THIS_NAME
           MOVE "DEMO_COLLISION_REPORT.TXT" TO WS_THIS_DETAIL

           OPEN INPUT DEMO_COLLISION_STATUS
           IF WS_COLLISION_FILE_STATUS = "00"
               READ DEMO_COLLISION_STATUS
                   AT END
                       MOVE "EMPTY STATUS" TO WS_THIS_FINDING
                       MOVE 'A' TO WS_THIS_GRADE
                   NOT AT END
                       PERFORM B4078_GRADE_COLLISION_STATUS
               END-READ
               CLOSE DEMO_COLLISION_STATUS
           ELSE
               MOVE "NOT ON FILE" TO WS_THIS_FINDING
               MOVE 'A' TO WS_THIS_GRADE
           END-IF

           PERFORM B4900_STORE_COMPONENT.

           EXIT.

       B4078_GRADE_COLLISION_STATUS.
           MOVE SPACES TO WS_THIS_FINDING
           IF COLL_STATUS_DISAGREE IS NUMERIC
                   AND COLL_STATUS_DISAGREE > "00000"
               STRING COLL_STATUS_DISAGREE DELIMITED BY SIZE,
                   " DISAGREEING" DELIMITED BY SIZE
               INTO WS_THIS_FINDING
               MOVE 'A' TO WS_THIS_GRADE
           ELSE
               STRING COLL_STATUS_PAIRS DELIMITED BY SIZE,
                   " AGREEING" DELIMITED BY SIZE
               INTO WS_THIS_FINDING
               MOVE 'C' TO WS_THIS_GRADE
           END-IF.

           EXIT.

       *> stores that have stopped agreeing with each other fail the
       *> morning the same way a failed reconciliation does
       B4080_CHECK_INTEGRITY_STATUS.
           MOVE "INTEGRITY" TO WS_THIS_NAME
           MOVE "DEMO_INTEGRITY_REPORT.TXT" TO WS_THIS_DETAIL

           OPEN INPUT DEMO_INTEGRITY_STATUS
           IF WS_INTEGRITY_FILE_STATUS = "00"
               READ DEMO_INTEGRITY_STATUS
                   AT END
                       MOVE "EMPTY STATUS" TO WS_THIS_FINDING
                       MOVE 'A' TO WS_THIS_GRADE
                   NOT AT END
                       PERFORM B4085_GRADE_INTEGRITY_STATUS
               END-READ
               CLOSE DEMO_INTEGRITY_STATUS
           ELSE
               MOVE "NOT ON FILE" TO WS_THIS_FINDING
               MOVE 'A' TO WS_THIS_GRADE
           END-IF

           PERFORM B4900_STORE_COMPONENT.

           EXIT.

       B4085_GRADE_INTEGRITY_STATUS.
           MOVE SPACES TO WS_THIS_FINDING
           IF INTEG_STATUS_VERDICT(1:5) = "CLEAN"
               MOVE "STORES AGREE" TO WS_THIS_FINDING
               MOVE 'C' TO WS_THIS_GRADE
           ELSE
               STRING INTEG_STATUS_FINDINGS DELIMITED BY SIZE,
                   " FINDINGS" DELIMITED BY SIZE
               INTO WS_THIS_FINDING
               MOVE 'F' TO WS_THIS_GRADE
           END-IF.

           EXIT.

       *> a return matching nothing we sent, or an open one left past
       *> the escalation window, needs someone on the phone to the
       *> settlement side; open returns inside the window are routine
       B4087_CHECK_RETURNS_STATUS.
           MOVE "RETURNS" TO WS_THIS_NAME
           MOVE "DEMO_RETURNS_REPORT.TXT" TO WS_THIS_DETAIL

           OPEN INPUT DEMO_RETURNS_STATUS
           IF WS_RETURNS_FILE_STATUS = "00"
               READ DEMO_RETURNS_STATUS
                   AT END
                       MOVE "EMPTY STATUS" TO WS_THIS_FINDING
                       MOVE 'A' TO WS_THIS_GRADE
                   NOT AT END
                       PERFORM B4088_GRADE_RETURNS_STATUS
               END-READ
               CLOSE DEMO_RETURNS_STATUS
           ELSE
               MOVE "NOT ON FILE" TO WS_THIS_FINDING
               MOVE 'A' TO WS_THIS_GRADE
           END-IF

           PERFORM B4900_STORE_COMPONENT.

           EXIT.

       B4088_GRADE_RETURNS_STATUS.
           MOVE SPACES TO WS_THIS_FINDING
           EVALUATE TRUE
               WHEN RET_STATUS_NO_MATCH IS NUMERIC
                       AND RET_STATUS_NO_MATCH > "00000"
                   STRING RET_STATUS_NO_MATCH DELIMITED BY SIZE,
                       " NO MATCH" DELIMITED BY SIZE
                   INTO WS_THIS_FINDING
                   MOVE 'A' TO WS_THIS_GRADE
               WHEN RET_STATUS_OVERDUE IS NUMERIC
                       AND RET_STATUS_OVERDUE > "00000"
                   STRING RET_STATUS_OVERDUE DELIMITED BY SIZE,
                       " OVERDUE" DELIMITED BY SIZE
                   INTO WS_THIS_FINDING
                   MOVE 'A' TO WS_THIS_GRADE
               WHEN OTHER
                   STRING RET_STATUS_OPEN DELIMITED BY SIZE,
                       " OPEN" DELIMITED BY SIZE
                   INTO WS_THIS_FINDING
                   MOVE 'C' TO WS_THIS_GRADE
           END-EVALUATE.

           EXIT.

       *> money that does not balance fails the morning outright;
       *> the first run only opens the balances, which is clean
       B4089_CHECK_BALANCE_STATUS.
           MOVE "BALANCE" TO WS_THIS_NAME
           MOVE "DEMO_BALANCE_PROOF.TXT" TO WS_THIS_DETAIL

           OPEN INPUT DEMO_BALANCE_STATUS
           IF WS_BALANCE_FILE_STATUS = "00"
               READ DEMO_BALANCE_STATUS
                   AT END
                       MOVE "EMPTY STATUS" TO WS_THIS_FINDING
                       MOVE 'A' TO WS_THIS_GRADE
                   NOT AT END
                       PERFORM B4091_GRADE_BALANCE_STATUS
               END-READ
               CLOSE DEMO_BALANCE_STATUS
           ELSE
               MOVE "NOT ON FILE" TO WS_THIS_FINDING
               MOVE 'A' TO WS_THIS_GRADE
           END-IF

           PERFORM B4900_STORE_COMPONENT.

           EXIT.

       B4091_GRADE_BALANCE_STATUS.
           MOVE SPACES TO WS_THIS_FINDING
           IF BAL_STATUS_VERDICT(1:4) = "PASS"
               STRING "PROVED TO " DELIMITED BY SIZE,
                   BAL_STATUS_DATE DELIMITED BY SIZE
               INTO WS_THIS_FINDING
               MOVE 'C' TO WS_THIS_GRADE
           ELSE
               STRING BAL_STATUS_FAILED DELIMITED BY SIZE,
                   " OFF ON " DELIMITED BY SIZE,
                   BAL_STATUS_DATE DELIMITED BY SIZE
               INTO WS_THIS_FINDING
               MOVE 'F' TO WS_THIS_GRADE
           END-IF.

           EXIT.

       *> a date whose report went out before its late records
       *> arrived needs attention until DEMO-REPORT's REGEN run has
       *> re-cut it. No file at all is clean - it is only written
       *> once something has landed late.
       B4090_CHECK_BACKDATED.
           MOVE "BACK-DATED" TO WS_THIS_NAME
           MOVE "DEMO_BACKDATED.TXT" TO WS_THIS_DETAIL
           MOVE ZERO TO WS_BKD_COUNT

           OPEN INPUT DEMO_BACKDATED
           IF WS_BACKDATED_FILE_STATUS = "00"
               MOVE 'N' TO WS_EOF
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_BACKDATED
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           PERFORM B4095_NOTE_BACKDATED_LINE
                   END-READ
               END-PERFORM
               CLOSE DEMO_BACKDATED
           END-IF

           PERFORM B4096_GRADE_BACKDATED
           PERFORM B4900_STORE_COMPONENT.

           EXIT.

       B4095_NOTE_BACKDATED_LINE.
           IF BKD_STATE = 'O'
                   OR (BKD_STATE = 'R'
                       AND BKD_REGEN_TS(1:8) = WS_CURRENT_DATE)
               MOVE ZERO TO WS_BKD_MATCH_IDX
               MOVE ZERO TO WS_BKD_IDX
               PERFORM UNTIL WS_BKD_IDX >= WS_BKD_COUNT
                                   OR WS_BKD_MATCH_IDX > ZERO
                   ADD 1 TO WS_BKD_IDX
                   IF WS_BKD_ENTRY_DATE(WS_BKD_IDX) = BKD_DATE
                       MOVE WS_BKD_IDX TO WS_BKD_MATCH_IDX
                   END-IF
               END-PERFORM

               IF WS_BKD_MATCH_IDX = ZERO
                       AND WS_BKD_COUNT < WS_BKD_TABLE_MAX
                   ADD 1 TO WS_BKD_COUNT
                   MOVE WS_BKD_COUNT TO WS_BKD_MATCH_IDX
                   MOVE BKD_DATE TO WS_BKD_ENTRY_DATE(WS_BKD_MATCH_IDX)
                   MOVE ZERO TO WS_BKD_ENTRY_RECORDS(WS_BKD_MATCH_IDX)
                   MOVE ZERO TO WS_BKD_ENTRY_AMOUNT(WS_BKD_MATCH_IDX)
                   MOVE 'N' TO WS_BKD_ENTRY_OPEN(WS_BKD_MATCH_IDX)
               END-IF

               IF WS_BKD_MATCH_IDX > ZERO
                   IF BKD_RECORDS IS NUMERIC
                       ADD BKD_RECORDS
                           TO WS_BKD_ENTRY_RECORDS(WS_BKD_MATCH_IDX)
                   END-IF
                   IF BKD_AMOUNT IS NUMERIC
                       ADD BKD_AMOUNT
                           TO WS_BKD_ENTRY_AMOUNT(WS_BKD_MATCH_IDX)
                   END-IF
                   IF BKD_STATE = 'O'
                       MOVE 'Y' TO WS_BKD_ENTRY_OPEN(WS_BKD_MATCH_IDX)
                   END-IF
               END-IF
           END-IF.

           EXIT.

       B4096_GRADE_BACKDATED.
           MOVE ZERO TO WS_BKD_OPEN_COUNT
           MOVE ZERO TO WS_BKD_IDX
           PERFORM UNTIL WS_BKD_IDX >= WS_BKD_COUNT
               ADD 1 TO WS_BKD_IDX
               IF WS_BKD_ENTRY_OPEN(WS_BKD_IDX) = 'Y'
                   ADD 1 TO WS_BKD_OPEN_COUNT
               END-IF
           END-PERFORM

           MOVE SPACES TO WS_THIS_FINDING
           EVALUATE TRUE
               WHEN WS_BKD_OPEN_COUNT > ZERO
                   STRING WS_BKD_OPEN_COUNT DELIMITED BY SIZE,
                       " DATES NOT RE-CUT" DELIMITED BY SIZE
                   INTO WS_THIS_FINDING
                   MOVE 'A' TO WS_THIS_GRADE
               WHEN WS_BKD_COUNT > ZERO
                   STRING WS_BKD_COUNT DELIMITED BY SIZE,
                       " DATES RE-CUT" DELIMITED BY SIZE
                   INTO WS_THIS_FINDING
                   MOVE 'C' TO WS_THIS_GRADE
               WHEN OTHER
                   MOVE "NONE LANDED LATE" TO WS_THIS_FINDING
                   MOVE 'C' TO WS_THIS_GRADE
           END-EVALUATE.

           EXIT.

       B4900_STORE_COMPONENT.
           IF WS_COMP_COUNT < WS_COMP_TABLE_MAX
               ADD 1 TO WS_COMP_COUNT
               DISPLAY WS_RPT_COMP_LINE
           END-PERFORM

           IF WS_BKD_COUNT > ZERO
               PERFORM B5010_WRITE_BACKDATED_LISTING
           END-IF

           CLOSE DEMO_MORNING_REPORT

           IF WS_OVERALL_FAILED

           EXIT.

       B5010_WRITE_BACKDATED_LISTING.
           WRITE DEMO_MORNING_REPORT_RECORD FROM WS_RPT_BLANK_LINE
           WRITE DEMO_MORNING_REPORT_RECORD FROM WS_RPT_BKD_TITLE
           WRITE DEMO_MORNING_REPORT_RECORD FROM WS_RPT_BKD_HEADING
           DISPLAY WS_RPT_BKD_TITLE

           MOVE ZERO TO WS_BKD_IDX
           PERFORM UNTIL WS_BKD_IDX >= WS_BKD_COUNT
               ADD 1 TO WS_BKD_IDX
               MOVE WS_BKD_ENTRY_DATE(WS_BKD_IDX) TO WS_RPT_BKD_DATE
               MOVE WS_BKD_ENTRY_RECORDS(WS_BKD_IDX)
                   TO WS_RPT_BKD_RECORDS
               MOVE WS_BKD_ENTRY_AMOUNT(WS_BKD_IDX)
                   TO WS_RPT_BKD_AMOUNT
               IF WS_BKD_ENTRY_OPEN(WS_BKD_IDX) = 'Y'
                   MOVE "STALE" TO WS_RPT_BKD_STATE
               ELSE
                   MOVE "REGENERATED" TO WS_RPT_BKD_STATE
               END-IF
               WRITE DEMO_MORNING_REPORT_RECORD FROM WS_RPT_BKD_LINE
               DISPLAY WS_RPT_BKD_LINE
           END-PERFORM.

           EXIT.

       *> TESTS
       B9000_TEST.
           IF WS_PARAMS_TEST_NAME = 'ALL'

           PERFORM B9101_ONE_FAILURE_FAILS_THE_MORNING.
           PERFORM B9102_ALL_CLEAN_READS_CLEAN.
           PERFORM B9103_OVERDUE_HOLD_ESCALATES.
           PERFORM B9104_INTEGRITY_FINDINGS_FAIL_THE_MORNING.
           PERFORM B9105_STALE_BACKDATED_DATE_NEEDS_ATTENTION.
           PERFORM B9106_DISAGREEING_COLLISION_NEEDS_ATTENTION.
           PERFORM B9107_UNMATCHED_RETURN_NEEDS_ATTENTION.
           PERFORM B9108_UNBALANCED_DAY_FAILS_THE_MORNING.

           EXIT.


           EXIT.

       B9103_OVERDUE_HOLD_ESCALATES.
           DISPLAY 'A HOLD PAST ITS ESCALATION WINDOW NEEDS ATTENTION'.

           MOVE "HELD 00003 OVERDUE 00001 DAYS 002 AS OF 20261015"
               TO DEMO_AMTHOLD_STATUS_RECORD.
           PERFORM B4075_GRADE_AMTHOLD_STATUS.

           DISPLAY "EXPECTED: 00001 OVERDUE HOLDS A".
           DISPLAY "ACTUAL:   " WS_THIS_FINDING " " WS_THIS_GRADE.
           IF WS_THIS_FINDING = "00001 OVERDUE HOLDS"
                   AND WS_THIS_GRADE = 'A'
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "HELD 00003 OVERDUE 00000 DAYS 002 AS OF 20261015"
               TO DEMO_AMTHOLD_STATUS_RECORD.
           PERFORM B4075_GRADE_AMTHOLD_STATUS.

           DISPLAY "EXPECTED: 00003 HELD C".
           DISPLAY "ACTUAL:   " WS_THIS_FINDING " " WS_THIS_GRADE.
           IF WS_THIS_FINDING = "00003 HELD" AND WS_THIS_GRADE = 'C'
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9104_INTEGRITY_FINDINGS_FAIL_THE_MORNING.
           DISPLAY 'INTEGRITY FINDINGS FAIL THE MORNING'.

           MOVE "FINDINGS 20261015 FINDINGS 0000003"
               TO DEMO_INTEGRITY_STATUS_RECORD.
           PERFORM B4085_GRADE_INTEGRITY_STATUS.

           DISPLAY "EXPECTED: 0000003 FINDINGS F".
           DISPLAY "ACTUAL:   " WS_THIS_FINDING " " WS_THIS_GRADE.
           IF WS_THIS_FINDING = "0000003 FINDINGS"
                   AND WS_THIS_GRADE = 'F'
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "CLEAN    20261015 FINDINGS 0000000"
               TO DEMO_INTEGRITY_STATUS_RECORD.
           PERFORM B4085_GRADE_INTEGRITY_STATUS.

           DISPLAY "EXPECTED: STORES AGREE C".
           DISPLAY "ACTUAL:   " WS_THIS_FINDING " " WS_THIS_GRADE.
           IF WS_THIS_FINDING = "STORES AGREE" AND WS_THIS_GRADE = 'C'
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9105_STALE_BACKDATED_DATE_NEEDS_ATTENTION.
           DISPLAY 'A DATE NOT YET RE-CUT NEEDS ATTENTION'.

           MOVE ZERO TO WS_BKD_COUNT.
           MOVE SPACES TO DEMO_BACKDATED_RECORD.
           MOVE "20260803" TO BKD_DATE.
           MOVE "0000002" TO BKD_RECORDS.
           MOVE "000000000200" TO BKD_AMOUNT.
           MOVE 'O' TO BKD_STATE.
           PERFORM B4095_NOTE_BACKDATED_LINE.
           MOVE "0000001" TO BKD_RECORDS.
           MOVE "000000000050" TO BKD_AMOUNT.
           PERFORM B4095_NOTE_BACKDATED_LINE.
           *> an old date regenerated on an earlier morning drops off
           MOVE "20260629" TO BKD_DATE.
           MOVE 'R' TO BKD_STATE.
           MOVE "20260702060000" TO BKD_REGEN_TS.
           PERFORM B4095_NOTE_BACKDATED_LINE.
           PERFORM B4096_GRADE_BACKDATED.

           DISPLAY "EXPECTED: 01 DATES NOT RE-CUT A 0000003 250".
           DISPLAY "ACTUAL:   " WS_THIS_FINDING " " WS_THIS_GRADE
               " " WS_BKD_ENTRY_RECORDS(1) " " WS_BKD_ENTRY_AMOUNT(1).
           IF WS_THIS_FINDING = "01 DATES NOT RE-CUT"
                   AND WS_THIS_GRADE = 'A'
                   AND WS_BKD_COUNT = 1
                   AND WS_BKD_ENTRY_RECORDS(1) = 3
                   AND WS_BKD_ENTRY_AMOUNT(1) = 250
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_BKD_COUNT.

           EXIT.

       B9106_DISAGREEING_COLLISION_NEEDS_ATTENTION.
           DISPLAY 'A DISAGREEING COLLISION NEEDS ATTENTION'.

           MOVE "PAIRS 00003 DISAGREE 00001 OLDEST 0004 AS OF 20261015"
               TO DEMO_COLLISION_STATUS_RECORD.
           PERFORM B4078_GRADE_COLLISION_STATUS.

           DISPLAY "EXPECTED: 00001 DISAGREEING A".
           DISPLAY "ACTUAL:   " WS_THIS_FINDING " " WS_THIS_GRADE.
           IF WS_THIS_FINDING = "00001 DISAGREEING"
                   AND WS_THIS_GRADE = 'A'
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "PAIRS 00003 DISAGREE 00000 OLDEST 0004 AS OF 20261015"
               TO DEMO_COLLISION_STATUS_RECORD.
           PERFORM B4078_GRADE_COLLISION_STATUS.

           DISPLAY "EXPECTED: 00003 AGREEING C".
           DISPLAY "ACTUAL:   " WS_THIS_FINDING " " WS_THIS_GRADE.
           IF WS_THIS_FINDING = "00003 AGREEING" AND WS_THIS_GRADE = 'C'
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9107_UNMATCHED_RETURN_NEEDS_ATTENTION.
           DISPLAY 'A RETURN MATCHING NOTHING NEEDS ATTENTION'.

           MOVE "OPEN 00002 NO MATCH 00001 OVERDUE 00000 AS OF 20261015"
               TO DEMO_RETURNS_STATUS_RECORD.
           PERFORM B4088_GRADE_RETURNS_STATUS.

           DISPLAY "EXPECTED: 00001 NO MATCH A".
           DISPLAY "ACTUAL:   " WS_THIS_FINDING " " WS_THIS_GRADE.
           IF WS_THIS_FINDING = "00001 NO MATCH" AND WS_THIS_GRADE = 'A'
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "OPEN 00002 NO MATCH 00000 OVERDUE 00000 AS OF 20261015"
               TO DEMO_RETURNS_STATUS_RECORD.
           PERFORM B4088_GRADE_RETURNS_STATUS.

           DISPLAY "EXPECTED: 00002 OPEN C".
           DISPLAY "ACTUAL:   " WS_THIS_FINDING " " WS_THIS_GRADE.
           IF WS_THIS_FINDING = "00002 OPEN" AND WS_THIS_GRADE = 'C'
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9108_UNBALANCED_DAY_FAILS_THE_MORNING.
           DISPLAY 'A DAY THAT DOES NOT BALANCE FAILS THE MORNING'.

           MOVE "FAIL     20261014 SOURCES 003 FAILING 001"
               TO DEMO_BALANCE_STATUS_RECORD.
           PERFORM B4091_GRADE_BALANCE_STATUS.

           DISPLAY "EXPECTED: 001 OFF ON 20261014 F".
           DISPLAY "ACTUAL:   " WS_THIS_FINDING " " WS_THIS_GRADE.
           IF WS_THIS_FINDING = "001 OFF ON 20261014"
                   AND WS_THIS_GRADE = 'F'
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE "PASS     20261014 SOURCES 003 FAILING 000"
               TO DEMO_BALANCE_STATUS_RECORD.
           PERFORM B4091_GRADE_BALANCE_STATUS.

           DISPLAY "EXPECTED: PROVED TO 20261014 C".
           DISPLAY "ACTUAL:   " WS_THIS_FINDING " " WS_THIS_GRADE.
           IF WS_THIS_FINDING = "PROVED TO 20261014"
                   AND WS_THIS_GRADE = 'C'
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9901_TEST_PASSED.
           DISPLAY "TEST PASSED"
           ADD 1 TO WS_TEST_PASSED
