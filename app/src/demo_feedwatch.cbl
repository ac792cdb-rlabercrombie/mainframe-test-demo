           *> in columns 1-100, and from this job on, the feed's
           *> arrival deadline (HHMM) in columns 101-104. A feed with
           *> no deadline keyed is still reported, just never flagged.
           *> Columns 105-107 carry the feed's source system (blank
           *> reads as PRI), as DEMO-DAYCLOSE reads them.
           SELECT DEMO_FEEDS_MANIFEST ASSIGN TO
                "../src/resources/DEMO_FEEDS_MANIFEST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_MANIFEST_FILE_STATUS.

           *> durable deadline-miss history - one line per feed per
           *> business day that missed its deadline or never
           *> arrived, kept after the nightly report is overwritten.
           *> Read back by the monthly provider statement
           *> (DEMO-CHARGEBACK). May not exist on a fresh install.
           SELECT DEMO_FEED_MISSES ASSIGN TO
                "../src/resources/DEMO_FEED_MISSES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_MISSES_FILE_STATUS.

           *> the nightly batch-window report this job exists to
           *> produce
           SELECT DEMO_FEEDWATCH_REPORT ASSIGN TO
           01 DEMO_FEEDS_MANIFEST_RECORD.
               05 MANIFEST_FEED_PATH        PIC X(100).
               05 MANIFEST_DEADLINE         PIC X(04).
               05 MANIFEST_SOURCE           PIC X(03).

       FD DEMO_FEED_MISSES.
           01 DEMO_FEED_MISSES_RECORD.
               05 MISS_DAY                  PIC X(08).
               05 FILLER                    PIC X(01).
               05 MISS_SOURCE               PIC X(03).
               05 FILLER                    PIC X(01).
               05 MISS_VERDICT              PIC X(11).
               05 FILLER                    PIC X(01).
               05 MISS_DEADLINE             PIC X(04).
               05 FILLER                    PIC X(01).
               05 MISS_ARRIVED              PIC X(04).
               05 FILLER                    PIC X(01).
               05 MISS_FEED_PATH            PIC X(100).

       FD DEMO_FEEDWATCH_REPORT.
           01 DEMO_FEEDWATCH_REPORT_RECORD     PIC X(72).
       *> days - the "shows up later every week" trend, on paper,
       *> before the batch window actually breaks. A missed deadline
       *> (or an expected feed that never arrived) raises a non-zero
       *> RETURN-CODE the scheduler can alert on. Every miss is also
       *> kept on DEMO_FEED_MISSES.TXT against the feed's source, for
       *> the monthly provider statement.

       *> example argument usage:

           88 WS_EOF_TRUE                      VALUE 'Y'.

       01 WS_MANIFEST_FILE_STATUS          PIC X(02) VALUE "00".
       01 WS_MISSES_FILE_STATUS            PIC X(02) VALUE "00".

       *> test counters
       01 WS_TEST_PASSED                           PIC 9(2) VALUE ZERO.
           05  WS_FEED_ENTRY OCCURS 100 TIMES.
               10  WS_FEED_PATH             PIC X(100).
               10  WS_FEED_DEADLINE         PIC X(04).
               10  WS_FEED_SOURCE           PIC X(03).
       01  WS_FEED_IDX                     PIC 9(03) VALUE ZERO.

       *> trailing-average window - DEMO_FEEDWATCH_WINDOW_DAYS days
       01  WS_MISS_COUNT                   PIC 9(03) VALUE ZERO.
       01  WS_FEED_VERDICT                 PIC X(11) VALUE SPACES.

       *> the miss history line - a rerun for a day already logged
       *> leaves the first verdict recorded in place rather than
       *> counting the same miss twice
       01  WS_MISS_LINE.
           05  WS_MISS_LINE_DAY             PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_MISS_LINE_SOURCE          PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_MISS_LINE_VERDICT         PIC X(11).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_MISS_LINE_DEADLINE        PIC X(04).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_MISS_LINE_ARRIVED         PIC X(04).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_MISS_LINE_PATH            PIC X(100).
       01  WS_MISS_ON_FILE                 PIC X(01) VALUE 'F'.
           88  WS_MISS_ON_FILE_FALSE           VALUE 'F'.
           88  WS_MISS_ON_FILE_TRUE            VALUE 'T'.

       *> report layouts
       01  WS_RPT_TITLE.
           05  FILLER                 PIC X(23) VALUE SPACES.
                                   TO WS_FEED_PATH(WS_FEED_COUNT)
                               MOVE MANIFEST_DEADLINE
                                   TO WS_FEED_DEADLINE(WS_FEED_COUNT)
                               MOVE MANIFEST_SOURCE
                                   TO WS_FEED_SOURCE(WS_FEED_COUNT)
                               IF MANIFEST_SOURCE = SPACES
                                   MOVE "PRI"
                                     TO WS_FEED_SOURCE(WS_FEED_COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           PERFORM B4120_FETCH_DAY_TIMES
           PERFORM B4130_EVALUATE_DEADLINE
           PERFORM B4140_COMPUTE_TRAILING_ARRIVAL
           PERFORM B5100_WRITE_FEED_BLOCK
           IF WS_FEED_VERDICT = "MISSED"
                   OR WS_FEED_VERDICT = "NOT ARRIVED"
               PERFORM B4150_LOG_DEADLINE_MISS
           END-IF.

           EXIT.


           EXIT.

       *> the miss goes on the durable history against the feed's
       *> source, once per feed per business day
       B4150_LOG_DEADLINE_MISS.
           MOVE WS_EFFECTIVE_DATE TO WS_MISS_LINE_DAY
           MOVE WS_FEED_SOURCE(WS_FEED_IDX) TO WS_MISS_LINE_SOURCE
           MOVE WS_FEED_VERDICT TO WS_MISS_LINE_VERDICT
           MOVE WS_FEED_DEADLINE(WS_FEED_IDX) TO WS_MISS_LINE_DEADLINE
           IF DB_DAY_ROW_COUNT > ZERO
               MOVE DB_FIRST_STARTED(9:4) TO WS_MISS_LINE_ARRIVED
           ELSE
               MOVE "----" TO WS_MISS_LINE_ARRIVED
           END-IF
           MOVE WS_FEED_PATH(WS_FEED_IDX) TO WS_MISS_LINE_PATH

           SET WS_MISS_ON_FILE_FALSE TO TRUE
           MOVE 'N' TO WS_EOF
           OPEN INPUT DEMO_FEED_MISSES
           IF WS_MISSES_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE OR WS_MISS_ON_FILE_TRUE
                   READ DEMO_FEED_MISSES
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           IF MISS_DAY = WS_MISS_LINE_DAY
                             AND MISS_FEED_PATH = WS_MISS_LINE_PATH
                               SET WS_MISS_ON_FILE_TRUE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_FEED_MISSES
           END-IF

           IF WS_MISS_ON_FILE_FALSE
               OPEN EXTEND DEMO_FEED_MISSES
               IF WS_MISSES_FILE_STATUS = "05"
                                   OR WS_MISSES_FILE_STATUS = "35"
                   OPEN OUTPUT DEMO_FEED_MISSES
               END-IF
               WRITE DEMO_FEED_MISSES_RECORD FROM WS_MISS_LINE
               CLOSE DEMO_FEED_MISSES
           END-IF.

           EXIT.

       *> one first-arrival per prior day in the window, averaged in
       *> minutes - slippage is today's arrival against that average,
       *> positive when the feed is running later than its own habit
