           *> input file path per line, the set of feeds that must
           *> arrive every business day before the day can close.
           *> Columns 101-104 optionally carry the feed's arrival
           *> deadline (HHMM) for DEMO-FEEDWATCH, and columns 105-107
           *> the source system the feed comes from - a feed whose
           *> provider is suspended, retired or out of effect on the
           *> provider master is not owed that day.
           SELECT DEMO_FEEDS_MANIFEST ASSIGN TO
                "../src/resources/DEMO_FEEDS_MANIFEST.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           *> privileged action is honored for anyone - the
           *> unattributable override is the audit finding this
           *> closes. See B7500_CHECK_OPERATOR_AUTH.
           *> the provider master DEMO-PROVMAINT maintains - read for
           *> each provider's name and status. May not exist, in
           *> which case every manifest feed is owed as before.
           SELECT DEMO_PROVIDERS ASSIGN TO
                "../src/resources/DEMO_PROVIDERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PROVIDERS_FILE_STATUS.

           SELECT DEMO_OPERATOR_PROFILES ASSIGN TO
                "../src/resources/DEMO_OPERATOR_PROFILES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           01 DEMO_FEEDS_MANIFEST_RECORD.
               05 MANIFEST_FEED_PATH        PIC X(100).
               05 MANIFEST_DEADLINE         PIC X(04).
               05 MANIFEST_SOURCE           PIC X(03).

       FD DEMO_PROVIDERS.
           01 DEMO_PROVIDERS_RECORD.
               05 PROV_CODE                 PIC X(03).
               05 FILLER                    PIC X(01).
               05 PROV_STATUS               PIC X(01).
               05 FILLER                    PIC X(01).
               05 PROV_EFF_FROM             PIC X(08).
               05 FILLER                    PIC X(01).
               05 PROV_EFF_TO               PIC X(08).
               05 FILLER                    PIC X(01).
               05 PROV_NAME                 PIC X(30).
               05 FILLER                    PIC X(01).
               05 PROV_ACK_CONTACT          PIC X(40).

       FD DEMO_FILE_REGISTER.
           01 DEMO_FILE_REGISTER_RECORD.
           01 DEMO_ACCESS_LOG_RECORD     PIC X(90).

       FD DEMO_DAYCLOSE_STATUS.
           01 DEMO_DAYCLOSE_STATUS_RECORD     PIC X(160).

       WORKING-STORAGE SECTION.
       *> ===========================================================

       01 WS_MANIFEST_FILE_STATUS          PIC X(02) VALUE "00".
       01 WS_REGISTER_FILE_STATUS          PIC X(02) VALUE "00".
       01 WS_PROVIDERS_FILE_STATUS         PIC X(02) VALUE "00".

       *> operator authorization work areas - the privileged levers
       *> only move for an operator whose profile line lists the
               10  WS_EXPECTED_RECEIVED     PIC X(01).
                   88  WS_EXPECTED_RECEIVED_FALSE  VALUE 'F'.
                   88  WS_EXPECTED_RECEIVED_TRUE   VALUE 'T'.
               10  WS_EXPECTED_SOURCE       PIC X(03).
               10  WS_EXPECTED_PROV_NAME    PIC X(30).
               *> excused - the feed's provider isn't sending that
               *> day by the master, so its absence holds nothing
               10  WS_EXPECTED_STANDING     PIC X(01).
                   88  WS_EXPECTED_DUE             VALUE 'D'.
                   88  WS_EXPECTED_EXCUSED         VALUE 'X'.
       01  WS_EXPECTED_IDX                 PIC 9(03) VALUE ZERO.
       01  WS_MISSING_COUNT                PIC 9(03) VALUE ZERO.
       01  WS_EXCUSED_COUNT                PIC 9(03) VALUE ZERO.

       *> provider master, loaded once - name and status by code
       01  WS_PROV_LOADED                  PIC X(01) VALUE 'F'.
           88  WS_PROV_LOADED_FALSE            VALUE 'F'.
           88  WS_PROV_LOADED_TRUE             VALUE 'T'.
       01  WS_PROV_TABLE_MAX               PIC 9(03) VALUE 100.
       01  WS_PROV_COUNT                   PIC 9(03) VALUE ZERO.
       01  WS_PROV_TABLE.
           05  WS_PROV_ENTRY OCCURS 100 TIMES.
               10  WS_PROV_ENTRY_CODE       PIC X(03).
               10  WS_PROV_ENTRY_STATUS     PIC X(01).
               10  WS_PROV_ENTRY_EFF_FROM   PIC X(08).
               10  WS_PROV_ENTRY_EFF_TO     PIC X(08).
               10  WS_PROV_ENTRY_NAME       PIC X(30).
       01  WS_PROV_IDX                     PIC 9(03) VALUE ZERO.
       01  WS_PROV_MATCH_IDX               PIC 9(03) VALUE ZERO.
       01  WS_MANIFEST_ON_FILE             PIC X(01) VALUE 'F'.
           88  WS_MANIFEST_ON_FILE_FALSE       VALUE 'F'.
           88  WS_MANIFEST_ON_FILE_TRUE        VALUE 'T'.
           05  WS_STATUS_REASON             PIC X(60).
           05  FILLER                       PIC X(42) VALUE SPACES.
       01  WS_STATUS_MISSING_LINE.
           05  WS_STATUS_MISSING_TAG        PIC X(08) VALUE "MISSING ".
           05  WS_STATUS_MISSING_PATH       PIC X(100).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_STATUS_MISSING_SOURCE     PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_STATUS_MISSING_NAME       PIC X(30).
           05  FILLER                       PIC X(17) VALUE SPACES.

       PROCEDURE DIVISION.


       B1000_GENERAL_LOGIC.
           PERFORM B4010_LOAD_MANIFEST
           PERFORM B4015_LOAD_PROVIDER_MASTER
           PERFORM B4016_APPLY_PROVIDER_STANDING
           PERFORM B4020_MARK_RECEIVED_FEEDS
           PERFORM B4030_EVALUATE_DAY
           PERFORM B5000_WRITE_STATUS_FILE
                                   WS_EXPECTED_PATH(WS_EXPECTED_COUNT)
                               SET WS_EXPECTED_RECEIVED_FALSE
                                   (WS_EXPECTED_COUNT) TO TRUE
                               MOVE MANIFEST_SOURCE TO
                                   WS_EXPECTED_SOURCE
                                   (WS_EXPECTED_COUNT)
                               MOVE SPACES TO WS_EXPECTED_PROV_NAME
                                   (WS_EXPECTED_COUNT)
                               SET WS_EXPECTED_DUE
                                   (WS_EXPECTED_COUNT) TO TRUE
                           END-IF
                   END-READ
               END-PERFORM

           EXIT.

       B4015_LOAD_PROVIDER_MASTER.
           SET WS_PROV_LOADED_FALSE TO TRUE
           MOVE ZERO TO WS_PROV_COUNT
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_PROVIDERS
           IF WS_PROVIDERS_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_PROVIDERS
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           IF PROV_CODE NOT = SPACES
                               AND WS_PROV_COUNT < WS_PROV_TABLE_MAX
                               ADD 1 TO WS_PROV_COUNT
                               MOVE PROV_CODE TO
                                   WS_PROV_ENTRY_CODE(WS_PROV_COUNT)
                               MOVE PROV_STATUS TO
                                   WS_PROV_ENTRY_STATUS(WS_PROV_COUNT)
                               MOVE PROV_EFF_FROM TO
                                   WS_PROV_ENTRY_EFF_FROM
                                   (WS_PROV_COUNT)
                               MOVE PROV_EFF_TO TO
                                   WS_PROV_ENTRY_EFF_TO(WS_PROV_COUNT)
                               MOVE PROV_NAME TO
                                   WS_PROV_ENTRY_NAME(WS_PROV_COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_PROVIDERS
               SET WS_PROV_LOADED_TRUE TO TRUE
           END-IF.

           EXIT.

       *> a feed tagged with its source is owed only while that
       *> provider is active and in effect on the business day - the
       *> same test DEMO-WRITER's B4830_CHECK_PROVIDER puts to the
       *> file's header, so the gate never waits on a file the writer
       *> would refuse anyway. An untagged feed, or one whose source
       *> isn't on the master, is owed as always.
       B4016_APPLY_PROVIDER_STANDING.
           MOVE ZERO TO WS_EXPECTED_IDX
           PERFORM UNTIL WS_EXPECTED_IDX >= WS_EXPECTED_COUNT
                               OR WS_PROV_LOADED_FALSE
               ADD 1 TO WS_EXPECTED_IDX
               IF WS_EXPECTED_SOURCE(WS_EXPECTED_IDX) NOT = SPACES
                   PERFORM B4017_FIND_FEED_PROVIDER
                   IF WS_PROV_MATCH_IDX = ZERO
                       MOVE "NOT ON PROVIDER MASTER"
                           TO WS_EXPECTED_PROV_NAME(WS_EXPECTED_IDX)
                   ELSE
                       MOVE WS_PROV_ENTRY_NAME(WS_PROV_MATCH_IDX)
                           TO WS_EXPECTED_PROV_NAME(WS_EXPECTED_IDX)
                       IF WS_PROV_ENTRY_STATUS(WS_PROV_MATCH_IDX)
                               NOT = 'A'
                           OR WS_EFFECTIVE_DATE
                               < WS_PROV_ENTRY_EFF_FROM
                                   (WS_PROV_MATCH_IDX)
                           OR (WS_PROV_ENTRY_EFF_TO(WS_PROV_MATCH_IDX)
                                   NOT = SPACES
                               AND WS_EFFECTIVE_DATE
                                   > WS_PROV_ENTRY_EFF_TO
                                       (WS_PROV_MATCH_IDX))
                           SET WS_EXPECTED_EXCUSED(WS_EXPECTED_IDX)
                               TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       B4017_FIND_FEED_PROVIDER.
           MOVE ZERO TO WS_PROV_MATCH_IDX
           MOVE ZERO TO WS_PROV_IDX

           PERFORM UNTIL WS_PROV_IDX >= WS_PROV_COUNT
                               OR WS_PROV_MATCH_IDX > ZERO
               ADD 1 TO WS_PROV_IDX
               IF WS_PROV_ENTRY_CODE(WS_PROV_IDX)
                       = WS_EXPECTED_SOURCE(WS_EXPECTED_IDX)
                   MOVE WS_PROV_IDX TO WS_PROV_MATCH_IDX
               END-IF
           END-PERFORM.

           EXIT.

       *> walks the processed-file register marking every expected
       *> feed the writer processed under this business day's header
       *> run date

       B4030_EVALUATE_DAY.
           MOVE ZERO TO WS_MISSING_COUNT
           MOVE ZERO TO WS_EXCUSED_COUNT
           MOVE ZERO TO WS_EXPECTED_IDX
           PERFORM UNTIL WS_EXPECTED_IDX >= WS_EXPECTED_COUNT
               ADD 1 TO WS_EXPECTED_IDX
               IF WS_EXPECTED_RECEIVED_FALSE(WS_EXPECTED_IDX)
                   IF WS_EXPECTED_EXCUSED(WS_EXPECTED_IDX)
                       ADD 1 TO WS_EXCUSED_COUNT
                   ELSE
                       ADD 1 TO WS_MISSING_COUNT
                   END-IF
               END-IF
           END-PERFORM

           PERFORM UNTIL WS_EXPECTED_IDX >= WS_EXPECTED_COUNT
               ADD 1 TO WS_EXPECTED_IDX
               IF WS_EXPECTED_RECEIVED_FALSE(WS_EXPECTED_IDX)
                   IF WS_EXPECTED_EXCUSED(WS_EXPECTED_IDX)
                       MOVE "EXCUSED " TO WS_STATUS_MISSING_TAG
                   ELSE
                       MOVE "MISSING " TO WS_STATUS_MISSING_TAG
                   END-IF
                   MOVE WS_EXPECTED_PATH(WS_EXPECTED_IDX)
                       TO WS_STATUS_MISSING_PATH
                   MOVE WS_EXPECTED_SOURCE(WS_EXPECTED_IDX)
                       TO WS_STATUS_MISSING_SOURCE
                   MOVE WS_EXPECTED_PROV_NAME(WS_EXPECTED_IDX)
                       TO WS_STATUS_MISSING_NAME
                   WRITE DEMO_DAYCLOSE_STATUS_RECORD
                       FROM WS_STATUS_MISSING_LINE
               END-IF
           DISPLAY "BUSINESS DAY:   " WS_EFFECTIVE_DATE.
           DISPLAY "FEEDS EXPECTED: " WS_EXPECTED_COUNT.
           DISPLAY "FEEDS MISSING:  " WS_MISSING_COUNT.
           IF WS_EXCUSED_COUNT > ZERO
               DISPLAY "FEEDS EXCUSED:  " WS_EXCUSED_COUNT
                   " (PROVIDER NOT SENDING PER PROVIDER MASTER)"
           END-IF.
           IF WS_PROV_LOADED_FALSE
               DISPLAY "DEMO_PROVIDERS.DAT NOT ON FILE - EVERY "
                   "MANIFEST FEED IS OWED"
           END-IF.

           MOVE ZERO TO WS_EXPECTED_IDX.
           PERFORM UNTIL WS_EXPECTED_IDX >= WS_EXPECTED_COUNT
               ADD 1 TO WS_EXPECTED_IDX
               IF WS_EXPECTED_RECEIVED_FALSE(WS_EXPECTED_IDX)
                       AND NOT WS_EXPECTED_EXCUSED(WS_EXPECTED_IDX)
                   DISPLAY "  MISSING " WS_EXPECTED_SOURCE
                       (WS_EXPECTED_IDX) " "
                       WS_EXPECTED_PROV_NAME(WS_EXPECTED_IDX) " "
                       WS_EXPECTED_PATH(WS_EXPECTED_IDX)(1:40)
               END-IF
           END-PERFORM.

           EVALUATE TRUE
               WHEN WS_DAY_CLOSED

           PERFORM B9101_ALL_FEEDS_IN_CLOSES_THE_DAY.
           PERFORM B9102_MISSING_FEED_HOLDS_THE_DAY_OPEN.
           PERFORM B9103_SUSPENDED_PROVIDER_FEED_IS_EXCUSED.

           EXIT.


           EXIT.

       B9103_SUSPENDED_PROVIDER_FEED_IS_EXCUSED.
           DISPLAY 'A SUSPENDED PROVIDER FEED DOES NOT HOLD THE DAY'.

           SET WS_MANIFEST_ON_FILE_TRUE TO TRUE.
           SET WS_PROV_LOADED_TRUE TO TRUE.
           MOVE 1 TO WS_PROV_COUNT.
           MOVE "XYZ" TO WS_PROV_ENTRY_CODE(1).
           MOVE 'S' TO WS_PROV_ENTRY_STATUS(1).
           MOVE "20260101" TO WS_PROV_ENTRY_EFF_FROM(1).
           MOVE SPACES TO WS_PROV_ENTRY_EFF_TO(1).
           MOVE "XYZ PAYMENTS" TO WS_PROV_ENTRY_NAME(1).
           MOVE "20260820" TO WS_EFFECTIVE_DATE.
           MOVE 1 TO WS_EXPECTED_COUNT.
           MOVE "FEED-X" TO WS_EXPECTED_PATH(1).
           SET WS_EXPECTED_RECEIVED_FALSE(1) TO TRUE.
           MOVE "XYZ" TO WS_EXPECTED_SOURCE(1).
           SET WS_EXPECTED_DUE(1) TO TRUE.
           PERFORM B4016_APPLY_PROVIDER_STANDING.
           PERFORM B4030_EVALUATE_DAY.

           DISPLAY "EXPECTED: CLOSED, 1 EXCUSED".
           DISPLAY "ACTUAL:   EXCUSED " WS_EXCUSED_COUNT.
           IF WS_DAY_CLOSED AND WS_EXCUSED_COUNT = 1
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           MOVE ZERO TO WS_EXPECTED_COUNT.
           MOVE ZERO TO WS_PROV_COUNT.

           EXIT.

       B9901_TEST_PASSED.
           DISPLAY "TEST PASSED"
           ADD 1 TO WS_TEST_PASSED
