       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-COLLIDE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the desk's view of every date/string loaded by more than
           *> one source - each source's amount, switch and counter
           *> side by side, whether they agree, and how long the
           *> collision has stood
           SELECT DEMO_COLLISION_REPORT ASSIGN TO
                "../src/resources/out/DEMO_COLLISION_REPORT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_REPORT_FILE_STATUS.

           *> one-line verdict for the morning dashboard: how many
           *> collisions stand, how many disagree and the oldest one's
           *> age - see B5040_WRITE_COLLISION_STATUS
           SELECT DEMO_COLLISION_STATUS ASSIGN TO
                "../src/resources/DEMO_COLLISION_STATUS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           *> may not exist yet on a fresh install (nothing has ever
           *> failed before), so its FILE STATUS is checked rather
           *> than assumed present - see B8010_WRITE_ERROR_LOG
           SELECT DEMO_ERROR_LOG ASSIGN TO
                "../src/resources/DEMO_ERROR_LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_ERROR_LOG_FILE_STATUS.

           *> named connection profiles (TEST/PROD and any others an
           *> operator lists) - see B3060_DETERMINE_DB_PROFILE
           SELECT DEMO_DB_PROFILES ASSIGN TO
                "../src/resources/DEMO_DB_PROFILES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_DB_PROFILES_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DEMO_COLLISION_REPORT.
           01 DEMO_COLLISION_REPORT_RECORD   PIC X(72).

       FD DEMO_COLLISION_STATUS.
           01 DEMO_COLLISION_STATUS_RECORD   PIC X(72).

       FD DEMO_ERROR_LOG.
           01 DEMO_ERROR_LOG_RECORD     PIC X(100).

       FD DEMO_DB_PROFILES.
           01 DEMO_DB_PROFILES_RECORD.
               05 DB_PROFILE_NAME           PIC X(10).
               05 DB_PROFILE_DBNAME         PIC X(30).
               05 DB_PROFILE_USERNAME       PIC X(30).
               05 DB_PROFILE_PASSWD         PIC X(10).

       WORKING-STORAGE SECTION.
       *> ===========================================================
       *> This program reports cross-provider collisions. DEMO-
       *> WRITER's duplicate guard (B3400_INSERT_ROW) is per source,
       *> so when PRI and a second provider both send the same date
       *> and string, both rows load - correctly, but then both go
       *> out on the settlement extract. Each date/string in
       *> demo_table held by more than one source system is listed
       *> once, with every source's amount, switch and counter side
       *> by side (two to a line, further sources on continuation
       *> lines), flagged DISAGREE when the sources' amounts differ.
       *> The switch and counter are part of the string the
       *> collision is keyed on, so it is the amount the sources
       *> can disagree over.
       *>
       *> A collision stands until the business has decided which
       *> provider is authoritative and the other's row has come off
       *> demo_table (a correction or a backout); the next run no
       *> longer finds it. Its AGE is whole days since the second
       *> source's row loaded - the day the collision began - so the
       *> desk can see what has waited longest before the extract
       *> goes out. A status line is left for DEMO-MORNING.

       *> example argument usage:

       *> list the standing collisions and refresh the status line
       *>      ./demo_collide

       *> for running as part of end-to-end tests
       *>      ./demo_collide TESTENDTOEND

       *> for running only unit tests
       *>      ./demo_collide TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_collide TEST
       *>      ./demo_collide TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.

       *> test counters
       01 WS_TEST_PASSED                           PIC 9(2) VALUE ZERO.
       01 WS_TEST_FAILED                            PIC 9(2) VALUE ZERO.

       01 WS_CURRENT_DATE_DATA.
         05  WS_CURRENT_DATE.
             10  WS_CURRENT_YEAR         PIC 9(04).
             10  WS_CURRENT_MONTH        PIC 9(02).
             10  WS_CURRENT_DAY          PIC 9(02).
         05  WS_CURRENT_TIME.
             10  WS_CURRENT_HOURS        PIC 9(02).
             10  WS_CURRENT_MINUTE       PIC 9(02).
             10  WS_CURRENT_SECOND       PIC 9(02).
             10  WS_CURRENT_MILLISECONDS PIC 9(02).

       01  WS_COLLISION_COUNT              PIC 9(05) VALUE ZERO.
       01  WS_DISAGREE_COUNT               PIC 9(05) VALUE ZERO.
       01  WS_OLDEST_AGE                   PIC 9(04) VALUE ZERO.

       *> the rows of the date/string being gathered - the cursor
       *> returns them in load order, so entry 2 is the row that
       *> turned the string into a collision
       01  WS_GROUP_DATE                   PIC X(10) VALUE SPACES.
       01  WS_GROUP_STRING                 PIC X(06) VALUE SPACES.
       01  WS_GROUP_COUNT                  PIC 9(02) VALUE ZERO.
       01  WS_GROUP_TABLE_MAX              PIC 9(02) VALUE 8.
       01  WS_GROUP_TABLE.
           05  WS_GROUP_ENTRY OCCURS 8 TIMES.
               10  WS_GROUP_SOURCE         PIC X(03).
               10  WS_GROUP_AMOUNT         PIC 9(09).
               10  WS_GROUP_SWITCH         PIC X(01).
               10  WS_GROUP_COUNTER        PIC X(03).
               10  WS_GROUP_AGE            PIC 9(05).
       01  WS_GROUP_IDX                    PIC 9(02) VALUE ZERO.
       01  WS_GROUP_SLOT                   PIC 9(01) VALUE ZERO.
       01  WS_GROUP_AGREE                  PIC X(01) VALUE 'T'.
           88  WS_GROUP_AGREE_FALSE            VALUE 'F'.
           88  WS_GROUP_AGREE_TRUE             VALUE 'T'.

       *> report layouts
       01  WS_RPT_TITLE.
           05  FILLER                 PIC X(17) VALUE SPACES.
           05  FILLER                 PIC X(38) VALUE
                   "DEMO CROSS-PROVIDER COLLISIONS REPORT".
           05  FILLER                 PIC X(17) VALUE SPACES.
       01  WS_RPT_HEADING.
           05  FILLER                 PIC X(36) VALUE
                   "DATE       STRING SRC    AMOUNT S CT".
           05  FILLER                 PIC X(36) VALUE
                   "R SRC    AMOUNT S CTR  AGE FLAG     ".
       01  WS_RPT_DETAIL.
           05  WS_RPT_DETAIL_DATE     PIC X(10).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_STRING   PIC X(06).
           05  WS_RPT_DETAIL_SIDE OCCURS 2 TIMES.
               10  FILLER             PIC X(01).
               10  WS_RPT_SIDE_SOURCE PIC X(03).
               10  FILLER             PIC X(01).
               10  WS_RPT_SIDE_AMOUNT PIC Z(8)9.
               10  FILLER             PIC X(01).
               10  WS_RPT_SIDE_SWITCH PIC X(01).
               10  FILLER             PIC X(01).
               10  WS_RPT_SIDE_COUNTER
                                      PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_AGE      PIC ZZZ9.
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS_RPT_DETAIL_FLAG     PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
       01  WS_RPT_SUMMARY.
           05  FILLER                 PIC X(12) VALUE "COLLISIONS: ".
           05  WS_RPT_SUMMARY_COUNT   PIC X(05).
           05  FILLER                 PIC X(12) VALUE "  DISAGREE: ".
           05  WS_RPT_SUMMARY_DISAGREE
                                      PIC X(05).
           05  FILLER                 PIC X(10) VALUE "  OLDEST: ".
           05  WS_RPT_SUMMARY_OLDEST  PIC X(04).
           05  FILLER                 PIC X(05) VALUE " DAYS".
           05  FILLER                 PIC X(19) VALUE SPACES.
       01  WS_RPT_BLANK_LINE              PIC X(72) VALUE SPACES.

       *> the dashboard status line - DEMO-MORNING reads the counts
       *> at fixed positions (collisions at 7-11, disagreeing at
       *> 22-26, oldest age at 35-38)
       01  WS_COLLISION_STATUS_LINE.
           05  FILLER                 PIC X(06) VALUE "PAIRS ".
           05  WS_COLL_STATUS_PAIRS   PIC 9(05).
           05  FILLER                 PIC X(10) VALUE " DISAGREE ".
           05  WS_COLL_STATUS_DISAGREE
                                      PIC 9(05).
           05  FILLER                 PIC X(08) VALUE " OLDEST ".
           05  WS_COLL_STATUS_OLDEST  PIC 9(04).
           05  FILLER                 PIC X(07) VALUE " AS OF ".
           05  WS_COLL_STATUS_DATE    PIC X(08).
           05  FILLER                 PIC X(19) VALUE SPACES.

       *> DB connection profile - DEMO_DB_PROFILE names which profile
       *> to connect with (TEST/PROD by default, or any other name
       *> listed in DEMO_DB_PROFILES.DAT); see B3060_DETERMINE_DB_
       *> PROFILE. DBNAME/USERNAME/PASSWD themselves live in the
       *> ocesql declare section below since CONNECT uses them as
       *> host variables
       01  WS_REPORT_FILE_STATUS           PIC X(02) VALUE "00".
       01  WS_DB_PROFILES_FILE_STATUS      PIC X(02) VALUE "00".
       01  WS_ERROR_LOG_FILE_STATUS        PIC X(02) VALUE "00".
       01  WS_DB_PROFILE_NAME              PIC X(10) VALUE SPACES.
       01  WS_DB_PROFILE_FOUND             PIC X(01) VALUE 'F'.
           88  WS_DB_PROFILE_FOUND_FALSE       VALUE 'F'.
           88  WS_DB_PROFILE_FOUND_TRUE        VALUE 'T'.
       01  WS_DB_PROFILES_EOF              PIC X(01) VALUE 'N'.
           88  WS_DB_PROFILES_EOF_FALSE        VALUE 'N'.
           88  WS_DB_PROFILES_EOF_TRUE         VALUE 'Y'.

       01 DB_FINISHED_FETCHING_FLAG         PIC X(1) VALUE 'F'.
           88 DB_FINISHED_FETCHING                   VALUE 'T'.

       *> durable SQL error log line - DISPLAY output alone doesn't
       *> survive past a run's console/job log, so every SQL error is
       *> also appended here with a timestamp
       01  WS_ERROR_LOG_LINE.
           05  WS_ERROR_LOG_TIMESTAMP.
               10  WS_ERROR_LOG_YEAR        PIC 9(04).
               10  FILLER                   PIC X(01) VALUE "-".
               10  WS_ERROR_LOG_MONTH       PIC 9(02).
               10  FILLER                   PIC X(01) VALUE "-".
               10  WS_ERROR_LOG_DAY         PIC 9(02).
               10  FILLER                   PIC X(01) VALUE " ".
               10  WS_ERROR_LOG_HOURS       PIC 9(02).
               10  FILLER                   PIC X(01) VALUE ":".
               10  WS_ERROR_LOG_MINUTE      PIC 9(02).
               10  FILLER                   PIC X(01) VALUE ":".
               10  WS_ERROR_LOG_SECOND      PIC 9(02).
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_PROGRAM         PIC X(12) VALUE
                   "DEMO-COLLIDE".
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_SQLCODE         PIC -(5)9.
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_ERROR_LOG_MESSAGE         PIC X(60).

       *> ocesql declarations
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  USERNAME                PIC  X(30) VALUE SPACE.
       01  PASSWD                  PIC  X(10) VALUE SPACE.
       01  DB_DATE                 PIC X(10).
       01  DB_STRING               PIC X(12).
       01  DB_SOURCE_SYSTEM        PIC X(03).
       01  DB_AMOUNT               PIC 9(09).
       01  DB_AGE_DAYS             PIC 9(05).

       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       *> end ocesql declaration

       PROCEDURE DIVISION.

       *> MAIN/TEST PROGRAM LOGIC STARTUP

           ACCEPT WS_PARAMS FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.
           PERFORM B3060_DETERMINE_DB_PROFILE.

           IF NOT WS_PARAMS_TEST OR
           (WS_PARAMS_TEST AND WS_PARAMS_TEST_NAME = "ENDTOEND")

               PERFORM B5000_LIST_COLLISIONS
           ELSE

               PERFORM B9000_TEST
           END-IF.

           STOP RUN.

       *> DATABASE PROCEDURES

       *> picks which named connection profile to use - DEMO_DB_PROFILE
       *> overrides it outright, otherwise it's TEST or PROD depending
       *> on the WS_PARAMS_TEST switch, matching this program's
       *> existing TEST-argument convention. The TEST/PROD literals
       *> below are the fallback for when DEMO_DB_PROFILES.DAT doesn't
       *> exist or doesn't list the profile; any profile actually
       *> listed there (UAT, DR, or TEST/PROD themselves) overrides it
       B3060_DETERMINE_DB_PROFILE.
           MOVE SPACES TO WS_DB_PROFILE_NAME.
           ACCEPT WS_DB_PROFILE_NAME FROM ENVIRONMENT "DEMO_DB_PROFILE".

           IF WS_DB_PROFILE_NAME = SPACES
               IF WS_PARAMS_TEST
                   MOVE "TEST" TO WS_DB_PROFILE_NAME
               ELSE
                   MOVE "PROD" TO WS_DB_PROFILE_NAME
               END-IF
           END-IF.

           IF WS_DB_PROFILE_NAME = "TEST"
               MOVE "postgres@db-test:5432" TO DBNAME
               MOVE "postgres"         TO USERNAME
               MOVE "postgres"         TO PASSWD
           ELSE
               MOVE "postgres@db:5432" TO DBNAME
               MOVE "postgres"         TO USERNAME
               MOVE "postgres"         TO PASSWD
           END-IF.

           PERFORM B3061_LOAD_DB_PROFILE_FROM_FILE.

           EXIT.

       *> overrides the DBNAME/USERNAME/PASSWD fallback above with a
       *> matching row from DEMO_DB_PROFILES.DAT, if one exists - a
       *> plain LINE SEQUENTIAL list of profile name/connection rows
       *> so new profiles (UAT, DR, ...) can be added without a code
       *> change
       B3061_LOAD_DB_PROFILE_FROM_FILE.
           SET WS_DB_PROFILE_FOUND_FALSE TO TRUE.
           MOVE 'N' TO WS_DB_PROFILES_EOF.

           OPEN INPUT DEMO_DB_PROFILES.
           IF WS_DB_PROFILES_FILE_STATUS = "00"
               PERFORM UNTIL WS_DB_PROFILES_EOF_TRUE
                                   OR WS_DB_PROFILE_FOUND_TRUE
                   READ DEMO_DB_PROFILES
                       AT END
                           MOVE 'Y' TO WS_DB_PROFILES_EOF
                       NOT AT END
                           IF DB_PROFILE_NAME = WS_DB_PROFILE_NAME
                               MOVE DB_PROFILE_DBNAME TO DBNAME
                               MOVE DB_PROFILE_USERNAME TO USERNAME
                               MOVE DB_PROFILE_PASSWD TO PASSWD
                               SET WS_DB_PROFILE_FOUND_TRUE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_DB_PROFILES
           END-IF.

           EXIT.

       B3100_CONNECT.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           EXIT.

       B3900_DISCONNECT.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.

           EXIT.
       *> COLLISIONS LISTING

       B5000_LIST_COLLISIONS.
           PERFORM B3100_CONNECT
           OPEN OUTPUT DEMO_COLLISION_REPORT

           WRITE DEMO_COLLISION_REPORT_RECORD FROM WS_RPT_TITLE
           WRITE DEMO_COLLISION_REPORT_RECORD FROM WS_RPT_BLANK_LINE
           WRITE DEMO_COLLISION_REPORT_RECORD FROM WS_RPT_HEADING
           PERFORM B5010_LIST_COLLIDING_ROWS
           MOVE WS_COLLISION_COUNT TO WS_RPT_SUMMARY_COUNT
           MOVE WS_DISAGREE_COUNT TO WS_RPT_SUMMARY_DISAGREE
           MOVE WS_OLDEST_AGE TO WS_RPT_SUMMARY_OLDEST
           WRITE DEMO_COLLISION_REPORT_RECORD FROM WS_RPT_BLANK_LINE
           WRITE DEMO_COLLISION_REPORT_RECORD FROM WS_RPT_SUMMARY

           CLOSE DEMO_COLLISION_REPORT
           PERFORM B3900_DISCONNECT
           PERFORM B5040_WRITE_COLLISION_STATUS

           DISPLAY "=== DEMO CROSS-PROVIDER COLLISIONS ==="
           DISPLAY "COLLISIONS:   " WS_COLLISION_COUNT
           DISPLAY "DISAGREEING:  " WS_DISAGREE_COUNT
           DISPLAY "OLDEST (DAYS): " WS_OLDEST_AGE.

           EXIT.

       *> every row of every date/string held by more than one source,
       *> in load order within the date/string so the rows of one
       *> collision arrive together; the age is whole days since
       *> that row's run loaded it
       B5010_LIST_COLLIDING_ROWS.
           EXEC SQL
               DECLARE C1 CURSOR FOR
                   SELECT t.report_date, t.report_text, t.source_system,
                          COALESCE(t.amount, 0),
                          CURRENT_DATE - TO_DATE(SUBSTR(t.run_id, 1, 8),
                                                 'YYYYMMDD')
                   FROM demo_table t
                   WHERE (t.report_date, t.report_text) IN
                       (SELECT c.report_date, c.report_text
                        FROM demo_table c
                        GROUP BY c.report_date, c.report_text
                        HAVING COUNT(DISTINCT c.source_system) > 1)
                   ORDER BY t.report_date, t.report_text, t.run_id,
                            t.source_system
           END-EXEC

           EXEC SQL
               OPEN C1
           END-EXEC
           IF SQLCODE NOT = ZERO PERFORM B8000_SQL_ERROR STOP RUN.

           MOVE ZERO TO WS_GROUP_COUNT
           MOVE 'F' TO DB_FINISHED_FETCHING_FLAG
           PERFORM UNTIL DB_FINISHED_FETCHING
               EXEC SQL
                   FETCH C1 INTO :DB_DATE, :DB_STRING,
                                 :DB_SOURCE_SYSTEM, :DB_AMOUNT,
                                 :DB_AGE_DAYS
               END-EXEC
               IF SQLCODE NOT = ZERO
                   IF SQLSTATE = "02000"
                       SET DB_FINISHED_FETCHING TO TRUE
                   ELSE
                       PERFORM B8000_SQL_ERROR STOP RUN
                   END-IF
               ELSE
                   IF WS_GROUP_COUNT > ZERO
                           AND (DB_DATE NOT = WS_GROUP_DATE
                             OR DB_STRING(1:6) NOT = WS_GROUP_STRING)
                       PERFORM B5030_WRITE_COLLISION
                   END-IF
                   PERFORM B5020_ADD_ROW_TO_COLLISION
               END-IF
           END-PERFORM

           IF WS_GROUP_COUNT > ZERO
               PERFORM B5030_WRITE_COLLISION
           END-IF

           EXEC SQL
               CLOSE C1
           END-EXEC.

           EXIT.

       *> a source beyond the table's capacity still counts toward
       *> the collision, it just isn't printed - eight providers
       *> sending the same string would be a finding in itself
       B5020_ADD_ROW_TO_COLLISION.
           IF WS_GROUP_COUNT = ZERO
               MOVE DB_DATE TO WS_GROUP_DATE
               MOVE DB_STRING(1:6) TO WS_GROUP_STRING
           END-IF

           IF WS_GROUP_COUNT < WS_GROUP_TABLE_MAX
               ADD 1 TO WS_GROUP_COUNT
               MOVE DB_SOURCE_SYSTEM TO WS_GROUP_SOURCE(WS_GROUP_COUNT)
               MOVE DB_AMOUNT TO WS_GROUP_AMOUNT(WS_GROUP_COUNT)
               MOVE DB_STRING(3:1) TO WS_GROUP_SWITCH(WS_GROUP_COUNT)
               MOVE DB_STRING(4:3) TO WS_GROUP_COUNTER(WS_GROUP_COUNT)
               MOVE DB_AGE_DAYS TO WS_GROUP_AGE(WS_GROUP_COUNT)
           END-IF.

           EXIT.

       *> one collision: every source's amount is compared with the
       *> first-loaded one's, and the age comes from the second row
       *> to load - the first one was not a collision until then
       B5030_WRITE_COLLISION.
           ADD 1 TO WS_COLLISION_COUNT
           SET WS_GROUP_AGREE_TRUE TO TRUE
           MOVE 1 TO WS_GROUP_IDX
           PERFORM UNTIL WS_GROUP_IDX >= WS_GROUP_COUNT
               ADD 1 TO WS_GROUP_IDX
               IF WS_GROUP_AMOUNT(WS_GROUP_IDX)
                       NOT = WS_GROUP_AMOUNT(1)
                   SET WS_GROUP_AGREE_FALSE TO TRUE
               END-IF
           END-PERFORM

           IF WS_GROUP_AGREE_FALSE
               ADD 1 TO WS_DISAGREE_COUNT
           END-IF
           IF WS_GROUP_AGE(2) > WS_OLDEST_AGE
               MOVE WS_GROUP_AGE(2) TO WS_OLDEST_AGE
           END-IF

           MOVE SPACES TO WS_RPT_DETAIL
           MOVE WS_GROUP_DATE TO WS_RPT_DETAIL_DATE
           MOVE WS_GROUP_STRING TO WS_RPT_DETAIL_STRING
           MOVE WS_GROUP_AGE(2) TO WS_RPT_DETAIL_AGE
           IF WS_GROUP_AGREE_TRUE
               MOVE "AGREE" TO WS_RPT_DETAIL_FLAG
           ELSE
               MOVE "DISAGREE" TO WS_RPT_DETAIL_FLAG
           END-IF

           MOVE ZERO TO WS_GROUP_IDX
           MOVE ZERO TO WS_GROUP_SLOT
           PERFORM UNTIL WS_GROUP_IDX >= WS_GROUP_COUNT
               ADD 1 TO WS_GROUP_IDX
               PERFORM B5035_PLACE_SOURCE_ON_LINE
           END-PERFORM
           IF WS_GROUP_SLOT > ZERO
               WRITE DEMO_COLLISION_REPORT_RECORD FROM WS_RPT_DETAIL
           END-IF

           MOVE ZERO TO WS_GROUP_COUNT.

           EXIT.

       *> two sources to a line; a third and later source goes on a
       *> continuation line with the date, string, age and flag left
       *> blank
       B5035_PLACE_SOURCE_ON_LINE.
           IF WS_GROUP_SLOT = 2
               WRITE DEMO_COLLISION_REPORT_RECORD FROM WS_RPT_DETAIL
               MOVE SPACES TO WS_RPT_DETAIL
               MOVE ZERO TO WS_GROUP_SLOT
           END-IF

           ADD 1 TO WS_GROUP_SLOT
           MOVE WS_GROUP_SOURCE(WS_GROUP_IDX)
               TO WS_RPT_SIDE_SOURCE(WS_GROUP_SLOT)
           MOVE WS_GROUP_AMOUNT(WS_GROUP_IDX)
               TO WS_RPT_SIDE_AMOUNT(WS_GROUP_SLOT)
           MOVE WS_GROUP_SWITCH(WS_GROUP_IDX)
               TO WS_RPT_SIDE_SWITCH(WS_GROUP_SLOT)
           MOVE WS_GROUP_COUNTER(WS_GROUP_IDX)
               TO WS_RPT_SIDE_COUNTER(WS_GROUP_SLOT).

           EXIT.

       *> rewritten every run so the dashboard never reads a stale
       *> count
       B5040_WRITE_COLLISION_STATUS.
           MOVE WS_COLLISION_COUNT TO WS_COLL_STATUS_PAIRS
           MOVE WS_DISAGREE_COUNT TO WS_COLL_STATUS_DISAGREE
           MOVE WS_OLDEST_AGE TO WS_COLL_STATUS_OLDEST
           MOVE WS_CURRENT_DATE TO WS_COLL_STATUS_DATE

           OPEN OUTPUT DEMO_COLLISION_STATUS
           WRITE DEMO_COLLISION_STATUS_RECORD
               FROM WS_COLLISION_STATUS_LINE
           CLOSE DEMO_COLLISION_STATUS.

           EXIT.

       *> ERRORS
       B8000_SQL_ERROR.
          DISPLAY "*** SQL ERROR ***".
          DISPLAY "SQLCODE: " SQLCODE " " NO ADVANCING.
          EVALUATE SQLCODE
             WHEN  +10
                DISPLAY "Record not found"
             WHEN  -01
                DISPLAY "Connection falied"
             WHEN  -20
                DISPLAY "Internal error"
             WHEN  -30
                DISPLAY "PostgreSQL error"
                DISPLAY "ERRCODE: "  SQLSTATE
                DISPLAY SQLERRMC
             *> TO RESTART TRANSACTION, DO ROLLBACK.
                EXEC SQL
                    ROLLBACK
                END-EXEC
             WHEN  OTHER
                DISPLAY "Undefined error"
                DISPLAY "ERRCODE: "  SQLSTATE
                DISPLAY SQLERRMC
          END-EVALUATE.

          PERFORM B8010_WRITE_ERROR_LOG.

          MOVE 1 TO RETURN-CODE.

          EXIT.

       *> appends a timestamped line to the durable SQL error log so
       *> the failure is still visible after this run's console/job
       *> output has scrolled away
       B8010_WRITE_ERROR_LOG.
           MOVE WS_CURRENT_YEAR TO WS_ERROR_LOG_YEAR.
           MOVE WS_CURRENT_MONTH TO WS_ERROR_LOG_MONTH.
           MOVE WS_CURRENT_DAY TO WS_ERROR_LOG_DAY.
           MOVE WS_CURRENT_HOURS TO WS_ERROR_LOG_HOURS.
           MOVE WS_CURRENT_MINUTE TO WS_ERROR_LOG_MINUTE.
           MOVE WS_CURRENT_SECOND TO WS_ERROR_LOG_SECOND.
           MOVE SQLCODE TO WS_ERROR_LOG_SQLCODE.
           MOVE SQLERRMC TO WS_ERROR_LOG_MESSAGE.

           OPEN EXTEND DEMO_ERROR_LOG.
           IF WS_ERROR_LOG_FILE_STATUS = "05"
                               OR WS_ERROR_LOG_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_ERROR_LOG
           END-IF
           WRITE DEMO_ERROR_LOG_RECORD FROM WS_ERROR_LOG_LINE.
           CLOSE DEMO_ERROR_LOG.

           EXIT.
       *> TESTS
       B9000_TEST.
           IF WS_PARAMS_TEST_NAME = 'ALL'
               PERFORM B9100_UNIT_TESTS
           ELSE
               IF WS_PARAMS_TEST_NAME = 'UNIT'
                   PERFORM B9100_UNIT_TESTS
               END-IF
           END-IF.


           DISPLAY "PASSING TESTS: ", WS_TEST_PASSED.
           DISPLAY "FAILING TESTS: ", WS_TEST_FAILED.

           IF WS_TEST_FAILED > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

           EXIT.

       *> the report file is opened so B5030's WRITEs have somewhere
       *> to go (its status is checked, so a missing out directory
       *> does not stop the tests); they check the counts and the
       *> line it leaves behind
       B9100_UNIT_TESTS.
           DISPLAY 'RUNNING UNIT TESTS!'

           OPEN OUTPUT DEMO_COLLISION_REPORT
           PERFORM B9101_MATCHING_AMOUNTS_AGREE.
           PERFORM B9102_DIFFERING_AMOUNT_DISAGREES.
           PERFORM B9103_THIRD_SOURCE_CONTINUES_LINE.
           CLOSE DEMO_COLLISION_REPORT.

           EXIT.

       B9101_MATCHING_AMOUNTS_AGREE.
           DISPLAY 'SOURCES SENDING THE SAME AMOUNT AGREE'.

           PERFORM B9190_RESET_COUNTS.
           MOVE "2026-09-01" TO DB_DATE.
           MOVE "01A005" TO DB_STRING.
           MOVE "PRI" TO DB_SOURCE_SYSTEM.
           MOVE 1500 TO DB_AMOUNT.
           MOVE 9 TO DB_AGE_DAYS.
           PERFORM B5020_ADD_ROW_TO_COLLISION.
           MOVE "ABC" TO DB_SOURCE_SYSTEM.
           MOVE 4 TO DB_AGE_DAYS.
           PERFORM B5020_ADD_ROW_TO_COLLISION.
           PERFORM B5030_WRITE_COLLISION.

           DISPLAY "EXPECTED: AGREE    0004 A 005".
           DISPLAY "ACTUAL:   " WS_RPT_DETAIL_FLAG " "
               WS_OLDEST_AGE " " WS_RPT_SIDE_SWITCH(2) " "
               WS_RPT_SIDE_COUNTER(2).
           IF WS_RPT_DETAIL_FLAG = "AGREE"
                   AND WS_COLLISION_COUNT = 1
                   AND WS_DISAGREE_COUNT = 0
                   AND WS_OLDEST_AGE = 4
                   AND WS_RPT_SIDE_SOURCE(2) = "ABC"
                   AND WS_RPT_SIDE_SWITCH(2) = "A"
                   AND WS_RPT_SIDE_COUNTER(2) = "005"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9102_DIFFERING_AMOUNT_DISAGREES.
           DISPLAY 'SOURCES SENDING DIFFERENT AMOUNTS DISAGREE'.

           PERFORM B9190_RESET_COUNTS.
           MOVE "2026-09-02" TO DB_DATE.
           MOVE "02B010" TO DB_STRING.
           MOVE "PRI" TO DB_SOURCE_SYSTEM.
           MOVE 1500 TO DB_AMOUNT.
           MOVE 2 TO DB_AGE_DAYS.
           PERFORM B5020_ADD_ROW_TO_COLLISION.
           MOVE "XYZ" TO DB_SOURCE_SYSTEM.
           MOVE 1550 TO DB_AMOUNT.
           MOVE 1 TO DB_AGE_DAYS.
           PERFORM B5020_ADD_ROW_TO_COLLISION.
           PERFORM B5030_WRITE_COLLISION.

           DISPLAY "EXPECTED: DISAGREE 00001".
           DISPLAY "ACTUAL:   " WS_RPT_DETAIL_FLAG " "
               WS_DISAGREE_COUNT.
           IF WS_RPT_DETAIL_FLAG = "DISAGREE"
                   AND WS_DISAGREE_COUNT = 1
                   AND WS_RPT_DETAIL_AGE = "   1"
                   AND WS_GROUP_COUNT = ZERO
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       *> the third source lands alone on the continuation line,
       *> under the first column, with no date or flag of its own
       B9103_THIRD_SOURCE_CONTINUES_LINE.
           DISPLAY 'A THIRD SOURCE GOES ON A CONTINUATION LINE'.

           PERFORM B9190_RESET_COUNTS.
           MOVE "2026-09-03" TO DB_DATE.
           MOVE "03C020" TO DB_STRING.
           MOVE 700 TO DB_AMOUNT.
           MOVE 5 TO DB_AGE_DAYS.
           MOVE "PRI" TO DB_SOURCE_SYSTEM.
           PERFORM B5020_ADD_ROW_TO_COLLISION.
           MOVE "ABC" TO DB_SOURCE_SYSTEM.
           PERFORM B5020_ADD_ROW_TO_COLLISION.
           MOVE "XYZ" TO DB_SOURCE_SYSTEM.
           MOVE 3 TO DB_AGE_DAYS.
           PERFORM B5020_ADD_ROW_TO_COLLISION.
           PERFORM B5030_WRITE_COLLISION.

           DISPLAY "EXPECTED: [          ] XYZ [   ] 00000".
           DISPLAY "ACTUAL:   [" WS_RPT_DETAIL_DATE "] "
               WS_RPT_SIDE_SOURCE(1) " [" WS_RPT_SIDE_SOURCE(2)
               "] " WS_DISAGREE_COUNT.
           IF WS_RPT_DETAIL_DATE = SPACES
                   AND WS_RPT_DETAIL_FLAG = SPACES
                   AND WS_RPT_SIDE_SOURCE(1) = "XYZ"
                   AND WS_RPT_SIDE_SOURCE(2) = SPACES
                   AND WS_DISAGREE_COUNT = 0
                   AND WS_OLDEST_AGE = 5
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9190_RESET_COUNTS.
           MOVE ZERO TO WS_COLLISION_COUNT
           MOVE ZERO TO WS_DISAGREE_COUNT
           MOVE ZERO TO WS_OLDEST_AGE
           MOVE ZERO TO WS_GROUP_COUNT.

           EXIT.

       B9901_TEST_PASSED.
           DISPLAY "TEST PASSED"
           ADD 1 TO WS_TEST_PASSED
           DISPLAY "------"
           EXIT.

       B9902_TEST_FAILED.
           DISPLAY "TEST FAILED"
           ADD 1 TO WS_TEST_FAILED
           DISPLAY "------"
           EXIT.
