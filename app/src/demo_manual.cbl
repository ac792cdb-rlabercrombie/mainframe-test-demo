           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_ACCESS_LOG_FILE_STATUS.

           *> DEMO-MENU's session opens, activity and closes - the
           *> keying operator must hold an open session that has not
           *> sat idle. See B7501_CHECK_SIGNED_ON.
           SELECT DEMO_OPERATOR_SESSIONS ASSIGN TO
                "../src/resources/DEMO_OPERATOR_SESSIONS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SESSIONS_FILE_STATUS.

           *> sign-on passcodes - the approver proves who they are
           *> with theirs. See B7503_CHECK_APPROVER_PASSCODE.
           SELECT DEMO_OPERATOR_PASSCODES ASSIGN TO
                "../src/resources/DEMO_OPERATOR_PASSCODES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PASSCODES_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DEMO_ACCESS_LOG.
           01 DEMO_ACCESS_LOG_RECORD     PIC X(90).

       FD DEMO_OPERATOR_SESSIONS.
           01 DEMO_OPERATOR_SESSIONS_RECORD.
               05 SESS_TOKEN                PIC X(16).
               05 FILLER                    PIC X(01).
               05 SESS_OPR_ID               PIC X(08).
               05 FILLER                    PIC X(01).
               05 SESS_TS                   PIC X(14).
               05 FILLER                    PIC X(01).
               05 SESS_STATE                PIC X(01).
               05 FILLER                    PIC X(01).
               05 SESS_REASON               PIC X(12).

       FD DEMO_OPERATOR_PASSCODES.
           01 DEMO_OPERATOR_PASSCODES_RECORD.
               05 PASS_OPR_ID               PIC X(08).
               05 FILLER                    PIC X(01).
               05 PASS_PASSCODE             PIC X(10).

       WORKING-STORAGE SECTION.
       *> ===========================================================
       *> This program is the dual-control data-entry path for the
       *> rules DEMO-WRITER applies (real-calendar date, business-day
       *> calendar, day/date cross-field agreement, switch rules,
       *> amount), requires a second operator's approval (keyed by a
       *> different id whose profile permits MANUAL-APPROVE, proved
       *> with that operator's passcode; the keying operator needs
       *> MANUAL-ENTRY and an open DEMO-MENU session, so the id on
       *> the access log is the one that signed on), and only then
       *> emits a
       *> properly formed single-record input file and queues its
       *> path for the normal load. Both operators go on the access
       *> log. Nothing reaches demo_table except through DEMO-WRITER.

       *> example argument usage:

       *> key a manual adjustment - sign on and choose it from the
       *> menu, which starts this program as the signed-on operator
       *>      ./demo_menu

       *> for running only unit tests
       *>      ./demo_manual TESTUNIT
       *> must be two different people - that is the dual control
       01  WS_OPR_PROFILES_FILE_STATUS     PIC X(02) VALUE "00".
       01  WS_ACCESS_LOG_FILE_STATUS       PIC X(02) VALUE "00".
       01  WS_SESSIONS_FILE_STATUS         PIC X(02) VALUE "00".
       01  WS_PASSCODES_FILE_STATUS        PIC X(02) VALUE "00".
       01  WS_OPERATOR_ID                  PIC X(08) VALUE SPACES.
       01  WS_SESSION_TOKEN                PIC X(16) VALUE SPACES.
       01  WS_SESSION_OPEN                 PIC X(01) VALUE 'F'.
           88  WS_SESSION_OPEN_FALSE           VALUE 'F'.
           88  WS_SESSION_OPEN_TRUE            VALUE 'T'.
       *> the sessions file holds the token's digest, never the
       *> token - derived here exactly as DEMO-MENU's
       *> B2120_DIGEST_TOKEN derives it
       01  WS_SESSION_DIGEST.
           05  WS_DIGEST_LANE_A            PIC 9(08) VALUE ZERO.
           05  WS_DIGEST_LANE_B            PIC 9(08) VALUE ZERO.
       01  WS_DIGEST_IDX                   PIC 9(02) VALUE ZERO.
       01  WS_DIGEST_POS                   PIC 9(02) VALUE ZERO.
       01  WS_DIGEST_CHAR                  PIC 9(03) VALUE ZERO.
       *> the session's last sign-on or function start, and the
       *> idle limit DEMO-MENU works to (DEMO_MENU_IDLE_MINUTES,
       *> default 15)
       01  WS_SESSION_LAST_TS.
           05  WS_SESSION_LAST_DATE        PIC 9(08).
           05  WS_SESSION_LAST_HH          PIC 9(02).
           05  WS_SESSION_LAST_MI          PIC 9(02).
           05  WS_SESSION_LAST_SS          PIC 9(02).
       01  WS_SESSION_TODAY                PIC 9(08) VALUE ZERO.
       01  WS_SESSION_IDLE                 PIC X(01) VALUE 'F'.
           88  WS_SESSION_IDLE_FALSE           VALUE 'F'.
           88  WS_SESSION_IDLE_TRUE            VALUE 'T'.
       01  WS_IDLE_TEXT                    PIC X(05) VALUE SPACES.
       01  WS_IDLE_RJUST                   PIC X(05) JUSTIFIED RIGHT
                                            VALUE SPACES.
       01  WS_IDLE_MINUTES                 PIC 9(05) VALUE 15.
       01  WS_IDLE_ELAPSED_SECONDS         PIC S9(09) VALUE ZERO.
       01  WS_APPROVER_PASSCODE            PIC X(10) VALUE SPACES.
       01  WS_PASSCODE_MATCH               PIC X(01) VALUE 'F'.
           88  WS_PASSCODE_MATCH_FALSE         VALUE 'F'.
           88  WS_PASSCODE_MATCH_TRUE          VALUE 'T'.
       01  WS_APPROVER_ID                  PIC X(08) VALUE SPACES.
       01  WS_KEYER_ID                     PIC X(08) VALUE SPACES.
       01  WS_AUTH_ACTION                  PIC X(18) VALUE SPACES.
           DISPLAY "APPROVER ID (MUST DIFFER FROM " WS_KEYER_ID "):"
           MOVE SPACES TO WS_APPROVER_ID
           ACCEPT WS_APPROVER_ID
           DISPLAY "APPROVER PASSCODE:"
           MOVE SPACES TO WS_APPROVER_PASSCODE
           ACCEPT WS_APPROVER_PASSCODE

           SET WS_AUTH_GRANTED_FALSE TO TRUE
           IF WS_APPROVER_ID = SPACES
                       "SELF-APPROVAL REFUSED ***"
               ELSE
                   MOVE WS_APPROVER_ID TO WS_OPERATOR_ID
                   PERFORM B7503_CHECK_APPROVER_PASSCODE
                   IF WS_PASSCODE_MATCH_FALSE
                       DISPLAY "*** MANUAL-APPROVE REFUSED - "
                           "APPROVER ID OR PASSCODE WRONG ***"
                   ELSE
                       MOVE "MANUAL-APPROVE" TO WS_AUTH_ACTION
                       PERFORM B7502_CHECK_PROFILE_PERMITS
                       IF WS_AUTH_GRANTED_FALSE
                           DISPLAY "*** MANUAL-APPROVE REFUSED - "
                               "OPERATOR " WS_APPROVER_ID " IS NOT "
                               "AUTHORIZED ***"
                       END-IF
                   END-IF
               END-IF
           END-IF.
       *> OPERATOR AUTHORIZATION

       *> holds the requested privileged action to the operator
       *> profile file for the DEMO_OPERATOR identity - which has to
       *> be the one DEMO-MENU signed on, proved by the session token
       *> it hands down in DEMO_SESSION. The approver check reuses
       *> B7502 with the keyed id instead.
       B7500_CHECK_OPERATOR_AUTH.
           SET WS_AUTH_GRANTED_FALSE TO TRUE
           MOVE SPACES TO WS_OPERATOR_ID
           ACCEPT WS_OPERATOR_ID FROM ENVIRONMENT "DEMO_OPERATOR"
           MOVE SPACES TO WS_SESSION_TOKEN
           ACCEPT WS_SESSION_TOKEN FROM ENVIRONMENT "DEMO_SESSION"

           IF WS_OPERATOR_ID NOT = SPACES
               PERFORM B7501_CHECK_SIGNED_ON
           END-IF

           IF WS_OPERATOR_ID = SPACES OR WS_SESSION_OPEN_FALSE
               IF WS_SESSION_IDLE_TRUE
                   DISPLAY "*** " WS_AUTH_ACTION " REFUSED - THE "
                       "SESSION HAS BEEN IDLE OVER " WS_IDLE_MINUTES
                       " MINUTES - SIGN ON AGAIN ***"
               ELSE
                   DISPLAY "*** " WS_AUTH_ACTION " REFUSED - SIGN ON "
                       "THROUGH demo_menu AND CHOOSE IT THERE ***"
               END-IF
           ELSE
               PERFORM B7502_CHECK_PROFILE_PERMITS
               IF WS_AUTH_GRANTED_FALSE

           EXIT.

       *> the session is open when a sign-on line for this token's
       *> digest and operator is on file with no closing line after
       *> it, and its last line - sign-on or function start - is no
       *> older than the idle limit
       B7501_CHECK_SIGNED_ON.
           SET WS_SESSION_OPEN_FALSE TO TRUE
           SET WS_SESSION_IDLE_FALSE TO TRUE
           MOVE 'N' TO WS_OPR_EOF

           IF WS_SESSION_TOKEN NOT = SPACES
               PERFORM B7506_DIGEST_TOKEN
               OPEN INPUT DEMO_OPERATOR_SESSIONS
               IF WS_SESSIONS_FILE_STATUS = "00"
                   PERFORM UNTIL WS_OPR_EOF = 'Y'
                       READ DEMO_OPERATOR_SESSIONS
                           AT END
                               MOVE 'Y' TO WS_OPR_EOF
                           NOT AT END
                               PERFORM B7504_NOTE_SESSION_LINE
                       END-READ
                   END-PERFORM
                   CLOSE DEMO_OPERATOR_SESSIONS
               END-IF
           END-IF

           IF WS_SESSION_OPEN_TRUE
               PERFORM B7507_CHECK_SESSION_IDLE
           END-IF.

           EXIT.

       *> an 'O' sign-on or 'A' function start keeps the session open
       *> and is its latest activity; a 'C' closes it
       B7504_NOTE_SESSION_LINE.
           IF SESS_TOKEN = WS_SESSION_DIGEST
                   AND SESS_OPR_ID = WS_OPERATOR_ID
               IF (SESS_STATE = 'O' OR SESS_STATE = 'A')
                       AND SESS_TS IS NUMERIC
                   SET WS_SESSION_OPEN_TRUE TO TRUE
                   MOVE SESS_TS TO WS_SESSION_LAST_TS
               ELSE
                   SET WS_SESSION_OPEN_FALSE TO TRUE
               END-IF
           END-IF.

           EXIT.

       *> WS_SESSION_TOKEN -> WS_SESSION_DIGEST - must stay the same
       *> as DEMO-MENU's B2120_DIGEST_TOKEN
       B7506_DIGEST_TOKEN.
           MOVE 13579 TO WS_DIGEST_LANE_A
           MOVE 24680 TO WS_DIGEST_LANE_B
           MOVE ZERO TO WS_DIGEST_IDX
           PERFORM UNTIL WS_DIGEST_IDX >= 32
               ADD 1 TO WS_DIGEST_IDX
               COMPUTE WS_DIGEST_POS =
                   FUNCTION MOD(WS_DIGEST_IDX - 1, 16) + 1
               COMPUTE WS_DIGEST_CHAR =
                   FUNCTION ORD(WS_SESSION_TOKEN(WS_DIGEST_POS:1))
               COMPUTE WS_DIGEST_LANE_A = FUNCTION MOD(
                   WS_DIGEST_LANE_A * WS_DIGEST_LANE_A
                   + WS_DIGEST_CHAR * 7919 + WS_DIGEST_IDX,
                   99999989)
               COMPUTE WS_DIGEST_LANE_B = FUNCTION MOD(
                   WS_DIGEST_LANE_B * WS_DIGEST_LANE_B
                   + WS_DIGEST_CHAR * 104729 + WS_DIGEST_LANE_A,
                   99999971)
           END-PERFORM.

           EXIT.

       *> the same idle limit DEMO-MENU signs a silent session off
       *> at - a session left open past it, or a token lifted from
       *> one, no longer authorizes anything
       B7507_CHECK_SESSION_IDLE.
           MOVE SPACES TO WS_IDLE_TEXT
           ACCEPT WS_IDLE_TEXT FROM ENVIRONMENT "DEMO_MENU_IDLE_MINUTES"
           MOVE WS_IDLE_TEXT TO WS_IDLE_RJUST
           INSPECT WS_IDLE_RJUST REPLACING LEADING SPACE BY ZERO
           IF WS_IDLE_RJUST IS NUMERIC AND WS_IDLE_RJUST > ZERO
               MOVE WS_IDLE_RJUST TO WS_IDLE_MINUTES
           END-IF

           PERFORM B7508_SESSION_IDLE_SECONDS
           IF WS_IDLE_ELAPSED_SECONDS > WS_IDLE_MINUTES * 60
                   OR WS_IDLE_ELAPSED_SECONDS < ZERO
               SET WS_SESSION_OPEN_FALSE TO TRUE
               SET WS_SESSION_IDLE_TRUE TO TRUE
           END-IF.

           EXIT.

       *> seconds from WS_SESSION_LAST_TS to WS_CURRENT_DATE_DATA,
       *> across midnight and month ends
       B7508_SESSION_IDLE_SECONDS.
           MOVE WS_CURRENT_DATE TO WS_SESSION_TODAY
           COMPUTE WS_IDLE_ELAPSED_SECONDS =
               (FUNCTION INTEGER-OF-DATE(WS_SESSION_TODAY)
                - FUNCTION INTEGER-OF-DATE(WS_SESSION_LAST_DATE))
                   * 86400
               + (WS_CURRENT_HOURS * 3600) + (WS_CURRENT_MINUTE * 60)
               + WS_CURRENT_SECOND
               - (WS_SESSION_LAST_HH * 3600) - (WS_SESSION_LAST_MI * 60)
               - WS_SESSION_LAST_SS.

           EXIT.

       *> a blank passcode on file never matches
       B7503_CHECK_APPROVER_PASSCODE.
           SET WS_PASSCODE_MATCH_FALSE TO TRUE
           MOVE 'N' TO WS_OPR_EOF

           OPEN INPUT DEMO_OPERATOR_PASSCODES
           IF WS_PASSCODES_FILE_STATUS = "00"
               PERFORM UNTIL WS_OPR_EOF = 'Y'
                                   OR WS_PASSCODE_MATCH_TRUE
                   READ DEMO_OPERATOR_PASSCODES
                       AT END
                           MOVE 'Y' TO WS_OPR_EOF
                       NOT AT END
                           IF PASS_OPR_ID = WS_APPROVER_ID
                                   AND PASS_PASSCODE NOT = SPACES
                                   AND PASS_PASSCODE
                                       = WS_APPROVER_PASSCODE
                               SET WS_PASSCODE_MATCH_TRUE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_OPERATOR_PASSCODES
           END-IF.

           EXIT.

       B7502_CHECK_PROFILE_PERMITS.
           SET WS_AUTH_GRANTED_FALSE TO TRUE
           MOVE 'N' TO WS_OPR_EOF

           PERFORM B9101_EMITTED_FILE_CONTROLS_BALANCE.
           PERFORM B9102_DAY_MISMATCH_IS_REFUSED.
           PERFORM B9103_CLOSED_SESSION_IS_NOT_SIGNED_ON.
           PERFORM B9104_SESSION_DIGEST_MATCHES_MENU.
           PERFORM B9105_IDLE_SESSION_IS_REFUSED.

           EXIT.


           EXIT.

       B9103_CLOSED_SESSION_IS_NOT_SIGNED_ON.
           DISPLAY 'A SIGNED-OFF SESSION NO LONGER AUTHORIZES'.

           MOVE "JMB" TO WS_OPERATOR_ID
           MOVE "4821907735160284" TO WS_SESSION_TOKEN
           PERFORM B7506_DIGEST_TOKEN
           SET WS_SESSION_OPEN_FALSE TO TRUE
           MOVE SPACES TO DEMO_OPERATOR_SESSIONS_RECORD
           MOVE WS_SESSION_DIGEST TO SESS_TOKEN
           MOVE "JMB" TO SESS_OPR_ID
           MOVE WS_CURRENT_DATE_DATA(1:14) TO SESS_TS
           MOVE 'O' TO SESS_STATE
           PERFORM B7504_NOTE_SESSION_LINE

           DISPLAY "EXPECTED: OPEN AFTER TODAY'S SIGN-ON".
           DISPLAY "ACTUAL:   " WS_SESSION_OPEN.
           IF WS_SESSION_OPEN_TRUE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE 'C' TO SESS_STATE
           PERFORM B7504_NOTE_SESSION_LINE
           DISPLAY "EXPECTED: CLOSED AFTER THE SIGN-OFF LINE".
           DISPLAY "ACTUAL:   " WS_SESSION_OPEN.
           IF WS_SESSION_OPEN_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9104_SESSION_DIGEST_MATCHES_MENU.
           DISPLAY 'THE TOKEN DIGEST IS THE ONE DEMO-MENU WRITES'.

           MOVE "4821907735160284" TO WS_SESSION_TOKEN
           PERFORM B7506_DIGEST_TOKEN
           DISPLAY "EXPECTED: 1112744296383676".
           DISPLAY "ACTUAL:   " WS_SESSION_DIGEST.
           IF WS_SESSION_DIGEST = "1112744296383676"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9105_IDLE_SESSION_IS_REFUSED.
           DISPLAY 'AN IDLE SESSION NO LONGER AUTHORIZES'.

           MOVE "20261015103000" TO WS_SESSION_LAST_TS
           MOVE "20261015" TO WS_CURRENT_DATE
           MOVE "10460100" TO WS_CURRENT_TIME
           PERFORM B7508_SESSION_IDLE_SECONDS
           DISPLAY "EXPECTED: 961 SECONDS".
           DISPLAY "ACTUAL:   " WS_IDLE_ELAPSED_SECONDS " SECONDS".
           IF WS_IDLE_ELAPSED_SECONDS = 961
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE "20261031235500" TO WS_SESSION_LAST_TS
           MOVE "20261101" TO WS_CURRENT_DATE
           MOVE "00050000" TO WS_CURRENT_TIME
           PERFORM B7508_SESSION_IDLE_SECONDS
           DISPLAY "EXPECTED: 600 SECONDS ACROSS THE MONTH END".
           DISPLAY "ACTUAL:   " WS_IDLE_ELAPSED_SECONDS " SECONDS".
           IF WS_IDLE_ELAPSED_SECONDS = 600
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.

           EXIT.

       B9901_TEST_PASSED.
           DISPLAY "TEST PASSED"
           ADD 1 TO WS_TEST_PASSED
