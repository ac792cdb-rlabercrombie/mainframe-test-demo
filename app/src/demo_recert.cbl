       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-RECERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> operator authorization profiles operations maintains -
           *> one line per operator: id plus the actions that operator
           *> may take. Every action named here is an entitlement up
           *> for recertification.
           SELECT DEMO_OPERATOR_PROFILES ASSIGN TO
                "../src/resources/DEMO_OPERATOR_PROFILES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OPR_PROFILES_FILE_STATUS.

           *> the durable access log every privileged program appends
           *> to - one line per action honored, so a line here is one
           *> use of the entitlement it names
           SELECT DEMO_ACCESS_LOG ASSIGN TO
                "../src/resources/DEMO_ACCESS_LOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_ACCESS_LOG_FILE_STATUS.

           *> the recertification pack for the quarter - written by
           *> the review run, the outcome of the apply run appended
           SELECT DEMO_RECERT_PACK ASSIGN TO WS_PACK_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PACK_FILE_STATUS.

           *> the supervisors' worksheet for the quarter - one line per
           *> entitlement with a keep/revoke column and the deciding
           *> supervisor's id. Written by the review run (decisions
           *> already keyed are carried over), read by the apply run.
           SELECT DEMO_RECERT_DECISIONS ASSIGN TO WS_DECISIONS_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_DECISIONS_FILE_STATUS.

           *> the profile file the decisions add up to - same layout
           *> as DEMO_OPERATOR_PROFILES.DAT, for operations to install
           SELECT DEMO_PROPOSED_PROFILES ASSIGN TO WS_PROPOSED_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PROPOSED_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DEMO_OPERATOR_PROFILES.
           01 DEMO_OPERATOR_PROFILES_RECORD.
               05 OPR_ID                    PIC X(08).
               05 OPR_ACTIONS               PIC X(72).

       FD DEMO_ACCESS_LOG.
           01 DEMO_ACCESS_LOG_RECORD.
               05 LOG_TS                    PIC X(14).
               05 FILLER                    PIC X(03).
               05 LOG_OPERATOR              PIC X(08).
               05 FILLER                    PIC X(03).
               05 LOG_ACTION                PIC X(18).
               05 FILLER                    PIC X(03).
               05 LOG_TARGET                PIC X(40).
               05 FILLER                    PIC X(01).

       FD DEMO_RECERT_PACK.
           01 DEMO_RECERT_PACK_RECORD       PIC X(100).

       FD DEMO_RECERT_DECISIONS.
           01 DEMO_RECERT_DECISIONS_RECORD.
               05 DEC_OPR_ID                PIC X(08).
               05 FILLER                    PIC X(01).
               05 DEC_ACTION                PIC X(18).
               05 FILLER                    PIC X(01).
               05 DEC_USES                  PIC X(05).
               05 FILLER                    PIC X(01).
               05 DEC_LAST_USED             PIC X(08).
               05 FILLER                    PIC X(01).
               05 DEC_FLAGS                 PIC X(13).
               05 FILLER                    PIC X(01).
               05 DEC_DECISION              PIC X(01).
               05 FILLER                    PIC X(01).
               05 DEC_SUPERVISOR            PIC X(08).
               05 FILLER                    PIC X(33).

       FD DEMO_PROPOSED_PROFILES.
           01 DEMO_PROPOSED_PROFILES_RECORD.
               05 PROP_OPR_ID               PIC X(08).
               05 PROP_OPR_ACTIONS          PIC X(72).

       WORKING-STORAGE SECTION.
       *> ===========================================================
       *> This program builds the quarterly access recertification
       *> pack the auditors review. For every entitlement on
       *> DEMO_OPERATOR_PROFILES.DAT it shows how often the operator
       *> actually used it in the quarter according to
       *> DEMO_ACCESS_LOG.TXT, and when last. It flags:
       *>   DORMANT  a logged privileged action (BACKOUT, REOPEN,
       *>            LOCK-OVERRIDE, DAYCLOSE-OVERRIDE, MANUAL-ENTRY,
       *>            MANUAL-APPROVE, HOLD-RELEASE, PROVIDER-MAINT,
       *>            SEQ-RESEQUENCE, LEGAL-HOLD, LEGAL-RELEASE,
       *>            RETURN-REPRESENT, RETURN-DISMISS, BACKLOAD) never
       *>            used in the quarter. Menu functions that write no
       *>            log line show N/A.
       *>   TOXIC    one operator holding both halves of a pair that
       *>            should be split between two people (keying and
       *>            approving a manual entry; reopening a closed
       *>            period and backing a run out of it)
       *> and lists log lines written under an operator id that is
       *> no longer on the profile file, and privileged actions
       *> logged under an id whose profile does not grant them.
       *>
       *> Alongside the pack it writes the decision worksheet
       *> DEMO_RECERT_DECISIONS_<period>.TXT, one line per
       *> entitlement. Supervisors key K (keep) or R (revoke) in
       *> column 58 and their own id in columns 60-67 - nobody
       *> certifies their own access. Rerunning the review keeps
       *> decisions already keyed. The APPLY run checks every line
       *> is decided, writes DEMO_OPERATOR_PROFILES_PROPOSED_
       *> <period>.DAT holding only the kept entitlements (an
       *> operator left with none is dropped), and appends what was
       *> kept, revoked and removed to the pack. With any line
       *> undecided no proposed file is written and the run ends
       *> RETURN-CODE 1. A toxic pair kept on both sides is written
       *> as decided but called out in the outcome.

       *> example argument usage:

       *> review pack and worksheet for July-September 2026
       *>      ./demo_recert 2026Q3

       *> proposed profile file from the keyed decisions
       *>      ./demo_recert 2026Q3 APPLY

       *> for running only unit tests
       *>      ./demo_recert TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_recert TEST
       *>      ./demo_recert TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.

       01 WS_PARAMS_ARG_COUNT              PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_NUM                PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_VALUE              PIC X(29) VALUE SPACES.
       01 WS_PARAMS_PERIOD                 PIC X(06) VALUE SPACES.
       01 WS_PARAMS_MODE                   PIC X(05) VALUE SPACES.
           88 WS_PARAMS_MODE_APPLY             VALUE 'APPLY'.

       01 WS_OPR_PROFILES_FILE_STATUS      PIC X(02) VALUE "00".
       01 WS_ACCESS_LOG_FILE_STATUS        PIC X(02) VALUE "00".
       01 WS_PACK_FILE_STATUS              PIC X(02) VALUE "00".
       01 WS_DECISIONS_FILE_STATUS         PIC X(02) VALUE "00".
       01 WS_PROPOSED_FILE_STATUS          PIC X(02) VALUE "00".

       01 WS_PACK_PATH                     PIC X(100) VALUE SPACES.
       01 WS_DECISIONS_PATH                PIC X(100) VALUE SPACES.
       01 WS_PROPOSED_PATH                 PIC X(100) VALUE SPACES.

       01 WS_FILE_EOF                      PIC X(01) VALUE 'N'.
           88 WS_FILE_EOF_FALSE                VALUE 'N'.
           88 WS_FILE_EOF_TRUE                 VALUE 'Y'.

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

       *> the quarter under review - first and last day
       01  WS_PERIOD_VALID                 PIC X(01) VALUE 'F'.
           88  WS_PERIOD_VALID_FALSE           VALUE 'F'.
           88  WS_PERIOD_VALID_TRUE            VALUE 'T'.
       01  WS_PERIOD_START                 PIC X(08) VALUE SPACES.
       01  WS_PERIOD_END                   PIC X(08) VALUE SPACES.
       01  WS_QUARTER_DATA.
           05  FILLER PIC X(08) VALUE "01010331".
           05  FILLER PIC X(08) VALUE "04010630".
           05  FILLER PIC X(08) VALUE "07010930".
           05  FILLER PIC X(08) VALUE "10011231".
       01  WS_QUARTER_TABLE REDEFINES WS_QUARTER_DATA.
           05  WS_QUARTER_ENTRY OCCURS 4 TIMES.
               10  WS_QUARTER_FIRST_MMDD   PIC X(04).
               10  WS_QUARTER_LAST_MMDD    PIC X(04).
       01  WS_QUARTER_NUM                  PIC 9(01) VALUE ZERO.

       *> the privileged actions that write an access log line when
       *> honored - only these can be judged dormant
       01  WS_LOGGED_ACTION_DATA.
           05  FILLER PIC X(18) VALUE "BACKOUT".
           05  FILLER PIC X(18) VALUE "REOPEN".
           05  FILLER PIC X(18) VALUE "LOCK-OVERRIDE".
           05  FILLER PIC X(18) VALUE "DAYCLOSE-OVERRIDE".
           05  FILLER PIC X(18) VALUE "MANUAL-ENTRY".
           05  FILLER PIC X(18) VALUE "MANUAL-APPROVE".
           05  FILLER PIC X(18) VALUE "HOLD-RELEASE".
           05  FILLER PIC X(18) VALUE "PROVIDER-MAINT".
           05  FILLER PIC X(18) VALUE "SEQ-RESEQUENCE".
           05  FILLER PIC X(18) VALUE "LEGAL-HOLD".
           05  FILLER PIC X(18) VALUE "LEGAL-RELEASE".
           05  FILLER PIC X(18) VALUE "RETURN-REPRESENT".
           05  FILLER PIC X(18) VALUE "RETURN-DISMISS".
           05  FILLER PIC X(18) VALUE "BACKLOAD".
       01  WS_LOGGED_ACTION_TABLE REDEFINES WS_LOGGED_ACTION_DATA.
           05  WS_LOGGED_ACTION OCCURS 14 TIMES PIC X(18).
       01  WS_LOGGED_ACTION_COUNT          PIC 9(02) VALUE 14.
       01  WS_LOGGED_ACTION_IDX            PIC 9(02) VALUE ZERO.

       *> entitlement pairs one operator should not hold together
       01  WS_TOXIC_PAIR_DATA.
           05  FILLER PIC X(18) VALUE "MANUAL-ENTRY".
           05  FILLER PIC X(18) VALUE "MANUAL-APPROVE".
           05  FILLER PIC X(18) VALUE "REOPEN".
           05  FILLER PIC X(18) VALUE "BACKOUT".
       01  WS_TOXIC_PAIR_TABLE REDEFINES WS_TOXIC_PAIR_DATA.
           05  WS_TOXIC_PAIR OCCURS 2 TIMES.
               10  WS_TOXIC_ACTION_A       PIC X(18).
               10  WS_TOXIC_ACTION_B       PIC X(18).
       01  WS_TOXIC_PAIR_COUNT             PIC 9(01) VALUE 2.
       01  WS_TOXIC_PAIR_IDX               PIC 9(01) VALUE ZERO.

       *> profile lines in file order - the proposed file is written
       *> back in the same order. A line's entitlements sit together
       *> in the entitlement table starting at WS_PRF_FIRST.
       01  WS_PRF_MAX                      PIC 9(03) VALUE 100.
       01  WS_PRF_COUNT                    PIC 9(03) VALUE ZERO.
       01  WS_PRF_TABLE.
           05  WS_PRF OCCURS 100 TIMES.
               10  WS_PRF_OPR              PIC X(08).
               10  WS_PRF_FIRST            PIC 9(03).
               10  WS_PRF_TOKENS           PIC 9(01).
       01  WS_PRF_IDX                      PIC 9(03) VALUE ZERO.

       01  WS_OPR_TOKENS.
           05  WS_OPR_TOKEN OCCURS 8 TIMES PIC X(18).
       01  WS_OPR_TOKEN_IDX                PIC 9(02) VALUE ZERO.

       *> one entry per operator/action on the profile file
       01  WS_ENT_MAX                      PIC 9(03) VALUE 800.
       01  WS_ENT_COUNT                    PIC 9(03) VALUE ZERO.
       01  WS_ENT_TABLE.
           05  WS_ENT OCCURS 800 TIMES.
               10  WS_ENT_OPR              PIC X(08).
               10  WS_ENT_ACTION           PIC X(18).
               10  WS_ENT_LOGGED           PIC X(01).
               10  WS_ENT_USES             PIC 9(05).
               10  WS_ENT_LAST_USED        PIC X(08).
               10  WS_ENT_DORMANT          PIC X(01).
               10  WS_ENT_TOXIC            PIC X(01).
               10  WS_ENT_DECISION         PIC X(01).
               10  WS_ENT_SUPERVISOR       PIC X(08).
               10  WS_ENT_VERDICT          PIC X(01).
               10  WS_ENT_PROBLEM          PIC X(34).
       01  WS_ENT_IDX                      PIC 9(03) VALUE ZERO.

       *> segregation-of-duties findings - the two entitlements
       01  WS_SOD_COUNT                    PIC 9(03) VALUE ZERO.
       01  WS_SOD_TABLE.
           05  WS_SOD OCCURS 100 TIMES.
               10  WS_SOD_ENT_A            PIC 9(03).
               10  WS_SOD_ENT_B            PIC 9(03).
       01  WS_SOD_IDX                      PIC 9(03) VALUE ZERO.

       *> access log lines that match no entitlement - kind U for an
       *> id no longer on the profile file, N for an action the
       *> operator's profile does not grant
       01  WS_EXC_COUNT                    PIC 9(03) VALUE ZERO.
       01  WS_EXC_TABLE.
           05  WS_EXC OCCURS 100 TIMES.
               10  WS_EXC_KIND             PIC X(01).
               10  WS_EXC_OPR              PIC X(08).
               10  WS_EXC_ACTION           PIC X(18).
               10  WS_EXC_USES             PIC 9(05).
               10  WS_EXC_LAST_USED        PIC X(08).
       01  WS_EXC_IDX                      PIC 9(03) VALUE ZERO.
       01  WS_EXC_KIND_WANTED              PIC X(01) VALUE SPACE.
       01  WS_EXC_OVERFLOW                 PIC 9(05) VALUE ZERO.

       *> lookups
       01  WS_FIND_OPR                     PIC X(08) VALUE SPACES.
       01  WS_FIND_ACTION                  PIC X(18) VALUE SPACES.
       01  WS_FIND_IDX                     PIC 9(03) VALUE ZERO.
       01  WS_FIND_IDX_B                   PIC 9(03) VALUE ZERO.
       01  WS_SEARCH_IDX                   PIC 9(03) VALUE ZERO.
       01  WS_OPR_ON_FILE                  PIC X(01) VALUE 'F'.
           88  WS_OPR_ON_FILE_FALSE            VALUE 'F'.
           88  WS_OPR_ON_FILE_TRUE             VALUE 'T'.
       01  WS_ACTION_LOGGED                PIC X(01) VALUE 'F'.
           88  WS_ACTION_LOGGED_FALSE          VALUE 'F'.
           88  WS_ACTION_LOGGED_TRUE           VALUE 'T'.

       *> run totals
       01  WS_LOG_LINES_IN_PERIOD          PIC 9(07) VALUE ZERO.
       01  WS_DORMANT_COUNT                PIC 9(05) VALUE ZERO.
       01  WS_DECIDED_CARRIED              PIC 9(05) VALUE ZERO.
       01  WS_STALE_DECISIONS              PIC 9(05) VALUE ZERO.
       01  WS_KEEP_COUNT                   PIC 9(05) VALUE ZERO.
       01  WS_REVOKE_COUNT                 PIC 9(05) VALUE ZERO.
       01  WS_UNDECIDED_COUNT              PIC 9(05) VALUE ZERO.
       01  WS_REMOVED_COUNT                PIC 9(05) VALUE ZERO.
       01  WS_TOXIC_KEPT_COUNT             PIC 9(05) VALUE ZERO.
       01  WS_PROPOSED_LINES               PIC 9(05) VALUE ZERO.

       *> building the proposed profile line
       01  WS_PROPOSED_ACTIONS             PIC X(72) VALUE SPACES.
       01  WS_PROPOSED_POINTER             PIC 9(03) VALUE ZERO.
       01  WS_PROPOSED_KEPT                PIC 9(01) VALUE ZERO.

       *> pack and worksheet lines
       01  WS_PACK_LINE                    PIC X(100) VALUE SPACES.
       01  WS_USES_EDIT                    PIC ZZZZ9.
       01  WS_COUNT_EDIT                   PIC ZZZZ9.
       01  WS_FLAGS                        PIC X(13) VALUE SPACES.

       01  WS_PACK_DETAIL.
           05  WS_PD_OPR                   PIC X(08) VALUE SPACES.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS_PD_ACTION                PIC X(18) VALUE SPACES.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS_PD_USES                  PIC X(05) VALUE SPACES.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS_PD_LAST_USED             PIC X(08) VALUE SPACES.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS_PD_FLAGS                 PIC X(13) VALUE SPACES.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS_PD_DECISION              PIC X(06) VALUE SPACES.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS_PD_SUPERVISOR            PIC X(08) VALUE SPACES.
           05  FILLER                      PIC X(25) VALUE SPACES.

       01  WS_WORKSHEET_LINE.
           05  WS_WL_OPR                   PIC X(08) VALUE SPACES.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS_WL_ACTION                PIC X(18) VALUE SPACES.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS_WL_USES                  PIC X(05) VALUE SPACES.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS_WL_LAST_USED             PIC X(08) VALUE SPACES.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS_WL_FLAGS                 PIC X(13) VALUE SPACES.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS_WL_DECISION              PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS_WL_SUPERVISOR            PIC X(08) VALUE SPACES.
           05  FILLER                      PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.

       *> MAIN/TEST PROGRAM LOGIC STARTUP

           PERFORM B3055_ACCEPT_RUN_PARAMETERS.

           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.

           IF NOT WS_PARAMS_TEST

               PERFORM B1000_GENERAL_LOGIC
           ELSE

               PERFORM B9000_TEST
           END-IF.

           STOP RUN.

       B1000_GENERAL_LOGIC.
           *> SETUP
           PERFORM B4020_BUILD_PATHS
           PERFORM B4100_LOAD_PROFILES
           IF WS_PRF_COUNT = ZERO
               DISPLAY "*** DEMO_OPERATOR_PROFILES.DAT MISSING OR "
                   "EMPTY - NOTHING TO RECERTIFY ***"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM B4200_LOAD_DECISIONS

           *> GENERAL LOGIC
           PERFORM B4300_SCAN_ACCESS_LOG
           PERFORM B4400_FLAG_ENTITLEMENTS

           IF WS_PARAMS_MODE_APPLY
               PERFORM B6000_APPLY_DECISIONS
           ELSE
               PERFORM B5000_WRITE_PACK
               PERFORM B5100_WRITE_WORKSHEET
           END-IF

           *> FINISH UP
           DISPLAY "=== DEMO ACCESS RECERTIFICATION ==="
           DISPLAY "PERIOD:              " WS_PARAMS_PERIOD " ("
               WS_PERIOD_START " - " WS_PERIOD_END ")"
           DISPLAY "ENTITLEMENTS:        " WS_ENT_COUNT
           DISPLAY "LOG LINES IN PERIOD: " WS_LOG_LINES_IN_PERIOD
           DISPLAY "DORMANT:             " WS_DORMANT_COUNT
           DISPLAY "TOXIC COMBINATIONS:  " WS_SOD_COUNT
           DISPLAY "LOG EXCEPTIONS:      " WS_EXC_COUNT
           DISPLAY "PACK:                " WS_PACK_PATH
           IF WS_PARAMS_MODE_APPLY
               DISPLAY "KEPT:                " WS_KEEP_COUNT
               DISPLAY "REVOKED:             " WS_REVOKE_COUNT
               DISPLAY "UNDECIDED:           " WS_UNDECIDED_COUNT
               IF WS_UNDECIDED_COUNT > ZERO
                   DISPLAY "*** NO PROPOSED PROFILE FILE WRITTEN - "
                       "EVERY WORKSHEET LINE NEEDS A DECISION ***"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY "PROPOSED PROFILES:   " WS_PROPOSED_PATH
                   IF WS_TOXIC_KEPT_COUNT > ZERO
                       DISPLAY "*** " WS_TOXIC_KEPT_COUNT " TOXIC "
                           "COMBINATION(S) KEPT - SEE THE PACK ***"
                   END-IF
               END-IF
           ELSE
               DISPLAY "WORKSHEET:           " WS_DECISIONS_PATH
               DISPLAY "DECISIONS CARRIED:   " WS_DECIDED_CARRIED
           END-IF.

           EXIT.

       *> arg 1 is the quarter as YYYYQn, arg 2 APPLY for the
       *> apply run
       B3055_ACCEPT_RUN_PARAMETERS.
           ACCEPT WS_PARAMS_ARG_COUNT FROM ARGUMENT-NUMBER.

           IF WS_PARAMS_ARG_COUNT > ZERO
               MOVE 1 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               IF WS_PARAMS_ARG_VALUE(1:4) = 'TEST'
                   MOVE WS_PARAMS_ARG_VALUE(1:4)
                       TO WS_PARAMS_TEST_SWITCH
                   MOVE WS_PARAMS_ARG_VALUE(5:25)
                       TO WS_PARAMS_TEST_NAME
               ELSE
                   MOVE WS_PARAMS_ARG_VALUE(1:6) TO WS_PARAMS_PERIOD
               END-IF
           END-IF

           IF WS_PARAMS_ARG_COUNT > 1
               MOVE 2 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               MOVE SPACES TO WS_PARAMS_ARG_VALUE
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:5) TO WS_PARAMS_MODE
           END-IF

           IF NOT WS_PARAMS_TEST
               PERFORM B4010_BUILD_PERIOD_BOUNDS
               IF WS_PERIOD_VALID_FALSE
                   OR (WS_PARAMS_MODE NOT = SPACES
                       AND NOT WS_PARAMS_MODE_APPLY)
                   DISPLAY "USAGE: demo_recert <YYYYQn> [APPLY]"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           EXIT.

       *> SETUP

       B4010_BUILD_PERIOD_BOUNDS.
           SET WS_PERIOD_VALID_FALSE TO TRUE
           MOVE SPACES TO WS_PERIOD_START
           MOVE SPACES TO WS_PERIOD_END

           IF WS_PARAMS_PERIOD(1:4) IS NUMERIC
                   AND WS_PARAMS_PERIOD(5:1) = 'Q'
                   AND WS_PARAMS_PERIOD(6:1) >= '1'
                   AND WS_PARAMS_PERIOD(6:1) <= '4'
               MOVE WS_PARAMS_PERIOD(6:1) TO WS_QUARTER_NUM
               STRING WS_PARAMS_PERIOD(1:4) DELIMITED BY SIZE,
                   WS_QUARTER_FIRST_MMDD(WS_QUARTER_NUM)
                       DELIMITED BY SIZE
               INTO WS_PERIOD_START
               STRING WS_PARAMS_PERIOD(1:4) DELIMITED BY SIZE,
                   WS_QUARTER_LAST_MMDD(WS_QUARTER_NUM)
                       DELIMITED BY SIZE
               INTO WS_PERIOD_END
               SET WS_PERIOD_VALID_TRUE TO TRUE
           END-IF.

           EXIT.

       B4020_BUILD_PATHS.
           MOVE SPACES TO WS_PACK_PATH
           STRING "../src/resources/DEMO_RECERT_PACK_"
                   DELIMITED BY SIZE,
               WS_PARAMS_PERIOD DELIMITED BY SIZE,
               ".TXT" DELIMITED BY SIZE
           INTO WS_PACK_PATH
           MOVE SPACES TO WS_DECISIONS_PATH
           STRING "../src/resources/DEMO_RECERT_DECISIONS_"
                   DELIMITED BY SIZE,
               WS_PARAMS_PERIOD DELIMITED BY SIZE,
               ".TXT" DELIMITED BY SIZE
           INTO WS_DECISIONS_PATH
           MOVE SPACES TO WS_PROPOSED_PATH
           STRING "../src/resources/DEMO_OPERATOR_PROFILES_PROPOSED_"
                   DELIMITED BY SIZE,
               WS_PARAMS_PERIOD DELIMITED BY SIZE,
               ".DAT" DELIMITED BY SIZE
           INTO WS_PROPOSED_PATH.

           EXIT.

       *> one entry per profile line and one per action on it
       B4100_LOAD_PROFILES.
           MOVE ZERO TO WS_PRF_COUNT
           MOVE ZERO TO WS_ENT_COUNT
           MOVE 'N' TO WS_FILE_EOF

           OPEN INPUT DEMO_OPERATOR_PROFILES
           IF WS_OPR_PROFILES_FILE_STATUS = "00"
               PERFORM UNTIL WS_FILE_EOF_TRUE
                   READ DEMO_OPERATOR_PROFILES
                       AT END
                           MOVE 'Y' TO WS_FILE_EOF
                       NOT AT END
                           IF OPR_ID NOT = SPACES
                               PERFORM B4110_ADD_PROFILE_LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_OPERATOR_PROFILES
           END-IF.

           EXIT.

       B4110_ADD_PROFILE_LINE.
           IF WS_PRF_COUNT >= WS_PRF_MAX
               DISPLAY "*** MORE THAN " WS_PRF_MAX " PROFILE LINES - "
                   OPR_ID " AND LATER NOT REVIEWED ***"
           ELSE
               ADD 1 TO WS_PRF_COUNT
               MOVE OPR_ID TO WS_PRF_OPR(WS_PRF_COUNT)
               COMPUTE WS_PRF_FIRST(WS_PRF_COUNT) = WS_ENT_COUNT + 1
               MOVE ZERO TO WS_PRF_TOKENS(WS_PRF_COUNT)

               MOVE SPACES TO WS_OPR_TOKENS
               UNSTRING OPR_ACTIONS DELIMITED BY ALL SPACES
                   INTO WS_OPR_TOKEN(1) WS_OPR_TOKEN(2) WS_OPR_TOKEN(3)
                        WS_OPR_TOKEN(4) WS_OPR_TOKEN(5) WS_OPR_TOKEN(6)
                        WS_OPR_TOKEN(7) WS_OPR_TOKEN(8)
               END-UNSTRING

               MOVE ZERO TO WS_OPR_TOKEN_IDX
               PERFORM UNTIL WS_OPR_TOKEN_IDX >= 8
                   ADD 1 TO WS_OPR_TOKEN_IDX
                   IF WS_OPR_TOKEN(WS_OPR_TOKEN_IDX) NOT = SPACES
                       PERFORM B4120_ADD_ENTITLEMENT
                   END-IF
               END-PERFORM
           END-IF.

           EXIT.

       B4120_ADD_ENTITLEMENT.
           IF WS_ENT_COUNT < WS_ENT_MAX
               ADD 1 TO WS_ENT_COUNT
               ADD 1 TO WS_PRF_TOKENS(WS_PRF_COUNT)
               MOVE OPR_ID TO WS_ENT_OPR(WS_ENT_COUNT)
               MOVE WS_OPR_TOKEN(WS_OPR_TOKEN_IDX)
                   TO WS_ENT_ACTION(WS_ENT_COUNT)
               MOVE WS_OPR_TOKEN(WS_OPR_TOKEN_IDX) TO WS_FIND_ACTION
               PERFORM B7020_CHECK_LOGGED_ACTION
               IF WS_ACTION_LOGGED_TRUE
                   MOVE 'T' TO WS_ENT_LOGGED(WS_ENT_COUNT)
               ELSE
                   MOVE 'F' TO WS_ENT_LOGGED(WS_ENT_COUNT)
               END-IF
               MOVE ZERO TO WS_ENT_USES(WS_ENT_COUNT)
               MOVE SPACES TO WS_ENT_LAST_USED(WS_ENT_COUNT)
               MOVE 'F' TO WS_ENT_DORMANT(WS_ENT_COUNT)
               MOVE 'F' TO WS_ENT_TOXIC(WS_ENT_COUNT)
               MOVE SPACE TO WS_ENT_DECISION(WS_ENT_COUNT)
               MOVE SPACES TO WS_ENT_SUPERVISOR(WS_ENT_COUNT)
               MOVE SPACE TO WS_ENT_VERDICT(WS_ENT_COUNT)
               MOVE SPACES TO WS_ENT_PROBLEM(WS_ENT_COUNT)
           END-IF.

           EXIT.

       *> decisions keyed on an earlier worksheet for this quarter -
       *> a line whose entitlement has since left the profile file
       *> is counted and dropped
       B4200_LOAD_DECISIONS.
           MOVE ZERO TO WS_DECIDED_CARRIED
           MOVE ZERO TO WS_STALE_DECISIONS
           MOVE 'N' TO WS_FILE_EOF

           OPEN INPUT DEMO_RECERT_DECISIONS
           IF WS_DECISIONS_FILE_STATUS = "00"
               PERFORM UNTIL WS_FILE_EOF_TRUE
                   READ DEMO_RECERT_DECISIONS
                       AT END
                           MOVE 'Y' TO WS_FILE_EOF
                       NOT AT END
                           IF DEC_OPR_ID(1:1) NOT = '*'
                                   AND DEC_OPR_ID NOT = SPACES
                               PERFORM B4210_NOTE_DECISION_LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_RECERT_DECISIONS
           END-IF.

           EXIT.

       B4210_NOTE_DECISION_LINE.
           MOVE DEC_OPR_ID TO WS_FIND_OPR
           MOVE DEC_ACTION TO WS_FIND_ACTION
           PERFORM B7000_FIND_ENTITLEMENT
           IF WS_FIND_IDX = ZERO
               ADD 1 TO WS_STALE_DECISIONS
           ELSE
               MOVE DEC_DECISION TO WS_ENT_DECISION(WS_FIND_IDX)
               MOVE DEC_SUPERVISOR TO WS_ENT_SUPERVISOR(WS_FIND_IDX)
               IF DEC_DECISION NOT = SPACE
                   ADD 1 TO WS_DECIDED_CARRIED
               END-IF
           END-IF.

           EXIT.

       *> GENERAL LOGIC

       B4300_SCAN_ACCESS_LOG.
           MOVE ZERO TO WS_LOG_LINES_IN_PERIOD
           MOVE ZERO TO WS_EXC_COUNT
           MOVE ZERO TO WS_EXC_OVERFLOW
           MOVE 'N' TO WS_FILE_EOF

           OPEN INPUT DEMO_ACCESS_LOG
           IF WS_ACCESS_LOG_FILE_STATUS = "00"
               PERFORM UNTIL WS_FILE_EOF_TRUE
                   READ DEMO_ACCESS_LOG
                       AT END
                           MOVE 'Y' TO WS_FILE_EOF
                       NOT AT END
                           PERFORM B4310_NOTE_LOG_LINE
                   END-READ
               END-PERFORM
               CLOSE DEMO_ACCESS_LOG
           ELSE
               DISPLAY "*** DEMO_ACCESS_LOG.TXT NOT ON FILE - EVERY "
                   "LOGGED ENTITLEMENT WILL SHOW DORMANT ***"
           END-IF.

           EXIT.

       *> a refused sign-on names whatever id was keyed, so it is
       *> not evidence of anyone using anything; sign-ons, sign-offs
       *> and time-outs are not entitlements
       B4310_NOTE_LOG_LINE.
           IF LOG_TS(1:8) >= WS_PERIOD_START
                   AND LOG_TS(1:8) <= WS_PERIOD_END
                   AND LOG_ACTION NOT = "SIGNON-FAILED"
               ADD 1 TO WS_LOG_LINES_IN_PERIOD
               MOVE LOG_OPERATOR TO WS_FIND_OPR
               MOVE LOG_ACTION TO WS_FIND_ACTION
               PERFORM B7010_FIND_PROFILE_OPERATOR
               PERFORM B7020_CHECK_LOGGED_ACTION
               IF WS_OPR_ON_FILE_FALSE
                   MOVE 'U' TO WS_EXC_KIND_WANTED
                   PERFORM B4320_NOTE_EXCEPTION
               ELSE
                   PERFORM B7000_FIND_ENTITLEMENT
                   IF WS_FIND_IDX > ZERO
                       ADD 1 TO WS_ENT_USES(WS_FIND_IDX)
                       IF LOG_TS(1:8) > WS_ENT_LAST_USED(WS_FIND_IDX)
                               OR WS_ENT_LAST_USED(WS_FIND_IDX)
                                   = SPACES
                           MOVE LOG_TS(1:8)
                               TO WS_ENT_LAST_USED(WS_FIND_IDX)
                       END-IF
                   ELSE
                       IF WS_ACTION_LOGGED_TRUE
                           MOVE 'N' TO WS_EXC_KIND_WANTED
                           PERFORM B4320_NOTE_EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.

           EXIT.

       *> one exception line per kind, id and action, with a count
       B4320_NOTE_EXCEPTION.
           MOVE ZERO TO WS_EXC_IDX
           MOVE ZERO TO WS_FIND_IDX_B
           PERFORM UNTIL WS_EXC_IDX >= WS_EXC_COUNT
                               OR WS_FIND_IDX_B > ZERO
               ADD 1 TO WS_EXC_IDX
               IF WS_EXC_KIND(WS_EXC_IDX) = WS_EXC_KIND_WANTED
                       AND WS_EXC_OPR(WS_EXC_IDX) = LOG_OPERATOR
                       AND WS_EXC_ACTION(WS_EXC_IDX) = LOG_ACTION
                   MOVE WS_EXC_IDX TO WS_FIND_IDX_B
               END-IF
           END-PERFORM

           IF WS_FIND_IDX_B = ZERO
               IF WS_EXC_COUNT >= 100
                   ADD 1 TO WS_EXC_OVERFLOW
               ELSE
                   ADD 1 TO WS_EXC_COUNT
                   MOVE WS_EXC_COUNT TO WS_FIND_IDX_B
                   MOVE WS_EXC_KIND_WANTED
                       TO WS_EXC_KIND(WS_FIND_IDX_B)
                   MOVE LOG_OPERATOR TO WS_EXC_OPR(WS_FIND_IDX_B)
                   MOVE LOG_ACTION TO WS_EXC_ACTION(WS_FIND_IDX_B)
                   MOVE ZERO TO WS_EXC_USES(WS_FIND_IDX_B)
                   MOVE SPACES TO WS_EXC_LAST_USED(WS_FIND_IDX_B)
               END-IF
           END-IF

           IF WS_FIND_IDX_B > ZERO
               ADD 1 TO WS_EXC_USES(WS_FIND_IDX_B)
               IF LOG_TS(1:8) > WS_EXC_LAST_USED(WS_FIND_IDX_B)
                       OR WS_EXC_LAST_USED(WS_FIND_IDX_B) = SPACES
                   MOVE LOG_TS(1:8) TO WS_EXC_LAST_USED(WS_FIND_IDX_B)
               END-IF
           END-IF.

           EXIT.

       B4400_FLAG_ENTITLEMENTS.
           MOVE ZERO TO WS_DORMANT_COUNT
           MOVE ZERO TO WS_SOD_COUNT

           MOVE ZERO TO WS_ENT_IDX
           PERFORM UNTIL WS_ENT_IDX >= WS_ENT_COUNT
               ADD 1 TO WS_ENT_IDX
               IF WS_ENT_LOGGED(WS_ENT_IDX) = 'T'
                       AND WS_ENT_USES(WS_ENT_IDX) = ZERO
                   MOVE 'T' TO WS_ENT_DORMANT(WS_ENT_IDX)
                   ADD 1 TO WS_DORMANT_COUNT
               END-IF
               PERFORM B4410_FLAG_TOXIC_PAIRS
           END-PERFORM.

           EXIT.

       *> an operator listed twice on the profile file is judged on
       *> the first entry for each action, so a pair is reported once
       B4410_FLAG_TOXIC_PAIRS.
           MOVE ZERO TO WS_TOXIC_PAIR_IDX
           PERFORM UNTIL WS_TOXIC_PAIR_IDX >= WS_TOXIC_PAIR_COUNT
               ADD 1 TO WS_TOXIC_PAIR_IDX
               IF WS_ENT_ACTION(WS_ENT_IDX)
                       = WS_TOXIC_ACTION_A(WS_TOXIC_PAIR_IDX)
                   MOVE WS_ENT_OPR(WS_ENT_IDX) TO WS_FIND_OPR
                   MOVE WS_ENT_ACTION(WS_ENT_IDX) TO WS_FIND_ACTION
                   PERFORM B7000_FIND_ENTITLEMENT
                   IF WS_FIND_IDX = WS_ENT_IDX
                       MOVE WS_TOXIC_ACTION_B(WS_TOXIC_PAIR_IDX)
                           TO WS_FIND_ACTION
                       PERFORM B7000_FIND_ENTITLEMENT
                       IF WS_FIND_IDX > ZERO AND WS_SOD_COUNT < 100
                           ADD 1 TO WS_SOD_COUNT
                           MOVE WS_ENT_IDX TO WS_SOD_ENT_A(WS_SOD_COUNT)
                           MOVE WS_FIND_IDX
                               TO WS_SOD_ENT_B(WS_SOD_COUNT)
                           MOVE 'T' TO WS_ENT_TOXIC(WS_ENT_IDX)
                           MOVE 'T' TO WS_ENT_TOXIC(WS_FIND_IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       *> THE PACK

       B5000_WRITE_PACK.
           OPEN OUTPUT DEMO_RECERT_PACK

           MOVE SPACES TO WS_PACK_LINE
           STRING "DEMO ACCESS RECERTIFICATION - PERIOD "
                   DELIMITED BY SIZE,
               WS_PARAMS_PERIOD DELIMITED BY SIZE,
               " (" DELIMITED BY SIZE,
               WS_PERIOD_START DELIMITED BY SIZE,
               " - " DELIMITED BY SIZE,
               WS_PERIOD_END DELIMITED BY SIZE,
               ")  PRODUCED " DELIMITED BY SIZE,
               WS_CURRENT_DATE DELIMITED BY SIZE
           INTO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           MOVE SPACES TO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE

           *> section 1 - every entitlement and its use
           MOVE "ENTITLEMENTS AND USE IN THE PERIOD" TO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           MOVE SPACES TO WS_PACK_LINE
           STRING "OPERATOR ACTION              USES  LAST USED "
                   DELIMITED BY SIZE,
               "FLAGS          DECIDE SUPERVISOR" DELIMITED BY SIZE
           INTO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE

           MOVE ZERO TO WS_ENT_IDX
           PERFORM UNTIL WS_ENT_IDX >= WS_ENT_COUNT
               ADD 1 TO WS_ENT_IDX
               PERFORM B5010_WRITE_ENTITLEMENT_LINE
           END-PERFORM

           *> section 2 - segregation of duties
           MOVE SPACES TO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           MOVE "TOXIC COMBINATIONS (ONE OPERATOR HOLDING BOTH)"
               TO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           IF WS_SOD_COUNT = ZERO
               MOVE "  NONE" TO WS_PACK_LINE
               WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           END-IF
           MOVE ZERO TO WS_SOD_IDX
           PERFORM UNTIL WS_SOD_IDX >= WS_SOD_COUNT
               ADD 1 TO WS_SOD_IDX
               PERFORM B5020_WRITE_SOD_LINE
           END-PERFORM

           *> section 3 - log lines the profile file cannot explain
           MOVE SPACES TO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           MOVE SPACES TO WS_PACK_LINE
           STRING "LOG ENTRIES BY OPERATOR IDS NO LONGER ON THE "
                   DELIMITED BY SIZE,
               "PROFILE FILE" DELIMITED BY SIZE
           INTO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           MOVE 'U' TO WS_EXC_KIND_WANTED
           PERFORM B5030_WRITE_EXCEPTION_LINES

           MOVE SPACES TO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           MOVE "PRIVILEGED ACTIONS LOGGED WITHOUT THE ENTITLEMENT"
               TO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           MOVE 'N' TO WS_EXC_KIND_WANTED
           PERFORM B5030_WRITE_EXCEPTION_LINES

           IF WS_EXC_OVERFLOW > ZERO
               MOVE WS_EXC_OVERFLOW TO WS_COUNT_EDIT
               MOVE SPACES TO WS_PACK_LINE
               STRING "  *** " DELIMITED BY SIZE,
                   WS_COUNT_EDIT DELIMITED BY SIZE,
                   " FURTHER LOG LINES NOT " DELIMITED BY SIZE,
                   "LISTED - EXCEPTION TABLE FULL ***" DELIMITED BY SIZE
               INTO WS_PACK_LINE
               WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           END-IF

           *> summary
           MOVE SPACES TO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           MOVE WS_ENT_COUNT TO WS_COUNT_EDIT
           MOVE SPACES TO WS_PACK_LINE
           STRING "ENTITLEMENTS " DELIMITED BY SIZE,
               WS_COUNT_EDIT DELIMITED BY SIZE
           INTO WS_PACK_LINE
           MOVE WS_DORMANT_COUNT TO WS_COUNT_EDIT
           STRING WS_PACK_LINE(1:18) DELIMITED BY SIZE,
               "  DORMANT " DELIMITED BY SIZE,
               WS_COUNT_EDIT DELIMITED BY SIZE
           INTO WS_PACK_LINE
           MOVE WS_SOD_COUNT TO WS_COUNT_EDIT
           STRING WS_PACK_LINE(1:33) DELIMITED BY SIZE,
               "  TOXIC " DELIMITED BY SIZE,
               WS_COUNT_EDIT DELIMITED BY SIZE
           INTO WS_PACK_LINE
           MOVE WS_EXC_COUNT TO WS_COUNT_EDIT
           STRING WS_PACK_LINE(1:46) DELIMITED BY SIZE,
               "  LOG EXCEPTIONS " DELIMITED BY SIZE,
               WS_COUNT_EDIT DELIMITED BY SIZE
           INTO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           MOVE SPACES TO WS_PACK_LINE
           STRING "DECISIONS TO BE KEYED ON " DELIMITED BY SIZE,
               WS_DECISIONS_PATH DELIMITED BY SIZE
           INTO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE

           CLOSE DEMO_RECERT_PACK.

           EXIT.

       B5010_WRITE_ENTITLEMENT_LINE.
           PERFORM B5040_BUILD_FLAGS
           MOVE SPACES TO WS_PACK_DETAIL
           MOVE WS_ENT_OPR(WS_ENT_IDX) TO WS_PD_OPR
           MOVE WS_ENT_ACTION(WS_ENT_IDX) TO WS_PD_ACTION
           IF WS_ENT_LOGGED(WS_ENT_IDX) = 'T'
               MOVE WS_ENT_USES(WS_ENT_IDX) TO WS_USES_EDIT
               MOVE WS_USES_EDIT TO WS_PD_USES
           ELSE
               MOVE "  N/A" TO WS_PD_USES
           END-IF
           MOVE WS_ENT_LAST_USED(WS_ENT_IDX) TO WS_PD_LAST_USED
           MOVE WS_FLAGS TO WS_PD_FLAGS
           EVALUATE WS_ENT_DECISION(WS_ENT_IDX)
               WHEN 'K'
                   MOVE "KEEP" TO WS_PD_DECISION
               WHEN 'R'
                   MOVE "REVOKE" TO WS_PD_DECISION
               WHEN OTHER
                   MOVE SPACES TO WS_PD_DECISION
           END-EVALUATE
           MOVE WS_ENT_SUPERVISOR(WS_ENT_IDX) TO WS_PD_SUPERVISOR
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_DETAIL.

           EXIT.

       B5020_WRITE_SOD_LINE.
           MOVE WS_SOD_ENT_A(WS_SOD_IDX) TO WS_FIND_IDX
           MOVE WS_SOD_ENT_B(WS_SOD_IDX) TO WS_FIND_IDX_B
           MOVE SPACES TO WS_PACK_LINE
           STRING "  " DELIMITED BY SIZE,
               WS_ENT_OPR(WS_FIND_IDX) DELIMITED BY SIZE,
               " HOLDS " DELIMITED BY SIZE,
               WS_ENT_ACTION(WS_FIND_IDX) DELIMITED BY SIZE,
               " AND " DELIMITED BY SIZE,
               WS_ENT_ACTION(WS_FIND_IDX_B) DELIMITED BY SIZE
           INTO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE.

           EXIT.

       B5030_WRITE_EXCEPTION_LINES.
           MOVE ZERO TO WS_FIND_IDX
           MOVE ZERO TO WS_EXC_IDX
           PERFORM UNTIL WS_EXC_IDX >= WS_EXC_COUNT
               ADD 1 TO WS_EXC_IDX
               IF WS_EXC_KIND(WS_EXC_IDX) = WS_EXC_KIND_WANTED
                   ADD 1 TO WS_FIND_IDX
                   MOVE WS_EXC_USES(WS_EXC_IDX) TO WS_USES_EDIT
                   MOVE SPACES TO WS_PACK_LINE
                   STRING "  " DELIMITED BY SIZE,
                       WS_EXC_OPR(WS_EXC_IDX) DELIMITED BY SIZE,
                       " " DELIMITED BY SIZE,
                       WS_EXC_ACTION(WS_EXC_IDX) DELIMITED BY SIZE,
                       " " DELIMITED BY SIZE,
                       WS_USES_EDIT DELIMITED BY SIZE,
                       " TIMES, LAST " DELIMITED BY SIZE,
                       WS_EXC_LAST_USED(WS_EXC_IDX) DELIMITED BY SIZE
                   INTO WS_PACK_LINE
                   WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
               END-IF
           END-PERFORM

           IF WS_FIND_IDX = ZERO
               MOVE "  NONE" TO WS_PACK_LINE
               WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           END-IF.

           EXIT.

       B5040_BUILD_FLAGS.
           MOVE SPACES TO WS_FLAGS
           IF WS_ENT_DORMANT(WS_ENT_IDX) = 'T'
               IF WS_ENT_TOXIC(WS_ENT_IDX) = 'T'
                   MOVE "DORMANT TOXIC" TO WS_FLAGS
               ELSE
                   MOVE "DORMANT" TO WS_FLAGS
               END-IF
           ELSE
               IF WS_ENT_TOXIC(WS_ENT_IDX) = 'T'
                   MOVE "TOXIC" TO WS_FLAGS
               END-IF
           END-IF.

           EXIT.

       *> the worksheet is rewritten whole - decisions already keyed
       *> were loaded by B4200 and go back out on their lines
       B5100_WRITE_WORKSHEET.
           OPEN OUTPUT DEMO_RECERT_DECISIONS

           MOVE SPACES TO WS_PACK_LINE
           STRING "* ACCESS RECERTIFICATION WORKSHEET "
                   DELIMITED BY SIZE,
               WS_PARAMS_PERIOD DELIMITED BY SIZE,
               " - ONE LINE PER ENTITLEMENT" DELIMITED BY SIZE
           INTO WS_PACK_LINE
           WRITE DEMO_RECERT_DECISIONS_RECORD FROM WS_PACK_LINE
           MOVE SPACES TO WS_PACK_LINE
           STRING "* KEY K (KEEP) OR R (REVOKE) IN COLUMN 58 AND YOUR "
                   DELIMITED BY SIZE,
               "OPERATOR ID IN COLUMNS 60-67" DELIMITED BY SIZE
           INTO WS_PACK_LINE
           WRITE DEMO_RECERT_DECISIONS_RECORD FROM WS_PACK_LINE
           MOVE SPACES TO WS_PACK_LINE
           STRING "*OPERATR ACTION              USES LAST USE "
                   DELIMITED BY SIZE,
               "FLAGS         D SUPERVSR" DELIMITED BY SIZE
           INTO WS_PACK_LINE
           WRITE DEMO_RECERT_DECISIONS_RECORD FROM WS_PACK_LINE

           MOVE ZERO TO WS_ENT_IDX
           PERFORM UNTIL WS_ENT_IDX >= WS_ENT_COUNT
               ADD 1 TO WS_ENT_IDX
               PERFORM B5040_BUILD_FLAGS
               MOVE SPACES TO WS_WORKSHEET_LINE
               MOVE WS_ENT_OPR(WS_ENT_IDX) TO WS_WL_OPR
               MOVE WS_ENT_ACTION(WS_ENT_IDX) TO WS_WL_ACTION
               IF WS_ENT_LOGGED(WS_ENT_IDX) = 'T'
                   MOVE WS_ENT_USES(WS_ENT_IDX) TO WS_USES_EDIT
                   MOVE WS_USES_EDIT TO WS_WL_USES
               ELSE
                   MOVE "  N/A" TO WS_WL_USES
               END-IF
               MOVE WS_ENT_LAST_USED(WS_ENT_IDX) TO WS_WL_LAST_USED
               MOVE WS_FLAGS TO WS_WL_FLAGS
               MOVE WS_ENT_DECISION(WS_ENT_IDX) TO WS_WL_DECISION
               MOVE WS_ENT_SUPERVISOR(WS_ENT_IDX) TO WS_WL_SUPERVISOR
               WRITE DEMO_RECERT_DECISIONS_RECORD
                   FROM WS_WORKSHEET_LINE
           END-PERFORM

           CLOSE DEMO_RECERT_DECISIONS.

           EXIT.

       *> APPLYING THE DECISIONS

       B6000_APPLY_DECISIONS.
           MOVE ZERO TO WS_KEEP_COUNT
           MOVE ZERO TO WS_REVOKE_COUNT
           MOVE ZERO TO WS_UNDECIDED_COUNT
           MOVE ZERO TO WS_TOXIC_KEPT_COUNT

           MOVE ZERO TO WS_ENT_IDX
           PERFORM UNTIL WS_ENT_IDX >= WS_ENT_COUNT
               ADD 1 TO WS_ENT_IDX
               PERFORM B6010_CHECK_DECISION
           END-PERFORM

           MOVE ZERO TO WS_SOD_IDX
           PERFORM UNTIL WS_SOD_IDX >= WS_SOD_COUNT
               ADD 1 TO WS_SOD_IDX
               MOVE WS_SOD_ENT_A(WS_SOD_IDX) TO WS_FIND_IDX
               MOVE WS_SOD_ENT_B(WS_SOD_IDX) TO WS_FIND_IDX_B
               IF WS_ENT_VERDICT(WS_FIND_IDX) = 'K'
                       AND WS_ENT_VERDICT(WS_FIND_IDX_B) = 'K'
                   ADD 1 TO WS_TOXIC_KEPT_COUNT
               END-IF
           END-PERFORM

           IF WS_UNDECIDED_COUNT = ZERO
               PERFORM B6100_WRITE_PROPOSED_PROFILES
           END-IF

           PERFORM B6200_APPEND_OUTCOME.

           EXIT.

       *> a decision stands only with a supervisor's id on it, and
       *> never the operator's own
       B6010_CHECK_DECISION.
           MOVE SPACE TO WS_ENT_VERDICT(WS_ENT_IDX)
           MOVE SPACES TO WS_ENT_PROBLEM(WS_ENT_IDX)

           EVALUATE TRUE
               WHEN WS_ENT_DECISION(WS_ENT_IDX) = SPACE
                   MOVE "NO DECISION KEYED"
                       TO WS_ENT_PROBLEM(WS_ENT_IDX)
               WHEN WS_ENT_DECISION(WS_ENT_IDX) NOT = 'K'
                       AND WS_ENT_DECISION(WS_ENT_IDX) NOT = 'R'
                   MOVE "DECISION IS NOT K OR R"
                       TO WS_ENT_PROBLEM(WS_ENT_IDX)
               WHEN WS_ENT_SUPERVISOR(WS_ENT_IDX) = SPACES
                   MOVE "NO SUPERVISOR ID"
                       TO WS_ENT_PROBLEM(WS_ENT_IDX)
               WHEN WS_ENT_SUPERVISOR(WS_ENT_IDX)
                       = WS_ENT_OPR(WS_ENT_IDX)
                   MOVE "OPERATOR CANNOT CERTIFY OWN ACCESS"
                       TO WS_ENT_PROBLEM(WS_ENT_IDX)
               WHEN OTHER
                   MOVE WS_ENT_DECISION(WS_ENT_IDX)
                       TO WS_ENT_VERDICT(WS_ENT_IDX)
           END-EVALUATE

           EVALUATE WS_ENT_VERDICT(WS_ENT_IDX)
               WHEN 'K'
                   ADD 1 TO WS_KEEP_COUNT
               WHEN 'R'
                   ADD 1 TO WS_REVOKE_COUNT
               WHEN OTHER
                   ADD 1 TO WS_UNDECIDED_COUNT
           END-EVALUATE.

           EXIT.

       B6100_WRITE_PROPOSED_PROFILES.
           MOVE ZERO TO WS_PROPOSED_LINES
           MOVE ZERO TO WS_REMOVED_COUNT
           OPEN OUTPUT DEMO_PROPOSED_PROFILES

           MOVE ZERO TO WS_PRF_IDX
           PERFORM UNTIL WS_PRF_IDX >= WS_PRF_COUNT
               ADD 1 TO WS_PRF_IDX
               PERFORM B6110_BUILD_PROPOSED_LINE
               IF WS_PROPOSED_KEPT > ZERO
                   MOVE SPACES TO DEMO_PROPOSED_PROFILES_RECORD
                   MOVE WS_PRF_OPR(WS_PRF_IDX) TO PROP_OPR_ID
                   MOVE WS_PROPOSED_ACTIONS TO PROP_OPR_ACTIONS
                   WRITE DEMO_PROPOSED_PROFILES_RECORD
                   ADD 1 TO WS_PROPOSED_LINES
               ELSE
                   ADD 1 TO WS_REMOVED_COUNT
               END-IF
           END-PERFORM

           CLOSE DEMO_PROPOSED_PROFILES.

           EXIT.

       *> the kept actions of one profile line, in their original
       *> order, one space apart
       B6110_BUILD_PROPOSED_LINE.
           MOVE SPACES TO WS_PROPOSED_ACTIONS
           MOVE 1 TO WS_PROPOSED_POINTER
           MOVE ZERO TO WS_PROPOSED_KEPT

           MOVE WS_PRF_FIRST(WS_PRF_IDX) TO WS_ENT_IDX
           MOVE ZERO TO WS_OPR_TOKEN_IDX
           PERFORM UNTIL WS_OPR_TOKEN_IDX >= WS_PRF_TOKENS(WS_PRF_IDX)
               ADD 1 TO WS_OPR_TOKEN_IDX
               IF WS_ENT_VERDICT(WS_ENT_IDX) = 'K'
                   IF WS_PROPOSED_KEPT > ZERO
                       ADD 1 TO WS_PROPOSED_POINTER
                   END-IF
                   STRING WS_ENT_ACTION(WS_ENT_IDX) DELIMITED BY SPACE
                   INTO WS_PROPOSED_ACTIONS
                       WITH POINTER WS_PROPOSED_POINTER
                   ADD 1 TO WS_PROPOSED_KEPT
               END-IF
               ADD 1 TO WS_ENT_IDX
           END-PERFORM.

           EXIT.

       *> what the decisions came to, after the review on the pack
       B6200_APPEND_OUTCOME.
           OPEN EXTEND DEMO_RECERT_PACK
           IF WS_PACK_FILE_STATUS = "05"
                               OR WS_PACK_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_RECERT_PACK
           END-IF

           MOVE SPACES TO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           STRING "DECISIONS APPLIED " DELIMITED BY SIZE,
               WS_CURRENT_DATE_DATA(1:14) DELIMITED BY SIZE
           INTO WS_PACK_LINE
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE

           MOVE ZERO TO WS_ENT_IDX
           PERFORM UNTIL WS_ENT_IDX >= WS_ENT_COUNT
               ADD 1 TO WS_ENT_IDX
               MOVE SPACES TO WS_PACK_LINE
               EVALUATE WS_ENT_VERDICT(WS_ENT_IDX)
                   WHEN 'K'
                       STRING "  KEEP      " DELIMITED BY SIZE,
                           WS_ENT_OPR(WS_ENT_IDX) DELIMITED BY SIZE,
                           " " DELIMITED BY SIZE,
                           WS_ENT_ACTION(WS_ENT_IDX) DELIMITED BY SIZE,
                           " BY " DELIMITED BY SIZE,
                           WS_ENT_SUPERVISOR(WS_ENT_IDX)
                               DELIMITED BY SIZE
                       INTO WS_PACK_LINE
                   WHEN 'R'
                       STRING "  REVOKE    " DELIMITED BY SIZE,
                           WS_ENT_OPR(WS_ENT_IDX) DELIMITED BY SIZE,
                           " " DELIMITED BY SIZE,
                           WS_ENT_ACTION(WS_ENT_IDX) DELIMITED BY SIZE,
                           " BY " DELIMITED BY SIZE,
                           WS_ENT_SUPERVISOR(WS_ENT_IDX)
                               DELIMITED BY SIZE
                       INTO WS_PACK_LINE
                   WHEN OTHER
                       STRING "  UNDECIDED " DELIMITED BY SIZE,
                           WS_ENT_OPR(WS_ENT_IDX) DELIMITED BY SIZE,
                           " " DELIMITED BY SIZE,
                           WS_ENT_ACTION(WS_ENT_IDX) DELIMITED BY SIZE,
                           " - " DELIMITED BY SIZE,
                           WS_ENT_PROBLEM(WS_ENT_IDX) DELIMITED BY SIZE
                       INTO WS_PACK_LINE
               END-EVALUATE
               WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           END-PERFORM

           MOVE ZERO TO WS_SOD_IDX
           PERFORM UNTIL WS_SOD_IDX >= WS_SOD_COUNT
               ADD 1 TO WS_SOD_IDX
               MOVE WS_SOD_ENT_A(WS_SOD_IDX) TO WS_FIND_IDX
               MOVE WS_SOD_ENT_B(WS_SOD_IDX) TO WS_FIND_IDX_B
               IF WS_ENT_VERDICT(WS_FIND_IDX) = 'K'
                       AND WS_ENT_VERDICT(WS_FIND_IDX_B) = 'K'
                   MOVE SPACES TO WS_PACK_LINE
                   STRING "  *** TOXIC COMBINATION KEPT - "
                           DELIMITED BY SIZE,
                       WS_ENT_OPR(WS_FIND_IDX) DELIMITED BY SIZE,
                       " STILL HOLDS " DELIMITED BY SIZE,
                       WS_ENT_ACTION(WS_FIND_IDX) DELIMITED BY SIZE,
                       " AND " DELIMITED BY SIZE,
                       WS_ENT_ACTION(WS_FIND_IDX_B) DELIMITED BY SIZE
                   INTO WS_PACK_LINE
                   WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
               END-IF
           END-PERFORM

           MOVE SPACES TO WS_PACK_LINE
           IF WS_UNDECIDED_COUNT > ZERO
               MOVE WS_UNDECIDED_COUNT TO WS_COUNT_EDIT
               STRING "  NO PROPOSED PROFILE FILE - " DELIMITED BY SIZE,
                   WS_COUNT_EDIT DELIMITED BY SIZE,
                   " ENTITLEMENT(S) UNDECIDED" DELIMITED BY SIZE
               INTO WS_PACK_LINE
           ELSE
               MOVE WS_REMOVED_COUNT TO WS_COUNT_EDIT
               STRING "  PROPOSED PROFILE FILE WRITTEN - "
                       DELIMITED BY SIZE,
                   WS_COUNT_EDIT DELIMITED BY SIZE,
                   " OPERATOR(S) LEFT WITH NOTHING " DELIMITED BY SIZE,
                   "AND DROPPED" DELIMITED BY SIZE
               INTO WS_PACK_LINE
           END-IF
           WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE

           IF WS_STALE_DECISIONS > ZERO
               MOVE WS_STALE_DECISIONS TO WS_COUNT_EDIT
               MOVE SPACES TO WS_PACK_LINE
               STRING "  " DELIMITED BY SIZE,
                   WS_COUNT_EDIT DELIMITED BY SIZE,
                   " WORKSHEET LINE(S) NO " DELIMITED BY SIZE,
                   "LONGER ON THE PROFILE FILE - IGNORED"
                       DELIMITED BY SIZE
               INTO WS_PACK_LINE
               WRITE DEMO_RECERT_PACK_RECORD FROM WS_PACK_LINE
           END-IF

           CLOSE DEMO_RECERT_PACK.

           EXIT.

       *> LOOKUPS

       *> first entitlement for WS_FIND_OPR / WS_FIND_ACTION, zero
       *> when none
       B7000_FIND_ENTITLEMENT.
           MOVE ZERO TO WS_FIND_IDX
           MOVE ZERO TO WS_SEARCH_IDX
           PERFORM UNTIL WS_SEARCH_IDX >= WS_ENT_COUNT
                               OR WS_FIND_IDX > ZERO
               ADD 1 TO WS_SEARCH_IDX
               IF WS_ENT_OPR(WS_SEARCH_IDX) = WS_FIND_OPR
                       AND WS_ENT_ACTION(WS_SEARCH_IDX)
                           = WS_FIND_ACTION
                   MOVE WS_SEARCH_IDX TO WS_FIND_IDX
               END-IF
           END-PERFORM.

           EXIT.

       B7010_FIND_PROFILE_OPERATOR.
           SET WS_OPR_ON_FILE_FALSE TO TRUE
           MOVE ZERO TO WS_SEARCH_IDX
           PERFORM UNTIL WS_SEARCH_IDX >= WS_PRF_COUNT
                               OR WS_OPR_ON_FILE_TRUE
               ADD 1 TO WS_SEARCH_IDX
               IF WS_PRF_OPR(WS_SEARCH_IDX) = WS_FIND_OPR
                   SET WS_OPR_ON_FILE_TRUE TO TRUE
               END-IF
           END-PERFORM.

           EXIT.

       B7020_CHECK_LOGGED_ACTION.
           SET WS_ACTION_LOGGED_FALSE TO TRUE
           MOVE ZERO TO WS_LOGGED_ACTION_IDX
           PERFORM UNTIL WS_LOGGED_ACTION_IDX >= WS_LOGGED_ACTION_COUNT
                               OR WS_ACTION_LOGGED_TRUE
               ADD 1 TO WS_LOGGED_ACTION_IDX
               IF WS_LOGGED_ACTION(WS_LOGGED_ACTION_IDX)
                       = WS_FIND_ACTION
                   SET WS_ACTION_LOGGED_TRUE TO TRUE
               END-IF
           END-PERFORM.

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

       B9100_UNIT_TESTS.
           DISPLAY 'RUNNING UNIT TESTS!'

           PERFORM B9101_QUARTER_BOUNDS.
           PERFORM B9102_LOG_LINES_ARE_ATTRIBUTED.
           PERFORM B9103_DORMANT_AND_TOXIC_FLAGS.
           PERFORM B9104_DECISIONS_ARE_CHECKED.
           PERFORM B9105_PROPOSED_LINE_KEEPS_ORDER.

           EXIT.

       B9101_QUARTER_BOUNDS.
           DISPLAY 'A QUARTER RUNS FROM ITS FIRST TO ITS LAST DAY'.

           MOVE "2026Q3" TO WS_PARAMS_PERIOD
           PERFORM B4010_BUILD_PERIOD_BOUNDS
           DISPLAY "EXPECTED: T 20260701 20260930".
           DISPLAY "ACTUAL:   " WS_PERIOD_VALID " " WS_PERIOD_START
               " " WS_PERIOD_END.
           IF WS_PERIOD_VALID_TRUE AND WS_PERIOD_START = "20260701"
                   AND WS_PERIOD_END = "20260930"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE "2026Q5" TO WS_PARAMS_PERIOD
           PERFORM B4010_BUILD_PERIOD_BOUNDS
           DISPLAY "EXPECTED: F FOR 2026Q5".
           DISPLAY "ACTUAL:   " WS_PERIOD_VALID.
           IF WS_PERIOD_VALID_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       *> JMB holds MANUAL-ENTRY and BACKOUT
       B9190_BUILD_TEST_PROFILE.
           MOVE ZERO TO WS_PRF_COUNT
           MOVE ZERO TO WS_ENT_COUNT
           MOVE ZERO TO WS_EXC_COUNT
           MOVE SPACES TO DEMO_OPERATOR_PROFILES_RECORD
           MOVE "JMB" TO OPR_ID
           MOVE "MANUAL-ENTRY BACKOUT INQUIRY" TO OPR_ACTIONS
           PERFORM B4110_ADD_PROFILE_LINE
           MOVE "2026Q3" TO WS_PARAMS_PERIOD
           PERFORM B4010_BUILD_PERIOD_BOUNDS.

           EXIT.

       B9102_LOG_LINES_ARE_ATTRIBUTED.
           DISPLAY 'LOG LINES COUNT AS USE OR AS EXCEPTIONS'.

           PERFORM B9190_BUILD_TEST_PROFILE
           MOVE SPACES TO DEMO_ACCESS_LOG_RECORD
           MOVE "20260812101500" TO LOG_TS
           MOVE "JMB" TO LOG_OPERATOR
           MOVE "MANUAL-ENTRY" TO LOG_ACTION
           PERFORM B4310_NOTE_LOG_LINE
           MOVE "20260914090000" TO LOG_TS
           PERFORM B4310_NOTE_LOG_LINE
           *> outside the quarter - not counted
           MOVE "20261002090000" TO LOG_TS
           PERFORM B4310_NOTE_LOG_LINE
           MOVE "20260901090000" TO LOG_TS
           MOVE "REOPEN" TO LOG_ACTION
           PERFORM B4310_NOTE_LOG_LINE
           MOVE "OLDOP" TO LOG_OPERATOR
           MOVE "BACKOUT" TO LOG_ACTION
           PERFORM B4310_NOTE_LOG_LINE

           DISPLAY "EXPECTED: 00002 20260914 2 N REOPEN U OLDOP".
           DISPLAY "ACTUAL:   " WS_ENT_USES(1) " " WS_ENT_LAST_USED(1)
               " " WS_EXC_COUNT " " WS_EXC_KIND(1) " "
               WS_EXC_ACTION(1) " " WS_EXC_KIND(2) " " WS_EXC_OPR(2).
           IF WS_ENT_USES(1) = 2 AND WS_ENT_LAST_USED(1) = "20260914"
                   AND WS_EXC_COUNT = 2
                   AND WS_EXC_KIND(1) = 'N'
                   AND WS_EXC_ACTION(1) = "REOPEN"
                   AND WS_EXC_KIND(2) = 'U'
                   AND WS_EXC_OPR(2) = "OLDOP"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9103_DORMANT_AND_TOXIC_FLAGS.
           DISPLAY 'UNUSED LOGGED ACTIONS ARE DORMANT, PAIRS TOXIC'.

           MOVE ZERO TO WS_PRF_COUNT
           MOVE ZERO TO WS_ENT_COUNT
           MOVE SPACES TO DEMO_OPERATOR_PROFILES_RECORD
           MOVE "JMB" TO OPR_ID
           MOVE "MANUAL-ENTRY INQUIRY MANUAL-APPROVE" TO OPR_ACTIONS
           PERFORM B4110_ADD_PROFILE_LINE
           MOVE 3 TO WS_ENT_USES(1)
           PERFORM B4400_FLAG_ENTITLEMENTS

           *> INQUIRY writes no log line, so it is never dormant
           DISPLAY "EXPECTED: FT FF TT 1 SOD 1-3".
           DISPLAY "ACTUAL:   " WS_ENT_DORMANT(1) WS_ENT_TOXIC(1) " "
               WS_ENT_DORMANT(2) WS_ENT_TOXIC(2) " "
               WS_ENT_DORMANT(3) WS_ENT_TOXIC(3) " "
               WS_SOD_COUNT " SOD " WS_SOD_ENT_A(1) "-"
               WS_SOD_ENT_B(1).
           IF WS_ENT_DORMANT(1) = 'F' AND WS_ENT_TOXIC(1) = 'T'
                   AND WS_ENT_DORMANT(2) = 'F'
                   AND WS_ENT_TOXIC(2) = 'F'
                   AND WS_ENT_DORMANT(3) = 'T'
                   AND WS_ENT_TOXIC(3) = 'T'
                   AND WS_SOD_COUNT = 1
                   AND WS_SOD_ENT_A(1) = 1 AND WS_SOD_ENT_B(1) = 3
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9104_DECISIONS_ARE_CHECKED.
           DISPLAY 'A DECISION NEEDS A SUPERVISOR OTHER THAN THE '
               'OPERATOR'.

           PERFORM B9190_BUILD_TEST_PROFILE
           MOVE ZERO TO WS_UNDECIDED_COUNT
           MOVE ZERO TO WS_KEEP_COUNT
           MOVE ZERO TO WS_REVOKE_COUNT
           MOVE 'K' TO WS_ENT_DECISION(1)
           MOVE "JMB" TO WS_ENT_SUPERVISOR(1)
           MOVE 'R' TO WS_ENT_DECISION(2)
           MOVE "SUP1" TO WS_ENT_SUPERVISOR(2)
           MOVE 1 TO WS_ENT_IDX
           PERFORM B6010_CHECK_DECISION
           MOVE 2 TO WS_ENT_IDX
           PERFORM B6010_CHECK_DECISION
           MOVE 3 TO WS_ENT_IDX
           PERFORM B6010_CHECK_DECISION

           DISPLAY "EXPECTED: ' ' R ' ' - 2 UNDECIDED".
           DISPLAY "ACTUAL:   '" WS_ENT_VERDICT(1) "' "
               WS_ENT_VERDICT(2) " '" WS_ENT_VERDICT(3) "' - "
               WS_UNDECIDED_COUNT " UNDECIDED".
           IF WS_ENT_VERDICT(1) = SPACE AND WS_ENT_VERDICT(2) = 'R'
                   AND WS_ENT_VERDICT(3) = SPACE
                   AND WS_UNDECIDED_COUNT = 2
                   AND WS_ENT_PROBLEM(1)
                       = "OPERATOR CANNOT CERTIFY OWN ACCESS"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9105_PROPOSED_LINE_KEEPS_ORDER.
           DISPLAY 'THE PROPOSED LINE HOLDS THE KEPT ACTIONS IN ORDER'.

           PERFORM B9190_BUILD_TEST_PROFILE
           MOVE 'K' TO WS_ENT_VERDICT(1)
           MOVE 'R' TO WS_ENT_VERDICT(2)
           MOVE 'K' TO WS_ENT_VERDICT(3)
           MOVE 1 TO WS_PRF_IDX
           PERFORM B6110_BUILD_PROPOSED_LINE
           DISPLAY "EXPECTED: 2 MANUAL-ENTRY INQUIRY".
           DISPLAY "ACTUAL:   " WS_PROPOSED_KEPT " "
               WS_PROPOSED_ACTIONS.
           IF WS_PROPOSED_KEPT = 2
                   AND WS_PROPOSED_ACTIONS = "MANUAL-ENTRY INQUIRY"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

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
