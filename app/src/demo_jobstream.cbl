       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEMO-JOBSTREAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the maintained step table - one line per step, in the
           *> order the steps run; lines starting '*' are comments
           SELECT DEMO_JOBSTREAM_STEPS ASSIGN TO
                "../src/resources/DEMO_JOBSTREAM_STEPS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_STEPS_FILE_STATUS.

           *> one line per step per stream run - start, end,
           *> RETURN-CODE and outcome; appended to, never rewritten,
           *> and read back by the restart modes
           SELECT DEMO_JOBSTREAM_HISTORY ASSIGN TO
                "../src/resources/DEMO_JOBSTREAM_HISTORY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_HISTORY_FILE_STATUS.

           *> the stream's own verdict for a scheduler to poll
           SELECT DEMO_JOBSTREAM_STATUS ASSIGN TO
                "../src/resources/DEMO_JOBSTREAM_STATUS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_STATUS_FILE_STATUS.

           *> the batch driver's verdict line DEMO-MORNING grades -
           *> kept current after every step so a stream run reads on
           *> the dashboard the same as a run_demo_batch.sh run
           SELECT DEMO_BATCH_STATUS ASSIGN TO
                "../src/resources/DEMO_BATCH_STATUS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_BATCH_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD DEMO_JOBSTREAM_STEPS.
           01 DEMO_JOBSTREAM_STEPS_RECORD.
               05 STEP_NAME                 PIC X(12).
               05 FILLER                    PIC X(01).
               05 STEP_PROGRAM              PIC X(20).
               05 FILLER                    PIC X(01).
               05 STEP_ARGS                 PIC X(40).
               05 FILLER                    PIC X(01).
               05 STEP_PRED_ENTRY OCCURS 4 TIMES.
                   10 STEP_PRED             PIC X(12).
                   10 FILLER                PIC X(01).
               05 STEP_ON_FAIL              PIC X(01).

       FD DEMO_JOBSTREAM_HISTORY.
           01 DEMO_JOBSTREAM_HISTORY_RECORD.
               05 HIST_RUN_ID               PIC X(14).
               05 FILLER                    PIC X(01).
               05 HIST_STEP_NAME            PIC X(12).
               05 FILLER                    PIC X(01).
               05 HIST_PROGRAM              PIC X(20).
               05 FILLER                    PIC X(01).
               05 HIST_START_TS             PIC X(14).
               05 FILLER                    PIC X(01).
               05 HIST_END_TS               PIC X(14).
               05 FILLER                    PIC X(01).
               05 HIST_RC                   PIC 9(03).
               05 FILLER                    PIC X(01).
               05 HIST_OUTCOME              PIC X(09).
               05 FILLER                    PIC X(01).
               05 HIST_RUN_MODE             PIC X(07).

       FD DEMO_JOBSTREAM_STATUS.
           01 DEMO_JOBSTREAM_STATUS_RECORD  PIC X(80).

       FD DEMO_BATCH_STATUS.
           01 DEMO_BATCH_STATUS_RECORD      PIC X(100).

       WORKING-STORAGE SECTION.
       *> ===========================================================
       *> This program is the nightly job-stream controller. The
       *> batch driver only sequences the load gates, the load, the
       *> report and the morning page; everything else - reconcile,
       *> extract, settle-ack, trend, quality, review, the reject
       *> register, feedwatch, errlog - was kicked off by hand in an
       *> order only the senior operators knew. The order now lives
       *> in DEMO_JOBSTREAM_STEPS.DAT, and this program runs it: each
       *> step in table order, from the compiled programs' directory,
       *> once every predecessor it names has ended OK. A step that
       *> fails either stops the stream (on-fail 'S' - nothing after
       *> it runs) or raises attention (on-fail 'A' - its dependants
       *> are not run, everything else carries on). A program that
       *> has not been built is skipped with a visible NOT-BUILT
       *> line, the way the batch driver skips an unbuilt gate.
       *> Every step's start, end, RETURN-CODE and outcome goes to
       *> DEMO_JOBSTREAM_HISTORY.TXT.
       *>
       *> After a failure the operator restarts instead of rerunning:
       *> RESTART skips every step that ended OK in the last stream
       *> run (so DEMO-WRITER is never loaded twice) and runs the
       *> rest; RESTART <step> skips everything ahead of the named
       *> step. Skipped steps are logged SKIPPED and count as OK for
       *> their dependants and for the next restart.
       *>
       *> Step table layout (columns):
       *>   1-12   step name
       *>   14-33  program, as built in app/comp (demo_writer)
       *>   35-74  arguments passed to it (blank for a nightly run)
       *>   76-127 up to four predecessor step names, 13 apart
       *>          (76, 89, 102, 115) - each must be an earlier step
       *>   128    on failure: 'S' stop the stream, 'A' attention
       *>
       *> SEED writes the standard nightly stream when no step table
       *> is on file: CALENDAR, PROVIDERS, WRITER, DAYCLOSE and
       *> REPORT stop the stream (the batch driver's own gates), then
       *> REGEN (demo_report's back-dated regeneration, after REPORT),
       *> RECONCILE, REVIEW, REJREG, FEEDWATCH, QUALITY, AMTHOLD,
       *> INTEGRITY, COLLISIONS, RETURNS (ahead of the extract that
       *> re-presents what it finds corrected), BALANCE, EXTRACT
       *> (after REPORT and RECONCILE), SETTLEACK (after EXTRACT),
       *> TREND, ERRLOG and MORNING raise attention.

       *> example argument usage:

       *> run the stream from the top
       *>      ./demo_jobstream

       *> rerun whatever did not end OK last time
       *>      ./demo_jobstream RESTART

       *> rerun from a named step onwards
       *>      ./demo_jobstream RESTART EXTRACT

       *> write the standard step table (refused if one is on file)
       *>      ./demo_jobstream SEED

       *> run the stream with TESTENDTOEND passed to every step
       *>      ./demo_jobstream TESTENDTOEND

       *> for running only unit tests
       *>      ./demo_jobstream TESTUNIT

       *> for running unit tests (no integration tests exist yet)
       *>      ./demo_jobstream TEST
       *>      ./demo_jobstream TESTALL
       *> ===========================================================

       01 WS_PARAMS.
           05 WS_PARAMS_TEST_SWITCH        PIC X(04) VALUE 'N   '.
               88 WS_PARAMS_TEST               VALUE 'TEST'.
           05 WS_PARAMS_TEST_NAME          PIC X(25) VALUE 'ALL'.

       01 WS_PARAMS_ARG_COUNT              PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_NUM                PIC 9(02) VALUE ZERO.
       01 WS_PARAMS_ARG_VALUE              PIC X(29) VALUE SPACES.

       01 WS_RUN_MODE                      PIC X(01) VALUE 'N'.
           88 WS_MODE_NORMAL                   VALUE 'N'.
           88 WS_MODE_RESTART                  VALUE 'R'.
           88 WS_MODE_SEED                     VALUE 'S'.
       01 WS_RESTART_FROM                  PIC X(12) VALUE SPACES.

       *> end of file definitions
       01 WS_EOF                           PIC X(1) VALUE 'N'.
           88 WS_EOF_FALSE                     VALUE 'N'.
           88 WS_EOF_TRUE                      VALUE 'Y'.

       01 WS_STEPS_FILE_STATUS             PIC X(02) VALUE "00".
       01 WS_HISTORY_FILE_STATUS           PIC X(02) VALUE "00".
       01 WS_STATUS_FILE_STATUS            PIC X(02) VALUE "00".
       01 WS_BATCH_FILE_STATUS             PIC X(02) VALUE "00".

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
       01  WS_TIMESTAMP                    PIC X(14) VALUE SPACES.

       *> the step table as loaded, with each step's result for
       *> this stream run alongside it
       01  WS_STEP_MAX                     PIC 9(02) VALUE 40.
       01  WS_STEP_COUNT                   PIC 9(02) VALUE ZERO.
       01  WS_STEP_TABLE.
           05  WS_STEP_ENTRY OCCURS 40 TIMES.
               10  WS_STEP_NAME            PIC X(12).
               10  WS_STEP_PROGRAM         PIC X(20).
               10  WS_STEP_ARGS            PIC X(40).
               10  WS_STEP_PRED OCCURS 4 TIMES PIC X(12).
               10  WS_STEP_ON_FAIL         PIC X(01).
                   88  WS_STEP_STOPS_STREAM    VALUE 'S'.
                   88  WS_STEP_RAISES_ATTN     VALUE 'A'.
               10  WS_STEP_OUTCOME         PIC X(09).
                   88  WS_STEP_PENDING         VALUE "PENDING".
                   88  WS_STEP_OK              VALUE "OK".
                   88  WS_STEP_SKIPPED         VALUE "SKIPPED".
                   88  WS_STEP_NOT_BUILT       VALUE "NOT-BUILT".
                   88  WS_STEP_ATTENTION       VALUE "ATTENTION".
                   88  WS_STEP_FAILED          VALUE "FAILED".
                   88  WS_STEP_NOT_RUN         VALUE "NOT-RUN".
                   *> what a dependant may run after
                   88  WS_STEP_SATISFIED       VALUE "OK"
                                                     "SKIPPED"
                                                     "NOT-BUILT".
               10  WS_STEP_RC              PIC 9(03).
               10  WS_STEP_START_TS        PIC X(14).
               10  WS_STEP_END_TS          PIC X(14).
       01  WS_STEP_IDX                     PIC 9(02) VALUE ZERO.
       01  WS_PRED_IDX                     PIC 9(01) VALUE ZERO.

       *> step-table validation
       01  WS_GOOD_TABLE                   PIC X(01) VALUE 'T'.
           88  WS_GOOD_TABLE_FALSE             VALUE 'F'.
           88  WS_GOOD_TABLE_TRUE              VALUE 'T'.
       01  WS_TABLE_LINE_COUNT             PIC 9(04) VALUE ZERO.

       *> step lookup by name - WS_FIND_IDX is zero when not found
       01  WS_FIND_NAME                    PIC X(12) VALUE SPACES.
       01  WS_FIND_IDX                     PIC 9(02) VALUE ZERO.
       01  WS_SEARCH_IDX                   PIC 9(02) VALUE ZERO.
       01  WS_SEARCH_LIMIT                 PIC 9(02) VALUE ZERO.

       *> predecessor check for the step about to run
       01  WS_PREDS_MET                    PIC X(01) VALUE 'T'.
           88  WS_PREDS_MET_FALSE              VALUE 'F'.
           88  WS_PREDS_MET_TRUE               VALUE 'T'.
       01  WS_BLOCKING_STEP                PIC X(12) VALUE SPACES.

       *> set once a stop-class step fails; every later step is
       *> then NOT-RUN
       01  WS_STREAM_STOPPED               PIC X(01) VALUE 'F'.
           88  WS_STREAM_STOPPED_FALSE         VALUE 'F'.
           88  WS_STREAM_STOPPED_TRUE          VALUE 'T'.
       01  WS_STOPPING_STEP                PIC X(12) VALUE SPACES.
       01  WS_STOPPING_RC                  PIC 9(03) VALUE ZERO.

       01  WS_STREAM_RUN_ID                PIC X(14) VALUE SPACES.
       01  WS_HISTORY_RUN_MODE             PIC X(07) VALUE "NORMAL".

       *> running one step - the shell's wait status carries the
       *> program's RETURN-CODE in its high byte, and a negative
       *> status means the shell itself could not be started
       01  WS_STEP_COMMAND                 PIC X(80) VALUE SPACES.
       01  WS_PROGRAM_PATH                 PIC X(30) VALUE SPACES.
       01  WS_PROGRAM_DETAILS              PIC X(16) VALUE SPACES.
       01  WS_PROGRAM_EXIST_STATUS         PIC 9(09) COMP VALUE ZERO.
       01  WS_SYSTEM_STATUS                PIC S9(09) COMP VALUE ZERO.
       01  WS_EXIT_REMAINDER               PIC 9(09) COMP VALUE ZERO.
       01  WS_ENDTOEND_ARGS                PIC X(40) VALUE
               "TESTENDTOEND".

       *> the steps that ended OK (or were skipped as already OK) in
       *> the last stream run on the history file
       01  WS_LAST_RUN_ID                  PIC X(14) VALUE SPACES.
       01  WS_LAST_OK_COUNT                PIC 9(02) VALUE ZERO.
       01  WS_LAST_OK_TABLE.
           05  WS_LAST_OK_ENTRY OCCURS 40 TIMES PIC X(12).
       01  WS_LAST_OK_IDX                  PIC 9(02) VALUE ZERO.
       01  WS_STEP_WAS_OK                  PIC X(01) VALUE 'F'.
           88  WS_STEP_WAS_OK_FALSE            VALUE 'F'.
           88  WS_STEP_WAS_OK_TRUE             VALUE 'T'.

       01  WS_HISTORY_LINE.
           05  WS_HL_RUN_ID                PIC X(14).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_HL_STEP_NAME             PIC X(12).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_HL_PROGRAM               PIC X(20).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_HL_START_TS              PIC X(14).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_HL_END_TS                PIC X(14).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_HL_RC                    PIC 9(03).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_HL_OUTCOME               PIC X(09).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_HL_RUN_MODE              PIC X(07).

       *> stream totals
       01  WS_COUNT_OK                     PIC 9(02) VALUE ZERO.
       01  WS_COUNT_SKIPPED                PIC 9(02) VALUE ZERO.
       01  WS_COUNT_NOT_BUILT              PIC 9(02) VALUE ZERO.
       01  WS_COUNT_ATTENTION              PIC 9(02) VALUE ZERO.
       01  WS_COUNT_FAILED                 PIC 9(02) VALUE ZERO.
       01  WS_COUNT_NOT_RUN                PIC 9(02) VALUE ZERO.

       01  WS_STREAM_VERDICT               PIC X(09) VALUE SPACES.
       01  WS_STATUS_LINE.
           05  WS_SL_VERDICT               PIC X(09).
           05  WS_SL_DATE                  PIC X(08).
           05  FILLER                      PIC X(05) VALUE " RUN ".
           05  WS_SL_RUN_ID                PIC X(14).
           05  FILLER                      PIC X(12) VALUE
                   " STOPPED AT ".
           05  WS_SL_STEP                  PIC X(12).
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS_BATCH_LINE                   PIC X(100) VALUE SPACES.

       *> the standard stream SEED writes - one step at a time
       *> through B2010_WRITE_SEED_STEP
       01  WS_SEED_LINE.
           05  WS_SEED_NAME                PIC X(12).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_SEED_PROGRAM             PIC X(20).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_SEED_ARGS                PIC X(40).
           05  FILLER                      PIC X(01) VALUE " ".
           05  WS_SEED_PRED_ENTRY OCCURS 4 TIMES.
               10  WS_SEED_PRED            PIC X(12).
               10  FILLER                  PIC X(01).
           05  WS_SEED_ON_FAIL             PIC X(01).
       01  WS_SEED_COMMENT                 PIC X(128) VALUE SPACES.

       PROCEDURE DIVISION.

       *> MAIN/TEST PROGRAM LOGIC STARTUP

           PERFORM B3055_ACCEPT_RUN_PARAMETERS.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA.

        *> A normal run and an end-to-end test act the same - the
        *> end-to-end switch is passed on to every step, the way the
        *> batch driver forwards its own arguments - whereas unit
        *> tests have their own workflow

           IF NOT WS_PARAMS_TEST OR
           (WS_PARAMS_TEST AND WS_PARAMS_TEST_NAME = "ENDTOEND")

               PERFORM B1000_GENERAL_LOGIC
           ELSE

               PERFORM B9000_TEST
           END-IF.

           STOP RUN.

       B1000_GENERAL_LOGIC.
           IF WS_MODE_SEED
               PERFORM B2000_SEED_STEP_TABLE
           ELSE
               PERFORM B3000_LOAD_STEP_TABLE
               IF WS_GOOD_TABLE_FALSE
                   DISPLAY "*** STEP TABLE NOT USABLE - NOTHING RUN "
                       "(FIX DEMO_JOBSTREAM_STEPS.DAT) ***"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   IF WS_MODE_RESTART
                       PERFORM B3100_APPLY_RESTART
                   END-IF
                   IF WS_GOOD_TABLE_TRUE
                       PERFORM B4000_RUN_STREAM
                       PERFORM B5000_REPORT_STREAM
                   ELSE
                       MOVE 1 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           EXIT.

       *> reads each command-line argument individually by position -
       *> argument 1 is RESTART, SEED or a TEST switch, argument 2 the
       *> step a RESTART runs from
       B3055_ACCEPT_RUN_PARAMETERS.
           ACCEPT WS_PARAMS_ARG_COUNT FROM ARGUMENT-NUMBER.

           IF WS_PARAMS_ARG_COUNT > ZERO
               MOVE 1 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WS_PARAMS_ARG_VALUE(1:4) = 'TEST'
                       MOVE WS_PARAMS_ARG_VALUE(1:4)
                           TO WS_PARAMS_TEST_SWITCH
                       MOVE WS_PARAMS_ARG_VALUE(5:25)
                           TO WS_PARAMS_TEST_NAME
                   WHEN WS_PARAMS_ARG_VALUE = 'RESTART'
                       SET WS_MODE_RESTART TO TRUE
                       MOVE "RESTART" TO WS_HISTORY_RUN_MODE
                   WHEN WS_PARAMS_ARG_VALUE = 'SEED'
                       SET WS_MODE_SEED TO TRUE
                   WHEN OTHER
                       DISPLAY "USAGE: demo_jobstream "
                           "[RESTART [<step>] | SEED]"
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF

           IF WS_PARAMS_ARG_COUNT > 1 AND WS_MODE_RESTART
               MOVE 2 TO WS_PARAMS_ARG_NUM
               DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
               ACCEPT WS_PARAMS_ARG_VALUE FROM ARGUMENT-VALUE
               MOVE WS_PARAMS_ARG_VALUE(1:12) TO WS_RESTART_FROM
           END-IF.

           EXIT.

       *> SEEDING THE STANDARD STREAM

       *> never over an existing table - the table on file is the
       *> maintained one, and a seed would silently undo its edits
       B2000_SEED_STEP_TABLE.
           OPEN INPUT DEMO_JOBSTREAM_STEPS
           IF WS_STEPS_FILE_STATUS = "00"
               CLOSE DEMO_JOBSTREAM_STEPS
               DISPLAY "*** DEMO_JOBSTREAM_STEPS.DAT ALREADY ON FILE "
                   "- NOT OVERWRITTEN ***"
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT DEMO_JOBSTREAM_STEPS
               MOVE "* STEP       PROGRAM              ARGUMENTS"
                   TO WS_SEED_COMMENT
               MOVE "PREDECESSORS" TO WS_SEED_COMMENT(76:12)
               WRITE DEMO_JOBSTREAM_STEPS_RECORD FROM WS_SEED_COMMENT
               MOVE SPACES TO WS_SEED_LINE

               *> the batch driver's gates, load and report - a
               *> failure here stops the stream, as it stops the
               *> driver
               MOVE "CALENDAR" TO WS_SEED_NAME
               MOVE "demo_calmaint" TO WS_SEED_PROGRAM
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "PROVIDERS" TO WS_SEED_NAME
               MOVE "demo_provmaint" TO WS_SEED_PROGRAM
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "WRITER" TO WS_SEED_NAME
               MOVE "demo_writer" TO WS_SEED_PROGRAM
               MOVE "CALENDAR" TO WS_SEED_PRED(1)
               MOVE "PROVIDERS" TO WS_SEED_PRED(2)
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "DAYCLOSE" TO WS_SEED_NAME
               MOVE "demo_dayclose" TO WS_SEED_PROGRAM
               MOVE "WRITER" TO WS_SEED_PRED(1)
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "REPORT" TO WS_SEED_NAME
               MOVE "demo_report" TO WS_SEED_PROGRAM
               MOVE "DAYCLOSE" TO WS_SEED_PRED(1)
               PERFORM B2010_WRITE_SEED_STEP

               *> the by-hand programs - a failure raises attention
               *> and holds back only the steps that depend on it
               MOVE "REGEN" TO WS_SEED_NAME
               MOVE "demo_report" TO WS_SEED_PROGRAM
               MOVE "REGEN" TO WS_SEED_ARGS
               MOVE "REPORT" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "RECONCILE" TO WS_SEED_NAME
               MOVE "demo_reconcile" TO WS_SEED_PROGRAM
               MOVE "WRITER" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "REVIEW" TO WS_SEED_NAME
               MOVE "demo_review" TO WS_SEED_PROGRAM
               MOVE "WRITER" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "REJREG" TO WS_SEED_NAME
               MOVE "demo_rejreg" TO WS_SEED_PROGRAM
               MOVE "WRITER" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "FEEDWATCH" TO WS_SEED_NAME
               MOVE "demo_feedwatch" TO WS_SEED_PROGRAM
               MOVE "WRITER" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "QUALITY" TO WS_SEED_NAME
               MOVE "demo_quality" TO WS_SEED_PROGRAM
               MOVE "WRITER" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "AMTHOLD" TO WS_SEED_NAME
               MOVE "demo_amthold" TO WS_SEED_PROGRAM
               MOVE "WRITER" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "INTEGRITY" TO WS_SEED_NAME
               MOVE "demo_integrity" TO WS_SEED_PROGRAM
               MOVE "WRITER" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "COLLISIONS" TO WS_SEED_NAME
               MOVE "demo_collide" TO WS_SEED_PROGRAM
               MOVE "WRITER" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "RETURNS" TO WS_SEED_NAME
               MOVE "demo_returns" TO WS_SEED_PROGRAM
               MOVE "WRITER" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "BALANCE" TO WS_SEED_NAME
               MOVE "demo_balproof" TO WS_SEED_PROGRAM
               MOVE "WRITER" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "EXTRACT" TO WS_SEED_NAME
               MOVE "demo_extract" TO WS_SEED_PROGRAM
               MOVE "REPORT" TO WS_SEED_PRED(1)
               MOVE "RECONCILE" TO WS_SEED_PRED(2)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "SETTLEACK" TO WS_SEED_NAME
               MOVE "demo_settleack" TO WS_SEED_PROGRAM
               MOVE "EXTRACT" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "TREND" TO WS_SEED_NAME
               MOVE "demo_trend" TO WS_SEED_PROGRAM
               MOVE "REPORT" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP
               MOVE "ERRLOG" TO WS_SEED_NAME
               MOVE "demo_errlog" TO WS_SEED_PROGRAM
               MOVE "REPORT" TO WS_SEED_PRED(1)
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP

               *> the dashboard reads every status the steps above
               *> leave, so it goes last and waits on nothing - a
               *> failed step is exactly what it has to show
               MOVE "MORNING" TO WS_SEED_NAME
               MOVE "demo_morning" TO WS_SEED_PROGRAM
               MOVE 'A' TO WS_SEED_ON_FAIL
               PERFORM B2010_WRITE_SEED_STEP

               CLOSE DEMO_JOBSTREAM_STEPS
               DISPLAY "STANDARD STREAM WRITTEN TO "
                   "DEMO_JOBSTREAM_STEPS.DAT"
           END-IF.

           EXIT.

       *> writes the step staged in WS_SEED_LINE, then clears it and
       *> defaults the next step to stop-on-failure
       B2010_WRITE_SEED_STEP.
           IF WS_SEED_ON_FAIL NOT = 'A'
               MOVE 'S' TO WS_SEED_ON_FAIL
           END-IF
           WRITE DEMO_JOBSTREAM_STEPS_RECORD FROM WS_SEED_LINE

           MOVE SPACES TO WS_SEED_LINE
           MOVE 'S' TO WS_SEED_ON_FAIL.

           EXIT.

       *> LOADING AND CHECKING THE STEP TABLE

       *> the whole table is checked before anything runs - a typo
       *> discovered at step nine, after the load, is the 3 a.m.
       *> call this table exists to prevent
       B3000_LOAD_STEP_TABLE.
           MOVE ZERO TO WS_STEP_COUNT
           MOVE ZERO TO WS_TABLE_LINE_COUNT
           SET WS_GOOD_TABLE_TRUE TO TRUE
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_JOBSTREAM_STEPS
           IF WS_STEPS_FILE_STATUS NOT = "00"
               DISPLAY "*** DEMO_JOBSTREAM_STEPS.DAT NOT ON FILE - "
                   "demo_jobstream SEED WRITES THE STANDARD STREAM ***"
               SET WS_GOOD_TABLE_FALSE TO TRUE
           ELSE
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_JOBSTREAM_STEPS
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           ADD 1 TO WS_TABLE_LINE_COUNT
                           IF DEMO_JOBSTREAM_STEPS_RECORD(1:1)
                                   NOT = '*'
                               AND DEMO_JOBSTREAM_STEPS_RECORD
                                   NOT = SPACES
                               PERFORM B3010_ADD_STEP
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_JOBSTREAM_STEPS

               IF WS_STEP_COUNT = ZERO
                   DISPLAY "*** STEP TABLE HOLDS NO STEPS ***"
                   SET WS_GOOD_TABLE_FALSE TO TRUE
               END-IF
           END-IF.

           EXIT.

       *> a predecessor has to be an earlier step, so running the
       *> table top to bottom always reaches a step's predecessors
       *> first - and a name typed wrong is caught here rather than
       *> quietly never satisfied
       B3010_ADD_STEP.
           IF WS_STEP_COUNT >= WS_STEP_MAX
               DISPLAY "*** STEP TABLE FULL (" WS_STEP_MAX
                   " STEPS) - LINE " WS_TABLE_LINE_COUNT
                   " NOT LOADED ***"
               SET WS_GOOD_TABLE_FALSE TO TRUE
           ELSE
               IF STEP_NAME = SPACES OR STEP_PROGRAM = SPACES
                   DISPLAY "*** LINE " WS_TABLE_LINE_COUNT
                       ": STEP NAME AND PROGRAM ARE REQUIRED ***"
                   SET WS_GOOD_TABLE_FALSE TO TRUE
               END-IF
               IF STEP_ON_FAIL NOT = 'S' AND STEP_ON_FAIL NOT = 'A'
                   DISPLAY "*** LINE " WS_TABLE_LINE_COUNT
                       ": ON-FAILURE FLAG MUST BE S OR A ***"
                   SET WS_GOOD_TABLE_FALSE TO TRUE
               END-IF

               MOVE STEP_NAME TO WS_FIND_NAME
               PERFORM B7000_FIND_STEP
               IF WS_FIND_IDX > ZERO
                   DISPLAY "*** LINE " WS_TABLE_LINE_COUNT
                       ": STEP " STEP_NAME " IS ALREADY IN THE TABLE"
                       " ***"
                   SET WS_GOOD_TABLE_FALSE TO TRUE
               END-IF

               MOVE ZERO TO WS_PRED_IDX
               PERFORM UNTIL WS_PRED_IDX >= 4
                   ADD 1 TO WS_PRED_IDX
                   IF STEP_PRED(WS_PRED_IDX) NOT = SPACES
                       MOVE STEP_PRED(WS_PRED_IDX) TO WS_FIND_NAME
                       PERFORM B7000_FIND_STEP
                       IF WS_FIND_IDX = ZERO
                           DISPLAY "*** LINE " WS_TABLE_LINE_COUNT
                               ": PREDECESSOR "
                               STEP_PRED(WS_PRED_IDX)
                               " IS NOT AN EARLIER STEP ***"
                           SET WS_GOOD_TABLE_FALSE TO TRUE
                       END-IF
                   END-IF
               END-PERFORM

               ADD 1 TO WS_STEP_COUNT
               MOVE STEP_NAME TO WS_STEP_NAME(WS_STEP_COUNT)
               MOVE STEP_PROGRAM TO WS_STEP_PROGRAM(WS_STEP_COUNT)
               MOVE STEP_ARGS TO WS_STEP_ARGS(WS_STEP_COUNT)
               MOVE ZERO TO WS_PRED_IDX
               PERFORM UNTIL WS_PRED_IDX >= 4
                   ADD 1 TO WS_PRED_IDX
                   MOVE STEP_PRED(WS_PRED_IDX)
                       TO WS_STEP_PRED(WS_STEP_COUNT, WS_PRED_IDX)
               END-PERFORM
               MOVE STEP_ON_FAIL TO WS_STEP_ON_FAIL(WS_STEP_COUNT)
               MOVE "PENDING" TO WS_STEP_OUTCOME(WS_STEP_COUNT)
               MOVE ZERO TO WS_STEP_RC(WS_STEP_COUNT)
               MOVE SPACES TO WS_STEP_START_TS(WS_STEP_COUNT)
               MOVE SPACES TO WS_STEP_END_TS(WS_STEP_COUNT)
           END-IF.

           EXIT.

       *> RESTART

       *> marks the steps this run will not repeat as SKIPPED - by
       *> name for RESTART <step>, or from the last stream run's
       *> history for a plain RESTART
       B3100_APPLY_RESTART.
           IF WS_RESTART_FROM NOT = SPACES
               MOVE WS_RESTART_FROM TO WS_FIND_NAME
               PERFORM B7000_FIND_STEP
               IF WS_FIND_IDX = ZERO
                   DISPLAY "*** RESTART STEP " WS_RESTART_FROM
                       " IS NOT IN THE STEP TABLE ***"
                   SET WS_GOOD_TABLE_FALSE TO TRUE
               ELSE
                   PERFORM B3140_SKIP_STEPS_BEFORE
               END-IF
           ELSE
               PERFORM B3110_LOAD_LAST_RUN
               IF WS_LAST_RUN_ID = SPACES
                   DISPLAY "*** NO STREAM RUN ON "
                       "DEMO_JOBSTREAM_HISTORY.TXT - NOTHING TO "
                       "RESTART FROM ***"
                   SET WS_GOOD_TABLE_FALSE TO TRUE
               ELSE
                   DISPLAY "RESTARTING STREAM RUN " WS_LAST_RUN_ID
                   PERFORM B3130_SKIP_STEPS_ALREADY_OK
               END-IF
           END-IF.

           EXIT.

       B3110_LOAD_LAST_RUN.
           MOVE SPACES TO WS_LAST_RUN_ID
           MOVE ZERO TO WS_LAST_OK_COUNT
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_JOBSTREAM_HISTORY
           IF WS_HISTORY_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_JOBSTREAM_HISTORY
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           PERFORM B3120_NOTE_HISTORY_LINE
                   END-READ
               END-PERFORM
               CLOSE DEMO_JOBSTREAM_HISTORY
           END-IF.

           EXIT.

       *> the history is appended in run order, so a new run id
       *> means everything collected so far belongs to an older run
       B3120_NOTE_HISTORY_LINE.
           IF HIST_RUN_ID NOT = WS_LAST_RUN_ID
               MOVE HIST_RUN_ID TO WS_LAST_RUN_ID
               MOVE ZERO TO WS_LAST_OK_COUNT
           END-IF

           IF (HIST_OUTCOME = "OK" OR HIST_OUTCOME = "SKIPPED")
                   AND WS_LAST_OK_COUNT < WS_STEP_MAX
               ADD 1 TO WS_LAST_OK_COUNT
               MOVE HIST_STEP_NAME TO WS_LAST_OK_ENTRY(WS_LAST_OK_COUNT)
           END-IF.

           EXIT.

       B3130_SKIP_STEPS_ALREADY_OK.
           MOVE ZERO TO WS_STEP_IDX
           PERFORM UNTIL WS_STEP_IDX >= WS_STEP_COUNT
               ADD 1 TO WS_STEP_IDX
               SET WS_STEP_WAS_OK_FALSE TO TRUE
               MOVE ZERO TO WS_LAST_OK_IDX
               PERFORM UNTIL WS_LAST_OK_IDX >= WS_LAST_OK_COUNT
                   ADD 1 TO WS_LAST_OK_IDX
                   IF WS_LAST_OK_ENTRY(WS_LAST_OK_IDX)
                           = WS_STEP_NAME(WS_STEP_IDX)
                       SET WS_STEP_WAS_OK_TRUE TO TRUE
                   END-IF
               END-PERFORM
               IF WS_STEP_WAS_OK_TRUE
                   MOVE "SKIPPED" TO WS_STEP_OUTCOME(WS_STEP_IDX)
               END-IF
           END-PERFORM.

           EXIT.

       *> WS_FIND_IDX holds the step the restart runs from
       B3140_SKIP_STEPS_BEFORE.
           MOVE 1 TO WS_STEP_IDX
           PERFORM UNTIL WS_STEP_IDX >= WS_FIND_IDX
               MOVE "SKIPPED" TO WS_STEP_OUTCOME(WS_STEP_IDX)
               ADD 1 TO WS_STEP_IDX
           END-PERFORM.

           EXIT.

       *> RUNNING THE STREAM

       B4000_RUN_STREAM.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA
           MOVE WS_CURRENT_DATE_DATA(1:14) TO WS_STREAM_RUN_ID
           SET WS_STREAM_STOPPED_FALSE TO TRUE
           DISPLAY "=== JOB STREAM RUN " WS_STREAM_RUN_ID " ("
               WS_HISTORY_RUN_MODE ") ==="

           OPEN EXTEND DEMO_JOBSTREAM_HISTORY
           IF WS_HISTORY_FILE_STATUS = "05"
                               OR WS_HISTORY_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_JOBSTREAM_HISTORY
           END-IF

           MOVE ZERO TO WS_STEP_IDX
           PERFORM UNTIL WS_STEP_IDX >= WS_STEP_COUNT
               ADD 1 TO WS_STEP_IDX
               PERFORM B4100_RUN_ONE_STEP
               PERFORM B4190_WRITE_HISTORY_LINE
               PERFORM B4180_POST_BATCH_STATUS
           END-PERFORM

           CLOSE DEMO_JOBSTREAM_HISTORY.

           EXIT.

       B4100_RUN_ONE_STEP.
           EVALUATE TRUE
               WHEN WS_STEP_SKIPPED(WS_STEP_IDX)
                   DISPLAY "SKIPPED   " WS_STEP_NAME(WS_STEP_IDX)
                       " (ENDED OK EARLIER)"
               WHEN WS_STREAM_STOPPED_TRUE
                   MOVE "NOT-RUN" TO WS_STEP_OUTCOME(WS_STEP_IDX)
                   DISPLAY "NOT RUN   " WS_STEP_NAME(WS_STEP_IDX)
                       " (STREAM STOPPED AT " WS_STOPPING_STEP ")"
               WHEN OTHER
                   PERFORM B4110_CHECK_PREDECESSORS
                   IF WS_PREDS_MET_FALSE
                       MOVE "NOT-RUN" TO WS_STEP_OUTCOME(WS_STEP_IDX)
                       DISPLAY "NOT RUN   " WS_STEP_NAME(WS_STEP_IDX)
                           " (WAITS ON " WS_BLOCKING_STEP ")"
                   ELSE
                       PERFORM B4120_EXECUTE_STEP
                   END-IF
           END-EVALUATE.

           EXIT.

       B4110_CHECK_PREDECESSORS.
           SET WS_PREDS_MET_TRUE TO TRUE
           MOVE SPACES TO WS_BLOCKING_STEP

           MOVE ZERO TO WS_PRED_IDX
           PERFORM UNTIL WS_PRED_IDX >= 4
               ADD 1 TO WS_PRED_IDX
               IF WS_STEP_PRED(WS_STEP_IDX, WS_PRED_IDX) NOT = SPACES
                   MOVE WS_STEP_PRED(WS_STEP_IDX, WS_PRED_IDX)
                       TO WS_FIND_NAME
                   PERFORM B7000_FIND_STEP
                   IF WS_FIND_IDX = ZERO
                       SET WS_PREDS_MET_FALSE TO TRUE
                       MOVE WS_FIND_NAME TO WS_BLOCKING_STEP
                   ELSE
                       IF NOT WS_STEP_SATISFIED(WS_FIND_IDX)
                           SET WS_PREDS_MET_FALSE TO TRUE
                           MOVE WS_FIND_NAME TO WS_BLOCKING_STEP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       *> steps run from the compiled programs' directory, which is
       *> where their "../src/resources" file names resolve from
       B4120_EXECUTE_STEP.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA
           MOVE WS_CURRENT_DATE_DATA(1:14)
               TO WS_STEP_START_TS(WS_STEP_IDX)

           MOVE SPACES TO WS_PROGRAM_PATH
           STRING "./" DELIMITED BY SIZE,
               WS_STEP_PROGRAM(WS_STEP_IDX) DELIMITED BY SPACE
           INTO WS_PROGRAM_PATH
           CALL "CBL_CHECK_FILE_EXIST" USING WS_PROGRAM_PATH
               WS_PROGRAM_DETAILS
               RETURNING WS_PROGRAM_EXIST_STATUS
           END-CALL

           IF WS_PROGRAM_EXIST_STATUS NOT = ZERO
               MOVE "NOT-BUILT" TO WS_STEP_OUTCOME(WS_STEP_IDX)
               MOVE ZERO TO WS_STEP_RC(WS_STEP_IDX)
               DISPLAY "NOT BUILT " WS_STEP_NAME(WS_STEP_IDX)
                   " (" WS_STEP_PROGRAM(WS_STEP_IDX)
                   " NOT IN THIS DIRECTORY - STEP SKIPPED)"
           ELSE
               MOVE SPACES TO WS_STEP_COMMAND
               *> a step with its own arguments (a mode such as
               *> demo_report's REGEN) keeps them in a test run, with
               *> the test token after them
               EVALUATE TRUE
                   WHEN WS_PARAMS_TEST_NAME NOT = "ENDTOEND"
                       STRING WS_PROGRAM_PATH DELIMITED BY SPACE,
                           " " DELIMITED BY SIZE,
                           WS_STEP_ARGS(WS_STEP_IDX) DELIMITED BY SIZE
                       INTO WS_STEP_COMMAND
                   WHEN WS_STEP_ARGS(WS_STEP_IDX) NOT = SPACES
                       STRING WS_PROGRAM_PATH DELIMITED BY SPACE,
                           " " DELIMITED BY SIZE,
                           WS_STEP_ARGS(WS_STEP_IDX) DELIMITED BY "  ",
                           " " DELIMITED BY SIZE,
                           WS_ENDTOEND_ARGS DELIMITED BY SIZE
                       INTO WS_STEP_COMMAND
                   WHEN OTHER
                       STRING WS_PROGRAM_PATH DELIMITED BY SPACE,
                           " " DELIMITED BY SIZE,
                           WS_ENDTOEND_ARGS DELIMITED BY SIZE
                       INTO WS_STEP_COMMAND
               END-EVALUATE
               DISPLAY "STARTING  " WS_STEP_NAME(WS_STEP_IDX)
                   " " WS_STEP_COMMAND
               CALL "SYSTEM" USING WS_STEP_COMMAND
                   RETURNING WS_SYSTEM_STATUS
               END-CALL
               PERFORM B4130_GRADE_STEP_RESULT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_DATA
           MOVE WS_CURRENT_DATE_DATA(1:14)
               TO WS_STEP_END_TS(WS_STEP_IDX).

           EXIT.

       *> the step's RETURN-CODE is the high byte of the shell's wait
       *> status; a shell that could not start at all is graded as a
       *> failure with RETURN-CODE 255
       B4130_GRADE_STEP_RESULT.
           IF WS_SYSTEM_STATUS < ZERO
               MOVE 255 TO WS_STEP_RC(WS_STEP_IDX)
           ELSE
               DIVIDE WS_SYSTEM_STATUS BY 256
                   GIVING WS_STEP_RC(WS_STEP_IDX)
                   REMAINDER WS_EXIT_REMAINDER
           END-IF

           IF WS_STEP_RC(WS_STEP_IDX) = ZERO
               MOVE "OK" TO WS_STEP_OUTCOME(WS_STEP_IDX)
               DISPLAY "ENDED OK  " WS_STEP_NAME(WS_STEP_IDX)
           ELSE
               IF WS_STEP_STOPS_STREAM(WS_STEP_IDX)
                   MOVE "FAILED" TO WS_STEP_OUTCOME(WS_STEP_IDX)
                   SET WS_STREAM_STOPPED_TRUE TO TRUE
                   MOVE WS_STEP_NAME(WS_STEP_IDX) TO WS_STOPPING_STEP
                   MOVE WS_STEP_RC(WS_STEP_IDX) TO WS_STOPPING_RC
                   DISPLAY "*** " WS_STEP_NAME(WS_STEP_IDX)
                       " FAILED (RETURN-CODE "
                       WS_STEP_RC(WS_STEP_IDX) ") - STREAM STOPPED ***"
               ELSE
                   MOVE "ATTENTION" TO WS_STEP_OUTCOME(WS_STEP_IDX)
                   DISPLAY "*** " WS_STEP_NAME(WS_STEP_IDX)
                       " ENDED RETURN-CODE " WS_STEP_RC(WS_STEP_IDX)
                       " - ATTENTION, STREAM CONTINUES ***"
               END-IF
           END-IF.

           EXIT.

       *> the same wording the batch driver writes, so DEMO-MORNING
       *> grades a stream run exactly as it grades a driver run
       B4180_POST_BATCH_STATUS.
           MOVE SPACES TO WS_BATCH_LINE
           IF WS_STREAM_STOPPED_TRUE
               STRING "FAILED - " DELIMITED BY SIZE,
                   WS_STOPPING_STEP DELIMITED BY SPACE,
                   " exited with RETURN-CODE " DELIMITED BY SIZE,
                   WS_STOPPING_RC DELIMITED BY SIZE
               INTO WS_BATCH_LINE
           ELSE
               STRING "OK - job stream " DELIMITED BY SIZE,
                   WS_STREAM_RUN_ID DELIMITED BY SIZE,
                   " through step " DELIMITED BY SIZE,
                   WS_STEP_NAME(WS_STEP_IDX) DELIMITED BY SPACE
               INTO WS_BATCH_LINE
           END-IF

           OPEN OUTPUT DEMO_BATCH_STATUS
           IF WS_BATCH_FILE_STATUS = "00"
               WRITE DEMO_BATCH_STATUS_RECORD FROM WS_BATCH_LINE
               CLOSE DEMO_BATCH_STATUS
           END-IF.

           EXIT.

       B4190_WRITE_HISTORY_LINE.
           MOVE WS_STREAM_RUN_ID TO WS_HL_RUN_ID
           MOVE WS_STEP_NAME(WS_STEP_IDX) TO WS_HL_STEP_NAME
           MOVE WS_STEP_PROGRAM(WS_STEP_IDX) TO WS_HL_PROGRAM
           MOVE WS_STEP_START_TS(WS_STEP_IDX) TO WS_HL_START_TS
           MOVE WS_STEP_END_TS(WS_STEP_IDX) TO WS_HL_END_TS
           MOVE WS_STEP_RC(WS_STEP_IDX) TO WS_HL_RC
           MOVE WS_STEP_OUTCOME(WS_STEP_IDX) TO WS_HL_OUTCOME
           MOVE WS_HISTORY_RUN_MODE TO WS_HL_RUN_MODE
           WRITE DEMO_JOBSTREAM_HISTORY_RECORD FROM WS_HISTORY_LINE.

           EXIT.

       *> STREAM SUMMARY

       *> COMPLETE only when every step ended OK, was skipped as
       *> already OK, or was not built; STOPPED when a stop-class
       *> step failed; ATTENTION for anything else
       B5000_REPORT_STREAM.
           PERFORM B5010_COUNT_OUTCOMES

           DISPLAY "=== JOB STREAM SUMMARY ==="
           DISPLAY "STEPS OK:        " WS_COUNT_OK
           DISPLAY "STEPS SKIPPED:   " WS_COUNT_SKIPPED
           DISPLAY "NOT BUILT:       " WS_COUNT_NOT_BUILT
           DISPLAY "ATTENTION:       " WS_COUNT_ATTENTION
           DISPLAY "FAILED:          " WS_COUNT_FAILED
           DISPLAY "NOT RUN:         " WS_COUNT_NOT_RUN
           DISPLAY "VERDICT:         " WS_STREAM_VERDICT

           IF WS_STREAM_VERDICT NOT = "COMPLETE"
               DISPLAY "AFTER FIXING, RERUN WHAT DID NOT END OK WITH: "
                   "demo_jobstream RESTART"
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF

           MOVE WS_STREAM_VERDICT TO WS_SL_VERDICT
           MOVE WS_CURRENT_DATE TO WS_SL_DATE
           MOVE WS_STREAM_RUN_ID TO WS_SL_RUN_ID
           MOVE WS_STOPPING_STEP TO WS_SL_STEP
           OPEN OUTPUT DEMO_JOBSTREAM_STATUS
           IF WS_STATUS_FILE_STATUS = "00"
               WRITE DEMO_JOBSTREAM_STATUS_RECORD FROM WS_STATUS_LINE
               CLOSE DEMO_JOBSTREAM_STATUS
           END-IF.

           EXIT.

       B5010_COUNT_OUTCOMES.
           MOVE ZERO TO WS_COUNT_OK
           MOVE ZERO TO WS_COUNT_SKIPPED
           MOVE ZERO TO WS_COUNT_NOT_BUILT
           MOVE ZERO TO WS_COUNT_ATTENTION
           MOVE ZERO TO WS_COUNT_FAILED
           MOVE ZERO TO WS_COUNT_NOT_RUN

           MOVE ZERO TO WS_STEP_IDX
           PERFORM UNTIL WS_STEP_IDX >= WS_STEP_COUNT
               ADD 1 TO WS_STEP_IDX
               EVALUATE TRUE
                   WHEN WS_STEP_OK(WS_STEP_IDX)
                       ADD 1 TO WS_COUNT_OK
                   WHEN WS_STEP_SKIPPED(WS_STEP_IDX)
                       ADD 1 TO WS_COUNT_SKIPPED
                   WHEN WS_STEP_NOT_BUILT(WS_STEP_IDX)
                       ADD 1 TO WS_COUNT_NOT_BUILT
                   WHEN WS_STEP_ATTENTION(WS_STEP_IDX)
                       ADD 1 TO WS_COUNT_ATTENTION
                   WHEN WS_STEP_FAILED(WS_STEP_IDX)
                       ADD 1 TO WS_COUNT_FAILED
                   WHEN OTHER
                       ADD 1 TO WS_COUNT_NOT_RUN
               END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
               WHEN WS_STREAM_STOPPED_TRUE
                   MOVE "STOPPED" TO WS_STREAM_VERDICT
               WHEN WS_COUNT_ATTENTION > ZERO
                       OR WS_COUNT_NOT_RUN > ZERO
                   MOVE "ATTENTION" TO WS_STREAM_VERDICT
               WHEN OTHER
                   MOVE "COMPLETE" TO WS_STREAM_VERDICT
           END-EVALUATE.

           EXIT.

       *> UTILITIES

       *> looks WS_FIND_NAME up among the steps loaded so far
       B7000_FIND_STEP.
           MOVE ZERO TO WS_FIND_IDX
           MOVE ZERO TO WS_SEARCH_IDX

           PERFORM UNTIL WS_SEARCH_IDX >= WS_STEP_COUNT
                               OR WS_FIND_IDX > ZERO
               ADD 1 TO WS_SEARCH_IDX
               IF WS_STEP_NAME(WS_SEARCH_IDX) = WS_FIND_NAME
                   MOVE WS_SEARCH_IDX TO WS_FIND_IDX
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

           PERFORM B9101_PREDECESSOR_MUST_BE_EARLIER.
           PERFORM B9102_FAILED_PREDECESSOR_HOLDS_STEP.
           PERFORM B9103_WAIT_STATUS_GIVES_RETURN_CODE.
           PERFORM B9104_RESTART_SKIPS_LAST_RUN_OK_STEPS.
           PERFORM B9105_RESTART_FROM_NAMED_STEP.

           EXIT.

       *> loads a two-line table through B3010 - the second names a
       *> predecessor that is not an earlier step
       B9101_PREDECESSOR_MUST_BE_EARLIER.
           DISPLAY 'A PREDECESSOR THAT IS NOT AN EARLIER STEP IS '
               'REFUSED'.

           MOVE ZERO TO WS_STEP_COUNT
           SET WS_GOOD_TABLE_TRUE TO TRUE
           MOVE SPACES TO DEMO_JOBSTREAM_STEPS_RECORD
           MOVE "WRITER" TO STEP_NAME
           MOVE "demo_writer" TO STEP_PROGRAM
           MOVE 'S' TO STEP_ON_FAIL
           PERFORM B3010_ADD_STEP
           MOVE SPACES TO DEMO_JOBSTREAM_STEPS_RECORD
           MOVE "EXTRACT" TO STEP_NAME
           MOVE "demo_extract" TO STEP_PROGRAM
           MOVE "WRITER" TO STEP_PRED(1)
           MOVE "REPROT" TO STEP_PRED(2)
           MOVE 'A' TO STEP_ON_FAIL
           PERFORM B3010_ADD_STEP

           DISPLAY "EXPECTED: TABLE REFUSED".
           IF WS_GOOD_TABLE_FALSE
               DISPLAY "ACTUAL:   TABLE REFUSED"
               PERFORM B9901_TEST_PASSED
           ELSE
               DISPLAY "ACTUAL:   TABLE ACCEPTED"
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9102_FAILED_PREDECESSOR_HOLDS_STEP.
           DISPLAY 'A STEP WAITS ON A FAILED PREDECESSOR, NOT ON A '
               'SKIPPED ONE'.

           PERFORM B9190_BUILD_TEST_TABLE
           MOVE "SKIPPED" TO WS_STEP_OUTCOME(1)
           MOVE "ATTENTION" TO WS_STEP_OUTCOME(2)

           MOVE 3 TO WS_STEP_IDX
           PERFORM B4110_CHECK_PREDECESSORS
           DISPLAY "EXPECTED: NOT MET, WAITS ON EXTRACT".
           DISPLAY "ACTUAL:   " WS_PREDS_MET " " WS_BLOCKING_STEP.
           IF WS_PREDS_MET_FALSE AND WS_BLOCKING_STEP = "EXTRACT"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE 2 TO WS_STEP_IDX
           PERFORM B4110_CHECK_PREDECESSORS
           DISPLAY "EXPECTED: MET AFTER A SKIPPED WRITER".
           DISPLAY "ACTUAL:   " WS_PREDS_MET.
           IF WS_PREDS_MET_TRUE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9103_WAIT_STATUS_GIVES_RETURN_CODE.
           DISPLAY 'A STOP-CLASS STEP ENDING RC 2 STOPS THE STREAM'.

           PERFORM B9190_BUILD_TEST_TABLE
           SET WS_STREAM_STOPPED_FALSE TO TRUE
           MOVE 1 TO WS_STEP_IDX
           MOVE 512 TO WS_SYSTEM_STATUS
           PERFORM B4130_GRADE_STEP_RESULT

           DISPLAY "EXPECTED: FAILED 002, STREAM STOPPED".
           DISPLAY "ACTUAL:   " WS_STEP_OUTCOME(1) " "
               WS_STEP_RC(1) " " WS_STREAM_STOPPED.
           IF WS_STEP_FAILED(1) AND WS_STEP_RC(1) = 2
                   AND WS_STREAM_STOPPED_TRUE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       *> two stream runs on the history - only the later one's OK
       *> steps may be skipped
       B9104_RESTART_SKIPS_LAST_RUN_OK_STEPS.
           DISPLAY 'RESTART SKIPS ONLY WHAT THE LAST RUN ENDED OK'.

           PERFORM B9190_BUILD_TEST_TABLE
           MOVE SPACES TO WS_LAST_RUN_ID
           MOVE ZERO TO WS_LAST_OK_COUNT

           MOVE SPACES TO DEMO_JOBSTREAM_HISTORY_RECORD
           MOVE "20260901020000" TO HIST_RUN_ID
           MOVE "EXTRACT" TO HIST_STEP_NAME
           MOVE "OK" TO HIST_OUTCOME
           PERFORM B3120_NOTE_HISTORY_LINE
           MOVE "20260902020000" TO HIST_RUN_ID
           MOVE "WRITER" TO HIST_STEP_NAME
           MOVE "OK" TO HIST_OUTCOME
           PERFORM B3120_NOTE_HISTORY_LINE
           MOVE "EXTRACT" TO HIST_STEP_NAME
           MOVE "ATTENTION" TO HIST_OUTCOME
           PERFORM B3120_NOTE_HISTORY_LINE

           PERFORM B3130_SKIP_STEPS_ALREADY_OK

           DISPLAY "EXPECTED: SKIPPED PENDING PENDING".
           DISPLAY "ACTUAL:   " WS_STEP_OUTCOME(1) " "
               WS_STEP_OUTCOME(2) " " WS_STEP_OUTCOME(3).
           IF WS_STEP_SKIPPED(1) AND WS_STEP_PENDING(2)
                   AND WS_STEP_PENDING(3)
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       B9105_RESTART_FROM_NAMED_STEP.
           DISPLAY 'RESTART <STEP> SKIPS ONLY THE STEPS AHEAD OF IT'.

           PERFORM B9190_BUILD_TEST_TABLE
           MOVE "SETTLEACK" TO WS_RESTART_FROM
           PERFORM B3100_APPLY_RESTART
           MOVE SPACES TO WS_RESTART_FROM

           DISPLAY "EXPECTED: SKIPPED SKIPPED PENDING".
           DISPLAY "ACTUAL:   " WS_STEP_OUTCOME(1) " "
               WS_STEP_OUTCOME(2) " " WS_STEP_OUTCOME(3).
           IF WS_STEP_SKIPPED(1) AND WS_STEP_SKIPPED(2)
                   AND WS_STEP_PENDING(3) AND WS_GOOD_TABLE_TRUE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF.

           EXIT.

       *> WRITER (stop) -> EXTRACT (attention) -> SETTLEACK
       B9190_BUILD_TEST_TABLE.
           MOVE ZERO TO WS_STEP_COUNT
           SET WS_GOOD_TABLE_TRUE TO TRUE
           MOVE SPACES TO DEMO_JOBSTREAM_STEPS_RECORD
           MOVE "WRITER" TO STEP_NAME
           MOVE "demo_writer" TO STEP_PROGRAM
           MOVE 'S' TO STEP_ON_FAIL
           PERFORM B3010_ADD_STEP
           MOVE SPACES TO DEMO_JOBSTREAM_STEPS_RECORD
           MOVE "EXTRACT" TO STEP_NAME
           MOVE "demo_extract" TO STEP_PROGRAM
           MOVE "WRITER" TO STEP_PRED(1)
           MOVE 'A' TO STEP_ON_FAIL
           PERFORM B3010_ADD_STEP
           MOVE SPACES TO DEMO_JOBSTREAM_STEPS_RECORD
           MOVE "SETTLEACK" TO STEP_NAME
           MOVE "demo_settleack" TO STEP_PROGRAM
           MOVE "EXTRACT" TO STEP_PRED(1)
           MOVE 'A' TO STEP_ON_FAIL
           PERFORM B3010_ADD_STEP.

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
