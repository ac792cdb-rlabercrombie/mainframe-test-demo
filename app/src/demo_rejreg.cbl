       FILE-CONTROL.
           *> the resolution register itself - one line per rejected
           *> record ever seen, keyed by generation date plus record
           *> image, carried until resubmitted or written off, with the
           *> source system that sent it. Read at startup, rewritten
           *> at the end of the run.
           SELECT DEMO_REJECT_REGISTER ASSIGN TO
                "../src/resources/DEMO_REJECT_REGISTER.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
               05 REJREG_STATUS             PIC X(12).
               05 REJREG_RESOLVED_DATE      PIC X(08).
               05 REJREG_NOTE               PIC X(40).
               05 REJREG_SOURCE             PIC X(03).

       FD DEMO_REJECT_GENERATIONS.
           01 DEMO_REJECT_GENERATIONS_RECORD     PIC X(08).
               10  WS_REG_ENTRY_STATUS      PIC X(12).
               10  WS_REG_ENTRY_RESOLVED    PIC X(08).
               10  WS_REG_ENTRY_NOTE        PIC X(40).
               10  WS_REG_ENTRY_SOURCE      PIC X(03).
       01  WS_REG_IDX                      PIC 9(04) VALUE ZERO.
       01  WS_REJECT_SOURCE_CODE           PIC X(03) VALUE SPACES.
       01  WS_REG_MATCH_IDX                PIC 9(04) VALUE ZERO.
       01  WS_REG_MATCHED                  PIC X(01) VALUE 'F'.
           88  WS_REG_MATCHED_FALSE            VALUE 'F'.
                                   WS_REG_ENTRY_RESOLVED(WS_REG_COUNT)
                               MOVE REJREG_NOTE TO
                                   WS_REG_ENTRY_NOTE(WS_REG_COUNT)
                               MOVE REJREG_SOURCE TO
                                   WS_REG_ENTRY_SOURCE(WS_REG_COUNT)
                           ELSE
                               DISPLAY "REGISTER TABLE FULL - LINE "
                                   "SKIPPED: " REJREG_IMAGE(1:14)

       *> a duplicate skipped by the writer is not resubmittable
       *> work - opening it would leave a register entry nothing can
       *> ever close, one more per rerun. An entry opened before the
       *> register carried the source picks it up from its
       *> generation on the next sweep.
       B4026_OPEN_ONE_REJECT.
           MOVE REJECT_SOURCE TO WS_REJECT_SOURCE_CODE
           IF WS_REJECT_SOURCE_CODE = SPACES
               MOVE "PRI" TO WS_REJECT_SOURCE_CODE
           END-IF

           IF REJECT_REASON = "DUPLICATE ROW SKIPPED"
               CONTINUE
           ELSE
               PERFORM B4027_FIND_REGISTER_ENTRY
               IF WS_REG_MATCHED_TRUE
                   IF WS_REG_ENTRY_SOURCE(WS_REG_MATCH_IDX) = SPACES
                       MOVE WS_REJECT_SOURCE_CODE
                           TO WS_REG_ENTRY_SOURCE(WS_REG_MATCH_IDX)
                   END-IF
               ELSE
                   IF WS_REG_COUNT < WS_REG_TABLE_MAX
                       ADD 1 TO WS_REG_COUNT
                       ADD 1 TO WS_OPENED_COUNT
                           TO WS_REG_ENTRY_RESOLVED(WS_REG_COUNT)
                       MOVE REJECT_REASON
                           TO WS_REG_ENTRY_NOTE(WS_REG_COUNT)
                       MOVE WS_REJECT_SOURCE_CODE
                           TO WS_REG_ENTRY_SOURCE(WS_REG_COUNT)
                   ELSE
                       DISPLAY "REGISTER TABLE FULL - "
                           "REJECT NOT OPENED: "
               MOVE WS_REG_ENTRY_RESOLVED(WS_REG_IDX)
                   TO REJREG_RESOLVED_DATE
               MOVE WS_REG_ENTRY_NOTE(WS_REG_IDX) TO REJREG_NOTE
               MOVE WS_REG_ENTRY_SOURCE(WS_REG_IDX) TO REJREG_SOURCE
               WRITE DEMO_REJECT_REGISTER_RECORD
           END-PERFORM
           CLOSE DEMO_REJECT_REGISTER.
