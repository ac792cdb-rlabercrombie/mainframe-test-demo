       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the cross-reference DEMO-WRITER maintains as it loads -
           *> keyed by DEMO_DATE, DEMO_STRING, source and transaction
           *> reference, carrying the load timestamp, source file, and
           *> disposition. Read here sequentially from a partial key,
           *> and by the transaction reference on its own.
           SELECT DEMO_XREF ASSIGN TO
                "../src/resources/DEMO_XREF.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XREF_KEY
           ALTERNATE RECORD KEY IS XREF_PROVIDER_REF WITH DUPLICATES
           FILE STATUS IS WS_XREF_FILE_STATUS.

       DATA DIVISION.
               *> the source system is part of the key, matching the
               *> writer's per-source duplicate guard - two providers'
               *> records with the same date and string are two
               *> entries. So is the transaction reference, blank for
               *> original-layout records.
               05 XREF_KEY.
                   10 XREF_DATE             PIC X(08).
                   10 XREF_STRING           PIC X(06).
                   10 XREF_SOURCE           PIC X(03).
                   10 XREF_PROVIDER_REF     PIC X(20).
               05 XREF_LOAD_TS              PIC X(14).
               05 XREF_SOURCE_FILE          PIC X(100).
               05 XREF_DISPOSITION          PIC X(20).
       *> This program is the operator inquiry over the DEMO_XREF.IDX
       *> cross-reference - "did record such-and-such load, when, and
       *> from which file?" answered at the console without SQL
       *> access. Give it a 17-character date, string and source for
       *> that source's record (every transaction under it, where an
       *> extended-layout file sent more than one), a 14-character
       *> date-plus-string for that record across every source, just
       *> the 8-digit date for every record loaded under that date, or
       *> REF and the provider's transaction reference.

       *> example argument usage:

       *> every record for a date
       *>      ./demo_inquiry 20260822

       *> one transaction by the provider's own reference
       *>      ./demo_inquiry REF TXN-0000418822

       *> for running only unit tests
       *>      ./demo_inquiry TESTUNIT

       01 WS_INQUIRY_KEY                   PIC X(17) VALUE SPACES.
       01 WS_INQUIRY_PARTIAL               PIC X(14) VALUE SPACES.
       01 WS_INQUIRY_DATE                  PIC X(08) VALUE SPACES.
       01 WS_INQUIRY_REF                   PIC X(20) VALUE SPACES.

       01 WS_INQUIRY_MODE                  PIC X(01) VALUE 'K'.
           88 WS_INQUIRY_BY_KEY                VALUE 'K'.
           88 WS_INQUIRY_BY_RECORD             VALUE 'R'.
           88 WS_INQUIRY_BY_DATE               VALUE 'D'.
           88 WS_INQUIRY_BY_REFERENCE          VALUE 'T'.

       01 WS_XREF_FILE_STATUS              PIC X(02) VALUE "00".

                       PERFORM B4000_READ_ONE_KEY
                   WHEN WS_INQUIRY_BY_RECORD
                       PERFORM B4050_READ_RECORD_SOURCES
                   WHEN WS_INQUIRY_BY_REFERENCE
                       PERFORM B4150_READ_REFERENCE
                   WHEN OTHER
                       PERFORM B4100_READ_DATE_RANGE
               END-EVALUATE

           EXIT.

       *> reads the first argument: 17 characters are a date, string
       *> and source, 14 are a date-plus-string browse across
       *> sources, 8 digits are a date browse, REF takes the
       *> transaction reference from the second argument, and a TEST
       *> token runs the unit tests
       B3055_ACCEPT_RUN_PARAMETERS.
           ACCEPT WS_PARAMS_ARG_COUNT FROM ARGUMENT-NUMBER.

               DISPLAY "USAGE: demo_inquiry <date+string+source key>"
               DISPLAY "   OR: demo_inquiry <date+string>"
               DISPLAY "   OR: demo_inquiry <YYYYMMDD>"
               DISPLAY "   OR: demo_inquiry REF <transaction ref>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
               MOVE WS_PARAMS_ARG_VALUE(5:25) TO WS_PARAMS_TEST_NAME
           ELSE
               PERFORM B3056_CLASSIFY_INQUIRY_KEY
               IF WS_INQUIRY_BY_REFERENCE
                   PERFORM B3057_ACCEPT_INQUIRY_REF
               END-IF
           END-IF.

           EXIT.

       B3056_CLASSIFY_INQUIRY_KEY.
           EVALUATE TRUE
               WHEN WS_PARAMS_ARG_VALUE = "REF"
                   SET WS_INQUIRY_BY_REFERENCE TO TRUE
               WHEN WS_PARAMS_ARG_VALUE(9:6) = SPACES
                   SET WS_INQUIRY_BY_DATE TO TRUE
                   MOVE WS_PARAMS_ARG_VALUE(1:8) TO WS_INQUIRY_DATE

           EXIT.

       B3057_ACCEPT_INQUIRY_REF.
           IF WS_PARAMS_ARG_COUNT < 2
               DISPLAY "USAGE: demo_inquiry REF <transaction ref>"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 2 TO WS_PARAMS_ARG_NUM
           DISPLAY WS_PARAMS_ARG_NUM UPON ARGUMENT-NUMBER
           ACCEPT WS_INQUIRY_REF FROM ARGUMENT-VALUE.

           EXIT.

       *> INQUIRY LOGIC

       *> the date, string and source no longer name a single entry -
       *> an extended-layout file can send two transactions under
       *> them - so this positions at the first and browses forward
       *> across their references, the same way B4050 does sources
       B4000_READ_ONE_KEY.
           MOVE ZERO TO WS_MATCH_COUNT
           MOVE WS_INQUIRY_KEY(1:8) TO XREF_DATE
           MOVE WS_INQUIRY_KEY(9:6) TO XREF_STRING
           MOVE WS_INQUIRY_KEY(15:3) TO XREF_SOURCE
           MOVE SPACES TO XREF_PROVIDER_REF

           START DEMO_XREF KEY >= XREF_KEY
               INVALID KEY
                   MOVE 'Y' TO WS_EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS_EOF
           END-START

           PERFORM UNTIL WS_EOF_TRUE
               READ DEMO_XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS_EOF
                   NOT AT END
                       IF XREF_KEY(1:17) = WS_INQUIRY_KEY
                           ADD 1 TO WS_MATCH_COUNT
                           PERFORM B5000_DISPLAY_XREF_ENTRY
                       ELSE
                           MOVE 'Y' TO WS_EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS_MATCH_COUNT = ZERO
               DISPLAY "NO ENTRY FOR KEY " WS_INQUIRY_KEY
               MOVE 1 TO RETURN-CODE
           END-IF.

           EXIT.

           MOVE WS_INQUIRY_PARTIAL(1:8) TO XREF_DATE
           MOVE WS_INQUIRY_PARTIAL(9:6) TO XREF_STRING
           MOVE SPACES TO XREF_SOURCE
           MOVE SPACES TO XREF_PROVIDER_REF

           START DEMO_XREF KEY >= XREF_KEY
               INVALID KEY
           MOVE WS_INQUIRY_DATE TO XREF_DATE
           MOVE SPACES TO XREF_STRING
           MOVE SPACES TO XREF_SOURCE
           MOVE SPACES TO XREF_PROVIDER_REF

           START DEMO_XREF KEY >= XREF_KEY
               INVALID KEY

           EXIT.

       *> the reference is only unique within its provider, so every
       *> source's entry under it is shown - the alternate key reads
       *> them together whatever their dates
       B4150_READ_REFERENCE.
           MOVE ZERO TO WS_MATCH_COUNT
           MOVE WS_INQUIRY_REF TO XREF_PROVIDER_REF

           START DEMO_XREF KEY = XREF_PROVIDER_REF
               INVALID KEY
                   MOVE 'Y' TO WS_EOF
               NOT INVALID KEY
                   MOVE 'N' TO WS_EOF
           END-START

           PERFORM UNTIL WS_EOF_TRUE
               READ DEMO_XREF NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS_EOF
                   NOT AT END
                       IF XREF_PROVIDER_REF = WS_INQUIRY_REF
                           ADD 1 TO WS_MATCH_COUNT
                           PERFORM B5000_DISPLAY_XREF_ENTRY
                       ELSE
                           MOVE 'Y' TO WS_EOF
                       END-IF
               END-READ
           END-PERFORM

           IF WS_MATCH_COUNT = ZERO
               DISPLAY "NO ENTRIES FOR TRANSACTION REF "
                   WS_INQUIRY_REF
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY WS_MATCH_COUNT " ENTRY(S) FOR TRANSACTION REF "
                   WS_INQUIRY_REF
           END-IF.

           EXIT.

       B5000_DISPLAY_XREF_ENTRY.
           DISPLAY "RECORD:      " XREF_DATE " " XREF_STRING.
           DISPLAY "SOURCE:      " XREF_SOURCE.
           IF XREF_PROVIDER_REF NOT = SPACES
               DISPLAY "TXN REF:     " XREF_PROVIDER_REF
           END-IF.
           DISPLAY "LOADED AT:   " XREF_LOAD_TS.
           DISPLAY "SOURCE FILE: " XREF_SOURCE_FILE.
           DISPLAY "DISPOSITION: " XREF_DISPOSITION.
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE "REF" TO WS_PARAMS_ARG_VALUE.
           PERFORM B3056_CLASSIFY_INQUIRY_KEY.
           DISPLAY "EXPECTED: REFERENCE MODE FOR REF".
           IF WS_INQUIRY_BY_REFERENCE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE SPACES TO WS_PARAMS_ARG_VALUE.

           EXIT.
