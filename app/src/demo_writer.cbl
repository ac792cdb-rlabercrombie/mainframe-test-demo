
           *> one line per 'C' correction record processed, with what
           *> was done about it - see B4150_APPLY_CORRECTION
           SELECT DEMO_CORRECTIONS_REPORT ASSIGN TO WS_CORRECTIONS_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_CORRECTIONS_FILE_STATUS.

           *> DEMO_WRITER.CKP, or the partition's own checkpoint on a
           *> partitioned load - see B4850_DETERMINE_PARTITION_MODE
           SELECT DEMO_WRITER_CKPT ASSIGN TO WS_CKPT_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_CKPT_FILE_STATUS.

           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_CALENDAR_FILE_STATUS.

           *> dates this run loaded records for that were already
           *> more than the back-date limit of business days old -
           *> one line per run, date and source, appended run over
           *> run. DEMO-REPORT's REGEN mode re-cuts those dates'
           *> report generations and marks the lines done; DEMO-
           *> MORNING lists the dates. See B4260_CHECK_BACKDATED.
           SELECT DEMO_BACKDATED ASSIGN TO
                "../src/resources/DEMO_BACKDATED.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_BACKDATED_FILE_STATUS.

           *> acknowledgment back to the upstream sender - one file
           *> per input file processed, machine-readable, echoing the
           *> header run date and trailer count and reporting what we
           SELECT DEMO_ACK ASSIGN TO WS_ACK_PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           *> validate-only run - everything a load would have said
           *> about the file (would-be acknowledgment, reject list,
           *> accepted/duplicate counts) goes here instead of into
           *> the database and the run's durable files - see
           *> B4610_OPEN_PREFLIGHT_REPORT
           SELECT DEMO_PREFLIGHT_REPORT ASSIGN TO WS_PREFLIGHT_PATH
           ORGANIZATION IS LINE SEQUENTIAL.

           *> active-run marker - written at startup, removed at a
           *> clean end of run. A second DEMO-WRITER finding it
           *> refuses to start (RETURN-CODE 2, which the batch driver
           *> reports as a load already in progress) rather than
           *> interleave commits and fight over the restart
           *> checkpoint. See B4001_ACQUIRE_RUN_LOCK. Each partition
           *> of a partitioned load holds a marker of its own.
           SELECT DEMO_WRITER_LOCK ASSIGN TO WS_LOCK_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_LOCK_FILE_STATUS.

           *> the other kind of run's marker - the whole-run marker
           *> for a partition, each partition's marker for a
           *> whole-file or settlement run. See B4007_CHECK_OTHER_
           *> RUN_MARKERS.
           SELECT DEMO_OTHER_LOCK ASSIGN TO WS_OTHER_LOCK_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_OTHER_LOCK_FILE_STATUS.

           *> how a partitioned load splits the nightly file - one
           *> line per partition, read by every partition instance
           *> and by the settlement run. See B4855_LOAD_PARTITION_PLAN.
           SELECT DEMO_WRITER_PARTITIONS ASSIGN TO
                "../src/resources/DEMO_WRITER_PARTITIONS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PART_PLAN_FILE_STATUS.

           *> what one partition loaded from each file, for the
           *> settlement run to add up - see B4865_WRITE_PARTITION_
           *> RESULT and B4881_GATHER_PARTITION_RESULTS
           SELECT DEMO_PARTITION_RESULT ASSIGN TO WS_PART_RESULT_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PART_RESULT_FILE_STATUS.

           *> a partition's own rejects, review queue or corrections
           *> report, read back by the settlement run into the day's
           *> files - see B4890_MERGE_PARTITION_OUTPUTS
           SELECT DEMO_PARTITION_OUTPUT ASSIGN TO WS_PART_OUTPUT_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PART_OUTPUT_FILE_STATUS.

           *> a partition's cross-reference entries, in the order it
           *> made them - the partitions never open DEMO_XREF.IDX
           *> themselves; the settlement run applies these to it. See
           *> B4894_APPLY_PARTITION_XREF.
           SELECT DEMO_XREF_STAGE ASSIGN TO WS_PART_XREF_PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_XREF_STAGE_FILE_STATUS.

           *> last file sequence number accepted from each source
           *> system, rewritten whenever a file is accepted - a gap
           *> or an out-of-order file is held instead of loaded. May
           *> not exist on a fresh install. See B4800_CHECK_FILE_
           *> SEQUENCE.
           SELECT DEMO_SOURCE_SEQUENCE ASSIGN TO
                "../src/resources/DEMO_SOURCE_SEQUENCE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SEQUENCE_FILE_STATUS.

           *> durable list of files held on their sequence number and
           *> of operator resequences - appended, never truncated
           SELECT DEMO_SEQUENCE_HELD ASSIGN TO
                "../src/resources/DEMO_SEQUENCE_HELD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_SEQ_HELD_FILE_STATUS.

           *> durable list of whole-file retransmissions the file
           *> register turned away - business day, sending source,
           *> the file's control signature, and the run that refused
           *> it. Read back by the monthly provider statement
           *> (DEMO-CHARGEBACK). May not exist on a fresh install.
           SELECT DEMO_RETRANSMISSIONS ASSIGN TO
                "../src/resources/DEMO_RETRANSMISSIONS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_RETX_FILE_STATUS.

           *> provider master operations maintains with DEMO-PROVMAINT
           *> - one line per source system: code, status, effective
           *> dates, name, and the contact the acknowledgment names.
           *> A file from a source that isn't on it (or isn't active
           *> and in effect) is refused at the header. May not exist
           *> on a fresh install, in which case the check is skipped
           *> with a console warning. See B4830_CHECK_PROVIDER.
           SELECT DEMO_PROVIDERS ASSIGN TO
                "../src/resources/DEMO_PROVIDERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_PROVIDERS_FILE_STATUS.

           *> per-source high-value hold limits operations maintains -
           *> one line per source: code and the amount (cents) above
           *> which a detail record is held for two-person release
           *> rather than loaded. May not exist, in which case the
           *> DEMO_WRITER_HOLD_AMOUNT limit (if any) applies to every
           *> source. See B4765_CHECK_HOLD_LIMIT.
           SELECT DEMO_HOLD_LIMITS ASSIGN TO
                "../src/resources/DEMO_HOLD_LIMITS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS_HOLD_LIMITS_FILE_STATUS.

           *> operator cross-reference, keyed by DEMO_DATE plus
           *> DEMO_STRING - one entry per record this program has
           *> handled, carrying the load timestamp, source file, and
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XREF_KEY
           ALTERNATE RECORD KEY IS XREF_PROVIDER_REF WITH DUPLICATES
           FILE STATUS IS WS_XREF_FILE_STATUS.

           *> operator authorization profiles operations maintains -
       FD DEMO_ACK.
           01 DEMO_ACK_RECORD     PIC X(100).

       FD DEMO_PREFLIGHT_REPORT.
           01 DEMO_PREFLIGHT_REPORT_RECORD     PIC X(110).

       FD DEMO_WRITER_LOCK.
           01 DEMO_WRITER_LOCK_RECORD     PIC X(14).

       FD DEMO_WRITER_PARTITIONS.
           01 DEMO_WRITER_PARTITIONS_RECORD.
               05 PART_ID                   PIC X(02).
               05 FILLER                    PIC X(01).
               05 PART_KIND                 PIC X(04).
               05 FILLER                    PIC X(01).
               05 PART_FROM                 PIC X(08).
               05 FILLER                    PIC X(01).
               05 PART_TO                   PIC X(08).

       FD DEMO_PARTITION_RESULT.
           01 DEMO_PARTITION_RESULT_RECORD     PIC X(205).

       FD DEMO_PARTITION_OUTPUT.
           01 DEMO_PARTITION_OUTPUT_RECORD     PIC X(90).

       FD DEMO_OTHER_LOCK.
           01 DEMO_OTHER_LOCK_RECORD           PIC X(14).

       FD DEMO_XREF_STAGE.
           01 DEMO_XREF_STAGE_RECORD           PIC X(171).

       FD DEMO_SOURCE_SEQUENCE.
           01 DEMO_SOURCE_SEQUENCE_RECORD.
               05 SEQ_SOURCE                PIC X(03).
               05 FILLER                    PIC X(01).
               05 SEQ_LAST_ACCEPTED         PIC X(06).
               05 FILLER                    PIC X(01).
               05 SEQ_UPDATED_RUN_ID        PIC X(14).

       FD DEMO_SEQUENCE_HELD.
           01 DEMO_SEQUENCE_HELD_RECORD     PIC X(180).

       FD DEMO_RETRANSMISSIONS.
           01 DEMO_RETRANSMISSIONS_RECORD.
               05 RETX_DAY                  PIC X(08).
               05 FILLER                    PIC X(01).
               05 RETX_SOURCE               PIC X(03).
               05 FILLER                    PIC X(01).
               05 RETX_RUN_DATE             PIC X(08).
               05 FILLER                    PIC X(01).
               05 RETX_DETAIL_COUNT         PIC X(08).
               05 FILLER                    PIC X(01).
               05 RETX_RUN_ID               PIC X(14).
               05 FILLER                    PIC X(01).
               05 RETX_FILE_PATH            PIC X(100).

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

       FD DEMO_HOLD_LIMITS.
           01 DEMO_HOLD_LIMITS_RECORD.
               05 HOLD_LIMIT_SOURCE         PIC X(03).
               05 FILLER                    PIC X(01).
               05 HOLD_LIMIT_AMOUNT         PIC X(09).

       FD DEMO_XREF.
           01 DEMO_XREF_RECORD.
               *> the source system is part of the key - the
                   10 XREF_DATE             PIC X(08).
                   10 XREF_STRING           PIC X(06).
                   10 XREF_SOURCE           PIC X(03).
                   *> and so is the transaction reference, blank
                   *> for original-layout records - two transactions
                   *> on the same day with the same string are two
                   *> entries. DEMO-INQUIRY looks it up on its own.
                   10 XREF_PROVIDER_REF     PIC X(20).
               05 XREF_LOAD_TS              PIC X(14).
               05 XREF_SOURCE_FILE          PIC X(100).
               05 XREF_DISPOSITION          PIC X(20).
               05 FILLER                    PIC X(01).
               05 CAL_DAY_TYPE              PIC X(01).

       FD DEMO_BACKDATED.
           01 DEMO_BACKDATED_RECORD        PIC X(80).

       FD DEMO_OPERATOR_PROFILES.
           01 DEMO_OPERATOR_PROFILES_RECORD.
               05 OPR_ID                    PIC X(08).
           88 WS_GOOD_AMOUNT_FALSE                     VALUE 'F'.
           88 WS_GOOD_AMOUNT_TRUE                      VALUE 'T'.

       *> set when a detail on an extended-layout file carries no
       *> transaction reference - see B4127_EXTRACT_PROVIDER_REF
       01 WS_GOOD_REFERENCE                        PIC X(1) VALUE 'T'.
           88 WS_GOOD_REFERENCE_FALSE                  VALUE 'F'.
           88 WS_GOOD_REFERENCE_TRUE                   VALUE 'T'.

       *> set when DEMO_DATE is numeric but not a real calendar date
       *> (bad month, bad day-of-month, Feb 29 off a leap year) - see
       *> B4210_CALENDAR_CHECK
           05  WS_ACK_DUPLICATES            PIC 9(08).
           05  WS_ACK_CORRECTIONS           PIC 9(08).
           05  WS_ACK_CONTROL_CHECK         PIC X(01).
           *> the provider's acknowledgment contact, from the
           *> provider master - blank when the source isn't on it
           05  WS_ACK_CONTACT               PIC X(40).
           05  FILLER                       PIC X(07) VALUE SPACES.
       01  WS_ACK_OUT_LINE                 PIC X(100) VALUE SPACES.
       01  WS_ACK_REASON_LINE.
           05  FILLER                       PIC X(01) VALUE 'R'.
           05  WS_ACK_REASON_TEXT           PIC X(27).
           88  WS_ACK_REASON_MATCHED_FALSE     VALUE 'F'.
           88  WS_ACK_REASON_MATCHED_TRUE      VALUE 'T'.

       *> validate-only (pre-flight) mode - DEMO_WRITER_PREFLIGHT=Y
       *> runs the file(s) through every check a load would make
       *> (the record checks in B4100_PROCESS_FILE_RECORD, the
       *> duplicate lookup against demo_table, the trailer control
       *> totals) without loading anything: no demo_table insert, no
       *> demo_audit row, no DEMO_XREF.IDX entry, no checkpoint, no
       *> file register line, no demo_run_stats row. What the load
       *> would have done is written to the pre-flight report.
       *>      DEMO_WRITER_PREFLIGHT=Y ./demo_writer
       01  WS_PREFLIGHT_TEXT               PIC X(01) VALUE SPACE.
       01  WS_PREFLIGHT_MODE               PIC X(01) VALUE 'F'.
           88  WS_PREFLIGHT_FALSE              VALUE 'F'.
           88  WS_PREFLIGHT_TRUE               VALUE 'T'.
       01  WS_PREFLIGHT_PATH               PIC X(100) VALUE SPACES.
       01  WS_PREFLIGHT_TITLE_LINE.
           05  FILLER                       PIC X(34) VALUE
                   "DEMO-WRITER PRE-FLIGHT REPORT RUN ".
           05  WS_PREFLIGHT_TITLE_RUN_ID    PIC X(14).
           05  FILLER                       PIC X(28) VALUE
                   " - VALIDATE ONLY, NOT LOADED".
           05  FILLER                       PIC X(34) VALUE SPACES.
       01  WS_PREFLIGHT_FILE_LINE.
           05  FILLER                       PIC X(10) VALUE
                   "FILE:     ".
           05  WS_PREFLIGHT_FILE_PATH       PIC X(100).
       01  WS_PREFLIGHT_NOTE_LINE.
           05  FILLER                       PIC X(10) VALUE
                   "NOTE:     ".
           05  WS_PREFLIGHT_NOTE            PIC X(100).
       01  WS_PREFLIGHT_REJECT_LINE.
           05  FILLER                       PIC X(10) VALUE
                   "REJECT:   ".
           05  WS_PREFLIGHT_REJECT_IMAGE    PIC X(90).
           05  FILLER                       PIC X(10) VALUE SPACES.
       01  WS_PREFLIGHT_COUNT_LINE.
           05  FILLER                       PIC X(10) VALUE
                   "COUNTS:   ".
           05  FILLER                       PIC X(05) VALUE "READ ".
           05  WS_PREFLIGHT_READ            PIC Z(7)9.
           05  FILLER                       PIC X(10) VALUE
                   " ACCEPTED ".
           05  WS_PREFLIGHT_ACCEPTED        PIC Z(7)9.
           05  FILLER                       PIC X(10) VALUE
                   " REJECTED ".
           05  WS_PREFLIGHT_REJECTED        PIC Z(7)9.
           05  FILLER                       PIC X(12) VALUE
                   " DUPLICATES ".
           05  WS_PREFLIGHT_DUPLICATES      PIC Z(7)9.
           05  FILLER                       PIC X(10) VALUE
                   " CONTROLS ".
           05  WS_PREFLIGHT_CONTROLS        PIC X(04).
           05  FILLER                       PIC X(17) VALUE SPACES.
       01  WS_PREFLIGHT_ACK_LINE.
           05  FILLER                       PIC X(10) VALUE
                   "ACK:      ".
           05  WS_PREFLIGHT_ACK_IMAGE       PIC X(100).

       *> a load catches a repeated record later in the same file
       *> because the first copy is already in demo_table by then;
       *> nothing is inserted in pre-flight, so the keys this file
       *> would have loaded are remembered here instead
       01  WS_PREFLIGHT_SEEN_MAX           PIC 9(05) VALUE 5000.
       01  WS_PREFLIGHT_SEEN_COUNT         PIC 9(05) VALUE ZERO.
       01  WS_PREFLIGHT_SEEN_TABLE.
           05  WS_PREFLIGHT_SEEN_ENTRY OCCURS 5000 TIMES PIC X(20).
       01  WS_PREFLIGHT_SEEN_IDX           PIC 9(05) VALUE ZERO.
       01  WS_PREFLIGHT_SEEN_KEY           PIC X(20) VALUE SPACES.
       01  WS_PREFLIGHT_SEEN               PIC X(01) VALUE 'F'.
           88  WS_PREFLIGHT_SEEN_FALSE         VALUE 'F'.
           88  WS_PREFLIGHT_SEEN_TRUE          VALUE 'T'.

       *> likewise a file that would pass goes on no register in
       *> pre-flight, so its register signature is remembered here
       *> and a second copy later in the list is refused as the load
       *> would refuse it
       01  WS_PREFLIGHT_PASSED_MAX         PIC 9(03) VALUE 200.
       01  WS_PREFLIGHT_PASSED_COUNT       PIC 9(03) VALUE ZERO.
       01  WS_PREFLIGHT_PASSED_TABLE.
           05  WS_PREFLIGHT_PASSED_ENTRY OCCURS 200 TIMES
                                            PIC X(116).
       01  WS_PREFLIGHT_PASSED_IDX         PIC 9(03) VALUE ZERO.

       *> per-file control-total standing - WS_COUNT_MISMATCH stays
       *> sticky across a multi-file batch for the end-of-run
       *> decisions, this one speaks only for the file in hand
       01  WS_LOCK_DELETE_STATUS           PIC 9(09) COMP VALUE ZERO.
       01  WS_LOCK_PATH                    PIC X(100) VALUE
               "../src/resources/DEMO_WRITER.LCK".
       01  WS_LOCK_NAME                    PIC X(20) VALUE
               "DEMO_WRITER.LCK".
       01  WS_LOCK_NAME_LEN                PIC 9(02) VALUE 15.
       *> whether THIS run holds the marker - the failure path only
       *> releases a lock it owns, never another instance's
       01  WS_LOCK_OWNED                   PIC X(01) VALUE 'F'.
           88  WS_LOCK_OWNED_FALSE             VALUE 'F'.
           88  WS_LOCK_OWNED_TRUE              VALUE 'T'.
       01  WS_OTHER_LOCK_FILE_STATUS       PIC X(02) VALUE "00".
       01  WS_OTHER_LOCK_PATH              PIC X(100) VALUE SPACES.
       01  WS_OTHER_LOCK_NAME              PIC X(20) VALUE SPACES.

       *> partitioned load - the nightly file split across several
       *> DEMO-WRITER instances running side by side, each loading
       *> its own share of the records under its own run lock,
       *> checkpoint and restart point (DEMO_WRITER_PARTITION=nn),
       *> then one settlement run (DEMO_WRITER_PARTITION=SETTLE)
       *> once they have all finished: the trailer controls, the
       *> acknowledgment, the file register and the source sequence
       *> are settled there, once, for the whole file, from what the
       *> partitions report - the provider still sees one file
       *> accepted or one file failed. The plan is
       *> DEMO_WRITER_PARTITIONS.DAT, one line per partition
       *> ('*' in column 1 is a comment), columns:
       *>   1-2    partition number, 01-99
       *>   4-7    SRC  - every file from one source system
       *>          DATE - the records dated within a range
       *>   9-16   SRC: the source code (9-11); DATE: from date
       *>   18-25  DATE: to date, inclusive
       *> A file from a source no SRC line claims is shared out by
       *> the DATE lines; a record dated outside every DATE range,
       *> or not properly dated at all, falls to the first DATE line
       *> so nothing in the file goes unloaded. With no DATE lines
       *> the first line of the plan takes the unclaimed sources.
       *> Every instance and the settlement run carry the one run
       *> identifier (DEMO_WRITER_RUN_ID), so the whole file is one
       *> run on the audit trail, the run statistics and the ack.
       *>      DEMO_WRITER_RUN_ID=20260801230000 \
       *>          DEMO_WRITER_PARTITION=01 ./demo_writer
       *>      DEMO_WRITER_RUN_ID=20260801230000 \
       *>          DEMO_WRITER_PARTITION=SETTLE ./demo_writer
       01  WS_PARTITION_TEXT               PIC X(06) VALUE SPACES.
       01  WS_PARTITION_MODE               PIC X(01) VALUE 'W'.
           88  WS_PARTITION_WHOLE_FILE         VALUE 'W'.
           88  WS_PARTITION_INSTANCE           VALUE 'P'.
           88  WS_PARTITION_SETTLEMENT         VALUE 'S'.
       01  WS_PART_RUN_ID_TEXT             PIC X(14) VALUE SPACES.
       01  WS_PART_PLAN_FILE_STATUS        PIC X(02) VALUE "00".
       01  WS_PART_RESULT_FILE_STATUS      PIC X(02) VALUE "00".
       01  WS_PART_OUTPUT_FILE_STATUS      PIC X(02) VALUE "00".
       01  WS_PART_PLAN_VALID              PIC X(01) VALUE 'T'.
           88  WS_PART_PLAN_VALID_FALSE        VALUE 'F'.
           88  WS_PART_PLAN_VALID_TRUE         VALUE 'T'.
       01  WS_PART_PLAN_ERROR              PIC X(80) VALUE SPACES.
       01  WS_PART_TABLE_MAX               PIC 9(02) VALUE 20.
       01  WS_PART_COUNT                   PIC 9(02) VALUE ZERO.
       01  WS_PART_TABLE.
           05  WS_PART_ENTRY OCCURS 20 TIMES.
               10  WS_PART_ENTRY_ID        PIC X(02).
               10  WS_PART_ENTRY_KIND      PIC X(04).
               10  WS_PART_ENTRY_FROM      PIC X(08).
               10  WS_PART_ENTRY_TO        PIC X(08).
       01  WS_PART_IDX                     PIC 9(02) VALUE ZERO.
       01  WS_PART_SCAN_IDX                PIC 9(02) VALUE ZERO.
       01  WS_PART_MY_IDX                  PIC 9(02) VALUE ZERO.
       01  WS_PART_MY_ID                   PIC X(02) VALUE SPACES.
       01  WS_PART_FIRST_DATE_IDX          PIC 9(02) VALUE ZERO.
       01  WS_PART_CLAIM_IDX               PIC 9(02) VALUE ZERO.
       01  WS_PART_FILE_SOURCE             PIC X(03) VALUE SPACES.
       *> this instance's share of the file in hand - the whole of
       *> it (its source is this partition's), the records in its
       *> date range, or none of it
       01  WS_PART_FILE_SHARE              PIC X(01) VALUE 'A'.
           88  WS_PART_SHARE_ALL               VALUE 'A'.
           88  WS_PART_SHARE_BY_DATE           VALUE 'D'.
           88  WS_PART_SHARE_NONE              VALUE 'N'.
       01  WS_PART_RECORD_DATE             PIC X(08) VALUE SPACES.
       01  WS_PART_RECORD_OWNER            PIC 9(02) VALUE ZERO.
       01  WS_PART_RECORD_MINE             PIC X(01) VALUE 'T'.
           88  WS_PART_RECORD_MINE_FALSE       VALUE 'F'.
           88  WS_PART_RECORD_MINE_TRUE        VALUE 'T'.
       01  WS_PART_RESULT_PATH             PIC X(100) VALUE SPACES.
       01  WS_PART_REJECTS_PATH            PIC X(100) VALUE SPACES.
       01  WS_PART_REVIEW_PATH             PIC X(100) VALUE SPACES.
       01  WS_PART_CORRECTIONS_PATH        PIC X(100) VALUE SPACES.
       01  WS_PART_OUTPUT_PATH             PIC X(100) VALUE SPACES.
       01  WS_PART_XREF_PATH               PIC X(100) VALUE SPACES.
       01  WS_XREF_STAGE_FILE_STATUS       PIC X(02) VALUE "00".
       *> a restarted partition passes over a file its result file
       *> already shows it finished under this run - see B4868
       01  WS_PART_FILE_FINISHED           PIC X(01) VALUE 'F'.
           88  WS_PART_FILE_FINISHED_FALSE     VALUE 'F'.
           88  WS_PART_FILE_FINISHED_TRUE      VALUE 'T'.
       01  WS_PART_OUTPUT_KIND             PIC X(01) VALUE SPACE.
           88  WS_PART_OUTPUT_REJECTS          VALUE 'J'.
           88  WS_PART_OUTPUT_REVIEW           VALUE 'V'.
           88  WS_PART_OUTPUT_CORRECTIONS      VALUE 'C'.
       01  WS_PART_DELETE_STATUS           PIC 9(09) COMP VALUE ZERO.
       01  WS_PART_EOF                     PIC X(01) VALUE 'N'.
           88  WS_PART_EOF_FALSE               VALUE 'N'.
           88  WS_PART_EOF_TRUE                VALUE 'Y'.

       *> one 'F' line per file a partition finished, followed by
       *> one 'R' line per reject reason - the settlement run takes
       *> the first 'F' line for the run, file and run date from each
       *> partition (a restarted partition never writes a second one:
       *> it passes over a file it already finished, see B4868)
       01  WS_PART_RESULT_LINE.
           05  WS_PART_RES_TYPE             PIC X(01).
               88  WS_PART_RES_FILE_LINE        VALUE 'F'.
               88  WS_PART_RES_REASON_LINE      VALUE 'R'.
           05  WS_PART_RES_ID               PIC X(02).
           05  WS_PART_RES_RUN_ID           PIC X(14).
           05  WS_PART_RES_RUN_DATE         PIC X(08).
           05  WS_PART_RES_DETAIL_COUNT     PIC 9(08).
           05  WS_PART_RES_CORR_COUNT       PIC 9(08).
           05  WS_PART_RES_AMOUNT_TOTAL     PIC 9(12).
           05  WS_PART_RES_ACCEPTED         PIC 9(08).
           05  WS_PART_RES_REJECTED         PIC 9(08).
           05  WS_PART_RES_DUPLICATES       PIC 9(08).
           05  WS_PART_RES_STARTED          PIC X(14).
           05  WS_PART_RES_ENDED            PIC X(14).
           05  WS_PART_RES_PATH             PIC X(100).
       01  WS_PART_REASON_LINE REDEFINES WS_PART_RESULT_LINE.
           05  FILLER                       PIC X(17).
           05  WS_PART_RES_REASON_TEXT      PIC X(27).
           05  WS_PART_RES_REASON_COUNT     PIC 9(08).
           05  FILLER                       PIC X(153).

       *> settlement-run work areas
       01  WS_PART_TRAILER_SAVE            PIC X(50) VALUE SPACES.
       01  WS_PART_TRAILER_SEEN            PIC X(01) VALUE 'F'.
           88  WS_PART_TRAILER_SEEN_FALSE      VALUE 'F'.
           88  WS_PART_TRAILER_SEEN_TRUE       VALUE 'T'.
       01  WS_PART_RESULT_FOUND            PIC X(01) VALUE 'F'.
           88  WS_PART_RESULT_FOUND_FALSE      VALUE 'F'.
           88  WS_PART_RESULT_FOUND_TRUE       VALUE 'T'.
       01  WS_PART_TAKING_REASONS          PIC X(01) VALUE 'F'.
           88  WS_PART_TAKING_REASONS_FALSE    VALUE 'F'.
           88  WS_PART_TAKING_REASONS_TRUE     VALUE 'T'.
       01  WS_PART_UNFINISHED_COUNT        PIC 9(02) VALUE ZERO.
       *> sticky across the file list - any file left unsettled
       *> keeps the partitions' outputs for the settlement rerun
       01  WS_SETTLE_INCOMPLETE            PIC X(01) VALUE 'F'.
           88  WS_SETTLE_INCOMPLETE_FALSE      VALUE 'F'.
           88  WS_SETTLE_INCOMPLETE_TRUE       VALUE 'T'.
       *> a partition's corrections report ends with its own
       *> summary line - the settlement run adds those up into one
       01  WS_PART_CORR_SUMMARY_IN.
           05  WS_PART_CORR_SUMMARY_LABEL   PIC X(21).
           05  WS_PART_CORR_IN_APPLIED      PIC X(08).
           05  FILLER                       PIC X(14).
           05  WS_PART_CORR_IN_NOT_FOUND    PIC X(08).
           05  FILLER                       PIC X(15).
           05  WS_PART_CORR_IN_LEGAL_HOLD   PIC X(08).
           05  FILLER                       PIC X(16).

       *> cross-reference work areas - the file stays open I-O for
       *> the whole run; a key already on file (a rerun, a duplicate,
       01  WS_FILE_ALREADY_PROCESSED       PIC X(01) VALUE 'F'.
           88  WS_FILE_NOT_YET_PROCESSED       VALUE 'F'.
           88  WS_FILE_ALREADY_PROCESSED_TRUE  VALUE 'T'.
       01  WS_SCAN_SOURCE                  PIC X(03) VALUE SPACES.
       01  WS_SCAN_FILE_SEQ                PIC X(06) VALUE SPACES.
       01  WS_SCAN_LAYOUT_VERSION          PIC X(02) VALUE SPACES.
       01  WS_REGISTER_LINE.
           05  WS_REGISTER_LINE_PATH        PIC X(100).
           05  WS_REGISTER_LINE_DATE        PIC X(08).
           05  WS_REGISTER_LINE_COUNT       PIC X(08).

       *> one line per retransmission refused on the register - the
       *> same file refused again the same day (a rerun of this job
       *> over the same input list) is already on the list and isn't
       *> logged twice, so the provider is only charged for what it
       *> actually sent
       01  WS_RETX_FILE_STATUS             PIC X(02) VALUE "00".
       01  WS_RETX_LINE.
           05  WS_RETX_LINE_DAY             PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_RETX_LINE_SOURCE          PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_RETX_LINE_RUN_DATE        PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_RETX_LINE_COUNT           PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_RETX_LINE_RUN_ID          PIC X(14).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_RETX_LINE_PATH            PIC X(100).
       01  WS_RETX_ON_FILE                 PIC X(01) VALUE 'F'.
           88  WS_RETX_ON_FILE_FALSE           VALUE 'F'.
           88  WS_RETX_ON_FILE_TRUE            VALUE 'T'.

       *> file sequence continuity - the last sequence number accepted
       *> per source, loaded once per run and written back whenever a
       *> file is accepted. A file whose header number isn't the next
       *> one expected (a gap - a file went missing - or a number
       *> already used) is held, not loaded, until the provider
       *> confirms what happened and an operator authorized for
       *> SEQ-RESEQUENCE sets the next expected number for that one
       *> recovery run:
       *>      DEMO_WRITER_SEQ_RESET=ABC000006 ./demo_writer
       *> (skip a number that will never come, or restart a provider
       *> whose numbering began again)
       01  WS_SEQUENCE_FILE_STATUS         PIC X(02) VALUE "00".
       01  WS_SEQ_HELD_FILE_STATUS         PIC X(02) VALUE "00".
       01  WS_SEQ_TABLE_MAX                PIC 9(03) VALUE 100.
       01  WS_SEQ_COUNT                    PIC 9(03) VALUE ZERO.
       01  WS_SEQ_TABLE.
           05  WS_SEQ_ENTRY OCCURS 100 TIMES.
               10  WS_SEQ_ENTRY_SOURCE      PIC X(03).
               10  WS_SEQ_ENTRY_LAST        PIC 9(06).
               10  WS_SEQ_ENTRY_RUN_ID      PIC X(14).
       01  WS_SEQ_IDX                      PIC 9(03) VALUE ZERO.
       01  WS_SEQ_MATCH_IDX                PIC 9(03) VALUE ZERO.
       01  WS_SEQ_EXPECTED                 PIC 9(06) VALUE ZERO.
       01  WS_SEQ_RECEIVED                 PIC 9(06) VALUE ZERO.
       01  WS_SEQ_HOLD_REASON              PIC X(27) VALUE SPACES.
       01  WS_SEQ_VERDICT                  PIC X(01) VALUE 'A'.
           88  WS_SEQ_ACCEPT                   VALUE 'A'.
           88  WS_SEQ_HOLD                     VALUE 'H'.
       01  WS_SEQ_RESET_TEXT.
           05  WS_SEQ_RESET_SOURCE          PIC X(03).
           05  WS_SEQ_RESET_NEXT            PIC X(06).
       01  WS_SEQ_RESET_NEXT_NUM           PIC 9(06) VALUE ZERO.
       01  WS_SEQ_HELD_COUNT               PIC 9(05) VALUE ZERO.
       01  WS_SEQ_HELD_LINE.
           05  WS_SEQ_HELD_RUN_ID           PIC X(14).
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_SEQ_HELD_SOURCE           PIC X(03).
           05  FILLER                       PIC X(10) VALUE
                   " - EXPECT ".
           05  WS_SEQ_HELD_EXPECTED         PIC X(06).
           05  FILLER                       PIC X(06) VALUE " GOT ".
           05  WS_SEQ_HELD_RECEIVED         PIC X(06).
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_SEQ_HELD_REASON           PIC X(27).
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_SEQ_HELD_PATH             PIC X(99).

       *> provider master, loaded once per run - a file is only
       *> loaded from a source on the master whose status is 'A'
       *> (active) and whose effective-from/effective-to dates
       *> (effective-to blank for open-ended) cover the file's header
       *> run date. Suspended ('S') and retired ('R') providers, and
       *> codes nobody onboarded (a typo in a header), are refused
       *> with the reason in the ack.
       01  WS_PROVIDERS_FILE_STATUS        PIC X(02) VALUE "00".
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
               10  WS_PROV_ENTRY_CONTACT    PIC X(40).
       01  WS_PROV_IDX                     PIC 9(03) VALUE ZERO.
       01  WS_PROV_MATCH_IDX               PIC 9(03) VALUE ZERO.
       01  WS_PROV_SEARCH_CODE             PIC X(03) VALUE SPACES.
       01  WS_PROV_CHECK_DATE              PIC X(08) VALUE SPACES.
       01  WS_PROV_REFUSE_REASON           PIC X(27) VALUE SPACES.
       01  WS_PROV_VERDICT                 PIC X(01) VALUE 'A'.
           88  WS_PROV_ACCEPT                  VALUE 'A'.
           88  WS_PROV_REFUSE                  VALUE 'R'.
       01  WS_PROV_REFUSED_COUNT           PIC 9(05) VALUE ZERO.

       *> the single reason a whole file was turned away on (held on
       *> its sequence number, or refused on its provider) - the ack
       *> reports it against the file's trailer count
       01  WS_WHOLE_FILE_REASON            PIC X(27) VALUE SPACES.

       *> high-value hold - a detail record whose amount is over the
       *> limit for its source is parked in demo_held instead of
       *> demo_table, out of sight of DEMO-REPORT and DEMO-EXTRACT,
       *> until two different operators release it with
       *> DEMO-AMTHOLD. DEMO_WRITER_HOLD_AMOUNT (cents) is the limit
       *> for every source; a line on DEMO_HOLD_LIMITS.DAT overrides
       *> it for that source (zero there exempts the source). With
       *> neither set, nothing is held.
       01  WS_HOLD_LIMITS_FILE_STATUS      PIC X(02) VALUE "00".
       01  WS_HOLD_DEFAULT_TEXT            PIC X(09) VALUE SPACES.
       01  WS_HOLD_DEFAULT_RJUST           PIC X(09) JUSTIFIED RIGHT
                                            VALUE SPACES.
       01  WS_HOLD_DEFAULT_AMOUNT          PIC 9(09) VALUE ZERO.
       01  WS_HOLD_LIMIT_TABLE_MAX         PIC 9(03) VALUE 100.
       01  WS_HOLD_LIMIT_COUNT             PIC 9(03) VALUE ZERO.
       01  WS_HOLD_LIMIT_TABLE.
           05  WS_HOLD_LIMIT_ENTRY OCCURS 100 TIMES.
               10  WS_HOLD_LIMIT_ENTRY_SOURCE PIC X(03).
               10  WS_HOLD_LIMIT_ENTRY_AMOUNT PIC 9(09).
       01  WS_HOLD_LIMIT_IDX               PIC 9(03) VALUE ZERO.
       01  WS_HOLD_VERDICT                 PIC X(01) VALUE 'F'.
           88  WS_HOLD_APPLIES_FALSE           VALUE 'F'.
           88  WS_HOLD_APPLIES_TRUE            VALUE 'T'.
       01  WS_HOLD_HELD_COUNT              PIC 9(08) VALUE ZERO.

       *> the business-day/holiday calendar, loaded once per run -
       *> one line per date, 'B' for a business day, 'H' for a
       *> holiday. A date the file doesn't list at all is treated as
       01  WS_CALENDAR_IDX                 PIC 9(04) VALUE ZERO.
       01  WS_CALENDAR_FOUND_TYPE          PIC X(01) VALUE SPACE.

       *> back-dated record detection - a record whose date is more
       *> than DEMO_WRITER_BACKDATE_DAYS business days (per the
       *> calendar above) behind the file's header run date landed
       *> after that date's report was already cut. Tallied per date
       *> and source for the file in hand and appended to
       *> DEMO_BACKDATED.TXT when the file settles - see
       *> B4036_DETERMINE_BACKDATE_LIMIT and B4260_CHECK_BACKDATED.
       01  WS_BACKDATED_FILE_STATUS        PIC X(02) VALUE "00".
       01  WS_BACKDATE_DAYS_TEXT           PIC X(03) VALUE SPACES.
       01  WS_BACKDATE_DAYS_RJUST          PIC X(03) JUSTIFIED RIGHT
                                            VALUE SPACES.
       01  WS_BACKDATE_DAYS                PIC 9(03) VALUE 2.
       01  WS_BACKDATE_REF_DATE            PIC X(08) VALUE SPACES.
       01  WS_BACKDATE_AGE                 PIC 9(04) VALUE ZERO.
       01  WS_BACKDATE_TABLE_MAX           PIC 9(03) VALUE 100.
       01  WS_BACKDATE_COUNT               PIC 9(03) VALUE ZERO.
       01  WS_BACKDATE_TABLE.
           05  WS_BACKDATE_ENTRY OCCURS 100 TIMES.
               10  WS_BACKDATE_ENTRY_DATE   PIC X(08).
               10  WS_BACKDATE_ENTRY_SOURCE PIC X(03).
               10  WS_BACKDATE_ENTRY_COUNT  PIC 9(07).
               10  WS_BACKDATE_ENTRY_AMOUNT PIC 9(12).
       01  WS_BACKDATE_IDX                 PIC 9(03) VALUE ZERO.
       01  WS_BACKDATE_FOUND               PIC X(01) VALUE 'F'.
           88  WS_BACKDATE_FOUND_FALSE         VALUE 'F'.
           88  WS_BACKDATE_FOUND_TRUE          VALUE 'T'.
       *> one DEMO_BACKDATED.TXT line - state 'O' is open (the
       *> date's report still shows the pre-arrival picture), 'R'
       *> once DEMO-REPORT has regenerated it, stamped with when
       01  WS_BACKDATED_LINE.
           05  WS_BACKDATED_RUN_ID          PIC X(14).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_BACKDATED_DATE            PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_BACKDATED_SOURCE          PIC X(03).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_BACKDATED_RECORDS         PIC 9(07).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_BACKDATED_AMOUNT          PIC 9(12).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_BACKDATED_REF_DATE        PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_BACKDATED_STATE           PIC X(01).
           05  FILLER                       PIC X(01) VALUE SPACE.
           05  WS_BACKDATED_REGEN_TS        PIC X(14).
           05  FILLER                       PIC X(06) VALUE SPACES.

       *> days-per-month reference for the real-calendar check, with
       *> February adjusted for leap years in B4215_ADJUST_FOR_
       *> LEAP_YEAR
       01  WS_LEAP_REMAINDER               PIC 9(04).

       *> review queue line layout - the record image plus the
       *> originating source and the transaction reference (blank
       *> for an original-layout file), so DEMO-REVIEW's back-out
       *> only reaches the sending provider's row
       01  WS_REVIEW_LINE.
           05  WS_REVIEW_RECORD            PIC X(50).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  WS_REVIEW_SOURCE            PIC X(03).
           05  FILLER                      PIC X(03) VALUE " - ".
           05  WS_REVIEW_PROVIDER_REF      PIC X(20).

       *> reject file layout
       01  WS_REJECT_LINE.
       01  WS_CKPT_FILE_STATUS             PIC X(02) VALUE "00".
       01  WS_ERROR_LOG_FILE_STATUS        PIC X(02) VALUE "00".
       01  WS_CHECKPOINT_COUNT             PIC 9(08) VALUE ZERO.
       01  WS_CKPT_PATH                    PIC X(100) VALUE
               "../src/resources/DEMO_WRITER.CKP".
       01  WS_CHECKPOINT_LINE.
           05  WS_CHECKPOINT_LINE_PATH     PIC X(100).
           05  WS_CHECKPOINT_LINE_COUNT    PIC 9(08).
           *> leaves it blank) default to 'PRI'. See
           *> B4130_CAPTURE_HEADER.
           05  WS_HEADER_SOURCE             PIC X(03).
           *> the sender's running file number for this source - one
           *> more than the last file accepted from it. Blank on files
           *> from before the convention, which are not checked. See
           *> B4800_CHECK_FILE_SEQUENCE.
           05  WS_HEADER_FILE_SEQ           PIC X(06).
           *> which detail layout the file is cut in - blank or '01'
           *> is the original date/string/amount detail, '02' the
           *> extended one carrying the provider's transaction
           *> reference. Any other value refuses the file at the
           *> header. See B4127_EXTRACT_PROVIDER_REF.
           05  WS_HEADER_LAYOUT_VERSION     PIC X(02).
           05  FILLER                       PIC X(30).
       01  WS_TRAILER_RECORD.
           05  WS_TRAILER_TYPE              PIC X(01).
           05  WS_TRAILER_DETAIL_COUNT      PIC 9(08).
           05  WS_TRAILER_AMOUNT_TOTAL      PIC X(12).
           05  FILLER                       PIC X(21).

       01  WS_DETAIL_LAYOUT                 PIC X(01) VALUE 'O'.
           88  WS_DETAIL_LAYOUT_ORIGINAL        VALUE 'O'.
           88  WS_DETAIL_LAYOUT_EXTENDED        VALUE 'E'.

       01  WS_DETAIL_COUNT                  PIC 9(08) VALUE ZERO.
       01  WS_CORRECTION_COUNT              PIC 9(08) VALUE ZERO.

           05  WS_CORR_ORIG_DATE            PIC X(08).
           05  WS_CORR_ORIG_STRING          PIC X(06).
           05  WS_CORR_NEW_STRING           PIC X(06).
           *> extended-layout files name the record by the provider's
           *> transaction reference instead - the date still has to
           *> agree, since it is what the closed-period lock answers
           *> to, but the string no longer has to
           05  WS_CORR_PROVIDER_REF         PIC X(20).
           05  FILLER                       PIC X(08).

       *> the 'P' pending record stages a provisional upstream record
       *> into demo_pending without touching demo_table; the 'L'
               88  WS_REL_ACTION_WITHDRAW       VALUE 'W'.
           05  WS_REL_DATE                  PIC X(08).
           05  WS_REL_STRING                PIC X(06).
           *> extended-layout files release by the reference the 'P'
           *> record was staged under
           05  WS_REL_PROVIDER_REF          PIC X(20).
           05  FILLER                       PIC X(14).

       01  WS_PENDING_STAGED_COUNT          PIC 9(08) VALUE ZERO.
       01  WS_PENDING_RELEASED_COUNT        PIC 9(08) VALUE ZERO.
           05  FILLER                       PIC X(03) VALUE " - ".
           05  WS_CORR_REPORT_RESULT        PIC X(27).

       01  WS_CORRECTIONS_FILE_STATUS       PIC X(02) VALUE "00".
       01  WS_CORRECTIONS_PATH              PIC X(100) VALUE
               "../src/resources/DEMO_CORRECTIONS_REPORT.TXT".

       01  WS_CORRECTIONS_APPLIED           PIC 9(08) VALUE ZERO.
       01  WS_CORRECTIONS_NOT_FOUND         PIC 9(08) VALUE ZERO.
       01  WS_CORRECTIONS_LEGAL_HOLD        PIC 9(08) VALUE ZERO.

       *> run totals written at the foot of the corrections report -
       *> see B4170_WRITE_CORRECTIONS_SUMMARY
           05  FILLER                       PIC X(14) VALUE
                   "  - NOT FOUND ".
           05  WS_CORR_SUMMARY_NOT_FOUND    PIC 9(08).
           05  FILLER                       PIC X(15) VALUE
                   "  - LEGAL HOLD ".
           05  WS_CORR_SUMMARY_LEGAL_HOLD   PIC 9(08).
           05  FILLER                       PIC X(06) VALUE SPACES.

       01  WS_COUNT_MISMATCH                PIC X(01) VALUE 'F'.
           88  WS_COUNT_MISMATCH_FALSE          VALUE 'F'.
           *> convention leave it blank, which loads as zero. See
           *> B4126_EXTRACT_DETAIL_AMOUNT.
           05 DEMO_AMOUNT_TEXT               PIC X(09).
           *> the provider's own unique transaction reference,
           *> positions 24-43 of the extended ('02' layout) detail -
           *> blank for original-layout files. Where present it, not
           *> the date and string, is what identifies the record. See
           *> B4127_EXTRACT_PROVIDER_REF.
           05 DEMO_PROVIDER_REF              PIC X(20).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE SPACE.
       01  WS_CORR_OLD_STRING_HV   PIC X(12).
       01  WS_SOURCE_HV            PIC X(03) VALUE "PRI".
       01  DB_PERIOD               PIC X(06).
       *> the record's transaction reference as demo_table,
       *> demo_held, demo_pending and demo_audit carry it - spaces
       *> for a record from an original-layout file
       01  DB_PROVIDER_REF         PIC X(20) VALUE SPACES.

       *> per-input-file vital statistics, written to demo_run_stats
       *> at the end of each file's pass so run volumes survive the
       01  WS_AUDIT_FILE_PATH      PIC X(100).
       01  WS_AUDIT_RECORD_NUMBER  PIC 9(08).
       01  WS_AUDIT_ACTION         PIC X(20).
       *> the string a 'C' replacement overwrote - blank on every
       *> other audit row
       01  WS_AUDIT_PRIOR_TEXT     PIC X(12) VALUE SPACES.
       01  DB_HELD_COUNT           PIC 9(04).
       01  DB_HOLD_LIMIT           PIC 9(09).
       01  WS_HELD_DATE            PIC X(08).
       *> rows demo_legal_hold freezes - counted where the archive or
       *> a correction would otherwise have touched them
       01  DB_LEGAL_HOLD_COUNT     PIC 9(08).

       EXEC SQL END DECLARE SECTION END-EXEC.
       
       
       B1000_GENERAL_LOGIC.
           *> SETUP
           PERFORM B4600_DETERMINE_PREFLIGHT_MODE
           IF WS_PREFLIGHT_TRUE
               PERFORM B4605_PREFLIGHT_LOGIC
           ELSE
               PERFORM B4850_DETERMINE_PARTITION_MODE
               PERFORM B1010_LOAD_LOGIC
           END-IF.

           EXIT.

       B1010_LOAD_LOGIC.
           PERFORM B4001_ACQUIRE_RUN_LOCK
           PERFORM B4007_CHECK_OTHER_RUN_MARKERS
           PERFORM B3100_CONNECT
           PERFORM B3080_LOAD_CLOSED_PERIODS

                               OR WS_REVIEW_OUT_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_DATA_REVIEW
           END-IF
           *> a partition's report is extended, not truncated - a
           *> restarted partition keeps what it reported before the
           *> failure for the settlement run to pick up
           IF WS_PARTITION_INSTANCE
               OPEN EXTEND DEMO_CORRECTIONS_REPORT
               IF WS_CORRECTIONS_FILE_STATUS = "05"
                               OR WS_CORRECTIONS_FILE_STATUS = "35"
                   OPEN OUTPUT DEMO_CORRECTIONS_REPORT
               END-IF
           ELSE
               OPEN OUTPUT DEMO_CORRECTIONS_REPORT
           END-IF
           IF WS_PARTITION_INSTANCE
               PERFORM B4451_OPEN_XREF_STAGE
           ELSE
               PERFORM B4450_OPEN_XREF
           END-IF

           PERFORM B4035_DETERMINE_COMMIT_INTERVAL
           PERFORM B4036_DETERMINE_BACKDATE_LIMIT
           PERFORM B4080_LOAD_CALENDAR
           PERFORM B4780_LOAD_PROVIDER_MASTER
           PERFORM B4760_LOAD_HOLD_LIMITS
           PERFORM B4790_LOAD_SOURCE_SEQUENCES
           *> an operator resequence is applied once, by the run that
           *> settles the file - never by each partition in turn
           IF NOT WS_PARTITION_INSTANCE
               PERFORM B4795_APPLY_SEQUENCE_RESET
           END-IF
           PERFORM B4010_DETERMINE_FILE_LIST
           PERFORM B4020_PROCESS_ALL_INPUT_FILES
           IF WS_HOLD_HELD_COUNT > ZERO
               DISPLAY "RECORDS HELD OVER AMOUNT LIMIT: "
                   WS_HOLD_HELD_COUNT " - RELEASE WITH DEMO-AMTHOLD"
           END-IF

           *> the partitions' rejects, review lines and corrections go
           *> into the day's files only once every file is settled -
           *> until then they stay where a restarted partition keeps
           *> adding to them
           IF WS_PARTITION_SETTLEMENT AND WS_SETTLE_INCOMPLETE_FALSE
               PERFORM B4890_MERGE_PARTITION_OUTPUTS
           END-IF

           CLOSE DEMO_DATA_REJECTS
           CLOSE DEMO_DATA_REVIEW
           PERFORM B4170_WRITE_CORRECTIONS_SUMMARY
           CLOSE DEMO_CORRECTIONS_REPORT
           IF WS_XREF_OPEN_TRUE
               IF WS_PARTITION_INSTANCE
                   CLOSE DEMO_XREF_STAGE
               ELSE
                   CLOSE DEMO_XREF
               END-IF
               SET WS_XREF_OPEN_FALSE TO TRUE
           END-IF

           *> generations, archiving and expiry are the whole run's
           *> housekeeping - the settlement run does them once, after
           *> the partitions, not each partition over the others
           IF NOT WS_PARTITION_INSTANCE
               PERFORM B1020_RUN_HOUSEKEEPING
           END-IF

           *> FINISH UP
           PERFORM B3900_DISCONNECT
           PERFORM B4004_RELEASE_RUN_LOCK

           EXIT.

       B1020_RUN_HOUSEKEEPING.
           PERFORM B4098_UPDATE_GENERATION_REGISTER
           PERFORM B4099_RETIRE_OLD_GENERATIONS

           *> archiving is a housekeeping step, not part of recovering
           *> from a bad run - skip it when this run's own trailer
           *> count didn't match, same as a human operator would hold
           *> off on cleanup until the load that just ran is trusted.
           *> A partitioned load that isn't settled yet isn't trusted
           *> either.
           PERFORM B4030_DETERMINE_ARCHIVE_CUTOFF
           IF WS_ARCHIVE_ENABLED AND WS_COUNT_MISMATCH_FALSE
                   AND WS_SETTLE_INCOMPLETE_FALSE
               PERFORM B3700_ARCHIVE_OLD_ROWS
           END-IF

           PERFORM B4178_DETERMINE_PENDING_EXPIRY
           IF WS_PENDING_EXPIRY_ENABLED
               PERFORM B4179_EXPIRE_PENDING_ROWS
           END-IF.

           EXIT.

       *> file-load path, so it only runs when the cutoff is supplied
       B3700_ARCHIVE_OLD_ROWS.

           *> rows under an active legal hold (see demo_legal_hold in
           *> demo_legalhold.cbl) are never archived - counted first
           *> so the refusal is on the job log, then left out of all
           *> three statements below by the same hold test
           EXEC SQL
               SELECT COUNT(*) INTO :DB_LEGAL_HOLD_COUNT
               FROM demo_table t
               WHERE t.report_date < (CURRENT_DATE - :WS_ARCHIVE_DAYS)
                 AND EXISTS
                   (SELECT 1 FROM demo_legal_hold h
                    WHERE h.hold_status = 'A'
                      AND ((h.hold_kind = 'R'
                            AND h.run_id = t.run_id)
                        OR (h.hold_kind = 'D'
                            AND t.report_date
                                BETWEEN h.from_date AND h.to_date)
                        OR (h.hold_kind = 'K'
                            AND t.report_date = h.from_date
                            AND t.report_text = h.report_text
                            AND t.source_system = h.source_system)))
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF

           IF DB_LEGAL_HOLD_COUNT > ZERO
               DISPLAY "*** ARCHIVE REFUSED FOR " DB_LEGAL_HOLD_COUNT
                   " ROW(S) UNDER LEGAL HOLD - LEFT ON DEMO_TABLE ***"
           END-IF

           *> run_id rides into history with the row so DEMO-BACKOUT
           *> can tell whether any of a run's rows were already
           *> archived (its refuse-to-run check) without matching on
           *> date/text - and so does the provider's transaction
           *> reference, so the archived row is still the transaction
           *> the provider knows it by
           EXEC SQL
               INSERT INTO demo_table_history
                   (report_date, report_text, run_id, source_system,
                    amount, provider_ref)
               SELECT report_date, report_text, run_id, source_system,
                      amount, provider_ref
               FROM demo_table t
               WHERE t.report_date < (CURRENT_DATE - :WS_ARCHIVE_DAYS)
                 AND NOT EXISTS
                   (SELECT 1 FROM demo_legal_hold h
                    WHERE h.hold_status = 'A'
                      AND ((h.hold_kind = 'R'
                            AND h.run_id = t.run_id)
                        OR (h.hold_kind = 'D'
                            AND t.report_date
                                BETWEEN h.from_date AND h.to_date)
                        OR (h.hold_kind = 'K'
                            AND t.report_date = h.from_date
                            AND t.report_text = h.report_text
                            AND t.source_system = h.source_system)))
           END-EXEC

           IF SQLCODE NOT = ZERO
           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, source_system, amount,
                    provider_ref)
               SELECT :WS_RUN_ID, 'ARCHIVE', 0, 'ARCHIVED',
                      report_date, report_text, source_system, amount,
                      provider_ref
               FROM demo_table t
               WHERE t.report_date < (CURRENT_DATE - :WS_ARCHIVE_DAYS)
                 AND NOT EXISTS
                   (SELECT 1 FROM demo_legal_hold h
                    WHERE h.hold_status = 'A'
                      AND ((h.hold_kind = 'R'
                            AND h.run_id = t.run_id)
                        OR (h.hold_kind = 'D'
                            AND t.report_date
                                BETWEEN h.from_date AND h.to_date)
                        OR (h.hold_kind = 'K'
                            AND t.report_date = h.from_date
                            AND t.report_text = h.report_text
                            AND t.source_system = h.source_system)))
           END-EXEC

           IF SQLCODE NOT = ZERO
           END-IF

           EXEC SQL
               DELETE FROM demo_table t
               WHERE t.report_date < (CURRENT_DATE - :WS_ARCHIVE_DAYS)
                 AND NOT EXISTS
                   (SELECT 1 FROM demo_legal_hold h
                    WHERE h.hold_status = 'A'
                      AND ((h.hold_kind = 'R'
                            AND h.run_id = t.run_id)
                        OR (h.hold_kind = 'D'
                            AND t.report_date
                                BETWEEN h.from_date AND h.to_date)
                        OR (h.hold_kind = 'K'
                            AND t.report_date = h.from_date
                            AND t.report_text = h.report_text
                            AND t.source_system = h.source_system)))
           END-EXEC

           IF SQLCODE NOT = ZERO

       B3400_INSERT_ROW.

            PERFORM B3401_COUNT_EXISTING_ROW

            IF DB_RECORD_COUNT > ZERO
                DISPLAY "DUPLICATE ROW SKIPPED: " DEMO_REC
                MOVE "DUPLICATE-SKIPPED" TO WS_XREF_DISPOSITION_WK
                PERFORM B4460_WRITE_XREF_RECORD
            ELSE
                PERFORM B4765_CHECK_HOLD_LIMIT
            END-IF

            IF DB_RECORD_COUNT = ZERO AND WS_HOLD_APPLIES_TRUE
                PERFORM B3410_INSERT_HELD_ROW
            END-IF

            IF DB_RECORD_COUNT = ZERO AND WS_HOLD_APPLIES_FALSE
                *> INSERT STATEMENT - the run id rides along so the
                *> row itself says which run loaded it
                EXEC SQL
                    INSERT INTO demo_table
                        (report_date, report_text, run_id,
                         source_system, amount, provider_ref)
                    VALUES (:DB_DATE, :DB_STRING, :WS_RUN_ID,
                            :WS_SOURCE_HV, :DB_AMOUNT,
                            :DB_PROVIDER_REF)
                END-EXEC

                IF SQLCODE NOT = ZERO

           EXIT.

       *> parks an accepted record over its source's amount limit in
       *> demo_held - same columns as demo_table plus the limit it
       *> tripped and the day it was held - so nothing downstream
       *> reports or extracts it until DEMO-AMTHOLD's two-person
       *> release moves it across under this run's id. It counts as
       *> accepted: the sender's file was fine, the hold is ours.
       B3410_INSERT_HELD_ROW.
            MOVE WS_CURRENT_DATE TO WS_HELD_DATE

            EXEC SQL
                INSERT INTO demo_held
                    (report_date, report_text, run_id,
                     source_system, amount, hold_limit, held_date,
                     provider_ref)
                VALUES (:DB_DATE, :DB_STRING, :WS_RUN_ID,
                        :WS_SOURCE_HV, :DB_AMOUNT, :DB_HOLD_LIMIT,
                        :WS_HELD_DATE, :DB_PROVIDER_REF)
            END-EXEC

            IF SQLCODE NOT = ZERO
                PERFORM B8000_SQL_ERROR STOP RUN
            END-IF

            ADD 1 TO WS_STAT_ACCEPTED_COUNT
            ADD 1 TO WS_HOLD_HELD_COUNT
            DISPLAY "HELD OVER AMOUNT LIMIT: " DEMO_REC " "
                WS_SOURCE_HV
            MOVE "HELD-OVER-LIMIT" TO WS_AUDIT_ACTION
            PERFORM B3450_WRITE_AUDIT_ROW
            MOVE "HELD-OVER-LIMIT" TO WS_XREF_DISPOSITION_WK
            PERFORM B4460_WRITE_XREF_RECORD.

           EXIT.

       *> a rerun over the same file (or a duplicate line within it)
       *> shouldn't load the same row twice - per source, since two
       *> providers can legitimately send the same date and string.
       *> A record carrying a transaction reference is a duplicate
       *> only of that provider's same reference: two different
       *> transactions on one day with the same switch and counter
       *> both load. Read-only, so the pre-flight pass asks the same
       *> question.
       B3401_COUNT_EXISTING_ROW.
            STRING DEMO_DATE_YYYY DELIMITED BY SIZE,
                '-' DELIMITED BY SIZE,
                DEMO_DATE_MM DELIMITED BY SIZE,
                '-' DELIMITED BY SIZE,
                DEMO_DATE_DD DELIMITED BY SIZE
            INTO DB_DATE

            MOVE DEMO_STRING TO DB_STRING

            IF DB_PROVIDER_REF NOT = SPACES
                PERFORM B3402_COUNT_EXISTING_REFERENCE
            ELSE
                PERFORM B3403_COUNT_EXISTING_DATE_STRING
            END-IF.

           EXIT.

       B3402_COUNT_EXISTING_REFERENCE.
            EXEC SQL
                SELECT COUNT(*) INTO :DB_RECORD_COUNT
                FROM demo_table
                WHERE provider_ref = :DB_PROVIDER_REF
                  AND source_system = :WS_SOURCE_HV
            END-EXEC

            IF SQLCODE NOT = ZERO
                PERFORM B8000_SQL_ERROR STOP RUN
            END-IF

            EXEC SQL
                SELECT COUNT(*) INTO :DB_HELD_COUNT
                FROM demo_held
                WHERE provider_ref = :DB_PROVIDER_REF
                  AND source_system = :WS_SOURCE_HV
            END-EXEC

            IF SQLCODE NOT = ZERO
                PERFORM B8000_SQL_ERROR STOP RUN
            END-IF

            ADD DB_HELD_COUNT TO DB_RECORD_COUNT.

           EXIT.

       B3403_COUNT_EXISTING_DATE_STRING.
            EXEC SQL
                SELECT COUNT(*) INTO :DB_RECORD_COUNT
                FROM demo_table
                WHERE report_date = :DB_DATE
                  AND report_text = :DB_STRING
                  AND source_system = :WS_SOURCE_HV
            END-EXEC

            IF SQLCODE NOT = ZERO
                PERFORM B8000_SQL_ERROR STOP RUN
            END-IF

            *> a record already parked over the amount limit is
            *> loaded as far as the sender is concerned - sending it
            *> again is a duplicate, not a second hold
            EXEC SQL
                SELECT COUNT(*) INTO :DB_HELD_COUNT
                FROM demo_held
                WHERE report_date = :DB_DATE
                  AND report_text = :DB_STRING
                  AND source_system = :WS_SOURCE_HV
            END-EXEC

            IF SQLCODE NOT = ZERO
                PERFORM B8000_SQL_ERROR STOP RUN
            END-IF

            ADD DB_HELD_COUNT TO DB_RECORD_COUNT.

           EXIT.

       *> one demo_audit row per record this run touches: the run id,
       *> the input file it came from, its record number in that file,
       *> and what was done with it (inserted / duplicate-skipped /
       *> rejected / archived). Expects DB_DATE/DB_STRING to already
       *> hold the record's formatted date and string - both are kept
       *> as plain text on the audit row, so even a record rejected
       *> for a bad date can be audited verbatim. The source, amount,
       *> and (for a replacement) the overwritten string ride along
       *> so DEMO-ASOF can replay the trail back into table rows.
       B3450_WRITE_AUDIT_ROW.
           MOVE WS_DEMO_DATA_PATH TO WS_AUDIT_FILE_PATH
           MOVE WS_RECORD_NUMBER TO WS_AUDIT_RECORD_NUMBER
           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, source_system, amount,
                    prior_text, provider_ref)
               VALUES (:WS_RUN_ID, :WS_AUDIT_FILE_PATH,
                       :WS_AUDIT_RECORD_NUMBER, :WS_AUDIT_ACTION,
                       :DB_DATE, :DB_STRING, :WS_SOURCE_HV,
                       :DB_AMOUNT, :WS_AUDIT_PRIOR_TEXT,
                       :DB_PROVIDER_REF)
           END-EXEC

           IF SQLCODE NOT = ZERO

           EXIT.

       *> set DEMO_WRITER_BACKDATE_DAYS to the number of business
       *> days a record's date may trail its file's run date before
       *> it counts as back-dated (default 2 - the report for a date
       *> is cut the night it closes, so anything later missed it)
       B4036_DETERMINE_BACKDATE_LIMIT.
           MOVE SPACES TO WS_BACKDATE_DAYS_TEXT.
           ACCEPT WS_BACKDATE_DAYS_TEXT FROM ENVIRONMENT
               "DEMO_WRITER_BACKDATE_DAYS".

           MOVE WS_BACKDATE_DAYS_TEXT TO WS_BACKDATE_DAYS_RJUST
           INSPECT WS_BACKDATE_DAYS_RJUST
               REPLACING LEADING SPACE BY ZERO.

           IF WS_BACKDATE_DAYS_RJUST IS NUMERIC
               MOVE WS_BACKDATE_DAYS_RJUST TO WS_BACKDATE_DAYS
           ELSE
               MOVE 2 TO WS_BACKDATE_DAYS
           END-IF.

           EXIT.

       *> set DEMO_WRITER_ARCHIVE_DAYS to a positive retention period,
       *> in days, to enable the end-of-run archive/purge step below
       B4030_DETERMINE_ARCHIVE_CUTOFF.
                   IF WS_LOCK_AGE_MINUTES < WS_LOCK_STALE_MINUTES
                       DISPLAY "*** LOAD ALREADY IN PROGRESS ***"
                       DISPLAY "RUN " WS_LOCK_HELD_BY_TS
                           " HOLDS " WS_LOCK_NAME(1:WS_LOCK_NAME_LEN)
                           " ("
                           WS_LOCK_AGE_MINUTES " MINUTE(S) OLD)"
                       MOVE 2 TO RETURN-CODE
                       STOP RUN
                   ELSE
                       DISPLAY "*** STALE RUN LOCK FOUND ***"
                       DISPLAY "RUN " WS_LOCK_HELD_BY_TS
                           " LEFT " WS_LOCK_NAME(1:WS_LOCK_NAME_LEN)
                           " BEHIND ("
                           WS_LOCK_AGE_MINUTES " MINUTE(S) OLD)"
                       DISPLAY "RERUN WITH DEMO_WRITER_LOCK_OVERRIDE=Y"
                           " TO TAKE IT OVER"

           EXIT.

       *> a partition and a whole-file (or settlement) run hold
       *> different markers, so each also looks for the other kind:
       *> a partition for the whole-run marker, any other run for a
       *> marker of a partition on the plan. Checked after this
       *> run's own marker is down, so of two runs starting together
       *> at least one sees the other.
       B4007_CHECK_OTHER_RUN_MARKERS.
           IF WS_PARTITION_INSTANCE
               MOVE "../src/resources/DEMO_WRITER.LCK"
                   TO WS_OTHER_LOCK_PATH
               MOVE "DEMO_WRITER.LCK" TO WS_OTHER_LOCK_NAME
               PERFORM B4009_CHECK_OTHER_MARKER
           ELSE
               *> a whole-file run has no plan of its own to go by -
               *> the one on disk names the partitions that could be
               *> running
               IF WS_PARTITION_WHOLE_FILE
                   PERFORM B4855_LOAD_PARTITION_PLAN
               END-IF

               MOVE ZERO TO WS_PART_SCAN_IDX
               PERFORM UNTIL WS_PART_SCAN_IDX >= WS_PART_COUNT
                   ADD 1 TO WS_PART_SCAN_IDX
                   MOVE SPACES TO WS_OTHER_LOCK_PATH
                   STRING "../src/resources/DEMO_WRITER_P"
                           DELIMITED BY SIZE,
                       WS_PART_ENTRY_ID(WS_PART_SCAN_IDX)
                           DELIMITED BY SIZE,
                       ".LCK" DELIMITED BY SIZE
                   INTO WS_OTHER_LOCK_PATH
                   MOVE SPACES TO WS_OTHER_LOCK_NAME
                   STRING "DEMO_WRITER_P" DELIMITED BY SIZE,
                       WS_PART_ENTRY_ID(WS_PART_SCAN_IDX)
                           DELIMITED BY SIZE,
                       ".LCK" DELIMITED BY SIZE
                   INTO WS_OTHER_LOCK_NAME
                   PERFORM B4009_CHECK_OTHER_MARKER
               END-PERFORM
           END-IF.

           EXIT.

       *> the other run's marker is treated as B4001 treats this
       *> run's own: refused while it is on file, unless an
       *> authorized operator overrides it - which removes it, on
       *> the access log. Refusing gives back this run's own marker.
       B4009_CHECK_OTHER_MARKER.
           MOVE SPACES TO WS_LOCK_HELD_BY_TS

           OPEN INPUT DEMO_OTHER_LOCK
           IF WS_OTHER_LOCK_FILE_STATUS = "00"
               READ DEMO_OTHER_LOCK INTO WS_LOCK_HELD_BY_TS
                   AT END MOVE SPACES TO WS_LOCK_HELD_BY_TS
               END-READ
               CLOSE DEMO_OTHER_LOCK
           END-IF

           IF WS_LOCK_HELD_BY_TS NOT = SPACES
               PERFORM B4002_CHECK_LOCK_AGE
               MOVE SPACE TO WS_LOCK_OVERRIDE_TEXT
               ACCEPT WS_LOCK_OVERRIDE_TEXT FROM ENVIRONMENT
                   "DEMO_WRITER_LOCK_OVERRIDE"
               IF WS_LOCK_OVERRIDE_TEXT = 'Y'
                   MOVE "LOCK-OVERRIDE" TO WS_AUTH_ACTION
                   MOVE SPACES TO WS_AUTH_TARGET
                   STRING WS_OTHER_LOCK_NAME DELIMITED BY SPACE,
                       " " DELIMITED BY SIZE,
                       WS_LOCK_HELD_BY_TS DELIMITED BY SIZE
                   INTO WS_AUTH_TARGET
                   PERFORM B7500_CHECK_OPERATOR_AUTH
                   IF WS_AUTH_GRANTED_FALSE
                       MOVE SPACE TO WS_LOCK_OVERRIDE_TEXT
                   END-IF
               END-IF
               IF WS_LOCK_OVERRIDE_TEXT = 'Y'
                   DISPLAY WS_OTHER_LOCK_NAME " FROM RUN "
                       WS_LOCK_HELD_BY_TS " (" WS_LOCK_AGE_MINUTES
                       " MINUTE(S) OLD) OVERRIDDEN BY OPERATOR "
                       WS_OPERATOR_ID
                   PERFORM B7510_WRITE_ACCESS_LOG
                   CALL "CBL_DELETE_FILE" USING WS_OTHER_LOCK_PATH
                       RETURNING WS_LOCK_DELETE_STATUS
                   END-CALL
               ELSE
                   IF WS_LOCK_AGE_MINUTES < WS_LOCK_STALE_MINUTES
                       DISPLAY "*** LOAD ALREADY IN PROGRESS ***"
                       DISPLAY "RUN " WS_LOCK_HELD_BY_TS " HOLDS "
                           WS_OTHER_LOCK_NAME " ("
                           WS_LOCK_AGE_MINUTES " MINUTE(S) OLD)"
                   ELSE
                       DISPLAY "*** STALE RUN LOCK FOUND ***"
                       DISPLAY "RUN " WS_LOCK_HELD_BY_TS " LEFT "
                           WS_OTHER_LOCK_NAME " BEHIND ("
                           WS_LOCK_AGE_MINUTES " MINUTE(S) OLD)"
                       DISPLAY "RERUN WITH DEMO_WRITER_LOCK_OVERRIDE=Y"
                           " TO TAKE IT OVER"
                   END-IF
                   PERFORM B4004_RELEASE_RUN_LOCK
                   MOVE 2 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           EXIT.

       *> points this run's reject and review output at the run
       *> date's generation files
       B4075_SET_OUTPUT_GENERATIONS.
           MOVE SPACES TO WS_REJECTS_PATH
           STRING "../src/resources/DEMO_DATA_REJECTS_"
                   DELIMITED BY SIZE,
               WS_CURRENT_DATE DELIMITED BY SIZE,
               ".TXT" DELIMITED BY SIZE
           INTO WS_REJECTS_PATH

           MOVE SPACES TO WS_REVIEW_PATH
           STRING "../src/resources/DEMO_DATA_REVIEW_"
                   DELIMITED BY SIZE,
               WS_CURRENT_DATE DELIMITED BY SIZE,
               ".TXT" DELIMITED BY SIZE
           INTO WS_REVIEW_PATH.

           *> a partition keeps its own until the settlement run
           *> brings them into the day's generation
           IF WS_PARTITION_INSTANCE
               MOVE WS_PART_REJECTS_PATH TO WS_REJECTS_PATH
               MOVE WS_PART_REVIEW_PATH TO WS_REVIEW_PATH
           END-IF.

           EXIT.

       *> keeps the generation register current: today's generation
       *> date is appended once, however many times the writer runs
       *> in a day (reruns share the day's generation files)
       B4098_UPDATE_GENERATION_REGISTER.
           MOVE ZERO TO WS_GEN_COUNT
           SET WS_GEN_TODAY_LISTED_FALSE TO TRUE
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_REJECT_GENERATIONS
           IF WS_GENERATIONS_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_REJECT_GENERATIONS
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           IF WS_GEN_COUNT < WS_GEN_TABLE_MAX
                               ADD 1 TO WS_GEN_COUNT
                               MOVE DEMO_REJECT_GENERATIONS_RECORD
                                   TO WS_GEN_ENTRY(WS_GEN_COUNT)
                               IF WS_GEN_ENTRY(WS_GEN_COUNT)
                                       = WS_CURRENT_DATE
                                   SET WS_GEN_TODAY_LISTED_TRUE
                                       TO TRUE
                               END-IF
                           END-IF
               SET WS_XREF_OPEN_FALSE TO TRUE
               DISPLAY "*** DEMO_XREF.IDX OPEN FAILED - STATUS "
                   WS_XREF_FILE_STATUS " ***"
               *> a settlement run is the only way the partitions'
               *> staged entries reach the index - settling without
               *> it would lose them for good, so nothing is settled
               IF WS_PARTITION_SETTLEMENT
                   DISPLAY "*** SETTLEMENT REFUSED - THE PARTITIONS' "
                       "CROSS-REFERENCE ENTRIES CANNOT BE APPLIED ***"
                   PERFORM B4004_RELEASE_RUN_LOCK
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           EXIT.

       *> a partition's entries are staged, not written to the index
       *> side by side with the other partitions - extended, so a
       *> restarted partition keeps what it staged before failing.
       *> A partition that can't stage can't be settled, so it stops.
       B4451_OPEN_XREF_STAGE.
           OPEN EXTEND DEMO_XREF_STAGE
           IF WS_XREF_STAGE_FILE_STATUS = "05"
                               OR WS_XREF_STAGE_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_XREF_STAGE
           END-IF
           IF WS_XREF_STAGE_FILE_STATUS = "00"
               SET WS_XREF_OPEN_TRUE TO TRUE
           ELSE
               DISPLAY "*** PARTITION " WS_PART_MY_ID
                   " CANNOT OPEN ITS CROSS-REFERENCE STAGING FILE - "
                   "STATUS " WS_XREF_STAGE_FILE_STATUS " ***"
               DISPLAY "    " WS_PART_XREF_PATH
               PERFORM B4004_RELEASE_RUN_LOCK
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXIT.
               MOVE DEMO_DATE TO XREF_DATE
               MOVE DEMO_STRING TO XREF_STRING
               MOVE WS_SOURCE_HV TO XREF_SOURCE
               MOVE DEMO_PROVIDER_REF TO XREF_PROVIDER_REF
               PERFORM B4470_STAMP_AND_PUT_XREF
           END-IF.

           EXIT.

       *> corrections identify the original record by the date and
       *> string carried on the 'C' record itself - or, found by its
       *> reference, the string B4155 read back off the row
       B4465_WRITE_XREF_FOR_CORRECTION.
           IF WS_XREF_OPEN_TRUE
               MOVE WS_CORR_ORIG_DATE TO XREF_DATE
               MOVE WS_CORR_ORIG_STRING TO XREF_STRING
               MOVE WS_SOURCE_HV TO XREF_SOURCE
               MOVE DB_PROVIDER_REF TO XREF_PROVIDER_REF
               PERFORM B4470_STAMP_AND_PUT_XREF
           END-IF.

           MOVE WS_DEMO_DATA_PATH TO XREF_SOURCE_FILE
           MOVE WS_XREF_DISPOSITION_WK TO XREF_DISPOSITION

           IF WS_PARTITION_INSTANCE
               WRITE DEMO_XREF_STAGE_RECORD FROM DEMO_XREF_RECORD
           ELSE
               WRITE DEMO_XREF_RECORD
                   INVALID KEY
                       REWRITE DEMO_XREF_RECORD
               END-WRITE
           END-IF.

           EXIT.

                   END-READ
               END-PERFORM
               CLOSE DEMO_FILE_REGISTER
           END-IF

           IF WS_PREFLIGHT_TRUE AND WS_FILE_NOT_YET_PROCESSED
               PERFORM B4645_FIND_PREFLIGHT_PASSED_FILE
           END-IF.

           EXIT.

       *> the refused retransmission, attributed to the source its
       *> header names (PRI for an old file without one) - unless
       *> this same file was already refused earlier today
       B4086_LOG_RETRANSMISSION.
           MOVE FUNCTION CURRENT-DATE TO WS_STAT_CLOCK_DATA
           MOVE WS_STAT_CLOCK_DATA(1:8) TO WS_RETX_LINE_DAY
           MOVE WS_SCAN_SOURCE TO WS_RETX_LINE_SOURCE
           IF WS_RETX_LINE_SOURCE = SPACES
               MOVE "PRI" TO WS_RETX_LINE_SOURCE
           END-IF
           MOVE WS_SCAN_RUN_DATE TO WS_RETX_LINE_RUN_DATE
           MOVE WS_SCAN_DETAIL_COUNT TO WS_RETX_LINE_COUNT
           MOVE WS_RUN_ID TO WS_RETX_LINE_RUN_ID
           MOVE WS_DEMO_DATA_PATH TO WS_RETX_LINE_PATH

           SET WS_RETX_ON_FILE_FALSE TO TRUE
           MOVE 'N' TO WS_EOF
           OPEN INPUT DEMO_RETRANSMISSIONS
           IF WS_RETX_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE OR WS_RETX_ON_FILE_TRUE
                   READ DEMO_RETRANSMISSIONS
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           IF RETX_DAY = WS_RETX_LINE_DAY
                             AND RETX_FILE_PATH = WS_RETX_LINE_PATH
                             AND RETX_RUN_DATE = WS_RETX_LINE_RUN_DATE
                             AND RETX_DETAIL_COUNT = WS_RETX_LINE_COUNT
                               SET WS_RETX_ON_FILE_TRUE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_RETRANSMISSIONS
           END-IF

           IF WS_RETX_ON_FILE_FALSE
               OPEN EXTEND DEMO_RETRANSMISSIONS
               IF WS_RETX_FILE_STATUS = "05"
                                   OR WS_RETX_FILE_STATUS = "35"
                   OPEN OUTPUT DEMO_RETRANSMISSIONS
               END-IF
               WRITE DEMO_RETRANSMISSIONS_RECORD FROM WS_RETX_LINE
               CLOSE DEMO_RETRANSMISSIONS
           END-IF.

           EXIT.
       B4096_PRESCAN_FILE_CONTROLS.
           MOVE SPACES TO WS_SCAN_RUN_DATE
           MOVE SPACES TO WS_SCAN_DETAIL_COUNT
           MOVE SPACES TO WS_SCAN_SOURCE
           MOVE SPACES TO WS_SCAN_FILE_SEQ
           MOVE SPACES TO WS_SCAN_LAYOUT_VERSION
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_DATA
                           WHEN 'H'
                               MOVE DEMO_DATA_RECORD(2:8)
                                   TO WS_SCAN_RUN_DATE
                               MOVE DEMO_DATA_RECORD(10:3)
                                   TO WS_SCAN_SOURCE
                               MOVE DEMO_DATA_RECORD(13:6)
                                   TO WS_SCAN_FILE_SEQ
                               MOVE DEMO_DATA_RECORD(19:2)
                                   TO WS_SCAN_LAYOUT_VERSION
                           WHEN 'T'
                               MOVE DEMO_DATA_RECORD(2:8)
                                   TO WS_SCAN_DETAIL_COUNT
           ELSE
               MOVE 'F' TO WS_ACK_CONTROL_CHECK
           END-IF
           MOVE SPACES TO WS_ACK_CONTACT
           MOVE WS_SOURCE_HV TO WS_PROV_SEARCH_CODE
           PERFORM B4832_FIND_PROVIDER
           IF WS_PROV_MATCH_IDX > ZERO
               MOVE WS_PROV_ENTRY_CONTACT(WS_PROV_MATCH_IDX)
                   TO WS_ACK_CONTACT
           END-IF

           *> a pre-flight pass sends nothing upstream - the would-be
           *> acknowledgment goes into the pre-flight report instead
           IF WS_PREFLIGHT_FALSE
               OPEN OUTPUT DEMO_ACK
           END-IF
           MOVE WS_ACK_FILE_LINE TO WS_ACK_OUT_LINE
           PERFORM B4510_PUT_ACK_LINE
           MOVE WS_ACK_SUMMARY_LINE TO WS_ACK_OUT_LINE
           PERFORM B4510_PUT_ACK_LINE

           MOVE ZERO TO WS_ACK_REASON_IDX
           PERFORM UNTIL WS_ACK_REASON_IDX >= WS_ACK_REASON_COUNT_USED
                   TO WS_ACK_REASON_TEXT
               MOVE WS_ACK_REASON_ENTRY_CNT(WS_ACK_REASON_IDX)
                   TO WS_ACK_REASON_COUNT
               MOVE WS_ACK_REASON_LINE TO WS_ACK_OUT_LINE
               PERFORM B4510_PUT_ACK_LINE
           END-PERFORM

           IF WS_PREFLIGHT_FALSE
               CLOSE DEMO_ACK
           END-IF.

           EXIT.

       B4510_PUT_ACK_LINE.
           IF WS_PREFLIGHT_TRUE
               MOVE WS_ACK_OUT_LINE TO WS_PREFLIGHT_ACK_IMAGE
               WRITE DEMO_PREFLIGHT_REPORT_RECORD
                   FROM WS_PREFLIGHT_ACK_LINE
           ELSE
               WRITE DEMO_ACK_RECORD FROM WS_ACK_OUT_LINE
           END-IF.

           EXIT.

           EXIT.

       *> one demo_run_stats row per input file processed: what was
       *> read, what happened to it, when the pass ran, and which
       *> source system sent it. The counts
       *> vanish with the console otherwise, and the DEMO-TREND job
       *> compares today's volumes against the trailing average to
       *> catch a shrinking (or half-written) feed.
           EXEC SQL
               INSERT INTO demo_run_stats
                   (run_id, file_path, records_read, accepted,
                    rejected, duplicates, started, ended,
                    source_system)
               VALUES (:WS_RUN_ID, :WS_AUDIT_FILE_PATH,
                       :WS_STAT_READ_COUNT, :WS_STAT_ACCEPTED_COUNT,
                       :WS_STAT_REJECTED_COUNT,
                       :WS_STAT_DUPLICATE_COUNT,
                       :WS_STAT_STARTED_TS, :WS_STAT_ENDED_TS,
                       :WS_SOURCE_HV)
           END-EXEC

           IF SQLCODE NOT = ZERO
           IF WS_FILE_ALREADY_PROCESSED_TRUE
               DISPLAY "FILE ALREADY PROCESSED - SKIPPED: "
                   WS_DEMO_DATA_PATH
               IF WS_PREFLIGHT_TRUE
                   MOVE WS_DEMO_DATA_PATH TO WS_PREFLIGHT_FILE_PATH
                   WRITE DEMO_PREFLIGHT_REPORT_RECORD
                       FROM WS_PREFLIGHT_FILE_LINE
                   MOVE "ON FILE REGISTER - LOAD WOULD REFUSE FILE"
                       TO WS_PREFLIGHT_NOTE
                   WRITE DEMO_PREFLIGHT_REPORT_RECORD
                       FROM WS_PREFLIGHT_NOTE_LINE
               ELSE
                   *> a partition leaves the refusal to the
                   *> settlement run, which logs it once
                   IF NOT WS_PARTITION_INSTANCE
                       PERFORM B4086_LOG_RETRANSMISSION
                   END-IF
               END-IF
           ELSE
               *> who sent it comes before whether it's the next one
               *> they owe - a sequence from an unknown source means
               *> nothing. A partition reaches the same verdict the
               *> settlement run will, and leaves the ack to it.
               PERFORM B4830_CHECK_PROVIDER
               IF WS_PROV_REFUSE
                   IF WS_PARTITION_INSTANCE
                       MOVE WS_PROV_REFUSE_REASON
                           TO WS_WHOLE_FILE_REASON
                       PERFORM B4866_PARTITION_PASSES_FILE
                   ELSE
                       PERFORM B4835_REFUSE_FILE_ON_PROVIDER
                   END-IF
               ELSE
                   PERFORM B4800_CHECK_FILE_SEQUENCE
                   IF WS_SEQ_HOLD
                       IF WS_PARTITION_INSTANCE
                           MOVE WS_SEQ_HOLD_REASON
                               TO WS_WHOLE_FILE_REASON
                           PERFORM B4866_PARTITION_PASSES_FILE
                       ELSE
                           PERFORM B4810_HOLD_FILE_ON_SEQUENCE
                       END-IF
                   ELSE
                       IF WS_PARTITION_SETTLEMENT
                           PERFORM B4880_SETTLE_PARTITIONED_FILE
                       ELSE
                           PERFORM B4005_PROCESS_ONE_INPUT_FILE
                       END-IF
                   END-IF
               END-IF
           END-IF.

           EXIT.

       B4005_PROCESS_ONE_INPUT_FILE.
           *> a restarted partition picks up at the file it failed on
           *> - the files before it are already loaded and reported,
           *> and reading them again would report them twice
           IF WS_PARTITION_INSTANCE
               PERFORM B4868_CHECK_PARTITION_FINISHED
               IF WS_PART_FILE_FINISHED_TRUE
                   DISPLAY "PARTITION " WS_PART_MY_ID
                       " ALREADY FINISHED " WS_DEMO_DATA_PATH
                       " - SKIPPED"
               ELSE
                   PERFORM B4011_LOAD_ONE_INPUT_FILE
               END-IF
           ELSE
               PERFORM B4011_LOAD_ONE_INPUT_FILE
           END-IF.

           EXIT.

       B4011_LOAD_ONE_INPUT_FILE.
           MOVE 'N' TO WS_EOF
           *> each file speaks for its own originator - the source
           *> code holds the default until the file's header says
           *> otherwise
           MOVE "PRI" TO WS_SOURCE_HV
           SET WS_DETAIL_LAYOUT_ORIGINAL TO TRUE
           *> a pre-flight pass always reads the whole file and never
           *> looks at (or leaves) a restart point
           IF WS_PREFLIGHT_TRUE
               MOVE ZERO TO WS_CHECKPOINT_COUNT
               MOVE ZERO TO WS_PREFLIGHT_SEEN_COUNT
               MOVE WS_DEMO_DATA_PATH TO WS_PREFLIGHT_FILE_PATH
               WRITE DEMO_PREFLIGHT_REPORT_RECORD
                   FROM WS_PREFLIGHT_FILE_LINE
           ELSE
               PERFORM B4040_READ_CHECKPOINT
           END-IF

           MOVE ZERO TO WS_RECORD_NUMBER
           MOVE ZERO TO WS_DETAIL_COUNT
           MOVE ZERO TO WS_STAT_REJECTED_COUNT
           MOVE ZERO TO WS_STAT_DUPLICATE_COUNT
           MOVE ZERO TO WS_ACK_REASON_COUNT_USED
           MOVE ZERO TO WS_BACKDATE_COUNT
           *> a file without a header (or with a garbled run date) is
           *> aged against today - see B4130_CAPTURE_HEADER
           MOVE WS_CURRENT_DATE TO WS_BACKDATE_REF_DATE
           SET WS_FILE_COUNT_MISMATCH_FALSE TO TRUE
           MOVE FUNCTION CURRENT-DATE TO WS_STAT_CLOCK_DATA
           MOVE WS_STAT_CLOCK_DATA(1:14) TO WS_STAT_STARTED_TS

           *> a partition with no share of this file doesn't read it,
           *> but still reports it finished for the settlement run
           IF WS_PARTITION_INSTANCE
               PERFORM B4863_DETERMINE_FILE_SHARE
               IF WS_PART_SHARE_NONE
                   DISPLAY "PARTITION " WS_PART_MY_ID
                       " HAS NO SHARE OF " WS_DEMO_DATA_PATH
                   MOVE 'Y' TO WS_EOF
               END-IF
           END-IF

           OPEN INPUT DEMO_DATA
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_DATA INTO DEMO_REC
                       NOT AT END

                           ADD 1 TO WS_RECORD_NUMBER
                           PERFORM B4861_CHECK_PARTITION_RECORD
                           IF WS_PART_RECORD_MINE_TRUE
                               EVALUATE DEMO_DATA_RECORD(1:1)
                                   WHEN 'H'
                                       PERFORM B4130_CAPTURE_HEADER
                                   WHEN 'T'
                                       *> a partition's share can't
                                       *> balance to the whole file's
                                       *> trailer - see B4880
                                       IF NOT WS_PARTITION_INSTANCE
                                           PERFORM B4140_CHECK_TRAILER
                                       END-IF
                                   WHEN 'C'
                                       PERFORM B4145_COUNT_CORRECTION
                                   WHEN 'P'
                                       PERFORM B4175_COUNT_PENDING
                                   WHEN 'L'
                                       PERFORM B4176_COUNT_RELEASE
                                   WHEN OTHER
                                       PERFORM B4125_LOAD_DETAIL_RECORD
                               END-EVALUATE
                           END-IF

                   END-READ
               END-PERFORM.
           CLOSE DEMO_DATA.

           IF WS_PREFLIGHT_TRUE
               PERFORM B4640_WRITE_PREFLIGHT_FILE_TOTALS
           ELSE
               PERFORM B4006_SETTLE_LOADED_FILE
           END-IF.

           EXIT.

       B4006_SETTLE_LOADED_FILE.
           *> whatever the last partial batch still holds goes durable
           *> before the checkpoint is reset for the next run
           IF WS_COMMIT_PENDING_COUNT > ZERO
           *> should start over from the top rather than skip this file
           PERFORM B4070_RESET_CHECKPOINT

           *> a partition reports its share to the settlement run,
           *> which settles the file's controls once for all of them
           IF WS_PARTITION_INSTANCE
               PERFORM B4865_WRITE_PARTITION_RESULT
           ELSE
               PERFORM B4008_SETTLE_FILE_CONTROLS
           END-IF

           IF WS_BACKDATE_COUNT > ZERO
               PERFORM B4265_APPEND_BACKDATED
           END-IF.

           EXIT.

       *> the file's statistics row, its register line and sequence
       *> advance when the controls balanced, and the ack - for a
       *> partitioned load, done by the settlement run over the
       *> partitions' added-up counts
       B4008_SETTLE_FILE_CONTROLS.
           PERFORM B4090_WRITE_RUN_STATS

           *> only a file whose controls balanced goes on the
           IF WS_FILE_COUNT_MISMATCH_FALSE
                   AND WS_SCAN_DETAIL_COUNT NOT = SPACES
               PERFORM B4097_APPEND_FILE_REGISTER
               PERFORM B4820_ADVANCE_FILE_SEQUENCE
           END-IF

           PERFORM B4500_WRITE_ACK_FILE.

           EXIT.

       B4125_LOAD_DETAIL_RECORD.
           ADD 1 TO WS_DETAIL_COUNT
           PERFORM B4126_EXTRACT_DETAIL_AMOUNT
           PERFORM B4127_EXTRACT_PROVIDER_REF
           IF WS_PREFLIGHT_TRUE
               PERFORM B4620_PREFLIGHT_DETAIL_RECORD
           ELSE
               IF WS_RECORD_NUMBER > WS_CHECKPOINT_COUNT
                   PERFORM B4120_LOAD_FILE_RECORD
               END-IF
           END-IF.

           EXIT.

           EXIT.

       *> on an extended-layout file the transaction reference is
       *> what identifies the record from here on - the duplicate
       *> guard, corrections, releases and the cross-reference all
       *> key on it - so a detail without one is rejected rather
       *> than falling back to the weak date-and-string key. An
       *> original-layout file has no reference and whatever sits in
       *> those positions is not read.
       B4127_EXTRACT_PROVIDER_REF.
           SET WS_GOOD_REFERENCE_TRUE TO TRUE

           IF WS_DETAIL_LAYOUT_EXTENDED
               MOVE DEMO_PROVIDER_REF TO DB_PROVIDER_REF
               IF DB_PROVIDER_REF = SPACES
                   SET WS_GOOD_REFERENCE_FALSE TO TRUE
               END-IF
           ELSE
               MOVE SPACES TO DEMO_PROVIDER_REF
               MOVE SPACES TO DB_PROVIDER_REF
           END-IF.

           EXIT.

       *> corrections are counted toward their own trailer total and
       *> ride the same restart checkpoint as details - a correction
       *> already applied before an abend isn't re-applied on restart
       B4145_COUNT_CORRECTION.
           ADD 1 TO WS_CORRECTION_COUNT
           *> counted toward the trailer either way - a pre-flight
           *> pass never applies one
           IF WS_RECORD_NUMBER > WS_CHECKPOINT_COUNT
                   AND WS_PREFLIGHT_FALSE
               PERFORM B4150_APPLY_CORRECTION
           END-IF.

       *> like the 'C' correction convention they sit beside.
       B4175_COUNT_PENDING.
           IF WS_RECORD_NUMBER > WS_CHECKPOINT_COUNT
                   AND WS_PREFLIGHT_FALSE
               PERFORM B4180_STAGE_PENDING_RECORD
           END-IF.


       B4176_COUNT_RELEASE.
           IF WS_RECORD_NUMBER > WS_CHECKPOINT_COUNT
                   AND WS_PREFLIGHT_FALSE
               PERFORM B4185_APPLY_RELEASE
           END-IF.

       *> days later, and it is the release that answers to the
       *> calendar and the closed periods as of that day.
       B4180_STAGE_PENDING_RECORD.
           MOVE DEMO_DATA_RECORD(2:43) TO DEMO_REC
           IF WS_DETAIL_LAYOUT_ORIGINAL
               MOVE SPACES TO DEMO_PROVIDER_REF
           END-IF
           MOVE DEMO_PROVIDER_REF TO DB_PROVIDER_REF

           IF DEMO_DATE NOT NUMERIC
               MOVE DEMO_DATA_RECORD TO WS_REJECT_RECORD
               EXEC SQL
                   INSERT INTO demo_pending
                       (report_date, report_text, amount,
                        source_system, run_id, staged_date,
                        provider_ref)
                   VALUES (:DB_DATE, :DB_STRING, :DB_AMOUNT,
                           :WS_SOURCE_HV, :WS_RUN_ID,
                           :WS_STAGED_DATE, :DB_PROVIDER_REF)
               END-EXEC

               IF SQLCODE NOT = ZERO
       *> the release either promotes the parked record through the
       *> same validation and insert path as a detail record, or
       *> drops it - both with an audit row, both scoped to the
       *> sending provider's pending row. An extended-layout release
       *> finds its row by date and transaction reference; an
       *> original-layout one by date and string, and is refused if
       *> that now names more than one staged transaction.
       B4185_APPLY_RELEASE.
           MOVE DEMO_DATA_RECORD TO WS_RELEASE_RECORD

           INTO DB_DATE
           MOVE WS_REL_STRING TO DB_STRING

           IF WS_DETAIL_LAYOUT_EXTENDED
               MOVE WS_REL_PROVIDER_REF TO DB_PROVIDER_REF
               EXEC SQL
                   SELECT COUNT(*), COALESCE(MAX(amount), 0),
                          COALESCE(MAX(report_text), ' ')
                     INTO :DB_PENDING_COUNT, :DB_PENDING_AMOUNT,
                          :DB_STRING
                   FROM demo_pending
                   WHERE report_date = :DB_DATE
                     AND provider_ref = :DB_PROVIDER_REF
                     AND source_system = :WS_SOURCE_HV
               END-EXEC
               IF DB_PENDING_COUNT > ZERO
                   MOVE DB_STRING(1:6) TO WS_REL_STRING
               ELSE
                   MOVE WS_REL_STRING TO DB_STRING
               END-IF
           ELSE
               EXEC SQL
                   SELECT COUNT(*), COALESCE(MAX(amount), 0),
                          COALESCE(MAX(provider_ref), ' ')
                     INTO :DB_PENDING_COUNT, :DB_PENDING_AMOUNT,
                          :DB_PROVIDER_REF
                   FROM demo_pending
                   WHERE report_date = :DB_DATE
                     AND report_text = :DB_STRING
                     AND source_system = :WS_SOURCE_HV
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF

           IF DB_PENDING_COUNT = ZERO
                   OR (WS_DETAIL_LAYOUT_EXTENDED
                       AND DB_PROVIDER_REF = SPACES)
               DISPLAY "RELEASE FOR NO PENDING RECORD: " WS_REL_DATE
                   " " WS_REL_STRING " " DB_PROVIDER_REF
               MOVE "RELEASE-NOTFOUND" TO WS_AUDIT_ACTION
               PERFORM B3450_WRITE_AUDIT_ROW
               PERFORM B3405_COMMIT_ROW
               PERFORM B4060_WRITE_CHECKPOINT
           ELSE
           IF DB_PENDING_COUNT > 1
               DISPLAY "RELEASE MATCHES " DB_PENDING_COUNT
                   " PENDING RECORDS - NEEDS TRANSACTION REF: "
                   WS_REL_DATE " " WS_REL_STRING
               MOVE "RELEASE-AMBIGUOUS" TO WS_AUDIT_ACTION
               PERFORM B3450_WRITE_AUDIT_ROW
               PERFORM B3405_COMMIT_ROW
               PERFORM B4060_WRITE_CHECKPOINT
           ELSE
               IF WS_REL_ACTION_WITHDRAW
                   PERFORM B4186_WITHDRAW_PENDING_ROW
               ELSE
                   PERFORM B4187_PROMOTE_PENDING_ROW
               END-IF
           END-IF
           END-IF.

           EXIT.
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :WS_SOURCE_HV
                 AND COALESCE(provider_ref, ' ') = :DB_PROVIDER_REF
           END-EXEC

           IF SQLCODE NOT = ZERO
           MOVE WS_REL_DATE TO DEMO_DATE
           MOVE WS_REL_STRING TO DEMO_STRING
           MOVE DB_PENDING_AMOUNT TO DEMO_AMOUNT_TEXT
           MOVE DB_PROVIDER_REF TO DEMO_PROVIDER_REF

           PERFORM B4100_PROCESS_FILE_RECORD
           IF WS_GOOD_DATE_TRUE AND WS_GOOD_STRING_TRUE
                   WHERE report_date = :DB_DATE
                     AND report_text = :DB_STRING
                     AND source_system = :WS_SOURCE_HV
                     AND COALESCE(provider_ref, ' ')
                         = :DB_PROVIDER_REF
               END-EXEC

               IF SQLCODE NOT = ZERO AND SQLSTATE NOT = "02000"
           EXEC SQL
               INSERT INTO demo_audit
                   (run_id, file_path, record_number, action,
                    record_date, record_text, provider_ref)
               SELECT :WS_RUN_ID, 'PENDING', 0, 'PENDING-EXPIRED',
                      report_date, report_text, provider_ref
               FROM demo_pending
               WHERE staged_date < :WS_PENDING_CUTOFF
           END-EXEC
       B4150_APPLY_CORRECTION.
           MOVE DEMO_DATA_RECORD TO WS_CORRECTION_RECORD
           MOVE DEMO_DATA_RECORD TO WS_CORR_REPORT_IMAGE
           IF WS_DETAIL_LAYOUT_EXTENDED
               MOVE WS_CORR_PROVIDER_REF TO DB_PROVIDER_REF
           ELSE
               MOVE SPACES TO DB_PROVIDER_REF
           END-IF

           MOVE WS_CORR_ORIG_DATE(1:6) TO WS_CHECK_PERIOD
           PERFORM B4250_FIND_CLOSED_PERIOD
                       FROM WS_CORR_REPORT_LINE
               ELSE
               IF WS_CORR_ACTION_REVERSE OR WS_CORR_ACTION_REPLACE
                   IF WS_DETAIL_LAYOUT_EXTENDED
                           AND DB_PROVIDER_REF = SPACES
                       MOVE "MISSING TRANSACTION REF"
                           TO WS_CORR_REPORT_RESULT
                       WRITE DEMO_CORRECTIONS_REPORT_RECORD
                           FROM WS_CORR_REPORT_LINE
                   ELSE
                       PERFORM B4155_APPLY_CORRECTION_TO_ROW
                   END-IF
               ELSE
                   MOVE "BAD CORRECTION ACTION" TO WS_CORR_REPORT_RESULT
                   WRITE DEMO_CORRECTIONS_REPORT_RECORD
       *> looks the identified record up the same way B3400_INSERT_ROW
       *> guards duplicates, then reverses it out of demo_table or
       *> replaces its string value - each applied correction commits
       *> and checkpoints like an accepted detail record does. Either
       *> lookup leaves DB_STRING and DB_PROVIDER_REF holding the
       *> row's own values, so the statements below name exactly one
       *> row whichever way it was found.
       B4155_APPLY_CORRECTION_TO_ROW.
           STRING WS_CORR_ORIG_DATE(1:4) DELIMITED BY SIZE,
               '-' DELIMITED BY SIZE,
           MOVE WS_CORR_ORIG_STRING TO DB_STRING

           *> a correction only reaches the rows its own originator
           *> loaded - provider B can't take back provider A's record.
           *> The row's own amount rides onto the REVERSED/REPLACED
           *> audit row, so the trail says how much money moved.
           IF DB_PROVIDER_REF NOT = SPACES
               EXEC SQL
                   SELECT COUNT(*), COALESCE(MAX(amount), 0),
                          COALESCE(MAX(report_text), ' ')
                     INTO :DB_RECORD_COUNT, :DB_AMOUNT, :DB_STRING
                   FROM demo_table
                   WHERE report_date = :DB_DATE
                     AND provider_ref = :DB_PROVIDER_REF
                     AND source_system = :WS_SOURCE_HV
               END-EXEC
               IF DB_RECORD_COUNT > ZERO
                   MOVE DB_STRING(1:6) TO WS_CORR_ORIG_STRING
               END-IF
           ELSE
               EXEC SQL
                   SELECT COUNT(*), COALESCE(MAX(amount), 0),
                          COALESCE(MAX(provider_ref), ' ')
                     INTO :DB_RECORD_COUNT, :DB_AMOUNT,
                          :DB_PROVIDER_REF
                   FROM demo_table
                   WHERE report_date = :DB_DATE
                     AND report_text = :DB_STRING
                     AND source_system = :WS_SOURCE_HV
               END-EXEC
           END-IF

           IF SQLCODE NOT = ZERO
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF

           MOVE ZERO TO DB_LEGAL_HOLD_COUNT
           IF DB_RECORD_COUNT = 1
               PERFORM B4158_CHECK_LEGAL_HOLD
           END-IF

           IF DB_RECORD_COUNT = ZERO
               ADD 1 TO WS_CORRECTIONS_NOT_FOUND
               MOVE "RECORD NOT FOUND" TO WS_CORR_REPORT_RESULT
               WRITE DEMO_CORRECTIONS_REPORT_RECORD
                   FROM WS_CORR_REPORT_LINE
           ELSE
           IF DB_RECORD_COUNT > 1
               *> only an original-layout correction can get here -
               *> its date and string now name more than one
               *> transaction, and guessing which is what the
               *> reference exists to stop. Counted with the not-
               *> found: no single row was identified.
               ADD 1 TO WS_CORRECTIONS_NOT_FOUND
               MOVE "AMBIGUOUS - NEEDS TXN REF"
                   TO WS_CORR_REPORT_RESULT
               WRITE DEMO_CORRECTIONS_REPORT_RECORD
                   FROM WS_CORR_REPORT_LINE
               DISPLAY "CORRECTION REFUSED - " DB_RECORD_COUNT
                   " ROWS MATCH: " WS_CORR_ORIG_DATE " "
                   WS_CORR_ORIG_STRING " " WS_SOURCE_HV
           ELSE
           IF DB_LEGAL_HOLD_COUNT > ZERO
               *> a record frozen for a dispute is neither reversed
               *> nor restated - the sender hears why on the report
               ADD 1 TO WS_CORRECTIONS_LEGAL_HOLD
               MOVE "REFUSED - LEGAL HOLD" TO WS_CORR_REPORT_RESULT
               WRITE DEMO_CORRECTIONS_REPORT_RECORD
                   FROM WS_CORR_REPORT_LINE
               DISPLAY "CORRECTION REFUSED - LEGAL HOLD: "
                   WS_CORR_ORIG_DATE " " WS_CORR_ORIG_STRING " "
                   WS_SOURCE_HV
           ELSE
               IF WS_CORR_ACTION_REVERSE
                   PERFORM B4156_REVERSE_ROW
                   FROM WS_CORR_REPORT_LINE
               PERFORM B3405_COMMIT_ROW
               PERFORM B4060_WRITE_CHECKPOINT
           END-IF
           END-IF
           END-IF.

           EXIT.

       *> the identified row against the legal hold register - the
       *> same hold test the archive step applies
       B4158_CHECK_LEGAL_HOLD.
           EXEC SQL
               SELECT COUNT(*) INTO :DB_LEGAL_HOLD_COUNT
               FROM demo_table t
               WHERE t.report_date = :DB_DATE
                 AND t.report_text = :DB_STRING
                 AND t.source_system = :WS_SOURCE_HV
                 AND COALESCE(t.provider_ref, ' ') = :DB_PROVIDER_REF
                 AND EXISTS
                   (SELECT 1 FROM demo_legal_hold h
                    WHERE h.hold_status = 'A'
                      AND ((h.hold_kind = 'R'
                            AND h.run_id = t.run_id)
                        OR (h.hold_kind = 'D'
                            AND t.report_date
                                BETWEEN h.from_date AND h.to_date)
                        OR (h.hold_kind = 'K'
                            AND t.report_date = h.from_date
                            AND t.report_text = h.report_text
                            AND t.source_system = h.source_system)))
           END-EXEC

           IF SQLCODE NOT = ZERO
               PERFORM B8000_SQL_ERROR STOP RUN
           END-IF.

           EXIT.
               WHERE report_date = :DB_DATE
                 AND report_text = :DB_STRING
                 AND source_system = :WS_SOURCE_HV
                 AND COALESCE(provider_ref, ' ') = :DB_PROVIDER_REF
           END-EXEC

           IF SQLCODE NOT = ZERO
               WHERE report_date = :DB_DATE
                 AND report_text = :WS_CORR_OLD_STRING_HV
                 AND source_system = :WS_SOURCE_HV
                 AND COALESCE(provider_ref, ' ') = :DB_PROVIDER_REF
           END-EXEC

           IF SQLCODE NOT = ZERO

           MOVE "REPLACED" TO WS_CORR_REPORT_RESULT
           MOVE "REPLACED" TO WS_AUDIT_ACTION
           MOVE WS_CORR_OLD_STRING_HV TO WS_AUDIT_PRIOR_TEXT
           PERFORM B3450_WRITE_AUDIT_ROW.
           MOVE SPACES TO WS_AUDIT_PRIOR_TEXT.
           MOVE "REPLACED" TO WS_XREF_DISPOSITION_WK.
           PERFORM B4465_WRITE_XREF_FOR_CORRECTION.

       B4170_WRITE_CORRECTIONS_SUMMARY.
           MOVE WS_CORRECTIONS_APPLIED TO WS_CORR_SUMMARY_APPLIED
           MOVE WS_CORRECTIONS_NOT_FOUND TO WS_CORR_SUMMARY_NOT_FOUND
           MOVE WS_CORRECTIONS_LEGAL_HOLD
               TO WS_CORR_SUMMARY_LEGAL_HOLD
           WRITE DEMO_CORRECTIONS_REPORT_RECORD
               FROM WS_CORR_SUMMARY_LINE.

               MOVE WS_HEADER_SOURCE TO WS_SOURCE_HV
           END-IF

           IF WS_HEADER_RUN_DATE IS NUMERIC
               MOVE WS_HEADER_RUN_DATE TO WS_BACKDATE_REF_DATE
           END-IF

           *> an unknown version never gets this far - B4838 refuses
           *> the file on the pre-scan
           IF WS_HEADER_LAYOUT_VERSION = "02"
               SET WS_DETAIL_LAYOUT_EXTENDED TO TRUE
           ELSE
               SET WS_DETAIL_LAYOUT_ORIGINAL TO TRUE
           END-IF

           DISPLAY "FILE HEADER - RUN DATE: " WS_HEADER_RUN_DATE
               " SOURCE: " WS_SOURCE_HV
               " LAYOUT: " WS_HEADER_LAYOUT_VERSION.

           EXIT.

                                AND WS_GOOD_CROSS_TRUE
                                AND WS_GOOD_SWITCH_TRUE
                                AND WS_GOOD_AMOUNT_TRUE
                                AND WS_GOOD_REFERENCE_TRUE
               PERFORM B3400_INSERT_ROW
               *> only a row that actually landed in demo_table moves
               *> a report already cut - a duplicate didn't, and a
               *> held row waits for DEMO-AMTHOLD's release
               IF DB_RECORD_COUNT = ZERO AND WS_HOLD_APPLIES_FALSE
                   PERFORM B4260_CHECK_BACKDATED
               END-IF
               *> accepted rows and duplicate skips both wrote to the
               *> database (a row or its audit trail) - they ride the
               *> current batch until the interval comes due, when
               IF DEMO_STRING_SWITCH = 'B' AND DB_RECORD_COUNT = ZERO
                   MOVE DEMO_DATA_RECORD TO WS_REVIEW_RECORD
                   MOVE WS_SOURCE_HV TO WS_REVIEW_SOURCE
                   MOVE DB_PROVIDER_REF TO WS_REVIEW_PROVIDER_REF
                   WRITE DEMO_DATA_REVIEW_RECORD FROM WS_REVIEW_LINE
               END-IF
           ELSE
       B4110_WRITE_REJECT_RECORD.
           MOVE DEMO_DATA_RECORD TO WS_REJECT_RECORD.
           MOVE WS_SOURCE_HV TO WS_REJECT_SOURCE.
           PERFORM B4111_SET_REJECT_REASON.

           WRITE DEMO_DATA_REJECTS_RECORD FROM WS_REJECT_LINE.
           ADD 1 TO WS_STAT_REJECTED_COUNT.

           EXIT.

       *> the first failed check names the reject - shared by the load
       *> and the pre-flight pass so both say the same thing
       B4111_SET_REJECT_REASON.
           EVALUATE TRUE
               WHEN WS_GOOD_DATE_FALSE AND WS_GOOD_STRING_FALSE
                   MOVE "BAD DATE AND BAD STRING" TO WS_REJECT_REASON
               WHEN WS_GOOD_DATE_FALSE
                   MOVE "BAD DATE" TO WS_REJECT_REASON
               WHEN WS_GOOD_STRING_FALSE
                   MOVE "BAD STRING" TO WS_REJECT_REASON
               WHEN WS_GOOD_CALENDAR_FALSE
                   MOVE "BAD CALENDAR DATE" TO WS_REJECT_REASON
               WHEN WS_GOOD_BUSDAY_FALSE AND WS_BUSDAY_HOLIDAY_TRUE
                   MOVE "HOLIDAY DATE" TO WS_REJECT_REASON
               WHEN WS_GOOD_BUSDAY_FALSE
                   MOVE "NOT A BUSINESS DAY" TO WS_REJECT_REASON
               WHEN WS_GOOD_PERIOD_FALSE
                   MOVE "CLOSED PERIOD" TO WS_REJECT_REASON
               WHEN WS_GOOD_CROSS_FALSE
                   MOVE "DAY MISMATCH" TO WS_REJECT_REASON
               WHEN WS_GOOD_SWITCH_FALSE
                   MOVE "BAD SWITCH COUNTER" TO WS_REJECT_REASON
               WHEN WS_GOOD_AMOUNT_FALSE
                   MOVE "BAD AMOUNT" TO WS_REJECT_REASON
               WHEN WS_GOOD_REFERENCE_FALSE
                   MOVE "MISSING TRANSACTION REF" TO WS_REJECT_REASON
           END-EVALUATE.

           EXIT.

       *> BUSINESS LOGIC
       B4100_PROCESS_FILE_RECORD.
           SET WS_GOOD_SWITCH_TRUE TO TRUE
           SET WS_GOOD_CALENDAR_TRUE TO TRUE
           SET WS_GOOD_BUSDAY_TRUE TO TRUE
           SET WS_BUSDAY_HOLIDAY_FALSE TO TRUE

           EXIT.

       *> ages the record in business days - calendar 'B' dates
       *> after the record's own date, up to and including the
       *> file's run date - and tallies it against its date and
       *> source once that passes the back-date limit. Without a
       *> calendar there is nothing to count business days with, so
       *> nothing is flagged (the business-day check is off too).
       B4260_CHECK_BACKDATED.
           IF WS_CALENDAR_LOADED_TRUE
                   AND DEMO_DATE < WS_BACKDATE_REF_DATE
               MOVE ZERO TO WS_BACKDATE_AGE
               MOVE ZERO TO WS_CALENDAR_IDX
               PERFORM UNTIL WS_CALENDAR_IDX >= WS_CALENDAR_COUNT
                   ADD 1 TO WS_CALENDAR_IDX
                   IF WS_CALENDAR_ENTRY_TYPE(WS_CALENDAR_IDX) = 'B'
                       AND WS_CALENDAR_ENTRY_DATE(WS_CALENDAR_IDX)
                               > DEMO_DATE
                       AND WS_CALENDAR_ENTRY_DATE(WS_CALENDAR_IDX)
                               NOT > WS_BACKDATE_REF_DATE
                       ADD 1 TO WS_BACKDATE_AGE
                   END-IF
               END-PERFORM

               IF WS_BACKDATE_AGE > WS_BACKDATE_DAYS
                   PERFORM B4261_TALLY_BACKDATED
               END-IF
           END-IF.

           EXIT.

       B4261_TALLY_BACKDATED.
           SET WS_BACKDATE_FOUND_FALSE TO TRUE
           MOVE ZERO TO WS_BACKDATE_IDX
           PERFORM UNTIL WS_BACKDATE_IDX >= WS_BACKDATE_COUNT
                               OR WS_BACKDATE_FOUND_TRUE
               ADD 1 TO WS_BACKDATE_IDX
               IF WS_BACKDATE_ENTRY_DATE(WS_BACKDATE_IDX) = DEMO_DATE
                   AND WS_BACKDATE_ENTRY_SOURCE(WS_BACKDATE_IDX)
                           = WS_SOURCE_HV
                   SET WS_BACKDATE_FOUND_TRUE TO TRUE
               END-IF
           END-PERFORM

           IF WS_BACKDATE_FOUND_FALSE
               IF WS_BACKDATE_COUNT < WS_BACKDATE_TABLE_MAX
                   ADD 1 TO WS_BACKDATE_COUNT
                   MOVE WS_BACKDATE_COUNT TO WS_BACKDATE_IDX
                   MOVE DEMO_DATE
                       TO WS_BACKDATE_ENTRY_DATE(WS_BACKDATE_IDX)
                   MOVE WS_SOURCE_HV
                       TO WS_BACKDATE_ENTRY_SOURCE(WS_BACKDATE_IDX)
                   MOVE ZERO
                       TO WS_BACKDATE_ENTRY_COUNT(WS_BACKDATE_IDX)
                   MOVE ZERO
                       TO WS_BACKDATE_ENTRY_AMOUNT(WS_BACKDATE_IDX)
                   SET WS_BACKDATE_FOUND_TRUE TO TRUE
               ELSE
                   DISPLAY "BACK-DATED TABLE FULL - DATE NOT TALLIED: "
                       DEMO_DATE " " WS_SOURCE_HV
               END-IF
           END-IF

           IF WS_BACKDATE_FOUND_TRUE
               ADD 1 TO WS_BACKDATE_ENTRY_COUNT(WS_BACKDATE_IDX)
               ADD DB_AMOUNT
                   TO WS_BACKDATE_ENTRY_AMOUNT(WS_BACKDATE_IDX)
           END-IF.

           EXIT.

       *> the file's tally goes out only once its rows are committed
       *> (B4006_SETTLE_LOADED_FILE) - a date is never flagged for
       *> regeneration on the strength of rows a rollback took back
       B4265_APPEND_BACKDATED.
           OPEN EXTEND DEMO_BACKDATED
           IF WS_BACKDATED_FILE_STATUS = "05"
                               OR WS_BACKDATED_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_BACKDATED
           END-IF

           MOVE ZERO TO WS_BACKDATE_IDX
           PERFORM UNTIL WS_BACKDATE_IDX >= WS_BACKDATE_COUNT
               ADD 1 TO WS_BACKDATE_IDX
               MOVE WS_RUN_ID TO WS_BACKDATED_RUN_ID
               MOVE WS_BACKDATE_ENTRY_DATE(WS_BACKDATE_IDX)
                   TO WS_BACKDATED_DATE
               MOVE WS_BACKDATE_ENTRY_SOURCE(WS_BACKDATE_IDX)
                   TO WS_BACKDATED_SOURCE
               MOVE WS_BACKDATE_ENTRY_COUNT(WS_BACKDATE_IDX)
                   TO WS_BACKDATED_RECORDS
               MOVE WS_BACKDATE_ENTRY_AMOUNT(WS_BACKDATE_IDX)
                   TO WS_BACKDATED_AMOUNT
               MOVE WS_BACKDATE_REF_DATE TO WS_BACKDATED_REF_DATE
               MOVE 'O' TO WS_BACKDATED_STATE
               MOVE SPACES TO WS_BACKDATED_REGEN_TS
               WRITE DEMO_BACKDATED_RECORD FROM WS_BACKDATED_LINE
               DISPLAY "BACK-DATED RECORDS LOADED FOR "
                   WS_BACKDATED_DATE " " WS_BACKDATED_SOURCE ": "
                   WS_BACKDATED_RECORDS " - REPORT DUE REGENERATION"
           END-PERFORM

           CLOSE DEMO_BACKDATED.

           EXIT.

       *> a record dated into a month DEMO-MONTHCLOSE has closed is
       *> rejected outright - the month's numbers are locked in
       *> demo_monthly_summary and handed over, so late detail can't

           EXIT.

       *> VALIDATE-ONLY (PRE-FLIGHT) MODE

       B4600_DETERMINE_PREFLIGHT_MODE.
           MOVE SPACE TO WS_PREFLIGHT_TEXT
           ACCEPT WS_PREFLIGHT_TEXT FROM ENVIRONMENT
               "DEMO_WRITER_PREFLIGHT"

           IF WS_PREFLIGHT_TEXT = 'Y'
               SET WS_PREFLIGHT_TRUE TO TRUE
               DISPLAY "*** PRE-FLIGHT (VALIDATE-ONLY) RUN - NOTHING "
                   "WILL BE LOADED ***"
           ELSE
               SET WS_PREFLIGHT_FALSE TO TRUE
           END-IF.

           EXIT.

       *> the read-only half of a load: the same closed periods,
       *> calendar, file list and file register the load would
       *> consult, and every record through the same checks - but no
       *> run lock (nothing here competes with a real load), and none
       *> of the load's durable outputs or housekeeping steps
       B4605_PREFLIGHT_LOGIC.
           PERFORM B3100_CONNECT
           PERFORM B3080_LOAD_CLOSED_PERIODS
           PERFORM B4610_OPEN_PREFLIGHT_REPORT
           PERFORM B4080_LOAD_CALENDAR
           PERFORM B4780_LOAD_PROVIDER_MASTER
           PERFORM B4760_LOAD_HOLD_LIMITS
           PERFORM B4790_LOAD_SOURCE_SEQUENCES
           PERFORM B4010_DETERMINE_FILE_LIST
           PERFORM B4020_PROCESS_ALL_INPUT_FILES
           CLOSE DEMO_PREFLIGHT_REPORT

           IF WS_COUNT_MISMATCH_TRUE
               DISPLAY "*** PRE-FLIGHT: CONTROL TOTALS WOULD FAIL ***"
               MOVE 1 TO RETURN-CODE
           END-IF

           *> only SELECTs were issued - nothing to keep
           EXEC SQL ROLLBACK WORK END-EXEC

           EXEC SQL
               DISCONNECT ALL
           END-EXEC

           DISPLAY "PRE-FLIGHT REPORT: " WS_PREFLIGHT_PATH.

           EXIT.

       B4610_OPEN_PREFLIGHT_REPORT.
           MOVE SPACES TO WS_PREFLIGHT_PATH
           STRING "../src/resources/out/DEMO_PREFLIGHT_"
                   DELIMITED BY SIZE,
               WS_RUN_ID DELIMITED BY SIZE,
               ".TXT" DELIMITED BY SIZE
           INTO WS_PREFLIGHT_PATH

           OPEN OUTPUT DEMO_PREFLIGHT_REPORT
           MOVE WS_RUN_ID TO WS_PREFLIGHT_TITLE_RUN_ID
           WRITE DEMO_PREFLIGHT_REPORT_RECORD
               FROM WS_PREFLIGHT_TITLE_LINE.

           EXIT.

       *> the detail record's verdict exactly as B4120_LOAD_FILE_
       *> RECORD would reach it, with the insert replaced by a count
       B4620_PREFLIGHT_DETAIL_RECORD.
           PERFORM B4100_PROCESS_FILE_RECORD
           IF WS_GOOD_DATE_TRUE AND WS_GOOD_STRING_TRUE
                                AND WS_GOOD_CALENDAR_TRUE
                                AND WS_GOOD_BUSDAY_TRUE
                                AND WS_GOOD_PERIOD_TRUE
                                AND WS_GOOD_CROSS_TRUE
                                AND WS_GOOD_SWITCH_TRUE
                                AND WS_GOOD_AMOUNT_TRUE
                                AND WS_GOOD_REFERENCE_TRUE
               PERFORM B4625_FIND_PREFLIGHT_KEY
               IF WS_PREFLIGHT_SEEN_TRUE
                   MOVE 1 TO DB_RECORD_COUNT
               ELSE
                   PERFORM B3401_COUNT_EXISTING_ROW
               END-IF
               IF DB_RECORD_COUNT > ZERO
                   MOVE DEMO_DATA_RECORD TO WS_REJECT_RECORD
                   MOVE "DUPLICATE ROW SKIPPED" TO WS_REJECT_REASON
                   MOVE WS_SOURCE_HV TO WS_REJECT_SOURCE
                   MOVE WS_REJECT_LINE TO WS_PREFLIGHT_REJECT_IMAGE
                   WRITE DEMO_PREFLIGHT_REPORT_RECORD
                       FROM WS_PREFLIGHT_REJECT_LINE
                   ADD 1 TO WS_STAT_DUPLICATE_COUNT
               ELSE
                   ADD 1 TO WS_STAT_ACCEPTED_COUNT
                   PERFORM B4630_REMEMBER_PREFLIGHT_KEY
                   PERFORM B4765_CHECK_HOLD_LIMIT
                   IF WS_HOLD_APPLIES_TRUE
                       MOVE SPACES TO WS_PREFLIGHT_NOTE
                       STRING DEMO_REC DELIMITED BY SIZE,
                           " WOULD BE HELD OVER AMOUNT LIMIT"
                               DELIMITED BY SIZE
                       INTO WS_PREFLIGHT_NOTE
                       WRITE DEMO_PREFLIGHT_REPORT_RECORD
                           FROM WS_PREFLIGHT_NOTE_LINE
                   END-IF
               END-IF
           ELSE
               MOVE DEMO_DATA_RECORD TO WS_REJECT_RECORD
               MOVE WS_SOURCE_HV TO WS_REJECT_SOURCE
               PERFORM B4111_SET_REJECT_REASON
               MOVE WS_REJECT_LINE TO WS_PREFLIGHT_REJECT_IMAGE
               WRITE DEMO_PREFLIGHT_REPORT_RECORD
                   FROM WS_PREFLIGHT_REJECT_LINE
               ADD 1 TO WS_STAT_REJECTED_COUNT
               PERFORM B4505_TALLY_ACK_REASON
           END-IF.

           EXIT.

       B4625_FIND_PREFLIGHT_KEY.
           SET WS_PREFLIGHT_SEEN_FALSE TO TRUE
           *> the same key the load's duplicate guard uses - an
           *> extended-layout file's records by their reference
           MOVE SPACES TO WS_PREFLIGHT_SEEN_KEY
           IF DEMO_PROVIDER_REF NOT = SPACES
               MOVE DEMO_PROVIDER_REF TO WS_PREFLIGHT_SEEN_KEY
           ELSE
               MOVE DEMO_DATE TO WS_PREFLIGHT_SEEN_KEY(1:8)
               MOVE DEMO_STRING TO WS_PREFLIGHT_SEEN_KEY(9:6)
           END-IF
           MOVE ZERO TO WS_PREFLIGHT_SEEN_IDX

           PERFORM UNTIL WS_PREFLIGHT_SEEN_IDX
                               >= WS_PREFLIGHT_SEEN_COUNT
                               OR WS_PREFLIGHT_SEEN_TRUE
               ADD 1 TO WS_PREFLIGHT_SEEN_IDX
               IF WS_PREFLIGHT_SEEN_ENTRY(WS_PREFLIGHT_SEEN_IDX)
                       = WS_PREFLIGHT_SEEN_KEY
                   SET WS_PREFLIGHT_SEEN_TRUE TO TRUE
               END-IF
           END-PERFORM.

           EXIT.

       *> B4625 has just built the key for this record
       B4630_REMEMBER_PREFLIGHT_KEY.
           IF WS_PREFLIGHT_SEEN_COUNT < WS_PREFLIGHT_SEEN_MAX
               ADD 1 TO WS_PREFLIGHT_SEEN_COUNT
               MOVE WS_PREFLIGHT_SEEN_KEY
                   TO WS_PREFLIGHT_SEEN_ENTRY(WS_PREFLIGHT_SEEN_COUNT)
           END-IF.

           EXIT.

       *> the file's counts, then the acknowledgment a load would
       *> have sent - B4500_WRITE_ACK_FILE routes it here
       B4640_WRITE_PREFLIGHT_FILE_TOTALS.
           MOVE WS_RECORD_NUMBER TO WS_PREFLIGHT_READ
           MOVE WS_STAT_ACCEPTED_COUNT TO WS_PREFLIGHT_ACCEPTED
           MOVE WS_STAT_REJECTED_COUNT TO WS_PREFLIGHT_REJECTED
           MOVE WS_STAT_DUPLICATE_COUNT TO WS_PREFLIGHT_DUPLICATES
           IF WS_FILE_COUNT_MISMATCH_FALSE
                   AND WS_SCAN_DETAIL_COUNT NOT = SPACES
               MOVE "PASS" TO WS_PREFLIGHT_CONTROLS
               PERFORM B4646_REMEMBER_PREFLIGHT_PASSED_FILE
               PERFORM B4821_ADVANCE_SEQUENCE_IN_MEMORY
           ELSE
               MOVE "FAIL" TO WS_PREFLIGHT_CONTROLS
           END-IF
           WRITE DEMO_PREFLIGHT_REPORT_RECORD
               FROM WS_PREFLIGHT_COUNT_LINE

           PERFORM B4500_WRITE_ACK_FILE.

           EXIT.

       *> a file that would pass earlier in this pre-flight counts as
       *> registered - the load would have registered it by now
       B4645_FIND_PREFLIGHT_PASSED_FILE.
           MOVE WS_DEMO_DATA_PATH TO WS_REGISTER_LINE_PATH
           MOVE WS_SCAN_RUN_DATE TO WS_REGISTER_LINE_DATE
           MOVE WS_SCAN_DETAIL_COUNT TO WS_REGISTER_LINE_COUNT
           MOVE ZERO TO WS_PREFLIGHT_PASSED_IDX

           PERFORM UNTIL WS_PREFLIGHT_PASSED_IDX
                               >= WS_PREFLIGHT_PASSED_COUNT
                               OR WS_FILE_ALREADY_PROCESSED_TRUE
               ADD 1 TO WS_PREFLIGHT_PASSED_IDX
               IF WS_PREFLIGHT_PASSED_ENTRY(WS_PREFLIGHT_PASSED_IDX)
                       = WS_REGISTER_LINE
                   SET WS_FILE_ALREADY_PROCESSED_TRUE TO TRUE
               END-IF
           END-PERFORM.

           EXIT.

       *> the register line the load would append - memory only,
       *> pre-flight writes no register
       B4646_REMEMBER_PREFLIGHT_PASSED_FILE.
           IF WS_PREFLIGHT_PASSED_COUNT < WS_PREFLIGHT_PASSED_MAX
               MOVE WS_DEMO_DATA_PATH TO WS_REGISTER_LINE_PATH
               MOVE WS_SCAN_RUN_DATE TO WS_REGISTER_LINE_DATE
               MOVE WS_SCAN_DETAIL_COUNT TO WS_REGISTER_LINE_COUNT
               ADD 1 TO WS_PREFLIGHT_PASSED_COUNT
               MOVE WS_REGISTER_LINE TO
                   WS_PREFLIGHT_PASSED_ENTRY(WS_PREFLIGHT_PASSED_COUNT)
           END-IF.

           EXIT.

       *> FILE SEQUENCE CONTINUITY

       B4790_LOAD_SOURCE_SEQUENCES.
           MOVE ZERO TO WS_SEQ_COUNT
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_SOURCE_SEQUENCE
           IF WS_SEQUENCE_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_SOURCE_SEQUENCE
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           IF WS_SEQ_COUNT < WS_SEQ_TABLE_MAX
                                   AND SEQ_LAST_ACCEPTED IS NUMERIC
                               ADD 1 TO WS_SEQ_COUNT
                               MOVE SEQ_SOURCE TO
                                   WS_SEQ_ENTRY_SOURCE(WS_SEQ_COUNT)
                               MOVE SEQ_LAST_ACCEPTED TO
                                   WS_SEQ_ENTRY_LAST(WS_SEQ_COUNT)
                               MOVE SEQ_UPDATED_RUN_ID TO
                                   WS_SEQ_ENTRY_RUN_ID(WS_SEQ_COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_SOURCE_SEQUENCE
           END-IF.

           EXIT.

       *> the operator's controlled way past a held file, once the
       *> provider has confirmed what happened: the named source's
       *> next expected number is set outright - past a number that
       *> will never come, or back to a restarted numbering. Only for
       *> an operator whose profile lists SEQ-RESEQUENCE, always on
       *> the access log and the sequence hold list, and written back
       *> at once so it doesn't depend on a file loading this run.
       B4795_APPLY_SEQUENCE_RESET.
           MOVE SPACES TO WS_SEQ_RESET_TEXT
           ACCEPT WS_SEQ_RESET_TEXT FROM ENVIRONMENT
               "DEMO_WRITER_SEQ_RESET"

           IF WS_SEQ_RESET_TEXT NOT = SPACES
               IF WS_SEQ_RESET_SOURCE = SPACES
                       OR WS_SEQ_RESET_NEXT IS NOT NUMERIC
                       OR WS_SEQ_RESET_NEXT = ZERO
                   DISPLAY "*** DEMO_WRITER_SEQ_RESET IGNORED - "
                       "EXPECTED SOURCE + 6-DIGIT NEXT NUMBER, GOT "
                       WS_SEQ_RESET_TEXT " ***"
               ELSE
                   MOVE "SEQ-RESEQUENCE" TO WS_AUTH_ACTION
                   MOVE SPACES TO WS_AUTH_TARGET
                   STRING "SOURCE " DELIMITED BY SIZE,
                       WS_SEQ_RESET_SOURCE DELIMITED BY SIZE,
                       " NEXT " DELIMITED BY SIZE,
                       WS_SEQ_RESET_NEXT DELIMITED BY SIZE
                   INTO WS_AUTH_TARGET
                   PERFORM B7500_CHECK_OPERATOR_AUTH
                   IF WS_AUTH_GRANTED_TRUE
                       PERFORM B4796_RESET_SOURCE_SEQUENCE
                   END-IF
               END-IF
           END-IF.

           EXIT.

       B4796_RESET_SOURCE_SEQUENCE.
           MOVE WS_SEQ_RESET_NEXT TO WS_SEQ_RESET_NEXT_NUM
           MOVE WS_SEQ_RESET_SOURCE TO WS_SCAN_SOURCE
           PERFORM B4805_FIND_SOURCE_SEQUENCE

           IF WS_SEQ_MATCH_IDX = ZERO
               IF WS_SEQ_COUNT < WS_SEQ_TABLE_MAX
                   ADD 1 TO WS_SEQ_COUNT
                   MOVE WS_SEQ_COUNT TO WS_SEQ_MATCH_IDX
                   MOVE WS_SEQ_RESET_SOURCE
                       TO WS_SEQ_ENTRY_SOURCE(WS_SEQ_MATCH_IDX)
                   MOVE ZERO TO WS_SEQ_ENTRY_LAST(WS_SEQ_MATCH_IDX)
               END-IF
           END-IF

           IF WS_SEQ_MATCH_IDX > ZERO
               COMPUTE WS_SEQ_EXPECTED =
                   WS_SEQ_ENTRY_LAST(WS_SEQ_MATCH_IDX) + 1
               MOVE WS_SEQ_EXPECTED TO WS_SEQ_HELD_EXPECTED
               SUBTRACT 1 FROM WS_SEQ_RESET_NEXT_NUM
                   GIVING WS_SEQ_ENTRY_LAST(WS_SEQ_MATCH_IDX)
               MOVE WS_RUN_ID TO WS_SEQ_ENTRY_RUN_ID(WS_SEQ_MATCH_IDX)
               PERFORM B4825_WRITE_SOURCE_SEQUENCES
               PERFORM B7510_WRITE_ACCESS_LOG

               DISPLAY "SOURCE " WS_SEQ_RESET_SOURCE
                   " RESEQUENCED BY OPERATOR " WS_OPERATOR_ID
                   " - NEXT EXPECTED " WS_SEQ_RESET_NEXT
               MOVE WS_RUN_ID TO WS_SEQ_HELD_RUN_ID
               MOVE WS_SEQ_RESET_SOURCE TO WS_SEQ_HELD_SOURCE
               MOVE WS_SEQ_RESET_NEXT TO WS_SEQ_HELD_RECEIVED
               MOVE "RESEQUENCED BY OPERATOR" TO WS_SEQ_HELD_REASON
               MOVE WS_OPERATOR_ID TO WS_SEQ_HELD_PATH
               PERFORM B4815_APPEND_SEQUENCE_HELD
           END-IF.

           EXIT.

       *> decides whether this file is the next one expected from its
       *> source: its header number must be exactly one more than the
       *> last accepted. A source's first numbered file starts the
       *> count; a file without a number predates the convention and
       *> is not held to it.
       B4800_CHECK_FILE_SEQUENCE.
           SET WS_SEQ_ACCEPT TO TRUE
           MOVE SPACES TO WS_SEQ_HOLD_REASON
           MOVE ZERO TO WS_SEQ_EXPECTED
           IF WS_SCAN_SOURCE = SPACES
               MOVE "PRI" TO WS_SCAN_SOURCE
           END-IF

           IF WS_SCAN_FILE_SEQ NOT = SPACES
               IF WS_SCAN_FILE_SEQ IS NOT NUMERIC
                   SET WS_SEQ_HOLD TO TRUE
                   MOVE "BAD FILE SEQUENCE NUMBER"
                       TO WS_SEQ_HOLD_REASON
               ELSE
                   MOVE WS_SCAN_FILE_SEQ TO WS_SEQ_RECEIVED
                   PERFORM B4805_FIND_SOURCE_SEQUENCE
                   IF WS_SEQ_MATCH_IDX > ZERO
                       COMPUTE WS_SEQ_EXPECTED =
                           WS_SEQ_ENTRY_LAST(WS_SEQ_MATCH_IDX) + 1
                       EVALUATE TRUE
                           WHEN WS_SEQ_RECEIVED = WS_SEQ_EXPECTED
                               CONTINUE
                           WHEN WS_SEQ_RECEIVED > WS_SEQ_EXPECTED
                               SET WS_SEQ_HOLD TO TRUE
                               MOVE "FILE SEQUENCE GAP - HELD"
                                   TO WS_SEQ_HOLD_REASON
                           WHEN OTHER
                               SET WS_SEQ_HOLD TO TRUE
                               MOVE "FILE OUT OF SEQUENCE - HELD"
                                   TO WS_SEQ_HOLD_REASON
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

           EXIT.

       B4805_FIND_SOURCE_SEQUENCE.
           MOVE ZERO TO WS_SEQ_MATCH_IDX
           MOVE ZERO TO WS_SEQ_IDX

           PERFORM UNTIL WS_SEQ_IDX >= WS_SEQ_COUNT
                               OR WS_SEQ_MATCH_IDX > ZERO
               ADD 1 TO WS_SEQ_IDX
               IF WS_SEQ_ENTRY_SOURCE(WS_SEQ_IDX) = WS_SCAN_SOURCE
                   MOVE WS_SEQ_IDX TO WS_SEQ_MATCH_IDX
               END-IF
           END-PERFORM.

           EXIT.

       *> a held file loads nothing and goes on neither the file
       *> register (so the day-close gate still sees the feed as
       *> outstanding) nor the sequence record - it is listed on the
       *> hold list and the provider is told why in the ack
       B4810_HOLD_FILE_ON_SEQUENCE.
           DISPLAY "*** FILE HELD - " WS_SEQ_HOLD_REASON " SOURCE "
               WS_SCAN_SOURCE " EXPECTED " WS_SEQ_EXPECTED
               " GOT " WS_SCAN_FILE_SEQ ": " WS_DEMO_DATA_PATH
           ADD 1 TO WS_SEQ_HELD_COUNT

           IF WS_PREFLIGHT_TRUE
               MOVE WS_DEMO_DATA_PATH TO WS_PREFLIGHT_FILE_PATH
               WRITE DEMO_PREFLIGHT_REPORT_RECORD
                   FROM WS_PREFLIGHT_FILE_LINE
               MOVE WS_SEQ_HOLD_REASON TO WS_PREFLIGHT_NOTE
               WRITE DEMO_PREFLIGHT_REPORT_RECORD
                   FROM WS_PREFLIGHT_NOTE_LINE
           ELSE
               MOVE WS_RUN_ID TO WS_SEQ_HELD_RUN_ID
               MOVE WS_SCAN_SOURCE TO WS_SEQ_HELD_SOURCE
               MOVE WS_SEQ_EXPECTED TO WS_SEQ_HELD_EXPECTED
               MOVE WS_SCAN_FILE_SEQ TO WS_SEQ_HELD_RECEIVED
               MOVE WS_SEQ_HOLD_REASON TO WS_SEQ_HELD_REASON
               MOVE WS_DEMO_DATA_PATH TO WS_SEQ_HELD_PATH
               PERFORM B4815_APPEND_SEQUENCE_HELD
           END-IF

           MOVE WS_SEQ_HOLD_REASON TO WS_WHOLE_FILE_REASON
           PERFORM B4812_ACK_WHOLE_FILE.

           EXIT.

       *> the ack reports the whole file turned away under the one
       *> reason, against the file's own trailer count
       B4812_ACK_WHOLE_FILE.
           MOVE WS_SCAN_SOURCE TO WS_SOURCE_HV
           MOVE ZERO TO WS_STAT_ACCEPTED_COUNT
           MOVE ZERO TO WS_STAT_REJECTED_COUNT
           MOVE ZERO TO WS_STAT_DUPLICATE_COUNT
           MOVE ZERO TO WS_CORRECTION_COUNT
           SET WS_FILE_COUNT_MISMATCH_TRUE TO TRUE
           MOVE 1 TO WS_ACK_REASON_COUNT_USED
           MOVE WS_WHOLE_FILE_REASON TO WS_ACK_REASON_ENTRY_TEXT(1)
           MOVE ZERO TO WS_ACK_REASON_ENTRY_CNT(1)
           IF WS_SCAN_DETAIL_COUNT IS NUMERIC
               MOVE WS_SCAN_DETAIL_COUNT TO WS_ACK_REASON_ENTRY_CNT(1)
           END-IF
           PERFORM B4500_WRITE_ACK_FILE.

           EXIT.

       B4815_APPEND_SEQUENCE_HELD.
           OPEN EXTEND DEMO_SEQUENCE_HELD
           IF WS_SEQ_HELD_FILE_STATUS = "05"
                               OR WS_SEQ_HELD_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_SEQUENCE_HELD
           END-IF
           WRITE DEMO_SEQUENCE_HELD_RECORD FROM WS_SEQ_HELD_LINE
           CLOSE DEMO_SEQUENCE_HELD.

           EXIT.

       *> a numbered file that balanced and went on the register is
       *> now the last accepted from its source
       B4820_ADVANCE_FILE_SEQUENCE.
           PERFORM B4821_ADVANCE_SEQUENCE_IN_MEMORY
           IF WS_SCAN_FILE_SEQ IS NUMERIC AND WS_SEQ_MATCH_IDX > ZERO
               PERFORM B4825_WRITE_SOURCE_SEQUENCES
           END-IF.

           EXIT.

       *> the table half of the advance - pre-flight stops here, so
       *> the next file from the source is judged against this one
       *> without DEMO_SOURCE_SEQUENCE.DAT being touched
       B4821_ADVANCE_SEQUENCE_IN_MEMORY.
           MOVE ZERO TO WS_SEQ_MATCH_IDX
           IF WS_SCAN_FILE_SEQ IS NUMERIC
               PERFORM B4805_FIND_SOURCE_SEQUENCE
               IF WS_SEQ_MATCH_IDX = ZERO
                       AND WS_SEQ_COUNT < WS_SEQ_TABLE_MAX
                   ADD 1 TO WS_SEQ_COUNT
                   MOVE WS_SEQ_COUNT TO WS_SEQ_MATCH_IDX
                   MOVE WS_SCAN_SOURCE
                       TO WS_SEQ_ENTRY_SOURCE(WS_SEQ_MATCH_IDX)
               END-IF
               IF WS_SEQ_MATCH_IDX > ZERO
                   MOVE WS_SCAN_FILE_SEQ
                       TO WS_SEQ_ENTRY_LAST(WS_SEQ_MATCH_IDX)
                   MOVE WS_RUN_ID
                       TO WS_SEQ_ENTRY_RUN_ID(WS_SEQ_MATCH_IDX)
               END-IF
           END-IF.

           EXIT.

       B4825_WRITE_SOURCE_SEQUENCES.
           OPEN OUTPUT DEMO_SOURCE_SEQUENCE
           MOVE ZERO TO WS_SEQ_IDX
           PERFORM UNTIL WS_SEQ_IDX >= WS_SEQ_COUNT
               ADD 1 TO WS_SEQ_IDX
               MOVE SPACES TO DEMO_SOURCE_SEQUENCE_RECORD
               MOVE WS_SEQ_ENTRY_SOURCE(WS_SEQ_IDX) TO SEQ_SOURCE
               MOVE WS_SEQ_ENTRY_LAST(WS_SEQ_IDX) TO SEQ_LAST_ACCEPTED
               MOVE WS_SEQ_ENTRY_RUN_ID(WS_SEQ_IDX)
                   TO SEQ_UPDATED_RUN_ID
               WRITE DEMO_SOURCE_SEQUENCE_RECORD
           END-PERFORM
           CLOSE DEMO_SOURCE_SEQUENCE.

           EXIT.

       *> HIGH-VALUE HOLD

       *> the run-wide limit from DEMO_WRITER_HOLD_AMOUNT, then any
       *> per-source lines from DEMO_HOLD_LIMITS.DAT - a line whose
       *> amount isn't nine digits is skipped with a warning rather
       *> than read as a zero that would exempt the source
       B4760_LOAD_HOLD_LIMITS.
           MOVE SPACES TO WS_HOLD_DEFAULT_TEXT
           ACCEPT WS_HOLD_DEFAULT_TEXT FROM ENVIRONMENT
               "DEMO_WRITER_HOLD_AMOUNT"
           MOVE WS_HOLD_DEFAULT_TEXT TO WS_HOLD_DEFAULT_RJUST
           INSPECT WS_HOLD_DEFAULT_RJUST
               REPLACING LEADING SPACE BY ZERO
           IF WS_HOLD_DEFAULT_RJUST IS NUMERIC
               MOVE WS_HOLD_DEFAULT_RJUST TO WS_HOLD_DEFAULT_AMOUNT
           ELSE
               MOVE ZERO TO WS_HOLD_DEFAULT_AMOUNT
           END-IF

           MOVE ZERO TO WS_HOLD_LIMIT_COUNT
           MOVE 'N' TO WS_EOF

           OPEN INPUT DEMO_HOLD_LIMITS
           IF WS_HOLD_LIMITS_FILE_STATUS = "00"
               PERFORM UNTIL WS_EOF_TRUE
                   READ DEMO_HOLD_LIMITS
                       AT END
                           MOVE 'Y' TO WS_EOF
                       NOT AT END
                           IF HOLD_LIMIT_AMOUNT IS NUMERIC
                               AND HOLD_LIMIT_SOURCE NOT = SPACES
                               AND WS_HOLD_LIMIT_COUNT
                                   < WS_HOLD_LIMIT_TABLE_MAX
                               ADD 1 TO WS_HOLD_LIMIT_COUNT
                               MOVE HOLD_LIMIT_SOURCE TO
                                   WS_HOLD_LIMIT_ENTRY_SOURCE
                                   (WS_HOLD_LIMIT_COUNT)
                               MOVE HOLD_LIMIT_AMOUNT TO
                                   WS_HOLD_LIMIT_ENTRY_AMOUNT
                                   (WS_HOLD_LIMIT_COUNT)
                           ELSE
                               DISPLAY "*** DEMO_HOLD_LIMITS.DAT LINE "
                                   "SKIPPED: " DEMO_HOLD_LIMITS_RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_HOLD_LIMITS
           END-IF.

           EXIT.

       *> is this record over its source's limit? The source's own
       *> line wins over the run-wide limit; a limit of zero means no
       *> hold. Leaves the limit applied in DB_HOLD_LIMIT for the
       *> demo_held row.
       B4765_CHECK_HOLD_LIMIT.
           SET WS_HOLD_APPLIES_FALSE TO TRUE
           MOVE WS_HOLD_DEFAULT_AMOUNT TO DB_HOLD_LIMIT
           MOVE ZERO TO WS_HOLD_LIMIT_IDX

           PERFORM UNTIL WS_HOLD_LIMIT_IDX >= WS_HOLD_LIMIT_COUNT
               ADD 1 TO WS_HOLD_LIMIT_IDX
               IF WS_HOLD_LIMIT_ENTRY_SOURCE(WS_HOLD_LIMIT_IDX)
                       = WS_SOURCE_HV
                   MOVE WS_HOLD_LIMIT_ENTRY_AMOUNT(WS_HOLD_LIMIT_IDX)
                       TO DB_HOLD_LIMIT
               END-IF
           END-PERFORM

           IF DB_HOLD_LIMIT > ZERO AND DB_AMOUNT > DB_HOLD_LIMIT
               SET WS_HOLD_APPLIES_TRUE TO TRUE
           END-IF.

           EXIT.

       *> PROVIDER MASTER

       *> the same missing-file tolerance the calendar gets: with no
       *> master on disk every source is taken as before, and the
       *> console says the check is off
       B4780_LOAD_PROVIDER_MASTER.
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
                               MOVE PROV_ACK_CONTACT TO
                                   WS_PROV_ENTRY_CONTACT
                                   (WS_PROV_COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_PROVIDERS
               SET WS_PROV_LOADED_TRUE TO TRUE
           ELSE
               DISPLAY "*** DEMO_PROVIDERS.DAT NOT FOUND - "
                   "PROVIDER CHECK SKIPPED THIS RUN ***"
           END-IF.

           EXIT.

       *> decides whether this file's source may send today: on the
       *> master, active, and in effect on the header run date (today
       *> when the header carries none). A blank source is the
       *> primary feed, as B4130_CAPTURE_HEADER has always taken it.
       B4830_CHECK_PROVIDER.
           SET WS_PROV_ACCEPT TO TRUE
           MOVE SPACES TO WS_PROV_REFUSE_REASON
           IF WS_SCAN_SOURCE = SPACES
               MOVE "PRI" TO WS_SCAN_SOURCE
           END-IF

           IF WS_SCAN_RUN_DATE IS NUMERIC
               MOVE WS_SCAN_RUN_DATE TO WS_PROV_CHECK_DATE
           ELSE
               MOVE WS_CURRENT_DATE TO WS_PROV_CHECK_DATE
           END-IF

           IF WS_PROV_LOADED_TRUE
               MOVE WS_SCAN_SOURCE TO WS_PROV_SEARCH_CODE
               PERFORM B4832_FIND_PROVIDER
               EVALUATE TRUE
                   WHEN WS_PROV_MATCH_IDX = ZERO
                       SET WS_PROV_REFUSE TO TRUE
                       MOVE "UNKNOWN PROVIDER"
                           TO WS_PROV_REFUSE_REASON
                   WHEN WS_PROV_ENTRY_STATUS(WS_PROV_MATCH_IDX) = 'S'
                       SET WS_PROV_REFUSE TO TRUE
                       MOVE "PROVIDER SUSPENDED"
                           TO WS_PROV_REFUSE_REASON
                   WHEN WS_PROV_ENTRY_STATUS(WS_PROV_MATCH_IDX)
                           NOT = 'A'
                       SET WS_PROV_REFUSE TO TRUE
                       MOVE "PROVIDER RETIRED"
                           TO WS_PROV_REFUSE_REASON
                   WHEN WS_PROV_CHECK_DATE
                           < WS_PROV_ENTRY_EFF_FROM(WS_PROV_MATCH_IDX)
                       SET WS_PROV_REFUSE TO TRUE
                       MOVE "PROVIDER NOT YET EFFECTIVE"
                           TO WS_PROV_REFUSE_REASON
                   WHEN WS_PROV_ENTRY_EFF_TO(WS_PROV_MATCH_IDX)
                           NOT = SPACES
                       AND WS_PROV_CHECK_DATE
                           > WS_PROV_ENTRY_EFF_TO(WS_PROV_MATCH_IDX)
                       SET WS_PROV_REFUSE TO TRUE
                       MOVE "PROVIDER PAST EFFECTIVE-TO"
                           TO WS_PROV_REFUSE_REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS_PROV_ACCEPT
               PERFORM B4838_CHECK_LAYOUT_VERSION
           END-IF.

           EXIT.

       B4832_FIND_PROVIDER.
           MOVE ZERO TO WS_PROV_MATCH_IDX
           MOVE ZERO TO WS_PROV_IDX

           PERFORM UNTIL WS_PROV_IDX >= WS_PROV_COUNT
                               OR WS_PROV_MATCH_IDX > ZERO
               ADD 1 TO WS_PROV_IDX
               IF WS_PROV_ENTRY_CODE(WS_PROV_IDX)
                       = WS_PROV_SEARCH_CODE
                   MOVE WS_PROV_IDX TO WS_PROV_MATCH_IDX
               END-IF
           END-PERFORM.

           EXIT.

       *> a refused file loads nothing and goes on neither the file
       *> register nor the sequence record - once the provider is
       *> onboarded (or reinstated) the same file is simply rerun
       B4835_REFUSE_FILE_ON_PROVIDER.
           DISPLAY "*** FILE REFUSED - " WS_PROV_REFUSE_REASON
               " SOURCE " WS_SCAN_SOURCE " RUN DATE "
               WS_PROV_CHECK_DATE ": " WS_DEMO_DATA_PATH
           ADD 1 TO WS_PROV_REFUSED_COUNT

           IF WS_PREFLIGHT_TRUE
               MOVE WS_DEMO_DATA_PATH TO WS_PREFLIGHT_FILE_PATH
               WRITE DEMO_PREFLIGHT_REPORT_RECORD
                   FROM WS_PREFLIGHT_FILE_LINE
               MOVE SPACES TO WS_PREFLIGHT_NOTE
               STRING WS_PROV_REFUSE_REASON DELIMITED BY "  ",
                   " " DELIMITED BY SIZE,
                   WS_SCAN_SOURCE DELIMITED BY SIZE,
                   " - LOAD WOULD REFUSE FILE" DELIMITED BY SIZE
               INTO WS_PREFLIGHT_NOTE
               WRITE DEMO_PREFLIGHT_REPORT_RECORD
                   FROM WS_PREFLIGHT_NOTE_LINE
           END-IF

           MOVE WS_PROV_REFUSE_REASON TO WS_WHOLE_FILE_REASON
           PERFORM B4812_ACK_WHOLE_FILE.

           EXIT.

       *> a detail layout this program doesn't know can't be read
       *> safely - the file is refused at the header the same way an
       *> unknown provider's is, rather than loaded with its fields
       *> taken from the wrong positions
       B4838_CHECK_LAYOUT_VERSION.
           IF WS_SCAN_LAYOUT_VERSION NOT = SPACES
                   AND WS_SCAN_LAYOUT_VERSION NOT = "01"
                   AND WS_SCAN_LAYOUT_VERSION NOT = "02"
               SET WS_PROV_REFUSE TO TRUE
               MOVE SPACES TO WS_PROV_REFUSE_REASON
               STRING "UNKNOWN LAYOUT VERSION " DELIMITED BY SIZE,
                   WS_SCAN_LAYOUT_VERSION DELIMITED BY SIZE
               INTO WS_PROV_REFUSE_REASON
           END-IF.

           EXIT.

       *> PARTITIONED LOAD

       *> which kind of run this is - a whole-file load (the
       *> default), one partition of a partitioned load, or the
       *> settlement run that follows the partitions. Either of the
       *> last two needs the plan and the load's shared run
       *> identifier, and is refused outright without them - a
       *> partition loading under a run identifier of its own could
       *> never be settled.
       B4850_DETERMINE_PARTITION_MODE.
           MOVE SPACES TO WS_PARTITION_TEXT
           ACCEPT WS_PARTITION_TEXT FROM ENVIRONMENT
               "DEMO_WRITER_PARTITION"

           EVALUATE TRUE
               WHEN WS_PARTITION_TEXT = SPACES
                   SET WS_PARTITION_WHOLE_FILE TO TRUE
               WHEN WS_PARTITION_TEXT = "SETTLE"
                   SET WS_PARTITION_SETTLEMENT TO TRUE
               WHEN OTHER
                   SET WS_PARTITION_INSTANCE TO TRUE
                   MOVE WS_PARTITION_TEXT(1:2) TO WS_PART_MY_ID
           END-EVALUATE

           IF NOT WS_PARTITION_WHOLE_FILE
               PERFORM B4851_CHECK_PARTITION_PLAN
           END-IF.

           EXIT.

       B4851_CHECK_PARTITION_PLAN.
           PERFORM B4855_LOAD_PARTITION_PLAN
           PERFORM B4856_ADOPT_SHARED_RUN_ID
           IF WS_PART_PLAN_VALID_TRUE AND WS_PARTITION_INSTANCE
               IF WS_PARTITION_TEXT(3:4) NOT = SPACES
                       OR WS_PART_MY_IDX = ZERO
                   SET WS_PART_PLAN_VALID_FALSE TO TRUE
                   MOVE SPACES TO WS_PART_PLAN_ERROR
                   STRING "PARTITION " DELIMITED BY SIZE,
                       WS_PARTITION_TEXT DELIMITED BY SPACE,
                       " IS NOT ON THE PLAN" DELIMITED BY SIZE
                   INTO WS_PART_PLAN_ERROR
               END-IF
           END-IF

           IF WS_PART_PLAN_VALID_FALSE
               DISPLAY "*** PARTITIONED LOAD REFUSED - "
                   WS_PART_PLAN_ERROR
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS_PARTITION_SETTLEMENT
               DISPLAY "SETTLEMENT RUN FOR A PARTITIONED LOAD OF "
                   WS_PART_COUNT " PARTITION(S)"
           ELSE
               MOVE WS_PART_MY_IDX TO WS_PART_IDX
               PERFORM B4867_BUILD_PARTITION_PATHS
               MOVE WS_PART_CORRECTIONS_PATH TO WS_CORRECTIONS_PATH

               MOVE SPACES TO WS_LOCK_PATH
               STRING "../src/resources/DEMO_WRITER_P"
                       DELIMITED BY SIZE,
                   WS_PART_MY_ID DELIMITED BY SIZE,
                   ".LCK" DELIMITED BY SIZE
               INTO WS_LOCK_PATH
               MOVE SPACES TO WS_LOCK_NAME
               STRING "DEMO_WRITER_P" DELIMITED BY SIZE,
                   WS_PART_MY_ID DELIMITED BY SIZE,
                   ".LCK" DELIMITED BY SIZE
               INTO WS_LOCK_NAME
               MOVE 19 TO WS_LOCK_NAME_LEN

               MOVE SPACES TO WS_CKPT_PATH
               STRING "../src/resources/DEMO_WRITER_P"
                       DELIMITED BY SIZE,
                   WS_PART_MY_ID DELIMITED BY SIZE,
                   ".CKP" DELIMITED BY SIZE
               INTO WS_CKPT_PATH

               DISPLAY "PARTITION " WS_PART_MY_ID " OF "
                   WS_PART_COUNT " - "
                   WS_PART_ENTRY_KIND(WS_PART_MY_IDX) " "
                   WS_PART_ENTRY_FROM(WS_PART_MY_IDX) " "
                   WS_PART_ENTRY_TO(WS_PART_MY_IDX)
           END-IF.

           EXIT.

       *> reads the plan into the partition table, refusing one
       *> that could load a record twice or not at all - a partition
       *> number or source listed twice, a date range backwards or
       *> overlapping another
       B4855_LOAD_PARTITION_PLAN.
           SET WS_PART_PLAN_VALID_TRUE TO TRUE
           MOVE SPACES TO WS_PART_PLAN_ERROR
           MOVE ZERO TO WS_PART_COUNT
           MOVE ZERO TO WS_PART_MY_IDX
           MOVE ZERO TO WS_PART_FIRST_DATE_IDX
           MOVE 'N' TO WS_PART_EOF

           OPEN INPUT DEMO_WRITER_PARTITIONS
           IF WS_PART_PLAN_FILE_STATUS NOT = "00"
               SET WS_PART_PLAN_VALID_FALSE TO TRUE
               MOVE "NO PARTITION PLAN (DEMO_WRITER_PARTITIONS.DAT)"
                   TO WS_PART_PLAN_ERROR
           ELSE
               PERFORM UNTIL WS_PART_EOF_TRUE
                   READ DEMO_WRITER_PARTITIONS
                       AT END
                           MOVE 'Y' TO WS_PART_EOF
                       NOT AT END
                           IF DEMO_WRITER_PARTITIONS_RECORD NOT = SPACES
                                   AND PART_ID(1:1) NOT = '*'
                                   AND WS_PART_PLAN_VALID_TRUE
                               PERFORM B4857_CHECK_PLAN_LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_WRITER_PARTITIONS

               IF WS_PART_PLAN_VALID_TRUE AND WS_PART_COUNT = ZERO
                   SET WS_PART_PLAN_VALID_FALSE TO TRUE
                   MOVE "PARTITION PLAN LISTS NO PARTITIONS"
                       TO WS_PART_PLAN_ERROR
               END-IF
           END-IF.

           EXIT.

       B4856_ADOPT_SHARED_RUN_ID.
           MOVE SPACES TO WS_PART_RUN_ID_TEXT
           ACCEPT WS_PART_RUN_ID_TEXT FROM ENVIRONMENT
               "DEMO_WRITER_RUN_ID"

           IF WS_PART_RUN_ID_TEXT IS NUMERIC
               MOVE WS_PART_RUN_ID_TEXT TO WS_RUN_ID
               DISPLAY "RUN IDENTIFIER (SHARED BY THE PARTITIONED "
                   "LOAD): " WS_RUN_ID
           ELSE
               IF WS_PART_PLAN_VALID_TRUE
                   SET WS_PART_PLAN_VALID_FALSE TO TRUE
                   MOVE SPACES TO WS_PART_PLAN_ERROR
                   STRING "DEMO_WRITER_RUN_ID MUST CARRY THE LOAD'S "
                           DELIMITED BY SIZE,
                       "14-DIGIT RUN IDENTIFIER" DELIMITED BY SIZE
                   INTO WS_PART_PLAN_ERROR
               END-IF
           END-IF.

           EXIT.

       B4857_CHECK_PLAN_LINE.
           IF WS_PART_COUNT >= WS_PART_TABLE_MAX
               SET WS_PART_PLAN_VALID_FALSE TO TRUE
               MOVE "MORE PARTITIONS ON THE PLAN THAN THE TABLE HOLDS"
                   TO WS_PART_PLAN_ERROR
           ELSE
               PERFORM B4859_CHECK_PLAN_ENTRY
           END-IF.

           EXIT.

       B4859_CHECK_PLAN_ENTRY.
           IF PART_ID IS NOT NUMERIC OR PART_ID = "00"
                   OR (PART_KIND NOT = "SRC "
                       AND PART_KIND NOT = "DATE")
                   OR (PART_KIND = "SRC " AND PART_FROM(1:3) = SPACES)
                   OR (PART_KIND = "DATE" AND
                       (PART_FROM IS NOT NUMERIC
                        OR PART_TO IS NOT NUMERIC
                        OR PART_FROM > PART_TO))
               SET WS_PART_PLAN_VALID_FALSE TO TRUE
               MOVE SPACES TO WS_PART_PLAN_ERROR
               STRING "BAD PLAN LINE: " DELIMITED BY SIZE,
                   DEMO_WRITER_PARTITIONS_RECORD DELIMITED BY SIZE
               INTO WS_PART_PLAN_ERROR
           ELSE
               PERFORM B4858_CHECK_PLAN_AGAINST_EARLIER
               IF WS_PART_PLAN_VALID_TRUE
                   PERFORM B4852_ADD_PLAN_ENTRY
               END-IF
           END-IF.

           EXIT.

       B4852_ADD_PLAN_ENTRY.
           ADD 1 TO WS_PART_COUNT
           MOVE PART_ID TO WS_PART_ENTRY_ID(WS_PART_COUNT)
           MOVE PART_KIND TO WS_PART_ENTRY_KIND(WS_PART_COUNT)
           IF PART_KIND = "SRC "
               MOVE PART_FROM(1:3) TO WS_PART_ENTRY_FROM(WS_PART_COUNT)
               MOVE SPACES TO WS_PART_ENTRY_TO(WS_PART_COUNT)
           ELSE
               MOVE PART_FROM TO WS_PART_ENTRY_FROM(WS_PART_COUNT)
               MOVE PART_TO TO WS_PART_ENTRY_TO(WS_PART_COUNT)
               IF WS_PART_FIRST_DATE_IDX = ZERO
                   MOVE WS_PART_COUNT TO WS_PART_FIRST_DATE_IDX
               END-IF
           END-IF
           IF PART_ID = WS_PART_MY_ID
               MOVE WS_PART_COUNT TO WS_PART_MY_IDX
           END-IF.

           EXIT.

       B4858_CHECK_PLAN_AGAINST_EARLIER.
           MOVE ZERO TO WS_PART_SCAN_IDX
           PERFORM UNTIL WS_PART_SCAN_IDX >= WS_PART_COUNT
                               OR WS_PART_PLAN_VALID_FALSE
               ADD 1 TO WS_PART_SCAN_IDX
               MOVE SPACES TO WS_PART_PLAN_ERROR
               EVALUATE TRUE
                   WHEN WS_PART_ENTRY_ID(WS_PART_SCAN_IDX) = PART_ID
                       STRING "PARTITION " DELIMITED BY SIZE,
                           PART_ID DELIMITED BY SIZE,
                           " IS LISTED TWICE" DELIMITED BY SIZE
                       INTO WS_PART_PLAN_ERROR
                   WHEN PART_KIND = "SRC "
                       AND WS_PART_ENTRY_KIND(WS_PART_SCAN_IDX) = "SRC "
                       AND WS_PART_ENTRY_FROM(WS_PART_SCAN_IDX)
                               = PART_FROM(1:3)
                       STRING "SOURCE " DELIMITED BY SIZE,
                           PART_FROM(1:3) DELIMITED BY SIZE,
                           " IS CLAIMED BY TWO PARTITIONS"
                               DELIMITED BY SIZE
                       INTO WS_PART_PLAN_ERROR
                   WHEN PART_KIND = "DATE"
                       AND WS_PART_ENTRY_KIND(WS_PART_SCAN_IDX) = "DATE"
                       AND PART_FROM
                               <= WS_PART_ENTRY_TO(WS_PART_SCAN_IDX)
                       AND PART_TO
                               >= WS_PART_ENTRY_FROM(WS_PART_SCAN_IDX)
                       STRING "DATE RANGES OF PARTITIONS "
                               DELIMITED BY SIZE,
                           WS_PART_ENTRY_ID(WS_PART_SCAN_IDX)
                               DELIMITED BY SIZE,
                           " AND " DELIMITED BY SIZE,
                           PART_ID DELIMITED BY SIZE,
                           " OVERLAP" DELIMITED BY SIZE
                       INTO WS_PART_PLAN_ERROR
               END-EVALUATE
               IF WS_PART_PLAN_ERROR NOT = SPACES
                   SET WS_PART_PLAN_VALID_FALSE TO TRUE
               END-IF
           END-PERFORM.

           EXIT.

       *> whether the record in hand is this partition's to load.
       *> Header and trailer are every partition's - the header
       *> sets the source and layout, the trailer is left alone (see
       *> B4005). Corrections and releases go by the date they name,
       *> which is the date of the record they act on, so they reach
       *> the partition that loaded it.
       B4861_CHECK_PARTITION_RECORD.
           SET WS_PART_RECORD_MINE_TRUE TO TRUE

           IF WS_PARTITION_INSTANCE AND WS_PART_SHARE_BY_DATE
               EVALUATE DEMO_DATA_RECORD(1:1)
                   WHEN 'H'
                   WHEN 'T'
                       CONTINUE
                   WHEN 'C'
                   WHEN 'L'
                       MOVE DEMO_DATA_RECORD(3:8)
                           TO WS_PART_RECORD_DATE
                       PERFORM B4862_FIND_DATE_OWNER
                   WHEN 'P'
                       MOVE DEMO_DATA_RECORD(2:8)
                           TO WS_PART_RECORD_DATE
                       PERFORM B4862_FIND_DATE_OWNER
                   WHEN OTHER
                       MOVE DEMO_DATA_RECORD(1:8)
                           TO WS_PART_RECORD_DATE
                       PERFORM B4862_FIND_DATE_OWNER
               END-EVALUATE
           END-IF.

           EXIT.

       *> the DATE partition whose range holds the record's date -
       *> or the first DATE partition, for a date no range holds or
       *> that isn't a date at all (it is loaded there, and rejected
       *> there if it has to be, so it still counts to the trailer)
       B4862_FIND_DATE_OWNER.
           MOVE ZERO TO WS_PART_RECORD_OWNER

           IF WS_PART_RECORD_DATE IS NUMERIC
               MOVE ZERO TO WS_PART_SCAN_IDX
               PERFORM UNTIL WS_PART_SCAN_IDX >= WS_PART_COUNT
                                   OR WS_PART_RECORD_OWNER > ZERO
                   ADD 1 TO WS_PART_SCAN_IDX
                   IF WS_PART_ENTRY_KIND(WS_PART_SCAN_IDX) = "DATE"
                       AND WS_PART_RECORD_DATE
                               >= WS_PART_ENTRY_FROM(WS_PART_SCAN_IDX)
                       AND WS_PART_RECORD_DATE
                               <= WS_PART_ENTRY_TO(WS_PART_SCAN_IDX)
                       MOVE WS_PART_SCAN_IDX TO WS_PART_RECORD_OWNER
                   END-IF
               END-PERFORM
           END-IF

           IF WS_PART_RECORD_OWNER = ZERO
               MOVE WS_PART_FIRST_DATE_IDX TO WS_PART_RECORD_OWNER
           END-IF

           IF WS_PART_RECORD_OWNER NOT = WS_PART_MY_IDX
               SET WS_PART_RECORD_MINE_FALSE TO TRUE
           END-IF.

           EXIT.

       *> this partition's share of the file in hand, from the
       *> source its header names (PRI for an old file without one)
       B4863_DETERMINE_FILE_SHARE.
           MOVE WS_SCAN_SOURCE TO WS_PART_FILE_SOURCE
           IF WS_PART_FILE_SOURCE = SPACES
               MOVE "PRI" TO WS_PART_FILE_SOURCE
           END-IF

           MOVE ZERO TO WS_PART_CLAIM_IDX
           MOVE ZERO TO WS_PART_SCAN_IDX
           PERFORM UNTIL WS_PART_SCAN_IDX >= WS_PART_COUNT
                               OR WS_PART_CLAIM_IDX > ZERO
               ADD 1 TO WS_PART_SCAN_IDX
               IF WS_PART_ENTRY_KIND(WS_PART_SCAN_IDX) = "SRC "
                   AND WS_PART_ENTRY_FROM(WS_PART_SCAN_IDX)
                           = WS_PART_FILE_SOURCE
                   MOVE WS_PART_SCAN_IDX TO WS_PART_CLAIM_IDX
               END-IF
           END-PERFORM

           SET WS_PART_SHARE_NONE TO TRUE
           EVALUATE TRUE
               WHEN WS_PART_CLAIM_IDX > ZERO
                   IF WS_PART_CLAIM_IDX = WS_PART_MY_IDX
                       SET WS_PART_SHARE_ALL TO TRUE
                   END-IF
               WHEN WS_PART_FIRST_DATE_IDX > ZERO
                   IF WS_PART_ENTRY_KIND(WS_PART_MY_IDX) = "DATE"
                       SET WS_PART_SHARE_BY_DATE TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS_PART_MY_IDX = 1
                       SET WS_PART_SHARE_ALL TO TRUE
                   END-IF
           END-EVALUATE.

           EXIT.

       *> the whole file is being refused or held - a partition
       *> loads none of it and says nothing upstream; the settlement
       *> run reaches the same verdict and sends the one ack
       B4866_PARTITION_PASSES_FILE.
           DISPLAY "PARTITION " WS_PART_MY_ID " PASSES OVER "
               WS_DEMO_DATA_PATH
           DISPLAY "    " WS_WHOLE_FILE_REASON
               " - LEFT TO THE SETTLEMENT RUN".

           EXIT.

       *> the partition's 'F' line for the file it just finished,
       *> then its reject reasons - opened and closed around each
       *> file so a partition that fails later in the list has
       *> already left its earlier files' lines on disk
       B4865_WRITE_PARTITION_RESULT.
           MOVE FUNCTION CURRENT-DATE TO WS_STAT_CLOCK_DATA

           MOVE SPACES TO WS_PART_RESULT_LINE
           SET WS_PART_RES_FILE_LINE TO TRUE
           MOVE WS_PART_MY_ID TO WS_PART_RES_ID
           MOVE WS_RUN_ID TO WS_PART_RES_RUN_ID
           MOVE WS_SCAN_RUN_DATE TO WS_PART_RES_RUN_DATE
           MOVE WS_DETAIL_COUNT TO WS_PART_RES_DETAIL_COUNT
           MOVE WS_CORRECTION_COUNT TO WS_PART_RES_CORR_COUNT
           MOVE WS_AMOUNT_TOTAL TO WS_PART_RES_AMOUNT_TOTAL
           MOVE WS_STAT_ACCEPTED_COUNT TO WS_PART_RES_ACCEPTED
           MOVE WS_STAT_REJECTED_COUNT TO WS_PART_RES_REJECTED
           MOVE WS_STAT_DUPLICATE_COUNT TO WS_PART_RES_DUPLICATES
           MOVE WS_STAT_STARTED_TS TO WS_PART_RES_STARTED
           MOVE WS_STAT_CLOCK_DATA(1:14) TO WS_PART_RES_ENDED
           MOVE WS_DEMO_DATA_PATH TO WS_PART_RES_PATH

           OPEN EXTEND DEMO_PARTITION_RESULT
           IF WS_PART_RESULT_FILE_STATUS = "05"
                               OR WS_PART_RESULT_FILE_STATUS = "35"
               OPEN OUTPUT DEMO_PARTITION_RESULT
           END-IF
           WRITE DEMO_PARTITION_RESULT_RECORD FROM WS_PART_RESULT_LINE

           MOVE ZERO TO WS_ACK_REASON_IDX
           PERFORM UNTIL WS_ACK_REASON_IDX >= WS_ACK_REASON_COUNT_USED
               ADD 1 TO WS_ACK_REASON_IDX
               MOVE SPACES TO WS_PART_RESULT_LINE
               SET WS_PART_RES_REASON_LINE TO TRUE
               MOVE WS_PART_MY_ID TO WS_PART_RES_ID
               MOVE WS_RUN_ID TO WS_PART_RES_RUN_ID
               MOVE WS_ACK_REASON_ENTRY_TEXT(WS_ACK_REASON_IDX)
                   TO WS_PART_RES_REASON_TEXT
               MOVE WS_ACK_REASON_ENTRY_CNT(WS_ACK_REASON_IDX)
                   TO WS_PART_RES_REASON_COUNT
               WRITE DEMO_PARTITION_RESULT_RECORD
                   FROM WS_PART_RESULT_LINE
           END-PERFORM
           CLOSE DEMO_PARTITION_RESULT

           DISPLAY "PARTITION " WS_PART_MY_ID " FINISHED "
               WS_DEMO_DATA_PATH
           DISPLAY "    DETAILS " WS_DETAIL_COUNT
               " ACCEPTED " WS_STAT_ACCEPTED_COUNT
               " REJECTED " WS_STAT_REJECTED_COUNT
               " DUPLICATES " WS_STAT_DUPLICATE_COUNT.

           EXIT.

       *> the partition's result file and its own rejects, review
       *> queue and corrections report, for the partition at
       *> WS_PART_IDX in the plan
       B4867_BUILD_PARTITION_PATHS.
           MOVE SPACES TO WS_PART_RESULT_PATH
           STRING "../src/resources/DEMO_WRITER_P" DELIMITED BY SIZE,
               WS_PART_ENTRY_ID(WS_PART_IDX) DELIMITED BY SIZE,
               ".RES" DELIMITED BY SIZE
           INTO WS_PART_RESULT_PATH

           MOVE SPACES TO WS_PART_REJECTS_PATH
           STRING "../src/resources/DEMO_DATA_REJECTS_P"
                   DELIMITED BY SIZE,
               WS_PART_ENTRY_ID(WS_PART_IDX) DELIMITED BY SIZE,
               ".TXT" DELIMITED BY SIZE
           INTO WS_PART_REJECTS_PATH

           MOVE SPACES TO WS_PART_REVIEW_PATH
           STRING "../src/resources/DEMO_DATA_REVIEW_P"
                   DELIMITED BY SIZE,
               WS_PART_ENTRY_ID(WS_PART_IDX) DELIMITED BY SIZE,
               ".TXT" DELIMITED BY SIZE
           INTO WS_PART_REVIEW_PATH

           MOVE SPACES TO WS_PART_CORRECTIONS_PATH
           STRING "../src/resources/DEMO_CORRECTIONS_REPORT_P"
                   DELIMITED BY SIZE,
               WS_PART_ENTRY_ID(WS_PART_IDX) DELIMITED BY SIZE,
               ".TXT" DELIMITED BY SIZE
           INTO WS_PART_CORRECTIONS_PATH

           MOVE SPACES TO WS_PART_XREF_PATH
           STRING "../src/resources/DEMO_XREF_P" DELIMITED BY SIZE,
               WS_PART_ENTRY_ID(WS_PART_IDX) DELIMITED BY SIZE,
               ".TXT" DELIMITED BY SIZE
           INTO WS_PART_XREF_PATH.

           EXIT.

       *> whether this partition's result file already holds an 'F'
       *> line for the file in hand under this run
       B4868_CHECK_PARTITION_FINISHED.
           SET WS_PART_FILE_FINISHED_FALSE TO TRUE
           MOVE 'N' TO WS_PART_EOF

           OPEN INPUT DEMO_PARTITION_RESULT
           IF WS_PART_RESULT_FILE_STATUS = "00"
               PERFORM UNTIL WS_PART_EOF_TRUE
                                   OR WS_PART_FILE_FINISHED_TRUE
                   READ DEMO_PARTITION_RESULT INTO WS_PART_RESULT_LINE
                       AT END
                           MOVE 'Y' TO WS_PART_EOF
                       NOT AT END
                           IF WS_PART_RES_FILE_LINE
                               AND WS_PART_RES_RUN_ID = WS_RUN_ID
                               AND WS_PART_RES_PATH = WS_DEMO_DATA_PATH
                               AND WS_PART_RES_RUN_DATE
                                       = WS_SCAN_RUN_DATE
                               SET WS_PART_FILE_FINISHED_TRUE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMO_PARTITION_RESULT
           END-IF.

           EXIT.

       *> settles one file of a partitioned load: its own header and
       *> trailer, read here, against what every partition reports
       *> it loaded. A partition that hasn't finished the file leaves
       *> it unsettled - no ack, no register line - until it has been
       *> restarted and the settlement run is run again.
       B4880_SETTLE_PARTITIONED_FILE.
           MOVE "PRI" TO WS_SOURCE_HV
           MOVE ZERO TO WS_RECORD_NUMBER
           MOVE ZERO TO WS_DETAIL_COUNT
           MOVE ZERO TO WS_CORRECTION_COUNT
           MOVE ZERO TO WS_AMOUNT_TOTAL
           MOVE ZERO TO WS_STAT_ACCEPTED_COUNT
           MOVE ZERO TO WS_STAT_REJECTED_COUNT
           MOVE ZERO TO WS_STAT_DUPLICATE_COUNT
           MOVE ZERO TO WS_ACK_REASON_COUNT_USED
           MOVE SPACES TO WS_STAT_STARTED_TS
           SET WS_FILE_COUNT_MISMATCH_FALSE TO TRUE
           SET WS_PART_TRAILER_SEEN_FALSE TO TRUE

           MOVE 'N' TO WS_EOF
           OPEN INPUT DEMO_DATA
           PERFORM UNTIL WS_EOF_TRUE
               READ DEMO_DATA
                   AT END
                       MOVE 'Y' TO WS_EOF
                   NOT AT END
                       ADD 1 TO WS_RECORD_NUMBER
                       EVALUATE DEMO_DATA_RECORD(1:1)
                           WHEN 'H'
                               PERFORM B4130_CAPTURE_HEADER
                           WHEN 'T'
                               MOVE DEMO_DATA_RECORD
                                   TO WS_PART_TRAILER_SAVE
                               SET WS_PART_TRAILER_SEEN_TRUE TO TRUE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE DEMO_DATA

           PERFORM B4881_GATHER_PARTITION_RESULTS

           IF WS_PART_UNFINISHED_COUNT > ZERO
               DISPLAY "*** FILE NOT SETTLED - "
                   WS_PART_UNFINISHED_COUNT " PARTITION(S) UNFINISHED: "
                   WS_DEMO_DATA_PATH
               DISPLAY "RESTART THE PARTITION(S) UNDER RUN IDENTIFIER "
                   WS_RUN_ID " AND RERUN THE SETTLEMENT"
               SET WS_SETTLE_INCOMPLETE_TRUE TO TRUE
               MOVE 1 TO RETURN-CODE
           ELSE
               IF WS_PART_TRAILER_SEEN_TRUE
                   MOVE WS_PART_TRAILER_SAVE TO DEMO_DATA_RECORD
                   PERFORM B4140_CHECK_TRAILER
               END-IF
               PERFORM B4008_SETTLE_FILE_CONTROLS
           END-IF.

           EXIT.

       B4881_GATHER_PARTITION_RESULTS.
           MOVE ZERO TO WS_PART_UNFINISHED_COUNT
           MOVE ZERO TO WS_PART_IDX

           PERFORM UNTIL WS_PART_IDX >= WS_PART_COUNT
               ADD 1 TO WS_PART_IDX
               PERFORM B4882_READ_PARTITION_RESULT
               IF WS_PART_RESULT_FOUND_FALSE
                   ADD 1 TO WS_PART_UNFINISHED_COUNT
                   DISPLAY "PARTITION " WS_PART_ENTRY_ID(WS_PART_IDX)
                       " HAS NOT FINISHED " WS_DEMO_DATA_PATH
               END-IF
           END-PERFORM.

           EXIT.

       B4882_READ_PARTITION_RESULT.
           SET WS_PART_RESULT_FOUND_FALSE TO TRUE
           SET WS_PART_TAKING_REASONS_FALSE TO TRUE
           PERFORM B4867_BUILD_PARTITION_PATHS
           MOVE 'N' TO WS_PART_EOF

           OPEN INPUT DEMO_PARTITION_RESULT
           IF WS_PART_RESULT_FILE_STATUS = "00"
               PERFORM UNTIL WS_PART_EOF_TRUE
                   READ DEMO_PARTITION_RESULT INTO WS_PART_RESULT_LINE
                       AT END
                           MOVE 'Y' TO WS_PART_EOF
                       NOT AT END
                           PERFORM B4883_TAKE_PARTITION_LINE
                   END-READ
               END-PERFORM
               CLOSE DEMO_PARTITION_RESULT
           END-IF.

           EXIT.

       B4883_TAKE_PARTITION_LINE.
           EVALUATE TRUE
               WHEN WS_PART_RES_FILE_LINE
                   SET WS_PART_TAKING_REASONS_FALSE TO TRUE
                   IF WS_PART_RESULT_FOUND_FALSE
                           AND WS_PART_RES_RUN_ID = WS_RUN_ID
                           AND WS_PART_RES_PATH = WS_DEMO_DATA_PATH
                           AND WS_PART_RES_RUN_DATE = WS_SCAN_RUN_DATE
                       SET WS_PART_RESULT_FOUND_TRUE TO TRUE
                       SET WS_PART_TAKING_REASONS_TRUE TO TRUE
                       ADD WS_PART_RES_DETAIL_COUNT TO WS_DETAIL_COUNT
                       ADD WS_PART_RES_CORR_COUNT TO WS_CORRECTION_COUNT
                       ADD WS_PART_RES_AMOUNT_TOTAL TO WS_AMOUNT_TOTAL
                       ADD WS_PART_RES_ACCEPTED
                           TO WS_STAT_ACCEPTED_COUNT
                       ADD WS_PART_RES_REJECTED
                           TO WS_STAT_REJECTED_COUNT
                       ADD WS_PART_RES_DUPLICATES
                           TO WS_STAT_DUPLICATE_COUNT
                       *> the file's pass started when its first
                       *> partition did
                       IF WS_STAT_STARTED_TS = SPACES
                           OR WS_PART_RES_STARTED < WS_STAT_STARTED_TS
                           MOVE WS_PART_RES_STARTED
                               TO WS_STAT_STARTED_TS
                       END-IF
                   END-IF
               WHEN WS_PART_RES_REASON_LINE
                   IF WS_PART_TAKING_REASONS_TRUE
                       PERFORM B4884_MERGE_ACK_REASON
                   END-IF
           END-EVALUATE.

           EXIT.

       *> one partition's count for a reject reason, added to the
       *> file's - the same table B4505_TALLY_ACK_REASON builds
       B4884_MERGE_ACK_REASON.
           SET WS_ACK_REASON_MATCHED_FALSE TO TRUE
           MOVE ZERO TO WS_ACK_REASON_IDX
           MOVE ZERO TO WS_ACK_REASON_MATCH_IDX

           PERFORM UNTIL WS_ACK_REASON_IDX >= WS_ACK_REASON_COUNT_USED
                               OR WS_ACK_REASON_MATCHED_TRUE
               ADD 1 TO WS_ACK_REASON_IDX
               IF WS_ACK_REASON_ENTRY_TEXT(WS_ACK_REASON_IDX)
                       = WS_PART_RES_REASON_TEXT
                   MOVE WS_ACK_REASON_IDX TO WS_ACK_REASON_MATCH_IDX
                   SET WS_ACK_REASON_MATCHED_TRUE TO TRUE
               END-IF
           END-PERFORM

           IF WS_ACK_REASON_MATCHED_TRUE
               ADD WS_PART_RES_REASON_COUNT
                   TO WS_ACK_REASON_ENTRY_CNT(WS_ACK_REASON_MATCH_IDX)
           ELSE
               IF WS_ACK_REASON_COUNT_USED < WS_ACK_REASON_TABLE_MAX
                   ADD 1 TO WS_ACK_REASON_COUNT_USED
                   MOVE WS_PART_RES_REASON_TEXT
                       TO WS_ACK_REASON_ENTRY_TEXT
                           (WS_ACK_REASON_COUNT_USED)
                   MOVE WS_PART_RES_REASON_COUNT
                       TO WS_ACK_REASON_ENTRY_CNT
                           (WS_ACK_REASON_COUNT_USED)
               END-IF
           END-IF.

           EXIT.

       *> every partition's rejects and review lines go onto the
       *> day's generation files this run has open, its corrections
       *> onto this run's report (their summary lines added into the
       *> one B4170 writes), its staged cross-reference entries onto
       *> DEMO_XREF.IDX, and the partition's files come off disk
       *> with its result file - the next partitioned load starts
       *> clean
       B4890_MERGE_PARTITION_OUTPUTS.
           MOVE ZERO TO WS_PART_IDX

           PERFORM UNTIL WS_PART_IDX >= WS_PART_COUNT
               ADD 1 TO WS_PART_IDX
               PERFORM B4867_BUILD_PARTITION_PATHS

               MOVE WS_PART_REJECTS_PATH TO WS_PART_OUTPUT_PATH
               SET WS_PART_OUTPUT_REJECTS TO TRUE
               PERFORM B4891_COPY_PARTITION_OUTPUT
               MOVE WS_PART_REVIEW_PATH TO WS_PART_OUTPUT_PATH
               SET WS_PART_OUTPUT_REVIEW TO TRUE
               PERFORM B4891_COPY_PARTITION_OUTPUT
               MOVE WS_PART_CORRECTIONS_PATH TO WS_PART_OUTPUT_PATH
               SET WS_PART_OUTPUT_CORRECTIONS TO TRUE
               PERFORM B4891_COPY_PARTITION_OUTPUT
               PERFORM B4894_APPLY_PARTITION_XREF

               CALL "CBL_DELETE_FILE" USING WS_PART_RESULT_PATH
                   RETURNING WS_PART_DELETE_STATUS
               END-CALL
           END-PERFORM.

           EXIT.

       B4891_COPY_PARTITION_OUTPUT.
           MOVE 'N' TO WS_PART_EOF

           OPEN INPUT DEMO_PARTITION_OUTPUT
           IF WS_PART_OUTPUT_FILE_STATUS = "00"
               PERFORM UNTIL WS_PART_EOF_TRUE
                   READ DEMO_PARTITION_OUTPUT
                       AT END
                           MOVE 'Y' TO WS_PART_EOF
                       NOT AT END
                           PERFORM B4892_PUT_PARTITION_OUTPUT_LINE
                   END-READ
               END-PERFORM
               CLOSE DEMO_PARTITION_OUTPUT

               CALL "CBL_DELETE_FILE" USING WS_PART_OUTPUT_PATH
                   RETURNING WS_PART_DELETE_STATUS
               END-CALL
           END-IF.

           EXIT.

       B4892_PUT_PARTITION_OUTPUT_LINE.
           EVALUATE TRUE
               WHEN WS_PART_OUTPUT_REJECTS
                   WRITE DEMO_DATA_REJECTS_RECORD
                       FROM DEMO_PARTITION_OUTPUT_RECORD
               WHEN WS_PART_OUTPUT_REVIEW
                   WRITE DEMO_DATA_REVIEW_RECORD
                       FROM DEMO_PARTITION_OUTPUT_RECORD(1:80)
               WHEN WS_PART_OUTPUT_CORRECTIONS
                   MOVE DEMO_PARTITION_OUTPUT_RECORD
                       TO WS_PART_CORR_SUMMARY_IN
                   IF WS_PART_CORR_SUMMARY_LABEL
                           = "CORRECTIONS APPLIED: "
                       PERFORM B4893_ADD_PARTITION_CORR_SUMMARY
                   ELSE
                       WRITE DEMO_CORRECTIONS_REPORT_RECORD
                           FROM DEMO_PARTITION_OUTPUT_RECORD(1:80)
                   END-IF
           END-EVALUATE.

           EXIT.

       *> in the order the partition made them, so each key ends on
       *> its latest disposition as a whole-file load leaves it. No
       *> two partitions hold the same record, so the order between
       *> partitions doesn't matter.
       B4894_APPLY_PARTITION_XREF.
           MOVE 'N' TO WS_PART_EOF

           OPEN INPUT DEMO_XREF_STAGE
           IF WS_XREF_STAGE_FILE_STATUS = "00"
               PERFORM UNTIL WS_PART_EOF_TRUE
                   READ DEMO_XREF_STAGE INTO DEMO_XREF_RECORD
                       AT END
                           MOVE 'Y' TO WS_PART_EOF
                       NOT AT END
                           WRITE DEMO_XREF_RECORD
                               INVALID KEY
                                   REWRITE DEMO_XREF_RECORD
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE DEMO_XREF_STAGE

               CALL "CBL_DELETE_FILE" USING WS_PART_XREF_PATH
                   RETURNING WS_PART_DELETE_STATUS
               END-CALL
           END-IF.

           EXIT.

       B4893_ADD_PARTITION_CORR_SUMMARY.
           IF WS_PART_CORR_IN_APPLIED IS NUMERIC
               MOVE WS_PART_CORR_IN_APPLIED TO WS_CORR_SUMMARY_APPLIED
               ADD WS_CORR_SUMMARY_APPLIED TO WS_CORRECTIONS_APPLIED
           END-IF
           IF WS_PART_CORR_IN_NOT_FOUND IS NUMERIC
               MOVE WS_PART_CORR_IN_NOT_FOUND
                   TO WS_CORR_SUMMARY_NOT_FOUND
               ADD WS_CORR_SUMMARY_NOT_FOUND TO WS_CORRECTIONS_NOT_FOUND
           END-IF
           IF WS_PART_CORR_IN_LEGAL_HOLD IS NUMERIC
               MOVE WS_PART_CORR_IN_LEGAL_HOLD
                   TO WS_CORR_SUMMARY_LEGAL_HOLD
               ADD WS_CORR_SUMMARY_LEGAL_HOLD
                   TO WS_CORRECTIONS_LEGAL_HOLD
           END-IF.

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

       *> every B8000 caller STOPs the run - the program is exiting,
       *> so no instance is left running and a marker this run owns
       *> must not strand the operator's recovery rerun behind the
       *> stale threshold
          IF WS_LOCK_OWNED_TRUE
              PERFORM B4004_RELEASE_RUN_LOCK
          END-IF.

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
               PERFORM B9200_INTEGRATION_TESTS
           ELSE
               IF WS_PARAMS_TEST_NAME = 'UNIT'
                   PERFORM B9100_UNIT_TESTS
               ELSE IF WS_PARAMS_TEST_NAME = 'INTEGRATION'
                   PERFORM B9200_INTEGRATION_TESTS
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
       
           PERFORM B9001_DEMO_DATE_IS_NUMERIC_DATE
           PERFORM B9002_DEMO_STRING_ISNT_EMPTY
           PERFORM B9003_DEMO_STRING_SWITCH_TO_Z
           PERFORM B9004_DEMO_DATE_IS_REAL_CALENDAR_DATE
           PERFORM B9005_BUSINESS_DAY_HELD_TO_CALENDAR
           PERFORM B9006_PREFLIGHT_CATCHES_REPEAT_IN_FILE
           PERFORM B9007_FILE_SEQUENCE_GAP_IS_HELD
           PERFORM B9008_PROVIDER_MASTER_GATES_THE_HEADER
           PERFORM B9009_AMOUNT_OVER_SOURCE_LIMIT_IS_HELD
           PERFORM B9010_LATE_RECORD_IS_TALLIED_AS_BACKDATED
           PERFORM B9011_TRANSACTION_REF_IDENTIFIES_RECORD
           PERFORM B9012_PARTITION_SHARES_THE_FILE
           PERFORM B9013_PREFLIGHT_REMEMBERS_PASSED_FILES
       
           EXIT.
       
       B9200_INTEGRATION_TESTS.
           DISPLAY 'RUNNING INTEGRATION TESTS!'           
       
           DISPLAY "we are connecting to a test table with the same "
           DISPLAY "schema to test inserts by immediately performing "
           DISPLAY "a read to after an insert to verify it exists "
           DISPLAY "in the database "
           
           DISPLAY "CONNECT TO DB..."
           PERFORM B3100_CONNECT

           DISPLAY 'CLEARING OUT EXISTING DATA IN THE TEST TABLE...'
           PERFORM B3600_CLEAR_TEST_TABLE

           MOVE '20220516' TO DEMO_DATE
           MOVE '16A001' TO DEMO_STRING
           DISPLAY 'INSERTING A RECORD: ', DEMO_REC
           PERFORM B3400_INSERT_ROW

           MOVE SPACES TO DEMO_REC
           DISPLAY 'RETRIEVING THE RECORD: '
           PERFORM B3500_FETCH_ROWS_INIT
           PERFORM B3501_FETCH_ROWS_READ_NEXT 
           DISPLAY 'RETRIEVED A RECORD: ', DEMO_REC

           DISPLAY 'TESTING EQUALITY...'
           IF DEMO_DATE = '20220516'
             AND DEMO_STRING = '16A001'

                PERFORM B9901_TEST_PASSED
           ELSE 
                PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "DISCONNECTING"

           PERFORM B3900_DISCONNECT

           EXIT.
       
       B9001_DEMO_DATE_IS_NUMERIC_DATE.
           DISPLAY "FIRST 8 CHARACTERS IS NUMERIC "
           DISPLAY "SETS WS_GOOD_DATE TO TRUE".
           MOVE SPACES TO DEMO_REC
           MOVE '20220101' TO DEMO_DATE
           PERFORM B4200_DATE_CHECK
           IF WS_GOOD_DATE_TRUE 
               PERFORM B9901_TEST_PASSED
           ELSE 
               PERFORM B9902_TEST_FAILED
           END-IF
       
           DISPLAY "FIRST 8 CHARACTERS IS NOT NUMERIC "
           DISPLAY "SETS WS_GOOD_DATE TO FALSE".
           MOVE SPACES TO DEMO_REC
           MOVE 'A' TO DEMO_DATE
           PERFORM B4200_DATE_CHECK
           IF WS_GOOD_DATE_FALSE 
               PERFORM B9901_TEST_PASSED
           ELSE 
               PERFORM B9902_TEST_FAILED
           END-IF
           EXIT.
       
       B9002_DEMO_STRING_ISNT_EMPTY.
           DISPLAY "EMPTY STRING SETS WS_GOOD_STRING TO FALSE".
           MOVE SPACES TO DEMO_REC
           PERFORM B4300_STRING_CHECK
           IF WS_GOOD_STRING_FALSE 
               PERFORM B9901_TEST_PASSED
           ELSE 
               PERFORM B9902_TEST_FAILED
           SET WS_CALENDAR_LOADED_FALSE TO TRUE
           EXIT.

       B9006_PREFLIGHT_CATCHES_REPEAT_IN_FILE.
           DISPLAY "A KEY THE PRE-FLIGHT PASS WOULD HAVE LOADED "
           DISPLAY "IS FOUND AGAIN LATER IN THE SAME FILE".
           MOVE ZERO TO WS_PREFLIGHT_SEEN_COUNT
           MOVE SPACES TO DEMO_REC
           MOVE '20260105' TO DEMO_DATE
           MOVE '05A001' TO DEMO_STRING
           PERFORM B4625_FIND_PREFLIGHT_KEY
           PERFORM B4630_REMEMBER_PREFLIGHT_KEY
           PERFORM B4625_FIND_PREFLIGHT_KEY
           IF WS_PREFLIGHT_SEEN_TRUE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A DIFFERENT KEY IS NOT".
           MOVE '05A002' TO DEMO_STRING
           PERFORM B4625_FIND_PREFLIGHT_KEY
           IF WS_PREFLIGHT_SEEN_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE ZERO TO WS_PREFLIGHT_SEEN_COUNT
           EXIT.

       B9007_FILE_SEQUENCE_GAP_IS_HELD.
           MOVE 1 TO WS_SEQ_COUNT
           MOVE "ABC" TO WS_SEQ_ENTRY_SOURCE(1)
           MOVE 4 TO WS_SEQ_ENTRY_LAST(1)
           MOVE "ABC" TO WS_SCAN_SOURCE

           DISPLAY "THE NEXT NUMBER IN SEQUENCE IS ACCEPTED".
           MOVE "000005" TO WS_SCAN_FILE_SEQ
           PERFORM B4800_CHECK_FILE_SEQUENCE
           IF WS_SEQ_ACCEPT
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A SKIPPED NUMBER HOLDS THE FILE AS A GAP".
           MOVE "000006" TO WS_SCAN_FILE_SEQ
           PERFORM B4800_CHECK_FILE_SEQUENCE
           IF WS_SEQ_HOLD
                   AND WS_SEQ_HOLD_REASON = "FILE SEQUENCE GAP - HELD"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A NUMBER ALREADY USED HOLDS THE FILE".
           MOVE "000004" TO WS_SCAN_FILE_SEQ
           PERFORM B4800_CHECK_FILE_SEQUENCE
           IF WS_SEQ_HOLD
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "AN UNNUMBERED (OLDER) FILE IS NOT HELD".
           MOVE SPACES TO WS_SCAN_FILE_SEQ
           PERFORM B4800_CHECK_FILE_SEQUENCE
           IF WS_SEQ_ACCEPT
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE ZERO TO WS_SEQ_COUNT
           EXIT.

       B9008_PROVIDER_MASTER_GATES_THE_HEADER.
           SET WS_PROV_LOADED_TRUE TO TRUE
           MOVE 2 TO WS_PROV_COUNT
           MOVE "ABC" TO WS_PROV_ENTRY_CODE(1)
           MOVE 'A' TO WS_PROV_ENTRY_STATUS(1)
           MOVE "20260101" TO WS_PROV_ENTRY_EFF_FROM(1)
           MOVE SPACES TO WS_PROV_ENTRY_EFF_TO(1)
           MOVE "XYZ" TO WS_PROV_ENTRY_CODE(2)
           MOVE 'S' TO WS_PROV_ENTRY_STATUS(2)
           MOVE "20260101" TO WS_PROV_ENTRY_EFF_FROM(2)
           MOVE SPACES TO WS_PROV_ENTRY_EFF_TO(2)
           MOVE "20260820" TO WS_SCAN_RUN_DATE

           DISPLAY "AN ACTIVE PROVIDER IN EFFECT IS ACCEPTED".
           MOVE "ABC" TO WS_SCAN_SOURCE
           PERFORM B4830_CHECK_PROVIDER
           IF WS_PROV_ACCEPT
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A SOURCE NOT ON THE MASTER IS REFUSED".
           MOVE "ABD" TO WS_SCAN_SOURCE
           PERFORM B4830_CHECK_PROVIDER
           IF WS_PROV_REFUSE
                   AND WS_PROV_REFUSE_REASON = "UNKNOWN PROVIDER"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A SUSPENDED PROVIDER IS REFUSED".
           MOVE "XYZ" TO WS_SCAN_SOURCE
           PERFORM B4830_CHECK_PROVIDER
           IF WS_PROV_REFUSE
                   AND WS_PROV_REFUSE_REASON = "PROVIDER SUSPENDED"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A FILE DATED BEFORE ONBOARDING IS REFUSED".
           MOVE "ABC" TO WS_SCAN_SOURCE
           MOVE "20251231" TO WS_SCAN_RUN_DATE
           PERFORM B4830_CHECK_PROVIDER
           IF WS_PROV_REFUSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           SET WS_PROV_LOADED_FALSE TO TRUE
           MOVE ZERO TO WS_PROV_COUNT
           MOVE SPACES TO WS_SCAN_RUN_DATE
           EXIT.

       B9009_AMOUNT_OVER_SOURCE_LIMIT_IS_HELD.
           MOVE 100000 TO WS_HOLD_DEFAULT_AMOUNT
           MOVE 2 TO WS_HOLD_LIMIT_COUNT
           MOVE "ABC" TO WS_HOLD_LIMIT_ENTRY_SOURCE(1)
           MOVE 500000 TO WS_HOLD_LIMIT_ENTRY_AMOUNT(1)
           MOVE "XYZ" TO WS_HOLD_LIMIT_ENTRY_SOURCE(2)
           MOVE ZERO TO WS_HOLD_LIMIT_ENTRY_AMOUNT(2)

           DISPLAY "AN AMOUNT OVER THE RUN-WIDE LIMIT IS HELD".
           MOVE "PRI" TO WS_SOURCE_HV
           MOVE 100001 TO DB_AMOUNT
           PERFORM B4765_CHECK_HOLD_LIMIT
           IF WS_HOLD_APPLIES_TRUE AND DB_HOLD_LIMIT = 100000
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "AN AMOUNT EXACTLY AT THE LIMIT LOADS".
           MOVE 100000 TO DB_AMOUNT
           PERFORM B4765_CHECK_HOLD_LIMIT
           IF WS_HOLD_APPLIES_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A SOURCE'S OWN LIMIT OVERRIDES THE RUN-WIDE ONE".
           MOVE "ABC" TO WS_SOURCE_HV
           MOVE 200000 TO DB_AMOUNT
           PERFORM B4765_CHECK_HOLD_LIMIT
           IF WS_HOLD_APPLIES_FALSE AND DB_HOLD_LIMIT = 500000
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A SOURCE LIMIT OF ZERO EXEMPTS THE SOURCE".
           MOVE "XYZ" TO WS_SOURCE_HV
           MOVE 999999999 TO DB_AMOUNT
           PERFORM B4765_CHECK_HOLD_LIMIT
           IF WS_HOLD_APPLIES_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE ZERO TO WS_HOLD_DEFAULT_AMOUNT
           MOVE ZERO TO WS_HOLD_LIMIT_COUNT
           MOVE "PRI" TO WS_SOURCE_HV
           MOVE ZERO TO DB_AMOUNT
           EXIT.

       B9010_LATE_RECORD_IS_TALLIED_AS_BACKDATED.
           DISPLAY "A RECORD PAST THE BUSINESS-DAY LIMIT IS TALLIED".
           *> Monday to Friday, with Wednesday a holiday - a Monday
           *> record in Friday's file is three business days old
           MOVE 5 TO WS_CALENDAR_COUNT
           SET WS_CALENDAR_LOADED_TRUE TO TRUE
           MOVE '20260803' TO WS_CALENDAR_ENTRY_DATE(1)
           MOVE 'B' TO WS_CALENDAR_ENTRY_TYPE(1)
           MOVE '20260804' TO WS_CALENDAR_ENTRY_DATE(2)
           MOVE 'B' TO WS_CALENDAR_ENTRY_TYPE(2)
           MOVE '20260805' TO WS_CALENDAR_ENTRY_DATE(3)
           MOVE 'H' TO WS_CALENDAR_ENTRY_TYPE(3)
           MOVE '20260806' TO WS_CALENDAR_ENTRY_DATE(4)
           MOVE 'B' TO WS_CALENDAR_ENTRY_TYPE(4)
           MOVE '20260807' TO WS_CALENDAR_ENTRY_DATE(5)
           MOVE 'B' TO WS_CALENDAR_ENTRY_TYPE(5)
           MOVE 2 TO WS_BACKDATE_DAYS
           MOVE ZERO TO WS_BACKDATE_COUNT
           MOVE '20260807' TO WS_BACKDATE_REF_DATE
           MOVE "PRI" TO WS_SOURCE_HV
           MOVE SPACES TO DEMO_REC
           MOVE '20260803' TO DEMO_DATE
           MOVE 125 TO DB_AMOUNT
           PERFORM B4260_CHECK_BACKDATED
           MOVE 75 TO DB_AMOUNT
           PERFORM B4260_CHECK_BACKDATED
           IF WS_BACKDATE_COUNT = 1
                   AND WS_BACKDATE_ENTRY_COUNT(1) = 2
                   AND WS_BACKDATE_ENTRY_AMOUNT(1) = 200
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A RECORD WITHIN THE LIMIT IS NOT TALLIED".
           *> Wednesday's holiday doesn't count - Tuesday's record is
           *> two business days old in Friday's file
           MOVE ZERO TO WS_BACKDATE_COUNT
           MOVE '20260804' TO DEMO_DATE
           PERFORM B4260_CHECK_BACKDATED
           IF WS_BACKDATE_COUNT = ZERO
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE ZERO TO WS_BACKDATE_COUNT
           MOVE ZERO TO WS_CALENDAR_COUNT
           SET WS_CALENDAR_LOADED_FALSE TO TRUE
           EXIT.

       B9011_TRANSACTION_REF_IDENTIFIES_RECORD.
           DISPLAY "AN EXTENDED DETAIL WITHOUT A REFERENCE IS REJECTED".
           SET WS_DETAIL_LAYOUT_EXTENDED TO TRUE
           MOVE SPACES TO DEMO_REC
           MOVE '20260803' TO DEMO_DATE
           MOVE '03A001' TO DEMO_STRING
           PERFORM B4127_EXTRACT_PROVIDER_REF
           IF WS_GOOD_REFERENCE_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "AN ORIGINAL DETAIL NEEDS NONE AND KEEPS NONE".
           SET WS_DETAIL_LAYOUT_ORIGINAL TO TRUE
           MOVE 'LEFTOVER-POSITIONS' TO DEMO_PROVIDER_REF
           PERFORM B4127_EXTRACT_PROVIDER_REF
           IF WS_GOOD_REFERENCE_TRUE AND DEMO_PROVIDER_REF = SPACES
                   AND DB_PROVIDER_REF = SPACES
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "TWO REFERENCES ON ONE DATE AND STRING ARE "
           DISPLAY "NOT A REPEAT TO THE PRE-FLIGHT PASS".
           MOVE ZERO TO WS_PREFLIGHT_SEEN_COUNT
           MOVE 'TXN-0000000001' TO DEMO_PROVIDER_REF
           PERFORM B4625_FIND_PREFLIGHT_KEY
           PERFORM B4630_REMEMBER_PREFLIGHT_KEY
           MOVE 'TXN-0000000002' TO DEMO_PROVIDER_REF
           PERFORM B4625_FIND_PREFLIGHT_KEY
           IF WS_PREFLIGHT_SEEN_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "THE SAME REFERENCE AGAIN IS".
           MOVE 'TXN-0000000001' TO DEMO_PROVIDER_REF
           PERFORM B4625_FIND_PREFLIGHT_KEY
           IF WS_PREFLIGHT_SEEN_TRUE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A HEADER NAMING AN UNKNOWN LAYOUT IS REFUSED".
           SET WS_PROV_ACCEPT TO TRUE
           MOVE "03" TO WS_SCAN_LAYOUT_VERSION
           PERFORM B4838_CHECK_LAYOUT_VERSION
           IF WS_PROV_REFUSE
                   AND WS_PROV_REFUSE_REASON
                       = "UNKNOWN LAYOUT VERSION 03"
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A HEADER WITHOUT ONE IS THE ORIGINAL LAYOUT".
           SET WS_PROV_ACCEPT TO TRUE
           MOVE SPACES TO WS_SCAN_LAYOUT_VERSION
           PERFORM B4838_CHECK_LAYOUT_VERSION
           IF WS_PROV_ACCEPT
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           MOVE ZERO TO WS_PREFLIGHT_SEEN_COUNT
           MOVE SPACES TO DEMO_REC
           MOVE SPACES TO DB_PROVIDER_REF
           SET WS_DETAIL_LAYOUT_ORIGINAL TO TRUE
           EXIT.

       B9012_PARTITION_SHARES_THE_FILE.
           *> BR2's files go whole to partition 01; everything else
           *> is split by date between 02 (first half of August) and
           *> 03 (second half)
           SET WS_PARTITION_INSTANCE TO TRUE
           MOVE 3 TO WS_PART_COUNT
           MOVE 2 TO WS_PART_FIRST_DATE_IDX
           MOVE "01" TO WS_PART_ENTRY_ID(1)
           MOVE "SRC " TO WS_PART_ENTRY_KIND(1)
           MOVE "BR2" TO WS_PART_ENTRY_FROM(1)
           MOVE SPACES TO WS_PART_ENTRY_TO(1)
           MOVE "02" TO WS_PART_ENTRY_ID(2)
           MOVE "DATE" TO WS_PART_ENTRY_KIND(2)
           MOVE "20260801" TO WS_PART_ENTRY_FROM(2)
           MOVE "20260815" TO WS_PART_ENTRY_TO(2)
           MOVE "03" TO WS_PART_ENTRY_ID(3)
           MOVE "DATE" TO WS_PART_ENTRY_KIND(3)
           MOVE "20260816" TO WS_PART_ENTRY_FROM(3)
           MOVE "20260831" TO WS_PART_ENTRY_TO(3)

           DISPLAY "A SOURCE THE PLAN NAMES IS LOADED WHOLE BY ITS "
           DISPLAY "PARTITION AND BY NO OTHER".
           MOVE "BR2" TO WS_SCAN_SOURCE
           MOVE 1 TO WS_PART_MY_IDX
           PERFORM B4863_DETERMINE_FILE_SHARE
           IF WS_PART_SHARE_ALL
               MOVE 2 TO WS_PART_MY_IDX
               PERFORM B4863_DETERMINE_FILE_SHARE
           END-IF
           IF WS_PART_SHARE_NONE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "ANY OTHER SOURCE IS SHARED BY DATE".
           MOVE SPACES TO WS_SCAN_SOURCE
           MOVE 3 TO WS_PART_MY_IDX
           PERFORM B4863_DETERMINE_FILE_SHARE
           IF WS_PART_SHARE_BY_DATE AND WS_PART_FILE_SOURCE = "PRI"
               MOVE 1 TO WS_PART_MY_IDX
               PERFORM B4863_DETERMINE_FILE_SHARE
           END-IF
           IF WS_PART_SHARE_NONE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A RECORD IS LOADED ONLY BY THE PARTITION "
           DISPLAY "WHOSE RANGE HOLDS ITS DATE".
           SET WS_PART_SHARE_BY_DATE TO TRUE
           MOVE 3 TO WS_PART_MY_IDX
           MOVE SPACES TO DEMO_DATA_RECORD
           MOVE "20260820" TO DEMO_DATA_RECORD(1:8)
           PERFORM B4861_CHECK_PARTITION_RECORD
           IF WS_PART_RECORD_MINE_TRUE
               MOVE "20260805" TO DEMO_DATA_RECORD(1:8)
               PERFORM B4861_CHECK_PARTITION_RECORD
           END-IF
           IF WS_PART_RECORD_MINE_FALSE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A RECORD WITHOUT A GOOD DATE GOES TO THE FIRST "
           DISPLAY "DATE PARTITION, TO BE REJECTED THERE".
           MOVE "2026AUGX" TO DEMO_DATA_RECORD(1:8)
           PERFORM B4861_CHECK_PARTITION_RECORD
           IF WS_PART_RECORD_MINE_FALSE
               MOVE 2 TO WS_PART_MY_IDX
               PERFORM B4861_CHECK_PARTITION_RECORD
           END-IF
           IF WS_PART_RECORD_MINE_TRUE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A CORRECTION GOES BY THE DATE IT CORRECTS".
           MOVE SPACES TO DEMO_DATA_RECORD
           MOVE "C 20260820" TO DEMO_DATA_RECORD(1:10)
           PERFORM B4861_CHECK_PARTITION_RECORD
           IF WS_PART_RECORD_MINE_FALSE
               MOVE 3 TO WS_PART_MY_IDX
               PERFORM B4861_CHECK_PARTITION_RECORD
           END-IF
           IF WS_PART_RECORD_MINE_TRUE
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "A PLAN WITH OVERLAPPING DATE RANGES IS REFUSED".
           SET WS_PART_PLAN_VALID_TRUE TO TRUE
           MOVE SPACES TO DEMO_WRITER_PARTITIONS_RECORD
           MOVE "04" TO PART_ID
           MOVE "DATE" TO PART_KIND
           MOVE "20260810" TO PART_FROM
           MOVE "20260812" TO PART_TO
           PERFORM B4857_CHECK_PLAN_LINE
           IF WS_PART_PLAN_VALID_FALSE AND WS_PART_COUNT = 3
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "EACH PARTITION'S REJECT REASONS ADD UP ON THE ACK".
           MOVE ZERO TO WS_ACK_REASON_COUNT_USED
           MOVE SPACES TO WS_PART_RESULT_LINE
           MOVE "INVALID DATE" TO WS_PART_RES_REASON_TEXT
           MOVE 3 TO WS_PART_RES_REASON_COUNT
           PERFORM B4884_MERGE_ACK_REASON
           MOVE 2 TO WS_PART_RES_REASON_COUNT
           PERFORM B4884_MERGE_ACK_REASON
           MOVE "EMPTY STRING" TO WS_PART_RES_REASON_TEXT
           MOVE 1 TO WS_PART_RES_REASON_COUNT
           PERFORM B4884_MERGE_ACK_REASON
           IF WS_ACK_REASON_COUNT_USED = 2
                   AND WS_ACK_REASON_ENTRY_CNT(1) = 5
                   AND WS_ACK_REASON_ENTRY_CNT(2) = 1
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           SET WS_PARTITION_WHOLE_FILE TO TRUE
           SET WS_PART_PLAN_VALID_TRUE TO TRUE
           SET WS_PART_RECORD_MINE_TRUE TO TRUE
           MOVE SPACES TO WS_PART_PLAN_ERROR
           MOVE ZERO TO WS_PART_COUNT
           MOVE ZERO TO WS_PART_MY_IDX
           MOVE ZERO TO WS_PART_FIRST_DATE_IDX
           MOVE ZERO TO WS_ACK_REASON_COUNT_USED
           MOVE SPACES TO WS_SCAN_SOURCE
           MOVE SPACES TO DEMO_DATA_RECORD
           EXIT.

       B9013_PREFLIGHT_REMEMBERS_PASSED_FILES.
           DISPLAY "A FILE PRE-FLIGHT PASSES MOVES ITS SOURCE ON, SO "
           DISPLAY "THE SOURCE'S NEXT FILE IN THE LIST IS NOT HELD".
           MOVE 1 TO WS_SEQ_COUNT
           MOVE "ABC" TO WS_SEQ_ENTRY_SOURCE(1)
           MOVE 4 TO WS_SEQ_ENTRY_LAST(1)
           MOVE "ABC" TO WS_SCAN_SOURCE
           MOVE "000005" TO WS_SCAN_FILE_SEQ
           PERFORM B4800_CHECK_FILE_SEQUENCE
           IF WS_SEQ_ACCEPT
               PERFORM B4821_ADVANCE_SEQUENCE_IN_MEMORY
               MOVE "000006" TO WS_SCAN_FILE_SEQ
               PERFORM B4800_CHECK_FILE_SEQUENCE
           END-IF
           IF WS_SEQ_ACCEPT AND WS_SEQ_ENTRY_LAST(1) = 5
               PERFORM B9901_TEST_PASSED
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           DISPLAY "THE SAME FILE LATER IN THE LIST COUNTS AS "
           DISPLAY "REGISTERED, A DIFFERENT ONE DOES NOT".
           SET WS_PREFLIGHT_TRUE TO TRUE
           MOVE ZERO TO WS_PREFLIGHT_PASSED_COUNT
           MOVE "../src/resources/DEMO_ABC_1.TXT" TO WS_DEMO_DATA_PATH
           MOVE "20260105" TO WS_SCAN_RUN_DATE
           MOVE "00000003" TO WS_SCAN_DETAIL_COUNT
           PERFORM B4646_REMEMBER_PREFLIGHT_PASSED_FILE
           SET WS_FILE_NOT_YET_PROCESSED TO TRUE
           PERFORM B4645_FIND_PREFLIGHT_PASSED_FILE
           IF WS_FILE_ALREADY_PROCESSED_TRUE
               MOVE "../src/resources/DEMO_ABC_2.TXT"
                   TO WS_DEMO_DATA_PATH
               SET WS_FILE_NOT_YET_PROCESSED TO TRUE
               PERFORM B4645_FIND_PREFLIGHT_PASSED_FILE
               IF WS_FILE_NOT_YET_PROCESSED
                   PERFORM B9901_TEST_PASSED
               ELSE
                   PERFORM B9902_TEST_FAILED
               END-IF
           ELSE
               PERFORM B9902_TEST_FAILED
           END-IF

           SET WS_PREFLIGHT_FALSE TO TRUE
           MOVE ZERO TO WS_PREFLIGHT_PASSED_COUNT
           MOVE ZERO TO WS_SEQ_COUNT
           MOVE SPACES TO WS_SCAN_FILE_SEQ
           MOVE "../src/resources/DEMO_DATA.DAT" TO WS_DEMO_DATA_PATH
           EXIT.

       B9901_TEST_PASSED.
           DISPLAY "TEST PASSED"
           ADD 1 TO WS_TEST_PASSED
