      *delimiter is a pipe rather than the comma MonsterLoad uses
      *because narrative text is full of commas.
      *
      *The same file carries the writers' quest catalog changes:
      *action Q, the quest code, the minimum hero level (1-99) and
      *the prerequisite quest (blank for none) replace the quest's
      *QM-MIN-LEVEL and QM-PREREQ-QUEST on QSTCAT. The quest and
      *its prerequisite must both be on the catalog, and a quest
      *cannot be its own prerequisite.
      *
      *Referential edits before anything is applied: a monster code
      *must exist on the Monster Master File, and each branch code
      *must resolve to a stage already on file or added earlier or
      *for stages that nothing branches to and no catalog quest
      *starts, so a dead stage is caught here instead of by a
      *player reading "The road ahead is still being written...".
      *
      *QSTTRAN is framed by a header record (H, batch id, creation
      *date) and a trailer record (T, record count); stage text
      *carries no gold or quantities to hash, so the count is the
      *proof. The whole file is read through and proved against its
      *trailer before either pass runs, and a batch id already on
      *the BATCHCTL batch control file is refused, so a short,
      *padded or repeated file changes nothing. The proof heads the
      *load report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT QUEST-TRAN-FILE ASSIGN TO "QSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QT-FILE-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS BH-FILE-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "QUESTLDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.
       COPY "quest-catalog.cpy".
       COPY "encounter-table.cpy".
       COPY "merchant-stock.cpy".
       COPY "batch-control.cpy".

       FD  QUEST-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUEST-TRAN-RECORD        PIC X(350).
       01  QUEST-TRAN-CONTROL.
           05  QT-RECORD-TYPE       PIC X(02).
               88  QT-BATCH-HEADER      VALUE "H|".
               88  QT-BATCH-TRAILER     VALUE "T|".
           05  FILLER               PIC X(348).

       FD  LOAD-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MS-FILE-STATUS           PIC X(02).
       01  QT-FILE-STATUS           PIC X(02).
       01  LR-FILE-STATUS           PIC X(02).
       01  BH-FILE-STATUS           PIC X(02).

       01  QT-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-TRANS             VALUE 'Y'.
       01  QL-PROOF-EOF-SW          PIC X(01) VALUE 'N'.
           88  END-OF-PROOF             VALUE 'Y'.
       01  QL-BATCHCTL-SW           PIC X(01) VALUE 'N'.
           88  QL-BATCHCTL-OPEN         VALUE 'Y'.
       01  QL-BATCH-SW              PIC X(01) VALUE 'N'.
           88  QL-BATCH-ACCEPTED        VALUE 'Y'.
       01  QL-HEADER-SW             PIC X(01) VALUE 'N'.
           88  QL-HEADER-SEEN           VALUE 'Y'.
       01  QL-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  QL-TRAILER-SEEN          VALUE 'Y'.
       01  QS-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
           88  END-OF-STAGES            VALUE 'Y'.
       01  QM-SCAN-EOF-SW           PIC X(01) VALUE 'N'.
               88  QL-ACTION-ADD        VALUE "A".
               88  QL-ACTION-CHANGE     VALUE "C".
               88  QL-ACTION-DELETE     VALUE "D".
               88  QL-ACTION-QUEST      VALUE "Q".
           05  QL-STAGE-CODE        PIC X(04).
           05  QL-NARRATIVE-LINE    OCCURS 4 TIMES
                                    PIC X(50).

       01  QL-REJECT-REASON         PIC X(30).

      *A Q transaction as keyed, and its minimum level proved
      *numeric.
       01  QL-QUEST-FIELDS.
           05  QL-QUEST-CODE        PIC X(04).
           05  QL-MIN-LEVEL-RAW     PIC X(03).
           05  QL-PREREQ-QUEST      PIC X(04).
       01  QL-MIN-LEVEL-WORK        PIC X(02) JUSTIFIED RIGHT.
       01  QL-MIN-LEVEL-NUM REDEFINES QL-MIN-LEVEL-WORK
                                    PIC 9(02).
       01  QL-CODE-LABEL            PIC X(07).
       01  QL-CATALOG-SW            PIC X(01) VALUE 'N'.
           88  QL-CATALOG-OPEN          VALUE 'Y'.

      *Header and trailer as keyed on QSTTRAN, and the count this
      *run makes of the detail records to prove them.
       01  QL-CONTROL-FIELDS.
           05  QL-CONTROL-TYPE      PIC X(01).
           05  QL-BATCH-ID          PIC X(12).
           05  QL-CREATED-RAW       PIC X(10).
           05  QL-COUNT-RAW         PIC X(10).
       01  QL-CREATED-DATE          PIC 9(08) VALUE 0.
       01  QL-TRAILER-COUNT         PIC 9(07) VALUE 0.
       01  QL-DETAIL-COUNT          PIC 9(07) VALUE 0.
       01  QL-RECORD-NUM            PIC 9(07) VALUE 0.
       01  QL-COUNT-WORK            PIC X(10) JUSTIFIED RIGHT.
       01  QL-COUNT-NUM REDEFINES QL-COUNT-WORK
                                    PIC 9(10).
       01  QL-BATCH-REJECT          PIC X(30).
       01  QL-PRIOR-RUN-DATE        PIC 9(08) VALUE 0.
       01  QL-RUN-DATE              PIC 9(08).
       01  QL-RUN-TIME              PIC 9(08).

      *Stage codes named by this batch, collected on a first pass so
      *a branch may point forward to a stage added later in the same
      *transaction file. A delete makes the code unresolvable even
       01  QL-OVERFLOW-COUNT        PIC 9(05) VALUE 0.

       01  QL-COUNT-ED              PIC ZZZZ9.
       01  QL-TRAILER-ED            PIC ZZZZZZZZ9.
       01  QL-READ-ED               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT QL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT QL-RUN-TIME FROM TIME.
           PERFORM 1000-OPEN-FILES.
           IF NOT END-OF-TRANS
               PERFORM 1200-PROVE-BATCH
           END-IF.
           IF QL-BATCH-ACCEPTED
               PERFORM 1100-COLLECT-BATCH-CODES
           END-IF.
           PERFORM 2000-PROCESS-TRANSACTION UNTIL END-OF-TRANS.
           PERFORM 4000-AUDIT-REACHABILITY.
           PERFORM 5000-WRITE-CONTROL-TOTALS.
           IF QL-BATCH-ACCEPTED
               PERFORM 5100-COMPLETE-BATCH-CONTROL
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

                   MS-FILE-STATUS
               SET END-OF-TRANS TO TRUE
           END-IF.
           OPEN I-O QUEST-CATALOG-FILE.
           IF QM-FILE-STATUS = "00"
               SET QL-CATALOG-OPEN TO TRUE
           END-IF.
           OPEN I-O BATCH-CONTROL-FILE.
           IF BH-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-CONTROL-FILE
               CLOSE BATCH-CONTROL-FILE
               OPEN I-O BATCH-CONTROL-FILE
           END-IF.
           IF BH-FILE-STATUS = "00"
               SET QL-BATCHCTL-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT LOAD-REPORT-FILE.
           MOVE "QUEST STAGE LOAD ERROR REPORT" TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
               MOVE "A" TO QL-BATCH-DISP(QL-BATCH-IDX)
           END-IF.

      *Before either pass the whole of QSTTRAN is read through once
      *to prove it. The header must be the first record and the
      *trailer the last, the trailer's count must agree with the
      *detail records between them, and the batch id must be new
      *to BATCHCTL. Only then is the batch control row written and
      *the two passes run; a rejected batch applies nothing.

       1200-PROVE-BATCH.
           MOVE SPACES TO QL-BATCH-REJECT.
           MOVE SPACES TO QL-CONTROL-FIELDS.
           OPEN INPUT QUEST-TRAN-FILE.
           IF QT-FILE-STATUS NOT = "00"
               DISPLAY "QuestLoad: cannot open QSTTRAN, status "
                   QT-FILE-STATUS
               MOVE "QSTTRAN COULD NOT BE OPENED" TO QL-BATCH-REJECT
               SET END-OF-PROOF TO TRUE
           END-IF.
           PERFORM 1210-PROVE-NEXT-RECORD UNTIL END-OF-PROOF.
           CLOSE QUEST-TRAN-FILE.
           IF QL-BATCH-REJECT = SPACES AND NOT QL-HEADER-SEEN
               MOVE "BATCH HEADER MISSING" TO QL-BATCH-REJECT
           END-IF.
           IF QL-BATCH-REJECT = SPACES AND NOT QL-TRAILER-SEEN
               MOVE "BATCH TRAILER MISSING" TO QL-BATCH-REJECT
           END-IF.
           IF QL-BATCH-REJECT = SPACES
                   AND QL-TRAILER-COUNT NOT = QL-DETAIL-COUNT
               MOVE "RECORD COUNT DOES NOT AGREE" TO QL-BATCH-REJECT
           END-IF.
           IF QL-BATCH-REJECT = SPACES
               PERFORM 1250-CHECK-BATCH-CONTROL
           END-IF.
           IF QL-BATCH-REJECT = SPACES
               PERFORM 1270-START-BATCH-CONTROL
           END-IF.
           IF QL-BATCH-REJECT = SPACES
               SET QL-BATCH-ACCEPTED TO TRUE
           ELSE
               SET END-OF-TRANS TO TRUE
               DISPLAY "QuestLoad: batch rejected - "
                   QL-BATCH-REJECT
           END-IF.
           PERFORM 1260-WRITE-PROOF-LINES.

       1210-PROVE-NEXT-RECORD.
           READ QUEST-TRAN-FILE
               AT END
                   SET END-OF-PROOF TO TRUE
               NOT AT END
                   ADD 1 TO QL-RECORD-NUM
                   EVALUATE TRUE
                       WHEN QL-TRAILER-SEEN
                           MOVE "RECORDS FOLLOW THE TRAILER"
                               TO QL-BATCH-REJECT
                       WHEN QT-BATCH-HEADER AND QL-RECORD-NUM = 1
                           PERFORM 1220-NOTE-HEADER
                       WHEN QT-BATCH-HEADER
                           MOVE "HEADER NOT THE FIRST RECORD"
                               TO QL-BATCH-REJECT
                       WHEN QL-RECORD-NUM = 1
                           MOVE "BATCH HEADER MISSING"
                               TO QL-BATCH-REJECT
                       WHEN QT-BATCH-TRAILER
                           PERFORM 1230-NOTE-TRAILER
                       WHEN OTHER
                           ADD 1 TO QL-DETAIL-COUNT
                   END-EVALUATE
           END-READ.
           IF QL-BATCH-REJECT NOT = SPACES
               SET END-OF-PROOF TO TRUE
           END-IF.

       1220-NOTE-HEADER.
           SET QL-HEADER-SEEN TO TRUE.
           UNSTRING QUEST-TRAN-RECORD DELIMITED BY "|"
               INTO QL-CONTROL-TYPE
                    QL-BATCH-ID
                    QL-CREATED-RAW
           END-UNSTRING.
           IF QL-BATCH-ID = SPACES
               MOVE "BATCH ID MISSING" TO QL-BATCH-REJECT
           ELSE
               IF QL-CREATED-RAW(1:8) IS NUMERIC
                       AND QL-CREATED-RAW(9:2) = SPACES
                   MOVE QL-CREATED-RAW(1:8) TO QL-CREATED-DATE
                   IF QL-CREATED-DATE > QL-RUN-DATE
                       MOVE "CREATION DATE IN THE FUTURE"
                           TO QL-BATCH-REJECT
                   END-IF
               ELSE
                   MOVE "CREATION DATE NOT VALID" TO QL-BATCH-REJECT
               END-IF
           END-IF.

       1230-NOTE-TRAILER.
           SET QL-TRAILER-SEEN TO TRUE.
           UNSTRING QUEST-TRAN-RECORD DELIMITED BY "|"
               INTO QL-CONTROL-TYPE
                    QL-COUNT-RAW
           END-UNSTRING.
           MOVE FUNCTION TRIM(QL-COUNT-RAW) TO QL-COUNT-WORK.
           INSPECT QL-COUNT-WORK REPLACING LEADING " " BY "0".
           IF QL-COUNT-WORK IS NUMERIC
               MOVE QL-COUNT-NUM TO QL-TRAILER-COUNT
           ELSE
               MOVE "TRAILER COUNT NOT NUMERIC" TO QL-BATCH-REJECT
           END-IF.

      *A batch id already on BATCHCTL is refused whether its earlier
      *run finished or not: a run that stopped part way has applied
      *part of the batch, and rerunning it would apply that part
      *twice.
       1250-CHECK-BATCH-CONTROL.
           IF NOT QL-BATCHCTL-OPEN
               MOVE "BATCHCTL NOT AVAILABLE" TO QL-BATCH-REJECT
           ELSE
               MOVE "QSTTRAN" TO BH-FEED-NAME
               MOVE QL-BATCH-ID TO BH-BATCH-ID
               READ BATCH-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BH-RUN-DATE TO QL-PRIOR-RUN-DATE
                       IF BH-RUN-COMPLETE
                           MOVE "BATCH ALREADY PROCESSED"
                               TO QL-BATCH-REJECT
                       ELSE
                           MOVE "BATCH ALREADY STARTED"
                               TO QL-BATCH-REJECT
                       END-IF
               END-READ
           END-IF.

       1260-WRITE-PROOF-LINES.
           MOVE "BATCH CONTROL PROOF" TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "Batch id:  " DELIMITED BY SIZE
               QL-BATCH-ID DELIMITED BY SIZE
               "   Created: " DELIMITED BY SIZE
               QL-CREATED-DATE DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE "               TRAILER      READ" TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE QL-TRAILER-COUNT TO QL-TRAILER-ED.
           MOVE QL-DETAIL-COUNT TO QL-READ-ED.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "Records:     " DELIMITED BY SIZE
               QL-TRAILER-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QL-READ-ED DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           IF QL-BATCH-ACCEPTED
               MOVE "BATCH ACCEPTED" TO LOAD-REPORT-LINE
           ELSE
               STRING "BATCH REJECTED: " DELIMITED BY SIZE
                   QL-BATCH-REJECT DELIMITED BY SIZE
                   " - NOTHING APPLIED" DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
           END-IF.
           WRITE LOAD-REPORT-LINE.
           IF QL-PRIOR-RUN-DATE NOT = 0
               MOVE SPACES TO LOAD-REPORT-LINE
               STRING "Batch first run on " DELIMITED BY SIZE
                   QL-PRIOR-RUN-DATE DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
           END-IF.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

      *The batch control row goes on file before the first
      *transaction is applied, so even a run that stops part way
      *leaves the batch id behind it.
       1270-START-BATCH-CONTROL.
           MOVE "QSTTRAN" TO BH-FEED-NAME.
           MOVE QL-BATCH-ID TO BH-BATCH-ID.
           MOVE QL-CREATED-DATE TO BH-CREATED-DATE.
           MOVE QL-RUN-DATE TO BH-RUN-DATE.
           MOVE QL-RUN-TIME TO BH-RUN-TIME.
           SET BH-RUN-STARTED TO TRUE.
           MOVE QL-TRAILER-COUNT TO BH-RECORD-COUNT.
           MOVE 0 TO BH-GOLD-HASH BH-QUANTITY-HASH.
           MOVE 0 TO BH-APPLIED-COUNT BH-REJECT-COUNT.
           WRITE BATCH-CONTROL-RECORD
               INVALID KEY
                   MOVE "BATCH ALREADY STARTED" TO QL-BATCH-REJECT
           END-WRITE.

      *Pass two: edit and apply each transaction.

       2000-PROCESS-TRANSACTION.
               AT END
                   SET END-OF-TRANS TO TRUE
               NOT AT END
                   IF QT-BATCH-HEADER OR QT-BATCH-TRAILER
                       CONTINUE
                   ELSE
                       ADD 1 TO QL-READ-COUNT
                       PERFORM 2010-APPLY-TRANSACTION
                   END-IF
           END-READ.

       2010-APPLY-TRANSACTION.
           PERFORM 2020-EDIT-TRANSACTION.
           IF QL-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN QL-ACTION-QUEST
                       PERFORM 2130-CHANGE-QUEST-ACCESS
                   WHEN QL-ACTION-ADD
                       PERFORM 2030-ADD-STAGE
                   WHEN QL-ACTION-CHANGE

       2020-EDIT-TRANSACTION.
           IF NOT QL-ACTION-ADD AND NOT QL-ACTION-CHANGE
                   AND NOT QL-ACTION-DELETE AND NOT QL-ACTION-QUEST
               MOVE "INVALID ACTION CODE" TO QL-REJECT-REASON
           END-IF.
           IF QL-REJECT-REASON = SPACES AND QL-ACTION-QUEST
               PERFORM 2100-EDIT-QUEST-ACCESS
           END-IF.
           IF QL-REJECT-REASON = SPACES AND NOT QL-ACTION-QUEST
                   AND QL-STAGE-CODE = SPACES
               MOVE "STAGE CODE MISSING" TO QL-REJECT-REASON
           END-IF.
           IF QL-REJECT-REASON = SPACES AND NOT QL-ACTION-DELETE
                   AND NOT QL-ACTION-QUEST
               IF QL-NARRATIVE-LINE(1) = SPACES
                   MOVE "NARRATIVE LINE 1 MISSING" TO QL-REJECT-REASON
               END-IF
                   SET QL-BRANCH-RESOLVES TO TRUE
           END-READ.

      *A Q transaction is edited against the catalog as it stands:
      *the quest must be on QSTCAT, the minimum level 1 to 99, and
      *the prerequisite, when one is keyed, another quest on QSTCAT.
       2100-EDIT-QUEST-ACCESS.
           MOVE SPACES TO QL-QUEST-FIELDS.
           UNSTRING QUEST-TRAN-RECORD DELIMITED BY "|"
               INTO QL-ACTION-CODE
                    QL-QUEST-CODE
                    QL-MIN-LEVEL-RAW
                    QL-PREREQ-QUEST
           END-UNSTRING.
           MOVE QL-QUEST-CODE TO QL-STAGE-CODE.
           IF QL-QUEST-CODE = SPACES
               MOVE "QUEST CODE MISSING" TO QL-REJECT-REASON
           END-IF.
           IF QL-REJECT-REASON = SPACES AND NOT QL-CATALOG-OPEN
               MOVE "QSTCAT NOT AVAILABLE" TO QL-REJECT-REASON
           END-IF.
           IF QL-REJECT-REASON = SPACES
               MOVE QL-QUEST-CODE TO QM-QUEST-CODE
               READ QUEST-CATALOG-FILE
                   INVALID KEY
                       MOVE "QUEST NOT ON QSTCAT" TO QL-REJECT-REASON
               END-READ
           END-IF.
           IF QL-REJECT-REASON = SPACES
               PERFORM 2110-EDIT-MIN-LEVEL
           END-IF.
           IF QL-REJECT-REASON = SPACES
                   AND QL-PREREQ-QUEST NOT = SPACES
               PERFORM 2120-EDIT-PREREQ-QUEST
           END-IF.

       2110-EDIT-MIN-LEVEL.
           IF QL-MIN-LEVEL-RAW(3:1) NOT = SPACE
                   OR QL-MIN-LEVEL-RAW = SPACES
               MOVE "MIN LEVEL NOT 1-99" TO QL-REJECT-REASON
           ELSE
               MOVE FUNCTION TRIM(QL-MIN-LEVEL-RAW)
                   TO QL-MIN-LEVEL-WORK
               INSPECT QL-MIN-LEVEL-WORK REPLACING LEADING " " BY "0"
               IF QL-MIN-LEVEL-WORK IS NOT NUMERIC
                       OR QL-MIN-LEVEL-NUM = 0
                   MOVE "MIN LEVEL NOT 1-99" TO QL-REJECT-REASON
               END-IF
           END-IF.

       2120-EDIT-PREREQ-QUEST.
           IF QL-PREREQ-QUEST = QL-QUEST-CODE
               MOVE "QUEST CANNOT NEED ITSELF" TO QL-REJECT-REASON
           ELSE
               MOVE QL-PREREQ-QUEST TO QM-QUEST-CODE
               READ QUEST-CATALOG-FILE
                   INVALID KEY
                       MOVE "PREREQUISITE NOT ON QSTCAT"
                           TO QL-REJECT-REASON
               END-READ
           END-IF.

       2130-CHANGE-QUEST-ACCESS.
           MOVE QL-QUEST-CODE TO QM-QUEST-CODE.
           READ QUEST-CATALOG-FILE
               INVALID KEY
                   MOVE "QUEST NOT ON QSTCAT" TO QL-REJECT-REASON
               NOT INVALID KEY
                   MOVE QL-MIN-LEVEL-NUM TO QM-MIN-LEVEL
                   MOVE QL-PREREQ-QUEST TO QM-PREREQ-QUEST
                   REWRITE QUEST-CATALOG-RECORD
           END-READ.

       2030-ADD-STAGE.
           MOVE QL-STAGE-CODE TO QS-STAGE-CODE.
           READ QUEST-STAGE-FILE

       2060-REJECT-TRANSACTION.
           ADD 1 TO QL-REJECT-COUNT.
           IF QL-ACTION-QUEST
               MOVE " quest " TO QL-CODE-LABEL
           ELSE
               MOVE " stage " TO QL-CODE-LABEL
           END-IF.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "REJECTED: " DELIMITED BY SIZE
               QL-REJECT-REASON DELIMITED BY SIZE
               " - action " DELIMITED BY SIZE
               QL-ACTION-CODE DELIMITED BY SIZE
               QL-CODE-LABEL DELIMITED BY SIZE
               QL-STAGE-CODE DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           END-IF.

       4005-COLLECT-ENTRY-STAGES.
           IF QL-CATALOG-OPEN
               MOVE LOW-VALUES TO QM-QUEST-CODE
               START QUEST-CATALOG-FILE KEY >= QM-QUEST-CODE
                   INVALID KEY
                       SET END-OF-CATALOG TO TRUE
               END-START
               PERFORM 4006-READ-NEXT-CATALOG UNTIL END-OF-CATALOG
           END-IF.
           IF QL-ENTRY-COUNT = 0
               MOVE 1 TO QL-ENTRY-COUNT
               MOVE "0301" TO QL-ENTRY-STAGE(1)
               " rejected " QL-REJECT-COUNT
               " unreachable " QL-ORPHAN-COUNT.

       5100-COMPLETE-BATCH-CONTROL.
           MOVE "QSTTRAN" TO BH-FEED-NAME.
           MOVE QL-BATCH-ID TO BH-BATCH-ID.
           READ BATCH-CONTROL-FILE
               INVALID KEY
                   DISPLAY "QuestLoad: batch control row for "
                       QL-BATCH-ID " not found"
               NOT INVALID KEY
                   SET BH-RUN-COMPLETE TO TRUE
                   MOVE QL-APPLIED-COUNT TO BH-APPLIED-COUNT
                   MOVE QL-REJECT-COUNT TO BH-REJECT-COUNT
                   REWRITE BATCH-CONTROL-RECORD
           END-READ.

       9000-CLOSE-FILES.
           CLOSE QUEST-STAGE-FILE.
           CLOSE MONSTER-FILE.
           CLOSE ENCOUNTER-TABLE-FILE.
           CLOSE MERCHANT-STOCK-FILE.
           CLOSE QUEST-CATALOG-FILE.
           CLOSE QUEST-TRAN-FILE.
           CLOSE BATCH-CONTROL-FILE.
           CLOSE LOAD-REPORT-FILE.
