      *each transaction to the indexed MONSTERS file, writes rejects
      *to an error report and prints control totals of transactions
      *read, applied and rejected.
      *
      *MONSTRAN is framed by a header record (H, batch id, creation
      *date) and a trailer record (T, record count, gold hash, XP
      *hash - the sums of the reward gold and reward XP fields, a
      *field that is not numeric counting as zero). The whole file
      *is read through and proved against its trailer before any
      *transaction is applied, and a batch id already on the
      *BATCHCTL batch control file is refused, so a short, padded
      *or repeated file changes nothing. The proof heads the load
      *report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT MONSTER-TRAN-FILE ASSIGN TO "MONSTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MT-FILE-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS BH-FILE-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "MONSTERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY "monster-master.cpy".
       COPY "batch-control.cpy".

       FD  MONSTER-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  MONSTER-TRAN-RECORD      PIC X(80).
       01  MONSTER-TRAN-CONTROL.
           05  MT-RECORD-TYPE       PIC X(02).
               88  MT-BATCH-HEADER      VALUE "H,".
               88  MT-BATCH-TRAILER     VALUE "T,".
           05  FILLER               PIC X(78).

       FD  LOAD-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MF-FILE-STATUS           PIC X(02).
       01  MT-FILE-STATUS           PIC X(02).
       01  LR-FILE-STATUS           PIC X(02).
       01  BH-FILE-STATUS           PIC X(02).

       01  MT-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-TRANS             VALUE 'Y'.
       01  ML-PROOF-EOF-SW          PIC X(01) VALUE 'N'.
           88  END-OF-PROOF             VALUE 'Y'.
       01  ML-BATCHCTL-SW           PIC X(01) VALUE 'N'.
           88  ML-BATCHCTL-OPEN         VALUE 'Y'.
       01  ML-BATCH-SW              PIC X(01) VALUE 'N'.
           88  ML-BATCH-ACCEPTED        VALUE 'Y'.
       01  ML-HEADER-SW             PIC X(01) VALUE 'N'.
           88  ML-HEADER-SEEN           VALUE 'Y'.
       01  ML-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  ML-TRAILER-SEEN          VALUE 'Y'.
       01  ML-HASH-OK-SW            PIC X(01) VALUE 'Y'.
           88  ML-HASH-NUMERIC          VALUE 'Y'.

      *Header and trailer as keyed on MONSTRAN, and the totals this
      *run counts from the detail records to prove them.
       01  ML-CONTROL-FIELDS.
           05  ML-CONTROL-TYPE      PIC X(01).
           05  ML-BATCH-ID          PIC X(12).
           05  ML-CREATED-RAW       PIC X(10).
           05  ML-COUNT-RAW         PIC X(10).
           05  ML-GOLD-HASH-RAW     PIC X(10).
           05  ML-XP-HASH-RAW       PIC X(10).
       01  ML-CREATED-DATE          PIC 9(08) VALUE 0.
       01  ML-TRAILER-COUNT         PIC 9(07) VALUE 0.
       01  ML-TRAILER-GOLD          PIC 9(09) VALUE 0.
       01  ML-TRAILER-XP            PIC 9(09) VALUE 0.
       01  ML-DETAIL-COUNT          PIC 9(07) VALUE 0.
       01  ML-GOLD-HASH             PIC 9(09) VALUE 0.
       01  ML-XP-HASH               PIC 9(09) VALUE 0.
       01  ML-RECORD-NUM            PIC 9(07) VALUE 0.
       01  ML-HASH-RAW              PIC X(10).
       01  ML-HASH-WORK             PIC X(10) JUSTIFIED RIGHT.
       01  ML-HASH-NUM REDEFINES ML-HASH-WORK
                                    PIC 9(10).
       01  ML-BATCH-REJECT          PIC X(30).
       01  ML-PRIOR-RUN-DATE        PIC 9(08) VALUE 0.
       01  ML-RUN-DATE              PIC 9(08).
       01  ML-RUN-TIME              PIC 9(08).

       01  ML-TRAN-FIELDS.
           05  ML-ACTION-CODE       PIC X(01).
       01  ML-REJECT-COUNT          PIC 9(05) VALUE 0.

       01  ML-COUNT-ED              PIC ZZZZ9.
       01  ML-TRAILER-ED            PIC ZZZZZZZZ9.
       01  ML-READ-ED               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT ML-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT ML-RUN-TIME FROM TIME.
           PERFORM 1000-OPEN-FILES.
           IF NOT END-OF-TRANS
               PERFORM 1100-PROVE-BATCH
           END-IF.
           PERFORM 2000-PROCESS-TRANSACTION UNTIL END-OF-TRANS.
           PERFORM 3000-WRITE-CONTROL-TOTALS.
           IF ML-BATCH-ACCEPTED
               PERFORM 3100-COMPLETE-BATCH-CONTROL
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

                   MT-FILE-STATUS
               SET END-OF-TRANS TO TRUE
           END-IF.
           OPEN I-O BATCH-CONTROL-FILE.
           IF BH-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-CONTROL-FILE
               CLOSE BATCH-CONTROL-FILE
               OPEN I-O BATCH-CONTROL-FILE
           END-IF.
           IF BH-FILE-STATUS = "00"
               SET ML-BATCHCTL-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT LOAD-REPORT-FILE.
           MOVE "MONSTER LOAD ERROR REPORT" TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

      *The whole of MONSTRAN is read through first. The header must
      *be the first record and the trailer the last, the trailer's
      *count and hash totals must agree with the detail records
      *between them, and the batch id must be new to BATCHCTL.
      *Only then is the batch control row written and the file
      *reopened for the apply pass; a rejected batch applies
      *nothing.
       1100-PROVE-BATCH.
           MOVE SPACES TO ML-BATCH-REJECT.
           MOVE SPACES TO ML-CONTROL-FIELDS.
           PERFORM 1110-PROVE-NEXT-RECORD UNTIL END-OF-PROOF.
           CLOSE MONSTER-TRAN-FILE.
           IF ML-BATCH-REJECT = SPACES AND NOT ML-HEADER-SEEN
               MOVE "BATCH HEADER MISSING" TO ML-BATCH-REJECT
           END-IF.
           IF ML-BATCH-REJECT = SPACES AND NOT ML-TRAILER-SEEN
               MOVE "BATCH TRAILER MISSING" TO ML-BATCH-REJECT
           END-IF.
           IF ML-BATCH-REJECT = SPACES
                   AND ML-TRAILER-COUNT NOT = ML-DETAIL-COUNT
               MOVE "RECORD COUNT DOES NOT AGREE" TO ML-BATCH-REJECT
           END-IF.
           IF ML-BATCH-REJECT = SPACES
                   AND ML-TRAILER-GOLD NOT = ML-GOLD-HASH
               MOVE "GOLD HASH DOES NOT AGREE" TO ML-BATCH-REJECT
           END-IF.
           IF ML-BATCH-REJECT = SPACES
                   AND ML-TRAILER-XP NOT = ML-XP-HASH
               MOVE "XP HASH DOES NOT AGREE" TO ML-BATCH-REJECT
           END-IF.
           IF ML-BATCH-REJECT = SPACES
               PERFORM 1150-CHECK-BATCH-CONTROL
           END-IF.
           IF ML-BATCH-REJECT = SPACES
               PERFORM 1170-START-BATCH-CONTROL
           END-IF.
           IF ML-BATCH-REJECT = SPACES
               OPEN INPUT MONSTER-TRAN-FILE
               IF MT-FILE-STATUS NOT = "00"
                   MOVE "MONSTRAN COULD NOT BE REOPENED"
                       TO ML-BATCH-REJECT
               END-IF
           END-IF.
           IF ML-BATCH-REJECT = SPACES
               SET ML-BATCH-ACCEPTED TO TRUE
           ELSE
               SET END-OF-TRANS TO TRUE
               DISPLAY "MonsterLoad: batch rejected - "
                   ML-BATCH-REJECT
           END-IF.
           PERFORM 1160-WRITE-PROOF-LINES.

       1110-PROVE-NEXT-RECORD.
           READ MONSTER-TRAN-FILE
               AT END
                   SET END-OF-PROOF TO TRUE
               NOT AT END
                   ADD 1 TO ML-RECORD-NUM
                   EVALUATE TRUE
                       WHEN ML-TRAILER-SEEN
                           MOVE "RECORDS FOLLOW THE TRAILER"
                               TO ML-BATCH-REJECT
                       WHEN MT-BATCH-HEADER AND ML-RECORD-NUM = 1
                           PERFORM 1120-NOTE-HEADER
                       WHEN MT-BATCH-HEADER
                           MOVE "HEADER NOT THE FIRST RECORD"
                               TO ML-BATCH-REJECT
                       WHEN ML-RECORD-NUM = 1
                           MOVE "BATCH HEADER MISSING"
                               TO ML-BATCH-REJECT
                       WHEN MT-BATCH-TRAILER
                           PERFORM 1130-NOTE-TRAILER
                       WHEN OTHER
                           PERFORM 1140-ADD-DETAIL-HASH
                   END-EVALUATE
           END-READ.
           IF ML-BATCH-REJECT NOT = SPACES
               SET END-OF-PROOF TO TRUE
           END-IF.

       1120-NOTE-HEADER.
           SET ML-HEADER-SEEN TO TRUE.
           UNSTRING MONSTER-TRAN-RECORD DELIMITED BY ","
               INTO ML-CONTROL-TYPE
                    ML-BATCH-ID
                    ML-CREATED-RAW
           END-UNSTRING.
           IF ML-BATCH-ID = SPACES
               MOVE "BATCH ID MISSING" TO ML-BATCH-REJECT
           ELSE
               IF ML-CREATED-RAW(1:8) IS NUMERIC
                       AND ML-CREATED-RAW(9:2) = SPACES
                   MOVE ML-CREATED-RAW(1:8) TO ML-CREATED-DATE
                   IF ML-CREATED-DATE > ML-RUN-DATE
                       MOVE "CREATION DATE IN THE FUTURE"
                           TO ML-BATCH-REJECT
                   END-IF
               ELSE
                   MOVE "CREATION DATE NOT VALID" TO ML-BATCH-REJECT
               END-IF
           END-IF.

       1130-NOTE-TRAILER.
           SET ML-TRAILER-SEEN TO TRUE.
           UNSTRING MONSTER-TRAN-RECORD DELIMITED BY ","
               INTO ML-CONTROL-TYPE
                    ML-COUNT-RAW
                    ML-GOLD-HASH-RAW
                    ML-XP-HASH-RAW
           END-UNSTRING.
           MOVE ML-COUNT-RAW TO ML-HASH-RAW.
           PERFORM 1145-HASH-VALUE.
           MOVE ML-HASH-NUM TO ML-TRAILER-COUNT.
           IF ML-HASH-NUMERIC
               MOVE ML-GOLD-HASH-RAW TO ML-HASH-RAW
               PERFORM 1145-HASH-VALUE
               MOVE ML-HASH-NUM TO ML-TRAILER-GOLD
           END-IF.
           IF ML-HASH-NUMERIC
               MOVE ML-XP-HASH-RAW TO ML-HASH-RAW
               PERFORM 1145-HASH-VALUE
               MOVE ML-HASH-NUM TO ML-TRAILER-XP
           END-IF.
           IF NOT ML-HASH-NUMERIC
               MOVE "TRAILER TOTAL NOT NUMERIC" TO ML-BATCH-REJECT
           END-IF.

       1140-ADD-DETAIL-HASH.
           ADD 1 TO ML-DETAIL-COUNT.
           MOVE SPACES TO ML-TRAN-FIELDS.
           UNSTRING MONSTER-TRAN-RECORD DELIMITED BY ","
               INTO ML-ACTION-CODE
                    ML-MONSTER-CODE
                    ML-MONSTER-NAME
                    ML-HEALTH-RAW
                    ML-ATTACK-RAW
                    ML-XP-RAW
                    ML-GOLD-RAW
           END-UNSTRING.
           MOVE ML-GOLD-RAW TO ML-HASH-RAW.
           PERFORM 1145-HASH-VALUE.
           ADD ML-HASH-NUM TO ML-GOLD-HASH.
           MOVE ML-XP-RAW TO ML-HASH-RAW.
           PERFORM 1145-HASH-VALUE.
           ADD ML-HASH-NUM TO ML-XP-HASH.

      *Right-justify and zero-fill a hash field. A value that is
      *still not numeric hashes as zero and is flagged.
       1145-HASH-VALUE.
           MOVE 'Y' TO ML-HASH-OK-SW.
           MOVE FUNCTION TRIM(ML-HASH-RAW) TO ML-HASH-WORK.
           INSPECT ML-HASH-WORK REPLACING LEADING " " BY "0".
           IF ML-HASH-WORK NOT NUMERIC
               MOVE 'N' TO ML-HASH-OK-SW
               MOVE 0 TO ML-HASH-NUM
           END-IF.

      *A batch id already on BATCHCTL is refused whether its earlier
      *run finished or not: a run that stopped part way has applied
      *part of the batch, and rerunning it would apply that part
      *twice.
       1150-CHECK-BATCH-CONTROL.
           IF NOT ML-BATCHCTL-OPEN
               MOVE "BATCHCTL NOT AVAILABLE" TO ML-BATCH-REJECT
           ELSE
               MOVE "MONSTRAN" TO BH-FEED-NAME
               MOVE ML-BATCH-ID TO BH-BATCH-ID
               READ BATCH-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BH-RUN-DATE TO ML-PRIOR-RUN-DATE
                       IF BH-RUN-COMPLETE
                           MOVE "BATCH ALREADY PROCESSED"
                               TO ML-BATCH-REJECT
                       ELSE
                           MOVE "BATCH ALREADY STARTED"
                               TO ML-BATCH-REJECT
                       END-IF
               END-READ
           END-IF.

       1160-WRITE-PROOF-LINES.
           MOVE "BATCH CONTROL PROOF" TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "Batch id:  " DELIMITED BY SIZE
               ML-BATCH-ID DELIMITED BY SIZE
               "   Created: " DELIMITED BY SIZE
               ML-CREATED-DATE DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE "               TRAILER      READ" TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE ML-TRAILER-COUNT TO ML-TRAILER-ED.
           MOVE ML-DETAIL-COUNT TO ML-READ-ED.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "Records:     " DELIMITED BY SIZE
               ML-TRAILER-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ML-READ-ED DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE ML-TRAILER-GOLD TO ML-TRAILER-ED.
           MOVE ML-GOLD-HASH TO ML-READ-ED.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "Gold hash:   " DELIMITED BY SIZE
               ML-TRAILER-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ML-READ-ED DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE ML-TRAILER-XP TO ML-TRAILER-ED.
           MOVE ML-XP-HASH TO ML-READ-ED.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "XP hash:     " DELIMITED BY SIZE
               ML-TRAILER-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ML-READ-ED DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           IF ML-BATCH-ACCEPTED
               MOVE "BATCH ACCEPTED" TO LOAD-REPORT-LINE
           ELSE
               STRING "BATCH REJECTED: " DELIMITED BY SIZE
                   ML-BATCH-REJECT DELIMITED BY SIZE
                   " - NOTHING APPLIED" DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
           END-IF.
           WRITE LOAD-REPORT-LINE.
           IF ML-PRIOR-RUN-DATE NOT = 0
               MOVE SPACES TO LOAD-REPORT-LINE
               STRING "Batch first run on " DELIMITED BY SIZE
                   ML-PRIOR-RUN-DATE DELIMITED BY SIZE
                   INTO LOAD-REPORT-LINE
               WRITE LOAD-REPORT-LINE
           END-IF.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

      *The batch control row goes on file before the first
      *transaction is applied, so even a run that stops part way
      *leaves the batch id behind it.
       1170-START-BATCH-CONTROL.
           MOVE "MONSTRAN" TO BH-FEED-NAME.
           MOVE ML-BATCH-ID TO BH-BATCH-ID.
           MOVE ML-CREATED-DATE TO BH-CREATED-DATE.
           MOVE ML-RUN-DATE TO BH-RUN-DATE.
           MOVE ML-RUN-TIME TO BH-RUN-TIME.
           SET BH-RUN-STARTED TO TRUE.
           MOVE ML-TRAILER-COUNT TO BH-RECORD-COUNT.
           MOVE ML-TRAILER-GOLD TO BH-GOLD-HASH.
           MOVE ML-TRAILER-XP TO BH-QUANTITY-HASH.
           MOVE 0 TO BH-APPLIED-COUNT BH-REJECT-COUNT.
           WRITE BATCH-CONTROL-RECORD
               INVALID KEY
                   MOVE "BATCH ALREADY STARTED" TO ML-BATCH-REJECT
           END-WRITE.

       2000-PROCESS-TRANSACTION.
           READ MONSTER-TRAN-FILE
               AT END
                   SET END-OF-TRANS TO TRUE
               NOT AT END
                   IF MT-BATCH-HEADER OR MT-BATCH-TRAILER
                       CONTINUE
                   ELSE
                       ADD 1 TO ML-READ-COUNT
                       PERFORM 2010-APPLY-TRANSACTION
                   END-IF
           END-READ.

       2010-APPLY-TRANSACTION.
               " applied " ML-APPLIED-COUNT
               " rejected " ML-REJECT-COUNT.

       3100-COMPLETE-BATCH-CONTROL.
           MOVE "MONSTRAN" TO BH-FEED-NAME.
           MOVE ML-BATCH-ID TO BH-BATCH-ID.
           READ BATCH-CONTROL-FILE
               INVALID KEY
                   DISPLAY "MonsterLoad: batch control row for "
                       ML-BATCH-ID " not found"
               NOT INVALID KEY
                   SET BH-RUN-COMPLETE TO TRUE
                   MOVE ML-APPLIED-COUNT TO BH-APPLIED-COUNT
                   MOVE ML-REJECT-COUNT TO BH-REJECT-COUNT
                   REWRITE BATCH-CONTROL-RECORD
           END-READ.

       9000-CLOSE-FILES.
           CLOSE MONSTER-FILE.
           CLOSE MONSTER-TRAN-FILE.
           CLOSE BATCH-CONTROL-FILE.
           CLOSE LOAD-REPORT-FILE.
