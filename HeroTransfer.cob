      *HEROLOCK row (a live session would overwrite the batch
      *change at its next save), and the giving side must actually
      *hold the gold or goods.
      *
      *XFERTRAN is framed by a header record (H, batch id, creation
      *date) and a trailer record (T, record count, gold hash,
      *quantity hash - the sums of the amounts on the gold and on
      *the item transfers, a field that is not numeric counting as
      *zero). The whole file is read through and proved against its
      *trailer before any transfer is applied, and a batch id
      *already on the BATCHCTL batch control file is refused, so a
      *short, padded or repeated file pays nobody. The proof heads
      *the transfer report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT TRANSFER-TRAN-FILE ASSIGN TO "XFERTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XT-FILE-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-KEY
               FILE STATUS IS BH-FILE-STATUS.
           SELECT TRANSFER-REPORT-FILE ASSIGN TO "XFERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XR-FILE-STATUS.
       COPY "hero-lock.cpy".
       COPY "item-master.cpy".
       COPY "gold-ledger.cpy".
       COPY "batch-control.cpy".

       FD  TRANSFER-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  TRANSFER-TRAN-RECORD     PIC X(80).
       01  TRANSFER-TRAN-CONTROL.
           05  XT-RECORD-TYPE       PIC X(02).
               88  XT-BATCH-HEADER      VALUE "H,".
               88  XT-BATCH-TRAILER     VALUE "T,".
           05  FILLER               PIC X(78).

       FD  TRANSFER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  GD-FILE-STATUS           PIC X(02).
       01  XT-FILE-STATUS           PIC X(02).
       01  XR-FILE-STATUS           PIC X(02).
       01  BH-FILE-STATUS           PIC X(02).

       01  XT-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-TRANS             VALUE 'Y'.
       01  HT-PROOF-EOF-SW          PIC X(01) VALUE 'N'.
           88  END-OF-PROOF             VALUE 'Y'.
       01  HT-BATCHCTL-SW           PIC X(01) VALUE 'N'.
           88  HT-BATCHCTL-OPEN         VALUE 'Y'.
       01  HT-BATCH-SW              PIC X(01) VALUE 'N'.
           88  HT-BATCH-ACCEPTED        VALUE 'Y'.
       01  HT-HEADER-SW             PIC X(01) VALUE 'N'.
           88  HT-HEADER-SEEN           VALUE 'Y'.
       01  HT-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  HT-TRAILER-SEEN          VALUE 'Y'.
       01  HT-HASH-OK-SW            PIC X(01) VALUE 'Y'.
           88  HT-HASH-NUMERIC          VALUE 'Y'.

      *Header and trailer as keyed on XFERTRAN, and the totals this
      *run counts from the detail records to prove them.
       01  HT-CONTROL-FIELDS.
           05  HT-CONTROL-TYPE      PIC X(01).
           05  HT-BATCH-ID          PIC X(12).
           05  HT-CREATED-RAW       PIC X(10).
           05  HT-COUNT-RAW         PIC X(10).
           05  HT-GOLD-HASH-RAW     PIC X(10).
           05  HT-QTY-HASH-RAW      PIC X(10).
       01  HT-CREATED-DATE          PIC 9(08) VALUE 0.
       01  HT-TRAILER-COUNT         PIC 9(07) VALUE 0.
       01  HT-TRAILER-GOLD          PIC 9(09) VALUE 0.
       01  HT-TRAILER-QTY           PIC 9(09) VALUE 0.
       01  HT-DETAIL-COUNT          PIC 9(07) VALUE 0.
       01  HT-GOLD-HASH             PIC 9(09) VALUE 0.
       01  HT-QTY-HASH              PIC 9(09) VALUE 0.
       01  HT-RECORD-NUM            PIC 9(07) VALUE 0.
       01  HT-HASH-RAW              PIC X(10).
       01  HT-HASH-WORK             PIC X(10) JUSTIFIED RIGHT.
       01  HT-HASH-NUM REDEFINES HT-HASH-WORK
                                    PIC 9(10).
       01  HT-BATCH-REJECT          PIC X(30).
       01  HT-PRIOR-RUN-DATE        PIC 9(08) VALUE 0.

       01  HT-TRAN-FIELDS.
           05  HT-ACTION-CODE       PIC X(01).
       01  HT-REJECT-REASON         PIC X(30).
       01  HT-NUMERIC-WORK          PIC X(06) JUSTIFIED RIGHT.
       01  HT-RUN-DATE              PIC 9(08).
       01  HT-RUN-TIME              PIC 9(08).
       01  HT-LOCK-CHECK-NAME       PIC X(10).

       01  HT-READ-COUNT            PIC 9(05) VALUE 0.
       01  HT-REJECT-COUNT          PIC 9(05) VALUE 0.

       01  HT-COUNT-ED              PIC ZZZZ9.
       01  HT-TRAILER-ED            PIC ZZZZZZZZ9.
       01  HT-READ-ED               PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT HT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT HT-RUN-TIME FROM TIME.
           PERFORM 1000-OPEN-FILES.
           IF NOT END-OF-TRANS
               PERFORM 1100-PROVE-BATCH
           END-IF.
           PERFORM 2000-PROCESS-TRANSACTION UNTIL END-OF-TRANS.
           PERFORM 3000-WRITE-CONTROL-TOTALS.
           IF HT-BATCH-ACCEPTED
               PERFORM 3100-COMPLETE-BATCH-CONTROL
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

                   XT-FILE-STATUS
               SET END-OF-TRANS TO TRUE
           END-IF.
           OPEN I-O BATCH-CONTROL-FILE.
           IF BH-FILE-STATUS = "35"
               OPEN OUTPUT BATCH-CONTROL-FILE
               CLOSE BATCH-CONTROL-FILE
               OPEN I-O BATCH-CONTROL-FILE
           END-IF.
           IF BH-FILE-STATUS = "00"
               SET HT-BATCHCTL-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT TRANSFER-REPORT-FILE.
           MOVE "HERO TRANSFER ERROR REPORT"
               TO TRANSFER-REPORT-LINE.
           MOVE SPACES TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.

      *The whole of XFERTRAN is read through first. The header must
      *be the first record and the trailer the last, the trailer's
      *count and hash totals must agree with the detail records
      *between them, and the batch id must be new to BATCHCTL.
      *Only then is the batch control row written and the file
      *reopened for the apply pass; a rejected batch applies
      *nothing.
       1100-PROVE-BATCH.
           MOVE SPACES TO HT-BATCH-REJECT.
           MOVE SPACES TO HT-CONTROL-FIELDS.
           PERFORM 1110-PROVE-NEXT-RECORD UNTIL END-OF-PROOF.
           CLOSE TRANSFER-TRAN-FILE.
           IF HT-BATCH-REJECT = SPACES AND NOT HT-HEADER-SEEN
               MOVE "BATCH HEADER MISSING" TO HT-BATCH-REJECT
           END-IF.
           IF HT-BATCH-REJECT = SPACES AND NOT HT-TRAILER-SEEN
               MOVE "BATCH TRAILER MISSING" TO HT-BATCH-REJECT
           END-IF.
           IF HT-BATCH-REJECT = SPACES
                   AND HT-TRAILER-COUNT NOT = HT-DETAIL-COUNT
               MOVE "RECORD COUNT DOES NOT AGREE" TO HT-BATCH-REJECT
           END-IF.
           IF HT-BATCH-REJECT = SPACES
                   AND HT-TRAILER-GOLD NOT = HT-GOLD-HASH
               MOVE "GOLD HASH DOES NOT AGREE" TO HT-BATCH-REJECT
           END-IF.
           IF HT-BATCH-REJECT = SPACES
                   AND HT-TRAILER-QTY NOT = HT-QTY-HASH
               MOVE "QUANTITY HASH DOES NOT AGREE" TO HT-BATCH-REJECT
           END-IF.
           IF HT-BATCH-REJECT = SPACES
               PERFORM 1150-CHECK-BATCH-CONTROL
           END-IF.
           IF HT-BATCH-REJECT = SPACES
               PERFORM 1170-START-BATCH-CONTROL
           END-IF.
           IF HT-BATCH-REJECT = SPACES
               OPEN INPUT TRANSFER-TRAN-FILE
               IF XT-FILE-STATUS NOT = "00"
                   MOVE "XFERTRAN COULD NOT BE REOPENED"
                       TO HT-BATCH-REJECT
               END-IF
           END-IF.
           IF HT-BATCH-REJECT = SPACES
               SET HT-BATCH-ACCEPTED TO TRUE
           ELSE
               SET END-OF-TRANS TO TRUE
               DISPLAY "HeroTransfer: batch rejected - "
                   HT-BATCH-REJECT
           END-IF.
           PERFORM 1160-WRITE-PROOF-LINES.

       1110-PROVE-NEXT-RECORD.
           READ TRANSFER-TRAN-FILE
               AT END
                   SET END-OF-PROOF TO TRUE
               NOT AT END
                   ADD 1 TO HT-RECORD-NUM
                   EVALUATE TRUE
                       WHEN HT-TRAILER-SEEN
                           MOVE "RECORDS FOLLOW THE TRAILER"
                               TO HT-BATCH-REJECT
                       WHEN XT-BATCH-HEADER AND HT-RECORD-NUM = 1
                           PERFORM 1120-NOTE-HEADER
                       WHEN XT-BATCH-HEADER
                           MOVE "HEADER NOT THE FIRST RECORD"
                               TO HT-BATCH-REJECT
                       WHEN HT-RECORD-NUM = 1
                           MOVE "BATCH HEADER MISSING"
                               TO HT-BATCH-REJECT
                       WHEN XT-BATCH-TRAILER
                           PERFORM 1130-NOTE-TRAILER
                       WHEN OTHER
                           PERFORM 1140-ADD-DETAIL-HASH
                   END-EVALUATE
           END-READ.
           IF HT-BATCH-REJECT NOT = SPACES
               SET END-OF-PROOF TO TRUE
           END-IF.

       1120-NOTE-HEADER.
           SET HT-HEADER-SEEN TO TRUE.
           UNSTRING TRANSFER-TRAN-RECORD DELIMITED BY ","
               INTO HT-CONTROL-TYPE
                    HT-BATCH-ID
                    HT-CREATED-RAW
           END-UNSTRING.
           IF HT-BATCH-ID = SPACES
               MOVE "BATCH ID MISSING" TO HT-BATCH-REJECT
           ELSE
               IF HT-CREATED-RAW(1:8) IS NUMERIC
                       AND HT-CREATED-RAW(9:2) = SPACES
                   MOVE HT-CREATED-RAW(1:8) TO HT-CREATED-DATE
                   IF HT-CREATED-DATE > HT-RUN-DATE
                       MOVE "CREATION DATE IN THE FUTURE"
                           TO HT-BATCH-REJECT
                   END-IF
               ELSE
                   MOVE "CREATION DATE NOT VALID" TO HT-BATCH-REJECT
               END-IF
           END-IF.

       1130-NOTE-TRAILER.
           SET HT-TRAILER-SEEN TO TRUE.
           UNSTRING TRANSFER-TRAN-RECORD DELIMITED BY ","
               INTO HT-CONTROL-TYPE
                    HT-COUNT-RAW
                    HT-GOLD-HASH-RAW
                    HT-QTY-HASH-RAW
           END-UNSTRING.
           MOVE HT-COUNT-RAW TO HT-HASH-RAW.
           PERFORM 1145-HASH-VALUE.
           MOVE HT-HASH-NUM TO HT-TRAILER-COUNT.
           IF HT-HASH-NUMERIC
               MOVE HT-GOLD-HASH-RAW TO HT-HASH-RAW
               PERFORM 1145-HASH-VALUE
               MOVE HT-HASH-NUM TO HT-TRAILER-GOLD
           END-IF.
           IF HT-HASH-NUMERIC
               MOVE HT-QTY-HASH-RAW TO HT-HASH-RAW
               PERFORM 1145-HASH-VALUE
               MOVE HT-HASH-NUM TO HT-TRAILER-QTY
           END-IF.
           IF NOT HT-HASH-NUMERIC
               MOVE "TRAILER TOTAL NOT NUMERIC" TO HT-BATCH-REJECT
           END-IF.

       1140-ADD-DETAIL-HASH.
           ADD 1 TO HT-DETAIL-COUNT.
           MOVE SPACES TO HT-TRAN-FIELDS.
           UNSTRING TRANSFER-TRAN-RECORD DELIMITED BY ","
               INTO HT-ACTION-CODE
                    HT-FROM-NAME
                    HT-TO-NAME
                    HT-ITEM-CODE
                    HT-AMOUNT-RAW
           END-UNSTRING.
           MOVE HT-AMOUNT-RAW TO HT-HASH-RAW.
           PERFORM 1145-HASH-VALUE.
           IF HT-ACTION-GOLD
               ADD HT-HASH-NUM TO HT-GOLD-HASH
           END-IF.
           IF HT-ACTION-ITEM
               ADD HT-HASH-NUM TO HT-QTY-HASH
           END-IF.

      *Right-justify and zero-fill a hash field. A value that is
      *still not numeric hashes as zero and is flagged.
       1145-HASH-VALUE.
           MOVE 'Y' TO HT-HASH-OK-SW.
           MOVE FUNCTION TRIM(HT-HASH-RAW) TO HT-HASH-WORK.
           INSPECT HT-HASH-WORK REPLACING LEADING " " BY "0".
           IF HT-HASH-WORK NOT NUMERIC
               MOVE 'N' TO HT-HASH-OK-SW
               MOVE 0 TO HT-HASH-NUM
           END-IF.

      *A batch id already on BATCHCTL is refused whether its earlier
      *run finished or not: a run that stopped part way has applied
      *part of the batch, and rerunning it would apply that part
      *twice.
       1150-CHECK-BATCH-CONTROL.
           IF NOT HT-BATCHCTL-OPEN
               MOVE "BATCHCTL NOT AVAILABLE" TO HT-BATCH-REJECT
           ELSE
               MOVE "XFERTRAN" TO BH-FEED-NAME
               MOVE HT-BATCH-ID TO BH-BATCH-ID
               READ BATCH-CONTROL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BH-RUN-DATE TO HT-PRIOR-RUN-DATE
                       IF BH-RUN-COMPLETE
                           MOVE "BATCH ALREADY PROCESSED"
                               TO HT-BATCH-REJECT
                       ELSE
                           MOVE "BATCH ALREADY STARTED"
                               TO HT-BATCH-REJECT
                       END-IF
               END-READ
           END-IF.

       1160-WRITE-PROOF-LINES.
           MOVE "BATCH CONTROL PROOF" TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.
           MOVE SPACES TO TRANSFER-REPORT-LINE.
           STRING "Batch id:  " DELIMITED BY SIZE
               HT-BATCH-ID DELIMITED BY SIZE
               "   Created: " DELIMITED BY SIZE
               HT-CREATED-DATE DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.
           MOVE "               TRAILER      READ"
               TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.
           MOVE HT-TRAILER-COUNT TO HT-TRAILER-ED.
           MOVE HT-DETAIL-COUNT TO HT-READ-ED.
           MOVE SPACES TO TRANSFER-REPORT-LINE.
           STRING "Records:     " DELIMITED BY SIZE
               HT-TRAILER-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HT-READ-ED DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.
           MOVE HT-TRAILER-GOLD TO HT-TRAILER-ED.
           MOVE HT-GOLD-HASH TO HT-READ-ED.
           MOVE SPACES TO TRANSFER-REPORT-LINE.
           STRING "Gold hash:   " DELIMITED BY SIZE
               HT-TRAILER-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HT-READ-ED DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.
           MOVE HT-TRAILER-QTY TO HT-TRAILER-ED.
           MOVE HT-QTY-HASH TO HT-READ-ED.
           MOVE SPACES TO TRANSFER-REPORT-LINE.
           STRING "Qty hash:    " DELIMITED BY SIZE
               HT-TRAILER-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               HT-READ-ED DELIMITED BY SIZE
               INTO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.
           MOVE SPACES TO TRANSFER-REPORT-LINE.
           IF HT-BATCH-ACCEPTED
               MOVE "BATCH ACCEPTED" TO TRANSFER-REPORT-LINE
           ELSE
               STRING "BATCH REJECTED: " DELIMITED BY SIZE
                   HT-BATCH-REJECT DELIMITED BY SIZE
                   " - NOTHING APPLIED" DELIMITED BY SIZE
                   INTO TRANSFER-REPORT-LINE
           END-IF.
           WRITE TRANSFER-REPORT-LINE.
           IF HT-PRIOR-RUN-DATE NOT = 0
               MOVE SPACES TO TRANSFER-REPORT-LINE
               STRING "Batch first run on " DELIMITED BY SIZE
                   HT-PRIOR-RUN-DATE DELIMITED BY SIZE
                   INTO TRANSFER-REPORT-LINE
               WRITE TRANSFER-REPORT-LINE
           END-IF.
           MOVE SPACES TO TRANSFER-REPORT-LINE.
           WRITE TRANSFER-REPORT-LINE.

      *The batch control row goes on file before the first
      *transaction is applied, so even a run that stops part way
      *leaves the batch id behind it.
       1170-START-BATCH-CONTROL.
           MOVE "XFERTRAN" TO BH-FEED-NAME.
           MOVE HT-BATCH-ID TO BH-BATCH-ID.
           MOVE HT-CREATED-DATE TO BH-CREATED-DATE.
           MOVE HT-RUN-DATE TO BH-RUN-DATE.
           MOVE HT-RUN-TIME TO BH-RUN-TIME.
           SET BH-RUN-STARTED TO TRUE.
           MOVE HT-TRAILER-COUNT TO BH-RECORD-COUNT.
           MOVE HT-TRAILER-GOLD TO BH-GOLD-HASH.
           MOVE HT-TRAILER-QTY TO BH-QUANTITY-HASH.
           MOVE 0 TO BH-APPLIED-COUNT BH-REJECT-COUNT.
           WRITE BATCH-CONTROL-RECORD
               INVALID KEY
                   MOVE "BATCH ALREADY STARTED" TO HT-BATCH-REJECT
           END-WRITE.

       2000-PROCESS-TRANSACTION.
           READ TRANSFER-TRAN-FILE
               AT END
                   SET END-OF-TRANS TO TRUE
               NOT AT END
                   IF XT-BATCH-HEADER OR XT-BATCH-TRAILER
                       CONTINUE
                   ELSE
                       ADD 1 TO HT-READ-COUNT
                       PERFORM 2010-APPLY-TRANSACTION
                   END-IF
           END-READ.

       2010-APPLY-TRANSACTION.
               " applied " HT-APPLIED-COUNT
               " rejected " HT-REJECT-COUNT.

       3100-COMPLETE-BATCH-CONTROL.
           MOVE "XFERTRAN" TO BH-FEED-NAME.
           MOVE HT-BATCH-ID TO BH-BATCH-ID.
           READ BATCH-CONTROL-FILE
               INVALID KEY
                   DISPLAY "HeroTransfer: batch control row for "
                       HT-BATCH-ID " not found"
               NOT INVALID KEY
                   SET BH-RUN-COMPLETE TO TRUE
                   MOVE HT-APPLIED-COUNT TO BH-APPLIED-COUNT
                   MOVE HT-REJECT-COUNT TO BH-REJECT-COUNT
                   REWRITE BATCH-CONTROL-RECORD
           END-READ.

       9000-CLOSE-FILES.
           CLOSE CHARACTER-MASTER-FILE.
           CLOSE HERO-INVENTORY-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE GOLD-LEDGER-FILE.
           CLOSE TRANSFER-TRAN-FILE.
           CLOSE BATCH-CONTROL-FILE.
           CLOSE TRANSFER-REPORT-FILE.
