       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecipeLoad.

      *Batch maintenance for the crafting Recipe Master File, in the
      *mold of MonsterLoad. Reads a comma delimited transaction file
      *(action A=add, C=change, D=delete, then recipe code, output
      *item code, gold fee, minimum hero level, and up to four pairs
      *of input item code and quantity), applies each transaction to
      *the indexed RECIPES file, writes rejects to an error report
      *and prints control totals of transactions read, applied and
      *rejected.
      *
      *Every item a recipe names must be on the Item Master File
      *(ITEMMAST). A recipe needs at least one input; an input may
      *not repeat within the recipe or be the output itself, and
      *its quantity runs 1 to 99. Unused input pairs are left
      *blank. The minimum level runs 1 to 99.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECIPE-MASTER-FILE ASSIGN TO "RECIPES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-RECIPE-CODE
               FILE STATUS IS RE-FILE-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS IM-FILE-STATUS.
           SELECT RECIPE-TRAN-FILE ASSIGN TO "RCPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RT-FILE-STATUS.
           SELECT LOAD-REPORT-FILE ASSIGN TO "RCPERR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "recipe-master.cpy".
       COPY "item-master.cpy".

       FD  RECIPE-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECIPE-TRAN-RECORD       PIC X(80).

       FD  LOAD-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOAD-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  RE-FILE-STATUS           PIC X(02).
       01  IM-FILE-STATUS           PIC X(02).
       01  RT-FILE-STATUS           PIC X(02).
       01  LR-FILE-STATUS           PIC X(02).

       01  RT-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-TRANS             VALUE 'Y'.

       01  RL-TRAN-FIELDS.
           05  RL-ACTION-CODE       PIC X(01).
               88  RL-ACTION-ADD        VALUE "A".
               88  RL-ACTION-CHANGE     VALUE "C".
               88  RL-ACTION-DELETE     VALUE "D".
           05  RL-RECIPE-CODE       PIC X(06).
           05  RL-OUTPUT-ITEM       PIC X(06).
           05  RL-FEE-RAW           PIC X(06).
           05  RL-LEVEL-RAW         PIC X(06).
           05  RL-INPUT-RAW OCCURS 4 TIMES.
               10  RL-INPUT-ITEM    PIC X(06).
               10  RL-QUANTITY-RAW  PIC X(06).

      *Edited values, ready to move to the master.
       01  RL-GOLD-FEE              PIC 9(05).
       01  RL-MIN-LEVEL             PIC 9(02).
       01  RL-INPUT-QUANTITY OCCURS 4 TIMES
                                    PIC 9(02).
       01  RL-INPUT-COUNT           PIC 9(01).
       01  RL-SLOT                  PIC 9(01).
       01  RL-EARLIER-SLOT          PIC 9(01).

      *One numeric field is edited at a time: the raw text goes in
      *RL-NUMERIC-RAW with the width of its master field in
      *RL-FIELD-WIDTH, and comes back right-justified and zero
      *filled in RL-NUMERIC-WORK with RL-NUMBER-STATE set.
       01  RL-NUMERIC-RAW           PIC X(06).
       01  RL-NUMERIC-WORK          PIC X(06) JUSTIFIED RIGHT.
       01  RL-FIELD-WIDTH           PIC 9(01).
       01  RL-NUMBER-STATE          PIC X(01).
           88  RL-NUMBER-OK             VALUE "O".
           88  RL-NUMBER-MISSING        VALUE "M".
           88  RL-NUMBER-TOO-LONG       VALUE "L".
           88  RL-NUMBER-NOT-NUMERIC    VALUE "N".

       01  RL-REJECT-REASON         PIC X(30).
       01  RL-SLOT-TEXT             PIC 9(01).

       01  RL-READ-COUNT            PIC 9(05) VALUE 0.
       01  RL-APPLIED-COUNT         PIC 9(05) VALUE 0.
       01  RL-REJECT-COUNT          PIC 9(05) VALUE 0.

       01  RL-COUNT-ED              PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-PROCESS-TRANSACTION UNTIL END-OF-TRANS.
           PERFORM 3000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O RECIPE-MASTER-FILE.
           IF RE-FILE-STATUS = "35"
               OPEN OUTPUT RECIPE-MASTER-FILE
               CLOSE RECIPE-MASTER-FILE
               OPEN I-O RECIPE-MASTER-FILE
           END-IF.
           OPEN INPUT RECIPE-TRAN-FILE.
           IF RT-FILE-STATUS NOT = "00"
               DISPLAY "RecipeLoad: cannot open RCPTRAN, status "
                   RT-FILE-STATUS
               SET END-OF-TRANS TO TRUE
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF IM-FILE-STATUS NOT = "00"
               DISPLAY "RecipeLoad: cannot open ITEMMAST, status "
                   IM-FILE-STATUS
               DISPLAY "Recipes cannot be edited; nothing applied."
               SET END-OF-TRANS TO TRUE
           END-IF.
           OPEN OUTPUT LOAD-REPORT-FILE.
           MOVE "RECIPE LOAD ERROR REPORT" TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

       2000-PROCESS-TRANSACTION.
           READ RECIPE-TRAN-FILE
               AT END
                   SET END-OF-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO RL-READ-COUNT
                   PERFORM 2010-APPLY-TRANSACTION
           END-READ.

       2010-APPLY-TRANSACTION.
           MOVE SPACES TO RL-TRAN-FIELDS.
           MOVE SPACES TO RL-REJECT-REASON.
           UNSTRING RECIPE-TRAN-RECORD DELIMITED BY ","
               INTO RL-ACTION-CODE
                    RL-RECIPE-CODE
                    RL-OUTPUT-ITEM
                    RL-FEE-RAW
                    RL-LEVEL-RAW
                    RL-INPUT-ITEM(1)
                    RL-QUANTITY-RAW(1)
                    RL-INPUT-ITEM(2)
                    RL-QUANTITY-RAW(2)
                    RL-INPUT-ITEM(3)
                    RL-QUANTITY-RAW(3)
                    RL-INPUT-ITEM(4)
                    RL-QUANTITY-RAW(4)
           END-UNSTRING.
           PERFORM 2020-EDIT-TRANSACTION.
           IF RL-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN RL-ACTION-ADD
                       PERFORM 2030-ADD-RECIPE
                   WHEN RL-ACTION-CHANGE
                       PERFORM 2040-CHANGE-RECIPE
                   WHEN RL-ACTION-DELETE
                       PERFORM 2050-DELETE-RECIPE
               END-EVALUATE
           END-IF.
           IF RL-REJECT-REASON NOT = SPACES
               PERFORM 2060-REJECT-TRANSACTION
           ELSE
               ADD 1 TO RL-APPLIED-COUNT
           END-IF.

      *Right-justify and zero-fill one numeric field so unpadded
      *values such as "50" pass the numeric edit; an empty field or
      *one longer than its master field is flagged, not read as a
      *silent zero or truncated.
       2015-NORMALIZE-NUMBER.
           MOVE FUNCTION TRIM(RL-NUMERIC-RAW) TO RL-NUMERIC-WORK.
           EVALUATE TRUE
               WHEN RL-NUMERIC-WORK = SPACES
                   SET RL-NUMBER-MISSING TO TRUE
               WHEN RL-NUMERIC-WORK(1:6 - RL-FIELD-WIDTH) NOT = SPACES
                   SET RL-NUMBER-TOO-LONG TO TRUE
               WHEN OTHER
                   INSPECT RL-NUMERIC-WORK
                       REPLACING LEADING " " BY "0"
                   IF RL-NUMERIC-WORK IS NUMERIC
                       SET RL-NUMBER-OK TO TRUE
                   ELSE
                       SET RL-NUMBER-NOT-NUMERIC TO TRUE
                   END-IF
           END-EVALUATE.

       2020-EDIT-TRANSACTION.
           IF NOT RL-ACTION-ADD AND NOT RL-ACTION-CHANGE
                   AND NOT RL-ACTION-DELETE
               MOVE "INVALID ACTION CODE" TO RL-REJECT-REASON
           END-IF.
           IF RL-REJECT-REASON = SPACES
                   AND RL-RECIPE-CODE = SPACES
               MOVE "RECIPE CODE MISSING" TO RL-REJECT-REASON
           END-IF.
           IF RL-REJECT-REASON = SPACES AND NOT RL-ACTION-DELETE
               PERFORM 2021-EDIT-OUTPUT-AND-TERMS
               IF RL-REJECT-REASON = SPACES
                   MOVE 0 TO RL-INPUT-COUNT
                   PERFORM 2024-EDIT-INPUT-SLOT
                       VARYING RL-SLOT FROM 1 BY 1
                       UNTIL RL-SLOT > 4
                           OR RL-REJECT-REASON NOT = SPACES
               END-IF
               IF RL-REJECT-REASON = SPACES
                       AND RL-INPUT-COUNT = 0
                   MOVE "NO INPUT ITEMS" TO RL-REJECT-REASON
               END-IF
           END-IF.

       2021-EDIT-OUTPUT-AND-TERMS.
           IF RL-OUTPUT-ITEM = SPACES
               MOVE "OUTPUT ITEM MISSING" TO RL-REJECT-REASON
           ELSE
               MOVE RL-OUTPUT-ITEM TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE "OUTPUT ITEM NOT ON ITEMMAST"
                           TO RL-REJECT-REASON
               END-READ
           END-IF.
           IF RL-REJECT-REASON = SPACES
               MOVE RL-FEE-RAW TO RL-NUMERIC-RAW
               MOVE 5 TO RL-FIELD-WIDTH
               PERFORM 2015-NORMALIZE-NUMBER
               EVALUATE TRUE
                   WHEN RL-NUMBER-MISSING
                       MOVE "GOLD FEE MISSING" TO RL-REJECT-REASON
                   WHEN RL-NUMBER-TOO-LONG
                       MOVE "GOLD FEE TOO LONG" TO RL-REJECT-REASON
                   WHEN RL-NUMBER-NOT-NUMERIC
                       MOVE "GOLD FEE NOT NUMERIC" TO RL-REJECT-REASON
                   WHEN OTHER
                       MOVE RL-NUMERIC-WORK(2:5) TO RL-GOLD-FEE
               END-EVALUATE
           END-IF.
           IF RL-REJECT-REASON = SPACES
               MOVE RL-LEVEL-RAW TO RL-NUMERIC-RAW
               MOVE 2 TO RL-FIELD-WIDTH
               PERFORM 2015-NORMALIZE-NUMBER
               EVALUATE TRUE
                   WHEN RL-NUMBER-MISSING
                       MOVE "MIN LEVEL MISSING" TO RL-REJECT-REASON
                   WHEN RL-NUMBER-TOO-LONG
                       MOVE "MIN LEVEL TOO LONG" TO RL-REJECT-REASON
                   WHEN RL-NUMBER-NOT-NUMERIC
                       MOVE "MIN LEVEL NOT NUMERIC"
                           TO RL-REJECT-REASON
                   WHEN OTHER
                       MOVE RL-NUMERIC-WORK(5:2) TO RL-MIN-LEVEL
                       IF RL-MIN-LEVEL = 0
                           MOVE "MIN LEVEL ZERO" TO RL-REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF.

      *An input pair left blank is an unused slot. The reject names
      *the slot so the operator can find the pair in the record.
       2024-EDIT-INPUT-SLOT.
           MOVE RL-SLOT TO RL-SLOT-TEXT.
           MOVE 0 TO RL-INPUT-QUANTITY(RL-SLOT).
           IF RL-INPUT-ITEM(RL-SLOT) = SPACES
               IF RL-QUANTITY-RAW(RL-SLOT) NOT = SPACES
                   STRING "INPUT " DELIMITED BY SIZE
                       RL-SLOT-TEXT DELIMITED BY SIZE
                       " QUANTITY WITHOUT ITEM" DELIMITED BY SIZE
                       INTO RL-REJECT-REASON
               END-IF
           ELSE
               PERFORM 2025-EDIT-INPUT-ITEM
           END-IF.

       2025-EDIT-INPUT-ITEM.
           MOVE RL-INPUT-ITEM(RL-SLOT) TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   STRING "INPUT " DELIMITED BY SIZE
                       RL-SLOT-TEXT DELIMITED BY SIZE
                       " NOT ON ITEMMAST" DELIMITED BY SIZE
                       INTO RL-REJECT-REASON
           END-READ.
           IF RL-REJECT-REASON = SPACES
                   AND RL-INPUT-ITEM(RL-SLOT) = RL-OUTPUT-ITEM
               STRING "INPUT " DELIMITED BY SIZE
                   RL-SLOT-TEXT DELIMITED BY SIZE
                   " IS THE OUTPUT ITEM" DELIMITED BY SIZE
                   INTO RL-REJECT-REASON
           END-IF.
           IF RL-REJECT-REASON = SPACES AND RL-SLOT > 1
               PERFORM 2026-CHECK-REPEATED-INPUT
                   VARYING RL-EARLIER-SLOT FROM 1 BY 1
                   UNTIL RL-EARLIER-SLOT >= RL-SLOT
           END-IF.
           IF RL-REJECT-REASON = SPACES
               MOVE RL-QUANTITY-RAW(RL-SLOT) TO RL-NUMERIC-RAW
               MOVE 2 TO RL-FIELD-WIDTH
               PERFORM 2015-NORMALIZE-NUMBER
               IF RL-NUMBER-OK
                   MOVE RL-NUMERIC-WORK(5:2)
                       TO RL-INPUT-QUANTITY(RL-SLOT)
               END-IF
               IF NOT RL-NUMBER-OK OR RL-INPUT-QUANTITY(RL-SLOT) = 0
                   STRING "INPUT " DELIMITED BY SIZE
                       RL-SLOT-TEXT DELIMITED BY SIZE
                       " QUANTITY NOT 1-99" DELIMITED BY SIZE
                       INTO RL-REJECT-REASON
               END-IF
           END-IF.
           IF RL-REJECT-REASON = SPACES
               ADD 1 TO RL-INPUT-COUNT
           END-IF.

       2026-CHECK-REPEATED-INPUT.
           IF RL-INPUT-ITEM(RL-EARLIER-SLOT) = RL-INPUT-ITEM(RL-SLOT)
                   AND RL-REJECT-REASON = SPACES
               STRING "INPUT " DELIMITED BY SIZE
                   RL-SLOT-TEXT DELIMITED BY SIZE
                   " REPEATS AN EARLIER INPUT" DELIMITED BY SIZE
                   INTO RL-REJECT-REASON
           END-IF.

       2030-ADD-RECIPE.
           MOVE RL-RECIPE-CODE TO RE-RECIPE-CODE.
           READ RECIPE-MASTER-FILE
               INVALID KEY
                   PERFORM 2035-MOVE-TRAN-TO-MASTER
                   WRITE RECIPE-MASTER-RECORD
               NOT INVALID KEY
                   MOVE "RECIPE ALREADY ON FILE" TO RL-REJECT-REASON
           END-READ.

       2040-CHANGE-RECIPE.
           MOVE RL-RECIPE-CODE TO RE-RECIPE-CODE.
           READ RECIPE-MASTER-FILE
               INVALID KEY
                   MOVE "RECIPE NOT ON FILE" TO RL-REJECT-REASON
               NOT INVALID KEY
                   PERFORM 2035-MOVE-TRAN-TO-MASTER
                   REWRITE RECIPE-MASTER-RECORD
           END-READ.

       2050-DELETE-RECIPE.
           MOVE RL-RECIPE-CODE TO RE-RECIPE-CODE.
           READ RECIPE-MASTER-FILE
               INVALID KEY
                   MOVE "RECIPE NOT ON FILE" TO RL-REJECT-REASON
               NOT INVALID KEY
                   DELETE RECIPE-MASTER-FILE
           END-READ.

       2035-MOVE-TRAN-TO-MASTER.
           MOVE RL-RECIPE-CODE TO RE-RECIPE-CODE.
           MOVE RL-OUTPUT-ITEM TO RE-OUTPUT-ITEM.
           PERFORM 2036-MOVE-INPUT-SLOT
               VARYING RL-SLOT FROM 1 BY 1
               UNTIL RL-SLOT > 4.
           MOVE RL-GOLD-FEE TO RE-GOLD-FEE.
           MOVE RL-MIN-LEVEL TO RE-MIN-LEVEL.

       2036-MOVE-INPUT-SLOT.
           MOVE RL-INPUT-ITEM(RL-SLOT) TO RE-INPUT-ITEM(RL-SLOT).
           MOVE RL-INPUT-QUANTITY(RL-SLOT)
               TO RE-INPUT-QUANTITY(RL-SLOT).

       2060-REJECT-TRANSACTION.
           ADD 1 TO RL-REJECT-COUNT.
           MOVE SPACES TO LOAD-REPORT-LINE.
           STRING "REJECTED: " DELIMITED BY SIZE
               RL-REJECT-REASON DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               RECIPE-TRAN-RECORD DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

       3000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE RL-READ-COUNT TO RL-COUNT-ED.
           STRING "Transactions read:     " DELIMITED BY SIZE
               RL-COUNT-ED DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE RL-APPLIED-COUNT TO RL-COUNT-ED.
           STRING "Transactions applied:  " DELIMITED BY SIZE
               RL-COUNT-ED DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE RL-REJECT-COUNT TO RL-COUNT-ED.
           STRING "Transactions rejected: " DELIMITED BY SIZE
               RL-COUNT-ED DELIMITED BY SIZE
               INTO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           DISPLAY "RecipeLoad complete. Read " RL-READ-COUNT
               " applied " RL-APPLIED-COUNT
               " rejected " RL-REJECT-COUNT.

       9000-CLOSE-FILES.
           CLOSE RECIPE-MASTER-FILE.
           CLOSE RECIPE-TRAN-FILE.
           CLOSE ITEM-MASTER-FILE.
           CLOSE LOAD-REPORT-FILE.
