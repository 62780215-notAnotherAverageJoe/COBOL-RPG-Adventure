       IDENTIFICATION DIVISION.
       PROGRAM-ID. GoldAdjust.

      *Operator gold corrections, in the mold of HeroTransfer. Reads
      *a comma delimited transaction file of manual adjustments
      *(hero, side C=carried or B=banked, signed amount, reason
      *text, operator id, approver id), applies each to the
      *Character Master or the BANKACCT vault as a single unit of
      *work, and writes the matching ledger row so the next
      *GoldRecon run proves the corrected hero. Carried corrections
      *post as ADJU; banked corrections post as ADJB, which
      *GoldRecon routes to the vault proof the way it does INTR.
      *
      *Every adjustment must name the operator keying it and carry
      *a reason. An adjustment larger than the approval threshold
      *either way also needs a second approver id, different from
      *the operator. A hero on a current-day HEROLOCK row is
      *refused (the live session would overwrite the correction at
      *its next save), as is any adjustment that would drive a
      *balance below zero or past what the field can hold. The
      *adjustment register lists every correction applied and
      *rejected with the people behind it, for the auditors.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARACTER-MASTER-FILE ASSIGN TO "CHARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHOSEN-NAME
               FILE STATUS IS CM-FILE-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-CHOSEN-NAME
               FILE STATUS IS BA-FILE-STATUS.
           SELECT HERO-LOCK-FILE ASSIGN TO "HEROLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-CHOSEN-NAME
               FILE STATUS IS HL-FILE-STATUS.
           SELECT GOLD-LEDGER-FILE ASSIGN TO "GOLDLDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.
           SELECT ADJUST-TRAN-FILE ASSIGN TO "GOLDADJT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-FILE-STATUS.
           SELECT ADJUST-REGISTER-FILE ASSIGN TO "GOLDADRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "character-master.cpy".
       COPY "bank-account.cpy".
       COPY "hero-lock.cpy".
       COPY "gold-ledger.cpy".

       FD  ADJUST-TRAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADJUST-TRAN-RECORD       PIC X(80).

       FD  ADJUST-REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  ADJUST-REGISTER-LINE     PIC X(80).

       WORKING-STORAGE SECTION.
       01  CM-FILE-STATUS           PIC X(02).
       01  BA-FILE-STATUS           PIC X(02).
       01  HL-FILE-STATUS           PIC X(02).
       01  GD-FILE-STATUS           PIC X(02).
       01  AT-FILE-STATUS           PIC X(02).
       01  AR-FILE-STATUS           PIC X(02).

       01  AT-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-TRANS             VALUE 'Y'.

       01  GA-TRAN-FIELDS.
           05  GA-HERO-NAME         PIC X(10).
           05  GA-SIDE-CODE         PIC X(01).
               88  GA-SIDE-CARRIED      VALUE "C".
               88  GA-SIDE-BANKED       VALUE "B".
           05  GA-AMOUNT-RAW        PIC X(08).
           05  GA-REASON-TEXT       PIC X(30).
           05  GA-OPERATOR-ID       PIC X(08).
           05  GA-APPROVER-ID       PIC X(08).
           05  GA-AMOUNT-TEXT       PIC X(05).

      *Adjustments larger than this, up or down, need a second
      *approver as well as the operator.
       01  GA-APPROVAL-THRESHOLD    PIC 9(05) VALUE 500.

       01  GA-AMOUNT                PIC 9(05).
       01  GA-SIGNED-AMOUNT         PIC S9(05).
       01  GA-SIGN-CHAR             PIC X(01).
       01  GA-AMOUNT-WORK           PIC X(08).
       01  GA-NUMERIC-WORK          PIC X(08) JUSTIFIED RIGHT.
       01  GA-BEFORE-BALANCE        PIC 9(07).
       01  GA-AFTER-BALANCE         PIC S9(09).
       01  GA-CARRIED-LIMIT         PIC 9(07) VALUE 99999.
       01  GA-BANKED-LIMIT          PIC 9(07) VALUE 9999999.
       01  GA-CARRIED-GOLD          PIC 9(05).
       01  GA-REJECT-REASON         PIC X(30).
       01  GA-RUN-DATE              PIC 9(08).

       01  GA-READ-COUNT            PIC 9(05) VALUE 0.
       01  GA-APPLIED-COUNT         PIC 9(05) VALUE 0.
       01  GA-REJECT-COUNT          PIC 9(05) VALUE 0.
       01  GA-NET-CARRIED           PIC S9(07) VALUE 0.
       01  GA-NET-BANKED            PIC S9(07) VALUE 0.

       01  GA-COUNT-ED              PIC ZZZZ9.
       01  GA-AMOUNT-ED             PIC -ZZZZ9.
       01  GA-BALANCE-ED            PIC ZZZZZZ9.
       01  GA-BALANCE-ED2           PIC ZZZZZZ9.
       01  GA-NET-ED                PIC -ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT GA-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-PROCESS-TRANSACTION UNTIL END-OF-TRANS.
           PERFORM 3000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN I-O CHARACTER-MASTER-FILE.
           IF CM-FILE-STATUS NOT = "00"
               DISPLAY "GoldAdjust: cannot open CHARMAST, status "
                   CM-FILE-STATUS
               SET END-OF-TRANS TO TRUE
           END-IF.
           OPEN I-O BANK-ACCOUNT-FILE.
           IF BA-FILE-STATUS = "35"
               OPEN OUTPUT BANK-ACCOUNT-FILE
               CLOSE BANK-ACCOUNT-FILE
               OPEN I-O BANK-ACCOUNT-FILE
           END-IF.
           OPEN INPUT HERO-LOCK-FILE.
           OPEN EXTEND GOLD-LEDGER-FILE.
           IF GD-FILE-STATUS = "35"
               OPEN OUTPUT GOLD-LEDGER-FILE
           END-IF.
           OPEN INPUT ADJUST-TRAN-FILE.
           IF AT-FILE-STATUS NOT = "00"
               DISPLAY "GoldAdjust: cannot open GOLDADJT, status "
                   AT-FILE-STATUS
               SET END-OF-TRANS TO TRUE
           END-IF.
           OPEN OUTPUT ADJUST-REGISTER-FILE.
           MOVE SPACES TO ADJUST-REGISTER-LINE.
           STRING "GOLD ADJUSTMENT REGISTER  " DELIMITED BY SIZE
               GA-RUN-DATE DELIMITED BY SIZE
               INTO ADJUST-REGISTER-LINE.
           WRITE ADJUST-REGISTER-LINE.
           MOVE SPACES TO ADJUST-REGISTER-LINE.
           WRITE ADJUST-REGISTER-LINE.
           MOVE "HERO      SIDE  AMOUNT   BEFORE    AFTER"
               TO ADJUST-REGISTER-LINE.
           MOVE "OPERATOR  APPROVER" TO ADJUST-REGISTER-LINE(43:18).
           WRITE ADJUST-REGISTER-LINE.

       2000-PROCESS-TRANSACTION.
           READ ADJUST-TRAN-FILE
               AT END
                   SET END-OF-TRANS TO TRUE
               NOT AT END
                   ADD 1 TO GA-READ-COUNT
                   PERFORM 2010-APPLY-TRANSACTION
           END-READ.

       2010-APPLY-TRANSACTION.
           MOVE SPACES TO GA-TRAN-FIELDS.
           MOVE SPACES TO GA-REJECT-REASON.
           UNSTRING ADJUST-TRAN-RECORD DELIMITED BY ","
               INTO GA-HERO-NAME
                    GA-SIDE-CODE
                    GA-AMOUNT-RAW
                    GA-REASON-TEXT
                    GA-OPERATOR-ID
                    GA-APPROVER-ID
           END-UNSTRING.
           PERFORM 2020-EDIT-TRANSACTION.
           IF GA-REJECT-REASON = SPACES
               IF GA-SIDE-CARRIED
                   PERFORM 2040-ADJUST-CARRIED
               ELSE
                   PERFORM 2050-ADJUST-BANKED
               END-IF
           END-IF.
           IF GA-REJECT-REASON NOT = SPACES
               PERFORM 2070-REJECT-TRANSACTION
           ELSE
               ADD 1 TO GA-APPLIED-COUNT
               PERFORM 2060-WRITE-REGISTER-LINE
           END-IF.

       2020-EDIT-TRANSACTION.
           IF GA-HERO-NAME = SPACES
               MOVE "HERO NAME MISSING" TO GA-REJECT-REASON
           END-IF.
           IF GA-REJECT-REASON = SPACES
                   AND NOT GA-SIDE-CARRIED AND NOT GA-SIDE-BANKED
               MOVE "SIDE MUST BE C OR B" TO GA-REJECT-REASON
           END-IF.
           IF GA-REJECT-REASON = SPACES AND GA-REASON-TEXT = SPACES
               MOVE "REASON TEXT MISSING" TO GA-REJECT-REASON
           END-IF.
           IF GA-REJECT-REASON = SPACES AND GA-OPERATOR-ID = SPACES
               MOVE "OPERATOR ID MISSING" TO GA-REJECT-REASON
           END-IF.
           IF GA-REJECT-REASON = SPACES
               PERFORM 2025-NORMALIZE-AMOUNT
           END-IF.
           IF GA-REJECT-REASON = SPACES
                   AND GA-AMOUNT > GA-APPROVAL-THRESHOLD
               IF GA-APPROVER-ID = SPACES
                   MOVE "SECOND APPROVER REQUIRED"
                       TO GA-REJECT-REASON
               ELSE
                   IF GA-APPROVER-ID = GA-OPERATOR-ID
                       MOVE "APPROVER SAME AS OPERATOR"
                           TO GA-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF GA-REJECT-REASON = SPACES
               PERFORM 2030-EDIT-HERO-AND-LOCK
           END-IF.
           IF GA-REJECT-REASON = SPACES
               COMPUTE GA-AFTER-BALANCE =
                   GA-BEFORE-BALANCE + GA-SIGNED-AMOUNT
               IF GA-AFTER-BALANCE < 0
                   MOVE "WOULD LEAVE BALANCE NEGATIVE"
                       TO GA-REJECT-REASON
               END-IF
           END-IF.
           IF GA-REJECT-REASON = SPACES AND GA-SIDE-CARRIED
                   AND GA-AFTER-BALANCE > GA-CARRIED-LIMIT
               MOVE "WOULD OVERFLOW CARRIED GOLD" TO GA-REJECT-REASON
           END-IF.
           IF GA-REJECT-REASON = SPACES AND GA-SIDE-BANKED
                   AND GA-AFTER-BALANCE > GA-BANKED-LIMIT
               MOVE "WOULD OVERFLOW VAULT" TO GA-REJECT-REASON
           END-IF.

      *The amount may carry a leading + or -; unsigned means a
      *credit. Up to five digits either way.
       2025-NORMALIZE-AMOUNT.
           MOVE FUNCTION TRIM(GA-AMOUNT-RAW) TO GA-AMOUNT-WORK.
           MOVE "+" TO GA-SIGN-CHAR.
           IF GA-AMOUNT-WORK(1:1) = "-" OR GA-AMOUNT-WORK(1:1) = "+"
               MOVE GA-AMOUNT-WORK(1:1) TO GA-SIGN-CHAR
               MOVE SPACE TO GA-AMOUNT-WORK(1:1)
           END-IF.
           MOVE FUNCTION TRIM(GA-AMOUNT-WORK) TO GA-NUMERIC-WORK.
           IF GA-NUMERIC-WORK = SPACES
               MOVE "AMOUNT MISSING" TO GA-REJECT-REASON
           ELSE
               IF GA-NUMERIC-WORK(1:3) NOT = SPACES
                   MOVE "AMOUNT TOO LONG" TO GA-REJECT-REASON
               ELSE
                   INSPECT GA-NUMERIC-WORK
                       REPLACING LEADING " " BY "0"
                   MOVE GA-NUMERIC-WORK(4:5) TO GA-AMOUNT-TEXT
                   IF GA-AMOUNT-TEXT NOT NUMERIC
                       MOVE "AMOUNT NOT NUMERIC" TO GA-REJECT-REASON
                   ELSE
                       COMPUTE GA-AMOUNT =
                           FUNCTION NUMVAL(GA-AMOUNT-TEXT)
                       IF GA-AMOUNT = 0
                           MOVE "AMOUNT IS ZERO" TO GA-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF GA-SIGN-CHAR = "-"
               COMPUTE GA-SIGNED-AMOUNT = 0 - GA-AMOUNT
           ELSE
               MOVE GA-AMOUNT TO GA-SIGNED-AMOUNT
           END-IF.

      *A carried correction needs the hero on the master; a banked
      *one needs the vault, which can outlive its hero. Either way
      *the hero's carried gold is captured for the ledger balance.
       2030-EDIT-HERO-AND-LOCK.
           MOVE 0 TO GA-CARRIED-GOLD.
           MOVE GA-HERO-NAME TO CM-CHOSEN-NAME.
           READ CHARACTER-MASTER-FILE
               INVALID KEY
                   IF GA-SIDE-CARRIED
                       MOVE "HERO NOT ON CHARMAST"
                           TO GA-REJECT-REASON
                   END-IF
               NOT INVALID KEY
                   MOVE CM-PLAYER-GOLD TO GA-CARRIED-GOLD
           END-READ.
           IF GA-SIDE-CARRIED
               MOVE GA-CARRIED-GOLD TO GA-BEFORE-BALANCE
           END-IF.
           IF GA-REJECT-REASON = SPACES AND GA-SIDE-BANKED
               MOVE GA-HERO-NAME TO BA-CHOSEN-NAME
               READ BANK-ACCOUNT-FILE
                   INVALID KEY
                       MOVE "HERO HAS NO VAULT ON BANKACCT"
                           TO GA-REJECT-REASON
                   NOT INVALID KEY
                       MOVE BA-BANKED-GOLD TO GA-BEFORE-BALANCE
               END-READ
           END-IF.
           IF GA-REJECT-REASON = SPACES
               MOVE GA-HERO-NAME TO HL-CHOSEN-NAME
               READ HERO-LOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HL-LOCK-DATE >= GA-RUN-DATE
                           MOVE "HERO IN PLAY AT A STATION"
                               TO GA-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

      *The master change and its ledger row make one unit of work;
      *the edits above proved the change possible.
       2040-ADJUST-CARRIED.
           MOVE GA-HERO-NAME TO CM-CHOSEN-NAME.
           READ CHARACTER-MASTER-FILE.
           MOVE GA-AFTER-BALANCE TO CM-PLAYER-GOLD.
           REWRITE CHARACTER-MASTER-RECORD.
           MOVE CM-PLAYER-GOLD TO GA-CARRIED-GOLD.
           SET GLR-ADJUSTMENT TO TRUE.
           PERFORM 2045-WRITE-LEDGER-ROW.
           ADD GA-SIGNED-AMOUNT TO GA-NET-CARRIED.

       2045-WRITE-LEDGER-ROW.
           MOVE GA-HERO-NAME TO GLR-CHOSEN-NAME.
           MOVE GA-RUN-DATE TO GLR-TRAN-DATE.
           ACCEPT GLR-TRAN-TIME FROM TIME.
           MOVE GA-SIGNED-AMOUNT TO GLR-AMOUNT.
           MOVE GA-CARRIED-GOLD TO GLR-BALANCE.
           WRITE GOLD-LEDGER-RECORD.

       2050-ADJUST-BANKED.
           MOVE GA-HERO-NAME TO BA-CHOSEN-NAME.
           READ BANK-ACCOUNT-FILE.
           MOVE GA-AFTER-BALANCE TO BA-BANKED-GOLD.
           REWRITE BANK-ACCOUNT-RECORD.
           SET GLR-BANK-ADJUSTMENT TO TRUE.
           PERFORM 2045-WRITE-LEDGER-ROW.
           ADD GA-SIGNED-AMOUNT TO GA-NET-BANKED.

       2060-WRITE-REGISTER-LINE.
           MOVE GA-SIGNED-AMOUNT TO GA-AMOUNT-ED.
           MOVE GA-BEFORE-BALANCE TO GA-BALANCE-ED.
           MOVE GA-AFTER-BALANCE TO GA-BALANCE-ED2.
           MOVE SPACES TO ADJUST-REGISTER-LINE.
           STRING GA-HERO-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GA-SIDE-CODE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               GA-AMOUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GA-BALANCE-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GA-BALANCE-ED2 DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GA-OPERATOR-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GA-APPROVER-ID DELIMITED BY SIZE
               INTO ADJUST-REGISTER-LINE.
           WRITE ADJUST-REGISTER-LINE.
           MOVE SPACES TO ADJUST-REGISTER-LINE.
           STRING "           Reason: " DELIMITED BY SIZE
               GA-REASON-TEXT DELIMITED BY SIZE
               INTO ADJUST-REGISTER-LINE.
           WRITE ADJUST-REGISTER-LINE.

       2070-REJECT-TRANSACTION.
           ADD 1 TO GA-REJECT-COUNT.
           MOVE SPACES TO ADJUST-REGISTER-LINE.
           STRING "REJECTED: " DELIMITED BY SIZE
               GA-REJECT-REASON DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ADJUST-TRAN-RECORD DELIMITED BY SIZE
               INTO ADJUST-REGISTER-LINE.
           WRITE ADJUST-REGISTER-LINE.

       3000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO ADJUST-REGISTER-LINE.
           WRITE ADJUST-REGISTER-LINE.
           MOVE GA-READ-COUNT TO GA-COUNT-ED.
           STRING "Adjustments read:     " DELIMITED BY SIZE
               GA-COUNT-ED DELIMITED BY SIZE
               INTO ADJUST-REGISTER-LINE.
           WRITE ADJUST-REGISTER-LINE.
           MOVE SPACES TO ADJUST-REGISTER-LINE.
           MOVE GA-APPLIED-COUNT TO GA-COUNT-ED.
           STRING "Adjustments applied:  " DELIMITED BY SIZE
               GA-COUNT-ED DELIMITED BY SIZE
               INTO ADJUST-REGISTER-LINE.
           WRITE ADJUST-REGISTER-LINE.
           MOVE SPACES TO ADJUST-REGISTER-LINE.
           MOVE GA-REJECT-COUNT TO GA-COUNT-ED.
           STRING "Adjustments rejected: " DELIMITED BY SIZE
               GA-COUNT-ED DELIMITED BY SIZE
               INTO ADJUST-REGISTER-LINE.
           WRITE ADJUST-REGISTER-LINE.
           MOVE SPACES TO ADJUST-REGISTER-LINE.
           MOVE GA-NET-CARRIED TO GA-NET-ED.
           STRING "Net carried change:   " DELIMITED BY SIZE
               GA-NET-ED DELIMITED BY SIZE
               INTO ADJUST-REGISTER-LINE.
           WRITE ADJUST-REGISTER-LINE.
           MOVE SPACES TO ADJUST-REGISTER-LINE.
           MOVE GA-NET-BANKED TO GA-NET-ED.
           STRING "Net banked change:    " DELIMITED BY SIZE
               GA-NET-ED DELIMITED BY SIZE
               INTO ADJUST-REGISTER-LINE.
           WRITE ADJUST-REGISTER-LINE.
           DISPLAY "GoldAdjust complete. Read " GA-READ-COUNT
               " applied " GA-APPLIED-COUNT
               " rejected " GA-REJECT-COUNT.

       9000-CLOSE-FILES.
           CLOSE CHARACTER-MASTER-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE HERO-LOCK-FILE.
           CLOSE GOLD-LEDGER-FILE.
           CLOSE ADJUST-TRAN-FILE.
           CLOSE ADJUST-REGISTER-FILE.
