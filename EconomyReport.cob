       IDENTIFICATION DIVISION.
       PROGRAM-ID. EconomyReport.

      *Nightly money-supply report for the game designers. Sums the
      *day's GOLDLDGR movements by reason code and sets the gold
      *created (combat rewards and bounties, bank interest, merchant
      *sell-backs) against the gold destroyed (merchant purchases,
      *hireling fees, crafting fees, market house fees, account
      *closures and retirements). Movements that only shift gold
      *between pockets - bank deposits and withdrawals, hero-to-hero
      *transfers and market sales - are shown apart and must net
      *out: XFRO and XFRI must sum to zero, as must MKTB and MKTS
      *(the house fee leaves apart, on MFEE), and the vault side of
      *DEPO and WDRW (with INTR interest and ADJB vault corrections)
      *must account for the day's change in total BANKACCT gold.
      *Any of these failing is flagged for investigation.
      *
      *The money supply is the total carried gold on CHARMAST plus
      *the total banked gold on BANKACCT. Each run keeps one row per
      *business date on the small ECONHIST history file (the newest
      *fourteen days; a rerun replaces the day's row) and prints the
      *day-over-day and seven-day trend from it, so the designers
      *can see when merchant prices or MF-REWARD-GOLD need retuning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GOLD-LEDGER-FILE ASSIGN TO "GOLDLDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.
           SELECT CHARACTER-MASTER-FILE ASSIGN TO "CHARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CHOSEN-NAME
               FILE STATUS IS CM-FILE-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-CHOSEN-NAME
               FILE STATUS IS BA-FILE-STATUS.
           SELECT ECONOMY-HISTORY-FILE ASSIGN TO "ECONHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EH-FILE-STATUS.
           SELECT ECONOMY-REPORT-FILE ASSIGN TO "ECONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "gold-ledger.cpy".
       COPY "character-master.cpy".
       COPY "bank-account.cpy".

       FD  ECONOMY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  ECONOMY-HISTORY-RECORD.
           05  EH-RUN-DATE          PIC 9(08).
           05  EH-CARRIED-GOLD      PIC 9(09).
           05  EH-BANKED-GOLD       PIC 9(09).
           05  EH-CREATED-GOLD      PIC 9(09).
           05  EH-DESTROYED-GOLD    PIC 9(09).

       FD  ECONOMY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  ECONOMY-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  GD-FILE-STATUS           PIC X(02).
       01  CM-FILE-STATUS           PIC X(02).
       01  BA-FILE-STATUS           PIC X(02).
       01  EH-FILE-STATUS           PIC X(02).
       01  ER-FILE-STATUS           PIC X(02).

       01  GD-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LEDGER            VALUE 'Y'.
       01  CM-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-CHARACTERS        VALUE 'Y'.
       01  BA-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-VAULTS            VALUE 'Y'.
       01  EH-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY           VALUE 'Y'.

      *Every ledger reason code and the side of the economy it sits
      *on: C created, D destroyed, I internal move, A adjustment.
      *A code not listed here is counted as unclassified and
      *flagged.
       01  ER-REASON-VALUES.
           05  FILLER               PIC X(05) VALUE "CWINC".
           05  FILLER               PIC X(05) VALUE "BNTYC".
           05  FILLER               PIC X(05) VALUE "INTRC".
           05  FILLER               PIC X(05) VALUE "SALEC".
           05  FILLER               PIC X(05) VALUE "PURCD".
           05  FILLER               PIC X(05) VALUE "HIRED".
           05  FILLER               PIC X(05) VALUE "ACLOD".
           05  FILLER               PIC X(05) VALUE "RETRD".
           05  FILLER               PIC X(05) VALUE "CRFTD".
           05  FILLER               PIC X(05) VALUE "MFEED".
           05  FILLER               PIC X(05) VALUE "DEPOI".
           05  FILLER               PIC X(05) VALUE "WDRWI".
           05  FILLER               PIC X(05) VALUE "XFROI".
           05  FILLER               PIC X(05) VALUE "XFRII".
           05  FILLER               PIC X(05) VALUE "MKTBI".
           05  FILLER               PIC X(05) VALUE "MKTSI".
           05  FILLER               PIC X(05) VALUE "ADJUA".
           05  FILLER               PIC X(05) VALUE "ADJBA".
           05  FILLER               PIC X(05) VALUE "RSETA".
       01  ER-REASON-TABLE REDEFINES ER-REASON-VALUES.
           05  ER-REASON-ENTRY OCCURS 19 TIMES
                   INDEXED BY ER-REASON-IDX.
               10  ER-REASON-CODE   PIC X(04).
               10  ER-REASON-SIDE   PIC X(01).
                   88  ER-SIDE-CREATED  VALUE "C".
                   88  ER-SIDE-DESTROYED VALUE "D".
                   88  ER-SIDE-INTERNAL VALUE "I".
                   88  ER-SIDE-ADJUSTMENT VALUE "A".
       01  ER-REASON-COUNT          PIC 9(02) VALUE 19.
       01  ER-REASON-TOTALS.
           05  ER-REASON-TOTAL-ENTRY OCCURS 19 TIMES.
               10  ER-REASON-ROWS   PIC 9(07) VALUE 0.
               10  ER-REASON-AMOUNT PIC S9(09) VALUE 0.

       01  ER-RUN-DATE              PIC 9(08).
       01  ER-RUN-INT               PIC 9(08).
       01  ER-PRIOR-INT             PIC 9(08).

       01  ER-OTHER-ROWS            PIC 9(07) VALUE 0.
       01  ER-OTHER-AMOUNT          PIC S9(09) VALUE 0.
       01  ER-CREATED-TOTAL         PIC S9(09) VALUE 0.
       01  ER-DESTROYED-TOTAL       PIC S9(09) VALUE 0.
       01  ER-INTERNAL-TOTAL        PIC S9(09) VALUE 0.
       01  ER-ADJUSTMENT-TOTAL      PIC S9(09) VALUE 0.
       01  ER-NET-CREATED           PIC S9(09) VALUE 0.
       01  ER-TRANSFER-NET          PIC S9(09) VALUE 0.
       01  ER-MARKET-NET            PIC S9(09) VALUE 0.
       01  ER-VAULT-MOVEMENT        PIC S9(09) VALUE 0.
       01  ER-VAULT-CHANGE          PIC S9(09) VALUE 0.
       01  ER-MISSIGNED-ROWS        PIC 9(05) VALUE 0.
       01  ER-CLOSURE-ROWS          PIC 9(05) VALUE 0.

       01  ER-CARRIED-TOTAL         PIC 9(09) VALUE 0.
       01  ER-BANKED-TOTAL          PIC 9(09) VALUE 0.
       01  ER-SUPPLY-TOTAL          PIC 9(09) VALUE 0.
       01  ER-HERO-COUNT            PIC 9(05) VALUE 0.
       01  ER-VAULT-COUNT           PIC 9(05) VALUE 0.
       01  ER-FLAG-COUNT            PIC 9(03) VALUE 0.

      *Prior days from ECONHIST, oldest first. A rerun for the same
      *business date drops the earlier row for the date.
       01  ER-TREND-TABLE.
           05  ER-TREND-COUNT       PIC 9(02) VALUE 0.
           05  ER-TREND-ENTRY OCCURS 14 TIMES
                   INDEXED BY ER-TREND-IDX.
               10  ER-TREND-DATE    PIC 9(08).
               10  ER-TREND-CARRIED PIC 9(09).
               10  ER-TREND-BANKED  PIC 9(09).
               10  ER-TREND-CREATED PIC 9(09).
               10  ER-TREND-DESTROYED PIC 9(09).
       01  ER-TREND-SHIFT           PIC 9(02).
       01  ER-TREND-BACK            PIC 9(02).
       01  ER-PRIOR-SUPPLY          PIC 9(09).
       01  ER-SUPPLY-CHANGE         PIC S9(09).
       01  ER-SUPPLY-PERCENT        PIC S9(05)V9(02).
       01  ER-WEEK-NET              PIC S9(09).
       01  ER-WEEK-DAYS             PIC 9(02).
       01  ER-WEEK-AVERAGE          PIC S9(09).

       01  ER-ROWS-ED               PIC ZZZZZZ9.
       01  ER-AMOUNT-ED             PIC -ZZZZZZZZ9.
       01  ER-AMOUNT-ED2            PIC -ZZZZZZZZ9.
       01  ER-GOLD-ED               PIC ZZZZZZZZ9.
       01  ER-PERCENT-ED            PIC -ZZZ9.99.
       01  ER-COUNT-ED              PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT ER-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE ER-RUN-INT = FUNCTION INTEGER-OF-DATE(ER-RUN-DATE).
           PERFORM 1000-SUMMARIZE-LEDGER.
           PERFORM 2000-TOTAL-MONEY-SUPPLY.
           PERFORM 3000-LOAD-HISTORY.
           OPEN OUTPUT ECONOMY-REPORT-FILE.
           PERFORM 4000-WRITE-MOVEMENT-SECTION.
           PERFORM 4100-WRITE-INTERNAL-CHECKS.
           PERFORM 4200-WRITE-SUPPLY-SECTION.
           PERFORM 4300-WRITE-TREND-SECTION.
           CLOSE ECONOMY-REPORT-FILE.
           PERFORM 5000-REWRITE-HISTORY.
           DISPLAY "EconomyReport supply " ER-SUPPLY-TOTAL
               " created " ER-CREATED-TOTAL
               " destroyed " ER-DESTROYED-TOTAL
               " flags " ER-FLAG-COUNT.
           GOBACK.

      *The day's ledger rows by reason code.

       1000-SUMMARIZE-LEDGER.
           OPEN INPUT GOLD-LEDGER-FILE.
           IF GD-FILE-STATUS NOT = "00"
               SET END-OF-LEDGER TO TRUE
           END-IF.
           PERFORM 1010-READ-NEXT-LEDGER-ROW UNTIL END-OF-LEDGER.
           CLOSE GOLD-LEDGER-FILE.
           PERFORM 1030-TOTAL-BY-SIDE
               VARYING ER-REASON-IDX FROM 1 BY 1
               UNTIL ER-REASON-IDX > ER-REASON-COUNT.
           COMPUTE ER-NET-CREATED =
               ER-CREATED-TOTAL - ER-DESTROYED-TOTAL.

       1010-READ-NEXT-LEDGER-ROW.
           READ GOLD-LEDGER-FILE
               AT END
                   SET END-OF-LEDGER TO TRUE
               NOT AT END
                   IF GLR-TRAN-DATE = ER-RUN-DATE
                       PERFORM 1020-TALLY-LEDGER-ROW
                   END-IF
           END-READ.

      *A deposit takes carried gold into the vault (never a credit
      *to the carried side) and a withdrawal the reverse; a row the
      *wrong way round means the pair no longer nets.
       1020-TALLY-LEDGER-ROW.
           SET ER-REASON-IDX TO 1.
           SEARCH ER-REASON-ENTRY
               AT END
                   ADD 1 TO ER-OTHER-ROWS
                   ADD GLR-AMOUNT TO ER-OTHER-AMOUNT
               WHEN ER-REASON-CODE(ER-REASON-IDX) = GLR-REASON-CODE
                   ADD 1 TO ER-REASON-ROWS(ER-REASON-IDX)
                   ADD GLR-AMOUNT TO ER-REASON-AMOUNT(ER-REASON-IDX)
           END-SEARCH.
           EVALUATE TRUE
               WHEN GLR-TRANSFER-OUT OR GLR-TRANSFER-IN
                   ADD GLR-AMOUNT TO ER-TRANSFER-NET
               WHEN GLR-MARKET-PURCHASE OR GLR-MARKET-PROCEEDS
                   ADD GLR-AMOUNT TO ER-MARKET-NET
               WHEN GLR-BANK-DEPOSIT
                   IF GLR-AMOUNT > 0
                       ADD 1 TO ER-MISSIGNED-ROWS
                   END-IF
                   SUBTRACT GLR-AMOUNT FROM ER-VAULT-MOVEMENT
               WHEN GLR-BANK-WITHDRAW
                   IF GLR-AMOUNT < 0
                       ADD 1 TO ER-MISSIGNED-ROWS
                   END-IF
                   SUBTRACT GLR-AMOUNT FROM ER-VAULT-MOVEMENT
               WHEN GLR-BANK-INTEREST OR GLR-BANK-ADJUSTMENT
                   ADD GLR-AMOUNT TO ER-VAULT-MOVEMENT
               WHEN GLR-ACCOUNT-CLOSURE OR GLR-RETIREMENT
                   ADD 1 TO ER-CLOSURE-ROWS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Destroyed gold is carried on the ledger as negative amounts;
      *the report shows it as a positive quantity.
       1030-TOTAL-BY-SIDE.
           EVALUATE TRUE
               WHEN ER-SIDE-CREATED(ER-REASON-IDX)
                   ADD ER-REASON-AMOUNT(ER-REASON-IDX)
                       TO ER-CREATED-TOTAL
               WHEN ER-SIDE-DESTROYED(ER-REASON-IDX)
                   SUBTRACT ER-REASON-AMOUNT(ER-REASON-IDX)
                       FROM ER-DESTROYED-TOTAL
               WHEN ER-SIDE-INTERNAL(ER-REASON-IDX)
                   ADD ER-REASON-AMOUNT(ER-REASON-IDX)
                       TO ER-INTERNAL-TOTAL
               WHEN OTHER
                   ADD ER-REASON-AMOUNT(ER-REASON-IDX)
                       TO ER-ADJUSTMENT-TOTAL
           END-EVALUATE.

      *Money supply: carried plus banked, as the files stand now.

       2000-TOTAL-MONEY-SUPPLY.
           OPEN INPUT CHARACTER-MASTER-FILE.
           IF CM-FILE-STATUS NOT = "00"
               SET END-OF-CHARACTERS TO TRUE
           END-IF.
           PERFORM 2010-READ-NEXT-CHARACTER UNTIL END-OF-CHARACTERS.
           CLOSE CHARACTER-MASTER-FILE.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF BA-FILE-STATUS NOT = "00"
               SET END-OF-VAULTS TO TRUE
           END-IF.
           PERFORM 2020-READ-NEXT-VAULT UNTIL END-OF-VAULTS.
           CLOSE BANK-ACCOUNT-FILE.
           COMPUTE ER-SUPPLY-TOTAL =
               ER-CARRIED-TOTAL + ER-BANKED-TOTAL.

       2010-READ-NEXT-CHARACTER.
           READ CHARACTER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-CHARACTERS TO TRUE
               NOT AT END
                   ADD 1 TO ER-HERO-COUNT
                   ADD CM-PLAYER-GOLD TO ER-CARRIED-TOTAL
           END-READ.
           IF CM-FILE-STATUS NOT = "00" AND CM-FILE-STATUS NOT = "02"
               SET END-OF-CHARACTERS TO TRUE
           END-IF.

       2020-READ-NEXT-VAULT.
           READ BANK-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET END-OF-VAULTS TO TRUE
               NOT AT END
                   ADD 1 TO ER-VAULT-COUNT
                   ADD BA-BANKED-GOLD TO ER-BANKED-TOTAL
           END-READ.
           IF BA-FILE-STATUS NOT = "00" AND BA-FILE-STATUS NOT = "02"
               SET END-OF-VAULTS TO TRUE
           END-IF.

       3000-LOAD-HISTORY.
           OPEN INPUT ECONOMY-HISTORY-FILE.
           IF EH-FILE-STATUS NOT = "00"
               SET END-OF-HISTORY TO TRUE
           END-IF.
           PERFORM 3010-READ-NEXT-HISTORY UNTIL END-OF-HISTORY.
           CLOSE ECONOMY-HISTORY-FILE.

       3010-READ-NEXT-HISTORY.
           READ ECONOMY-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   IF EH-RUN-DATE < ER-RUN-DATE
                       PERFORM 3020-ADD-TREND-DAY
                   END-IF
           END-READ.

      *When the table is full the entries shift down one slot -
      *dropping the oldest day - so it always holds the newest
      *fourteen days.
       3020-ADD-TREND-DAY.
           IF ER-TREND-COUNT < 14
               ADD 1 TO ER-TREND-COUNT
           ELSE
               PERFORM 3030-SHIFT-TREND-ENTRY
                   VARYING ER-TREND-SHIFT FROM 1 BY 1
                   UNTIL ER-TREND-SHIFT > 13
           END-IF.
           SET ER-TREND-IDX TO ER-TREND-COUNT.
           MOVE EH-RUN-DATE TO ER-TREND-DATE(ER-TREND-IDX).
           MOVE EH-CARRIED-GOLD TO ER-TREND-CARRIED(ER-TREND-IDX).
           MOVE EH-BANKED-GOLD TO ER-TREND-BANKED(ER-TREND-IDX).
           MOVE EH-CREATED-GOLD TO ER-TREND-CREATED(ER-TREND-IDX).
           MOVE EH-DESTROYED-GOLD
               TO ER-TREND-DESTROYED(ER-TREND-IDX).

       3030-SHIFT-TREND-ENTRY.
           MOVE ER-TREND-ENTRY(ER-TREND-SHIFT + 1)
               TO ER-TREND-ENTRY(ER-TREND-SHIFT).

       4000-WRITE-MOVEMENT-SECTION.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           STRING "ECONOMY MONEY-SUPPLY REPORT FOR " DELIMITED BY SIZE
               ER-RUN-DATE DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE "Ledger movements by reason code:"
               TO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE "  CODE  SIDE         ROWS      AMOUNT"
               TO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           PERFORM 4010-WRITE-REASON-LINE
               VARYING ER-REASON-IDX FROM 1 BY 1
               UNTIL ER-REASON-IDX > ER-REASON-COUNT.
           IF ER-OTHER-ROWS > 0
               ADD 1 TO ER-FLAG-COUNT
               MOVE ER-OTHER-ROWS TO ER-ROWS-ED
               MOVE ER-OTHER-AMOUNT TO ER-AMOUNT-ED
               MOVE SPACES TO ECONOMY-REPORT-LINE
               STRING "  ????  unclassified " DELIMITED BY SIZE
                   ER-ROWS-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ER-AMOUNT-ED DELIMITED BY SIZE
                   "  *** UNKNOWN REASON CODE ***" DELIMITED BY SIZE
                   INTO ECONOMY-REPORT-LINE
               WRITE ECONOMY-REPORT-LINE
           END-IF.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE ER-CREATED-TOTAL TO ER-AMOUNT-ED.
           STRING "Gold created:           " DELIMITED BY SIZE
               ER-AMOUNT-ED DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           MOVE ER-DESTROYED-TOTAL TO ER-AMOUNT-ED.
           STRING "Gold destroyed:         " DELIMITED BY SIZE
               ER-AMOUNT-ED DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           MOVE ER-NET-CREATED TO ER-AMOUNT-ED.
           STRING "Net gold created:       " DELIMITED BY SIZE
               ER-AMOUNT-ED DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           MOVE ER-ADJUSTMENT-TOTAL TO ER-AMOUNT-ED.
           STRING "Operator adjustments:   " DELIMITED BY SIZE
               ER-AMOUNT-ED DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.

       4010-WRITE-REASON-LINE.
           MOVE ER-REASON-ROWS(ER-REASON-IDX) TO ER-ROWS-ED.
           MOVE ER-REASON-AMOUNT(ER-REASON-IDX) TO ER-AMOUNT-ED.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               ER-REASON-CODE(ER-REASON-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           EVALUATE TRUE
               WHEN ER-SIDE-CREATED(ER-REASON-IDX)
                   MOVE "created  " TO ECONOMY-REPORT-LINE(9:9)
               WHEN ER-SIDE-DESTROYED(ER-REASON-IDX)
                   MOVE "destroyed" TO ECONOMY-REPORT-LINE(9:9)
               WHEN ER-SIDE-INTERNAL(ER-REASON-IDX)
                   MOVE "internal " TO ECONOMY-REPORT-LINE(9:9)
               WHEN OTHER
                   MOVE "adjusted " TO ECONOMY-REPORT-LINE(9:9)
           END-EVALUATE.
           MOVE ER-ROWS-ED TO ECONOMY-REPORT-LINE(20:7).
           MOVE ER-AMOUNT-ED TO ECONOMY-REPORT-LINE(28:10).
           WRITE ECONOMY-REPORT-LINE.

      *Internal moves must net out. The vault proof needs the prior
      *business day on the history file and no account closures or
      *retirements today - either takes a whole vault off BANKACCT
      *through ACLO or RETR rows that do not say how much of it was
      *banked.
       4100-WRITE-INTERNAL-CHECKS.
           MOVE "Internal movement checks:" TO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE ER-TRANSFER-NET TO ER-AMOUNT-ED.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           STRING "  XFRO/XFRI transfers net:   " DELIMITED BY SIZE
               ER-AMOUNT-ED DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           IF ER-TRANSFER-NET NOT = 0
               ADD 1 TO ER-FLAG-COUNT
               MOVE "*** DOES NOT NET TO ZERO ***"
                   TO ECONOMY-REPORT-LINE(45:28)
           END-IF.
           WRITE ECONOMY-REPORT-LINE.
           MOVE ER-MARKET-NET TO ER-AMOUNT-ED.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           STRING "  MKTB/MKTS market sales net:" DELIMITED BY SIZE
               ER-AMOUNT-ED DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           IF ER-MARKET-NET NOT = 0
               ADD 1 TO ER-FLAG-COUNT
               MOVE "*** DOES NOT NET TO ZERO ***"
                   TO ECONOMY-REPORT-LINE(45:28)
           END-IF.
           WRITE ECONOMY-REPORT-LINE.
           IF ER-MISSIGNED-ROWS > 0
               ADD 1 TO ER-FLAG-COUNT
               MOVE ER-MISSIGNED-ROWS TO ER-COUNT-ED
               MOVE SPACES TO ECONOMY-REPORT-LINE
               STRING "  DEPO/WDRW rows signed the wrong way: "
                       DELIMITED BY SIZE
                   ER-COUNT-ED DELIMITED BY SIZE
                   "  *** CHECK ***" DELIMITED BY SIZE
                   INTO ECONOMY-REPORT-LINE
               WRITE ECONOMY-REPORT-LINE
           END-IF.
           MOVE ER-VAULT-MOVEMENT TO ER-AMOUNT-ED.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           STRING "  Vault movement on ledger:  " DELIMITED BY SIZE
               ER-AMOUNT-ED DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           IF ER-TREND-COUNT = 0
               MOVE "  Vault change not proven - no prior day on"
                   TO ECONOMY-REPORT-LINE
               MOVE "history" TO ECONOMY-REPORT-LINE(45:7)
           ELSE
               COMPUTE ER-PRIOR-INT = FUNCTION INTEGER-OF-DATE(
                   ER-TREND-DATE(ER-TREND-COUNT))
               COMPUTE ER-VAULT-CHANGE = ER-BANKED-TOTAL
                   - ER-TREND-BANKED(ER-TREND-COUNT)
               MOVE ER-VAULT-CHANGE TO ER-AMOUNT-ED
               EVALUATE TRUE
                   WHEN ER-RUN-INT - ER-PRIOR-INT NOT = 1
                       MOVE "  Vault change not proven - prior"
                           TO ECONOMY-REPORT-LINE
                       MOVE "business day missing from history"
                           TO ECONOMY-REPORT-LINE(35:33)
                   WHEN ER-CLOSURE-ROWS > 0
                       MOVE "  Vault change not proven - closures"
                           TO ECONOMY-REPORT-LINE
                       MOVE "or retirements posted today"
                           TO ECONOMY-REPORT-LINE(38:27)
                   WHEN OTHER
                       STRING "  BANKACCT change since prior day: "
                               DELIMITED BY SIZE
                           ER-AMOUNT-ED DELIMITED BY SIZE
                           INTO ECONOMY-REPORT-LINE
                       IF ER-VAULT-CHANGE NOT = ER-VAULT-MOVEMENT
                           ADD 1 TO ER-FLAG-COUNT
                           MOVE "*** DOES NOT NET ***"
                               TO ECONOMY-REPORT-LINE(57:20)
                       END-IF
               END-EVALUATE
           END-IF.
           WRITE ECONOMY-REPORT-LINE.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.

       4200-WRITE-SUPPLY-SECTION.
           MOVE "Money supply:" TO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE ER-CARRIED-TOTAL TO ER-GOLD-ED.
           MOVE ER-HERO-COUNT TO ER-COUNT-ED.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           STRING "  Carried on CHARMAST:  " DELIMITED BY SIZE
               ER-GOLD-ED DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               ER-COUNT-ED DELIMITED BY SIZE
               " heroes)" DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE ER-BANKED-TOTAL TO ER-GOLD-ED.
           MOVE ER-VAULT-COUNT TO ER-COUNT-ED.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           STRING "  Banked on BANKACCT:   " DELIMITED BY SIZE
               ER-GOLD-ED DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               ER-COUNT-ED DELIMITED BY SIZE
               " vaults)" DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE ER-SUPPLY-TOTAL TO ER-GOLD-ED.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           STRING "  Total money supply:   " DELIMITED BY SIZE
               ER-GOLD-ED DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.

      *Day-over-day against the newest prior row; seven-day against
      *the row seven back (or the oldest held), with the average
      *daily net creation over the same days.
       4300-WRITE-TREND-SECTION.
           MOVE "Money supply trend:" TO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           IF ER-TREND-COUNT = 0
               MOVE "  No prior days on ECONHIST yet."
                   TO ECONOMY-REPORT-LINE
               WRITE ECONOMY-REPORT-LINE
           ELSE
               MOVE ER-TREND-COUNT TO ER-TREND-BACK
               PERFORM 4310-WRITE-CHANGE-LINE
               IF ER-TREND-COUNT > 7
                   COMPUTE ER-TREND-BACK = ER-TREND-COUNT - 6
               ELSE
                   MOVE 1 TO ER-TREND-BACK
               END-IF
               PERFORM 4310-WRITE-CHANGE-LINE
               PERFORM 4320-WRITE-WEEK-AVERAGE
           END-IF.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           MOVE "  DATE          SUPPLY     CREATED   DESTROYED"
               TO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.
           PERFORM 4330-WRITE-HISTORY-LINE
               VARYING ER-TREND-IDX FROM 1 BY 1
               UNTIL ER-TREND-IDX > ER-TREND-COUNT.
           MOVE ER-SUPPLY-TOTAL TO ER-GOLD-ED.
           MOVE ER-CREATED-TOTAL TO ER-AMOUNT-ED.
           MOVE ER-DESTROYED-TOTAL TO ER-AMOUNT-ED2.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               ER-RUN-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ER-GOLD-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ER-AMOUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ER-AMOUNT-ED2 DELIMITED BY SIZE
               "  (today)" DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.

       4310-WRITE-CHANGE-LINE.
           COMPUTE ER-PRIOR-SUPPLY =
               ER-TREND-CARRIED(ER-TREND-BACK)
               + ER-TREND-BANKED(ER-TREND-BACK).
           COMPUTE ER-SUPPLY-CHANGE =
               ER-SUPPLY-TOTAL - ER-PRIOR-SUPPLY.
           MOVE 0 TO ER-SUPPLY-PERCENT.
           IF ER-PRIOR-SUPPLY > 0
               COMPUTE ER-SUPPLY-PERCENT ROUNDED =
                   ER-SUPPLY-CHANGE * 100 / ER-PRIOR-SUPPLY
           END-IF.
           MOVE ER-SUPPLY-CHANGE TO ER-AMOUNT-ED.
           MOVE ER-SUPPLY-PERCENT TO ER-PERCENT-ED.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           STRING "  Change since " DELIMITED BY SIZE
               ER-TREND-DATE(ER-TREND-BACK) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               ER-AMOUNT-ED DELIMITED BY SIZE
               "  (" DELIMITED BY SIZE
               ER-PERCENT-ED DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.

       4320-WRITE-WEEK-AVERAGE.
           MOVE ER-NET-CREATED TO ER-WEEK-NET.
           MOVE 1 TO ER-WEEK-DAYS.
           PERFORM 4325-ADD-WEEK-DAY
               VARYING ER-TREND-IDX FROM ER-TREND-BACK BY 1
               UNTIL ER-TREND-IDX > ER-TREND-COUNT.
           COMPUTE ER-WEEK-AVERAGE ROUNDED =
               ER-WEEK-NET / ER-WEEK-DAYS.
           MOVE ER-WEEK-AVERAGE TO ER-AMOUNT-ED.
           MOVE ER-WEEK-DAYS TO ER-COUNT-ED.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           STRING "  Average net created per day over "
                   DELIMITED BY SIZE
               ER-COUNT-ED DELIMITED BY SIZE
               " days: " DELIMITED BY SIZE
               ER-AMOUNT-ED DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.

       4325-ADD-WEEK-DAY.
           ADD 1 TO ER-WEEK-DAYS.
           ADD ER-TREND-CREATED(ER-TREND-IDX) TO ER-WEEK-NET.
           SUBTRACT ER-TREND-DESTROYED(ER-TREND-IDX) FROM ER-WEEK-NET.

       4330-WRITE-HISTORY-LINE.
           COMPUTE ER-PRIOR-SUPPLY =
               ER-TREND-CARRIED(ER-TREND-IDX)
               + ER-TREND-BANKED(ER-TREND-IDX).
           MOVE ER-PRIOR-SUPPLY TO ER-GOLD-ED.
           MOVE ER-TREND-CREATED(ER-TREND-IDX) TO ER-AMOUNT-ED.
           MOVE ER-TREND-DESTROYED(ER-TREND-IDX) TO ER-AMOUNT-ED2.
           MOVE SPACES TO ECONOMY-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               ER-TREND-DATE(ER-TREND-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ER-GOLD-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ER-AMOUNT-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ER-AMOUNT-ED2 DELIMITED BY SIZE
               INTO ECONOMY-REPORT-LINE.
           WRITE ECONOMY-REPORT-LINE.

      *The history file is rewritten from the table plus today, so
      *it never holds more than fourteen prior days and a rerun
      *replaces the day rather than doubling it.
       5000-REWRITE-HISTORY.
           OPEN OUTPUT ECONOMY-HISTORY-FILE.
           PERFORM 5010-WRITE-HISTORY-ROW
               VARYING ER-TREND-IDX FROM 1 BY 1
               UNTIL ER-TREND-IDX > ER-TREND-COUNT.
           MOVE ER-RUN-DATE TO EH-RUN-DATE.
           MOVE ER-CARRIED-TOTAL TO EH-CARRIED-GOLD.
           MOVE ER-BANKED-TOTAL TO EH-BANKED-GOLD.
           IF ER-CREATED-TOTAL < 0
               MOVE 0 TO EH-CREATED-GOLD
           ELSE
               MOVE ER-CREATED-TOTAL TO EH-CREATED-GOLD
           END-IF.
           IF ER-DESTROYED-TOTAL < 0
               MOVE 0 TO EH-DESTROYED-GOLD
           ELSE
               MOVE ER-DESTROYED-TOTAL TO EH-DESTROYED-GOLD
           END-IF.
           WRITE ECONOMY-HISTORY-RECORD.
           CLOSE ECONOMY-HISTORY-FILE.

       5010-WRITE-HISTORY-ROW.
           MOVE ER-TREND-DATE(ER-TREND-IDX) TO EH-RUN-DATE.
           MOVE ER-TREND-CARRIED(ER-TREND-IDX) TO EH-CARRIED-GOLD.
           MOVE ER-TREND-BANKED(ER-TREND-IDX) TO EH-BANKED-GOLD.
           MOVE ER-TREND-CREATED(ER-TREND-IDX) TO EH-CREATED-GOLD.
           MOVE ER-TREND-DESTROYED(ER-TREND-IDX)
               TO EH-DESTROYED-GOLD.
           WRITE ECONOMY-HISTORY-RECORD.
