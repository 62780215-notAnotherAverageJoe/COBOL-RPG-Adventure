       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctClose.

      *Operator-run account closure. When a player leaves, this
      *removes their PLAYRACT account and everything it owns: every
      *hero on CHARMAST with that CM-OWNER-ACCOUNT, together with
      *the heroes' pack contents (HEROINV), vaults (BANKACCT),
      *achievements (ACHIEVE), quest checkpoints (QCHKPT), quest
      *completion history (QSTDONE), gold ledger history (GOLDLDGR)
      *and the account's Hall of the Fallen entries (FALLNHRO) and
      *Hall of Legends entries (LEGENDS), and the heroes' market
      *listings (MKTLIST) and bids (MKTBIDS). A fallen hero's vault and
      *ledger history go too, and a retired hero's ledger history,
      *unless another account has since taken up the name and with
      *it the vault.
      *
      *The closure is one unit of work. Nothing is touched until
      *every row has been written to the ACCTARCH archive extract
      *(appended, so the archive holds every closure ever run); if
      *any archive write fails the live files are left alone. The
      *closure is refused outright if any of the heroes holds a
      *current-day HEROLOCK row - a live session would write the
      *hero straight back at its next save.
      *
      *Gold the heroes carried or held in the bank is closed out
      *with ACLO rows on GOLDLDGR, so the money supply shows where
      *it went and GoldRecon knows the heroes are gone on purpose.
      *The purge confirmation report shows, per file, the rows
      *archived against the rows deleted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-ACCOUNT-FILE ASSIGN TO "PLAYRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ACCOUNT-ID
               FILE STATUS IS PA-FILE-STATUS.
           SELECT CHARACTER-MASTER-FILE ASSIGN TO "CHARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHOSEN-NAME
               FILE STATUS IS CM-FILE-STATUS.
           SELECT HERO-INVENTORY-FILE ASSIGN TO "HEROINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS HI-FILE-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-CHOSEN-NAME
               FILE STATUS IS BA-FILE-STATUS.
           SELECT ACHIEVEMENT-FILE ASSIGN TO "ACHIEVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-KEY
               FILE STATUS IS AC-FILE-STATUS.
           SELECT QUEST-CHECKPOINT-FILE ASSIGN TO "QCHKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QC-KEY
               FILE STATUS IS QC-FILE-STATUS.
           SELECT QUEST-HISTORY-FILE ASSIGN TO "QSTDONE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-KEY
               FILE STATUS IS QH-FILE-STATUS.
           SELECT MARKET-LISTING-FILE ASSIGN TO "MKTLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-LISTING-ID
               FILE STATUS IS MK-FILE-STATUS.
           SELECT MARKET-BID-FILE ASSIGN TO "MKTBIDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS MD-FILE-STATUS.
           SELECT HERO-LOCK-FILE ASSIGN TO "HEROLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-CHOSEN-NAME
               FILE STATUS IS HL-FILE-STATUS.
           SELECT GOLD-LEDGER-FILE ASSIGN TO "GOLDLDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.
           SELECT LEDGER-WORK-FILE ASSIGN TO "GOLDLWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GW-FILE-STATUS.
           SELECT FALLEN-HERO-FILE ASSIGN TO "FALLNHRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FH-FILE-STATUS.
           SELECT FALLEN-WORK-FILE ASSIGN TO "FALLNWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FW-FILE-STATUS.
           SELECT LEGEND-FILE ASSIGN TO "LEGENDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LG-FILE-STATUS.
           SELECT LEGEND-WORK-FILE ASSIGN TO "LEGNDWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LW-FILE-STATUS.
           SELECT ACCOUNT-ARCHIVE-FILE ASSIGN TO "ACCTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AA-FILE-STATUS.
           SELECT CLOSURE-REPORT-FILE ASSIGN TO "ACCTCLRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "player-account.cpy".
       COPY "character-master.cpy".
       COPY "hero-inventory.cpy".
       COPY "bank-account.cpy".
       COPY "achievement.cpy".
       COPY "quest-checkpoint.cpy".
       COPY "quest-history.cpy".
       COPY "market-listing.cpy".
       COPY "market-bid.cpy".
       COPY "hero-lock.cpy".
       COPY "gold-ledger.cpy".
       COPY "fallen-hero.cpy".
       COPY "hall-of-legends.cpy".
       COPY "account-archive.cpy".

       FD  LEDGER-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-WORK-RECORD       PIC X(41).

       FD  FALLEN-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  FALLEN-WORK-RECORD       PIC X(85).

       FD  LEGEND-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEGEND-WORK-RECORD       PIC X(120).

       FD  CLOSURE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSURE-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  PA-FILE-STATUS           PIC X(02).
       01  CM-FILE-STATUS           PIC X(02).
       01  HI-FILE-STATUS           PIC X(02).
       01  BA-FILE-STATUS           PIC X(02).
       01  AC-FILE-STATUS           PIC X(02).
       01  QC-FILE-STATUS           PIC X(02).
       01  QH-FILE-STATUS           PIC X(02).
       01  MK-FILE-STATUS           PIC X(02).
       01  MD-FILE-STATUS           PIC X(02).
       01  HL-FILE-STATUS           PIC X(02).
       01  GD-FILE-STATUS           PIC X(02).
       01  GW-FILE-STATUS           PIC X(02).
       01  FH-FILE-STATUS           PIC X(02).
       01  FW-FILE-STATUS           PIC X(02).
       01  LG-FILE-STATUS           PIC X(02).
       01  LW-FILE-STATUS           PIC X(02).
       01  AA-FILE-STATUS           PIC X(02).
       01  CR-FILE-STATUS           PIC X(02).

       01  CM-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-CHARACTERS        VALUE 'Y'.
       01  GD-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LEDGER            VALUE 'Y'.
       01  FH-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-FALLEN            VALUE 'Y'.
       01  LG-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LEGENDS           VALUE 'Y'.
       01  WK-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-WORK              VALUE 'Y'.
       01  MK-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LISTINGS          VALUE 'Y'.
       01  MD-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-BIDS              VALUE 'Y'.

       01  CL-SCAN-MORE-SW          PIC X(01) VALUE 'N'.
           88  CL-SCAN-MORE             VALUE 'Y'.
           88  CL-SCAN-NONE-FOUND       VALUE 'N'.

       01  CL-ARCHIVE-SW            PIC X(01) VALUE 'Y'.
           88  CL-ARCHIVE-CLEAN         VALUE 'Y'.

       01  CL-HERO-FOUND-SW         PIC X(01) VALUE 'N'.
           88  CL-HERO-FOUND            VALUE 'Y'.

      *Title rows in LEGENDS carry no account; they go wherever the
      *hero row above them went.
       01  CL-LEGEND-ROUTE-SW       PIC X(01) VALUE 'N'.
           88  CL-ROUTE-LEGEND          VALUE 'Y'.

      *A market listing whose seller belongs to the account goes
      *with every bid on it; elsewhere only the account's own bids
      *go.
       01  CL-SELLER-CLOSING-SW     PIC X(01) VALUE 'N'.
           88  CL-SELLER-CLOSING        VALUE 'Y'.
       01  CL-BIDS-RETRACTED        PIC 9(03) VALUE 0.

       01  CL-RUN-DATE              PIC 9(08).
       01  CL-OPERATOR-ID           PIC X(08).
       01  CL-ACCOUNT-ID            PIC X(08).
       01  CL-CONFIRM               PIC X(05).
           88  CL-CONFIRMED             VALUE "CLOSE" "close".
       01  CL-REFUSE-REASON         PIC X(40) VALUE SPACES.
       01  CL-SCAN-NAME             PIC X(10).
       01  CL-BANKED-LEFT           PIC 9(07).
       01  CL-CLOSE-AMOUNT          PIC 9(05).

      *Every hero the account owns, live, fallen or retired. The
      *gold and vault figures are captured while the archive is
      *written so the closing ledger rows can be posted after the
      *purge.
       01  CL-HERO-TABLE.
           05  CL-HERO-COUNT        PIC 9(03) VALUE 0.
           05  CL-HERO-ENTRY OCCURS 50 TIMES
                   INDEXED BY CL-HERO-IDX.
               10  CL-HERO-NAME     PIC X(10).
               10  CL-HERO-LIVE-SW  PIC X(01).
                   88  CL-HERO-LIVE     VALUE 'Y'.
               10  CL-HERO-RETIRED-SW PIC X(01).
                   88  CL-HERO-RETIRED  VALUE 'Y'.
               10  CL-HERO-VAULT-SW PIC X(01).
                   88  CL-HERO-HAS-VAULT VALUE 'Y'.
               10  CL-HERO-GOLD     PIC 9(05).
               10  CL-HERO-BANKED   PIC 9(07).

      *Per-file archive and purge counts, in report order. The
      *subscripts used below follow this list.
       01  CL-FILE-NAMES.
           05  FILLER               PIC X(08) VALUE "PLAYRACT".
           05  FILLER               PIC X(08) VALUE "CHARMAST".
           05  FILLER               PIC X(08) VALUE "HEROINV".
           05  FILLER               PIC X(08) VALUE "BANKACCT".
           05  FILLER               PIC X(08) VALUE "ACHIEVE".
           05  FILLER               PIC X(08) VALUE "QCHKPT".
           05  FILLER               PIC X(08) VALUE "GOLDLDGR".
           05  FILLER               PIC X(08) VALUE "FALLNHRO".
           05  FILLER               PIC X(08) VALUE "QSTDONE".
           05  FILLER               PIC X(08) VALUE "LEGENDS".
           05  FILLER               PIC X(08) VALUE "MKTLIST".
           05  FILLER               PIC X(08) VALUE "MKTBIDS".
       01  CL-FILE-NAME-TABLE REDEFINES CL-FILE-NAMES.
           05  CL-FILE-NAME-ENTRY OCCURS 12 TIMES
                                    PIC X(08).
       01  CL-FILE-COUNT            PIC 9(02) VALUE 12.
       01  CL-FILE-TOTALS.
           05  CL-FILE-TOTAL-ENTRY OCCURS 12 TIMES.
               10  CL-ARCHIVED-COUNT PIC 9(05) VALUE 0.
               10  CL-DELETED-COUNT  PIC 9(05) VALUE 0.
       01  CL-FILE-NUM              PIC 9(02).

       01  CL-LEDGER-KEPT-COUNT     PIC 9(07) VALUE 0.
       01  CL-CLOSING-ROW-COUNT     PIC 9(05) VALUE 0.
       01  CL-CARRIED-CLOSED        PIC 9(07) VALUE 0.
       01  CL-BANKED-CLOSED         PIC 9(09) VALUE 0.

       01  CL-COUNT-ED              PIC ZZZZ9.
       01  CL-COUNT-ED2             PIC ZZZZ9.
       01  CL-GOLD-ED               PIC ZZZZZZZZ9.
       01  CL-BALANCE-TEXT          PIC X(16).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT CL-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "AcctClose - close a player account".
           DISPLAY "Operator id:".
           ACCEPT CL-OPERATOR-ID.
           DISPLAY "Account id to close:".
           ACCEPT CL-ACCOUNT-ID.
           OPEN OUTPUT CLOSURE-REPORT-FILE.
           PERFORM 0100-WRITE-REPORT-HEADING.
           IF CL-OPERATOR-ID = SPACES OR CL-ACCOUNT-ID = SPACES
               MOVE "OPERATOR ID AND ACCOUNT ID REQUIRED"
                   TO CL-REFUSE-REASON
           END-IF.
           IF CL-REFUSE-REASON = SPACES
               PERFORM 1000-OPEN-FILES
           END-IF.
           IF CL-REFUSE-REASON = SPACES
               PERFORM 1100-FIND-ACCOUNT
           END-IF.
           IF CL-REFUSE-REASON = SPACES
               PERFORM 1200-FIND-LIVE-HEROES
           END-IF.
           IF CL-REFUSE-REASON = SPACES
               PERFORM 1300-FIND-FALLEN-HEROES
           END-IF.
           IF CL-REFUSE-REASON = SPACES
               PERFORM 1350-FIND-RETIRED-HEROES
           END-IF.
           IF CL-REFUSE-REASON = SPACES
               PERFORM 1400-CHECK-HERO-LOCKS
           END-IF.
           IF CL-REFUSE-REASON = SPACES
               PERFORM 1500-CONFIRM-CLOSURE
           END-IF.
           IF CL-REFUSE-REASON = SPACES
               PERFORM 2000-WRITE-ARCHIVE-EXTRACT
               IF CL-ARCHIVE-CLEAN
                   PERFORM 3000-PURGE-LIVE-FILES
               ELSE
                   MOVE "ARCHIVE EXTRACT FAILED - NOTHING PURGED"
                       TO CL-REFUSE-REASON
               END-IF
           END-IF.
           IF CL-REFUSE-REASON = SPACES
               PERFORM 4000-WRITE-CONTROL-TOTALS
           ELSE
               PERFORM 9400-WRITE-REFUSAL
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           CLOSE CLOSURE-REPORT-FILE.
           STOP RUN.

       0100-WRITE-REPORT-HEADING.
           MOVE SPACES TO CLOSURE-REPORT-LINE.
           STRING "ACCOUNT CLOSURE PURGE CONFIRMATION  "
                   DELIMITED BY SIZE
               CL-RUN-DATE DELIMITED BY SIZE
               INTO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.
           MOVE SPACES TO CLOSURE-REPORT-LINE.
           STRING "Account: " DELIMITED BY SIZE
               CL-ACCOUNT-ID DELIMITED BY SIZE
               "   Operator: " DELIMITED BY SIZE
               CL-OPERATOR-ID DELIMITED BY SIZE
               INTO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.
           MOVE SPACES TO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.

       1000-OPEN-FILES.
           OPEN I-O PLAYER-ACCOUNT-FILE.
           IF PA-FILE-STATUS NOT = "00"
               MOVE "CANNOT OPEN PLAYRACT" TO CL-REFUSE-REASON
           END-IF.
           OPEN I-O CHARACTER-MASTER-FILE.
           IF CL-REFUSE-REASON = SPACES AND CM-FILE-STATUS NOT = "00"
               MOVE "CANNOT OPEN CHARMAST" TO CL-REFUSE-REASON
           END-IF.
           OPEN I-O HERO-INVENTORY-FILE.
           IF HI-FILE-STATUS = "35"
               OPEN OUTPUT HERO-INVENTORY-FILE
               CLOSE HERO-INVENTORY-FILE
               OPEN I-O HERO-INVENTORY-FILE
           END-IF.
           OPEN I-O BANK-ACCOUNT-FILE.
           IF BA-FILE-STATUS = "35"
               OPEN OUTPUT BANK-ACCOUNT-FILE
               CLOSE BANK-ACCOUNT-FILE
               OPEN I-O BANK-ACCOUNT-FILE
           END-IF.
           OPEN I-O ACHIEVEMENT-FILE.
           IF AC-FILE-STATUS = "35"
               OPEN OUTPUT ACHIEVEMENT-FILE
               CLOSE ACHIEVEMENT-FILE
               OPEN I-O ACHIEVEMENT-FILE
           END-IF.
           OPEN I-O QUEST-CHECKPOINT-FILE.
           IF QC-FILE-STATUS = "35"
               OPEN OUTPUT QUEST-CHECKPOINT-FILE
               CLOSE QUEST-CHECKPOINT-FILE
               OPEN I-O QUEST-CHECKPOINT-FILE
           END-IF.
           OPEN I-O QUEST-HISTORY-FILE.
           IF QH-FILE-STATUS = "35"
               OPEN OUTPUT QUEST-HISTORY-FILE
               CLOSE QUEST-HISTORY-FILE
               OPEN I-O QUEST-HISTORY-FILE
           END-IF.
           OPEN I-O MARKET-LISTING-FILE.
           IF MK-FILE-STATUS = "35"
               OPEN OUTPUT MARKET-LISTING-FILE
               CLOSE MARKET-LISTING-FILE
               OPEN I-O MARKET-LISTING-FILE
           END-IF.
           OPEN I-O MARKET-BID-FILE.
           IF MD-FILE-STATUS = "35"
               OPEN OUTPUT MARKET-BID-FILE
               CLOSE MARKET-BID-FILE
               OPEN I-O MARKET-BID-FILE
           END-IF.
           OPEN INPUT HERO-LOCK-FILE.

       1100-FIND-ACCOUNT.
           MOVE CL-ACCOUNT-ID TO PA-ACCOUNT-ID.
           READ PLAYER-ACCOUNT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON PLAYRACT" TO CL-REFUSE-REASON
           END-READ.

      *Every live hero carrying the account id as owner.

       1200-FIND-LIVE-HEROES.
           MOVE LOW-VALUES TO CM-CHOSEN-NAME.
           START CHARACTER-MASTER-FILE KEY >= CM-CHOSEN-NAME
               INVALID KEY
                   SET END-OF-CHARACTERS TO TRUE
           END-START.
           PERFORM 1210-READ-NEXT-CHARACTER UNTIL END-OF-CHARACTERS.

       1210-READ-NEXT-CHARACTER.
           READ CHARACTER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-CHARACTERS TO TRUE
               NOT AT END
                   IF CM-OWNER-ACCOUNT = CL-ACCOUNT-ID
                       MOVE CM-CHOSEN-NAME TO CL-SCAN-NAME
                       PERFORM 1220-ADD-HERO-ENTRY
                       IF CL-HERO-FOUND
                           SET CL-HERO-LIVE(CL-HERO-IDX) TO TRUE
                       END-IF
                   END-IF
           END-READ.
           IF CM-FILE-STATUS NOT = "00" AND CM-FILE-STATUS NOT = "02"
               SET END-OF-CHARACTERS TO TRUE
           END-IF.

      *An account past the table capacity is refused rather than
      *half closed.
       1220-ADD-HERO-ENTRY.
           MOVE 'N' TO CL-HERO-FOUND-SW.
           IF CL-HERO-COUNT >= 50
               MOVE "TOO MANY HEROES FOR ONE CLOSURE"
                   TO CL-REFUSE-REASON
           ELSE
               ADD 1 TO CL-HERO-COUNT
               SET CL-HERO-IDX TO CL-HERO-COUNT
               MOVE CL-SCAN-NAME TO CL-HERO-NAME(CL-HERO-IDX)
               MOVE 'N' TO CL-HERO-LIVE-SW(CL-HERO-IDX)
               MOVE 'N' TO CL-HERO-RETIRED-SW(CL-HERO-IDX)
               MOVE 'N' TO CL-HERO-VAULT-SW(CL-HERO-IDX)
               MOVE 0 TO CL-HERO-GOLD(CL-HERO-IDX)
               MOVE 0 TO CL-HERO-BANKED(CL-HERO-IDX)
               SET CL-HERO-FOUND TO TRUE
           END-IF.

      *A fallen hero's vault and ledger history belong to the
      *account only while the name stays unclaimed: once another
      *hero takes up the name, the vault passed to them.

       1300-FIND-FALLEN-HEROES.
           OPEN INPUT FALLEN-HERO-FILE.
           IF FH-FILE-STATUS NOT = "00"
               SET END-OF-FALLEN TO TRUE
           END-IF.
           PERFORM 1310-READ-NEXT-FALLEN UNTIL END-OF-FALLEN.
           CLOSE FALLEN-HERO-FILE.

       1310-READ-NEXT-FALLEN.
           READ FALLEN-HERO-FILE
               AT END
                   SET END-OF-FALLEN TO TRUE
               NOT AT END
                   IF FH-OWNER-ACCOUNT = CL-ACCOUNT-ID
                       PERFORM 1320-CHECK-FALLEN-NAME
                   END-IF
           END-READ.

       1320-CHECK-FALLEN-NAME.
           MOVE FH-CHOSEN-NAME TO CL-SCAN-NAME.
           PERFORM 9200-FIND-HERO-ENTRY.
           IF NOT CL-HERO-FOUND
               MOVE FH-CHOSEN-NAME TO CM-CHOSEN-NAME
               READ CHARACTER-MASTER-FILE
                   INVALID KEY
                       PERFORM 1220-ADD-HERO-ENTRY
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

      *A retired hero's ledger history is held the same way as a
      *fallen hero's; the vault was closed at retirement.

       1350-FIND-RETIRED-HEROES.
           OPEN INPUT LEGEND-FILE.
           IF LG-FILE-STATUS NOT = "00"
               SET END-OF-LEGENDS TO TRUE
           END-IF.
           PERFORM 1360-READ-NEXT-LEGEND UNTIL END-OF-LEGENDS.
           CLOSE LEGEND-FILE.

       1360-READ-NEXT-LEGEND.
           READ LEGEND-FILE
               AT END
                   SET END-OF-LEGENDS TO TRUE
               NOT AT END
                   IF LG-HERO-ROW
                           AND LG-OWNER-ACCOUNT = CL-ACCOUNT-ID
                       PERFORM 1370-CHECK-LEGEND-NAME
                   END-IF
           END-READ.

       1370-CHECK-LEGEND-NAME.
           MOVE LG-CHOSEN-NAME TO CL-SCAN-NAME.
           PERFORM 9200-FIND-HERO-ENTRY.
           IF NOT CL-HERO-FOUND
               MOVE LG-CHOSEN-NAME TO CM-CHOSEN-NAME
               READ CHARACTER-MASTER-FILE
                   INVALID KEY
                       PERFORM 1220-ADD-HERO-ENTRY
                       IF CL-HERO-FOUND
                           SET CL-HERO-RETIRED(CL-HERO-IDX) TO TRUE
                       END-IF
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

      *Every locked hero is listed before the refusal so the
      *operator can see which stations to chase.

       1400-CHECK-HERO-LOCKS.
           PERFORM 1410-CHECK-ONE-LOCK
               VARYING CL-HERO-IDX FROM 1 BY 1
               UNTIL CL-HERO-IDX > CL-HERO-COUNT.

       1410-CHECK-ONE-LOCK.
           MOVE CL-HERO-NAME(CL-HERO-IDX) TO HL-CHOSEN-NAME.
           READ HERO-LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HL-LOCK-DATE >= CL-RUN-DATE
                       MOVE "HERO IN PLAY AT A STATION"
                           TO CL-REFUSE-REASON
                       MOVE SPACES TO CLOSURE-REPORT-LINE
                       STRING "  LOCKED: " DELIMITED BY SIZE
                           HL-CHOSEN-NAME DELIMITED BY SIZE
                           " since " DELIMITED BY SIZE
                           HL-LOCK-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HL-LOCK-TIME DELIMITED BY SIZE
                           INTO CLOSURE-REPORT-LINE
                       WRITE CLOSURE-REPORT-LINE
                   END-IF
           END-READ.

       1500-CONFIRM-CLOSURE.
           MOVE CL-HERO-COUNT TO CL-COUNT-ED.
           DISPLAY "Account " PA-ACCOUNT-ID " " PA-DISPLAY-NAME
               " owns " CL-COUNT-ED " hero(es), live, fallen and "
               "retired.".
           DISPLAY "Key CLOSE to archive and purge them all, or "
               "press Enter to cancel:".
           ACCEPT CL-CONFIRM.
           IF NOT CL-CONFIRMED
               MOVE "CANCELLED BY OPERATOR" TO CL-REFUSE-REASON
           END-IF.

      *Phase one: everything the account owns goes to the archive.
      *The ledger and the fallen-hero file are split as they are
      *read - the account's rows to the archive, everyone else's
      *to a work file that becomes the live file in phase two.

       2000-WRITE-ARCHIVE-EXTRACT.
           OPEN EXTEND ACCOUNT-ARCHIVE-FILE.
           IF AA-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-ARCHIVE-FILE
           END-IF.
           IF AA-FILE-STATUS NOT = "00"
               MOVE 'N' TO CL-ARCHIVE-SW
           ELSE
               MOVE PLAYER-ACCOUNT-RECORD TO AA-ROW-DATA
               MOVE 1 TO CL-FILE-NUM
               PERFORM 9100-WRITE-ARCHIVE-ROW
               PERFORM 2100-ARCHIVE-HERO
                   VARYING CL-HERO-IDX FROM 1 BY 1
                   UNTIL CL-HERO-IDX > CL-HERO-COUNT
               PERFORM 2470-ARCHIVE-MARKET-ROWS
               PERFORM 2500-SPLIT-LEDGER
               PERFORM 2600-SPLIT-FALLEN
               PERFORM 2700-SPLIT-LEGENDS
               CLOSE ACCOUNT-ARCHIVE-FILE
           END-IF.

       2100-ARCHIVE-HERO.
           MOVE CL-HERO-NAME(CL-HERO-IDX) TO CL-SCAN-NAME.
           IF CL-HERO-LIVE(CL-HERO-IDX)
               MOVE CL-SCAN-NAME TO CM-CHOSEN-NAME
               READ CHARACTER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-PLAYER-GOLD
                           TO CL-HERO-GOLD(CL-HERO-IDX)
                       MOVE CHARACTER-MASTER-RECORD TO AA-ROW-DATA
                       MOVE 2 TO CL-FILE-NUM
                       PERFORM 9100-WRITE-ARCHIVE-ROW
               END-READ
           END-IF.
           MOVE CL-SCAN-NAME TO BA-CHOSEN-NAME.
           READ BANK-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CL-HERO-HAS-VAULT(CL-HERO-IDX) TO TRUE
                   MOVE BA-BANKED-GOLD TO CL-HERO-BANKED(CL-HERO-IDX)
                   MOVE BANK-ACCOUNT-RECORD TO AA-ROW-DATA
                   MOVE 4 TO CL-FILE-NUM
                   PERFORM 9100-WRITE-ARCHIVE-ROW
           END-READ.
           PERFORM 2200-ARCHIVE-INVENTORY.
           PERFORM 2300-ARCHIVE-ACHIEVEMENTS.
           PERFORM 2400-ARCHIVE-CHECKPOINTS.
           PERFORM 2450-ARCHIVE-QUEST-HISTORY.

       2200-ARCHIVE-INVENTORY.
           MOVE 'Y' TO CL-SCAN-MORE-SW.
           MOVE CL-SCAN-NAME TO HI-CHOSEN-NAME.
           MOVE SPACES TO HI-ITEM-CODE.
           START HERO-INVENTORY-FILE KEY >= HI-KEY
               INVALID KEY
                   MOVE 'N' TO CL-SCAN-MORE-SW
           END-START.
           PERFORM 2210-ARCHIVE-NEXT-INVENTORY
               UNTIL CL-SCAN-NONE-FOUND.

       2210-ARCHIVE-NEXT-INVENTORY.
           READ HERO-INVENTORY-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO CL-SCAN-MORE-SW
               NOT AT END
                   IF HI-CHOSEN-NAME = CL-SCAN-NAME
                       MOVE HERO-INVENTORY-RECORD TO AA-ROW-DATA
                       MOVE 3 TO CL-FILE-NUM
                       PERFORM 9100-WRITE-ARCHIVE-ROW
                   ELSE
                       MOVE 'N' TO CL-SCAN-MORE-SW
                   END-IF
           END-READ.
           IF HI-FILE-STATUS NOT = "00" AND HI-FILE-STATUS NOT = "02"
               MOVE 'N' TO CL-SCAN-MORE-SW
           END-IF.

       2300-ARCHIVE-ACHIEVEMENTS.
           MOVE 'Y' TO CL-SCAN-MORE-SW.
           MOVE CL-SCAN-NAME TO ACH-CHOSEN-NAME.
           MOVE SPACES TO ACH-CODE.
           START ACHIEVEMENT-FILE KEY >= ACH-KEY
               INVALID KEY
                   MOVE 'N' TO CL-SCAN-MORE-SW
           END-START.
           PERFORM 2310-ARCHIVE-NEXT-ACHIEVEMENT
               UNTIL CL-SCAN-NONE-FOUND.

       2310-ARCHIVE-NEXT-ACHIEVEMENT.
           READ ACHIEVEMENT-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO CL-SCAN-MORE-SW
               NOT AT END
                   IF ACH-CHOSEN-NAME = CL-SCAN-NAME
                       MOVE ACHIEVEMENT-RECORD TO AA-ROW-DATA
                       MOVE 5 TO CL-FILE-NUM
                       PERFORM 9100-WRITE-ARCHIVE-ROW
                   ELSE
                       MOVE 'N' TO CL-SCAN-MORE-SW
                   END-IF
           END-READ.
           IF AC-FILE-STATUS NOT = "00" AND AC-FILE-STATUS NOT = "02"
               MOVE 'N' TO CL-SCAN-MORE-SW
           END-IF.

       2400-ARCHIVE-CHECKPOINTS.
           MOVE 'Y' TO CL-SCAN-MORE-SW.
           MOVE CL-SCAN-NAME TO QC-CHOSEN-NAME.
           MOVE SPACES TO QC-QUEST-CODE.
           MOVE SPACES TO QC-STAGE-CODE.
           START QUEST-CHECKPOINT-FILE KEY >= QC-KEY
               INVALID KEY
                   MOVE 'N' TO CL-SCAN-MORE-SW
           END-START.
           PERFORM 2410-ARCHIVE-NEXT-CHECKPOINT
               UNTIL CL-SCAN-NONE-FOUND.

       2410-ARCHIVE-NEXT-CHECKPOINT.
           READ QUEST-CHECKPOINT-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO CL-SCAN-MORE-SW
               NOT AT END
                   IF QC-CHOSEN-NAME = CL-SCAN-NAME
                       MOVE QUEST-CHECKPOINT-RECORD TO AA-ROW-DATA
                       MOVE 6 TO CL-FILE-NUM
                       PERFORM 9100-WRITE-ARCHIVE-ROW
                   ELSE
                       MOVE 'N' TO CL-SCAN-MORE-SW
                   END-IF
           END-READ.
           IF QC-FILE-STATUS NOT = "00" AND QC-FILE-STATUS NOT = "02"
               MOVE 'N' TO CL-SCAN-MORE-SW
           END-IF.

       2450-ARCHIVE-QUEST-HISTORY.
           MOVE 'Y' TO CL-SCAN-MORE-SW.
           MOVE CL-SCAN-NAME TO QH-CHOSEN-NAME.
           MOVE SPACES TO QH-QUEST-CODE.
           START QUEST-HISTORY-FILE KEY >= QH-KEY
               INVALID KEY
                   MOVE 'N' TO CL-SCAN-MORE-SW
           END-START.
           PERFORM 2460-ARCHIVE-NEXT-QUEST-HISTORY
               UNTIL CL-SCAN-NONE-FOUND.

       2460-ARCHIVE-NEXT-QUEST-HISTORY.
           READ QUEST-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'N' TO CL-SCAN-MORE-SW
               NOT AT END
                   IF QH-CHOSEN-NAME = CL-SCAN-NAME
                       MOVE QUEST-HISTORY-RECORD TO AA-ROW-DATA
                       MOVE 9 TO CL-FILE-NUM
                       PERFORM 9100-WRITE-ARCHIVE-ROW
                   ELSE
                       MOVE 'N' TO CL-SCAN-MORE-SW
                   END-IF
           END-READ.
           IF QH-FILE-STATUS NOT = "00" AND QH-FILE-STATUS NOT = "02"
               MOVE 'N' TO CL-SCAN-MORE-SW
           END-IF.

      *Market rows carry the hero's name as data, not as key, so
      *the whole market is read once for the account rather than
      *once per hero; a bid one of the account's heroes placed on
      *another of its heroes' listings is archived just once.
       2470-ARCHIVE-MARKET-ROWS.
           MOVE 'N' TO MK-EOF-SW.
           MOVE LOW-VALUES TO MK-LISTING-ID.
           START MARKET-LISTING-FILE KEY >= MK-LISTING-ID
               INVALID KEY
                   SET END-OF-LISTINGS TO TRUE
           END-START.
           PERFORM 2475-ARCHIVE-NEXT-LISTING UNTIL END-OF-LISTINGS.

       2475-ARCHIVE-NEXT-LISTING.
           READ MARKET-LISTING-FILE NEXT RECORD
               AT END
                   SET END-OF-LISTINGS TO TRUE
               NOT AT END
                   MOVE MK-SELLER-NAME TO CL-SCAN-NAME
                   PERFORM 9200-FIND-HERO-ENTRY
                   MOVE CL-HERO-FOUND-SW TO CL-SELLER-CLOSING-SW
                   IF CL-SELLER-CLOSING
                       MOVE MARKET-LISTING-RECORD TO AA-ROW-DATA
                       MOVE 11 TO CL-FILE-NUM
                       PERFORM 9100-WRITE-ARCHIVE-ROW
                   END-IF
                   PERFORM 2480-ARCHIVE-LISTING-BIDS
           END-READ.
           IF MK-FILE-STATUS NOT = "00" AND MK-FILE-STATUS NOT = "02"
               SET END-OF-LISTINGS TO TRUE
           END-IF.

       2480-ARCHIVE-LISTING-BIDS.
           MOVE 'N' TO MD-EOF-SW.
           MOVE MK-LISTING-ID TO MD-LISTING-ID.
           MOVE 0 TO MD-BID-RANK.
           START MARKET-BID-FILE KEY >= MD-KEY
               INVALID KEY
                   SET END-OF-BIDS TO TRUE
           END-START.
           PERFORM 2485-ARCHIVE-NEXT-BID UNTIL END-OF-BIDS.

       2485-ARCHIVE-NEXT-BID.
           READ MARKET-BID-FILE NEXT RECORD
               AT END
                   SET END-OF-BIDS TO TRUE
               NOT AT END
                   IF MD-LISTING-ID NOT = MK-LISTING-ID
                       SET END-OF-BIDS TO TRUE
                   ELSE
                       MOVE MD-BIDDER-NAME TO CL-SCAN-NAME
                       PERFORM 9200-FIND-HERO-ENTRY
                       IF CL-SELLER-CLOSING OR CL-HERO-FOUND
                           MOVE MARKET-BID-RECORD TO AA-ROW-DATA
                           MOVE 12 TO CL-FILE-NUM
                           PERFORM 9100-WRITE-ARCHIVE-ROW
                       END-IF
                   END-IF
           END-READ.
           IF MD-FILE-STATUS NOT = "00" AND MD-FILE-STATUS NOT = "02"
               SET END-OF-BIDS TO TRUE
           END-IF.

       2500-SPLIT-LEDGER.
           OPEN INPUT GOLD-LEDGER-FILE.
           IF GD-FILE-STATUS NOT = "00"
               SET END-OF-LEDGER TO TRUE
           END-IF.
           OPEN OUTPUT LEDGER-WORK-FILE.
           PERFORM 2510-ROUTE-NEXT-LEDGER-ROW UNTIL END-OF-LEDGER.
           CLOSE GOLD-LEDGER-FILE.
           CLOSE LEDGER-WORK-FILE.

       2510-ROUTE-NEXT-LEDGER-ROW.
           READ GOLD-LEDGER-FILE
               AT END
                   SET END-OF-LEDGER TO TRUE
               NOT AT END
                   MOVE GLR-CHOSEN-NAME TO CL-SCAN-NAME
                   PERFORM 9200-FIND-HERO-ENTRY
                   IF CL-HERO-FOUND
                       MOVE GOLD-LEDGER-RECORD TO AA-ROW-DATA
                       MOVE 7 TO CL-FILE-NUM
                       PERFORM 9100-WRITE-ARCHIVE-ROW
                   ELSE
                       ADD 1 TO CL-LEDGER-KEPT-COUNT
                       MOVE GOLD-LEDGER-RECORD TO LEDGER-WORK-RECORD
                       WRITE LEDGER-WORK-RECORD
                   END-IF
           END-READ.

       2600-SPLIT-FALLEN.
           MOVE 'N' TO FH-EOF-SW.
           OPEN INPUT FALLEN-HERO-FILE.
           IF FH-FILE-STATUS NOT = "00"
               SET END-OF-FALLEN TO TRUE
           END-IF.
           OPEN OUTPUT FALLEN-WORK-FILE.
           PERFORM 2610-ROUTE-NEXT-FALLEN UNTIL END-OF-FALLEN.
           CLOSE FALLEN-HERO-FILE.
           CLOSE FALLEN-WORK-FILE.

       2610-ROUTE-NEXT-FALLEN.
           READ FALLEN-HERO-FILE
               AT END
                   SET END-OF-FALLEN TO TRUE
               NOT AT END
                   IF FH-OWNER-ACCOUNT = CL-ACCOUNT-ID
                       MOVE FALLEN-HERO-RECORD TO AA-ROW-DATA
                       MOVE 8 TO CL-FILE-NUM
                       PERFORM 9100-WRITE-ARCHIVE-ROW
                   ELSE
                       MOVE FALLEN-HERO-RECORD TO FALLEN-WORK-RECORD
                       WRITE FALLEN-WORK-RECORD
                   END-IF
           END-READ.

       2700-SPLIT-LEGENDS.
           MOVE 'N' TO LG-EOF-SW.
           MOVE 'N' TO CL-LEGEND-ROUTE-SW.
           OPEN INPUT LEGEND-FILE.
           IF LG-FILE-STATUS NOT = "00"
               SET END-OF-LEGENDS TO TRUE
           END-IF.
           OPEN OUTPUT LEGEND-WORK-FILE.
           PERFORM 2710-ROUTE-NEXT-LEGEND UNTIL END-OF-LEGENDS.
           CLOSE LEGEND-FILE.
           CLOSE LEGEND-WORK-FILE.

       2710-ROUTE-NEXT-LEGEND.
           READ LEGEND-FILE
               AT END
                   SET END-OF-LEGENDS TO TRUE
               NOT AT END
                   IF LG-HERO-ROW
                       MOVE 'N' TO CL-LEGEND-ROUTE-SW
                       IF LG-OWNER-ACCOUNT = CL-ACCOUNT-ID
                           SET CL-ROUTE-LEGEND TO TRUE
                       END-IF
                   END-IF
                   IF CL-ROUTE-LEGEND
                       MOVE LEGEND-RECORD TO AA-ROW-DATA
                       MOVE 10 TO CL-FILE-NUM
                       PERFORM 9100-WRITE-ARCHIVE-ROW
                   ELSE
                       MOVE LEGEND-RECORD TO LEGEND-WORK-RECORD
                       WRITE LEGEND-WORK-RECORD
                   END-IF
           END-READ.

      *Phase two: the archive is complete, so the live rows go.
      *Deletes use the same delete-first-and-reposition passes as
      *the fallen-hero scrub in GamePlay.

       3000-PURGE-LIVE-FILES.
           PERFORM 3100-PURGE-HERO
               VARYING CL-HERO-IDX FROM 1 BY 1
               UNTIL CL-HERO-IDX > CL-HERO-COUNT.
           PERFORM 3460-PURGE-MARKET-ROWS.
           PERFORM 3500-REBUILD-LEDGER.
           PERFORM 3600-REBUILD-FALLEN.
           PERFORM 3700-REBUILD-LEGENDS.
           MOVE CL-ACCOUNT-ID TO PA-ACCOUNT-ID.
           READ PLAYER-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE PLAYER-ACCOUNT-FILE
                   ADD 1 TO CL-DELETED-COUNT(1)
           END-READ.

       3100-PURGE-HERO.
           MOVE CL-HERO-NAME(CL-HERO-IDX) TO CL-SCAN-NAME.
           IF CL-HERO-LIVE(CL-HERO-IDX)
               MOVE CL-SCAN-NAME TO CM-CHOSEN-NAME
               READ CHARACTER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE CHARACTER-MASTER-FILE
                       ADD 1 TO CL-DELETED-COUNT(2)
               END-READ
           END-IF.
           IF CL-HERO-HAS-VAULT(CL-HERO-IDX)
               MOVE CL-SCAN-NAME TO BA-CHOSEN-NAME
               READ BANK-ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE BANK-ACCOUNT-FILE
                       ADD 1 TO CL-DELETED-COUNT(4)
               END-READ
           END-IF.
           MOVE 'Y' TO CL-SCAN-MORE-SW.
           PERFORM 3200-DELETE-ONE-INVENTORY UNTIL CL-SCAN-NONE-FOUND.
           MOVE 'Y' TO CL-SCAN-MORE-SW.
           PERFORM 3300-DELETE-ONE-ACHIEVEMENT
               UNTIL CL-SCAN-NONE-FOUND.
           MOVE 'Y' TO CL-SCAN-MORE-SW.
           PERFORM 3400-DELETE-ONE-CHECKPOINT
               UNTIL CL-SCAN-NONE-FOUND.
           MOVE 'Y' TO CL-SCAN-MORE-SW.
           PERFORM 3450-DELETE-ONE-QUEST-HISTORY
               UNTIL CL-SCAN-NONE-FOUND.

       3200-DELETE-ONE-INVENTORY.
           MOVE 'N' TO CL-SCAN-MORE-SW.
           MOVE CL-SCAN-NAME TO HI-CHOSEN-NAME.
           MOVE SPACES TO HI-ITEM-CODE.
           START HERO-INVENTORY-FILE KEY >= HI-KEY
               INVALID KEY CONTINUE
           END-START.
           IF HI-FILE-STATUS = "00"
               READ HERO-INVENTORY-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF HI-CHOSEN-NAME = CL-SCAN-NAME
                           DELETE HERO-INVENTORY-FILE
                           ADD 1 TO CL-DELETED-COUNT(3)
                           MOVE 'Y' TO CL-SCAN-MORE-SW
                       END-IF
               END-READ
           END-IF.

       3300-DELETE-ONE-ACHIEVEMENT.
           MOVE 'N' TO CL-SCAN-MORE-SW.
           MOVE CL-SCAN-NAME TO ACH-CHOSEN-NAME.
           MOVE SPACES TO ACH-CODE.
           START ACHIEVEMENT-FILE KEY >= ACH-KEY
               INVALID KEY CONTINUE
           END-START.
           IF AC-FILE-STATUS = "00"
               READ ACHIEVEMENT-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF ACH-CHOSEN-NAME = CL-SCAN-NAME
                           DELETE ACHIEVEMENT-FILE
                           ADD 1 TO CL-DELETED-COUNT(5)
                           MOVE 'Y' TO CL-SCAN-MORE-SW
                       END-IF
               END-READ
           END-IF.

       3400-DELETE-ONE-CHECKPOINT.
           MOVE 'N' TO CL-SCAN-MORE-SW.
           MOVE CL-SCAN-NAME TO QC-CHOSEN-NAME.
           MOVE SPACES TO QC-QUEST-CODE.
           MOVE SPACES TO QC-STAGE-CODE.
           START QUEST-CHECKPOINT-FILE KEY >= QC-KEY
               INVALID KEY CONTINUE
           END-START.
           IF QC-FILE-STATUS = "00"
               READ QUEST-CHECKPOINT-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF QC-CHOSEN-NAME = CL-SCAN-NAME
                           DELETE QUEST-CHECKPOINT-FILE
                           ADD 1 TO CL-DELETED-COUNT(6)
                           MOVE 'Y' TO CL-SCAN-MORE-SW
                       END-IF
               END-READ
           END-IF.

       3450-DELETE-ONE-QUEST-HISTORY.
           MOVE 'N' TO CL-SCAN-MORE-SW.
           MOVE CL-SCAN-NAME TO QH-CHOSEN-NAME.
           MOVE SPACES TO QH-QUEST-CODE.
           START QUEST-HISTORY-FILE KEY >= QH-KEY
               INVALID KEY CONTINUE
           END-START.
           IF QH-FILE-STATUS = "00"
               READ QUEST-HISTORY-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF QH-CHOSEN-NAME = CL-SCAN-NAME
                           DELETE QUEST-HISTORY-FILE
                           ADD 1 TO CL-DELETED-COUNT(9)
                           MOVE 'Y' TO CL-SCAN-MORE-SW
                       END-IF
               END-READ
           END-IF.

      *The account's listings are withdrawn with every bid on them;
      *the goods on them go to nobody. The account's bids on other
      *heroes' listings are retracted and each such listing's high
      *bid is taken again from the best bid that remains, so the
      *settlement never charges a later hero of the same name.
       3460-PURGE-MARKET-ROWS.
           MOVE 'N' TO MK-EOF-SW.
           MOVE LOW-VALUES TO MK-LISTING-ID.
           START MARKET-LISTING-FILE KEY >= MK-LISTING-ID
               INVALID KEY
                   SET END-OF-LISTINGS TO TRUE
           END-START.
           PERFORM 3465-PURGE-NEXT-LISTING UNTIL END-OF-LISTINGS.

       3465-PURGE-NEXT-LISTING.
           READ MARKET-LISTING-FILE NEXT RECORD
               AT END
                   SET END-OF-LISTINGS TO TRUE
               NOT AT END
                   MOVE MK-SELLER-NAME TO CL-SCAN-NAME
                   PERFORM 9200-FIND-HERO-ENTRY
                   MOVE CL-HERO-FOUND-SW TO CL-SELLER-CLOSING-SW
                   PERFORM 3470-PURGE-LISTING-BIDS
                   IF CL-SELLER-CLOSING
                       DELETE MARKET-LISTING-FILE
                       ADD 1 TO CL-DELETED-COUNT(11)
                   ELSE
                       IF CL-BIDS-RETRACTED > 0
                           REWRITE MARKET-LISTING-RECORD
                       END-IF
                   END-IF
           END-READ.
           IF MK-FILE-STATUS NOT = "00" AND MK-FILE-STATUS NOT = "02"
               SET END-OF-LISTINGS TO TRUE
           END-IF.

       3470-PURGE-LISTING-BIDS.
           MOVE 0 TO CL-BIDS-RETRACTED.
           MOVE 0 TO MK-HIGH-BID.
           MOVE SPACES TO MK-HIGH-BIDDER.
           MOVE 0 TO MK-BID-COUNT.
           MOVE 'N' TO MD-EOF-SW.
           MOVE MK-LISTING-ID TO MD-LISTING-ID.
           MOVE 0 TO MD-BID-RANK.
           START MARKET-BID-FILE KEY >= MD-KEY
               INVALID KEY
                   SET END-OF-BIDS TO TRUE
           END-START.
           PERFORM 3475-PURGE-NEXT-BID UNTIL END-OF-BIDS.

       3475-PURGE-NEXT-BID.
           READ MARKET-BID-FILE NEXT RECORD
               AT END
                   SET END-OF-BIDS TO TRUE
               NOT AT END
                   IF MD-LISTING-ID NOT = MK-LISTING-ID
                       SET END-OF-BIDS TO TRUE
                   ELSE
                       MOVE MD-BIDDER-NAME TO CL-SCAN-NAME
                       PERFORM 9200-FIND-HERO-ENTRY
                       IF CL-SELLER-CLOSING OR CL-HERO-FOUND
                           DELETE MARKET-BID-FILE
                           ADD 1 TO CL-DELETED-COUNT(12)
                           ADD 1 TO CL-BIDS-RETRACTED
                       ELSE
                           IF MK-BID-COUNT = 0
                               MOVE MD-BID-AMOUNT TO MK-HIGH-BID
                               MOVE MD-BIDDER-NAME TO MK-HIGH-BIDDER
                           END-IF
                           ADD 1 TO MK-BID-COUNT
                       END-IF
                   END-IF
           END-READ.
           IF MD-FILE-STATUS NOT = "00" AND MD-FILE-STATUS NOT = "02"
               SET END-OF-BIDS TO TRUE
           END-IF.

      *GOLDLDGR becomes the work file, then the closing rows go on
      *the end. Ledger rows deleted are those not copied back.
       3500-REBUILD-LEDGER.
           MOVE 'N' TO WK-EOF-SW.
           OPEN INPUT LEDGER-WORK-FILE.
           IF GW-FILE-STATUS NOT = "00"
               SET END-OF-WORK TO TRUE
           END-IF.
           OPEN OUTPUT GOLD-LEDGER-FILE.
           PERFORM 3510-COPY-BACK-LEDGER-ROW UNTIL END-OF-WORK.
           CLOSE LEDGER-WORK-FILE.
           MOVE CL-ARCHIVED-COUNT(7) TO CL-DELETED-COUNT(7).
           PERFORM 3520-WRITE-CLOSING-ROWS
               VARYING CL-HERO-IDX FROM 1 BY 1
               UNTIL CL-HERO-IDX > CL-HERO-COUNT.
           CLOSE GOLD-LEDGER-FILE.

       3510-COPY-BACK-LEDGER-ROW.
           READ LEDGER-WORK-FILE
               AT END
                   SET END-OF-WORK TO TRUE
               NOT AT END
                   MOVE LEDGER-WORK-RECORD TO GOLD-LEDGER-RECORD
                   WRITE GOLD-LEDGER-RECORD
           END-READ.

      *Carried gold closes in one row; banked gold can exceed a
      *single ledger amount, so it closes in as many rows as needed.
       3520-WRITE-CLOSING-ROWS.
           IF CL-HERO-GOLD(CL-HERO-IDX) > 0
               MOVE CL-HERO-GOLD(CL-HERO-IDX) TO CL-CLOSE-AMOUNT
               ADD CL-CLOSE-AMOUNT TO CL-CARRIED-CLOSED
               PERFORM 3540-WRITE-CLOSING-ROW
           END-IF.
           MOVE CL-HERO-BANKED(CL-HERO-IDX) TO CL-BANKED-LEFT.
           PERFORM 3530-CLOSE-BANKED-PORTION
               UNTIL CL-BANKED-LEFT = 0.

       3530-CLOSE-BANKED-PORTION.
           IF CL-BANKED-LEFT > 99999
               MOVE 99999 TO CL-CLOSE-AMOUNT
           ELSE
               MOVE CL-BANKED-LEFT TO CL-CLOSE-AMOUNT
           END-IF.
           SUBTRACT CL-CLOSE-AMOUNT FROM CL-BANKED-LEFT.
           ADD CL-CLOSE-AMOUNT TO CL-BANKED-CLOSED.
           PERFORM 3540-WRITE-CLOSING-ROW.

       3540-WRITE-CLOSING-ROW.
           MOVE CL-HERO-NAME(CL-HERO-IDX) TO GLR-CHOSEN-NAME.
           MOVE CL-RUN-DATE TO GLR-TRAN-DATE.
           ACCEPT GLR-TRAN-TIME FROM TIME.
           SET GLR-ACCOUNT-CLOSURE TO TRUE.
           COMPUTE GLR-AMOUNT = 0 - CL-CLOSE-AMOUNT.
           MOVE 0 TO GLR-BALANCE.
           WRITE GOLD-LEDGER-RECORD.
           ADD 1 TO CL-CLOSING-ROW-COUNT.

       3600-REBUILD-FALLEN.
           MOVE 'N' TO WK-EOF-SW.
           OPEN INPUT FALLEN-WORK-FILE.
           IF FW-FILE-STATUS NOT = "00"
               SET END-OF-WORK TO TRUE
           END-IF.
           OPEN OUTPUT FALLEN-HERO-FILE.
           PERFORM 3610-COPY-BACK-FALLEN UNTIL END-OF-WORK.
           CLOSE FALLEN-WORK-FILE.
           CLOSE FALLEN-HERO-FILE.
           MOVE CL-ARCHIVED-COUNT(8) TO CL-DELETED-COUNT(8).

       3610-COPY-BACK-FALLEN.
           READ FALLEN-WORK-FILE
               AT END
                   SET END-OF-WORK TO TRUE
               NOT AT END
                   MOVE FALLEN-WORK-RECORD TO FALLEN-HERO-RECORD
                   WRITE FALLEN-HERO-RECORD
           END-READ.

       3700-REBUILD-LEGENDS.
           MOVE 'N' TO WK-EOF-SW.
           OPEN INPUT LEGEND-WORK-FILE.
           IF LW-FILE-STATUS NOT = "00"
               SET END-OF-WORK TO TRUE
           END-IF.
           OPEN OUTPUT LEGEND-FILE.
           PERFORM 3710-COPY-BACK-LEGEND UNTIL END-OF-WORK.
           CLOSE LEGEND-WORK-FILE.
           CLOSE LEGEND-FILE.
           MOVE CL-ARCHIVED-COUNT(10) TO CL-DELETED-COUNT(10).

       3710-COPY-BACK-LEGEND.
           READ LEGEND-WORK-FILE
               AT END
                   SET END-OF-WORK TO TRUE
               NOT AT END
                   MOVE LEGEND-WORK-RECORD TO LEGEND-RECORD
                   WRITE LEGEND-RECORD
           END-READ.

       4000-WRITE-CONTROL-TOTALS.
           MOVE "HEROES CLOSED" TO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.
           PERFORM 4100-WRITE-HERO-LINE
               VARYING CL-HERO-IDX FROM 1 BY 1
               UNTIL CL-HERO-IDX > CL-HERO-COUNT.
           MOVE SPACES TO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.
           MOVE "FILE      ARCHIVED  DELETED" TO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.
           PERFORM 4200-WRITE-FILE-LINE
               VARYING CL-FILE-NUM FROM 1 BY 1
               UNTIL CL-FILE-NUM > CL-FILE-COUNT.
           MOVE SPACES TO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.
           MOVE CL-CARRIED-CLOSED TO CL-GOLD-ED.
           STRING "Carried gold closed out: " DELIMITED BY SIZE
               CL-GOLD-ED DELIMITED BY SIZE
               INTO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.
           MOVE SPACES TO CLOSURE-REPORT-LINE.
           MOVE CL-BANKED-CLOSED TO CL-GOLD-ED.
           STRING "Banked gold closed out:  " DELIMITED BY SIZE
               CL-GOLD-ED DELIMITED BY SIZE
               INTO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.
           MOVE SPACES TO CLOSURE-REPORT-LINE.
           MOVE CL-CLOSING-ROW-COUNT TO CL-COUNT-ED.
           STRING "ACLO ledger rows posted: " DELIMITED BY SIZE
               CL-COUNT-ED DELIMITED BY SIZE
               INTO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.
           DISPLAY "AcctClose closed account " CL-ACCOUNT-ID ": "
               CL-HERO-COUNT " hero(es) archived to ACCTARCH and "
               "purged.".

       4100-WRITE-HERO-LINE.
           MOVE CL-HERO-GOLD(CL-HERO-IDX) TO CL-COUNT-ED.
           MOVE CL-HERO-BANKED(CL-HERO-IDX) TO CL-GOLD-ED.
           MOVE SPACES TO CLOSURE-REPORT-LINE.
           EVALUATE TRUE
               WHEN CL-HERO-LIVE(CL-HERO-IDX)
                   STRING "  " DELIMITED BY SIZE
                       CL-HERO-NAME(CL-HERO-IDX) DELIMITED BY SIZE
                       " live    carried " DELIMITED BY SIZE
                       CL-COUNT-ED DELIMITED BY SIZE
                       " banked " DELIMITED BY SIZE
                       CL-GOLD-ED DELIMITED BY SIZE
                       INTO CLOSURE-REPORT-LINE
               WHEN CL-HERO-RETIRED(CL-HERO-IDX)
                   STRING "  " DELIMITED BY SIZE
                       CL-HERO-NAME(CL-HERO-IDX) DELIMITED BY SIZE
                       " retired carried " DELIMITED BY SIZE
                       CL-COUNT-ED DELIMITED BY SIZE
                       " banked " DELIMITED BY SIZE
                       CL-GOLD-ED DELIMITED BY SIZE
                       INTO CLOSURE-REPORT-LINE
               WHEN OTHER
                   STRING "  " DELIMITED BY SIZE
                       CL-HERO-NAME(CL-HERO-IDX) DELIMITED BY SIZE
                       " fallen  carried " DELIMITED BY SIZE
                       CL-COUNT-ED DELIMITED BY SIZE
                       " banked " DELIMITED BY SIZE
                       CL-GOLD-ED DELIMITED BY SIZE
                       INTO CLOSURE-REPORT-LINE
           END-EVALUATE.
           WRITE CLOSURE-REPORT-LINE.

       4200-WRITE-FILE-LINE.
           MOVE CL-ARCHIVED-COUNT(CL-FILE-NUM) TO CL-COUNT-ED.
           MOVE CL-DELETED-COUNT(CL-FILE-NUM) TO CL-COUNT-ED2.
           IF CL-ARCHIVED-COUNT(CL-FILE-NUM)
                   = CL-DELETED-COUNT(CL-FILE-NUM)
               MOVE "IN BALANCE" TO CL-BALANCE-TEXT
           ELSE
               MOVE "OUT OF BALANCE" TO CL-BALANCE-TEXT
           END-IF.
           MOVE SPACES TO CLOSURE-REPORT-LINE.
           STRING CL-FILE-NAME-ENTRY(CL-FILE-NUM) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               CL-COUNT-ED DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               CL-COUNT-ED2 DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               CL-BALANCE-TEXT DELIMITED BY SIZE
               INTO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE PLAYER-ACCOUNT-FILE.
           CLOSE CHARACTER-MASTER-FILE.
           CLOSE HERO-INVENTORY-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE ACHIEVEMENT-FILE.
           CLOSE QUEST-CHECKPOINT-FILE.
           CLOSE QUEST-HISTORY-FILE.
           CLOSE MARKET-LISTING-FILE.
           CLOSE MARKET-BID-FILE.
           CLOSE HERO-LOCK-FILE.

      *Stamps and writes one archive row; the caller has moved the
      *live record to AA-ROW-DATA and set the file subscript.
       9100-WRITE-ARCHIVE-ROW.
           MOVE CL-ACCOUNT-ID TO AA-ACCOUNT-ID.
           MOVE CL-RUN-DATE TO AA-CLOSED-DATE.
           MOVE CL-FILE-NAME-ENTRY(CL-FILE-NUM) TO AA-SOURCE-FILE.
           WRITE ACCOUNT-ARCHIVE-RECORD.
           IF AA-FILE-STATUS = "00"
               ADD 1 TO CL-ARCHIVED-COUNT(CL-FILE-NUM)
           ELSE
               MOVE 'N' TO CL-ARCHIVE-SW
           END-IF.

       9200-FIND-HERO-ENTRY.
           MOVE 'N' TO CL-HERO-FOUND-SW.
           SET CL-HERO-IDX TO 1.
           SEARCH CL-HERO-ENTRY
               AT END
                   CONTINUE
               WHEN CL-HERO-IDX > CL-HERO-COUNT
                   CONTINUE
               WHEN CL-HERO-NAME(CL-HERO-IDX) = CL-SCAN-NAME
                   SET CL-HERO-FOUND TO TRUE
           END-SEARCH.

       9400-WRITE-REFUSAL.
           MOVE SPACES TO CLOSURE-REPORT-LINE.
           STRING "CLOSURE REFUSED: " DELIMITED BY SIZE
               CL-REFUSE-REASON DELIMITED BY SIZE
               INTO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.
           MOVE "No live file was changed." TO CLOSURE-REPORT-LINE.
           WRITE CLOSURE-REPORT-LINE.
           DISPLAY "AcctClose: closure refused - "
               CL-REFUSE-REASON.
