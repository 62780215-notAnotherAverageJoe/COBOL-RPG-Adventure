       IDENTIFICATION DIVISION.
       PROGRAM-ID. MarketSettle.

      *Nightly settlement of the player marketplace (MKTLIST). Every
      *listing whose closing date has passed is settled: the goods
      *go to the highest bidder who can still cover the bid from
      *the gold carried on the Character Master, and the bid goes
      *to the seller less the house fee of MX-HOUSE-FEE-PCT percent
      *(never less than 1 gold). The gold moves as an MKTB row on
      *the buyer and the matching MKTS row on the seller, straight
      *after it, so GoldRecon proves both sides and EconomyReport
      *nets the pair; a sale is not a hero-to-hero transfer and is
      *kept off the XFRO/XFRI rows SuspectReport chains. The fee
      *then leaves the seller as an MFEE row. A bidder no longer on
      *CHARMAST or short of the gold is passed over for the next
      *bid down.
      *Listings nobody bought are returned to the seller's pack,
      *and a listing whose seller has left CHARMAST is withdrawn.
      *
      *As in HeroTransfer, a hero holding a current-day HEROLOCK
      *row is never touched, since the live session would overwrite
      *the change at its next save: a listing whose seller, or
      *whose winning bidder, is in play is left open and settled on
      *the next night's run. So is a sale whose proceeds would
      *carry the seller's gold past what CHARMAST can hold, until
      *the seller spends or banks some. Every edit for a listing is
      *made before any master is updated, so each settlement is one
      *unit of work. The settlement and fee-income report goes to
      *MKTRPT.
      *Scheduled in the nightly run after BankPost, so the night's
      *reconciliations see the trades.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT HERO-LOCK-FILE ASSIGN TO "HEROLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-CHOSEN-NAME
               FILE STATUS IS HL-FILE-STATUS.
           SELECT GOLD-LEDGER-FILE ASSIGN TO "GOLDLDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.
           SELECT MARKET-REPORT-FILE ASSIGN TO "MKTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "market-listing.cpy".
       COPY "market-bid.cpy".
       COPY "character-master.cpy".
       COPY "hero-inventory.cpy".
       COPY "hero-lock.cpy".
       COPY "gold-ledger.cpy".

       FD  MARKET-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MARKET-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  MK-FILE-STATUS           PIC X(02).
       01  MD-FILE-STATUS           PIC X(02).
       01  CM-FILE-STATUS           PIC X(02).
       01  HI-FILE-STATUS           PIC X(02).
       01  HL-FILE-STATUS           PIC X(02).
       01  GD-FILE-STATUS           PIC X(02).
       01  MR-FILE-STATUS           PIC X(02).

       01  MK-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LISTINGS          VALUE 'Y'.
       01  MD-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-BIDS              VALUE 'Y'.

      *House fee taken from the seller's side of every sale.
       01  MX-HOUSE-FEE-PCT         PIC 9(02) VALUE 5.

       01  MX-RUN-DATE              PIC 9(08).
       01  MX-LOCK-CHECK-NAME       PIC X(10).

       01  MX-LOCK-SW               PIC X(01) VALUE 'N'.
           88  MX-HERO-IN-PLAY          VALUE 'Y'.

      *The outcome of the edits on one listing, decided before any
      *master is touched.
       01  MX-OUTCOME-SW            PIC X(01).
           88  MX-OUTCOME-SOLD          VALUE 'S'.
           88  MX-OUTCOME-RETURN        VALUE 'R'.
           88  MX-OUTCOME-WITHDRAW      VALUE 'W'.
           88  MX-OUTCOME-DEFER         VALUE 'D'.
       01  MX-OUTCOME-TEXT          PIC X(25).

      *The winning bid, taken from the first bid row that passes
      *the edits; bid rows come up highest bid first.
       01  MX-BUYER-NAME            PIC X(10).
       01  MX-PRICE                 PIC 9(05).
       01  MX-FEE                   PIC 9(05).
       01  MX-PASS-REASON           PIC X(20).

      *Carried gold is PIC 9(05) on CHARMAST. A sale that would take
      *the seller past it, counting the proceeds before the fee
      *comes off, is held over rather than truncated.
       01  MX-SELLER-GOLD           PIC 9(05).
       01  MX-SELLER-AFTER          PIC 9(07).
       01  MX-CARRIED-LIMIT         PIC 9(07) VALUE 99999.
       01  MX-PACK-NAME             PIC X(10).

      *Bids passed over on the listing in hand, printed under its
      *line on the report.
       01  MX-PASSED-TABLE.
           05  MX-PASSED-ON-LISTING PIC 9(03) VALUE 0.
           05  MX-PASSED-ENTRY OCCURS 10 TIMES
                   INDEXED BY MX-PASSED-IDX.
               10  MX-PASSED-NAME   PIC X(10).
               10  MX-PASSED-BID    PIC 9(05).
               10  MX-PASSED-REASON PIC X(20).

       01  MX-LISTINGS-READ         PIC 9(05) VALUE 0.
       01  MX-OPEN-COUNT            PIC 9(05) VALUE 0.
       01  MX-SOLD-COUNT            PIC 9(05) VALUE 0.
       01  MX-RETURNED-COUNT        PIC 9(05) VALUE 0.
       01  MX-WITHDRAWN-COUNT       PIC 9(05) VALUE 0.
       01  MX-DEFERRED-COUNT        PIC 9(05) VALUE 0.
       01  MX-PASSED-COUNT          PIC 9(05) VALUE 0.
       01  MX-BIDS-CLEARED          PIC 9(05) VALUE 0.
       01  MX-GROSS-SALES           PIC 9(09) VALUE 0.
       01  MX-FEE-INCOME            PIC 9(09) VALUE 0.
       01  MX-NET-TO-SELLERS        PIC 9(09) VALUE 0.

       01  MX-COUNT-ED              PIC ZZZZ9.
       01  MX-QTY-ED                PIC ZZ9.
       01  MX-GOLD-ED               PIC ZZZZ9.
       01  MX-AMOUNT-ED             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT MX-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT MARKET-REPORT-FILE.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "MARKETPLACE SETTLEMENT FOR " DELIMITED BY SIZE
               MX-RUN-DATE DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-SETTLE-LISTINGS.
           PERFORM 4000-WRITE-CONTROL-TOTALS.
           PERFORM 9000-CLOSE-FILES.
           DISPLAY "MarketSettle sold " MX-SOLD-COUNT
               " returned " MX-RETURNED-COUNT
               " deferred " MX-DEFERRED-COUNT
               " fees " MX-FEE-INCOME ".".
           GOBACK.

      *Without the Character Master nothing can be proved, so the
      *listings are left standing for the next night.
       1000-OPEN-FILES.
           OPEN I-O MARKET-LISTING-FILE.
           IF MK-FILE-STATUS = "35"
               OPEN OUTPUT MARKET-LISTING-FILE
               CLOSE MARKET-LISTING-FILE
               OPEN I-O MARKET-LISTING-FILE
           END-IF.
           IF MK-FILE-STATUS NOT = "00"
               SET END-OF-LISTINGS TO TRUE
           END-IF.
           OPEN I-O MARKET-BID-FILE.
           IF MD-FILE-STATUS = "35"
               OPEN OUTPUT MARKET-BID-FILE
               CLOSE MARKET-BID-FILE
               OPEN I-O MARKET-BID-FILE
           END-IF.
           OPEN I-O CHARACTER-MASTER-FILE.
           IF CM-FILE-STATUS NOT = "00"
               DISPLAY "MarketSettle: cannot open CHARMAST, status "
                   CM-FILE-STATUS " - listings left for next run."
               SET END-OF-LISTINGS TO TRUE
           END-IF.
           OPEN I-O HERO-INVENTORY-FILE.
           IF HI-FILE-STATUS = "35"
               OPEN OUTPUT HERO-INVENTORY-FILE
               CLOSE HERO-INVENTORY-FILE
               OPEN I-O HERO-INVENTORY-FILE
           END-IF.
           OPEN INPUT HERO-LOCK-FILE.
           OPEN EXTEND GOLD-LEDGER-FILE.
           IF GD-FILE-STATUS = "35"
               OPEN OUTPUT GOLD-LEDGER-FILE
           END-IF.

       2000-SETTLE-LISTINGS.
           MOVE SPACES TO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE "LISTINGS CLOSED" TO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "LISTED   SELLER     ITEM   QTY " DELIMITED BY SIZE
               "BUYER      PRICE   FEE OUTCOME" DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           IF NOT END-OF-LISTINGS
               MOVE LOW-VALUES TO MK-LISTING-ID
               START MARKET-LISTING-FILE KEY >= MK-LISTING-ID
                   INVALID KEY
                       SET END-OF-LISTINGS TO TRUE
               END-START
           END-IF.
           PERFORM 2010-READ-NEXT-LISTING UNTIL END-OF-LISTINGS.
           IF MX-SOLD-COUNT + MX-RETURNED-COUNT + MX-WITHDRAWN-COUNT
                   + MX-DEFERRED-COUNT = 0
               MOVE "  No listings closed." TO MARKET-REPORT-LINE
               WRITE MARKET-REPORT-LINE
           END-IF.

       2010-READ-NEXT-LISTING.
           READ MARKET-LISTING-FILE NEXT RECORD
               AT END
                   SET END-OF-LISTINGS TO TRUE
               NOT AT END
                   ADD 1 TO MX-LISTINGS-READ
                   IF MK-CLOSING-DATE < MX-RUN-DATE
                       PERFORM 2100-SETTLE-ONE-LISTING
                   ELSE
                       ADD 1 TO MX-OPEN-COUNT
                   END-IF
           END-READ.
           IF MK-FILE-STATUS NOT = "00" AND MK-FILE-STATUS NOT = "02"
               SET END-OF-LISTINGS TO TRUE
           END-IF.

       2100-SETTLE-ONE-LISTING.
           PERFORM 2200-EDIT-LISTING.
           EVALUATE TRUE
               WHEN MX-OUTCOME-SOLD
                   PERFORM 3000-APPLY-SALE
               WHEN MX-OUTCOME-RETURN
                   PERFORM 3100-RETURN-GOODS
               WHEN MX-OUTCOME-WITHDRAW
                   ADD 1 TO MX-WITHDRAWN-COUNT
                   PERFORM 3200-CLEAR-LISTING
               WHEN MX-OUTCOME-DEFER
                   ADD 1 TO MX-DEFERRED-COUNT
           END-EVALUATE.
           PERFORM 2900-WRITE-LISTING-LINE.
           PERFORM 2910-WRITE-PASSED-LINE
               VARYING MX-PASSED-IDX FROM 1 BY 1
               UNTIL MX-PASSED-IDX > MX-PASSED-ON-LISTING
                   OR MX-PASSED-IDX > 10.

      *The seller is proved first, then the bids are walked from
      *the highest down until one can be honoured. A bidder in play
      *holds the listing over rather than being passed over for a
      *lower bid.
       2200-EDIT-LISTING.
           MOVE SPACES TO MX-BUYER-NAME.
           MOVE 0 TO MX-PRICE.
           MOVE 0 TO MX-FEE.
           MOVE 0 TO MX-PASSED-ON-LISTING.
           MOVE SPACE TO MX-OUTCOME-SW.
           MOVE MK-SELLER-NAME TO MX-LOCK-CHECK-NAME.
           PERFORM 2300-CHECK-HERO-LOCK.
           IF MX-HERO-IN-PLAY
               SET MX-OUTCOME-DEFER TO TRUE
               MOVE "DEFERRED - SELLER IN PLAY" TO MX-OUTCOME-TEXT
           ELSE
               MOVE MK-SELLER-NAME TO CM-CHOSEN-NAME
               READ CHARACTER-MASTER-FILE
                   INVALID KEY
                       SET MX-OUTCOME-WITHDRAW TO TRUE
                       MOVE "SELLER GONE - WITHDRAWN"
                           TO MX-OUTCOME-TEXT
                   NOT INVALID KEY
                       MOVE CM-PLAYER-GOLD TO MX-SELLER-GOLD
               END-READ
           END-IF.
           IF MX-OUTCOME-SW = SPACE
               PERFORM 2210-FIND-WINNING-BID
           END-IF.
           IF MX-OUTCOME-SW = SPACE
               SET MX-OUTCOME-RETURN TO TRUE
               IF MK-BID-COUNT = 0
                   MOVE "UNSOLD - RETURNED" TO MX-OUTCOME-TEXT
               ELSE
                   MOVE "NO BID COVERED - RETURNED" TO MX-OUTCOME-TEXT
               END-IF
           END-IF.

       2210-FIND-WINNING-BID.
           MOVE 'N' TO MD-EOF-SW.
           MOVE MK-LISTING-ID TO MD-LISTING-ID.
           MOVE 0 TO MD-BID-RANK.
           START MARKET-BID-FILE KEY >= MD-KEY
               INVALID KEY
                   SET END-OF-BIDS TO TRUE
           END-START.
           PERFORM 2220-READ-NEXT-BID
               UNTIL END-OF-BIDS OR MX-OUTCOME-SW NOT = SPACE.

       2220-READ-NEXT-BID.
           READ MARKET-BID-FILE NEXT RECORD
               AT END
                   SET END-OF-BIDS TO TRUE
               NOT AT END
                   IF MD-LISTING-ID NOT = MK-LISTING-ID
                       SET END-OF-BIDS TO TRUE
                   ELSE
                       PERFORM 2230-EDIT-ONE-BID
                   END-IF
           END-READ.
           IF MD-FILE-STATUS NOT = "00" AND MD-FILE-STATUS NOT = "02"
               SET END-OF-BIDS TO TRUE
           END-IF.

       2230-EDIT-ONE-BID.
           MOVE SPACES TO MX-PASS-REASON.
           MOVE MD-BIDDER-NAME TO MX-LOCK-CHECK-NAME.
           PERFORM 2300-CHECK-HERO-LOCK.
           IF MX-HERO-IN-PLAY
               SET MX-OUTCOME-DEFER TO TRUE
               MOVE "DEFERRED - BUYER IN PLAY" TO MX-OUTCOME-TEXT
               MOVE MD-BIDDER-NAME TO MX-BUYER-NAME
               MOVE MD-BID-AMOUNT TO MX-PRICE
           ELSE
               MOVE MD-BIDDER-NAME TO CM-CHOSEN-NAME
               READ CHARACTER-MASTER-FILE
                   INVALID KEY
                       MOVE "NOT ON CHARMAST" TO MX-PASS-REASON
                   NOT INVALID KEY
                       IF CM-PLAYER-GOLD < MD-BID-AMOUNT
                           MOVE "SHORT OF GOLD" TO MX-PASS-REASON
                       END-IF
               END-READ
               IF MX-PASS-REASON = SPACES
                   SET MX-OUTCOME-SOLD TO TRUE
                   MOVE "SOLD" TO MX-OUTCOME-TEXT
                   MOVE MD-BIDDER-NAME TO MX-BUYER-NAME
                   MOVE MD-BID-AMOUNT TO MX-PRICE
                   COMPUTE MX-FEE =
                       MX-PRICE * MX-HOUSE-FEE-PCT / 100
                   IF MX-FEE = 0
                       MOVE 1 TO MX-FEE
                   END-IF
                   COMPUTE MX-SELLER-AFTER = MX-SELLER-GOLD + MX-PRICE
                   IF MX-SELLER-AFTER > MX-CARRIED-LIMIT
                       SET MX-OUTCOME-DEFER TO TRUE
                       MOVE "DEFERRED - SELLER FULL"
                           TO MX-OUTCOME-TEXT
                   END-IF
               ELSE
                   PERFORM 2240-NOTE-PASSED-BID
               END-IF
           END-IF.

       2240-NOTE-PASSED-BID.
           ADD 1 TO MX-PASSED-COUNT.
           ADD 1 TO MX-PASSED-ON-LISTING.
           IF MX-PASSED-ON-LISTING <= 10
               SET MX-PASSED-IDX TO MX-PASSED-ON-LISTING
               MOVE MD-BIDDER-NAME TO MX-PASSED-NAME(MX-PASSED-IDX)
               MOVE MD-BID-AMOUNT TO MX-PASSED-BID(MX-PASSED-IDX)
               MOVE MX-PASS-REASON
                   TO MX-PASSED-REASON(MX-PASSED-IDX)
           END-IF.

      *A current-day lock row means a station holds the hero now;
      *a row from an earlier day is a crashed session's leavings.
       2300-CHECK-HERO-LOCK.
           MOVE 'N' TO MX-LOCK-SW.
           MOVE MX-LOCK-CHECK-NAME TO HL-CHOSEN-NAME.
           READ HERO-LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HL-LOCK-DATE >= MX-RUN-DATE
                       SET MX-HERO-IN-PLAY TO TRUE
                   END-IF
           END-READ.

       2900-WRITE-LISTING-LINE.
           MOVE SPACES TO MARKET-REPORT-LINE.
           MOVE MK-LISTED-DATE TO MARKET-REPORT-LINE(1:8).
           MOVE MK-SELLER-NAME TO MARKET-REPORT-LINE(10:10).
           MOVE MK-ITEM-CODE TO MARKET-REPORT-LINE(21:6).
           MOVE MK-QUANTITY TO MX-QTY-ED.
           MOVE MX-QTY-ED TO MARKET-REPORT-LINE(28:3).
           MOVE MX-BUYER-NAME TO MARKET-REPORT-LINE(32:10).
           IF MX-PRICE > 0
               MOVE MX-PRICE TO MX-GOLD-ED
               MOVE MX-GOLD-ED TO MARKET-REPORT-LINE(43:5)
           END-IF.
           IF MX-OUTCOME-SOLD
               MOVE MX-FEE TO MX-GOLD-ED
               MOVE MX-GOLD-ED TO MARKET-REPORT-LINE(49:5)
           END-IF.
           MOVE MX-OUTCOME-TEXT TO MARKET-REPORT-LINE(55:25).
           WRITE MARKET-REPORT-LINE.

       2910-WRITE-PASSED-LINE.
           MOVE MX-PASSED-BID(MX-PASSED-IDX) TO MX-GOLD-ED.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "    bid passed over: " DELIMITED BY SIZE
               MX-PASSED-NAME(MX-PASSED-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MX-GOLD-ED DELIMITED BY SIZE
               " gold - " DELIMITED BY SIZE
               MX-PASSED-REASON(MX-PASSED-IDX) DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.

      *The sale: buyer debited, seller credited, fee taken, goods
      *into the buyer's pack, then the listing and its bids are
      *cleared. Each ledger row carries the hero's balance after
      *its own movement.
       3000-APPLY-SALE.
           ADD 1 TO MX-SOLD-COUNT.
           ADD MX-PRICE TO MX-GROSS-SALES.
           ADD MX-FEE TO MX-FEE-INCOME.
           COMPUTE MX-NET-TO-SELLERS = MX-NET-TO-SELLERS
               + MX-PRICE - MX-FEE.
           MOVE MX-BUYER-NAME TO CM-CHOSEN-NAME.
           READ CHARACTER-MASTER-FILE.
           SUBTRACT MX-PRICE FROM CM-PLAYER-GOLD.
           REWRITE CHARACTER-MASTER-RECORD.
           MOVE "MKTB" TO GLR-REASON-CODE.
           COMPUTE GLR-AMOUNT = 0 - MX-PRICE.
           PERFORM 3050-WRITE-LEDGER-ROW.
           MOVE MK-SELLER-NAME TO CM-CHOSEN-NAME.
           READ CHARACTER-MASTER-FILE.
           ADD MX-PRICE TO CM-PLAYER-GOLD.
           MOVE "MKTS" TO GLR-REASON-CODE.
           MOVE MX-PRICE TO GLR-AMOUNT.
           PERFORM 3050-WRITE-LEDGER-ROW.
           SUBTRACT MX-FEE FROM CM-PLAYER-GOLD.
           REWRITE CHARACTER-MASTER-RECORD.
           MOVE "MFEE" TO GLR-REASON-CODE.
           COMPUTE GLR-AMOUNT = 0 - MX-FEE.
           PERFORM 3050-WRITE-LEDGER-ROW.
           MOVE MX-BUYER-NAME TO MX-PACK-NAME.
           PERFORM 3060-ADD-TO-PACK.
           PERFORM 3200-CLEAR-LISTING.

       3050-WRITE-LEDGER-ROW.
           MOVE CM-CHOSEN-NAME TO GLR-CHOSEN-NAME.
           MOVE MX-RUN-DATE TO GLR-TRAN-DATE.
           ACCEPT GLR-TRAN-TIME FROM TIME.
           MOVE CM-PLAYER-GOLD TO GLR-BALANCE.
           WRITE GOLD-LEDGER-RECORD.

       3060-ADD-TO-PACK.
           MOVE MX-PACK-NAME TO HI-CHOSEN-NAME.
           MOVE MK-ITEM-CODE TO HI-ITEM-CODE.
           READ HERO-INVENTORY-FILE
               INVALID KEY
                   MOVE MX-PACK-NAME TO HI-CHOSEN-NAME
                   MOVE MK-ITEM-CODE TO HI-ITEM-CODE
                   MOVE MK-QUANTITY TO HI-QUANTITY
                   WRITE HERO-INVENTORY-RECORD
               NOT INVALID KEY
                   ADD MK-QUANTITY TO HI-QUANTITY
                   REWRITE HERO-INVENTORY-RECORD
           END-READ.

       3100-RETURN-GOODS.
           ADD 1 TO MX-RETURNED-COUNT.
           MOVE MK-SELLER-NAME TO MX-PACK-NAME.
           PERFORM 3060-ADD-TO-PACK.
           PERFORM 3200-CLEAR-LISTING.

       3200-CLEAR-LISTING.
           MOVE 'N' TO MD-EOF-SW.
           MOVE MK-LISTING-ID TO MD-LISTING-ID.
           MOVE 0 TO MD-BID-RANK.
           START MARKET-BID-FILE KEY >= MD-KEY
               INVALID KEY
                   SET END-OF-BIDS TO TRUE
           END-START.
           PERFORM 3210-DELETE-NEXT-BID UNTIL END-OF-BIDS.
           DELETE MARKET-LISTING-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       3210-DELETE-NEXT-BID.
           READ MARKET-BID-FILE NEXT RECORD
               AT END
                   SET END-OF-BIDS TO TRUE
               NOT AT END
                   IF MD-LISTING-ID NOT = MK-LISTING-ID
                       SET END-OF-BIDS TO TRUE
                   ELSE
                       ADD 1 TO MX-BIDS-CLEARED
                       DELETE MARKET-BID-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
           END-READ.
           IF MD-FILE-STATUS NOT = "00" AND MD-FILE-STATUS NOT = "02"
               SET END-OF-BIDS TO TRUE
           END-IF.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE "HOUSE FEE INCOME" TO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE MX-GROSS-SALES TO MX-AMOUNT-ED.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "Gross sales gold:    " DELIMITED BY SIZE
               MX-AMOUNT-ED DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE MX-FEE-INCOME TO MX-AMOUNT-ED.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "House fees taken:    " DELIMITED BY SIZE
               MX-AMOUNT-ED DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE MX-NET-TO-SELLERS TO MX-AMOUNT-ED.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "Net paid to sellers: " DELIMITED BY SIZE
               MX-AMOUNT-ED DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE SPACES TO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE MX-LISTINGS-READ TO MX-COUNT-ED.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "Listings read:           " DELIMITED BY SIZE
               MX-COUNT-ED DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE MX-SOLD-COUNT TO MX-COUNT-ED.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "Listings sold:           " DELIMITED BY SIZE
               MX-COUNT-ED DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE MX-RETURNED-COUNT TO MX-COUNT-ED.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "Listings returned:       " DELIMITED BY SIZE
               MX-COUNT-ED DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE MX-WITHDRAWN-COUNT TO MX-COUNT-ED.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "Listings withdrawn:      " DELIMITED BY SIZE
               MX-COUNT-ED DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE MX-DEFERRED-COUNT TO MX-COUNT-ED.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "Listings deferred:       " DELIMITED BY SIZE
               MX-COUNT-ED DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE MX-OPEN-COUNT TO MX-COUNT-ED.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "Listings still open:     " DELIMITED BY SIZE
               MX-COUNT-ED DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE MX-PASSED-COUNT TO MX-COUNT-ED.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "Bids passed over:        " DELIMITED BY SIZE
               MX-COUNT-ED DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.
           MOVE MX-BIDS-CLEARED TO MX-COUNT-ED.
           MOVE SPACES TO MARKET-REPORT-LINE.
           STRING "Bid rows cleared:        " DELIMITED BY SIZE
               MX-COUNT-ED DELIMITED BY SIZE
               INTO MARKET-REPORT-LINE.
           WRITE MARKET-REPORT-LINE.

       9000-CLOSE-FILES.
           CLOSE MARKET-LISTING-FILE.
           CLOSE MARKET-BID-FILE.
           CLOSE CHARACTER-MASTER-FILE.
           CLOSE HERO-INVENTORY-FILE.
           CLOSE HERO-LOCK-FILE.
           CLOSE GOLD-LEDGER-FILE.
           CLOSE MARKET-REPORT-FILE.
