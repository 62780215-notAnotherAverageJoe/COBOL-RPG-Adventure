                   MOVE SPACES TO EQUIPPED-ARMOR-CODE
                   MOVE 0 TO WEAPON-DAMAGE-BONUS
                   MOVE 0 TO ARMOR-DAMAGE-REDUCE
                   MOVE SPACES TO SEASON-CLOSED
                   MOVE 1 TO SEASON-BASE-LEVEL
                   MOVE 0 TO SEASON-BASE-XP
                   MOVE 0 TO SEASON-BASE-GOLD
               NOT INVALID KEY
                   IF CM-OWNER-ACCOUNT NOT = SPACES
                           AND CM-OWNER-ACCOUNT
           MOVE CM-PLAYER-XP-THRESH TO PLAYER-XP-THRESHOLD.
           MOVE CM-EQUIPPED-WEAPON TO EQUIPPED-WEAPON-CODE.
           MOVE CM-EQUIPPED-ARMOR TO EQUIPPED-ARMOR-CODE.
           MOVE CM-SEASON-CLOSED TO SEASON-CLOSED.
           MOVE CM-SEASON-BASE-LEVEL TO SEASON-BASE-LEVEL.
           MOVE CM-SEASON-BASE-XP TO SEASON-BASE-XP.
           MOVE CM-SEASON-BASE-GOLD TO SEASON-BASE-GOLD.
           PERFORM 0185-LOAD-HERO-ATTRIBUTES.
           PERFORM 0186-LOAD-EQUIPPED-GEAR.
           PERFORM 0183-COMPUTE-MAX-STATS.
           MOVE EQUIPPED-WEAPON-CODE TO CM-EQUIPPED-WEAPON.
           MOVE EQUIPPED-ARMOR-CODE TO CM-EQUIPPED-ARMOR.
           MOVE CURRENT-ACCOUNT-ID TO CM-OWNER-ACCOUNT.
           MOVE SEASON-CLOSED TO CM-SEASON-CLOSED.
           MOVE SEASON-BASE-LEVEL TO CM-SEASON-BASE-LEVEL.
           MOVE SEASON-BASE-XP TO CM-SEASON-BASE-XP.
           MOVE SEASON-BASE-GOLD TO CM-SEASON-BASE-GOLD.
           IF CM-RECORD-FOUND
               REWRITE CHARACTER-MASTER-RECORD
           ELSE
      *stock list when the stage names one, so a cave merchant and
      *a roadside merchant carry different goods. Sell-back takes
      *an item out of the pack at half its list price, the proceeds
      *landing on GOLDLDGR under the SALE reason code. The crafting
      *bench stands beside the merchant.
       0290-MERCHANT.
           DISPLAY "A traveling merchant offers you their wares.".
           DISPLAY "You have " player-gold " gold.".
                   UNTIL MERCH-IDX > MERCH-COUNT
           END-IF.
           DISPLAY "N: more wares  S: sell from your pack".
           DISPLAY "C: craft at the bench".
           DISPLAY "Q: leave merchant".
           ACCEPT MERCHANT-CHOICE.
           EVALUATE MERCHANT-CHOICE
               WHEN "S"
               WHEN "s"
                   PERFORM 0274-SELL-BACK
               WHEN "C"
               WHEN "c"
                   PERFORM 0250-CRAFTING-BENCH
               WHEN OTHER
                   PERFORM 0277-TRY-MERCH-PICK
           END-EVALUATE.
               DISPLAY "Invalid selection, please try again."
           END-IF.

      *The bench lists what the hero can make from the pack; the
      *pick is crafted through 0255.
       0250-CRAFTING-BENCH.
           PERFORM 0251-LOAD-CRAFT-LIST.
           IF CRAFT-COUNT = 0
               DISPLAY "Nothing at the bench can be made from your "
                   "pack."
           ELSE
               DISPLAY "The bench can make:"
               PERFORM 0253-DISPLAY-CRAFT-LINE
                   VARYING CRAFT-IDX FROM 1 BY 1
                   UNTIL CRAFT-IDX > CRAFT-COUNT
               DISPLAY "Craft which? (0 for none)"
               ACCEPT CRAFT-CHOICE
               IF CRAFT-CHOICE IS NUMERIC
                   MOVE CRAFT-CHOICE TO CRAFT-PICK-NUM
                   IF CRAFT-PICK-NUM >= 1
                           AND CRAFT-PICK-NUM <= CRAFT-COUNT
                       SET CRAFT-IDX TO CRAFT-PICK-NUM
                       PERFORM 0255-CRAFT-ITEM
                   END-IF
               END-IF
           END-IF.

       0251-LOAD-CRAFT-LIST.
           MOVE 0 TO CRAFT-COUNT.
           MOVE 'N' TO RE-EOF-SW.
           MOVE LOW-VALUES TO RE-RECIPE-CODE.
           START RECIPE-MASTER-FILE KEY >= RE-RECIPE-CODE
               INVALID KEY
                   SET END-OF-RECIPES TO TRUE
           END-START.
           PERFORM 0252-READ-NEXT-RECIPE UNTIL END-OF-RECIPES.

       0252-READ-NEXT-RECIPE.
           READ RECIPE-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-RECIPES TO TRUE
               NOT AT END
                   PERFORM 0254-CHECK-RECIPE
                   IF CRAFT-CAN-MAKE
                       ADD 1 TO CRAFT-COUNT
                       SET CRAFT-IDX TO CRAFT-COUNT
                       MOVE RE-RECIPE-CODE
                           TO CRAFT-LIST-RECIPE(CRAFT-IDX)
                       MOVE IM-ITEM-NAME TO CRAFT-LIST-NAME(CRAFT-IDX)
                       MOVE RE-GOLD-FEE TO CRAFT-LIST-FEE(CRAFT-IDX)
                       IF CRAFT-COUNT = 9
                           SET END-OF-RECIPES TO TRUE
                       END-IF
                   END-IF
           END-READ.
           IF RE-FILE-STATUS NOT = "00" AND RE-FILE-STATUS NOT = "02"
               SET END-OF-RECIPES TO TRUE
           END-IF.

       0253-DISPLAY-CRAFT-LINE.
           SET CRAFT-MENU-NUM TO CRAFT-IDX.
           DISPLAY " " CRAFT-MENU-NUM ": "
               CRAFT-LIST-NAME(CRAFT-IDX)
               " fee " CRAFT-LIST-FEE(CRAFT-IDX) " gold".

      *A recipe can be made when the hero has the level and the fee
      *and holds every input in the quantity named, and its output
      *is still on the Item Master (left in the item record for the
      *caller).
       0254-CHECK-RECIPE.
           MOVE 'Y' TO CRAFT-MAKE-SW.
           IF PLAYER-LEVEL < RE-MIN-LEVEL
                   OR player-gold < RE-GOLD-FEE
               MOVE 'N' TO CRAFT-MAKE-SW
           END-IF.
           PERFORM 0256-CHECK-ONE-INPUT
               VARYING CRAFT-SLOT FROM 1 BY 1
               UNTIL CRAFT-SLOT > 4 OR NOT CRAFT-CAN-MAKE.
           IF CRAFT-CAN-MAKE
               MOVE RE-OUTPUT-ITEM TO IM-ITEM-CODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE 'N' TO CRAFT-MAKE-SW
               END-READ
           END-IF.

      *Crafting is one unit of work: the recipe is read again and
      *every edit rerun first, so the inputs, the output and the
      *fee are only touched once the whole craft is known to go
      *through.
       0255-CRAFT-ITEM.
           MOVE CRAFT-LIST-RECIPE(CRAFT-IDX) TO RE-RECIPE-CODE.
           READ RECIPE-MASTER-FILE
               INVALID KEY
                   DISPLAY "That recipe is no longer at the bench."
               NOT INVALID KEY
                   PERFORM 0254-CHECK-RECIPE
                   IF CRAFT-CAN-MAKE
                       PERFORM 0257-APPLY-CRAFT
                   ELSE
                       DISPLAY "You can no longer make "
                           CRAFT-LIST-NAME(CRAFT-IDX) "."
                   END-IF
           END-READ.

       0256-CHECK-ONE-INPUT.
           IF RE-INPUT-ITEM(CRAFT-SLOT) NOT = SPACES
               MOVE chosen-name TO HI-CHOSEN-NAME
               MOVE RE-INPUT-ITEM(CRAFT-SLOT) TO HI-ITEM-CODE
               READ HERO-INVENTORY-FILE
                   INVALID KEY
                       MOVE 'N' TO CRAFT-MAKE-SW
                   NOT INVALID KEY
                       IF HI-QUANTITY < RE-INPUT-QUANTITY(CRAFT-SLOT)
                           MOVE 'N' TO CRAFT-MAKE-SW
                       END-IF
               END-READ
           END-IF.

       0257-APPLY-CRAFT.
           PERFORM 0258-CONSUME-ONE-INPUT
               VARYING CRAFT-SLOT FROM 1 BY 1
               UNTIL CRAFT-SLOT > 4.
           PERFORM 0240-ADD-TO-INVENTORY.
           IF RE-GOLD-FEE > 0
               SUBTRACT RE-GOLD-FEE FROM player-gold
               MOVE "CRFT" TO GOLD-LEDGER-REASON
               COMPUTE GOLD-LEDGER-AMOUNT = 0 - RE-GOLD-FEE
               PERFORM 0915-WRITE-GOLD-LEDGER
           END-IF.
           PERFORM 0905-CLEAR-LOG-EVENT.
           SET GL-ITEM-CRAFTED TO TRUE.
           MOVE IM-ITEM-CODE TO GL-OBJECT-CODE.
           MOVE RE-GOLD-FEE TO GL-AMOUNT-GOLD.
           MOVE IM-ITEM-NAME TO GL-EVENT-TEXT.
           PERFORM 0910-WRITE-LOG-EVENT.
           DISPLAY "You craft " IM-ITEM-NAME
               " and stow it in your pack.".

       0258-CONSUME-ONE-INPUT.
           IF RE-INPUT-ITEM(CRAFT-SLOT) NOT = SPACES
               MOVE chosen-name TO HI-CHOSEN-NAME
               MOVE RE-INPUT-ITEM(CRAFT-SLOT) TO HI-ITEM-CODE
               READ HERO-INVENTORY-FILE
               SUBTRACT RE-INPUT-QUANTITY(CRAFT-SLOT) FROM HI-QUANTITY
               IF HI-QUANTITY = 0
                   DELETE HERO-INVENTORY-FILE
               ELSE
                   REWRITE HERO-INVENTORY-RECORD
               END-IF
           END-IF.

      *Load the next page of wares: straight off ITEMMAST for the
      *full catalog, or only the items the stage's stock list
      *carries. The scan-from code remembers where the page left
                   MOVE CURRENT-QUEST-CODE TO GL-OBJECT-CODE
                   MOVE "Starting a new quest" TO GL-EVENT-TEXT
                   PERFORM 0910-WRITE-LOG-EVENT
                   PERFORM 0307-RECORD-QUEST-START
                   MOVE CURRENT-QUEST-ENTRY TO QUEST-STAGE-PICK
                   PERFORM 0320-RUN-QUEST-CHAIN
               ELSE
      *The quest catalog drives the adventure menu: one line per
      *quest with its recommended level, picked by number the way
      *the pack and the hero browser work. No pick means a quiet
      *day in town. A quest the hero is below the minimum level
      *for, or has not finished the prerequisite of, is listed with
      *the reason and cannot be picked.
       0299-SELECT-QUEST.
           MOVE SPACES TO CURRENT-QUEST-CODE.
           PERFORM 0301-LOAD-QUEST-LIST.
               ACCEPT QUEST-PICK
               IF QUEST-PICK >= 1 AND QUEST-PICK <= QUEST-LIST-COUNT
                   SET QUEST-IDX TO QUEST-PICK
                   PERFORM 0304-CHECK-QUEST-OPEN
                   IF QUEST-CLOSED-REASON NOT = SPACES
                       DISPLAY "That adventure is closed to you: "
                           QUEST-CLOSED-REASON
                   ELSE
                       PERFORM 0305-TAKE-UP-QUEST
                   END-IF
               END-IF
           END-IF.

       0305-TAKE-UP-QUEST.
           MOVE QUEST-LIST-CODE(QUEST-IDX) TO CURRENT-QUEST-CODE.
           MOVE QUEST-LIST-STAGE(QUEST-IDX) TO CURRENT-QUEST-ENTRY.
           IF PLAYER-LEVEL < QUEST-LIST-LEVEL(QUEST-IDX)
               DISPLAY "A bold choice for level "
                   PLAYER-LEVEL "..."
           END-IF.
           PERFORM 0905-CLEAR-LOG-EVENT.
           SET GL-QUEST-NOTE TO TRUE.
           MOVE CURRENT-QUEST-CODE TO GL-OBJECT-CODE.
           STRING "Chose quest " DELIMITED BY SIZE
               QUEST-LIST-TITLE(QUEST-IDX) DELIMITED BY SIZE
               INTO GL-EVENT-TEXT
           END-STRING.
           PERFORM 0910-WRITE-LOG-EVENT.

      *Sets QUEST-CLOSED-REASON for the quest at QUEST-IDX, or
      *leaves it spaces when the hero may take the quest.
       0304-CHECK-QUEST-OPEN.
           MOVE SPACES TO QUEST-CLOSED-REASON.
           IF PLAYER-LEVEL < QUEST-LIST-MIN-LEVEL(QUEST-IDX)
               STRING "needs level " DELIMITED BY SIZE
                   QUEST-LIST-MIN-LEVEL(QUEST-IDX) DELIMITED BY SIZE
                   INTO QUEST-CLOSED-REASON
               END-STRING
           ELSE
               IF QUEST-LIST-PREREQ(QUEST-IDX) NOT = SPACES
                   MOVE chosen-name TO QH-CHOSEN-NAME
                   MOVE QUEST-LIST-PREREQ(QUEST-IDX) TO QH-QUEST-CODE
                   READ QUEST-HISTORY-FILE
                       INVALID KEY
                           MOVE 0 TO QH-DONE-COUNT
                   END-READ
                   IF QH-DONE-COUNT = 0
                       STRING "finish quest " DELIMITED BY SIZE
                           QUEST-LIST-PREREQ(QUEST-IDX)
                               DELIMITED BY SIZE
                           " first" DELIMITED BY SIZE
                           INTO QUEST-CLOSED-REASON
                       END-STRING
                   END-IF
               END-IF
           END-IF.

                           TO QUEST-LIST-LEVEL(QUEST-IDX)
                       MOVE QM-ENTRY-STAGE
                           TO QUEST-LIST-STAGE(QUEST-IDX)
                       MOVE QM-MIN-LEVEL
                           TO QUEST-LIST-MIN-LEVEL(QUEST-IDX)
                       MOVE QM-PREREQ-QUEST
                           TO QUEST-LIST-PREREQ(QUEST-IDX)
                   ELSE
                       SET END-OF-CATALOG TO TRUE
                   END-IF

       0303-DISPLAY-QUEST-LINE.
           SET QUEST-MENU-NUM TO QUEST-IDX.
           PERFORM 0304-CHECK-QUEST-OPEN.
           IF QUEST-CLOSED-REASON = SPACES
               DISPLAY " " QUEST-MENU-NUM ": "
                   QUEST-LIST-TITLE(QUEST-IDX)
                   " (recommended level " QUEST-LIST-LEVEL(QUEST-IDX)
                   ")"
           ELSE
               DISPLAY " " QUEST-MENU-NUM ": "
                   QUEST-LIST-TITLE(QUEST-IDX)
                   " (closed - " QUEST-CLOSED-REASON ")"
           END-IF.

      *Completion history on QSTDONE, one row per hero and quest:
      *each fresh start is counted, and reaching a final stage
      *alive stamps the first and latest completion date and the
      *level the hero finished at.
       0307-RECORD-QUEST-START.
           ACCEPT QUEST-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE chosen-name TO QH-CHOSEN-NAME.
           MOVE CURRENT-QUEST-CODE TO QH-QUEST-CODE.
           READ QUEST-HISTORY-FILE
               INVALID KEY
                   PERFORM 0309-CLEAR-QUEST-HISTORY
                   MOVE QUEST-TODAY-DATE TO QH-FIRST-START-DATE
                   MOVE 1 TO QH-START-COUNT
                   WRITE QUEST-HISTORY-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   IF QH-START-COUNT = 0
                       MOVE QUEST-TODAY-DATE TO QH-FIRST-START-DATE
                   END-IF
                   ADD 1 TO QH-START-COUNT
                   REWRITE QUEST-HISTORY-RECORD
           END-READ.

       0308-RECORD-QUEST-COMPLETION.
           ACCEPT QUEST-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE chosen-name TO QH-CHOSEN-NAME.
           MOVE CURRENT-QUEST-CODE TO QH-QUEST-CODE.
           READ QUEST-HISTORY-FILE
               INVALID KEY
                   PERFORM 0309-CLEAR-QUEST-HISTORY
                   PERFORM 0311-STAMP-QUEST-COMPLETION
                   WRITE QUEST-HISTORY-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 0311-STAMP-QUEST-COMPLETION
                   REWRITE QUEST-HISTORY-RECORD
           END-READ.
           PERFORM 0905-CLEAR-LOG-EVENT.
           SET GL-QUEST-NOTE TO TRUE.
           MOVE CURRENT-QUEST-CODE TO GL-OBJECT-CODE.
           MOVE "Completed quest" TO GL-EVENT-TEXT.
           PERFORM 0910-WRITE-LOG-EVENT.
           DISPLAY "Quest complete! Times finished: " QH-DONE-COUNT.

      *A quest begun before QSTDONE existed has no row yet; it is
      *written from zero, with no start counted.
       0309-CLEAR-QUEST-HISTORY.
           MOVE chosen-name TO QH-CHOSEN-NAME.
           MOVE CURRENT-QUEST-CODE TO QH-QUEST-CODE.
           MOVE 0 TO QH-FIRST-START-DATE.
           MOVE 0 TO QH-START-COUNT.
           MOVE 0 TO QH-FIRST-DONE-DATE.
           MOVE 0 TO QH-LAST-DONE-DATE.
           MOVE 0 TO QH-DONE-COUNT.
           MOVE 0 TO QH-FIRST-DONE-LEVEL.
           MOVE 0 TO QH-LAST-DONE-LEVEL.

       0311-STAMP-QUEST-COMPLETION.
           IF QH-DONE-COUNT = 0
               MOVE QUEST-TODAY-DATE TO QH-FIRST-DONE-DATE
               MOVE PLAYER-LEVEL TO QH-FIRST-DONE-LEVEL
           END-IF.
           ADD 1 TO QH-DONE-COUNT.
           MOVE QUEST-TODAY-DATE TO QH-LAST-DONE-DATE.
           MOVE PLAYER-LEVEL TO QH-LAST-DONE-LEVEL.

      *Generic quest walker. Each pass reads the stage named by
      *QUEST-STAGE-PICK from the Quest Stage file and plays it:
               MOVE QS-ACHIEVE-TITLE TO ACH-AWARD-TITLE
               PERFORM 0930-AWARD-ACHIEVEMENT
           END-IF.
           IF QS-FINAL-STAGE AND CURRENT-QUEST-CODE NOT = SPACES
               PERFORM 0308-RECORD-QUEST-COMPLETION
           END-IF.
           IF QS-VISIT-MERCHANT
               PERFORM 0290-MERCHANT
           END-IF.
               END-IF
           END-IF.

      *The marketplace is visited from the main menu by one hero at
      *a time. The hero is taken under a lock row for the visit the
      *way a session takes them, so no station plays the hero
      *meanwhile and MarketSettle leaves the hero's trades for the
      *next night. Bids are proved against the gold the hero carries
      *on the Character Master but not held; the settlement passes
      *over a winning bid the bidder can no longer cover.
       0800-MARKETPLACE.
           DISPLAY "Which hero visits the marketplace?".
           ACCEPT MARKET-HERO-NAME.
           MOVE MARKET-HERO-NAME TO CM-CHOSEN-NAME.
           READ CHARACTER-MASTER-FILE
               INVALID KEY
                   DISPLAY "No hero found with that name."
               NOT INVALID KEY
                   IF CM-OWNER-ACCOUNT NOT = SPACES
                           AND CM-OWNER-ACCOUNT
                               NOT = CURRENT-ACCOUNT-ID
                       DISPLAY MARKET-HERO-NAME " belongs to another "
                           "player's account."
                   ELSE
                       MOVE CM-CHOSEN-NAME TO chosen-name
                       PERFORM 0120-ACQUIRE-HERO-LOCK
                       IF HERO-IN-USE
                           DISPLAY MARKET-HERO-NAME " is being played "
                               "at another station right now."
                       ELSE
                           PERFORM 0801-MARKET-VISIT
                           PERFORM 0125-RELEASE-HERO-LOCK
                       END-IF
                   END-IF
           END-READ.

       0801-MARKET-VISIT.
           ACCEPT MARKET-TODAY FROM DATE YYYYMMDD.
           DISPLAY "The market square bustles with traders.".
           MOVE 'N' TO MARKET-DONE-SW.
           MOVE SPACES TO MARKET-PAGE-FROM.
           PERFORM 0802-MARKET-ROUND UNTIL MARKET-DONE.

       0802-MARKET-ROUND.
           MOVE chosen-name TO CM-CHOSEN-NAME.
           READ CHARACTER-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO CM-PLAYER-GOLD
           END-READ.
           DISPLAY chosen-name " carries " CM-PLAYER-GOLD " gold.".
           PERFORM 0803-LOAD-MARKET-PAGE.
           IF MARKET-COUNT = 0 AND MARKET-AT-END
                   AND MARKET-PAGE-FROM = SPACES
               DISPLAY "Nothing is listed for sale today."
           ELSE
               IF MARKET-COUNT = 0
                   MOVE SPACES TO MARKET-PAGE-FROM
                   PERFORM 0803-LOAD-MARKET-PAGE
               END-IF
               PERFORM 0805-DISPLAY-MARKET-LINE
                   VARYING MARKET-IDX FROM 1 BY 1
                   UNTIL MARKET-IDX > MARKET-COUNT
           END-IF.
           DISPLAY "N: more listings  L: list goods from your pack".
           DISPLAY "Q: leave the marketplace".
           DISPLAY "Or key a listing number to bid on it.".
           ACCEPT MARKET-CHOICE.
           EVALUATE MARKET-CHOICE
               WHEN "Q"
               WHEN "q"
                   SET MARKET-DONE TO TRUE
               WHEN "N"
               WHEN "n"
                   IF MARKET-AT-END
                       MOVE SPACES TO MARKET-PAGE-FROM
                   ELSE
                       MOVE MARKET-SCAN-FROM TO MARKET-PAGE-FROM
                   END-IF
               WHEN "L"
               WHEN "l"
                   PERFORM 0810-LIST-GOODS
               WHEN OTHER
                   PERFORM 0806-TRY-MARKET-PICK
           END-EVALUATE.

      *Only listings still taking bids are shown; a listing past its
      *closing date waits on MKTLIST for the night's settlement.
       0803-LOAD-MARKET-PAGE.
           MOVE 0 TO MARKET-COUNT.
           MOVE 'N' TO MARKET-WRAP-SW.
           MOVE 'N' TO MK-EOF-SW.
           MOVE MARKET-PAGE-FROM TO MARKET-SCAN-FROM.
           MOVE MARKET-PAGE-FROM TO MK-LISTING-ID.
           START MARKET-LISTING-FILE KEY > MK-LISTING-ID
               INVALID KEY
                   SET END-OF-LISTING-SCAN TO TRUE
                   SET MARKET-AT-END TO TRUE
           END-START.
           PERFORM 0804-READ-NEXT-LISTING UNTIL END-OF-LISTING-SCAN.

       0804-READ-NEXT-LISTING.
           READ MARKET-LISTING-FILE NEXT RECORD
               AT END
                   SET END-OF-LISTING-SCAN TO TRUE
                   SET MARKET-AT-END TO TRUE
               NOT AT END
                   IF MARKET-COUNT < 7
                       MOVE MK-LISTING-ID TO MARKET-SCAN-FROM
                       IF MK-CLOSING-DATE >= MARKET-TODAY
                           ADD 1 TO MARKET-COUNT
                           SET MARKET-IDX TO MARKET-COUNT
                           MOVE MK-LISTING-ID
                               TO MARKET-LIST-ID(MARKET-IDX)
                           MOVE MK-ITEM-CODE
                               TO MARKET-LIST-ITEM(MARKET-IDX)
                           MOVE MK-QUANTITY
                               TO MARKET-LIST-QTY(MARKET-IDX)
                           MOVE MK-SELLER-NAME
                               TO MARKET-LIST-SELLER(MARKET-IDX)
                           MOVE MK-ASKING-PRICE
                               TO MARKET-LIST-ASK(MARKET-IDX)
                           MOVE MK-HIGH-BID
                               TO MARKET-LIST-HIGH(MARKET-IDX)
                           MOVE MK-CLOSING-DATE
                               TO MARKET-LIST-CLOSES(MARKET-IDX)
                       END-IF
                   ELSE
                       SET END-OF-LISTING-SCAN TO TRUE
                   END-IF
           END-READ.
           IF MK-FILE-STATUS NOT = "00" AND MK-FILE-STATUS NOT = "02"
               SET END-OF-LISTING-SCAN TO TRUE
               SET MARKET-AT-END TO TRUE
           END-IF.

       0805-DISPLAY-MARKET-LINE.
           MOVE MARKET-LIST-ITEM(MARKET-IDX) TO IM-ITEM-CODE.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "Unknown item" TO IM-ITEM-NAME
           END-READ.
           SET MARKET-MENU-NUM TO MARKET-IDX.
           DISPLAY " " MARKET-MENU-NUM ": " IM-ITEM-NAME
               " x" MARKET-LIST-QTY(MARKET-IDX)
               " from " MARKET-LIST-SELLER(MARKET-IDX).
           DISPLAY "    asking " MARKET-LIST-ASK(MARKET-IDX)
               " gold, high bid " MARKET-LIST-HIGH(MARKET-IDX)
               ", bidding closes " MARKET-LIST-CLOSES(MARKET-IDX).

       0806-TRY-MARKET-PICK.
           IF MARKET-CHOICE IS NUMERIC
               MOVE MARKET-CHOICE TO MARKET-PICK-NUM
               IF MARKET-PICK-NUM >= 1
                       AND MARKET-PICK-NUM <= MARKET-COUNT
                   SET MARKET-IDX TO MARKET-PICK-NUM
                   PERFORM 0820-PLACE-BID
               ELSE
                   DISPLAY "Invalid selection, please try again."
               END-IF
           ELSE
               DISPLAY "Invalid selection, please try again."
           END-IF.

      *Listing takes the goods out of the pack there and then, so
      *they cannot also be sold to the merchant, crafted or handed
      *on while they wait; the settlement returns them to the pack
      *if nobody buys.
       0810-LIST-GOODS.
           PERFORM 0243-DISPLAY-INVENTORY.
           IF INV-LIST-COUNT > 0
               DISPLAY "List which item? (0 for none)"
               ACCEPT INV-PICK
               IF INV-PICK >= 1 AND INV-PICK <= INV-LIST-COUNT
                   SET INV-IDX TO INV-PICK
                   PERFORM 0811-EDIT-LISTING
               END-IF
           END-IF.

       0811-EDIT-LISTING.
           DISPLAY "How many will you list? (you hold "
               INV-LIST-QUANTITY(INV-IDX) ")".
           ACCEPT MARKET-QTY.
           IF MARKET-QTY = 0
               CONTINUE
           ELSE
               IF MARKET-QTY > INV-LIST-QUANTITY(INV-IDX)
                   DISPLAY "You do not hold that many."
               ELSE
                   DISPLAY "Asking price in gold for the lot?"
                   ACCEPT MARKET-ASK
                   DISPLAY "Days until bidding closes? (1-7)"
                   ACCEPT MARKET-DAYS
                   EVALUATE TRUE
                       WHEN MARKET-ASK = 0
                           DISPLAY "The asking price must be at "
                               "least 1 gold."
                       WHEN MARKET-DAYS < 1 OR MARKET-DAYS > 7
                           DISPLAY "Bidding may run from 1 to 7 "
                               "days."
                       WHEN OTHER
                           PERFORM 0812-POST-LISTING
                   END-EVALUATE
               END-IF
           END-IF.

      *The pack row is read again before the listing is written, and
      *only drawn down once the listing is on file.
       0812-POST-LISTING.
           MOVE chosen-name TO HI-CHOSEN-NAME.
           MOVE INV-LIST-ITEM-CODE(INV-IDX) TO HI-ITEM-CODE.
           READ HERO-INVENTORY-FILE
               INVALID KEY
                   DISPLAY "That item is no longer in your pack."
               NOT INVALID KEY
                   IF HI-QUANTITY < MARKET-QTY
                       DISPLAY "You no longer hold that many."
                   ELSE
                       PERFORM 0813-WRITE-LISTING
                   END-IF
           END-READ.

       0813-WRITE-LISTING.
           MOVE MARKET-TODAY TO MK-LISTED-DATE.
           ACCEPT MK-LISTED-TIME FROM TIME.
           MOVE chosen-name TO MK-SELLER-NAME.
           MOVE HI-ITEM-CODE TO MK-ITEM-CODE.
           MOVE MARKET-QTY TO MK-QUANTITY.
           MOVE MARKET-ASK TO MK-ASKING-PRICE.
           COMPUTE MK-CLOSING-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(MARKET-TODAY) + MARKET-DAYS).
           MOVE 0 TO MK-HIGH-BID.
           MOVE SPACES TO MK-HIGH-BIDDER.
           MOVE 0 TO MK-BID-COUNT.
           WRITE MARKET-LISTING-RECORD
               INVALID KEY
                   DISPLAY "The market clerk is busy - please try "
                       "again."
               NOT INVALID KEY
                   SUBTRACT MARKET-QTY FROM HI-QUANTITY
                   IF HI-QUANTITY = 0
                       DELETE HERO-INVENTORY-FILE
                   ELSE
                       REWRITE HERO-INVENTORY-RECORD
                   END-IF
                   DISPLAY "Your goods are listed. Bidding closes "
                       MK-CLOSING-DATE "."
           END-WRITE.

      *A bid must meet the asking price, beat the standing high bid
      *and be covered by the gold the hero carries. The listing is
      *read again first, so a bid keyed at another station in the
      *meantime is seen. Bid rows are keyed by listing and by the
      *bid's distance below 99999 gold, so they come up highest
      *first.
       0820-PLACE-BID.
           MOVE MARKET-LIST-ID(MARKET-IDX) TO MK-LISTING-ID.
           READ MARKET-LISTING-FILE
               INVALID KEY
                   DISPLAY "That listing has closed."
               NOT INVALID KEY
                   IF MK-SELLER-NAME = chosen-name
                       DISPLAY "You cannot bid on your own goods."
                   ELSE
                       IF MK-CLOSING-DATE < MARKET-TODAY
                           DISPLAY "Bidding on that listing has "
                               "closed."
                       ELSE
                           PERFORM 0821-EDIT-BID
                       END-IF
                   END-IF
           END-READ.

       0821-EDIT-BID.
           IF MK-BID-COUNT = 0
               MOVE MK-ASKING-PRICE TO MARKET-MIN-BID
           ELSE
               COMPUTE MARKET-MIN-BID = MK-HIGH-BID + 1
           END-IF.
           DISPLAY "The least you can bid is " MARKET-MIN-BID
               " gold.".
           DISPLAY "Your bid? (0 for none)".
           ACCEPT MARKET-BID.
           EVALUATE TRUE
               WHEN MARKET-BID = 0
                   CONTINUE
               WHEN MARKET-BID < MARKET-MIN-BID
                   DISPLAY "That bid is below the least accepted."
               WHEN MARKET-BID > CM-PLAYER-GOLD
                   DISPLAY "You are not carrying that much gold."
               WHEN OTHER
                   PERFORM 0822-WRITE-BID
           END-EVALUATE.

       0822-WRITE-BID.
           MOVE MK-LISTING-ID TO MD-LISTING-ID.
           COMPUTE MD-BID-RANK = 99999 - MARKET-BID.
           MOVE chosen-name TO MD-BIDDER-NAME.
           MOVE MARKET-BID TO MD-BID-AMOUNT.
           MOVE MARKET-TODAY TO MD-BID-DATE.
           ACCEPT MD-BID-TIME FROM TIME.
           WRITE MARKET-BID-RECORD
               INVALID KEY
                   DISPLAY "A bid of that amount is already in."
               NOT INVALID KEY
                   MOVE MARKET-BID TO MK-HIGH-BID
                   MOVE chosen-name TO MK-HIGH-BIDDER
                   ADD 1 TO MK-BID-COUNT
                   REWRITE MARKET-LISTING-RECORD
                   DISPLAY "Your bid of " MARKET-BID
                       " gold is the high bid."
           END-WRITE.

       0900-EXPORT-HERO.
           STRING chosen-name       DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                       DISPLAY MAINT-NAME " belongs to another "
                           "player's account."
                   ELSE
                       MOVE CM-CHOSEN-NAME TO chosen-name
                       PERFORM 0120-ACQUIRE-HERO-LOCK
                       IF HERO-IN-USE
                           DISPLAY MAINT-NAME " is being played at "
                               "another station right now."
                           DISPLAY "Try again after the session ends."
                       ELSE
                           MOVE CM-CHOSEN-NAME TO MAINT-ORIGINAL-NAME
                           PERFORM 0961-MAINTAIN-EDIT-LOOP
                           PERFORM 0125-RELEASE-HERO-LOCK
                       END-IF
                   END-IF
           END-READ.

       0961-MAINTAIN-EDIT-LOOP.
           MOVE SPACE TO MAINT-CHOICE.
           MOVE 'N' TO HERO-RETIRED-SW.
           PERFORM 0962-MAINTAIN-EDIT-ROUND
               UNTIL MAINT-CHOICE = "4" OR HERO-RETIRED.

       0962-MAINTAIN-EDIT-ROUND.
           DISPLAY "Current name: " CM-CHOSEN-NAME.
           DISPLAY "Current race: " CM-RACE-NAME.
           DISPLAY "1: Correct name  2: Correct class".
           DISPLAY "3: Correct race  4: Done".
           DISPLAY "5: Retire to the Hall of Legends".
           ACCEPT MAINT-CHOICE.
           EVALUATE MAINT-CHOICE
               WHEN "1"
               WHEN "4"
                   REWRITE CHARACTER-MASTER-RECORD
                   DISPLAY "Hero record updated."
               WHEN "5"
                   PERFORM 0940-RETIRE-HERO
               WHEN OTHER
                   DISPLAY "Invalid selection, please try again."
           END-EVALUATE.
               MOVE MAINT-ORIGINAL-NAME TO CM-CHOSEN-NAME
               READ CHARACTER-MASTER-FILE
           ELSE
               PERFORM 0958-LOCK-NEW-NAME
           END-IF.
           IF CM-RECORD-NOT-FOUND AND NOT HERO-IN-USE
               MOVE MAINT-ORIGINAL-NAME TO CM-CHOSEN-NAME
               READ CHARACTER-MASTER-FILE
               DELETE CHARACTER-MASTER-FILE
                       DISPLAY "Rename failed: name already in use."
                   NOT INVALID KEY
                       PERFORM 0964-REKEY-HERO-FILES
                       PERFORM 0125-RELEASE-HERO-LOCK
                       MOVE CM-CHOSEN-NAME TO MAINT-ORIGINAL-NAME
                       MOVE CM-CHOSEN-NAME TO chosen-name
                       DISPLAY "Hero renamed."
               END-WRITE
           END-IF.

      *A rename moves everything the hero owns - pack, achievements,
      *quest checkpoints, quest completion history, bank vault,
      *bounty claims and market listings and bids - so nothing is
      *stranded under the old name.
      *Each pass moves the first remaining record and repositions
      *until none are left.
       0964-REKEY-HERO-FILES.
           MOVE 'Y' TO SCAN-MORE-SW.
           PERFORM 0965-REKEY-ONE-INVENTORY UNTIL SCAN-NONE-FOUND.
           PERFORM 0966-REKEY-ONE-ACHIEVEMENT UNTIL SCAN-NONE-FOUND.
           MOVE 'Y' TO SCAN-MORE-SW.
           PERFORM 0967-REKEY-ONE-CHECKPOINT UNTIL SCAN-NONE-FOUND.
           MOVE 'Y' TO SCAN-MORE-SW.
           PERFORM 0959-REKEY-ONE-QUEST-HISTORY
               UNTIL SCAN-NONE-FOUND.
           PERFORM 0969-REKEY-BANK-ACCOUNT.
           PERFORM 0952-REKEY-BOUNTY-CLAIMS.
           PERFORM 0955-REKEY-MARKET-ROWS.

       0965-REKEY-ONE-INVENTORY.
           MOVE 'N' TO SCAN-MORE-SW.
               END-READ
           END-IF.

       0959-REKEY-ONE-QUEST-HISTORY.
           MOVE 'N' TO SCAN-MORE-SW.
           MOVE MAINT-ORIGINAL-NAME TO QH-CHOSEN-NAME.
           MOVE SPACES TO QH-QUEST-CODE.
           START QUEST-HISTORY-FILE KEY >= QH-KEY
               INVALID KEY CONTINUE
           END-START.
           IF QH-FILE-STATUS = "00"
               READ QUEST-HISTORY-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF QH-CHOSEN-NAME = MAINT-ORIGINAL-NAME
                           MOVE QUEST-HISTORY-RECORD
                               TO REKEY-RECORD-AREA(1:52)
                           DELETE QUEST-HISTORY-FILE
                           MOVE REKEY-RECORD-AREA(1:52)
                               TO QUEST-HISTORY-RECORD
                           MOVE MAINT-NEW-VALUE TO QH-CHOSEN-NAME
                           WRITE QUEST-HISTORY-RECORD
                               INVALID KEY CONTINUE
                           END-WRITE
                           MOVE 'Y' TO SCAN-MORE-SW
                       END-IF
               END-READ
           END-IF.

      *Claims follow a renamed hero so the claim limit still holds
      *under the new name. Each live posting on the board is read
      *in turn and its claims under the old name are rekeyed.
       0952-REKEY-BOUNTY-CLAIMS.
           MOVE 'N' TO BOUNTY-EOF-SW.
           MOVE LOW-VALUES TO BT-MONSTER-CODE.
           START BOUNTY-BOARD-FILE KEY >= BT-MONSTER-CODE
               INVALID KEY
                   SET END-OF-BOUNTIES TO TRUE
           END-START.
           PERFORM 0953-REKEY-NEXT-BOUNTY UNTIL END-OF-BOUNTIES.

       0953-REKEY-NEXT-BOUNTY.
           READ BOUNTY-BOARD-FILE NEXT RECORD
               AT END
                   SET END-OF-BOUNTIES TO TRUE
               NOT AT END
                   PERFORM 0954-REKEY-ONE-CLAIM
                       VARYING BOUNTY-CLAIM-PROBE FROM 1 BY 1
                       UNTIL BOUNTY-CLAIM-PROBE > BT-CLAIM-LIMIT
           END-READ.
           IF BT-FILE-STATUS NOT = "00" AND BT-FILE-STATUS NOT = "02"
               SET END-OF-BOUNTIES TO TRUE
           END-IF.

       0954-REKEY-ONE-CLAIM.
           MOVE BT-MONSTER-CODE TO BC-MONSTER-CODE.
           MOVE BT-POSTED-DATE TO BC-POSTED-DATE.
           MOVE MAINT-ORIGINAL-NAME TO BC-CHOSEN-NAME.
           MOVE BOUNTY-CLAIM-PROBE TO BC-CLAIM-NUM.
           READ BOUNTY-CLAIM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE BOUNTY-CLAIM-FILE
                   MOVE MAINT-NEW-VALUE TO BC-CHOSEN-NAME
                   WRITE BOUNTY-CLAIM-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
           END-READ.

      *Market listings and bids carry the hero's name as data, not
      *as key, so they are rewritten in place where they name the
      *old hero.
       0955-REKEY-MARKET-ROWS.
           MOVE 'N' TO MK-EOF-SW.
           MOVE LOW-VALUES TO MK-LISTING-ID.
           START MARKET-LISTING-FILE KEY >= MK-LISTING-ID
               INVALID KEY
                   SET END-OF-LISTING-SCAN TO TRUE
           END-START.
           PERFORM 0956-REKEY-NEXT-LISTING UNTIL END-OF-LISTING-SCAN.
           MOVE 'N' TO MD-EOF-SW.
           MOVE LOW-VALUES TO MD-KEY.
           START MARKET-BID-FILE KEY >= MD-KEY
               INVALID KEY
                   SET END-OF-BID-SCAN TO TRUE
           END-START.
           PERFORM 0957-REKEY-NEXT-BID UNTIL END-OF-BID-SCAN.

       0956-REKEY-NEXT-LISTING.
           READ MARKET-LISTING-FILE NEXT RECORD
               AT END
                   SET END-OF-LISTING-SCAN TO TRUE
               NOT AT END
                   IF MK-SELLER-NAME = MAINT-ORIGINAL-NAME
                           OR MK-HIGH-BIDDER = MAINT-ORIGINAL-NAME
                       IF MK-SELLER-NAME = MAINT-ORIGINAL-NAME
                           MOVE MAINT-NEW-VALUE TO MK-SELLER-NAME
                       END-IF
                       IF MK-HIGH-BIDDER = MAINT-ORIGINAL-NAME
                           MOVE MAINT-NEW-VALUE TO MK-HIGH-BIDDER
                       END-IF
                       REWRITE MARKET-LISTING-RECORD
                   END-IF
           END-READ.
           IF MK-FILE-STATUS NOT = "00" AND MK-FILE-STATUS NOT = "02"
               SET END-OF-LISTING-SCAN TO TRUE
           END-IF.

       0957-REKEY-NEXT-BID.
           READ MARKET-BID-FILE NEXT RECORD
               AT END
                   SET END-OF-BID-SCAN TO TRUE
               NOT AT END
                   IF MD-BIDDER-NAME = MAINT-ORIGINAL-NAME
                       MOVE MAINT-NEW-VALUE TO MD-BIDDER-NAME
                       REWRITE MARKET-BID-RECORD
                   END-IF
           END-READ.
           IF MD-FILE-STATUS NOT = "00" AND MD-FILE-STATUS NOT = "02"
               SET END-OF-BID-SCAN TO TRUE
           END-IF.

      *The hero lock moves with a rename: the new name is locked
      *before anything is rekeyed, so no station can start a
      *session under it part way through, and the old name's lock
      *is released once the rename is done.
       0958-LOCK-NEW-NAME.
           MOVE MAINT-NEW-VALUE TO chosen-name.
           PERFORM 0120-ACQUIRE-HERO-LOCK.
           MOVE MAINT-ORIGINAL-NAME TO chosen-name.
           IF HERO-IN-USE
               DISPLAY "That name is in use at another station. "
                   "Rename cancelled."
               MOVE MAINT-ORIGINAL-NAME TO CM-CHOSEN-NAME
               READ CHARACTER-MASTER-FILE
           END-IF.

       0969-REKEY-BANK-ACCOUNT.
           MOVE MAINT-ORIGINAL-NAME TO BA-CHOSEN-NAME.
           READ BANK-ACCOUNT-FILE
                   END-WRITE
           END-READ.

      *Retirement is the honorable way off the books. The hero is
      *written to the Hall of Legends (LEGENDS) - final stats and
      *gear on the hero row, one title row per achievement - and
      *to the leaderboard extract marked RETIRED, so the hero still
      *shows publicly. Carried and banked gold retire with the hero
      *through RETR ledger rows, the vault is closed, and the live
      *rows are removed the way a fallen hero's are, so the name is
      *free for a new hero. Any corrections keyed in this session
      *are on the record retired.
       0940-RETIRE-HERO.
           IF CM-PLAYER-LEVEL < RETIRE-MIN-LEVEL
               DISPLAY "Only a hero of level " RETIRE-MIN-LEVEL
                   " or higher may retire to the Hall of Legends."
           ELSE
               DISPLAY "Retiring " CM-CHOSEN-NAME
                   " ends their adventuring for good."
               DISPLAY "Carried and banked gold retire with the "
                   "hero, and the name is released."
               DISPLAY "Key RETIRE to confirm, or press Enter to "
                   "cancel:"
               MOVE SPACES TO RETIRE-CONFIRM
               ACCEPT RETIRE-CONFIRM
               IF RETIRE-CONFIRMED
                   PERFORM 0941-RECORD-RETIREMENT
               ELSE
                   DISPLAY "Retirement cancelled."
               END-IF
           END-IF.

       0941-RECORD-RETIREMENT.
           MOVE CM-CHOSEN-NAME TO chosen-name.
           PERFORM 0289-READ-BANK-ACCOUNT.
           PERFORM 0942-TALLY-LIFETIME-GOLD.
           PERFORM 0946-WRITE-LEGEND-HERO.
           PERFORM 0947-EXPORT-LEGEND.
           PERFORM 0948-WRITE-LEGEND-TITLES.
           PERFORM 0950-CLOSE-RETIRED-GOLD.
           PERFORM 0905-CLEAR-LOG-EVENT.
           SET GL-RETIREMENT TO TRUE.
           MOVE "Retired to the Hall of Legends" TO GL-EVENT-TEXT.
           PERFORM 0910-WRITE-LOG-EVENT.
           MOVE chosen-name TO CM-CHOSEN-NAME.
           READ CHARACTER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE CHARACTER-MASTER-FILE
           END-READ.
           PERFORM 0671-SCRUB-DEAD-HERO-RECORDS.
           SET HERO-RETIRED TO TRUE.
           DISPLAY chosen-name " takes a place in the Hall of "
               "Legends.".
           DISPLAY "The name " chosen-name " is free to be taken up "
               "again.".

      *FALLNHRO and GOLDLDGR are held open for append all session,
      *so each is reopened for reading and put back afterwards.
       0942-TALLY-LIFETIME-GOLD.
           MOVE ALL "0" TO RETIRE-SINCE-STAMP.
           MOVE 0 TO RETIRE-LIFETIME-GOLD.
           CLOSE FALLEN-HERO-FILE.
           OPEN INPUT FALLEN-HERO-FILE.
           MOVE 'N' TO RETIRE-EOF-SW.
           IF FH-FILE-STATUS NOT = "00"
               SET END-OF-RETIRE-SCAN TO TRUE
           END-IF.
           PERFORM 0943-READ-NEXT-FALLEN-ROW UNTIL END-OF-RETIRE-SCAN.
           CLOSE FALLEN-HERO-FILE.
           OPEN EXTEND FALLEN-HERO-FILE.
           CLOSE GOLD-LEDGER-FILE.
           OPEN INPUT GOLD-LEDGER-FILE.
           MOVE 'N' TO RETIRE-EOF-SW.
           IF GD-FILE-STATUS NOT = "00"
               SET END-OF-RETIRE-SCAN TO TRUE
           END-IF.
           PERFORM 0944-READ-NEXT-LEDGER-ROW UNTIL END-OF-RETIRE-SCAN.
           CLOSE GOLD-LEDGER-FILE.
           OPEN EXTEND GOLD-LEDGER-FILE.

       0943-READ-NEXT-FALLEN-ROW.
           READ FALLEN-HERO-FILE
               AT END
                   SET END-OF-RETIRE-SCAN TO TRUE
               NOT AT END
                   IF FH-CHOSEN-NAME = chosen-name
                       COMPUTE RETIRE-DEATH-DATE =
                           FH-DEATH-DATE + 20000000
                       MOVE RETIRE-DEATH-DATE
                           TO RETIRE-ROW-STAMP(1:8)
                       MOVE FH-DEATH-TIME TO RETIRE-ROW-STAMP(9:8)
                       IF RETIRE-ROW-STAMP > RETIRE-SINCE-STAMP
                           MOVE RETIRE-ROW-STAMP
                               TO RETIRE-SINCE-STAMP
                       END-IF
                   END-IF
           END-READ.

       0944-READ-NEXT-LEDGER-ROW.
           READ GOLD-LEDGER-FILE
               AT END
                   SET END-OF-RETIRE-SCAN TO TRUE
               NOT AT END
                   IF GLR-CHOSEN-NAME = chosen-name
                       PERFORM 0945-TALLY-LEDGER-ROW
                   END-IF
           END-READ.

       0945-TALLY-LEDGER-ROW.
           MOVE GLR-TRAN-DATE TO RETIRE-ROW-STAMP(1:8).
           MOVE GLR-TRAN-TIME TO RETIRE-ROW-STAMP(9:8).
           EVALUATE TRUE
               WHEN RETIRE-ROW-STAMP NOT > RETIRE-SINCE-STAMP
                   CONTINUE
               WHEN GLR-ACCOUNT-CLOSURE OR GLR-RETIREMENT
                   MOVE 0 TO RETIRE-LIFETIME-GOLD
               WHEN GLR-COMBAT-REWARD OR GLR-BOUNTY-BONUS
                       OR GLR-ITEM-SALE
                       OR GLR-BANK-INTEREST
                   IF GLR-AMOUNT > 0
                       ADD GLR-AMOUNT TO RETIRE-LIFETIME-GOLD
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *Each level-up spends the threshold of the day, which starts
      *at 100 and grows by 50 a level, so the XP spent reaching the
      *current level is (level - 1) * (threshold + 50) / 2.
       0946-WRITE-LEGEND-HERO.
           MOVE SPACES TO LEGEND-RECORD.
           MOVE CM-CHOSEN-NAME TO LG-CHOSEN-NAME.
           SET LG-HERO-ROW TO TRUE.
           MOVE CM-YOUR-CLASS TO LG-YOUR-CLASS.
           MOVE CM-RACE-NAME TO LG-RACE-NAME.
           MOVE CM-PLAYER-LEVEL TO LG-PLAYER-LEVEL.
           MOVE CM-PLAYER-XP TO LG-PLAYER-XP.
           MOVE CM-PLAYER-HEALTH TO LG-PLAYER-HEALTH.
           MOVE CM-PLAYER-MANA TO LG-PLAYER-MANA.
           MOVE CM-PLAYER-ENERGY TO LG-PLAYER-ENERGY.
           MOVE CM-EQUIPPED-WEAPON TO LG-EQUIPPED-WEAPON.
           MOVE CM-EQUIPPED-ARMOR TO LG-EQUIPPED-ARMOR.
           MOVE CM-PLAYER-GOLD TO LG-CARRIED-GOLD.
           MOVE BA-BANKED-GOLD TO LG-BANKED-GOLD.
           MOVE RETIRE-LIFETIME-GOLD TO LG-LIFETIME-GOLD.
           COMPUTE LG-LIFETIME-XP =
               (CM-PLAYER-LEVEL - 1) * (CM-PLAYER-XP-THRESH + 50) / 2
               + CM-PLAYER-XP.
           ACCEPT LG-RETIRED-DATE FROM DATE YYYYMMDD.
           ACCEPT LG-RETIRED-TIME FROM TIME.
           MOVE CURRENT-ACCOUNT-ID TO LG-OWNER-ACCOUNT.
           WRITE LEGEND-RECORD.

      *Same columns as 0900-EXPORT-HERO, with a trailing RETIRED
      *marker so the web side can set legends apart.
       0947-EXPORT-LEGEND.
           MOVE SPACES TO HERO-EXPORT-RECORD.
           STRING CM-CHOSEN-NAME    DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                  CM-YOUR-CLASS     DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                  CM-RACE-NAME      DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                  CM-PLAYER-HEALTH  DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CM-PLAYER-MANA    DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CM-PLAYER-ENERGY  DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CM-PLAYER-GOLD    DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CM-PLAYER-LEVEL   DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CM-PLAYER-XP      DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  CURRENT-ACCOUNT-ID DELIMITED BY SPACE
                  ",RETIRED"        DELIMITED BY SIZE
                  INTO HERO-EXPORT-RECORD
           END-STRING.
           WRITE HERO-EXPORT-RECORD.

       0948-WRITE-LEGEND-TITLES.
           MOVE 0 TO ACH-TITLE-COUNT.
           MOVE 'N' TO ACH-EOF-SW.
           MOVE chosen-name TO ACH-CHOSEN-NAME.
           MOVE SPACES TO ACH-CODE.
           START ACHIEVEMENT-FILE KEY >= ACH-KEY
               INVALID KEY
                   SET END-OF-ACHIEVEMENTS TO TRUE
           END-START.
           PERFORM 0949-READ-NEXT-LEGEND-TITLE
               UNTIL END-OF-ACHIEVEMENTS.

       0949-READ-NEXT-LEGEND-TITLE.
           READ ACHIEVEMENT-FILE NEXT RECORD
               AT END
                   SET END-OF-ACHIEVEMENTS TO TRUE
               NOT AT END
                   IF ACH-CHOSEN-NAME = chosen-name
                       ADD 1 TO ACH-TITLE-COUNT
                       MOVE SPACES TO LEGEND-RECORD
                       MOVE chosen-name TO LG-CHOSEN-NAME
                       SET LG-TITLE-ROW TO TRUE
                       MOVE ACH-CODE TO LG-TITLE-CODE
                       MOVE ACH-TITLE TO LG-TITLE
                       MOVE ACH-EARNED-DATE TO LG-EARNED-DATE
                       WRITE LEGEND-RECORD
                   ELSE
                       SET END-OF-ACHIEVEMENTS TO TRUE
                   END-IF
           END-READ.
           IF AC-FILE-STATUS NOT = "00" AND AC-FILE-STATUS NOT = "02"
               SET END-OF-ACHIEVEMENTS TO TRUE
           END-IF.

      *Carried gold closes in one RETR row - a zero row when the
      *hero retires penniless, so GoldRecon still sees the close -
      *and the vault in as many rows as a ledger amount needs. The
      *rows carry a zero balance: nothing is left on the hero.
       0950-CLOSE-RETIRED-GOLD.
           MOVE 0 TO player-gold.
           MOVE "RETR" TO GOLD-LEDGER-REASON.
           IF CM-PLAYER-GOLD > 0 OR BA-BANKED-GOLD = 0
               COMPUTE GOLD-LEDGER-AMOUNT = 0 - CM-PLAYER-GOLD
               PERFORM 0915-WRITE-GOLD-LEDGER
           END-IF.
           MOVE BA-BANKED-GOLD TO RETIRE-BANKED-LEFT.
           PERFORM 0951-CLOSE-BANKED-PORTION
               UNTIL RETIRE-BANKED-LEFT = 0.
           IF BA-RECORD-FOUND
               MOVE chosen-name TO BA-CHOSEN-NAME
               DELETE BANK-ACCOUNT-FILE
           END-IF.

       0951-CLOSE-BANKED-PORTION.
           IF RETIRE-BANKED-LEFT > 99999
               MOVE 99999 TO RETIRE-CLOSE-AMOUNT
           ELSE
               MOVE RETIRE-BANKED-LEFT TO RETIRE-CLOSE-AMOUNT
           END-IF.
           SUBTRACT RETIRE-CLOSE-AMOUNT FROM RETIRE-BANKED-LEFT.
           COMPUTE GOLD-LEDGER-AMOUNT = 0 - RETIRE-CLOSE-AMOUNT.
           PERFORM 0915-WRITE-GOLD-LEDGER.

      *Hero selection browser: pages through the Character Master
      *File ten heroes at a time (optionally filtered by class) so
      *loading a saved hero is a pick from a list instead of an
           ELSE
               DISPLAY "Invalid selection, please try again."
           END-IF.

      *The bounty board posted by the nightly BountyPost step is
      *shown as the session opens. Only bounties live today are
      *listed, with the claims this hero has left on each.
       0980-SHOW-BOUNTY-BOARD.
           ACCEPT BOUNTY-TODAY FROM DATE YYYYMMDD.
           MOVE 0 TO BOUNTY-SHOWN-COUNT.
           MOVE 'N' TO BOUNTY-EOF-SW.
           MOVE LOW-VALUES TO BT-MONSTER-CODE.
           START BOUNTY-BOARD-FILE KEY >= BT-MONSTER-CODE
               INVALID KEY
                   SET END-OF-BOUNTIES TO TRUE
           END-START.
           DISPLAY "|----------------- Bounty Board -----------------|".
           PERFORM 0981-READ-NEXT-BOUNTY UNTIL END-OF-BOUNTIES.
           IF BOUNTY-SHOWN-COUNT = 0
               DISPLAY "|   No bounties are posted today."
           END-IF.
           DISPLAY "|------------------------------------------------|".

       0981-READ-NEXT-BOUNTY.
           READ BOUNTY-BOARD-FILE NEXT RECORD
               AT END
                   SET END-OF-BOUNTIES TO TRUE
               NOT AT END
                   IF BT-POSTED-DATE <= BOUNTY-TODAY
                           AND BT-EXPIRY-DATE >= BOUNTY-TODAY
                       PERFORM 0984-COUNT-BOUNTY-CLAIMS
                       COMPUTE BOUNTY-CLAIMS-LEFT =
                           BT-CLAIM-LIMIT - BOUNTY-CLAIMS-USED
                       ADD 1 TO BOUNTY-SHOWN-COUNT
                       DISPLAY "|   " BT-MONSTER-NAME " +"
                           BT-BONUS-GOLD " gold +" BT-BONUS-XP
                           " XP until " BT-EXPIRY-DATE
                       DISPLAY "|      claims left for you: "
                           BOUNTY-CLAIMS-LEFT " of " BT-CLAIM-LIMIT
                   END-IF
           END-READ.
           IF BT-FILE-STATUS NOT = "00" AND BT-FILE-STATUS NOT = "02"
               SET END-OF-BOUNTIES TO TRUE
           END-IF.

      *Each monster slain is checked against the board. A live
      *bounty the hero has not claimed out on is recorded as a claim
      *row on BNTYCLM and its bonus added to the totals paid out by
      *0983 once the whole pack is tallied.
       0982-CHECK-BOUNTY-KILL.
           ACCEPT BOUNTY-TODAY FROM DATE YYYYMMDD.
           MOVE ENEMY-MONSTER-CODE(ENEMY-SCAN-NUM) TO BT-MONSTER-CODE.
           READ BOUNTY-BOARD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BT-POSTED-DATE <= BOUNTY-TODAY
                           AND BT-EXPIRY-DATE >= BOUNTY-TODAY
                       PERFORM 0984-COUNT-BOUNTY-CLAIMS
                       IF BOUNTY-CLAIMS-USED < BT-CLAIM-LIMIT
                           PERFORM 0986-RECORD-BOUNTY-CLAIM
                       END-IF
                   END-IF
           END-READ.

       0983-PAY-BOUNTY-BONUS.
           ADD BOUNTY-XP-TOTAL TO PLAYER-XP.
           ADD BOUNTY-GOLD-TOTAL TO player-gold.
           IF BOUNTY-GOLD-TOTAL > 0
               MOVE "BNTY" TO GOLD-LEDGER-REASON
               MOVE BOUNTY-GOLD-TOTAL TO GOLD-LEDGER-AMOUNT
               PERFORM 0915-WRITE-GOLD-LEDGER
           END-IF.
           DISPLAY "Bounty bonus: " BOUNTY-XP-TOTAL " XP and "
               BOUNTY-GOLD-TOTAL " gold.".

      *Claims are numbered from 1 under the posting, so the claims a
      *hero has used are counted by reading numbers up to the first
      *one not on file.
       0984-COUNT-BOUNTY-CLAIMS.
           MOVE 0 TO BOUNTY-CLAIMS-USED.
           MOVE 'N' TO BOUNTY-GAP-SW.
           PERFORM 0985-PROBE-ONE-CLAIM
               VARYING BOUNTY-CLAIM-PROBE FROM 1 BY 1
               UNTIL BOUNTY-GAP-FOUND
                   OR BOUNTY-CLAIM-PROBE > BT-CLAIM-LIMIT.

       0985-PROBE-ONE-CLAIM.
           MOVE BT-MONSTER-CODE TO BC-MONSTER-CODE.
           MOVE BT-POSTED-DATE TO BC-POSTED-DATE.
           MOVE chosen-name TO BC-CHOSEN-NAME.
           MOVE BOUNTY-CLAIM-PROBE TO BC-CLAIM-NUM.
           READ BOUNTY-CLAIM-FILE
               INVALID KEY
                   SET BOUNTY-GAP-FOUND TO TRUE
               NOT INVALID KEY
                   ADD 1 TO BOUNTY-CLAIMS-USED
           END-READ.

       0986-RECORD-BOUNTY-CLAIM.
           MOVE BT-MONSTER-CODE TO BC-MONSTER-CODE.
           MOVE BT-POSTED-DATE TO BC-POSTED-DATE.
           MOVE chosen-name TO BC-CHOSEN-NAME.
           COMPUTE BC-CLAIM-NUM = BOUNTY-CLAIMS-USED + 1.
           MOVE BOUNTY-TODAY TO BC-CLAIM-DATE.
           ACCEPT BC-CLAIM-TIME FROM TIME.
           MOVE BT-BONUS-GOLD TO BC-GOLD-PAID.
           MOVE BT-BONUS-XP TO BC-XP-PAID.
           WRITE BOUNTY-CLAIM-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD BT-BONUS-GOLD TO BOUNTY-GOLD-TOTAL
                   ADD BT-BONUS-XP TO BOUNTY-XP-TOTAL
                   DISPLAY "Bounty claimed on the " BT-MONSTER-NAME "!"
           END-WRITE.
