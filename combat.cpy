       0600-COMBAT-ROUND-LOOP.
           MOVE 0 TO COMBAT-ROUND-NUM.
           MOVE 0 TO COMBAT-TOTAL-DAMAGE.
           MOVE 0 TO COMBAT-DAMAGE-TAKEN.
           MOVE SPACE TO COMBAT-OUTCOME-SW.
           MOVE 0 TO HERO-BUFF-BONUS.
           MOVE 0 TO HERO-BUFF-ROUNDS.
                   AND PM-POISON-ROUNDS(PARTY-IDX) > 0
               SUBTRACT PM-POISON-POTENCY(PARTY-IDX)
                   FROM PM-HEALTH(PARTY-IDX)
               ADD PM-POISON-POTENCY(PARTY-IDX) TO COMBAT-DAMAGE-TAKEN
               DISPLAY "  " PM-NAME(PARTY-IDX) " takes "
                   PM-POISON-POTENCY(PARTY-IDX)
                   " poison damage ("
                   END-IF
               END-IF
               SUBTRACT COMBAT-DAMAGE-ROLL FROM PM-HEALTH(PARTY-IDX)
               ADD COMBAT-DAMAGE-ROLL TO COMBAT-DAMAGE-TAKEN
               DISPLAY "  " ENEMY-NAME(ENEMY-ATK-NUM) " strikes "
                   PM-NAME(PARTY-IDX)
                   " for " COMBAT-DAMAGE-ROLL " damage!"
               DISPLAY "Congratulations!"
               MOVE 0 TO COMBAT-XP-TOTAL
               MOVE 0 TO COMBAT-GOLD-TOTAL
               MOVE 0 TO BOUNTY-XP-TOTAL
               MOVE 0 TO BOUNTY-GOLD-TOTAL
               PERFORM 0661-TALLY-ONE-ENEMY
                   VARYING ENEMY-SCAN-NUM FROM 1 BY 1
                   UNTIL ENEMY-SCAN-NUM > ENEMY-COUNT
               PERFORM 0915-WRITE-GOLD-LEDGER
               DISPLAY "You gain " COMBAT-XP-TOTAL " XP and "
                   COMBAT-GOLD-TOTAL " gold."
               IF BOUNTY-XP-TOTAL > 0 OR BOUNTY-GOLD-TOTAL > 0
                   PERFORM 0983-PAY-BOUNTY-BONUS
               END-IF
               PERFORM 0669-CREDIT-HIRELING-WINS
                   VARYING PARTY-IDX FROM 2 BY 1
                   UNTIL PARTY-IDX > PARTY-SIZE
               MOVE COMBAT-GOLD-TOTAL TO GL-AMOUNT-GOLD
               MOVE COMBAT-TOTAL-DAMAGE TO GL-AMOUNT-DAMAGE
               MOVE ENEMY-NAME(1) TO GL-EVENT-TEXT
               MOVE COMBAT-DAMAGE-TAKEN TO GL-DAMAGE-TAKEN
               PERFORM 0910-WRITE-LOG-EVENT
               MOVE "FIRSTW" TO ACH-AWARD-CODE
               MOVE "First Blood" TO ACH-AWARD-TITLE
               MOVE CURRENT-MONSTER-CODE TO GL-OBJECT-CODE
               MOVE COMBAT-TOTAL-DAMAGE TO GL-AMOUNT-DAMAGE
               MOVE ENEMY-NAME(1) TO GL-EVENT-TEXT
               MOVE COMBAT-DAMAGE-TAKEN TO GL-DAMAGE-TAKEN
               PERFORM 0910-WRITE-LOG-EVENT
               PERFORM 0670-RECORD-FALLEN-HERO
               PERFORM 0125-RELEASE-HERO-LOCK
               TO LOOT-MONSTER-CODE.
           MOVE ENEMY-NAME(ENEMY-SCAN-NUM) TO LOOT-ENEMY-NAME.
           PERFORM 0665-ROLL-LOOT-DROPS.
           PERFORM 0982-CHECK-BOUNTY-KILL.
           IF ENEMY-MONSTER-CODE(ENEMY-SCAN-NUM) = "SPDR02"
                   AND GAME-DIFFICULTY = 3
               MOVE "BROODH" TO ACH-AWARD-CODE
               " Hall of the Fallen.".

      *Everything the dead hero owns goes with them - quest
      *checkpoints, pack contents, achievements, quest completion
      *history and market listings and bids - so a new character
      *created under the same name starts clean instead of
      *inheriting the dead hero's progress.
      *Each pass deletes the first remaining record and repositions
      *until none match.
      *The BANKACCT vault is deliberately left standing: banked
      *gold surviving a party wipe is the whole point of the bank,
      *and it passes to the next hero who takes up the name.
           PERFORM 0673-DELETE-ONE-INVENTORY UNTIL SCAN-NONE-FOUND.
           MOVE 'Y' TO SCAN-MORE-SW.
           PERFORM 0674-DELETE-ONE-ACHIEVEMENT UNTIL SCAN-NONE-FOUND.
           MOVE 'Y' TO SCAN-MORE-SW.
           PERFORM 0675-DELETE-ONE-QUEST-HISTORY
               UNTIL SCAN-NONE-FOUND.
           PERFORM 0676-SCRUB-MARKET-ROWS.

       0672-DELETE-ONE-CHECKPOINT.
           MOVE 'N' TO SCAN-MORE-SW.
               END-READ
           END-IF.

       0675-DELETE-ONE-QUEST-HISTORY.
           MOVE 'N' TO SCAN-MORE-SW.
           MOVE chosen-name TO QH-CHOSEN-NAME.
           MOVE SPACES TO QH-QUEST-CODE.
           START QUEST-HISTORY-FILE KEY >= QH-KEY
               INVALID KEY CONTINUE
           END-START.
           IF QH-FILE-STATUS = "00"
               READ QUEST-HISTORY-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF QH-CHOSEN-NAME = chosen-name
                           DELETE QUEST-HISTORY-FILE
                           MOVE 'Y' TO SCAN-MORE-SW
                       END-IF
               END-READ
           END-IF.

      *The dead hero's market listings are withdrawn with their bids,
      *the goods going the way of the rest of the pack, and any bid
      *the hero left on another listing is retracted. The listing's
      *standing high bid is then taken again from the best bid that
      *remains.
       0676-SCRUB-MARKET-ROWS.
           MOVE 'N' TO MK-EOF-SW.
           MOVE LOW-VALUES TO MK-LISTING-ID.
           START MARKET-LISTING-FILE KEY >= MK-LISTING-ID
               INVALID KEY
                   SET END-OF-LISTING-SCAN TO TRUE
           END-START.
           PERFORM 0677-SCRUB-NEXT-LISTING UNTIL END-OF-LISTING-SCAN.

       0677-SCRUB-NEXT-LISTING.
           READ MARKET-LISTING-FILE NEXT RECORD
               AT END
                   SET END-OF-LISTING-SCAN TO TRUE
               NOT AT END
                   PERFORM 0678-SCRUB-LISTING-BIDS
                   IF MK-SELLER-NAME = chosen-name
                       DELETE MARKET-LISTING-FILE
                   ELSE
                       IF MARKET-RETRACT-COUNT > 0
                           REWRITE MARKET-LISTING-RECORD
                       END-IF
                   END-IF
           END-READ.
           IF MK-FILE-STATUS NOT = "00" AND MK-FILE-STATUS NOT = "02"
               SET END-OF-LISTING-SCAN TO TRUE
           END-IF.

       0678-SCRUB-LISTING-BIDS.
           MOVE 0 TO MARKET-RETRACT-COUNT.
           MOVE 0 TO MK-HIGH-BID.
           MOVE SPACES TO MK-HIGH-BIDDER.
           MOVE 0 TO MK-BID-COUNT.
           MOVE 'N' TO MD-EOF-SW.
           MOVE MK-LISTING-ID TO MD-LISTING-ID.
           MOVE 0 TO MD-BID-RANK.
           START MARKET-BID-FILE KEY >= MD-KEY
               INVALID KEY
                   SET END-OF-BID-SCAN TO TRUE
           END-START.
           PERFORM 0679-SCRUB-NEXT-BID UNTIL END-OF-BID-SCAN.

       0679-SCRUB-NEXT-BID.
           READ MARKET-BID-FILE NEXT RECORD
               AT END
                   SET END-OF-BID-SCAN TO TRUE
               NOT AT END
                   IF MD-LISTING-ID NOT = MK-LISTING-ID
                       SET END-OF-BID-SCAN TO TRUE
                   ELSE
                       IF MK-SELLER-NAME = chosen-name
                               OR MD-BIDDER-NAME = chosen-name
                           DELETE MARKET-BID-FILE
                           ADD 1 TO MARKET-RETRACT-COUNT
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
               SET END-OF-BID-SCAN TO TRUE
           END-IF.

       0700-WARRIOR-COMBAT.
           DISPLAY "You quickly unsheath your weapon and prepare".
           DISPLAY "for battle!".
