               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS MS-FILE-STATUS.
           SELECT RECIPE-MASTER-FILE ASSIGN TO "RECIPES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-RECIPE-CODE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS RE-FILE-STATUS.
           SELECT QUEST-CHECKPOINT-FILE ASSIGN TO "QCHKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS QM-FILE-STATUS.
           SELECT QUEST-HISTORY-FILE ASSIGN TO "QSTDONE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS QH-FILE-STATUS.
           SELECT ATTRIBUTE-MASTER-FILE ASSIGN TO "ATTRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS HL-FILE-STATUS.
           SELECT BOUNTY-BOARD-FILE ASSIGN TO "BOUNTIES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-MONSTER-CODE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS BT-FILE-STATUS.
           SELECT BOUNTY-CLAIM-FILE ASSIGN TO "BNTYCLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS BC-FILE-STATUS.
           SELECT MARKET-LISTING-FILE ASSIGN TO "MKTLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-LISTING-ID
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS MK-FILE-STATUS.
           SELECT MARKET-BID-FILE ASSIGN TO "MKTBIDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS MD-FILE-STATUS.
           SELECT FALLEN-HERO-FILE ASSIGN TO "FALLNHRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FH-FILE-STATUS.
           SELECT LEGEND-FILE ASSIGN TO "LEGENDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LG-FILE-STATUS.
           SELECT GOLD-LEDGER-FILE ASSIGN TO "GOLDLDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.
           SELECT HERO-EXPORT-FILE ASSIGN TO "HEROEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HE-FILE-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "item-master.cpy".
       COPY "loot-table.cpy".
       COPY "merchant-stock.cpy".
       COPY "recipe-master.cpy".
       COPY "quest-checkpoint.cpy".
       COPY "quest-stage.cpy".
       COPY "quest-catalog.cpy".
       COPY "quest-history.cpy".
       COPY "encounter-table.cpy".
       COPY "attribute-master.cpy".
       COPY "ability-master.cpy".
       COPY "hireling-master.cpy".
       COPY "bank-account.cpy".
       COPY "hero-lock.cpy".
       COPY "bounty-board.cpy".
       COPY "bounty-claim.cpy".
       COPY "market-listing.cpy".
       COPY "market-bid.cpy".
       COPY "achievement.cpy".
       COPY "fallen-hero.cpy".
       COPY "hall-of-legends.cpy".
       COPY "gold-ledger.cpy".
       COPY "game-log.cpy".
       COPY "hero-export.cpy".
       COPY "security-log.cpy".

       WORKING-STORAGE SECTION.

       01  IM-FILE-STATUS PIC X(02).
       01  LT-FILE-STATUS PIC X(02).
       01  MS-FILE-STATUS PIC X(02).
       01  RE-FILE-STATUS PIC X(02).
       01  QC-FILE-STATUS PIC X(02).
       01  QS-FILE-STATUS PIC X(02).
       01  QM-FILE-STATUS PIC X(02).
       01  QH-FILE-STATUS PIC X(02).
       01  AM-FILE-STATUS PIC X(02).
       01  AB-FILE-STATUS PIC X(02).
       01  HI-FILE-STATUS PIC X(02).
       01  HM-FILE-STATUS PIC X(02).
       01  EN-FILE-STATUS PIC X(02).
       01  HL-FILE-STATUS PIC X(02).
       01  BT-FILE-STATUS PIC X(02).
       01  BC-FILE-STATUS PIC X(02).
       01  MK-FILE-STATUS PIC X(02).
       01  MD-FILE-STATUS PIC X(02).
       01  AC-FILE-STATUS PIC X(02).
       01  FH-FILE-STATUS PIC X(02).
       01  LG-FILE-STATUS PIC X(02).
       01  GD-FILE-STATUS PIC X(02).
       01  GL-FILE-STATUS PIC X(02).
       01  HE-FILE-STATUS PIC X(02).
       01  SL-FILE-STATUS PIC X(02).

       01  CM-RECORD-FOUND-SW PIC X(01) VALUE 'N'.
           88  CM-RECORD-FOUND     VALUE 'Y'.
               10  QUEST-LIST-TITLE PIC X(30).
               10  QUEST-LIST-LEVEL PIC 9(02).
               10  QUEST-LIST-STAGE PIC X(04).
               10  QUEST-LIST-MIN-LEVEL PIC 9(02).
               10  QUEST-LIST-PREREQ PIC X(04).

      *A quest is closed to the hero below its minimum level or
      *until its prerequisite quest is on the hero's QSTDONE
      *completion history; the reason is shown on the menu line.
       01  QUEST-CLOSED-REASON PIC X(30).
       01  QUEST-TODAY-DATE PIC 9(08).

       01  QUEST-PICK       PIC 9(02).
       01  QUEST-MENU-NUM   PIC 9(02).
           88  MERCH-DONE           VALUE 'Y'.
       01  MERCH-WRAP-SW PIC X(01) VALUE 'N'.
           88  MERCH-AT-END         VALUE 'Y'.

      *Crafting bench beside the merchant. Only the recipes the hero
      *can make right now - level reached, fee in hand and every
      *input in the pack - are listed, up to a screenful.
       01  CRAFT-CHOICE     PIC X(01).
       01  CRAFT-LIST.
           05  CRAFT-COUNT          PIC 9(01) VALUE 0.
           05  CRAFT-LIST-ENTRY OCCURS 9 TIMES
                   INDEXED BY CRAFT-IDX.
               10  CRAFT-LIST-RECIPE PIC X(06).
               10  CRAFT-LIST-NAME  PIC X(15).
               10  CRAFT-LIST-FEE   PIC 9(05).
       01  CRAFT-PICK-NUM   PIC 9(01).
       01  CRAFT-MENU-NUM   PIC 9(01).
       01  CRAFT-SLOT       PIC 9(01).
       01  RE-EOF-SW PIC X(01) VALUE 'N'.
           88  END-OF-RECIPES       VALUE 'Y'.
       01  CRAFT-MAKE-SW PIC X(01) VALUE 'N'.
           88  CRAFT-CAN-MAKE       VALUE 'Y'.

      *Marketplace, visited from the main menu by one hero at a
      *time. Open listings are paged off MKTLIST seven at a time,
      *the way the merchant pages his wares; the page start is kept
      *so a bid leaves the same page on screen.
       01  MARKET-CHOICE    PIC X(01).
       01  MARKET-HERO-NAME PIC X(10).
       01  MARKET-LIST.
           05  MARKET-COUNT         PIC 9(01) VALUE 0.
           05  MARKET-LIST-ENTRY OCCURS 7 TIMES
                   INDEXED BY MARKET-IDX.
               10  MARKET-LIST-ID   PIC X(16).
               10  MARKET-LIST-ITEM PIC X(06).
               10  MARKET-LIST-QTY  PIC 9(03).
               10  MARKET-LIST-SELLER PIC X(10).
               10  MARKET-LIST-ASK  PIC 9(05).
               10  MARKET-LIST-HIGH PIC 9(05).
               10  MARKET-LIST-CLOSES PIC 9(08).
       01  MARKET-PICK-NUM  PIC 9(01).
       01  MARKET-MENU-NUM  PIC 9(01).
       01  MARKET-PAGE-FROM PIC X(16).
       01  MARKET-SCAN-FROM PIC X(16).
       01  MARKET-TODAY     PIC 9(08).
       01  MARKET-QTY       PIC 9(03).
       01  MARKET-ASK       PIC 9(05).
       01  MARKET-DAYS      PIC 9(01).
       01  MARKET-MIN-BID   PIC 9(06).
       01  MARKET-BID       PIC 9(05).
       01  MARKET-DONE-SW PIC X(01) VALUE 'N'.
           88  MARKET-DONE          VALUE 'Y'.
       01  MARKET-WRAP-SW PIC X(01) VALUE 'N'.
           88  MARKET-AT-END        VALUE 'Y'.
       01  MK-EOF-SW PIC X(01) VALUE 'N'.
           88  END-OF-LISTING-SCAN  VALUE 'Y'.
       01  MD-EOF-SW PIC X(01) VALUE 'N'.
           88  END-OF-BID-SCAN      VALUE 'Y'.
       01  MARKET-RETRACT-COUNT PIC 9(03).
       01  IM-EOF-SW PIC X(01) VALUE 'N'.
           88  END-OF-CATALOG-SCAN  VALUE 'Y'.
       01  MS-EOF-SW PIC X(01) VALUE 'N'.
       01  CURRENT-ACCOUNT-NAME PIC X(20) VALUE SPACES.
       01  ACCOUNT-ID-INPUT     PIC X(08).

      *Sign-in passcode handling: an account locks after this many
      *consecutive failed passcodes and stays locked until an
      *operator clears it with AcctUnlock.
       01  PASSCODE-INPUT       PIC X(08).
       01  PASSCODE-CONFIRM     PIC X(08).
       01  TEMP-PASSCODE        PIC X(08).
       01  SIGN-IN-FAIL-LIMIT   PIC 9(02) VALUE 3.
       01  PASSCODE-OK-SW PIC X(01) VALUE 'N'.
           88  PASSCODE-OK          VALUE 'Y'.

       01  SIGNED-IN-SW PIC X(01) VALUE 'N'.
           88  SIGNED-IN            VALUE 'Y'.
       01  OWNER-MISMATCH-SW PIC X(01) VALUE 'N'.
       01  MAINT-NEW-VALUE  PIC X(10).
       01  MAINT-ORIGINAL-NAME PIC X(10).

      *Retirement into the Hall of Legends. The Hall is for heroes
      *of standing, so a hero must reach this level to retire; the
      *player keys RETIRE to confirm, since the hero leaves play for
      *good and the name is released.
       01  RETIRE-MIN-LEVEL     PIC 9(02) VALUE 10.
       01  RETIRE-CONFIRM       PIC X(06).
           88  RETIRE-CONFIRMED     VALUE "RETIRE" "retire".
       01  HERO-RETIRED-SW PIC X(01) VALUE 'N'.
           88  HERO-RETIRED         VALUE 'Y'.
       01  RETIRE-BANKED-LEFT   PIC 9(07).
       01  RETIRE-CLOSE-AMOUNT  PIC 9(05).

      *Lifetime gold is the gold the hero took in from the world -
      *combat rewards, sales and bank interest - over the whole
      *ledger. A name worn by an earlier hero who fell, or whose
      *gold was closed out, only counts rows after that hero's end.
       01  RETIRE-LIFETIME-GOLD PIC 9(07).
       01  RETIRE-SINCE-STAMP   PIC X(16).
       01  RETIRE-ROW-STAMP     PIC X(16).
       01  RETIRE-DEATH-DATE    PIC 9(08).
       01  RETIRE-EOF-SW PIC X(01) VALUE 'N'.
           88  END-OF-RETIRE-SCAN   VALUE 'Y'.

      *The season ladder baseline travels with the hero. SeasonClose
      *moves it up to the hero's standing each time a season closes;
      *a new hero opens the season from the starting values.
       01  SEASON-CLOSED        PIC X(06).
       01  SEASON-BASE-LEVEL    PIC 9(02).
       01  SEASON-BASE-XP       PIC 9(07).
       01  SEASON-BASE-GOLD     PIC 9(07).

      *Bounty board. A posted bounty is live from its posted date
      *through its expiry date; each kill of the monster pays the
      *bonus until the hero has made the claim limit of claims on
      *that posting. A pack kill pays each bounty monster in it.
       01  BOUNTY-TODAY         PIC 9(08).
       01  BOUNTY-SHOWN-COUNT   PIC 9(02) VALUE 0.
       01  BOUNTY-CLAIMS-USED   PIC 9(02).
       01  BOUNTY-CLAIMS-LEFT   PIC 9(02).
       01  BOUNTY-CLAIM-PROBE   PIC 9(02).
       01  BOUNTY-GOLD-TOTAL    PIC 9(05) VALUE 0.
       01  BOUNTY-XP-TOTAL      PIC 9(05) VALUE 0.
       01  BOUNTY-EOF-SW PIC X(01) VALUE 'N'.
           88  END-OF-BOUNTIES      VALUE 'Y'.
       01  BOUNTY-GAP-SW PIC X(01) VALUE 'N'.
           88  BOUNTY-GAP-FOUND     VALUE 'Y'.


       PROCEDURE DIVISION.

           MOVE "MERCSTK" TO OPEN-CHECK-NAME.
           MOVE MS-FILE-STATUS TO OPEN-CHECK-STATUS.
           PERFORM 0015-VERIFY-MASTER-OPEN.
           OPEN INPUT RECIPE-MASTER-FILE.
           IF RE-FILE-STATUS = "35"
               OPEN OUTPUT RECIPE-MASTER-FILE
               CLOSE RECIPE-MASTER-FILE
               OPEN INPUT RECIPE-MASTER-FILE
           END-IF.
           MOVE "RECIPES" TO OPEN-CHECK-NAME.
           MOVE RE-FILE-STATUS TO OPEN-CHECK-STATUS.
           PERFORM 0015-VERIFY-MASTER-OPEN.
           OPEN I-O QUEST-CHECKPOINT-FILE.
           IF QC-FILE-STATUS = "35"
               OPEN OUTPUT QUEST-CHECKPOINT-FILE
           MOVE "QSTCAT" TO OPEN-CHECK-NAME.
           MOVE QM-FILE-STATUS TO OPEN-CHECK-STATUS.
           PERFORM 0015-VERIFY-MASTER-OPEN.
           OPEN I-O QUEST-HISTORY-FILE.
           IF QH-FILE-STATUS = "35"
               OPEN OUTPUT QUEST-HISTORY-FILE
               CLOSE QUEST-HISTORY-FILE
               OPEN I-O QUEST-HISTORY-FILE
           END-IF.
           MOVE "QSTDONE" TO OPEN-CHECK-NAME.
           MOVE QH-FILE-STATUS TO OPEN-CHECK-STATUS.
           PERFORM 0015-VERIFY-MASTER-OPEN.
           OPEN I-O ATTRIBUTE-MASTER-FILE.
           IF AM-FILE-STATUS = "35"
               OPEN OUTPUT ATTRIBUTE-MASTER-FILE
           MOVE "HEROLOCK" TO OPEN-CHECK-NAME.
           MOVE HL-FILE-STATUS TO OPEN-CHECK-STATUS.
           PERFORM 0015-VERIFY-MASTER-OPEN.
           OPEN INPUT BOUNTY-BOARD-FILE.
           IF BT-FILE-STATUS = "35"
               OPEN OUTPUT BOUNTY-BOARD-FILE
               CLOSE BOUNTY-BOARD-FILE
               OPEN INPUT BOUNTY-BOARD-FILE
           END-IF.
           MOVE "BOUNTIES" TO OPEN-CHECK-NAME.
           MOVE BT-FILE-STATUS TO OPEN-CHECK-STATUS.
           PERFORM 0015-VERIFY-MASTER-OPEN.
           OPEN I-O BOUNTY-CLAIM-FILE.
           IF BC-FILE-STATUS = "35"
               OPEN OUTPUT BOUNTY-CLAIM-FILE
               CLOSE BOUNTY-CLAIM-FILE
               OPEN I-O BOUNTY-CLAIM-FILE
           END-IF.
           MOVE "BNTYCLM" TO OPEN-CHECK-NAME.
           MOVE BC-FILE-STATUS TO OPEN-CHECK-STATUS.
           PERFORM 0015-VERIFY-MASTER-OPEN.
           OPEN I-O MARKET-LISTING-FILE.
           IF MK-FILE-STATUS = "35"
               OPEN OUTPUT MARKET-LISTING-FILE
               CLOSE MARKET-LISTING-FILE
               OPEN I-O MARKET-LISTING-FILE
           END-IF.
           MOVE "MKTLIST" TO OPEN-CHECK-NAME.
           MOVE MK-FILE-STATUS TO OPEN-CHECK-STATUS.
           PERFORM 0015-VERIFY-MASTER-OPEN.
           OPEN I-O MARKET-BID-FILE.
           IF MD-FILE-STATUS = "35"
               OPEN OUTPUT MARKET-BID-FILE
               CLOSE MARKET-BID-FILE
               OPEN I-O MARKET-BID-FILE
           END-IF.
           MOVE "MKTBIDS" TO OPEN-CHECK-NAME.
           MOVE MD-FILE-STATUS TO OPEN-CHECK-STATUS.
           PERFORM 0015-VERIFY-MASTER-OPEN.
           OPEN EXTEND FALLEN-HERO-FILE.
           IF FH-FILE-STATUS = "35"
               OPEN OUTPUT FALLEN-HERO-FILE
           END-IF.
           OPEN EXTEND LEGEND-FILE.
           IF LG-FILE-STATUS = "35"
               OPEN OUTPUT LEGEND-FILE
           END-IF.
           OPEN EXTEND GOLD-LEDGER-FILE.
           IF GD-FILE-STATUS = "35"
               OPEN OUTPUT GOLD-LEDGER-FILE
           IF HE-FILE-STATUS = "35"
               OPEN OUTPUT HERO-EXPORT-FILE
           END-IF.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SL-FILE-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.

      *A master that will not open cleanly means damaged or
      *out-of-date files on this station; playing on would lose
      *saves silently (writes failing unreported), so stop here and
      *say why. A checkpoint file from before the layout change is
      *converted with the ChkptConvert utility, a quest catalog from
      *before the minimum level and prerequisite with CatalogConvert,
      *a character master from before the season baseline with
      *HeroConvert.
       0015-VERIFY-MASTER-OPEN.
           IF OPEN-CHECK-STATUS NOT = "00"
               DISPLAY "GamePlay: cannot open " OPEN-CHECK-NAME
           CLOSE ITEM-MASTER-FILE.
           CLOSE LOOT-TABLE-FILE.
           CLOSE MERCHANT-STOCK-FILE.
           CLOSE RECIPE-MASTER-FILE.
           CLOSE QUEST-CHECKPOINT-FILE.
           CLOSE QUEST-STAGE-FILE.
           CLOSE QUEST-CATALOG-FILE.
           CLOSE QUEST-HISTORY-FILE.
           CLOSE ATTRIBUTE-MASTER-FILE.
           CLOSE ABILITY-MASTER-FILE.
           CLOSE HERO-INVENTORY-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE ACHIEVEMENT-FILE.
           CLOSE HERO-LOCK-FILE.
           CLOSE BOUNTY-BOARD-FILE.
           CLOSE BOUNTY-CLAIM-FILE.
           CLOSE MARKET-LISTING-FILE.
           CLOSE MARKET-BID-FILE.
           CLOSE FALLEN-HERO-FILE.
           CLOSE LEGEND-FILE.
           CLOSE GOLD-LEDGER-FILE.
           CLOSE GAME-LOG-FILE.
           CLOSE HERO-EXPORT-FILE.
           CLOSE SECURITY-LOG-FILE.

       0020-INIT-DIFFICULTY-TABLE.
           MOVE 1 TO DT-CODE(1).

      *Seed the quest catalog when the QSTCAT file has just been
      *created: the cave adventure the stage seeds build, and the
      *bandit road that shares its no-branch leg, open once the cave
      *has been finished. Writers own the catalog after that, so
      *removed quests stay removed.
       0057-SEED-QUEST-CATALOG.
           MOVE "Q001" TO QM-QUEST-CODE.
           READ QUEST-CATALOG-FILE
                   MOVE "The Spider Cave" TO QM-QUEST-TITLE
                   MOVE 1 TO QM-REC-LEVEL
                   MOVE "0301" TO QM-ENTRY-STAGE
                   MOVE 1 TO QM-MIN-LEVEL
                   MOVE SPACES TO QM-PREREQ-QUEST
                   WRITE QUEST-CATALOG-RECORD
           END-READ.
           MOVE "Q002" TO QM-QUEST-CODE.
                   MOVE "The Bandit Road" TO QM-QUEST-TITLE
                   MOVE 2 TO QM-REC-LEVEL
                   MOVE "0303" TO QM-ENTRY-STAGE
                   MOVE 2 TO QM-MIN-LEVEL
                   MOVE "Q001" TO QM-PREREQ-QUEST
                   WRITE QUEST-CATALOG-RECORD
           END-READ.

                   WRITE ENCOUNTER-TABLE-RECORD
           END-READ.

      *A temporary passcode from the operators gets the player in
      *once only: it must be replaced by one the player chooses, and
      *not the same again, before the sign-in completes.
       0037-REPLACE-TEMP-PASSCODE.
           MOVE PA-PASSCODE TO TEMP-PASSCODE.
           DISPLAY "That passcode was issued by an operator - "
               "please choose your own now.".
           PERFORM 0039-CHOOSE-PASSCODE.
           IF PASSCODE-OK AND PASSCODE-INPUT = TEMP-PASSCODE
               DISPLAY "The new passcode must differ from the one "
                   "you were issued."
               MOVE 'N' TO PASSCODE-OK-SW
           END-IF.
           IF PASSCODE-OK
               MOVE PASSCODE-INPUT TO PA-PASSCODE
               SET PA-PASSCODE-CHOSEN TO TRUE
               PERFORM 0043-CLEAR-SECURITY-EVENT
               SET SL-PASSCODE-SET TO TRUE
               PERFORM 0044-WRITE-SECURITY-EVENT
               PERFORM 0049-COMPLETE-SIGN-IN
           ELSE
               DISPLAY "Sign-in not completed - the issued passcode "
                   "stands until you choose your own."
           END-IF.

       0039-CHOOSE-PASSCODE.
           MOVE 'N' TO PASSCODE-OK-SW.
           DISPLAY "Choose a passcode (up to 8 characters):".
           ACCEPT PASSCODE-INPUT.
           DISPLAY "Key the passcode again to confirm:".
           ACCEPT PASSCODE-CONFIRM.
           IF PASSCODE-INPUT = SPACES
               DISPLAY "A passcode cannot be blank."
           ELSE
               IF PASSCODE-INPUT NOT = PASSCODE-CONFIRM
                   DISPLAY "The two entries did not match."
               ELSE
                   SET PASSCODE-OK TO TRUE
               END-IF
           END-IF.

       0042-RECORD-FAILED-SIGN-IN.
           ADD 1 TO PA-FAILED-COUNT.
           PERFORM 0043-CLEAR-SECURITY-EVENT.
           SET SL-SIGN-IN-FAILED TO TRUE.
           MOVE PA-FAILED-COUNT TO SL-FAILED-COUNT.
           PERFORM 0044-WRITE-SECURITY-EVENT.
           IF PA-FAILED-COUNT >= SIGN-IN-FAIL-LIMIT
               SET PA-ACCOUNT-LOCKED TO TRUE
               ACCEPT PA-LOCKED-DATE FROM DATE YYYYMMDD
               DISPLAY "Too many failed sign-ins - account "
                   PA-ACCOUNT-ID " is now locked."
               DISPLAY "Ask an operator to clear the lock."
               PERFORM 0043-CLEAR-SECURITY-EVENT
               SET SL-ACCOUNT-LOCKED TO TRUE
               MOVE PA-FAILED-COUNT TO SL-FAILED-COUNT
               PERFORM 0044-WRITE-SECURITY-EVENT
           ELSE
               DISPLAY "That passcode is not correct."
           END-IF.
           REWRITE PLAYER-ACCOUNT-RECORD.

      *Security events are typed records like the session log: the
      *caller clears the area, sets the event code and any failure
      *count, and the write stamps the account id keyed, the date
      *and the time.
       0043-CLEAR-SECURITY-EVENT.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE ZEROES TO SL-EVENT-DATE SL-EVENT-TIME.
           MOVE ZEROES TO SL-FAILED-COUNT.

       0044-WRITE-SECURITY-EVENT.
           MOVE ACCOUNT-ID-INPUT TO SL-ACCOUNT-ID.
           ACCEPT SL-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT SL-EVENT-TIME FROM TIME.
           WRITE SECURITY-LOG-RECORD.

      *Sign-in comes ahead of the main menu: the system knows
      *players now, not just heroes, so every session belongs to
      *an account. The account's passcode must be keyed before any
      *of its heroes can be played, transferred or maintained, and
      *every attempt - good or bad - goes to the SECLOG security log
      *for the daily SignInAudit exceptions report.
       0045-SIGN-IN.
           MOVE 'N' TO SIGNED-IN-SW.
           PERFORM 0046-SIGN-IN-ROUND UNTIL SIGNED-IN.
                       INVALID KEY
                           DISPLAY "No account " ACCOUNT-ID-INPUT
                               " on file. Type NEW to create one."
                           PERFORM 0043-CLEAR-SECURITY-EVENT
                           SET SL-UNKNOWN-ACCOUNT TO TRUE
                           PERFORM 0044-WRITE-SECURITY-EVENT
                       NOT INVALID KEY
                           PERFORM 0048-CHECK-PASSCODE
                   END-READ
               END-IF
           END-IF.
                       MOVE ACCOUNT-ID-INPUT TO PA-ACCOUNT-ID
                       DISPLAY "And your display name?"
                       ACCEPT PA-DISPLAY-NAME
                       PERFORM 0039-CHOOSE-PASSCODE
                       IF PASSCODE-OK
                           ACCEPT PA-CREATED-DATE FROM DATE YYYYMMDD
                           MOVE PASSCODE-INPUT TO PA-PASSCODE
                           SET PA-PASSCODE-CHOSEN TO TRUE
                           MOVE 0 TO PA-FAILED-COUNT
                           SET PA-ACCOUNT-OPEN TO TRUE
                           MOVE 0 TO PA-LOCKED-DATE
                           MOVE PA-CREATED-DATE
                               TO PA-LAST-SIGN-IN-DATE
                           WRITE PLAYER-ACCOUNT-RECORD
                           MOVE PA-ACCOUNT-ID TO CURRENT-ACCOUNT-ID
                           MOVE PA-DISPLAY-NAME
                               TO CURRENT-ACCOUNT-NAME
                           SET SIGNED-IN TO TRUE
                           PERFORM 0043-CLEAR-SECURITY-EVENT
                           SET SL-ACCOUNT-CREATED TO TRUE
                           PERFORM 0044-WRITE-SECURITY-EVENT
                           DISPLAY "Account created. Welcome, "
                               CURRENT-ACCOUNT-NAME "!"
                       ELSE
                           DISPLAY "Account not created."
                       END-IF
                   NOT INVALID KEY
                       DISPLAY "That account id is already taken."
               END-READ
           END-IF.

      *Every account carries a passcode: AcctConvert and a RESET in
      *AcctUnlock issue a temporary one through the operators, and
      *the player must choose their own before the first sign-in on
      *it completes. An account found with no passcode at all is
      *refused rather than left for whoever keys it first.
       0048-CHECK-PASSCODE.
           IF PA-ACCOUNT-LOCKED
               DISPLAY "Account " PA-ACCOUNT-ID " is locked after "
                   "repeated failed sign-ins."
               DISPLAY "Ask an operator to clear the lock."
               PERFORM 0043-CLEAR-SECURITY-EVENT
               SET SL-LOCKED-ATTEMPT TO TRUE
               MOVE PA-FAILED-COUNT TO SL-FAILED-COUNT
               PERFORM 0044-WRITE-SECURITY-EVENT
           ELSE
               IF PA-PASSCODE = SPACES
                   DISPLAY "Account " PA-ACCOUNT-ID " has no passcode "
                       "issued."
                   DISPLAY "Ask an operator for a temporary passcode."
                   PERFORM 0043-CLEAR-SECURITY-EVENT
                   SET SL-NO-PASSCODE TO TRUE
                   PERFORM 0044-WRITE-SECURITY-EVENT
               ELSE
                   DISPLAY "Passcode:"
                   ACCEPT PASSCODE-INPUT
                   IF PASSCODE-INPUT = PA-PASSCODE
                       IF PA-MUST-CHANGE
                           PERFORM 0037-REPLACE-TEMP-PASSCODE
                       ELSE
                           PERFORM 0049-COMPLETE-SIGN-IN
                       END-IF
                   ELSE
                       PERFORM 0042-RECORD-FAILED-SIGN-IN
                   END-IF
               END-IF
           END-IF.

       0049-COMPLETE-SIGN-IN.
           MOVE 0 TO PA-FAILED-COUNT.
           ACCEPT PA-LAST-SIGN-IN-DATE FROM DATE YYYYMMDD.
           REWRITE PLAYER-ACCOUNT-RECORD.
           MOVE PA-ACCOUNT-ID TO CURRENT-ACCOUNT-ID.
           MOVE PA-DISPLAY-NAME TO CURRENT-ACCOUNT-NAME.
           SET SIGNED-IN TO TRUE.
           PERFORM 0043-CLEAR-SECURITY-EVENT.
           SET SL-SIGN-IN-OK TO TRUE.
           PERFORM 0044-WRITE-SECURITY-EVENT.
           DISPLAY "Welcome back, " CURRENT-ACCOUNT-NAME "!".

       0098-SEED-MERCHANT-STOCK.
           PERFORM 0099-SEED-STOCK-ENTRY
               VARYING STOCK-SEED-IDX FROM 1 BY 1
       0041-MAIN-MENU-ROUND.
           DISPLAY "===== Main Menu =====".
           DISPLAY "1: Play  2: Load a hero  3: Maintain a hero".
           DISPLAY "4: Exit  5: Marketplace".
           ACCEPT MAIN-MENU-CHOICE.
           EVALUATE MAIN-MENU-CHOICE
               WHEN "1"
                   PERFORM 0960-MAINTAIN-HERO
               WHEN "4"
                   CONTINUE
               WHEN "5"
                   PERFORM 0800-MARKETPLACE
               WHEN OTHER
                   DISPLAY "Invalid selection, please try again."
           END-EVALUATE.
           PERFORM 0110-BUILD-PARTY.
           PERFORM 0200-RESPONSES.
           PERFORM 0225-HERO-DETAILS.
           PERFORM 0980-SHOW-BOUNTY-BOARD.
           PERFORM 0905-CLEAR-LOG-EVENT.
           SET GL-SESSION-START TO TRUE.
           STRING YOUR-CLASS DELIMITED BY SPACE
