       IDENTIFICATION DIVISION.
       PROGRAM-ID. BountyPost.

      *Nightly posting of the bounty board (BOUNTIES). Bounties are
      *put on the monsters the heroes fight least, to draw play
      *towards them: every monster on the Monster Master File that
      *a quest stage (QSTSTG) or encounter pool (ENCTABL) can put
      *in front of a hero is ranked by the CWIN and CLOS events
      *logged against it on GLOGHIST and the current GAMELOG, and
      *the board is filled up to BN-BOARD-SIZE postings from the
      *bottom of that ranking, ties going to the lower monster
      *code. Each posting pays BN-BONUS-PCT percent of the
      *monster's reward gold and XP on top of the normal reward
      *(never less than 1), runs for BN-BOARD-DAYS days from the
      *run date, and can be claimed BN-CLAIM-LIMIT times by each
      *hero. GamePlay pays the bonus as the fight is won, writing
      *a BNTYCLM claim row and a BNTY row to the gold ledger.
      *
      *Before posting, every bounty whose expiry date has passed
      *rolls off the board: its claim rows are tallied by hero onto
      *the claims-paid section of the report (BNTYRPT) and deleted
      *with it, so a monster may be posted again under a new date.
      *Scheduled in the nightly run ahead of FileBackup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUNTY-BOARD-FILE ASSIGN TO "BOUNTIES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BT-MONSTER-CODE
               FILE STATUS IS BT-FILE-STATUS.
           SELECT BOUNTY-CLAIM-FILE ASSIGN TO "BNTYCLM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BC-KEY
               FILE STATUS IS BC-FILE-STATUS.
           SELECT MONSTER-FILE ASSIGN TO "MONSTERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MF-MONSTER-CODE
               FILE STATUS IS MF-FILE-STATUS.
           SELECT QUEST-STAGE-FILE ASSIGN TO "QSTSTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QS-STAGE-CODE
               FILE STATUS IS QS-FILE-STATUS.
           SELECT ENCOUNTER-TABLE-FILE ASSIGN TO "ENCTABL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY
               FILE STATUS IS EN-FILE-STATUS.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.
           SELECT LOG-HISTORY-FILE ASSIGN TO "GLOGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LH-FILE-STATUS.
           SELECT BOUNTY-REPORT-FILE ASSIGN TO "BNTYRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "bounty-board.cpy".
       COPY "bounty-claim.cpy".
       COPY "monster-master.cpy".
       COPY "quest-stage.cpy".
       COPY "encounter-table.cpy".
       COPY "game-log.cpy".

       FD  LOG-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-HISTORY-RECORD       PIC X(80).

       FD  BOUNTY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BOUNTY-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  BT-FILE-STATUS           PIC X(02).
       01  BC-FILE-STATUS           PIC X(02).
       01  MF-FILE-STATUS           PIC X(02).
       01  QS-FILE-STATUS           PIC X(02).
       01  EN-FILE-STATUS           PIC X(02).
       01  GL-FILE-STATUS           PIC X(02).
       01  LH-FILE-STATUS           PIC X(02).
       01  BN-FILE-STATUS           PIC X(02).

       01  BT-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-BOUNTIES          VALUE 'Y'.
       01  BC-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-CLAIMS            VALUE 'Y'.
       01  MF-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-MONSTERS          VALUE 'Y'.
       01  QS-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-STAGES            VALUE 'Y'.
       01  EN-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-ENCOUNTERS        VALUE 'Y'.
       01  GL-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LOG               VALUE 'Y'.
       01  LH-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY           VALUE 'Y'.

      *Posting rules.
       01  BN-BOARD-SIZE            PIC 9(02) VALUE 5.
       01  BN-BOARD-DAYS            PIC 9(02) VALUE 7.
       01  BN-BONUS-PCT             PIC 9(03) VALUE 50.
       01  BN-CLAIM-LIMIT           PIC 9(02) VALUE 3.

       01  BN-RUN-DATE              PIC 9(08).
       01  BN-EXPIRY-DATE           PIC 9(08).

      *One entry per monster on file: whether a quest stage or an
      *encounter pool can field it, whether it is already on the
      *board, and the fights logged against it.
       01  BN-MONSTER-TABLE.
           05  BN-MONSTER-COUNT     PIC 9(03) VALUE 0.
           05  BN-MONSTER-ENTRY OCCURS 200 TIMES
                   INDEXED BY BN-MON-IDX.
               10  BN-MONSTER-CODE  PIC X(06).
               10  BN-MONSTER-NAME  PIC X(15).
               10  BN-REWARD-XP     PIC 9(05).
               10  BN-REWARD-GOLD   PIC 9(05).
               10  BN-FIGHTS        PIC 9(07).
               10  BN-IN-PLAY-SW    PIC X(01).
                   88  BN-IN-PLAY       VALUE 'Y'.
               10  BN-POSTED-SW     PIC X(01).
                   88  BN-ON-BOARD      VALUE 'Y'.

       01  BN-LOOKUP-CODE           PIC X(06).
       01  BN-MON-NUM               PIC 9(03).
       01  BN-PICK-NUM              PIC 9(03).
       01  BN-OPEN-SLOTS            PIC 9(02) VALUE 0.

      *Claims of the posting being rolled off, totalled by hero as
      *the claim rows come up in name order.
       01  BN-HERO-NAME             PIC X(10).
       01  BN-HERO-CLAIMS           PIC 9(03).
       01  BN-HERO-GOLD             PIC 9(07).
       01  BN-HERO-XP               PIC 9(07).
       01  BN-POST-CLAIMS           PIC 9(05).
       01  BN-POST-GOLD             PIC 9(07).
       01  BN-POST-XP               PIC 9(07).

       01  BN-MONSTER-OVERFLOW      PIC 9(05) VALUE 0.
       01  BN-EXPIRED-COUNT         PIC 9(05) VALUE 0.
       01  BN-CLAIMS-PAID           PIC 9(05) VALUE 0.
       01  BN-GOLD-PAID             PIC 9(09) VALUE 0.
       01  BN-XP-PAID               PIC 9(09) VALUE 0.
       01  BN-KEPT-COUNT            PIC 9(05) VALUE 0.
       01  BN-POSTED-COUNT          PIC 9(05) VALUE 0.
       01  BN-IN-PLAY-COUNT         PIC 9(05) VALUE 0.

       01  BN-COUNT-ED              PIC ZZZZ9.
       01  BN-FIGHTS-ED             PIC ZZZZZZ9.
       01  BN-AMOUNT-ED             PIC ZZZZZZZZ9.
       01  BN-GOLD-ED               PIC ZZZZZZ9.
       01  BN-XP-ED                 PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT BN-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE BN-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(BN-RUN-DATE)
               + BN-BOARD-DAYS - 1).
           PERFORM 1000-LOAD-MONSTERS.
           PERFORM 1100-MARK-STAGE-MONSTERS.
           PERFORM 1200-MARK-ENCOUNTER-MONSTERS.
           PERFORM 1300-COUNT-FIGHTS.
           OPEN OUTPUT BOUNTY-REPORT-FILE.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING "BOUNTY BOARD POSTING FOR " DELIMITED BY SIZE
               BN-RUN-DATE DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           PERFORM 2000-OPEN-BOUNTY-FILES.
           PERFORM 2100-ROLL-OFF-EXPIRED.
           PERFORM 3000-POST-NEW-BOUNTIES.
           CLOSE BOUNTY-BOARD-FILE.
           CLOSE BOUNTY-CLAIM-FILE.
           PERFORM 4000-WRITE-CONTROL-TOTALS.
           CLOSE BOUNTY-REPORT-FILE.
           DISPLAY "BountyPost expired " BN-EXPIRED-COUNT
               " paid " BN-CLAIMS-PAID " claims, posted "
               BN-POSTED-COUNT " bounties.".
           GOBACK.

       1000-LOAD-MONSTERS.
           OPEN INPUT MONSTER-FILE.
           IF MF-FILE-STATUS NOT = "00"
               SET END-OF-MONSTERS TO TRUE
           END-IF.
           PERFORM 1010-READ-NEXT-MONSTER UNTIL END-OF-MONSTERS.
           CLOSE MONSTER-FILE.

       1010-READ-NEXT-MONSTER.
           READ MONSTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MONSTERS TO TRUE
               NOT AT END
                   IF BN-MONSTER-COUNT < 200
                       ADD 1 TO BN-MONSTER-COUNT
                       SET BN-MON-IDX TO BN-MONSTER-COUNT
                       MOVE MF-MONSTER-CODE
                           TO BN-MONSTER-CODE(BN-MON-IDX)
                       MOVE MF-MONSTER-NAME
                           TO BN-MONSTER-NAME(BN-MON-IDX)
                       MOVE MF-REWARD-XP TO BN-REWARD-XP(BN-MON-IDX)
                       MOVE MF-REWARD-GOLD
                           TO BN-REWARD-GOLD(BN-MON-IDX)
                       MOVE 0 TO BN-FIGHTS(BN-MON-IDX)
                       MOVE 'N' TO BN-IN-PLAY-SW(BN-MON-IDX)
                       MOVE 'N' TO BN-POSTED-SW(BN-MON-IDX)
                   ELSE
                       ADD 1 TO BN-MONSTER-OVERFLOW
                   END-IF
           END-READ.
           IF MF-FILE-STATUS NOT = "00" AND MF-FILE-STATUS NOT = "02"
               SET END-OF-MONSTERS TO TRUE
           END-IF.

      *A stage fields its pinned monster and up to two more in the
      *pack; an encounter pool fields each monster it lists.

       1100-MARK-STAGE-MONSTERS.
           OPEN INPUT QUEST-STAGE-FILE.
           IF QS-FILE-STATUS NOT = "00"
               SET END-OF-STAGES TO TRUE
           END-IF.
           PERFORM 1110-READ-NEXT-STAGE UNTIL END-OF-STAGES.
           CLOSE QUEST-STAGE-FILE.

       1110-READ-NEXT-STAGE.
           READ QUEST-STAGE-FILE NEXT RECORD
               AT END
                   SET END-OF-STAGES TO TRUE
               NOT AT END
                   MOVE QS-MONSTER-CODE TO BN-LOOKUP-CODE
                   PERFORM 1150-MARK-IN-PLAY
                   MOVE QS-MONSTER-CODE-2 TO BN-LOOKUP-CODE
                   PERFORM 1150-MARK-IN-PLAY
                   MOVE QS-MONSTER-CODE-3 TO BN-LOOKUP-CODE
                   PERFORM 1150-MARK-IN-PLAY
           END-READ.
           IF QS-FILE-STATUS NOT = "00" AND QS-FILE-STATUS NOT = "02"
               SET END-OF-STAGES TO TRUE
           END-IF.

       1150-MARK-IN-PLAY.
           IF BN-LOOKUP-CODE NOT = SPACES
               SET BN-MON-IDX TO 1
               SEARCH BN-MONSTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN BN-MONSTER-CODE(BN-MON-IDX) = BN-LOOKUP-CODE
                       SET BN-IN-PLAY(BN-MON-IDX) TO TRUE
               END-SEARCH
           END-IF.

       1200-MARK-ENCOUNTER-MONSTERS.
           OPEN INPUT ENCOUNTER-TABLE-FILE.
           IF EN-FILE-STATUS NOT = "00"
               SET END-OF-ENCOUNTERS TO TRUE
           END-IF.
           PERFORM 1210-READ-NEXT-ENCOUNTER UNTIL END-OF-ENCOUNTERS.
           CLOSE ENCOUNTER-TABLE-FILE.

       1210-READ-NEXT-ENCOUNTER.
           READ ENCOUNTER-TABLE-FILE NEXT RECORD
               AT END
                   SET END-OF-ENCOUNTERS TO TRUE
               NOT AT END
                   MOVE EN-MONSTER-CODE TO BN-LOOKUP-CODE
                   PERFORM 1150-MARK-IN-PLAY
           END-READ.
           IF EN-FILE-STATUS NOT = "00" AND EN-FILE-STATUS NOT = "02"
               SET END-OF-ENCOUNTERS TO TRUE
           END-IF.

      *Fights are counted under the lead monster in GL-OBJECT-CODE,
      *the same way the MonsterBalance report rolls them up.

       1300-COUNT-FIGHTS.
           OPEN INPUT LOG-HISTORY-FILE.
           IF LH-FILE-STATUS NOT = "00"
               SET END-OF-HISTORY TO TRUE
           END-IF.
           PERFORM 1310-READ-NEXT-HISTORY UNTIL END-OF-HISTORY.
           CLOSE LOG-HISTORY-FILE.
           OPEN INPUT GAME-LOG-FILE.
           IF GL-FILE-STATUS NOT = "00"
               SET END-OF-LOG TO TRUE
           END-IF.
           PERFORM 1320-READ-NEXT-LOG UNTIL END-OF-LOG.
           CLOSE GAME-LOG-FILE.

       1310-READ-NEXT-HISTORY.
           READ LOG-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   MOVE LOG-HISTORY-RECORD TO GAME-LOG-RECORD
                   PERFORM 1350-COUNT-ONE-EVENT
           END-READ.

       1320-READ-NEXT-LOG.
           READ GAME-LOG-FILE
               AT END
                   SET END-OF-LOG TO TRUE
               NOT AT END
                   PERFORM 1350-COUNT-ONE-EVENT
           END-READ.

       1350-COUNT-ONE-EVENT.
           IF GL-COMBAT-WIN OR GL-COMBAT-LOSS
               SET BN-MON-IDX TO 1
               SEARCH BN-MONSTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN BN-MONSTER-CODE(BN-MON-IDX) = GL-OBJECT-CODE
                       ADD 1 TO BN-FIGHTS(BN-MON-IDX)
               END-SEARCH
           END-IF.

       2000-OPEN-BOUNTY-FILES.
           OPEN I-O BOUNTY-BOARD-FILE.
           IF BT-FILE-STATUS = "35"
               OPEN OUTPUT BOUNTY-BOARD-FILE
               CLOSE BOUNTY-BOARD-FILE
               OPEN I-O BOUNTY-BOARD-FILE
           END-IF.
           OPEN I-O BOUNTY-CLAIM-FILE.
           IF BC-FILE-STATUS = "35"
               OPEN OUTPUT BOUNTY-CLAIM-FILE
               CLOSE BOUNTY-CLAIM-FILE
               OPEN I-O BOUNTY-CLAIM-FILE
           END-IF.

      *Pass one over the board: a posting past its expiry date is
      *paid out on the report and deleted with its claims; the rest
      *stay up and keep their monster off the new postings.

       2100-ROLL-OFF-EXPIRED.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           MOVE "EXPIRED BOUNTIES - CLAIMS PAID" TO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING "MONSTER NAME            POSTED   EXPIRED  "
                   DELIMITED BY SIZE
               "HERO     CLAIMS    GOLD      XP" DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           IF BT-FILE-STATUS NOT = "00"
               SET END-OF-BOUNTIES TO TRUE
           ELSE
               MOVE LOW-VALUES TO BT-MONSTER-CODE
               START BOUNTY-BOARD-FILE KEY >= BT-MONSTER-CODE
                   INVALID KEY
                       SET END-OF-BOUNTIES TO TRUE
               END-START
           END-IF.
           PERFORM 2110-READ-NEXT-BOUNTY UNTIL END-OF-BOUNTIES.
           IF BN-EXPIRED-COUNT = 0
               MOVE "  No bounties expired." TO BOUNTY-REPORT-LINE
               WRITE BOUNTY-REPORT-LINE
           END-IF.

       2110-READ-NEXT-BOUNTY.
           READ BOUNTY-BOARD-FILE NEXT RECORD
               AT END
                   SET END-OF-BOUNTIES TO TRUE
               NOT AT END
                   IF BT-EXPIRY-DATE < BN-RUN-DATE
                       PERFORM 2200-ROLL-OFF-BOUNTY
                   ELSE
                       ADD 1 TO BN-KEPT-COUNT
                       MOVE BT-MONSTER-CODE TO BN-LOOKUP-CODE
                       PERFORM 2120-MARK-ON-BOARD
                   END-IF
           END-READ.
           IF BT-FILE-STATUS NOT = "00" AND BT-FILE-STATUS NOT = "02"
               SET END-OF-BOUNTIES TO TRUE
           END-IF.

       2120-MARK-ON-BOARD.
           SET BN-MON-IDX TO 1.
           SEARCH BN-MONSTER-ENTRY
               AT END
                   CONTINUE
               WHEN BN-MONSTER-CODE(BN-MON-IDX) = BN-LOOKUP-CODE
                   SET BN-ON-BOARD(BN-MON-IDX) TO TRUE
           END-SEARCH.

       2200-ROLL-OFF-BOUNTY.
           ADD 1 TO BN-EXPIRED-COUNT.
           MOVE 0 TO BN-POST-CLAIMS.
           MOVE 0 TO BN-POST-GOLD.
           MOVE 0 TO BN-POST-XP.
           MOVE SPACES TO BN-HERO-NAME.
           MOVE 'N' TO BC-EOF-SW.
           MOVE BT-MONSTER-CODE TO BC-MONSTER-CODE.
           MOVE BT-POSTED-DATE TO BC-POSTED-DATE.
           MOVE LOW-VALUES TO BC-CHOSEN-NAME.
           MOVE 0 TO BC-CLAIM-NUM.
           START BOUNTY-CLAIM-FILE KEY >= BC-KEY
               INVALID KEY
                   SET END-OF-CLAIMS TO TRUE
           END-START.
           PERFORM 2210-READ-NEXT-CLAIM UNTIL END-OF-CLAIMS.
           IF BN-HERO-NAME NOT = SPACES
               PERFORM 2230-WRITE-HERO-LINE
           END-IF.
           MOVE BN-POST-CLAIMS TO BN-COUNT-ED.
           MOVE BN-POST-GOLD TO BN-GOLD-ED.
           MOVE BN-POST-XP TO BN-XP-ED.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING BT-MONSTER-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BT-MONSTER-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BT-POSTED-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BT-EXPIRY-DATE DELIMITED BY SIZE
               " TOTAL     " DELIMITED BY SIZE
               BN-COUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BN-GOLD-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BN-XP-ED DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           DELETE BOUNTY-BOARD-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       2210-READ-NEXT-CLAIM.
           READ BOUNTY-CLAIM-FILE NEXT RECORD
               AT END
                   SET END-OF-CLAIMS TO TRUE
               NOT AT END
                   IF BC-MONSTER-CODE = BT-MONSTER-CODE
                           AND BC-POSTED-DATE = BT-POSTED-DATE
                       PERFORM 2220-TALLY-CLAIM
                   ELSE
                       SET END-OF-CLAIMS TO TRUE
                   END-IF
           END-READ.
           IF BC-FILE-STATUS NOT = "00" AND BC-FILE-STATUS NOT = "02"
               SET END-OF-CLAIMS TO TRUE
           END-IF.

       2220-TALLY-CLAIM.
           IF BC-CHOSEN-NAME NOT = BN-HERO-NAME
               IF BN-HERO-NAME NOT = SPACES
                   PERFORM 2230-WRITE-HERO-LINE
               END-IF
               MOVE BC-CHOSEN-NAME TO BN-HERO-NAME
               MOVE 0 TO BN-HERO-CLAIMS
               MOVE 0 TO BN-HERO-GOLD
               MOVE 0 TO BN-HERO-XP
           END-IF.
           ADD 1 TO BN-HERO-CLAIMS.
           ADD BC-GOLD-PAID TO BN-HERO-GOLD.
           ADD BC-XP-PAID TO BN-HERO-XP.
           ADD 1 TO BN-POST-CLAIMS.
           ADD BC-GOLD-PAID TO BN-POST-GOLD.
           ADD BC-XP-PAID TO BN-POST-XP.
           ADD 1 TO BN-CLAIMS-PAID.
           ADD BC-GOLD-PAID TO BN-GOLD-PAID.
           ADD BC-XP-PAID TO BN-XP-PAID.
           DELETE BOUNTY-CLAIM-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

       2230-WRITE-HERO-LINE.
           MOVE BN-HERO-CLAIMS TO BN-COUNT-ED.
           MOVE BN-HERO-GOLD TO BN-GOLD-ED.
           MOVE BN-HERO-XP TO BN-XP-ED.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING "                                          "
                   DELIMITED BY SIZE
               BN-HERO-NAME DELIMITED BY SIZE
               BN-COUNT-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BN-GOLD-ED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BN-XP-ED DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.

      *Pass two: fill the open slots, each time taking the monster
      *in play and not yet on the board with the fewest fights.

       3000-POST-NEW-BOUNTIES.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           MOVE "BOUNTIES POSTED" TO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING "MONSTER NAME            FIGHTS  BONUS GOLD  "
                   DELIMITED BY SIZE
               "BONUS XP   EXPIRES  LIMIT" DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           PERFORM 3005-COUNT-IN-PLAY
               VARYING BN-MON-NUM FROM 1 BY 1
               UNTIL BN-MON-NUM > BN-MONSTER-COUNT.
           MOVE 0 TO BN-OPEN-SLOTS.
           IF BN-KEPT-COUNT < BN-BOARD-SIZE
               COMPUTE BN-OPEN-SLOTS = BN-BOARD-SIZE - BN-KEPT-COUNT
           END-IF.
           MOVE 1 TO BN-PICK-NUM.
           PERFORM 3010-POST-ONE-BOUNTY
               UNTIL BN-OPEN-SLOTS = 0 OR BN-PICK-NUM = 0.
           IF BN-POSTED-COUNT = 0
               MOVE "  No new bounties posted." TO BOUNTY-REPORT-LINE
               WRITE BOUNTY-REPORT-LINE
           END-IF.

       3005-COUNT-IN-PLAY.
           IF BN-IN-PLAY(BN-MON-NUM)
               ADD 1 TO BN-IN-PLAY-COUNT
           END-IF.

       3010-POST-ONE-BOUNTY.
           MOVE 0 TO BN-PICK-NUM.
           PERFORM 3020-CHECK-CANDIDATE
               VARYING BN-MON-NUM FROM 1 BY 1
               UNTIL BN-MON-NUM > BN-MONSTER-COUNT.
           IF BN-PICK-NUM > 0
               PERFORM 3030-WRITE-BOUNTY
           END-IF.

       3020-CHECK-CANDIDATE.
           IF BN-IN-PLAY(BN-MON-NUM) AND NOT BN-ON-BOARD(BN-MON-NUM)
               IF BN-PICK-NUM = 0
                   MOVE BN-MON-NUM TO BN-PICK-NUM
               ELSE
                   IF BN-FIGHTS(BN-MON-NUM) < BN-FIGHTS(BN-PICK-NUM)
                       MOVE BN-MON-NUM TO BN-PICK-NUM
                   END-IF
               END-IF
           END-IF.

       3030-WRITE-BOUNTY.
           SET BN-ON-BOARD(BN-PICK-NUM) TO TRUE.
           MOVE BN-MONSTER-CODE(BN-PICK-NUM) TO BT-MONSTER-CODE.
           MOVE BN-MONSTER-NAME(BN-PICK-NUM) TO BT-MONSTER-NAME.
           COMPUTE BT-BONUS-GOLD =
               BN-REWARD-GOLD(BN-PICK-NUM) * BN-BONUS-PCT / 100.
           IF BT-BONUS-GOLD = 0
               MOVE 1 TO BT-BONUS-GOLD
           END-IF.
           COMPUTE BT-BONUS-XP =
               BN-REWARD-XP(BN-PICK-NUM) * BN-BONUS-PCT / 100.
           IF BT-BONUS-XP = 0
               MOVE 1 TO BT-BONUS-XP
           END-IF.
           MOVE BN-RUN-DATE TO BT-POSTED-DATE.
           MOVE BN-EXPIRY-DATE TO BT-EXPIRY-DATE.
           MOVE BN-CLAIM-LIMIT TO BT-CLAIM-LIMIT.
           MOVE BN-FIGHTS(BN-PICK-NUM) TO BT-FIGHTS-LOGGED.
           WRITE BOUNTY-BOARD-RECORD
               INVALID KEY
                   DISPLAY "BountyPost: bounty on " BT-MONSTER-CODE
                       " already posted, not written."
               NOT INVALID KEY
                   ADD 1 TO BN-POSTED-COUNT
                   SUBTRACT 1 FROM BN-OPEN-SLOTS
                   PERFORM 3040-WRITE-POSTED-LINE
           END-WRITE.

       3040-WRITE-POSTED-LINE.
           MOVE BT-FIGHTS-LOGGED TO BN-FIGHTS-ED.
           MOVE BT-BONUS-GOLD TO BN-GOLD-ED.
           MOVE BT-BONUS-XP TO BN-XP-ED.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING BT-MONSTER-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BT-MONSTER-NAME DELIMITED BY SIZE
               BN-FIGHTS-ED DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               BN-GOLD-ED DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               BN-XP-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               BT-EXPIRY-DATE DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               BT-CLAIM-LIMIT DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           MOVE BN-EXPIRED-COUNT TO BN-COUNT-ED.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING "Bounties expired:        " DELIMITED BY SIZE
               BN-COUNT-ED DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           MOVE BN-CLAIMS-PAID TO BN-COUNT-ED.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING "Claims paid:             " DELIMITED BY SIZE
               BN-COUNT-ED DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           MOVE BN-GOLD-PAID TO BN-AMOUNT-ED.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING "Bonus gold paid:     " DELIMITED BY SIZE
               BN-AMOUNT-ED DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           MOVE BN-XP-PAID TO BN-AMOUNT-ED.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING "Bonus XP paid:       " DELIMITED BY SIZE
               BN-AMOUNT-ED DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           MOVE BN-KEPT-COUNT TO BN-COUNT-ED.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING "Bounties still posted:   " DELIMITED BY SIZE
               BN-COUNT-ED DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           MOVE BN-POSTED-COUNT TO BN-COUNT-ED.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING "Bounties posted:         " DELIMITED BY SIZE
               BN-COUNT-ED DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           MOVE BN-IN-PLAY-COUNT TO BN-COUNT-ED.
           MOVE SPACES TO BOUNTY-REPORT-LINE.
           STRING "Monsters in play:        " DELIMITED BY SIZE
               BN-COUNT-ED DELIMITED BY SIZE
               INTO BOUNTY-REPORT-LINE.
           WRITE BOUNTY-REPORT-LINE.
           IF BN-MONSTER-OVERFLOW > 0
               MOVE BN-MONSTER-OVERFLOW TO BN-COUNT-ED
               MOVE SPACES TO BOUNTY-REPORT-LINE
               STRING "Monsters past table capacity: "
                       DELIMITED BY SIZE
                   BN-COUNT-ED DELIMITED BY SIZE
                   " (not considered)" DELIMITED BY SIZE
                   INTO BOUNTY-REPORT-LINE
               WRITE BOUNTY-REPORT-LINE
           END-IF.
