       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuestMap.

      *Quest path map and difficulty estimate, the writers' sign-off
      *document before a quest goes live. For every quest on the
      *catalog the map starts at QM-ENTRY-STAGE and walks every
      *branch the game can take: the yes branch always, the no
      *branch too when the stage puts a prompt to the player (a
      *stage with no prompt always goes on by its yes branch, as
      *0322-PLAY-QUEST-STAGE plays it). Each distinct path is
      *printed stage by stage with its merchant (M), bank (B),
      *checkpoint (C) and final (F) stops, and E on a stage that
      *rolls its fight from an ENCTABL pool.
      *
      *A path ends where the chain ends (a blank branch), at a
      *branch to a stage that is not on file, or where it comes
      *back to a stage already on the path. A loop is flagged as
      *having no exit when no branch out of the stage it returns to
      *can ever reach the end of the chain - a hero who goes in
      *never comes out. A path that ends without passing a final
      *stage is flagged too, since the completion is never
      *recorded.
      *
      *The foes on each path are added up from MONSTERS: the
      *pinned monster and the pack members, and for a pool stage
      *the weighted average of the ENCTABL entries open at the
      *quest's recommended level (falling back to the pinned
      *monster when none are, as the game does). The difficulty
      *points of a path are the foes' total health plus their
      *total attack, set against MP-POINTS-PER-LEVEL points for
      *each level of QM-REC-LEVEL; a path outside the band keyed
      *at the prompts is flagged as out of line with the level.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEST-CATALOG-FILE ASSIGN TO "QSTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QM-QUEST-CODE
               FILE STATUS IS QM-FILE-STATUS.
           SELECT QUEST-STAGE-FILE ASSIGN TO "QSTSTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QS-STAGE-CODE
               FILE STATUS IS QS-FILE-STATUS.
           SELECT MONSTER-FILE ASSIGN TO "MONSTERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MF-MONSTER-CODE
               FILE STATUS IS MF-FILE-STATUS.
           SELECT ENCOUNTER-TABLE-FILE ASSIGN TO "ENCTABL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EN-KEY
               FILE STATUS IS EN-FILE-STATUS.
           SELECT MAP-REPORT-FILE ASSIGN TO "QSTMAPRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "quest-catalog.cpy".
       COPY "quest-stage.cpy".
       COPY "monster-master.cpy".
       COPY "encounter-table.cpy".

       FD  MAP-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MAP-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  QM-FILE-STATUS           PIC X(02).
       01  QS-FILE-STATUS           PIC X(02).
       01  MF-FILE-STATUS           PIC X(02).
       01  EN-FILE-STATUS           PIC X(02).
       01  MP-FILE-STATUS           PIC X(02).

       01  QM-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-CATALOG           VALUE 'Y'.
       01  QS-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-STAGES            VALUE 'Y'.
       01  MF-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-MONSTERS          VALUE 'Y'.
       01  EN-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-ENCOUNTERS        VALUE 'Y'.

      *Difficulty points expected for each recommended level, and
      *the band, in whole percent of that norm, a path must fall in.
       01  MP-POINTS-PER-LEVEL      PIC 9(05) VALUE 150.
       01  MP-BAND-LOW              PIC 9(03) VALUE 50.
       01  MP-BAND-HIGH             PIC 9(03) VALUE 200.
       01  MP-RATE-INPUT            PIC X(05).

      *Limits on the walk: paths printed for one quest, and stages
      *on one path.
       01  MP-PATH-LIMIT            PIC 9(03) VALUE 50.
       01  MP-DEPTH-LIMIT           PIC 9(02) VALUE 40.

       01  MP-MONSTER-TABLE.
           05  MP-MONSTER-COUNT     PIC 9(03) VALUE 0.
           05  MP-MONSTER-ENTRY OCCURS 200 TIMES
                   INDEXED BY MP-MON-IDX.
               10  MP-MONSTER-CODE  PIC X(06).
               10  MP-HEALTH        PIC 9(04).
               10  MP-ATTACK        PIC 9(03).
       01  MP-MONSTER-OVERFLOW      PIC 9(05) VALUE 0.

       01  MP-ENCOUNTER-TABLE.
           05  MP-ENCOUNTER-COUNT   PIC 9(03) VALUE 0.
           05  MP-ENCOUNTER-ENTRY OCCURS 500 TIMES.
               10  MP-EN-CODE       PIC X(04).
               10  MP-EN-MONSTER    PIC X(06).
               10  MP-EN-WEIGHT     PIC 9(03).
               10  MP-EN-MIN-LEVEL  PIC 9(02).
               10  MP-EN-MAX-LEVEL  PIC 9(02).
       01  MP-ENCOUNTER-OVERFLOW    PIC 9(05) VALUE 0.
       01  MP-EN-NUM                PIC 9(03).

      *The Quest Stage file held in memory, with each branch
      *resolved to its slot (zero for a blank branch or a stage not
      *on file) and whether the end of the chain can be reached.
       01  MP-STAGE-TABLE.
           05  MP-STAGE-COUNT       PIC 9(03) VALUE 0.
           05  MP-STAGE-ENTRY OCCURS 500 TIMES
                   INDEXED BY MP-STG-IDX.
               10  MP-STAGE-CODE    PIC X(04).
               10  MP-NEXT-YES      PIC X(04).
               10  MP-NEXT-NO       PIC X(04).
               10  MP-PROMPT-SW     PIC X(01).
                   88  MP-HAS-PROMPT    VALUE 'Y'.
               10  MP-MERCHANT-SW   PIC X(01).
               10  MP-BANK-SW       PIC X(01).
               10  MP-CHECKPOINT-SW PIC X(01).
               10  MP-FINAL-SW      PIC X(01).
               10  MP-LEAD-MONSTER  PIC X(06).
               10  MP-MONSTER-2     PIC X(06).
               10  MP-MONSTER-3     PIC X(06).
               10  MP-ENCOUNTER-CODE PIC X(04).
               10  MP-YES-NUM       PIC 9(03).
               10  MP-NO-NUM        PIC 9(03).
               10  MP-EXIT-SW       PIC X(01).
                   88  MP-CAN-EXIT      VALUE 'Y'.
       01  MP-STAGE-OVERFLOW        PIC 9(05) VALUE 0.
       01  MP-STAGE-NUM             PIC 9(03).
       01  MP-LOOKUP-STAGE          PIC X(04).
       01  MP-FOUND-NUM             PIC 9(03).
       01  MP-CHANGED-SW            PIC X(01).
           88  MP-EXIT-CHANGED          VALUE 'Y'.

      *The path being walked: the stage slot at each depth and how
      *many of its branches have been taken (0 none, 1 yes, 2 both).
       01  MP-PATH-TABLE.
           05  MP-PATH-ENTRY OCCURS 40 TIMES.
               10  MP-PATH-STAGE    PIC 9(03).
               10  MP-PATH-STATE    PIC 9(01).
       01  MP-DEPTH                 PIC 9(02).
       01  MP-SCAN-DEPTH            PIC 9(02).
       01  MP-CURRENT-NUM           PIC 9(03).
       01  MP-BRANCH-CODE           PIC X(04).
       01  MP-ON-PATH-SW            PIC X(01).
           88  MP-STAGE-ON-PATH         VALUE 'Y'.
       01  MP-LOOP-NUM              PIC 9(03).
       01  MP-PATH-END-SW           PIC X(01).
           88  MP-END-OF-CHAIN          VALUE 'E'.
           88  MP-END-MISSING           VALUE 'M'.
           88  MP-END-LOOP              VALUE 'L'.
           88  MP-END-TOO-LONG          VALUE 'D'.
       01  MP-CUT-SW                PIC X(01).
           88  MP-PATHS-CUT             VALUE 'Y'.

      *Figures for the quest and the path being printed.
       01  MP-REC-LEVEL             PIC 9(02).
       01  MP-QUEST-PATHS           PIC 9(03).
       01  MP-PATH-HEALTH           PIC 9(07).
       01  MP-PATH-ATTACK           PIC 9(07).
       01  MP-PATH-POINTS           PIC 9(07).
       01  MP-PATH-MERCHANTS        PIC 9(02).
       01  MP-PATH-BANKS            PIC 9(02).
       01  MP-PATH-CHECKPOINTS      PIC 9(02).
       01  MP-FINAL-SEEN-SW         PIC X(01).
           88  MP-FINAL-SEEN            VALUE 'Y'.
       01  MP-NORM-POINTS           PIC 9(07).
       01  MP-PATH-PERCENT          PIC 9(05).

      *One stage's foes.
       01  MP-LEAD-SW               PIC X(01).
           88  MP-LEAD-FOUND            VALUE 'Y'.
       01  MP-POOL-WEIGHT           PIC 9(07).
       01  MP-POOL-PICKS            PIC 9(02).
       01  MP-POOL-HEALTH           PIC 9(09).
       01  MP-POOL-ATTACK           PIC 9(09).
       01  MP-AVERAGE               PIC 9(07).
       01  MP-LOOKUP-MONSTER        PIC X(06).
       01  MP-MONSTER-SW            PIC X(01).
           88  MP-MONSTER-FOUND         VALUE 'Y'.

      *Stage tokens are laid out five to a line.
       01  MP-TOKEN                 PIC X(12).
       01  MP-TOKEN-FLAGS           PIC X(05).
       01  MP-FLAG-POS              PIC 9(01).
       01  MP-TOKEN-COL             PIC 9(02).

       01  MP-QUEST-COUNT           PIC 9(05) VALUE 0.
       01  MP-PATH-COUNT            PIC 9(07) VALUE 0.
       01  MP-COMPLETE-COUNT        PIC 9(07) VALUE 0.
       01  MP-NO-FINAL-COUNT        PIC 9(07) VALUE 0.
       01  MP-MISSING-COUNT         PIC 9(07) VALUE 0.
       01  MP-LOOP-COUNT            PIC 9(07) VALUE 0.
       01  MP-TRAP-COUNT            PIC 9(07) VALUE 0.
       01  MP-LONG-COUNT            PIC 9(07) VALUE 0.
       01  MP-OUT-OF-LINE-COUNT     PIC 9(07) VALUE 0.
       01  MP-NO-ENTRY-COUNT        PIC 9(05) VALUE 0.
       01  MP-CUT-COUNT             PIC 9(05) VALUE 0.
       01  MP-UNKNOWN-MONSTERS      PIC 9(07) VALUE 0.

       01  MP-COUNT-ED              PIC ZZZZ9.
       01  MP-BIG-COUNT-ED          PIC ZZZZZZ9.
       01  MP-PATH-ED               PIC ZZ9.
       01  MP-LEVEL-ED              PIC Z9.
       01  MP-PCT-ED                PIC ZZZZ9.
       01  MP-SMALL-ED              PIC Z9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-ACCEPT-DIFFICULTY-BAND.
           PERFORM 1000-LOAD-MONSTERS.
           PERFORM 1100-LOAD-ENCOUNTERS.
           PERFORM 1200-LOAD-STAGES.
           PERFORM 1300-RESOLVE-BRANCHES
               VARYING MP-STAGE-NUM FROM 1 BY 1
               UNTIL MP-STAGE-NUM > MP-STAGE-COUNT.
           MOVE 'Y' TO MP-CHANGED-SW.
           PERFORM 2000-FIND-EXITS UNTIL NOT MP-EXIT-CHANGED.
           OPEN OUTPUT MAP-REPORT-FILE.
           PERFORM 2900-WRITE-REPORT-HEADING.
           OPEN INPUT QUEST-CATALOG-FILE.
           IF QM-FILE-STATUS NOT = "00"
               SET END-OF-CATALOG TO TRUE
           END-IF.
           PERFORM 3000-MAP-NEXT-QUEST UNTIL END-OF-CATALOG.
           CLOSE QUEST-CATALOG-FILE.
           PERFORM 4900-WRITE-CONTROL-TOTALS.
           CLOSE MAP-REPORT-FILE.
           DISPLAY "QuestMap mapped " MP-QUEST-COUNT " quests, "
               MP-PATH-COUNT " paths, " MP-TRAP-COUNT
               " loops with no exit, " MP-OUT-OF-LINE-COUNT
               " paths out of line.".
           STOP RUN.

       0100-ACCEPT-DIFFICULTY-BAND.
           DISPLAY "Difficulty points per recommended level "
               "(blank for 150)".
           ACCEPT MP-RATE-INPUT.
           IF MP-RATE-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(MP-RATE-INPUT)
                   TO MP-POINTS-PER-LEVEL
           END-IF.
           IF MP-POINTS-PER-LEVEL = 0
               MOVE 150 TO MP-POINTS-PER-LEVEL
           END-IF.
           DISPLAY "Lowest acceptable % of the level norm "
               "(blank for 50)".
           ACCEPT MP-RATE-INPUT.
           IF MP-RATE-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(MP-RATE-INPUT) TO MP-BAND-LOW
           END-IF.
           DISPLAY "Highest acceptable % of the level norm "
               "(blank for 200)".
           ACCEPT MP-RATE-INPUT.
           IF MP-RATE-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(MP-RATE-INPUT) TO MP-BAND-HIGH
           END-IF.
           IF MP-BAND-LOW > MP-BAND-HIGH
               MOVE MP-BAND-HIGH TO MP-BAND-LOW
           END-IF.

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
                   IF MP-MONSTER-COUNT < 200
                       ADD 1 TO MP-MONSTER-COUNT
                       SET MP-MON-IDX TO MP-MONSTER-COUNT
                       MOVE MF-MONSTER-CODE
                           TO MP-MONSTER-CODE(MP-MON-IDX)
                       MOVE MF-MONSTER-HEALTH TO MP-HEALTH(MP-MON-IDX)
                       MOVE MF-ATTACK-POWER TO MP-ATTACK(MP-MON-IDX)
                   ELSE
                       ADD 1 TO MP-MONSTER-OVERFLOW
                   END-IF
           END-READ.
           IF MF-FILE-STATUS NOT = "00" AND MF-FILE-STATUS NOT = "02"
               SET END-OF-MONSTERS TO TRUE
           END-IF.

       1100-LOAD-ENCOUNTERS.
           OPEN INPUT ENCOUNTER-TABLE-FILE.
           IF EN-FILE-STATUS NOT = "00"
               SET END-OF-ENCOUNTERS TO TRUE
           END-IF.
           PERFORM 1110-READ-NEXT-ENCOUNTER UNTIL END-OF-ENCOUNTERS.
           CLOSE ENCOUNTER-TABLE-FILE.

       1110-READ-NEXT-ENCOUNTER.
           READ ENCOUNTER-TABLE-FILE NEXT RECORD
               AT END
                   SET END-OF-ENCOUNTERS TO TRUE
               NOT AT END
                   IF MP-ENCOUNTER-COUNT < 500
                       ADD 1 TO MP-ENCOUNTER-COUNT
                       MOVE MP-ENCOUNTER-COUNT TO MP-EN-NUM
                       MOVE EN-ENCOUNTER-CODE TO MP-EN-CODE(MP-EN-NUM)
                       MOVE EN-MONSTER-CODE
                           TO MP-EN-MONSTER(MP-EN-NUM)
                       MOVE EN-WEIGHT TO MP-EN-WEIGHT(MP-EN-NUM)
                       MOVE EN-MIN-LEVEL
                           TO MP-EN-MIN-LEVEL(MP-EN-NUM)
                       MOVE EN-MAX-LEVEL
                           TO MP-EN-MAX-LEVEL(MP-EN-NUM)
                   ELSE
                       ADD 1 TO MP-ENCOUNTER-OVERFLOW
                   END-IF
           END-READ.
           IF EN-FILE-STATUS NOT = "00" AND EN-FILE-STATUS NOT = "02"
               SET END-OF-ENCOUNTERS TO TRUE
           END-IF.

       1200-LOAD-STAGES.
           OPEN INPUT QUEST-STAGE-FILE.
           IF QS-FILE-STATUS NOT = "00"
               SET END-OF-STAGES TO TRUE
           END-IF.
           PERFORM 1210-READ-NEXT-STAGE UNTIL END-OF-STAGES.
           CLOSE QUEST-STAGE-FILE.

       1210-READ-NEXT-STAGE.
           READ QUEST-STAGE-FILE NEXT RECORD
               AT END
                   SET END-OF-STAGES TO TRUE
               NOT AT END
                   IF MP-STAGE-COUNT < 500
                       ADD 1 TO MP-STAGE-COUNT
                       MOVE MP-STAGE-COUNT TO MP-STAGE-NUM
                       PERFORM 1220-KEEP-STAGE
                   ELSE
                       ADD 1 TO MP-STAGE-OVERFLOW
                   END-IF
           END-READ.
           IF QS-FILE-STATUS NOT = "00" AND QS-FILE-STATUS NOT = "02"
               SET END-OF-STAGES TO TRUE
           END-IF.

       1220-KEEP-STAGE.
           MOVE QS-STAGE-CODE TO MP-STAGE-CODE(MP-STAGE-NUM).
           MOVE QS-NEXT-STAGE-YES TO MP-NEXT-YES(MP-STAGE-NUM).
           MOVE QS-NEXT-STAGE-NO TO MP-NEXT-NO(MP-STAGE-NUM).
           IF QS-PROMPT-TEXT NOT = SPACES
               MOVE 'Y' TO MP-PROMPT-SW(MP-STAGE-NUM)
           ELSE
               MOVE 'N' TO MP-PROMPT-SW(MP-STAGE-NUM)
           END-IF.
           MOVE QS-MERCHANT-SW TO MP-MERCHANT-SW(MP-STAGE-NUM).
           MOVE QS-BANK-SW TO MP-BANK-SW(MP-STAGE-NUM).
           MOVE QS-CHECKPOINT-SW TO MP-CHECKPOINT-SW(MP-STAGE-NUM).
           MOVE QS-FINAL-SW TO MP-FINAL-SW(MP-STAGE-NUM).
           MOVE QS-MONSTER-CODE TO MP-LEAD-MONSTER(MP-STAGE-NUM).
           MOVE QS-MONSTER-CODE-2 TO MP-MONSTER-2(MP-STAGE-NUM).
           MOVE QS-MONSTER-CODE-3 TO MP-MONSTER-3(MP-STAGE-NUM).
           MOVE QS-ENCOUNTER-CODE TO MP-ENCOUNTER-CODE(MP-STAGE-NUM).
           MOVE 0 TO MP-YES-NUM(MP-STAGE-NUM).
           MOVE 0 TO MP-NO-NUM(MP-STAGE-NUM).
           MOVE 'N' TO MP-EXIT-SW(MP-STAGE-NUM).

       1300-RESOLVE-BRANCHES.
           MOVE MP-NEXT-YES(MP-STAGE-NUM) TO MP-LOOKUP-STAGE.
           PERFORM 1500-FIND-STAGE.
           MOVE MP-FOUND-NUM TO MP-YES-NUM(MP-STAGE-NUM).
           MOVE MP-NEXT-NO(MP-STAGE-NUM) TO MP-LOOKUP-STAGE.
           PERFORM 1500-FIND-STAGE.
           MOVE MP-FOUND-NUM TO MP-NO-NUM(MP-STAGE-NUM).

       1500-FIND-STAGE.
           MOVE 0 TO MP-FOUND-NUM.
           IF MP-LOOKUP-STAGE NOT = SPACES
               SET MP-STG-IDX TO 1
               SEARCH MP-STAGE-ENTRY
                   AT END
                       CONTINUE
                   WHEN MP-STG-IDX > MP-STAGE-COUNT
                       CONTINUE
                   WHEN MP-STAGE-CODE(MP-STG-IDX) = MP-LOOKUP-STAGE
                       SET MP-FOUND-NUM TO MP-STG-IDX
               END-SEARCH
           END-IF.

       1600-FIND-MONSTER.
           MOVE 'N' TO MP-MONSTER-SW.
           SET MP-MON-IDX TO 1.
           SEARCH MP-MONSTER-ENTRY
               AT END
                   CONTINUE
               WHEN MP-MON-IDX > MP-MONSTER-COUNT
                   CONTINUE
               WHEN MP-MONSTER-CODE(MP-MON-IDX) = MP-LOOKUP-MONSTER
                   SET MP-MONSTER-FOUND TO TRUE
           END-SEARCH.

      *A stage can reach the end of the chain when a branch it can
      *take is blank or goes to a stage not on file (the chain stops
      *there), or goes to a stage already known to reach the end.
      *Passes repeat until one changes nothing; whatever is left
      *can never get out.
       2000-FIND-EXITS.
           MOVE 'N' TO MP-CHANGED-SW.
           PERFORM 2010-CHECK-STAGE-EXIT
               VARYING MP-STAGE-NUM FROM 1 BY 1
               UNTIL MP-STAGE-NUM > MP-STAGE-COUNT.

       2010-CHECK-STAGE-EXIT.
           IF NOT MP-CAN-EXIT(MP-STAGE-NUM)
               IF MP-YES-NUM(MP-STAGE-NUM) = 0
                   SET MP-CAN-EXIT(MP-STAGE-NUM) TO TRUE
               ELSE
                   IF MP-CAN-EXIT(MP-YES-NUM(MP-STAGE-NUM))
                       SET MP-CAN-EXIT(MP-STAGE-NUM) TO TRUE
                   END-IF
               END-IF
               IF MP-HAS-PROMPT(MP-STAGE-NUM)
                   IF MP-NO-NUM(MP-STAGE-NUM) = 0
                       SET MP-CAN-EXIT(MP-STAGE-NUM) TO TRUE
                   ELSE
                       IF MP-CAN-EXIT(MP-NO-NUM(MP-STAGE-NUM))
                           SET MP-CAN-EXIT(MP-STAGE-NUM) TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF MP-CAN-EXIT(MP-STAGE-NUM)
                   SET MP-EXIT-CHANGED TO TRUE
               END-IF
           END-IF.

       2900-WRITE-REPORT-HEADING.
           MOVE "QUEST PATH MAP AND DIFFICULTY ESTIMATE"
               TO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "Stops: M merchant  B bank  C checkpoint  F final"
                   DELIMITED BY SIZE
               "  E encounter pool" DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-POINTS-PER-LEVEL TO MP-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "Difficulty points = foe health + foe attack; norm "
                   DELIMITED BY SIZE
               MP-COUNT-ED DELIMITED BY SIZE
               " per level" DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-BAND-LOW TO MP-PCT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "Flagged outside " DELIMITED BY SIZE
               MP-PCT-ED DELIMITED BY SIZE
               "% to" DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           MOVE MP-BAND-HIGH TO MP-PCT-ED.
           MOVE MP-PCT-ED TO MAP-REPORT-LINE(26:5).
           MOVE "% of the norm" TO MAP-REPORT-LINE(31:13).
           WRITE MAP-REPORT-LINE.

       3000-MAP-NEXT-QUEST.
           READ QUEST-CATALOG-FILE NEXT RECORD
               AT END
                   SET END-OF-CATALOG TO TRUE
               NOT AT END
                   ADD 1 TO MP-QUEST-COUNT
                   PERFORM 3010-MAP-QUEST
           END-READ.
           IF QM-FILE-STATUS NOT = "00" AND QM-FILE-STATUS NOT = "02"
               SET END-OF-CATALOG TO TRUE
           END-IF.

       3010-MAP-QUEST.
           MOVE SPACES TO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE QM-REC-LEVEL TO MP-LEVEL-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "QUEST " DELIMITED BY SIZE
               QM-QUEST-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QM-QUEST-TITLE DELIMITED BY SIZE
               " Rec level " DELIMITED BY SIZE
               MP-LEVEL-ED DELIMITED BY SIZE
               "  Entry " DELIMITED BY SIZE
               QM-ENTRY-STAGE DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE QM-REC-LEVEL TO MP-REC-LEVEL.
           IF MP-REC-LEVEL = 0
               MOVE 1 TO MP-REC-LEVEL
           END-IF.
           COMPUTE MP-NORM-POINTS = MP-REC-LEVEL * MP-POINTS-PER-LEVEL.
           MOVE 0 TO MP-QUEST-PATHS.
           MOVE 'N' TO MP-CUT-SW.
           MOVE QM-ENTRY-STAGE TO MP-LOOKUP-STAGE.
           PERFORM 1500-FIND-STAGE.
           IF MP-FOUND-NUM = 0
               ADD 1 TO MP-NO-ENTRY-COUNT
               MOVE SPACES TO MAP-REPORT-LINE
               STRING "  ** Entry stage " DELIMITED BY SIZE
                   QM-ENTRY-STAGE DELIMITED BY SIZE
                   " is not on the Quest Stage file" DELIMITED BY SIZE
                   INTO MAP-REPORT-LINE
               WRITE MAP-REPORT-LINE
           ELSE
               MOVE 1 TO MP-DEPTH
               MOVE MP-FOUND-NUM TO MP-PATH-STAGE(1)
               MOVE 0 TO MP-PATH-STATE(1)
               PERFORM 3100-WALK-STEP UNTIL MP-DEPTH = 0
               IF MP-PATHS-CUT
                   ADD 1 TO MP-CUT-COUNT
                   MOVE MP-PATH-LIMIT TO MP-PATH-ED
                   MOVE SPACES TO MAP-REPORT-LINE
                   STRING "  ** Walk stopped after " DELIMITED BY SIZE
                       MP-PATH-ED DELIMITED BY SIZE
                       " paths - more are not shown" DELIMITED BY SIZE
                       INTO MAP-REPORT-LINE
                   WRITE MAP-REPORT-LINE
               END-IF
           END-IF.

      *One step of the walk: take the top stage's next untried
      *branch, or back up a level once both have been tried.
       3100-WALK-STEP.
           MOVE MP-PATH-STAGE(MP-DEPTH) TO MP-CURRENT-NUM.
           EVALUATE MP-PATH-STATE(MP-DEPTH)
               WHEN 0
                   MOVE 1 TO MP-PATH-STATE(MP-DEPTH)
                   MOVE MP-NEXT-YES(MP-CURRENT-NUM) TO MP-BRANCH-CODE
                   PERFORM 3200-FOLLOW-BRANCH
               WHEN 1
                   MOVE 2 TO MP-PATH-STATE(MP-DEPTH)
                   IF MP-HAS-PROMPT(MP-CURRENT-NUM)
                       AND MP-NEXT-NO(MP-CURRENT-NUM)
                           NOT = MP-NEXT-YES(MP-CURRENT-NUM)
                       MOVE MP-NEXT-NO(MP-CURRENT-NUM)
                           TO MP-BRANCH-CODE
                       PERFORM 3200-FOLLOW-BRANCH
                   END-IF
               WHEN OTHER
                   SUBTRACT 1 FROM MP-DEPTH
           END-EVALUATE.

       3200-FOLLOW-BRANCH.
           IF MP-QUEST-PATHS >= MP-PATH-LIMIT
               SET MP-PATHS-CUT TO TRUE
               MOVE 0 TO MP-DEPTH
           ELSE
               IF MP-BRANCH-CODE = SPACES
                   SET MP-END-OF-CHAIN TO TRUE
                   PERFORM 3500-WRITE-PATH
               ELSE
                   MOVE MP-BRANCH-CODE TO MP-LOOKUP-STAGE
                   PERFORM 1500-FIND-STAGE
                   PERFORM 3300-TAKE-BRANCH
               END-IF
           END-IF.

       3300-TAKE-BRANCH.
           MOVE 'N' TO MP-ON-PATH-SW.
           IF MP-FOUND-NUM > 0
               PERFORM 3310-CHECK-ON-PATH
                   VARYING MP-SCAN-DEPTH FROM 1 BY 1
                   UNTIL MP-SCAN-DEPTH > MP-DEPTH
           END-IF.
           EVALUATE TRUE
               WHEN MP-FOUND-NUM = 0
                   SET MP-END-MISSING TO TRUE
                   PERFORM 3500-WRITE-PATH
               WHEN MP-STAGE-ON-PATH
                   MOVE MP-FOUND-NUM TO MP-LOOP-NUM
                   SET MP-END-LOOP TO TRUE
                   PERFORM 3500-WRITE-PATH
               WHEN MP-DEPTH >= MP-DEPTH-LIMIT
                   SET MP-END-TOO-LONG TO TRUE
                   PERFORM 3500-WRITE-PATH
               WHEN OTHER
                   ADD 1 TO MP-DEPTH
                   MOVE MP-FOUND-NUM TO MP-PATH-STAGE(MP-DEPTH)
                   MOVE 0 TO MP-PATH-STATE(MP-DEPTH)
           END-EVALUATE.

       3310-CHECK-ON-PATH.
           IF MP-PATH-STAGE(MP-SCAN-DEPTH) = MP-FOUND-NUM
               SET MP-STAGE-ON-PATH TO TRUE
           END-IF.

      *Print the path on the stack, from the entry stage to the
      *stage whose branch ended it, with its foes and stops.
       3500-WRITE-PATH.
           ADD 1 TO MP-QUEST-PATHS.
           ADD 1 TO MP-PATH-COUNT.
           MOVE 0 TO MP-PATH-HEALTH MP-PATH-ATTACK.
           MOVE 0 TO MP-PATH-MERCHANTS MP-PATH-BANKS.
           MOVE 0 TO MP-PATH-CHECKPOINTS.
           MOVE 'N' TO MP-FINAL-SEEN-SW.
           MOVE MP-QUEST-PATHS TO MP-PATH-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "  Path " DELIMITED BY SIZE
               MP-PATH-ED DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           MOVE 13 TO MP-TOKEN-COL.
           PERFORM 3510-ADD-PATH-STAGE
               VARYING MP-SCAN-DEPTH FROM 1 BY 1
               UNTIL MP-SCAN-DEPTH > MP-DEPTH.
           WRITE MAP-REPORT-LINE.
           PERFORM 3700-WRITE-PATH-ENDING.
           PERFORM 3800-WRITE-PATH-FIGURES.

       3510-ADD-PATH-STAGE.
           MOVE MP-PATH-STAGE(MP-SCAN-DEPTH) TO MP-CURRENT-NUM.
           MOVE SPACES TO MP-TOKEN-FLAGS.
           MOVE 0 TO MP-FLAG-POS.
           IF MP-MERCHANT-SW(MP-CURRENT-NUM) = "Y"
               ADD 1 TO MP-PATH-MERCHANTS
               ADD 1 TO MP-FLAG-POS
               MOVE "M" TO MP-TOKEN-FLAGS(MP-FLAG-POS:1)
           END-IF.
           IF MP-BANK-SW(MP-CURRENT-NUM) = "Y"
               ADD 1 TO MP-PATH-BANKS
               ADD 1 TO MP-FLAG-POS
               MOVE "B" TO MP-TOKEN-FLAGS(MP-FLAG-POS:1)
           END-IF.
           IF MP-CHECKPOINT-SW(MP-CURRENT-NUM) = "Y"
               ADD 1 TO MP-PATH-CHECKPOINTS
               ADD 1 TO MP-FLAG-POS
               MOVE "C" TO MP-TOKEN-FLAGS(MP-FLAG-POS:1)
           END-IF.
           IF MP-FINAL-SW(MP-CURRENT-NUM) = "Y"
               SET MP-FINAL-SEEN TO TRUE
               ADD 1 TO MP-FLAG-POS
               MOVE "F" TO MP-TOKEN-FLAGS(MP-FLAG-POS:1)
           END-IF.
           IF MP-ENCOUNTER-CODE(MP-CURRENT-NUM) NOT = SPACES
               ADD 1 TO MP-FLAG-POS
               MOVE "E" TO MP-TOKEN-FLAGS(MP-FLAG-POS:1)
           END-IF.
           MOVE SPACES TO MP-TOKEN.
           IF MP-FLAG-POS = 0
               MOVE MP-STAGE-CODE(MP-CURRENT-NUM) TO MP-TOKEN
           ELSE
               STRING MP-STAGE-CODE(MP-CURRENT-NUM) DELIMITED BY SIZE
                   "(" DELIMITED BY SIZE
                   MP-TOKEN-FLAGS DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO MP-TOKEN
           END-IF.
           IF MP-TOKEN-COL > 68
               WRITE MAP-REPORT-LINE
               MOVE SPACES TO MAP-REPORT-LINE
               MOVE 13 TO MP-TOKEN-COL
           END-IF.
           MOVE MP-TOKEN TO MAP-REPORT-LINE(MP-TOKEN-COL:12).
           ADD 12 TO MP-TOKEN-COL.
           PERFORM 3600-ADD-STAGE-FOES.

      *The foes one stage puts up at the recommended level: the
      *stage's pool rolled as 0325-ROLL-ENCOUNTER rolls it, taken at
      *its weighted average, else the pinned monster; pack members
      *join only when there is a lead to fight.
       3600-ADD-STAGE-FOES.
           MOVE 'N' TO MP-LEAD-SW.
           IF MP-ENCOUNTER-CODE(MP-CURRENT-NUM) NOT = SPACES
               MOVE 0 TO MP-POOL-WEIGHT MP-POOL-PICKS
               MOVE 0 TO MP-POOL-HEALTH MP-POOL-ATTACK
               PERFORM 3610-ADD-POOL-ENTRY
                   VARYING MP-EN-NUM FROM 1 BY 1
                   UNTIL MP-EN-NUM > MP-ENCOUNTER-COUNT
               IF MP-POOL-WEIGHT > 0
                   COMPUTE MP-AVERAGE ROUNDED =
                       MP-POOL-HEALTH / MP-POOL-WEIGHT
                   ADD MP-AVERAGE TO MP-PATH-HEALTH
                   COMPUTE MP-AVERAGE ROUNDED =
                       MP-POOL-ATTACK / MP-POOL-WEIGHT
                   ADD MP-AVERAGE TO MP-PATH-ATTACK
                   SET MP-LEAD-FOUND TO TRUE
               END-IF
           END-IF.
           IF NOT MP-LEAD-FOUND
                   AND MP-LEAD-MONSTER(MP-CURRENT-NUM) NOT = SPACES
               MOVE MP-LEAD-MONSTER(MP-CURRENT-NUM)
                   TO MP-LOOKUP-MONSTER
               PERFORM 3620-ADD-ONE-MONSTER
               SET MP-LEAD-FOUND TO TRUE
           END-IF.
           IF MP-LEAD-FOUND
               IF MP-MONSTER-2(MP-CURRENT-NUM) NOT = SPACES
                   MOVE MP-MONSTER-2(MP-CURRENT-NUM)
                       TO MP-LOOKUP-MONSTER
                   PERFORM 3620-ADD-ONE-MONSTER
               END-IF
               IF MP-MONSTER-3(MP-CURRENT-NUM) NOT = SPACES
                   MOVE MP-MONSTER-3(MP-CURRENT-NUM)
                       TO MP-LOOKUP-MONSTER
                   PERFORM 3620-ADD-ONE-MONSTER
               END-IF
           END-IF.

       3610-ADD-POOL-ENTRY.
           IF MP-EN-CODE(MP-EN-NUM) = MP-ENCOUNTER-CODE(MP-CURRENT-NUM)
                   AND MP-REC-LEVEL >= MP-EN-MIN-LEVEL(MP-EN-NUM)
                   AND MP-REC-LEVEL <= MP-EN-MAX-LEVEL(MP-EN-NUM)
                   AND MP-EN-WEIGHT(MP-EN-NUM) > 0
                   AND MP-POOL-PICKS < 10
               MOVE MP-EN-MONSTER(MP-EN-NUM) TO MP-LOOKUP-MONSTER
               PERFORM 1600-FIND-MONSTER
               IF MP-MONSTER-FOUND
                   ADD 1 TO MP-POOL-PICKS
                   ADD MP-EN-WEIGHT(MP-EN-NUM) TO MP-POOL-WEIGHT
                   COMPUTE MP-POOL-HEALTH = MP-POOL-HEALTH
                       + MP-EN-WEIGHT(MP-EN-NUM) * MP-HEALTH(MP-MON-IDX)
                   COMPUTE MP-POOL-ATTACK = MP-POOL-ATTACK
                       + MP-EN-WEIGHT(MP-EN-NUM) * MP-ATTACK(MP-MON-IDX)
               ELSE
                   ADD 1 TO MP-UNKNOWN-MONSTERS
               END-IF
           END-IF.

       3620-ADD-ONE-MONSTER.
           PERFORM 1600-FIND-MONSTER.
           IF MP-MONSTER-FOUND
               ADD MP-HEALTH(MP-MON-IDX) TO MP-PATH-HEALTH
               ADD MP-ATTACK(MP-MON-IDX) TO MP-PATH-ATTACK
           ELSE
               ADD 1 TO MP-UNKNOWN-MONSTERS
           END-IF.

       3700-WRITE-PATH-ENDING.
           MOVE SPACES TO MAP-REPORT-LINE.
           EVALUATE TRUE
               WHEN MP-END-OF-CHAIN AND MP-FINAL-SEEN
                   ADD 1 TO MP-COMPLETE-COUNT
                   MOVE "    Ends: quest complete" TO MAP-REPORT-LINE
               WHEN MP-END-OF-CHAIN
                   ADD 1 TO MP-NO-FINAL-COUNT
                   MOVE "    Ends: ** chain ends with no final stage"
                       TO MAP-REPORT-LINE
               WHEN MP-END-MISSING
                   ADD 1 TO MP-MISSING-COUNT
                   STRING "    Ends: ** branch to stage "
                           DELIMITED BY SIZE
                       MP-BRANCH-CODE DELIMITED BY SIZE
                       " not on file" DELIMITED BY SIZE
                       INTO MAP-REPORT-LINE
               WHEN MP-END-LOOP
                   ADD 1 TO MP-LOOP-COUNT
                   IF MP-CAN-EXIT(MP-LOOP-NUM)
                       STRING "    Ends: loops back to "
                               DELIMITED BY SIZE
                           MP-BRANCH-CODE DELIMITED BY SIZE
                           INTO MAP-REPORT-LINE
                   ELSE
                       ADD 1 TO MP-TRAP-COUNT
                       STRING "    Ends: ** loops back to "
                               DELIMITED BY SIZE
                           MP-BRANCH-CODE DELIMITED BY SIZE
                           " - LOOP WITH NO EXIT" DELIMITED BY SIZE
                           INTO MAP-REPORT-LINE
                   END-IF
               WHEN OTHER
                   ADD 1 TO MP-LONG-COUNT
                   MOVE MP-DEPTH-LIMIT TO MP-SMALL-ED
                   STRING "    Ends: ** cut at " DELIMITED BY SIZE
                       MP-SMALL-ED DELIMITED BY SIZE
                       " stages - path too long to map"
                           DELIMITED BY SIZE
                       INTO MAP-REPORT-LINE
           END-EVALUATE.
           WRITE MAP-REPORT-LINE.

       3800-WRITE-PATH-FIGURES.
           COMPUTE MP-PATH-POINTS = MP-PATH-HEALTH + MP-PATH-ATTACK.
           COMPUTE MP-PATH-PERCENT ROUNDED =
               MP-PATH-POINTS * 100 / MP-NORM-POINTS.
           MOVE SPACES TO MAP-REPORT-LINE.
           MOVE MP-PATH-HEALTH TO MP-BIG-COUNT-ED.
           STRING "    Foe health " DELIMITED BY SIZE
               MP-BIG-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           MOVE MP-PATH-ATTACK TO MP-BIG-COUNT-ED.
           MOVE "  attack" TO MAP-REPORT-LINE(23:8).
           MOVE MP-BIG-COUNT-ED TO MAP-REPORT-LINE(31:7).
           MOVE "  Stops M" TO MAP-REPORT-LINE(38:9).
           MOVE MP-PATH-MERCHANTS TO MP-SMALL-ED.
           MOVE MP-SMALL-ED TO MAP-REPORT-LINE(48:2).
           MOVE " B" TO MAP-REPORT-LINE(50:2).
           MOVE MP-PATH-BANKS TO MP-SMALL-ED.
           MOVE MP-SMALL-ED TO MAP-REPORT-LINE(53:2).
           MOVE " C" TO MAP-REPORT-LINE(55:2).
           MOVE MP-PATH-CHECKPOINTS TO MP-SMALL-ED.
           MOVE MP-SMALL-ED TO MAP-REPORT-LINE(58:2).
           WRITE MAP-REPORT-LINE.
           MOVE SPACES TO MAP-REPORT-LINE.
           MOVE MP-PATH-POINTS TO MP-BIG-COUNT-ED.
           MOVE MP-PATH-PERCENT TO MP-PCT-ED.
           STRING "    Difficulty points " DELIMITED BY SIZE
               MP-BIG-COUNT-ED DELIMITED BY SIZE
               " = " DELIMITED BY SIZE
               MP-PCT-ED DELIMITED BY SIZE
               "% of the level norm" DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           IF MP-PATH-PERCENT < MP-BAND-LOW
               ADD 1 TO MP-OUT-OF-LINE-COUNT
               MOVE "** TOO EASY" TO MAP-REPORT-LINE(63:11)
           END-IF.
           IF MP-PATH-PERCENT > MP-BAND-HIGH
               ADD 1 TO MP-OUT-OF-LINE-COUNT
               MOVE "** TOO HARD" TO MAP-REPORT-LINE(63:11)
           END-IF.
           WRITE MAP-REPORT-LINE.

       4900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-QUEST-COUNT TO MP-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "  Quests mapped:              " DELIMITED BY SIZE
               MP-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-NO-ENTRY-COUNT TO MP-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "  Entry stage not on file:    " DELIMITED BY SIZE
               MP-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-STAGE-COUNT TO MP-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "  Stages on file:             " DELIMITED BY SIZE
               MP-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-PATH-COUNT TO MP-BIG-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "  Paths mapped:             " DELIMITED BY SIZE
               MP-BIG-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-COMPLETE-COUNT TO MP-BIG-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "    ending complete:        " DELIMITED BY SIZE
               MP-BIG-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-NO-FINAL-COUNT TO MP-BIG-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "    ending, no final stage: " DELIMITED BY SIZE
               MP-BIG-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-MISSING-COUNT TO MP-BIG-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "    to a missing stage:     " DELIMITED BY SIZE
               MP-BIG-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-LOOP-COUNT TO MP-BIG-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "    looping back:           " DELIMITED BY SIZE
               MP-BIG-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-TRAP-COUNT TO MP-BIG-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "      loops with no exit:   " DELIMITED BY SIZE
               MP-BIG-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-LONG-COUNT TO MP-BIG-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "    cut as too long:        " DELIMITED BY SIZE
               MP-BIG-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-OUT-OF-LINE-COUNT TO MP-BIG-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "  Paths out of line:        " DELIMITED BY SIZE
               MP-BIG-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-CUT-COUNT TO MP-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "  Quests past the path limit: " DELIMITED BY SIZE
               MP-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           MOVE MP-UNKNOWN-MONSTERS TO MP-BIG-COUNT-ED.
           MOVE SPACES TO MAP-REPORT-LINE.
           STRING "  Foes not on MONSTERS:     " DELIMITED BY SIZE
               MP-BIG-COUNT-ED DELIMITED BY SIZE
               INTO MAP-REPORT-LINE.
           WRITE MAP-REPORT-LINE.
           IF MP-MONSTER-OVERFLOW > 0 OR MP-ENCOUNTER-OVERFLOW > 0
                   OR MP-STAGE-OVERFLOW > 0
               MOVE SPACES TO MAP-REPORT-LINE
               MOVE "  Rows past table limits:" TO MAP-REPORT-LINE
               MOVE MP-MONSTER-OVERFLOW TO MP-COUNT-ED
               MOVE MP-COUNT-ED TO MAP-REPORT-LINE(27:5)
               MOVE " monster," TO MAP-REPORT-LINE(32:9)
               MOVE MP-ENCOUNTER-OVERFLOW TO MP-COUNT-ED
               MOVE MP-COUNT-ED TO MAP-REPORT-LINE(41:5)
               MOVE " encounter," TO MAP-REPORT-LINE(46:11)
               MOVE MP-STAGE-OVERFLOW TO MP-COUNT-ED
               MOVE MP-COUNT-ED TO MAP-REPORT-LINE(57:5)
               MOVE " stage" TO MAP-REPORT-LINE(62:6)
               WRITE MAP-REPORT-LINE
           END-IF.
