       IDENTIFICATION DIVISION.
       PROGRAM-ID. MonsterBalance.

      *Encounter balance report by monster, for tuning the Monster
      *Master File. Every CWIN and CLOS event on GLOGHIST and the
      *current GAMELOG is rolled up under the lead monster code in
      *GL-OBJECT-CODE: encounters fought, the heroes' win rate, the
      *average damage the party took, and the XP and gold actually
      *paid per win against MF-REWARD-XP and MF-REWARD-GOLD on file
      *(a win against a pack pays every member, so a monster that
      *leads packs shows more paid than its own reward). Heroes
      *killed come from FALLNHRO by FH-MONSTER-CODE.
      *
      *Each figure is broken out by the hero's level band at the
      *time of the fight. The log does not carry the level, so the
      *events are sorted newest first within each hero and walked
      *back from the hero's level now (CHARMAST, or FALLNHRO for a
      *dead hero): a LVUP event steps the level back down, and a
      *CLOS event picks up the level at death from the matching
      *FALLNHRO row, so a name that has been used by more than one
      *hero is banded life by life. A hero with no level on file is
      *counted under "Unknown". Damage taken is only on events
      *logged since it was added to the combat event; older events
      *count as fought but not towards the damage average.
      *
      *The operator keys the acceptable win-rate band at the
      *prompts. A monster, or a level band within it, whose win
      *rate falls outside the band over at least MB-MIN-ENCOUNTERS
      *fights is flagged for retuning.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONSTER-FILE ASSIGN TO "MONSTERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MF-MONSTER-CODE
               FILE STATUS IS MF-FILE-STATUS.
           SELECT CHARACTER-MASTER-FILE ASSIGN TO "CHARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHOSEN-NAME
               FILE STATUS IS CM-FILE-STATUS.
           SELECT FALLEN-HERO-FILE ASSIGN TO "FALLNHRO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FH-FILE-STATUS.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.
           SELECT LOG-HISTORY-FILE ASSIGN TO "GLOGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LH-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWORK4".
           SELECT BALANCE-REPORT-FILE ASSIGN TO "MONBALRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MB-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "monster-master.cpy".
       COPY "character-master.cpy".
       COPY "fallen-hero.cpy".
       COPY "game-log.cpy".

       FD  LOG-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-HISTORY-RECORD       PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-CHOSEN-NAME       PIC X(10).
           05  SW-SEQUENCE          PIC 9(09).
           05  SW-EVENT-CODE        PIC X(04).
           05  SW-MONSTER-CODE      PIC X(06).
           05  SW-EVENT-DATE        PIC 9(06).
           05  SW-EVENT-TIME        PIC 9(08).
           05  SW-AMOUNT-XP         PIC 9(05).
           05  SW-AMOUNT-GOLD       PIC 9(05).
           05  SW-DAMAGE-TAKEN      PIC X(05).
           05  SW-DAMAGE-AMOUNT REDEFINES SW-DAMAGE-TAKEN
                                    PIC 9(05).
           05  SW-LEVEL-REACHED     PIC X(02).

       FD  BALANCE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  BALANCE-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  MF-FILE-STATUS           PIC X(02).
       01  CM-FILE-STATUS           PIC X(02).
       01  FH-FILE-STATUS           PIC X(02).
       01  GL-FILE-STATUS           PIC X(02).
       01  LH-FILE-STATUS           PIC X(02).
       01  MB-FILE-STATUS           PIC X(02).

       01  MF-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-MONSTERS          VALUE 'Y'.
       01  FH-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-FALLEN            VALUE 'Y'.
       01  GL-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LOG               VALUE 'Y'.
       01  LH-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY           VALUE 'Y'.
       01  SR-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-SORT              VALUE 'Y'.

      *Acceptable hero win rate, in whole percent, and the fewest
      *fights a monster or band needs before it can be flagged.
       01  MB-WIN-RATE-LOW          PIC 9(03) VALUE 40.
       01  MB-WIN-RATE-HIGH         PIC 9(03) VALUE 95.
       01  MB-MIN-ENCOUNTERS        PIC 9(05) VALUE 5.
       01  MB-RATE-INPUT            PIC X(03).

      *Level bands: upper level of the band and its report label.
      *The last band holds heroes whose level is not on file.
       01  MB-BAND-VALUES.
           05  FILLER               PIC X(10) VALUE "05Lv 1-5  ".
           05  FILLER               PIC X(10) VALUE "10Lv 6-10 ".
           05  FILLER               PIC X(10) VALUE "15Lv 11-15".
           05  FILLER               PIC X(10) VALUE "20Lv 16-20".
           05  FILLER               PIC X(10) VALUE "99Lv 21+  ".
           05  FILLER               PIC X(10) VALUE "00Unknown ".
       01  MB-BAND-TABLE REDEFINES MB-BAND-VALUES.
           05  MB-BAND-DEF OCCURS 6 TIMES.
               10  MB-BAND-LIMIT    PIC 9(02).
               10  MB-BAND-LABEL    PIC X(08).
       01  MB-BAND-COUNT            PIC 9(01) VALUE 6.
       01  MB-BAND-NUM              PIC 9(01).
       01  MB-UNKNOWN-BAND          PIC 9(01) VALUE 6.
       01  MB-LEVEL-FOR-BAND        PIC 9(02).

      *One slot per monster on file, plus a slot claimed for any
      *code met on the log or FALLNHRO that is no longer on file.
       01  MB-MONSTER-TABLE.
           05  MB-MONSTER-COUNT     PIC 9(03) VALUE 0.
           05  MB-MONSTER-ENTRY OCCURS 200 TIMES
                   INDEXED BY MB-MON-IDX.
               10  MB-MONSTER-CODE  PIC X(06).
               10  MB-MONSTER-NAME  PIC X(15).
               10  MB-HEALTH        PIC 9(04).
               10  MB-ATTACK        PIC 9(03).
               10  MB-REWARD-XP     PIC 9(05).
               10  MB-REWARD-GOLD   PIC 9(05).
               10  MB-BAND-ENTRY OCCURS 6 TIMES.
                   15  MB-FOUGHT        PIC 9(05).
                   15  MB-WINS          PIC 9(05).
                   15  MB-TAKEN-TOTAL   PIC 9(09).
                   15  MB-TAKEN-FIGHTS  PIC 9(05).
                   15  MB-KILLED        PIC 9(05).
                   15  MB-XP-PAID       PIC 9(09).
                   15  MB-GOLD-PAID     PIC 9(09).
       01  MB-MONSTER-OVERFLOW      PIC 9(05) VALUE 0.
       01  MB-FOUND-SW              PIC X(01).
           88  MB-MONSTER-FOUND         VALUE 'Y'.
       01  MB-LOOKUP-CODE           PIC X(06).

      *FALLNHRO held in memory for the level-at-death lookups.
       01  MB-FALLEN-TABLE.
           05  MB-FALLEN-COUNT      PIC 9(05) VALUE 0.
           05  MB-FALLEN-ENTRY OCCURS 2000 TIMES
                   INDEXED BY MB-FALL-IDX.
               10  MB-FALLEN-NAME   PIC X(10).
               10  MB-FALLEN-LEVEL  PIC 9(02).
               10  MB-FALLEN-DATE   PIC 9(06).
               10  MB-FALLEN-TIME   PIC 9(08).
       01  MB-FALLEN-OVERFLOW       PIC 9(05) VALUE 0.
       01  MB-BEST-DATE             PIC 9(06).
       01  MB-BEST-TIME             PIC 9(08).

       01  MB-SEQUENCE              PIC 9(09) VALUE 0.
       01  MB-PREV-NAME             PIC X(10) VALUE SPACES.
       01  MB-CURRENT-LEVEL         PIC 9(02) VALUE 0.
       01  MB-LEVEL-WORK            PIC 9(02).

      *Totals across the level bands of one monster, and the
      *figures of the line being printed.
       01  MB-SUM-FIGURES.
           05  MB-SUM-FOUGHT        PIC 9(07).
           05  MB-SUM-WINS          PIC 9(07).
           05  MB-SUM-TAKEN         PIC 9(09).
           05  MB-SUM-TAKEN-FIGHTS  PIC 9(07).
           05  MB-SUM-KILLED        PIC 9(07).
           05  MB-SUM-XP            PIC 9(09).
           05  MB-SUM-GOLD          PIC 9(09).
       01  MB-LINE-FIGURES.
           05  MB-LINE-FOUGHT       PIC 9(07).
           05  MB-LINE-WINS         PIC 9(07).
           05  MB-LINE-TAKEN        PIC 9(09).
           05  MB-LINE-TAKEN-FIGHTS PIC 9(07).
           05  MB-LINE-KILLED       PIC 9(07).
           05  MB-LINE-XP           PIC 9(09).
           05  MB-LINE-GOLD         PIC 9(09).

       01  MB-WIN-RATE              PIC 9(03)V9(01).
       01  MB-AVERAGE               PIC 9(07).
       01  MB-FLAG-SW               PIC X(01).
           88  MB-RATE-OUT-OF-BAND      VALUE 'Y'.

       01  MB-ENCOUNTER-COUNT       PIC 9(07) VALUE 0.
       01  MB-FLAGGED-MONSTERS      PIC 9(05) VALUE 0.
       01  MB-FLAGGED-BANDS         PIC 9(05) VALUE 0.
       01  MB-UNKNOWN-LEVEL-COUNT   PIC 9(07) VALUE 0.

       01  MB-COUNT-ED              PIC ZZZZ9.
       01  MB-BIG-COUNT-ED          PIC ZZZZZZ9.
       01  MB-RATE-ED               PIC ZZ9.9.
       01  MB-AVG-ED                PIC ZZZZZZ9.
       01  MB-XP-ED                 PIC ZZZZ9.
       01  MB-GOLD-ED               PIC ZZZZ9.
       01  MB-HEALTH-ED             PIC ZZZ9.
       01  MB-ATTACK-ED             PIC ZZ9.
       01  MB-PCT-ED                PIC ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-ACCEPT-WIN-RATE-BAND.
           PERFORM 1000-LOAD-MONSTERS.
           PERFORM 1100-LOAD-FALLEN.
           OPEN INPUT CHARACTER-MASTER-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CHOSEN-NAME
               ON DESCENDING KEY SW-SEQUENCE
               INPUT PROCEDURE IS 2000-GATHER-COMBAT-EVENTS
               OUTPUT PROCEDURE IS 3000-TALLY-BY-LEVEL.
           CLOSE CHARACTER-MASTER-FILE.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           PERFORM 4000-WRITE-REPORT-HEADING.
           PERFORM 4100-WRITE-MONSTER
               VARYING MB-MON-IDX FROM 1 BY 1
               UNTIL MB-MON-IDX > MB-MONSTER-COUNT.
           PERFORM 4900-WRITE-CONTROL-TOTALS.
           CLOSE BALANCE-REPORT-FILE.
           DISPLAY "MonsterBalance reported " MB-MONSTER-COUNT
               " monsters, " MB-ENCOUNTER-COUNT " encounters, "
               MB-FLAGGED-MONSTERS " flagged.".
           STOP RUN.

       0100-ACCEPT-WIN-RATE-BAND.
           DISPLAY "Lowest acceptable hero win rate % (blank for 40)".
           ACCEPT MB-RATE-INPUT.
           IF MB-RATE-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(MB-RATE-INPUT) TO MB-WIN-RATE-LOW
           END-IF.
           DISPLAY "Highest acceptable hero win rate % (blank for 95)".
           ACCEPT MB-RATE-INPUT.
           IF MB-RATE-INPUT NOT = SPACES
               MOVE FUNCTION NUMVAL(MB-RATE-INPUT) TO MB-WIN-RATE-HIGH
           END-IF.
           IF MB-WIN-RATE-HIGH > 100
               MOVE 100 TO MB-WIN-RATE-HIGH
           END-IF.
           IF MB-WIN-RATE-LOW > MB-WIN-RATE-HIGH
               MOVE MB-WIN-RATE-HIGH TO MB-WIN-RATE-LOW
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
                   MOVE MF-MONSTER-CODE TO MB-LOOKUP-CODE
                   PERFORM 1500-FIND-MONSTER-SLOT
                   IF MB-MONSTER-FOUND
                       MOVE MF-MONSTER-NAME
                           TO MB-MONSTER-NAME(MB-MON-IDX)
                       MOVE MF-MONSTER-HEALTH TO MB-HEALTH(MB-MON-IDX)
                       MOVE MF-ATTACK-POWER TO MB-ATTACK(MB-MON-IDX)
                       MOVE MF-REWARD-XP TO MB-REWARD-XP(MB-MON-IDX)
                       MOVE MF-REWARD-GOLD
                           TO MB-REWARD-GOLD(MB-MON-IDX)
                   END-IF
           END-READ.
           IF MF-FILE-STATUS NOT = "00" AND MF-FILE-STATUS NOT = "02"
               SET END-OF-MONSTERS TO TRUE
           END-IF.

      *Every death is a kill for the monster that dealt it, banded
      *by the level at death.
       1100-LOAD-FALLEN.
           OPEN INPUT FALLEN-HERO-FILE.
           IF FH-FILE-STATUS NOT = "00"
               SET END-OF-FALLEN TO TRUE
           END-IF.
           PERFORM 1110-READ-NEXT-FALLEN UNTIL END-OF-FALLEN.
           CLOSE FALLEN-HERO-FILE.

       1110-READ-NEXT-FALLEN.
           READ FALLEN-HERO-FILE
               AT END
                   SET END-OF-FALLEN TO TRUE
               NOT AT END
                   PERFORM 1120-KEEP-FALLEN-HERO
           END-READ.

       1120-KEEP-FALLEN-HERO.
           IF MB-FALLEN-COUNT < 2000
               ADD 1 TO MB-FALLEN-COUNT
               SET MB-FALL-IDX TO MB-FALLEN-COUNT
               MOVE FH-CHOSEN-NAME TO MB-FALLEN-NAME(MB-FALL-IDX)
               MOVE FH-PLAYER-LEVEL TO MB-FALLEN-LEVEL(MB-FALL-IDX)
               MOVE FH-DEATH-DATE TO MB-FALLEN-DATE(MB-FALL-IDX)
               MOVE FH-DEATH-TIME TO MB-FALLEN-TIME(MB-FALL-IDX)
           ELSE
               ADD 1 TO MB-FALLEN-OVERFLOW
           END-IF.
           MOVE FH-MONSTER-CODE TO MB-LOOKUP-CODE.
           PERFORM 1500-FIND-MONSTER-SLOT.
           IF MB-MONSTER-FOUND
               MOVE FH-PLAYER-LEVEL TO MB-LEVEL-FOR-BAND
               PERFORM 1600-SET-BAND
               ADD 1 TO MB-KILLED(MB-MON-IDX, MB-BAND-NUM)
           END-IF.

      *Find the slot for MB-LOOKUP-CODE, claiming a new one when the
      *code has not been seen; a code met only on the log or on
      *FALLNHRO keeps the "not on file" name.
       1500-FIND-MONSTER-SLOT.
           MOVE 'N' TO MB-FOUND-SW.
           SET MB-MON-IDX TO 1.
           SEARCH MB-MONSTER-ENTRY
               AT END
                   CONTINUE
               WHEN MB-MON-IDX > MB-MONSTER-COUNT
                   CONTINUE
               WHEN MB-MONSTER-CODE(MB-MON-IDX) = MB-LOOKUP-CODE
                   SET MB-MONSTER-FOUND TO TRUE
           END-SEARCH.
           IF NOT MB-MONSTER-FOUND
               IF MB-MONSTER-COUNT < 200
                   ADD 1 TO MB-MONSTER-COUNT
                   SET MB-MON-IDX TO MB-MONSTER-COUNT
                   MOVE MB-LOOKUP-CODE TO MB-MONSTER-CODE(MB-MON-IDX)
                   MOVE "*not on file*"
                       TO MB-MONSTER-NAME(MB-MON-IDX)
                   MOVE 0 TO MB-HEALTH(MB-MON-IDX)
                   MOVE 0 TO MB-ATTACK(MB-MON-IDX)
                   MOVE 0 TO MB-REWARD-XP(MB-MON-IDX)
                   MOVE 0 TO MB-REWARD-GOLD(MB-MON-IDX)
                   PERFORM 1510-CLEAR-MONSTER-BAND
                       VARYING MB-BAND-NUM FROM 1 BY 1
                       UNTIL MB-BAND-NUM > MB-BAND-COUNT
                   SET MB-MONSTER-FOUND TO TRUE
               ELSE
                   ADD 1 TO MB-MONSTER-OVERFLOW
               END-IF
           END-IF.

       1510-CLEAR-MONSTER-BAND.
           MOVE 0 TO MB-FOUGHT(MB-MON-IDX, MB-BAND-NUM).
           MOVE 0 TO MB-WINS(MB-MON-IDX, MB-BAND-NUM).
           MOVE 0 TO MB-TAKEN-TOTAL(MB-MON-IDX, MB-BAND-NUM).
           MOVE 0 TO MB-TAKEN-FIGHTS(MB-MON-IDX, MB-BAND-NUM).
           MOVE 0 TO MB-KILLED(MB-MON-IDX, MB-BAND-NUM).
           MOVE 0 TO MB-XP-PAID(MB-MON-IDX, MB-BAND-NUM).
           MOVE 0 TO MB-GOLD-PAID(MB-MON-IDX, MB-BAND-NUM).

       1600-SET-BAND.
           IF MB-LEVEL-FOR-BAND = 0
               MOVE MB-UNKNOWN-BAND TO MB-BAND-NUM
           ELSE
               MOVE 1 TO MB-BAND-NUM
               PERFORM 1610-NEXT-BAND
                   UNTIL MB-LEVEL-FOR-BAND
                       <= MB-BAND-LIMIT(MB-BAND-NUM)
           END-IF.

       1610-NEXT-BAND.
           ADD 1 TO MB-BAND-NUM.

      *Release pass: the history file first, then the current day,
      *numbering the events as they come so the sort can hand each
      *hero's events back newest first.

       2000-GATHER-COMBAT-EVENTS.
           OPEN INPUT LOG-HISTORY-FILE.
           IF LH-FILE-STATUS NOT = "00"
               SET END-OF-HISTORY TO TRUE
           END-IF.
           PERFORM 2010-READ-NEXT-HISTORY UNTIL END-OF-HISTORY.
           CLOSE LOG-HISTORY-FILE.
           OPEN INPUT GAME-LOG-FILE.
           IF GL-FILE-STATUS NOT = "00"
               SET END-OF-LOG TO TRUE
           END-IF.
           PERFORM 2020-READ-NEXT-LOG UNTIL END-OF-LOG.
           CLOSE GAME-LOG-FILE.

       2010-READ-NEXT-HISTORY.
           READ LOG-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   MOVE LOG-HISTORY-RECORD TO GAME-LOG-RECORD
                   PERFORM 2050-RELEASE-COMBAT-EVENT
           END-READ.

       2020-READ-NEXT-LOG.
           READ GAME-LOG-FILE
               AT END
                   SET END-OF-LOG TO TRUE
               NOT AT END
                   PERFORM 2050-RELEASE-COMBAT-EVENT
           END-READ.

       2050-RELEASE-COMBAT-EVENT.
           IF GL-CHOSEN-NAME NOT = SPACES
                   AND (GL-COMBAT-WIN OR GL-COMBAT-LOSS
                        OR GL-LEVEL-UP)
               ADD 1 TO MB-SEQUENCE
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE GL-CHOSEN-NAME TO SW-CHOSEN-NAME
               MOVE MB-SEQUENCE TO SW-SEQUENCE
               MOVE GL-EVENT-CODE TO SW-EVENT-CODE
               MOVE GL-OBJECT-CODE TO SW-MONSTER-CODE
               MOVE 0 TO SW-EVENT-DATE SW-EVENT-TIME
               MOVE 0 TO SW-AMOUNT-XP SW-AMOUNT-GOLD
               IF GL-EVENT-DATE IS NUMERIC
                   MOVE GL-EVENT-DATE TO SW-EVENT-DATE
               END-IF
               IF GL-EVENT-TIME IS NUMERIC
                   MOVE GL-EVENT-TIME TO SW-EVENT-TIME
               END-IF
               IF GL-AMOUNT-XP IS NUMERIC
                   MOVE GL-AMOUNT-XP TO SW-AMOUNT-XP
               END-IF
               IF GL-AMOUNT-GOLD IS NUMERIC
                   MOVE GL-AMOUNT-GOLD TO SW-AMOUNT-GOLD
               END-IF
               IF GL-LEVEL-UP
                   MOVE GL-EVENT-TEXT(15:2) TO SW-LEVEL-REACHED
               ELSE
                   MOVE GL-DAMAGE-TAKEN TO SW-DAMAGE-TAKEN
               END-IF
               RELEASE SORT-WORK-RECORD
           END-IF.

      *Tally pass: each hero's events arrive newest first.

       3000-TALLY-BY-LEVEL.
           PERFORM 3010-RETURN-AND-TALLY UNTIL END-OF-SORT.

       3010-RETURN-AND-TALLY.
           RETURN SORT-WORK-FILE
               AT END
                   SET END-OF-SORT TO TRUE
               NOT AT END
                   PERFORM 3020-HANDLE-EVENT
           END-RETURN.

       3020-HANDLE-EVENT.
           IF SW-CHOSEN-NAME NOT = MB-PREV-NAME
               PERFORM 3100-SET-LEVEL-NOW
           END-IF.
           EVALUATE SW-EVENT-CODE
               WHEN "LVUP"
                   PERFORM 3200-STEP-LEVEL-BACK
               WHEN "CLOS"
                   PERFORM 3300-LEVEL-AT-DEATH
                   PERFORM 3400-TALLY-ENCOUNTER
               WHEN OTHER
                   PERFORM 3400-TALLY-ENCOUNTER
           END-EVALUATE.

      *The newest event for a hero is at the level the hero holds
      *now: CHARMAST for a living hero, otherwise the latest death
      *on FALLNHRO under the name.
       3100-SET-LEVEL-NOW.
           MOVE SW-CHOSEN-NAME TO MB-PREV-NAME.
           MOVE 0 TO MB-CURRENT-LEVEL.
           MOVE SW-CHOSEN-NAME TO CM-CHOSEN-NAME.
           READ CHARACTER-MASTER-FILE
               INVALID KEY
                   PERFORM 3110-LATEST-DEATH-LEVEL
               NOT INVALID KEY
                   MOVE CM-PLAYER-LEVEL TO MB-CURRENT-LEVEL
           END-READ.

       3110-LATEST-DEATH-LEVEL.
           MOVE 0 TO MB-BEST-DATE MB-BEST-TIME.
           PERFORM 3120-CHECK-LATEST-DEATH
               VARYING MB-FALL-IDX FROM 1 BY 1
               UNTIL MB-FALL-IDX > MB-FALLEN-COUNT.

       3120-CHECK-LATEST-DEATH.
           IF MB-FALLEN-NAME(MB-FALL-IDX) = SW-CHOSEN-NAME
               IF MB-FALLEN-DATE(MB-FALL-IDX) > MB-BEST-DATE
                   OR (MB-FALLEN-DATE(MB-FALL-IDX) = MB-BEST-DATE
                   AND MB-FALLEN-TIME(MB-FALL-IDX) >= MB-BEST-TIME)
                   MOVE MB-FALLEN-DATE(MB-FALL-IDX) TO MB-BEST-DATE
                   MOVE MB-FALLEN-TIME(MB-FALL-IDX) TO MB-BEST-TIME
                   MOVE MB-FALLEN-LEVEL(MB-FALL-IDX)
                       TO MB-CURRENT-LEVEL
               END-IF
           END-IF.

      *Walking backwards past "Reached level nn" puts the hero back
      *at the level below it.
       3200-STEP-LEVEL-BACK.
           IF SW-LEVEL-REACHED IS NUMERIC
               MOVE SW-LEVEL-REACHED TO MB-LEVEL-WORK
               IF MB-LEVEL-WORK > 1
                   COMPUTE MB-CURRENT-LEVEL = MB-LEVEL-WORK - 1
               END-IF
           ELSE
               IF MB-CURRENT-LEVEL > 1
                   SUBTRACT 1 FROM MB-CURRENT-LEVEL
               END-IF
           END-IF.

      *A lost fight ends the hero's life, and FALLNHRO is written
      *straight after the CLOS event: the first death row for the
      *name on that date at or after the event's time holds the
      *level the hero fell at.
       3300-LEVEL-AT-DEATH.
           MOVE 99999999 TO MB-BEST-TIME.
           PERFORM 3310-CHECK-DEATH-ROW
               VARYING MB-FALL-IDX FROM 1 BY 1
               UNTIL MB-FALL-IDX > MB-FALLEN-COUNT.

       3310-CHECK-DEATH-ROW.
           IF MB-FALLEN-NAME(MB-FALL-IDX) = SW-CHOSEN-NAME
                   AND MB-FALLEN-DATE(MB-FALL-IDX) = SW-EVENT-DATE
                   AND MB-FALLEN-TIME(MB-FALL-IDX) >= SW-EVENT-TIME
                   AND MB-FALLEN-TIME(MB-FALL-IDX) <= MB-BEST-TIME
               MOVE MB-FALLEN-TIME(MB-FALL-IDX) TO MB-BEST-TIME
               MOVE MB-FALLEN-LEVEL(MB-FALL-IDX) TO MB-CURRENT-LEVEL
           END-IF.

       3400-TALLY-ENCOUNTER.
           ADD 1 TO MB-ENCOUNTER-COUNT.
           MOVE SW-MONSTER-CODE TO MB-LOOKUP-CODE.
           PERFORM 1500-FIND-MONSTER-SLOT.
           IF MB-MONSTER-FOUND
               MOVE MB-CURRENT-LEVEL TO MB-LEVEL-FOR-BAND
               PERFORM 1600-SET-BAND
               IF MB-BAND-NUM = MB-UNKNOWN-BAND
                   ADD 1 TO MB-UNKNOWN-LEVEL-COUNT
               END-IF
               ADD 1 TO MB-FOUGHT(MB-MON-IDX, MB-BAND-NUM)
               IF SW-EVENT-CODE = "CWIN"
                   ADD 1 TO MB-WINS(MB-MON-IDX, MB-BAND-NUM)
                   ADD SW-AMOUNT-XP
                       TO MB-XP-PAID(MB-MON-IDX, MB-BAND-NUM)
                   ADD SW-AMOUNT-GOLD
                       TO MB-GOLD-PAID(MB-MON-IDX, MB-BAND-NUM)
               END-IF
               IF SW-DAMAGE-TAKEN IS NUMERIC
                   ADD 1 TO MB-TAKEN-FIGHTS(MB-MON-IDX, MB-BAND-NUM)
                   ADD SW-DAMAGE-AMOUNT
                       TO MB-TAKEN-TOTAL(MB-MON-IDX, MB-BAND-NUM)
               END-IF
           END-IF.

       4000-WRITE-REPORT-HEADING.
           MOVE "MONSTER ENCOUNTER BALANCE REPORT"
               TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE MB-WIN-RATE-LOW TO MB-PCT-ED.
           MOVE MB-MIN-ENCOUNTERS TO MB-COUNT-ED.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "Win-rate band " DELIMITED BY SIZE
               MB-PCT-ED DELIMITED BY SIZE
               "% to " DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE.
           MOVE MB-WIN-RATE-HIGH TO MB-PCT-ED.
           MOVE MB-PCT-ED TO BALANCE-REPORT-LINE(23:3).
           MOVE "%, flagged over at least"
               TO BALANCE-REPORT-LINE(26:24).
           MOVE MB-COUNT-ED TO BALANCE-REPORT-LINE(50:5).
           MOVE " fights" TO BALANCE-REPORT-LINE(55:7).
           WRITE BALANCE-REPORT-LINE.

      *One block per monster: its file values, a line per level
      *band it was fought in, and the all-levels line.
       4100-WRITE-MONSTER.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE MB-HEALTH(MB-MON-IDX) TO MB-HEALTH-ED.
           MOVE MB-ATTACK(MB-MON-IDX) TO MB-ATTACK-ED.
           MOVE MB-REWARD-XP(MB-MON-IDX) TO MB-XP-ED.
           MOVE MB-REWARD-GOLD(MB-MON-IDX) TO MB-GOLD-ED.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING MB-MONSTER-CODE(MB-MON-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MB-MONSTER-NAME(MB-MON-IDX) DELIMITED BY SIZE
               " HP " DELIMITED BY SIZE
               MB-HEALTH-ED DELIMITED BY SIZE
               "  ATK " DELIMITED BY SIZE
               MB-ATTACK-ED DELIMITED BY SIZE
               "  File XP " DELIMITED BY SIZE
               MB-XP-ED DELIMITED BY SIZE
               "  File gold " DELIMITED BY SIZE
               MB-GOLD-ED DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           MOVE "Levels" TO BALANCE-REPORT-LINE(3:6).
           MOVE "Fought" TO BALANCE-REPORT-LINE(12:6).
           MOVE "Win %" TO BALANCE-REPORT-LINE(19:5).
           MOVE "Avg taken" TO BALANCE-REPORT-LINE(25:9).
           MOVE "Killed" TO BALANCE-REPORT-LINE(37:6).
           MOVE "XP/win" TO BALANCE-REPORT-LINE(46:6).
           MOVE "Gold/win" TO BALANCE-REPORT-LINE(54:8).
           WRITE BALANCE-REPORT-LINE.
           MOVE 0 TO MB-SUM-FOUGHT MB-SUM-WINS MB-SUM-TAKEN.
           MOVE 0 TO MB-SUM-TAKEN-FIGHTS MB-SUM-KILLED.
           MOVE 0 TO MB-SUM-XP MB-SUM-GOLD.
           PERFORM 4200-WRITE-BAND-LINE
               VARYING MB-BAND-NUM FROM 1 BY 1
               UNTIL MB-BAND-NUM > MB-BAND-COUNT.
           PERFORM 4300-WRITE-ALL-LEVELS-LINE.

       4200-WRITE-BAND-LINE.
           IF MB-FOUGHT(MB-MON-IDX, MB-BAND-NUM) > 0
                   OR MB-KILLED(MB-MON-IDX, MB-BAND-NUM) > 0
               MOVE MB-FOUGHT(MB-MON-IDX, MB-BAND-NUM)
                   TO MB-LINE-FOUGHT
               MOVE MB-WINS(MB-MON-IDX, MB-BAND-NUM) TO MB-LINE-WINS
               MOVE MB-TAKEN-TOTAL(MB-MON-IDX, MB-BAND-NUM)
                   TO MB-LINE-TAKEN
               MOVE MB-TAKEN-FIGHTS(MB-MON-IDX, MB-BAND-NUM)
                   TO MB-LINE-TAKEN-FIGHTS
               MOVE MB-KILLED(MB-MON-IDX, MB-BAND-NUM)
                   TO MB-LINE-KILLED
               MOVE MB-XP-PAID(MB-MON-IDX, MB-BAND-NUM) TO MB-LINE-XP
               MOVE MB-GOLD-PAID(MB-MON-IDX, MB-BAND-NUM)
                   TO MB-LINE-GOLD
               ADD MB-LINE-FOUGHT TO MB-SUM-FOUGHT
               ADD MB-LINE-WINS TO MB-SUM-WINS
               ADD MB-LINE-TAKEN TO MB-SUM-TAKEN
               ADD MB-LINE-TAKEN-FIGHTS TO MB-SUM-TAKEN-FIGHTS
               ADD MB-LINE-KILLED TO MB-SUM-KILLED
               ADD MB-LINE-XP TO MB-SUM-XP
               ADD MB-LINE-GOLD TO MB-SUM-GOLD
               MOVE SPACES TO BALANCE-REPORT-LINE
               MOVE MB-BAND-LABEL(MB-BAND-NUM)
                   TO BALANCE-REPORT-LINE(3:8)
               PERFORM 4500-FORMAT-FIGURES
               IF MB-RATE-OUT-OF-BAND
                   ADD 1 TO MB-FLAGGED-BANDS
               END-IF
               WRITE BALANCE-REPORT-LINE
           END-IF.

      *The all-levels line carries the flag that counts the monster
      *for retuning.
       4300-WRITE-ALL-LEVELS-LINE.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           IF MB-SUM-FOUGHT = 0 AND MB-SUM-KILLED = 0
               MOVE "  Not fought." TO BALANCE-REPORT-LINE
               WRITE BALANCE-REPORT-LINE
           ELSE
               MOVE "All" TO BALANCE-REPORT-LINE(3:3)
               MOVE MB-SUM-FIGURES TO MB-LINE-FIGURES
               PERFORM 4500-FORMAT-FIGURES
               IF MB-RATE-OUT-OF-BAND
                   ADD 1 TO MB-FLAGGED-MONSTERS
               END-IF
               WRITE BALANCE-REPORT-LINE
           END-IF.

       4500-FORMAT-FIGURES.
           MOVE 'N' TO MB-FLAG-SW.
           MOVE MB-LINE-FOUGHT TO MB-BIG-COUNT-ED.
           MOVE MB-BIG-COUNT-ED TO BALANCE-REPORT-LINE(11:7).
           IF MB-LINE-FOUGHT > 0
               COMPUTE MB-WIN-RATE ROUNDED =
                   MB-LINE-WINS * 100 / MB-LINE-FOUGHT
               MOVE MB-WIN-RATE TO MB-RATE-ED
               MOVE MB-RATE-ED TO BALANCE-REPORT-LINE(19:5)
               IF MB-LINE-FOUGHT >= MB-MIN-ENCOUNTERS
                   AND (MB-WIN-RATE < MB-WIN-RATE-LOW
                        OR MB-WIN-RATE > MB-WIN-RATE-HIGH)
                   SET MB-RATE-OUT-OF-BAND TO TRUE
               END-IF
           ELSE
               MOVE "  -" TO BALANCE-REPORT-LINE(19:3)
           END-IF.
           IF MB-LINE-TAKEN-FIGHTS > 0
               COMPUTE MB-AVERAGE ROUNDED =
                   MB-LINE-TAKEN / MB-LINE-TAKEN-FIGHTS
               MOVE MB-AVERAGE TO MB-AVG-ED
               MOVE MB-AVG-ED TO BALANCE-REPORT-LINE(27:7)
           ELSE
               MOVE "n/a" TO BALANCE-REPORT-LINE(31:3)
           END-IF.
           MOVE MB-LINE-KILLED TO MB-BIG-COUNT-ED.
           MOVE MB-BIG-COUNT-ED TO BALANCE-REPORT-LINE(36:7).
           IF MB-LINE-WINS > 0
               COMPUTE MB-AVERAGE ROUNDED = MB-LINE-XP / MB-LINE-WINS
               MOVE MB-AVERAGE TO MB-AVG-ED
               MOVE MB-AVG-ED TO BALANCE-REPORT-LINE(45:7)
               COMPUTE MB-AVERAGE ROUNDED =
                   MB-LINE-GOLD / MB-LINE-WINS
               MOVE MB-AVERAGE TO MB-AVG-ED
               MOVE MB-AVG-ED TO BALANCE-REPORT-LINE(55:7)
           END-IF.
           IF MB-RATE-OUT-OF-BAND
               IF MB-WIN-RATE < MB-WIN-RATE-LOW
                   MOVE "** TOO HARD" TO BALANCE-REPORT-LINE(64:11)
               ELSE
                   MOVE "** TOO EASY" TO BALANCE-REPORT-LINE(64:11)
               END-IF
           END-IF.

       4900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE MB-MONSTER-COUNT TO MB-COUNT-ED.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "  Monsters reported:          " DELIMITED BY SIZE
               MB-COUNT-ED DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE MB-ENCOUNTER-COUNT TO MB-BIG-COUNT-ED.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "  Encounters on the log:    " DELIMITED BY SIZE
               MB-BIG-COUNT-ED DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE MB-UNKNOWN-LEVEL-COUNT TO MB-BIG-COUNT-ED.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "  Encounters, level unknown:" DELIMITED BY SIZE
               MB-BIG-COUNT-ED DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE MB-FALLEN-COUNT TO MB-COUNT-ED.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "  Deaths on FALLNHRO:         " DELIMITED BY SIZE
               MB-COUNT-ED DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE MB-FLAGGED-MONSTERS TO MB-COUNT-ED.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "  Monsters flagged:           " DELIMITED BY SIZE
               MB-COUNT-ED DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           MOVE MB-FLAGGED-BANDS TO MB-COUNT-ED.
           MOVE SPACES TO BALANCE-REPORT-LINE.
           STRING "  Level bands flagged:        " DELIMITED BY SIZE
               MB-COUNT-ED DELIMITED BY SIZE
               INTO BALANCE-REPORT-LINE.
           WRITE BALANCE-REPORT-LINE.
           IF MB-MONSTER-OVERFLOW > 0 OR MB-FALLEN-OVERFLOW > 0
               MOVE MB-MONSTER-OVERFLOW TO MB-COUNT-ED
               MOVE SPACES TO BALANCE-REPORT-LINE
               STRING "  Rows past table limits:     " DELIMITED BY SIZE
                   MB-COUNT-ED DELIMITED BY SIZE
                   " monster, " DELIMITED BY SIZE
                   INTO BALANCE-REPORT-LINE
               MOVE MB-FALLEN-OVERFLOW TO MB-COUNT-ED
               MOVE MB-COUNT-ED TO BALANCE-REPORT-LINE(46:5)
               MOVE " fallen" TO BALANCE-REPORT-LINE(51:7)
               WRITE BALANCE-REPORT-LINE
           END-IF.
