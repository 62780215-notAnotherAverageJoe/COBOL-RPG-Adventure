       IDENTIFICATION DIVISION.
       PROGRAM-ID. LegendRoster.

      *Batch "Hall of Legends" report. Reads the LEGENDS file GamePlay
      *writes when a player retires a hero from hero maintenance and
      *prints each legend as they stood at retirement: class, race,
      *level and retirement date, lifetime XP and gold earned, the
      *gold that retired with them, final stats, equipped gear (named
      *from the Item Master where it can be found) and every title
      *earned. Control totals close the report. The companion to the
      *FallenRoster "Hall of the Fallen" printout.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGEND-FILE ASSIGN TO "LEGENDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LG-FILE-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS IM-FILE-STATUS.
           SELECT LEGEND-REPORT-FILE ASSIGN TO "LEGENDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "hall-of-legends.cpy".
       COPY "item-master.cpy".

       FD  LEGEND-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEGEND-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  LG-FILE-STATUS           PIC X(02).
       01  IM-FILE-STATUS           PIC X(02).
       01  LR-FILE-STATUS           PIC X(02).

       01  LG-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LEGENDS           VALUE 'Y'.
       01  LR-ITEMS-OK-SW           PIC X(01) VALUE 'N'.
           88  LR-ITEMS-AVAILABLE       VALUE 'Y'.

       01  LR-LEGEND-COUNT          PIC 9(05) VALUE 0.
       01  LR-TITLE-COUNT           PIC 9(05) VALUE 0.
       01  LR-LIFETIME-GOLD-TOTAL   PIC 9(09) VALUE 0.
       01  LR-RETIRED-GOLD-TOTAL    PIC 9(09) VALUE 0.
       01  LR-RETIRED-GOLD          PIC 9(08).

       01  LR-LOOKUP-CODE           PIC X(06).
       01  LR-LOOKUP-NAME           PIC X(15).
       01  LR-WEAPON-NAME           PIC X(15).
       01  LR-ARMOR-NAME            PIC X(15).

       01  LR-LEVEL-ED              PIC Z9.
       01  LR-STAT-ED               PIC ZZ9.
       01  LR-STAT-ED2              PIC ZZ9.
       01  LR-STAT-ED3              PIC ZZ9.
       01  LR-COUNT-ED              PIC ZZZZ9.
       01  LR-GOLD-ED               PIC ZZZZZZZZ9.
       01  LR-LIFE-XP-ED            PIC ZZZZZZ9.
       01  LR-LIFE-GOLD-ED          PIC ZZZZZZ9.
       01  LR-RETIRED-ED            PIC ZZZZZZZ9.
       01  LR-DATE-ED               PIC 9999/99/99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-OPEN-FILES.
           PERFORM 2000-PROCESS-LEGEND-ROW UNTIL END-OF-LEGENDS.
           PERFORM 3000-FINALIZE-REPORT.
           STOP RUN.

       1000-OPEN-FILES.
           OPEN INPUT LEGEND-FILE.
           IF LG-FILE-STATUS NOT = "00"
               SET END-OF-LEGENDS TO TRUE
           END-IF.
           OPEN INPUT ITEM-MASTER-FILE.
           IF IM-FILE-STATUS = "00"
               SET LR-ITEMS-AVAILABLE TO TRUE
           END-IF.
           OPEN OUTPUT LEGEND-REPORT-FILE.
           MOVE "HALL OF LEGENDS" TO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.
           MOVE "===============" TO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.

      *Title rows follow the hero row they belong to.
       2000-PROCESS-LEGEND-ROW.
           READ LEGEND-FILE
               AT END
                   SET END-OF-LEGENDS TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN LG-HERO-ROW
                           PERFORM 2010-WRITE-LEGEND-LINES
                       WHEN LG-TITLE-ROW
                           PERFORM 2030-WRITE-TITLE-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       2010-WRITE-LEGEND-LINES.
           ADD 1 TO LR-LEGEND-COUNT.
           ADD LG-LIFETIME-GOLD TO LR-LIFETIME-GOLD-TOTAL.
           COMPUTE LR-RETIRED-GOLD = LG-CARRIED-GOLD + LG-BANKED-GOLD.
           ADD LR-RETIRED-GOLD TO LR-RETIRED-GOLD-TOTAL.
           MOVE SPACES TO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.
           MOVE LG-PLAYER-LEVEL TO LR-LEVEL-ED.
           MOVE LG-RETIRED-DATE TO LR-DATE-ED.
           MOVE SPACES TO LEGEND-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               LG-CHOSEN-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LG-YOUR-CLASS DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LG-RACE-NAME DELIMITED BY SIZE
               " Lvl " DELIMITED BY SIZE
               LR-LEVEL-ED DELIMITED BY SIZE
               "  retired " DELIMITED BY SIZE
               LR-DATE-ED DELIMITED BY SIZE
               INTO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.
           MOVE LG-LIFETIME-XP TO LR-LIFE-XP-ED.
           MOVE LG-LIFETIME-GOLD TO LR-LIFE-GOLD-ED.
           MOVE LR-RETIRED-GOLD TO LR-RETIRED-ED.
           MOVE SPACES TO LEGEND-REPORT-LINE.
           STRING "      Lifetime XP " DELIMITED BY SIZE
               LR-LIFE-XP-ED DELIMITED BY SIZE
               "  Lifetime gold " DELIMITED BY SIZE
               LR-LIFE-GOLD-ED DELIMITED BY SIZE
               "  Gold retired " DELIMITED BY SIZE
               LR-RETIRED-ED DELIMITED BY SIZE
               INTO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.
           MOVE LG-PLAYER-HEALTH TO LR-STAT-ED.
           MOVE LG-PLAYER-MANA TO LR-STAT-ED2.
           MOVE LG-PLAYER-ENERGY TO LR-STAT-ED3.
           MOVE SPACES TO LEGEND-REPORT-LINE.
           STRING "      Health " DELIMITED BY SIZE
               LR-STAT-ED DELIMITED BY SIZE
               "  Mana " DELIMITED BY SIZE
               LR-STAT-ED2 DELIMITED BY SIZE
               "  Energy " DELIMITED BY SIZE
               LR-STAT-ED3 DELIMITED BY SIZE
               "  Account " DELIMITED BY SIZE
               LG-OWNER-ACCOUNT DELIMITED BY SIZE
               INTO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.
           MOVE LG-EQUIPPED-WEAPON TO LR-LOOKUP-CODE.
           PERFORM 2020-LOOKUP-ITEM-NAME.
           MOVE LR-LOOKUP-NAME TO LR-WEAPON-NAME.
           MOVE LG-EQUIPPED-ARMOR TO LR-LOOKUP-CODE.
           PERFORM 2020-LOOKUP-ITEM-NAME.
           MOVE LR-LOOKUP-NAME TO LR-ARMOR-NAME.
           MOVE SPACES TO LEGEND-REPORT-LINE.
           STRING "      Weapon " DELIMITED BY SIZE
               LR-WEAPON-NAME DELIMITED BY SIZE
               "  Armor " DELIMITED BY SIZE
               LR-ARMOR-NAME DELIMITED BY SIZE
               INTO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.

      *Gear no longer on the Item Master prints by its code.
       2020-LOOKUP-ITEM-NAME.
           IF LR-LOOKUP-CODE = SPACES
               MOVE "(none)" TO LR-LOOKUP-NAME
           ELSE
               MOVE LR-LOOKUP-CODE TO LR-LOOKUP-NAME
               IF LR-ITEMS-AVAILABLE
                   MOVE LR-LOOKUP-CODE TO IM-ITEM-CODE
                   READ ITEM-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE IM-ITEM-NAME TO LR-LOOKUP-NAME
                   END-READ
               END-IF
           END-IF.

       2030-WRITE-TITLE-LINE.
           ADD 1 TO LR-TITLE-COUNT.
           MOVE LG-EARNED-DATE TO LR-DATE-ED.
           MOVE SPACES TO LEGEND-REPORT-LINE.
           STRING "      Title: " DELIMITED BY SIZE
               LG-TITLE DELIMITED BY SIZE
               "  earned " DELIMITED BY SIZE
               LR-DATE-ED DELIMITED BY SIZE
               INTO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.

       3000-FINALIZE-REPORT.
           MOVE SPACES TO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.
           MOVE LR-LEGEND-COUNT TO LR-COUNT-ED.
           MOVE SPACES TO LEGEND-REPORT-LINE.
           STRING "Legends in the Hall:    " DELIMITED BY SIZE
               LR-COUNT-ED DELIMITED BY SIZE
               INTO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.
           MOVE LR-TITLE-COUNT TO LR-COUNT-ED.
           MOVE SPACES TO LEGEND-REPORT-LINE.
           STRING "Titles recorded:        " DELIMITED BY SIZE
               LR-COUNT-ED DELIMITED BY SIZE
               INTO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.
           MOVE LR-LIFETIME-GOLD-TOTAL TO LR-GOLD-ED.
           MOVE SPACES TO LEGEND-REPORT-LINE.
           STRING "Lifetime gold earned:   " DELIMITED BY SIZE
               LR-GOLD-ED DELIMITED BY SIZE
               INTO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.
           MOVE LR-RETIRED-GOLD-TOTAL TO LR-GOLD-ED.
           MOVE SPACES TO LEGEND-REPORT-LINE.
           STRING "Gold retired (RETR):    " DELIMITED BY SIZE
               LR-GOLD-ED DELIMITED BY SIZE
               INTO LEGEND-REPORT-LINE.
           WRITE LEGEND-REPORT-LINE.
           CLOSE LEGEND-FILE.
           IF LR-ITEMS-AVAILABLE
               CLOSE ITEM-MASTER-FILE
           END-IF.
           CLOSE LEGEND-REPORT-FILE.
           DISPLAY "LegendRoster listed " LR-LEGEND-COUNT
               " legends with " LR-TITLE-COUNT " titles.".
