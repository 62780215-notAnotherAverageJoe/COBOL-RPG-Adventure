      *discrepancy report of heroes found in one place but not the
      *other, so the nightly leaderboard upload is trustworthy. The
      *row's trailing column is the owning player account, so the
      *web side can rank players as well as hero names. Heroes
      *retired to the Hall of Legends (LEGENDS) follow, one row each
      *as they stood at retirement, with a trailing RETIRED column
      *so they still show publicly after leaving the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HERO-EXPORT-FILE ASSIGN TO "HEROEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HE-FILE-STATUS.
           SELECT LEGEND-FILE ASSIGN TO "LEGENDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LG-FILE-STATUS.
           SELECT SYNC-REPORT-FILE ASSIGN TO "LEADDISC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SY-FILE-STATUS.
       FILE SECTION.
       COPY "character-master.cpy".
       COPY "hero-export.cpy".
       COPY "hall-of-legends.cpy".

       FD  SYNC-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       WORKING-STORAGE SECTION.
       01  CM-FILE-STATUS           PIC X(02).
       01  HE-FILE-STATUS           PIC X(02).
       01  LG-FILE-STATUS           PIC X(02).
       01  SY-FILE-STATUS           PIC X(02).

       01  CM-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-CHARACTERS        VALUE 'Y'.
       01  HE-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-EXTRACT           VALUE 'Y'.
       01  LG-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LEGENDS           VALUE 'Y'.

      *Distinct hero names found in the old extract, matched off
      *against the Character Master during the rebuild pass.

       01  LS-ROWS-READ-COUNT       PIC 9(05) VALUE 0.
       01  LS-HEROES-WRITTEN        PIC 9(05) VALUE 0.
       01  LS-LEGENDS-WRITTEN       PIC 9(05) VALUE 0.
       01  LS-MISSING-FROM-EXTRACT  PIC 9(05) VALUE 0.
       01  LS-MISSING-FROM-MASTER   PIC 9(05) VALUE 0.
       01  LS-OVERFLOW-COUNT        PIC 9(05) VALUE 0.
           END-IF.
           OPEN OUTPUT HERO-EXPORT-FILE.
           PERFORM 2010-READ-NEXT-CHARACTER UNTIL END-OF-CHARACTERS.
           PERFORM 2100-EXPORT-LEGENDS.
           CLOSE HERO-EXPORT-FILE.
           CLOSE CHARACTER-MASTER-FILE.

               INTO SYNC-REPORT-LINE.
           WRITE SYNC-REPORT-LINE.

      *Only the hero rows go out; the title rows under them are for
      *the Hall of Legends report.
       2100-EXPORT-LEGENDS.
           OPEN INPUT LEGEND-FILE.
           IF LG-FILE-STATUS NOT = "00"
               SET END-OF-LEGENDS TO TRUE
           END-IF.
           PERFORM 2110-READ-NEXT-LEGEND UNTIL END-OF-LEGENDS.
           CLOSE LEGEND-FILE.

       2110-READ-NEXT-LEGEND.
           READ LEGEND-FILE
               AT END
                   SET END-OF-LEGENDS TO TRUE
               NOT AT END
                   IF LG-HERO-ROW
                       PERFORM 2120-EXPORT-LEGEND-HERO
                   END-IF
           END-READ.

       2120-EXPORT-LEGEND-HERO.
           MOVE SPACES TO HERO-EXPORT-RECORD.
           STRING LG-CHOSEN-NAME    DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                  LG-YOUR-CLASS     DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                  LG-RACE-NAME      DELIMITED BY SPACE
                  ","               DELIMITED BY SIZE
                  LG-PLAYER-HEALTH  DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  LG-PLAYER-MANA    DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  LG-PLAYER-ENERGY  DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  LG-CARRIED-GOLD   DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  LG-PLAYER-LEVEL   DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  LG-PLAYER-XP      DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  LG-OWNER-ACCOUNT  DELIMITED BY SPACE
                  ",RETIRED"        DELIMITED BY SIZE
                  INTO HERO-EXPORT-RECORD
           END-STRING.
           WRITE HERO-EXPORT-RECORD.
           ADD 1 TO LS-LEGENDS-WRITTEN.
           SET LS-EXT-IDX TO 1.
           SEARCH LS-EXTRACT-ENTRY
               AT END
                   CONTINUE
               WHEN LS-EXT-NAME(LS-EXT-IDX) = LG-CHOSEN-NAME
                   SET LS-EXT-MATCHED(LS-EXT-IDX) TO TRUE
           END-SEARCH.

       3000-REPORT-EXTRACT-ORPHANS.
           PERFORM 3010-CHECK-EXTRACT-ENTRY
               VARYING LS-EXT-IDX FROM 1 BY 1
               LS-COUNT-ED DELIMITED BY SIZE
               INTO SYNC-REPORT-LINE.
           WRITE SYNC-REPORT-LINE.
           MOVE LS-LEGENDS-WRITTEN TO LS-COUNT-ED.
           STRING "Retired legends written:    " DELIMITED BY SIZE
               LS-COUNT-ED DELIMITED BY SIZE
               INTO SYNC-REPORT-LINE.
           WRITE SYNC-REPORT-LINE.
           MOVE LS-MISSING-FROM-EXTRACT TO LS-COUNT-ED.
           STRING "Missing from old extract:   " DELIMITED BY SIZE
               LS-COUNT-ED DELIMITED BY SIZE
               WRITE SYNC-REPORT-LINE
           END-IF.
           DISPLAY "LeaderboardSync complete. Wrote "
               LS-HEROES-WRITTEN " heroes, " LS-LEGENDS-WRITTEN
               " legends.".
