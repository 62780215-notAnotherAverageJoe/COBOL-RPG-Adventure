       IDENTIFICATION DIVISION.
       PROGRAM-ID. QuestReport.

      *Quest completion report, one line per quest on the catalog.
      *For each quest it shows the minimum level and prerequisite
      *the game enforces, then from QSTDONE how many heroes have
      *started it against how many have finished it (every hero
      *with a row has started; a row with a completion count has
      *finished), the finish rate, and the total starts and
      *completions behind those heroes. QSTDONE only holds heroes
      *still on the books - a fallen hero's rows are scrubbed with
      *the rest of the hero - so the "Starting a new quest" notes
      *on GLOGHIST and the current GAMELOG are counted alongside as
      *the logged starts, which take in every hero who ever began
      *the quest. A quest code found on QSTDONE or the log that is
      *no longer on the catalog is reported under its own line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUEST-CATALOG-FILE ASSIGN TO "QSTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QM-QUEST-CODE
               FILE STATUS IS QM-FILE-STATUS.
           SELECT QUEST-HISTORY-FILE ASSIGN TO "QSTDONE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QH-KEY
               FILE STATUS IS QH-FILE-STATUS.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.
           SELECT LOG-HISTORY-FILE ASSIGN TO "GLOGHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LH-FILE-STATUS.
           SELECT QUEST-REPORT-FILE ASSIGN TO "QSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "quest-catalog.cpy".
       COPY "quest-history.cpy".
       COPY "game-log.cpy".

       FD  LOG-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOG-HISTORY-RECORD       PIC X(80).

       FD  QUEST-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUEST-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  QM-FILE-STATUS           PIC X(02).
       01  QH-FILE-STATUS           PIC X(02).
       01  GL-FILE-STATUS           PIC X(02).
       01  LH-FILE-STATUS           PIC X(02).
       01  QR-FILE-STATUS           PIC X(02).

       01  QM-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-CATALOG           VALUE 'Y'.
       01  QH-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-QUEST-HISTORY     VALUE 'Y'.
       01  GL-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LOG               VALUE 'Y'.
       01  LH-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-HISTORY           VALUE 'Y'.

      *One slot per catalog quest, plus a slot claimed for any code
      *met on QSTDONE or the log that is no longer on the catalog.
       01  QR-QUEST-TABLE.
           05  QR-QUEST-COUNT       PIC 9(03) VALUE 0.
           05  QR-QUEST-ENTRY OCCURS 200 TIMES
                   INDEXED BY QR-QUEST-IDX.
               10  QR-QUEST-CODE    PIC X(04).
               10  QR-QUEST-TITLE   PIC X(30).
               10  QR-MIN-LEVEL     PIC 9(02).
               10  QR-PREREQ-QUEST  PIC X(04).
               10  QR-ON-CATALOG-SW PIC X(01).
                   88  QR-ON-CATALOG    VALUE 'Y'.
               10  QR-HEROES-STARTED    PIC 9(05).
               10  QR-HEROES-FINISHED   PIC 9(05).
               10  QR-TOTAL-STARTS      PIC 9(07).
               10  QR-TOTAL-FINISHES    PIC 9(07).
               10  QR-LOGGED-STARTS     PIC 9(07).
       01  QR-QUEST-OVERFLOW        PIC 9(05) VALUE 0.
       01  QR-FOUND-SW              PIC X(01).
           88  QR-QUEST-FOUND           VALUE 'Y'.
       01  QR-LOOKUP-CODE           PIC X(04).

       01  QR-FINISH-RATE           PIC 9(03)V9(01).

       01  QR-CATALOG-COUNT         PIC 9(05) VALUE 0.
       01  QR-ROWS-READ             PIC 9(07) VALUE 0.
       01  QR-NOTES-READ            PIC 9(07) VALUE 0.
       01  QR-SUM-STARTED           PIC 9(07) VALUE 0.
       01  QR-SUM-FINISHED          PIC 9(07) VALUE 0.
       01  QR-SUM-STARTS            PIC 9(09) VALUE 0.
       01  QR-SUM-FINISHES          PIC 9(09) VALUE 0.
       01  QR-OFF-CATALOG-COUNT     PIC 9(05) VALUE 0.
       01  QR-UNFINISHED-COUNT      PIC 9(05) VALUE 0.

       01  QR-COUNT-ED              PIC ZZZZ9.
       01  QR-BIG-COUNT-ED          PIC ZZZZZZ9.
       01  QR-RATE-ED               PIC ZZ9.9.
       01  QR-LEVEL-ED              PIC Z9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-LOAD-CATALOG.
           PERFORM 2000-TALLY-QUEST-HISTORY.
           PERFORM 3000-TALLY-LOGGED-STARTS.
           OPEN OUTPUT QUEST-REPORT-FILE.
           PERFORM 4000-WRITE-REPORT-HEADING.
           PERFORM 4100-WRITE-QUEST-LINE
               VARYING QR-QUEST-IDX FROM 1 BY 1
               UNTIL QR-QUEST-IDX > QR-QUEST-COUNT.
           PERFORM 4900-WRITE-CONTROL-TOTALS.
           CLOSE QUEST-REPORT-FILE.
           DISPLAY "QuestReport reported " QR-QUEST-COUNT
               " quests, " QR-ROWS-READ " QSTDONE rows, "
               QR-NOTES-READ " logged starts.".
           STOP RUN.

       1000-LOAD-CATALOG.
           OPEN INPUT QUEST-CATALOG-FILE.
           IF QM-FILE-STATUS NOT = "00"
               SET END-OF-CATALOG TO TRUE
           END-IF.
           PERFORM 1010-READ-NEXT-QUEST UNTIL END-OF-CATALOG.
           CLOSE QUEST-CATALOG-FILE.

       1010-READ-NEXT-QUEST.
           READ QUEST-CATALOG-FILE NEXT RECORD
               AT END
                   SET END-OF-CATALOG TO TRUE
               NOT AT END
                   ADD 1 TO QR-CATALOG-COUNT
                   MOVE QM-QUEST-CODE TO QR-LOOKUP-CODE
                   PERFORM 1500-FIND-QUEST-SLOT
                   IF QR-QUEST-FOUND
                       MOVE QM-QUEST-TITLE
                           TO QR-QUEST-TITLE(QR-QUEST-IDX)
                       MOVE QM-MIN-LEVEL TO QR-MIN-LEVEL(QR-QUEST-IDX)
                       MOVE QM-PREREQ-QUEST
                           TO QR-PREREQ-QUEST(QR-QUEST-IDX)
                       SET QR-ON-CATALOG(QR-QUEST-IDX) TO TRUE
                   END-IF
           END-READ.
           IF QM-FILE-STATUS NOT = "00" AND QM-FILE-STATUS NOT = "02"
               SET END-OF-CATALOG TO TRUE
           END-IF.

       1500-FIND-QUEST-SLOT.
           MOVE 'N' TO QR-FOUND-SW.
           SET QR-QUEST-IDX TO 1.
           SEARCH QR-QUEST-ENTRY
               AT END
                   CONTINUE
               WHEN QR-QUEST-IDX > QR-QUEST-COUNT
                   CONTINUE
               WHEN QR-QUEST-CODE(QR-QUEST-IDX) = QR-LOOKUP-CODE
                   SET QR-QUEST-FOUND TO TRUE
           END-SEARCH.
           IF NOT QR-QUEST-FOUND
               IF QR-QUEST-COUNT < 200
                   ADD 1 TO QR-QUEST-COUNT
                   SET QR-QUEST-IDX TO QR-QUEST-COUNT
                   MOVE QR-LOOKUP-CODE TO QR-QUEST-CODE(QR-QUEST-IDX)
                   MOVE "*not on catalog*"
                       TO QR-QUEST-TITLE(QR-QUEST-IDX)
                   MOVE 0 TO QR-MIN-LEVEL(QR-QUEST-IDX)
                   MOVE SPACES TO QR-PREREQ-QUEST(QR-QUEST-IDX)
                   MOVE 'N' TO QR-ON-CATALOG-SW(QR-QUEST-IDX)
                   MOVE 0 TO QR-HEROES-STARTED(QR-QUEST-IDX)
                   MOVE 0 TO QR-HEROES-FINISHED(QR-QUEST-IDX)
                   MOVE 0 TO QR-TOTAL-STARTS(QR-QUEST-IDX)
                   MOVE 0 TO QR-TOTAL-FINISHES(QR-QUEST-IDX)
                   MOVE 0 TO QR-LOGGED-STARTS(QR-QUEST-IDX)
                   SET QR-QUEST-FOUND TO TRUE
               ELSE
                   ADD 1 TO QR-QUEST-OVERFLOW
               END-IF
           END-IF.

      *Every QSTDONE row is one hero who has taken up the quest.
       2000-TALLY-QUEST-HISTORY.
           OPEN INPUT QUEST-HISTORY-FILE.
           IF QH-FILE-STATUS NOT = "00"
               SET END-OF-QUEST-HISTORY TO TRUE
           END-IF.
           PERFORM 2010-READ-NEXT-QUEST-HISTORY
               UNTIL END-OF-QUEST-HISTORY.
           CLOSE QUEST-HISTORY-FILE.

       2010-READ-NEXT-QUEST-HISTORY.
           READ QUEST-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-QUEST-HISTORY TO TRUE
               NOT AT END
                   ADD 1 TO QR-ROWS-READ
                   MOVE QH-QUEST-CODE TO QR-LOOKUP-CODE
                   PERFORM 1500-FIND-QUEST-SLOT
                   IF QR-QUEST-FOUND
                       PERFORM 2020-TALLY-HERO
                   END-IF
           END-READ.
           IF QH-FILE-STATUS NOT = "00" AND QH-FILE-STATUS NOT = "02"
               SET END-OF-QUEST-HISTORY TO TRUE
           END-IF.

       2020-TALLY-HERO.
           ADD 1 TO QR-HEROES-STARTED(QR-QUEST-IDX).
           ADD QH-START-COUNT TO QR-TOTAL-STARTS(QR-QUEST-IDX).
           IF QH-DONE-COUNT > 0
               ADD 1 TO QR-HEROES-FINISHED(QR-QUEST-IDX)
               ADD QH-DONE-COUNT TO QR-TOTAL-FINISHES(QR-QUEST-IDX)
           END-IF.

      *Starts noted on the log, fallen heroes included.
       3000-TALLY-LOGGED-STARTS.
           OPEN INPUT LOG-HISTORY-FILE.
           IF LH-FILE-STATUS NOT = "00"
               SET END-OF-HISTORY TO TRUE
           END-IF.
           PERFORM 3010-READ-NEXT-HISTORY UNTIL END-OF-HISTORY.
           CLOSE LOG-HISTORY-FILE.
           OPEN INPUT GAME-LOG-FILE.
           IF GL-FILE-STATUS NOT = "00"
               SET END-OF-LOG TO TRUE
           END-IF.
           PERFORM 3020-READ-NEXT-LOG UNTIL END-OF-LOG.
           CLOSE GAME-LOG-FILE.

       3010-READ-NEXT-HISTORY.
           READ LOG-HISTORY-FILE
               AT END
                   SET END-OF-HISTORY TO TRUE
               NOT AT END
                   MOVE LOG-HISTORY-RECORD TO GAME-LOG-RECORD
                   PERFORM 3050-TALLY-START-NOTE
           END-READ.

       3020-READ-NEXT-LOG.
           READ GAME-LOG-FILE
               AT END
                   SET END-OF-LOG TO TRUE
               NOT AT END
                   PERFORM 3050-TALLY-START-NOTE
           END-READ.

       3050-TALLY-START-NOTE.
           IF GL-QUEST-NOTE
                   AND GL-EVENT-TEXT = "Starting a new quest"
                   AND GL-OBJECT-CODE NOT = SPACES
               ADD 1 TO QR-NOTES-READ
               MOVE GL-OBJECT-CODE TO QR-LOOKUP-CODE
               PERFORM 1500-FIND-QUEST-SLOT
               IF QR-QUEST-FOUND
                   ADD 1 TO QR-LOGGED-STARTS(QR-QUEST-IDX)
               END-IF
           END-IF.

       4000-WRITE-REPORT-HEADING.
           MOVE "QUEST COMPLETION REPORT - STARTED VERSUS FINISHED"
               TO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           MOVE SPACES TO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           MOVE SPACES TO QUEST-REPORT-LINE.
           MOVE "Heroes" TO QUEST-REPORT-LINE(36:6).
           MOVE "Heroes" TO QUEST-REPORT-LINE(43:6).
           MOVE "Total" TO QUEST-REPORT-LINE(57:5).
           MOVE "Total" TO QUEST-REPORT-LINE(65:5).
           MOVE "Logged" TO QUEST-REPORT-LINE(72:6).
           WRITE QUEST-REPORT-LINE.
           MOVE SPACES TO QUEST-REPORT-LINE.
           MOVE "Code" TO QUEST-REPORT-LINE(1:4).
           MOVE "Title" TO QUEST-REPORT-LINE(6:5).
           MOVE "Lv" TO QUEST-REPORT-LINE(27:2).
           MOVE "Pre" TO QUEST-REPORT-LINE(30:3).
           MOVE "start" TO QUEST-REPORT-LINE(37:5).
           MOVE "finish" TO QUEST-REPORT-LINE(43:6).
           MOVE "Fin%" TO QUEST-REPORT-LINE(51:4).
           MOVE "starts" TO QUEST-REPORT-LINE(56:6).
           MOVE "clears" TO QUEST-REPORT-LINE(64:6).
           MOVE "starts" TO QUEST-REPORT-LINE(72:6).
           WRITE QUEST-REPORT-LINE.

       4100-WRITE-QUEST-LINE.
           MOVE SPACES TO QUEST-REPORT-LINE.
           MOVE QR-QUEST-CODE(QR-QUEST-IDX) TO QUEST-REPORT-LINE(1:4).
           MOVE QR-QUEST-TITLE(QR-QUEST-IDX)
               TO QUEST-REPORT-LINE(6:20).
           IF QR-ON-CATALOG(QR-QUEST-IDX)
               MOVE QR-MIN-LEVEL(QR-QUEST-IDX) TO QR-LEVEL-ED
               MOVE QR-LEVEL-ED TO QUEST-REPORT-LINE(27:2)
               MOVE QR-PREREQ-QUEST(QR-QUEST-IDX)
                   TO QUEST-REPORT-LINE(30:4)
           ELSE
               ADD 1 TO QR-OFF-CATALOG-COUNT
           END-IF.
           MOVE QR-HEROES-STARTED(QR-QUEST-IDX) TO QR-COUNT-ED.
           MOVE QR-COUNT-ED TO QUEST-REPORT-LINE(37:5).
           MOVE QR-HEROES-FINISHED(QR-QUEST-IDX) TO QR-COUNT-ED.
           MOVE QR-COUNT-ED TO QUEST-REPORT-LINE(44:5).
           IF QR-HEROES-STARTED(QR-QUEST-IDX) > 0
               COMPUTE QR-FINISH-RATE ROUNDED =
                   QR-HEROES-FINISHED(QR-QUEST-IDX) * 100
                       / QR-HEROES-STARTED(QR-QUEST-IDX)
               MOVE QR-FINISH-RATE TO QR-RATE-ED
               MOVE QR-RATE-ED TO QUEST-REPORT-LINE(50:5)
           ELSE
               MOVE "  -" TO QUEST-REPORT-LINE(50:3)
           END-IF.
           MOVE QR-TOTAL-STARTS(QR-QUEST-IDX) TO QR-BIG-COUNT-ED.
           MOVE QR-BIG-COUNT-ED TO QUEST-REPORT-LINE(55:7).
           MOVE QR-TOTAL-FINISHES(QR-QUEST-IDX) TO QR-BIG-COUNT-ED.
           MOVE QR-BIG-COUNT-ED TO QUEST-REPORT-LINE(63:7).
           MOVE QR-LOGGED-STARTS(QR-QUEST-IDX) TO QR-BIG-COUNT-ED.
           MOVE QR-BIG-COUNT-ED TO QUEST-REPORT-LINE(71:7).
           WRITE QUEST-REPORT-LINE.
           IF QR-HEROES-STARTED(QR-QUEST-IDX) > 0
                   AND QR-HEROES-FINISHED(QR-QUEST-IDX) = 0
               ADD 1 TO QR-UNFINISHED-COUNT
           END-IF.
           ADD QR-HEROES-STARTED(QR-QUEST-IDX) TO QR-SUM-STARTED.
           ADD QR-HEROES-FINISHED(QR-QUEST-IDX) TO QR-SUM-FINISHED.
           ADD QR-TOTAL-STARTS(QR-QUEST-IDX) TO QR-SUM-STARTS.
           ADD QR-TOTAL-FINISHES(QR-QUEST-IDX) TO QR-SUM-FINISHES.

       4900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           MOVE QR-CATALOG-COUNT TO QR-COUNT-ED.
           MOVE SPACES TO QUEST-REPORT-LINE.
           STRING "  Quests on the catalog:      " DELIMITED BY SIZE
               QR-COUNT-ED DELIMITED BY SIZE
               INTO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           MOVE QR-OFF-CATALOG-COUNT TO QR-COUNT-ED.
           MOVE SPACES TO QUEST-REPORT-LINE.
           STRING "  Quest codes not on catalog: " DELIMITED BY SIZE
               QR-COUNT-ED DELIMITED BY SIZE
               INTO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           MOVE QR-UNFINISHED-COUNT TO QR-COUNT-ED.
           MOVE SPACES TO QUEST-REPORT-LINE.
           STRING "  Quests started, none done:  " DELIMITED BY SIZE
               QR-COUNT-ED DELIMITED BY SIZE
               INTO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           MOVE QR-ROWS-READ TO QR-BIG-COUNT-ED.
           MOVE SPACES TO QUEST-REPORT-LINE.
           STRING "  QSTDONE rows read:        " DELIMITED BY SIZE
               QR-BIG-COUNT-ED DELIMITED BY SIZE
               INTO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           MOVE QR-SUM-STARTED TO QR-BIG-COUNT-ED.
           MOVE SPACES TO QUEST-REPORT-LINE.
           STRING "  Heroes started, all quests:" DELIMITED BY SIZE
               QR-BIG-COUNT-ED DELIMITED BY SIZE
               INTO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           MOVE QR-SUM-FINISHED TO QR-BIG-COUNT-ED.
           MOVE SPACES TO QUEST-REPORT-LINE.
           STRING "  Heroes finished, all quests:" DELIMITED BY SIZE
               QR-BIG-COUNT-ED DELIMITED BY SIZE
               INTO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           MOVE QR-SUM-STARTS TO QR-BIG-COUNT-ED.
           MOVE SPACES TO QUEST-REPORT-LINE.
           STRING "  Starts on QSTDONE:        " DELIMITED BY SIZE
               QR-BIG-COUNT-ED DELIMITED BY SIZE
               INTO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           MOVE QR-SUM-FINISHES TO QR-BIG-COUNT-ED.
           MOVE SPACES TO QUEST-REPORT-LINE.
           STRING "  Completions on QSTDONE:   " DELIMITED BY SIZE
               QR-BIG-COUNT-ED DELIMITED BY SIZE
               INTO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           MOVE QR-NOTES-READ TO QR-BIG-COUNT-ED.
           MOVE SPACES TO QUEST-REPORT-LINE.
           STRING "  Starts on the log:        " DELIMITED BY SIZE
               QR-BIG-COUNT-ED DELIMITED BY SIZE
               INTO QUEST-REPORT-LINE.
           WRITE QUEST-REPORT-LINE.
           IF QR-QUEST-OVERFLOW > 0
               MOVE QR-QUEST-OVERFLOW TO QR-COUNT-ED
               MOVE SPACES TO QUEST-REPORT-LINE
               STRING "  Rows past table limit:      " DELIMITED BY SIZE
                   QR-COUNT-ED DELIMITED BY SIZE
                   INTO QUEST-REPORT-LINE
               WRITE QUEST-REPORT-LINE
           END-IF.
