       IDENTIFICATION DIVISION.
       PROGRAM-ID. SeasonClose.

      *Operator-run quarterly season close. The web leaderboard fed
      *from HEROEXP shows lifetime standings; the season ladder
      *shows what each hero did since the season opened. Every hero
      *on CHARMAST carries a season baseline - the level, lifetime
      *XP and carried-plus-banked gold the hero stood at when the
      *season opened - and the season gains are the hero's standing
      *now less that baseline.
      *
      *The close runs in four steps for an operator-keyed season id
      *(YYYYQn, such as 2026Q3):
      *  1. Snapshot every hero's level, XP, gold and season gains
      *     to the SEASNARC season archive, ranked by season XP
      *     gained overall and within each class and each race, and
      *     write the season header row with status S.
      *  2. Award season titles on ACHIEVE - the top three overall
      *     and the champion of each class and each race - under
      *     codes built from the season id (S263L1 is 2026Q3 ladder
      *     first, S263CC a class champion, S263RC a race champion).
      *     A hero gaining no XP in the season wins nothing.
      *  3. Reset each hero's baseline to the hero's standing now
      *     and mark the hero with the season closed.
      *  4. Mark the season header C.
      *
      *A rerun of a closed season is refused. A rerun of a season
      *left at status S works from the archived snapshot rather
      *than CHARMAST, awards only the titles not already on
      *ACHIEVE and resets only the heroes not already marked, so no
      *title is awarded twice. The close is refused while any hero
      *holds a current-day HEROLOCK row, since a live session would
      *write the old baseline back at its next save.
      *
      *The season results report goes to SEASONRP and the web
      *extract of the full ladder to SEASNEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARACTER-MASTER-FILE ASSIGN TO "CHARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHOSEN-NAME
               FILE STATUS IS CM-FILE-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-CHOSEN-NAME
               FILE STATUS IS BA-FILE-STATUS.
           SELECT ACHIEVEMENT-FILE ASSIGN TO "ACHIEVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-KEY
               FILE STATUS IS AC-FILE-STATUS.
           SELECT HERO-LOCK-FILE ASSIGN TO "HEROLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-CHOSEN-NAME
               FILE STATUS IS HL-FILE-STATUS.
           SELECT SEASON-ARCHIVE-FILE ASSIGN TO "SEASNARC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-KEY
               FILE STATUS IS SE-FILE-STATUS.
           SELECT SEASON-EXTRACT-FILE ASSIGN TO "SEASNEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-FILE-STATUS.
           SELECT SEASON-REPORT-FILE ASSIGN TO "SEASONRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "character-master.cpy".
       COPY "bank-account.cpy".
       COPY "achievement.cpy".
       COPY "hero-lock.cpy".
       COPY "season-archive.cpy".

       FD  SEASON-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEASON-EXTRACT-RECORD    PIC X(80).

       FD  SEASON-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEASON-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  CM-FILE-STATUS           PIC X(02).
       01  BA-FILE-STATUS           PIC X(02).
       01  AC-FILE-STATUS           PIC X(02).
       01  HL-FILE-STATUS           PIC X(02).
       01  SE-FILE-STATUS           PIC X(02).
       01  SX-FILE-STATUS           PIC X(02).
       01  SR-FILE-STATUS           PIC X(02).

       01  CM-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-CHARACTERS        VALUE 'Y'.
       01  HL-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LOCKS             VALUE 'Y'.
       01  SE-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-SEASON-ROWS       VALUE 'Y'.

       01  SN-RUN-DATE              PIC 9(08).
       01  SN-OPERATOR-ID           PIC X(08).
       01  SN-SEASON-ID             PIC X(06).
       01  SN-SEASON-PARTS REDEFINES SN-SEASON-ID.
           05  SN-SEASON-YEAR       PIC X(04).
           05  SN-SEASON-YEAR-2 REDEFINES SN-SEASON-YEAR.
               10  FILLER           PIC X(02).
               10  SN-SEASON-YY     PIC X(02).
           05  SN-SEASON-Q          PIC X(01).
           05  SN-SEASON-NUM        PIC X(01).
               88  SN-VALID-QUARTER     VALUE "1" "2" "3" "4".
       01  SN-REFUSE-REASON         PIC X(40) VALUE SPACES.

       01  SN-RESUME-SW             PIC X(01) VALUE 'N'.
           88  SN-RESUMING              VALUE 'Y'.

      *Every hero on the ladder for the season. Ranks are unique:
      *ties on season XP go to the hero with more levels gained,
      *then to the name that sorts first.
       01  SN-HERO-TABLE.
           05  SN-HERO-COUNT        PIC 9(04) VALUE 0.
           05  SN-HERO-ENTRY OCCURS 500 TIMES
                   INDEXED BY SN-HERO-IDX SN-OTHER-IDX.
               10  SN-HERO-NAME     PIC X(10).
               10  SN-HERO-CLASS    PIC X(15).
               10  SN-HERO-RACE     PIC X(15).
               10  SN-HERO-LEVEL    PIC 9(02).
               10  SN-HERO-XP       PIC 9(05).
               10  SN-HERO-LIFE-XP  PIC 9(07).
               10  SN-HERO-CARRIED  PIC 9(05).
               10  SN-HERO-BANKED   PIC 9(07).
               10  SN-HERO-LEVELS   PIC 9(02).
               10  SN-HERO-SEASON-XP PIC 9(07).
               10  SN-HERO-SEASON-GOLD PIC S9(07).
               10  SN-HERO-OVERALL  PIC 9(04).
               10  SN-HERO-CLASS-RANK PIC 9(04).
               10  SN-HERO-RACE-RANK PIC 9(04).
               10  SN-HERO-OWNER    PIC X(08).

      *The classes and races on the ladder, in the order first met,
      *for the per-class and per-race standings.
       01  SN-CLASS-TABLE.
           05  SN-CLASS-COUNT       PIC 9(02) VALUE 0.
           05  SN-CLASS-ENTRY OCCURS 20 TIMES
                   INDEXED BY SN-CLASS-IDX.
               10  SN-CLASS-NAME    PIC X(15).
       01  SN-RACE-TABLE.
           05  SN-RACE-COUNT        PIC 9(02) VALUE 0.
           05  SN-RACE-ENTRY OCCURS 20 TIMES
                   INDEXED BY SN-RACE-IDX.
               10  SN-RACE-NAME     PIC X(15).

       01  SN-LADDER-TOP            PIC 9(02) VALUE 10.
       01  SN-GROUP-TOP             PIC 9(02) VALUE 3.
       01  SN-RANK-WANTED           PIC 9(04).
       01  SN-GROUP-NAME            PIC X(15).
       01  SN-SCAN-NAME             PIC X(15).
       01  SN-FOUND-SW              PIC X(01).
           88  SN-FOUND                 VALUE 'Y'.
       01  SN-BETTER-SW             PIC X(01).
           88  SN-OTHER-IS-BETTER       VALUE 'Y'.

       01  SN-AWARD-CODE            PIC X(06).
       01  SN-AWARD-TITLE           PIC X(20).
       01  SN-AWARD-NAME            PIC X(10).
       01  SN-AWARD-TYPE            PIC X(02).
       01  SN-PLACE-TEXT            PIC X(03).

       01  SN-LIFE-XP               PIC 9(07).
       01  SN-TOTAL-GOLD            PIC 9(07).
       01  SN-BASE-LEVEL            PIC 9(02).
       01  SN-BASE-XP               PIC 9(07).
       01  SN-BASE-GOLD             PIC 9(07).

       01  SN-SNAPSHOT-COUNT        PIC 9(05) VALUE 0.
       01  SN-AWARDED-COUNT         PIC 9(05) VALUE 0.
       01  SN-HELD-COUNT            PIC 9(05) VALUE 0.
       01  SN-RESET-COUNT           PIC 9(05) VALUE 0.
       01  SN-ALREADY-RESET-COUNT   PIC 9(05) VALUE 0.
       01  SN-EXTRACT-COUNT         PIC 9(05) VALUE 0.

       01  SN-COUNT-ED              PIC ZZZZ9.
       01  SN-RANK-ED               PIC ZZZ9.
       01  SN-LEVEL-ED              PIC Z9.
       01  SN-XP-ED                 PIC ZZZZZZ9.
       01  SN-GOLD-ED               PIC -------9.
       01  SN-GOLD-CSV              PIC +9(07).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT SN-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "SeasonClose - close a ladder season".
           DISPLAY "Operator id:".
           ACCEPT SN-OPERATOR-ID.
           DISPLAY "Season id to close (YYYYQn):".
           ACCEPT SN-SEASON-ID.
           OPEN OUTPUT SEASON-REPORT-FILE.
           PERFORM 0100-WRITE-REPORT-HEADING.
           IF SN-OPERATOR-ID = SPACES OR SN-SEASON-ID = SPACES
               MOVE "OPERATOR ID AND SEASON ID REQUIRED"
                   TO SN-REFUSE-REASON
           END-IF.
           IF SN-REFUSE-REASON = SPACES
               PERFORM 0200-EDIT-SEASON-ID
           END-IF.
           IF SN-REFUSE-REASON = SPACES
               PERFORM 1000-OPEN-FILES
           END-IF.
           IF SN-REFUSE-REASON = SPACES
               PERFORM 1100-CHECK-SEASON-HEADER
           END-IF.
           IF SN-REFUSE-REASON = SPACES
               PERFORM 1200-CHECK-HERO-LOCKS
           END-IF.
           IF SN-REFUSE-REASON = SPACES
               IF SN-RESUMING
                   PERFORM 2500-LOAD-SNAPSHOT
               ELSE
                   PERFORM 2000-TAKE-SNAPSHOT
               END-IF
           END-IF.
           IF SN-REFUSE-REASON = SPACES
               PERFORM 3000-AWARD-SEASON-TITLES
               PERFORM 4000-RESET-BASELINES
               PERFORM 4500-MARK-SEASON-CLOSED
               PERFORM 5000-WRITE-SEASON-EXTRACT
               PERFORM 6000-WRITE-LADDER
               PERFORM 7000-WRITE-CONTROL-TOTALS
           ELSE
               PERFORM 9400-WRITE-REFUSAL
           END-IF.
           PERFORM 9000-CLOSE-FILES.
           CLOSE SEASON-REPORT-FILE.
           STOP RUN.

       0100-WRITE-REPORT-HEADING.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "SEASON CLOSE RESULTS  " DELIMITED BY SIZE
               SN-RUN-DATE DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "Season: " DELIMITED BY SIZE
               SN-SEASON-ID DELIMITED BY SIZE
               "   Operator: " DELIMITED BY SIZE
               SN-OPERATOR-ID DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE SPACES TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.

       0200-EDIT-SEASON-ID.
           IF SN-SEASON-Q = "q"
               MOVE "Q" TO SN-SEASON-Q
           END-IF.
           IF SN-SEASON-YEAR NOT NUMERIC
                   OR SN-SEASON-Q NOT = "Q"
                   OR NOT SN-VALID-QUARTER
               MOVE "SEASON ID MUST BE YYYYQn, n 1 TO 4"
                   TO SN-REFUSE-REASON
           END-IF.

       1000-OPEN-FILES.
           OPEN I-O CHARACTER-MASTER-FILE.
           IF CM-FILE-STATUS NOT = "00"
               MOVE "CANNOT OPEN CHARMAST" TO SN-REFUSE-REASON
           END-IF.
           OPEN INPUT BANK-ACCOUNT-FILE.
           OPEN I-O ACHIEVEMENT-FILE.
           IF AC-FILE-STATUS = "35"
               OPEN OUTPUT ACHIEVEMENT-FILE
               CLOSE ACHIEVEMENT-FILE
               OPEN I-O ACHIEVEMENT-FILE
           END-IF.
           OPEN I-O SEASON-ARCHIVE-FILE.
           IF SE-FILE-STATUS = "35"
               OPEN OUTPUT SEASON-ARCHIVE-FILE
               CLOSE SEASON-ARCHIVE-FILE
               OPEN I-O SEASON-ARCHIVE-FILE
           END-IF.
           IF SN-REFUSE-REASON = SPACES AND SE-FILE-STATUS NOT = "00"
               MOVE "CANNOT OPEN SEASNARC" TO SN-REFUSE-REASON
           END-IF.
           OPEN INPUT HERO-LOCK-FILE.

      *The header row of the season - keyed by the season id and a
      *blank name - says how far an earlier run of the close got.

       1100-CHECK-SEASON-HEADER.
           MOVE SN-SEASON-ID TO SE-SEASON-ID.
           MOVE SPACES TO SE-CHOSEN-NAME.
           READ SEASON-ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SE-SEASON-CLOSED
                       MOVE "SEASON ALREADY CLOSED" TO SN-REFUSE-REASON
                   ELSE
                       SET SN-RESUMING TO TRUE
                   END-IF
           END-READ.

      *Every locked hero is listed before the refusal so the
      *operator can see which stations to chase.

       1200-CHECK-HERO-LOCKS.
           IF HL-FILE-STATUS NOT = "00"
               SET END-OF-LOCKS TO TRUE
           END-IF.
           PERFORM 1210-READ-NEXT-LOCK UNTIL END-OF-LOCKS.

       1210-READ-NEXT-LOCK.
           READ HERO-LOCK-FILE NEXT RECORD
               AT END
                   SET END-OF-LOCKS TO TRUE
               NOT AT END
                   IF HL-LOCK-DATE >= SN-RUN-DATE
                       MOVE "HERO IN PLAY AT A STATION"
                           TO SN-REFUSE-REASON
                       MOVE SPACES TO SEASON-REPORT-LINE
                       STRING "  LOCKED: " DELIMITED BY SIZE
                           HL-CHOSEN-NAME DELIMITED BY SIZE
                           " since " DELIMITED BY SIZE
                           HL-LOCK-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HL-LOCK-TIME DELIMITED BY SIZE
                           INTO SEASON-REPORT-LINE
                       WRITE SEASON-REPORT-LINE
                   END-IF
           END-READ.
           IF HL-FILE-STATUS NOT = "00" AND HL-FILE-STATUS NOT = "02"
               SET END-OF-LOCKS TO TRUE
           END-IF.

      *Step one: the whole ladder is gathered and ranked in storage
      *before any row is written, so a ladder too big for the table
      *is refused with nothing changed.

       2000-TAKE-SNAPSHOT.
           MOVE LOW-VALUES TO CM-CHOSEN-NAME.
           START CHARACTER-MASTER-FILE KEY >= CM-CHOSEN-NAME
               INVALID KEY
                   SET END-OF-CHARACTERS TO TRUE
           END-START.
           PERFORM 2010-READ-NEXT-CHARACTER UNTIL END-OF-CHARACTERS.
           IF SN-REFUSE-REASON = SPACES
               PERFORM 2100-RANK-HEROES
                   VARYING SN-HERO-IDX FROM 1 BY 1
                   UNTIL SN-HERO-IDX > SN-HERO-COUNT
               PERFORM 2200-WRITE-SNAPSHOT-ROW
                   VARYING SN-HERO-IDX FROM 1 BY 1
                   UNTIL SN-HERO-IDX > SN-HERO-COUNT
               PERFORM 2300-WRITE-SEASON-HEADER
           END-IF.

       2010-READ-NEXT-CHARACTER.
           READ CHARACTER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-CHARACTERS TO TRUE
               NOT AT END
                   PERFORM 2020-ADD-HERO-ENTRY
           END-READ.
           IF CM-FILE-STATUS NOT = "00" AND CM-FILE-STATUS NOT = "02"
               SET END-OF-CHARACTERS TO TRUE
           END-IF.

       2020-ADD-HERO-ENTRY.
           IF SN-HERO-COUNT >= 500
               MOVE "TOO MANY HEROES FOR ONE SEASON CLOSE"
                   TO SN-REFUSE-REASON
               SET END-OF-CHARACTERS TO TRUE
           ELSE
               ADD 1 TO SN-HERO-COUNT
               SET SN-HERO-IDX TO SN-HERO-COUNT
               PERFORM 9100-FIGURE-STANDING
               MOVE CM-CHOSEN-NAME TO SN-HERO-NAME(SN-HERO-IDX)
               MOVE CM-YOUR-CLASS TO SN-HERO-CLASS(SN-HERO-IDX)
               MOVE CM-RACE-NAME TO SN-HERO-RACE(SN-HERO-IDX)
               MOVE CM-PLAYER-LEVEL TO SN-HERO-LEVEL(SN-HERO-IDX)
               MOVE CM-PLAYER-XP TO SN-HERO-XP(SN-HERO-IDX)
               MOVE SN-LIFE-XP TO SN-HERO-LIFE-XP(SN-HERO-IDX)
               MOVE CM-PLAYER-GOLD TO SN-HERO-CARRIED(SN-HERO-IDX)
               MOVE BA-BANKED-GOLD TO SN-HERO-BANKED(SN-HERO-IDX)
               MOVE CM-OWNER-ACCOUNT TO SN-HERO-OWNER(SN-HERO-IDX)
               PERFORM 2030-FIGURE-SEASON-GAINS
               PERFORM 9300-NOTE-CLASS-AND-RACE
           END-IF.

      *A baseline above the hero's standing can only belong to an
      *earlier hero of the same name, so the season is counted from
      *the starting values instead.
       2030-FIGURE-SEASON-GAINS.
           MOVE CM-SEASON-BASE-LEVEL TO SN-BASE-LEVEL.
           MOVE CM-SEASON-BASE-XP TO SN-BASE-XP.
           MOVE CM-SEASON-BASE-GOLD TO SN-BASE-GOLD.
           IF SN-BASE-XP > SN-LIFE-XP
                   OR SN-BASE-LEVEL > CM-PLAYER-LEVEL
               MOVE 1 TO SN-BASE-LEVEL
               MOVE 0 TO SN-BASE-XP
               MOVE 0 TO SN-BASE-GOLD
           END-IF.
           COMPUTE SN-HERO-LEVELS(SN-HERO-IDX) =
               CM-PLAYER-LEVEL - SN-BASE-LEVEL.
           COMPUTE SN-HERO-SEASON-XP(SN-HERO-IDX) =
               SN-LIFE-XP - SN-BASE-XP.
           COMPUTE SN-HERO-SEASON-GOLD(SN-HERO-IDX) =
               SN-TOTAL-GOLD - SN-BASE-GOLD.

       2100-RANK-HEROES.
           MOVE 1 TO SN-HERO-OVERALL(SN-HERO-IDX).
           MOVE 1 TO SN-HERO-CLASS-RANK(SN-HERO-IDX).
           MOVE 1 TO SN-HERO-RACE-RANK(SN-HERO-IDX).
           PERFORM 2110-COMPARE-ONE-HERO
               VARYING SN-OTHER-IDX FROM 1 BY 1
               UNTIL SN-OTHER-IDX > SN-HERO-COUNT.

       2110-COMPARE-ONE-HERO.
           MOVE 'N' TO SN-BETTER-SW.
           EVALUATE TRUE
               WHEN SN-OTHER-IDX = SN-HERO-IDX
                   CONTINUE
               WHEN SN-HERO-SEASON-XP(SN-OTHER-IDX) >
                       SN-HERO-SEASON-XP(SN-HERO-IDX)
                   SET SN-OTHER-IS-BETTER TO TRUE
               WHEN SN-HERO-SEASON-XP(SN-OTHER-IDX) <
                       SN-HERO-SEASON-XP(SN-HERO-IDX)
                   CONTINUE
               WHEN SN-HERO-LEVELS(SN-OTHER-IDX) >
                       SN-HERO-LEVELS(SN-HERO-IDX)
                   SET SN-OTHER-IS-BETTER TO TRUE
               WHEN SN-HERO-LEVELS(SN-OTHER-IDX) <
                       SN-HERO-LEVELS(SN-HERO-IDX)
                   CONTINUE
               WHEN SN-HERO-NAME(SN-OTHER-IDX) <
                       SN-HERO-NAME(SN-HERO-IDX)
                   SET SN-OTHER-IS-BETTER TO TRUE
           END-EVALUATE.
           IF SN-OTHER-IS-BETTER
               ADD 1 TO SN-HERO-OVERALL(SN-HERO-IDX)
               IF SN-HERO-CLASS(SN-OTHER-IDX) =
                       SN-HERO-CLASS(SN-HERO-IDX)
                   ADD 1 TO SN-HERO-CLASS-RANK(SN-HERO-IDX)
               END-IF
               IF SN-HERO-RACE(SN-OTHER-IDX) =
                       SN-HERO-RACE(SN-HERO-IDX)
                   ADD 1 TO SN-HERO-RACE-RANK(SN-HERO-IDX)
               END-IF
           END-IF.

      *A row left by a run that stopped before the header was
      *written is replaced.
       2200-WRITE-SNAPSHOT-ROW.
           MOVE SPACES TO SEASON-ARCHIVE-RECORD.
           MOVE SN-SEASON-ID TO SE-SEASON-ID.
           MOVE SN-HERO-NAME(SN-HERO-IDX) TO SE-CHOSEN-NAME.
           MOVE SN-HERO-CLASS(SN-HERO-IDX) TO SE-YOUR-CLASS.
           MOVE SN-HERO-RACE(SN-HERO-IDX) TO SE-RACE-NAME.
           MOVE SN-HERO-LEVEL(SN-HERO-IDX) TO SE-PLAYER-LEVEL.
           MOVE SN-HERO-XP(SN-HERO-IDX) TO SE-PLAYER-XP.
           MOVE SN-HERO-LIFE-XP(SN-HERO-IDX) TO SE-LIFETIME-XP.
           MOVE SN-HERO-CARRIED(SN-HERO-IDX) TO SE-CARRIED-GOLD.
           MOVE SN-HERO-BANKED(SN-HERO-IDX) TO SE-BANKED-GOLD.
           MOVE SN-HERO-LEVELS(SN-HERO-IDX) TO SE-SEASON-LEVELS.
           MOVE SN-HERO-SEASON-XP(SN-HERO-IDX) TO SE-SEASON-XP.
           MOVE SN-HERO-SEASON-GOLD(SN-HERO-IDX) TO SE-SEASON-GOLD.
           MOVE SN-HERO-OVERALL(SN-HERO-IDX) TO SE-OVERALL-RANK.
           MOVE SN-HERO-CLASS-RANK(SN-HERO-IDX) TO SE-CLASS-RANK.
           MOVE SN-HERO-RACE-RANK(SN-HERO-IDX) TO SE-RACE-RANK.
           MOVE SN-HERO-OWNER(SN-HERO-IDX) TO SE-OWNER-ACCOUNT.
           WRITE SEASON-ARCHIVE-RECORD
               INVALID KEY
                   REWRITE SEASON-ARCHIVE-RECORD
           END-WRITE.
           ADD 1 TO SN-SNAPSHOT-COUNT.

       2300-WRITE-SEASON-HEADER.
           MOVE SPACES TO SEASON-ARCHIVE-RECORD.
           MOVE SN-SEASON-ID TO SE-SEASON-ID.
           MOVE SPACES TO SE-CHOSEN-NAME.
           SET SE-SNAPSHOT-TAKEN TO TRUE.
           MOVE SN-RUN-DATE TO SE-CLOSE-DATE.
           MOVE SN-HERO-COUNT TO SE-HERO-COUNT.
           MOVE 0 TO SE-TITLE-COUNT.
           MOVE SN-OPERATOR-ID TO SE-OPERATOR-ID.
           WRITE SEASON-ARCHIVE-RECORD
               INVALID KEY
                   MOVE "CANNOT WRITE SEASON HEADER"
                       TO SN-REFUSE-REASON
           END-WRITE.

      *A resumed close rebuilds the ladder from the snapshot, since
      *some heroes' baselines may already have been moved on.

       2500-LOAD-SNAPSHOT.
           MOVE SPACES TO SEASON-REPORT-LINE.
           MOVE "Resuming a close stopped after the snapshot was taken"
               TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE SPACES TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE SN-SEASON-ID TO SE-SEASON-ID.
           MOVE SPACES TO SE-CHOSEN-NAME.
           START SEASON-ARCHIVE-FILE KEY > SE-KEY
               INVALID KEY
                   SET END-OF-SEASON-ROWS TO TRUE
           END-START.
           PERFORM 2510-READ-NEXT-SEASON-ROW
               UNTIL END-OF-SEASON-ROWS.

       2510-READ-NEXT-SEASON-ROW.
           READ SEASON-ARCHIVE-FILE NEXT RECORD
               AT END
                   SET END-OF-SEASON-ROWS TO TRUE
               NOT AT END
                   IF SE-SEASON-ID NOT = SN-SEASON-ID
                       SET END-OF-SEASON-ROWS TO TRUE
                   ELSE
                       PERFORM 2520-LOAD-HERO-ENTRY
                   END-IF
           END-READ.
           IF SE-FILE-STATUS NOT = "00" AND SE-FILE-STATUS NOT = "02"
               SET END-OF-SEASON-ROWS TO TRUE
           END-IF.

       2520-LOAD-HERO-ENTRY.
           IF SN-HERO-COUNT >= 500
               MOVE "TOO MANY HEROES FOR ONE SEASON CLOSE"
                   TO SN-REFUSE-REASON
               SET END-OF-SEASON-ROWS TO TRUE
           ELSE
               ADD 1 TO SN-HERO-COUNT
               ADD 1 TO SN-SNAPSHOT-COUNT
               SET SN-HERO-IDX TO SN-HERO-COUNT
               MOVE SE-CHOSEN-NAME TO SN-HERO-NAME(SN-HERO-IDX)
               MOVE SE-YOUR-CLASS TO SN-HERO-CLASS(SN-HERO-IDX)
               MOVE SE-RACE-NAME TO SN-HERO-RACE(SN-HERO-IDX)
               MOVE SE-PLAYER-LEVEL TO SN-HERO-LEVEL(SN-HERO-IDX)
               MOVE SE-PLAYER-XP TO SN-HERO-XP(SN-HERO-IDX)
               MOVE SE-LIFETIME-XP TO SN-HERO-LIFE-XP(SN-HERO-IDX)
               MOVE SE-CARRIED-GOLD TO SN-HERO-CARRIED(SN-HERO-IDX)
               MOVE SE-BANKED-GOLD TO SN-HERO-BANKED(SN-HERO-IDX)
               MOVE SE-SEASON-LEVELS TO SN-HERO-LEVELS(SN-HERO-IDX)
               MOVE SE-SEASON-XP TO SN-HERO-SEASON-XP(SN-HERO-IDX)
               MOVE SE-SEASON-GOLD TO SN-HERO-SEASON-GOLD(SN-HERO-IDX)
               MOVE SE-OVERALL-RANK TO SN-HERO-OVERALL(SN-HERO-IDX)
               MOVE SE-CLASS-RANK TO SN-HERO-CLASS-RANK(SN-HERO-IDX)
               MOVE SE-RACE-RANK TO SN-HERO-RACE-RANK(SN-HERO-IDX)
               MOVE SE-OWNER-ACCOUNT TO SN-HERO-OWNER(SN-HERO-IDX)
               PERFORM 9300-NOTE-CLASS-AND-RACE
           END-IF.

      *Step two: the season titles. ACHIEVE is keyed by hero and
      *code, so a title already on file is left as it is.

       3000-AWARD-SEASON-TITLES.
           MOVE "SEASON TITLES" TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           PERFORM 3100-AWARD-HERO-TITLES
               VARYING SN-HERO-IDX FROM 1 BY 1
               UNTIL SN-HERO-IDX > SN-HERO-COUNT.
           MOVE SPACES TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.

       3100-AWARD-HERO-TITLES.
           IF SN-HERO-SEASON-XP(SN-HERO-IDX) > 0
               MOVE SN-HERO-NAME(SN-HERO-IDX) TO SN-AWARD-NAME
               IF SN-HERO-OVERALL(SN-HERO-IDX) <= 3
                   PERFORM 3110-AWARD-LADDER-PLACE
               END-IF
               IF SN-HERO-CLASS-RANK(SN-HERO-IDX) = 1
                   MOVE "CC" TO SN-AWARD-TYPE
                   MOVE SPACES TO SN-AWARD-TITLE
                   STRING SN-SEASON-ID DELIMITED BY SIZE
                       " Class Champ" DELIMITED BY SIZE
                       INTO SN-AWARD-TITLE
                   PERFORM 3900-AWARD-ONE-TITLE
               END-IF
               IF SN-HERO-RACE-RANK(SN-HERO-IDX) = 1
                   MOVE "RC" TO SN-AWARD-TYPE
                   MOVE SPACES TO SN-AWARD-TITLE
                   STRING SN-SEASON-ID DELIMITED BY SIZE
                       " Race Champ" DELIMITED BY SIZE
                       INTO SN-AWARD-TITLE
                   PERFORM 3900-AWARD-ONE-TITLE
               END-IF
           END-IF.

       3110-AWARD-LADDER-PLACE.
           EVALUATE SN-HERO-OVERALL(SN-HERO-IDX)
               WHEN 1
                   MOVE "L1" TO SN-AWARD-TYPE
                   MOVE "1st" TO SN-PLACE-TEXT
               WHEN 2
                   MOVE "L2" TO SN-AWARD-TYPE
                   MOVE "2nd" TO SN-PLACE-TEXT
               WHEN OTHER
                   MOVE "L3" TO SN-AWARD-TYPE
                   MOVE "3rd" TO SN-PLACE-TEXT
           END-EVALUATE.
           MOVE SPACES TO SN-AWARD-TITLE.
           STRING SN-SEASON-ID DELIMITED BY SIZE
               " Ladder " DELIMITED BY SIZE
               SN-PLACE-TEXT DELIMITED BY SIZE
               INTO SN-AWARD-TITLE.
           PERFORM 3900-AWARD-ONE-TITLE.

       3900-AWARD-ONE-TITLE.
           MOVE SPACES TO SN-AWARD-CODE.
           STRING "S" DELIMITED BY SIZE
               SN-SEASON-YY DELIMITED BY SIZE
               SN-SEASON-NUM DELIMITED BY SIZE
               SN-AWARD-TYPE DELIMITED BY SIZE
               INTO SN-AWARD-CODE.
           MOVE SN-AWARD-NAME TO ACH-CHOSEN-NAME.
           MOVE SN-AWARD-CODE TO ACH-CODE.
           MOVE SPACES TO SEASON-REPORT-LINE.
           READ ACHIEVEMENT-FILE
               INVALID KEY
                   MOVE SN-AWARD-NAME TO ACH-CHOSEN-NAME
                   MOVE SN-AWARD-CODE TO ACH-CODE
                   MOVE SN-AWARD-TITLE TO ACH-TITLE
                   MOVE SN-RUN-DATE TO ACH-EARNED-DATE
                   WRITE ACHIEVEMENT-RECORD
                   ADD 1 TO SN-AWARDED-COUNT
                   STRING "  AWARDED  " DELIMITED BY SIZE
                       SN-AWARD-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SN-AWARD-TITLE DELIMITED BY SIZE
                       " to " DELIMITED BY SIZE
                       SN-AWARD-NAME DELIMITED BY SIZE
                       INTO SEASON-REPORT-LINE
               NOT INVALID KEY
                   ADD 1 TO SN-HELD-COUNT
                   STRING "  HELD     " DELIMITED BY SIZE
                       SN-AWARD-CODE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SN-AWARD-TITLE DELIMITED BY SIZE
                       " by " DELIMITED BY SIZE
                       SN-AWARD-NAME DELIMITED BY SIZE
                       INTO SEASON-REPORT-LINE
           END-READ.
           WRITE SEASON-REPORT-LINE.

      *Step three: each hero still on CHARMAST opens the new season
      *at the standing they stand at now. A hero already marked with
      *this season was reset by an earlier run and is left alone.

       4000-RESET-BASELINES.
           PERFORM 4010-RESET-ONE-BASELINE
               VARYING SN-HERO-IDX FROM 1 BY 1
               UNTIL SN-HERO-IDX > SN-HERO-COUNT.

       4010-RESET-ONE-BASELINE.
           MOVE SN-HERO-NAME(SN-HERO-IDX) TO CM-CHOSEN-NAME.
           READ CHARACTER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CM-SEASON-CLOSED = SN-SEASON-ID
                       ADD 1 TO SN-ALREADY-RESET-COUNT
                   ELSE
                       PERFORM 9100-FIGURE-STANDING
                       MOVE SN-SEASON-ID TO CM-SEASON-CLOSED
                       MOVE CM-PLAYER-LEVEL TO CM-SEASON-BASE-LEVEL
                       MOVE SN-LIFE-XP TO CM-SEASON-BASE-XP
                       MOVE SN-TOTAL-GOLD TO CM-SEASON-BASE-GOLD
                       REWRITE CHARACTER-MASTER-RECORD
                       ADD 1 TO SN-RESET-COUNT
                   END-IF
           END-READ.

       4500-MARK-SEASON-CLOSED.
           MOVE SN-SEASON-ID TO SE-SEASON-ID.
           MOVE SPACES TO SE-CHOSEN-NAME.
           READ SEASON-ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SE-SEASON-CLOSED TO TRUE
                   MOVE SN-RUN-DATE TO SE-CLOSE-DATE
                   ADD SN-AWARDED-COUNT TO SE-TITLE-COUNT
                   MOVE SN-OPERATOR-ID TO SE-OPERATOR-ID
                   REWRITE SEASON-ARCHIVE-RECORD
           END-READ.

      *The web extract carries the whole ladder in overall rank
      *order, one comma-separated row per hero.

       5000-WRITE-SEASON-EXTRACT.
           OPEN OUTPUT SEASON-EXTRACT-FILE.
           PERFORM 5010-EXTRACT-RANK
               VARYING SN-RANK-WANTED FROM 1 BY 1
               UNTIL SN-RANK-WANTED > SN-HERO-COUNT.
           CLOSE SEASON-EXTRACT-FILE.

       5010-EXTRACT-RANK.
           PERFORM 5020-EXTRACT-IF-RANKED
               VARYING SN-HERO-IDX FROM 1 BY 1
               UNTIL SN-HERO-IDX > SN-HERO-COUNT.

       5020-EXTRACT-IF-RANKED.
           IF SN-HERO-OVERALL(SN-HERO-IDX) = SN-RANK-WANTED
               MOVE SN-HERO-SEASON-GOLD(SN-HERO-IDX) TO SN-GOLD-CSV
               MOVE SPACES TO SEASON-EXTRACT-RECORD
               STRING SN-SEASON-ID DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SN-HERO-OVERALL(SN-HERO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SN-HERO-NAME(SN-HERO-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   SN-HERO-CLASS(SN-HERO-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   SN-HERO-RACE(SN-HERO-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   SN-HERO-LEVEL(SN-HERO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SN-HERO-LEVELS(SN-HERO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SN-HERO-SEASON-XP(SN-HERO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SN-GOLD-CSV DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SN-HERO-CLASS-RANK(SN-HERO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SN-HERO-RACE-RANK(SN-HERO-IDX) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   SN-HERO-OWNER(SN-HERO-IDX) DELIMITED BY SPACE
                   INTO SEASON-EXTRACT-RECORD
               END-STRING
               WRITE SEASON-EXTRACT-RECORD
               ADD 1 TO SN-EXTRACT-COUNT
           END-IF.

      *The results report: the top of the overall ladder, then the
      *leaders of each class and of each race.

       6000-WRITE-LADDER.
           MOVE "OVERALL LADDER" TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           PERFORM 6900-WRITE-COLUMN-HEADING.
           PERFORM 6010-WRITE-OVERALL-RANK
               VARYING SN-RANK-WANTED FROM 1 BY 1
               UNTIL SN-RANK-WANTED > SN-LADDER-TOP
                  OR SN-RANK-WANTED > SN-HERO-COUNT.
           PERFORM 6100-WRITE-CLASS-LADDER
               VARYING SN-CLASS-IDX FROM 1 BY 1
               UNTIL SN-CLASS-IDX > SN-CLASS-COUNT.
           PERFORM 6200-WRITE-RACE-LADDER
               VARYING SN-RACE-IDX FROM 1 BY 1
               UNTIL SN-RACE-IDX > SN-RACE-COUNT.
           MOVE SPACES TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.

       6010-WRITE-OVERALL-RANK.
           PERFORM 6020-WRITE-IF-OVERALL
               VARYING SN-HERO-IDX FROM 1 BY 1
               UNTIL SN-HERO-IDX > SN-HERO-COUNT.

       6020-WRITE-IF-OVERALL.
           IF SN-HERO-OVERALL(SN-HERO-IDX) = SN-RANK-WANTED
               PERFORM 6800-WRITE-LADDER-LINE
           END-IF.

       6100-WRITE-CLASS-LADDER.
           MOVE SN-CLASS-NAME(SN-CLASS-IDX) TO SN-GROUP-NAME.
           MOVE SPACES TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "CLASS: " DELIMITED BY SIZE
               SN-GROUP-NAME DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           PERFORM 6110-WRITE-CLASS-RANK
               VARYING SN-RANK-WANTED FROM 1 BY 1
               UNTIL SN-RANK-WANTED > SN-GROUP-TOP.

       6110-WRITE-CLASS-RANK.
           PERFORM 6120-WRITE-IF-CLASS
               VARYING SN-HERO-IDX FROM 1 BY 1
               UNTIL SN-HERO-IDX > SN-HERO-COUNT.

       6120-WRITE-IF-CLASS.
           IF SN-HERO-CLASS(SN-HERO-IDX) = SN-GROUP-NAME
                   AND SN-HERO-CLASS-RANK(SN-HERO-IDX) = SN-RANK-WANTED
               PERFORM 6800-WRITE-LADDER-LINE
           END-IF.

       6200-WRITE-RACE-LADDER.
           MOVE SN-RACE-NAME(SN-RACE-IDX) TO SN-GROUP-NAME.
           MOVE SPACES TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "RACE: " DELIMITED BY SIZE
               SN-GROUP-NAME DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           PERFORM 6210-WRITE-RACE-RANK
               VARYING SN-RANK-WANTED FROM 1 BY 1
               UNTIL SN-RANK-WANTED > SN-GROUP-TOP.

       6210-WRITE-RACE-RANK.
           PERFORM 6220-WRITE-IF-RACE
               VARYING SN-HERO-IDX FROM 1 BY 1
               UNTIL SN-HERO-IDX > SN-HERO-COUNT.

       6220-WRITE-IF-RACE.
           IF SN-HERO-RACE(SN-HERO-IDX) = SN-GROUP-NAME
                   AND SN-HERO-RACE-RANK(SN-HERO-IDX) = SN-RANK-WANTED
               PERFORM 6800-WRITE-LADDER-LINE
           END-IF.

      *The rank shown is the hero's place on the list being printed.
       6800-WRITE-LADDER-LINE.
           MOVE SN-RANK-WANTED TO SN-RANK-ED.
           MOVE SN-HERO-LEVEL(SN-HERO-IDX) TO SN-LEVEL-ED.
           MOVE SN-HERO-SEASON-XP(SN-HERO-IDX) TO SN-XP-ED.
           MOVE SN-HERO-SEASON-GOLD(SN-HERO-IDX) TO SN-GOLD-ED.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               SN-RANK-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SN-HERO-NAME(SN-HERO-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SN-HERO-CLASS(SN-HERO-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SN-HERO-RACE(SN-HERO-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SN-LEVEL-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SN-XP-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               SN-GOLD-ED DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.

       6900-WRITE-COLUMN-HEADING.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "  RANK  HERO       CLASS           RACE            "
                   DELIMITED BY SIZE
               "LV  XP GAIN  GOLD GAIN" DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.

       7000-WRITE-CONTROL-TOTALS.
           MOVE SN-SNAPSHOT-COUNT TO SN-COUNT-ED.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "Heroes on the season ladder:   " DELIMITED BY SIZE
               SN-COUNT-ED DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE SN-AWARDED-COUNT TO SN-COUNT-ED.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "Season titles awarded:         " DELIMITED BY SIZE
               SN-COUNT-ED DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE SN-HELD-COUNT TO SN-COUNT-ED.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "Season titles already held:    " DELIMITED BY SIZE
               SN-COUNT-ED DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE SN-RESET-COUNT TO SN-COUNT-ED.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "Season baselines reset:        " DELIMITED BY SIZE
               SN-COUNT-ED DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE SN-ALREADY-RESET-COUNT TO SN-COUNT-ED.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "Baselines reset by earlier run:" DELIMITED BY SIZE
               SN-COUNT-ED DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE SN-EXTRACT-COUNT TO SN-COUNT-ED.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "Web extract rows written:      " DELIMITED BY SIZE
               SN-COUNT-ED DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           DISPLAY "SeasonClose: season " SN-SEASON-ID " closed, "
               SN-SNAPSHOT-COUNT " heroes ranked, "
               SN-AWARDED-COUNT " titles awarded.".

       9000-CLOSE-FILES.
           CLOSE CHARACTER-MASTER-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           CLOSE ACHIEVEMENT-FILE.
           CLOSE SEASON-ARCHIVE-FILE.
           CLOSE HERO-LOCK-FILE.

      *Lifetime XP is not kept on the master; the threshold starts
      *at 100 and grows by 50 a level, so the XP behind the current
      *level follows from the level and threshold. Gold is carried
      *plus banked.
       9100-FIGURE-STANDING.
           COMPUTE SN-LIFE-XP =
               (CM-PLAYER-LEVEL - 1) * (CM-PLAYER-XP-THRESH + 50) / 2
               + CM-PLAYER-XP.
           MOVE CM-CHOSEN-NAME TO BA-CHOSEN-NAME.
           READ BANK-ACCOUNT-FILE
               INVALID KEY
                   MOVE 0 TO BA-BANKED-GOLD
           END-READ.
           IF BA-FILE-STATUS NOT = "00"
               MOVE 0 TO BA-BANKED-GOLD
           END-IF.
           COMPUTE SN-TOTAL-GOLD = CM-PLAYER-GOLD + BA-BANKED-GOLD.

       9300-NOTE-CLASS-AND-RACE.
           MOVE SN-HERO-CLASS(SN-HERO-IDX) TO SN-SCAN-NAME.
           MOVE 'N' TO SN-FOUND-SW.
           PERFORM 9310-CHECK-CLASS-ENTRY
               VARYING SN-CLASS-IDX FROM 1 BY 1
               UNTIL SN-CLASS-IDX > SN-CLASS-COUNT OR SN-FOUND.
           IF NOT SN-FOUND AND SN-CLASS-COUNT < 20
               ADD 1 TO SN-CLASS-COUNT
               MOVE SN-SCAN-NAME TO SN-CLASS-NAME(SN-CLASS-COUNT)
           END-IF.
           MOVE SN-HERO-RACE(SN-HERO-IDX) TO SN-SCAN-NAME.
           MOVE 'N' TO SN-FOUND-SW.
           PERFORM 9320-CHECK-RACE-ENTRY
               VARYING SN-RACE-IDX FROM 1 BY 1
               UNTIL SN-RACE-IDX > SN-RACE-COUNT OR SN-FOUND.
           IF NOT SN-FOUND AND SN-RACE-COUNT < 20
               ADD 1 TO SN-RACE-COUNT
               MOVE SN-SCAN-NAME TO SN-RACE-NAME(SN-RACE-COUNT)
           END-IF.

       9310-CHECK-CLASS-ENTRY.
           IF SN-CLASS-NAME(SN-CLASS-IDX) = SN-SCAN-NAME
               SET SN-FOUND TO TRUE
           END-IF.

       9320-CHECK-RACE-ENTRY.
           IF SN-RACE-NAME(SN-RACE-IDX) = SN-SCAN-NAME
               SET SN-FOUND TO TRUE
           END-IF.

       9400-WRITE-REFUSAL.
           MOVE SPACES TO SEASON-REPORT-LINE.
           STRING "SEASON CLOSE REFUSED: " DELIMITED BY SIZE
               SN-REFUSE-REASON DELIMITED BY SIZE
               INTO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           MOVE "No live file was changed." TO SEASON-REPORT-LINE.
           WRITE SEASON-REPORT-LINE.
           DISPLAY "SeasonClose: close refused - " SN-REFUSE-REASON.
