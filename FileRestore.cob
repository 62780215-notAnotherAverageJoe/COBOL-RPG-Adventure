       IDENTIFICATION DIVISION.
       PROGRAM-ID. FileRestore.

      *Point-in-time restore from the dated copies FileBackup leaves
      *on disk (<master>.BKyymmdd). The operator keys the master to
      *restore and the backup date (and, optionally, the backup time
      *the copy must carry). The header record on the copy is proved
      *against that request and the whole copy is read through
      *before anything is touched, then the master is emptied and
      *reloaded from the copy. Keying HERO instead of a master name
      *restores one named hero's rows only, across every hero-keyed
      *master (CHARMAST, HEROINV, BANKACCT, QCHKPT, ACHIEVE,
      *QSTDONE), leaving everyone else's rows as they stand. The
      *run is refused while any hero holds a HEROLOCK row for today
      *- a live session would overwrite the restored rows at its
      *next save - and a report shows the record counts before and
      *after the reload. GOLDLDGR is not rolled back, so a restored
      *hero's gold shows on the next GoldRecon as an exception to be
      *corrected.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARACTER-MASTER-FILE ASSIGN TO "CHARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHOSEN-NAME
               FILE STATUS IS CM-FILE-STATUS.
           SELECT PLAYER-ACCOUNT-FILE ASSIGN TO "PLAYRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ACCOUNT-ID
               FILE STATUS IS PA-FILE-STATUS.
           SELECT MONSTER-FILE ASSIGN TO "MONSTERS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MF-MONSTER-CODE
               FILE STATUS IS MF-FILE-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO "ITEMMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-ITEM-CODE
               FILE STATUS IS IM-FILE-STATUS.
           SELECT LOOT-TABLE-FILE ASSIGN TO "LOOTTABL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LT-KEY
               FILE STATUS IS LT-FILE-STATUS.
           SELECT MERCHANT-STOCK-FILE ASSIGN TO "MERCSTK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS MS-FILE-STATUS.
           SELECT QUEST-CHECKPOINT-FILE ASSIGN TO "QCHKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QC-KEY
               FILE STATUS IS QC-FILE-STATUS.
           SELECT QUEST-STAGE-FILE ASSIGN TO "QSTSTG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QS-STAGE-CODE
               FILE STATUS IS QS-FILE-STATUS.
           SELECT QUEST-CATALOG-FILE ASSIGN TO "QSTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUEST-CODE
               FILE STATUS IS QM-FILE-STATUS.
           SELECT QUEST-HISTORY-FILE ASSIGN TO "QSTDONE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QH-KEY
               FILE STATUS IS QH-FILE-STATUS.
           SELECT ENCOUNTER-TABLE-FILE ASSIGN TO "ENCTABL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EN-KEY
               FILE STATUS IS EN-FILE-STATUS.
           SELECT HERO-INVENTORY-FILE ASSIGN TO "HEROINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HI-KEY
               FILE STATUS IS HI-FILE-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-CHOSEN-NAME
               FILE STATUS IS BA-FILE-STATUS.
           SELECT HIRELING-MASTER-FILE ASSIGN TO "HIREMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HM-NAME
               FILE STATUS IS HM-FILE-STATUS.
           SELECT ACHIEVEMENT-FILE ASSIGN TO "ACHIEVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACH-KEY
               FILE STATUS IS AC-FILE-STATUS.
           SELECT ATTRIBUTE-MASTER-FILE ASSIGN TO "ATTRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-KEY
               FILE STATUS IS AM-FILE-STATUS.
           SELECT ABILITY-MASTER-FILE ASSIGN TO "ABILMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-KEY
               FILE STATUS IS AB-FILE-STATUS.
           SELECT RECIPE-MASTER-FILE ASSIGN TO "RECIPES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RE-RECIPE-CODE
               FILE STATUS IS RE-FILE-STATUS.
           SELECT MARKET-LISTING-FILE ASSIGN TO "MKTLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MK-LISTING-ID
               FILE STATUS IS MK-FILE-STATUS.
           SELECT MARKET-BID-FILE ASSIGN TO "MKTBIDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MD-KEY
               FILE STATUS IS MD-FILE-STATUS.
           SELECT HERO-LOCK-FILE ASSIGN TO "HEROLOCK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HL-CHOSEN-NAME
               FILE STATUS IS HL-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO RS-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-FILE-STATUS.
           SELECT RESTORE-REPORT-FILE ASSIGN TO "RESTORRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "player-account.cpy".
       COPY "character-master.cpy".
       COPY "monster-master.cpy".
       COPY "item-master.cpy".
       COPY "loot-table.cpy".
       COPY "merchant-stock.cpy".
       COPY "quest-checkpoint.cpy".
       COPY "quest-stage.cpy".
       COPY "quest-catalog.cpy".
       COPY "quest-history.cpy".
       COPY "bank-account.cpy".
       COPY "hero-inventory.cpy".
       COPY "encounter-table.cpy".
       COPY "hireling-master.cpy".
       COPY "achievement.cpy".
       COPY "attribute-master.cpy".
       COPY "ability-master.cpy".
       COPY "recipe-master.cpy".
       COPY "market-listing.cpy".
       COPY "market-bid.cpy".
       COPY "hero-lock.cpy".

      *Every hero-keyed master carries the hero name in its first
      *ten bytes, which is how a single hero's rows are picked out
      *of a backup copy.
       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKUP-RECORD.
           05  BR-HERO-NAME         PIC X(10).
           05  FILLER               PIC X(340).

       FD  RESTORE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RESTORE-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  CM-FILE-STATUS           PIC X(02).
       01  PA-FILE-STATUS           PIC X(02).
       01  MF-FILE-STATUS           PIC X(02).
       01  IM-FILE-STATUS           PIC X(02).
       01  LT-FILE-STATUS           PIC X(02).
       01  MS-FILE-STATUS           PIC X(02).
       01  QC-FILE-STATUS           PIC X(02).
       01  QS-FILE-STATUS           PIC X(02).
       01  QM-FILE-STATUS           PIC X(02).
       01  QH-FILE-STATUS           PIC X(02).
       01  EN-FILE-STATUS           PIC X(02).
       01  HI-FILE-STATUS           PIC X(02).
       01  BA-FILE-STATUS           PIC X(02).
       01  HM-FILE-STATUS           PIC X(02).
       01  AC-FILE-STATUS           PIC X(02).
       01  AM-FILE-STATUS           PIC X(02).
       01  AB-FILE-STATUS           PIC X(02).
       01  RE-FILE-STATUS           PIC X(02).
       01  MK-FILE-STATUS           PIC X(02).
       01  MD-FILE-STATUS           PIC X(02).
       01  HL-FILE-STATUS           PIC X(02).
       01  BK-FILE-STATUS           PIC X(02).
       01  RR-FILE-STATUS           PIC X(02).

       01  RS-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-MASTER            VALUE 'Y'.
       01  RS-RELOAD-EOF-SW         PIC X(01) VALUE 'N'.
           88  END-OF-RELOAD            VALUE 'Y'.
       01  HL-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LOCKS             VALUE 'Y'.

       01  RS-SCAN-MORE-SW          PIC X(01) VALUE 'N'.
           88  RS-SCAN-NONE-FOUND       VALUE 'N'.

       01  RS-RUN-DATE              PIC 9(08).

      *The restore request as keyed by the operator.
       01  RS-MASTER-WANTED         PIC X(08).
           88  RS-RESTORE-HERO          VALUE "HERO".
           88  RS-KNOWN-MASTER          VALUE "CHARMAST" "PLAYRACT"
                                              "MONSTERS" "ITEMMAST"
                                              "LOOTTABL" "MERCSTK"
                                              "QCHKPT"   "QSTSTG"
                                              "QSTCAT"   "ENCTABL"
                                              "HEROINV"  "BANKACCT"
                                              "HIREMAST" "ACHIEVE"
                                              "ATTRMAST" "ABILMAST"
                                              "QSTDONE"  "RECIPES"
                                              "MKTLIST"  "MKTBIDS".
       01  RS-BACKUP-DATE           PIC X(06).
       01  RS-BACKUP-TIME           PIC X(04).
       01  RS-HERO-WANTED           PIC X(10).

      *The hero-keyed masters, in the order a hero restore proves
      *and reloads them.
       01  RS-HERO-MASTER-NAMES.
           05  FILLER               PIC X(08) VALUE "CHARMAST".
           05  FILLER               PIC X(08) VALUE "HEROINV".
           05  FILLER               PIC X(08) VALUE "BANKACCT".
           05  FILLER               PIC X(08) VALUE "QCHKPT".
           05  FILLER               PIC X(08) VALUE "ACHIEVE".
           05  FILLER               PIC X(08) VALUE "QSTDONE".
       01  RS-HERO-MASTER-TABLE REDEFINES RS-HERO-MASTER-NAMES.
           05  RS-HERO-MASTER       PIC X(08) OCCURS 6 TIMES.
       01  RS-HERO-MASTER-NUM       PIC 9(01).

      *Backup copies are named <master>.BKyymmdd, as FileBackup
      *writes them.
       01  RS-BACKUP-NAME           PIC X(17).
       01  RS-CURRENT-MASTER        PIC X(08).

      *Header record fields: "*BACKUP <master> <yymmdd> <hhmmsscc>".
       01  RS-HDR-TAG               PIC X(08).
       01  RS-HDR-MASTER            PIC X(08).
       01  RS-HDR-DATE              PIC X(06).
       01  RS-HDR-TIME              PIC X(08).

       01  RS-REJECT-REASON         PIC X(30) VALUE SPACES.
       01  RS-REFUSE-SW             PIC X(01) VALUE 'N'.
           88  RS-RESTORE-REFUSED       VALUE 'Y'.

       01  RS-LOCK-COUNT            PIC 9(05) VALUE 0.
       01  RS-BEFORE-COUNT          PIC 9(05) VALUE 0.
       01  RS-BACKUP-COUNT          PIC 9(05) VALUE 0.
       01  RS-BACKUP-HERO-COUNT     PIC 9(05) VALUE 0.
       01  RS-AFTER-COUNT           PIC 9(05) VALUE 0.

       01  RS-COUNT-ED              PIC ZZZZ9.
       01  RS-COUNT-ED2             PIC ZZZZ9.
       01  RS-COUNT-ED3             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT RS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "Restore which master? (name, or HERO)".
           ACCEPT RS-MASTER-WANTED.
           DISPLAY "Backup date to restore from? (yymmdd)".
           ACCEPT RS-BACKUP-DATE.
           DISPLAY "Backup time the copy must carry? (hhmm, or blank)".
           ACCEPT RS-BACKUP-TIME.
           IF RS-RESTORE-HERO
               DISPLAY "Restore the rows of which hero?"
               ACCEPT RS-HERO-WANTED
           END-IF.
           OPEN OUTPUT RESTORE-REPORT-FILE.
           PERFORM 1000-WRITE-REPORT-HEADING.
           PERFORM 1100-EDIT-REQUEST.
           IF RS-REJECT-REASON = SPACES
               PERFORM 1200-CHECK-HERO-LOCKS
           END-IF.
           IF RS-REJECT-REASON = SPACES
               IF RS-RESTORE-HERO
                   PERFORM 3000-RESTORE-ONE-HERO
               ELSE
                   PERFORM 2000-RESTORE-ONE-MASTER
               END-IF
           ELSE
               PERFORM 9400-WRITE-REFUSAL
           END-IF.
           CLOSE RESTORE-REPORT-FILE.
           STOP RUN.

       1000-WRITE-REPORT-HEADING.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           STRING "MASTER FILE RESTORE REPORT FOR " DELIMITED BY SIZE
               RS-RUN-DATE DELIMITED BY SIZE
               INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           STRING "Requested: " DELIMITED BY SIZE
               RS-MASTER-WANTED DELIMITED BY SPACE
               " from backup " DELIMITED BY SIZE
               RS-BACKUP-DATE DELIMITED BY SIZE
               " time " DELIMITED BY SIZE
               RS-BACKUP-TIME DELIMITED BY SIZE
               INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           IF RS-RESTORE-HERO
               MOVE SPACES TO RESTORE-REPORT-LINE
               STRING "Rows for hero " DELIMITED BY SIZE
                   RS-HERO-WANTED DELIMITED BY SIZE
                   " only" DELIMITED BY SIZE
                   INTO RESTORE-REPORT-LINE
               WRITE RESTORE-REPORT-LINE
           END-IF.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.

       1100-EDIT-REQUEST.
           IF NOT RS-KNOWN-MASTER AND NOT RS-RESTORE-HERO
               MOVE "MASTER NOT BACKED UP NIGHTLY" TO RS-REJECT-REASON
           END-IF.
           IF RS-REJECT-REASON = SPACES
                   AND RS-BACKUP-DATE NOT NUMERIC
               MOVE "BACKUP DATE NOT YYMMDD" TO RS-REJECT-REASON
           END-IF.
           IF RS-REJECT-REASON = SPACES
                   AND RS-BACKUP-TIME NOT = SPACES
                   AND RS-BACKUP-TIME NOT NUMERIC
               MOVE "BACKUP TIME NOT HHMM" TO RS-REJECT-REASON
           END-IF.
           IF RS-REJECT-REASON = SPACES AND RS-RESTORE-HERO
                   AND RS-HERO-WANTED = SPACES
               MOVE "HERO NAME MISSING" TO RS-REJECT-REASON
           END-IF.

      *Any lock stamped today means a session may still be live and
      *would write its own copy of the hero over the restored rows.
      *Prior-day rows are stale leftovers and do not hold the run.
       1200-CHECK-HERO-LOCKS.
           OPEN INPUT HERO-LOCK-FILE.
           IF HL-FILE-STATUS NOT = "00"
               SET END-OF-LOCKS TO TRUE
           END-IF.
           PERFORM 1210-READ-NEXT-LOCK UNTIL END-OF-LOCKS.
           CLOSE HERO-LOCK-FILE.
           IF RS-LOCK-COUNT > 0
               MOVE "HEROES IN PLAY TODAY" TO RS-REJECT-REASON
           END-IF.

       1210-READ-NEXT-LOCK.
           READ HERO-LOCK-FILE NEXT RECORD
               AT END
                   SET END-OF-LOCKS TO TRUE
               NOT AT END
                   IF HL-LOCK-DATE >= RS-RUN-DATE
                       ADD 1 TO RS-LOCK-COUNT
                       MOVE SPACES TO RESTORE-REPORT-LINE
                       STRING "  IN PLAY: " DELIMITED BY SIZE
                           HL-CHOSEN-NAME DELIMITED BY SIZE
                           " locked " DELIMITED BY SIZE
                           HL-LOCK-DATE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HL-LOCK-TIME DELIMITED BY SIZE
                           INTO RESTORE-REPORT-LINE
                       WRITE RESTORE-REPORT-LINE
                   END-IF
           END-READ.
           IF HL-FILE-STATUS NOT = "00" AND HL-FILE-STATUS NOT = "02"
               SET END-OF-LOCKS TO TRUE
           END-IF.

      *Whole-master restore: the copy is proved end to end first,
      *and only then is the master emptied and reloaded from it.

       2000-RESTORE-ONE-MASTER.
           MOVE RS-MASTER-WANTED TO RS-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           PERFORM 9200-PROVE-BACKUP-COPY.
           IF RS-REJECT-REASON NOT = SPACES
               PERFORM 9400-WRITE-REFUSAL
           ELSE
               MOVE 0 TO RS-BEFORE-COUNT RS-AFTER-COUNT
               EVALUATE RS-CURRENT-MASTER
                   WHEN "CHARMAST"
                       PERFORM 2100-RESTORE-CHARMAST
                   WHEN "PLAYRACT"
                       PERFORM 2150-RESTORE-PLAYRACT
                   WHEN "MONSTERS"
                       PERFORM 2200-RESTORE-MONSTERS
                   WHEN "ITEMMAST"
                       PERFORM 2250-RESTORE-ITEMMAST
                   WHEN "LOOTTABL"
                       PERFORM 2300-RESTORE-LOOTTABL
                   WHEN "MERCSTK"
                       PERFORM 2350-RESTORE-MERCSTK
                   WHEN "QCHKPT"
                       PERFORM 2400-RESTORE-QCHKPT
                   WHEN "QSTSTG"
                       PERFORM 2450-RESTORE-QSTSTG
                   WHEN "QSTCAT"
                       PERFORM 2500-RESTORE-QSTCAT
                   WHEN "ENCTABL"
                       PERFORM 2550-RESTORE-ENCTABL
                   WHEN "HEROINV"
                       PERFORM 2600-RESTORE-HEROINV
                   WHEN "BANKACCT"
                       PERFORM 2650-RESTORE-BANKACCT
                   WHEN "HIREMAST"
                       PERFORM 2700-RESTORE-HIREMAST
                   WHEN "ACHIEVE"
                       PERFORM 2750-RESTORE-ACHIEVE
                   WHEN "ATTRMAST"
                       PERFORM 2800-RESTORE-ATTRMAST
                   WHEN "ABILMAST"
                       PERFORM 2850-RESTORE-ABILMAST
                   WHEN "QSTDONE"
                       PERFORM 2900-RESTORE-QSTDONE
                   WHEN "RECIPES"
                       PERFORM 2950-RESTORE-RECIPES
                   WHEN "MKTLIST"
                       PERFORM 2980-RESTORE-MKTLIST
                   WHEN "MKTBIDS"
                       PERFORM 2990-RESTORE-MKTBIDS
               END-EVALUATE
               PERFORM 9300-WRITE-COUNT-LINE
           END-IF.

       2100-RESTORE-CHARMAST.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT CHARACTER-MASTER-FILE.
           IF CM-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2110-COUNT-CHARMAST-RECORD UNTIL END-OF-MASTER.
           CLOSE CHARACTER-MASTER-FILE.
           OPEN OUTPUT CHARACTER-MASTER-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2120-RELOAD-CHARMAST-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE CHARACTER-MASTER-FILE.

       2110-COUNT-CHARMAST-RECORD.
           READ CHARACTER-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF CM-FILE-STATUS NOT = "00" AND CM-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2120-RELOAD-CHARMAST-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO CHARACTER-MASTER-RECORD
                   WRITE CHARACTER-MASTER-RECORD
                   IF CM-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2150-RESTORE-PLAYRACT.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT PLAYER-ACCOUNT-FILE.
           IF PA-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2160-COUNT-PLAYRACT-RECORD UNTIL END-OF-MASTER.
           CLOSE PLAYER-ACCOUNT-FILE.
           OPEN OUTPUT PLAYER-ACCOUNT-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2170-RELOAD-PLAYRACT-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE PLAYER-ACCOUNT-FILE.

       2160-COUNT-PLAYRACT-RECORD.
           READ PLAYER-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF PA-FILE-STATUS NOT = "00" AND PA-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2170-RELOAD-PLAYRACT-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO PLAYER-ACCOUNT-RECORD
                   WRITE PLAYER-ACCOUNT-RECORD
                   IF PA-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2200-RESTORE-MONSTERS.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT MONSTER-FILE.
           IF MF-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2210-COUNT-MONSTER-RECORD UNTIL END-OF-MASTER.
           CLOSE MONSTER-FILE.
           OPEN OUTPUT MONSTER-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2220-RELOAD-MONSTER-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE MONSTER-FILE.

       2210-COUNT-MONSTER-RECORD.
           READ MONSTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF MF-FILE-STATUS NOT = "00" AND MF-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2220-RELOAD-MONSTER-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO MONSTER-MASTER-RECORD
                   WRITE MONSTER-MASTER-RECORD
                   IF MF-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2250-RESTORE-ITEMMAST.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT ITEM-MASTER-FILE.
           IF IM-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2260-COUNT-ITEM-RECORD UNTIL END-OF-MASTER.
           CLOSE ITEM-MASTER-FILE.
           OPEN OUTPUT ITEM-MASTER-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2270-RELOAD-ITEM-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE ITEM-MASTER-FILE.

       2260-COUNT-ITEM-RECORD.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF IM-FILE-STATUS NOT = "00" AND IM-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2270-RELOAD-ITEM-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO ITEM-MASTER-RECORD
                   WRITE ITEM-MASTER-RECORD
                   IF IM-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2300-RESTORE-LOOTTABL.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT LOOT-TABLE-FILE.
           IF LT-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2310-COUNT-LOOT-RECORD UNTIL END-OF-MASTER.
           CLOSE LOOT-TABLE-FILE.
           OPEN OUTPUT LOOT-TABLE-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2320-RELOAD-LOOT-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE LOOT-TABLE-FILE.

       2310-COUNT-LOOT-RECORD.
           READ LOOT-TABLE-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF LT-FILE-STATUS NOT = "00" AND LT-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2320-RELOAD-LOOT-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO LOOT-TABLE-RECORD
                   WRITE LOOT-TABLE-RECORD
                   IF LT-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2350-RESTORE-MERCSTK.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT MERCHANT-STOCK-FILE.
           IF MS-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2360-COUNT-STOCK-RECORD UNTIL END-OF-MASTER.
           CLOSE MERCHANT-STOCK-FILE.
           OPEN OUTPUT MERCHANT-STOCK-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2370-RELOAD-STOCK-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE MERCHANT-STOCK-FILE.

       2360-COUNT-STOCK-RECORD.
           READ MERCHANT-STOCK-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF MS-FILE-STATUS NOT = "00" AND MS-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2370-RELOAD-STOCK-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO MERCHANT-STOCK-RECORD
                   WRITE MERCHANT-STOCK-RECORD
                   IF MS-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2400-RESTORE-QCHKPT.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT QUEST-CHECKPOINT-FILE.
           IF QC-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2410-COUNT-CHECKPOINT-RECORD UNTIL END-OF-MASTER.
           CLOSE QUEST-CHECKPOINT-FILE.
           OPEN OUTPUT QUEST-CHECKPOINT-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2420-RELOAD-CHECKPOINT-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE QUEST-CHECKPOINT-FILE.

       2410-COUNT-CHECKPOINT-RECORD.
           READ QUEST-CHECKPOINT-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF QC-FILE-STATUS NOT = "00" AND QC-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2420-RELOAD-CHECKPOINT-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO QUEST-CHECKPOINT-RECORD
                   WRITE QUEST-CHECKPOINT-RECORD
                   IF QC-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2450-RESTORE-QSTSTG.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT QUEST-STAGE-FILE.
           IF QS-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2460-COUNT-STAGE-RECORD UNTIL END-OF-MASTER.
           CLOSE QUEST-STAGE-FILE.
           OPEN OUTPUT QUEST-STAGE-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2470-RELOAD-STAGE-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE QUEST-STAGE-FILE.

       2460-COUNT-STAGE-RECORD.
           READ QUEST-STAGE-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF QS-FILE-STATUS NOT = "00" AND QS-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2470-RELOAD-STAGE-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO QUEST-STAGE-RECORD
                   WRITE QUEST-STAGE-RECORD
                   IF QS-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2500-RESTORE-QSTCAT.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT QUEST-CATALOG-FILE.
           IF QM-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2510-COUNT-CATALOG-RECORD UNTIL END-OF-MASTER.
           CLOSE QUEST-CATALOG-FILE.
           OPEN OUTPUT QUEST-CATALOG-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2520-RELOAD-CATALOG-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE QUEST-CATALOG-FILE.

       2510-COUNT-CATALOG-RECORD.
           READ QUEST-CATALOG-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF QM-FILE-STATUS NOT = "00" AND QM-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2520-RELOAD-CATALOG-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO QUEST-CATALOG-RECORD
                   WRITE QUEST-CATALOG-RECORD
                   IF QM-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2550-RESTORE-ENCTABL.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT ENCOUNTER-TABLE-FILE.
           IF EN-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2560-COUNT-ENCOUNTER-RECORD UNTIL END-OF-MASTER.
           CLOSE ENCOUNTER-TABLE-FILE.
           OPEN OUTPUT ENCOUNTER-TABLE-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2570-RELOAD-ENCOUNTER-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE ENCOUNTER-TABLE-FILE.

       2560-COUNT-ENCOUNTER-RECORD.
           READ ENCOUNTER-TABLE-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF EN-FILE-STATUS NOT = "00" AND EN-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2570-RELOAD-ENCOUNTER-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO ENCOUNTER-TABLE-RECORD
                   WRITE ENCOUNTER-TABLE-RECORD
                   IF EN-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2600-RESTORE-HEROINV.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT HERO-INVENTORY-FILE.
           IF HI-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2610-COUNT-INVENTORY-RECORD UNTIL END-OF-MASTER.
           CLOSE HERO-INVENTORY-FILE.
           OPEN OUTPUT HERO-INVENTORY-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2620-RELOAD-INVENTORY-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE HERO-INVENTORY-FILE.

       2610-COUNT-INVENTORY-RECORD.
           READ HERO-INVENTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF HI-FILE-STATUS NOT = "00" AND HI-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2620-RELOAD-INVENTORY-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO HERO-INVENTORY-RECORD
                   WRITE HERO-INVENTORY-RECORD
                   IF HI-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2650-RESTORE-BANKACCT.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF BA-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2660-COUNT-BANK-RECORD UNTIL END-OF-MASTER.
           CLOSE BANK-ACCOUNT-FILE.
           OPEN OUTPUT BANK-ACCOUNT-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2670-RELOAD-BANK-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE BANK-ACCOUNT-FILE.

       2660-COUNT-BANK-RECORD.
           READ BANK-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF BA-FILE-STATUS NOT = "00" AND BA-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2670-RELOAD-BANK-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO BANK-ACCOUNT-RECORD
                   WRITE BANK-ACCOUNT-RECORD
                   IF BA-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2700-RESTORE-HIREMAST.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT HIRELING-MASTER-FILE.
           IF HM-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2710-COUNT-HIRELING-RECORD UNTIL END-OF-MASTER.
           CLOSE HIRELING-MASTER-FILE.
           OPEN OUTPUT HIRELING-MASTER-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2720-RELOAD-HIRELING-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE HIRELING-MASTER-FILE.

       2710-COUNT-HIRELING-RECORD.
           READ HIRELING-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF HM-FILE-STATUS NOT = "00" AND HM-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2720-RELOAD-HIRELING-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO HIRELING-MASTER-RECORD
                   WRITE HIRELING-MASTER-RECORD
                   IF HM-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2750-RESTORE-ACHIEVE.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT ACHIEVEMENT-FILE.
           IF AC-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2760-COUNT-ACHIEVE-RECORD UNTIL END-OF-MASTER.
           CLOSE ACHIEVEMENT-FILE.
           OPEN OUTPUT ACHIEVEMENT-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2770-RELOAD-ACHIEVE-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE ACHIEVEMENT-FILE.

       2760-COUNT-ACHIEVE-RECORD.
           READ ACHIEVEMENT-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF AC-FILE-STATUS NOT = "00" AND AC-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2770-RELOAD-ACHIEVE-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO ACHIEVEMENT-RECORD
                   WRITE ACHIEVEMENT-RECORD
                   IF AC-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2800-RESTORE-ATTRMAST.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT ATTRIBUTE-MASTER-FILE.
           IF AM-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2810-COUNT-ATTRIBUTE-RECORD UNTIL END-OF-MASTER.
           CLOSE ATTRIBUTE-MASTER-FILE.
           OPEN OUTPUT ATTRIBUTE-MASTER-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2820-RELOAD-ATTRIBUTE-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE ATTRIBUTE-MASTER-FILE.

       2810-COUNT-ATTRIBUTE-RECORD.
           READ ATTRIBUTE-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF AM-FILE-STATUS NOT = "00" AND AM-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2820-RELOAD-ATTRIBUTE-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO ATTRIBUTE-MASTER-RECORD
                   WRITE ATTRIBUTE-MASTER-RECORD
                   IF AM-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2850-RESTORE-ABILMAST.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT ABILITY-MASTER-FILE.
           IF AB-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2860-COUNT-ABILITY-RECORD UNTIL END-OF-MASTER.
           CLOSE ABILITY-MASTER-FILE.
           OPEN OUTPUT ABILITY-MASTER-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2870-RELOAD-ABILITY-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE ABILITY-MASTER-FILE.

       2860-COUNT-ABILITY-RECORD.
           READ ABILITY-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF AB-FILE-STATUS NOT = "00" AND AB-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2870-RELOAD-ABILITY-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO ABILITY-MASTER-RECORD
                   WRITE ABILITY-MASTER-RECORD
                   IF AB-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2900-RESTORE-QSTDONE.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT QUEST-HISTORY-FILE.
           IF QH-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2910-COUNT-HISTORY-RECORD UNTIL END-OF-MASTER.
           CLOSE QUEST-HISTORY-FILE.
           OPEN OUTPUT QUEST-HISTORY-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2920-RELOAD-HISTORY-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE QUEST-HISTORY-FILE.

       2910-COUNT-HISTORY-RECORD.
           READ QUEST-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF QH-FILE-STATUS NOT = "00" AND QH-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2920-RELOAD-HISTORY-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO QUEST-HISTORY-RECORD
                   WRITE QUEST-HISTORY-RECORD
                   IF QH-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2950-RESTORE-RECIPES.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT RECIPE-MASTER-FILE.
           IF RE-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2960-COUNT-RECIPE-RECORD UNTIL END-OF-MASTER.
           CLOSE RECIPE-MASTER-FILE.
           OPEN OUTPUT RECIPE-MASTER-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2970-RELOAD-RECIPE-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE RECIPE-MASTER-FILE.

       2960-COUNT-RECIPE-RECORD.
           READ RECIPE-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF RE-FILE-STATUS NOT = "00" AND RE-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2970-RELOAD-RECIPE-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO RECIPE-MASTER-RECORD
                   WRITE RECIPE-MASTER-RECORD
                   IF RE-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2980-RESTORE-MKTLIST.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT MARKET-LISTING-FILE.
           IF MK-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2981-COUNT-LISTING-RECORD UNTIL END-OF-MASTER.
           CLOSE MARKET-LISTING-FILE.
           OPEN OUTPUT MARKET-LISTING-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2982-RELOAD-LISTING-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE MARKET-LISTING-FILE.

       2981-COUNT-LISTING-RECORD.
           READ MARKET-LISTING-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF MK-FILE-STATUS NOT = "00" AND MK-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2982-RELOAD-LISTING-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO MARKET-LISTING-RECORD
                   WRITE MARKET-LISTING-RECORD
                   IF MK-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

       2990-RESTORE-MKTBIDS.
           MOVE 'N' TO RS-EOF-SW.
           OPEN INPUT MARKET-BID-FILE.
           IF MD-FILE-STATUS NOT = "00"
               SET END-OF-MASTER TO TRUE
           END-IF.
           PERFORM 2991-COUNT-BID-RECORD UNTIL END-OF-MASTER.
           CLOSE MARKET-BID-FILE.
           OPEN OUTPUT MARKET-BID-FILE.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 2992-RELOAD-BID-RECORD UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE MARKET-BID-FILE.

       2991-COUNT-BID-RECORD.
           READ MARKET-BID-FILE NEXT RECORD
               AT END
                   SET END-OF-MASTER TO TRUE
               NOT AT END
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           IF MD-FILE-STATUS NOT = "00" AND MD-FILE-STATUS NOT = "02"
               SET END-OF-MASTER TO TRUE
           END-IF.

       2992-RELOAD-BID-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO MARKET-BID-RECORD
                   WRITE MARKET-BID-RECORD
                   IF MD-FILE-STATUS = "00"
                       ADD 1 TO RS-AFTER-COUNT
                   END-IF
           END-READ.

      *One hero's rows across the hero-keyed masters. All six
      *copies are proved before any master is opened for update, so
      *the hero is either restored everywhere or nowhere; each
      *master then has the hero's live rows deleted and the rows
      *from the copy written back in their place.

       3000-RESTORE-ONE-HERO.
           PERFORM 3010-PROVE-HERO-COPY
               VARYING RS-HERO-MASTER-NUM FROM 1 BY 1
               UNTIL RS-HERO-MASTER-NUM > 6.
           IF RS-RESTORE-REFUSED
               MOVE "BACKUP COPIES DID NOT PROVE" TO RS-REJECT-REASON
               PERFORM 9400-WRITE-REFUSAL
           ELSE
               MOVE SPACES TO RESTORE-REPORT-LINE
               WRITE RESTORE-REPORT-LINE
               PERFORM 3100-RESTORE-HERO-CHARMAST
               PERFORM 3200-RESTORE-HERO-HEROINV
               PERFORM 3300-RESTORE-HERO-BANKACCT
               PERFORM 3400-RESTORE-HERO-QCHKPT
               PERFORM 3500-RESTORE-HERO-ACHIEVE
               PERFORM 3600-RESTORE-HERO-QSTDONE
           END-IF.

       3010-PROVE-HERO-COPY.
           MOVE RS-HERO-MASTER(RS-HERO-MASTER-NUM)
               TO RS-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           PERFORM 9200-PROVE-BACKUP-COPY.
           IF RS-REJECT-REASON = SPACES AND RS-HERO-MASTER-NUM = 1
                   AND RS-BACKUP-HERO-COUNT = 0
               MOVE "HERO NOT ON CHARMAST COPY" TO RS-REJECT-REASON
               PERFORM 9210-WRITE-PROOF-LINE
           END-IF.
           IF RS-REJECT-REASON NOT = SPACES
               SET RS-RESTORE-REFUSED TO TRUE
           END-IF.

       3100-RESTORE-HERO-CHARMAST.
           MOVE "CHARMAST" TO RS-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           MOVE 0 TO RS-BEFORE-COUNT RS-BACKUP-COUNT RS-AFTER-COUNT.
           OPEN I-O CHARACTER-MASTER-FILE.
           IF CM-FILE-STATUS = "35"
               OPEN OUTPUT CHARACTER-MASTER-FILE
               CLOSE CHARACTER-MASTER-FILE
               OPEN I-O CHARACTER-MASTER-FILE
           END-IF.
           MOVE RS-HERO-WANTED TO CM-CHOSEN-NAME.
           READ CHARACTER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE CHARACTER-MASTER-FILE
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 3120-RELOAD-HERO-CHARMAST UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE CHARACTER-MASTER-FILE.
           PERFORM 9300-WRITE-COUNT-LINE.

       3120-RELOAD-HERO-CHARMAST.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   IF BR-HERO-NAME = RS-HERO-WANTED
                       ADD 1 TO RS-BACKUP-COUNT
                       MOVE BACKUP-RECORD TO CHARACTER-MASTER-RECORD
                       WRITE CHARACTER-MASTER-RECORD
                       IF CM-FILE-STATUS = "00"
                           ADD 1 TO RS-AFTER-COUNT
                       END-IF
                   END-IF
           END-READ.

       3200-RESTORE-HERO-HEROINV.
           MOVE "HEROINV" TO RS-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           MOVE 0 TO RS-BEFORE-COUNT RS-BACKUP-COUNT RS-AFTER-COUNT.
           OPEN I-O HERO-INVENTORY-FILE.
           IF HI-FILE-STATUS = "35"
               OPEN OUTPUT HERO-INVENTORY-FILE
               CLOSE HERO-INVENTORY-FILE
               OPEN I-O HERO-INVENTORY-FILE
           END-IF.
           MOVE 'Y' TO RS-SCAN-MORE-SW.
           PERFORM 3210-DELETE-HERO-INVENTORY
               UNTIL RS-SCAN-NONE-FOUND.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 3220-RELOAD-HERO-INVENTORY UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE HERO-INVENTORY-FILE.
           PERFORM 9300-WRITE-COUNT-LINE.

      *Delete the first remaining row for the hero and reposition
      *until none are left.
       3210-DELETE-HERO-INVENTORY.
           MOVE 'N' TO RS-SCAN-MORE-SW.
           MOVE RS-HERO-WANTED TO HI-CHOSEN-NAME.
           MOVE SPACES TO HI-ITEM-CODE.
           START HERO-INVENTORY-FILE KEY >= HI-KEY
               INVALID KEY CONTINUE
           END-START.
           IF HI-FILE-STATUS = "00"
               READ HERO-INVENTORY-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF HI-CHOSEN-NAME = RS-HERO-WANTED
                           DELETE HERO-INVENTORY-FILE
                           IF HI-FILE-STATUS = "00"
                               ADD 1 TO RS-BEFORE-COUNT
                               MOVE 'Y' TO RS-SCAN-MORE-SW
                           END-IF
                       END-IF
               END-READ
           END-IF.

       3220-RELOAD-HERO-INVENTORY.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   IF BR-HERO-NAME = RS-HERO-WANTED
                       ADD 1 TO RS-BACKUP-COUNT
                       MOVE BACKUP-RECORD TO HERO-INVENTORY-RECORD
                       WRITE HERO-INVENTORY-RECORD
                       IF HI-FILE-STATUS = "00"
                           ADD 1 TO RS-AFTER-COUNT
                       END-IF
                   END-IF
           END-READ.

       3300-RESTORE-HERO-BANKACCT.
           MOVE "BANKACCT" TO RS-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           MOVE 0 TO RS-BEFORE-COUNT RS-BACKUP-COUNT RS-AFTER-COUNT.
           OPEN I-O BANK-ACCOUNT-FILE.
           IF BA-FILE-STATUS = "35"
               OPEN OUTPUT BANK-ACCOUNT-FILE
               CLOSE BANK-ACCOUNT-FILE
               OPEN I-O BANK-ACCOUNT-FILE
           END-IF.
           MOVE RS-HERO-WANTED TO BA-CHOSEN-NAME.
           READ BANK-ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE BANK-ACCOUNT-FILE
                   ADD 1 TO RS-BEFORE-COUNT
           END-READ.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 3320-RELOAD-HERO-BANK UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE BANK-ACCOUNT-FILE.
           PERFORM 9300-WRITE-COUNT-LINE.

       3320-RELOAD-HERO-BANK.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   IF BR-HERO-NAME = RS-HERO-WANTED
                       ADD 1 TO RS-BACKUP-COUNT
                       MOVE BACKUP-RECORD TO BANK-ACCOUNT-RECORD
                       WRITE BANK-ACCOUNT-RECORD
                       IF BA-FILE-STATUS = "00"
                           ADD 1 TO RS-AFTER-COUNT
                       END-IF
                   END-IF
           END-READ.

       3400-RESTORE-HERO-QCHKPT.
           MOVE "QCHKPT" TO RS-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           MOVE 0 TO RS-BEFORE-COUNT RS-BACKUP-COUNT RS-AFTER-COUNT.
           OPEN I-O QUEST-CHECKPOINT-FILE.
           IF QC-FILE-STATUS = "35"
               OPEN OUTPUT QUEST-CHECKPOINT-FILE
               CLOSE QUEST-CHECKPOINT-FILE
               OPEN I-O QUEST-CHECKPOINT-FILE
           END-IF.
           MOVE 'Y' TO RS-SCAN-MORE-SW.
           PERFORM 3410-DELETE-HERO-CHECKPOINT
               UNTIL RS-SCAN-NONE-FOUND.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 3420-RELOAD-HERO-CHECKPOINT UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE QUEST-CHECKPOINT-FILE.
           PERFORM 9300-WRITE-COUNT-LINE.

      *Delete the first remaining row for the hero and reposition
      *until none are left.
       3410-DELETE-HERO-CHECKPOINT.
           MOVE 'N' TO RS-SCAN-MORE-SW.
           MOVE RS-HERO-WANTED TO QC-CHOSEN-NAME.
           MOVE SPACES TO QC-QUEST-CODE.
           MOVE SPACES TO QC-STAGE-CODE.
           START QUEST-CHECKPOINT-FILE KEY >= QC-KEY
               INVALID KEY CONTINUE
           END-START.
           IF QC-FILE-STATUS = "00"
               READ QUEST-CHECKPOINT-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF QC-CHOSEN-NAME = RS-HERO-WANTED
                           DELETE QUEST-CHECKPOINT-FILE
                           IF QC-FILE-STATUS = "00"
                               ADD 1 TO RS-BEFORE-COUNT
                               MOVE 'Y' TO RS-SCAN-MORE-SW
                           END-IF
                       END-IF
               END-READ
           END-IF.

       3420-RELOAD-HERO-CHECKPOINT.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   IF BR-HERO-NAME = RS-HERO-WANTED
                       ADD 1 TO RS-BACKUP-COUNT
                       MOVE BACKUP-RECORD TO QUEST-CHECKPOINT-RECORD
                       WRITE QUEST-CHECKPOINT-RECORD
                       IF QC-FILE-STATUS = "00"
                           ADD 1 TO RS-AFTER-COUNT
                       END-IF
                   END-IF
           END-READ.

       3500-RESTORE-HERO-ACHIEVE.
           MOVE "ACHIEVE" TO RS-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           MOVE 0 TO RS-BEFORE-COUNT RS-BACKUP-COUNT RS-AFTER-COUNT.
           OPEN I-O ACHIEVEMENT-FILE.
           IF AC-FILE-STATUS = "35"
               OPEN OUTPUT ACHIEVEMENT-FILE
               CLOSE ACHIEVEMENT-FILE
               OPEN I-O ACHIEVEMENT-FILE
           END-IF.
           MOVE 'Y' TO RS-SCAN-MORE-SW.
           PERFORM 3510-DELETE-HERO-ACHIEVE
               UNTIL RS-SCAN-NONE-FOUND.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 3520-RELOAD-HERO-ACHIEVE UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE ACHIEVEMENT-FILE.
           PERFORM 9300-WRITE-COUNT-LINE.

      *Delete the first remaining row for the hero and reposition
      *until none are left.
       3510-DELETE-HERO-ACHIEVE.
           MOVE 'N' TO RS-SCAN-MORE-SW.
           MOVE RS-HERO-WANTED TO ACH-CHOSEN-NAME.
           MOVE SPACES TO ACH-CODE.
           START ACHIEVEMENT-FILE KEY >= ACH-KEY
               INVALID KEY CONTINUE
           END-START.
           IF AC-FILE-STATUS = "00"
               READ ACHIEVEMENT-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF ACH-CHOSEN-NAME = RS-HERO-WANTED
                           DELETE ACHIEVEMENT-FILE
                           IF AC-FILE-STATUS = "00"
                               ADD 1 TO RS-BEFORE-COUNT
                               MOVE 'Y' TO RS-SCAN-MORE-SW
                           END-IF
                       END-IF
               END-READ
           END-IF.

       3520-RELOAD-HERO-ACHIEVE.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   IF BR-HERO-NAME = RS-HERO-WANTED
                       ADD 1 TO RS-BACKUP-COUNT
                       MOVE BACKUP-RECORD TO ACHIEVEMENT-RECORD
                       WRITE ACHIEVEMENT-RECORD
                       IF AC-FILE-STATUS = "00"
                           ADD 1 TO RS-AFTER-COUNT
                       END-IF
                   END-IF
           END-READ.

       3600-RESTORE-HERO-QSTDONE.
           MOVE "QSTDONE" TO RS-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           MOVE 0 TO RS-BEFORE-COUNT RS-BACKUP-COUNT RS-AFTER-COUNT.
           OPEN I-O QUEST-HISTORY-FILE.
           IF QH-FILE-STATUS = "35"
               OPEN OUTPUT QUEST-HISTORY-FILE
               CLOSE QUEST-HISTORY-FILE
               OPEN I-O QUEST-HISTORY-FILE
           END-IF.
           MOVE 'Y' TO RS-SCAN-MORE-SW.
           PERFORM 3610-DELETE-HERO-QSTDONE
               UNTIL RS-SCAN-NONE-FOUND.
           PERFORM 9500-OPEN-PAST-HEADER.
           PERFORM 3620-RELOAD-HERO-QSTDONE UNTIL END-OF-RELOAD.
           CLOSE BACKUP-FILE.
           CLOSE QUEST-HISTORY-FILE.
           PERFORM 9300-WRITE-COUNT-LINE.

      *Delete the first remaining row for the hero and reposition
      *until none are left.
       3610-DELETE-HERO-QSTDONE.
           MOVE 'N' TO RS-SCAN-MORE-SW.
           MOVE RS-HERO-WANTED TO QH-CHOSEN-NAME.
           MOVE SPACES TO QH-QUEST-CODE.
           START QUEST-HISTORY-FILE KEY >= QH-KEY
               INVALID KEY CONTINUE
           END-START.
           IF QH-FILE-STATUS = "00"
               READ QUEST-HISTORY-FILE NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                       IF QH-CHOSEN-NAME = RS-HERO-WANTED
                           DELETE QUEST-HISTORY-FILE
                           IF QH-FILE-STATUS = "00"
                               ADD 1 TO RS-BEFORE-COUNT
                               MOVE 'Y' TO RS-SCAN-MORE-SW
                           END-IF
                       END-IF
               END-READ
           END-IF.

       3620-RELOAD-HERO-QSTDONE.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   IF BR-HERO-NAME = RS-HERO-WANTED
                       ADD 1 TO RS-BACKUP-COUNT
                       MOVE BACKUP-RECORD TO QUEST-HISTORY-RECORD
                       WRITE QUEST-HISTORY-RECORD
                       IF QH-FILE-STATUS = "00"
                           ADD 1 TO RS-AFTER-COUNT
                       END-IF
                   END-IF
           END-READ.

       9100-BUILD-BACKUP-NAME.
           MOVE SPACES TO RS-BACKUP-NAME.
           STRING RS-CURRENT-MASTER DELIMITED BY SPACE
               ".BK" DELIMITED BY SIZE
               RS-BACKUP-DATE DELIMITED BY SIZE
               INTO RS-BACKUP-NAME.

      *Prove a backup copy before it is trusted: it must exist, its
      *header must name this master and the requested date (and
      *time, when one was keyed) with a valid time of day, and every
      *record behind the header must read cleanly to end of file.
       9200-PROVE-BACKUP-COPY.
           MOVE SPACES TO RS-REJECT-REASON.
           MOVE 0 TO RS-BACKUP-COUNT RS-BACKUP-HERO-COUNT.
           MOVE SPACES TO RS-HDR-TAG RS-HDR-MASTER RS-HDR-DATE
               RS-HDR-TIME.
           OPEN INPUT BACKUP-FILE.
           IF BK-FILE-STATUS NOT = "00"
               MOVE "BACKUP COPY NOT FOUND" TO RS-REJECT-REASON
           ELSE
               READ BACKUP-FILE
                   AT END
                       MOVE "BACKUP COPY IS EMPTY" TO RS-REJECT-REASON
                   NOT AT END
                       UNSTRING BACKUP-RECORD DELIMITED BY ALL SPACE
                           INTO RS-HDR-TAG RS-HDR-MASTER
                               RS-HDR-DATE RS-HDR-TIME
                       END-UNSTRING
               END-READ
               PERFORM 9220-EDIT-BACKUP-HEADER
               IF RS-REJECT-REASON = SPACES
                   MOVE 'N' TO RS-RELOAD-EOF-SW
                   PERFORM 9230-COUNT-BACKUP-RECORD
                       UNTIL END-OF-RELOAD
               END-IF
               CLOSE BACKUP-FILE
           END-IF.
           PERFORM 9210-WRITE-PROOF-LINE.

       9210-WRITE-PROOF-LINE.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           IF RS-REJECT-REASON = SPACES
               MOVE RS-BACKUP-COUNT TO RS-COUNT-ED
               STRING "  " DELIMITED BY SIZE
                   RS-BACKUP-NAME DELIMITED BY SIZE
                   " header " DELIMITED BY SIZE
                   RS-HDR-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RS-HDR-TIME(1:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   RS-HDR-TIME(3:2) DELIMITED BY SIZE
                   " proved, " DELIMITED BY SIZE
                   RS-COUNT-ED DELIMITED BY SIZE
                   " records" DELIMITED BY SIZE
                   INTO RESTORE-REPORT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                   RS-BACKUP-NAME DELIMITED BY SIZE
                   " NOT PROVED: " DELIMITED BY SIZE
                   RS-REJECT-REASON DELIMITED BY SIZE
                   INTO RESTORE-REPORT-LINE
           END-IF.
           WRITE RESTORE-REPORT-LINE.

       9220-EDIT-BACKUP-HEADER.
           IF RS-REJECT-REASON = SPACES AND RS-HDR-TAG NOT = "*BACKUP"
               MOVE "BACKUP HEADER MISSING" TO RS-REJECT-REASON
           END-IF.
           IF RS-REJECT-REASON = SPACES
                   AND RS-HDR-MASTER NOT = RS-CURRENT-MASTER
               MOVE "HEADER NAMES ANOTHER MASTER" TO RS-REJECT-REASON
           END-IF.
           IF RS-REJECT-REASON = SPACES
                   AND RS-HDR-DATE NOT = RS-BACKUP-DATE
               MOVE "HEADER DATE NOT AS REQUESTED" TO RS-REJECT-REASON
           END-IF.
           IF RS-REJECT-REASON = SPACES
               IF RS-HDR-TIME NOT NUMERIC
                       OR RS-HDR-TIME(1:2) > "23"
                       OR RS-HDR-TIME(3:2) > "59"
                   MOVE "HEADER TIME NOT VALID" TO RS-REJECT-REASON
               END-IF
           END-IF.
           IF RS-REJECT-REASON = SPACES AND RS-BACKUP-TIME NOT = SPACES
                   AND RS-HDR-TIME(1:4) NOT = RS-BACKUP-TIME
               MOVE "HEADER TIME NOT AS REQUESTED" TO RS-REJECT-REASON
           END-IF.

       9230-COUNT-BACKUP-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   ADD 1 TO RS-BACKUP-COUNT
                   IF BR-HERO-NAME = RS-HERO-WANTED
                       ADD 1 TO RS-BACKUP-HERO-COUNT
                   END-IF
           END-READ.
           IF BK-FILE-STATUS NOT = "00" AND BK-FILE-STATUS NOT = "10"
               MOVE "BACKUP COPY UNREADABLE" TO RS-REJECT-REASON
               SET END-OF-RELOAD TO TRUE
           END-IF.

       9300-WRITE-COUNT-LINE.
           MOVE RS-BEFORE-COUNT TO RS-COUNT-ED.
           MOVE RS-BACKUP-COUNT TO RS-COUNT-ED2.
           MOVE RS-AFTER-COUNT TO RS-COUNT-ED3.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           IF RS-AFTER-COUNT = RS-BACKUP-COUNT
               STRING "  " DELIMITED BY SIZE
                   RS-CURRENT-MASTER DELIMITED BY SIZE
                   " before " DELIMITED BY SIZE
                   RS-COUNT-ED DELIMITED BY SIZE
                   " backup " DELIMITED BY SIZE
                   RS-COUNT-ED2 DELIMITED BY SIZE
                   " after " DELIMITED BY SIZE
                   RS-COUNT-ED3 DELIMITED BY SIZE
                   "  IN BALANCE" DELIMITED BY SIZE
                   INTO RESTORE-REPORT-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                   RS-CURRENT-MASTER DELIMITED BY SIZE
                   " before " DELIMITED BY SIZE
                   RS-COUNT-ED DELIMITED BY SIZE
                   " backup " DELIMITED BY SIZE
                   RS-COUNT-ED2 DELIMITED BY SIZE
                   " after " DELIMITED BY SIZE
                   RS-COUNT-ED3 DELIMITED BY SIZE
                   "  *** OUT OF BALANCE ***" DELIMITED BY SIZE
                   INTO RESTORE-REPORT-LINE
           END-IF.
           WRITE RESTORE-REPORT-LINE.
           DISPLAY "FileRestore " RS-CURRENT-MASTER
               " before " RS-BEFORE-COUNT
               " after " RS-AFTER-COUNT.

       9400-WRITE-REFUSAL.
           MOVE SPACES TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           STRING "RESTORE REFUSED: " DELIMITED BY SIZE
               RS-REJECT-REASON DELIMITED BY SIZE
               INTO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           MOVE "No master file was changed." TO RESTORE-REPORT-LINE.
           WRITE RESTORE-REPORT-LINE.
           DISPLAY "FileRestore refused: " RS-REJECT-REASON.

       9500-OPEN-PAST-HEADER.
           OPEN INPUT BACKUP-FILE.
           READ BACKUP-FILE
               AT END CONTINUE
           END-READ.
           MOVE 'N' TO RS-RELOAD-EOF-SW.
