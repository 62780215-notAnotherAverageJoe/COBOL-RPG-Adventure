       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuspectReport.

      *Nightly suspicious-activity report for the operators. Reads
      *the day's GAMELOG and GOLDLDGR, with QCHKPT for evidence, and
      *flags four kinds of likely abuse, each followed by the rows
      *that raised it so an operator can judge it without going
      *back to the files:
      *
      *  1. Sessions (SSTR to the next SSTR for the hero) whose
      *     combat XP or gold is more than SU-NORM-MULTIPLE times the
      *     day's average session for heroes in the same level band.
      *     The log does not carry the level, so each session is
      *     banded at the hero's CHARMAST level less the level-ups
      *     logged from that session on; a hero no longer on
      *     CHARMAST is judged against the all-levels average.
      *  2. Save-scumming: the same quest checkpoint resumed
      *     SU-RESTORE-LIMIT or more times in the day. The evidence
      *     is the resume events, the hero's RSET rebaseline count
      *     on the ledger and the checkpoint row on QCHKPT.
      *  3. Merchant loops: a hero both buying and selling back the
      *     same item in the day for more gold than the purchases
      *     cost - sell-back pays half price, so this only happens
      *     when goods come from elsewhere or prices move under
      *     the hero.
      *  4. Transfer funnels: XFRO/XFRI pairs are chained (gold
      *     passed on again the same day follows the chain to where
      *     it stops) and any hero receiving from SU-FUNNEL-SOURCES
      *     or more distinct heroes, or from SU-CROSS-SOURCES or more
      *     heroes under a different CM-OWNER-ACCOUNT, is flagged.
      *     Market sales settle on MKTB/MKTS rows, not XFRO/XFRI,
      *     so a busy seller is never taken for a funnel.
      *
      *Runs in NightlyRun after LogArchive, which leaves GAMELOG
      *holding only the current day's events.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-FILE-STATUS.
           SELECT GOLD-LEDGER-FILE ASSIGN TO "GOLDLDGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GD-FILE-STATUS.
           SELECT QUEST-CHECKPOINT-FILE ASSIGN TO "QCHKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QC-KEY
               FILE STATUS IS QC-FILE-STATUS.
           SELECT CHARACTER-MASTER-FILE ASSIGN TO "CHARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CHOSEN-NAME
               FILE STATUS IS CM-FILE-STATUS.
           SELECT SUSPECT-REPORT-FILE ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "game-log.cpy".
       COPY "gold-ledger.cpy".
       COPY "quest-checkpoint.cpy".
       COPY "character-master.cpy".

       FD  SUSPECT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPECT-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  GL-FILE-STATUS           PIC X(02).
       01  GD-FILE-STATUS           PIC X(02).
       01  QC-FILE-STATUS           PIC X(02).
       01  CM-FILE-STATUS           PIC X(02).
       01  SU-FILE-STATUS           PIC X(02).

       01  GL-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LOG               VALUE 'Y'.
       01  GD-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-LEDGER            VALUE 'Y'.
       01  QC-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-CHECKPOINTS       VALUE 'Y'.

       01  SU-RUN-DATE              PIC 9(08).
       01  SU-LOG-DATE              PIC 9(06).

      *Thresholds.
       01  SU-NORM-MULTIPLE         PIC 9(02) VALUE 3.
       01  SU-MIN-SESSIONS          PIC 9(03) VALUE 5.
       01  SU-XP-FLOOR              PIC 9(05) VALUE 100.
       01  SU-GOLD-FLOOR            PIC 9(05) VALUE 100.
       01  SU-RESTORE-LIMIT         PIC 9(02) VALUE 3.
       01  SU-FUNNEL-SOURCES        PIC 9(02) VALUE 3.
       01  SU-CROSS-SOURCES         PIC 9(02) VALUE 2.
       01  SU-CHAIN-HOPS            PIC 9(02) VALUE 10.

      *Level bands as MonsterBalance reports them; the last band is
      *heroes whose level is not on file.
       01  SU-BAND-VALUES.
           05  FILLER               PIC X(10) VALUE "05Lv 1-5  ".
           05  FILLER               PIC X(10) VALUE "10Lv 6-10 ".
           05  FILLER               PIC X(10) VALUE "15Lv 11-15".
           05  FILLER               PIC X(10) VALUE "20Lv 16-20".
           05  FILLER               PIC X(10) VALUE "99Lv 21+  ".
           05  FILLER               PIC X(10) VALUE "00Unknown ".
       01  SU-BAND-TABLE REDEFINES SU-BAND-VALUES.
           05  SU-BAND-DEF OCCURS 6 TIMES.
               10  SU-BAND-LIMIT    PIC 9(02).
               10  SU-BAND-LABEL    PIC X(08).
       01  SU-BAND-NUM              PIC 9(01).
       01  SU-UNKNOWN-BAND          PIC 9(01) VALUE 6.

      *Session norms per level band, and across all levels.
       01  SU-NORM-TABLE.
           05  SU-NORM-ENTRY OCCURS 7 TIMES.
               10  SU-NORM-SESSIONS PIC 9(05).
               10  SU-NORM-XP-SUM   PIC 9(09).
               10  SU-NORM-GOLD-SUM PIC 9(09).
       01  SU-ALL-LEVELS            PIC 9(01) VALUE 7.
       01  SU-NORM-NUM              PIC 9(01).
       01  SU-NORM-XP               PIC 9(07).
       01  SU-NORM-GOLD             PIC 9(07).

      *Heroes seen on today's log, with the session open for each.
       01  SU-HERO-TABLE.
           05  SU-HERO-COUNT        PIC 9(04) VALUE 0.
           05  SU-HERO-ENTRY OCCURS 500 TIMES
                   INDEXED BY SU-HERO-IDX.
               10  SU-HERO-NAME     PIC X(10).
               10  SU-HERO-SESSION  PIC 9(04).
               10  SU-HERO-LEVEL    PIC 9(02).
               10  SU-HERO-RSETS    PIC 9(03).
       01  SU-HERO-FOUND-SW         PIC X(01).
           88  SU-HERO-FOUND            VALUE 'Y'.

       01  SU-SESSION-TABLE.
           05  SU-SESSION-COUNT     PIC 9(04) VALUE 0.
           05  SU-SESSION-ENTRY OCCURS 1000 TIMES
                   INDEXED BY SU-SESS-IDX.
               10  SU-SESS-NAME     PIC X(10).
               10  SU-SESS-FIRST-SEQ PIC 9(07).
               10  SU-SESS-LAST-SEQ PIC 9(07).
               10  SU-SESS-START-TIME PIC 9(08).
               10  SU-SESS-LEVEL    PIC 9(02).
               10  SU-SESS-LEVEL-UPS PIC 9(02).
               10  SU-SESS-WINS     PIC 9(04).
               10  SU-SESS-XP       PIC 9(07).
               10  SU-SESS-GOLD     PIC 9(07).
       01  SU-SESS-NUM              PIC 9(04).

       01  SU-RESTORE-TABLE.
           05  SU-RESTORE-COUNT     PIC 9(04) VALUE 0.
           05  SU-RESTORE-ENTRY OCCURS 500 TIMES
                   INDEXED BY SU-REST-IDX.
               10  SU-REST-NAME     PIC X(10).
               10  SU-REST-STAGE    PIC X(06).
               10  SU-REST-TIMES    PIC 9(04).

       01  SU-MERCHANT-TABLE.
           05  SU-MERCHANT-COUNT    PIC 9(04) VALUE 0.
           05  SU-MERCHANT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY SU-MERC-IDX.
               10  SU-MERC-NAME     PIC X(10).
               10  SU-MERC-ITEM     PIC X(06).
               10  SU-MERC-BUYS     PIC 9(04).
               10  SU-MERC-BUY-GOLD PIC 9(07).
               10  SU-MERC-SELLS    PIC 9(04).
               10  SU-MERC-SELL-GOLD PIC 9(07).

      *Today's gold transfers, paired from the XFRO/XFRI rows, and
      *the hero each one's gold finally came to rest with.
       01  SU-TRANSFER-TABLE.
           05  SU-TRANSFER-COUNT    PIC 9(04) VALUE 0.
           05  SU-TRANSFER-ENTRY OCCURS 500 TIMES
                   INDEXED BY SU-XFER-IDX.
               10  SU-XFER-FROM     PIC X(10).
               10  SU-XFER-FROM-ACCT PIC X(08).
               10  SU-XFER-TO       PIC X(10).
               10  SU-XFER-TO-ACCT  PIC X(08).
               10  SU-XFER-AMOUNT   PIC 9(05).
               10  SU-XFER-TIME     PIC 9(08).
               10  SU-XFER-SINK     PIC X(10).
       01  SU-XFER-NUM              PIC 9(04).
       01  SU-CHAIN-NUM             PIC 9(04).
       01  SU-HOP-COUNT             PIC 9(02).
       01  SU-CHAIN-SW              PIC X(01).
           88  SU-CHAIN-GOES-ON         VALUE 'Y'.
       01  SU-PENDING-SW            PIC X(01) VALUE 'N'.
           88  SU-XFRO-PENDING          VALUE 'Y'.
       01  SU-PENDING-NAME          PIC X(10).
       01  SU-PENDING-AMOUNT        PIC 9(05).

       01  SU-SINK-TABLE.
           05  SU-SINK-COUNT        PIC 9(04) VALUE 0.
           05  SU-SINK-ENTRY OCCURS 500 TIMES
                   INDEXED BY SU-SINK-IDX.
               10  SU-SINK-NAME     PIC X(10).
               10  SU-SINK-ACCT     PIC X(08).
               10  SU-SINK-RECEIVED PIC 9(07).
               10  SU-SINK-SOURCES  PIC 9(02).
               10  SU-SINK-CROSS    PIC 9(02).
               10  SU-SINK-SOURCE-NAME OCCURS 20 TIMES
                                    PIC X(10).
       01  SU-SOURCE-NUM            PIC 9(02).
       01  SU-SOURCE-FOUND-SW       PIC X(01).
           88  SU-SOURCE-FOUND          VALUE 'Y'.

      *Selection for the evidence listing off GAMELOG.
       01  SU-EVID-KIND             PIC X(01).
           88  SU-EVID-SESSION          VALUE 'S'.
           88  SU-EVID-RESTORE          VALUE 'R'.
           88  SU-EVID-MERCHANT         VALUE 'M'.
       01  SU-EVID-NAME             PIC X(10).
       01  SU-EVID-OBJECT           PIC X(06).
       01  SU-EVID-FIRST-SEQ        PIC 9(07).
       01  SU-EVID-LAST-SEQ         PIC 9(07).
       01  SU-LOG-SEQ               PIC 9(07).

       01  SU-RESUME-TEXT           PIC X(31)
               VALUE "Resumed quest at checkpoint".
       01  SU-ACCOUNT-WORK          PIC X(08).
       01  SU-LEVEL-WORK            PIC 9(02).

       01  SU-LOG-ROWS              PIC 9(07) VALUE 0.
       01  SU-LEDGER-ROWS           PIC 9(07) VALUE 0.
       01  SU-SESSION-FLAGS         PIC 9(05) VALUE 0.
       01  SU-RESTORE-FLAGS         PIC 9(05) VALUE 0.
       01  SU-MERCHANT-FLAGS        PIC 9(05) VALUE 0.
       01  SU-FUNNEL-FLAGS          PIC 9(05) VALUE 0.
       01  SU-OVERFLOW-COUNT        PIC 9(05) VALUE 0.
       01  SU-UNPAIRED-COUNT        PIC 9(05) VALUE 0.
       01  SU-FLAG-SW               PIC X(01).
           88  SU-FLAGGED               VALUE 'Y'.

       01  SU-COUNT-ED              PIC ZZZZ9.
       01  SU-COUNT-ED2             PIC ZZZZ9.
       01  SU-GOLD-ED               PIC ZZZZZZ9.
       01  SU-GOLD-ED2              PIC ZZZZZZ9.
       01  SU-XP-ED                 PIC ZZZZZZ9.
       01  SU-LEVEL-ED              PIC Z9.
       01  SU-TIME-WORK             PIC 9(08).
       01  SU-TIME-PARTS REDEFINES SU-TIME-WORK.
           05  SU-TIME-HHMMSS       PIC 9(06).
           05  FILLER               PIC 9(02).
       01  SU-TIME-ED               PIC 99B99B99.
       01  SU-AMOUNT-ED             PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT SU-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SU-LOG-DATE FROM DATE.
           PERFORM 1000-SCAN-GAME-LOG.
           OPEN INPUT CHARACTER-MASTER-FILE.
           PERFORM 1500-SET-SESSION-LEVELS.
           PERFORM 1600-BUILD-SESSION-NORMS.
           PERFORM 2000-SCAN-LEDGER.
           PERFORM 2500-TRACE-TRANSFER-CHAINS
               VARYING SU-XFER-NUM FROM 1 BY 1
               UNTIL SU-XFER-NUM > SU-TRANSFER-COUNT.
           CLOSE CHARACTER-MASTER-FILE.
           OPEN OUTPUT SUSPECT-REPORT-FILE.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           STRING "SUSPICIOUS ACTIVITY REPORT FOR " DELIMITED BY SIZE
               SU-RUN-DATE DELIMITED BY SIZE
               INTO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           PERFORM 3000-REPORT-SESSIONS.
           PERFORM 3200-REPORT-RESTORES.
           PERFORM 3400-REPORT-MERCHANT-LOOPS.
           PERFORM 3600-REPORT-FUNNELS.
           PERFORM 3900-WRITE-CONTROL-TOTALS.
           CLOSE SUSPECT-REPORT-FILE.
           DISPLAY "SuspectReport flagged " SU-SESSION-FLAGS
               " sessions, " SU-RESTORE-FLAGS " restores, "
               SU-MERCHANT-FLAGS " merchant loops, "
               SU-FUNNEL-FLAGS " funnels.".
           GOBACK.

      *One pass of the day's log builds the sessions, the
      *checkpoint resumes and the merchant trades. Rows are numbered
      *as read so the evidence pass can find them again.

       1000-SCAN-GAME-LOG.
           OPEN INPUT GAME-LOG-FILE.
           IF GL-FILE-STATUS NOT = "00"
               SET END-OF-LOG TO TRUE
           END-IF.
           PERFORM 1010-READ-NEXT-LOG UNTIL END-OF-LOG.
           CLOSE GAME-LOG-FILE.

       1010-READ-NEXT-LOG.
           READ GAME-LOG-FILE
               AT END
                   SET END-OF-LOG TO TRUE
               NOT AT END
                   ADD 1 TO SU-LOG-SEQ
                   IF GL-EVENT-DATE = SU-LOG-DATE
                           AND GL-CHOSEN-NAME NOT = SPACES
                       ADD 1 TO SU-LOG-ROWS
                       PERFORM 1020-TALLY-LOG-EVENT
                   END-IF
           END-READ.

       1020-TALLY-LOG-EVENT.
           PERFORM 1100-FIND-HERO.
           IF SU-HERO-FOUND
               EVALUATE TRUE
                   WHEN GL-SESSION-START
                       PERFORM 1200-OPEN-SESSION
                   WHEN GL-COMBAT-WIN OR GL-LEVEL-UP
                       PERFORM 1210-ADD-TO-SESSION
                   WHEN GL-SESSION-END
                       PERFORM 1210-ADD-TO-SESSION
                   WHEN GL-QUEST-NOTE
                       IF GL-EVENT-TEXT = SU-RESUME-TEXT
                           PERFORM 1300-TALLY-RESTORE
                       END-IF
                   WHEN GL-PURCHASE OR GL-ITEM-SALE
                       PERFORM 1400-TALLY-MERCHANT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1100-FIND-HERO.
           MOVE 'N' TO SU-HERO-FOUND-SW.
           SET SU-HERO-IDX TO 1.
           SEARCH SU-HERO-ENTRY
               AT END
                   CONTINUE
               WHEN SU-HERO-IDX > SU-HERO-COUNT
                   CONTINUE
               WHEN SU-HERO-NAME(SU-HERO-IDX) = GL-CHOSEN-NAME
                   SET SU-HERO-FOUND TO TRUE
           END-SEARCH.
           IF NOT SU-HERO-FOUND
               IF SU-HERO-COUNT < 500
                   ADD 1 TO SU-HERO-COUNT
                   SET SU-HERO-IDX TO SU-HERO-COUNT
                   MOVE GL-CHOSEN-NAME TO SU-HERO-NAME(SU-HERO-IDX)
                   MOVE 0 TO SU-HERO-SESSION(SU-HERO-IDX)
                   MOVE 0 TO SU-HERO-LEVEL(SU-HERO-IDX)
                   MOVE 0 TO SU-HERO-RSETS(SU-HERO-IDX)
                   SET SU-HERO-FOUND TO TRUE
               ELSE
                   ADD 1 TO SU-OVERFLOW-COUNT
               END-IF
           END-IF.

       1200-OPEN-SESSION.
           IF SU-SESSION-COUNT < 1000
               ADD 1 TO SU-SESSION-COUNT
               SET SU-SESS-IDX TO SU-SESSION-COUNT
               MOVE GL-CHOSEN-NAME TO SU-SESS-NAME(SU-SESS-IDX)
               MOVE SU-LOG-SEQ TO SU-SESS-FIRST-SEQ(SU-SESS-IDX)
               MOVE SU-LOG-SEQ TO SU-SESS-LAST-SEQ(SU-SESS-IDX)
               MOVE GL-EVENT-TIME TO SU-SESS-START-TIME(SU-SESS-IDX)
               MOVE 0 TO SU-SESS-LEVEL(SU-SESS-IDX)
               MOVE 0 TO SU-SESS-LEVEL-UPS(SU-SESS-IDX)
               MOVE 0 TO SU-SESS-WINS(SU-SESS-IDX)
               MOVE 0 TO SU-SESS-XP(SU-SESS-IDX)
               MOVE 0 TO SU-SESS-GOLD(SU-SESS-IDX)
               MOVE SU-SESSION-COUNT TO SU-HERO-SESSION(SU-HERO-IDX)
           ELSE
               ADD 1 TO SU-OVERFLOW-COUNT
               MOVE 0 TO SU-HERO-SESSION(SU-HERO-IDX)
           END-IF.

      *An event with no session open for the hero - one carried
      *over from before midnight - opens a session of its own.
       1210-ADD-TO-SESSION.
           IF SU-HERO-SESSION(SU-HERO-IDX) = 0
               PERFORM 1200-OPEN-SESSION
           END-IF.
           IF SU-HERO-SESSION(SU-HERO-IDX) > 0
               SET SU-SESS-IDX TO SU-HERO-SESSION(SU-HERO-IDX)
               MOVE SU-LOG-SEQ TO SU-SESS-LAST-SEQ(SU-SESS-IDX)
               IF GL-COMBAT-WIN
                   ADD 1 TO SU-SESS-WINS(SU-SESS-IDX)
                   ADD GL-AMOUNT-XP TO SU-SESS-XP(SU-SESS-IDX)
                   ADD GL-AMOUNT-GOLD TO SU-SESS-GOLD(SU-SESS-IDX)
               END-IF
               IF GL-LEVEL-UP
                   ADD 1 TO SU-SESS-LEVEL-UPS(SU-SESS-IDX)
               END-IF
           END-IF.

       1300-TALLY-RESTORE.
           SET SU-REST-IDX TO 1.
           SEARCH SU-RESTORE-ENTRY
               AT END
                   ADD 1 TO SU-OVERFLOW-COUNT
               WHEN SU-REST-IDX > SU-RESTORE-COUNT
                   ADD 1 TO SU-RESTORE-COUNT
                   MOVE GL-CHOSEN-NAME TO SU-REST-NAME(SU-REST-IDX)
                   MOVE GL-OBJECT-CODE TO SU-REST-STAGE(SU-REST-IDX)
                   MOVE 1 TO SU-REST-TIMES(SU-REST-IDX)
               WHEN SU-REST-NAME(SU-REST-IDX) = GL-CHOSEN-NAME
                       AND SU-REST-STAGE(SU-REST-IDX) = GL-OBJECT-CODE
                   ADD 1 TO SU-REST-TIMES(SU-REST-IDX)
           END-SEARCH.

       1400-TALLY-MERCHANT.
           SET SU-MERC-IDX TO 1.
           SEARCH SU-MERCHANT-ENTRY
               AT END
                   ADD 1 TO SU-OVERFLOW-COUNT
               WHEN SU-MERC-IDX > SU-MERCHANT-COUNT
                   ADD 1 TO SU-MERCHANT-COUNT
                   MOVE GL-CHOSEN-NAME TO SU-MERC-NAME(SU-MERC-IDX)
                   MOVE GL-OBJECT-CODE TO SU-MERC-ITEM(SU-MERC-IDX)
                   MOVE 0 TO SU-MERC-BUYS(SU-MERC-IDX)
                   MOVE 0 TO SU-MERC-BUY-GOLD(SU-MERC-IDX)
                   MOVE 0 TO SU-MERC-SELLS(SU-MERC-IDX)
                   MOVE 0 TO SU-MERC-SELL-GOLD(SU-MERC-IDX)
                   PERFORM 1410-ADD-MERCHANT-TRADE
               WHEN SU-MERC-NAME(SU-MERC-IDX) = GL-CHOSEN-NAME
                       AND SU-MERC-ITEM(SU-MERC-IDX) = GL-OBJECT-CODE
                   PERFORM 1410-ADD-MERCHANT-TRADE
           END-SEARCH.

       1410-ADD-MERCHANT-TRADE.
           IF GL-PURCHASE
               ADD 1 TO SU-MERC-BUYS(SU-MERC-IDX)
               ADD GL-AMOUNT-GOLD TO SU-MERC-BUY-GOLD(SU-MERC-IDX)
           ELSE
               ADD 1 TO SU-MERC-SELLS(SU-MERC-IDX)
               ADD GL-AMOUNT-GOLD TO SU-MERC-SELL-GOLD(SU-MERC-IDX)
           END-IF.

      *Sessions are walked newest first: each hero starts at the
      *CHARMAST level and steps down by the level-ups of each
      *session passed.
       1500-SET-SESSION-LEVELS.
           PERFORM 1510-LOAD-HERO-LEVEL
               VARYING SU-HERO-IDX FROM 1 BY 1
               UNTIL SU-HERO-IDX > SU-HERO-COUNT.
           PERFORM 1520-SET-ONE-SESSION-LEVEL
               VARYING SU-SESS-NUM FROM SU-SESSION-COUNT BY -1
               UNTIL SU-SESS-NUM < 1.

       1510-LOAD-HERO-LEVEL.
           MOVE SU-HERO-NAME(SU-HERO-IDX) TO CM-CHOSEN-NAME.
           READ CHARACTER-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO SU-HERO-LEVEL(SU-HERO-IDX)
               NOT INVALID KEY
                   MOVE CM-PLAYER-LEVEL TO SU-HERO-LEVEL(SU-HERO-IDX)
           END-READ.

       1520-SET-ONE-SESSION-LEVEL.
           SET SU-SESS-IDX TO SU-SESS-NUM.
           MOVE SU-SESS-NAME(SU-SESS-IDX) TO GL-CHOSEN-NAME.
           PERFORM 1100-FIND-HERO.
           IF SU-HERO-FOUND AND SU-HERO-LEVEL(SU-HERO-IDX) > 0
               MOVE SU-HERO-LEVEL(SU-HERO-IDX) TO SU-LEVEL-WORK
               IF SU-LEVEL-WORK > SU-SESS-LEVEL-UPS(SU-SESS-IDX)
                   SUBTRACT SU-SESS-LEVEL-UPS(SU-SESS-IDX)
                       FROM SU-LEVEL-WORK
               ELSE
                   MOVE 1 TO SU-LEVEL-WORK
               END-IF
               MOVE SU-LEVEL-WORK TO SU-SESS-LEVEL(SU-SESS-IDX)
               MOVE SU-LEVEL-WORK TO SU-HERO-LEVEL(SU-HERO-IDX)
           END-IF.

       1600-BUILD-SESSION-NORMS.
           PERFORM 1610-CLEAR-NORM
               VARYING SU-NORM-NUM FROM 1 BY 1
               UNTIL SU-NORM-NUM > SU-ALL-LEVELS.
           PERFORM 1620-ADD-SESSION-TO-NORM
               VARYING SU-SESS-IDX FROM 1 BY 1
               UNTIL SU-SESS-IDX > SU-SESSION-COUNT.

       1610-CLEAR-NORM.
           MOVE 0 TO SU-NORM-SESSIONS(SU-NORM-NUM).
           MOVE 0 TO SU-NORM-XP-SUM(SU-NORM-NUM).
           MOVE 0 TO SU-NORM-GOLD-SUM(SU-NORM-NUM).

       1620-ADD-SESSION-TO-NORM.
           PERFORM 1630-SET-SESSION-BAND.
           ADD 1 TO SU-NORM-SESSIONS(SU-BAND-NUM).
           ADD SU-SESS-XP(SU-SESS-IDX) TO SU-NORM-XP-SUM(SU-BAND-NUM).
           ADD SU-SESS-GOLD(SU-SESS-IDX)
               TO SU-NORM-GOLD-SUM(SU-BAND-NUM).
           ADD 1 TO SU-NORM-SESSIONS(SU-ALL-LEVELS).
           ADD SU-SESS-XP(SU-SESS-IDX)
               TO SU-NORM-XP-SUM(SU-ALL-LEVELS).
           ADD SU-SESS-GOLD(SU-SESS-IDX)
               TO SU-NORM-GOLD-SUM(SU-ALL-LEVELS).

       1630-SET-SESSION-BAND.
           IF SU-SESS-LEVEL(SU-SESS-IDX) = 0
               MOVE SU-UNKNOWN-BAND TO SU-BAND-NUM
           ELSE
               MOVE 1 TO SU-BAND-NUM
               PERFORM 1640-NEXT-BAND
                   UNTIL SU-SESS-LEVEL(SU-SESS-IDX)
                       <= SU-BAND-LIMIT(SU-BAND-NUM)
           END-IF.

       1640-NEXT-BAND.
           ADD 1 TO SU-BAND-NUM.

      *The ledger pass counts each hero's RSET rebaselines and
      *pairs every XFRO with the XFRI HeroTransfer writes straight
      *after it.

       2000-SCAN-LEDGER.
           OPEN INPUT GOLD-LEDGER-FILE.
           IF GD-FILE-STATUS NOT = "00"
               SET END-OF-LEDGER TO TRUE
           END-IF.
           PERFORM 2010-READ-NEXT-LEDGER UNTIL END-OF-LEDGER.
           CLOSE GOLD-LEDGER-FILE.
           IF SU-XFRO-PENDING
               ADD 1 TO SU-UNPAIRED-COUNT
           END-IF.

       2010-READ-NEXT-LEDGER.
           READ GOLD-LEDGER-FILE
               AT END
                   SET END-OF-LEDGER TO TRUE
               NOT AT END
                   IF GLR-TRAN-DATE = SU-RUN-DATE
                       ADD 1 TO SU-LEDGER-ROWS
                       PERFORM 2020-TALLY-LEDGER-ROW
                   END-IF
           END-READ.

       2020-TALLY-LEDGER-ROW.
           EVALUATE TRUE
               WHEN GLR-REBASELINE
                   MOVE GLR-CHOSEN-NAME TO GL-CHOSEN-NAME
                   PERFORM 1100-FIND-HERO
                   IF SU-HERO-FOUND
                       ADD 1 TO SU-HERO-RSETS(SU-HERO-IDX)
                   END-IF
               WHEN GLR-TRANSFER-OUT
                   IF SU-XFRO-PENDING
                       ADD 1 TO SU-UNPAIRED-COUNT
                   END-IF
                   SET SU-XFRO-PENDING TO TRUE
                   MOVE GLR-CHOSEN-NAME TO SU-PENDING-NAME
                   COMPUTE SU-PENDING-AMOUNT = 0 - GLR-AMOUNT
               WHEN GLR-TRANSFER-IN
                   IF SU-XFRO-PENDING
                           AND GLR-AMOUNT = SU-PENDING-AMOUNT
                       PERFORM 2030-ADD-TRANSFER
                       MOVE 'N' TO SU-PENDING-SW
                   ELSE
                       ADD 1 TO SU-UNPAIRED-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2030-ADD-TRANSFER.
           IF SU-TRANSFER-COUNT < 500
               ADD 1 TO SU-TRANSFER-COUNT
               SET SU-XFER-IDX TO SU-TRANSFER-COUNT
               MOVE SU-PENDING-NAME TO SU-XFER-FROM(SU-XFER-IDX)
               MOVE GLR-CHOSEN-NAME TO SU-XFER-TO(SU-XFER-IDX)
               MOVE GLR-AMOUNT TO SU-XFER-AMOUNT(SU-XFER-IDX)
               MOVE GLR-TRAN-TIME TO SU-XFER-TIME(SU-XFER-IDX)
               MOVE SU-PENDING-NAME TO CM-CHOSEN-NAME
               PERFORM 2040-READ-OWNER-ACCOUNT
               MOVE SU-ACCOUNT-WORK TO SU-XFER-FROM-ACCT(SU-XFER-IDX)
               MOVE GLR-CHOSEN-NAME TO CM-CHOSEN-NAME
               PERFORM 2040-READ-OWNER-ACCOUNT
               MOVE SU-ACCOUNT-WORK TO SU-XFER-TO-ACCT(SU-XFER-IDX)
           ELSE
               ADD 1 TO SU-OVERFLOW-COUNT
           END-IF.

       2040-READ-OWNER-ACCOUNT.
           READ CHARACTER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO SU-ACCOUNT-WORK
               NOT INVALID KEY
                   MOVE CM-OWNER-ACCOUNT TO SU-ACCOUNT-WORK
           END-READ.

      *Follow a transfer's gold forward: when the receiver passes
      *gold on later in the day, the chain moves to the next
      *receiver, until it stops or the hop limit is reached. The
      *giver then counts as a source for the hero at the end.
       2500-TRACE-TRANSFER-CHAINS.
           SET SU-XFER-IDX TO SU-XFER-NUM.
           MOVE SU-XFER-TO(SU-XFER-IDX) TO SU-XFER-SINK(SU-XFER-IDX).
           MOVE SU-XFER-NUM TO SU-CHAIN-NUM.
           MOVE 0 TO SU-HOP-COUNT.
           SET SU-CHAIN-GOES-ON TO TRUE.
           PERFORM 2510-FOLLOW-ONE-HOP
               UNTIL NOT SU-CHAIN-GOES-ON
                   OR SU-HOP-COUNT >= SU-CHAIN-HOPS.
           PERFORM 2530-CREDIT-SINK.

       2510-FOLLOW-ONE-HOP.
           MOVE 'N' TO SU-CHAIN-SW.
           ADD 1 TO SU-HOP-COUNT.
           PERFORM 2520-CHECK-NEXT-HOP
               VARYING SU-XFER-IDX FROM SU-CHAIN-NUM BY 1
               UNTIL SU-XFER-IDX > SU-TRANSFER-COUNT
                   OR SU-CHAIN-GOES-ON.

       2520-CHECK-NEXT-HOP.
           IF SU-XFER-FROM(SU-XFER-IDX) = SU-XFER-SINK(SU-XFER-NUM)
                   AND SU-XFER-IDX > SU-CHAIN-NUM
               SET SU-CHAIN-GOES-ON TO TRUE
               SET SU-CHAIN-NUM TO SU-XFER-IDX
               MOVE SU-XFER-TO(SU-XFER-IDX)
                   TO SU-XFER-SINK(SU-XFER-NUM)
           END-IF.

       2530-CREDIT-SINK.
           SET SU-XFER-IDX TO SU-XFER-NUM.
           SET SU-SINK-IDX TO 1.
           SEARCH SU-SINK-ENTRY
               AT END
                   ADD 1 TO SU-OVERFLOW-COUNT
               WHEN SU-SINK-IDX > SU-SINK-COUNT
                   ADD 1 TO SU-SINK-COUNT
                   MOVE SU-XFER-SINK(SU-XFER-IDX)
                       TO SU-SINK-NAME(SU-SINK-IDX)
                   MOVE SU-XFER-SINK(SU-XFER-IDX) TO CM-CHOSEN-NAME
                   PERFORM 2040-READ-OWNER-ACCOUNT
                   MOVE SU-ACCOUNT-WORK TO SU-SINK-ACCT(SU-SINK-IDX)
                   MOVE 0 TO SU-SINK-RECEIVED(SU-SINK-IDX)
                   MOVE 0 TO SU-SINK-SOURCES(SU-SINK-IDX)
                   MOVE 0 TO SU-SINK-CROSS(SU-SINK-IDX)
                   PERFORM 2540-ADD-SINK-SOURCE
               WHEN SU-SINK-NAME(SU-SINK-IDX)
                       = SU-XFER-SINK(SU-XFER-IDX)
                   PERFORM 2540-ADD-SINK-SOURCE
           END-SEARCH.

      *Gold received counts only the final hop into the hero, so a
      *chain is not counted once per link.
       2540-ADD-SINK-SOURCE.
           IF SU-XFER-TO(SU-XFER-IDX) = SU-SINK-NAME(SU-SINK-IDX)
               ADD SU-XFER-AMOUNT(SU-XFER-IDX)
                   TO SU-SINK-RECEIVED(SU-SINK-IDX)
           END-IF.
           IF SU-XFER-FROM(SU-XFER-IDX) NOT = SU-SINK-NAME(SU-SINK-IDX)
               MOVE 'N' TO SU-SOURCE-FOUND-SW
               PERFORM 2550-CHECK-SOURCE
                   VARYING SU-SOURCE-NUM FROM 1 BY 1
                   UNTIL SU-SOURCE-NUM > SU-SINK-SOURCES(SU-SINK-IDX)
                       OR SU-SOURCE-FOUND
               IF NOT SU-SOURCE-FOUND
                       AND SU-SINK-SOURCES(SU-SINK-IDX) < 20
                   ADD 1 TO SU-SINK-SOURCES(SU-SINK-IDX)
                   MOVE SU-XFER-FROM(SU-XFER-IDX)
                       TO SU-SINK-SOURCE-NAME(SU-SINK-IDX,
                           SU-SINK-SOURCES(SU-SINK-IDX))
                   IF SU-XFER-FROM-ACCT(SU-XFER-IDX)
                           NOT = SU-SINK-ACCT(SU-SINK-IDX)
                       ADD 1 TO SU-SINK-CROSS(SU-SINK-IDX)
                   END-IF
               END-IF
           END-IF.

       2550-CHECK-SOURCE.
           IF SU-SINK-SOURCE-NAME(SU-SINK-IDX, SU-SOURCE-NUM)
                   = SU-XFER-FROM(SU-XFER-IDX)
               SET SU-SOURCE-FOUND TO TRUE
           END-IF.

      *Section one: outsized sessions.

       3000-REPORT-SESSIONS.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           MOVE "1. SESSIONS FAR ABOVE THE NORM FOR THE HERO'S LEVEL"
               TO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           PERFORM 3010-CHECK-SESSION
               VARYING SU-SESS-IDX FROM 1 BY 1
               UNTIL SU-SESS-IDX > SU-SESSION-COUNT.
           IF SU-SESSION-FLAGS = 0
               MOVE "  (none)" TO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
           END-IF.

      *The session is judged against its own band when the band
      *had enough sessions today, otherwise against all levels.
       3010-CHECK-SESSION.
           PERFORM 1630-SET-SESSION-BAND.
           MOVE SU-BAND-NUM TO SU-NORM-NUM.
           IF SU-NORM-SESSIONS(SU-NORM-NUM) < SU-MIN-SESSIONS
               MOVE SU-ALL-LEVELS TO SU-NORM-NUM
           END-IF.
           MOVE 'N' TO SU-FLAG-SW.
           IF SU-NORM-SESSIONS(SU-NORM-NUM) >= SU-MIN-SESSIONS
               COMPUTE SU-NORM-XP ROUNDED =
                   SU-NORM-XP-SUM(SU-NORM-NUM)
                   / SU-NORM-SESSIONS(SU-NORM-NUM)
               COMPUTE SU-NORM-GOLD ROUNDED =
                   SU-NORM-GOLD-SUM(SU-NORM-NUM)
                   / SU-NORM-SESSIONS(SU-NORM-NUM)
               IF SU-SESS-XP(SU-SESS-IDX) >= SU-XP-FLOOR
                       AND SU-SESS-XP(SU-SESS-IDX)
                           > SU-NORM-XP * SU-NORM-MULTIPLE
                   SET SU-FLAGGED TO TRUE
               END-IF
               IF SU-SESS-GOLD(SU-SESS-IDX) >= SU-GOLD-FLOOR
                       AND SU-SESS-GOLD(SU-SESS-IDX)
                           > SU-NORM-GOLD * SU-NORM-MULTIPLE
                   SET SU-FLAGGED TO TRUE
               END-IF
           END-IF.
           IF SU-FLAGGED
               ADD 1 TO SU-SESSION-FLAGS
               PERFORM 3020-WRITE-SESSION-FLAG
           END-IF.

       3020-WRITE-SESSION-FLAG.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           MOVE SU-SESS-START-TIME(SU-SESS-IDX) TO SU-TIME-WORK.
           MOVE SU-TIME-HHMMSS TO SU-TIME-ED.
           MOVE SU-SESS-LEVEL(SU-SESS-IDX) TO SU-LEVEL-ED.
           MOVE SU-SESS-WINS(SU-SESS-IDX) TO SU-COUNT-ED.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           STRING "  ** " DELIMITED BY SIZE
               SU-SESS-NAME(SU-SESS-IDX) DELIMITED BY SIZE
               " session from " DELIMITED BY SIZE
               SU-TIME-ED DELIMITED BY SIZE
               "  level " DELIMITED BY SIZE
               SU-LEVEL-ED DELIMITED BY SIZE
               "  wins " DELIMITED BY SIZE
               SU-COUNT-ED DELIMITED BY SIZE
               INTO SUSPECT-REPORT-LINE.
           IF SU-SESS-LEVEL(SU-SESS-IDX) = 0
               MOVE "??" TO SUSPECT-REPORT-LINE(46:2)
           END-IF.
           WRITE SUSPECT-REPORT-LINE.
           MOVE SU-SESS-XP(SU-SESS-IDX) TO SU-XP-ED.
           MOVE SU-NORM-XP TO SU-GOLD-ED.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           STRING "     XP gained   " DELIMITED BY SIZE
               SU-XP-ED DELIMITED BY SIZE
               "   norm " DELIMITED BY SIZE
               SU-GOLD-ED DELIMITED BY SIZE
               "   (" DELIMITED BY SIZE
               SU-BAND-LABEL(SU-BAND-NUM) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO SUSPECT-REPORT-LINE.
           IF SU-NORM-NUM = SU-ALL-LEVELS
               MOVE "(all levels)" TO SUSPECT-REPORT-LINE(43:12)
           END-IF.
           WRITE SUSPECT-REPORT-LINE.
           MOVE SU-SESS-GOLD(SU-SESS-IDX) TO SU-XP-ED.
           MOVE SU-NORM-GOLD TO SU-GOLD-ED.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           STRING "     Gold gained " DELIMITED BY SIZE
               SU-XP-ED DELIMITED BY SIZE
               "   norm " DELIMITED BY SIZE
               SU-GOLD-ED DELIMITED BY SIZE
               INTO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           SET SU-EVID-SESSION TO TRUE.
           MOVE SU-SESS-NAME(SU-SESS-IDX) TO SU-EVID-NAME.
           MOVE SPACES TO SU-EVID-OBJECT.
           MOVE SU-SESS-FIRST-SEQ(SU-SESS-IDX) TO SU-EVID-FIRST-SEQ.
           MOVE SU-SESS-LAST-SEQ(SU-SESS-IDX) TO SU-EVID-LAST-SEQ.
           PERFORM 8000-LIST-LOG-EVIDENCE.

      *Section two: checkpoint resumes.

       3200-REPORT-RESTORES.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           MOVE "2. REPEATED RESTORES FROM ONE CHECKPOINT"
               TO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           OPEN INPUT QUEST-CHECKPOINT-FILE.
           PERFORM 3210-CHECK-RESTORE
               VARYING SU-REST-IDX FROM 1 BY 1
               UNTIL SU-REST-IDX > SU-RESTORE-COUNT.
           CLOSE QUEST-CHECKPOINT-FILE.
           IF SU-RESTORE-FLAGS = 0
               MOVE "  (none)" TO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
           END-IF.

       3210-CHECK-RESTORE.
           IF SU-REST-TIMES(SU-REST-IDX) >= SU-RESTORE-LIMIT
               ADD 1 TO SU-RESTORE-FLAGS
               MOVE SU-REST-NAME(SU-REST-IDX) TO GL-CHOSEN-NAME
               PERFORM 1100-FIND-HERO
               MOVE SU-REST-TIMES(SU-REST-IDX) TO SU-COUNT-ED
               MOVE SU-HERO-RSETS(SU-HERO-IDX) TO SU-COUNT-ED2
               MOVE SPACES TO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
               STRING "  ** " DELIMITED BY SIZE
                   SU-REST-NAME(SU-REST-IDX) DELIMITED BY SIZE
                   " resumed stage " DELIMITED BY SIZE
                   SU-REST-STAGE(SU-REST-IDX) DELIMITED BY SIZE
                   SU-COUNT-ED DELIMITED BY SIZE
                   " times; RSET rows today " DELIMITED BY SIZE
                   SU-COUNT-ED2 DELIMITED BY SIZE
                   INTO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
               SET SU-EVID-RESTORE TO TRUE
               MOVE SU-REST-NAME(SU-REST-IDX) TO SU-EVID-NAME
               MOVE SU-REST-STAGE(SU-REST-IDX) TO SU-EVID-OBJECT
               MOVE 1 TO SU-EVID-FIRST-SEQ
               MOVE 9999999 TO SU-EVID-LAST-SEQ
               PERFORM 8000-LIST-LOG-EVIDENCE
               PERFORM 3220-LIST-CHECKPOINT-ROWS
           END-IF.

      *The hero's checkpoints on QCHKPT for the stage: what each
      *resume hands back.
       3220-LIST-CHECKPOINT-ROWS.
           MOVE 'N' TO QC-EOF-SW.
           MOVE SU-REST-NAME(SU-REST-IDX) TO QC-CHOSEN-NAME.
           MOVE SPACES TO QC-QUEST-CODE QC-STAGE-CODE.
           START QUEST-CHECKPOINT-FILE KEY >= QC-KEY
               INVALID KEY
                   SET END-OF-CHECKPOINTS TO TRUE
           END-START.
           PERFORM 3230-READ-NEXT-CHECKPOINT UNTIL END-OF-CHECKPOINTS.

       3230-READ-NEXT-CHECKPOINT.
           READ QUEST-CHECKPOINT-FILE NEXT RECORD
               AT END
                   SET END-OF-CHECKPOINTS TO TRUE
               NOT AT END
                   IF QC-CHOSEN-NAME NOT = SU-REST-NAME(SU-REST-IDX)
                       SET END-OF-CHECKPOINTS TO TRUE
                   ELSE
                       IF QC-STAGE-CODE = SU-REST-STAGE(SU-REST-IDX)
                           PERFORM 3240-WRITE-CHECKPOINT-LINE
                       END-IF
                   END-IF
           END-READ.
           IF QC-FILE-STATUS NOT = "00" AND QC-FILE-STATUS NOT = "02"
               SET END-OF-CHECKPOINTS TO TRUE
           END-IF.

       3240-WRITE-CHECKPOINT-LINE.
           MOVE QC-PLAYER-GOLD TO SU-AMOUNT-ED.
           MOVE QC-PLAYER-XP TO SU-COUNT-ED.
           MOVE QC-PLAYER-LEVEL TO SU-LEVEL-ED.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           STRING "     QCHKPT " DELIMITED BY SIZE
               QC-QUEST-CODE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               QC-STAGE-CODE DELIMITED BY SIZE
               " stamped " DELIMITED BY SIZE
               QC-STAMP-DATE DELIMITED BY SIZE
               " level " DELIMITED BY SIZE
               SU-LEVEL-ED DELIMITED BY SIZE
               " XP " DELIMITED BY SIZE
               SU-COUNT-ED DELIMITED BY SIZE
               " gold " DELIMITED BY SIZE
               SU-AMOUNT-ED DELIMITED BY SIZE
               INTO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.

      *Section three: buy and sell-back of one item netting gold.

       3400-REPORT-MERCHANT-LOOPS.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           MOVE "3. MERCHANT BUY/SELL-BACK LOOPS THAT NET GOLD"
               TO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           PERFORM 3410-CHECK-MERCHANT-LOOP
               VARYING SU-MERC-IDX FROM 1 BY 1
               UNTIL SU-MERC-IDX > SU-MERCHANT-COUNT.
           IF SU-MERCHANT-FLAGS = 0
               MOVE "  (none)" TO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
           END-IF.

       3410-CHECK-MERCHANT-LOOP.
           IF SU-MERC-BUYS(SU-MERC-IDX) > 0
                   AND SU-MERC-SELLS(SU-MERC-IDX) > 0
                   AND SU-MERC-SELL-GOLD(SU-MERC-IDX)
                       > SU-MERC-BUY-GOLD(SU-MERC-IDX)
               ADD 1 TO SU-MERCHANT-FLAGS
               MOVE SU-MERC-BUYS(SU-MERC-IDX) TO SU-COUNT-ED
               MOVE SU-MERC-BUY-GOLD(SU-MERC-IDX) TO SU-GOLD-ED
               MOVE SU-MERC-SELLS(SU-MERC-IDX) TO SU-COUNT-ED2
               MOVE SU-MERC-SELL-GOLD(SU-MERC-IDX) TO SU-GOLD-ED2
               MOVE SPACES TO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
               STRING "  ** " DELIMITED BY SIZE
                   SU-MERC-NAME(SU-MERC-IDX) DELIMITED BY SIZE
                   " item " DELIMITED BY SIZE
                   SU-MERC-ITEM(SU-MERC-IDX) DELIMITED BY SIZE
                   " bought" DELIMITED BY SIZE
                   SU-COUNT-ED DELIMITED BY SIZE
                   " for" DELIMITED BY SIZE
                   SU-GOLD-ED DELIMITED BY SIZE
                   ", sold" DELIMITED BY SIZE
                   SU-COUNT-ED2 DELIMITED BY SIZE
                   " for" DELIMITED BY SIZE
                   SU-GOLD-ED2 DELIMITED BY SIZE
                   INTO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
               SET SU-EVID-MERCHANT TO TRUE
               MOVE SU-MERC-NAME(SU-MERC-IDX) TO SU-EVID-NAME
               MOVE SU-MERC-ITEM(SU-MERC-IDX) TO SU-EVID-OBJECT
               MOVE 1 TO SU-EVID-FIRST-SEQ
               MOVE 9999999 TO SU-EVID-LAST-SEQ
               PERFORM 8000-LIST-LOG-EVIDENCE
           END-IF.

      *Section four: transfer funnels.

       3600-REPORT-FUNNELS.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           MOVE "4. HERO TRANSFERS FUNNELLING GOLD INTO ONE HERO"
               TO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           PERFORM 3610-CHECK-FUNNEL
               VARYING SU-SINK-IDX FROM 1 BY 1
               UNTIL SU-SINK-IDX > SU-SINK-COUNT.
           IF SU-FUNNEL-FLAGS = 0
               MOVE "  (none)" TO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
           END-IF.

       3610-CHECK-FUNNEL.
           IF SU-SINK-SOURCES(SU-SINK-IDX) >= SU-FUNNEL-SOURCES
                   OR SU-SINK-CROSS(SU-SINK-IDX) >= SU-CROSS-SOURCES
               ADD 1 TO SU-FUNNEL-FLAGS
               MOVE SU-SINK-SOURCES(SU-SINK-IDX) TO SU-COUNT-ED
               MOVE SU-SINK-CROSS(SU-SINK-IDX) TO SU-COUNT-ED2
               MOVE SU-SINK-RECEIVED(SU-SINK-IDX) TO SU-GOLD-ED
               MOVE SPACES TO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
               STRING "  ** " DELIMITED BY SIZE
                   SU-SINK-NAME(SU-SINK-IDX) DELIMITED BY SIZE
                   " (acct " DELIMITED BY SIZE
                   SU-SINK-ACCT(SU-SINK-IDX) DELIMITED BY SIZE
                   ") sources" DELIMITED BY SIZE
                   SU-COUNT-ED DELIMITED BY SIZE
                   ", other accts" DELIMITED BY SIZE
                   SU-COUNT-ED2 DELIMITED BY SIZE
                   ", gold in" DELIMITED BY SIZE
                   SU-GOLD-ED DELIMITED BY SIZE
                   INTO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
               PERFORM 3620-LIST-FUNNEL-TRANSFER
                   VARYING SU-XFER-IDX FROM 1 BY 1
                   UNTIL SU-XFER-IDX > SU-TRANSFER-COUNT
           END-IF.

       3620-LIST-FUNNEL-TRANSFER.
           IF SU-XFER-SINK(SU-XFER-IDX) = SU-SINK-NAME(SU-SINK-IDX)
               MOVE SU-XFER-TIME(SU-XFER-IDX) TO SU-TIME-WORK
               MOVE SU-TIME-HHMMSS TO SU-TIME-ED
               MOVE SU-XFER-AMOUNT(SU-XFER-IDX) TO SU-AMOUNT-ED
               MOVE SPACES TO SUSPECT-REPORT-LINE
               STRING "     " DELIMITED BY SIZE
                   SU-TIME-ED DELIMITED BY SIZE
                   "  XFRO " DELIMITED BY SIZE
                   SU-XFER-FROM(SU-XFER-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SU-XFER-FROM-ACCT(SU-XFER-IDX) DELIMITED BY SIZE
                   " -> XFRI " DELIMITED BY SIZE
                   SU-XFER-TO(SU-XFER-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SU-XFER-TO-ACCT(SU-XFER-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SU-AMOUNT-ED DELIMITED BY SIZE
                   INTO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
           END-IF.

       3900-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           MOVE "CONTROL TOTALS" TO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           MOVE SU-LOG-ROWS TO SU-XP-ED.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           STRING "  GAMELOG rows for the day:   " DELIMITED BY SIZE
               SU-XP-ED DELIMITED BY SIZE
               INTO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           MOVE SU-LEDGER-ROWS TO SU-XP-ED.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           STRING "  GOLDLDGR rows for the day:  " DELIMITED BY SIZE
               SU-XP-ED DELIMITED BY SIZE
               INTO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           MOVE SU-SESSION-COUNT TO SU-COUNT-ED.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           STRING "  Sessions checked:             " DELIMITED BY SIZE
               SU-COUNT-ED DELIMITED BY SIZE
               INTO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           MOVE SU-TRANSFER-COUNT TO SU-COUNT-ED.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           STRING "  Gold transfers paired:        " DELIMITED BY SIZE
               SU-COUNT-ED DELIMITED BY SIZE
               INTO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           MOVE SU-UNPAIRED-COUNT TO SU-COUNT-ED.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           STRING "  Transfer rows left unpaired:  " DELIMITED BY SIZE
               SU-COUNT-ED DELIMITED BY SIZE
               INTO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           COMPUTE SU-COUNT-ED = SU-SESSION-FLAGS + SU-RESTORE-FLAGS
               + SU-MERCHANT-FLAGS + SU-FUNNEL-FLAGS.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           STRING "  Flags raised:                 " DELIMITED BY SIZE
               SU-COUNT-ED DELIMITED BY SIZE
               INTO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
           IF SU-OVERFLOW-COUNT > 0
               MOVE SU-OVERFLOW-COUNT TO SU-COUNT-ED
               MOVE SPACES TO SUSPECT-REPORT-LINE
               STRING "  Rows past table limits:       "
                       DELIMITED BY SIZE
                   SU-COUNT-ED DELIMITED BY SIZE
                   INTO SUSPECT-REPORT-LINE
               WRITE SUSPECT-REPORT-LINE
           END-IF.

      *Evidence listing: re-read the day's log and print the rows
      *behind one flag - every row of a session, the hero's resumes
      *of a stage, or the hero's trades in an item.

       8000-LIST-LOG-EVIDENCE.
           MOVE 0 TO SU-LOG-SEQ.
           MOVE 'N' TO GL-EOF-SW.
           OPEN INPUT GAME-LOG-FILE.
           IF GL-FILE-STATUS NOT = "00"
               SET END-OF-LOG TO TRUE
           END-IF.
           PERFORM 8010-READ-EVIDENCE-ROW UNTIL END-OF-LOG.
           CLOSE GAME-LOG-FILE.

       8010-READ-EVIDENCE-ROW.
           READ GAME-LOG-FILE
               AT END
                   SET END-OF-LOG TO TRUE
               NOT AT END
                   ADD 1 TO SU-LOG-SEQ
                   IF GL-CHOSEN-NAME = SU-EVID-NAME
                           AND GL-EVENT-DATE = SU-LOG-DATE
                           AND SU-LOG-SEQ >= SU-EVID-FIRST-SEQ
                           AND SU-LOG-SEQ <= SU-EVID-LAST-SEQ
                       PERFORM 8020-SELECT-EVIDENCE-ROW
                   END-IF
           END-READ.

       8020-SELECT-EVIDENCE-ROW.
           EVALUATE TRUE
               WHEN SU-EVID-SESSION
                   PERFORM 8030-WRITE-EVIDENCE-ROW
               WHEN SU-EVID-RESTORE
                   IF GL-QUEST-NOTE
                           AND GL-EVENT-TEXT = SU-RESUME-TEXT
                           AND GL-OBJECT-CODE = SU-EVID-OBJECT
                       PERFORM 8030-WRITE-EVIDENCE-ROW
                   END-IF
               WHEN SU-EVID-MERCHANT
                   IF (GL-PURCHASE OR GL-ITEM-SALE)
                           AND GL-OBJECT-CODE = SU-EVID-OBJECT
                       PERFORM 8030-WRITE-EVIDENCE-ROW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       8030-WRITE-EVIDENCE-ROW.
           MOVE GL-EVENT-TIME TO SU-TIME-WORK.
           MOVE SU-TIME-HHMMSS TO SU-TIME-ED.
           MOVE SPACES TO SUSPECT-REPORT-LINE.
           STRING "     " DELIMITED BY SIZE
               SU-TIME-ED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GL-EVENT-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GL-OBJECT-CODE DELIMITED BY SIZE
               " XP " DELIMITED BY SIZE
               GL-AMOUNT-XP DELIMITED BY SIZE
               " gold " DELIMITED BY SIZE
               GL-AMOUNT-GOLD DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               GL-EVENT-TEXT DELIMITED BY SIZE
               INTO SUSPECT-REPORT-LINE.
           WRITE SUSPECT-REPORT-LINE.
