       IDENTIFICATION DIVISION.
       PROGRAM-ID. HeroConvert.

      *One-time conversion for the character master. The CHARMAST
      *record gained the season ladder baseline - the last season
      *closed for the hero and the level, lifetime XP and gold the
      *hero stood at when the season opened - so character files
      *written under the old layout no longer open (file status
      *39). This job reads the old-layout CHARMAST and writes the
      *new-layout copy to CHARMASTNW with no season closed and the
      *baseline at the starting values, so the first season counts
      *each hero's progress from the beginning. After the counts
      *balance, replace CHARMAST with CHARMASTNW and rerun the game.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CHARACTER-FILE ASSIGN TO "CHARMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CMO-CHOSEN-NAME
               FILE STATUS IS CO-FILE-STATUS.
           SELECT CHARACTER-MASTER-FILE ASSIGN TO "CHARMASTNW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CHOSEN-NAME
               FILE STATUS IS CM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CHARACTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-CHARACTER-RECORD.
           05  CMO-CHOSEN-NAME      PIC X(10).
           05  CMO-HERO-DATA        PIC X(79).

       COPY "character-master.cpy".

       WORKING-STORAGE SECTION.
       01  CO-FILE-STATUS           PIC X(02).
       01  CM-FILE-STATUS           PIC X(02).

       01  CO-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-OLD-FILE          VALUE 'Y'.

       01  CV-READ-COUNT            PIC 9(05) VALUE 0.
       01  CV-WRITTEN-COUNT         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT OLD-CHARACTER-FILE.
           IF CO-FILE-STATUS NOT = "00"
               DISPLAY "HeroConvert: cannot open CHARMAST under the "
                   "old layout, status " CO-FILE-STATUS "."
               DISPLAY "Nothing converted."
           ELSE
               OPEN OUTPUT CHARACTER-MASTER-FILE
               PERFORM 1000-CONVERT-NEXT-RECORD UNTIL END-OF-OLD-FILE
               CLOSE CHARACTER-MASTER-FILE
               DISPLAY "HeroConvert read " CV-READ-COUNT
                   " wrote " CV-WRITTEN-COUNT "."
               DISPLAY "Replace CHARMAST with CHARMASTNW once the "
                   "counts balance."
           END-IF.
           CLOSE OLD-CHARACTER-FILE.
           STOP RUN.

       1000-CONVERT-NEXT-RECORD.
           READ OLD-CHARACTER-FILE NEXT RECORD
               AT END
                   SET END-OF-OLD-FILE TO TRUE
               NOT AT END
                   ADD 1 TO CV-READ-COUNT
                   PERFORM 1010-WRITE-NEW-RECORD
           END-READ.
           IF CO-FILE-STATUS NOT = "00" AND CO-FILE-STATUS NOT = "02"
               SET END-OF-OLD-FILE TO TRUE
           END-IF.

      *The old fields sit in front of the new ones unchanged, so
      *the old record is carried across whole.
       1010-WRITE-NEW-RECORD.
           MOVE OLD-CHARACTER-RECORD TO CHARACTER-MASTER-RECORD.
           MOVE SPACES TO CM-SEASON-CLOSED.
           MOVE 1 TO CM-SEASON-BASE-LEVEL.
           MOVE 0 TO CM-SEASON-BASE-XP.
           MOVE 0 TO CM-SEASON-BASE-GOLD.
           WRITE CHARACTER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "HeroConvert: duplicate key "
                       CM-CHOSEN-NAME " not written."
               NOT INVALID KEY
                   ADD 1 TO CV-WRITTEN-COUNT
           END-WRITE.
