       IDENTIFICATION DIVISION.
       PROGRAM-ID. CatalogConvert.

      *One-time conversion for the quest catalog. The QSTCAT record
      *gained QM-MIN-LEVEL and QM-PREREQ-QUEST, so catalog files
      *written under the old layout no longer open (file status
      *39). This job reads the old-layout QSTCAT and writes the
      *new-layout copy to QSTCATNW with every quest open from its
      *recommended level (level 1 where none was set) and no
      *prerequisite - heroes who finished quests before QSTDONE
      *existed have no completion rows, so a prerequisite set here
      *would lock them out of quests they have earned. The writers
      *change minimum levels and set prerequisites afterwards with
      *Q transactions through QuestLoad.
      *After the counts balance, replace QSTCAT with QSTCATNW and
      *rerun the game.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CATALOG-FILE ASSIGN TO "QSTCAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QMO-QUEST-CODE
               FILE STATUS IS QO-FILE-STATUS.
           SELECT QUEST-CATALOG-FILE ASSIGN TO "QSTCATNW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QM-QUEST-CODE
               FILE STATUS IS QM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-CATALOG-RECORD.
           05  QMO-QUEST-CODE       PIC X(04).
           05  QMO-QUEST-TITLE      PIC X(30).
           05  QMO-REC-LEVEL        PIC 9(02).
           05  QMO-ENTRY-STAGE      PIC X(04).

       COPY "quest-catalog.cpy".

       WORKING-STORAGE SECTION.
       01  QO-FILE-STATUS           PIC X(02).
       01  QM-FILE-STATUS           PIC X(02).

       01  QO-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-OLD-FILE          VALUE 'Y'.

       01  QV-READ-COUNT            PIC 9(05) VALUE 0.
       01  QV-WRITTEN-COUNT         PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT OLD-CATALOG-FILE.
           IF QO-FILE-STATUS NOT = "00"
               DISPLAY "CatalogConvert: cannot open QSTCAT under the "
                   "old layout, status " QO-FILE-STATUS "."
               DISPLAY "Nothing converted."
           ELSE
               OPEN OUTPUT QUEST-CATALOG-FILE
               PERFORM 1000-CONVERT-NEXT-RECORD UNTIL END-OF-OLD-FILE
               CLOSE QUEST-CATALOG-FILE
               DISPLAY "CatalogConvert read " QV-READ-COUNT
                   " wrote " QV-WRITTEN-COUNT "."
               DISPLAY "Replace QSTCAT with QSTCATNW once the counts"
                   " balance."
           END-IF.
           CLOSE OLD-CATALOG-FILE.
           STOP RUN.

       1000-CONVERT-NEXT-RECORD.
           READ OLD-CATALOG-FILE NEXT RECORD
               AT END
                   SET END-OF-OLD-FILE TO TRUE
               NOT AT END
                   ADD 1 TO QV-READ-COUNT
                   PERFORM 1010-WRITE-NEW-RECORD
           END-READ.
           IF QO-FILE-STATUS NOT = "00" AND QO-FILE-STATUS NOT = "02"
               SET END-OF-OLD-FILE TO TRUE
           END-IF.

       1010-WRITE-NEW-RECORD.
           MOVE QMO-QUEST-CODE TO QM-QUEST-CODE.
           MOVE QMO-QUEST-TITLE TO QM-QUEST-TITLE.
           MOVE QMO-REC-LEVEL TO QM-REC-LEVEL.
           MOVE QMO-ENTRY-STAGE TO QM-ENTRY-STAGE.
           MOVE QMO-REC-LEVEL TO QM-MIN-LEVEL.
           IF QM-MIN-LEVEL = 0
               MOVE 1 TO QM-MIN-LEVEL
           END-IF.
           MOVE SPACES TO QM-PREREQ-QUEST.
           WRITE QUEST-CATALOG-RECORD
               INVALID KEY
                   DISPLAY "CatalogConvert: duplicate key "
                       QM-QUEST-CODE " not written."
               NOT INVALID KEY
                   ADD 1 TO QV-WRITTEN-COUNT
           END-WRITE.
