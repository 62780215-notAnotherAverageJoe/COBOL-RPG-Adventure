           05  QM-QUEST-TITLE       PIC X(30).
           05  QM-REC-LEVEL         PIC 9(02).
           05  QM-ENTRY-STAGE       PIC X(04).
           05  QM-MIN-LEVEL         PIC 9(02).
           05  QM-PREREQ-QUEST      PIC X(04).
