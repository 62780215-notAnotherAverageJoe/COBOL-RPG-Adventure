       FD  QUEST-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUEST-HISTORY-RECORD.
           05  QH-KEY.
               10  QH-CHOSEN-NAME   PIC X(10).
               10  QH-QUEST-CODE    PIC X(04).
           05  QH-FIRST-START-DATE  PIC 9(08).
           05  QH-START-COUNT       PIC 9(05).
           05  QH-FIRST-DONE-DATE   PIC 9(08).
           05  QH-LAST-DONE-DATE    PIC 9(08).
           05  QH-DONE-COUNT        PIC 9(05).
           05  QH-FIRST-DONE-LEVEL  PIC 9(02).
           05  QH-LAST-DONE-LEVEL   PIC 9(02).
