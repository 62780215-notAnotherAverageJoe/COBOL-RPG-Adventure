       FD  RECIPE-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  RECIPE-MASTER-RECORD.
           05  RE-RECIPE-CODE       PIC X(06).
           05  RE-OUTPUT-ITEM       PIC X(06).
           05  RE-INPUT-ENTRY OCCURS 4 TIMES.
               10  RE-INPUT-ITEM    PIC X(06).
               10  RE-INPUT-QUANTITY PIC 9(02).
           05  RE-GOLD-FEE          PIC 9(05).
           05  RE-MIN-LEVEL         PIC 9(02).
