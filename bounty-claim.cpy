       FD  BOUNTY-CLAIM-FILE
           LABEL RECORDS ARE STANDARD.
       01  BOUNTY-CLAIM-RECORD.
           05  BC-KEY.
               10  BC-MONSTER-CODE  PIC X(06).
               10  BC-POSTED-DATE   PIC 9(08).
               10  BC-CHOSEN-NAME   PIC X(10).
               10  BC-CLAIM-NUM     PIC 9(02).
           05  BC-CLAIM-DATE        PIC 9(08).
           05  BC-CLAIM-TIME        PIC 9(08).
           05  BC-GOLD-PAID         PIC 9(05).
           05  BC-XP-PAID           PIC 9(05).
