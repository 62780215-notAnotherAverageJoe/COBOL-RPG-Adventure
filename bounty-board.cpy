       FD  BOUNTY-BOARD-FILE
           LABEL RECORDS ARE STANDARD.
       01  BOUNTY-BOARD-RECORD.
           05  BT-MONSTER-CODE      PIC X(06).
           05  BT-MONSTER-NAME      PIC X(15).
           05  BT-BONUS-GOLD        PIC 9(05).
           05  BT-BONUS-XP          PIC 9(05).
           05  BT-POSTED-DATE       PIC 9(08).
           05  BT-EXPIRY-DATE       PIC 9(08).
           05  BT-CLAIM-LIMIT       PIC 9(02).
           05  BT-FIGHTS-LOGGED     PIC 9(07).
