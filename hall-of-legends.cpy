       FD  LEGEND-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEGEND-RECORD.
           05  LG-CHOSEN-NAME       PIC X(10).
           05  LG-ROW-TYPE          PIC X(01).
               88  LG-HERO-ROW          VALUE "H".
               88  LG-TITLE-ROW         VALUE "T".
           05  LG-ROW-DATA          PIC X(109).
           05  LG-HERO-DATA REDEFINES LG-ROW-DATA.
               10  LG-YOUR-CLASS    PIC X(15).
               10  LG-RACE-NAME     PIC X(15).
               10  LG-PLAYER-LEVEL  PIC 9(02).
               10  LG-PLAYER-XP     PIC 9(05).
               10  LG-PLAYER-HEALTH PIC 9(03).
               10  LG-PLAYER-MANA   PIC 9(03).
               10  LG-PLAYER-ENERGY PIC 9(03).
               10  LG-EQUIPPED-WEAPON PIC X(06).
               10  LG-EQUIPPED-ARMOR PIC X(06).
               10  LG-CARRIED-GOLD  PIC 9(05).
               10  LG-BANKED-GOLD   PIC 9(07).
               10  LG-LIFETIME-GOLD PIC 9(07).
               10  LG-LIFETIME-XP   PIC 9(07).
               10  LG-RETIRED-DATE  PIC 9(08).
               10  LG-RETIRED-TIME  PIC 9(08).
               10  LG-OWNER-ACCOUNT PIC X(08).
               10  FILLER           PIC X(01).
           05  LG-TITLE-DATA REDEFINES LG-ROW-DATA.
               10  LG-TITLE-CODE    PIC X(06).
               10  LG-TITLE         PIC X(20).
               10  LG-EARNED-DATE   PIC 9(08).
               10  FILLER           PIC X(75).
