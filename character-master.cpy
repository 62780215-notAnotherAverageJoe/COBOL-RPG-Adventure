           05  CM-EQUIPPED-WEAPON   PIC X(06).
           05  CM-EQUIPPED-ARMOR    PIC X(06).
           05  CM-OWNER-ACCOUNT     PIC X(08).
           05  CM-SEASON-CLOSED     PIC X(06).
           05  CM-SEASON-BASE-LEVEL PIC 9(02).
           05  CM-SEASON-BASE-XP    PIC 9(07).
           05  CM-SEASON-BASE-GOLD  PIC 9(07).
