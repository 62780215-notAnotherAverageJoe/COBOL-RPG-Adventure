               88  GL-ACHIEVEMENT       VALUE "ACHV".
               88  GL-LOOT-DROP         VALUE "LOOT".
               88  GL-ITEM-SALE         VALUE "SALE".
               88  GL-RETIREMENT        VALUE "RETI".
               88  GL-ITEM-CRAFTED      VALUE "CRFT".
           05  GL-CHOSEN-NAME       PIC X(10).
           05  GL-EVENT-DATE        PIC 9(06).
           05  GL-EVENT-TIME        PIC 9(08).
           05  GL-AMOUNT-GOLD       PIC 9(05).
           05  GL-AMOUNT-DAMAGE     PIC 9(05).
           05  GL-EVENT-TEXT        PIC X(31).
           05  GL-COMBAT-TEXT REDEFINES GL-EVENT-TEXT.
               10  GL-ENEMY-NAME    PIC X(15).
               10  GL-DAMAGE-TAKEN  PIC 9(05).
               10  FILLER           PIC X(11).
