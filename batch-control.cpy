       FD  BATCH-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  BATCH-CONTROL-RECORD.
           05  BH-KEY.
               10  BH-FEED-NAME     PIC X(08).
               10  BH-BATCH-ID      PIC X(12).
           05  BH-CREATED-DATE      PIC 9(08).
           05  BH-RUN-DATE          PIC 9(08).
           05  BH-RUN-TIME          PIC 9(08).
           05  BH-RUN-STATUS        PIC X(01).
               88  BH-RUN-STARTED       VALUE "S".
               88  BH-RUN-COMPLETE      VALUE "C".
           05  BH-RECORD-COUNT      PIC 9(07).
           05  BH-GOLD-HASH         PIC 9(09).
           05  BH-QUANTITY-HASH     PIC 9(09).
           05  BH-APPLIED-COUNT     PIC 9(07).
           05  BH-REJECT-COUNT      PIC 9(07).
