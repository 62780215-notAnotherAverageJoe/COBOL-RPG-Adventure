       FD  MARKET-LISTING-FILE
           LABEL RECORDS ARE STANDARD.
       01  MARKET-LISTING-RECORD.
           05  MK-LISTING-ID.
               10  MK-LISTED-DATE   PIC 9(08).
               10  MK-LISTED-TIME   PIC 9(08).
           05  MK-SELLER-NAME       PIC X(10).
           05  MK-ITEM-CODE         PIC X(06).
           05  MK-QUANTITY          PIC 9(03).
           05  MK-ASKING-PRICE      PIC 9(05).
           05  MK-CLOSING-DATE      PIC 9(08).
           05  MK-HIGH-BID          PIC 9(05).
           05  MK-HIGH-BIDDER       PIC X(10).
           05  MK-BID-COUNT         PIC 9(03).
