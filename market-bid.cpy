       FD  MARKET-BID-FILE
           LABEL RECORDS ARE STANDARD.
       01  MARKET-BID-RECORD.
           05  MD-KEY.
               10  MD-LISTING-ID    PIC X(16).
               10  MD-BID-RANK      PIC 9(05).
           05  MD-BIDDER-NAME       PIC X(10).
           05  MD-BID-AMOUNT        PIC 9(05).
           05  MD-BID-DATE          PIC 9(08).
           05  MD-BID-TIME          PIC 9(08).
