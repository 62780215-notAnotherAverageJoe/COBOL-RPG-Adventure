       FD  ACCOUNT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACCOUNT-ARCHIVE-RECORD.
           05  AA-ACCOUNT-ID        PIC X(08).
           05  AA-CLOSED-DATE       PIC 9(08).
           05  AA-SOURCE-FILE       PIC X(08).
           05  AA-ROW-DATA          PIC X(120).
