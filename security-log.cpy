       FD  SECURITY-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SECURITY-LOG-RECORD.
           05  SL-EVENT-CODE        PIC X(04).
               88  SL-SIGN-IN-OK        VALUE "SGIN".
               88  SL-SIGN-IN-FAILED    VALUE "SFAL".
               88  SL-UNKNOWN-ACCOUNT   VALUE "SUNK".
               88  SL-ACCOUNT-LOCKED    VALUE "SLCK".
               88  SL-LOCKED-ATTEMPT    VALUE "SLKD".
               88  SL-ACCOUNT-CREATED   VALUE "SNEW".
               88  SL-PASSCODE-SET      VALUE "SPWD".
               88  SL-NO-PASSCODE       VALUE "SNPW".
               88  SL-LOCK-CLEARED      VALUE "SCLR".
           05  SL-ACCOUNT-ID        PIC X(08).
           05  SL-EVENT-DATE        PIC 9(08).
           05  SL-EVENT-TIME        PIC 9(08).
           05  SL-FAILED-COUNT      PIC 9(02).
           05  SL-OPERATOR-ID       PIC X(08).
