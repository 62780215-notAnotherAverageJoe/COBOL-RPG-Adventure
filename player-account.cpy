           05  PA-ACCOUNT-ID        PIC X(08).
           05  PA-DISPLAY-NAME      PIC X(20).
           05  PA-CREATED-DATE      PIC 9(08).
           05  PA-PASSCODE          PIC X(08).
           05  PA-MUST-CHANGE-SW    PIC X(01).
               88  PA-MUST-CHANGE       VALUE 'Y'.
               88  PA-PASSCODE-CHOSEN   VALUE 'N'.
           05  PA-FAILED-COUNT      PIC 9(02).
           05  PA-LOCKED-SW         PIC X(01).
               88  PA-ACCOUNT-LOCKED    VALUE 'Y'.
               88  PA-ACCOUNT-OPEN      VALUE 'N'.
           05  PA-LOCKED-DATE       PIC 9(08).
           05  PA-LAST-SIGN-IN-DATE PIC 9(08).
