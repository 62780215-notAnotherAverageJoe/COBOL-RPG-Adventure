      *Driver for the nightly batch stream. The sequence matters:
      *EndOfDayStats must report on the day before LogArchive cuts
      *GAMELOG to the day boundary, BankPost posts vault interest
      *and MarketSettle settles the closed market listings ahead of
      *the reconciliations, SignInAudit reports the day's
      *sign-in exceptions, EconomyReport sums the day's gold
      *movements once interest is posted, SuspectReport flags the
      *day's likely exploits, BountyPost rolls off expired bounties
      *and posts the next ones from the day's fight counts, and
      *FileBackup reorganizes the masters last. Each step that
      *completes writes a row to the NIGHTRUN run-control file
      *keyed by business date and step number, written as soon as
      *the step returns so a crash mid-stream loses nothing. On
           05  FILLER               PIC X(15) VALUE "EndOfDayStats".
           05  FILLER               PIC X(15) VALUE "LogArchive".
           05  FILLER               PIC X(15) VALUE "BankPost".
           05  FILLER               PIC X(15) VALUE "MarketSettle".
           05  FILLER               PIC X(15) VALUE "GoldRecon".
           05  FILLER               PIC X(15) VALUE "LeaderboardSync".
           05  FILLER               PIC X(15) VALUE "CheckpointPurge".
           05  FILLER               PIC X(15) VALUE "SignInAudit".
           05  FILLER               PIC X(15) VALUE "EconomyReport".
           05  FILLER               PIC X(15) VALUE "SuspectReport".
           05  FILLER               PIC X(15) VALUE "BountyPost".
           05  FILLER               PIC X(15) VALUE "FileBackup".
       01  NR-STEP-NAME-TABLE REDEFINES NR-STEP-NAMES.
           05  NR-STEP-NAME-ENTRY OCCURS 12 TIMES
                                    PIC X(15).
       01  NR-STEP-COUNT            PIC 9(02) VALUE 12.

       01  NR-DONE-FLAGS.
           05  NR-DONE-SW OCCURS 12 TIMES
                                    PIC X(01) VALUE 'N'.

       01  NR-RUN-DATE              PIC 9(08).
