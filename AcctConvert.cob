       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctConvert.

      *One-time conversion for the player account file. The PLAYRACT
      *record gained the sign-in passcode, the consecutive failed
      *sign-in count, the lockout switch and date, and the last
      *sign-in date, so account files written under the old layout
      *no longer open (file status 39). This job reads the
      *old-layout PLAYRACT and writes the new-layout copy to
      *PLAYRACTNW with no failures and the account open. Each
      *account is given a temporary passcode, marked to be changed,
      *and listed against its account id on the ACCTCVRP report
      *for the operators to issue to the players; the player must
      *choose their own passcode at the first sign-in. The report
      *is the only copy of the temporary passcodes and is to be
      *destroyed once they are issued. After the counts balance,
      *replace PLAYRACT with PLAYRACTNW and rerun the game.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ACCOUNT-FILE ASSIGN TO "PLAYRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAO-ACCOUNT-ID
               FILE STATUS IS PO-FILE-STATUS.
           SELECT PLAYER-ACCOUNT-FILE ASSIGN TO "PLAYRACTNW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-ACCOUNT-ID
               FILE STATUS IS PA-FILE-STATUS.
           SELECT CONVERT-REPORT-FILE ASSIGN TO "ACCTCVRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ACCOUNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-ACCOUNT-RECORD.
           05  PAO-ACCOUNT-ID       PIC X(08).
           05  PAO-DISPLAY-NAME     PIC X(20).
           05  PAO-CREATED-DATE     PIC 9(08).

       COPY "player-account.cpy".

       FD  CONVERT-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONVERT-REPORT-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  PO-FILE-STATUS           PIC X(02).
       01  PA-FILE-STATUS           PIC X(02).
       01  CR-FILE-STATUS           PIC X(02).

       01  PO-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-OLD-FILE          VALUE 'Y'.

       01  AV-READ-COUNT            PIC 9(05) VALUE 0.
       01  AV-WRITTEN-COUNT         PIC 9(05) VALUE 0.

      *Temporary passcodes are drawn from letters and digits that
      *cannot be misread for one another when read out or copied.
       01  AV-PASSCODE-CHARS        PIC X(32)
               VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01  AV-SEED                  PIC 9(08).
       01  AV-PICK                  PIC 9(02).
       01  AV-CHAR-NUM              PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT OLD-ACCOUNT-FILE.
           IF PO-FILE-STATUS NOT = "00"
               DISPLAY "AcctConvert: cannot open PLAYRACT under the "
                   "old layout, status " PO-FILE-STATUS "."
               DISPLAY "Nothing converted."
           ELSE
               OPEN OUTPUT PLAYER-ACCOUNT-FILE
               OPEN OUTPUT CONVERT-REPORT-FILE
               PERFORM 2000-SEED-PASSCODES
               MOVE "ACCOUNT CONVERSION - TEMPORARY PASSCODES"
                   TO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
               MOVE "  ACCOUNT   DISPLAY NAME          PASSCODE"
                   TO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
               PERFORM 1000-CONVERT-NEXT-RECORD UNTIL END-OF-OLD-FILE
               MOVE SPACES TO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
               MOVE "Each passcode must be changed at first sign-in."
                   TO CONVERT-REPORT-LINE
               WRITE CONVERT-REPORT-LINE
               CLOSE CONVERT-REPORT-FILE
               CLOSE PLAYER-ACCOUNT-FILE
               DISPLAY "AcctConvert read " AV-READ-COUNT
                   " wrote " AV-WRITTEN-COUNT "."
               DISPLAY "Replace PLAYRACT with PLAYRACTNW once the "
                   "counts balance."
           END-IF.
           CLOSE OLD-ACCOUNT-FILE.
           STOP RUN.

       1000-CONVERT-NEXT-RECORD.
           READ OLD-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET END-OF-OLD-FILE TO TRUE
               NOT AT END
                   ADD 1 TO AV-READ-COUNT
                   PERFORM 1010-WRITE-NEW-RECORD
           END-READ.
           IF PO-FILE-STATUS NOT = "00" AND PO-FILE-STATUS NOT = "02"
               SET END-OF-OLD-FILE TO TRUE
           END-IF.

       1010-WRITE-NEW-RECORD.
           MOVE PAO-ACCOUNT-ID TO PA-ACCOUNT-ID.
           MOVE PAO-DISPLAY-NAME TO PA-DISPLAY-NAME.
           MOVE PAO-CREATED-DATE TO PA-CREATED-DATE.
           PERFORM 2010-NEW-TEMP-PASSCODE.
           SET PA-MUST-CHANGE TO TRUE.
           MOVE 0 TO PA-FAILED-COUNT.
           SET PA-ACCOUNT-OPEN TO TRUE.
           MOVE 0 TO PA-LOCKED-DATE.
           MOVE 0 TO PA-LAST-SIGN-IN-DATE.
           WRITE PLAYER-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "AcctConvert: duplicate key "
                       PA-ACCOUNT-ID " not written."
               NOT INVALID KEY
                   ADD 1 TO AV-WRITTEN-COUNT
                   PERFORM 1020-REPORT-PASSCODE
           END-WRITE.

       1020-REPORT-PASSCODE.
           MOVE SPACES TO CONVERT-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               PA-ACCOUNT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PA-DISPLAY-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PA-PASSCODE DELIMITED BY SIZE
               INTO CONVERT-REPORT-LINE.
           WRITE CONVERT-REPORT-LINE.

      *The generator is seeded once from the time of day so no two
      *runs issue the same passcodes.
       2000-SEED-PASSCODES.
           ACCEPT AV-SEED FROM TIME.
           COMPUTE AV-PICK = FUNCTION RANDOM(AV-SEED) * 32 + 1.

       2010-NEW-TEMP-PASSCODE.
           PERFORM 2020-PICK-PASSCODE-CHAR
               VARYING AV-CHAR-NUM FROM 1 BY 1
               UNTIL AV-CHAR-NUM > 8.

       2020-PICK-PASSCODE-CHAR.
           COMPUTE AV-PICK = FUNCTION RANDOM * 32 + 1.
           MOVE AV-PASSCODE-CHARS(AV-PICK:1)
               TO PA-PASSCODE(AV-CHAR-NUM:1).
