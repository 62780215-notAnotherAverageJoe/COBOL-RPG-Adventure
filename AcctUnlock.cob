       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctUnlock.

      *Operator utility to clear a sign-in lockout. GamePlay locks a
      *player account after repeated failed passcodes and the lock
      *holds until an operator clears it here. The operator keys
      *their own id and the account id; the lock and the failure
      *count are cleared, and a lock-cleared row naming the operator
      *goes to the SECLOG security log. Keying RESET as the action
      *also replaces the passcode with a temporary one, shown to the
      *operator to issue to the player, who must choose their own
      *at the next sign-in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-ACCOUNT-FILE ASSIGN TO "PLAYRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-ACCOUNT-ID
               FILE STATUS IS PA-FILE-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "player-account.cpy".
       COPY "security-log.cpy".

       WORKING-STORAGE SECTION.
       01  PA-FILE-STATUS           PIC X(02).
       01  SL-FILE-STATUS           PIC X(02).

       01  AU-OPERATOR-ID           PIC X(08).
       01  AU-ACCOUNT-ID            PIC X(08).
       01  AU-ACTION                PIC X(06).
           88  AU-RESET-PASSCODE        VALUE "RESET" "reset".

      *Temporary passcodes are drawn from letters and digits that
      *cannot be misread for one another when read out or copied.
       01  AU-PASSCODE-CHARS        PIC X(32)
               VALUE "ABCDEFGHJKLMNPQRSTUVWXYZ23456789".
       01  AU-SEED                  PIC 9(08).
       01  AU-PICK                  PIC 9(02).
       01  AU-CHAR-NUM              PIC 9(02).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           DISPLAY "AcctUnlock - clear a sign-in lockout".
           DISPLAY "Operator id:".
           ACCEPT AU-OPERATOR-ID.
           DISPLAY "Account id to clear:".
           ACCEPT AU-ACCOUNT-ID.
           DISPLAY "Key RESET to also issue a temporary passcode, "
               "or press Enter to clear the lock only:".
           ACCEPT AU-ACTION.
           IF AU-OPERATOR-ID = SPACES OR AU-ACCOUNT-ID = SPACES
               DISPLAY "AcctUnlock: an operator id and an account id "
                   "are both required. Nothing changed."
           ELSE
               PERFORM 1000-CLEAR-LOCK
           END-IF.
           STOP RUN.

       1000-CLEAR-LOCK.
           OPEN I-O PLAYER-ACCOUNT-FILE.
           IF PA-FILE-STATUS NOT = "00"
               DISPLAY "AcctUnlock: cannot open PLAYRACT, status "
                   PA-FILE-STATUS ". Nothing changed."
           ELSE
               MOVE AU-ACCOUNT-ID TO PA-ACCOUNT-ID
               READ PLAYER-ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "AcctUnlock: no account " AU-ACCOUNT-ID
                           " on file. Nothing changed."
                   NOT INVALID KEY
                       PERFORM 1010-REWRITE-ACCOUNT
               END-READ
               CLOSE PLAYER-ACCOUNT-FILE
           END-IF.

       1010-REWRITE-ACCOUNT.
           IF NOT PA-ACCOUNT-LOCKED AND PA-FAILED-COUNT = 0
                   AND NOT AU-RESET-PASSCODE
               DISPLAY "AcctUnlock: account " PA-ACCOUNT-ID
                   " is not locked. Nothing changed."
           ELSE
               SET PA-ACCOUNT-OPEN TO TRUE
               MOVE 0 TO PA-FAILED-COUNT
               MOVE 0 TO PA-LOCKED-DATE
               IF AU-RESET-PASSCODE
                   PERFORM 1030-NEW-TEMP-PASSCODE
                   SET PA-MUST-CHANGE TO TRUE
               END-IF
               REWRITE PLAYER-ACCOUNT-RECORD
               PERFORM 1020-LOG-LOCK-CLEARED
               DISPLAY "AcctUnlock: account " PA-ACCOUNT-ID
                   " cleared by " AU-OPERATOR-ID "."
               IF AU-RESET-PASSCODE
                   DISPLAY "Temporary passcode to issue: " PA-PASSCODE
                   DISPLAY "The player must choose their own at the "
                       "next sign-in."
               END-IF
           END-IF.

       1020-LOG-LOCK-CLEARED.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SL-FILE-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.
           MOVE SPACES TO SECURITY-LOG-RECORD.
           SET SL-LOCK-CLEARED TO TRUE.
           MOVE PA-ACCOUNT-ID TO SL-ACCOUNT-ID.
           ACCEPT SL-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT SL-EVENT-TIME FROM TIME.
           MOVE 0 TO SL-FAILED-COUNT.
           MOVE AU-OPERATOR-ID TO SL-OPERATOR-ID.
           WRITE SECURITY-LOG-RECORD.
           CLOSE SECURITY-LOG-FILE.

       1030-NEW-TEMP-PASSCODE.
           ACCEPT AU-SEED FROM TIME.
           COMPUTE AU-PICK = FUNCTION RANDOM(AU-SEED) * 32 + 1.
           PERFORM 1040-PICK-PASSCODE-CHAR
               VARYING AU-CHAR-NUM FROM 1 BY 1
               UNTIL AU-CHAR-NUM > 8.

       1040-PICK-PASSCODE-CHAR.
           COMPUTE AU-PICK = FUNCTION RANDOM * 32 + 1.
           MOVE AU-PASSCODE-CHARS(AU-PICK:1)
               TO PA-PASSCODE(AU-CHAR-NUM:1).
