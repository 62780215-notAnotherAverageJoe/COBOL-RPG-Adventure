       IDENTIFICATION DIVISION.
       PROGRAM-ID. SignInAudit.

      *Daily sign-in exceptions report for the operators. Lists every
      *player account currently locked out on PLAYRACT, with the
      *date it locked, and every account id that drew repeated
      *failed sign-ins today on the SECLOG security log - wrong
      *passcodes, attempts against a locked account or one with no
      *passcode issued, and attempts against an account id that
      *does not exist - so guessing at a passcode shows up before
      *the account is taken. Run nightly from NightlyRun; the
      *operators clear locks with AcctUnlock.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER-ACCOUNT-FILE ASSIGN TO "PLAYRACT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-ACCOUNT-ID
               FILE STATUS IS PA-FILE-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SL-FILE-STATUS.
           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "SIGNEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "player-account.cpy".
       COPY "security-log.cpy".

       FD  EXCEPTION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-REPORT-LINE    PIC X(80).

       WORKING-STORAGE SECTION.
       01  PA-FILE-STATUS           PIC X(02).
       01  SL-FILE-STATUS           PIC X(02).
       01  SX-FILE-STATUS           PIC X(02).

       01  PA-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-ACCOUNTS          VALUE 'Y'.
       01  SL-EOF-SW                PIC X(01) VALUE 'N'.
           88  END-OF-SECURITY-LOG      VALUE 'Y'.

       01  SA-RUN-DATE              PIC 9(08).

      *An account id with this many failed attempts in the day is
      *reported even if it never reached the lockout.
       01  SA-REPEAT-THRESHOLD      PIC 9(02) VALUE 2.

      *Failed attempts per account id keyed today, built from the
      *security log.
       01  SA-FAIL-TABLE.
           05  SA-FAIL-COUNT-USED   PIC 9(03) VALUE 0.
           05  SA-FAIL-ENTRY OCCURS 500 TIMES
                   INDEXED BY SA-FAIL-IDX.
               10  SA-FAIL-ACCOUNT  PIC X(08).
               10  SA-FAIL-TOTAL    PIC 9(05).
               10  SA-FAIL-UNKNOWN  PIC 9(05).
               10  SA-FAIL-LOCKED   PIC 9(05).
               10  SA-FAIL-LAST-TIME PIC 9(08).

       01  SA-LOCKED-COUNT          PIC 9(05) VALUE 0.
       01  SA-REPEAT-COUNT          PIC 9(05) VALUE 0.
       01  SA-OVERFLOW-COUNT        PIC 9(05) VALUE 0.
       01  SA-GOOD-SIGN-INS         PIC 9(05) VALUE 0.
       01  SA-BAD-SIGN-INS          PIC 9(05) VALUE 0.
       01  SA-LOCKS-TODAY           PIC 9(05) VALUE 0.
       01  SA-CLEARS-TODAY          PIC 9(05) VALUE 0.

       01  SA-COUNT-ED              PIC ZZZZ9.
       01  SA-COUNT-ED2             PIC ZZZZ9.
       01  SA-COUNT-ED3             PIC ZZZZ9.
       01  SA-FAILS-ED              PIC Z9.
       01  SA-TIME-ED               PIC 99B99B99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           ACCEPT SA-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "SIGN-IN EXCEPTIONS REPORT FOR " DELIMITED BY SIZE
               SA-RUN-DATE DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           PERFORM 1000-LIST-LOCKED-ACCOUNTS.
           PERFORM 2000-SUMMARIZE-SECURITY-LOG.
           PERFORM 3000-LIST-REPEATED-FAILURES.
           PERFORM 4000-WRITE-CONTROL-TOTALS.
           CLOSE EXCEPTION-REPORT-FILE.
           GOBACK.

      *Section one: every account still locked, however long ago it
      *locked - a lock is only cleared by an operator.

       1000-LIST-LOCKED-ACCOUNTS.
           MOVE "ACCOUNTS LOCKED OUT" TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE "  ACCOUNT   DISPLAY NAME          LOCKED   FAILS"
               TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           OPEN INPUT PLAYER-ACCOUNT-FILE.
           IF PA-FILE-STATUS NOT = "00"
               SET END-OF-ACCOUNTS TO TRUE
           END-IF.
           PERFORM 1010-READ-NEXT-ACCOUNT UNTIL END-OF-ACCOUNTS.
           CLOSE PLAYER-ACCOUNT-FILE.
           IF SA-LOCKED-COUNT = 0
               MOVE "  (none)" TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       1010-READ-NEXT-ACCOUNT.
           READ PLAYER-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET END-OF-ACCOUNTS TO TRUE
               NOT AT END
                   IF PA-ACCOUNT-LOCKED
                       PERFORM 1020-WRITE-LOCKED-LINE
                   END-IF
           END-READ.
           IF PA-FILE-STATUS NOT = "00" AND PA-FILE-STATUS NOT = "02"
               SET END-OF-ACCOUNTS TO TRUE
           END-IF.

       1020-WRITE-LOCKED-LINE.
           ADD 1 TO SA-LOCKED-COUNT.
           MOVE PA-FAILED-COUNT TO SA-FAILS-ED.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               PA-ACCOUNT-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PA-DISPLAY-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               PA-LOCKED-DATE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               SA-FAILS-ED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

      *Section two: tally today's security events by account id.

       2000-SUMMARIZE-SECURITY-LOG.
           OPEN INPUT SECURITY-LOG-FILE.
           IF SL-FILE-STATUS NOT = "00"
               SET END-OF-SECURITY-LOG TO TRUE
           END-IF.
           PERFORM 2010-READ-NEXT-EVENT UNTIL END-OF-SECURITY-LOG.
           CLOSE SECURITY-LOG-FILE.

       2010-READ-NEXT-EVENT.
           READ SECURITY-LOG-FILE
               AT END
                   SET END-OF-SECURITY-LOG TO TRUE
               NOT AT END
                   IF SL-EVENT-DATE = SA-RUN-DATE
                       PERFORM 2020-TALLY-EVENT
                   END-IF
           END-READ.

       2020-TALLY-EVENT.
           EVALUATE TRUE
               WHEN SL-SIGN-IN-OK
                   ADD 1 TO SA-GOOD-SIGN-INS
               WHEN SL-ACCOUNT-LOCKED
                   ADD 1 TO SA-LOCKS-TODAY
               WHEN SL-LOCK-CLEARED
                   ADD 1 TO SA-CLEARS-TODAY
               WHEN SL-SIGN-IN-FAILED
               WHEN SL-UNKNOWN-ACCOUNT
               WHEN SL-LOCKED-ATTEMPT
               WHEN SL-NO-PASSCODE
                   ADD 1 TO SA-BAD-SIGN-INS
                   PERFORM 2030-TALLY-FAILURE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2030-TALLY-FAILURE.
           SET SA-FAIL-IDX TO 1.
           SEARCH SA-FAIL-ENTRY
               AT END
                   PERFORM 2040-ADD-FAIL-ENTRY
               WHEN SA-FAIL-IDX > SA-FAIL-COUNT-USED
                   PERFORM 2040-ADD-FAIL-ENTRY
               WHEN SA-FAIL-ACCOUNT(SA-FAIL-IDX) = SL-ACCOUNT-ID
                   PERFORM 2050-COUNT-FAILURE
           END-SEARCH.

      *An account id beyond the table capacity is counted and left
      *off the detail lines.
       2040-ADD-FAIL-ENTRY.
           IF SA-FAIL-COUNT-USED >= 500
               ADD 1 TO SA-OVERFLOW-COUNT
           ELSE
               ADD 1 TO SA-FAIL-COUNT-USED
               SET SA-FAIL-IDX TO SA-FAIL-COUNT-USED
               MOVE SL-ACCOUNT-ID TO SA-FAIL-ACCOUNT(SA-FAIL-IDX)
               MOVE 0 TO SA-FAIL-TOTAL(SA-FAIL-IDX)
               MOVE 0 TO SA-FAIL-UNKNOWN(SA-FAIL-IDX)
               MOVE 0 TO SA-FAIL-LOCKED(SA-FAIL-IDX)
               PERFORM 2050-COUNT-FAILURE
           END-IF.

       2050-COUNT-FAILURE.
           ADD 1 TO SA-FAIL-TOTAL(SA-FAIL-IDX).
           MOVE SL-EVENT-TIME TO SA-FAIL-LAST-TIME(SA-FAIL-IDX).
           IF SL-UNKNOWN-ACCOUNT
               ADD 1 TO SA-FAIL-UNKNOWN(SA-FAIL-IDX)
           END-IF.
           IF SL-LOCKED-ATTEMPT
               ADD 1 TO SA-FAIL-LOCKED(SA-FAIL-IDX)
           END-IF.

       3000-LIST-REPEATED-FAILURES.
           MOVE "REPEATED FAILED SIGN-INS TODAY"
               TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE "  ACCOUNT   FAILED  NO-SUCH  LOCKED  LAST AT"
               TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           PERFORM 3010-CHECK-FAIL-ENTRY
               VARYING SA-FAIL-IDX FROM 1 BY 1
               UNTIL SA-FAIL-IDX > SA-FAIL-COUNT-USED.
           IF SA-REPEAT-COUNT = 0
               MOVE "  (none)" TO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.

       3010-CHECK-FAIL-ENTRY.
           IF SA-FAIL-TOTAL(SA-FAIL-IDX) >= SA-REPEAT-THRESHOLD
               ADD 1 TO SA-REPEAT-COUNT
               MOVE SA-FAIL-TOTAL(SA-FAIL-IDX) TO SA-COUNT-ED
               MOVE SA-FAIL-UNKNOWN(SA-FAIL-IDX) TO SA-COUNT-ED2
               MOVE SA-FAIL-LOCKED(SA-FAIL-IDX) TO SA-COUNT-ED3
               MOVE SA-FAIL-LAST-TIME(SA-FAIL-IDX)(1:6)
                   TO SA-TIME-ED
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   SA-FAIL-ACCOUNT(SA-FAIL-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   SA-COUNT-ED DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   SA-COUNT-ED2 DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   SA-COUNT-ED3 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SA-TIME-ED DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.

       4000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           MOVE SA-GOOD-SIGN-INS TO SA-COUNT-ED.
           STRING "Sign-ins accepted today:  " DELIMITED BY SIZE
               SA-COUNT-ED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           MOVE SA-BAD-SIGN-INS TO SA-COUNT-ED.
           STRING "Sign-ins refused today:   " DELIMITED BY SIZE
               SA-COUNT-ED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           MOVE SA-LOCKS-TODAY TO SA-COUNT-ED.
           STRING "Accounts locked today:    " DELIMITED BY SIZE
               SA-COUNT-ED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           MOVE SA-CLEARS-TODAY TO SA-COUNT-ED.
           STRING "Locks cleared today:      " DELIMITED BY SIZE
               SA-COUNT-ED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-LINE.
           MOVE SA-LOCKED-COUNT TO SA-COUNT-ED.
           STRING "Accounts locked now:      " DELIMITED BY SIZE
               SA-COUNT-ED DELIMITED BY SIZE
               INTO EXCEPTION-REPORT-LINE.
           WRITE EXCEPTION-REPORT-LINE.
           IF SA-OVERFLOW-COUNT > 0
               MOVE SA-OVERFLOW-COUNT TO SA-COUNT-ED
               MOVE SPACES TO EXCEPTION-REPORT-LINE
               STRING "Failures past account-table capacity: "
                       DELIMITED BY SIZE
                   SA-COUNT-ED DELIMITED BY SIZE
                   " (not itemized)" DELIMITED BY SIZE
                   INTO EXCEPTION-REPORT-LINE
               WRITE EXCEPTION-REPORT-LINE
           END-IF.
           DISPLAY "SignInAudit locked " SA-LOCKED-COUNT
               " repeated-failure accounts " SA-REPEAT-COUNT.
