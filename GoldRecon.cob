      *and WDRW mirrored into the vault, INTR posted by BankPost)
      *sum to the BANKACCT banked balance. Heroes that do not
      *balance, and ledger activity for heroes no longer on the
      *master, are reported for investigation. Heroes whose account
      *was closed by AcctClose end on ACLO closing rows, and heroes
      *retired to the Hall of Legends on RETR rows; both are counted
      *as closed rather than reported. Gold is the game's currency
      *of record; it reconciles like one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  RC-BANK-OK-SW            PIC X(01) VALUE 'N'.
           88  RC-BANK-AVAILABLE        VALUE 'Y'.

       01  RC-CLOSED-SW             PIC X(01) VALUE 'N'.
           88  RC-HERO-CLOSED           VALUE 'Y'.

       01  RC-PREV-NAME             PIC X(10) VALUE SPACES.
       01  RC-OPENING-BALANCE       PIC S9(07) VALUE 0.
       01  RC-MOVEMENT-TOTAL        PIC S9(07) VALUE 0.
       01  RC-HEROES-UNBALANCED     PIC 9(05) VALUE 0.
       01  RC-HEROES-NOT-ON-MASTER  PIC 9(05) VALUE 0.
       01  RC-VAULTS-UNBALANCED     PIC 9(05) VALUE 0.
       01  RC-HEROES-CLOSED         PIC 9(05) VALUE 0.

       01  RC-COUNT-ED              PIC ZZZZ9.
       01  RC-AMOUNT-ED             PIC -ZZZZZZ9.
      *ways: DEPO and WDRW move carried gold and mirror into the
      *vault (banked delta is minus the carried amount), INTR is a
      *banked-only posting the carried balance never sees. A vault
      *starts empty, and GOLDLDGR is only ever cut for a closed
      *account, so the bank rows sum to the expected banked balance
      *on their own. An ADJB operator correction to a vault is
      *banked-only like INTR. An INTR or ADJB row on an opening
      *record would leave the carried opening wrong, so it is
      *backed out there. An "ACLO" row closes the hero's gold out
      *with the account: master and vault are gone, so everything
      *is zeroed and the hero is only counted. A "RETR" row closes
      *a retiring hero's carried gold and vault the same way. Should
      *a new hero later take up the name, its first row reopens the
      *proof as for a hero never seen before.
       1230-HANDLE-LEDGER-RECORD.
           IF SW-CHOSEN-NAME NOT = RC-PREV-NAME
               IF RC-PREV-NAME NOT = SPACES
                   PERFORM 1240-HERO-BREAK
               END-IF
               MOVE SW-CHOSEN-NAME TO RC-PREV-NAME
               PERFORM 1235-OPEN-HERO-PROOF
           ELSE
               IF RC-HERO-CLOSED AND SW-REASON-CODE NOT = "ACLO"
                       AND SW-REASON-CODE NOT = "RETR"
                   PERFORM 1235-OPEN-HERO-PROOF
               END-IF
           END-IF.
           EVALUATE SW-REASON-CODE
               WHEN "ACLO"
               WHEN "RETR"
                   SET RC-HERO-CLOSED TO TRUE
                   MOVE 0 TO RC-OPENING-BALANCE
                   MOVE 0 TO RC-MOVEMENT-TOTAL
                   MOVE 0 TO RC-BANK-TOTAL
               WHEN "RSET"
                   MOVE SW-BALANCE TO RC-OPENING-BALANCE
                   MOVE 0 TO RC-MOVEMENT-TOTAL
               WHEN "INTR"
               WHEN "ADJB"
                   ADD SW-AMOUNT TO RC-BANK-TOTAL
               WHEN "DEPO"
               WHEN "WDRW"
                   ADD SW-AMOUNT TO RC-MOVEMENT-TOTAL
           END-EVALUATE.

       1235-OPEN-HERO-PROOF.
           MOVE 'N' TO RC-CLOSED-SW.
           COMPUTE RC-OPENING-BALANCE = SW-BALANCE - SW-AMOUNT.
           IF SW-REASON-CODE = "INTR" OR SW-REASON-CODE = "ADJB"
               ADD SW-AMOUNT TO RC-OPENING-BALANCE
           END-IF.
           MOVE 0 TO RC-MOVEMENT-TOTAL.
           MOVE 0 TO RC-BANK-TOTAL.

       1240-HERO-BREAK.
           IF RC-HERO-CLOSED
               ADD 1 TO RC-HEROES-CLOSED
           ELSE
               PERFORM 1245-PROVE-HERO
           END-IF.
           MOVE SPACES TO RC-PREV-NAME.

       1245-PROVE-HERO.
           ADD 1 TO RC-HEROES-CHECKED.
           COMPUTE RC-EXPECTED-CLOSING =
               RC-OPENING-BALANCE + RC-MOVEMENT-TOTAL.
           IF RC-BANK-AVAILABLE
               PERFORM 1270-COMPARE-BANKED
           END-IF.

       1250-REPORT-NO-MASTER.
           ADD 1 TO RC-HEROES-NOT-ON-MASTER.
               RC-COUNT-ED DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           MOVE RC-HEROES-CLOSED TO RC-COUNT-ED.
           MOVE SPACES TO RECON-REPORT-LINE.
           STRING "Heroes closed out:    " DELIMITED BY SIZE
               RC-COUNT-ED DELIMITED BY SIZE
               INTO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
           DISPLAY "GoldRecon checked " RC-HEROES-CHECKED
               " heroes, " RC-HEROES-UNBALANCED " out of balance, "
               RC-VAULTS-UNBALANCED " vaults out of balance.".
