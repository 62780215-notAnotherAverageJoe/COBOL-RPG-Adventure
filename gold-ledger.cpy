               88  GLR-COMBAT-REWARD    VALUE "CWIN".
               88  GLR-PURCHASE         VALUE "PURC".
               88  GLR-ADJUSTMENT       VALUE "ADJU".
               88  GLR-BANK-ADJUSTMENT  VALUE "ADJB".
               88  GLR-REBASELINE       VALUE "RSET".
               88  GLR-BANK-DEPOSIT     VALUE "DEPO".
               88  GLR-BANK-WITHDRAW    VALUE "WDRW".
               88  GLR-TRANSFER-IN      VALUE "XFRI".
               88  GLR-HIRE-FEE         VALUE "HIRE".
               88  GLR-ITEM-SALE        VALUE "SALE".
               88  GLR-ACCOUNT-CLOSURE  VALUE "ACLO".
               88  GLR-RETIREMENT       VALUE "RETR".
               88  GLR-BOUNTY-BONUS     VALUE "BNTY".
               88  GLR-CRAFTING-FEE     VALUE "CRFT".
               88  GLR-MARKET-FEE       VALUE "MFEE".
               88  GLR-MARKET-PURCHASE  VALUE "MKTB".
               88  GLR-MARKET-PROCEEDS  VALUE "MKTS".
           05  GLR-AMOUNT           PIC S9(05) SIGN LEADING SEPARATE.
           05  GLR-BALANCE          PIC 9(05).
