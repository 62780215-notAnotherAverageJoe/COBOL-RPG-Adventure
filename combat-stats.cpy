       01  COMBAT-ROUND-NUM         PIC 9(02) VALUE 0.
       01  COMBAT-DAMAGE-ROLL       PIC 9(04).
       01  COMBAT-TOTAL-DAMAGE      PIC 9(05) VALUE 0.
       01  COMBAT-DAMAGE-TAKEN      PIC 9(05) VALUE 0.
       01  COMBAT-HIT-ROLL          PIC 9(03).
       01  COMBAT-TARGET-ROLL       PIC 9(01).
       01  COMBAT-OUTCOME-SW        PIC X(01) VALUE SPACE.
