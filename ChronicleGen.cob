      *Gold by reason code, one slot claimed per code seen.
       01  CG-REASON-TABLE.
           05  CG-REASON-COUNT      PIC 9(02) VALUE 0.
           05  CG-REASON-ENTRY OCCURS 20 TIMES
                   INDEXED BY CG-REASON-IDX.
               10  CG-REASON-CODE   PIC X(04).
               10  CG-REASON-TOTAL  PIC S9(07).
                           MOVE 0 TO SW-DAMAGE
                       END-IF
                       MOVE GL-EVENT-TEXT TO SW-TEXT
                       IF GL-COMBAT-WIN OR GL-COMBAT-LOSS
                           MOVE GL-ENEMY-NAME TO SW-TEXT
                       END-IF
                       RELEASE SORT-WORK-RECORD
                   END-IF
               END-IF
           MOVE 0 TO CG-REASON-COUNT.
           PERFORM 3110-CLEAR-REASON-SLOT
               VARYING CG-REASON-IDX FROM 1 BY 1
               UNTIL CG-REASON-IDX > 20.
           MOVE 0 TO CG-REASON-COUNT.
           MOVE SPACES TO CHRONICLE-LINE.
           WRITE CHRONICLE-LINE.
                   PERFORM 3250-PRINT-EVENT-LINE
               WHEN "NOTE"
                   PERFORM 3250-PRINT-EVENT-LINE
               WHEN "RETI"
                   PERFORM 3250-PRINT-EVENT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE CHRONICLE-LINE.
           PERFORM 3510-PRINT-REASON-LINE
               VARYING CG-REASON-IDX FROM 1 BY 1
               UNTIL CG-REASON-IDX > 20.
           MOVE CG-ACHIEVE-COUNT TO CG-COUNT-ED.
           MOVE SPACES TO CHRONICLE-LINE.
           STRING "  Achievements:      " DELIMITED BY SIZE
