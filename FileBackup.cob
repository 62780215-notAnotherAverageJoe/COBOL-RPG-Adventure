               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QM-QUEST-CODE
               FILE STATUS IS QM-FILE-STATUS.
           SELECT QUEST-HISTORY-FILE ASSIGN TO "QSTDONE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS QH-KEY
               FILE STATUS IS QH-FILE-STATUS.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "BANKACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AB-KEY
               FILE STATUS IS AB-FILE-STATUS.
           SELECT RECIPE-MASTER-FILE ASSIGN TO "RECIPES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RE-RECIPE-CODE
               FILE STATUS IS RE-FILE-STATUS.
           SELECT MARKET-LISTING-FILE ASSIGN TO "MKTLIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MK-LISTING-ID
               FILE STATUS IS MK-FILE-STATUS.
           SELECT MARKET-BID-FILE ASSIGN TO "MKTBIDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MD-KEY
               FILE STATUS IS MD-FILE-STATUS.
           SELECT BATCH-CONTROL-FILE ASSIGN TO "BATCHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BH-KEY
               FILE STATUS IS BH-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO BK-BACKUP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BK-FILE-STATUS.
       COPY "quest-checkpoint.cpy".
       COPY "quest-stage.cpy".
       COPY "quest-catalog.cpy".
       COPY "quest-history.cpy".
       COPY "bank-account.cpy".
       COPY "hero-inventory.cpy".
       COPY "encounter-table.cpy".
       COPY "achievement.cpy".
       COPY "attribute-master.cpy".
       COPY "ability-master.cpy".
       COPY "recipe-master.cpy".
       COPY "market-listing.cpy".
       COPY "market-bid.cpy".
       COPY "batch-control.cpy".

       FD  BACKUP-FILE
           LABEL RECORDS ARE STANDARD.
       01  QC-FILE-STATUS           PIC X(02).
       01  QS-FILE-STATUS           PIC X(02).
       01  QM-FILE-STATUS           PIC X(02).
       01  QH-FILE-STATUS           PIC X(02).
       01  BA-FILE-STATUS           PIC X(02).
       01  HI-FILE-STATUS           PIC X(02).
       01  EN-FILE-STATUS           PIC X(02).
       01  AC-FILE-STATUS           PIC X(02).
       01  AM-FILE-STATUS           PIC X(02).
       01  AB-FILE-STATUS           PIC X(02).
       01  RE-FILE-STATUS           PIC X(02).
       01  MK-FILE-STATUS           PIC X(02).
       01  MD-FILE-STATUS           PIC X(02).
       01  BH-FILE-STATUS           PIC X(02).
       01  BK-FILE-STATUS           PIC X(02).
       01  BR-FILE-STATUS           PIC X(02).

           PERFORM 4000-BACKUP-QCHKPT.
           PERFORM 5000-BACKUP-QSTSTG.
           PERFORM 5500-BACKUP-QSTCAT.
           PERFORM 5600-BACKUP-QSTDONE.
           PERFORM 5700-BACKUP-ENCTABL.
           PERFORM 6000-BACKUP-HEROINV.
           PERFORM 6500-BACKUP-BANKACCT.
           PERFORM 7000-BACKUP-ACHIEVE.
           PERFORM 8000-BACKUP-ATTRMAST.
           PERFORM 8500-BACKUP-ABILMAST.
           PERFORM 8700-BACKUP-RECIPES.
           PERFORM 8800-BACKUP-MKTLIST.
           PERFORM 8900-BACKUP-MKTBIDS.
           PERFORM 8950-BACKUP-BATCHCTL.
           CLOSE BACKUP-REPORT-FILE.
           GOBACK.

                   END-IF
           END-READ.

       5600-BACKUP-QSTDONE.
           MOVE "QSTDONE" TO BK-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           MOVE 0 TO BK-UNLOAD-COUNT BK-RELOAD-COUNT.
           OPEN INPUT QUEST-HISTORY-FILE.
           IF QH-FILE-STATUS = "00"
               OPEN OUTPUT BACKUP-FILE
               PERFORM 9200-WRITE-BACKUP-HEADER
               MOVE 'N' TO BK-EOF-SW
               MOVE 'N' TO BK-UNLOAD-CLEAN-SW
               PERFORM 5610-UNLOAD-QSTDONE-RECORD
                   UNTIL END-OF-UNLOAD
               CLOSE BACKUP-FILE
               CLOSE QUEST-HISTORY-FILE
               IF BK-UNLOAD-CLEAN
                   OPEN OUTPUT QUEST-HISTORY-FILE
                   OPEN INPUT BACKUP-FILE
                   READ BACKUP-FILE
                       AT END CONTINUE
                   END-READ
                   MOVE 'N' TO BK-RELOAD-EOF-SW
                   PERFORM 5620-RELOAD-QSTDONE-RECORD
                       UNTIL END-OF-RELOAD
                   CLOSE BACKUP-FILE
                   CLOSE QUEST-HISTORY-FILE
               ELSE
                   DISPLAY "FileBackup " BK-CURRENT-MASTER
                       " unload error - reload skipped"
               END-IF
           ELSE
               SET BK-MASTER-SKIPPED TO TRUE
               CLOSE QUEST-HISTORY-FILE
           END-IF.
           PERFORM 9300-WRITE-CONTROL-LINE.

       5610-UNLOAD-QSTDONE-RECORD.
           READ QUEST-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-UNLOAD TO TRUE
                   SET BK-UNLOAD-CLEAN TO TRUE
               NOT AT END
                   ADD 1 TO BK-UNLOAD-COUNT
                   MOVE SPACES TO BACKUP-RECORD
                   MOVE QUEST-HISTORY-RECORD TO BACKUP-RECORD
                   WRITE BACKUP-RECORD
           END-READ.
           IF QH-FILE-STATUS NOT = "00" AND QH-FILE-STATUS NOT = "02"
               SET END-OF-UNLOAD TO TRUE
           END-IF.

       5620-RELOAD-QSTDONE-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO QUEST-HISTORY-RECORD
                   WRITE QUEST-HISTORY-RECORD
                   IF QH-FILE-STATUS = "00"
                       ADD 1 TO BK-RELOAD-COUNT
                   END-IF
           END-READ.

       5700-BACKUP-ENCTABL.
           MOVE "ENCTABL" TO BK-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
                   END-IF
           END-READ.

       8700-BACKUP-RECIPES.
           MOVE "RECIPES" TO BK-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           MOVE 0 TO BK-UNLOAD-COUNT BK-RELOAD-COUNT.
           OPEN INPUT RECIPE-MASTER-FILE.
           IF RE-FILE-STATUS = "00"
               OPEN OUTPUT BACKUP-FILE
               PERFORM 9200-WRITE-BACKUP-HEADER
               MOVE 'N' TO BK-EOF-SW
               MOVE 'N' TO BK-UNLOAD-CLEAN-SW
               PERFORM 8710-UNLOAD-RECIPES-RECORD
                   UNTIL END-OF-UNLOAD
               CLOSE BACKUP-FILE
               CLOSE RECIPE-MASTER-FILE
               IF BK-UNLOAD-CLEAN
                   OPEN OUTPUT RECIPE-MASTER-FILE
                   OPEN INPUT BACKUP-FILE
                   READ BACKUP-FILE
                       AT END CONTINUE
                   END-READ
                   MOVE 'N' TO BK-RELOAD-EOF-SW
                   PERFORM 8720-RELOAD-RECIPES-RECORD
                       UNTIL END-OF-RELOAD
                   CLOSE BACKUP-FILE
                   CLOSE RECIPE-MASTER-FILE
               ELSE
                   DISPLAY "FileBackup " BK-CURRENT-MASTER
                       " unload error - reload skipped"
               END-IF
           ELSE
               SET BK-MASTER-SKIPPED TO TRUE
               CLOSE RECIPE-MASTER-FILE
           END-IF.
           PERFORM 9300-WRITE-CONTROL-LINE.

       8710-UNLOAD-RECIPES-RECORD.
           READ RECIPE-MASTER-FILE NEXT RECORD
               AT END
                   SET END-OF-UNLOAD TO TRUE
                   SET BK-UNLOAD-CLEAN TO TRUE
               NOT AT END
                   ADD 1 TO BK-UNLOAD-COUNT
                   MOVE SPACES TO BACKUP-RECORD
                   MOVE RECIPE-MASTER-RECORD TO BACKUP-RECORD
                   WRITE BACKUP-RECORD
           END-READ.
           IF RE-FILE-STATUS NOT = "00" AND RE-FILE-STATUS NOT = "02"
               SET END-OF-UNLOAD TO TRUE
           END-IF.

       8720-RELOAD-RECIPES-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO RECIPE-MASTER-RECORD
                   WRITE RECIPE-MASTER-RECORD
                   IF RE-FILE-STATUS = "00"
                       ADD 1 TO BK-RELOAD-COUNT
                   END-IF
           END-READ.

       8800-BACKUP-MKTLIST.
           MOVE "MKTLIST" TO BK-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           MOVE 0 TO BK-UNLOAD-COUNT BK-RELOAD-COUNT.
           OPEN INPUT MARKET-LISTING-FILE.
           IF MK-FILE-STATUS = "00"
               OPEN OUTPUT BACKUP-FILE
               PERFORM 9200-WRITE-BACKUP-HEADER
               MOVE 'N' TO BK-EOF-SW
               MOVE 'N' TO BK-UNLOAD-CLEAN-SW
               PERFORM 8810-UNLOAD-MKTLIST-RECORD
                   UNTIL END-OF-UNLOAD
               CLOSE BACKUP-FILE
               CLOSE MARKET-LISTING-FILE
               IF BK-UNLOAD-CLEAN
                   OPEN OUTPUT MARKET-LISTING-FILE
                   OPEN INPUT BACKUP-FILE
                   READ BACKUP-FILE
                       AT END CONTINUE
                   END-READ
                   MOVE 'N' TO BK-RELOAD-EOF-SW
                   PERFORM 8820-RELOAD-MKTLIST-RECORD
                       UNTIL END-OF-RELOAD
                   CLOSE BACKUP-FILE
                   CLOSE MARKET-LISTING-FILE
               ELSE
                   DISPLAY "FileBackup " BK-CURRENT-MASTER
                       " unload error - reload skipped"
               END-IF
           ELSE
               SET BK-MASTER-SKIPPED TO TRUE
               CLOSE MARKET-LISTING-FILE
           END-IF.
           PERFORM 9300-WRITE-CONTROL-LINE.

       8810-UNLOAD-MKTLIST-RECORD.
           READ MARKET-LISTING-FILE NEXT RECORD
               AT END
                   SET END-OF-UNLOAD TO TRUE
                   SET BK-UNLOAD-CLEAN TO TRUE
               NOT AT END
                   ADD 1 TO BK-UNLOAD-COUNT
                   MOVE SPACES TO BACKUP-RECORD
                   MOVE MARKET-LISTING-RECORD TO BACKUP-RECORD
                   WRITE BACKUP-RECORD
           END-READ.
           IF MK-FILE-STATUS NOT = "00" AND MK-FILE-STATUS NOT = "02"
               SET END-OF-UNLOAD TO TRUE
           END-IF.

       8820-RELOAD-MKTLIST-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO MARKET-LISTING-RECORD
                   WRITE MARKET-LISTING-RECORD
                   IF MK-FILE-STATUS = "00"
                       ADD 1 TO BK-RELOAD-COUNT
                   END-IF
           END-READ.

       8900-BACKUP-MKTBIDS.
           MOVE "MKTBIDS" TO BK-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           MOVE 0 TO BK-UNLOAD-COUNT BK-RELOAD-COUNT.
           OPEN INPUT MARKET-BID-FILE.
           IF MD-FILE-STATUS = "00"
               OPEN OUTPUT BACKUP-FILE
               PERFORM 9200-WRITE-BACKUP-HEADER
               MOVE 'N' TO BK-EOF-SW
               MOVE 'N' TO BK-UNLOAD-CLEAN-SW
               PERFORM 8910-UNLOAD-MKTBIDS-RECORD
                   UNTIL END-OF-UNLOAD
               CLOSE BACKUP-FILE
               CLOSE MARKET-BID-FILE
               IF BK-UNLOAD-CLEAN
                   OPEN OUTPUT MARKET-BID-FILE
                   OPEN INPUT BACKUP-FILE
                   READ BACKUP-FILE
                       AT END CONTINUE
                   END-READ
                   MOVE 'N' TO BK-RELOAD-EOF-SW
                   PERFORM 8920-RELOAD-MKTBIDS-RECORD
                       UNTIL END-OF-RELOAD
                   CLOSE BACKUP-FILE
                   CLOSE MARKET-BID-FILE
               ELSE
                   DISPLAY "FileBackup " BK-CURRENT-MASTER
                       " unload error - reload skipped"
               END-IF
           ELSE
               SET BK-MASTER-SKIPPED TO TRUE
               CLOSE MARKET-BID-FILE
           END-IF.
           PERFORM 9300-WRITE-CONTROL-LINE.

       8910-UNLOAD-MKTBIDS-RECORD.
           READ MARKET-BID-FILE NEXT RECORD
               AT END
                   SET END-OF-UNLOAD TO TRUE
                   SET BK-UNLOAD-CLEAN TO TRUE
               NOT AT END
                   ADD 1 TO BK-UNLOAD-COUNT
                   MOVE SPACES TO BACKUP-RECORD
                   MOVE MARKET-BID-RECORD TO BACKUP-RECORD
                   WRITE BACKUP-RECORD
           END-READ.
           IF MD-FILE-STATUS NOT = "00" AND MD-FILE-STATUS NOT = "02"
               SET END-OF-UNLOAD TO TRUE
           END-IF.

       8920-RELOAD-MKTBIDS-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO MARKET-BID-RECORD
                   WRITE MARKET-BID-RECORD
                   IF MD-FILE-STATUS = "00"
                       ADD 1 TO BK-RELOAD-COUNT
                   END-IF
           END-READ.

       8950-BACKUP-BATCHCTL.
           MOVE "BATCHCTL" TO BK-CURRENT-MASTER.
           PERFORM 9100-BUILD-BACKUP-NAME.
           MOVE 0 TO BK-UNLOAD-COUNT BK-RELOAD-COUNT.
           OPEN INPUT BATCH-CONTROL-FILE.
           IF BH-FILE-STATUS = "00"
               OPEN OUTPUT BACKUP-FILE
               PERFORM 9200-WRITE-BACKUP-HEADER
               MOVE 'N' TO BK-EOF-SW
               MOVE 'N' TO BK-UNLOAD-CLEAN-SW
               PERFORM 8960-UNLOAD-BATCHCTL-RECORD
                   UNTIL END-OF-UNLOAD
               CLOSE BACKUP-FILE
               CLOSE BATCH-CONTROL-FILE
               IF BK-UNLOAD-CLEAN
                   OPEN OUTPUT BATCH-CONTROL-FILE
                   OPEN INPUT BACKUP-FILE
                   READ BACKUP-FILE
                       AT END CONTINUE
                   END-READ
                   MOVE 'N' TO BK-RELOAD-EOF-SW
                   PERFORM 8970-RELOAD-BATCHCTL-RECORD
                       UNTIL END-OF-RELOAD
                   CLOSE BACKUP-FILE
                   CLOSE BATCH-CONTROL-FILE
               ELSE
                   DISPLAY "FileBackup " BK-CURRENT-MASTER
                       " unload error - reload skipped"
               END-IF
           ELSE
               SET BK-MASTER-SKIPPED TO TRUE
               CLOSE BATCH-CONTROL-FILE
           END-IF.
           PERFORM 9300-WRITE-CONTROL-LINE.

       8960-UNLOAD-BATCHCTL-RECORD.
           READ BATCH-CONTROL-FILE NEXT RECORD
               AT END
                   SET END-OF-UNLOAD TO TRUE
                   SET BK-UNLOAD-CLEAN TO TRUE
               NOT AT END
                   ADD 1 TO BK-UNLOAD-COUNT
                   MOVE SPACES TO BACKUP-RECORD
                   MOVE BATCH-CONTROL-RECORD TO BACKUP-RECORD
                   WRITE BACKUP-RECORD
           END-READ.
           IF BH-FILE-STATUS NOT = "00" AND BH-FILE-STATUS NOT = "02"
               SET END-OF-UNLOAD TO TRUE
           END-IF.

       8970-RELOAD-BATCHCTL-RECORD.
           READ BACKUP-FILE
               AT END
                   SET END-OF-RELOAD TO TRUE
               NOT AT END
                   MOVE BACKUP-RECORD TO BATCH-CONTROL-RECORD
                   WRITE BATCH-CONTROL-RECORD
                   IF BH-FILE-STATUS = "00"
                       ADD 1 TO BK-RELOAD-COUNT
                   END-IF
           END-READ.

       9100-BUILD-BACKUP-NAME.
           MOVE SPACES TO BK-BACKUP-NAME.
           STRING BK-CURRENT-MASTER DELIMITED BY SPACE
