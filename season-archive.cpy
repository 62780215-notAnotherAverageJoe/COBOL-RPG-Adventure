       FD  SEASON-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  SEASON-ARCHIVE-RECORD.
           05  SE-KEY.
               10  SE-SEASON-ID     PIC X(06).
               10  SE-CHOSEN-NAME   PIC X(10).
                   88  SE-SEASON-HEADER VALUE SPACES.
           05  SE-ROW-DATA          PIC X(100).
           05  SE-HERO-DATA REDEFINES SE-ROW-DATA.
               10  SE-YOUR-CLASS    PIC X(15).
               10  SE-RACE-NAME     PIC X(15).
               10  SE-PLAYER-LEVEL  PIC 9(02).
               10  SE-PLAYER-XP     PIC 9(05).
               10  SE-LIFETIME-XP   PIC 9(07).
               10  SE-CARRIED-GOLD  PIC 9(05).
               10  SE-BANKED-GOLD   PIC 9(07).
               10  SE-SEASON-LEVELS PIC 9(02).
               10  SE-SEASON-XP     PIC 9(07).
               10  SE-SEASON-GOLD   PIC S9(07) SIGN LEADING
                                    SEPARATE.
               10  SE-OVERALL-RANK  PIC 9(04).
               10  SE-CLASS-RANK    PIC 9(04).
               10  SE-RACE-RANK     PIC 9(04).
               10  SE-OWNER-ACCOUNT PIC X(08).
               10  FILLER           PIC X(07).
           05  SE-HEADER-DATA REDEFINES SE-ROW-DATA.
               10  SE-CLOSE-STATUS  PIC X(01).
                   88  SE-SNAPSHOT-TAKEN VALUE "S".
                   88  SE-SEASON-CLOSED  VALUE "C".
               10  SE-CLOSE-DATE    PIC 9(08).
               10  SE-HERO-COUNT    PIC 9(05).
               10  SE-TITLE-COUNT   PIC 9(05).
               10  SE-OPERATOR-ID   PIC X(08).
               10  FILLER           PIC X(73).
