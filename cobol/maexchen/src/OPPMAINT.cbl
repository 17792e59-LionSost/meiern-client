           SELECT MAINT-LIST-FILE ASSIGN TO "OPPLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-LIST-STATUS.
           SELECT WATERMARK-FILE ASSIGN TO "WATERMRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATERMARK-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.
       01  GAME-LOG-RECORD PIC X(280).
       FD  MAINT-LIST-FILE.
       01  MAINT-LIST-RECORD PIC X(132).
       FD  WATERMARK-FILE.
       01  WATERMARK-RECORD PIC X(80).
       FD  ERRLOG-FILE.
       01  ERRLOG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 GAME-LOG-STATUS PIC XX.
       01 MAINT-LIST-STATUS PIC XX.
           COPY ERRLOGWS.
           COPY WMARKWS.
       01 MAINT-FLAGS.
          05 CONTROL-EOF-KZ PIC X VALUE SPACE.
             88 CONTROL-EOF VALUE 'Y'.
             07 DICE-2 PIC 9.
       01 REC-TRIM-LEN PIC 9(4).
       01 REC-TS PIC X(21).
      *> Juengster GAMELOG-Zeitstempel eines REBUILD - nach einem
      *> vollstaendigen Neuaufbau der Wasserstand fuer WATERMRK.
       01 RB-WMK-TS PIC X(21).

           COPY RANGFOLGE.
       01 VAR PIC 99.
       REBUILD-OPPONENT-STATS SECTION.
           INITIALIZE REBUILD-TOTALS
           MOVE 0 TO REBUILD-COUNT RB-OVERFLOW-COUNT
           MOVE SPACES TO RB-WMK-TS
           MOVE SPACE TO MAINT-FAILED-KZ
           MOVE SPACE TO GAME-LOG-EOF-KZ
           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS = "00"
              PERFORM TALLY-REBUILD-RECORD UNTIL GAME-LOG-EOF
              CLOSE GAME-LOG-FILE
              PERFORM WRITE-REBUILT-FILE
              IF NOT MAINT-FAILED
                 MOVE "OPPMAINT" TO WMK-CONSUMER
                 MOVE RB-WMK-TS TO WMK-TS
                 PERFORM WRITE-WATERMARK
              END-IF
           ELSE
              MOVE "REBUILD-OPPONENT-STATS" TO ERR-SECTION-NAME
              MOVE "GAMELOG" TO ERR-FILE-NAME
                 PERFORM TALLY-REBUILD-ANNOUNCEMENT
              END-IF
           END-IF
           MOVE SPACES TO REC-TS
           COMPUTE REC-TRIM-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(GAME-LOG-RECORD))
           IF REC-TRIM-LEN > 21
              MOVE GAME-LOG-RECORD(REC-TRIM-LEN - 20:21) TO REC-TS
              IF REC-TS(1:8) NUMERIC AND REC-TS > RB-WMK-TS
                 MOVE REC-TS TO RB-WMK-TS
              END-IF
           END-IF
           PERFORM READ-GAME-LOG-RECORD
       EXIT.

                     " - OPPSTATS UNVERAENDERT"
                 DELIMITED BY SIZE INTO MAINT-LIST-RECORD
              WRITE MAINT-LIST-RECORD
              SET MAINT-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           ELSE
           OPEN OUTPUT OPPONENT-STATS-FILE
                    MOVE "OPPSTATS" TO ERR-FILE-NAME
                    MOVE OPP-STAT-STATUS TO ERR-FILE-STATUS
                    PERFORM WRITE-ERRLOG
                    SET MAINT-FAILED TO TRUE
                    MOVE 12 TO RETURN-CODE
                 END-IF
                 ADD 1 TO REBUILD-COUNT
              MOVE "OPPSTATS" TO ERR-FILE-NAME
              MOVE OPP-STAT-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET MAINT-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
           END-IF

           COPY RANGFOLGE-EINRICHTEN.

           COPY WRITE-WATERMARK.

           COPY WRITE-ERRLOG.

       END PROGRAM OPPMAINT.
