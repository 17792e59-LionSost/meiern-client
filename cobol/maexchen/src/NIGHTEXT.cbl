           SELECT EXTRACT-RUN-FILE ASSIGN TO "EXTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-RUN-STATUS.
           SELECT WATERMARK-FILE ASSIGN TO "WATERMRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATERMARK-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.
       01  EXTRACT-RECORD PIC X(132).
       FD  EXTRACT-RUN-FILE.
       01  EXTRACT-RUN-RECORD PIC X(132).
       FD  WATERMARK-FILE.
       01  WATERMARK-RECORD PIC X(80).
       FD  ERRLOG-FILE.
       01  ERRLOG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 EXTRACT-STATUS PIC XX.
       01 EXTRACT-RUN-STATUS PIC XX.
           COPY ERRLOGWS.
           COPY WMARKWS.
       01 EXTRACT-FLAGS.
          05 GAME-LOG-EOF-KZ PIC X VALUE SPACE.
             88 GAME-LOG-EOF VALUE 'Y'.
       01 REC-PTR PIC 9(4).
       01 REC-TRIM-LEN PIC 9(4).
       01 REC-MSG-LEN PIC 9(4).
       01 REC-TS PIC X(21).
      *> Juengster Zeitstempel aus GAMELOG und LEADERBOARD - beide
      *> Dateien gehen vollstaendig in die Schnittstellendatei, der
      *> Wert wird nach dem EXTRUN-Eintrag als Wasserstand gemeldet.
       01 NIGHT-WMK-TS PIC X(21) VALUE SPACES.

       01 AUFBAU-FELDER.
          05 EXT-ZAHL-7 PIC 9(7).
              IF NOT EXTRACT-FAILED
                 PERFORM APPEND-RUN-CONTROL
              END-IF
              IF NOT EXTRACT-FAILED
                 MOVE "NIGHTEXT" TO WMK-CONSUMER
                 MOVE NIGHT-WMK-TS TO WMK-TS
                 PERFORM WRITE-WATERMARK
              END-IF
           END-IF
           STOP RUN
          .
                 ADD 1 TO HASH-AUSTAUSCHE
              END-IF
           END-IF
           MOVE SPACES TO REC-TS
           COMPUTE REC-TRIM-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(GAME-LOG-RECORD))
           IF REC-TRIM-LEN > 21
              MOVE GAME-LOG-RECORD(REC-TRIM-LEN - 20:21) TO REC-TS
           END-IF
           PERFORM NOTE-NIGHT-WATERMARK
           PERFORM READ-GAME-LOG-RECORD
       EXIT.

           COMPUTE REC-TRIM-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(LEADERBOARD-RECORD))
           COMPUTE REC-MSG-LEN = REC-TRIM-LEN - REC-PTR - 21
           MOVE SPACES TO REC-TS
           IF REC-MSG-LEN > 0
              MOVE LEADERBOARD-RECORD(REC-PTR:REC-MSG-LEN)
                 TO LDR-SERVER-MESSAGE
              MOVE LEADERBOARD-RECORD(REC-TRIM-LEN - 20:21) TO REC-TS
           END-IF
           PERFORM NOTE-NIGHT-WATERMARK
           IF LDR-SERVER-MESSAGE(1:9) = "GAME OVER"
              UNSTRING LDR-SERVER-MESSAGE DELIMITED BY ";"
                 INTO LDR-FELD-2
           PERFORM READ-LEADERBOARD-RECORD
       EXIT.

       NOTE-NIGHT-WATERMARK SECTION.
           IF REC-TS(1:8) NUMERIC AND REC-TS > NIGHT-WMK-TS
              MOVE REC-TS TO NIGHT-WMK-TS
           END-IF
       EXIT.

       EXTRACT-OPPONENT-STATS SECTION.
           MOVE SPACE TO OPP-EOF-KZ
           OPEN INPUT OPPONENT-STATS-FILE
                 MOVE "EXTRUN" TO ERR-FILE-NAME
                 MOVE EXTRACT-RUN-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET EXTRACT-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
              CLOSE EXTRACT-RUN-FILE
              MOVE "EXTRUN" TO ERR-FILE-NAME
              MOVE EXTRACT-RUN-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET EXTRACT-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.
           END-IF
       EXIT.

           COPY WRITE-WATERMARK.

           COPY WRITE-ERRLOG.

       END PROGRAM NIGHTEXT.
