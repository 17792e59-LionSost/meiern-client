           SELECT CALIB-REPORT-FILE ASSIGN TO "BLUFCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALIB-REPORT-STATUS.
           SELECT WATERMARK-FILE ASSIGN TO "WATERMRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATERMARK-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.
       01  LEADERBOARD-RECORD PIC X(200).
       FD  CALIB-REPORT-FILE.
       01  CALIB-REPORT-RECORD PIC X(132).
       FD  WATERMARK-FILE.
       01  WATERMARK-RECORD PIC X(80).
       FD  ERRLOG-FILE.
       01  ERRLOG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 LEADERBOARD-STATUS PIC XX.
       01 CALIB-REPORT-STATUS PIC XX.
           COPY ERRLOGWS.
           COPY WMARKWS.
       01 BLUFF-STRATEGY-PARMS.
           COPY BLUFFCFG.
       01 EMPFOHLENE-PARMS.
       01 REC-PTR PIC 9(4).
       01 REC-TRIM-LEN PIC 9(4).
       01 REC-MSG-LEN PIC 9(4).
       01 REC-TS PIC X(21).
      *> Wasserstand fuer WATERMRK: juengster LEADERBOARD-Zeitstempel
      *> bis zum ersten Ergebnis, das nicht mehr in RD-TABELLE passte.
       01 BLUF-WMK-TS PIC X(21) VALUE SPACES.
       01 WIN-FIELD-TABLE.
          05 WIN-FIELD OCCURS 8 TIMES PIC X(30).
       01 WIN-FIELD-IDX PIC 9.
              PERFORM DERIVE-RECOMMENDATION
              PERFORM WRITE-NEW-PARMS
              PERFORM WRITE-CALIB-REPORT
              MOVE "BLUFCAL" TO WMK-CONSUMER
              MOVE BLUF-WMK-TS TO WMK-TS
              PERFORM WRITE-WATERMARK
           END-IF
           STOP RUN
          .
           COMPUTE REC-TRIM-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(LEADERBOARD-RECORD))
           COMPUTE REC-MSG-LEN = REC-TRIM-LEN - REC-PTR - 21
           MOVE SPACES TO REC-TS
           IF REC-MSG-LEN > 0
              MOVE LEADERBOARD-RECORD(REC-PTR:REC-MSG-LEN)
                 TO LDR-SERVER-MESSAGE
              MOVE LEADERBOARD-RECORD(REC-TRIM-LEN - 20:21) TO REC-TS
           END-IF
           IF LDR-BOT-ID = "DUMMBOT"
              AND LDR-SERVER-MESSAGE(1:9) = "GAME OVER"
              PERFORM STORE-ROUND-OUTCOME
           END-IF
           IF RD-OVERFLOW-COUNT = 0
              AND REC-TS(1:8) NUMERIC
              AND REC-TS > BLUF-WMK-TS
              MOVE REC-TS TO BLUF-WMK-TS
           END-IF
           PERFORM READ-LEADERBOARD-RECORD
       EXIT.


           COPY RANGFOLGE-EINRICHTEN.

           COPY WRITE-WATERMARK.

           COPY WRITE-ERRLOG.

       END PROGRAM BLUFCAL.
