           SELECT RATE-LADDER-FILE ASSIGN TO "RATELDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-LADDER-STATUS.
           SELECT WATERMARK-FILE ASSIGN TO "WATERMRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATERMARK-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.
       01  RATE-CONTROL-RECORD PIC X(80).
       FD  RATE-LADDER-FILE.
       01  RATE-LADDER-RECORD PIC X(132).
       FD  WATERMARK-FILE.
       01  WATERMARK-RECORD PIC X(80).
       FD  ERRLOG-FILE.
       01  ERRLOG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 RATE-CONTROL-STATUS PIC XX.
       01 RATE-LADDER-STATUS PIC XX.
           COPY ERRLOGWS.
           COPY WMARKWS.
       01 RATE-FLAGS.
          05 LEADERBOARD-EOF-KZ PIC X VALUE SPACE.
             88 LEADERBOARD-EOF VALUE 'Y'.
      *> dieselbe Runde nie doppelt in die Staerkezahl einfliesst.
       01 RATE-CURSOR PIC X(21).
       01 RATE-CURSOR-NEU PIC X(21).
      *> Wasserstand fuer WATERMRK: bis hierhin ist LEADERBOARD
      *> vollstaendig gesichtet. Er laeuft mit jedem gelesenen Satz
      *> mit, bleibt aber beim ersten uebergelaufenen Ergebnis stehen
      *> - ab dort muss der naechste Lauf nachholen.
       01 RATE-WMK-TS PIC X(21).

      *> Die in diesem Lauf zu wertenden GAME-OVER-Ergebnisse. Je
      *> Ergebnis werden die Gegner der Runde spaeter aus den
           END-IF
           IF NOT RATE-FAILED
              PERFORM WRITE-RATE-CURSOR
              MOVE "RATEUPD" TO WMK-CONSUMER
              MOVE RATE-WMK-TS TO WMK-TS
              PERFORM WRITE-WATERMARK
              PERFORM WRITE-LADDER-REPORT
           END-IF
      *> Uebergelaufene Ergebnisse sind die juengsten Saetze der
              END-IF
           END-IF
           MOVE RATE-CURSOR TO RATE-CURSOR-NEU
           MOVE RATE-CURSOR TO RATE-WMK-TS
       EXIT.

      *> Sammelt die noch nicht gewerteten GAME-OVER-Saetze ein.
              AND REC-TS > RATE-CURSOR
              PERFORM STORE-GAME-OVER-RESULT
           END-IF
           IF GO-OVERFLOW-COUNT = 0
              AND REC-TS(1:8) NUMERIC
              AND REC-TS > RATE-WMK-TS
              MOVE REC-TS TO RATE-WMK-TS
           END-IF
           PERFORM READ-LEADERBOARD-RECORD
       EXIT.

           END-IF
       EXIT.

           COPY WRITE-WATERMARK.

           COPY WRITE-ERRLOG.

       END PROGRAM RATEUPD.
