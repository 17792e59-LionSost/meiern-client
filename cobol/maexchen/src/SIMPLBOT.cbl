           SELECT REJECTS-FILE ASSIGN TO "REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECTS-STATUS.
           SELECT OUT-REJECTS-FILE ASSIGN TO "OUTREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-REJECTS-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY GAMESTAT.
       FD  REJECTS-FILE.
       01  REJECTS-RECORD PIC X(200).
       FD  OUT-REJECTS-FILE.
       01  OUT-REJECTS-RECORD PIC X(400).
       FD  RESULTS-FILE.
       01  RESULT-RECORD.
           COPY RESULTR.
       01 LEADERBOARD-STATUS PIC XX.
       01 GAME-STATE-STATUS PIC XX.
       01 REJECTS-STATUS PIC XX.
       01 OUT-REJECTS-STATUS PIC XX.
       01 RESULTS-STATUS PIC XX.
       01 RESULT-FLAGS.
          05 RESULT-FOUND-KZ PIC X VALUE SPACE.
             88 RESULT-FOUND VALUE 'Y'.
           COPY ERRLOGWS.
           COPY MSGPRUEF.
           COPY ANTWPRUEF.
           COPY GAMESTWS.
           COPY SESSWS.
       01 MSG-FELDER.
               CONTINUE
      *        DISPLAY "Unknown command: " SERVER-MESSAGE
           END-EVALUATE
      *> Antwort vor dem Protokollieren pruefen, damit GAMELOG die
      *> tatsaechlich abgeschickte Nachricht festhaelt.
           PERFORM VALIDATE-REPLY
           PERFORM WRITE-EXCHANGE-LOG
           IF GAME-OVER
              PERFORM DELETE-GAME-STATE

           COPY VALIDATE-SERVER-MESSAGE.

           COPY VALIDATE-REPLY.

           COPY LOAD-GAME-STATE.

           COPY SAVE-GAME-STATE.
