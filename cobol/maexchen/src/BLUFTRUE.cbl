       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLUFTRUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "SCHIEDLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT OPPONENT-STATS-FILE ASSIGN TO "OPPSTATS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAYER-NAME
               FILE STATUS IS OPP-STAT-STATUS.
           SELECT BLUFF-REPORT-FILE ASSIGN TO "BLUFTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BLUFF-REPORT-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY SCHIEDR.
       FD  OPPONENT-STATS-FILE.
       01  OPP-STAT-RECORD.
           COPY OPPSTAT.
       FD  BLUFF-REPORT-FILE.
       01  BLUFF-REPORT-RECORD PIC X(132).
       FD  ERRLOG-FILE.
       01  ERRLOG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 LEDGER-STATUS PIC XX.
       01 OPP-STAT-STATUS PIC XX.
       01 BLUFF-REPORT-STATUS PIC XX.
           COPY ERRLOGWS.
       01 BLUFF-FLAGS.
          05 LEDGER-EOF-KZ PIC X VALUE SPACE.
             88 LEDGER-EOF VALUE 'Y'.
          05 OPP-OFFEN-KZ PIC X VALUE SPACE.
             88 OPP-OFFEN VALUE 'O'.
          05 STAT-FOUND-KZ PIC X VALUE SPACE.
             88 STAT-FOUND VALUE 'Y'.
          05 BLUFF-FAILED-KZ PIC X VALUE SPACE.
             88 BLUFF-FAILED VALUE 'F'.

      *> Je Ansager aus dem Schiedsrichter-Protokoll eine Zeile:
      *> alle Ansagen, die tatsaechlich geblufften, die nach dem
      *> OPPSTATS-Massstab (Ansage-Rang 15 bis 21) verdaechtigen
      *> sowie die SEE-Rufe gegen ihn und wie viele davon einen
      *> Bluff entlarvt haben. Die Spalte HEUR rechnet den Massstab
      *> auf genau dieselben Ansagen - so ist zu sehen, ob eine
      *> Abweichung an der Schaetzregel liegt oder daran, dass
      *> OPPSTATS andere Runden gesehen hat.
       01 BT-TABELLE.
          05 BT-COUNT PIC 9(3) VALUE 0.
          05 BT-ENTRY OCCURS 200 TIMES.
             07 BT-PLAYER PIC X(20).
             07 BT-ANSAGEN PIC 9(7).
             07 BT-BLUFFS PIC 9(7).
             07 BT-HEUR-COUNT PIC 9(7).
             07 BT-SEE-COUNT PIC 9(7).
             07 BT-ENTLARVT PIC 9(7).
       01 BT-IDX PIC 9(3).
       01 BT-MATCH PIC 9(3).
       01 BT-OVERFLOW-COUNT PIC 9(7) VALUE 0.
       01 LEDGER-COUNT PIC 9(7) VALUE 0.

      *> Eine Schaetzung gilt als auffaellig, wenn sie um mehr als
      *> ABWEICH-GRENZE Prozentpunkte neben der wahren Bluffquote
      *> liegt.
       01 ABWEICH-GRENZE PIC 99 VALUE 10.
       01 RATE-FELDER.
          05 WAHR-PCT PIC 9(3).
          05 HEUR-PCT PIC 9(3).
          05 ABWEICHUNG PIC S9(3).

       01 PRT-FELDER.
          05 PRT-ANSAGEN-D PIC ZZZZZZ9.
          05 PRT-BLUFFS-D PIC ZZZZZZ9.
          05 PRT-WAHR-D PIC ZZ9.
          05 PRT-HEUR-D PIC ZZ9.
          05 PRT-OPP-D PIC ZZ9.
          05 PRT-OPP-X PIC X(3).
          05 PRT-ABW-D PIC -ZZ9.
          05 PRT-ABW-X PIC X(4).
          05 PRT-SEE-D PIC ZZZZZ9.
          05 PRT-ENTL-D PIC ZZZZZ9.
          05 PRT-MARKE PIC X(10).
          05 PRT-COUNT-D PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           MOVE "BLUFTRUE" TO ERR-PROGRAM-ID
           PERFORM COLLECT-LEDGER
           IF NOT BLUFF-FAILED
              PERFORM WRITE-BLUFF-REPORT
           END-IF
           STOP RUN
          .

       COLLECT-LEDGER SECTION.
           MOVE SPACE TO LEDGER-EOF-KZ
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS = "00"
              PERFORM READ-LEDGER-RECORD
              PERFORM TALLY-LEDGER-RECORD UNTIL LEDGER-EOF
              CLOSE LEDGER-FILE
           ELSE
              MOVE "COLLECT-LEDGER" TO ERR-SECTION-NAME
              MOVE "SCHIEDLG" TO ERR-FILE-NAME
              MOVE LEDGER-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET BLUFF-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.

       READ-LEDGER-RECORD SECTION.
           READ LEDGER-FILE
              AT END
                 SET LEDGER-EOF TO TRUE
           END-READ
       EXIT.

       TALLY-LEDGER-RECORD SECTION.
           ADD 1 TO LEDGER-COUNT
           MOVE 0 TO BT-MATCH
           PERFORM VARYING BT-IDX FROM 1 BY 1
              UNTIL BT-IDX > BT-COUNT
              IF BT-PLAYER(BT-IDX) = SCHIED-PLAYER
                 MOVE BT-IDX TO BT-MATCH
              END-IF
           END-PERFORM
           IF BT-MATCH = 0
              IF BT-COUNT < 200
                 ADD 1 TO BT-COUNT
                 INITIALIZE BT-ENTRY(BT-COUNT)
                 MOVE SCHIED-PLAYER TO BT-PLAYER(BT-COUNT)
                 MOVE BT-COUNT TO BT-MATCH
              ELSE
                 ADD 1 TO BT-OVERFLOW-COUNT
              END-IF
           END-IF
           IF BT-MATCH > 0
              ADD 1 TO BT-ANSAGEN(BT-MATCH)
              IF SCHIED-BLUFF
                 ADD 1 TO BT-BLUFFS(BT-MATCH)
              END-IF
              IF SCHIED-ANSAGE-RANG >= 15
                 ADD 1 TO BT-HEUR-COUNT(BT-MATCH)
              END-IF
              IF SCHIED-SEE-ERGEBNIS = "ENTLARVT"
                 OR SCHIED-SEE-ERGEBNIS = "BESTAND"
                 ADD 1 TO BT-SEE-COUNT(BT-MATCH)
                 IF SCHIED-SEE-ERGEBNIS = "ENTLARVT"
                    ADD 1 TO BT-ENTLARVT(BT-MATCH)
                 END-IF
              END-IF
           END-IF
           PERFORM READ-LEDGER-RECORD
       EXIT.

      *> OPPSTATS wird nur gelesen; fehlt die Datei, bleibt die
      *> Schaetzspalte leer und der Bericht zeigt nur die wahren
      *> Quoten.
       WRITE-BLUFF-REPORT SECTION.
           OPEN OUTPUT BLUFF-REPORT-FILE
           IF BLUFF-REPORT-STATUS = "00"
              MOVE SPACE TO OPP-OFFEN-KZ
              OPEN INPUT OPPONENT-STATS-FILE
              IF OPP-STAT-STATUS = "00"
                 SET OPP-OFFEN TO TRUE
              ELSE
                 IF OPP-STAT-STATUS NOT = "35"
                    MOVE "WRITE-BLUFF-REPORT" TO ERR-SECTION-NAME
                    MOVE "OPPSTATS" TO ERR-FILE-NAME
                    MOVE OPP-STAT-STATUS TO ERR-FILE-STATUS
                    PERFORM WRITE-ERRLOG
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
              MOVE SPACES TO BLUFF-REPORT-RECORD
              STRING "SPIELER              ANSAGEN  BLUFFS WAHR"
                     " HEUR OPPST  ABW    SEE   ENTL"
                 DELIMITED BY SIZE INTO BLUFF-REPORT-RECORD
              WRITE BLUFF-REPORT-RECORD
              PERFORM VARYING BT-IDX FROM 1 BY 1
                 UNTIL BT-IDX > BT-COUNT
                 PERFORM WRITE-ONE-BLUFF-LINE
              END-PERFORM
              MOVE LEDGER-COUNT TO PRT-COUNT-D
              MOVE SPACES TO BLUFF-REPORT-RECORD
              STRING "SCHIEDLG: " PRT-COUNT-D " ANSAGEN GELESEN"
                 DELIMITED BY SIZE INTO BLUFF-REPORT-RECORD
              WRITE BLUFF-REPORT-RECORD
              IF BT-OVERFLOW-COUNT > 0
                 MOVE BT-OVERFLOW-COUNT TO PRT-COUNT-D
                 MOVE SPACES TO BLUFF-REPORT-RECORD
                 STRING "UEBERLAUF: " PRT-COUNT-D
                        " ANSAGEN NICHT GEZAEHLT"
                    DELIMITED BY SIZE INTO BLUFF-REPORT-RECORD
                 WRITE BLUFF-REPORT-RECORD
                 MOVE 8 TO RETURN-CODE
              END-IF
              IF OPP-OFFEN
                 CLOSE OPPONENT-STATS-FILE
              END-IF
              CLOSE BLUFF-REPORT-FILE
           ELSE
              MOVE "WRITE-BLUFF-REPORT" TO ERR-SECTION-NAME
              MOVE "BLUFTRPT" TO ERR-FILE-NAME
              MOVE BLUFF-REPORT-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.

      *> WAHR ist die Bluffquote laut Schiedsrichter, OPPST die von
      *> den Bots in OPPSTATS geschaetzte, ABW deren Abstand in
      *> Prozentpunkten (positiv = OPPSTATS ueberschaetzt). Spieler
      *> ohne OPPSTATS-Satz (etwa die Gegenspieler-Rolle TURNDRV,
      *> solange noch kein Bot eine ihrer Ansagen gesehen hat)
      *> bekommen "-".
       WRITE-ONE-BLUFF-LINE SECTION.
           COMPUTE WAHR-PCT =
              BT-BLUFFS(BT-IDX) * 100 / BT-ANSAGEN(BT-IDX)
           COMPUTE HEUR-PCT =
              BT-HEUR-COUNT(BT-IDX) * 100 / BT-ANSAGEN(BT-IDX)
           MOVE BT-ANSAGEN(BT-IDX) TO PRT-ANSAGEN-D
           MOVE BT-BLUFFS(BT-IDX) TO PRT-BLUFFS-D
           MOVE WAHR-PCT TO PRT-WAHR-D
           MOVE HEUR-PCT TO PRT-HEUR-D
           MOVE BT-SEE-COUNT(BT-IDX) TO PRT-SEE-D
           MOVE BT-ENTLARVT(BT-IDX) TO PRT-ENTL-D
           MOVE "  -" TO PRT-OPP-X
           MOVE "   -" TO PRT-ABW-X
           MOVE SPACES TO PRT-MARKE
           MOVE SPACE TO STAT-FOUND-KZ
           IF OPP-OFFEN
              MOVE BT-PLAYER(BT-IDX) TO PLAYER-NAME
              READ OPPONENT-STATS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET STAT-FOUND TO TRUE
              END-READ
           END-IF
           IF STAT-FOUND
              MOVE BLUFF-RATE-PCT TO PRT-OPP-D
              MOVE PRT-OPP-D TO PRT-OPP-X
              COMPUTE ABWEICHUNG = BLUFF-RATE-PCT - WAHR-PCT
              MOVE ABWEICHUNG TO PRT-ABW-D
              MOVE PRT-ABW-D TO PRT-ABW-X
              IF ABWEICHUNG > ABWEICH-GRENZE
                 OR ABWEICHUNG < 0 - ABWEICH-GRENZE
                 MOVE "AUFFAELLIG" TO PRT-MARKE
              END-IF
           END-IF
           MOVE SPACES TO BLUFF-REPORT-RECORD
           STRING BT-PLAYER(BT-IDX) DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PRT-ANSAGEN-D     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PRT-BLUFFS-D      DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  PRT-WAHR-D        DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  PRT-HEUR-D        DELIMITED BY SIZE
                  "   "             DELIMITED BY SIZE
                  PRT-OPP-X         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PRT-ABW-X         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PRT-SEE-D         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PRT-ENTL-D        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  PRT-MARKE         DELIMITED BY SIZE
             INTO BLUFF-REPORT-RECORD
           WRITE BLUFF-REPORT-RECORD
       EXIT.

           COPY WRITE-ERRLOG.

       END PROGRAM BLUFTRUE.
