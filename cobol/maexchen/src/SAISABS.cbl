       IDENTIFICATION DIVISION.
       PROGRAM-ID. SAISABS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON-CONTROL-FILE ASSIGN TO "SAISCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEASON-CONTROL-STATUS.
           SELECT SEASON-RUN-FILE ASSIGN TO "SAISRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEASON-RUN-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATING-PLAYER-NAME
               FILE STATUS IS RATINGS-STATUS.
           SELECT RATING-HISTORY-FILE ASSIGN TO "RATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATHIST-KEY
               FILE STATUS IS RATHIST-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-TOKEN
               FILE STATUS IS RESULTS-STATUS.
           SELECT SEASON-REPORT-FILE ASSIGN TO "SAISRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEASON-REPORT-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SEASON-CONTROL-FILE.
       01  SEASON-CONTROL-RECORD PIC X(80).
       FD  SEASON-RUN-FILE.
       01  SEASON-RUN-RECORD PIC X(80).
       FD  RATINGS-FILE.
       01  RATING-RECORD.
           COPY RATINGR.
       FD  RATING-HISTORY-FILE.
       01  RATHIST-RECORD.
           COPY RATHISTR.
       FD  RESULTS-FILE.
       01  RESULT-RECORD.
           COPY RESULTR.
       FD  SEASON-REPORT-FILE.
       01  SEASON-REPORT-RECORD PIC X(132).
       FD  ERRLOG-FILE.
       01  ERRLOG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 SEASON-CONTROL-STATUS PIC XX.
       01 SEASON-RUN-STATUS PIC XX.
       01 RATINGS-STATUS PIC XX.
       01 RATHIST-STATUS PIC XX.
       01 RESULTS-STATUS PIC XX.
       01 SEASON-REPORT-STATUS PIC XX.
           COPY ERRLOGWS.
       01 SAIS-FLAGS.
          05 SAIS-FAILED-KZ PIC X VALUE SPACE.
             88 SAIS-FAILED VALUE 'F'.
          05 CONTROL-FEHLER-KZ PIC X VALUE SPACE.
             88 CONTROL-FEHLER VALUE 'F'.
          05 CONTROL-EOF-KZ PIC X VALUE SPACE.
             88 CONTROL-EOF VALUE 'Y'.
          05 RUN-EOF-KZ PIC X VALUE SPACE.
             88 RUN-EOF VALUE 'Y'.
          05 RATINGS-EOF-KZ PIC X VALUE SPACE.
             88 RATINGS-EOF VALUE 'Y'.
          05 RATHIST-EOF-KZ PIC X VALUE SPACE.
             88 RATHIST-EOF VALUE 'Y'.
          05 RESULTS-EOF-KZ PIC X VALUE SPACE.
             88 RESULTS-EOF VALUE 'Y'.
          05 RATHIST-FOUND-KZ PIC X VALUE SPACE.
             88 RATHIST-FOUND VALUE 'Y'.
          05 RATING-FOUND-KZ PIC X VALUE SPACE.
             88 RATING-FOUND VALUE 'Y'.
          05 RATINGS-FEHLT-KZ PIC X VALUE SPACE.
             88 RATINGS-FEHLT VALUE 'F'.
          05 RESULTS-FEHLT-KZ PIC X VALUE SPACE.
             88 RESULTS-FEHLT VALUE 'F'.
          05 RESET-KZ PIC X VALUE SPACE.
             88 RESET-ANGEFORDERT VALUE 'R'.
          05 RE-PLATZ-KZ PIC X VALUE SPACE.
             88 RE-PLATZ-GEFUNDEN VALUE 'P'.

      *> Steuerkarten in SAISCTL (die Datei darf fehlen):
      *>   MONAT;JJJJMM       abzuschliessender Monat, ohne Karte der
      *>                      Vormonat des Laufdatums
      *>   RUECKSETZEN;PP     Saison-Ruecksetzung: jede Staerkezahl
      *>                      rueckt um PP Prozent (1-100) ihres
      *>                      Abstands auf 1500 zu
      *> Zeilen mit "*" in Spalte 1 sind Kommentar. Eine fehlerhafte
      *> oder unbekannte Karte haelt den Abschluss an (RETURN-CODE 8).
       01 CTL-FELDER.
          05 CTL-VERB PIC X(12).
          05 CTL-ARG-1 PIC X(10).
       01 HEUTE-MONAT PIC 9(6).
       01 SAISON-FELDER.
          05 SAISON-JJJJ PIC 9(4).
          05 SAISON-MM PIC 99.
       01 SAISON-MONAT PIC 9(6) VALUE 0.
       01 VORSAISON PIC 9(6) VALUE 0.
       01 RESET-PCT PIC 999 VALUE 0.
       01 RESET-DIFF PIC S9(5).
       01 RESET-NEU PIC 9(4).

      *> SAISRUN haelt je abgeschlossenem Monat eine Zeile
      *>   "ABSCHLUSS;JJJJMM;PP;SAETZE;ZEITSTEMPEL"
      *> und wird erst geschrieben, wenn Schnappschuss, Ruecksetzung
      *> und Saisontabelle durch sind. Ein Monat mit Zeile wird nie
      *> ein zweites Mal abgeschlossen, ebensowenig ein Monat vor
      *> einem schon abgeschlossenen - dessen Startwerte stimmten
      *> sonst nicht mehr.
       01 RUN-ZEILE.
          05 RUN-Z-ART PIC X(10).
          05 RUN-Z-MONAT PIC X(6).
          05 RUN-Z-PCT PIC X(3).
          05 RUN-Z-SAETZE PIC X(7).
          05 RUN-Z-TS PIC X(21).
       01 RUN-MONAT PIC 9(6).
       01 RUN-SCHON-ZU-TS PIC X(21) VALUE SPACES.
       01 RUN-SPAETER-MONAT PIC 9(6) VALUE 0.

      *> Staerkezahlen aus dem Schnappschuss fuer den Bericht: Start
      *> ist der Wert, mit dem der Spieler aus der Vorsaison kam
      *> (RATHIST-RESET-VALUE der Vorsaison, neu hinzugekommen 1500),
      *> Ende der Wert zum Abschluss, Neu der Wert nach Ruecksetzung.
      *> Ohne Vorsaison in SAISRUN ist der Startwert unbekannt.
       01 LT-TABELLE.
          05 LT-COUNT PIC 9(3) VALUE 0.
          05 LT-ENTRY OCCURS 500 TIMES.
             07 LT-NAME PIC X(20).
             07 LT-START PIC 9(4).
             07 LT-START-KZ PIC X.
                88 LT-START-BEKANNT VALUE 'B'.
             07 LT-ENDE PIC 9(4).
             07 LT-NEU PIC 9(4).
       01 LT-IDX PIC 9(3).
       01 LT-JDX PIC 9(3).
       01 LT-MATCH PIC 9(3).
       01 LT-SAVE.
          05 SV-LT-NAME PIC X(20).
          05 SV-LT-START PIC 9(4).
          05 SV-LT-START-KZ PIC X.
          05 SV-LT-ENDE PIC 9(4).
          05 SV-LT-NEU PIC 9(4).
       01 LT-OVERFLOW-COUNT PIC 9(7) VALUE 0.

      *> Saisontabelle je Bot aus RESULTS. RESULT-BOT-ID nennt den
      *> Bot, dessen GAME OVER im Satz steht; Saetze ohne BOT-ID
      *> (Runde ohne GAME OVER) werden nicht gewertet. Jeder andere
      *> Ausgang als WIN zaehlt als Niederlage, wie in RATEUPD.
       01 ST-TABELLE.
          05 ST-COUNT PIC 99 VALUE 0.
          05 ST-ENTRY OCCURS 50 TIMES.
             07 ST-BOT PIC X(10).
             07 ST-RUNDEN PIC 9(5).
             07 ST-SIEGE PIC 9(5).
             07 ST-NIEDERL PIC 9(5).
             07 ST-SERIE PIC 9(5).
             07 ST-MAX-SERIE PIC 9(5).
             07 ST-QUOTE-X10 PIC 9(4).
       01 ST-IDX PIC 99.
       01 ST-JDX PIC 99.
       01 ST-MATCH PIC 99.
       01 ST-SAVE.
          05 SV-ST-BOT PIC X(10).
          05 SV-ST-RUNDEN PIC 9(5).
          05 SV-ST-SIEGE PIC 9(5).
          05 SV-ST-NIEDERL PIC 9(5).
          05 SV-ST-SERIE PIC 9(5).
          05 SV-ST-MAX-SERIE PIC 9(5).
          05 SV-ST-QUOTE-X10 PIC 9(4).
       01 ST-OVERFLOW-COUNT PIC 9(7) VALUE 0.

      *> Die gewerteten Runden des Monats in Zeitfolge - RESULTS ist
      *> nach TOKEN geordnet, die Siegesserie braucht die Reihenfolge
      *> der Runden. Einsortiert wird beim Lesen; da die TOKENs
      *> meist schon zeitlich aufsteigen, ist das billig.
       01 RE-TABELLE.
          05 RE-COUNT PIC 9(4) VALUE 0.
          05 RE-ENTRY OCCURS 5000 TIMES.
             07 RE-TS PIC X(21).
             07 RE-ST-IDX PIC 99.
             07 RE-WIN-KZ PIC X.
                88 RE-WIN VALUE 'W'.
       01 RE-IDX PIC 9(4).
       01 RE-POS PIC 9(4).
       01 RE-OVERFLOW-COUNT PIC 9(7) VALUE 0.

       01 SNAP-COUNT PIC 9(7) VALUE 0.
       01 SNAP-UEBERNOMMEN PIC 9(7) VALUE 0.
       01 SNAP-GESAMT PIC 9(7) VALUE 0.
       01 RESET-COUNT PIC 9(7) VALUE 0.
       01 RESULTS-GELESEN PIC 9(7) VALUE 0.
       01 AEND-WERT PIC S9(4).
       01 LOG-TIMESTAMP PIC X(21).

       01 PRT-FELDER.
          05 PRT-RANG-D PIC ZZ9.
          05 PRT-RUNDEN-D PIC ZZZZ9.
          05 PRT-SIEGE-D PIC ZZZZ9.
          05 PRT-NIEDERL-D PIC ZZZZ9.
          05 PRT-QUOTE-WERT PIC 999V9.
          05 PRT-QUOTE-D PIC ZZ9.9.
          05 PRT-SERIE-D PIC ZZZZ9.
          05 PRT-WERT-D PIC ZZZ9.
          05 PRT-START-X PIC X(4).
          05 PRT-ENDE-X PIC X(4).
          05 PRT-NEU-X PIC X(4).
          05 PRT-AEND-D PIC ++++9.
          05 PRT-AEND-X PIC X(5).
          05 PRT-PCT-D PIC ZZ9.
          05 PRT-COUNT-D PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           MOVE "SAISABS" TO ERR-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE LOG-TIMESTAMP(1:6) TO HEUTE-MONAT
           OPEN OUTPUT SEASON-REPORT-FILE
           IF SEASON-REPORT-STATUS NOT = "00"
              MOVE "SAISABS" TO ERR-SECTION-NAME
              MOVE "SAISRPT" TO ERR-FILE-NAME
              MOVE SEASON-REPORT-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO SEASON-REPORT-RECORD
              STRING "SAISABS SAISONABSCHLUSS  LAUF " DELIMITED BY SIZE
                     LOG-TIMESTAMP                    DELIMITED BY SIZE
                INTO SEASON-REPORT-RECORD
              WRITE SEASON-REPORT-RECORD
              PERFORM READ-SEASON-CONTROL
              IF NOT CONTROL-FEHLER AND NOT SAIS-FAILED
                 PERFORM CHECK-SEASON-RUNS
              END-IF
              IF NOT CONTROL-FEHLER AND NOT SAIS-FAILED
                 PERFORM SNAPSHOT-RATINGS
              END-IF
              IF NOT CONTROL-FEHLER AND NOT SAIS-FAILED
                 AND RESET-ANGEFORDERT AND NOT RATINGS-FEHLT
                 PERFORM APPLY-SEASON-RESET
              END-IF
              IF NOT CONTROL-FEHLER AND NOT SAIS-FAILED
                 PERFORM COLLECT-SEASON-RESULTS
              END-IF
              IF NOT CONTROL-FEHLER AND NOT SAIS-FAILED
                 PERFORM WRITE-SEASON-RUN
              END-IF
              PERFORM WRITE-SEASON-REPORT
              CLOSE SEASON-REPORT-FILE
           END-IF
           STOP RUN
          .

       READ-SEASON-CONTROL SECTION.
           OPEN INPUT SEASON-CONTROL-FILE
           EVALUATE SEASON-CONTROL-STATUS
           WHEN "00"
              MOVE SPACE TO CONTROL-EOF-KZ
              PERFORM READ-CONTROL-CARD
              PERFORM DISPATCH-CONTROL-CARD UNTIL CONTROL-EOF
              CLOSE SEASON-CONTROL-FILE
           WHEN "35"
              CONTINUE
           WHEN OTHER
              MOVE "READ-SEASON-CONTROL" TO ERR-SECTION-NAME
              MOVE "SAISCTL" TO ERR-FILE-NAME
              MOVE SEASON-CONTROL-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET SAIS-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-EVALUATE
           IF SAISON-MONAT = 0
              MOVE HEUTE-MONAT TO SAISON-FELDER
              IF SAISON-MM = 1
                 SUBTRACT 1 FROM SAISON-JJJJ
                 MOVE 12 TO SAISON-MM
              ELSE
                 SUBTRACT 1 FROM SAISON-MM
              END-IF
              MOVE SAISON-FELDER TO SAISON-MONAT
           END-IF
           IF NOT CONTROL-FEHLER AND NOT SAIS-FAILED
              AND SAISON-MONAT NOT < HEUTE-MONAT
              MOVE SPACES TO SEASON-REPORT-RECORD
              STRING "MONAT " SAISON-MONAT
                     " IST NOCH NICHT ABGELAUFEN"
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              PERFORM REJECT-SEASON-CLOSE
           END-IF
       EXIT.

       READ-CONTROL-CARD SECTION.
           READ SEASON-CONTROL-FILE
              AT END
                 SET CONTROL-EOF TO TRUE
           END-READ
       EXIT.

       DISPATCH-CONTROL-CARD SECTION.
           MOVE SPACES TO CTL-FELDER
           UNSTRING SEASON-CONTROL-RECORD DELIMITED BY ";"
              INTO CTL-VERB
                   CTL-ARG-1
           EVALUATE CTL-VERB
           WHEN "MONAT"
              EVALUATE TRUE
              WHEN SAISON-MONAT NOT = 0
                 MOVE SPACES TO SEASON-REPORT-RECORD
                 STRING "MONAT DOPPELT ANGEGEBEN: " DELIMITED BY SIZE
                        SEASON-CONTROL-RECORD       DELIMITED BY SIZE
                   INTO SEASON-REPORT-RECORD
                 PERFORM REJECT-SEASON-CLOSE
              WHEN CTL-ARG-1(1:6) IS NOT NUMERIC
                OR CTL-ARG-1(7:4) NOT = SPACES
                OR CTL-ARG-1(5:2) < "01" OR CTL-ARG-1(5:2) > "12"
                 MOVE SPACES TO SEASON-REPORT-RECORD
                 STRING "MONAT NICHT JJJJMM: " DELIMITED BY SIZE
                        SEASON-CONTROL-RECORD  DELIMITED BY SIZE
                   INTO SEASON-REPORT-RECORD
                 PERFORM REJECT-SEASON-CLOSE
              WHEN OTHER
                 MOVE CTL-ARG-1(1:6) TO SAISON-MONAT
              END-EVALUATE
           WHEN "RUECKSETZEN"
              EVALUATE TRUE
              WHEN CTL-ARG-1 = SPACES
                OR FUNCTION TRIM(CTL-ARG-1) IS NOT NUMERIC
                 MOVE SPACES TO SEASON-REPORT-RECORD
                 STRING "RUECKSETZEN OHNE GUELTIGE PROZENTZAHL: "
                                               DELIMITED BY SIZE
                        SEASON-CONTROL-RECORD  DELIMITED BY SIZE
                   INTO SEASON-REPORT-RECORD
                 PERFORM REJECT-SEASON-CLOSE
              WHEN FUNCTION NUMVAL(CTL-ARG-1) < 1
                OR FUNCTION NUMVAL(CTL-ARG-1) > 100
                 MOVE SPACES TO SEASON-REPORT-RECORD
                 STRING "RUECKSETZEN NUR 1 BIS 100 PROZENT: "
                                               DELIMITED BY SIZE
                        SEASON-CONTROL-RECORD  DELIMITED BY SIZE
                   INTO SEASON-REPORT-RECORD
                 PERFORM REJECT-SEASON-CLOSE
              WHEN RESET-ANGEFORDERT
                 MOVE SPACES TO SEASON-REPORT-RECORD
                 STRING "RUECKSETZEN DOPPELT ANGEGEBEN: "
                                               DELIMITED BY SIZE
                        SEASON-CONTROL-RECORD  DELIMITED BY SIZE
                   INTO SEASON-REPORT-RECORD
                 PERFORM REJECT-SEASON-CLOSE
              WHEN OTHER
                 COMPUTE RESET-PCT = FUNCTION NUMVAL(CTL-ARG-1)
                 SET RESET-ANGEFORDERT TO TRUE
              END-EVALUATE
           WHEN SPACES
              CONTINUE
           WHEN OTHER
              IF SEASON-CONTROL-RECORD(1:1) NOT = "*"
                 MOVE SPACES TO SEASON-REPORT-RECORD
                 STRING "UNBEKANNTES KOMMANDO: " DELIMITED BY SIZE
                        SEASON-CONTROL-RECORD   DELIMITED BY SIZE
                   INTO SEASON-REPORT-RECORD
                 PERFORM REJECT-SEASON-CLOSE
              END-IF
           END-EVALUATE
           PERFORM READ-CONTROL-CARD
       EXIT.

       REJECT-SEASON-CLOSE SECTION.
           WRITE SEASON-REPORT-RECORD
           SET CONTROL-FEHLER TO TRUE
           IF RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF
       EXIT.

      *> Prueft SAISRUN gegen den abzuschliessenden Monat und stellt
      *> die Vorsaison fest (juengster abgeschlossener Monat davor).
       CHECK-SEASON-RUNS SECTION.
           MOVE SPACE TO RUN-EOF-KZ
           OPEN INPUT SEASON-RUN-FILE
           EVALUATE SEASON-RUN-STATUS
           WHEN "00"
              PERFORM READ-SEASON-RUN-RECORD
              PERFORM NOTE-SEASON-RUN UNTIL RUN-EOF
              CLOSE SEASON-RUN-FILE
           WHEN "35"
              CONTINUE
           WHEN OTHER
              MOVE "CHECK-SEASON-RUNS" TO ERR-SECTION-NAME
              MOVE "SAISRUN" TO ERR-FILE-NAME
              MOVE SEASON-RUN-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET SAIS-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-EVALUATE
           IF RUN-SCHON-ZU-TS NOT = SPACES
              MOVE SPACES TO SEASON-REPORT-RECORD
              STRING "SAISON " SAISON-MONAT
                     " IST BEREITS ABGESCHLOSSEN (LAUF "
                     RUN-SCHON-ZU-TS ")"
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              PERFORM REJECT-SEASON-CLOSE
           END-IF
           IF RUN-SPAETER-MONAT > 0
              MOVE SPACES TO SEASON-REPORT-RECORD
              STRING "SPAETERE SAISON " RUN-SPAETER-MONAT
                     " IST BEREITS ABGESCHLOSSEN"
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              PERFORM REJECT-SEASON-CLOSE
           END-IF
       EXIT.

       READ-SEASON-RUN-RECORD SECTION.
           READ SEASON-RUN-FILE
              AT END
                 SET RUN-EOF TO TRUE
           END-READ
       EXIT.

       NOTE-SEASON-RUN SECTION.
           MOVE SPACES TO RUN-ZEILE
           UNSTRING SEASON-RUN-RECORD DELIMITED BY ";"
              INTO RUN-Z-ART
                   RUN-Z-MONAT
                   RUN-Z-PCT
                   RUN-Z-SAETZE
                   RUN-Z-TS
           IF RUN-Z-ART = "ABSCHLUSS" AND RUN-Z-MONAT IS NUMERIC
              MOVE RUN-Z-MONAT TO RUN-MONAT
              EVALUATE TRUE
              WHEN RUN-MONAT = SAISON-MONAT
                 MOVE RUN-Z-TS TO RUN-SCHON-ZU-TS
              WHEN RUN-MONAT > SAISON-MONAT
                 IF RUN-MONAT > RUN-SPAETER-MONAT
                    MOVE RUN-MONAT TO RUN-SPAETER-MONAT
                 END-IF
              WHEN RUN-MONAT > VORSAISON
                 MOVE RUN-MONAT TO VORSAISON
              END-EVALUATE
           END-IF
           PERFORM READ-SEASON-RUN-RECORD
       EXIT.

      *> Schnappschuss: jeder RATINGS-Satz wird als RATHIST-Satz der
      *> Saison geschrieben. Ist der Satz schon da, ist ein frueherer
      *> Lauf fuer diesen Monat nach dem Schnappschuss abgebrochen
      *> (ohne Eintrag in SAISRUN); dann gilt der vorhandene Satz,
      *> denn RATINGS kann inzwischen schon zurueckgesetzt sein.
       SNAPSHOT-RATINGS SECTION.
           MOVE SPACE TO RATINGS-EOF-KZ
           OPEN INPUT RATINGS-FILE
           EVALUATE RATINGS-STATUS
           WHEN "00"
              OPEN I-O RATING-HISTORY-FILE
              IF RATHIST-STATUS = "35"
                 OPEN OUTPUT RATING-HISTORY-FILE
                 CLOSE RATING-HISTORY-FILE
                 OPEN I-O RATING-HISTORY-FILE
              END-IF
              IF RATHIST-STATUS = "00"
                 MOVE LOW-VALUES TO RATING-PLAYER-NAME
                 START RATINGS-FILE KEY NOT LESS THAN
                    RATING-PLAYER-NAME
                    INVALID KEY
                       SET RATINGS-EOF TO TRUE
                 END-START
                 IF NOT RATINGS-EOF
                    PERFORM READ-NEXT-RATING
                 END-IF
                 PERFORM SNAPSHOT-ONE-RATING
                    UNTIL RATINGS-EOF OR SAIS-FAILED
                 CLOSE RATING-HISTORY-FILE
              ELSE
                 MOVE "SNAPSHOT-RATINGS" TO ERR-SECTION-NAME
                 MOVE "RATHIST" TO ERR-FILE-NAME
                 MOVE RATHIST-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET SAIS-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
              CLOSE RATINGS-FILE
           WHEN "35"
              SET RATINGS-FEHLT TO TRUE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           WHEN OTHER
              MOVE "SNAPSHOT-RATINGS" TO ERR-SECTION-NAME
              MOVE "RATINGS" TO ERR-FILE-NAME
              MOVE RATINGS-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET SAIS-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-EVALUATE
       EXIT.

       READ-NEXT-RATING SECTION.
           READ RATINGS-FILE NEXT
              AT END
                 SET RATINGS-EOF TO TRUE
           END-READ
       EXIT.

       SNAPSHOT-ONE-RATING SECTION.
           IF LT-COUNT < 500
              ADD 1 TO LT-COUNT
              MOVE LT-COUNT TO LT-IDX
              INITIALIZE LT-ENTRY(LT-IDX)
              MOVE RATING-PLAYER-NAME TO LT-NAME(LT-IDX)
           ELSE
              MOVE 0 TO LT-IDX
              ADD 1 TO LT-OVERFLOW-COUNT
           END-IF
           IF VORSAISON > 0 AND LT-IDX > 0
              MOVE SPACE TO RATHIST-FOUND-KZ
              MOVE VORSAISON TO RATHIST-SEASON
              MOVE RATING-PLAYER-NAME TO RATHIST-PLAYER-NAME
              READ RATING-HISTORY-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET RATHIST-FOUND TO TRUE
              END-READ
              IF RATHIST-FOUND
                 MOVE RATHIST-RESET-VALUE TO LT-START(LT-IDX)
              ELSE
                 MOVE 1500 TO LT-START(LT-IDX)
              END-IF
              SET LT-START-BEKANNT(LT-IDX) TO TRUE
           END-IF
           IF RESET-ANGEFORDERT
              COMPUTE RESET-DIFF = RATING-VALUE - 1500
              COMPUTE RESET-NEU ROUNDED =
                 1500 + RESET-DIFF * (100 - RESET-PCT) / 100
           ELSE
              MOVE RATING-VALUE TO RESET-NEU
           END-IF
           INITIALIZE RATHIST-RECORD
           MOVE SAISON-MONAT TO RATHIST-SEASON
           MOVE RATING-PLAYER-NAME TO RATHIST-PLAYER-NAME
           MOVE RATING-VALUE TO RATHIST-VALUE
           MOVE RATING-GAMES-PLAYED TO RATHIST-GAMES-PLAYED
           MOVE RATING-LAST-PLAYED TO RATHIST-LAST-PLAYED
           MOVE RESET-NEU TO RATHIST-RESET-VALUE
           MOVE LOG-TIMESTAMP TO RATHIST-CLOSED-TS
           WRITE RATHIST-RECORD
           EVALUATE RATHIST-STATUS
           WHEN "00"
              ADD 1 TO SNAP-COUNT
           WHEN "22"
              READ RATING-HISTORY-FILE
              ADD 1 TO SNAP-UEBERNOMMEN
           WHEN OTHER
              MOVE "SNAPSHOT-ONE-RATING" TO ERR-SECTION-NAME
              MOVE "RATHIST" TO ERR-FILE-NAME
              MOVE RATHIST-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET SAIS-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-EVALUATE
           IF LT-IDX > 0
              MOVE RATHIST-VALUE TO LT-ENDE(LT-IDX)
              MOVE RATHIST-RESET-VALUE TO LT-NEU(LT-IDX)
           END-IF
           PERFORM READ-NEXT-RATING
       EXIT.

      *> Ruecksetzung: RATINGS bekommt den im Schnappschuss
      *> festgehaltenen Wert fuer die neue Saison. Der Wert wird
      *> gesetzt, nicht neu gerechnet - ein nach Abbruch wiederholter
      *> Lauf setzt so nie ein zweites Mal zurueck.
       APPLY-SEASON-RESET SECTION.
           MOVE SPACE TO RATHIST-EOF-KZ
           OPEN I-O RATINGS-FILE
           IF RATINGS-STATUS = "00"
              OPEN INPUT RATING-HISTORY-FILE
              IF RATHIST-STATUS = "00"
                 MOVE SAISON-MONAT TO RATHIST-SEASON
                 MOVE LOW-VALUES TO RATHIST-PLAYER-NAME
                 START RATING-HISTORY-FILE KEY NOT LESS THAN
                    RATHIST-KEY
                    INVALID KEY
                       SET RATHIST-EOF TO TRUE
                 END-START
                 IF NOT RATHIST-EOF
                    PERFORM READ-NEXT-RATHIST
                 END-IF
                 PERFORM RESET-ONE-RATING
                    UNTIL RATHIST-EOF OR SAIS-FAILED
                 CLOSE RATING-HISTORY-FILE
              ELSE
                 MOVE "APPLY-SEASON-RESET" TO ERR-SECTION-NAME
                 MOVE "RATHIST" TO ERR-FILE-NAME
                 MOVE RATHIST-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET SAIS-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
              CLOSE RATINGS-FILE
           ELSE
              MOVE "APPLY-SEASON-RESET" TO ERR-SECTION-NAME
              MOVE "RATINGS" TO ERR-FILE-NAME
              MOVE RATINGS-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET SAIS-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.

       READ-NEXT-RATHIST SECTION.
           READ RATING-HISTORY-FILE NEXT
              AT END
                 SET RATHIST-EOF TO TRUE
           END-READ
           IF NOT RATHIST-EOF
              AND RATHIST-SEASON NOT = SAISON-MONAT
              SET RATHIST-EOF TO TRUE
           END-IF
       EXIT.

       RESET-ONE-RATING SECTION.
           MOVE SPACE TO RATING-FOUND-KZ
           MOVE RATHIST-PLAYER-NAME TO RATING-PLAYER-NAME
           READ RATINGS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET RATING-FOUND TO TRUE
           END-READ
           IF RATING-FOUND
              AND RATING-VALUE NOT = RATHIST-RESET-VALUE
              MOVE RATHIST-RESET-VALUE TO RATING-VALUE
              REWRITE RATING-RECORD
              IF RATINGS-STATUS = "00"
                 ADD 1 TO RESET-COUNT
              ELSE
                 MOVE "RESET-ONE-RATING" TO ERR-SECTION-NAME
                 MOVE "RATINGS" TO ERR-FILE-NAME
                 MOVE RATINGS-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET SAIS-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM READ-NEXT-RATHIST
       EXIT.

      *> Saisontabelle: ein Durchlauf ueber RESULTS, gewertet werden
      *> die Saetze, deren Zeitstempel im abgeschlossenen Monat liegt.
       COLLECT-SEASON-RESULTS SECTION.
           MOVE SPACE TO RESULTS-EOF-KZ
           OPEN INPUT RESULTS-FILE
           EVALUATE RESULTS-STATUS
           WHEN "00"
              MOVE LOW-VALUES TO RESULT-TOKEN
              START RESULTS-FILE KEY NOT LESS THAN RESULT-TOKEN
                 INVALID KEY
                    SET RESULTS-EOF TO TRUE
              END-START
              IF NOT RESULTS-EOF
                 PERFORM READ-NEXT-RESULT
              END-IF
              PERFORM COLLECT-ONE-RESULT UNTIL RESULTS-EOF
              CLOSE RESULTS-FILE
              PERFORM COUNT-WIN-STREAKS
           WHEN "35"
              SET RESULTS-FEHLT TO TRUE
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           WHEN OTHER
              MOVE "COLLECT-SEASON-RESULTS" TO ERR-SECTION-NAME
              MOVE "RESULTS" TO ERR-FILE-NAME
              MOVE RESULTS-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET SAIS-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-EVALUATE
       EXIT.

       READ-NEXT-RESULT SECTION.
           READ RESULTS-FILE NEXT
              AT END
                 SET RESULTS-EOF TO TRUE
           END-READ
       EXIT.

       COLLECT-ONE-RESULT SECTION.
           ADD 1 TO RESULTS-GELESEN
           IF RESULT-TIMESTAMP(1:6) = SAISON-MONAT
              AND RESULT-BOT-ID NOT = SPACES
              MOVE 0 TO ST-MATCH
              PERFORM VARYING ST-IDX FROM 1 BY 1
                 UNTIL ST-IDX > ST-COUNT
                 IF ST-BOT(ST-IDX) = RESULT-BOT-ID
                    MOVE ST-IDX TO ST-MATCH
                 END-IF
              END-PERFORM
              IF ST-MATCH = 0
                 IF ST-COUNT < 50
                    ADD 1 TO ST-COUNT
                    INITIALIZE ST-ENTRY(ST-COUNT)
                    MOVE RESULT-BOT-ID TO ST-BOT(ST-COUNT)
                    MOVE ST-COUNT TO ST-MATCH
                 ELSE
                    ADD 1 TO ST-OVERFLOW-COUNT
                 END-IF
              END-IF
              IF ST-MATCH > 0
                 ADD 1 TO ST-RUNDEN(ST-MATCH)
                 IF RESULT-OUTCOME = "WIN"
                    ADD 1 TO ST-SIEGE(ST-MATCH)
                 ELSE
                    ADD 1 TO ST-NIEDERL(ST-MATCH)
                 END-IF
                 PERFORM STORE-SEASON-ROUND
              END-IF
           END-IF
           PERFORM READ-NEXT-RESULT
       EXIT.

      *> Sortiert die Runde nach Zeitstempel ein: von hinten her wird
      *> jede juengere Runde um einen Platz nach hinten geschoben.
       STORE-SEASON-ROUND SECTION.
           IF RE-COUNT < 5000
              ADD 1 TO RE-COUNT
              MOVE RE-COUNT TO RE-POS
              MOVE SPACE TO RE-PLATZ-KZ
              PERFORM SHIFT-SEASON-ROUND
                 UNTIL RE-POS = 1 OR RE-PLATZ-GEFUNDEN
              MOVE RESULT-TIMESTAMP TO RE-TS(RE-POS)
              MOVE ST-MATCH TO RE-ST-IDX(RE-POS)
              IF RESULT-OUTCOME = "WIN"
                 MOVE 'W' TO RE-WIN-KZ(RE-POS)
              ELSE
                 MOVE SPACE TO RE-WIN-KZ(RE-POS)
              END-IF
           ELSE
              ADD 1 TO RE-OVERFLOW-COUNT
           END-IF
       EXIT.

       SHIFT-SEASON-ROUND SECTION.
           IF RE-TS(RE-POS - 1) > RESULT-TIMESTAMP
              MOVE RE-ENTRY(RE-POS - 1) TO RE-ENTRY(RE-POS)
              SUBTRACT 1 FROM RE-POS
           ELSE
              SET RE-PLATZ-GEFUNDEN TO TRUE
           END-IF
       EXIT.

      *> Laengste Siegesserie je Bot ueber die Runden in Zeitfolge;
      *> dazu die Siegquote in Zehntelprozent.
       COUNT-WIN-STREAKS SECTION.
           PERFORM VARYING RE-IDX FROM 1 BY 1 UNTIL RE-IDX > RE-COUNT
              MOVE RE-ST-IDX(RE-IDX) TO ST-IDX
              IF RE-WIN(RE-IDX)
                 ADD 1 TO ST-SERIE(ST-IDX)
                 IF ST-SERIE(ST-IDX) > ST-MAX-SERIE(ST-IDX)
                    MOVE ST-SERIE(ST-IDX) TO ST-MAX-SERIE(ST-IDX)
                 END-IF
              ELSE
                 MOVE 0 TO ST-SERIE(ST-IDX)
              END-IF
           END-PERFORM
           PERFORM VARYING ST-IDX FROM 1 BY 1 UNTIL ST-IDX > ST-COUNT
              IF ST-RUNDEN(ST-IDX) > 0
                 COMPUTE ST-QUOTE-X10(ST-IDX) =
                    ST-SIEGE(ST-IDX) * 1000 / ST-RUNDEN(ST-IDX)
              END-IF
           END-PERFORM
       EXIT.

      *> Erst dieser Eintrag schliesst die Saison ab; bricht der Lauf
      *> vorher ab, darf er fuer denselben Monat wiederholt werden.
       WRITE-SEASON-RUN SECTION.
           OPEN EXTEND SEASON-RUN-FILE
           IF SEASON-RUN-STATUS = "35"
              OPEN OUTPUT SEASON-RUN-FILE
           END-IF
           IF SEASON-RUN-STATUS = "00"
              COMPUTE SNAP-GESAMT = SNAP-COUNT + SNAP-UEBERNOMMEN
              MOVE SPACES TO SEASON-RUN-RECORD
              STRING "ABSCHLUSS;"           DELIMITED BY SIZE
                     SAISON-MONAT           DELIMITED BY SIZE
                     ";"                    DELIMITED BY SIZE
                     RESET-PCT              DELIMITED BY SIZE
                     ";"                    DELIMITED BY SIZE
                     SNAP-GESAMT            DELIMITED BY SIZE
                     ";"                    DELIMITED BY SIZE
                     LOG-TIMESTAMP          DELIMITED BY SIZE
                INTO SEASON-RUN-RECORD
              WRITE SEASON-RUN-RECORD
              IF SEASON-RUN-STATUS NOT = "00"
                 MOVE "WRITE-SEASON-RUN" TO ERR-SECTION-NAME
                 MOVE "SAISRUN" TO ERR-FILE-NAME
                 MOVE SEASON-RUN-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET SAIS-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
              CLOSE SEASON-RUN-FILE
           ELSE
              MOVE "WRITE-SEASON-RUN" TO ERR-SECTION-NAME
              MOVE "SAISRUN" TO ERR-FILE-NAME
              MOVE SEASON-RUN-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET SAIS-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.

       WRITE-SEASON-REPORT SECTION.
           IF NOT CONTROL-FEHLER
              MOVE SPACES TO SEASON-REPORT-RECORD
              IF VORSAISON > 0
                 STRING "SAISON " SAISON-MONAT
                        "   VORSAISON " VORSAISON
                    DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              ELSE
                 STRING "SAISON " SAISON-MONAT
                        "   KEINE VORSAISON - STARTWERTE UNBEKANNT"
                    DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              END-IF
              WRITE SEASON-REPORT-RECORD
              MOVE SPACES TO SEASON-REPORT-RECORD
              IF RESET-ANGEFORDERT
                 MOVE RESET-PCT TO PRT-PCT-D
                 STRING "RUECKSETZUNG: " FUNCTION TRIM(PRT-PCT-D)
                        " PROZENT DES ABSTANDS ZU 1500"
                    DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              ELSE
                 STRING "RUECKSETZUNG: KEINE"
                    DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              END-IF
              WRITE SEASON-REPORT-RECORD
              PERFORM PRINT-SEASON-STANDINGS
              PERFORM PRINT-SEASON-LADDER
              MOVE SPACES TO SEASON-REPORT-RECORD
              WRITE SEASON-REPORT-RECORD
              PERFORM PRINT-SEASON-COUNTS
           END-IF
           MOVE SPACES TO SEASON-REPORT-RECORD
           EVALUATE TRUE
           WHEN CONTROL-FEHLER
              STRING "SAISON NICHT ABGESCHLOSSEN - NICHTS GEAENDERT"
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
           WHEN SAIS-FAILED
              STRING "LAUF ABGEBROCHEN - KEIN EINTRAG IN SAISRUN, "
                     "SIEHE ERRLOG. LAUF NACH BEHEBUNG WIEDERHOLEN"
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
           WHEN OTHER
              STRING "SAISON " SAISON-MONAT
                     " ABGESCHLOSSEN - EINTRAG IN SAISRUN"
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
           END-EVALUATE
           WRITE SEASON-REPORT-RECORD
           DISPLAY "SAISABS: " FUNCTION TRIM(SEASON-REPORT-RECORD)
       EXIT.

      *> Saisontabelle nach Siegquote, bei gleicher Quote nach Zahl
      *> der Siege; dazu die Staerkezahl des Bots zu Saisonbeginn und
      *> -ende.
       PRINT-SEASON-STANDINGS SECTION.
           MOVE SPACES TO SEASON-REPORT-RECORD
           WRITE SEASON-REPORT-RECORD
           MOVE SPACES TO SEASON-REPORT-RECORD
           STRING "SAISONTABELLE " SAISON-MONAT " AUS RESULTS"
              DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
           WRITE SEASON-REPORT-RECORD
           IF RESULTS-FEHLT
              MOVE "RESULTS FEHLT - KEINE SAISONTABELLE"
                 TO SEASON-REPORT-RECORD
              WRITE SEASON-REPORT-RECORD
           ELSE
              PERFORM VARYING ST-IDX FROM 1 BY 1
                 UNTIL ST-IDX >= ST-COUNT
                 PERFORM VARYING ST-JDX FROM 1 BY 1
                    UNTIL ST-JDX >= ST-COUNT
                    IF ST-QUOTE-X10(ST-JDX) < ST-QUOTE-X10(ST-JDX + 1)
                       OR (ST-QUOTE-X10(ST-JDX) =
                           ST-QUOTE-X10(ST-JDX + 1)
                       AND ST-SIEGE(ST-JDX) < ST-SIEGE(ST-JDX + 1))
                       MOVE ST-ENTRY(ST-JDX) TO ST-SAVE
                       MOVE ST-ENTRY(ST-JDX + 1) TO ST-ENTRY(ST-JDX)
                       MOVE ST-SAVE TO ST-ENTRY(ST-JDX + 1)
                    END-IF
                 END-PERFORM
              END-PERFORM
              MOVE SPACES TO SEASON-REPORT-RECORD
              STRING "RANG BOT         RUNDEN  SIEGE NIEDERL SIEG-%"
                     "  SERIE START  ENDE AENDERUNG"
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              WRITE SEASON-REPORT-RECORD
              PERFORM VARYING ST-IDX FROM 1 BY 1
                 UNTIL ST-IDX > ST-COUNT
                 PERFORM PRINT-STANDINGS-LINE
              END-PERFORM
              IF ST-COUNT = 0
                 MOVE "KEINE GEWERTETEN RUNDEN IM MONAT"
                    TO SEASON-REPORT-RECORD
                 WRITE SEASON-REPORT-RECORD
              END-IF
           END-IF
       EXIT.

       PRINT-STANDINGS-LINE SECTION.
           MOVE 0 TO LT-MATCH
           PERFORM VARYING LT-IDX FROM 1 BY 1 UNTIL LT-IDX > LT-COUNT
              IF LT-NAME(LT-IDX) = ST-BOT(ST-IDX)
                 MOVE LT-IDX TO LT-MATCH
              END-IF
           END-PERFORM
           MOVE "   -" TO PRT-START-X PRT-ENDE-X
           MOVE SPACES TO PRT-AEND-X
           IF LT-MATCH > 0
              MOVE LT-MATCH TO LT-IDX
              PERFORM EDIT-LADDER-VALUES
           END-IF
           MOVE ST-IDX TO PRT-RANG-D
           MOVE ST-RUNDEN(ST-IDX) TO PRT-RUNDEN-D
           MOVE ST-SIEGE(ST-IDX) TO PRT-SIEGE-D
           MOVE ST-NIEDERL(ST-IDX) TO PRT-NIEDERL-D
           COMPUTE PRT-QUOTE-WERT = ST-QUOTE-X10(ST-IDX) / 10
           MOVE PRT-QUOTE-WERT TO PRT-QUOTE-D
           MOVE ST-MAX-SERIE(ST-IDX) TO PRT-SERIE-D
           MOVE SPACES TO SEASON-REPORT-RECORD
           STRING PRT-RANG-D         DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  ST-BOT(ST-IDX)     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  PRT-RUNDEN-D       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  PRT-SIEGE-D        DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  PRT-NIEDERL-D      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  PRT-QUOTE-D        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  PRT-SERIE-D        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  PRT-START-X        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  PRT-ENDE-X         DELIMITED BY SIZE
                  "     "            DELIMITED BY SIZE
                  PRT-AEND-X         DELIMITED BY SIZE
             INTO SEASON-REPORT-RECORD
           WRITE SEASON-REPORT-RECORD
       EXIT.

      *> Stellt Start, Ende, Aenderung und neuen Wert des Eintrags
      *> LT-IDX druckfertig; ohne bekannten Start bleibt die
      *> Aenderung leer.
       EDIT-LADDER-VALUES SECTION.
           MOVE "   -" TO PRT-START-X
           MOVE SPACES TO PRT-AEND-X
           IF LT-START-BEKANNT(LT-IDX)
              MOVE LT-START(LT-IDX) TO PRT-WERT-D
              MOVE PRT-WERT-D TO PRT-START-X
              COMPUTE AEND-WERT = LT-ENDE(LT-IDX) - LT-START(LT-IDX)
              MOVE AEND-WERT TO PRT-AEND-D
              MOVE PRT-AEND-D TO PRT-AEND-X
           END-IF
           MOVE LT-ENDE(LT-IDX) TO PRT-WERT-D
           MOVE PRT-WERT-D TO PRT-ENDE-X
           MOVE LT-NEU(LT-IDX) TO PRT-WERT-D
           MOVE PRT-WERT-D TO PRT-NEU-X
       EXIT.

      *> Staerkezahlen aller Spieler zum Saisonende, absteigend -
      *> die Rangliste des abgeschlossenen Monats.
       PRINT-SEASON-LADDER SECTION.
           MOVE SPACES TO SEASON-REPORT-RECORD
           WRITE SEASON-REPORT-RECORD
           MOVE SPACES TO SEASON-REPORT-RECORD
           STRING "STAERKEZAHLEN ZUM SAISONENDE " SAISON-MONAT
              DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
           WRITE SEASON-REPORT-RECORD
           IF RATINGS-FEHLT
              MOVE "RATINGS FEHLT - KEIN SCHNAPPSCHUSS"
                 TO SEASON-REPORT-RECORD
              WRITE SEASON-REPORT-RECORD
           ELSE
              PERFORM VARYING LT-IDX FROM 1 BY 1
                 UNTIL LT-IDX >= LT-COUNT
                 PERFORM VARYING LT-JDX FROM 1 BY 1
                    UNTIL LT-JDX >= LT-COUNT
                    IF LT-ENDE(LT-JDX) < LT-ENDE(LT-JDX + 1)
                       MOVE LT-ENTRY(LT-JDX) TO LT-SAVE
                       MOVE LT-ENTRY(LT-JDX + 1) TO LT-ENTRY(LT-JDX)
                       MOVE LT-SAVE TO LT-ENTRY(LT-JDX + 1)
                    END-IF
                 END-PERFORM
              END-PERFORM
              MOVE SPACES TO SEASON-REPORT-RECORD
              STRING "RANG SPIELER              START  ENDE AENDERUNG"
                     "  NEUE SAISON"
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              WRITE SEASON-REPORT-RECORD
              PERFORM VARYING LT-IDX FROM 1 BY 1
                 UNTIL LT-IDX > LT-COUNT
                 PERFORM EDIT-LADDER-VALUES
                 MOVE LT-IDX TO PRT-RANG-D
                 MOVE SPACES TO SEASON-REPORT-RECORD
                 STRING PRT-RANG-D       DELIMITED BY SIZE
                        "  "             DELIMITED BY SIZE
                        LT-NAME(LT-IDX)  DELIMITED BY SIZE
                        " "              DELIMITED BY SIZE
                        PRT-START-X      DELIMITED BY SIZE
                        "  "             DELIMITED BY SIZE
                        PRT-ENDE-X       DELIMITED BY SIZE
                        "     "          DELIMITED BY SIZE
                        PRT-AEND-X       DELIMITED BY SIZE
                        "         "      DELIMITED BY SIZE
                        PRT-NEU-X        DELIMITED BY SIZE
                   INTO SEASON-REPORT-RECORD
                 WRITE SEASON-REPORT-RECORD
              END-PERFORM
              IF LT-COUNT = 0
                 MOVE "RATINGS ENTHAELT KEINE SPIELER"
                    TO SEASON-REPORT-RECORD
                 WRITE SEASON-REPORT-RECORD
              END-IF
           END-IF
       EXIT.

      *> Mengen des Laufs; Ueberlaeufe der Arbeitstabellen betreffen
      *> nur den Bericht (RATHIST ist immer vollstaendig) und enden
      *> mit RETURN-CODE 4.
       PRINT-SEASON-COUNTS SECTION.
           MOVE SNAP-COUNT TO PRT-COUNT-D
           MOVE SPACES TO SEASON-REPORT-RECORD
           STRING "RATHIST-SAETZE GESCHRIEBEN:     " PRT-COUNT-D
              DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
           WRITE SEASON-REPORT-RECORD
           IF SNAP-UEBERNOMMEN > 0
              MOVE SNAP-UEBERNOMMEN TO PRT-COUNT-D
              MOVE SPACES TO SEASON-REPORT-RECORD
              STRING "AUS ABGEBROCHENEM LAUF UEBERNOMMEN:" PRT-COUNT-D
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              WRITE SEASON-REPORT-RECORD
           END-IF
           IF RESET-ANGEFORDERT
              MOVE RESET-COUNT TO PRT-COUNT-D
              MOVE SPACES TO SEASON-REPORT-RECORD
              STRING "RATINGS ZURUECKGESETZT:         " PRT-COUNT-D
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              WRITE SEASON-REPORT-RECORD
           END-IF
           MOVE RESULTS-GELESEN TO PRT-COUNT-D
           MOVE SPACES TO SEASON-REPORT-RECORD
           STRING "RESULTS-SAETZE GELESEN:         " PRT-COUNT-D
              DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
           WRITE SEASON-REPORT-RECORD
           IF LT-OVERFLOW-COUNT > 0
              MOVE LT-OVERFLOW-COUNT TO PRT-COUNT-D
              MOVE SPACES TO SEASON-REPORT-RECORD
              STRING "SPIELER NICHT IN DER RANGLISTE: " PRT-COUNT-D
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              WRITE SEASON-REPORT-RECORD
           END-IF
           IF ST-OVERFLOW-COUNT > 0
              MOVE ST-OVERFLOW-COUNT TO PRT-COUNT-D
              MOVE SPACES TO SEASON-REPORT-RECORD
              STRING "RUNDEN VON BOTS UEBER 50:       " PRT-COUNT-D
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              WRITE SEASON-REPORT-RECORD
           END-IF
           IF RE-OVERFLOW-COUNT > 0
              MOVE RE-OVERFLOW-COUNT TO PRT-COUNT-D
              MOVE SPACES TO SEASON-REPORT-RECORD
              STRING "RUNDEN OHNE SERIENWERTUNG:      " PRT-COUNT-D
                 DELIMITED BY SIZE INTO SEASON-REPORT-RECORD
              WRITE SEASON-REPORT-RECORD
           END-IF
           IF LT-OVERFLOW-COUNT > 0 OR ST-OVERFLOW-COUNT > 0
              OR RE-OVERFLOW-COUNT > 0
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
       EXIT.

           COPY WRITE-ERRLOG.

       END PROGRAM SAISABS.
