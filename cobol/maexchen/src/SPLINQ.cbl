       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLINQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-CONTROL-FILE ASSIGN TO "SPLINQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQUIRY-CONTROL-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATING-PLAYER-NAME
               FILE STATUS IS RATINGS-STATUS.
           SELECT OPPONENT-STATS-FILE ASSIGN TO "OPPSTATS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAYER-NAME
               FILE STATUS IS OPP-STAT-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-TOKEN
               FILE STATUS IS RESULTS-STATUS.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO "SPLINQRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQUIRY-REPORT-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CONTROL-FILE.
       01  INQUIRY-CONTROL-RECORD PIC X(80).
       FD  RATINGS-FILE.
       01  RATING-RECORD.
           COPY RATINGR.
       FD  OPPONENT-STATS-FILE.
       01  OPP-STAT-RECORD.
           COPY OPPSTAT.
       FD  RESULTS-FILE.
       01  RESULT-RECORD.
           COPY RESULTR.
       FD  GAME-LOG-FILE.
       01  GAME-LOG-RECORD PIC X(280).
       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-RECORD PIC X(132).
       FD  ERRLOG-FILE.
       01  ERRLOG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 INQUIRY-CONTROL-STATUS PIC XX.
       01 RATINGS-STATUS PIC XX.
       01 OPP-STAT-STATUS PIC XX.
       01 RESULTS-STATUS PIC XX.
       01 GAME-LOG-STATUS PIC XX.
       01 INQUIRY-REPORT-STATUS PIC XX.
           COPY ERRLOGWS.
       01 INQUIRY-FLAGS.
          05 CONTROL-EOF-KZ PIC X VALUE SPACE.
             88 CONTROL-EOF VALUE 'Y'.
          05 GAME-LOG-EOF-KZ PIC X VALUE SPACE.
             88 GAME-LOG-EOF VALUE 'Y'.
          05 INQUIRY-FAILED-KZ PIC X VALUE SPACE.
             88 INQUIRY-FAILED VALUE 'F'.
          05 RATINGS-OFFEN-KZ PIC X VALUE SPACE.
             88 RATINGS-OFFEN VALUE 'O'.
          05 OPP-OFFEN-KZ PIC X VALUE SPACE.
             88 OPP-OFFEN VALUE 'O'.
          05 RESULTS-OFFEN-KZ PIC X VALUE SPACE.
             88 RESULTS-OFFEN VALUE 'O'.
          05 RATING-FOUND-KZ PIC X VALUE SPACE.
             88 RATING-FOUND VALUE 'Y'.
          05 OPP-FOUND-KZ PIC X VALUE SPACE.
             88 OPP-FOUND VALUE 'Y'.

      *> Je Zeile der Steuerdatei ein Spielername, wahlweise mit der
      *> Zahl der juengsten Runden, die das Dossier zeigen soll:
      *>   NAME[;N]        N = 1 bis 99, leer = 10
      *> Zeilen mit "*" in Spalte 1 sind Kommentar. Die Namen werden
      *> zuerst alle gelesen, damit GAMELOG fuer alle Dossiers nur
      *> einmal durchlaufen wird.
       01 CTL-FELDER.
          05 CTL-NAME PIC X(20).
          05 CTL-ANZAHL PIC X(10).
       01 NM-TABELLE.
          05 NM-COUNT PIC 99 VALUE 0.
          05 NM-ENTRY OCCURS 50 TIMES.
             07 NM-NAME PIC X(20).
             07 NM-ANZAHL PIC 99.
             07 NM-RUNDEN PIC 9(5).
       01 NM-IDX PIC 99.
       01 NM-MATCH PIC 99.
       01 NM-LETZTER PIC 99 VALUE 0.

      *> Je Runde, in der ein eigener Bot eine Ansage des Spielers
      *> gesehen hat (ANNOUNCED-Zeile mit dem Spieler im
      *> Spielerfeld), ein Eintrag: Bot, TOKEN und Spieltag - ohne
      *> Doppelte, in GAMELOG-Folge, also aelteste Runde zuerst.
      *> RD-AUSGANG ist das Ergebnisfeld des RESULTS-Satzes, sofern
      *> dieser vom selben Bot geschrieben wurde; sonst bleibt die
      *> Runde fuer diesen Bot ungewertet.
       01 RD-TABELLE.
          05 RD-COUNT PIC 9(4) VALUE 0.
          05 RD-ENTRY OCCURS 5000 TIMES.
             07 RD-NAME-IDX PIC 99.
             07 RD-BOT-ID PIC X(10).
             07 RD-TOKEN PIC X(36).
             07 RD-DATUM PIC 9(8).
             07 RD-AUSGANG PIC X(8).
             07 RD-GEWERTET-KZ PIC X.
                88 RD-GEWERTET VALUE 'G'.
       01 RD-IDX PIC 9(4).
       01 RD-MATCH PIC 9(4).
       01 RD-LETZTER PIC 9(4) VALUE 0.
       01 RD-AB PIC 9(5).
       01 RD-LFD PIC 9(5).
       01 RD-OVERFLOW-COUNT PIC 9(7) VALUE 0.

      *> Bilanz des Spielers gegen jeden eigenen Bot, je Dossier neu.
       01 BR-TABELLE.
          05 BR-COUNT PIC 99 VALUE 0.
          05 BR-ENTRY OCCURS 20 TIMES.
             07 BR-BOT-ID PIC X(10).
             07 BR-RUNDEN PIC 9(5).
             07 BR-GEWERTET PIC 9(5).
             07 BR-BOT-SIEGE PIC 9(5).
       01 BR-IDX PIC 99.
       01 BR-MATCH PIC 99.

       01 LOG-FELDER.
          05 LOG-BOT-ID PIC X(10).
          05 LOG-COMMAND PIC X(32).
          05 LOG-TOKEN PIC X(36).
          05 LOG-LAST-PLAYER PIC X(20).
       01 REC-TRIM-LEN PIC 9(4).
       01 REC-TS PIC X(21).
       01 AVG-RANK PIC 99V9.

       01 ZAEHLER.
          05 DOSSIER-COUNT PIC 9(3) VALUE 0.
          05 UNBEKANNT-COUNT PIC 9(3) VALUE 0.
       01 PRT-FELDER.
          05 PRT-RATING-D PIC ZZZ9.
          05 PRT-GAMES-D PIC ZZZZZZ9.
          05 PRT-DATUM-D PIC 9(8).
          05 PRT-ANNOUNCE-D PIC ZZZZZZ9.
          05 PRT-BLUFF-D PIC ZZZZZZ9.
          05 PRT-RATE-D PIC ZZ9.
          05 PRT-RANK-D PIC Z9.9.
          05 PRT-RUNDEN-D PIC ZZZZ9.
          05 PRT-GEWERTET-D PIC ZZZZ9.
          05 PRT-SIEGE-D PIC ZZZZ9.
          05 PRT-NIEDERL-D PIC ZZZZ9.
          05 PRT-ANZAHL-D PIC Z9.
          05 PRT-COUNT-D PIC ZZZZZZ9.

       PROCEDURE DIVISION.
           MOVE "SPLINQ" TO ERR-PROGRAM-ID
           OPEN OUTPUT INQUIRY-REPORT-FILE
           IF INQUIRY-REPORT-STATUS NOT = "00"
              MOVE "SPLINQ" TO ERR-SECTION-NAME
              MOVE "SPLINQRP" TO ERR-FILE-NAME
              MOVE INQUIRY-REPORT-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM LOAD-INQUIRY-NAMES
              IF NOT INQUIRY-FAILED
                 PERFORM COLLECT-PLAYER-ROUNDS
              END-IF
              IF NOT INQUIRY-FAILED
                 PERFORM OPEN-INQUIRY-FILES
              END-IF
              IF NOT INQUIRY-FAILED
                 PERFORM LOOKUP-ROUND-RESULTS
                 PERFORM VARYING NM-IDX FROM 1 BY 1
                    UNTIL NM-IDX > NM-COUNT
                    PERFORM WRITE-ONE-DOSSIER
                 END-PERFORM
                 PERFORM WRITE-INQUIRY-TOTALS
              END-IF
              PERFORM CLOSE-INQUIRY-FILES
              CLOSE INQUIRY-REPORT-FILE
           END-IF
           STOP RUN
          .

       LOAD-INQUIRY-NAMES SECTION.
           OPEN INPUT INQUIRY-CONTROL-FILE
           IF INQUIRY-CONTROL-STATUS = "00"
              MOVE SPACE TO CONTROL-EOF-KZ
              PERFORM READ-INQUIRY-CARD
              PERFORM STORE-INQUIRY-NAME UNTIL CONTROL-EOF
              CLOSE INQUIRY-CONTROL-FILE
           ELSE
              MOVE "LOAD-INQUIRY-NAMES" TO ERR-SECTION-NAME
              MOVE "SPLINQIN" TO ERR-FILE-NAME
              MOVE INQUIRY-CONTROL-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET INQUIRY-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.

       READ-INQUIRY-CARD SECTION.
           READ INQUIRY-CONTROL-FILE
              AT END
                 SET CONTROL-EOF TO TRUE
           END-READ
       EXIT.

      *> Eine unbrauchbare Rundenzahl wird im Bericht genannt und
      *> durch den Standard ersetzt - die Auskunft soll am Telefon
      *> nicht an einem Tippfehler scheitern.
       STORE-INQUIRY-NAME SECTION.
           MOVE SPACES TO CTL-FELDER
           UNSTRING INQUIRY-CONTROL-RECORD DELIMITED BY ";"
              INTO CTL-NAME
                   CTL-ANZAHL
           IF CTL-NAME NOT = SPACES
              AND INQUIRY-CONTROL-RECORD(1:1) NOT = "*"
              IF NM-COUNT < 50
                 ADD 1 TO NM-COUNT
                 INITIALIZE NM-ENTRY(NM-COUNT)
                 MOVE FUNCTION TRIM(CTL-NAME) TO NM-NAME(NM-COUNT)
                 MOVE 10 TO NM-ANZAHL(NM-COUNT)
                 IF CTL-ANZAHL NOT = SPACES
                    IF FUNCTION TRIM(CTL-ANZAHL) IS NUMERIC
                       AND FUNCTION NUMVAL(CTL-ANZAHL) > 0
                       AND FUNCTION NUMVAL(CTL-ANZAHL) < 100
                       COMPUTE NM-ANZAHL(NM-COUNT) =
                          FUNCTION NUMVAL(CTL-ANZAHL)
                    ELSE
                       MOVE SPACES TO INQUIRY-REPORT-RECORD
                       STRING "RUNDENZAHL UNGUELTIG, 10 ANGENOMMEN: "
                                                    DELIMITED BY SIZE
                              INQUIRY-CONTROL-RECORD DELIMITED BY SIZE
                         INTO INQUIRY-REPORT-RECORD
                       WRITE INQUIRY-REPORT-RECORD
                       IF RETURN-CODE < 4
                          MOVE 4 TO RETURN-CODE
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 MOVE SPACES TO INQUIRY-REPORT-RECORD
                 STRING "MEHR ALS 50 NAMEN, UEBERGANGEN: "
                                              DELIMITED BY SIZE
                        INQUIRY-CONTROL-RECORD DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
                 WRITE INQUIRY-REPORT-RECORD
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF
           PERFORM READ-INQUIRY-CARD
       EXIT.

      *> Ein Durchlauf ueber GAMELOG fuer alle Namen. Fehlt GAMELOG,
      *> zeigen die Dossiers eben keine Runden.
       COLLECT-PLAYER-ROUNDS SECTION.
           MOVE SPACE TO GAME-LOG-EOF-KZ
           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS = "00"
              PERFORM READ-GAME-LOG-RECORD
              PERFORM SIFT-GAME-LOG-RECORD UNTIL GAME-LOG-EOF
              CLOSE GAME-LOG-FILE
           ELSE
              IF GAME-LOG-STATUS NOT = "35"
                 MOVE "COLLECT-PLAYER-ROUNDS" TO ERR-SECTION-NAME
                 MOVE "GAMELOG" TO ERR-FILE-NAME
                 MOVE GAME-LOG-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET INQUIRY-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
       EXIT.

       READ-GAME-LOG-RECORD SECTION.
           READ GAME-LOG-FILE
              AT END
                 SET GAME-LOG-EOF TO TRUE
           END-READ
       EXIT.

       SIFT-GAME-LOG-RECORD SECTION.
           MOVE SPACES TO LOG-FELDER
           UNSTRING GAME-LOG-RECORD DELIMITED BY ";"
              INTO LOG-BOT-ID
                   LOG-COMMAND
                   LOG-TOKEN
                   LOG-LAST-PLAYER
           IF LOG-COMMAND = "ANNOUNCED"
              AND LOG-LAST-PLAYER NOT = SPACES
              AND LOG-LAST-PLAYER NOT = LOG-BOT-ID
              PERFORM FIND-INQUIRY-NAME
              IF NM-MATCH > 0
                 PERFORM NOTE-PLAYER-ROUND
              END-IF
           END-IF
           PERFORM READ-GAME-LOG-RECORD
       EXIT.

      *> Die Ansagen einer Runde stehen dicht beieinander; der zuletzt
      *> getroffene Name wird darum zuerst geprueft.
       FIND-INQUIRY-NAME SECTION.
           MOVE 0 TO NM-MATCH
           IF NM-LETZTER > 0
              AND NM-NAME(NM-LETZTER) = LOG-LAST-PLAYER
              MOVE NM-LETZTER TO NM-MATCH
           ELSE
              PERFORM VARYING NM-IDX FROM 1 BY 1
                 UNTIL NM-IDX > NM-COUNT
                 IF NM-NAME(NM-IDX) = LOG-LAST-PLAYER
                    MOVE NM-IDX TO NM-MATCH
                 END-IF
              END-PERFORM
           END-IF
           IF NM-MATCH > 0
              MOVE NM-MATCH TO NM-LETZTER
           END-IF
       EXIT.

       NOTE-PLAYER-ROUND SECTION.
           MOVE 0 TO RD-MATCH
           IF RD-LETZTER > 0
              AND RD-TOKEN(RD-LETZTER) = LOG-TOKEN
              AND RD-BOT-ID(RD-LETZTER) = LOG-BOT-ID
              AND RD-NAME-IDX(RD-LETZTER) = NM-MATCH
              MOVE RD-LETZTER TO RD-MATCH
           ELSE
              PERFORM VARYING RD-IDX FROM 1 BY 1
                 UNTIL RD-IDX > RD-COUNT
                 IF RD-TOKEN(RD-IDX) = LOG-TOKEN
                    AND RD-BOT-ID(RD-IDX) = LOG-BOT-ID
                    AND RD-NAME-IDX(RD-IDX) = NM-MATCH
                    MOVE RD-IDX TO RD-MATCH
                 END-IF
              END-PERFORM
           END-IF
           IF RD-MATCH = 0
              IF RD-COUNT < 5000
                 ADD 1 TO RD-COUNT
                 INITIALIZE RD-ENTRY(RD-COUNT)
                 MOVE NM-MATCH TO RD-NAME-IDX(RD-COUNT)
                 MOVE LOG-BOT-ID TO RD-BOT-ID(RD-COUNT)
                 MOVE LOG-TOKEN TO RD-TOKEN(RD-COUNT)
                 COMPUTE REC-TRIM-LEN =
                    FUNCTION LENGTH(FUNCTION TRIM(GAME-LOG-RECORD))
                 IF REC-TRIM-LEN > 21
                    MOVE GAME-LOG-RECORD(REC-TRIM-LEN - 20:21)
                       TO REC-TS
                    IF REC-TS(1:8) NUMERIC
                       MOVE REC-TS(1:8) TO RD-DATUM(RD-COUNT)
                    END-IF
                 END-IF
                 ADD 1 TO NM-RUNDEN(NM-MATCH)
                 MOVE RD-COUNT TO RD-MATCH
              ELSE
                 ADD 1 TO RD-OVERFLOW-COUNT
              END-IF
           END-IF
           IF RD-MATCH > 0
              MOVE RD-MATCH TO RD-LETZTER
           END-IF
       EXIT.

      *> Die drei Schluesseldateien werden nur gelesen. Fehlt eine
      *> (Status 35), sagt jedes Dossier das an der Stelle; jeder
      *> andere Fehler bricht die Auskunft ab.
       OPEN-INQUIRY-FILES SECTION.
           OPEN INPUT RATINGS-FILE
           EVALUATE RATINGS-STATUS
           WHEN "00"
              SET RATINGS-OFFEN TO TRUE
           WHEN "35"
              CONTINUE
           WHEN OTHER
              MOVE "OPEN-INQUIRY-FILES" TO ERR-SECTION-NAME
              MOVE "RATINGS" TO ERR-FILE-NAME
              MOVE RATINGS-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET INQUIRY-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-EVALUATE
           OPEN INPUT OPPONENT-STATS-FILE
           EVALUATE OPP-STAT-STATUS
           WHEN "00"
              SET OPP-OFFEN TO TRUE
           WHEN "35"
              CONTINUE
           WHEN OTHER
              MOVE "OPEN-INQUIRY-FILES" TO ERR-SECTION-NAME
              MOVE "OPPSTATS" TO ERR-FILE-NAME
              MOVE OPP-STAT-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET INQUIRY-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-EVALUATE
           OPEN INPUT RESULTS-FILE
           EVALUATE RESULTS-STATUS
           WHEN "00"
              SET RESULTS-OFFEN TO TRUE
           WHEN "35"
              CONTINUE
           WHEN OTHER
              MOVE "OPEN-INQUIRY-FILES" TO ERR-SECTION-NAME
              MOVE "RESULTS" TO ERR-FILE-NAME
              MOVE RESULTS-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET INQUIRY-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-EVALUATE
       EXIT.

       CLOSE-INQUIRY-FILES SECTION.
           IF RATINGS-OFFEN
              CLOSE RATINGS-FILE
           END-IF
           IF OPP-OFFEN
              CLOSE OPPONENT-STATS-FILE
           END-IF
           IF RESULTS-OFFEN
              CLOSE RESULTS-FILE
           END-IF
       EXIT.

      *> Der Ausgang je Runde kommt per Schluessel aus RESULTS. Der
      *> Satz traegt den Ausgang des Sitzes, der das GAME OVER
      *> zuletzt geschrieben hat (siehe UPDATE-RESULT-INDEX); nur fuer
      *> diesen Bot ist die Runde damit gewertet.
       LOOKUP-ROUND-RESULTS SECTION.
           IF RESULTS-OFFEN
              PERFORM VARYING RD-IDX FROM 1 BY 1
                 UNTIL RD-IDX > RD-COUNT
                 MOVE RD-TOKEN(RD-IDX) TO RESULT-TOKEN
                 READ RESULTS-FILE
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF RESULT-BOT-ID = RD-BOT-ID(RD-IDX)
                          AND RESULT-OUTCOME NOT = SPACES
                          MOVE RESULT-OUTCOME TO RD-AUSGANG(RD-IDX)
                          MOVE 'G' TO RD-GEWERTET-KZ(RD-IDX)
                       END-IF
                 END-READ
              END-PERFORM
           END-IF
       EXIT.

      *> Ein Dossier je Name: Staerkezahl, Ansageverhalten, die
      *> juengsten Runden und die Bilanz gegen jeden eigenen Bot. Ein
      *> Name, der in keiner der Dateien vorkommt, wird ausdruecklich
      *> als unbekannt gemeldet (Return-Code 4).
       WRITE-ONE-DOSSIER SECTION.
           ADD 1 TO DOSSIER-COUNT
           MOVE SPACE TO RATING-FOUND-KZ OPP-FOUND-KZ
           IF RATINGS-OFFEN
              MOVE NM-NAME(NM-IDX) TO RATING-PLAYER-NAME
              READ RATINGS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET RATING-FOUND TO TRUE
              END-READ
           END-IF
           IF OPP-OFFEN
              MOVE NM-NAME(NM-IDX) TO PLAYER-NAME
              READ OPPONENT-STATS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    SET OPP-FOUND TO TRUE
              END-READ
           END-IF
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "SPIELER " NM-NAME(NM-IDX)
              DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           IF NOT RATING-FOUND AND NOT OPP-FOUND
              AND NM-RUNDEN(NM-IDX) = 0
              ADD 1 TO UNBEKANNT-COUNT
              MOVE SPACES TO INQUIRY-REPORT-RECORD
              STRING "  UNBEKANNT - WEDER IN RATINGS NOCH IN "
                     "OPPSTATS NOCH IN GAMELOG" DELIMITED BY SIZE
                INTO INQUIRY-REPORT-RECORD
              WRITE INQUIRY-REPORT-RECORD
              DISPLAY "SPLINQ: SPIELER UNBEKANNT " NM-NAME(NM-IDX)
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              PERFORM PRINT-RATING-PART
              PERFORM PRINT-OPPSTAT-PART
              PERFORM PRINT-RECENT-ROUNDS
              PERFORM PRINT-BOT-RECORD
           END-IF
       EXIT.

       PRINT-RATING-PART SECTION.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           EVALUATE TRUE
           WHEN RATING-FOUND
              MOVE RATING-VALUE TO PRT-RATING-D
              MOVE RATING-GAMES-PLAYED TO PRT-GAMES-D
              MOVE RATING-LAST-PLAYED TO PRT-DATUM-D
              STRING "  STAERKEZAHL  " PRT-RATING-D
                     "   SPIELE " PRT-GAMES-D
                     "   ZULETZT GESPIELT " PRT-DATUM-D
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           WHEN RATINGS-OFFEN
              STRING "  STAERKEZAHL  KEIN RATINGS-SATZ"
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           WHEN OTHER
              STRING "  STAERKEZAHL  RATINGS NICHT VORHANDEN"
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-EVALUATE
           WRITE INQUIRY-REPORT-RECORD
       EXIT.

       PRINT-OPPSTAT-PART SECTION.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           EVALUATE TRUE
           WHEN OPP-FOUND
              MOVE ANNOUNCE-COUNT TO PRT-ANNOUNCE-D
              MOVE BLUFF-COUNT TO PRT-BLUFF-D
              MOVE BLUFF-RATE-PCT TO PRT-RATE-D
              COMPUTE AVG-RANK = AVG-RANK-X10 / 10
              MOVE AVG-RANK TO PRT-RANK-D
              MOVE LAST-SEEN-DATE TO PRT-DATUM-D
              STRING "  ANSAGEN    " PRT-ANNOUNCE-D
                     "   BLUFFS " PRT-BLUFF-D
                     "   BLUFFQUOTE " PRT-RATE-D " %"
                     "   RANG-SCHNITT " PRT-RANK-D
                     "   ZULETZT GESEHEN " PRT-DATUM-D
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           WHEN OPP-OFFEN
              STRING "  ANSAGEN    KEIN OPPSTATS-SATZ"
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           WHEN OTHER
              STRING "  ANSAGEN    OPPSTATS NICHT VORHANDEN"
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-EVALUATE
           WRITE INQUIRY-REPORT-RECORD
       EXIT.

      *> Die juengsten NM-ANZAHL Runden des Spielers, aelteste zuerst.
       PRINT-RECENT-ROUNDS SECTION.
           MOVE NM-ANZAHL(NM-IDX) TO PRT-ANZAHL-D
           MOVE NM-RUNDEN(NM-IDX) TO PRT-RUNDEN-D
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "  JUENGSTE RUNDEN (HOECHSTENS " PRT-ANZAHL-D
                  " VON " PRT-RUNDEN-D ")"
              DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           IF NM-RUNDEN(NM-IDX) = 0
              MOVE SPACES TO INQUIRY-REPORT-RECORD
              STRING "    KEINE RUNDE IN GAMELOG"
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
              WRITE INQUIRY-REPORT-RECORD
           ELSE
              MOVE SPACES TO INQUIRY-REPORT-RECORD
              STRING "    DATUM    TOKEN                               "
                     " BOT        AUSGANG FUER DEN BOT"
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
              WRITE INQUIRY-REPORT-RECORD
              IF NM-RUNDEN(NM-IDX) > NM-ANZAHL(NM-IDX)
                 COMPUTE RD-AB = NM-RUNDEN(NM-IDX) - NM-ANZAHL(NM-IDX)
              ELSE
                 MOVE 0 TO RD-AB
              END-IF
              MOVE 0 TO RD-LFD
              PERFORM VARYING RD-IDX FROM 1 BY 1
                 UNTIL RD-IDX > RD-COUNT
                 IF RD-NAME-IDX(RD-IDX) = NM-IDX
                    ADD 1 TO RD-LFD
                    IF RD-LFD > RD-AB
                       PERFORM PRINT-ONE-ROUND
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
       EXIT.

       PRINT-ONE-ROUND SECTION.
           MOVE RD-DATUM(RD-IDX) TO PRT-DATUM-D
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           IF RD-GEWERTET(RD-IDX)
              STRING "    " PRT-DATUM-D " " RD-TOKEN(RD-IDX)
                     " " RD-BOT-ID(RD-IDX) " " RD-AUSGANG(RD-IDX)
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           ELSE
              STRING "    " PRT-DATUM-D " " RD-TOKEN(RD-IDX)
                     " " RD-BOT-ID(RD-IDX) " KEIN ERGEBNIS"
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           END-IF
           WRITE INQUIRY-REPORT-RECORD
       EXIT.

      *> Bilanz je eigenem Bot ueber alle Runden in GAMELOG. Gezaehlt
      *> wird aus Sicht des Bots: gewann er nicht, hat der Spieler
      *> nicht zwingend gewonnen - am Mehr-Sitz-Tisch kann ein
      *> Dritter siegen.
       PRINT-BOT-RECORD SECTION.
           MOVE 0 TO BR-COUNT
           PERFORM VARYING RD-IDX FROM 1 BY 1
              UNTIL RD-IDX > RD-COUNT
              IF RD-NAME-IDX(RD-IDX) = NM-IDX
                 PERFORM TALLY-BOT-RECORD
              END-IF
           END-PERFORM
           IF BR-COUNT > 0
              MOVE SPACES TO INQUIRY-REPORT-RECORD
              STRING "  BILANZ GEGEN DIE EIGENEN BOTS"
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
              WRITE INQUIRY-REPORT-RECORD
              MOVE SPACES TO INQUIRY-REPORT-RECORD
              STRING "    BOT        RUNDEN GEWERT BOT GEWANN"
                     " BOT VERLOR"
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
              WRITE INQUIRY-REPORT-RECORD
              PERFORM VARYING BR-IDX FROM 1 BY 1
                 UNTIL BR-IDX > BR-COUNT
                 MOVE BR-RUNDEN(BR-IDX) TO PRT-RUNDEN-D
                 MOVE BR-GEWERTET(BR-IDX) TO PRT-GEWERTET-D
                 MOVE BR-BOT-SIEGE(BR-IDX) TO PRT-SIEGE-D
                 COMPUTE PRT-NIEDERL-D =
                    BR-GEWERTET(BR-IDX) - BR-BOT-SIEGE(BR-IDX)
                 MOVE SPACES TO INQUIRY-REPORT-RECORD
                 STRING "    " BR-BOT-ID(BR-IDX)
                        " " PRT-RUNDEN-D
                        "  " PRT-GEWERTET-D
                        "      " PRT-SIEGE-D
                        "      " PRT-NIEDERL-D
                    DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
                 WRITE INQUIRY-REPORT-RECORD
              END-PERFORM
           END-IF
       EXIT.

       TALLY-BOT-RECORD SECTION.
           MOVE 0 TO BR-MATCH
           PERFORM VARYING BR-IDX FROM 1 BY 1
              UNTIL BR-IDX > BR-COUNT
              IF BR-BOT-ID(BR-IDX) = RD-BOT-ID(RD-IDX)
                 MOVE BR-IDX TO BR-MATCH
              END-IF
           END-PERFORM
           IF BR-MATCH = 0 AND BR-COUNT < 20
              ADD 1 TO BR-COUNT
              INITIALIZE BR-ENTRY(BR-COUNT)
              MOVE RD-BOT-ID(RD-IDX) TO BR-BOT-ID(BR-COUNT)
              MOVE BR-COUNT TO BR-MATCH
           END-IF
           IF BR-MATCH > 0
              ADD 1 TO BR-RUNDEN(BR-MATCH)
              IF RD-GEWERTET(RD-IDX)
                 ADD 1 TO BR-GEWERTET(BR-MATCH)
                 IF RD-AUSGANG(RD-IDX) = "WIN"
                    ADD 1 TO BR-BOT-SIEGE(BR-MATCH)
                 END-IF
              END-IF
           END-IF
       EXIT.

       WRITE-INQUIRY-TOTALS SECTION.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           IF RD-OVERFLOW-COUNT > 0
              MOVE RD-OVERFLOW-COUNT TO PRT-COUNT-D
              MOVE SPACES TO INQUIRY-REPORT-RECORD
              STRING "UEBERLAUF: " PRT-COUNT-D
                     " RUNDEN NICHT ERFASST - WENIGER NAMEN JE LAUF"
                 DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
              WRITE INQUIRY-REPORT-RECORD
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING "DOSSIERS: " DOSSIER-COUNT
                  "  DAVON UNBEKANNT: " UNBEKANNT-COUNT
              DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
           DISPLAY "SPLINQ: " DOSSIER-COUNT " DOSSIERS, "
              UNBEKANNT-COUNT " UNBEKANNT"
       EXIT.

           COPY WRITE-ERRLOG.

       END PROGRAM SPLINQ.
