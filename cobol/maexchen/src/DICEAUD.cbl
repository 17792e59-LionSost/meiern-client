       IDENTIFICATION DIVISION.
       PROGRAM-ID. DICEAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "SCHIEDLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT DICE-REPORT-FILE ASSIGN TO "DICERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DICE-REPORT-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GAME-LOG-FILE.
       01  GAME-LOG-RECORD PIC X(280).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY SCHIEDR.
       FD  DICE-REPORT-FILE.
       01  DICE-REPORT-RECORD PIC X(132).
       FD  ERRLOG-FILE.
       01  ERRLOG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 GAME-LOG-STATUS PIC XX.
       01 LEDGER-STATUS PIC XX.
       01 DICE-REPORT-STATUS PIC XX.
           COPY ERRLOGWS.
       01 DICE-FLAGS.
          05 GAME-LOG-EOF-KZ PIC X VALUE SPACE.
             88 GAME-LOG-EOF VALUE 'Y'.
          05 LEDGER-EOF-KZ PIC X VALUE SPACE.
             88 LEDGER-EOF VALUE 'Y'.
          05 DICE-FAILED-KZ PIC X VALUE SPACE.
             88 DICE-FAILED VALUE 'F'.

      *> Ein GAMELOG-Satz, zerlegt wie in RECONRPT; gebraucht werden
      *> nur die ROLLED-Zeilen mit dem ausgegebenen Wurf.
       01 LOG-FIELDS.
          05 LOG-BOT-ID PIC X(10).
          05 LOG-COMMAND PIC X(32).
          05 LOG-TOKEN PIC X(36).
          05 LOG-LAST-PLAYER PIC X(20).
          05 LOG-ANNOUNCED-DICE PIC X(3).
          05 LOG-ROLLED-DICE.
             07 DICE-1 PIC 9.
             07 FILLER PIC X.
             07 DICE-2 PIC 9.
       01 REC-TRIM-LEN PIC 9(4).
       01 REC-TS PIC X(21).

      *> GAMELOG kennt die Rangfolge-Variante des Tisches nicht. Der
      *> Treiber schreibt sie aber mit jeder Ansage in SCHIEDLG, und
      *> seine Rundentoken tragen Datum (Stelle 5-12) und Tisch-
      *> nummer (Stelle 21-22). Eine Tischnummer ist je Spielliste
      *> eindeutig, also ist die Variante je Tag und Tisch bekannt.
      *> Runden fremder Token (Live-Server) laufen unter EXTERN,
      *> Treiber-Runden ohne Protokollsatz unter UNBEKANN.
       01 VT-TABELLE.
          05 VT-COUNT PIC 9(3) VALUE 0.
          05 VT-ENTRY OCCURS 500 TIMES.
             07 VT-DATUM PIC X(8).
             07 VT-TABLE-NR PIC X(2).
             07 VT-VARIANT PIC X(8).
       01 VT-IDX PIC 9(3).
       01 VT-MATCH PIC 9(3).
       01 VT-OVERFLOW-COUNT PIC 9(7) VALUE 0.
       01 SUCH-DATUM PIC X(8).
       01 SUCH-TABLE-NR PIC X(2).
       01 ROLL-VARIANT PIC X(8).

      *> Je Auswertungsgruppe die Haeufigkeit der 21 Wuerfelpaare in
      *> der Standard-Rangfolge. Gruppenarten: G = alle Wuerfe,
      *> B = je Bot, D = je Geschaeftsdatum (Datum des Zeitstempels),
      *> V = je Rangfolge-Variante. Die Varianten ordnen nur die
      *> Raenge um - die 21 Paare sind ueberall dieselben, darum
      *> wird jede Gruppe gegen dieselbe Erwartung geprueft.
       01 GR-TABELLE.
          05 GR-COUNT PIC 9(3) VALUE 0.
          05 GR-ENTRY OCCURS 200 TIMES.
             07 GR-ART PIC X.
             07 GR-KEY PIC X(10).
             07 GR-GESAMT PIC 9(7).
             07 GR-UNGUELTIG PIC 9(7).
             07 GR-PAAR-COUNT OCCURS 21 TIMES PIC 9(7).
       01 GR-IDX PIC 9(3).
       01 GR-MATCH PIC 9(3).
       01 GR-OVERFLOW-COUNT PIC 9(7) VALUE 0.
       01 SUCH-ART PIC X.
       01 SUCH-KEY PIC X(10).

      *> Chi-Quadrat-Anpassungstest: Erwartung 1/36 fuer einen Pasch,
      *> 1/18 fuer jedes andere Paar; 21 Klassen, also 20 Freiheits-
      *> grade, kritischer Wert 31,41 bei 5 Prozent Irrtum. Unter
      *> 180 Wuerfen laege die Pasch-Erwartung unter 5 je Klasse -
      *> zu wenig fuer den Test, die Gruppe wird dann nur gezaehlt.
       01 CHI-FELDER.
          05 CHI-KRITISCH PIC 99V99 VALUE 31.41.
          05 CHI-MINDEST PIC 9(3) VALUE 180.
          05 CHI-SUMME PIC 9(7)V99.
          05 CHI-ERWARTET PIC 9(7)V9(4).
          05 CHI-DIFF PIC S9(7)V9(4).
       01 PAAR-IDX PIC 99.
       01 WURF-PAAR PIC 99.
       01 WURF-TAUSCH PIC 9.
       01 AUFFAELLIG-COUNT PIC 9(3) VALUE 0.
       01 ROLLED-COUNT PIC 9(7) VALUE 0.

           COPY RANGFOLGE.
       01 VAR PIC 99.

       01 PRT-FELDER.
          05 PRT-COUNT-D PIC ZZZZZZ9.
          05 PRT-PAAR-D PIC ZZZZZ9.
          05 PRT-CHI-D PIC ZZZZZZ9.99.
          05 PRT-CHI-X PIC X(10).
          05 PRT-ERGEBNIS PIC X(10).
          05 PRT-ART-TEXT PIC X(8).
       01 DETAIL-ZEILE PIC X(132).
       01 DETAIL-PTR PIC 9(3).
       01 DETAIL-SPALTE PIC 9.

       PROCEDURE DIVISION.
           MOVE "DICEAUD" TO ERR-PROGRAM-ID
           PERFORM RANGFOLGE-EINRICHTEN
           PERFORM COLLECT-TABLE-VARIANTS
           PERFORM COLLECT-ROLLED-DICE
           IF NOT DICE-FAILED
              PERFORM WRITE-DICE-REPORT
           END-IF
           STOP RUN
          .

      *> Ein fehlendes SCHIEDLG ist kein Fehler - dann laufen alle
      *> Treiber-Runden unter UNBEKANN und nur die Gruppe V taugt
      *> nichts.
       COLLECT-TABLE-VARIANTS SECTION.
           MOVE SPACE TO LEDGER-EOF-KZ
           OPEN INPUT LEDGER-FILE
           IF LEDGER-STATUS = "00"
              PERFORM READ-LEDGER-RECORD
              PERFORM NOTE-TABLE-VARIANT UNTIL LEDGER-EOF
              CLOSE LEDGER-FILE
           ELSE
              IF LEDGER-STATUS NOT = "35"
                 MOVE "COLLECT-TABLE-VARIANTS" TO ERR-SECTION-NAME
                 MOVE "SCHIEDLG" TO ERR-FILE-NAME
                 MOVE LEDGER-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
       EXIT.

       READ-LEDGER-RECORD SECTION.
           READ LEDGER-FILE
              AT END
                 SET LEDGER-EOF TO TRUE
           END-READ
       EXIT.

       NOTE-TABLE-VARIANT SECTION.
           IF SCHIED-TOKEN(1:4) = "TDRV"
              MOVE SCHIED-TOKEN(5:8) TO SUCH-DATUM
              MOVE SCHIED-TABLE-NR TO SUCH-TABLE-NR
              PERFORM FIND-TABLE-VARIANT
              IF VT-MATCH = 0
                 IF VT-COUNT < 500
                    ADD 1 TO VT-COUNT
                    MOVE SUCH-DATUM TO VT-DATUM(VT-COUNT)
                    MOVE SUCH-TABLE-NR TO VT-TABLE-NR(VT-COUNT)
                    MOVE SCHIED-VARIANT TO VT-VARIANT(VT-COUNT)
                    IF SCHIED-VARIANT = SPACES
                       MOVE "STANDARD" TO VT-VARIANT(VT-COUNT)
                    END-IF
                 ELSE
                    ADD 1 TO VT-OVERFLOW-COUNT
                 END-IF
              END-IF
           END-IF
           PERFORM READ-LEDGER-RECORD
       EXIT.

       FIND-TABLE-VARIANT SECTION.
           MOVE 0 TO VT-MATCH
           PERFORM VARYING VT-IDX FROM 1 BY 1
              UNTIL VT-IDX > VT-COUNT OR VT-MATCH > 0
              IF VT-DATUM(VT-IDX) = SUCH-DATUM
                 AND VT-TABLE-NR(VT-IDX) = SUCH-TABLE-NR
                 MOVE VT-IDX TO VT-MATCH
              END-IF
           END-PERFORM
       EXIT.

       COLLECT-ROLLED-DICE SECTION.
           MOVE SPACE TO GAME-LOG-EOF-KZ
           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS = "00"
              PERFORM READ-GAME-LOG-RECORD
              PERFORM SIFT-GAME-LOG-RECORD UNTIL GAME-LOG-EOF
              CLOSE GAME-LOG-FILE
           ELSE
              MOVE "COLLECT-ROLLED-DICE" TO ERR-SECTION-NAME
              MOVE "GAMELOG" TO ERR-FILE-NAME
              MOVE GAME-LOG-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET DICE-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.

       READ-GAME-LOG-RECORD SECTION.
           READ GAME-LOG-FILE
              AT END
                 SET GAME-LOG-EOF TO TRUE
           END-READ
       EXIT.

       SIFT-GAME-LOG-RECORD SECTION.
           MOVE SPACES TO LOG-FIELDS
           UNSTRING GAME-LOG-RECORD DELIMITED BY ";"
              INTO LOG-BOT-ID
                   LOG-COMMAND
                   LOG-TOKEN
                   LOG-LAST-PLAYER
                   LOG-ANNOUNCED-DICE
                   LOG-ROLLED-DICE
           IF LOG-COMMAND = "ROLLED"
              PERFORM TALLY-ROLLED-DICE
           END-IF
           PERFORM READ-GAME-LOG-RECORD
       EXIT.

      *> Ordnet den Wurf einem der 21 Paare zu (hoeherer Wuerfel
      *> zuerst, wie in der RANGFOLGE) und zaehlt ihn in allen vier
      *> Gruppen. Ein Wurf, der zu keinem Paar passt, zaehlt nur
      *> als ungueltig.
       TALLY-ROLLED-DICE SECTION.
           ADD 1 TO ROLLED-COUNT
           MOVE 0 TO WURF-PAAR
           IF LOG-ROLLED-DICE(1:1) IS NUMERIC
              AND LOG-ROLLED-DICE(3:1) IS NUMERIC
              IF DICE-1 IN LOG-ROLLED-DICE < DICE-2 IN LOG-ROLLED-DICE
                 MOVE DICE-1 IN LOG-ROLLED-DICE TO WURF-TAUSCH
                 MOVE DICE-2 IN LOG-ROLLED-DICE
                    TO DICE-1 IN LOG-ROLLED-DICE
                 MOVE WURF-TAUSCH TO DICE-2 IN LOG-ROLLED-DICE
              END-IF
              PERFORM VARYING VAR FROM 1 BY 1 UNTIL VAR > 21
                 IF DICE-1 IN LOG-ROLLED-DICE =
                       DICE-1 IN RANGFOLGE(VAR)
                    AND DICE-2 IN LOG-ROLLED-DICE =
                        DICE-2 IN RANGFOLGE(VAR)
                    MOVE VAR TO WURF-PAAR
                 END-IF
              END-PERFORM
           END-IF
           PERFORM RESOLVE-ROLL-VARIANT
           MOVE "G" TO SUCH-ART
           MOVE "GESAMT" TO SUCH-KEY
           PERFORM COUNT-IN-GROUP
           MOVE "B" TO SUCH-ART
           MOVE LOG-BOT-ID TO SUCH-KEY
           PERFORM COUNT-IN-GROUP
           MOVE "D" TO SUCH-ART
           MOVE SPACES TO SUCH-KEY
           COMPUTE REC-TRIM-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(GAME-LOG-RECORD))
           IF REC-TRIM-LEN > 21
              MOVE GAME-LOG-RECORD(REC-TRIM-LEN - 20:21) TO REC-TS
              IF REC-TS(1:8) NUMERIC
                 MOVE REC-TS(1:8) TO SUCH-KEY
              END-IF
           END-IF
           IF SUCH-KEY = SPACES
              MOVE "OHNE DATUM" TO SUCH-KEY
           END-IF
           PERFORM COUNT-IN-GROUP
           MOVE "V" TO SUCH-ART
           MOVE ROLL-VARIANT TO SUCH-KEY
           PERFORM COUNT-IN-GROUP
       EXIT.

       RESOLVE-ROLL-VARIANT SECTION.
           IF LOG-TOKEN(1:4) = "TDRV"
              MOVE LOG-TOKEN(5:8) TO SUCH-DATUM
              MOVE LOG-TOKEN(21:2) TO SUCH-TABLE-NR
              PERFORM FIND-TABLE-VARIANT
              IF VT-MATCH > 0
                 MOVE VT-VARIANT(VT-MATCH) TO ROLL-VARIANT
              ELSE
                 MOVE "UNBEKANN" TO ROLL-VARIANT
              END-IF
           ELSE
              MOVE "EXTERN" TO ROLL-VARIANT
           END-IF
       EXIT.

       COUNT-IN-GROUP SECTION.
           MOVE 0 TO GR-MATCH
           PERFORM VARYING GR-IDX FROM 1 BY 1
              UNTIL GR-IDX > GR-COUNT OR GR-MATCH > 0
              IF GR-ART(GR-IDX) = SUCH-ART
                 AND GR-KEY(GR-IDX) = SUCH-KEY
                 MOVE GR-IDX TO GR-MATCH
              END-IF
           END-PERFORM
           IF GR-MATCH = 0
              IF GR-COUNT < 200
                 ADD 1 TO GR-COUNT
                 INITIALIZE GR-ENTRY(GR-COUNT)
                 MOVE SUCH-ART TO GR-ART(GR-COUNT)
                 MOVE SUCH-KEY TO GR-KEY(GR-COUNT)
                 MOVE GR-COUNT TO GR-MATCH
              ELSE
                 ADD 1 TO GR-OVERFLOW-COUNT
              END-IF
           END-IF
           IF GR-MATCH > 0
              IF WURF-PAAR > 0
                 ADD 1 TO GR-GESAMT(GR-MATCH)
                 ADD 1 TO GR-PAAR-COUNT(GR-MATCH WURF-PAAR)
              ELSE
                 ADD 1 TO GR-UNGUELTIG(GR-MATCH)
              END-IF
           END-IF
       EXIT.

      *> Die Gruppen erscheinen in der Reihenfolge G, B, D, V; je
      *> Gruppe eine Ergebniszeile und drei Zeilen mit den Paar-
      *> Haeufigkeiten, damit eine beanstandete Nacht auch im
      *> Einzelnen belegt werden kann. Eine durchgefallene Gruppe
      *> setzt Return-Code 4.
       WRITE-DICE-REPORT SECTION.
           OPEN OUTPUT DICE-REPORT-FILE
           IF DICE-REPORT-STATUS = "00"
              MOVE SPACES TO DICE-REPORT-RECORD
              STRING "WUERFELPRUEFUNG ROLLED-ZEILEN GAMELOG -"
                     " CHI-QUADRAT 20 FG, GRENZE 31,41 (5%)"
                 DELIMITED BY SIZE INTO DICE-REPORT-RECORD
              WRITE DICE-REPORT-RECORD
              MOVE SPACES TO DICE-REPORT-RECORD
              STRING "GRUPPE   SCHLUESSEL  WUERFE UNGUELT"
                     "    CHI-QUADR ERGEBNIS"
                 DELIMITED BY SIZE INTO DICE-REPORT-RECORD
              WRITE DICE-REPORT-RECORD
              MOVE "G" TO SUCH-ART
              PERFORM WRITE-GROUP-ART
              MOVE "B" TO SUCH-ART
              PERFORM WRITE-GROUP-ART
              MOVE "D" TO SUCH-ART
              PERFORM WRITE-GROUP-ART
              MOVE "V" TO SUCH-ART
              PERFORM WRITE-GROUP-ART
              MOVE ROLLED-COUNT TO PRT-COUNT-D
              MOVE SPACES TO DICE-REPORT-RECORD
              STRING "ROLLED-ZEILEN GELESEN " PRT-COUNT-D
                 DELIMITED BY SIZE INTO DICE-REPORT-RECORD
              WRITE DICE-REPORT-RECORD
              MOVE AUFFAELLIG-COUNT TO PRT-COUNT-D
              MOVE SPACES TO DICE-REPORT-RECORD
              STRING "GRUPPEN DURCHGEFALLEN " PRT-COUNT-D
                 DELIMITED BY SIZE INTO DICE-REPORT-RECORD
              WRITE DICE-REPORT-RECORD
              IF GR-OVERFLOW-COUNT > 0 OR VT-OVERFLOW-COUNT > 0
                 ADD GR-OVERFLOW-COUNT TO VT-OVERFLOW-COUNT
                 MOVE VT-OVERFLOW-COUNT TO PRT-COUNT-D
                 MOVE SPACES TO DICE-REPORT-RECORD
                 STRING "UEBERLAUF: " PRT-COUNT-D
                        " EINTRAEGE NICHT GEZAEHLT - ZEITRAUM"
                        " VORHER ARCHIVIEREN"
                    DELIMITED BY SIZE INTO DICE-REPORT-RECORD
                 WRITE DICE-REPORT-RECORD
                 MOVE 8 TO RETURN-CODE
              END-IF
              IF AUFFAELLIG-COUNT > 0 AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
              CLOSE DICE-REPORT-FILE
           ELSE
              MOVE "WRITE-DICE-REPORT" TO ERR-SECTION-NAME
              MOVE "DICERPT" TO ERR-FILE-NAME
              MOVE DICE-REPORT-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.

       WRITE-GROUP-ART SECTION.
           PERFORM VARYING GR-IDX FROM 1 BY 1
              UNTIL GR-IDX > GR-COUNT
              IF GR-ART(GR-IDX) = SUCH-ART
                 PERFORM WRITE-ONE-GROUP
              END-IF
           END-PERFORM
       EXIT.

       WRITE-ONE-GROUP SECTION.
           EVALUATE GR-ART(GR-IDX)
           WHEN "G"
              MOVE "GESAMT" TO PRT-ART-TEXT
           WHEN "B"
              MOVE "BOT" TO PRT-ART-TEXT
           WHEN "D"
              MOVE "DATUM" TO PRT-ART-TEXT
           WHEN OTHER
              MOVE "VARIANTE" TO PRT-ART-TEXT
           END-EVALUATE
           IF GR-GESAMT(GR-IDX) < CHI-MINDEST
              MOVE "         -" TO PRT-CHI-X
              MOVE "ZU WENIG" TO PRT-ERGEBNIS
           ELSE
              PERFORM COMPUTE-CHI-SQUARE
              MOVE CHI-SUMME TO PRT-CHI-D
              MOVE PRT-CHI-D TO PRT-CHI-X
              IF CHI-SUMME > CHI-KRITISCH
                 MOVE "AUFFAELLIG" TO PRT-ERGEBNIS
                 ADD 1 TO AUFFAELLIG-COUNT
              ELSE
                 MOVE "OK" TO PRT-ERGEBNIS
              END-IF
           END-IF
           MOVE GR-GESAMT(GR-IDX) TO PRT-COUNT-D
           MOVE SPACES TO DICE-REPORT-RECORD
           STRING PRT-ART-TEXT    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  GR-KEY(GR-IDX)  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  PRT-COUNT-D     DELIMITED BY SIZE
             INTO DICE-REPORT-RECORD
           MOVE GR-UNGUELTIG(GR-IDX) TO PRT-COUNT-D
           MOVE PRT-COUNT-D TO DICE-REPORT-RECORD(29:7)
           MOVE PRT-CHI-X TO DICE-REPORT-RECORD(39:10)
           MOVE PRT-ERGEBNIS TO DICE-REPORT-RECORD(50:10)
           WRITE DICE-REPORT-RECORD
           MOVE SPACES TO DETAIL-ZEILE
           MOVE 12 TO DETAIL-PTR
           MOVE 0 TO DETAIL-SPALTE
           PERFORM VARYING PAAR-IDX FROM 1 BY 1 UNTIL PAAR-IDX > 21
              PERFORM ADD-DETAIL-PAIR
           END-PERFORM
       EXIT.

      *> Sieben Paare je Detailzeile, "d,d:" und die Anzahl.
       ADD-DETAIL-PAIR SECTION.
           MOVE GR-PAAR-COUNT(GR-IDX PAAR-IDX) TO PRT-PAAR-D
           STRING RANGFOLGE(PAAR-IDX) DELIMITED BY SIZE
                  ":"                 DELIMITED BY SIZE
                  PRT-PAAR-D          DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
             INTO DETAIL-ZEILE
             WITH POINTER DETAIL-PTR
           ADD 1 TO DETAIL-SPALTE
           IF DETAIL-SPALTE = 7
              MOVE DETAIL-ZEILE TO DICE-REPORT-RECORD
              WRITE DICE-REPORT-RECORD
              MOVE SPACES TO DETAIL-ZEILE
              MOVE 12 TO DETAIL-PTR
              MOVE 0 TO DETAIL-SPALTE
           END-IF
       EXIT.

       COMPUTE-CHI-SQUARE SECTION.
           MOVE 0 TO CHI-SUMME
           PERFORM VARYING PAAR-IDX FROM 1 BY 1 UNTIL PAAR-IDX > 21
              IF DICE-1 IN RANGFOLGE(PAAR-IDX) =
                 DICE-2 IN RANGFOLGE(PAAR-IDX)
                 COMPUTE CHI-ERWARTET ROUNDED =
                    GR-GESAMT(GR-IDX) / 36
              ELSE
                 COMPUTE CHI-ERWARTET ROUNDED =
                    GR-GESAMT(GR-IDX) / 18
              END-IF
              COMPUTE CHI-DIFF =
                 GR-PAAR-COUNT(GR-IDX PAAR-IDX) - CHI-ERWARTET
              COMPUTE CHI-SUMME ROUNDED = CHI-SUMME
                 + CHI-DIFF * CHI-DIFF / CHI-ERWARTET
           END-PERFORM
       EXIT.

           COPY RANGFOLGE-EINRICHTEN.

           COPY WRITE-ERRLOG.

       END PROGRAM DICEAUD.
