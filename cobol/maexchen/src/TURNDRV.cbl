           SELECT RANG-CONFIG-FILE ASSIGN TO "RANGCFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RANG-CONFIG-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "SCHIEDLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEDGER-STATUS.
           SELECT TURN-CONTROL-FILE ASSIGN TO "TURNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TURN-CONTROL-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO "QUARANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUARANTINE-STATUS.
           SELECT PREFLIGHT-REPORT-FILE ASSIGN TO "TURNPRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREFLIGHT-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYLIST-FILE.
       01  ERRLOG-RECORD PIC X(132).
       FD  RANG-CONFIG-FILE.
       01  RANG-CONFIG-RECORD PIC X(132).
       FD  LEDGER-FILE.
       01  LEDGER-RECORD.
           COPY SCHIEDR.
       FD  TURN-CONTROL-FILE.
       01  TURN-CONTROL-RECORD PIC X(80).
       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD PIC X(80).
       FD  PREFLIGHT-REPORT-FILE.
       01  PREFLIGHT-REPORT-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 PLAYLIST-STATUS PIC XX.
       01 DRIVE-CHECKPOINT-STATUS PIC XX.
       01 LEDGER-STATUS PIC XX.
       01 TURN-CONTROL-STATUS PIC XX.
       01 QUARANTINE-STATUS PIC XX.
       01 PREFLIGHT-REPORT-STATUS PIC XX.
           COPY ERRLOGWS.
       01 DRIVE-FLAGS.
          05 PLAYLIST-EOF-KZ PIC X VALUE SPACE.
             88 SEAT-DUPLIKAT VALUE 'D'.
          05 PLAYLIST-FAILED-KZ PIC X VALUE SPACE.
             88 PLAYLIST-FAILED VALUE 'F'.
          05 LEDGER-OFFEN-KZ PIC X VALUE SPACE.
             88 LEDGER-OFFEN VALUE 'O'.
          05 LEDGER-VORGEMERKT-KZ PIC X VALUE SPACE.
             88 LEDGER-VORGEMERKT VALUE 'V'.
          05 CONTROL-EOF-KZ PIC X VALUE SPACE.
             88 CONTROL-EOF VALUE 'Y'.
          05 QUAR-EOF-KZ PIC X VALUE SPACE.
             88 QUAR-EOF VALUE 'Y'.
          05 QUAR-GEAENDERT-KZ PIC X VALUE SPACE.
             88 QUAR-GEAENDERT VALUE 'G'.
          05 TISCH-AUSGESETZT-KZ PIC X VALUE SPACE.
             88 TISCH-AUSGESETZT VALUE 'A'.
          05 ANTWORT-ERWARTET-KZ PIC X VALUE SPACE.
             88 ANTWORT-ERWARTET VALUE 'Y'.
          05 PROBELAUF-KZ PIC X VALUE SPACE.
             88 PROBELAUF VALUE 'P'.
          05 VORPRUEF-MODUS-KZ PIC X VALUE SPACE.
             88 VORPRUEF-WARNEN VALUE 'W'.
          05 VORPRUEF-SPERRE-KZ PIC X VALUE SPACE.
             88 VORPRUEF-GESPERRT VALUE 'S'.
          05 CONTROL-SPERRE-KZ PIC X VALUE SPACE.
             88 CONTROL-GESPERRT VALUE 'S'.
          05 PF-EINTRAG-KZ PIC X VALUE SPACE.
             88 PF-EINTRAG-FEHLER VALUE 'F'.
          05 PF-REPORT-KZ PIC X VALUE SPACE.
             88 PF-REPORT-OFFEN VALUE 'O'.

      *> Ein Eintrag der Spielliste: welcher Bot an welchem Tisch
      *> wie viele Runden spielt ("BOTNAME;TT;RRRR"). Zeilen, die mit
      *> laeuft.
       01 ROUND-TOKEN.
          05 TOKEN-PREFIX PIC X(4) VALUE "TDRV".
          05 TOKEN-STAMP PIC X(16) VALUE SPACES.
          05 TOKEN-TABLE PIC X(2) VALUE SPACES.
          05 TOKEN-ROUND PIC 9(4) VALUE 0.
          05 TOKEN-FILL PIC X(10) VALUE "0000000000".
       01 ROUND-NR PIC 9(4) VALUE 0.

      *> Zerlegte Bot-Antwort (z.B. "ROLL;token" oder
      *> "ANNOUNCE;d,d;token").
          05 DRIVEN-BOT OCCURS 20 TIMES PIC X(10).
       01 DRIVEN-BOT-IDX PIC 99.
       01 DRIVEN-BOT-MATCH PIC 99.

      *> Steuerkarten in TURNCTL (Datei darf fehlen), eine je Zeile:
      *>   SCHWELLE;NN      so viele Fehlaufrufe eines Bots in Folge
      *>                    setzen ihn in Quarantaene (Standard 5)
      *>   FREIGABE;BOT     Bot aus der Quarantaene entlassen
      *>   PROBELAUF        nur die Vorpruefung der Spielliste nach
      *>                    TURNPRF, kein Bot wird aufgerufen
      *>   VORPRUEFUNG;WARNEN
      *>                    Lauf trotz fehlerhafter Eintraege starten
      *>                    (Standard ABBRECHEN: kein Eintrag laeuft)
      *>   BOT;NAME         weiteres Bot-Programm als bekannt fuehren
      *>                    (DUMMBOT, SIMPLBOT, STATBOT sind es immer)
      *> Zeilen mit "*" in Spalte 1 sind Kommentar.
       01 CTL-FELDER.
          05 CTL-VERB PIC X(12).
          05 CTL-ARG-1 PIC X(10).
       01 QUAR-SCHWELLE PIC 99 VALUE 5.
       01 FREIGABE-TABELLE.
          05 FREIGABE-COUNT PIC 99 VALUE 0.
          05 FREIGABE-BOT-ID OCCURS 20 TIMES PIC X(10).
       01 FREIGABE-IDX PIC 99.

      *> Sicherung gegen einen ausgefallenen Bot: als Fehlaufruf
      *> zaehlt ein RETURN-CODE ungleich 0, ein nicht ladbares
      *> Programm, eine leere Antwort, wo der Server eine erwartet,
      *> und eine Antwort, die nicht zum Kommando passt. Jeder
      *> brauchbar beantwortete Aufruf setzt die Folge wieder auf 0.
      *> Erreicht die Folge QUAR-SCHWELLE, kommt der Bot in die
      *> Quarantaene: die laufende Runde wird abgebrochen, der Bot
      *> fuer den Rest des Laufs nicht mehr aufgerufen und in
      *> QUARANT ("BOT;GRUND;FOLGE;ZEITSTEMPEL") vermerkt. Der
      *> Eintrag gilt auch in den Folgelaeufen, bis ihn eine
      *> FREIGABE-Karte aufhebt. Gruende: LADE (nicht aufrufbar),
      *> RCOD (RETURN-CODE), LEER (keine Antwort), FORM (Antwort
      *> passt nicht).
       01 FEHLER-TABELLE.
          05 FEHLER-COUNT PIC 99 VALUE 0.
          05 FEHLER-ENTRY OCCURS 20 TIMES.
             07 FT-BOT-ID PIC X(10).
             07 FT-FOLGE PIC 9(4).
       01 FEHLER-IDX PIC 99.
       01 FEHLER-MATCH PIC 99.
       01 FEHLER-GRUND PIC X(4).
       01 QUAR-TABELLE.
          05 QUAR-COUNT PIC 99 VALUE 0.
          05 QUAR-ENTRY OCCURS 20 TIMES.
             07 QT-BOT-ID PIC X(10).
             07 QT-GRUND PIC X(4).
             07 QT-FOLGE PIC 9(4).
             07 QT-TIMESTAMP PIC X(21).
       01 QUAR-IDX PIC 99.
       01 QUAR-MATCH PIC 99.
       01 QUAR-KANDIDAT PIC X(10).
       01 QUAR-ZEILE.
          05 QZ-BOT-ID PIC X(10).
          05 QZ-GRUND PIC X(4).
          05 QZ-FOLGE-X PIC X(4).
          05 QZ-TIMESTAMP PIC X(21).
       01 MSG-VERB PIC X(16).

      *> Vorpruefung der ganzen Spielliste vor der ersten Runde (siehe
      *> PREFLIGHT-PLAYLIST). Die Bot-Programme sind dem Treiber nur
      *> ueber ihren Namen bekannt - ein Probeaufruf wuerde schon
      *> Dateien der Bots beruehren -, darum gilt als bekannt, was in
      *> BEKANNT-BOT-ID steht.
       01 BEKANNTE-BOTS.
          05 BEKANNT-COUNT PIC 99 VALUE 0.
          05 BEKANNT-BOT-ID OCCURS 20 TIMES PIC X(10).
       01 BEKANNT-IDX PIC 99.
       01 BEKANNT-MATCH PIC 99.
      *> Je RANGCFG-Variante (erste Zeile zu einem Code, wie sie
      *> RANGFOLGE-LADEN nimmt) die Zahl der gueltigen, voneinander
      *> verschiedenen Wuerfelpaare; vollstaendig sind 21.
       01 PF-VARIANTEN.
          05 PV-COUNT PIC 99 VALUE 0.
          05 PV-ENTRY OCCURS 20 TIMES.
             07 PV-CODE PIC X(8).
             07 PV-PAARE PIC 99.
       01 PV-IDX PIC 99.
       01 PV-MATCH PIC 99.
       01 PF-GESEHEN-TABELLE.
          05 PF-GESEHEN-ZEILE OCCURS 6 TIMES.
             07 PF-GESEHEN OCCURS 6 TIMES PIC X.
       01 PF-PAAR PIC X(3).
       01 PF-D1 PIC 9.
       01 PF-D2 PIC 9.
       01 PF-PAAR-IDX PIC 99.
       01 PF-PAARE PIC 99.
       01 PF-TISCHE.
          05 PT-COUNT PIC 99 VALUE 0.
          05 PT-ENTRY OCCURS 99 TIMES.
             07 PT-TABLE-NR PIC X(2).
             07 PT-ZEILE PIC 9(4).
       01 PT-IDX PIC 99.
       01 PT-MATCH PIC 99.
       01 PF-BOTS.
          05 PB-COUNT PIC 99 VALUE 0.
          05 PB-BOT-ID OCCURS 20 TIMES PIC X(10).
       01 PB-IDX PIC 99.
       01 PB-MATCH PIC 99.
       01 PF-ZAEHLER.
          05 PF-ZEILE-NR PIC 9(4) VALUE 0.
          05 PF-EINTRAEGE PIC 9(4) VALUE 0.
          05 PF-FEHLER-EINTRAEGE PIC 9(4) VALUE 0.
          05 PF-HINWEISE PIC 9(4) VALUE 0.
          05 PF-RUNDEN PIC 9(7) VALUE 0.
          05 PF-AUFRUFE-MIN PIC 9(9) VALUE 0.
          05 PF-AUFRUFE-MAX PIC 9(9) VALUE 0.
          05 PF-AKTIV-SITZE PIC 9.
          05 PF-EINTRAG-RUNDEN PIC 9(4).
       01 PF-MELDUNG PIC X(132).
       01 PF-TEXT PIC X(100).
       01 PF-ZEILE-D PIC ZZZ9.
       01 PF-RUNDEN-D PIC ZZZ9.
       01 PF-ANZAHL-D PIC ZZZZZZZZ9.
       01 PF-ANZAHL2-D PIC ZZZZZZZZ9.
       01 PF-PAARE-D PIC Z9.
       01 PF-ERGEBNIS PIC X(60).
       01 ENTRY-SEAT-COUNT PIC 9.
       01 SEAT-NEU-COUNT PIC 9.
           COPY RANGFOLGE.
           COPY RANGCFGWS.
       01 VAR PIC 99.
           MOVE "S" TO RUN-FILE-MODE
           PERFORM RANGFOLGE-EINRICHTEN
           PERFORM READ-DRIVE-CHECKPOINT
           PERFORM READ-TURN-CONTROL
           PERFORM LOAD-QUARANTINE
           PERFORM PREFLIGHT-PLAYLIST
           IF PROBELAUF OR VORPRUEF-GESPERRT OR CONTROL-GESPERRT
              CONTINUE
           ELSE
              PERFORM OPEN-LEDGER
              PERFORM PROCESS-PLAYLIST
              PERFORM CLOSE-BOT-SESSIONS
              IF LEDGER-OFFEN
                 CLOSE LEDGER-FILE
              END-IF
              IF NOT PLAYLIST-FAILED
                 PERFORM MARK-DRIVE-DONE
              END-IF
           END-IF
           IF DRIVE-RC > RETURN-CODE
              MOVE DRIVE-RC TO RETURN-CODE
                 END-IF
              ELSE
              PERFORM SET-ENTRY-FILE-MODE
              MOVE SEAT-COUNT TO ENTRY-SEAT-COUNT
              MOVE SPACE TO TISCH-AUSGESETZT-KZ
              PERFORM APPLY-QUARANTINE-TO-SEATS
      *> Die Rangfolge des Tisches stellen: erst zurueck auf
      *> Standard, dann die Variante des Eintrags laden. Der
      *> Variantencode geht ueber RUN-VARIANT-CODE mit jedem
                 PERFORM DRIVE-ONE-ROUND
                    VARYING ROUND-NR FROM 1 BY 1
                    UNTIL ROUND-NR > PLAY-ROUNDS
                       OR TISCH-AUSGESETZT
                 MOVE SPACE TO RESUME-PENDING-KZ
              END-IF
              END-IF
              ELSE
                 PERFORM DRIVE-ROUND-MESSAGES
              END-IF
              PERFORM APPLY-QUARANTINE-TO-SEATS
           END-IF
       EXIT.

      *> Nimmt Sitze in Quarantaene aus der Sitzordnung des Eintrags.
      *> Ein Tisch mit nur noch einem Bot-Sitz (bzw. ein Einzeltisch
      *> ohne seinen Bot) wird fuer die restlichen Runden ausgesetzt
      *> - eine Bot-gegen-Bot-Paarung laesst sich nicht still in ein
      *> Spiel gegen den Treiber umdeuten.
       APPLY-QUARANTINE-TO-SEATS SECTION.
           MOVE 0 TO SEAT-NEU-COUNT
           PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              MOVE SEAT-BOT-ID(SEAT-IDX) TO QUAR-KANDIDAT
              PERFORM FIND-QUARANTINE
              IF QUAR-MATCH = 0
                 ADD 1 TO SEAT-NEU-COUNT
                 MOVE SEAT-BOT-ID(SEAT-IDX)
                    TO SEAT-BOT-ID(SEAT-NEU-COUNT)
              ELSE
                 DISPLAY "TURNDRV: SITZ " QUAR-KANDIDAT
                    " AN TISCH " PLAY-TABLE-NR
                    " ENTFAELLT (QUARANTAENE)"
              END-IF
           END-PERFORM
           IF SEAT-NEU-COUNT = 0
              OR (ENTRY-SEAT-COUNT > 1 AND SEAT-NEU-COUNT < 2)
              SET TISCH-AUSGESETZT TO TRUE
              DISPLAY "TURNDRV: TISCH " PLAY-TABLE-NR
                 " AUSGESETZT (QUARANTAENE)"
              IF DRIVE-RC < 4
                 MOVE 4 TO DRIVE-RC
              END-IF
           ELSE
              MOVE SEAT-NEU-COUNT TO SEAT-COUNT
           END-IF
       EXIT.

           PERFORM CALL-BOT
           IF NOT BOT-CALL-FAILED
              PERFORM CHOOSE-DRIVER-ANNOUNCEMENT
              PERFORM FLUSH-LEDGER-ENTRY
              MOVE "TURNDRV" TO SCHIED-PLAYER
              MOVE 0 TO SCHIED-SEAT
              MOVE DRIVER-TRUE-RANG TO SCHIED-TRUE-RANG
              MOVE DRIVER-RANG TO SCHIED-ANSAGE-RANG
              PERFORM NOTE-LEDGER-ENTRY
              MOVE SPACES TO DRIVE-MESSAGE
              STRING "ANNOUNCED;TURNDRV;" DELIMITED BY SIZE
                     DRIVER-DICE          DELIMITED BY SIZE
                 IF DRIVER-BLUFFED
                    SET ROUND-WON TO TRUE
                 END-IF
                 PERFORM SETTLE-LEDGER-SEE
              WHEN OTHER
                 CONTINUE
              END-EVALUATE
              PERFORM FLUSH-LEDGER-ENTRY
              PERFORM SEND-ROUND-RESULT
           END-IF
       EXIT.
       DRIVE-ROLL-EXCHANGE SECTION.
           MOVE 21 TO RAND-SPAN
           PERFORM GENERATE-DRIVER-RAND
           MOVE RAND-WERT TO WURF-RANG
           MOVE SPACES TO DRIVE-MESSAGE
           STRING "ROLLED;"            DELIMITED BY SIZE
                  RANGFOLGE(WURF-RANG) DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  ROUND-TOKEN          DELIMITED BY SIZE
             INTO DRIVE-MESSAGE
              IF BOT-RANG > DRIVER-RANG
                 SET ROUND-WON TO TRUE
              END-IF
              IF BOT-RANG > 0
                 PERFORM FLUSH-LEDGER-ENTRY
                 MOVE PLAY-BOT-ID TO SCHIED-PLAYER
                 MOVE 1 TO SCHIED-SEAT
                 MOVE WURF-RANG TO SCHIED-TRUE-RANG
                 MOVE BOT-RANG TO SCHIED-ANSAGE-RANG
                 PERFORM NOTE-LEDGER-ENTRY
              END-IF
           END-IF
       EXIT.

           PERFORM DRIVE-SEAT-TURN
              UNTIL ROUND-DECIDED OR BOT-CALL-FAILED
                 OR ZUG-COUNT > 12
           PERFORM FLUSH-LEDGER-ENTRY
           IF NOT BOT-CALL-FAILED
              IF NOT ROUND-DECIDED
                 IF ANSAGER-IDX > 0
              ELSE
                 MOVE ANSAGER-IDX TO SIEGER-IDX
              END-IF
              PERFORM SETTLE-LEDGER-SEE
           END-IF
       EXIT.

                 MOVE WURF-RANG TO TISCH-TRUE-RANG
                 MOVE REPLY-DICE TO TISCH-ANSAGE-DICE
                 MOVE AM-ZUG-IDX TO ANSAGER-IDX
                 PERFORM FLUSH-LEDGER-ENTRY
                 MOVE SEAT-BOT-ID(AM-ZUG-IDX) TO SCHIED-PLAYER
                 MOVE AM-ZUG-IDX TO SCHIED-SEAT
                 MOVE WURF-RANG TO SCHIED-TRUE-RANG
                 MOVE BOT-RANG TO SCHIED-ANSAGE-RANG
                 PERFORM NOTE-LEDGER-ENTRY
              END-IF
           END-IF
           PERFORM NEXT-SEAT
      *> MESSAGE-TO-SERVER. Ist das Bot-Programm nicht ladbar, wird
      *> der Lauf mit Return-Code 8 beendet, damit der Scheduler den
      *> Fehler sieht, statt eine leere Turnierrunde zu werten.
      *> Ein Bot in Quarantaene wird nicht mehr aufgerufen; nur der
      *> Umschaltaufruf der Dateifuehrung (leere Nachricht) geht
      *> noch durch, damit er seine Dateien schliessen kann.
       CALL-BOT SECTION.
           MOVE DRIVE-MESSAGE TO SERVER-MESSAGE
           MOVE SPACES TO MESSAGE-TO-SERVER
           MOVE CALL-BOT-NAME TO QUAR-KANDIDAT
           PERFORM FIND-QUARANTINE
           IF QUAR-MATCH > 0 AND DRIVE-MESSAGE NOT = SPACES
              SET BOT-CALL-FAILED TO TRUE
           ELSE
              MOVE 0 TO RETURN-CODE
              CALL CALL-BOT-NAME USING BOT-PARAMETERS
                 ON EXCEPTION
                    DISPLAY "TURNDRV: BOT NICHT AUFRUFBAR: "
                       CALL-BOT-NAME
                    SET BOT-CALL-FAILED TO TRUE
                    IF DRIVE-RC < 8
                       MOVE 8 TO DRIVE-RC
                    END-IF
                    MOVE "LADE" TO FEHLER-GRUND
                    PERFORM COUNT-BOT-FAILURE
                 NOT ON EXCEPTION
                    PERFORM NOTE-DRIVEN-BOT
                    PERFORM CHECK-BOT-REPLY
              END-CALL
           END-IF
       EXIT.

      *> Prueft den Aufruf fuer die Quarantaene-Sicherung. Eine
      *> Antwort erwartet der Server nur auf ROUND STARTING (JOIN),
      *> YOUR TURN (ROLL oder SEE) und ROLLED (ANNOUNCE mit Wuerfeln
      *> aus der Rangfolge des Tisches); nur diese Aufrufe setzen
      *> die Fehlerfolge zurueck, die uebrigen koennen sie allein
      *> ueber den RETURN-CODE verlaengern.
       CHECK-BOT-REPLY SECTION.
           MOVE SPACES TO FEHLER-GRUND
           MOVE SPACES TO MSG-VERB
           MOVE SPACE TO ANTWORT-ERWARTET-KZ
           UNSTRING DRIVE-MESSAGE DELIMITED BY ";"
              INTO MSG-VERB
           IF MSG-VERB = "ROUND STARTING" OR "YOUR TURN" OR "ROLLED"
              SET ANTWORT-ERWARTET TO TRUE
           END-IF
           IF RETURN-CODE NOT = 0
              MOVE "RCOD" TO FEHLER-GRUND
           ELSE
              IF ANTWORT-ERWARTET
                 IF MESSAGE-TO-SERVER = SPACES
                    MOVE "LEER" TO FEHLER-GRUND
                 ELSE
                    PERFORM PARSE-BOT-REPLY
                    EVALUATE MSG-VERB
                    WHEN "ROUND STARTING"
                       IF REPLY-VERB NOT = "JOIN"
                          MOVE "FORM" TO FEHLER-GRUND
                       END-IF
                    WHEN "YOUR TURN"
                       IF REPLY-VERB NOT = "ROLL"
                          AND REPLY-VERB NOT = "SEE"
                          MOVE "FORM" TO FEHLER-GRUND
                       END-IF
                    WHEN OTHER
                       MOVE 0 TO BOT-RANG
                       IF REPLY-VERB = "ANNOUNCE"
                          PERFORM VARYING VAR FROM 1 BY 1
                             UNTIL VAR > 21
                             IF DICE-1 IN REPLY-DICE =
                                   DICE-1 IN RANGFOLGE(VAR)
                                AND DICE-2 IN REPLY-DICE =
                                    DICE-2 IN RANGFOLGE(VAR)
                                COMPUTE BOT-RANG = VAR
                             END-IF
                          END-PERFORM
                       END-IF
                       IF BOT-RANG = 0
                          MOVE "FORM" TO FEHLER-GRUND
                       END-IF
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF
           IF FEHLER-GRUND NOT = SPACES
              PERFORM COUNT-BOT-FAILURE
           ELSE
              IF ANTWORT-ERWARTET
                 PERFORM FIND-FAILURE-ENTRY
                 IF FEHLER-MATCH > 0
                    MOVE 0 TO FT-FOLGE(FEHLER-MATCH)
                 END-IF
              END-IF
           END-IF
       EXIT.

       FIND-FAILURE-ENTRY SECTION.
           MOVE 0 TO FEHLER-MATCH
           PERFORM VARYING FEHLER-IDX FROM 1 BY 1
              UNTIL FEHLER-IDX > FEHLER-COUNT
              IF FT-BOT-ID(FEHLER-IDX) = CALL-BOT-NAME
                 MOVE FEHLER-IDX TO FEHLER-MATCH
              END-IF
           END-PERFORM
       EXIT.

       COUNT-BOT-FAILURE SECTION.
           PERFORM FIND-FAILURE-ENTRY
           IF FEHLER-MATCH = 0 AND FEHLER-COUNT < 20
              ADD 1 TO FEHLER-COUNT
              MOVE FEHLER-COUNT TO FEHLER-MATCH
              MOVE CALL-BOT-NAME TO FT-BOT-ID(FEHLER-MATCH)
              MOVE 0 TO FT-FOLGE(FEHLER-MATCH)
           END-IF
           IF FEHLER-MATCH > 0
              ADD 1 TO FT-FOLGE(FEHLER-MATCH)
              IF FT-FOLGE(FEHLER-MATCH) >= QUAR-SCHWELLE
                 PERFORM QUARANTINE-BOT
                 SET BOT-CALL-FAILED TO TRUE
              END-IF
           END-IF
       EXIT.

      *> Setzt CALL-BOT-NAME in Quarantaene und schreibt QUARANT
      *> sofort neu, damit der Eintrag auch einen Abbruch des Laufs
      *> uebersteht.
       QUARANTINE-BOT SECTION.
           MOVE CALL-BOT-NAME TO QUAR-KANDIDAT
           PERFORM FIND-QUARANTINE
           IF QUAR-MATCH = 0
              IF QUAR-COUNT < 20
                 ADD 1 TO QUAR-COUNT
                 MOVE CALL-BOT-NAME TO QT-BOT-ID(QUAR-COUNT)
                 MOVE FEHLER-GRUND TO QT-GRUND(QUAR-COUNT)
                 MOVE FT-FOLGE(FEHLER-MATCH) TO QT-FOLGE(QUAR-COUNT)
                 MOVE FUNCTION CURRENT-DATE
                    TO QT-TIMESTAMP(QUAR-COUNT)
                 DISPLAY "TURNDRV: BOT " CALL-BOT-NAME
                    " IN QUARANTAENE NACH " FT-FOLGE(FEHLER-MATCH)
                    " FEHLAUFRUFEN (" FEHLER-GRUND ")"
                 MOVE "QUARANTINE-BOT" TO ERR-SECTION-NAME
                 MOVE "QUARANT" TO ERR-FILE-NAME
                 MOVE "QU" TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 IF DRIVE-RC < 4
                    MOVE 4 TO DRIVE-RC
                 END-IF
                 PERFORM REWRITE-QUARANTINE-FILE
              ELSE
                 DISPLAY "TURNDRV: QUARANTAENE-TABELLE VOLL, "
                    CALL-BOT-NAME " LAEUFT WEITER"
                 MOVE "QUARANTINE-BOT" TO ERR-SECTION-NAME
                 MOVE "QUARANT" TO ERR-FILE-NAME
                 MOVE "OV" TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 IF DRIVE-RC < 8
                    MOVE 8 TO DRIVE-RC
                 END-IF
              END-IF
           END-IF
       EXIT.

       FIND-QUARANTINE SECTION.
           MOVE 0 TO QUAR-MATCH
           PERFORM VARYING QUAR-IDX FROM 1 BY 1
              UNTIL QUAR-IDX > QUAR-COUNT
              IF QT-BOT-ID(QUAR-IDX) = QUAR-KANDIDAT
                 MOVE QUAR-IDX TO QUAR-MATCH
              END-IF
           END-PERFORM
       EXIT.

      *> Merkt sich jedes erfolgreich aufgerufene Bot-Programm fuer
           PERFORM WRITE-DRIVE-CHECKPOINT
       EXIT.

      *> Liest die Steuerkarten aus TURNCTL. Fehlt die Datei, gelten
      *> die Standardwerte. Laesst sich TURNCTL nicht lesen oder ist
      *> eine Karte unbekannt, ungueltig oder passt sie nicht mehr in
      *> ihre Tabelle (je 20 FREIGABE- und BOT-Eintraege), wird das
      *> nach ERRLOG gemeldet (Return-Code 8) und der Lauf gesperrt:
      *> die Vorpruefung laeuft noch, aber kein Bot wird aufgerufen -
      *> ein Lauf mit halb verstandenen Steuerkarten waere nicht der
      *> bestellte.
       READ-TURN-CONTROL SECTION.
           MOVE 0 TO FREIGABE-COUNT
           MOVE "DUMMBOT" TO BEKANNT-BOT-ID(1)
           MOVE "SIMPLBOT" TO BEKANNT-BOT-ID(2)
           MOVE "STATBOT" TO BEKANNT-BOT-ID(3)
           MOVE 3 TO BEKANNT-COUNT
           OPEN INPUT TURN-CONTROL-FILE
           IF TURN-CONTROL-STATUS = "00"
              MOVE SPACE TO CONTROL-EOF-KZ
              PERFORM READ-CONTROL-CARD
              PERFORM DISPATCH-CONTROL-CARD UNTIL CONTROL-EOF
              CLOSE TURN-CONTROL-FILE
           ELSE
              IF TURN-CONTROL-STATUS NOT = "35"
                 MOVE "READ-TURN-CONTROL" TO ERR-SECTION-NAME
                 MOVE "TURNCTL" TO ERR-FILE-NAME
                 MOVE TURN-CONTROL-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET CONTROL-GESPERRT TO TRUE
                 IF DRIVE-RC < 8
                    MOVE 8 TO DRIVE-RC
                 END-IF
              END-IF
           END-IF
       EXIT.

       READ-CONTROL-CARD SECTION.
           READ TURN-CONTROL-FILE
              AT END
                 SET CONTROL-EOF TO TRUE
           END-READ
       EXIT.

       DISPATCH-CONTROL-CARD SECTION.
           MOVE SPACES TO CTL-VERB CTL-ARG-1
           UNSTRING TURN-CONTROL-RECORD DELIMITED BY ";"
              INTO CTL-VERB
                   CTL-ARG-1
           EVALUATE CTL-VERB
           WHEN "SCHWELLE"
              IF FUNCTION TRIM(CTL-ARG-1) IS NUMERIC
                 AND FUNCTION NUMVAL(CTL-ARG-1) > 0
                 AND FUNCTION NUMVAL(CTL-ARG-1) < 100
                 COMPUTE QUAR-SCHWELLE = FUNCTION NUMVAL(CTL-ARG-1)
              ELSE
                 DISPLAY "TURNDRV: UNGUELTIGE SCHWELLE: "
                    TURN-CONTROL-RECORD
                 MOVE "SK" TO ERR-FILE-STATUS
                 PERFORM REJECT-CONTROL-CARD
              END-IF
           WHEN "FREIGABE"
              IF FREIGABE-COUNT < 20
                 ADD 1 TO FREIGABE-COUNT
                 MOVE CTL-ARG-1 TO FREIGABE-BOT-ID(FREIGABE-COUNT)
              ELSE
                 DISPLAY "TURNDRV: ZU VIELE FREIGABE-KARTEN: "
                    TURN-CONTROL-RECORD
                 MOVE "UE" TO ERR-FILE-STATUS
                 PERFORM REJECT-CONTROL-CARD
              END-IF
           WHEN "PROBELAUF"
              SET PROBELAUF TO TRUE
           WHEN "VORPRUEFUNG"
              EVALUATE CTL-ARG-1
              WHEN "WARNEN"
                 SET VORPRUEF-WARNEN TO TRUE
              WHEN "ABBRECHEN"
                 MOVE SPACE TO VORPRUEF-MODUS-KZ
              WHEN OTHER
                 DISPLAY "TURNDRV: UNGUELTIGER PRUEFMODUS: "
                    TURN-CONTROL-RECORD
                 MOVE "SK" TO ERR-FILE-STATUS
                 PERFORM REJECT-CONTROL-CARD
              END-EVALUATE
           WHEN "BOT"
              IF CTL-ARG-1 NOT = SPACES
                 IF BEKANNT-COUNT < 20
                    ADD 1 TO BEKANNT-COUNT
                    MOVE CTL-ARG-1 TO BEKANNT-BOT-ID(BEKANNT-COUNT)
                 ELSE
                    DISPLAY "TURNDRV: ZU VIELE BOT-KARTEN: "
                       TURN-CONTROL-RECORD
                    MOVE "UE" TO ERR-FILE-STATUS
                    PERFORM REJECT-CONTROL-CARD
                 END-IF
              END-IF
           WHEN SPACES
              CONTINUE
           WHEN OTHER
              IF TURN-CONTROL-RECORD(1:1) NOT = "*"
                 DISPLAY "TURNDRV: UNBEKANNTES KOMMANDO: "
                    TURN-CONTROL-RECORD
                 MOVE "SK" TO ERR-FILE-STATUS
                 PERFORM REJECT-CONTROL-CARD
              END-IF
           END-EVALUATE
           PERFORM READ-CONTROL-CARD
       EXIT.

      *> Eine nicht verwertbare Steuerkarte: ERRLOG-Eintrag mit dem
      *> vom Aufrufer gesetzten Grund (SK = Karte unbekannt oder
      *> ungueltig, UE = Tabelle voll), Return-Code 8 und Sperre des
      *> Laufs.
       REJECT-CONTROL-CARD SECTION.
           MOVE "DISPATCH-CONTROL-CARD" TO ERR-SECTION-NAME
           MOVE "TURNCTL" TO ERR-FILE-NAME
           PERFORM WRITE-ERRLOG
           SET CONTROL-GESPERRT TO TRUE
           IF DRIVE-RC < 8
              MOVE 8 TO DRIVE-RC
           END-IF
       EXIT.

      *> Laedt die Quarantaene-Eintraege frueherer Laeufe. Ein per
      *> FREIGABE-Karte entlassener Bot wird nicht uebernommen und
      *> QUARANT ohne ihn neu geschrieben.
       LOAD-QUARANTINE SECTION.
           MOVE 0 TO QUAR-COUNT
           MOVE SPACE TO QUAR-GEAENDERT-KZ
           OPEN INPUT QUARANTINE-FILE
           IF QUARANTINE-STATUS = "00"
              MOVE SPACE TO QUAR-EOF-KZ
              PERFORM READ-QUARANTINE-RECORD
              PERFORM STORE-QUARANTINE-LINE UNTIL QUAR-EOF
              CLOSE QUARANTINE-FILE
           ELSE
              IF QUARANTINE-STATUS NOT = "35"
                 MOVE "LOAD-QUARANTINE" TO ERR-SECTION-NAME
                 MOVE "QUARANT" TO ERR-FILE-NAME
                 MOVE QUARANTINE-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 IF DRIVE-RC < 8
                    MOVE 8 TO DRIVE-RC
                 END-IF
              END-IF
           END-IF
      *> Ein Probelauf oder ein wegen der Steuerkarten gesperrter
      *> Lauf laesst QUARANT unveraendert; die Freigabe wirkt erst
      *> im echten Lauf.
           IF QUAR-GEAENDERT AND NOT PROBELAUF
              AND NOT CONTROL-GESPERRT
              PERFORM REWRITE-QUARANTINE-FILE
           END-IF
       EXIT.

       READ-QUARANTINE-RECORD SECTION.
           READ QUARANTINE-FILE
              AT END
                 SET QUAR-EOF TO TRUE
           END-READ
       EXIT.

       STORE-QUARANTINE-LINE SECTION.
           MOVE SPACES TO QUAR-ZEILE
           UNSTRING QUARANTINE-RECORD DELIMITED BY ";"
              INTO QZ-BOT-ID
                   QZ-GRUND
                   QZ-FOLGE-X
                   QZ-TIMESTAMP
           IF QZ-BOT-ID NOT = SPACES
              MOVE QZ-BOT-ID TO QUAR-KANDIDAT
              PERFORM FIND-QUARANTINE
              PERFORM VARYING FREIGABE-IDX FROM 1 BY 1
                 UNTIL FREIGABE-IDX > FREIGABE-COUNT
                 IF FREIGABE-BOT-ID(FREIGABE-IDX) = QZ-BOT-ID
                    MOVE 99 TO QUAR-MATCH
                 END-IF
              END-PERFORM
              EVALUATE TRUE
              WHEN QUAR-MATCH = 99
                 DISPLAY "TURNDRV: BOT " QZ-BOT-ID
                    " AUS QUARANTAENE ENTLASSEN"
                 SET QUAR-GEAENDERT TO TRUE
              WHEN QUAR-MATCH > 0
                 SET QUAR-GEAENDERT TO TRUE
              WHEN QUAR-COUNT < 20
                 ADD 1 TO QUAR-COUNT
                 MOVE QZ-BOT-ID TO QT-BOT-ID(QUAR-COUNT)
                 MOVE QZ-GRUND TO QT-GRUND(QUAR-COUNT)
                 IF QZ-FOLGE-X NUMERIC
                    MOVE QZ-FOLGE-X TO QT-FOLGE(QUAR-COUNT)
                 ELSE
                    MOVE 0 TO QT-FOLGE(QUAR-COUNT)
                 END-IF
                 MOVE QZ-TIMESTAMP TO QT-TIMESTAMP(QUAR-COUNT)
                 DISPLAY "TURNDRV: BOT " QZ-BOT-ID
                    " IN QUARANTAENE SEIT " QZ-TIMESTAMP(1:8)
              WHEN OTHER
                 DISPLAY "TURNDRV: QUARANTAENE-TABELLE VOLL, "
                    QZ-BOT-ID " NICHT GELADEN"
                 IF DRIVE-RC < 8
                    MOVE 8 TO DRIVE-RC
                 END-IF
              END-EVALUATE
           END-IF
           PERFORM READ-QUARANTINE-RECORD
       EXIT.

       REWRITE-QUARANTINE-FILE SECTION.
           OPEN OUTPUT QUARANTINE-FILE
           IF QUARANTINE-STATUS = "00"
              PERFORM VARYING QUAR-IDX FROM 1 BY 1
                 UNTIL QUAR-IDX > QUAR-COUNT
                 MOVE SPACES TO QUARANTINE-RECORD
                 STRING QT-BOT-ID(QUAR-IDX)    DELIMITED BY SPACE
                        ";"                    DELIMITED BY SIZE
                        QT-GRUND(QUAR-IDX)     DELIMITED BY SIZE
                        ";"                    DELIMITED BY SIZE
                        QT-FOLGE(QUAR-IDX)     DELIMITED BY SIZE
                        ";"                    DELIMITED BY SIZE
                        QT-TIMESTAMP(QUAR-IDX) DELIMITED BY SIZE
                   INTO QUARANTINE-RECORD
                 WRITE QUARANTINE-RECORD
              END-PERFORM
              CLOSE QUARANTINE-FILE
           ELSE
              MOVE "REWRITE-QUARANTINE-FILE" TO ERR-SECTION-NAME
              MOVE "QUARANT" TO ERR-FILE-NAME
              MOVE QUARANTINE-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              IF DRIVE-RC < 8
                 MOVE 8 TO DRIVE-RC
              END-IF
           END-IF
       EXIT.

      *> Vorpruefung der ganzen Spielliste, bevor der erste Bot
      *> aufgerufen wird. Je Eintrag wird geprueft: bekannte Bot-
      *> Programme, kein Bot doppelt am Tisch, vollstaendige und im
      *> Lauf nur einmal vergebene Tischnummer, numerische Rundenzahl
      *> ueber 0, und eine Variante, die in RANGCFG mit allen 21
      *> verschiedenen Wuerfelpaaren steht. Der Bericht TURNPRF nennt
      *> je Eintrag Fehler und Hinweise (etwa Sitze in Quarantaene)
      *> und zum Schluss Runden und Bot-Aufrufe des Laufs. Die Zahl
      *> der Aufrufe haengt vom Spielverlauf ab und steht darum als
      *> Spanne da: ein Einzeltisch kostet je Runde 5 oder 6 Aufrufe,
      *> ein Tisch mit N Sitzen 3N+1 bis 3N+38 (hoechstens 13 Zuege)
      *> und einmal N fuer die Dateifuehrung; dazu kommt je Bot der
      *> Abschlussaufruf am Lauf-Ende.
      *> Ein fehlerhafter Eintrag haelt den ganzen Lauf an (Return-
      *> Code 8, TURNCHKP bleibt unberuehrt), damit kein halb
      *> gespieltes Turnier entsteht - ausser die Karte
      *> VORPRUEFUNG;WARNEN laesst ihn trotzdem starten. Hinweise
      *> allein ergeben Return-Code 4.
       PREFLIGHT-PLAYLIST SECTION.
           OPEN OUTPUT PREFLIGHT-REPORT-FILE
           IF PREFLIGHT-REPORT-STATUS = "00"
              SET PF-REPORT-OFFEN TO TRUE
           ELSE
              MOVE "PREFLIGHT-PLAYLIST" TO ERR-SECTION-NAME
              MOVE "TURNPRF" TO ERR-FILE-NAME
              MOVE PREFLIGHT-REPORT-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              IF DRIVE-RC < 8
                 MOVE 8 TO DRIVE-RC
              END-IF
           END-IF
           MOVE SPACES TO PF-TEXT
           EVALUATE TRUE
           WHEN PROBELAUF
              MOVE "PROBELAUF" TO PF-TEXT
           WHEN VORPRUEF-WARNEN
              MOVE "LAUF, FEHLER NUR WARNEN" TO PF-TEXT
           WHEN OTHER
              MOVE "LAUF" TO PF-TEXT
           END-EVALUATE
           MOVE SPACES TO PF-MELDUNG
           STRING "TURNDRV VORPRUEFUNG DER SPIELLISTE  "
                                              DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  FUNCTION CURRENT-DATE(9:4)  DELIMITED BY SIZE
                  "  MODUS: "                 DELIMITED BY SIZE
                  PF-TEXT                     DELIMITED BY "  "
             INTO PF-MELDUNG
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE SPACES TO PF-MELDUNG
           PERFORM WRITE-PREFLIGHT-LINE
           PERFORM PREFLIGHT-LOAD-RANGCFG
           OPEN INPUT PLAYLIST-FILE
           IF PLAYLIST-STATUS = "00"
              MOVE SPACE TO PLAYLIST-EOF-KZ
              PERFORM READ-PLAYLIST-RECORD
              PERFORM PREFLIGHT-ENTRY UNTIL PLAYLIST-EOF
              CLOSE PLAYLIST-FILE
              MOVE SPACE TO PLAYLIST-EOF-KZ
           ELSE
              MOVE SPACE TO PF-EINTRAG-KZ
              MOVE SPACES TO PF-TEXT
              STRING "PLAYLIST NICHT LESBAR, STATUS "
                                          DELIMITED BY SIZE
                     PLAYLIST-STATUS      DELIMITED BY SIZE
                INTO PF-TEXT
              PERFORM PREFLIGHT-FEHLER
              ADD 1 TO PF-FEHLER-EINTRAEGE
           END-IF
           PERFORM PREFLIGHT-SUMMARY
           IF PF-REPORT-OFFEN
              CLOSE PREFLIGHT-REPORT-FILE
              MOVE SPACE TO PF-REPORT-KZ
           END-IF
       EXIT.

      *> Merkt sich je Variantencode aus RANGCFG, wie viele gueltige,
      *> verschiedene Paare die erste Zeile dieses Codes traegt.
      *> Maengel an Zeilen, die heute keiner spielt, sind nur
      *> Hinweise; erst ein Eintrag mit dieser Variante ist Fehler.
       PREFLIGHT-LOAD-RANGCFG SECTION.
           MOVE 0 TO PV-COUNT
           OPEN INPUT RANG-CONFIG-FILE
           IF RANG-CONFIG-STATUS = "00"
              MOVE SPACE TO RANGCFG-EOF-KZ
              PERFORM READ-RANG-CONFIG
              PERFORM PREFLIGHT-RANGCFG-LINE UNTIL RANGCFG-EOF
              CLOSE RANG-CONFIG-FILE
           ELSE
              IF RANG-CONFIG-STATUS NOT = "35"
                 MOVE SPACES TO PF-TEXT
                 STRING "RANGCFG NICHT LESBAR, STATUS "
                                             DELIMITED BY SIZE
                        RANG-CONFIG-STATUS   DELIMITED BY SIZE
                   INTO PF-TEXT
                 PERFORM PREFLIGHT-HINWEIS
              END-IF
           END-IF
       EXIT.

       PREFLIGHT-RANGCFG-LINE SECTION.
           MOVE SPACES TO RANGCFG-ZEILE
           UNSTRING RANG-CONFIG-RECORD DELIMITED BY ";"
              INTO RANGCFG-CODE
                   RANGCFG-DICE(1) RANGCFG-DICE(2) RANGCFG-DICE(3)
                   RANGCFG-DICE(4) RANGCFG-DICE(5) RANGCFG-DICE(6)
                   RANGCFG-DICE(7) RANGCFG-DICE(8) RANGCFG-DICE(9)
                   RANGCFG-DICE(10) RANGCFG-DICE(11)
                   RANGCFG-DICE(12) RANGCFG-DICE(13)
                   RANGCFG-DICE(14) RANGCFG-DICE(15)
                   RANGCFG-DICE(16) RANGCFG-DICE(17)
                   RANGCFG-DICE(18) RANGCFG-DICE(19)
                   RANGCFG-DICE(20) RANGCFG-DICE(21)
           IF RANGCFG-CODE NOT = SPACES
              AND RANG-CONFIG-RECORD(1:1) NOT = "*"
              PERFORM FIND-PREFLIGHT-VARIANT
              IF PV-MATCH > 0
                 MOVE SPACES TO PF-TEXT
                 STRING "RANGCFG: VARIANTE "  DELIMITED BY SIZE
                        RANGCFG-CODE          DELIMITED BY SPACE
                        " MEHRFACH, ES GILT DIE ERSTE ZEILE"
                                              DELIMITED BY SIZE
                   INTO PF-TEXT
                 PERFORM PREFLIGHT-HINWEIS
              ELSE
                 PERFORM PREFLIGHT-COUNT-PAIRS
                 IF PV-COUNT < 20
                    ADD 1 TO PV-COUNT
                    MOVE RANGCFG-CODE TO PV-CODE(PV-COUNT)
                    MOVE PF-PAARE TO PV-PAARE(PV-COUNT)
                 ELSE
                    MOVE SPACES TO PF-TEXT
                    STRING "RANGCFG: MEHR ALS 20 VARIANTEN, "
                                                 DELIMITED BY SIZE
                           RANGCFG-CODE          DELIMITED BY SPACE
                           " NICHT GEPRUEFT"     DELIMITED BY SIZE
                      INTO PF-TEXT
                    PERFORM PREFLIGHT-HINWEIS
                 END-IF
                 IF PF-PAARE < 21
                    MOVE PF-PAARE TO PF-PAARE-D
                    MOVE SPACES TO PF-TEXT
                    STRING "RANGCFG: VARIANTE "  DELIMITED BY SIZE
                           RANGCFG-CODE          DELIMITED BY SPACE
                           " HAT NUR "           DELIMITED BY SIZE
                           PF-PAARE-D            DELIMITED BY SIZE
                           " VON 21 VERSCHIEDENEN PAAREN"
                                                 DELIMITED BY SIZE
                      INTO PF-TEXT
                    PERFORM PREFLIGHT-HINWEIS
                 END-IF
              END-IF
           END-IF
           PERFORM READ-RANG-CONFIG
       EXIT.

      *> Zaehlt die gueltigen Paare "d,d" (Augen 1 bis 6) der Zeile;
      *> ein Paar, das in anderer Reihenfolge schon vorkam, zaehlt
      *> nicht noch einmal. 21 heisst: jedes Paar genau einmal.
       PREFLIGHT-COUNT-PAIRS SECTION.
           MOVE ALL "N" TO PF-GESEHEN-TABELLE
           MOVE 0 TO PF-PAARE
           PERFORM VARYING PF-PAAR-IDX FROM 1 BY 1
              UNTIL PF-PAAR-IDX > 21
              MOVE RANGCFG-DICE(PF-PAAR-IDX) TO PF-PAAR
              IF PF-PAAR(1:1) >= "1" AND PF-PAAR(1:1) <= "6"
                 AND PF-PAAR(2:1) = ","
                 AND PF-PAAR(3:1) >= "1" AND PF-PAAR(3:1) <= "6"
                 IF PF-PAAR(1:1) >= PF-PAAR(3:1)
                    MOVE PF-PAAR(1:1) TO PF-D1
                    MOVE PF-PAAR(3:1) TO PF-D2
                 ELSE
                    MOVE PF-PAAR(3:1) TO PF-D1
                    MOVE PF-PAAR(1:1) TO PF-D2
                 END-IF
                 IF PF-GESEHEN(PF-D1, PF-D2) = "N"
                    MOVE "J" TO PF-GESEHEN(PF-D1, PF-D2)
                    ADD 1 TO PF-PAARE
                 END-IF
              END-IF
           END-PERFORM
       EXIT.

       FIND-PREFLIGHT-VARIANT SECTION.
           MOVE 0 TO PV-MATCH
           PERFORM VARYING PV-IDX FROM 1 BY 1
              UNTIL PV-IDX > PV-COUNT
              IF PV-CODE(PV-IDX) = RANGCFG-CODE
                 MOVE PV-IDX TO PV-MATCH
              END-IF
           END-PERFORM
       EXIT.

       PREFLIGHT-ENTRY SECTION.
           ADD 1 TO PF-ZEILE-NR
           MOVE SPACES TO PLAY-BOT-ID PLAY-TABLE-NR PLAY-ROUNDS-X
                          PLAY-VARIANT
                          PLAY-SEAT-2 PLAY-SEAT-3 PLAY-SEAT-4
           UNSTRING PLAYLIST-RECORD DELIMITED BY ";"
              INTO PLAY-BOT-ID
                   PLAY-TABLE-NR
                   PLAY-ROUNDS-X
                   PLAY-VARIANT
                   PLAY-SEAT-2
                   PLAY-SEAT-3
                   PLAY-SEAT-4
           IF PLAYLIST-RECORD NOT = SPACES
              AND PLAYLIST-RECORD(1:1) NOT = "*"
              ADD 1 TO PF-EINTRAEGE
              MOVE SPACE TO PF-EINTRAG-KZ
              MOVE 0 TO PF-EINTRAG-RUNDEN
              MOVE PF-ZEILE-NR TO PF-ZEILE-D
              MOVE SPACES TO PF-MELDUNG
              STRING "ZEILE "         DELIMITED BY SIZE
                     PF-ZEILE-D       DELIMITED BY SIZE
                     ": "             DELIMITED BY SIZE
                     PLAYLIST-RECORD  DELIMITED BY "  "
                INTO PF-MELDUNG
              PERFORM WRITE-PREFLIGHT-LINE
              IF PLAY-BOT-ID = SPACES
                 MOVE "KEIN BOT-PROGRAMM IM ERSTEN FELD" TO PF-TEXT
                 PERFORM PREFLIGHT-FEHLER
              END-IF
              MOVE 0 TO TABLE-BLANK-COUNT
              INSPECT PLAY-TABLE-NR TALLYING TABLE-BLANK-COUNT
                 FOR ALL SPACE
              IF TABLE-BLANK-COUNT NOT = 0
                 MOVE "TISCHNUMMER FEHLT ODER NICHT ZWEISTELLIG"
                    TO PF-TEXT
                 PERFORM PREFLIGHT-FEHLER
              ELSE
                 PERFORM PREFLIGHT-CHECK-TABLE
              END-IF
              PERFORM PREFLIGHT-CHECK-ROUNDS
              PERFORM BUILD-SEAT-TABLE
              IF SEAT-DUPLIKAT
                 MOVE "DERSELBE BOT SITZT MEHRFACH AM TISCH"
                    TO PF-TEXT
                 PERFORM PREFLIGHT-FEHLER
              END-IF
              PERFORM VARYING SEAT-IDX FROM 1 BY 1
                 UNTIL SEAT-IDX > SEAT-COUNT
                 IF SEAT-BOT-ID(SEAT-IDX) NOT = SPACES
                    PERFORM PREFLIGHT-CHECK-BOT
                 END-IF
              END-PERFORM
              PERFORM PREFLIGHT-CHECK-VARIANT
              IF PF-EINTRAG-FEHLER
                 ADD 1 TO PF-FEHLER-EINTRAEGE
                 MOVE "     -> EINTRAG FEHLERHAFT" TO PF-MELDUNG
                 PERFORM WRITE-PREFLIGHT-LINE
              ELSE
                 PERFORM PREFLIGHT-COST
              END-IF
           END-IF
           PERFORM READ-PLAYLIST-RECORD
       EXIT.

      *> Jede Tischnummer darf im Lauf nur einmal vorkommen: sie
      *> steht im Rundentoken, und der Checkpoint findet seinen
      *> Eintrag ueber Bot und Tisch wieder.
       PREFLIGHT-CHECK-TABLE SECTION.
           MOVE 0 TO PT-MATCH
           PERFORM VARYING PT-IDX FROM 1 BY 1
              UNTIL PT-IDX > PT-COUNT
              IF PT-TABLE-NR(PT-IDX) = PLAY-TABLE-NR
                 MOVE PT-IDX TO PT-MATCH
              END-IF
           END-PERFORM
           IF PT-MATCH > 0
              MOVE PT-ZEILE(PT-MATCH) TO PF-ZEILE-D
              MOVE SPACES TO PF-TEXT
              STRING "TISCH "          DELIMITED BY SIZE
                     PLAY-TABLE-NR     DELIMITED BY SIZE
                     " SCHON IN ZEILE " DELIMITED BY SIZE
                     PF-ZEILE-D        DELIMITED BY SIZE
                INTO PF-TEXT
              PERFORM PREFLIGHT-FEHLER
           ELSE
              IF PT-COUNT < 99
                 ADD 1 TO PT-COUNT
                 MOVE PLAY-TABLE-NR TO PT-TABLE-NR(PT-COUNT)
                 MOVE PF-ZEILE-NR TO PT-ZEILE(PT-COUNT)
              END-IF
           END-IF
       EXIT.

       PREFLIGHT-CHECK-ROUNDS SECTION.
           IF PLAY-ROUNDS-X = SPACES
              MOVE "RUNDENZAHL FEHLT" TO PF-TEXT
              PERFORM PREFLIGHT-FEHLER
           ELSE
              IF FUNCTION TRIM(PLAY-ROUNDS-X) IS NUMERIC
                 COMPUTE PF-EINTRAG-RUNDEN =
                    FUNCTION NUMVAL(PLAY-ROUNDS-X)
                 IF PF-EINTRAG-RUNDEN = 0
                    MOVE "RUNDENZAHL IST 0" TO PF-TEXT
                    PERFORM PREFLIGHT-FEHLER
                 END-IF
              ELSE
                 MOVE SPACES TO PF-TEXT
                 STRING "RUNDENZAHL NICHT NUMERISCH: "
                                          DELIMITED BY SIZE
                        PLAY-ROUNDS-X     DELIMITED BY SIZE
                   INTO PF-TEXT
                 PERFORM PREFLIGHT-FEHLER
              END-IF
           END-IF
       EXIT.

       PREFLIGHT-CHECK-BOT SECTION.
           MOVE 0 TO BEKANNT-MATCH
           PERFORM VARYING BEKANNT-IDX FROM 1 BY 1
              UNTIL BEKANNT-IDX > BEKANNT-COUNT
              IF BEKANNT-BOT-ID(BEKANNT-IDX) = SEAT-BOT-ID(SEAT-IDX)
                 MOVE BEKANNT-IDX TO BEKANNT-MATCH
              END-IF
           END-PERFORM
           IF BEKANNT-MATCH = 0
              MOVE SPACES TO PF-TEXT
              STRING "UNBEKANNTES BOT-PROGRAMM " DELIMITED BY SIZE
                     SEAT-BOT-ID(SEAT-IDX)       DELIMITED BY SPACE
                INTO PF-TEXT
              PERFORM PREFLIGHT-FEHLER
           END-IF
       EXIT.

       PREFLIGHT-CHECK-VARIANT SECTION.
           IF PLAY-VARIANT NOT = SPACES
              AND PLAY-VARIANT NOT = "STANDARD"
              MOVE PLAY-VARIANT TO RANGCFG-CODE
              PERFORM FIND-PREFLIGHT-VARIANT
              IF PV-MATCH = 0
                 MOVE SPACES TO PF-TEXT
                 STRING "VARIANTE "           DELIMITED BY SIZE
                        PLAY-VARIANT          DELIMITED BY SPACE
                        " FEHLT IN RANGCFG"   DELIMITED BY SIZE
                   INTO PF-TEXT
                 PERFORM PREFLIGHT-FEHLER
              ELSE
                 IF PV-PAARE(PV-MATCH) < 21
                    MOVE PV-PAARE(PV-MATCH) TO PF-PAARE-D
                    MOVE SPACES TO PF-TEXT
                    STRING "VARIANTE "          DELIMITED BY SIZE
                           PLAY-VARIANT         DELIMITED BY SPACE
                           " IN RANGCFG UNVOLLSTAENDIG ("
                                                DELIMITED BY SIZE
                           PF-PAARE-D           DELIMITED BY SIZE
                           " VON 21 PAAREN)"    DELIMITED BY SIZE
                      INTO PF-TEXT
                    PERFORM PREFLIGHT-FEHLER
                 END-IF
              END-IF
           END-IF
       EXIT.

      *> Kosten eines fehlerfreien Eintrags. Sitze in Quarantaene
      *> entfallen wie im Lauf (APPLY-QUARANTINE-TO-SEATS); ein Tisch,
      *> der dadurch ausgesetzt wird, kostet keine Runde.
       PREFLIGHT-COST SECTION.
           MOVE 0 TO PF-AKTIV-SITZE
           PERFORM VARYING SEAT-IDX FROM 1 BY 1
              UNTIL SEAT-IDX > SEAT-COUNT
              MOVE SEAT-BOT-ID(SEAT-IDX) TO QUAR-KANDIDAT
              PERFORM FIND-QUARANTINE
              IF QUAR-MATCH = 0
                 ADD 1 TO PF-AKTIV-SITZE
                 PERFORM NOTE-PREFLIGHT-BOT
              ELSE
                 MOVE SPACES TO PF-TEXT
                 STRING "SITZ "                DELIMITED BY SIZE
                        QUAR-KANDIDAT          DELIMITED BY SPACE
                        " ENTFAELLT (QUARANTAENE)"
                                               DELIMITED BY SIZE
                   INTO PF-TEXT
                 PERFORM PREFLIGHT-HINWEIS
              END-IF
           END-PERFORM
           IF RESUME-PENDING
              AND CHK-BOT-ID = PLAY-BOT-ID
              AND CHK-TABLE-NR = PLAY-TABLE-NR
              MOVE CHK-ROUND-NR TO PF-RUNDEN-D
              MOVE SPACES TO PF-TEXT
              STRING "WIEDERANLAUF AB RUNDE " DELIMITED BY SIZE
                     PF-RUNDEN-D              DELIMITED BY SIZE
                INTO PF-TEXT
              PERFORM PREFLIGHT-HINWEIS
           END-IF
           IF SEAT-COUNT > 1
              ADD SEAT-COUNT TO PF-AUFRUFE-MIN PF-AUFRUFE-MAX
           END-IF
           IF PF-AKTIV-SITZE = 0
              OR (SEAT-COUNT > 1 AND PF-AKTIV-SITZE < 2)
              MOVE "TISCH WIRD AUSGESETZT (QUARANTAENE)" TO PF-TEXT
              PERFORM PREFLIGHT-HINWEIS
           ELSE
              ADD PF-EINTRAG-RUNDEN TO PF-RUNDEN
              IF SEAT-COUNT = 1
                 COMPUTE PF-AUFRUFE-MIN =
                    PF-AUFRUFE-MIN + 5 * PF-EINTRAG-RUNDEN
                 COMPUTE PF-AUFRUFE-MAX =
                    PF-AUFRUFE-MAX + 6 * PF-EINTRAG-RUNDEN
              ELSE
                 COMPUTE PF-AUFRUFE-MIN = PF-AUFRUFE-MIN
                    + (3 * PF-AKTIV-SITZE + 1) * PF-EINTRAG-RUNDEN
                 COMPUTE PF-AUFRUFE-MAX = PF-AUFRUFE-MAX
                    + (3 * PF-AKTIV-SITZE + 38) * PF-EINTRAG-RUNDEN
              END-IF
              MOVE PF-EINTRAG-RUNDEN TO PF-RUNDEN-D
              MOVE SPACES TO PF-MELDUNG
              STRING "     RUNDEN "        DELIMITED BY SIZE
                     PF-RUNDEN-D          DELIMITED BY SIZE
                     "  SITZE "           DELIMITED BY SIZE
                     PF-AKTIV-SITZE       DELIMITED BY SIZE
                     "  -> IN ORDNUNG"    DELIMITED BY SIZE
                INTO PF-MELDUNG
              PERFORM WRITE-PREFLIGHT-LINE
           END-IF
       EXIT.

      *> Jeder Bot bekommt am Lauf-Ende einen Abschlussaufruf.
       NOTE-PREFLIGHT-BOT SECTION.
           MOVE 0 TO PB-MATCH
           PERFORM VARYING PB-IDX FROM 1 BY 1
              UNTIL PB-IDX > PB-COUNT
              IF PB-BOT-ID(PB-IDX) = SEAT-BOT-ID(SEAT-IDX)
                 MOVE PB-IDX TO PB-MATCH
              END-IF
           END-PERFORM
           IF PB-MATCH = 0 AND PB-COUNT < 20
              ADD 1 TO PB-COUNT
              MOVE SEAT-BOT-ID(SEAT-IDX) TO PB-BOT-ID(PB-COUNT)
           END-IF
       EXIT.

       PREFLIGHT-SUMMARY SECTION.
           ADD PB-COUNT TO PF-AUFRUFE-MIN PF-AUFRUFE-MAX
           MOVE SPACES TO PF-MELDUNG
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE PF-EINTRAEGE TO PF-ANZAHL-D
           MOVE SPACES TO PF-MELDUNG
           STRING "EINTRAEGE GEPRUEFT:  " DELIMITED BY SIZE
                  PF-ANZAHL-D             DELIMITED BY SIZE
             INTO PF-MELDUNG
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE PF-FEHLER-EINTRAEGE TO PF-ANZAHL-D
           MOVE SPACES TO PF-MELDUNG
           STRING "DAVON FEHLERHAFT:    " DELIMITED BY SIZE
                  PF-ANZAHL-D             DELIMITED BY SIZE
             INTO PF-MELDUNG
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE PF-HINWEISE TO PF-ANZAHL-D
           MOVE SPACES TO PF-MELDUNG
           STRING "HINWEISE:            " DELIMITED BY SIZE
                  PF-ANZAHL-D             DELIMITED BY SIZE
             INTO PF-MELDUNG
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE PF-RUNDEN TO PF-ANZAHL-D
           MOVE SPACES TO PF-MELDUNG
           STRING "RUNDEN GESAMT:       " DELIMITED BY SIZE
                  PF-ANZAHL-D             DELIMITED BY SIZE
             INTO PF-MELDUNG
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE PF-AUFRUFE-MIN TO PF-ANZAHL-D
           MOVE PF-AUFRUFE-MAX TO PF-ANZAHL2-D
           MOVE SPACES TO PF-MELDUNG
           STRING "BOT-AUFRUFE:         " DELIMITED BY SIZE
                  PF-ANZAHL-D             DELIMITED BY SIZE
                  " BIS "                 DELIMITED BY SIZE
                  PF-ANZAHL2-D            DELIMITED BY SIZE
             INTO PF-MELDUNG
           PERFORM WRITE-PREFLIGHT-LINE
           MOVE SPACES TO PF-ERGEBNIS
           IF PF-FEHLER-EINTRAEGE > 0
              IF DRIVE-RC < 8
                 MOVE 8 TO DRIVE-RC
              END-IF
              EVALUATE TRUE
              WHEN PROBELAUF
                 MOVE "PROBELAUF - SPIELLISTE FEHLERHAFT" TO PF-ERGEBNIS
              WHEN VORPRUEF-WARNEN
                 MOVE "LAUF GESTARTET TROTZ FEHLERHAFTER EINTRAEGE"
                    TO PF-ERGEBNIS
              WHEN OTHER
                 SET VORPRUEF-GESPERRT TO TRUE
                 MOVE "LAUF NICHT GESTARTET - SPIELLISTE FEHLERHAFT"
                    TO PF-ERGEBNIS
                 MOVE "PREFLIGHT-PLAYLIST" TO ERR-SECTION-NAME
                 MOVE "PLAYLIST" TO ERR-FILE-NAME
                 MOVE "VP" TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
              END-EVALUATE
           ELSE
              IF PF-HINWEISE > 0 AND DRIVE-RC < 4
                 MOVE 4 TO DRIVE-RC
              END-IF
              IF PROBELAUF
                 MOVE "PROBELAUF - SPIELLISTE IN ORDNUNG" TO PF-ERGEBNIS
              ELSE
                 MOVE "SPIELLISTE IN ORDNUNG - LAUF GESTARTET"
                    TO PF-ERGEBNIS
              END-IF
           END-IF
           IF CONTROL-GESPERRT AND NOT PROBELAUF
              MOVE "LAUF NICHT GESTARTET - STEUERKARTEN FEHLERHAFT"
                 TO PF-ERGEBNIS
           END-IF
           MOVE SPACES TO PF-MELDUNG
           STRING "ERGEBNIS: "  DELIMITED BY SIZE
                  PF-ERGEBNIS   DELIMITED BY SIZE
             INTO PF-MELDUNG
           PERFORM WRITE-PREFLIGHT-LINE
           DISPLAY "TURNDRV: VORPRUEFUNG " FUNCTION TRIM(PF-ERGEBNIS)
       EXIT.

       PREFLIGHT-FEHLER SECTION.
           SET PF-EINTRAG-FEHLER TO TRUE
           MOVE SPACES TO PF-MELDUNG
           STRING "     FEHLER:  " DELIMITED BY SIZE
                  PF-TEXT          DELIMITED BY SIZE
             INTO PF-MELDUNG
           PERFORM WRITE-PREFLIGHT-LINE
       EXIT.

       PREFLIGHT-HINWEIS SECTION.
           ADD 1 TO PF-HINWEISE
           MOVE SPACES TO PF-MELDUNG
           STRING "     HINWEIS: " DELIMITED BY SIZE
                  PF-TEXT          DELIMITED BY SIZE
             INTO PF-MELDUNG
           PERFORM WRITE-PREFLIGHT-LINE
       EXIT.

       WRITE-PREFLIGHT-LINE SECTION.
           IF PF-REPORT-OFFEN
              WRITE PREFLIGHT-REPORT-RECORD FROM PF-MELDUNG
           END-IF
       EXIT.

      *> Das Schiedsrichter-Protokoll SCHIEDLG waechst ueber alle
      *> Laeufe fort. Ist es nicht zu oeffnen, spielt der Treiber
      *> trotzdem weiter - die Runden selbst haengen nicht daran -,
      *> meldet den Fehler aber mit Return-Code 8, weil der Lauf
      *> dann fuer den Bluff-Abgleich (BLUFTRUE) nicht zaehlt.
       OPEN-LEDGER SECTION.
           MOVE SPACE TO LEDGER-OFFEN-KZ
           MOVE SPACE TO LEDGER-VORGEMERKT-KZ
           OPEN EXTEND LEDGER-FILE
           IF LEDGER-STATUS = "35"
              OPEN OUTPUT LEDGER-FILE
           END-IF
           IF LEDGER-STATUS = "00"
              SET LEDGER-OFFEN TO TRUE
           ELSE
              MOVE "OPEN-LEDGER" TO ERR-SECTION-NAME
              MOVE "SCHIEDLG" TO ERR-FILE-NAME
              MOVE LEDGER-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              IF DRIVE-RC < 8
                 MOVE 8 TO DRIVE-RC
              END-IF
           END-IF
       EXIT.

      *> Merkt eine gerade gemachte Ansage fuer das Protokoll vor;
      *> Ansager, Sitz, wahrer und angesagter Rang stehen schon im
      *> Satz. Geschrieben wird erst, wenn feststeht, was aus der
      *> Ansage wurde: beim SEE (SETTLE-LEDGER-SEE), bei der
      *> naechsten Ansage oder am Rundenende (FLUSH-LEDGER-ENTRY).
       NOTE-LEDGER-ENTRY SECTION.
           MOVE ROUND-TOKEN TO SCHIED-TOKEN
           MOVE PLAY-TABLE-NR TO SCHIED-TABLE-NR
           MOVE PLAY-VARIANT TO SCHIED-VARIANT
           MOVE RANGFOLGE(SCHIED-TRUE-RANG) TO SCHIED-TRUE-DICE
           MOVE RANGFOLGE(SCHIED-ANSAGE-RANG) TO SCHIED-ANSAGE-DICE
           IF SCHIED-ANSAGE-RANG > SCHIED-TRUE-RANG
              MOVE 'Y' TO SCHIED-BLUFF-KZ
           ELSE
              MOVE 'N' TO SCHIED-BLUFF-KZ
           END-IF
           MOVE "KEIN SEE" TO SCHIED-SEE-ERGEBNIS
           SET LEDGER-VORGEMERKT TO TRUE
       EXIT.

      *> Ein SEE entscheidet die vorgemerkte Ansage nach derselben
      *> Regel wie RESOLVE-TABLE-SEE bzw. die Treiber-Wertung.
       SETTLE-LEDGER-SEE SECTION.
           IF LEDGER-VORGEMERKT
              IF SCHIED-BLUFF
                 MOVE "ENTLARVT" TO SCHIED-SEE-ERGEBNIS
              ELSE
                 MOVE "BESTAND" TO SCHIED-SEE-ERGEBNIS
              END-IF
              PERFORM FLUSH-LEDGER-ENTRY
           END-IF
       EXIT.

       FLUSH-LEDGER-ENTRY SECTION.
           IF LEDGER-VORGEMERKT
              MOVE SPACE TO LEDGER-VORGEMERKT-KZ
              IF LEDGER-OFFEN
                 MOVE FUNCTION CURRENT-DATE TO SCHIED-TIMESTAMP
                 WRITE LEDGER-RECORD
                 IF LEDGER-STATUS NOT = "00"
                    MOVE "FLUSH-LEDGER-ENTRY" TO ERR-SECTION-NAME
                    MOVE "SCHIEDLG" TO ERR-FILE-NAME
                    MOVE LEDGER-STATUS TO ERR-FILE-STATUS
                    PERFORM WRITE-ERRLOG
                    IF DRIVE-RC < 8
                       MOVE 8 TO DRIVE-RC
                    END-IF
                 END-IF
              END-IF
           END-IF
       EXIT.

      *> Einfacher Zufall im Stil des Bluff-Seeds von DUMMBOT: Hundert-
      *> stelsekunde der Systemuhr, gemischt mit Rundennummer und einem
      *> Aufrufzaehler, damit zwei Wuerfe im selben Uhrtakt nicht
