       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAIRGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAIR-CONTROL-FILE ASSIGN TO "PAIRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAIR-CONTROL-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATING-PLAYER-NAME
               FILE STATUS IS RATINGS-STATUS.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEADERBOARD-STATUS.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.
           SELECT PLAYLIST-FILE ASSIGN TO "PLAYLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLAYLIST-STATUS.
           SELECT PAIR-REPORT-FILE ASSIGN TO "PAIRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAIR-REPORT-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAIR-CONTROL-FILE.
       01  PAIR-CONTROL-RECORD PIC X(80).
       FD  RATINGS-FILE.
       01  RATING-RECORD.
           COPY RATINGR.
       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-RECORD PIC X(200).
       FD  GAME-LOG-FILE.
       01  GAME-LOG-RECORD PIC X(280).
       FD  PLAYLIST-FILE.
       01  PLAYLIST-RECORD PIC X(80).
       FD  PAIR-REPORT-FILE.
       01  PAIR-REPORT-RECORD PIC X(132).
       FD  ERRLOG-FILE.
       01  ERRLOG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 PAIR-CONTROL-STATUS PIC XX.
       01 RATINGS-STATUS PIC XX.
       01 LEADERBOARD-STATUS PIC XX.
       01 GAME-LOG-STATUS PIC XX.
       01 PLAYLIST-STATUS PIC XX.
       01 PAIR-REPORT-STATUS PIC XX.
           COPY ERRLOGWS.
       01 PAIR-FLAGS.
          05 CONTROL-EOF-KZ PIC X VALUE SPACE.
             88 CONTROL-EOF VALUE 'Y'.
          05 LEADERBOARD-EOF-KZ PIC X VALUE SPACE.
             88 LEADERBOARD-EOF VALUE 'Y'.
          05 GAME-LOG-EOF-KZ PIC X VALUE SPACE.
             88 GAME-LOG-EOF VALUE 'Y'.
          05 PAIR-FAILED-KZ PIC X VALUE SPACE.
             88 PAIR-FAILED VALUE 'F'.
          05 CONTROL-FEHLER-KZ PIC X VALUE SPACE.
             88 CONTROL-FEHLER VALUE 'F'.
          05 RATINGS-OFFEN-KZ PIC X VALUE SPACE.
             88 RATINGS-OFFEN VALUE 'O'.
          05 KONFLIKT-KZ PIC X VALUE SPACE.
             88 KONFLIKT VALUE 'K'.

      *> Steuerkarten in PAIRCTL, eine je Zeile:
      *>   BOT;NAME                      Bot-Programm, das morgen
      *>                                 spielen kann
      *>   TISCH;TT;SITZE;RUNDEN[;VARIANTE]
      *>                                 freier Tisch mit 1 bis 4
      *>                                 Bot-Sitzen (1 = gegen den
      *>                                 Treiber), Variante leer =
      *>                                 STANDARD
      *>   VORTAG;JJJJMMTT               Spieltag, dessen Paarungen
      *>                                 vermieden werden (Standard:
      *>                                 der juengste Spieltag in der
      *>                                 Historie)
      *> Zeilen mit "*" in Spalte 1 sind Kommentar.
       01 CTL-FELDER.
          05 CTL-VERB PIC X(12).
          05 CTL-ARG-1 PIC X(10).
          05 CTL-ARG-2 PIC X(10).
          05 CTL-ARG-3 PIC X(10).
          05 CTL-ARG-4 PIC X(10).

      *> Die verfuegbaren Bots, nach dem Laden absteigend nach
      *> Staerkezahl sortiert. Ein Bot ohne RATINGS-Satz bekommt den
      *> Startwert 1500 wie bei RATEUPD. PB-TISCH ist leer, solange
      *> der Bot noch keinen Sitz hat.
       01 PB-TABELLE.
          05 PB-COUNT PIC 99 VALUE 0.
          05 PB-ENTRY OCCURS 40 TIMES.
             07 PB-BOT-ID PIC X(10).
             07 PB-RATING PIC 9(4).
             07 PB-GAMES PIC 9(7).
             07 PB-NEU-KZ PIC X.
                88 PB-NEU VALUE 'N'.
             07 PB-TISCH PIC X(2).
       01 PB-IDX PIC 99.
       01 PB-JDX PIC 99.
       01 PB-MATCH PIC 99.
       01 PB-SAVE.
          05 SV-BOT-ID PIC X(10).
          05 SV-RATING PIC 9(4).
          05 SV-GAMES PIC 9(7).
          05 SV-NEU-KZ PIC X.
          05 SV-TISCH PIC X(2).
       01 PB-SUCH-NAME PIC X(20).

      *> Die freien Tische in Kartenfolge; der erste Tisch bekommt
      *> die staerksten Bots. TT-SEAT haelt den Index in PB-TABELLE,
      *> TT-GRUND die Begruendung fuer den Bericht.
       01 TT-TABELLE.
          05 TT-COUNT PIC 99 VALUE 0.
          05 TT-ENTRY OCCURS 20 TIMES.
             07 TT-NR PIC X(2).
             07 TT-SITZE PIC 9.
             07 TT-RUNDEN PIC 9(4).
             07 TT-VARIANTE PIC X(8).
             07 TT-BESETZT PIC 9.
             07 TT-SEAT OCCURS 4 TIMES PIC 99.
             07 TT-GRUND OCCURS 4 TIMES PIC X(60).
       01 TT-IDX PIC 99.
       01 TT-JDX PIC 99.
       01 SEAT-IDX PIC 9.
       01 SEAT-PRUEF-IDX PIC 9.
       01 PLAYLIST-PTR PIC 9(4).

      *> Paarungen am Vortag: VT-GESPIELT(I, J) = "J", wenn die Bots
      *> I und J (Indizes in PB-TABELLE) am Vortag am selben Tisch
      *> sassen. Quellen sind die GAME-OVER-Saetze in LEADERBOARD
      *> (gleiches TOKEN = gleicher Tisch) und die ANNOUNCED-Zeilen
      *> in GAMELOG (Spielerfeld = Gegner).
       01 VT-MATRIX.
          05 VT-ZEILE OCCURS 40 TIMES.
             07 VT-GESPIELT OCCURS 40 TIMES PIC X.
       01 VORTAG PIC 9(8) VALUE 0.
       01 VORTAG-KARTE PIC 9(8) VALUE 0.
       01 VT-PAARUNGEN PIC 9(4) VALUE 0.

      *> Je gelesenem GAME-OVER-Satz eines verfuegbaren Bots: TOKEN,
      *> Bot und Spieltag. Ohne VORTAG-Karte bleibt nur der juengste
      *> Spieltag stehen (ein juengerer Tag leert die Tabelle).
       01 HT-TABELLE.
          05 HT-COUNT PIC 9(4) VALUE 0.
          05 HT-ENTRY OCCURS 2000 TIMES.
             07 HT-TOKEN PIC X(36).
             07 HT-BOT PIC 99.
       01 HT-DATUM PIC 9(8) VALUE 0.
       01 HT-IDX PIC 9(4).
       01 HT-JDX PIC 9(4).
      *> Gegner-Paare aus GAMELOG, ebenso auf einen Spieltag begrenzt.
       01 GP-TABELLE.
          05 GP-COUNT PIC 9(4) VALUE 0.
          05 GP-ENTRY OCCURS 2000 TIMES.
             07 GP-BOT-A PIC 99.
             07 GP-BOT-B PIC 99.
       01 GP-DATUM PIC 9(8) VALUE 0.
       01 GP-IDX PIC 9(4).
       01 HIST-OVERFLOW-COUNT PIC 9(7) VALUE 0.
       01 SATZ-DATUM PIC 9(8).
       01 BOT-A PIC 99.
       01 BOT-B PIC 99.

       01 LDR-FELDER.
          05 LDR-BOT-ID PIC X(10).
          05 LDR-TOKEN PIC X(36).
          05 LDR-SERVER-MESSAGE PIC X(128).
       01 LOG-FELDER.
          05 LOG-BOT-ID PIC X(10).
          05 LOG-COMMAND PIC X(32).
          05 LOG-TOKEN PIC X(36).
          05 LOG-LAST-PLAYER PIC X(20).
       01 REC-PTR PIC 9(4).
       01 REC-TRIM-LEN PIC 9(4).
       01 REC-MSG-LEN PIC 9(4).
       01 REC-TS PIC X(21).

       01 SETZ-FELDER.
          05 KANDIDAT PIC 99.
          05 ERSTER-OFFENER PIC 99.
          05 UEBERSPRUNGEN PIC 99.
       01 PAIR-ZAEHLER.
          05 TISCHE-BESETZT PIC 99 VALUE 0.
          05 BOTS-GESETZT PIC 99 VALUE 0.
          05 BOTS-OHNE-TISCH PIC 99 VALUE 0.
          05 WIEDERHOLUNGEN PIC 99 VALUE 0.
       01 PRT-FELDER.
          05 PRT-RATING-D PIC ZZZ9.
          05 PRT-RATING2-D PIC ZZZ9.
          05 PRT-GAMES-D PIC ZZZZZZ9.
          05 PRT-COUNT-D PIC ZZZ9.
          05 PRT-UEBER-D PIC Z9.
          05 PRT-RUNDEN-D PIC 9(4).
          05 PRT-DATUM-D PIC 9(8).
       01 PRT-VARIANTE PIC X(8).

       PROCEDURE DIVISION.
           MOVE "PAIRGEN" TO ERR-PROGRAM-ID
           OPEN OUTPUT PAIR-REPORT-FILE
           IF PAIR-REPORT-STATUS NOT = "00"
              MOVE "PAIRGEN" TO ERR-SECTION-NAME
              MOVE "PAIRRPT" TO ERR-FILE-NAME
              MOVE PAIR-REPORT-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO PAIR-REPORT-RECORD
              STRING "PAIRGEN PAARUNGEN FUER DIE SPIELLISTE  "
                                                DELIMITED BY SIZE
                     FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              WRITE PAIR-REPORT-RECORD
              PERFORM READ-PAIR-CONTROL
              IF NOT CONTROL-FEHLER AND NOT PAIR-FAILED
                 PERFORM LOAD-BOT-RATINGS
              END-IF
              IF NOT CONTROL-FEHLER AND NOT PAIR-FAILED
                 PERFORM SORT-BOT-TABLE
                 PERFORM COLLECT-LEADERBOARD-HISTORY
              END-IF
              IF NOT CONTROL-FEHLER AND NOT PAIR-FAILED
                 PERFORM COLLECT-GAMELOG-HISTORY
              END-IF
              IF NOT CONTROL-FEHLER AND NOT PAIR-FAILED
                 PERFORM MARK-VORTAG-PAIRINGS
                 PERFORM SEAT-ALL-TABLES
                 PERFORM WRITE-PLAYLIST
              END-IF
              IF NOT CONTROL-FEHLER AND NOT PAIR-FAILED
                 PERFORM WRITE-PAIR-REPORT
              END-IF
              IF CONTROL-FEHLER
                 MOVE SPACES TO PAIR-REPORT-RECORD
                 STRING "PAIRCTL FEHLERHAFT - KEINE SPIELLISTE "
                        "GESCHRIEBEN" DELIMITED BY SIZE
                   INTO PAIR-REPORT-RECORD
                 WRITE PAIR-REPORT-RECORD
              END-IF
              CLOSE PAIR-REPORT-FILE
           END-IF
           STOP RUN
          .

      *> Liest alle Steuerkarten. Jede fehlerhafte Karte wird im
      *> Bericht genannt; dann wird keine Spielliste geschrieben
      *> (Return-Code 8), damit nie eine halb richtige PLAYLIST die
      *> gestrige ersetzt.
       READ-PAIR-CONTROL SECTION.
           OPEN INPUT PAIR-CONTROL-FILE
           IF PAIR-CONTROL-STATUS = "00"
              MOVE SPACE TO CONTROL-EOF-KZ
              PERFORM READ-CONTROL-CARD
              PERFORM DISPATCH-CONTROL-CARD UNTIL CONTROL-EOF
              CLOSE PAIR-CONTROL-FILE
           ELSE
              MOVE "READ-PAIR-CONTROL" TO ERR-SECTION-NAME
              MOVE "PAIRCTL" TO ERR-FILE-NAME
              MOVE PAIR-CONTROL-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET PAIR-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
           IF NOT PAIR-FAILED
              IF PB-COUNT = 0
                 MOVE "KEINE BOT-KARTE IN PAIRCTL"
                    TO PAIR-REPORT-RECORD
                 PERFORM REJECT-CONTROL-CARD
              END-IF
              IF TT-COUNT = 0
                 MOVE "KEINE TISCH-KARTE IN PAIRCTL"
                    TO PAIR-REPORT-RECORD
                 PERFORM REJECT-CONTROL-CARD
              END-IF
           END-IF
       EXIT.

       READ-CONTROL-CARD SECTION.
           READ PAIR-CONTROL-FILE
              AT END
                 SET CONTROL-EOF TO TRUE
           END-READ
       EXIT.

       DISPATCH-CONTROL-CARD SECTION.
           MOVE SPACES TO CTL-FELDER
           UNSTRING PAIR-CONTROL-RECORD DELIMITED BY ";"
              INTO CTL-VERB
                   CTL-ARG-1
                   CTL-ARG-2
                   CTL-ARG-3
                   CTL-ARG-4
           EVALUATE CTL-VERB
           WHEN "BOT"
              PERFORM ADD-CONTROL-BOT
           WHEN "TISCH"
              PERFORM ADD-CONTROL-TABLE
           WHEN "VORTAG"
              IF CTL-ARG-1(1:8) NUMERIC
                 AND CTL-ARG-1(9:2) = SPACES
                 MOVE CTL-ARG-1(1:8) TO VORTAG-KARTE
              ELSE
                 MOVE SPACES TO PAIR-REPORT-RECORD
                 STRING "UNGUELTIGES DATUM: " DELIMITED BY SIZE
                        PAIR-CONTROL-RECORD   DELIMITED BY SIZE
                   INTO PAIR-REPORT-RECORD
                 PERFORM REJECT-CONTROL-CARD
              END-IF
           WHEN SPACES
              CONTINUE
           WHEN OTHER
              IF PAIR-CONTROL-RECORD(1:1) NOT = "*"
                 MOVE SPACES TO PAIR-REPORT-RECORD
                 STRING "UNBEKANNTES KOMMANDO: " DELIMITED BY SIZE
                        PAIR-CONTROL-RECORD     DELIMITED BY SIZE
                   INTO PAIR-REPORT-RECORD
                 PERFORM REJECT-CONTROL-CARD
              END-IF
           END-EVALUATE
           PERFORM READ-CONTROL-CARD
       EXIT.

       REJECT-CONTROL-CARD SECTION.
           WRITE PAIR-REPORT-RECORD
           SET CONTROL-FEHLER TO TRUE
           IF RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF
       EXIT.

       ADD-CONTROL-BOT SECTION.
           MOVE 0 TO PB-MATCH
           PERFORM VARYING PB-IDX FROM 1 BY 1
              UNTIL PB-IDX > PB-COUNT
              IF PB-BOT-ID(PB-IDX) = CTL-ARG-1
                 MOVE PB-IDX TO PB-MATCH
              END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN CTL-ARG-1 = SPACES
              MOVE SPACES TO PAIR-REPORT-RECORD
              STRING "BOT-KARTE OHNE NAMEN: " DELIMITED BY SIZE
                     PAIR-CONTROL-RECORD      DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              PERFORM REJECT-CONTROL-CARD
           WHEN PB-MATCH > 0
              MOVE SPACES TO PAIR-REPORT-RECORD
              STRING "BOT DOPPELT: " DELIMITED BY SIZE
                     PAIR-CONTROL-RECORD DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              PERFORM REJECT-CONTROL-CARD
           WHEN PB-COUNT >= 40
              MOVE SPACES TO PAIR-REPORT-RECORD
              STRING "MEHR ALS 40 BOTS: " DELIMITED BY SIZE
                     PAIR-CONTROL-RECORD  DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              PERFORM REJECT-CONTROL-CARD
           WHEN OTHER
              ADD 1 TO PB-COUNT
              INITIALIZE PB-ENTRY(PB-COUNT)
              MOVE CTL-ARG-1 TO PB-BOT-ID(PB-COUNT)
           END-EVALUATE
       EXIT.

      *> Die Tischnummer geht unveraendert in TURNDRVs Rundentoken
      *> ein und muss darum zweistellig und eindeutig sein.
       ADD-CONTROL-TABLE SECTION.
           MOVE 0 TO TT-JDX
           PERFORM VARYING TT-IDX FROM 1 BY 1
              UNTIL TT-IDX > TT-COUNT
              IF TT-NR(TT-IDX) = CTL-ARG-1(1:2)
                 MOVE TT-IDX TO TT-JDX
              END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN CTL-ARG-1(1:1) = SPACE
             OR CTL-ARG-1(2:1) = SPACE
             OR CTL-ARG-1(3:8) NOT = SPACES
              MOVE SPACES TO PAIR-REPORT-RECORD
              STRING "TISCHNUMMER NICHT ZWEISTELLIG: "
                                          DELIMITED BY SIZE
                     PAIR-CONTROL-RECORD  DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              PERFORM REJECT-CONTROL-CARD
           WHEN TT-JDX > 0
              MOVE SPACES TO PAIR-REPORT-RECORD
              STRING "TISCH DOPPELT: " DELIMITED BY SIZE
                     PAIR-CONTROL-RECORD DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              PERFORM REJECT-CONTROL-CARD
           WHEN CTL-ARG-2(1:1) < "1" OR CTL-ARG-2(1:1) > "4"
             OR CTL-ARG-2(2:9) NOT = SPACES
              MOVE SPACES TO PAIR-REPORT-RECORD
              STRING "SITZE NICHT 1 BIS 4: " DELIMITED BY SIZE
                     PAIR-CONTROL-RECORD     DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              PERFORM REJECT-CONTROL-CARD
           WHEN CTL-ARG-3 = SPACES
             OR FUNCTION TRIM(CTL-ARG-3) IS NOT NUMERIC
              MOVE SPACES TO PAIR-REPORT-RECORD
              STRING "RUNDENZAHL NICHT NUMERISCH: " DELIMITED BY SIZE
                     PAIR-CONTROL-RECORD            DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              PERFORM REJECT-CONTROL-CARD
           WHEN FUNCTION NUMVAL(CTL-ARG-3) < 1
             OR FUNCTION NUMVAL(CTL-ARG-3) > 9999
              MOVE SPACES TO PAIR-REPORT-RECORD
              STRING "RUNDENZAHL NICHT 1 BIS 9999: " DELIMITED BY SIZE
                     PAIR-CONTROL-RECORD             DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              PERFORM REJECT-CONTROL-CARD
           WHEN TT-COUNT >= 20
              MOVE SPACES TO PAIR-REPORT-RECORD
              STRING "MEHR ALS 20 TISCHE: " DELIMITED BY SIZE
                     PAIR-CONTROL-RECORD    DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              PERFORM REJECT-CONTROL-CARD
           WHEN OTHER
              ADD 1 TO TT-COUNT
              INITIALIZE TT-ENTRY(TT-COUNT)
              MOVE CTL-ARG-1(1:2) TO TT-NR(TT-COUNT)
              MOVE CTL-ARG-2(1:1) TO TT-SITZE(TT-COUNT)
              COMPUTE TT-RUNDEN(TT-COUNT) = FUNCTION NUMVAL(CTL-ARG-3)
              IF CTL-ARG-4 = SPACES
                 MOVE "STANDARD" TO TT-VARIANTE(TT-COUNT)
              ELSE
                 MOVE CTL-ARG-4 TO TT-VARIANTE(TT-COUNT)
              END-IF
           END-EVALUATE
       EXIT.

      *> RATINGS wird nur gelesen. Fehlt die Datei noch, spielen alle
      *> mit dem Startwert; der Bericht sagt das, Return-Code 4.
       LOAD-BOT-RATINGS SECTION.
           MOVE SPACE TO RATINGS-OFFEN-KZ
           OPEN INPUT RATINGS-FILE
           IF RATINGS-STATUS = "00"
              SET RATINGS-OFFEN TO TRUE
           ELSE
              IF RATINGS-STATUS = "35"
                 MOVE SPACES TO PAIR-REPORT-RECORD
                 STRING "RATINGS FEHLT - ALLE BOTS MIT 1500"
                    DELIMITED BY SIZE INTO PAIR-REPORT-RECORD
                 WRITE PAIR-REPORT-RECORD
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 MOVE "LOAD-BOT-RATINGS" TO ERR-SECTION-NAME
                 MOVE "RATINGS" TO ERR-FILE-NAME
                 MOVE RATINGS-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET PAIR-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           IF NOT PAIR-FAILED
              PERFORM VARYING PB-IDX FROM 1 BY 1
                 UNTIL PB-IDX > PB-COUNT
                 PERFORM LOAD-ONE-RATING
              END-PERFORM
           END-IF
           IF RATINGS-OFFEN
              CLOSE RATINGS-FILE
           END-IF
       EXIT.

       LOAD-ONE-RATING SECTION.
           MOVE 1500 TO PB-RATING(PB-IDX)
           MOVE 0 TO PB-GAMES(PB-IDX)
           SET PB-NEU(PB-IDX) TO TRUE
           IF RATINGS-OFFEN
              MOVE PB-BOT-ID(PB-IDX) TO RATING-PLAYER-NAME
              READ RATINGS-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE RATING-VALUE TO PB-RATING(PB-IDX)
                    MOVE RATING-GAMES-PLAYED TO PB-GAMES(PB-IDX)
                    MOVE SPACE TO PB-NEU-KZ(PB-IDX)
              END-READ
           END-IF
       EXIT.

      *> Absteigend nach Staerkezahl; bei gleicher Staerke bleibt die
      *> Kartenfolge stehen.
       SORT-BOT-TABLE SECTION.
           PERFORM VARYING PB-IDX FROM 1 BY 1
              UNTIL PB-IDX >= PB-COUNT
              PERFORM VARYING PB-JDX FROM 1 BY 1
                 UNTIL PB-JDX >= PB-COUNT
                 IF PB-RATING(PB-JDX) < PB-RATING(PB-JDX + 1)
                    MOVE PB-ENTRY(PB-JDX) TO PB-SAVE
                    MOVE PB-ENTRY(PB-JDX + 1) TO PB-ENTRY(PB-JDX)
                    MOVE PB-SAVE TO PB-ENTRY(PB-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM
       EXIT.

      *> Sucht PB-SUCH-NAME unter den verfuegbaren Bots.
       FIND-POOL-BOT SECTION.
           MOVE 0 TO PB-MATCH
           PERFORM VARYING PB-IDX FROM 1 BY 1
              UNTIL PB-IDX > PB-COUNT
              IF PB-BOT-ID(PB-IDX) = PB-SUCH-NAME
                 MOVE PB-IDX TO PB-MATCH
              END-IF
           END-PERFORM
       EXIT.

      *> GAME-OVER-Saetze der verfuegbaren Bots mit Spieltag: Bots mit
      *> demselben TOKEN sassen am selben Tisch. Fehlt LEADERBOARD,
      *> gibt es eben keine Vortags-Paarungen daraus.
       COLLECT-LEADERBOARD-HISTORY SECTION.
           MOVE SPACE TO LEADERBOARD-EOF-KZ
           OPEN INPUT LEADERBOARD-FILE
           IF LEADERBOARD-STATUS = "00"
              PERFORM READ-LEADERBOARD-RECORD
              PERFORM SIFT-LEADERBOARD-RECORD UNTIL LEADERBOARD-EOF
              CLOSE LEADERBOARD-FILE
           ELSE
              IF LEADERBOARD-STATUS NOT = "35"
                 MOVE "COLLECT-LEADERBOARD-HISTORY" TO ERR-SECTION-NAME
                 MOVE "LEADERBOARD" TO ERR-FILE-NAME
                 MOVE LEADERBOARD-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET PAIR-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
       EXIT.

       READ-LEADERBOARD-RECORD SECTION.
           READ LEADERBOARD-FILE
              AT END
                 SET LEADERBOARD-EOF TO TRUE
           END-READ
       EXIT.

       SIFT-LEADERBOARD-RECORD SECTION.
           MOVE 1 TO REC-PTR
           MOVE SPACES TO LDR-FELDER REC-TS
           UNSTRING LEADERBOARD-RECORD DELIMITED BY ";"
              INTO LDR-BOT-ID
                   LDR-TOKEN
              WITH POINTER REC-PTR
           COMPUTE REC-TRIM-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(LEADERBOARD-RECORD))
           COMPUTE REC-MSG-LEN = REC-TRIM-LEN - REC-PTR - 21
           IF REC-MSG-LEN > 0
              MOVE LEADERBOARD-RECORD(REC-PTR:REC-MSG-LEN)
                 TO LDR-SERVER-MESSAGE
              COMPUTE REC-PTR = REC-PTR + REC-MSG-LEN + 1
              MOVE LEADERBOARD-RECORD(REC-PTR:21) TO REC-TS
           END-IF
           IF LDR-SERVER-MESSAGE(1:9) = "GAME OVER"
              AND REC-TS(1:8) NUMERIC
              MOVE LDR-BOT-ID TO PB-SUCH-NAME
              PERFORM FIND-POOL-BOT
              IF PB-MATCH > 0
                 MOVE REC-TS(1:8) TO SATZ-DATUM
                 PERFORM STORE-LEADERBOARD-TOKEN
              END-IF
           END-IF
           PERFORM READ-LEADERBOARD-RECORD
       EXIT.

       STORE-LEADERBOARD-TOKEN SECTION.
           IF VORTAG-KARTE = 0 AND SATZ-DATUM > HT-DATUM
              MOVE SATZ-DATUM TO HT-DATUM
              MOVE 0 TO HT-COUNT
           END-IF
           IF (VORTAG-KARTE = 0 AND SATZ-DATUM = HT-DATUM)
              OR (VORTAG-KARTE > 0 AND SATZ-DATUM = VORTAG-KARTE)
              IF HT-COUNT < 2000
                 ADD 1 TO HT-COUNT
                 MOVE LDR-TOKEN TO HT-TOKEN(HT-COUNT)
                 MOVE PB-MATCH TO HT-BOT(HT-COUNT)
              ELSE
                 ADD 1 TO HIST-OVERFLOW-COUNT
              END-IF
           END-IF
       EXIT.

      *> ANNOUNCED-Zeilen, in denen ein verfuegbarer Bot die Ansage
      *> eines anderen verfuegbaren Bots gesehen hat - so auch die
      *> Tische, die nie bis GAME OVER gekommen sind.
       COLLECT-GAMELOG-HISTORY SECTION.
           MOVE SPACE TO GAME-LOG-EOF-KZ
           OPEN INPUT GAME-LOG-FILE
           IF GAME-LOG-STATUS = "00"
              PERFORM READ-GAME-LOG-RECORD
              PERFORM SIFT-GAME-LOG-RECORD UNTIL GAME-LOG-EOF
              CLOSE GAME-LOG-FILE
           ELSE
              IF GAME-LOG-STATUS NOT = "35"
                 MOVE "COLLECT-GAMELOG-HISTORY" TO ERR-SECTION-NAME
                 MOVE "GAMELOG" TO ERR-FILE-NAME
                 MOVE GAME-LOG-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET PAIR-FAILED TO TRUE
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
              COMPUTE REC-TRIM-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(GAME-LOG-RECORD))
              IF REC-TRIM-LEN > 21
                 MOVE GAME-LOG-RECORD(REC-TRIM-LEN - 20:21) TO REC-TS
              ELSE
                 MOVE SPACES TO REC-TS
              END-IF
              IF REC-TS(1:8) NUMERIC
                 MOVE REC-TS(1:8) TO SATZ-DATUM
                 MOVE LOG-BOT-ID TO PB-SUCH-NAME
                 PERFORM FIND-POOL-BOT
                 MOVE PB-MATCH TO BOT-A
                 MOVE LOG-LAST-PLAYER TO PB-SUCH-NAME
                 PERFORM FIND-POOL-BOT
                 MOVE PB-MATCH TO BOT-B
                 IF BOT-A > 0 AND BOT-B > 0
                    PERFORM STORE-GAMELOG-PAIR
                 END-IF
              END-IF
           END-IF
           PERFORM READ-GAME-LOG-RECORD
       EXIT.

       STORE-GAMELOG-PAIR SECTION.
           IF VORTAG-KARTE = 0 AND SATZ-DATUM > GP-DATUM
              MOVE SATZ-DATUM TO GP-DATUM
              MOVE 0 TO GP-COUNT
           END-IF
           IF (VORTAG-KARTE = 0 AND SATZ-DATUM = GP-DATUM)
              OR (VORTAG-KARTE > 0 AND SATZ-DATUM = VORTAG-KARTE)
              IF GP-COUNT < 2000
                 ADD 1 TO GP-COUNT
                 MOVE BOT-A TO GP-BOT-A(GP-COUNT)
                 MOVE BOT-B TO GP-BOT-B(GP-COUNT)
              ELSE
                 ADD 1 TO HIST-OVERFLOW-COUNT
              END-IF
           END-IF
       EXIT.

      *> Der Vortag ist der per Karte genannte, sonst der juengere der
      *> beiden juengsten Spieltage aus LEADERBOARD und GAMELOG; nur
      *> dessen Paarungen gehen in die Matrix ein.
       MARK-VORTAG-PAIRINGS SECTION.
           MOVE ALL "N" TO VT-MATRIX
           IF VORTAG-KARTE > 0
              MOVE VORTAG-KARTE TO VORTAG HT-DATUM GP-DATUM
           ELSE
              MOVE HT-DATUM TO VORTAG
              IF GP-DATUM > VORTAG
                 MOVE GP-DATUM TO VORTAG
              END-IF
           END-IF
           IF HT-DATUM = VORTAG
              PERFORM VARYING HT-IDX FROM 1 BY 1
                 UNTIL HT-IDX > HT-COUNT
                 PERFORM VARYING HT-JDX FROM HT-IDX BY 1
                    UNTIL HT-JDX > HT-COUNT
                    IF HT-TOKEN(HT-JDX) = HT-TOKEN(HT-IDX)
                       MOVE HT-BOT(HT-IDX) TO BOT-A
                       MOVE HT-BOT(HT-JDX) TO BOT-B
                       PERFORM MARK-ONE-PAIRING
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF
           IF GP-DATUM = VORTAG
              PERFORM VARYING GP-IDX FROM 1 BY 1
                 UNTIL GP-IDX > GP-COUNT
                 MOVE GP-BOT-A(GP-IDX) TO BOT-A
                 MOVE GP-BOT-B(GP-IDX) TO BOT-B
                 PERFORM MARK-ONE-PAIRING
              END-PERFORM
           END-IF
       EXIT.

       MARK-ONE-PAIRING SECTION.
           IF BOT-A NOT = BOT-B
              AND VT-GESPIELT(BOT-A, BOT-B) = "N"
              MOVE "J" TO VT-GESPIELT(BOT-A, BOT-B)
              MOVE "J" TO VT-GESPIELT(BOT-B, BOT-A)
              ADD 1 TO VT-PAARUNGEN
           END-IF
       EXIT.

      *> Schweizer Art: die Tische werden in Kartenfolge besetzt, der
      *> staerkste noch freie Bot eroeffnet den Tisch, jeder weitere
      *> Sitz geht an den naechststaerkeren freien Bot, der am Vortag
      *> mit keinem der schon gesetzten Bots am Tisch sass. Gibt es
      *> keinen solchen mehr, sitzt der naechststaerkere trotzdem und
      *> der Bericht weist die Wiederholung aus.
       SEAT-ALL-TABLES SECTION.
           PERFORM VARYING TT-IDX FROM 1 BY 1
              UNTIL TT-IDX > TT-COUNT
              PERFORM VARYING SEAT-IDX FROM 1 BY 1
                 UNTIL SEAT-IDX > TT-SITZE(TT-IDX)
                 PERFORM SEAT-ONE-BOT
              END-PERFORM
              IF TT-BESETZT(TT-IDX) > 0
                 ADD 1 TO TISCHE-BESETZT
              END-IF
           END-PERFORM
           PERFORM VARYING PB-IDX FROM 1 BY 1
              UNTIL PB-IDX > PB-COUNT
              IF PB-TISCH(PB-IDX) = SPACES
                 ADD 1 TO BOTS-OHNE-TISCH
              ELSE
                 ADD 1 TO BOTS-GESETZT
              END-IF
           END-PERFORM
           IF WIEDERHOLUNGEN > 0 OR BOTS-OHNE-TISCH > 0
              OR TISCHE-BESETZT < TT-COUNT
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
       EXIT.

       SEAT-ONE-BOT SECTION.
           MOVE 0 TO KANDIDAT ERSTER-OFFENER UEBERSPRUNGEN
           PERFORM VARYING PB-IDX FROM 1 BY 1
              UNTIL PB-IDX > PB-COUNT OR KANDIDAT > 0
              IF PB-TISCH(PB-IDX) = SPACES
                 IF ERSTER-OFFENER = 0
                    MOVE PB-IDX TO ERSTER-OFFENER
                 END-IF
                 PERFORM CHECK-TABLE-CONFLICT
                 IF KONFLIKT
                    ADD 1 TO UEBERSPRUNGEN
                 ELSE
                    MOVE PB-IDX TO KANDIDAT
                 END-IF
              END-IF
           END-PERFORM
           IF ERSTER-OFFENER > 0
              ADD 1 TO TT-BESETZT(TT-IDX)
              MOVE SPACES TO TT-GRUND(TT-IDX SEAT-IDX)
              EVALUATE TRUE
              WHEN KANDIDAT = 0
                 MOVE ERSTER-OFFENER TO KANDIDAT
                 ADD 1 TO WIEDERHOLUNGEN
                 MOVE "WIEDERHOLUNG VOM VORTAG, KEIN ANDERER FREI"
                    TO TT-GRUND(TT-IDX SEAT-IDX)
              WHEN SEAT-IDX = 1
                 MOVE "STAERKSTER FREIER BOT"
                    TO TT-GRUND(TT-IDX SEAT-IDX)
              WHEN UEBERSPRUNGEN = 0
                 MOVE "NAECHSTE STAERKE"
                    TO TT-GRUND(TT-IDX SEAT-IDX)
              WHEN OTHER
                 MOVE UEBERSPRUNGEN TO PRT-UEBER-D
                 STRING "NAECHSTE STAERKE OHNE VORTAGS-PAARUNG ("
                                          DELIMITED BY SIZE
                        FUNCTION TRIM(PRT-UEBER-D)
                                          DELIMITED BY SIZE
                        " UEBERGANGEN)"   DELIMITED BY SIZE
                   INTO TT-GRUND(TT-IDX SEAT-IDX)
              END-EVALUATE
              MOVE KANDIDAT TO TT-SEAT(TT-IDX SEAT-IDX)
              MOVE TT-NR(TT-IDX) TO PB-TISCH(KANDIDAT)
           END-IF
       EXIT.

      *> KONFLIKT, wenn PB-IDX am Vortag mit einem der bereits an
      *> diesem Tisch gesetzten Bots sass.
       CHECK-TABLE-CONFLICT SECTION.
           MOVE SPACE TO KONFLIKT-KZ
           PERFORM VARYING SEAT-PRUEF-IDX FROM 1 BY 1
              UNTIL SEAT-PRUEF-IDX > TT-BESETZT(TT-IDX)
              IF VT-GESPIELT(PB-IDX, TT-SEAT(TT-IDX SEAT-PRUEF-IDX))
                 = "J"
                 SET KONFLIKT TO TRUE
              END-IF
           END-PERFORM
       EXIT.

      *> Eine Zeile je besetztem Tisch im Format von TURNDRV:
      *> "BOT1;TT;RRRR;VARIANTE;BOT2;BOT3;BOT4". Ein Tisch mit nur
      *> einem Bot spielt gegen den Treiber ("BOT;TT;RRRR;VARIANTE").
       WRITE-PLAYLIST SECTION.
           OPEN OUTPUT PLAYLIST-FILE
           IF PLAYLIST-STATUS = "00"
              MOVE SPACES TO PLAYLIST-RECORD
              MOVE VORTAG TO PRT-DATUM-D
              STRING "* PAIRGEN "                DELIMITED BY SIZE
                     FUNCTION CURRENT-DATE(1:8)  DELIMITED BY SIZE
                     ", VORTAG "                 DELIMITED BY SIZE
                     PRT-DATUM-D                 DELIMITED BY SIZE
                INTO PLAYLIST-RECORD
              WRITE PLAYLIST-RECORD
              IF PLAYLIST-STATUS NOT = "00"
                 MOVE "WRITE-PLAYLIST" TO ERR-SECTION-NAME
                 MOVE "PLAYLIST" TO ERR-FILE-NAME
                 MOVE PLAYLIST-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET PAIR-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
              PERFORM VARYING TT-IDX FROM 1 BY 1
                 UNTIL TT-IDX > TT-COUNT OR PAIR-FAILED
                 IF TT-BESETZT(TT-IDX) > 0
                    PERFORM WRITE-PLAYLIST-ENTRY
                 END-IF
              END-PERFORM
              CLOSE PLAYLIST-FILE
           ELSE
              MOVE "WRITE-PLAYLIST" TO ERR-SECTION-NAME
              MOVE "PLAYLIST" TO ERR-FILE-NAME
              MOVE PLAYLIST-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET PAIR-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.

       WRITE-PLAYLIST-ENTRY SECTION.
           MOVE SPACES TO PLAYLIST-RECORD
           MOVE 1 TO PLAYLIST-PTR
           MOVE TT-RUNDEN(TT-IDX) TO PRT-RUNDEN-D
           STRING PB-BOT-ID(TT-SEAT(TT-IDX 1)) DELIMITED BY SPACE
                  ";"                          DELIMITED BY SIZE
                  TT-NR(TT-IDX)                DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  PRT-RUNDEN-D                 DELIMITED BY SIZE
                  ";"                          DELIMITED BY SIZE
                  TT-VARIANTE(TT-IDX)          DELIMITED BY SPACE
             INTO PLAYLIST-RECORD
             WITH POINTER PLAYLIST-PTR
           PERFORM VARYING SEAT-IDX FROM 2 BY 1
              UNTIL SEAT-IDX > TT-BESETZT(TT-IDX)
              STRING ";"                            DELIMITED BY SIZE
                     PB-BOT-ID(TT-SEAT(TT-IDX SEAT-IDX))
                                                    DELIMITED BY SPACE
                INTO PLAYLIST-RECORD
                WITH POINTER PLAYLIST-PTR
           END-PERFORM
           WRITE PLAYLIST-RECORD
           IF PLAYLIST-STATUS NOT = "00"
              MOVE "WRITE-PLAYLIST-ENTRY" TO ERR-SECTION-NAME
              MOVE "PLAYLIST" TO ERR-FILE-NAME
              MOVE PLAYLIST-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET PAIR-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.

      *> Bericht: je Tisch die Sitze mit Staerkezahl und Begruendung,
      *> danach die Bots ohne Tisch und die Summen.
       WRITE-PAIR-REPORT SECTION.
           MOVE SPACES TO PAIR-REPORT-RECORD
           IF VORTAG = 0
              STRING "VORTAG: KEINE HISTORIE DER BOTS GEFUNDEN"
                 DELIMITED BY SIZE INTO PAIR-REPORT-RECORD
           ELSE
              MOVE VORTAG TO PRT-DATUM-D
              MOVE VT-PAARUNGEN TO PRT-COUNT-D
              STRING "VORTAG: "      DELIMITED BY SIZE
                     PRT-DATUM-D     DELIMITED BY SIZE
                     "  PAARUNGEN AM VORTAG: " DELIMITED BY SIZE
                     PRT-COUNT-D     DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
           END-IF
           WRITE PAIR-REPORT-RECORD
           IF HIST-OVERFLOW-COUNT > 0
              MOVE SPACES TO PAIR-REPORT-RECORD
              STRING "UEBERLAUF: NICHT ALLE VORTAGS-SAETZE GEMERKT, "
                     "WIEDERHOLUNGEN MOEGLICH" DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              WRITE PAIR-REPORT-RECORD
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM VARYING TT-IDX FROM 1 BY 1
              UNTIL TT-IDX > TT-COUNT
              PERFORM WRITE-TABLE-REPORT
           END-PERFORM
           MOVE SPACES TO PAIR-REPORT-RECORD
           WRITE PAIR-REPORT-RECORD
           PERFORM VARYING PB-IDX FROM 1 BY 1
              UNTIL PB-IDX > PB-COUNT
              IF PB-TISCH(PB-IDX) = SPACES
                 MOVE PB-RATING(PB-IDX) TO PRT-RATING-D
                 MOVE SPACES TO PAIR-REPORT-RECORD
                 STRING "OHNE TISCH: "   DELIMITED BY SIZE
                        PB-BOT-ID(PB-IDX) DELIMITED BY SIZE
                        " "              DELIMITED BY SIZE
                        PRT-RATING-D     DELIMITED BY SIZE
                   INTO PAIR-REPORT-RECORD
                 WRITE PAIR-REPORT-RECORD
              END-IF
           END-PERFORM
           MOVE SPACES TO PAIR-REPORT-RECORD
           STRING "TISCHE BESETZT: "  DELIMITED BY SIZE
                  TISCHE-BESETZT      DELIMITED BY SIZE
                  "  BOTS GESETZT: "  DELIMITED BY SIZE
                  BOTS-GESETZT        DELIMITED BY SIZE
                  "  OHNE TISCH: "    DELIMITED BY SIZE
                  BOTS-OHNE-TISCH     DELIMITED BY SIZE
                  "  WIEDERHOLUNGEN: " DELIMITED BY SIZE
                  WIEDERHOLUNGEN      DELIMITED BY SIZE
             INTO PAIR-REPORT-RECORD
           WRITE PAIR-REPORT-RECORD
       EXIT.

       WRITE-TABLE-REPORT SECTION.
           MOVE SPACES TO PAIR-REPORT-RECORD
           WRITE PAIR-REPORT-RECORD
           MOVE TT-RUNDEN(TT-IDX) TO PRT-RUNDEN-D
           MOVE SPACES TO PAIR-REPORT-RECORD
           IF TT-BESETZT(TT-IDX) = 0
              STRING "TISCH "       DELIMITED BY SIZE
                     TT-NR(TT-IDX)  DELIMITED BY SIZE
                     "  BLEIBT LEER - KEIN BOT MEHR FREI"
                                    DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              WRITE PAIR-REPORT-RECORD
           ELSE
              MOVE PB-RATING(TT-SEAT(TT-IDX 1)) TO PRT-RATING-D
              MOVE PB-RATING(TT-SEAT(TT-IDX TT-BESETZT(TT-IDX)))
                 TO PRT-RATING2-D
              MOVE TT-VARIANTE(TT-IDX) TO PRT-VARIANTE
              STRING "TISCH "             DELIMITED BY SIZE
                     TT-NR(TT-IDX)        DELIMITED BY SIZE
                     "  VARIANTE "        DELIMITED BY SIZE
                     PRT-VARIANTE         DELIMITED BY SIZE
                     "  RUNDEN "          DELIMITED BY SIZE
                     PRT-RUNDEN-D         DELIMITED BY SIZE
                     "  SITZE "           DELIMITED BY SIZE
                     TT-BESETZT(TT-IDX)   DELIMITED BY SIZE
                     "/"                  DELIMITED BY SIZE
                     TT-SITZE(TT-IDX)     DELIMITED BY SIZE
                     "  STAERKE "         DELIMITED BY SIZE
                     PRT-RATING-D         DELIMITED BY SIZE
                     " BIS "              DELIMITED BY SIZE
                     PRT-RATING2-D        DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
              WRITE PAIR-REPORT-RECORD
              PERFORM VARYING SEAT-IDX FROM 1 BY 1
                 UNTIL SEAT-IDX > TT-BESETZT(TT-IDX)
                 PERFORM WRITE-SEAT-REPORT
              END-PERFORM
              IF TT-BESETZT(TT-IDX) = 1 AND TT-SITZE(TT-IDX) > 1
                 MOVE SPACES TO PAIR-REPORT-RECORD
                 STRING "   NUR EIN BOT FREI - SPIELT GEGEN DEN "
                        "TREIBER" DELIMITED BY SIZE
                   INTO PAIR-REPORT-RECORD
                 WRITE PAIR-REPORT-RECORD
              END-IF
           END-IF
       EXIT.

       WRITE-SEAT-REPORT SECTION.
           MOVE TT-SEAT(TT-IDX SEAT-IDX) TO PB-IDX
           MOVE PB-RATING(PB-IDX) TO PRT-RATING-D
           MOVE PB-GAMES(PB-IDX) TO PRT-GAMES-D
           MOVE SPACES TO PAIR-REPORT-RECORD
           STRING "   SITZ "                 DELIMITED BY SIZE
                  SEAT-IDX                   DELIMITED BY SIZE
                  "  "                       DELIMITED BY SIZE
                  PB-BOT-ID(PB-IDX)          DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  PRT-RATING-D               DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  PRT-GAMES-D                DELIMITED BY SIZE
                  " SPIELE  "                DELIMITED BY SIZE
                  TT-GRUND(TT-IDX SEAT-IDX)  DELIMITED BY SIZE
             INTO PAIR-REPORT-RECORD
           IF PB-NEU(PB-IDX)
              STRING FUNCTION TRIM(PAIR-REPORT-RECORD TRAILING)
                                             DELIMITED BY SIZE
                     ", OHNE WERTUNG"        DELIMITED BY SIZE
                INTO PAIR-REPORT-RECORD
           END-IF
           WRITE PAIR-REPORT-RECORD
       EXIT.

           COPY WRITE-ERRLOG.

       END PROGRAM PAIRGEN.
