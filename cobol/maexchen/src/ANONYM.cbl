       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONYM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERASE-CONTROL-FILE ASSIGN TO "ANONCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERASE-CONTROL-STATUS.
           SELECT PSEUDONYM-MAP-FILE ASSIGN TO "ANONMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSEUDONYM-MAP-STATUS.
           SELECT GAME-LOG-FILE ASSIGN TO "GAMELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-STATUS.
           SELECT GAME-LOG-NEW-FILE ASSIGN TO "GAMELOGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-NEW-STATUS.
           SELECT GAME-LOG-ARCH-FILE ASSIGN TO "GLOGARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-ARCH-STATUS.
           SELECT GAME-LOG-ARCH-NEW-FILE ASSIGN TO "GLOGARCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GAME-LOG-ARCH-NEW-STATUS.
           SELECT LEADERBOARD-FILE ASSIGN TO "LEADERBOARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEADERBOARD-STATUS.
           SELECT LEADERBOARD-NEW-FILE ASSIGN TO "LEADERBDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEADERBOARD-NEW-STATUS.
           SELECT LEADERBOARD-ARCH-FILE ASSIGN TO "LDRARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEADERBOARD-ARCH-STATUS.
           SELECT LEADERBOARD-ARCH-NEW-FILE ASSIGN TO "LDRARCHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEADERBOARD-ARCH-NEW-STATUS.
           SELECT REJECTS-FILE ASSIGN TO "REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECTS-STATUS.
           SELECT REJECTS-NEW-FILE ASSIGN TO "REJECTSA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECTS-NEW-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO "EXTRACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.
           SELECT EXTRACT-NEW-FILE ASSIGN TO "EXTRACTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-NEW-STATUS.
           SELECT OPPONENT-STATS-FILE ASSIGN TO "OPPSTATS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLAYER-NAME
               FILE STATUS IS OPP-STAT-STATUS.
           SELECT RATINGS-FILE ASSIGN TO "RATINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATING-PLAYER-NAME
               FILE STATUS IS RATINGS-STATUS.
           SELECT RESULTS-FILE ASSIGN TO "RESULTS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESULT-TOKEN
               FILE STATUS IS RESULTS-STATUS.
           SELECT RATING-HISTORY-FILE ASSIGN TO "RATHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATHIST-KEY
               FILE STATUS IS RATHIST-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHECKPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHECKPOINT-TOKEN
               FILE STATUS IS CHECKPOINT-STATUS.
           SELECT ANON-RUN-FILE ASSIGN TO "ANONRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ANON-RUN-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "ANONZERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERTIFICATE-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERASE-CONTROL-FILE.
       01  ERASE-CONTROL-RECORD PIC X(80).
       FD  PSEUDONYM-MAP-FILE.
       01  PSEUDONYM-MAP-RECORD PIC X(80).
       FD  GAME-LOG-FILE.
       01  GAME-LOG-RECORD PIC X(280).
       FD  GAME-LOG-NEW-FILE.
       01  GAME-LOG-NEW-RECORD PIC X(280).
       FD  GAME-LOG-ARCH-FILE.
       01  GAME-LOG-ARCH-RECORD PIC X(280).
       FD  GAME-LOG-ARCH-NEW-FILE.
       01  GAME-LOG-ARCH-NEW-RECORD PIC X(280).
       FD  LEADERBOARD-FILE.
       01  LEADERBOARD-RECORD PIC X(200).
       FD  LEADERBOARD-NEW-FILE.
       01  LEADERBOARD-NEW-RECORD PIC X(200).
       FD  LEADERBOARD-ARCH-FILE.
       01  LEADERBOARD-ARCH-RECORD PIC X(200).
       FD  LEADERBOARD-ARCH-NEW-FILE.
       01  LEADERBOARD-ARCH-NEW-RECORD PIC X(200).
       FD  REJECTS-FILE.
       01  REJECTS-RECORD PIC X(200).
       FD  REJECTS-NEW-FILE.
       01  REJECTS-NEW-RECORD PIC X(200).
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD PIC X(132).
       FD  EXTRACT-NEW-FILE.
       01  EXTRACT-NEW-RECORD PIC X(132).
       FD  OPPONENT-STATS-FILE.
       01  OPP-STAT-RECORD.
           COPY OPPSTAT.
       FD  RATINGS-FILE.
       01  RATING-RECORD.
           COPY RATINGR.
       FD  RESULTS-FILE.
       01  RESULT-RECORD.
           COPY RESULTR.
       FD  RATING-HISTORY-FILE.
       01  RATHIST-RECORD.
           COPY RATHISTR.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           05 CHECKPOINT-TOKEN PIC X(36).
           05 CHECKPOINT-COMMAND PIC X(32).
           05 CHECKPOINT-MESSAGE PIC X(128).
           05 CHECKPOINT-TIMESTAMP PIC X(21).
       FD  ANON-RUN-FILE.
       01  ANON-RUN-RECORD PIC X(132).
       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD PIC X(132).
       FD  ERRLOG-FILE.
       01  ERRLOG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 ERASE-CONTROL-STATUS PIC XX.
       01 PSEUDONYM-MAP-STATUS PIC XX.
       01 GAME-LOG-STATUS PIC XX.
       01 GAME-LOG-NEW-STATUS PIC XX.
       01 GAME-LOG-ARCH-STATUS PIC XX.
       01 GAME-LOG-ARCH-NEW-STATUS PIC XX.
       01 LEADERBOARD-STATUS PIC XX.
       01 LEADERBOARD-NEW-STATUS PIC XX.
       01 LEADERBOARD-ARCH-STATUS PIC XX.
       01 LEADERBOARD-ARCH-NEW-STATUS PIC XX.
       01 REJECTS-STATUS PIC XX.
       01 REJECTS-NEW-STATUS PIC XX.
       01 EXTRACT-STATUS PIC XX.
       01 EXTRACT-NEW-STATUS PIC XX.
       01 OPP-STAT-STATUS PIC XX.
       01 RATINGS-STATUS PIC XX.
       01 RESULTS-STATUS PIC XX.
       01 RATHIST-STATUS PIC XX.
       01 CHECKPOINT-STATUS PIC XX.
       01 ANON-RUN-STATUS PIC XX.
       01 CERTIFICATE-STATUS PIC XX.
           COPY ERRLOGWS.
       01 ANON-FLAGS.
          05 ANON-FAILED-KZ PIC X VALUE SPACE.
             88 ANON-FAILED VALUE 'F'.
          05 CONTROL-FEHLER-KZ PIC X VALUE SPACE.
             88 CONTROL-FEHLER VALUE 'F'.
          05 CONTROL-EOF-KZ PIC X VALUE SPACE.
             88 CONTROL-EOF VALUE 'Y'.
          05 MAP-EOF-KZ PIC X VALUE SPACE.
             88 MAP-EOF VALUE 'Y'.
          05 DATEI-EOF-KZ PIC X VALUE SPACE.
             88 DATEI-EOF VALUE 'Y'.
          05 STAT-FOUND-KZ PIC X VALUE SPACE.
             88 STAT-FOUND VALUE 'Y'.
          05 TEXT-GEAENDERT-KZ PIC X VALUE SPACE.
             88 TEXT-GEAENDERT VALUE 'G'.
          05 TEXT-UEBERLAUF-KZ PIC X VALUE SPACE.
             88 TEXT-UEBERLAUF VALUE 'U'.
          05 TREFFER-KZ PIC X VALUE SPACE.
             88 TREFFER VALUE 'T'.

      *> Steuerkarten in ANONCTL, eine je Zeile:
      *>   LOESCHEN;NAME   Spielername, der in allen Dateien durch
      *>                   sein Pseudonym ersetzt wird
      *> Zeilen mit "*" in Spalte 1 sind Kommentar. Eine fehlerhafte
      *> oder unbekannte Karte haelt den ganzen Lauf an (RETURN-CODE
      *> 8) - wie bei ARCHHIST wird nichts auf Verdacht ausgefuehrt.
       01 CTL-FELDER.
          05 CTL-VERB PIC X(12).
          05 CTL-ARG-1 PIC X(30).
       01 CTL-KARTE-NR PIC 9(4).

      *> Die zu loeschenden Namen mit ihrem Pseudonym. ER-LEN ist die
      *> Laenge des Namens ohne nachfolgende Leerstellen, ER-NEU
      *> sagt, ob das Pseudonym in diesem Lauf vergeben wurde.
       01 ER-TABELLE.
          05 ER-COUNT PIC 99 VALUE 0.
          05 ER-ENTRY OCCURS 50 TIMES.
             07 ER-NAME PIC X(20).
             07 ER-LEN PIC 99.
             07 ER-PSEUDO PIC X(10).
             07 ER-NEU-KZ PIC X.
                88 ER-NEU VALUE 'N'.
       01 ER-IDX PIC 99.
       01 ER-MATCH PIC 99.

      *> ANONMAP haelt je geloeschtem Namen eine Zeile
      *>   "NAME;PSEUDONYM;ZEITSTEMPEL"
      *> und ist die einzige Stelle, die ein Pseudonym wieder einem
      *> Namen zuordnet - die Datei ist darum zugriffsgeschuetzt
      *> abzulegen. Ein schon vergebenes Pseudonym wird wieder-
      *> verwendet, damit ein zweiter Lauf (etwa fuer eine weitere
      *> Archivgeneration) dieselben Ersetzungen vornimmt. Neue
      *> Pseudonyme sind "ANON" mit fortlaufender sechsstelliger
      *> Nummer.
       01 ZO-TABELLE.
          05 ZO-COUNT PIC 9(4) VALUE 0.
          05 ZO-ENTRY OCCURS 2000 TIMES.
             07 ZO-NAME PIC X(20).
             07 ZO-PSEUDO PIC X(10).
       01 ZO-IDX PIC 9(4).
       01 ZO-ZEILE.
          05 ZO-Z-NAME PIC X(20).
          05 ZO-Z-PSEUDO PIC X(10).
          05 ZO-Z-TS PIC X(21).
       01 ZO-HOECHSTE-NR PIC 9(6) VALUE 0.
       01 ZO-NR PIC 9(6).
       01 NEU-VERGEBEN PIC 99 VALUE 0.

      *> Saetze und Aenderungen je Datei fuer die Bescheinigung:
      *>   1 GAMELOG   2 GLOGARCH   3 LEADERBOARD   4 LDRARCH
      *>   5 REJECTS   6 EXTRACT    7 OPPSTATS      8 RATINGS
      *>   9 RESULTS  10 RATHIST   11 CHECKPT
      *> Bei OPPSTATS, RATINGS und RATHIST zaehlt GELESEN die
      *> gefundenen Namenssaetze; NEUSCHL die unter dem Pseudonym neu
      *> geschriebenen, ZUSAMMEN die in einen vorhandenen Pseudonym-
      *> Satz uebernommenen.
       01 ZF-TABELLE.
          05 ZF-ENTRY OCCURS 11 TIMES.
             07 ZF-DATEI PIC X(11).
             07 ZF-ERSATZ PIC X(9).
             07 ZF-ZUSTAND PIC X(12).
             07 ZF-GELESEN PIC 9(7).
             07 ZF-GEAENDERT PIC 9(7).
             07 ZF-NEUSCHL PIC 9(7).
             07 ZF-ZUSAMMEN PIC 9(7).
       01 ZF-IDX PIC 99.
       01 TREFFER-GESAMT PIC 9(7) VALUE 0.
       01 GEKUERZT-COUNT PIC 9(7) VALUE 0.

      *> Arbeitsbereich der Namensersetzung: TEXT-ALT/TEXT-LEN ist der
      *> zu pruefende Text, TEXT-NEU wird daraus aufgebaut. Ein Name
      *> wird nur als ganzes Feld ersetzt - vor und hinter ihm steht
      *> der Textanfang bzw. das Textende oder ein Trennzeichen der
      *> Servernachrichten (SCORE;name:punkte,name:punkte;TOKEN).
       01 TEXT-ALT PIC X(280).
       01 TEXT-NEU PIC X(280).
       01 TEXT-LEN PIC 9(4).
       01 TEXT-POS PIC 9(4).
       01 NEU-PTR PIC 9(4).
       01 NAME-LEN PIC 99.
       01 NAME-VORKOMMEN PIC 9(4).
       01 PRUEF-ZEICHEN PIC X.
          88 TRENNER VALUE ";" "," ":" " ".

       01 LOG-FELDER.
          05 LOG-BOT-ID PIC X(10).
          05 LOG-COMMAND PIC X(32).
          05 LOG-TOKEN PIC X(36).
       01 ZEILE PIC X(280).
       01 ZEILE-NEU PIC X(280).
       01 ZEILE-MAX PIC 9(4).
       01 REC-PTR PIC 9(4).
       01 REC-TRIM-LEN PIC 9(4).
       01 REC-MSG-LEN PIC S9(4).

       01 OPP-SAVE.
          05 SAVE-ANNOUNCE-COUNT PIC 9(7).
          05 SAVE-BLUFF-COUNT PIC 9(7).
          05 SAVE-RANK-TOTAL PIC 9(9).
          05 SAVE-LAST-SEEN PIC 9(8).
       01 RATING-SAVE.
          05 SAVE-RATING-VALUE PIC 9(4).
          05 SAVE-GAMES-PLAYED PIC 9(7).
          05 SAVE-LAST-PLAYED PIC 9(8).
       01 RATHIST-SAVE.
          05 SAVE-HIST-KEY PIC X(26).
          05 SAVE-HIST-VALUE PIC 9(4).
          05 SAVE-HIST-GAMES PIC 9(7).
          05 SAVE-HIST-LAST-PLAYED PIC 9(8).
          05 SAVE-HIST-RESET-VALUE PIC 9(4).
          05 SAVE-HIST-CLOSED-TS PIC X(21).

       01 LOG-TIMESTAMP PIC X(21).
       01 PRT-FELDER.
          05 PRT-GELESEN-D PIC ZZZZZZ9.
          05 PRT-GEAENDERT-D PIC ZZZZZZ9.
          05 PRT-NEUSCHL-D PIC ZZZZZZ9.
          05 PRT-ZUSAMMEN-D PIC ZZZZZZ9.
          05 PRT-COUNT-D PIC ZZZZZZ9.
          05 PRT-KARTE-D PIC ZZZ9.

       PROCEDURE DIVISION.
           MOVE "ANONYM" TO ERR-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           OPEN OUTPUT CERTIFICATE-FILE
           IF CERTIFICATE-STATUS NOT = "00"
              MOVE "ANONYM" TO ERR-SECTION-NAME
              MOVE "ANONZERT" TO ERR-FILE-NAME
              MOVE CERTIFICATE-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO CERTIFICATE-RECORD
              STRING "ANONYM LOESCHBESCHEINIGUNG  " DELIMITED BY SIZE
                     LOG-TIMESTAMP                  DELIMITED BY SIZE
                INTO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
              PERFORM INIT-FILE-COUNTS
              PERFORM READ-ERASE-CONTROL
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 PERFORM LOAD-PSEUDONYM-MAP
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 PERFORM ASSIGN-PSEUDONYMS
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 MOVE 1 TO ZF-IDX
                 PERFORM COPY-GAME-LOG
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 MOVE 2 TO ZF-IDX
                 PERFORM COPY-GAME-LOG-ARCH
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 MOVE 3 TO ZF-IDX
                 PERFORM COPY-LEADERBOARD
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 MOVE 4 TO ZF-IDX
                 PERFORM COPY-LEADERBOARD-ARCH
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 MOVE 5 TO ZF-IDX
                 PERFORM COPY-REJECTS
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 MOVE 6 TO ZF-IDX
                 PERFORM COPY-EXTRACT
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 MOVE 7 TO ZF-IDX
                 PERFORM REKEY-OPPONENT-STATS
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 MOVE 8 TO ZF-IDX
                 PERFORM REKEY-RATINGS
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 MOVE 9 TO ZF-IDX
                 PERFORM SCRUB-RESULTS
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 MOVE 10 TO ZF-IDX
                 PERFORM REKEY-RATING-HISTORY
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 MOVE 11 TO ZF-IDX
                 PERFORM SCRUB-CHECKPOINTS
              END-IF
              IF NOT CONTROL-FEHLER AND NOT ANON-FAILED
                 PERFORM WRITE-RUN-CONTROL
              END-IF
              PERFORM WRITE-CERTIFICATE
              CLOSE CERTIFICATE-FILE
           END-IF
           STOP RUN
          .

       INIT-FILE-COUNTS SECTION.
           INITIALIZE ZF-TABELLE
           MOVE "GAMELOG" TO ZF-DATEI(1)
           MOVE "GAMELOGA" TO ZF-ERSATZ(1)
           MOVE "GLOGARCH" TO ZF-DATEI(2)
           MOVE "GLOGARCA" TO ZF-ERSATZ(2)
           MOVE "LEADERBOARD" TO ZF-DATEI(3)
           MOVE "LEADERBDA" TO ZF-ERSATZ(3)
           MOVE "LDRARCH" TO ZF-DATEI(4)
           MOVE "LDRARCHA" TO ZF-ERSATZ(4)
           MOVE "REJECTS" TO ZF-DATEI(5)
           MOVE "REJECTSA" TO ZF-ERSATZ(5)
           MOVE "EXTRACT" TO ZF-DATEI(6)
           MOVE "EXTRACTA" TO ZF-ERSATZ(6)
           MOVE "OPPSTATS" TO ZF-DATEI(7)
           MOVE "RATINGS" TO ZF-DATEI(8)
           MOVE "RESULTS" TO ZF-DATEI(9)
           MOVE "RATHIST" TO ZF-DATEI(10)
           MOVE "CHECKPT" TO ZF-DATEI(11)
           PERFORM VARYING ZF-IDX FROM 1 BY 1 UNTIL ZF-IDX > 11
              MOVE "NICHT LAUF" TO ZF-ZUSTAND(ZF-IDX)
           END-PERFORM
       EXIT.

       READ-ERASE-CONTROL SECTION.
           OPEN INPUT ERASE-CONTROL-FILE
           IF ERASE-CONTROL-STATUS = "00"
              MOVE SPACE TO CONTROL-EOF-KZ
              MOVE 0 TO CTL-KARTE-NR
              PERFORM READ-CONTROL-CARD
              PERFORM DISPATCH-CONTROL-CARD UNTIL CONTROL-EOF
              CLOSE ERASE-CONTROL-FILE
              IF ER-COUNT = 0 AND NOT CONTROL-FEHLER
                 MOVE "KEINE LOESCHEN-KARTE IN ANONCTL"
                    TO CERTIFICATE-RECORD
                 PERFORM REJECT-CONTROL-CARD
              END-IF
           ELSE
              MOVE "READ-ERASE-CONTROL" TO ERR-SECTION-NAME
              MOVE "ANONCTL" TO ERR-FILE-NAME
              MOVE ERASE-CONTROL-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET ANON-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.

       READ-CONTROL-CARD SECTION.
           READ ERASE-CONTROL-FILE
              AT END
                 SET CONTROL-EOF TO TRUE
              NOT AT END
                 ADD 1 TO CTL-KARTE-NR
           END-READ
       EXIT.

      *> Ein Name laenger als das Schluesselfeld (20 Stellen) kann in
      *> keiner Datei stehen und ist ein Schreibfehler; ein Name, der
      *> schon wie ein Pseudonym aussieht, wird nicht noch einmal
      *> ersetzt. Abgewiesene Karten erscheinen im Zertifikat nur mit
      *> ihrer Nummer und dem Grund, nie mit ihrem Text - sie koennen
      *> den Namen eines Spielers enthalten, der geloescht werden will.
       DISPATCH-CONTROL-CARD SECTION.
           MOVE SPACES TO CTL-FELDER
           MOVE CTL-KARTE-NR TO PRT-KARTE-D
           UNSTRING ERASE-CONTROL-RECORD DELIMITED BY ";"
              INTO CTL-VERB
                   CTL-ARG-1
           EVALUATE CTL-VERB
           WHEN "LOESCHEN"
              MOVE 0 TO ER-MATCH
              PERFORM VARYING ER-IDX FROM 1 BY 1
                 UNTIL ER-IDX > ER-COUNT
                 IF ER-NAME(ER-IDX) = CTL-ARG-1
                    MOVE ER-IDX TO ER-MATCH
                 END-IF
              END-PERFORM
              EVALUATE TRUE
              WHEN CTL-ARG-1 = SPACES
                 MOVE SPACES TO CERTIFICATE-RECORD
                 STRING "KARTE " PRT-KARTE-D
                        ": LOESCHEN-KARTE OHNE NAMEN"
                                              DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
                 PERFORM REJECT-CONTROL-CARD
              WHEN CTL-ARG-1(21:10) NOT = SPACES
                 MOVE SPACES TO CERTIFICATE-RECORD
                 STRING "KARTE " PRT-KARTE-D
                        ": NAME LAENGER ALS 20 STELLEN"
                                              DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
                 PERFORM REJECT-CONTROL-CARD
              WHEN CTL-ARG-1(1:4) = "ANON"
               AND CTL-ARG-1(5:6) NUMERIC
               AND CTL-ARG-1(11:20) = SPACES
                 MOVE SPACES TO CERTIFICATE-RECORD
                 STRING "KARTE " PRT-KARTE-D
                        ": NAME IST BEREITS EIN PSEUDONYM: "
                                              DELIMITED BY SIZE
                        CTL-ARG-1             DELIMITED BY SPACE
                   INTO CERTIFICATE-RECORD
                 PERFORM REJECT-CONTROL-CARD
              WHEN ER-MATCH > 0
                 CONTINUE
              WHEN ER-COUNT >= 50
                 MOVE SPACES TO CERTIFICATE-RECORD
                 STRING "KARTE " PRT-KARTE-D
                        ": MEHR ALS 50 NAMEN JE LAUF"
                                              DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
                 PERFORM REJECT-CONTROL-CARD
              WHEN OTHER
                 ADD 1 TO ER-COUNT
                 INITIALIZE ER-ENTRY(ER-COUNT)
                 MOVE CTL-ARG-1 TO ER-NAME(ER-COUNT)
                 COMPUTE ER-LEN(ER-COUNT) =
                    FUNCTION LENGTH(FUNCTION TRIM(CTL-ARG-1 TRAILING))
              END-EVALUATE
           WHEN SPACES
              CONTINUE
           WHEN OTHER
              IF ERASE-CONTROL-RECORD(1:1) NOT = "*"
                 MOVE SPACES TO CERTIFICATE-RECORD
                 STRING "KARTE " PRT-KARTE-D
                        ": UNBEKANNTES KOMMANDO"
                                              DELIMITED BY SIZE
                   INTO CERTIFICATE-RECORD
                 PERFORM REJECT-CONTROL-CARD
              END-IF
           END-EVALUATE
           PERFORM READ-CONTROL-CARD
       EXIT.

       REJECT-CONTROL-CARD SECTION.
           WRITE CERTIFICATE-RECORD
           SET CONTROL-FEHLER TO TRUE
           IF RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF
       EXIT.

       LOAD-PSEUDONYM-MAP SECTION.
           MOVE SPACE TO MAP-EOF-KZ
           OPEN INPUT PSEUDONYM-MAP-FILE
           IF PSEUDONYM-MAP-STATUS = "00"
              PERFORM READ-MAP-RECORD
              PERFORM STORE-MAP-LINE UNTIL MAP-EOF OR ANON-FAILED
              CLOSE PSEUDONYM-MAP-FILE
           ELSE
              IF PSEUDONYM-MAP-STATUS NOT = "35"
                 MOVE "LOAD-PSEUDONYM-MAP" TO ERR-SECTION-NAME
                 MOVE "ANONMAP" TO ERR-FILE-NAME
                 MOVE PSEUDONYM-MAP-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET ANON-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
       EXIT.

       READ-MAP-RECORD SECTION.
           READ PSEUDONYM-MAP-FILE
              AT END
                 SET MAP-EOF TO TRUE
           END-READ
       EXIT.

      *> Eine volle Zuordnungstabelle bricht ab: ein nicht geladener
      *> Name bekaeme sonst ein zweites Pseudonym.
       STORE-MAP-LINE SECTION.
           MOVE SPACES TO ZO-ZEILE
           UNSTRING PSEUDONYM-MAP-RECORD DELIMITED BY ";"
              INTO ZO-Z-NAME
                   ZO-Z-PSEUDO
                   ZO-Z-TS
           IF ZO-Z-NAME NOT = SPACES
              AND PSEUDONYM-MAP-RECORD(1:1) NOT = "*"
              IF ZO-COUNT < 2000
                 ADD 1 TO ZO-COUNT
                 MOVE ZO-Z-NAME TO ZO-NAME(ZO-COUNT)
                 MOVE ZO-Z-PSEUDO TO ZO-PSEUDO(ZO-COUNT)
                 IF ZO-Z-PSEUDO(5:6) NUMERIC
                    MOVE ZO-Z-PSEUDO(5:6) TO ZO-NR
                    IF ZO-NR > ZO-HOECHSTE-NR
                       MOVE ZO-NR TO ZO-HOECHSTE-NR
                    END-IF
                 END-IF
              ELSE
                 MOVE "STORE-MAP-LINE" TO ERR-SECTION-NAME
                 MOVE "ANONMAP" TO ERR-FILE-NAME
                 MOVE "OV" TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET ANON-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM READ-MAP-RECORD
       EXIT.

      *> Vergibt fehlende Pseudonyme und schreibt sie nach ANONMAP,
      *> bevor irgendeine Datei angefasst wird - ein Abbruch danach
      *> hinterlaesst so nie ein Pseudonym ohne Zuordnung.
       ASSIGN-PSEUDONYMS SECTION.
           PERFORM VARYING ER-IDX FROM 1 BY 1
              UNTIL ER-IDX > ER-COUNT
              PERFORM VARYING ZO-IDX FROM 1 BY 1
                 UNTIL ZO-IDX > ZO-COUNT
                 IF ZO-NAME(ZO-IDX) = ER-NAME(ER-IDX)
                    MOVE ZO-PSEUDO(ZO-IDX) TO ER-PSEUDO(ER-IDX)
                 END-IF
              END-PERFORM
              IF ER-PSEUDO(ER-IDX) = SPACES
                 ADD 1 TO ZO-HOECHSTE-NR
                 MOVE ZO-HOECHSTE-NR TO ZO-NR
                 STRING "ANON" DELIMITED BY SIZE
                        ZO-NR  DELIMITED BY SIZE
                   INTO ER-PSEUDO(ER-IDX)
                 SET ER-NEU(ER-IDX) TO TRUE
                 ADD 1 TO NEU-VERGEBEN
              END-IF
           END-PERFORM
           IF NEU-VERGEBEN > 0
              OPEN EXTEND PSEUDONYM-MAP-FILE
              IF PSEUDONYM-MAP-STATUS = "35"
                 OPEN OUTPUT PSEUDONYM-MAP-FILE
              END-IF
              IF PSEUDONYM-MAP-STATUS = "00"
                 PERFORM VARYING ER-IDX FROM 1 BY 1
                    UNTIL ER-IDX > ER-COUNT
                    IF ER-NEU(ER-IDX)
                       PERFORM WRITE-MAP-LINE
                    END-IF
                 END-PERFORM
                 CLOSE PSEUDONYM-MAP-FILE
              ELSE
                 MOVE "ASSIGN-PSEUDONYMS" TO ERR-SECTION-NAME
                 MOVE "ANONMAP" TO ERR-FILE-NAME
                 MOVE PSEUDONYM-MAP-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET ANON-FAILED TO TRUE
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
       EXIT.

       WRITE-MAP-LINE SECTION.
           MOVE SPACES TO PSEUDONYM-MAP-RECORD
           STRING ER-NAME(ER-IDX)(1:ER-LEN(ER-IDX)) DELIMITED BY SIZE
                  ";"                                DELIMITED BY SIZE
                  ER-PSEUDO(ER-IDX)                  DELIMITED BY SIZE
                  ";"                                DELIMITED BY SIZE
                  LOG-TIMESTAMP                      DELIMITED BY SIZE
             INTO PSEUDONYM-MAP-RECORD
           WRITE PSEUDONYM-MAP-RECORD
           IF PSEUDONYM-MAP-STATUS NOT = "00"
              MOVE "WRITE-MAP-LINE" TO ERR-SECTION-NAME
              MOVE "ANONMAP" TO ERR-FILE-NAME
              MOVE PSEUDONYM-MAP-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET ANON-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.

      *> Die vier Protokolldateien, REJECTS und EXTRACT werden wie bei
      *> ARCHHIST nie selbst veraendert: jede wird vollstaendig in
      *> ihre Ersatzdatei (GAMELOGA, GLOGARCA, LEADERBDA, LDRARCHA,
      *> REJECTSA, EXTRACTA) kopiert, und erst
      *> die COMMIT-Zeile in ANONRUN gibt dem Folgeschritt des Jobs
      *> frei, die Ersatzdateien gegen die Originale zu tauschen.
      *> Fuer weitere, schon weggestellte Generationen wird der Lauf
      *> mit derselben Karte wiederholt und GLOGARCH/LDRARCH auf die
      *> jeweilige Generation gestellt; die Pseudonyme aus ANONMAP
      *> bleiben dabei dieselben. Eine fehlende Datei wird in der
      *> Bescheinigung als FEHLT ausgewiesen.
       COPY-GAME-LOG SECTION.
           MOVE SPACE TO DATEI-EOF-KZ
           OPEN INPUT GAME-LOG-FILE
           EVALUATE GAME-LOG-STATUS
           WHEN "00"
              OPEN OUTPUT GAME-LOG-NEW-FILE
              IF GAME-LOG-NEW-STATUS = "00"
                 MOVE "KOPIERT" TO ZF-ZUSTAND(ZF-IDX)
                 PERFORM READ-GAME-LOG-RECORD
                 PERFORM SCRUB-GAME-LOG-RECORD
                    UNTIL DATEI-EOF OR ANON-FAILED
                 CLOSE GAME-LOG-NEW-FILE
              ELSE
                 MOVE "COPY-GAME-LOG" TO ERR-SECTION-NAME
                 MOVE "GAMELOGA" TO ERR-FILE-NAME
                 MOVE GAME-LOG-NEW-STATUS TO ERR-FILE-STATUS
                 PERFORM FAIL-FILE-STEP
              END-IF
              CLOSE GAME-LOG-FILE
           WHEN "35"
              MOVE "FEHLT" TO ZF-ZUSTAND(ZF-IDX)
           WHEN OTHER
              MOVE "COPY-GAME-LOG" TO ERR-SECTION-NAME
              MOVE "GAMELOG" TO ERR-FILE-NAME
              MOVE GAME-LOG-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-EVALUATE
       EXIT.

       READ-GAME-LOG-RECORD SECTION.
           READ GAME-LOG-FILE
              AT END
                 SET DATEI-EOF TO TRUE
           END-READ
       EXIT.

       SCRUB-GAME-LOG-RECORD SECTION.
           MOVE GAME-LOG-RECORD TO ZEILE
           MOVE 280 TO ZEILE-MAX
           PERFORM SCRUB-GAME-LOG-LINE
           MOVE ZEILE TO GAME-LOG-NEW-RECORD
           WRITE GAME-LOG-NEW-RECORD
           IF GAME-LOG-NEW-STATUS NOT = "00"
              MOVE "SCRUB-GAME-LOG-RECORD" TO ERR-SECTION-NAME
              MOVE "GAMELOGA" TO ERR-FILE-NAME
              MOVE GAME-LOG-NEW-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-IF
           PERFORM READ-GAME-LOG-RECORD
       EXIT.

       COPY-GAME-LOG-ARCH SECTION.
           MOVE SPACE TO DATEI-EOF-KZ
           OPEN INPUT GAME-LOG-ARCH-FILE
           EVALUATE GAME-LOG-ARCH-STATUS
           WHEN "00"
              OPEN OUTPUT GAME-LOG-ARCH-NEW-FILE
              IF GAME-LOG-ARCH-NEW-STATUS = "00"
                 MOVE "KOPIERT" TO ZF-ZUSTAND(ZF-IDX)
                 PERFORM READ-GAME-LOG-ARCH-RECORD
                 PERFORM SCRUB-GAME-LOG-ARCH-RECORD
                    UNTIL DATEI-EOF OR ANON-FAILED
                 CLOSE GAME-LOG-ARCH-NEW-FILE
              ELSE
                 MOVE "COPY-GAME-LOG-ARCH" TO ERR-SECTION-NAME
                 MOVE "GLOGARCA" TO ERR-FILE-NAME
                 MOVE GAME-LOG-ARCH-NEW-STATUS TO ERR-FILE-STATUS
                 PERFORM FAIL-FILE-STEP
              END-IF
              CLOSE GAME-LOG-ARCH-FILE
           WHEN "35"
              MOVE "FEHLT" TO ZF-ZUSTAND(ZF-IDX)
           WHEN OTHER
              MOVE "COPY-GAME-LOG-ARCH" TO ERR-SECTION-NAME
              MOVE "GLOGARCH" TO ERR-FILE-NAME
              MOVE GAME-LOG-ARCH-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-EVALUATE
       EXIT.

       READ-GAME-LOG-ARCH-RECORD SECTION.
           READ GAME-LOG-ARCH-FILE
              AT END
                 SET DATEI-EOF TO TRUE
           END-READ
       EXIT.

      *> Die Pruefzeile am Ende einer Generation (SUMMARY;...) traegt
      *> nur Bot-Kennungen und Zaehler und bleibt unberuehrt.
       SCRUB-GAME-LOG-ARCH-RECORD SECTION.
           MOVE GAME-LOG-ARCH-RECORD TO ZEILE
           MOVE 280 TO ZEILE-MAX
           IF ZEILE(1:8) = "SUMMARY;"
              ADD 1 TO ZF-GELESEN(ZF-IDX)
           ELSE
              PERFORM SCRUB-GAME-LOG-LINE
           END-IF
           MOVE ZEILE TO GAME-LOG-ARCH-NEW-RECORD
           WRITE GAME-LOG-ARCH-NEW-RECORD
           IF GAME-LOG-ARCH-NEW-STATUS NOT = "00"
              MOVE "SCRUB-GAME-LOG-ARCH-RECORD" TO ERR-SECTION-NAME
              MOVE "GLOGARCA" TO ERR-FILE-NAME
              MOVE GAME-LOG-ARCH-NEW-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-IF
           PERFORM READ-GAME-LOG-ARCH-RECORD
       EXIT.

       COPY-LEADERBOARD SECTION.
           MOVE SPACE TO DATEI-EOF-KZ
           OPEN INPUT LEADERBOARD-FILE
           EVALUATE LEADERBOARD-STATUS
           WHEN "00"
              OPEN OUTPUT LEADERBOARD-NEW-FILE
              IF LEADERBOARD-NEW-STATUS = "00"
                 MOVE "KOPIERT" TO ZF-ZUSTAND(ZF-IDX)
                 PERFORM READ-LEADERBOARD-RECORD
                 PERFORM SCRUB-LEADERBOARD-RECORD
                    UNTIL DATEI-EOF OR ANON-FAILED
                 CLOSE LEADERBOARD-NEW-FILE
              ELSE
                 MOVE "COPY-LEADERBOARD" TO ERR-SECTION-NAME
                 MOVE "LEADERBDA" TO ERR-FILE-NAME
                 MOVE LEADERBOARD-NEW-STATUS TO ERR-FILE-STATUS
                 PERFORM FAIL-FILE-STEP
              END-IF
              CLOSE LEADERBOARD-FILE
           WHEN "35"
              MOVE "FEHLT" TO ZF-ZUSTAND(ZF-IDX)
           WHEN OTHER
              MOVE "COPY-LEADERBOARD" TO ERR-SECTION-NAME
              MOVE "LEADERBOARD" TO ERR-FILE-NAME
              MOVE LEADERBOARD-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-EVALUATE
       EXIT.

       READ-LEADERBOARD-RECORD SECTION.
           READ LEADERBOARD-FILE
              AT END
                 SET DATEI-EOF TO TRUE
           END-READ
       EXIT.

       SCRUB-LEADERBOARD-RECORD SECTION.
           MOVE LEADERBOARD-RECORD TO ZEILE
           MOVE 200 TO ZEILE-MAX
           PERFORM SCRUB-LEADERBOARD-LINE
           MOVE ZEILE TO LEADERBOARD-NEW-RECORD
           WRITE LEADERBOARD-NEW-RECORD
           IF LEADERBOARD-NEW-STATUS NOT = "00"
              MOVE "SCRUB-LEADERBOARD-RECORD" TO ERR-SECTION-NAME
              MOVE "LEADERBDA" TO ERR-FILE-NAME
              MOVE LEADERBOARD-NEW-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-IF
           PERFORM READ-LEADERBOARD-RECORD
       EXIT.

       COPY-LEADERBOARD-ARCH SECTION.
           MOVE SPACE TO DATEI-EOF-KZ
           OPEN INPUT LEADERBOARD-ARCH-FILE
           EVALUATE LEADERBOARD-ARCH-STATUS
           WHEN "00"
              OPEN OUTPUT LEADERBOARD-ARCH-NEW-FILE
              IF LEADERBOARD-ARCH-NEW-STATUS = "00"
                 MOVE "KOPIERT" TO ZF-ZUSTAND(ZF-IDX)
                 PERFORM READ-LEADERBOARD-ARCH-RECORD
                 PERFORM SCRUB-LEADERBOARD-ARCH-RECORD
                    UNTIL DATEI-EOF OR ANON-FAILED
                 CLOSE LEADERBOARD-ARCH-NEW-FILE
              ELSE
                 MOVE "COPY-LEADERBOARD-ARCH" TO ERR-SECTION-NAME
                 MOVE "LDRARCHA" TO ERR-FILE-NAME
                 MOVE LEADERBOARD-ARCH-NEW-STATUS TO ERR-FILE-STATUS
                 PERFORM FAIL-FILE-STEP
              END-IF
              CLOSE LEADERBOARD-ARCH-FILE
           WHEN "35"
              MOVE "FEHLT" TO ZF-ZUSTAND(ZF-IDX)
           WHEN OTHER
              MOVE "COPY-LEADERBOARD-ARCH" TO ERR-SECTION-NAME
              MOVE "LDRARCH" TO ERR-FILE-NAME
              MOVE LEADERBOARD-ARCH-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-EVALUATE
       EXIT.

       READ-LEADERBOARD-ARCH-RECORD SECTION.
           READ LEADERBOARD-ARCH-FILE
              AT END
                 SET DATEI-EOF TO TRUE
           END-READ
       EXIT.

       SCRUB-LEADERBOARD-ARCH-RECORD SECTION.
           MOVE LEADERBOARD-ARCH-RECORD TO ZEILE
           MOVE 200 TO ZEILE-MAX
           IF ZEILE(1:8) = "SUMMARY;"
              ADD 1 TO ZF-GELESEN(ZF-IDX)
           ELSE
              PERFORM SCRUB-LEADERBOARD-LINE
           END-IF
           MOVE ZEILE TO LEADERBOARD-ARCH-NEW-RECORD
           WRITE LEADERBOARD-ARCH-NEW-RECORD
           IF LEADERBOARD-ARCH-NEW-STATUS NOT = "00"
              MOVE "SCRUB-LEADERBOARD-ARCH-RECORD" TO ERR-SECTION-NAME
              MOVE "LDRARCHA" TO ERR-FILE-NAME
              MOVE LEADERBOARD-ARCH-NEW-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-IF
           PERFORM READ-LEADERBOARD-ARCH-RECORD
       EXIT.

      *> REJECTS-Zeile "BOT;GRUND;SERVERZEILE;ZEITSTEMPEL", von
      *> REJRESUB erledigte Zeilen mit vorangestelltem "E;": ersetzt
      *> wird in der rohen Serverzeile.
       COPY-REJECTS SECTION.
           MOVE SPACE TO DATEI-EOF-KZ
           OPEN INPUT REJECTS-FILE
           EVALUATE REJECTS-STATUS
           WHEN "00"
              OPEN OUTPUT REJECTS-NEW-FILE
              IF REJECTS-NEW-STATUS = "00"
                 MOVE "KOPIERT" TO ZF-ZUSTAND(ZF-IDX)
                 PERFORM READ-REJECTS-RECORD
                 PERFORM SCRUB-REJECTS-RECORD
                    UNTIL DATEI-EOF OR ANON-FAILED
                 CLOSE REJECTS-NEW-FILE
              ELSE
                 MOVE "COPY-REJECTS" TO ERR-SECTION-NAME
                 MOVE "REJECTSA" TO ERR-FILE-NAME
                 MOVE REJECTS-NEW-STATUS TO ERR-FILE-STATUS
                 PERFORM FAIL-FILE-STEP
              END-IF
              CLOSE REJECTS-FILE
           WHEN "35"
              MOVE "FEHLT" TO ZF-ZUSTAND(ZF-IDX)
           WHEN OTHER
              MOVE "COPY-REJECTS" TO ERR-SECTION-NAME
              MOVE "REJECTS" TO ERR-FILE-NAME
              MOVE REJECTS-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-EVALUATE
       EXIT.

       READ-REJECTS-RECORD SECTION.
           READ REJECTS-FILE
              AT END
                 SET DATEI-EOF TO TRUE
           END-READ
       EXIT.

       SCRUB-REJECTS-RECORD SECTION.
           MOVE REJECTS-RECORD TO ZEILE
           MOVE 200 TO ZEILE-MAX
           ADD 1 TO ZF-GELESEN(ZF-IDX)
           MOVE 1 TO REC-PTR
           IF ZEILE(1:2) = "E;"
              MOVE 3 TO REC-PTR
           END-IF
           MOVE SPACES TO LOG-FELDER
           UNSTRING ZEILE DELIMITED BY ";"
              INTO LOG-BOT-ID
                   LOG-COMMAND
              WITH POINTER REC-PTR
           PERFORM SCRUB-LINE-TEXT
           MOVE ZEILE TO REJECTS-NEW-RECORD
           WRITE REJECTS-NEW-RECORD
           IF REJECTS-NEW-STATUS NOT = "00"
              MOVE "SCRUB-REJECTS-RECORD" TO ERR-SECTION-NAME
              MOVE "REJECTSA" TO ERR-FILE-NAME
              MOVE REJECTS-NEW-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-IF
           PERFORM READ-REJECTS-RECORD
       EXIT.

      *> EXTRACT (Schnittstellendatei von NIGHTEXT, feste Stellen):
      *> Namen stehen nur im Gegner-Satz "30" (Stelle 3, 20 Stellen,
      *> der Schluessel aus OPPSTATS); er wird als ganzes Feld durch
      *> das Pseudonym ersetzt. Kopf-, Bot-, Ergebnis- und Nachlauf-
      *> satz tragen nur Datum, Bot-Kennungen, TOKEN, Ausgang und
      *> Zaehler und bleiben unberuehrt - Satzzahlen und Summen des
      *> Nachlaufsatzes stimmen darum auch nach dem Tausch.
       COPY-EXTRACT SECTION.
           MOVE SPACE TO DATEI-EOF-KZ
           OPEN INPUT EXTRACT-FILE
           EVALUATE EXTRACT-STATUS
           WHEN "00"
              OPEN OUTPUT EXTRACT-NEW-FILE
              IF EXTRACT-NEW-STATUS = "00"
                 MOVE "KOPIERT" TO ZF-ZUSTAND(ZF-IDX)
                 PERFORM READ-EXTRACT-RECORD
                 PERFORM SCRUB-EXTRACT-RECORD
                    UNTIL DATEI-EOF OR ANON-FAILED
                 CLOSE EXTRACT-NEW-FILE
              ELSE
                 MOVE "COPY-EXTRACT" TO ERR-SECTION-NAME
                 MOVE "EXTRACTA" TO ERR-FILE-NAME
                 MOVE EXTRACT-NEW-STATUS TO ERR-FILE-STATUS
                 PERFORM FAIL-FILE-STEP
              END-IF
              CLOSE EXTRACT-FILE
           WHEN "35"
              MOVE "FEHLT" TO ZF-ZUSTAND(ZF-IDX)
           WHEN OTHER
              MOVE "COPY-EXTRACT" TO ERR-SECTION-NAME
              MOVE "EXTRACT" TO ERR-FILE-NAME
              MOVE EXTRACT-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-EVALUATE
       EXIT.

       READ-EXTRACT-RECORD SECTION.
           READ EXTRACT-FILE
              AT END
                 SET DATEI-EOF TO TRUE
           END-READ
       EXIT.

       SCRUB-EXTRACT-RECORD SECTION.
           ADD 1 TO ZF-GELESEN(ZF-IDX)
           MOVE EXTRACT-RECORD TO ZEILE
           MOVE SPACE TO TREFFER-KZ
           IF ZEILE(1:2) = "30"
              PERFORM VARYING ER-IDX FROM 1 BY 1
                 UNTIL ER-IDX > ER-COUNT OR TREFFER
                 IF ZEILE(3:20) = ER-NAME(ER-IDX)
                    MOVE ER-PSEUDO(ER-IDX) TO ZEILE(3:20)
                    SET TREFFER TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           IF TREFFER
              ADD 1 TO ZF-GEAENDERT(ZF-IDX)
              ADD 1 TO TREFFER-GESAMT
           END-IF
           MOVE ZEILE TO EXTRACT-NEW-RECORD
           WRITE EXTRACT-NEW-RECORD
           IF EXTRACT-NEW-STATUS NOT = "00"
              MOVE "SCRUB-EXTRACT-RECORD" TO ERR-SECTION-NAME
              MOVE "EXTRACTA" TO ERR-FILE-NAME
              MOVE EXTRACT-NEW-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-IF
           PERFORM READ-EXTRACT-RECORD
       EXIT.

       FAIL-FILE-STEP SECTION.
           PERFORM WRITE-ERRLOG
           MOVE "ABGEBROCHEN" TO ZF-ZUSTAND(ZF-IDX)
           SET ANON-FAILED TO TRUE
           MOVE 12 TO RETURN-CODE
       EXIT.

      *> GAMELOG-Zeile "BOT;KOMMANDO;TOKEN;LAST-PLAYER;...;ZEITST.":
      *> ersetzt wird in allem hinter dem TOKEN - LAST-PLAYER ebenso
      *> wie die Nachricht an den Server, die einen Namen mitfuehren
      *> kann. Bot, Kommando, TOKEN und Zeitstempel bleiben stehen.
       SCRUB-GAME-LOG-LINE SECTION.
           ADD 1 TO ZF-GELESEN(ZF-IDX)
           MOVE 1 TO REC-PTR
           MOVE SPACES TO LOG-FELDER
           UNSTRING ZEILE DELIMITED BY ";"
              INTO LOG-BOT-ID
                   LOG-COMMAND
                   LOG-TOKEN
              WITH POINTER REC-PTR
           PERFORM SCRUB-LINE-TEXT
       EXIT.

      *> LEADERBOARD-Zeile "BOT;TOKEN;NACHRICHT;ZEITSTEMPEL": ersetzt
      *> wird nur im Nachrichtentext (Zerlegung wie in RATEUPD).
       SCRUB-LEADERBOARD-LINE SECTION.
           ADD 1 TO ZF-GELESEN(ZF-IDX)
           MOVE 1 TO REC-PTR
           MOVE SPACES TO LOG-FELDER
           UNSTRING ZEILE DELIMITED BY ";"
              INTO LOG-BOT-ID
                   LOG-TOKEN
              WITH POINTER REC-PTR
           PERFORM SCRUB-LINE-TEXT
       EXIT.

      *> Ersetzt in ZEILE von REC-PTR bis vor das Semikolon vor dem
      *> Zeitstempel. Passt die Zeile mit einem laengeren Pseudonym
      *> nicht mehr in den Satz (ZEILE-MAX), wird abgebrochen statt
      *> abgeschnitten.
       SCRUB-LINE-TEXT SECTION.
           COMPUTE REC-TRIM-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(ZEILE TRAILING))
           COMPUTE REC-MSG-LEN = REC-TRIM-LEN - REC-PTR - 21
           IF REC-MSG-LEN > 0
              MOVE SPACES TO TEXT-ALT
              MOVE ZEILE(REC-PTR:REC-MSG-LEN) TO TEXT-ALT
              MOVE REC-MSG-LEN TO TEXT-LEN
              PERFORM REPLACE-NAMES-IN-TEXT
              IF TEXT-GEAENDERT
                 MOVE SPACES TO ZEILE-NEU
                 STRING ZEILE(1:REC-PTR - 1)   DELIMITED BY SIZE
                        TEXT-ALT(1:TEXT-LEN)   DELIMITED BY SIZE
                        ZEILE(REC-TRIM-LEN - 21:22)
                                               DELIMITED BY SIZE
                   INTO ZEILE-NEU
                 IF REC-PTR - 1 + TEXT-LEN + 22 > ZEILE-MAX
                    OR TEXT-UEBERLAUF
                    MOVE "SCRUB-LINE-TEXT" TO ERR-SECTION-NAME
                    MOVE ZF-DATEI(ZF-IDX) TO ERR-FILE-NAME
                    MOVE "OV" TO ERR-FILE-STATUS
                    PERFORM FAIL-FILE-STEP
                 ELSE
                    MOVE ZEILE-NEU TO ZEILE
                    ADD 1 TO ZF-GEAENDERT(ZF-IDX)
                 END-IF
              END-IF
           END-IF
       EXIT.

      *> Ersetzt in TEXT-ALT(1:TEXT-LEN) jeden zu loeschenden Namen,
      *> der als ganzes Feld vorkommt, durch sein Pseudonym; TEXT-LEN
      *> wird nachgefuehrt. Ein Name, der ueberhaupt nicht im Text
      *> steht, kostet nur das INSPECT.
       REPLACE-NAMES-IN-TEXT SECTION.
           MOVE SPACE TO TEXT-GEAENDERT-KZ TEXT-UEBERLAUF-KZ
           PERFORM VARYING ER-IDX FROM 1 BY 1
              UNTIL ER-IDX > ER-COUNT OR TEXT-UEBERLAUF
              MOVE ER-LEN(ER-IDX) TO NAME-LEN
              MOVE 0 TO NAME-VORKOMMEN
              IF TEXT-LEN >= NAME-LEN
                 INSPECT TEXT-ALT(1:TEXT-LEN) TALLYING NAME-VORKOMMEN
                    FOR ALL ER-NAME(ER-IDX)(1:NAME-LEN)
              END-IF
              IF NAME-VORKOMMEN > 0
                 PERFORM REPLACE-ONE-NAME
              END-IF
           END-PERFORM
       EXIT.

       REPLACE-ONE-NAME SECTION.
           MOVE SPACES TO TEXT-NEU
           MOVE 1 TO NEU-PTR
           MOVE 1 TO TEXT-POS
           PERFORM COPY-TEXT-POSITION
              UNTIL TEXT-POS > TEXT-LEN OR TEXT-UEBERLAUF
           COMPUTE TEXT-LEN = NEU-PTR - 1
           MOVE TEXT-NEU TO TEXT-ALT
       EXIT.

       COPY-TEXT-POSITION SECTION.
           MOVE SPACE TO TREFFER-KZ
           IF TEXT-POS + NAME-LEN - 1 <= TEXT-LEN
              IF TEXT-ALT(TEXT-POS:NAME-LEN) =
                 ER-NAME(ER-IDX)(1:NAME-LEN)
                 SET TREFFER TO TRUE
                 IF TEXT-POS > 1
                    MOVE TEXT-ALT(TEXT-POS - 1:1) TO PRUEF-ZEICHEN
                    IF NOT TRENNER
                       MOVE SPACE TO TREFFER-KZ
                    END-IF
                 END-IF
                 IF TEXT-POS + NAME-LEN <= TEXT-LEN
                    MOVE TEXT-ALT(TEXT-POS + NAME-LEN:1)
                       TO PRUEF-ZEICHEN
                    IF NOT TRENNER
                       MOVE SPACE TO TREFFER-KZ
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF TREFFER
              STRING ER-PSEUDO(ER-IDX) DELIMITED BY SPACE
                INTO TEXT-NEU
                WITH POINTER NEU-PTR
                ON OVERFLOW
                   SET TEXT-UEBERLAUF TO TRUE
              END-STRING
              ADD NAME-LEN TO TEXT-POS
              SET TEXT-GEAENDERT TO TRUE
              ADD 1 TO TREFFER-GESAMT
           ELSE
              STRING TEXT-ALT(TEXT-POS:1) DELIMITED BY SIZE
                INTO TEXT-NEU
                WITH POINTER NEU-PTR
                ON OVERFLOW
                   SET TEXT-UEBERLAUF TO TRUE
              END-STRING
              ADD 1 TO TEXT-POS
           END-IF
       EXIT.

      *> OPPSTATS: der Satz unter dem Namen wird gesichert, geloescht
      *> und unter dem Pseudonym neu geschrieben - oder, gibt es den
      *> Pseudonym-Satz schon (Name nach einer frueheren Loeschung
      *> wieder aufgetaucht), wie bei OPPMAINT MERGE in diesen
      *> uebernommen, damit Zaehler und Quoten stimmig bleiben.
       REKEY-OPPONENT-STATS SECTION.
           OPEN I-O OPPONENT-STATS-FILE
           EVALUATE OPP-STAT-STATUS
           WHEN "00"
              MOVE "BEARBEITET" TO ZF-ZUSTAND(ZF-IDX)
              PERFORM VARYING ER-IDX FROM 1 BY 1
                 UNTIL ER-IDX > ER-COUNT OR ANON-FAILED
                 PERFORM REKEY-ONE-OPPONENT
              END-PERFORM
              CLOSE OPPONENT-STATS-FILE
           WHEN "35"
              MOVE "FEHLT" TO ZF-ZUSTAND(ZF-IDX)
           WHEN OTHER
              MOVE "REKEY-OPPONENT-STATS" TO ERR-SECTION-NAME
              MOVE "OPPSTATS" TO ERR-FILE-NAME
              MOVE OPP-STAT-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-EVALUATE
       EXIT.

       REKEY-ONE-OPPONENT SECTION.
           MOVE SPACE TO STAT-FOUND-KZ
           MOVE ER-NAME(ER-IDX) TO PLAYER-NAME
           READ OPPONENT-STATS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET STAT-FOUND TO TRUE
           END-READ
           IF STAT-FOUND
              ADD 1 TO ZF-GELESEN(ZF-IDX)
              MOVE ANNOUNCE-COUNT TO SAVE-ANNOUNCE-COUNT
              MOVE BLUFF-COUNT TO SAVE-BLUFF-COUNT
              MOVE RANK-TOTAL TO SAVE-RANK-TOTAL
              MOVE LAST-SEEN-DATE TO SAVE-LAST-SEEN
              DELETE OPPONENT-STATS-FILE
              IF OPP-STAT-STATUS NOT = "00"
                 MOVE "REKEY-ONE-OPPONENT" TO ERR-SECTION-NAME
                 MOVE "OPPSTATS" TO ERR-FILE-NAME
                 MOVE OPP-STAT-STATUS TO ERR-FILE-STATUS
                 PERFORM FAIL-FILE-STEP
              ELSE
                 ADD 1 TO ZF-GEAENDERT(ZF-IDX)
                 PERFORM MERGE-OPPONENT-PSEUDONYM
              END-IF
           END-IF
       EXIT.

       MERGE-OPPONENT-PSEUDONYM SECTION.
           MOVE SPACE TO STAT-FOUND-KZ
           MOVE ER-PSEUDO(ER-IDX) TO PLAYER-NAME
           READ OPPONENT-STATS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET STAT-FOUND TO TRUE
           END-READ
           IF NOT STAT-FOUND
              INITIALIZE OPP-STAT-RECORD
              MOVE ER-PSEUDO(ER-IDX) TO PLAYER-NAME
           END-IF
           ADD SAVE-ANNOUNCE-COUNT TO ANNOUNCE-COUNT
           ADD SAVE-BLUFF-COUNT TO BLUFF-COUNT
           ADD SAVE-RANK-TOTAL TO RANK-TOTAL
           IF SAVE-LAST-SEEN > LAST-SEEN-DATE
              MOVE SAVE-LAST-SEEN TO LAST-SEEN-DATE
           END-IF
           IF ANNOUNCE-COUNT > 0
              COMPUTE BLUFF-RATE-PCT =
                 BLUFF-COUNT * 100 / ANNOUNCE-COUNT
              COMPUTE AVG-RANK-X10 =
                 RANK-TOTAL * 10 / ANNOUNCE-COUNT
           END-IF
           IF STAT-FOUND
              REWRITE OPP-STAT-RECORD
              ADD 1 TO ZF-ZUSAMMEN(ZF-IDX)
           ELSE
              WRITE OPP-STAT-RECORD
              ADD 1 TO ZF-NEUSCHL(ZF-IDX)
           END-IF
           IF OPP-STAT-STATUS NOT = "00"
              MOVE "MERGE-OPPONENT-PSEUDONYM" TO ERR-SECTION-NAME
              MOVE "OPPSTATS" TO ERR-FILE-NAME
              MOVE OPP-STAT-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-IF
       EXIT.

      *> RATINGS genauso. Beim Zusammenfuehren zaehlen die Partien
      *> zusammen; die Staerkezahl ist die des zuletzt gespielten
      *> Satzes, denn nur sie ist der aktuelle Stand des Spielers.
       REKEY-RATINGS SECTION.
           OPEN I-O RATINGS-FILE
           EVALUATE RATINGS-STATUS
           WHEN "00"
              MOVE "BEARBEITET" TO ZF-ZUSTAND(ZF-IDX)
              PERFORM VARYING ER-IDX FROM 1 BY 1
                 UNTIL ER-IDX > ER-COUNT OR ANON-FAILED
                 PERFORM REKEY-ONE-RATING
              END-PERFORM
              CLOSE RATINGS-FILE
           WHEN "35"
              MOVE "FEHLT" TO ZF-ZUSTAND(ZF-IDX)
           WHEN OTHER
              MOVE "REKEY-RATINGS" TO ERR-SECTION-NAME
              MOVE "RATINGS" TO ERR-FILE-NAME
              MOVE RATINGS-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-EVALUATE
       EXIT.

       REKEY-ONE-RATING SECTION.
           MOVE SPACE TO STAT-FOUND-KZ
           MOVE ER-NAME(ER-IDX) TO RATING-PLAYER-NAME
           READ RATINGS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET STAT-FOUND TO TRUE
           END-READ
           IF STAT-FOUND
              ADD 1 TO ZF-GELESEN(ZF-IDX)
              MOVE RATING-VALUE TO SAVE-RATING-VALUE
              MOVE RATING-GAMES-PLAYED TO SAVE-GAMES-PLAYED
              MOVE RATING-LAST-PLAYED TO SAVE-LAST-PLAYED
              DELETE RATINGS-FILE
              IF RATINGS-STATUS NOT = "00"
                 MOVE "REKEY-ONE-RATING" TO ERR-SECTION-NAME
                 MOVE "RATINGS" TO ERR-FILE-NAME
                 MOVE RATINGS-STATUS TO ERR-FILE-STATUS
                 PERFORM FAIL-FILE-STEP
              ELSE
                 ADD 1 TO ZF-GEAENDERT(ZF-IDX)
                 PERFORM MERGE-RATING-PSEUDONYM
              END-IF
           END-IF
       EXIT.

       MERGE-RATING-PSEUDONYM SECTION.
           MOVE SPACE TO STAT-FOUND-KZ
           MOVE ER-PSEUDO(ER-IDX) TO RATING-PLAYER-NAME
           READ RATINGS-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET STAT-FOUND TO TRUE
           END-READ
           IF STAT-FOUND
              ADD SAVE-GAMES-PLAYED TO RATING-GAMES-PLAYED
              IF SAVE-LAST-PLAYED > RATING-LAST-PLAYED
                 MOVE SAVE-RATING-VALUE TO RATING-VALUE
                 MOVE SAVE-LAST-PLAYED TO RATING-LAST-PLAYED
              END-IF
              REWRITE RATING-RECORD
              ADD 1 TO ZF-ZUSAMMEN(ZF-IDX)
           ELSE
              INITIALIZE RATING-RECORD
              MOVE ER-PSEUDO(ER-IDX) TO RATING-PLAYER-NAME
              MOVE SAVE-RATING-VALUE TO RATING-VALUE
              MOVE SAVE-GAMES-PLAYED TO RATING-GAMES-PLAYED
              MOVE SAVE-LAST-PLAYED TO RATING-LAST-PLAYED
              WRITE RATING-RECORD
              ADD 1 TO ZF-NEUSCHL(ZF-IDX)
           END-IF
           IF RATINGS-STATUS NOT = "00"
              MOVE "MERGE-RATING-PSEUDONYM" TO ERR-SECTION-NAME
              MOVE "RATINGS" TO ERR-FILE-NAME
              MOVE RATINGS-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-IF
       EXIT.

      *> RESULTS ist nach TOKEN geschluesselt; der Name kann nur im
      *> SCORE- und GAME-OVER-Text stehen. Die Texte sind schon beim
      *> Schreiben auf 60 Stellen gekuerzt (UPDATE-RESULT-INDEX);
      *> wird ein Text durch ein laengeres Pseudonym laenger, wird er
      *> ebenso gekuerzt und in der Bescheinigung mitgezaehlt.
       SCRUB-RESULTS SECTION.
           MOVE SPACE TO DATEI-EOF-KZ
           OPEN I-O RESULTS-FILE
           EVALUATE RESULTS-STATUS
           WHEN "00"
              MOVE "BEARBEITET" TO ZF-ZUSTAND(ZF-IDX)
              MOVE LOW-VALUES TO RESULT-TOKEN
              START RESULTS-FILE KEY NOT LESS THAN RESULT-TOKEN
                 INVALID KEY
                    SET DATEI-EOF TO TRUE
              END-START
              IF NOT DATEI-EOF
                 PERFORM READ-NEXT-RESULT
              END-IF
              PERFORM SCRUB-ONE-RESULT UNTIL DATEI-EOF OR ANON-FAILED
              CLOSE RESULTS-FILE
           WHEN "35"
              MOVE "FEHLT" TO ZF-ZUSTAND(ZF-IDX)
           WHEN OTHER
              MOVE "SCRUB-RESULTS" TO ERR-SECTION-NAME
              MOVE "RESULTS" TO ERR-FILE-NAME
              MOVE RESULTS-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-EVALUATE
       EXIT.

       READ-NEXT-RESULT SECTION.
           READ RESULTS-FILE NEXT
              AT END
                 SET DATEI-EOF TO TRUE
           END-READ
       EXIT.

       SCRUB-ONE-RESULT SECTION.
           ADD 1 TO ZF-GELESEN(ZF-IDX)
           MOVE SPACE TO TREFFER-KZ
           MOVE SPACES TO TEXT-ALT
           MOVE RESULT-SCORE-TEXT TO TEXT-ALT
           MOVE 60 TO TEXT-LEN
           PERFORM REPLACE-NAMES-IN-TEXT
           IF TEXT-GEAENDERT
              IF TEXT-LEN > 60 AND TEXT-ALT(61:) NOT = SPACES
                 ADD 1 TO GEKUERZT-COUNT
              END-IF
              MOVE TEXT-ALT(1:60) TO RESULT-SCORE-TEXT
              SET TREFFER TO TRUE
           END-IF
           MOVE SPACES TO TEXT-ALT
           MOVE RESULT-GAMEOVER-TEXT TO TEXT-ALT
           MOVE 60 TO TEXT-LEN
           PERFORM REPLACE-NAMES-IN-TEXT
           IF TEXT-GEAENDERT
              IF TEXT-LEN > 60 AND TEXT-ALT(61:) NOT = SPACES
                 ADD 1 TO GEKUERZT-COUNT
              END-IF
              MOVE TEXT-ALT(1:60) TO RESULT-GAMEOVER-TEXT
              SET TREFFER TO TRUE
           END-IF
           IF TREFFER
              REWRITE RESULT-RECORD
              IF RESULTS-STATUS = "00"
                 ADD 1 TO ZF-GEAENDERT(ZF-IDX)
              ELSE
                 MOVE "SCRUB-ONE-RESULT" TO ERR-SECTION-NAME
                 MOVE "RESULTS" TO ERR-FILE-NAME
                 MOVE RESULTS-STATUS TO ERR-FILE-STATUS
                 PERFORM FAIL-FILE-STEP
              END-IF
           END-IF
           PERFORM READ-NEXT-RESULT
       EXIT.

      *> RATHIST ist nach Saison und Spieler geschluesselt; der Name
      *> kann in jeder Saison stehen, also wird die ganze Datei
      *> gelesen. Jeder Namenssatz wird gesichert, geloescht und unter
      *> dem Pseudonym neu geschrieben - oder, gibt es fuer die Saison
      *> schon einen Pseudonym-Satz, nach der Regel von RATINGS in
      *> diesen uebernommen: die Partien zaehlen zusammen, Staerkezahl
      *> und Startwert der Folgesaison kommen aus dem zuletzt
      *> gespielten Satz.
       REKEY-RATING-HISTORY SECTION.
           MOVE SPACE TO DATEI-EOF-KZ
           OPEN I-O RATING-HISTORY-FILE
           EVALUATE RATHIST-STATUS
           WHEN "00"
              MOVE "BEARBEITET" TO ZF-ZUSTAND(ZF-IDX)
              MOVE LOW-VALUES TO RATHIST-KEY
              START RATING-HISTORY-FILE KEY NOT LESS THAN RATHIST-KEY
                 INVALID KEY
                    SET DATEI-EOF TO TRUE
              END-START
              IF NOT DATEI-EOF
                 PERFORM READ-NEXT-RATHIST
              END-IF
              PERFORM REKEY-ONE-RATHIST UNTIL DATEI-EOF OR ANON-FAILED
              CLOSE RATING-HISTORY-FILE
           WHEN "35"
              MOVE "FEHLT" TO ZF-ZUSTAND(ZF-IDX)
           WHEN OTHER
              MOVE "REKEY-RATING-HISTORY" TO ERR-SECTION-NAME
              MOVE "RATHIST" TO ERR-FILE-NAME
              MOVE RATHIST-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-EVALUATE
       EXIT.

       READ-NEXT-RATHIST SECTION.
           READ RATING-HISTORY-FILE NEXT
              AT END
                 SET DATEI-EOF TO TRUE
           END-READ
       EXIT.

       REKEY-ONE-RATHIST SECTION.
           MOVE 0 TO ER-MATCH
           PERFORM VARYING ER-IDX FROM 1 BY 1
              UNTIL ER-IDX > ER-COUNT
              IF ER-NAME(ER-IDX) = RATHIST-PLAYER-NAME
                 MOVE ER-IDX TO ER-MATCH
              END-IF
           END-PERFORM
           IF ER-MATCH > 0
              ADD 1 TO ZF-GELESEN(ZF-IDX)
              MOVE RATHIST-KEY TO SAVE-HIST-KEY
              MOVE RATHIST-VALUE TO SAVE-HIST-VALUE
              MOVE RATHIST-GAMES-PLAYED TO SAVE-HIST-GAMES
              MOVE RATHIST-LAST-PLAYED TO SAVE-HIST-LAST-PLAYED
              MOVE RATHIST-RESET-VALUE TO SAVE-HIST-RESET-VALUE
              MOVE RATHIST-CLOSED-TS TO SAVE-HIST-CLOSED-TS
              DELETE RATING-HISTORY-FILE
              IF RATHIST-STATUS NOT = "00"
                 MOVE "REKEY-ONE-RATHIST" TO ERR-SECTION-NAME
                 MOVE "RATHIST" TO ERR-FILE-NAME
                 MOVE RATHIST-STATUS TO ERR-FILE-STATUS
                 PERFORM FAIL-FILE-STEP
              ELSE
                 ADD 1 TO ZF-GEAENDERT(ZF-IDX)
                 PERFORM MERGE-RATHIST-PSEUDONYM
              END-IF
      *> Der Lesezugriff auf den Pseudonym-Satz hat die Leseposition
      *> versetzt; weiter geht es hinter dem geloeschten Namenssatz.
              IF NOT ANON-FAILED
                 MOVE SAVE-HIST-KEY TO RATHIST-KEY
                 START RATING-HISTORY-FILE
                    KEY GREATER THAN RATHIST-KEY
                    INVALID KEY
                       SET DATEI-EOF TO TRUE
                 END-START
              END-IF
           END-IF
           IF NOT ANON-FAILED AND NOT DATEI-EOF
              PERFORM READ-NEXT-RATHIST
           END-IF
       EXIT.

       MERGE-RATHIST-PSEUDONYM SECTION.
           MOVE SPACE TO STAT-FOUND-KZ
           MOVE SAVE-HIST-KEY TO RATHIST-KEY
           MOVE ER-PSEUDO(ER-MATCH) TO RATHIST-PLAYER-NAME
           READ RATING-HISTORY-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 SET STAT-FOUND TO TRUE
           END-READ
           IF STAT-FOUND
              ADD SAVE-HIST-GAMES TO RATHIST-GAMES-PLAYED
              IF SAVE-HIST-LAST-PLAYED > RATHIST-LAST-PLAYED
                 MOVE SAVE-HIST-VALUE TO RATHIST-VALUE
                 MOVE SAVE-HIST-RESET-VALUE TO RATHIST-RESET-VALUE
                 MOVE SAVE-HIST-LAST-PLAYED TO RATHIST-LAST-PLAYED
              END-IF
              REWRITE RATHIST-RECORD
              IF RATHIST-STATUS = "00"
                 ADD 1 TO ZF-ZUSAMMEN(ZF-IDX)
              END-IF
           ELSE
              INITIALIZE RATHIST-RECORD
              MOVE SAVE-HIST-KEY TO RATHIST-KEY
              MOVE ER-PSEUDO(ER-MATCH) TO RATHIST-PLAYER-NAME
              MOVE SAVE-HIST-VALUE TO RATHIST-VALUE
              MOVE SAVE-HIST-GAMES TO RATHIST-GAMES-PLAYED
              MOVE SAVE-HIST-LAST-PLAYED TO RATHIST-LAST-PLAYED
              MOVE SAVE-HIST-RESET-VALUE TO RATHIST-RESET-VALUE
              MOVE SAVE-HIST-CLOSED-TS TO RATHIST-CLOSED-TS
              WRITE RATHIST-RECORD
              IF RATHIST-STATUS = "00"
                 ADD 1 TO ZF-NEUSCHL(ZF-IDX)
              END-IF
           END-IF
           IF RATHIST-STATUS NOT = "00"
              MOVE "MERGE-RATHIST-PSEUDONYM" TO ERR-SECTION-NAME
              MOVE "RATHIST" TO ERR-FILE-NAME
              MOVE RATHIST-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-IF
       EXIT.

      *> CHECKPT (DUMMBOTs Wiederanlaufpunkte, nach TOKEN
      *> geschluesselt) wird an Ort und Stelle bereinigt: der
      *> Schluessel bleibt, in der gemerkten Nachricht werden Namen
      *> wie in RESULTS ersetzt und der Satz zurueckgeschrieben. Ein
      *> dadurch zu langer Text wird auf 128 Stellen gekuerzt und
      *> mitgezaehlt.
       SCRUB-CHECKPOINTS SECTION.
           MOVE SPACE TO DATEI-EOF-KZ
           OPEN I-O CHECKPOINT-FILE
           EVALUATE CHECKPOINT-STATUS
           WHEN "00"
              MOVE "BEARBEITET" TO ZF-ZUSTAND(ZF-IDX)
              MOVE LOW-VALUES TO CHECKPOINT-TOKEN
              START CHECKPOINT-FILE KEY NOT LESS THAN CHECKPOINT-TOKEN
                 INVALID KEY
                    SET DATEI-EOF TO TRUE
              END-START
              IF NOT DATEI-EOF
                 PERFORM READ-NEXT-CHECKPOINT
              END-IF
              PERFORM SCRUB-ONE-CHECKPOINT
                 UNTIL DATEI-EOF OR ANON-FAILED
              CLOSE CHECKPOINT-FILE
           WHEN "35"
              MOVE "FEHLT" TO ZF-ZUSTAND(ZF-IDX)
           WHEN OTHER
              MOVE "SCRUB-CHECKPOINTS" TO ERR-SECTION-NAME
              MOVE "CHECKPT" TO ERR-FILE-NAME
              MOVE CHECKPOINT-STATUS TO ERR-FILE-STATUS
              PERFORM FAIL-FILE-STEP
           END-EVALUATE
       EXIT.

       READ-NEXT-CHECKPOINT SECTION.
           READ CHECKPOINT-FILE NEXT
              AT END
                 SET DATEI-EOF TO TRUE
           END-READ
       EXIT.

       SCRUB-ONE-CHECKPOINT SECTION.
           ADD 1 TO ZF-GELESEN(ZF-IDX)
           MOVE SPACES TO TEXT-ALT
           MOVE CHECKPOINT-MESSAGE TO TEXT-ALT
           MOVE 128 TO TEXT-LEN
           PERFORM REPLACE-NAMES-IN-TEXT
           IF TEXT-GEAENDERT
              IF TEXT-LEN > 128 AND TEXT-ALT(129:) NOT = SPACES
                 ADD 1 TO GEKUERZT-COUNT
              END-IF
              MOVE TEXT-ALT(1:128) TO CHECKPOINT-MESSAGE
              REWRITE CHECKPOINT-RECORD
              IF CHECKPOINT-STATUS = "00"
                 ADD 1 TO ZF-GEAENDERT(ZF-IDX)
              ELSE
                 MOVE "SCRUB-ONE-CHECKPOINT" TO ERR-SECTION-NAME
                 MOVE "CHECKPT" TO ERR-FILE-NAME
                 MOVE CHECKPOINT-STATUS TO ERR-FILE-STATUS
                 PERFORM FAIL-FILE-STEP
              END-IF
           END-IF
           IF NOT ANON-FAILED
              PERFORM READ-NEXT-CHECKPOINT
           END-IF
       EXIT.

      *> ANONRUN: je kopierter Datei eine Zeile mit
      *> Original, Ersatzdatei und Satzzahlen, zum Schluss die
      *> COMMIT-Zeile. Erst diese gibt dem Folgeschritt frei, die
      *> Ersatzdateien gegen die Originale zu tauschen.
       WRITE-RUN-CONTROL SECTION.
           OPEN EXTEND ANON-RUN-FILE
           IF ANON-RUN-STATUS = "35"
              OPEN OUTPUT ANON-RUN-FILE
           END-IF
           IF ANON-RUN-STATUS = "00"
              PERFORM VARYING ZF-IDX FROM 1 BY 1 UNTIL ZF-IDX > 11
                 IF ZF-ZUSTAND(ZF-IDX) = "KOPIERT"
                    MOVE SPACES TO ANON-RUN-RECORD
                    STRING "ANONYM;"             DELIMITED BY SIZE
                           ZF-DATEI(ZF-IDX)      DELIMITED BY SPACE
                           ";"                   DELIMITED BY SIZE
                           ZF-ERSATZ(ZF-IDX)     DELIMITED BY SPACE
                           ";"                   DELIMITED BY SIZE
                           ZF-GELESEN(ZF-IDX)    DELIMITED BY SIZE
                           ";"                   DELIMITED BY SIZE
                           ZF-GEAENDERT(ZF-IDX)  DELIMITED BY SIZE
                           ";"                   DELIMITED BY SIZE
                           LOG-TIMESTAMP         DELIMITED BY SIZE
                      INTO ANON-RUN-RECORD
                    WRITE ANON-RUN-RECORD
                 END-IF
              END-PERFORM
              MOVE SPACES TO ANON-RUN-RECORD
              STRING "COMMIT;"      DELIMITED BY SIZE
                     LOG-TIMESTAMP  DELIMITED BY SIZE
                INTO ANON-RUN-RECORD
              WRITE ANON-RUN-RECORD
              CLOSE ANON-RUN-FILE
           ELSE
              MOVE "WRITE-RUN-CONTROL" TO ERR-SECTION-NAME
              MOVE "ANONRUN" TO ERR-FILE-NAME
              MOVE ANON-RUN-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET ANON-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
       EXIT.

      *> Die Bescheinigung nennt nur die Pseudonyme - der Klarname
      *> steht allein in ANONMAP - und je Datei Saetze und
      *> Aenderungen. Dateien, die Namen enthalten koennen, aber
      *> nicht bereinigt werden, sind ausdruecklich aufgefuehrt;
      *> der Lauf bescheinigt nur, was er tatsaechlich bearbeitet.
       WRITE-CERTIFICATE SECTION.
           IF NOT CONTROL-FEHLER
              MOVE SPACES TO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
              MOVE ER-COUNT TO PRT-COUNT-D
              MOVE SPACES TO CERTIFICATE-RECORD
              STRING "GELOESCHTE NAMEN:" PRT-COUNT-D
                     "   ZUORDNUNG NUR IN ANONMAP"
                 DELIMITED BY SIZE INTO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
              PERFORM VARYING ER-IDX FROM 1 BY 1
                 UNTIL ER-IDX > ER-COUNT
                 MOVE SPACES TO CERTIFICATE-RECORD
                 IF ER-NEU(ER-IDX)
                    STRING "  " ER-PSEUDO(ER-IDX) "  NEU VERGEBEN"
                       DELIMITED BY SIZE INTO CERTIFICATE-RECORD
                 ELSE
                    STRING "  " ER-PSEUDO(ER-IDX)
                           "  AUS FRUEHEREM LAUF"
                       DELIMITED BY SIZE INTO CERTIFICATE-RECORD
                 END-IF
                 WRITE CERTIFICATE-RECORD
              END-PERFORM
              MOVE SPACES TO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
              MOVE SPACES TO CERTIFICATE-RECORD
              STRING "DATEI       ERSATZ    ZUSTAND      GELESEN"
                     " GEAENDERT NEU-SCHL. ZUSAMMEN"
                 DELIMITED BY SIZE INTO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
              PERFORM VARYING ZF-IDX FROM 1 BY 1 UNTIL ZF-IDX > 11
                 PERFORM WRITE-CERTIFICATE-LINE
              END-PERFORM
              PERFORM WRITE-NOT-SCRUBBED-LINES
              MOVE SPACES TO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
              MOVE TREFFER-GESAMT TO PRT-COUNT-D
              MOVE SPACES TO CERTIFICATE-RECORD
              STRING "ERSETZTE NAMENSFELDER IN PROTOKOLL- UND "
                     "ERGEBNISTEXTEN:" PRT-COUNT-D
                 DELIMITED BY SIZE INTO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
              IF GEKUERZT-COUNT > 0
                 MOVE GEKUERZT-COUNT TO PRT-COUNT-D
                 MOVE SPACES TO CERTIFICATE-RECORD
                 STRING "RESULTS-/CHECKPT-TEXTE AUF FELDLAENGE "
                        "GEKUERZT:" PRT-COUNT-D
                    DELIMITED BY SIZE INTO CERTIFICATE-RECORD
                 WRITE CERTIFICATE-RECORD
              END-IF
           END-IF
           MOVE SPACES TO CERTIFICATE-RECORD
           EVALUATE TRUE
           WHEN CONTROL-FEHLER
              STRING "ANONCTL FEHLERHAFT - NICHTS GEAENDERT"
                 DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WHEN ANON-FAILED
              STRING "LAUF ABGEBROCHEN - KEIN COMMIT, SIEHE ERRLOG. "
                     "LAUF NACH BEHEBUNG WIEDERHOLEN"
                 DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WHEN OTHER
              STRING "LAUF OHNE FEHLER - COMMIT IN ANONRUN "
                     "GESCHRIEBEN, NICHT BEREINIGTE DATEIEN SIEHE OBEN"
                 DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           END-EVALUATE
           WRITE CERTIFICATE-RECORD
           DISPLAY "ANONYM: " FUNCTION TRIM(CERTIFICATE-RECORD)
       EXIT.

       WRITE-CERTIFICATE-LINE SECTION.
           MOVE ZF-GELESEN(ZF-IDX) TO PRT-GELESEN-D
           MOVE ZF-GEAENDERT(ZF-IDX) TO PRT-GEAENDERT-D
           MOVE ZF-NEUSCHL(ZF-IDX) TO PRT-NEUSCHL-D
           MOVE ZF-ZUSAMMEN(ZF-IDX) TO PRT-ZUSAMMEN-D
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING ZF-DATEI(ZF-IDX)   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  ZF-ERSATZ(ZF-IDX)  DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  ZF-ZUSTAND(ZF-IDX) DELIMITED BY SIZE
                  PRT-GELESEN-D      DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  PRT-GEAENDERT-D    DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  PRT-NEUSCHL-D      DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  PRT-ZUSAMMEN-D     DELIMITED BY SIZE
             INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
       EXIT.

      *> Bewusst nicht bearbeitete Dateien, in denen Namen stehen
      *> koennen. Aeltere Archivgenerationen sind nur bereinigt, wenn
      *> der Lauf fuer sie wiederholt wurde.
       WRITE-NOT-SCRUBBED-LINES SECTION.
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "NICHT BEREINIGT:" TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "  OUTREJ      VERWORFENE BOT-ANTWORTEN"
              DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "  GAMESTAT    SPIELSTAND OFFENER RUNDEN, "
                  "WIRD VON TOKSWEEP GERAEUMT"
              DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "  SCHIEDLG    SCHIEDSRICHTER-PROTOKOLL VON TURNDRV"
              DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "  BERICHTE    BEREITS ERSTELLTE LISTEN "
                  "(SPLINQRP, SAISRPT, MATCHRPT U.A.)"
              DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           STRING "  GLOGARCH/LDRARCH  WEITERE GENERATIONEN NUR "
                  "DURCH WIEDERHOLTEN LAUF"
              DELIMITED BY SIZE INTO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
       EXIT.

           COPY WRITE-ERRLOG.

       END PROGRAM ANONYM.
