           SELECT ARCHIVE-RUN-FILE ASSIGN TO "ARCHRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-RUN-STATUS.
           SELECT WATERMARK-FILE ASSIGN TO "WATERMRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WATERMARK-STATUS.
           SELECT ERRLOG-FILE ASSIGN TO "ERRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ERRLOG-STATUS.
       01  LEADERBOARD-NEW-RECORD PIC X(200).
       FD  ARCHIVE-RUN-FILE.
       01  ARCHIVE-RUN-RECORD PIC X(132).
       FD  WATERMARK-FILE.
       01  WATERMARK-RECORD PIC X(80).
       FD  ERRLOG-FILE.
       01  ERRLOG-RECORD PIC X(132).
       WORKING-STORAGE SECTION.
       01 LEADERBOARD-NEW-STATUS PIC XX.
       01 ARCHIVE-RUN-STATUS PIC XX.
           COPY ERRLOGWS.
           COPY WMARKWS.
       01 ARCH-FLAGS.
          05 ARCH-FAILED-KZ PIC X VALUE SPACE.
             88 ARCH-FAILED VALUE 'F'.
             88 GAME-LOG-EOF VALUE 'Y'.
          05 LEADERBOARD-EOF-KZ PIC X VALUE SPACE.
             88 LEADERBOARD-EOF VALUE 'Y'.
          05 CONTROL-EOF-KZ PIC X VALUE SPACE.
             88 CONTROL-EOF VALUE 'Y'.
          05 ABWEISEN-KZ PIC X VALUE SPACE.
             88 ABWEISEN VALUE 'A'.
          05 GEKAPPT-KZ PIC X VALUE SPACE.
             88 GEKAPPT VALUE 'K'.

      *> Steuerkarten in ARCHCTL, eine je Zeile:
      *>   CUTOFF;JJJJMMTT         Saetze mit Zeitstempel-Datum vor dem
      *>                           Stichtag wandern in die Generations-
      *>                           datei, alles ab dem Stichtag bleibt
      *>                           in der verkuerzten Live-Datei
      *>   CUTOFF;JJJJMMTT;KAPPEN  wie oben; liegt der Stichtag nach
      *>                           dem niedrigsten Verbraucher-Wasser-
      *>                           stand, wird auf dessen Datum
      *>                           gekappt (auch ohne Angabe)
      *>   CUTOFF;JJJJMMTT;ABWEISEN  dann wird statt dessen gar nicht
      *>                           archiviert (RETURN-CODE 8)
      *>   OHNE;VERBRAUCHER        Verbraucher fuer diesen Lauf von der
      *>                           Wasserstandspruefung ausnehmen
      *> Zeilen mit "*" in Spalte 1 sind Kommentar.
       01 CTL-FELDER.
          05 CTL-VERB PIC X(12).
          05 CTL-DATE PIC X(10).
          05 CTL-MODUS PIC X(10).
       01 CUTOFF-DATE PIC X(8).
       01 CUTOFF-ANTRAG PIC X(8).

      *> Verbraucher, deren Wasserstand den Stichtag begrenzt: die
      *> vier Laeufe, die GAMELOG/LEADERBOARD auswerten, sind immer
      *> dabei - auch wenn sie noch nie einen Wasserstand gemeldet
      *> haben, dann halten sie alles zurueck -, dazu jeder weitere
      *> Verbraucher, der sich in WATERMRK eingetragen hat.
       01 HALTE-TABELLE.
          05 HALTE-COUNT PIC 99 VALUE 0.
          05 HALTE-ENTRY OCCURS 30 TIMES.
             07 HT-CONSUMER PIC X(10).
             07 HT-TS PIC X(21).
             07 HT-OHNE-KZ PIC X.
                88 HT-OHNE VALUE 'O'.
       01 HALTE-IDX PIC 99.
       01 HALTE-MATCH PIC 99.
       01 HALTE-DATUM PIC X(8).
       01 TIEFST-DATUM PIC X(8).
       01 TIEFST-CONSUMER PIC X(10).
       01 TIEFST-TS PIC X(21).
       01 OHNE-TABELLE.
          05 OHNE-COUNT PIC 99 VALUE 0.
          05 OHNE-CONSUMER OCCURS 10 TIMES PIC X(10).
       01 OHNE-IDX PIC 99.

      *> Der Zeitstempel ist immer die letzten 21 Zeichen der Zeile
      *> (gleiche Technik wie in RECONRPT): die Nachrichtenfelder
       PROCEDURE DIVISION.
           MOVE "ARCHHIST" TO ERR-PROGRAM-ID
           PERFORM READ-ARCHIVE-CONTROL
           IF NOT ARCH-FAILED
              PERFORM CHECK-CONSUMER-WATERMARKS
           END-IF
           IF NOT ARCH-FAILED
              PERFORM ARCHIVE-GAME-LOG
           END-IF
      *> wegraeumt.
       READ-ARCHIVE-CONTROL SECTION.
           MOVE SPACES TO CUTOFF-DATE
           MOVE 0 TO OHNE-COUNT
           OPEN INPUT ARCHIVE-CONTROL-FILE
           IF ARCHIVE-CONTROL-STATUS = "00"
              MOVE SPACE TO CONTROL-EOF-KZ
              PERFORM READ-CONTROL-CARD
              PERFORM DISPATCH-CONTROL-CARD UNTIL CONTROL-EOF
              CLOSE ARCHIVE-CONTROL-FILE
           ELSE
              MOVE "READ-ARCHIVE-CONTROL" TO ERR-SECTION-NAME
              SET ARCH-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           END-IF
           MOVE CUTOFF-DATE TO CUTOFF-ANTRAG
       EXIT.

       READ-CONTROL-CARD SECTION.
           READ ARCHIVE-CONTROL-FILE
              AT END
                 SET CONTROL-EOF TO TRUE
           END-READ
       EXIT.

      *> Eine unbekannte Karte oder Betriebsart haelt den ganzen Lauf
      *> an (RETURN-CODE 8): bei einem Werkzeug, das Historie aus den
      *> Live-Dateien raeumt, wird nichts auf Verdacht ausgefuehrt.
       DISPATCH-CONTROL-CARD SECTION.
           MOVE SPACES TO CTL-VERB CTL-DATE CTL-MODUS
           UNSTRING ARCHIVE-CONTROL-RECORD DELIMITED BY ";"
              INTO CTL-VERB
                   CTL-DATE
                   CTL-MODUS
           EVALUATE CTL-VERB
           WHEN "CUTOFF"
              IF CTL-DATE(1:8) NUMERIC
                 AND CTL-DATE(9:2) = SPACES
                 MOVE CTL-DATE(1:8) TO CUTOFF-DATE
              END-IF
              EVALUATE CTL-MODUS
              WHEN SPACES
              WHEN "KAPPEN"
                 MOVE SPACE TO ABWEISEN-KZ
              WHEN "ABWEISEN"
                 SET ABWEISEN TO TRUE
              WHEN OTHER
                 DISPLAY "ARCHHIST: UNBEKANNTE BETRIEBSART "
                    CTL-MODUS " IN ARCHCTL"
                 SET ARCH-FAILED TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-EVALUATE
           WHEN "OHNE"
              IF OHNE-COUNT < 10 AND CTL-DATE NOT = SPACES
                 ADD 1 TO OHNE-COUNT
                 MOVE CTL-DATE TO OHNE-CONSUMER(OHNE-COUNT)
              ELSE
                 DISPLAY "ARCHHIST: OHNE-KARTE NICHT VERWERTBAR: "
                    ARCHIVE-CONTROL-RECORD(1:40)
                 SET ARCH-FAILED TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF
           WHEN SPACES
              CONTINUE
           WHEN OTHER
              IF ARCHIVE-CONTROL-RECORD(1:1) NOT = "*"
                 DISPLAY "ARCHHIST: UNBEKANNTES KOMMANDO: "
                    ARCHIVE-CONTROL-RECORD(1:40)
                 SET ARCH-FAILED TO TRUE
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-EVALUATE
           PERFORM READ-CONTROL-CARD
       EXIT.

      *> Vergleicht den Stichtag mit den Wasserstaenden der Verbraucher
      *> in WATERMRK. Archiviert werden nur Saetze mit Datum vor dem
      *> Stichtag; sicher ist der Stichtag also, solange er nicht nach
      *> dem Datum des niedrigsten Wasserstands liegt. Jeder
      *> Verbraucher, der einen spaeteren Stichtag verhindert, wird
      *> mit seinem Wasserstand gemeldet. Je nach Betriebsart wird der
      *> Stichtag dann auf das Datum des niedrigsten Wasserstands
      *> gekappt (RETURN-CODE 4) oder der Lauf abgewiesen (RETURN-
      *> CODE 8). Ist WATERMRK nicht lesbar, laesst sich nichts
      *> pruefen - dann wird nicht archiviert.
       CHECK-CONSUMER-WATERMARKS SECTION.
           PERFORM LOAD-WATERMARKS
           IF WMK-FAILED
              DISPLAY "ARCHHIST: WATERMRK NICHT LESBAR - KEIN LAUF"
              SET ARCH-FAILED TO TRUE
              MOVE 12 TO RETURN-CODE
           ELSE
              PERFORM BUILD-HALTE-TABLE
              MOVE CUTOFF-DATE TO TIEFST-DATUM
              MOVE SPACES TO TIEFST-CONSUMER TIEFST-TS
              PERFORM VARYING HALTE-IDX FROM 1 BY 1
                 UNTIL HALTE-IDX > HALTE-COUNT
                 IF NOT HT-OHNE(HALTE-IDX)
                    PERFORM CHECK-ONE-CONSUMER
                 END-IF
              END-PERFORM
              IF TIEFST-DATUM < CUTOFF-DATE
                 IF ABWEISEN
                    DISPLAY "ARCHHIST: STICHTAG " CUTOFF-DATE
                       " LIEGT NACH WASSERSTAND " TIEFST-DATUM
                       " VON " TIEFST-CONSUMER " - ABGEWIESEN"
                    SET ARCH-FAILED TO TRUE
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    DISPLAY "ARCHHIST: STICHTAG " CUTOFF-DATE
                       " GEKAPPT AUF " TIEFST-DATUM
                       " WEGEN " TIEFST-CONSUMER
                    MOVE TIEFST-DATUM TO CUTOFF-DATE
                    SET GEKAPPT TO TRUE
                    IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                    END-IF
                 END-IF
              END-IF
           END-IF
       EXIT.

       BUILD-HALTE-TABLE SECTION.
           MOVE 0 TO HALTE-COUNT
           MOVE "RATEUPD" TO WMK-CONSUMER
           PERFORM ADD-HALTE-ENTRY
           MOVE "NIGHTEXT" TO WMK-CONSUMER
           PERFORM ADD-HALTE-ENTRY
           MOVE "BLUFCAL" TO WMK-CONSUMER
           PERFORM ADD-HALTE-ENTRY
           MOVE "OPPMAINT" TO WMK-CONSUMER
           PERFORM ADD-HALTE-ENTRY
           PERFORM VARYING WMK-IDX FROM 1 BY 1
              UNTIL WMK-IDX > WMK-COUNT
              MOVE WMK-E-CONSUMER(WMK-IDX) TO WMK-CONSUMER
              PERFORM ADD-HALTE-ENTRY
              IF HALTE-MATCH > 0
                 MOVE WMK-E-TS(WMK-IDX) TO HT-TS(HALTE-MATCH)
              END-IF
           END-PERFORM
           PERFORM VARYING OHNE-IDX FROM 1 BY 1
              UNTIL OHNE-IDX > OHNE-COUNT
              MOVE OHNE-CONSUMER(OHNE-IDX) TO WMK-CONSUMER
              PERFORM ADD-HALTE-ENTRY
              IF HALTE-MATCH > 0
                 SET HT-OHNE(HALTE-MATCH) TO TRUE
                 DISPLAY "ARCHHIST: VERBRAUCHER " WMK-CONSUMER
                    " PER OHNE-KARTE NICHT GEPRUEFT"
              END-IF
           END-PERFORM
       EXIT.

       ADD-HALTE-ENTRY SECTION.
           MOVE 0 TO HALTE-MATCH
           PERFORM VARYING HALTE-IDX FROM 1 BY 1
              UNTIL HALTE-IDX > HALTE-COUNT
              IF HT-CONSUMER(HALTE-IDX) = WMK-CONSUMER
                 MOVE HALTE-IDX TO HALTE-MATCH
              END-IF
           END-PERFORM
           IF HALTE-MATCH = 0 AND HALTE-COUNT < 30
              ADD 1 TO HALTE-COUNT
              MOVE HALTE-COUNT TO HALTE-MATCH
              MOVE WMK-CONSUMER TO HT-CONSUMER(HALTE-MATCH)
              MOVE SPACES TO HT-TS(HALTE-MATCH)
              MOVE SPACE TO HT-OHNE-KZ(HALTE-MATCH)
           END-IF
       EXIT.

      *> Ein Verbraucher ohne brauchbaren Wasserstand hat noch nichts
      *> nachweislich verarbeitet und haelt damit alles zurueck.
       CHECK-ONE-CONSUMER SECTION.
           IF HT-TS(HALTE-IDX)(1:8) NUMERIC
              MOVE HT-TS(HALTE-IDX)(1:8) TO HALTE-DATUM
           ELSE
              MOVE ZEROES TO HALTE-DATUM
           END-IF
           IF HALTE-DATUM < CUTOFF-DATE
              IF HALTE-DATUM = ZEROES
                 DISPLAY "ARCHHIST: VERBRAUCHER "
                    HT-CONSUMER(HALTE-IDX)
                    " HAELT ZURUECK - KEIN WASSERSTAND"
              ELSE
                 DISPLAY "ARCHHIST: VERBRAUCHER "
                    HT-CONSUMER(HALTE-IDX)
                    " HAELT ZURUECK - WASSERSTAND "
                    HT-TS(HALTE-IDX)
              END-IF
           END-IF
           IF HALTE-DATUM < TIEFST-DATUM
              MOVE HALTE-DATUM TO TIEFST-DATUM
              MOVE HT-CONSUMER(HALTE-IDX) TO TIEFST-CONSUMER
              MOVE HT-TS(HALTE-IDX) TO TIEFST-TS
           END-IF
       EXIT.

      *> Teilt GAMELOG am Stichtag: Altes in die Generationsdatei
              OPEN OUTPUT ARCHIVE-RUN-FILE
           END-IF
           IF ARCHIVE-RUN-STATUS = "00"
              IF GEKAPPT
                 MOVE SPACES TO ARCHIVE-RUN-RECORD
                 STRING "GEKAPPT;"      DELIMITED BY SIZE
                        CUTOFF-ANTRAG   DELIMITED BY SIZE
                        ";"             DELIMITED BY SIZE
                        CUTOFF-DATE     DELIMITED BY SIZE
                        ";"             DELIMITED BY SIZE
                        TIEFST-CONSUMER DELIMITED BY SPACE
                        ";"             DELIMITED BY SIZE
                        TIEFST-TS       DELIMITED BY SIZE
                        ";"             DELIMITED BY SIZE
                        LOG-TIMESTAMP   DELIMITED BY SIZE
                   INTO ARCHIVE-RUN-RECORD
                 WRITE ARCHIVE-RUN-RECORD
              END-IF
              MOVE SPACES TO ARCHIVE-RUN-RECORD
              STRING "ARCHIVE;"      DELIMITED BY SIZE
                     CUTOFF-DATE     DELIMITED BY SIZE
           END-IF
       EXIT.

           COPY WRITE-WATERMARK.

           COPY WRITE-ERRLOG.

       END PROGRAM ARCHHIST.
