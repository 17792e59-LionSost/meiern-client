      *> Laedt WATERMRK in WMK-TABELLE. Fehlt die Datei noch (Status
      *> 35), ist die Tabelle leer; jeder andere Fehler setzt
      *> WMK-FAILED, damit niemand mit einer unvollstaendigen Tabelle
      *> weiterrechnet oder die Datei verkuerzt neu schreibt.
       LOAD-WATERMARKS SECTION.
           MOVE 0 TO WMK-COUNT
           MOVE SPACE TO WMK-EOF-KZ WMK-FAILED-KZ
           OPEN INPUT WATERMARK-FILE
           IF WATERMARK-STATUS = "00"
              PERFORM READ-WATERMARK-RECORD
              PERFORM STORE-WATERMARK-LINE UNTIL WMK-EOF
              CLOSE WATERMARK-FILE
           ELSE
              IF WATERMARK-STATUS NOT = "35"
                 MOVE "LOAD-WATERMARKS" TO ERR-SECTION-NAME
                 MOVE "WATERMRK" TO ERR-FILE-NAME
                 MOVE WATERMARK-STATUS TO ERR-FILE-STATUS
                 PERFORM WRITE-ERRLOG
                 SET WMK-FAILED TO TRUE
              END-IF
           END-IF
       EXIT.

       READ-WATERMARK-RECORD SECTION.
           READ WATERMARK-FILE
              AT END
                 SET WMK-EOF TO TRUE
           END-READ
       EXIT.

       STORE-WATERMARK-LINE SECTION.
           MOVE SPACES TO WMK-ZEILE
           UNSTRING WATERMARK-RECORD DELIMITED BY ";"
              INTO WMK-Z-CONSUMER
                   WMK-Z-TS
                   WMK-Z-STAND
           IF WMK-Z-CONSUMER NOT = SPACES
              AND WATERMARK-RECORD(1:1) NOT = "*"
              IF WMK-COUNT < 20
                 ADD 1 TO WMK-COUNT
                 MOVE WMK-Z-CONSUMER TO WMK-E-CONSUMER(WMK-COUNT)
                 MOVE WMK-Z-TS TO WMK-E-TS(WMK-COUNT)
                 MOVE WMK-Z-STAND TO WMK-E-STAND(WMK-COUNT)
              ELSE
                 DISPLAY "WATERMRK: MEHR ALS 20 VERBRAUCHER - "
                    WMK-Z-CONSUMER " UEBERGANGEN"
              END-IF
           END-IF
           PERFORM READ-WATERMARK-RECORD
       EXIT.

      *> Traegt den Wasserstand WMK-TS fuer WMK-CONSUMER in WATERMRK
      *> ein (vorhandene Zeile ersetzen, sonst anhaengen) und schreibt
      *> die kleine Datei als Ganzes neu. Ohne gueltigen Zeitstempel -
      *> der Lauf hat keinen Satz mit Zeitstempel gesehen - bleibt der
      *> bisherige Stand stehen. Ein Fehler hier laesst nur einen
      *> zu alten Stand zurueck, der ARCHHIST hoechstens bremst; der
      *> Lauf endet dann mit RETURN-CODE 4.
       WRITE-WATERMARK SECTION.
           IF WMK-TS(1:8) NUMERIC
              PERFORM LOAD-WATERMARKS
              IF NOT WMK-FAILED
                 MOVE 0 TO WMK-MATCH
                 PERFORM VARYING WMK-IDX FROM 1 BY 1
                    UNTIL WMK-IDX > WMK-COUNT
                    IF WMK-E-CONSUMER(WMK-IDX) = WMK-CONSUMER
                       MOVE WMK-IDX TO WMK-MATCH
                    END-IF
                 END-PERFORM
                 IF WMK-MATCH = 0 AND WMK-COUNT < 20
                    ADD 1 TO WMK-COUNT
                    MOVE WMK-COUNT TO WMK-MATCH
                    MOVE WMK-CONSUMER TO WMK-E-CONSUMER(WMK-MATCH)
                 END-IF
                 IF WMK-MATCH > 0
                    MOVE WMK-TS TO WMK-E-TS(WMK-MATCH)
                    MOVE FUNCTION CURRENT-DATE
                       TO WMK-E-STAND(WMK-MATCH)
                    PERFORM REWRITE-WATERMARK-FILE
                 ELSE
                    DISPLAY "WATERMRK: MEHR ALS 20 VERBRAUCHER - "
                       WMK-CONSUMER " NICHT EINGETRAGEN"
                    SET WMK-FAILED TO TRUE
                 END-IF
              END-IF
              IF WMK-FAILED AND RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
       EXIT.

       REWRITE-WATERMARK-FILE SECTION.
           OPEN OUTPUT WATERMARK-FILE
           IF WATERMARK-STATUS = "00"
              PERFORM VARYING WMK-IDX FROM 1 BY 1
                 UNTIL WMK-IDX > WMK-COUNT
                 MOVE SPACES TO WATERMARK-RECORD
                 STRING WMK-E-CONSUMER(WMK-IDX) DELIMITED BY SPACE
                        ";"                     DELIMITED BY SIZE
                        WMK-E-TS(WMK-IDX)       DELIMITED BY SIZE
                        ";"                     DELIMITED BY SIZE
                        WMK-E-STAND(WMK-IDX)    DELIMITED BY SIZE
                   INTO WATERMARK-RECORD
                 WRITE WATERMARK-RECORD
                 IF WATERMARK-STATUS NOT = "00"
                    MOVE "REWRITE-WATERMARK-FILE" TO ERR-SECTION-NAME
                    MOVE "WATERMRK" TO ERR-FILE-NAME
                    MOVE WATERMARK-STATUS TO ERR-FILE-STATUS
                    PERFORM WRITE-ERRLOG
                    SET WMK-FAILED TO TRUE
                 END-IF
              END-PERFORM
              CLOSE WATERMARK-FILE
           ELSE
              MOVE "REWRITE-WATERMARK-FILE" TO ERR-SECTION-NAME
              MOVE "WATERMRK" TO ERR-FILE-NAME
              MOVE WATERMARK-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
              SET WMK-FAILED TO TRUE
           END-IF
       EXIT.
