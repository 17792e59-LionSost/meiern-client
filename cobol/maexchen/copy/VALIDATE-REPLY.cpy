      *> Ausgangspruefung der Bot-Antwort, von jedem Bot nach dem
      *> EVALUATE auf COMMAND und vor dem Protokollieren durchlaufen
      *> - das Gegenstueck zu VALIDATE-SERVER-MESSAGE. Geprueft wird:
      *>   ROUND STARTING - nur JOIN;TOKEN
      *>   YOUR TURN      - ROLL;TOKEN oder SEE;TOKEN, SEE aber nur,
      *>                    wenn eine Ansage vorliegt, ROLL aber
      *>                    nicht mehr, wenn die Ansage schon den
      *>                    hoechsten Rang (21) hat - sie ist dann
      *>                    nicht mehr zu ueberbieten
      *>   ROLLED         - ANNOUNCE;d,d;TOKEN, und die Ansage muss
      *>                    in der Rangfolge des Tisches echt ueber
      *>                    der geltenden Ansage (ANNOUNCED-DICE)
      *>                    liegen
      *>   sonst          - gar keine Antwort
      *> RESTART bleibt ungeprueft: die Antwort ist die beim ersten
      *> Mal bereits gepruefte und abgeschickte Nachricht.
      *> Eine regelwidrige Antwort geht mit Grundcode nach OUTREJ und
      *> wird durch eine sichere, regelgerechte Ersatzantwort
      *> ersetzt, damit der Server den Bot nie fuer einen
      *> verstuemmelten Zug bestraft.
       VALIDATE-REPLY SECTION.
           MOVE SPACE TO ANTW-VALID-KZ
           MOVE SPACES TO ANTW-REASON
           MOVE MESSAGE-TO-SERVER TO ANTW-ORIGINAL
           MOVE SPACES TO ANTW-VERB ANTW-FELD-2 ANTW-FELD-3 ANTW-REST
           MOVE 0 TO ANTW-RANG
           UNSTRING MESSAGE-TO-SERVER DELIMITED BY ";"
              INTO ANTW-VERB
                   ANTW-FELD-2
                   ANTW-FELD-3
                   ANTW-REST
           EVALUATE COMMAND
           WHEN "RESTART"
              CONTINUE
           WHEN "ROUND STARTING"
              IF ANTW-VERB = "JOIN"
                 PERFORM CHECK-REPLY-TOKEN-2
              ELSE
                 PERFORM REJECT-REPLY-VERB
              END-IF
           WHEN "YOUR TURN"
              PERFORM DETERMINE-ANNOUNCED-RANK
              EVALUATE ANTW-VERB
              WHEN "ROLL"
                 IF ANTW-ANSAGE-RANG = 21
                    MOVE "RANG" TO ANTW-REASON
                    SET ANTW-REJECTED TO TRUE
                 ELSE
                    PERFORM CHECK-REPLY-TOKEN-2
                 END-IF
              WHEN "SEE"
                 IF ANNOUNCED-DICE = "0,0"
                    OR ANNOUNCED-DICE = SPACES
                    MOVE "OHNE" TO ANTW-REASON
                    SET ANTW-REJECTED TO TRUE
                 ELSE
                    PERFORM CHECK-REPLY-TOKEN-2
                 END-IF
              WHEN OTHER
                 PERFORM REJECT-REPLY-VERB
              END-EVALUATE
           WHEN "ROLLED"
              IF ANTW-VERB = "ANNOUNCE"
                 PERFORM CHECK-REPLY-ANNOUNCE
              ELSE
                 PERFORM REJECT-REPLY-VERB
              END-IF
           WHEN OTHER
              IF MESSAGE-TO-SERVER NOT = SPACES
                 MOVE "VERB" TO ANTW-REASON
                 SET ANTW-REJECTED TO TRUE
              END-IF
           END-EVALUATE
           IF ANTW-REJECTED
              PERFORM BUILD-REPLY-FALLBACK
              PERFORM WRITE-OUT-REJECT
           END-IF
       EXIT.

       REJECT-REPLY-VERB SECTION.
           IF MESSAGE-TO-SERVER = SPACES
              MOVE "LEER" TO ANTW-REASON
           ELSE
              MOVE "VERB" TO ANTW-REASON
           END-IF
           SET ANTW-REJECTED TO TRUE
       EXIT.

      *> JOIN, ROLL und SEE tragen das TOKEN im zweiten Feld, danach
      *> darf nichts mehr folgen.
       CHECK-REPLY-TOKEN-2 SECTION.
           IF ANTW-FELD-2 NOT = TOKEN
              MOVE "TOKN" TO ANTW-REASON
              SET ANTW-REJECTED TO TRUE
           ELSE
              IF ANTW-FELD-3 NOT = SPACES OR ANTW-REST NOT = SPACES
                 MOVE "FORM" TO ANTW-REASON
                 SET ANTW-REJECTED TO TRUE
              END-IF
           END-IF
       EXIT.

      *> Rang der geltenden Ansage (ANNOUNCED-DICE) in der Rangfolge
      *> des Tisches; 0, solange in der Runde noch niemand angesagt
      *> hat ("0,0").
       DETERMINE-ANNOUNCED-RANK SECTION.
           MOVE 0 TO ANTW-ANSAGE-RANG
           PERFORM VARYING VAR FROM 1 BY 1 UNTIL VAR > 21
              IF DICE-1 IN ANNOUNCED-DICE = DICE-1 IN RANGFOLGE(VAR)
                 AND DICE-2 IN ANNOUNCED-DICE =
                     DICE-2 IN RANGFOLGE(VAR)
                 COMPUTE ANTW-ANSAGE-RANG = VAR
              END-IF
           END-PERFORM
       EXIT.

      *> Ein ANNOUNCE braucht genau "d,d" im zweiten und das TOKEN im
      *> dritten Feld.
       CHECK-REPLY-ANNOUNCE SECTION.
           PERFORM DETERMINE-ANNOUNCED-RANK
           MOVE ANTW-FELD-2(1:3) TO ANTW-DICE
           IF DICE-1 IN ANTW-DICE NUMERIC
              AND DICE-2 IN ANTW-DICE NUMERIC
              AND ANTW-FELD-2(2:1) = ","
              PERFORM VARYING VAR FROM 1 BY 1 UNTIL VAR > 21
                 IF DICE-1 IN ANTW-DICE = DICE-1 IN RANGFOLGE(VAR)
                    AND DICE-2 IN ANTW-DICE =
                        DICE-2 IN RANGFOLGE(VAR)
                    COMPUTE ANTW-RANG = VAR
                 END-IF
              END-PERFORM
           END-IF
           IF ANTW-FELD-2(4:) NOT = SPACES
              MOVE "FORM" TO ANTW-REASON
              SET ANTW-REJECTED TO TRUE
           ELSE
              IF ANTW-RANG = 0
                 MOVE "WRFL" TO ANTW-REASON
                 SET ANTW-REJECTED TO TRUE
              ELSE
                 IF ANTW-RANG NOT > ANTW-ANSAGE-RANG
                    MOVE "RANG" TO ANTW-REASON
                    SET ANTW-REJECTED TO TRUE
                 ELSE
                    IF ANTW-FELD-3 NOT = TOKEN
                       MOVE "TOKN" TO ANTW-REASON
                       SET ANTW-REJECTED TO TRUE
                    ELSE
                       IF ANTW-REST NOT = SPACES
                          MOVE "FORM" TO ANTW-REASON
                          SET ANTW-REJECTED TO TRUE
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
       EXIT.

      *> Ersatzantwort je Kommando: JOIN mit dem TOKEN der Runde.
      *> Am Zug SEE, wenn die Ansage den hoechsten Rang hat oder der
      *> Bot selbst SEE wollte und eine Ansage vorliegt (dann war nur
      *> Aufbau oder TOKEN verdorben), sonst ROLL. Beim ANNOUNCE
      *> bleiben die Wuerfel des Bots stehen, wenn sie gueltig waren
      *> und die geltende Ansage uebertrafen; sonst wird der
      *> naechsthoehere Rang angesagt. Liegt die geltende Ansage
      *> schon auf Rang 21, gibt es keine regelgerechte Ansage mehr -
      *> dann geht gar keine Antwort hinaus statt einer, die die
      *> Ansage nicht uebertrifft.
       BUILD-REPLY-FALLBACK SECTION.
           MOVE SPACES TO MESSAGE-TO-SERVER
           EVALUATE COMMAND
           WHEN "ROUND STARTING"
              STRING "JOIN;" DELIMITED BY SIZE
                     TOKEN   DELIMITED BY SIZE
                INTO MESSAGE-TO-SERVER
           WHEN "YOUR TURN"
              IF ANTW-ANSAGE-RANG = 21
                 OR (ANTW-VERB = "SEE" AND ANTW-ANSAGE-RANG > 0)
                 STRING "SEE;"  DELIMITED BY SIZE
                        TOKEN   DELIMITED BY SIZE
                   INTO MESSAGE-TO-SERVER
              ELSE
                 STRING "ROLL;" DELIMITED BY SIZE
                        TOKEN   DELIMITED BY SIZE
                   INTO MESSAGE-TO-SERVER
              END-IF
           WHEN "ROLLED"
              IF ANTW-RANG > ANTW-ANSAGE-RANG
                 MOVE ANTW-RANG TO ANTW-ERSATZ-RANG
              ELSE
                 COMPUTE ANTW-ERSATZ-RANG = ANTW-ANSAGE-RANG + 1
              END-IF
              IF ANTW-ERSATZ-RANG NOT > 21
                 STRING "ANNOUNCE;"                 DELIMITED BY SIZE
                        RANGFOLGE(ANTW-ERSATZ-RANG) DELIMITED BY SIZE
                        ";"                         DELIMITED BY SIZE
                        TOKEN                       DELIMITED BY SIZE
                   INTO MESSAGE-TO-SERVER
              END-IF
           WHEN OTHER
              CONTINUE
           END-EVALUATE
       EXIT.

      *> Haengt die verworfene Antwort an OUTREJ an: Bot, Grund,
      *> Kommando, TOKEN, urspruengliche und ersetzte Antwort und
      *> ein Zeitstempel - wie WRITE-REJECT fuer die Eingangsseite.
       WRITE-OUT-REJECT SECTION.
           MOVE FUNCTION CURRENT-DATE TO LOG-TIMESTAMP
           MOVE SPACES TO OUT-REJECTS-RECORD
           STRING BOT-ID                         DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  ANTW-REASON                    DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  COMMAND                        DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  TOKEN                          DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM(ANTW-ORIGINAL)   DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  FUNCTION TRIM(MESSAGE-TO-SERVER)
                                                 DELIMITED BY SIZE
                  ";"                            DELIMITED BY SIZE
                  LOG-TIMESTAMP                  DELIMITED BY SIZE
            INTO OUT-REJECTS-RECORD
           INSPECT OUT-REJECTS-RECORD REPLACING ALL X"00" BY SPACE
           OPEN EXTEND OUT-REJECTS-FILE
           IF OUT-REJECTS-STATUS = "35"
              OPEN OUTPUT OUT-REJECTS-FILE
           END-IF
           IF OUT-REJECTS-STATUS = "00"
              WRITE OUT-REJECTS-RECORD
              CLOSE OUT-REJECTS-FILE
           ELSE
              MOVE "WRITE-OUT-REJECT" TO ERR-SECTION-NAME
              MOVE "OUTREJ" TO ERR-FILE-NAME
              MOVE OUT-REJECTS-STATUS TO ERR-FILE-STATUS
              PERFORM WRITE-ERRLOG
           END-IF
       EXIT.
