      *> Arbeitsfelder fuer die Ausgangspruefung der Bot-Antwort
      *> (siehe VALIDATE-REPLY). ANTW-REJECTED wird gesetzt, wenn
      *> MESSAGE-TO-SERVER so nicht an den Server gehen darf; der
      *> Grund steht dann in ANTW-REASON:
      *>   VERB - Antwort-Verb passt nicht zum Kommando
      *>   LEER - keine Antwort, wo der Server eine erwartet
      *>   FORM - Antwort nicht im Aufbau VERB;TOKEN bzw.
      *>          ANNOUNCE;d,d;TOKEN
      *>   TOKN - TOKEN der Antwort weicht vom TOKEN der Runde ab
      *>   OHNE - SEE, obwohl noch keine Ansage vorliegt
      *>   WRFL - angesagte Wuerfel nicht in der Rangfolge
      *>   RANG - Ansage liegt nicht ueber der geltenden Ansage
      *> ANTW-ORIGINAL haelt die urspruengliche Antwort fuer den
      *> OUTREJ-Satz fest, bevor sie durch die Ersatzantwort
      *> ueberschrieben wird.
       01 ANTWORT-PRUEFUNG.
          05 ANTW-VALID-KZ PIC X VALUE SPACE.
             88 ANTW-REJECTED VALUE 'R'.
          05 ANTW-REASON PIC X(4).
          05 ANTW-VERB PIC X(12).
          05 ANTW-FELD-2 PIC X(40).
          05 ANTW-FELD-3 PIC X(40).
          05 ANTW-REST PIC X(40).
          05 ANTW-DICE.
             07 DICE-1 PIC 9.
             07 FILLER PIC X.
             07 DICE-2 PIC 9.
          05 ANTW-RANG PIC 99.
          05 ANTW-ANSAGE-RANG PIC 99.
          05 ANTW-ERSATZ-RANG PIC 99.
          05 ANTW-ORIGINAL PIC X(128).
