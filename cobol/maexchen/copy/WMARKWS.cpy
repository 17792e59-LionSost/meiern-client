      *> Arbeitsfelder fuer die Verbraucher-Wasserstaende (siehe
      *> WRITE-WATERMARK). WATERMRK haelt je nachgelagertem Lauf, der
      *> GAMELOG oder LEADERBOARD auswertet, eine Zeile
      *>   "VERBRAUCHER;ZEITSTEMPEL;GESCHRIEBEN"
      *> ZEITSTEMPEL ist der juengste Historie-Zeitstempel, bis zu dem
      *> der Verbraucher alles vollstaendig verarbeitet hat,
      *> GESCHRIEBEN der Zeitpunkt des Laufs, der ihn gesetzt hat.
      *> ARCHHIST archiviert nie ueber den niedrigsten Wasserstand
      *> hinaus. Vor dem PERFORM WRITE-WATERMARK stellt der
      *> Verbraucher WMK-CONSUMER und WMK-TS ein.
       01 WATERMARK-STATUS PIC XX.
       01 WMK-FLAGS.
          05 WMK-EOF-KZ PIC X VALUE SPACE.
             88 WMK-EOF VALUE 'Y'.
          05 WMK-FAILED-KZ PIC X VALUE SPACE.
             88 WMK-FAILED VALUE 'F'.
       01 WMK-CONSUMER PIC X(10).
       01 WMK-TS PIC X(21).
       01 WMK-TABELLE.
          05 WMK-COUNT PIC 99 VALUE 0.
          05 WMK-ENTRY OCCURS 20 TIMES.
             07 WMK-E-CONSUMER PIC X(10).
             07 WMK-E-TS PIC X(21).
             07 WMK-E-STAND PIC X(21).
       01 WMK-IDX PIC 99.
       01 WMK-MATCH PIC 99.
       01 WMK-ZEILE.
          05 WMK-Z-CONSUMER PIC X(10).
          05 WMK-Z-TS PIC X(21).
          05 WMK-Z-STAND PIC X(21).
