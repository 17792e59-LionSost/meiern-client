      *> Satzlayout fuer SCHIEDLG, das Schiedsrichter-Protokoll des
      *> Turniertreibers: je Ansage am Tisch ein Satz mit dem
      *> tatsaechlich gewuerfelten und dem angesagten Wurf. Nur der
      *> Treiber kennt als Wuerfelbecher beide Werte - der Spiel-
      *> server legt den echten Wurf nie offen, darum schaetzen
      *> OPPSTATS und RECONRPT einen Bluff nur am Ansage-Rang.
      *> SCHIED-PLAYER ist der Ansager so, wie ihn die Bots in
      *> LAST-PLAYER sehen (TURNDRV fuer die Gegenspieler-Rolle des
      *> Treibers, sonst der Programmname des Sitzes); SCHIED-SEAT
      *> ist dessen Sitz am Tisch (0 = Treiber). Die Raenge gelten
      *> in der Rangfolge-Variante SCHIED-VARIANT des Tisches.
      *> SCHIED-BLUFF-KZ ist 'Y', wenn die Ansage ueber dem Wurf lag
      *> - genau dann gewinnt ein SEE. SCHIED-SEE-ERGEBNIS haelt
      *> fest, was aus der Ansage wurde:
      *>   KEIN SEE - weitergewuerfelt oder Runde ohne SEE beendet
      *>   ENTLARVT - SEE gerufen, die Ansage war ein Bluff
      *>   BESTAND  - SEE gerufen, die Ansage war gedeckt
           05 SCHIED-TOKEN PIC X(36).
           05 SCHIED-TABLE-NR PIC X(2).
           05 SCHIED-VARIANT PIC X(8).
           05 SCHIED-SEAT PIC 9.
           05 SCHIED-PLAYER PIC X(20).
           05 SCHIED-TRUE-RANG PIC 99.
           05 SCHIED-TRUE-DICE PIC X(3).
           05 SCHIED-ANSAGE-RANG PIC 99.
           05 SCHIED-ANSAGE-DICE PIC X(3).
           05 SCHIED-BLUFF-KZ PIC X.
              88 SCHIED-BLUFF VALUE 'Y'.
           05 SCHIED-SEE-ERGEBNIS PIC X(8).
           05 SCHIED-TIMESTAMP PIC X(21).
