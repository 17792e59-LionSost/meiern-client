      *> Satzlayout fuer RATHIST: je abgeschlossener Saison (Monat
      *> JJJJMM) und Spieler der Stand aus RATINGS zum Saisonende,
      *> geschrieben vom Saisonabschluss SAISABS. RATHIST-VALUE ist
      *> die Staerkezahl am Saisonende, RATHIST-RESET-VALUE die Zahl,
      *> mit der der Spieler in die naechste Saison geht (ohne
      *> Ruecksetzung dieselbe). Sie ist der Startwert der Folge-
      *> saison im naechsten Abschluss.
           05 RATHIST-KEY.
              07 RATHIST-SEASON PIC 9(6).
              07 RATHIST-PLAYER-NAME PIC X(20).
           05 RATHIST-VALUE PIC 9(4).
           05 RATHIST-GAMES-PLAYED PIC 9(7) COMP.
           05 RATHIST-LAST-PLAYED PIC 9(8).
           05 RATHIST-RESET-VALUE PIC 9(4).
           05 RATHIST-CLOSED-TS PIC X(21).
