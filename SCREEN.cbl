			05 WS-TERMINAL PIC X(8).
			05 WS-UTILID PIC 9(3).
			05 WS-CODEUTIL PIC X(8).
			05 WS-DROITS PIC X(40).
			05 WS-DATACT PIC X(8).
			05 WS-HEUREACT PIC X(8).
			05 WS-DUREE-SESSION PIC 9(4).
      05 LINE 10 COL 33 VALUE "F : Dispo instructeurs".
      05 LINE 11 COL 33 VALUE "N : Avoirs".
      05 LINE 12 COL 33 VALUE "H : Forfaits".
      05 LINE 13 COL 33 VALUE "O : Budget du comité".
      05 LINE 14 COL 33 VALUE "J : Fournisseurs".
      05 LINE 15 COL 33 VALUE "W : Stock pièces".
      05 LINE 05 COL 33 VALUE "Y : Approbations".
      05 LINE 17 COL 33 VALUE "Z : Payeurs".
      05 LINE 03 COL 33 VALUE "M : Permanences".
      05 LINE 06 COL 33 VALUE "+ : Assemblée générale".
      05 LINE 08 COL 33 VALUE "$ : Caisse du jour".
      05 LINE 07 COL 33 VALUE "& : Immobilisations".
      05 LINE 08 COL 57 VALUE "L : Carburant".
      05 LINE 07 COL 57 VALUE "S : Sinistres".
      05 LINE 06 COL 57 VALUE "K : Bons cadeaux".
       ELSE
          PERFORM FONCTION-REFUSEE
       END-IF
    WHEN "O"
    WHEN "o"
       IF WS-DROITS(29:1) = "O"
          CALL "BUDGET"
       ELSE
          PERFORM FONCTION-REFUSEE
       END-IF
    WHEN "J"
    WHEN "j"
       IF WS-DROITS(30:1) = "O"
          CALL "FOURNIS"
       ELSE
          PERFORM FONCTION-REFUSEE
       END-IF
    WHEN "W"
    WHEN "w"
       IF WS-DROITS(31:1) = "O"
          CALL "STOCK"
       ELSE
          PERFORM FONCTION-REFUSEE
       END-IF
    WHEN "Y"
    WHEN "y"
       IF WS-DROITS(32:1) = "O"
          CALL "APPROB"
       ELSE
          PERFORM FONCTION-REFUSEE
       END-IF
    WHEN "Z"
    WHEN "z"
       IF WS-DROITS(33:1) = "O"
          CALL "PAYEUR"
       ELSE
          PERFORM FONCTION-REFUSEE
       END-IF
    WHEN "M"
    WHEN "m"
       IF WS-DROITS(34:1) = "O"
          CALL "PERMANENCE"
       ELSE
          PERFORM FONCTION-REFUSEE
       END-IF
    WHEN "+"
       IF WS-DROITS(35:1) = "O"
          CALL "ASSEMBLEE"
       ELSE
          PERFORM FONCTION-REFUSEE
       END-IF
    WHEN "$"
       IF WS-DROITS(36:1) = "O"
          CALL "CAISSE"
       ELSE
          PERFORM FONCTION-REFUSEE
       END-IF
    WHEN "&"
       IF WS-DROITS(37:1) = "O"
          CALL "IMMO"
       ELSE
          PERFORM FONCTION-REFUSEE
       END-IF
    WHEN "X"
    WHEN "x"
       CALL "MOTPASSE"
