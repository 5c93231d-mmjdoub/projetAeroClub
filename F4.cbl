77 MAJ-CPTINTER PIC 9(5)V9.
77 MAJ-INFOS PIC X(50).
77 MAJ-ETATAV PIC X.
77 MAJ-MASSE_VIDE PIC 9(4)V9.
77 MAJ-BRAS_VIDE PIC 9V999.
77 MAJ-MTOW PIC 9(4)V9.
77 TYPEUSER PIC X(2).

01 WDATE.
   02 WANNEE PIC 9999.
			05 WS-CPTINTER PIC 9(5)V9.
			05 WS-INFOS PIC X(50).
			05 WS-ETATAV PIC X.
			05 WS-MASSE_VIDE PIC 9(4)V9.
			05 WS-BRAS_VIDE PIC 9V999.
			05 WS-MTOW PIC 9(4)V9.
	EXEC SQL END DECLARE SECTION
	END-EXEC.
****************************************
		01 WS-TYPES.
			05 WS-NUMTYP PIC X(2).
			05 WS-DESIGN PIC X(20).
			05 WS-BRAS_AVANT PIC 9V999.
			05 WS-BRAS_ARRIERE PIC 9V999.
			05 WS-BRAS_CARBU PIC 9V999.
			05 WS-CENTRAGE_MINI PIC 9V999.
			05 WS-CENTRAGE_MAXI PIC 9V999.
			05 WS-VITESSE_CROIS PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.
****************************************
	  05 LINE 07 COL 01 VALUE "1 : Enregistrer un nouvel avion".
	  05 LINE 08 COL 01 VALUE "2 : Mettre à jour les informations d'un avion".
	  05 LINE 09 COL 01 VALUE "3 : Mettre un avion hors service".
	  05 LINE 10 COL 01 VALUE "4 : Devis de centrage d'un type d'avion".
	  05 LINE 10 COL 45 VALUE "5 : Ne rien faire".
	  05 LINE 11 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 line 11 COL 48 PIC X TO CHOIXACTION.
	  05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 08 COL 16 PIC X(50) TO WS-INFOS.
	  05 LINE 09 COL 01 VALUE "Etat de l'avion (E/M/H) : ".
	  05 LINE 09 COL 27 PIC X TO WS-ETATAV.
	  05 LINE 10 COL 01 VALUE "Masse à vide (kg) : ".
	  05 LINE 10 COL 21 PIC 9(4)V9 TO WS-MASSE_VIDE.
	  05 LINE 11 COL 01 VALUE "Bras de levier à vide (m) : ".
	  05 LINE 11 COL 29 PIC 9V999 TO WS-BRAS_VIDE.
	  05 LINE 12 COL 01 VALUE "Masse maximale au décollage (kg) : ".
	  05 LINE 12 COL 36 PIC 9(4)V9 TO WS-MTOW.
	  05 LINE 14 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 14 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
	  05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) : ".
	  05 LINE 09 COL 55 PIC X(50) TO MAJ-INFOS.
	  05 LINE 10 COL 01 PIC X FROM WS-ETATAV.
	  05 LINE 10 COL 25 PIC X TO MAJ-ETATAV.
	  05 LINE 11 COL 01 PIC 9(4)V9 FROM WS-MASSE_VIDE.
	  05 LINE 11 COL 25 PIC 9(4)V9 TO MAJ-MASSE_VIDE.
	  05 LINE 12 COL 01 PIC 9V999 FROM WS-BRAS_VIDE.
	  05 LINE 12 COL 25 PIC 9V999 TO MAJ-BRAS_VIDE.
	  05 LINE 13 COL 01 PIC 9(4)V9 FROM WS-MTOW.
	  05 LINE 13 COL 25 PIC 9(4)V9 TO MAJ-MTOW.
	  05 LINE 15 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 15 COL 52 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CENTRAGE-TYPE.
	  05 LINE 01 COL 01 VALUE "******************".
	  05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
	  05 LINE 03 COL 01 VALUE "Devis de centrage d'un type d'avion".
	  05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Type d'avion (code) : ".
	  05 LINE 05 COL 23 PIC X(2) TO TYPEUSER.
	  05 LINE 06 COL 01 VALUE "Bras des sièges avant (m) : ".
	  05 LINE 06 COL 29 PIC 9V999 TO WS-BRAS_AVANT.
	  05 LINE 07 COL 01 VALUE "Bras des sièges arrière (m) : ".
	  05 LINE 07 COL 31 PIC 9V999 TO WS-BRAS_ARRIERE.
	  05 LINE 08 COL 01 VALUE "Bras des réservoirs (m) : ".
	  05 LINE 08 COL 27 PIC 9V999 TO WS-BRAS_CARBU.
	  05 LINE 09 COL 01 VALUE "Limite avant du centrage (m) : ".
	  05 LINE 09 COL 32 PIC 9V999 TO WS-CENTRAGE_MINI.
	  05 LINE 10 COL 01 VALUE "Limite arrière du centrage (m) : ".
	  05 LINE 10 COL 34 PIC 9V999 TO WS-CENTRAGE_MAXI.
	  05 LINE 11 COL 01 VALUE "Vitesse de croisière (km/h) : ".
	  05 LINE 11 COL 31 PIC 9(3) TO WS-VITESSE_CROIS.
	  05 LINE 13 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 13 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

PROCEDURE DIVISION.

DEBUT.
    WHEN "3"
        PERFORM SUPPRESSION
	WHEN "4"
        PERFORM CENTRAGE-TYPE
	WHEN "5"
        GO TO DEBUT
	WHEN OTHER
	   MOVE "Erreur dans votre choix." TO ERREURS
	ACCEPT WS-CPTINTER LINE 07 COL 34.
	ACCEPT WS-INFOS LINE 08 COL 16.
	ACCEPT WS-ETATAV LINE 09 COL 27.
	ACCEPT WS-MASSE_VIDE LINE 10 COL 21.
	ACCEPT WS-BRAS_VIDE LINE 11 COL 29.
	ACCEPT WS-MTOW LINE 12 COL 36.
	ACCEPT CHOIXVALIDATION LINE 14 COL 53.

	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'

		MOVE WS-PROCHAINE TO WS-CODAV

		EXEC SQL
			INSERT INTO AVIONS(CODAV,CODTYP,CPTHORAV,CPTINTER,INFOS,ETATAV,
			MASSE_VIDE,BRAS_VIDE,MTOW)
			VALUES(:WS-CODAV,:WS-CODTYP,:WS-CPTHORAV,:WS-CPTINTER,:WS-INFOS,
			:WS-ETATAV,:WS-MASSE_VIDE,:WS-BRAS_VIDE,:WS-MTOW)
		END-EXEC

		IF NOT SQLCODE=0
    ACCEPT SCREEN-MAJ.
	ACCEPT CODAVUSER LINE 04 COL 29.
	EXEC SQL
		SELECT CODAV, CODTYP, CPTHORAV, CPTINTER, INFOS, ETATAV,
		MASSE_VIDE, BRAS_VIDE, MTOW
		INTO :WS-CODAV, :WS-CODTYP, :WS-CPTHORAV, :WS-CPTINTER, :WS-INFOS,
		:WS-ETATAV, :WS-MASSE_VIDE, :WS-BRAS_VIDE, :WS-MTOW FROM AVIONS
		WHERE CODAV = :CODAVUSER
	END-EXEC.
	IF NOT SQLCODE = 0
		ACCEPT MAJ-CPTINTER LINE 08 COL 25
		ACCEPT MAJ-INFOS LINE 09 COL 55
		ACCEPT MAJ-ETATAV LINE 10 COL 25
		ACCEPT MAJ-MASSE_VIDE LINE 11 COL 25
		ACCEPT MAJ-BRAS_VIDE LINE 12 COL 25
		ACCEPT MAJ-MTOW LINE 13 COL 25
		ACCEPT CHOIXVALIDATION LINE 15 COL 52

		MOVE MAJ-CODTYP TO WS-CODTYP
		MOVE MAJ-CPTHORAV TO WS-CPTHORAV
		MOVE MAJ-CPTINTER TO WS-CPTINTER
		MOVE MAJ-INFOS TO WS-INFOS
		MOVE MAJ-ETATAV TO WS-ETATAV
		MOVE MAJ-MASSE_VIDE TO WS-MASSE_VIDE
		MOVE MAJ-BRAS_VIDE TO WS-BRAS_VIDE
		MOVE MAJ-MTOW TO WS-MTOW

		IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
			EXEC SQL
				UPDATE AVIONS SET CODTYP=:WS-CODTYP, CPTHORAV=:WS-CPTHORAV,
				CPTINTER=:WS-CPTINTER, INFOS=:WS-INFOS, ETATAV=:WS-ETATAV,
				MASSE_VIDE=:WS-MASSE_VIDE, BRAS_VIDE=:WS-BRAS_VIDE,
				MTOW=:WS-MTOW
				WHERE CODAV = :WS-CODAV
			END-EXEC

		END-IF
	END-IF.

***** DEVIS DE CENTRAGE DU TYPE : BRAS DE LEVIER DES SIEGES ET DES
***** RESERVOIRS, LIMITES DU CENTRE DE GRAVITE ET VITESSE DE CROISIERE,
***** REPRIS DU MANUEL DE VOL ; F1 S'EN SERT AVEC LE DEVIS DE MASSE DE
***** LA CELLULE POUR REFUSER UN PLAN DE VOL HORS ENVELOPPE
CENTRAGE-TYPE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-CENTRAGE-TYPE.
    ACCEPT SCREEN-CENTRAGE-TYPE.
	ACCEPT TYPEUSER LINE 05 COL 23.
	ACCEPT WS-BRAS_AVANT LINE 06 COL 29.
	ACCEPT WS-BRAS_ARRIERE LINE 07 COL 31.
	ACCEPT WS-BRAS_CARBU LINE 08 COL 27.
	ACCEPT WS-CENTRAGE_MINI LINE 09 COL 32.
	ACCEPT WS-CENTRAGE_MAXI LINE 10 COL 34.
	ACCEPT WS-VITESSE_CROIS LINE 11 COL 31.
	ACCEPT CHOIXVALIDATION LINE 13 COL 53.

	IF CHOIXVALIDATION NOT = 'O' AND CHOIXVALIDATION NOT = 'o'
		MOVE "Le devis de centrage n'a pas été modifié." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT NUMTYP
		INTO :WS-NUMTYP FROM TYPES
		WHERE NUMTYP = :TYPEUSER
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Ce type d'avion n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-CENTRAGE_MINI NOT < WS-CENTRAGE_MAXI
		MOVE "Limites de centrage incohérentes (avant >= arrière)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		UPDATE TYPES SET BRAS_AVANT=:WS-BRAS_AVANT,
		BRAS_ARRIERE=:WS-BRAS_ARRIERE, BRAS_CARBU=:WS-BRAS_CARBU,
		CENTRAGE_MINI=:WS-CENTRAGE_MINI, CENTRAGE_MAXI=:WS-CENTRAGE_MAXI,
		VITESSE_CROIS=:WS-VITESSE_CROIS
		WHERE NUMTYP = :WS-NUMTYP
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, devis de centrage non enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	MOVE "Le devis de centrage du type a été enregistré." TO ERREURS.
	GO TO EVALUATE-CHOIX.

ERREURS-CHOIX.
	ADD 1 TO I.
        IF I=3
