WORKING-STORAGE SECTION.
***** LISTE DE TRAVAIL DU GUICHET : LES VOLS ENCORE "D" DONT LA FIN
***** PREVUE EST DEPASSEE, UN PAR ECRAN ; LE GUICHET PEUT ENCHAINER
***** DIRECTEMENT SUR LA CLOTURE F2 DU VOL AFFICHE. A L'OUVERTURE DE LA
***** LISTE, LE PILOTE DE CHAQUE VOL EN RETARD EST PREVENU PAR SON
***** CANAL PREFERE (UNE FOIS PAR VOL)
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 CHOIX PIC X.
77 SUIVANT PIC X.
77 WS-HEURE-COURANTE PIC X(8).
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.

01 WS-MAINTENANT.
   02 WS-MAINT-DATE PIC 9(8).
		01 WS-VOL-RETARD.
			05 WS-NUMVOL PIC 9(6).
			05 WS-NUMAV PIC 9(3).
			05 WS-NUMPIL PIC 9(3).
			05 WS-DATEFIN PIC X(12).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** MESSAGE AU MEMBRE (SOUS-PROGRAMME NOTIFIER) : MEME DESSIN QUE SA
***** LINKAGE SECTION
01 NOTIF-DEMANDE.
	02 NOTIF-NUMPIL PIC 9(3).
	02 NOTIF-ORIGINE PIC X(8).
	02 NOTIF-REFERENCE PIC X(20).
	02 NOTIF-OBJET PIC X(40).
	02 NOTIF-TEXTE PIC X(160).
	02 NOTIF-RETOUR PIC X.
	02 NOTIF-NUMNOTIF PIC 9(8).

LINKAGE SECTION.
SCREEN SECTION.
  01 DELETE-SCREEN BLANK SCREEN.
	MOVE WDATE TO WS-MAINT-DATE.
	MOVE WS-HEURE-COURANTE(1:4) TO WS-MAINT-HEURE.

	PERFORM MESSAGES-RETARD.

	EXEC SQL
		DECLARE RETARDCUR CURSOR FOR
		SELECT VOLS.NUMVOL, VOLS.NUMAV, VOLS.DATEFIN, PILOTES.NOM,

	GO TO EVALUATE-CHOIX.

***** PASSAGE PREALABLE SUR LES MEMES VOLS, AVANT LA LISTE DE TRAVAIL :
***** LES MESSAGES SONT VALIDES CURSEUR FERME, LE COMMIT NE DOIT PAS
***** INTERROMPRE LE PARCOURS A L'ECRAN
MESSAGES-RETARD.
	EXEC SQL
		DECLARE RETARDMSGCUR CURSOR FOR
		SELECT VOLS.NUMVOL, VOLS.NUMAV, VOLS.NUMPIL, VOLS.DATEFIN
		FROM VOLS
		WHERE VOLS.ETATVOL = "D"
		AND VOLS.DATEFIN < :WS-MAINTENANT
	END-EXEC.

	EXEC SQL
		OPEN RETARDMSGCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM MESSAGE-RETARD THRU MESSAGE-RETARD-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE RETARDMSGCUR
	END-EXEC.

	EXEC SQL
		COMMIT
	END-EXEC.

MESSAGE-RETARD.
	EXEC SQL
		FETCH RETARDMSGCUR
		INTO :WS-NUMVOL, :WS-NUMAV, :WS-NUMPIL, :WS-DATEFIN
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO MESSAGE-RETARD-EXIT
	END-IF.

	MOVE WS-NUMPIL TO NOTIF-NUMPIL.
	MOVE "RETARDS" TO NOTIF-ORIGINE.
	MOVE SPACES TO NOTIF-REFERENCE.
	STRING "VR" WS-NUMVOL DELIMITED BY SIZE INTO NOTIF-REFERENCE.
	MOVE "Vol non cloture - retour a signaler" TO NOTIF-OBJET.
	MOVE SPACES TO NOTIF-TEXTE.
	STRING "Aeroclub : votre vol " WS-NUMVOL " sur l'avion " WS-NUMAV
		" devait se terminer le " WS-DATEFIN " (AAAAMMJJHHMM) et n'est"
		" pas cloture. Merci d'appeler le club au plus vite."
		DELIMITED BY SIZE INTO NOTIF-TEXTE.
	CALL "NOTIFIER" USING NOTIF-DEMANDE.

MESSAGE-RETARD-EXIT.
	EXIT.

RETARD-SUIVANT.
	EXEC SQL
		FETCH RETARDCUR
