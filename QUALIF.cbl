WORKING-STORAGE SECTION.
77 WS-PREAVIS PIC 9(3) VALUE IS 0.
77 WS-NBEXPIR PIC 9(6) VALUE IS 0.
77 WS-NBLICEXPIR PIC 9(6) VALUE IS 0.
77 WS-NBMESSAGES PIC 9(6) VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE LICENCES
	EXEC SQL
		INCLUDE LICENCES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-LICENCES.
			05 WS-LICNUMPIL PIC 9(3).
			05 WS-TYPELICENCE PIC X.
			05 WS-DATEXPSEP PIC X(8).
			05 WS-ANNEEFED PIC X(4).
			05 WS-DATEXPASSUR PIC X(8).
			05 WS-ANNEE-LIMITE PIC X(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE TYPES
	EXEC SQL
		INCLUDE TYPES
	02 SPOOL-LIGNE PIC X(80).
	02 SPOOL-NUMRAPPORT PIC 9(6).

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

PROCEDURE DIVISION.

DEBUT.
	PERFORM CALCUL-DATE-LIMITE.
	PERFORM EN-TETE-RAPPORT.
	PERFORM QUALIFICATIONS-EXPIRANT.
	PERFORM LICENCES-EXPIRANT.

***** LES MESSAGES MIS EN FILE PAR NOTIFIER SONT VALIDES ENSEMBLE
	EXEC SQL
		COMMIT
	END-EXEC.

	PERFORM BILAN.
	GO TO FIN.

		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBEXPIR.
	PERFORM MESSAGE-QUALIF.

QUALIF-EXPIR-SUIVANTE-EXIT.
	EXIT.

***** LICENCES DES MEMBRES (CF F3) : SEP (HORS ELEVES) OU ASSURANCE
***** FEDERALE ARRIVANT A ECHEANCE DANS LE PREAVIS, OU DEJA ECHUES ;
***** F1 REFUSERA LE DEPOT DES LE LENDEMAIN DE L'ECHEANCE. LA LICENCE
***** FEDERALE VAUT POUR L'ANNEE CIVILE (ANNEEFED) : ELLE EST SIGNALEE
***** DES QUE LA DATE LIMITE TOMBE SUR UNE ANNEE QU'ELLE NE COUVRE PAS,
***** F1 REFUSANT TOUT VOL D'UNE AUTRE ANNEE QUE ANNEEFED
LICENCES-EXPIRANT.
	MOVE WANNEELIMITE-CMP TO WS-ANNEE-LIMITE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Licences (SEP, assurance, licence federale) echeant avant le " WDATE-LIMITE " :" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE LICEXPIRCUR CURSOR FOR
		SELECT LICENCES.NUMPIL, TYPELICENCE, DATEXPSEP, ANNEEFED,
		DATEXPASSUR, PILOTES.NOM, PILOTES.PRENOM
		FROM LICENCES, PILOTES
		WHERE LICENCES.NUMPIL = PILOTES.NUMPIL
		AND ((TYPELICENCE NOT = "E" AND DATEXPSEP < :WDATE-LIMITE-CMP)
		OR DATEXPASSUR < :WDATE-LIMITE-CMP
		OR ANNEEFED < :WS-ANNEE-LIMITE)
		ORDER BY PILOTES.NOM, PILOTES.PRENOM
	END-EXEC.

	EXEC SQL
		OPEN LICEXPIRCUR
	END-EXEC.

	PERFORM LICENCE-EXPIR-SUIVANTE THRU LICENCE-EXPIR-SUIVANTE-EXIT UNTIL SQLCODE = 100.

	EXEC SQL
		CLOSE LICEXPIRCUR
	END-EXEC.

LICENCE-EXPIR-SUIVANTE.
	EXEC SQL
		FETCH LICEXPIRCUR
		INTO :WS-LICNUMPIL, :WS-TYPELICENCE, :WS-DATEXPSEP, :WS-ANNEEFED,
		:WS-DATEXPASSUR, :WS-NOM, :WS-PRENOM
	END-EXEC.

	IF SQLCODE = 100
		GO TO LICENCE-EXPIR-SUIVANTE-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " WS-NOM " " WS-PRENOM " - SEP " WS-DATEXPSEP " - assurance " WS-DATEXPASSUR DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	IF WS-ANNEEFED < WS-ANNEE-LIMITE
		MOVE SPACES TO SPOOL-LIGNE
		STRING "        LICENCE FEDERALE " WS-ANNEEFED " - a renouveler pour " WS-ANNEE-LIMITE DELIMITED BY SIZE
			INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.
	ADD 1 TO WS-NBLICEXPIR.
	PERFORM MESSAGE-LICENCE.

LICENCE-EXPIR-SUIVANTE-EXIT.
	EXIT.

***** RAPPEL AU MEMBRE PAR SON CANAL PREFERE : LA REFERENCE PORTE LA
***** DATE D'ECHEANCE, LE RAPPEL PART UNE FOIS PAR ECHEANCE ET NON A
***** CHAQUE PASSAGE DE LA CHAINE ; UNE NOUVELLE ECHEANCE SAISIE APRES
***** RENOUVELLEMENT DONNERA LIEU A SON PROPRE RAPPEL
MESSAGE-QUALIF.
	MOVE WS-NUMPIL TO NOTIF-NUMPIL.
	MOVE "QUALIF" TO NOTIF-ORIGINE.
	MOVE SPACES TO NOTIF-REFERENCE.
	STRING "QT" WS-NUMETYPE WS-DATERENOUV DELIMITED BY SIZE
		INTO NOTIF-REFERENCE.
	MOVE "Qualification a renouveler" TO NOTIF-OBJET.
	MOVE SPACES TO NOTIF-TEXTE.
	STRING "Aeroclub : votre qualification " WS-DESIGN
		" est a renouveler (echeance " WS-DATERENOUV
		"). Merci de prendre rendez-vous avec un instructeur."
		DELIMITED BY SIZE INTO NOTIF-TEXTE.
	CALL "NOTIFIER" USING NOTIF-DEMANDE.
	IF NOTIF-RETOUR = "Q"
		ADD 1 TO WS-NBMESSAGES
	END-IF.

MESSAGE-LICENCE.
	MOVE WS-LICNUMPIL TO NOTIF-NUMPIL.
	MOVE "QUALIF" TO NOTIF-ORIGINE.
	MOVE SPACES TO NOTIF-REFERENCE.
	STRING "LI" WS-DATEXPSEP WS-DATEXPASSUR WS-ANNEEFED(3:2) DELIMITED BY SIZE
		INTO NOTIF-REFERENCE.
	MOVE "Licence ou assurance a renouveler" TO NOTIF-OBJET.
	MOVE SPACES TO NOTIF-TEXTE.
	STRING "Aeroclub : votre licence arrive a echeance (SEP "
		WS-DATEXPSEP ", assurance " WS-DATEXPASSUR
		", licence federale " WS-ANNEEFED "). Sans renouvellement, le depart en vol sera refuse."
		DELIMITED BY SIZE INTO NOTIF-TEXTE.
	CALL "NOTIFIER" USING NOTIF-DEMANDE.
	IF NOTIF-RETOUR = "Q"
		ADD 1 TO WS-NBMESSAGES
	END-IF.

BILAN.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Qualifications a renouveler : " WS-NBEXPIR DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Licences a renouveler : " WS-NBLICEXPIR DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Rappels mis en file (e-mail / SMS) : " WS-NBMESSAGES
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

FIN.
	MOVE "F" TO SPOOL-ACTION.
