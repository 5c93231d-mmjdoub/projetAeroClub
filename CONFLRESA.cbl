IDENTIFICATION DIVISION.
PROGRAM-ID. CONFLRESA.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** RESERVATIONS EN CONFLIT AVEC UNE INDISPONIBILITE D'AVION : APPELE
***** PAR ORDRETRA (CRENEAU DE MAINTENANCE BLOQUE JUSQU'A LA DATE DE
***** RETOUR PREVUE), PAR INCIDENT (AVION IMMOBILISE, SANS DATE DE FIN)
***** ET PAR RESA (MAINTENANCE PLANIFIEE A L'AVANCE). CHAQUE RESERVATION
***** ACTIVE QUI RECOUVRE LA FENETRE EST PRESENTEE A L'OPERATEUR AVEC UN
***** AVION DE REMPLACEMENT LIBRE, D'UN TYPE SUR LEQUEL LE MEMBRE EST
***** QUALIFIE (PILOTAGE) : REAFFECTATION, ANNULATION AVEC LE MOTIF
***** TRANSMIS, OU MAINTIEN EN L'ETAT. LA LISTE DES MEMBRES A PREVENIR,
***** AVEC LEURS COORDONNEES, SORT AU SPOULE D'EDITIONS
77 ERREURS PIC X(50) VALUE IS " ".
77 CHOIXCONFLIT PIC X.
77 SAI-AVREMPL PIC Z(3).
77 LIBELLE-MOTIF PIC X(30).
77 LIBELLE-ACTION PIC X(30).
77 IX-CONFLIT PIC 9(3) VALUE IS 0.
77 NB-CONFLITS PIC 9(3) VALUE IS 0.
77 WS-FIN-CONFLITS PIC 9 VALUE IS 0.

***** RESERVATIONS EN CONFLIT, RELUES AVANT TOUTE MISE A JOUR : LES
***** COMMIT DU TRAITEMENT FERMERAIENT LE CURSEUR
01 CONFLITS-LUS.
	02 CONFLIT-LU OCCURS 50 TIMES.
		03 CL-NUMRESA PIC 9(6).
		03 CL-NUMPIL PIC 9(3).
		03 CL-DATEDEB PIC X(12).
		03 CL-DATEFIN PIC X(12).
		03 CL-ACTION PIC X.
		03 CL-AVREMPL PIC 9(3).

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES RESERVATIONS, AVIONS, PILOTAGE, VOLS
	EXEC SQL
		INCLUDE RESERVATIONS,AVIONS,PILOTAGE,VOLS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-RESERVATIONS.
			05 WS-NUMRESA PIC 9(6).
			05 WS-RESNUMPIL PIC 9(3).
			05 WS-RESDATEDEB PIC X(12).
			05 WS-RESDATEFIN PIC X(12).
			05 WS-CODAV PIC 9(3).
			05 WS-DATEDEB PIC X(12).
			05 WS-DATEFIN PIC X(12).
			05 WS-MOTIF PIC X.
			05 WS-AVPROPOSE PIC 9(3).
			05 WS-AVTEST PIC 9(3).
			05 WS-NBDISPO PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE PILOTES
	EXEC SQL
		INCLUDE PILOTES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PILOTES.
			05 WS-NUMPIL PIC 9(3).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-TELEPHONE PIC X(15).
			05 WS-EMAIL PIC X(40).
			05 WS-PREFCONTACT PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
***** DESSIN QUE SA LINKAGE SECTION
01 SPOOL-DEMANDE.
	02 SPOOL-ACTION PIC X VALUE "L".
	02 SPOOL-PROGRAMME PIC X(8).
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

LINKAGE SECTION.
***** CONTRAT D'APPEL : MEME DESSIN A DECLARER CHEZ CHAQUE APPELANT.
***** FENETRE AAAAMMJJHHmm ; MOTIF "M" = MAINTENANCE, "I" = AVION
***** IMMOBILISE APRES INCIDENT ; CONFLIT-NBTRAITES EN RETOUR
01 CONFLIT-DEMANDE.
	02 CONFLIT-CODAV PIC 9(3).
	02 CONFLIT-DATEDEB PIC X(12).
	02 CONFLIT-DATEFIN PIC X(12).
	02 CONFLIT-MOTIF PIC X.
	02 CONFLIT-NBTRAITES PIC 9(3).

SCREEN SECTION.
  01  DELETE-SCREEN BLANK SCREEN.
  01  SCREEN-CONFLIT.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "RESERVATIONS EN CONFLIT".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Avion indisponible : ".
	  05 LINE 06 COL 22 PIC Z(3) FROM CONFLIT-CODAV.
	  05 LINE 06 COL 26 PIC X(30) FROM LIBELLE-MOTIF.
	  05 LINE 07 COL 01 VALUE "Réservation : ".
	  05 LINE 07 COL 15 PIC Z(6) FROM WS-NUMRESA.
	  05 LINE 07 COL 23 VALUE "conflit".
	  05 LINE 07 COL 31 PIC ZZ9 FROM IX-CONFLIT.
	  05 LINE 07 COL 35 VALUE "sur".
	  05 LINE 07 COL 39 PIC ZZ9 FROM NB-CONFLITS.
	  05 LINE 08 COL 01 VALUE "Membre : ".
	  05 LINE 08 COL 10 PIC X(20) FROM WS-NOM.
	  05 LINE 08 COL 31 PIC X(20) FROM WS-PRENOM.
	  05 LINE 09 COL 01 VALUE "Créneau du ".
	  05 LINE 09 COL 12 PIC X(12) FROM WS-RESDATEDEB.
	  05 LINE 09 COL 25 VALUE "au".
	  05 LINE 09 COL 28 PIC X(12) FROM WS-RESDATEFIN.
	  05 LINE 11 COL 01 VALUE "Avion de remplacement proposé (0 = aucun) : ".
	  05 LINE 11 COL 46 PIC ZZ9 FROM WS-AVPROPOSE.
	  05 LINE 12 COL 01 VALUE "Autre avion (vide = avion proposé) : ".
	  05 LINE 12 COL 38 PIC Z(3) TO SAI-AVREMPL.
	  05 LINE 14 COL 01 VALUE "R : Réaffecter, A : Annuler, L : Laisser en l'état : ".
	  05 LINE 14 COL 54 PIC X TO CHOIXCONFLIT.
	  05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.

PROCEDURE DIVISION USING CONFLIT-DEMANDE.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	MOVE 0 TO CONFLIT-NBTRAITES.
	MOVE CONFLIT-CODAV TO WS-CODAV.
	MOVE CONFLIT-DATEDEB TO WS-DATEDEB.
	MOVE CONFLIT-DATEFIN TO WS-DATEFIN.
	MOVE CONFLIT-MOTIF TO WS-MOTIF.
	IF WS-MOTIF = "I"
		MOVE "(immobilisé après incident)" TO LIBELLE-MOTIF
	ELSE
		MOVE "(maintenance programmée)" TO LIBELLE-MOTIF
	END-IF.

	PERFORM LECTURE-CONFLITS.
	IF NB-CONFLITS = 0
		GO TO FIN-CONFLITS
	END-IF.

	PERFORM TRAITEMENT-CONFLIT THRU TRAITEMENT-CONFLIT-EXIT
		VARYING IX-CONFLIT FROM 1 BY 1 UNTIL IX-CONFLIT > NB-CONFLITS.

	PERFORM EDITION-CONTACTS.
	MOVE NB-CONFLITS TO CONFLIT-NBTRAITES.

FIN-CONFLITS.
	GOBACK.

***** RESERVATIONS ACTIVES DE L'AVION QUI RECOUVRENT LA FENETRE
***** D'INDISPONIBILITE ; AU-DELA DE 50, LE RESTE SERA REPRIS PAR UN
***** NOUVEL APPEL (LES RESERVATIONS TRAITEES NE SONT PLUS EN CONFLIT)
LECTURE-CONFLITS.
	MOVE 0 TO NB-CONFLITS.
	EXEC SQL
		DECLARE CONFLITCUR CURSOR FOR
		SELECT NUMRESA, NUMPIL, DATEDEB, DATEFIN
		FROM RESERVATIONS
		WHERE CODAV = :WS-CODAV
		AND ETATRESA = "A"
		AND DATEFIN > :WS-DATEDEB
		AND DATEDEB < :WS-DATEFIN
		ORDER BY DATEDEB
	END-EXEC.

	EXEC SQL
		OPEN CONFLITCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CONFLITS.
	PERFORM CONFLIT-SUIVANT THRU CONFLIT-SUIVANT-EXIT
		UNTIL WS-FIN-CONFLITS = 1.

	EXEC SQL
		CLOSE CONFLITCUR
	END-EXEC.

CONFLIT-SUIVANT.
	EXEC SQL
		FETCH CONFLITCUR
		INTO :WS-NUMRESA, :WS-RESNUMPIL, :WS-RESDATEDEB, :WS-RESDATEFIN
	END-EXEC.

	IF SQLCODE NOT = 0 OR NB-CONFLITS = 50
		MOVE 1 TO WS-FIN-CONFLITS
		GO TO CONFLIT-SUIVANT-EXIT
	END-IF.

	ADD 1 TO NB-CONFLITS.
	MOVE WS-NUMRESA TO CL-NUMRESA(NB-CONFLITS).
	MOVE WS-RESNUMPIL TO CL-NUMPIL(NB-CONFLITS).
	MOVE WS-RESDATEDEB TO CL-DATEDEB(NB-CONFLITS).
	MOVE WS-RESDATEFIN TO CL-DATEFIN(NB-CONFLITS).
	MOVE "L" TO CL-ACTION(NB-CONFLITS).
	MOVE 0 TO CL-AVREMPL(NB-CONFLITS).

CONFLIT-SUIVANT-EXIT.
	EXIT.

***** UNE RESERVATION EN CONFLIT PAR PASSAGE : L'AVION PROPOSE EST LE
***** PREMIER AVION EN ETAT DE VOL, D'UN TYPE SUR LEQUEL LE MEMBRE EST
***** QUALIFIE ET LIBRE SUR TOUT LE CRENEAU ; L'OPERATEUR PEUT EN
***** DESIGNER UN AUTRE, SOUMIS AUX MEMES CONTROLES
TRAITEMENT-CONFLIT.
	MOVE CL-NUMRESA(IX-CONFLIT) TO WS-NUMRESA.
	MOVE CL-NUMPIL(IX-CONFLIT) TO WS-NUMPIL.
	MOVE CL-DATEDEB(IX-CONFLIT) TO WS-RESDATEDEB.
	MOVE CL-DATEFIN(IX-CONFLIT) TO WS-RESDATEFIN.

	EXEC SQL
		SELECT NOM, PRENOM
		INTO :WS-NOM, :WS-PRENOM
		FROM PILOTES
		WHERE NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE SPACES TO WS-NOM
		MOVE SPACES TO WS-PRENOM
	END-IF.

	PERFORM RECHERCHE-REMPLACEMENT THRU RECHERCHE-REMPLACEMENT-EXIT.
	MOVE SPACES TO ERREURS.
	MOVE 0 TO SAI-AVREMPL.
	MOVE SPACE TO CHOIXCONFLIT.

SAISIE-CONFLIT.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-CONFLIT.
	ACCEPT SCREEN-CONFLIT.

	IF CHOIXCONFLIT = "r" OR CHOIXCONFLIT = "R"
		IF SAI-AVREMPL = SPACES OR SAI-AVREMPL = 0
			MOVE WS-AVPROPOSE TO WS-AVTEST
		ELSE
			MOVE SAI-AVREMPL TO WS-AVTEST
		END-IF
		IF WS-AVTEST = 0
			MOVE "Aucun avion de remplacement : annuler ou laisser." TO ERREURS
			GO TO SAISIE-CONFLIT
		END-IF
		PERFORM CONTROLE-REMPLACEMENT
		IF WS-NBDISPO = 0
			MOVE "Cet avion ne convient pas ou n'est pas libre." TO ERREURS
			GO TO SAISIE-CONFLIT
		END-IF
		PERFORM REAFFECTATION-RESA THRU REAFFECTATION-RESA-EXIT
		GO TO TRAITEMENT-CONFLIT-EXIT
	END-IF.

	IF CHOIXCONFLIT = "a" OR CHOIXCONFLIT = "A"
		PERFORM ANNULATION-RESA THRU ANNULATION-RESA-EXIT
		GO TO TRAITEMENT-CONFLIT-EXIT
	END-IF.

	IF CHOIXCONFLIT NOT = "l" AND CHOIXCONFLIT NOT = "L"
		MOVE "Choix invalide (R, A ou L)." TO ERREURS
		GO TO SAISIE-CONFLIT
	END-IF.

TRAITEMENT-CONFLIT-EXIT.
	EXIT.

RECHERCHE-REMPLACEMENT.
	MOVE 0 TO WS-AVPROPOSE.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBDISPO
		FROM AVIONS
		WHERE ETATAV = "E"
		AND CODAV NOT = :WS-CODAV
		AND CODTYP IN (SELECT NUMETYPE FROM PILOTAGE
			WHERE NUMPIL = :WS-NUMPIL)
		AND CODAV NOT IN (SELECT CODAV FROM RESERVATIONS
			WHERE (ETATRESA = "A" OR ETATRESA = "B")
			AND DATEFIN > :WS-RESDATEDEB
			AND DATEDEB < :WS-RESDATEFIN)
		AND CODAV NOT IN (SELECT NUMAV FROM VOLS
			WHERE ETATVOL = "D"
			AND DATEFIN > :WS-RESDATEDEB
			AND DATEDEB < :WS-RESDATEFIN)
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBDISPO = 0
		GO TO RECHERCHE-REMPLACEMENT-EXIT
	END-IF.

	EXEC SQL
		SELECT MIN(CODAV)
		INTO :WS-AVPROPOSE
		FROM AVIONS
		WHERE ETATAV = "E"
		AND CODAV NOT = :WS-CODAV
		AND CODTYP IN (SELECT NUMETYPE FROM PILOTAGE
			WHERE NUMPIL = :WS-NUMPIL)
		AND CODAV NOT IN (SELECT CODAV FROM RESERVATIONS
			WHERE (ETATRESA = "A" OR ETATRESA = "B")
			AND DATEFIN > :WS-RESDATEDEB
			AND DATEDEB < :WS-RESDATEFIN)
		AND CODAV NOT IN (SELECT NUMAV FROM VOLS
			WHERE ETATVOL = "D"
			AND DATEFIN > :WS-RESDATEDEB
			AND DATEDEB < :WS-RESDATEFIN)
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-AVPROPOSE
	END-IF.

RECHERCHE-REMPLACEMENT-EXIT.
	EXIT.

***** L'AVION DESIGNE PAR L'OPERATEUR PASSE LES MEMES CONTROLES QUE
***** L'AVION PROPOSE
CONTROLE-REMPLACEMENT.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBDISPO
		FROM AVIONS
		WHERE CODAV = :WS-AVTEST
		AND ETATAV = "E"
		AND CODAV NOT = :WS-CODAV
		AND CODTYP IN (SELECT NUMETYPE FROM PILOTAGE
			WHERE NUMPIL = :WS-NUMPIL)
		AND CODAV NOT IN (SELECT CODAV FROM RESERVATIONS
			WHERE (ETATRESA = "A" OR ETATRESA = "B")
			AND DATEFIN > :WS-RESDATEDEB
			AND DATEDEB < :WS-RESDATEFIN)
		AND CODAV NOT IN (SELECT NUMAV FROM VOLS
			WHERE ETATVOL = "D"
			AND DATEFIN > :WS-RESDATEDEB
			AND DATEDEB < :WS-RESDATEFIN)
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBDISPO
	END-IF.

REAFFECTATION-RESA.
	EXEC SQL
		UPDATE RESERVATIONS SET CODAV = :WS-AVTEST
		WHERE NUMRESA = :WS-NUMRESA
		AND ETATRESA = "A"
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "L" TO CL-ACTION(IX-CONFLIT)
		GO TO REAFFECTATION-RESA-EXIT
	END-IF.

	MOVE WS-NUMPIL TO NOTIF-NUMPIL.
	MOVE "CONFLRES" TO NOTIF-ORIGINE.
	MOVE SPACES TO NOTIF-REFERENCE.
	STRING "RR" WS-NUMRESA WS-AVTEST DELIMITED BY SIZE
		INTO NOTIF-REFERENCE.
	MOVE "Reservation reaffectee sur un autre avion" TO NOTIF-OBJET.
	MOVE SPACES TO NOTIF-TEXTE.
	STRING "Aeroclub : avion " WS-CODAV " indisponible. Votre reservation "
		WS-NUMRESA " du " WS-RESDATEDEB
		" est reportee sur l'avion " WS-AVTEST "."
		DELIMITED BY SIZE INTO NOTIF-TEXTE.
	CALL "NOTIFIER" USING NOTIF-DEMANDE.

	EXEC SQL
		COMMIT
	END-EXEC.

	MOVE "R" TO CL-ACTION(IX-CONFLIT).
	MOVE WS-AVTEST TO CL-AVREMPL(IX-CONFLIT).

REAFFECTATION-RESA-EXIT.
	EXIT.

***** ANNULATION POUR INDISPONIBILITE DE L'AVION : ETAT "X" COMME UNE
***** ANNULATION PAR LE MEMBRE, MAIS AVEC LE MOTIF RENSEIGNE. COMME
***** POUR UNE REAFFECTATION, LE MEMBRE EST PREVENU PAR SON CANAL
***** PREFERE ; LA LISTE DES MEMBRES A PREVENIR RESTE EDITEE POUR LES
***** AUTRES
ANNULATION-RESA.
	EXEC SQL
		UPDATE RESERVATIONS SET ETATRESA = "X", MOTIFANNUL = :WS-MOTIF
		WHERE NUMRESA = :WS-NUMRESA
		AND ETATRESA = "A"
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "L" TO CL-ACTION(IX-CONFLIT)
		GO TO ANNULATION-RESA-EXIT
	END-IF.

	MOVE WS-NUMPIL TO NOTIF-NUMPIL.
	MOVE "CONFLRES" TO NOTIF-ORIGINE.
	MOVE SPACES TO NOTIF-REFERENCE.
	STRING "RX" WS-NUMRESA DELIMITED BY SIZE INTO NOTIF-REFERENCE.
	MOVE "Annulation de reservation" TO NOTIF-OBJET.
	MOVE SPACES TO NOTIF-TEXTE.
	STRING "Aeroclub : avion " WS-CODAV " indisponible. Votre reservation "
		WS-NUMRESA " du " WS-RESDATEDEB
		" est annulee faute d'avion de remplacement."
		DELIMITED BY SIZE INTO NOTIF-TEXTE.
	CALL "NOTIFIER" USING NOTIF-DEMANDE.

	EXEC SQL
		COMMIT
	END-EXEC.

	MOVE "A" TO CL-ACTION(IX-CONFLIT).

ANNULATION-RESA-EXIT.
	EXIT.

***** LISTE DES MEMBRES A PREVENIR : UNE LIGNE PAR RESERVATION TOUCHEE,
***** LA SUITE DONNEE ET LES COORDONNEES (MODE DE CONTACT PREFERE EN
***** TETE)
EDITION-CONTACTS.
	MOVE "O" TO SPOOL-ACTION.
	MOVE "CONFLRES" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Membres a prevenir - avion " WS-CODAV " indisponible "
		LIBELLE-MOTIF DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		" - fenetre du " WS-DATEDEB " au " WS-DATEFIN
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	PERFORM LIGNE-CONTACT
		VARYING IX-CONFLIT FROM 1 BY 1 UNTIL IX-CONFLIT > NB-CONFLITS.

	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.

LIGNE-CONTACT.
	MOVE CL-NUMPIL(IX-CONFLIT) TO WS-NUMPIL.
	EXEC SQL
		SELECT NOM, PRENOM, TELEPHONE, EMAIL, PREFCONTACT
		INTO :WS-NOM, :WS-PRENOM, :WS-TELEPHONE, :WS-EMAIL,
		:WS-PREFCONTACT
		FROM PILOTES
		WHERE NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE SPACES TO WS-NOM WS-PRENOM WS-TELEPHONE WS-EMAIL
			WS-PREFCONTACT
	END-IF.

	EVALUATE CL-ACTION(IX-CONFLIT)
		WHEN "R"
			MOVE SPACES TO LIBELLE-ACTION
			STRING "REAFFECTEE SUR L'AVION " CL-AVREMPL(IX-CONFLIT)
				DELIMITED BY SIZE
				INTO LIBELLE-ACTION
		WHEN "A"
			MOVE "ANNULEE" TO LIBELLE-ACTION
		WHEN OTHER
			MOVE "MAINTENUE, A REVOIR" TO LIBELLE-ACTION
	END-EVALUATE.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Resa " CL-NUMRESA(IX-CONFLIT) " du "
		CL-DATEDEB(IX-CONFLIT) " : " WS-NOM " " WS-PRENOM
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " LIBELLE-ACTION " - contact (" WS-PREFCONTACT ") tel "
		WS-TELEPHONE DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    e-mail " WS-EMAIL DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
