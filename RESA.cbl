***** PRECIS (CODAV) SUR UN CRENEAU, JUSQU'A PLUSIEURS SEMAINES AVANT
***** LE VOL ; LE DEPOT DU PLAN DE VOL (F1) CONVERTIT LA RESERVATION,
***** ET LES RESERVATIONS JAMAIS HONOREES SONT MARQUEES PAR LE
***** TRAITEMENT NOSHOW DE LA CHAINE DU SOIR ; LE MECANICIEN Y BLOQUE
***** AUSSI A L'AVANCE LES CRENEAUX DE MAINTENANCE PLANIFIEE
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 NUMRESA-GESTION PIC Z(6).
77 DATE-JOUR-SAISIE PIC X(8).
77 DATE-JOUR-PATTERN PIC X(9).
***** ORDRE DE TRAVAIL D'UN CRENEAU BLOQUE, AFFICHE A LA PLACE DU PILOTE
77 ED-NUMOT PIC Z(5)9.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WS-MAINT-HEURE PIC X(4).
01 WS-HEURE-COURANTE PIC X(8).

***** DEMANDE DE TRAITEMENT DES RESERVATIONS EN CONFLIT (SOUS-PROGRAMME
***** CONFLRESA) : MEME DESSIN QUE SA LINKAGE SECTION
01 CONFLIT-DEMANDE.
	02 CONFLIT-CODAV PIC 9(3).
	02 CONFLIT-DATEDEB PIC X(12).
	02 CONFLIT-DATEFIN PIC X(12).
	02 CONFLIT-MOTIF PIC X.
	02 CONFLIT-NBTRAITES PIC 9(3).

***** CONTROLE D'UNE DEMANDE DE RESERVATION (SOUS-PROGRAMME CTRLRESA) :
***** MEME DESSIN QUE SA LINKAGE SECTION
01 CTRL-DEMANDE.
	02 CTRL-NUMPIL PIC 9(3).
	02 CTRL-CODAV PIC 9(3).
	02 CTRL-DATEDEB PIC X(12).
	02 CTRL-DATEFIN PIC X(12).
	02 CTRL-RETOUR PIC X.
	02 CTRL-MOTIF PIC X(50).
	02 CTRL-NOM PIC X(20).
	02 CTRL-PRENOM PIC X(20).

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

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
			05 WS-NUMPIL PIC 9(3).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

		01 WS-AVIONS.
			05 WS-CODAV PIC 9(3).
			05 WS-CODTYP PIC X(2).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

			05 WS-ETATRESA PIC X.
			05 WS-RESNUMAV PIC 9(3).
			05 WS-RESNUMPIL PIC 9(3).
			05 WS-RESNUMOT PIC 9(6).
			05 WS-NBCONFLIT PIC 9(3).
			05 WS-NBRESA PIC 9(3).
	EXEC SQL END DECLARE SECTION
	  05 LINE 07 COL 01 VALUE "1 : Réserver un avion".
	  05 LINE 08 COL 01 VALUE "2 : Annuler une réservation".
	  05 LINE 09 COL 01 VALUE "3 : Consulter les réservations d'une date".
	  05 LINE 10 COL 01 VALUE "4 : Bloquer un avion pour maintenance".
	  05 LINE 11 COL 01 VALUE "5 : Ne rien faire".
	  05 LINE 12 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 12 COL 48 PIC X TO CHOIXACTION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-BLOCAGE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "BLOCAGE D'UN AVION POUR MAINTENANCE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 08 COL 01 VALUE "Avion à bloquer (code avion) :".
	  05 LINE 09 COL 01 PIC Z(3) TO AV_ID.
	  05 LINE 10 COL 01 VALUE "Début du créneau (AAAAMMJJHHmm) :".
	  05 LINE 11 COL 01 PIC X(12) TO SAI-DATEDEB.
	  05 LINE 12 COL 01 VALUE "Fin du créneau (AAAAMMJJHHmm) :".
	  05 LINE 13 COL 01 PIC X(12) TO SAI-DATEFIN.
	  05 LINE 15 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 15 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-ANNULATION.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	WHEN "3"
		PERFORM CONSULTATION-RESA THRU EVALUATE-CHOIX
	WHEN "4"
		PERFORM AFFICHE-BLOCAGE THRU EVALUATE-CHOIX
	WHEN "5"
		PERFORM EVALUATE-CHOIX
	WHEN "M"
	WHEN "m"
		GO TO EVALUATE-CHOIX
	END-IF.

***** MEMES REGLES QUE POUR LES DEMANDES VENUES DU SITE DU CLUB (WEBRESA)
	MOVE PIL_ID TO CTRL-NUMPIL.
	MOVE AV_ID TO CTRL-CODAV.
	MOVE SAI-DATEDEB TO CTRL-DATEDEB.
	MOVE SAI-DATEFIN TO CTRL-DATEFIN.
	CALL "CTRLRESA" USING CTRL-DEMANDE.

	IF CTRL-RETOUR NOT = "O"
		MOVE CTRL-MOTIF TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE CTRL-NUMPIL TO WS-NUMPIL.
	MOVE CTRL-NOM TO WS-NOM.
	MOVE CTRL-PRENOM TO WS-PRENOM.

	MOVE "NUMRESA" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMRESA.

	EXEC SQL
		INSERT INTO RESERVATIONS(NUMRESA,NUMPIL,CODAV,DATEDEB,DATEFIN,
		ETATRESA,NUMVOL,NUMOT,MOTIFANNUL)
		VALUES(:WS-NUMRESA,:PIL_ID,:AV_ID,:SAI-DATEDEB,:SAI-DATEFIN,
		"A",0,0," ")
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, réservation non enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** CONFIRMATION AU PILOTE PAR SON CANAL PREFERE, VALIDEE AVEC LA
***** RESERVATION ELLE-MEME
	MOVE WS-NUMPIL TO WS-RESNUMPIL.
	MOVE AV_ID TO WS-RESNUMAV.
	MOVE SAI-DATEDEB TO WS-RESDATEDEB.
	MOVE SAI-DATEFIN TO WS-RESDATEFIN.
	PERFORM MESSAGE-CONFIRMATION.

	EXEC SQL
		COMMIT
	END-EXEC.

***** La confirmation n'est donnee qu'apres relecture de la reservation
***** reellement enregistree
	EXEC SQL
		SELECT NUMRESA, CODAV, DATEDEB, DATEFIN
		INTO :WS-NUMRESA, :WS-RESNUMAV, :WS-RESDATEDEB, :WS-RESDATEFIN
		FROM RESERVATIONS
		WHERE NUMRESA = :WS-NUMRESA
		AND ETATRESA = "A"
	END-EXEC.

	IF SQLCODE = 0
		DISPLAY "Réservation enregistrée :"
		DISPLAY "    Numéro de réservation : " WS-NUMRESA
		DISPLAY "    Avion numéro : " WS-RESNUMAV
		DISPLAY "    Début du créneau : " WS-RESDATEDEB
		DISPLAY "    Fin du créneau : " WS-RESDATEFIN
		DISPLAY "    Pilote : " WS-NOM " " WS-PRENOM
		MOVE "Votre réservation a bien été enregistrée." TO ERREURS
	ELSE
		MOVE "Votre réservation n'a pas été enregistrée." TO ERREURS
	END-IF.

	GO TO EVALUATE-CHOIX.

***** MAINTENANCE PLANIFIEE : LE CRENEAU EST BLOQUE (ETATRESA "B", SANS
***** PILOTE NI ORDRE DE TRAVAIL) ET LES RESERVATIONS DEJA PRISES DESSUS
***** SONT TRAITEES AUSSITOT (CONFLRESA, MOTIF "M") ; L'ORDRE DE TRAVAIL
***** OUVERT LE JOUR VENU BLOQUERA SON PROPRE CRENEAU (CF ORDRETRA)
AFFICHE-BLOCAGE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-BLOCAGE.
	ACCEPT SCREEN-BLOCAGE.
	ACCEPT AV_ID LINE 09 COL 01.
	ACCEPT SAI-DATEDEB LINE 11 COL 01.
	ACCEPT SAI-DATEFIN LINE 13 COL 01.
	ACCEPT CHOIXVALIDATION LINE 15 COL 53.

BLOCAGE-AVION.
	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le créneau de maintenance n'a pas été bloqué." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE WDATE TO WS-MAINT-DATE.
	ACCEPT WS-HEURE-COURANTE FROM TIME.
	MOVE WS-HEURE-COURANTE(1:4) TO WS-MAINT-HEURE.

	IF SAI-DATEDEB NOT < SAI-DATEFIN
		MOVE "Le début du créneau doit précéder la fin." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-DATEDEB < WS-MAINTENANT
		MOVE "Le créneau demandé est déjà passé." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT CODAV, CODTYP
		INTO :WS-CODAV, :WS-CODTYP
		FROM AVIONS
		WHERE CODAV = :AV_ID
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Cet avion n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBCONFLIT
		FROM RESERVATIONS
		WHERE CODAV = :AV_ID
		AND ETATRESA = "B"
		AND DATEFIN > :SAI-DATEDEB
		AND DATEDEB < :SAI-DATEFIN
	END-EXEC.

	IF WS-NBCONFLIT > 0
		MOVE "Un créneau de maintenance recouvre déjà celui-ci." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.


	EXEC SQL
		INSERT INTO RESERVATIONS(NUMRESA,NUMPIL,CODAV,DATEDEB,DATEFIN,
		ETATRESA,NUMVOL,NUMOT,MOTIFANNUL)
		VALUES(:WS-NUMRESA,NULL,:AV_ID,:SAI-DATEDEB,:SAI-DATEFIN,
		"B",0,0," ")
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, créneau non bloqué." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

		COMMIT
	END-EXEC.

	MOVE WS-CODAV TO CONFLIT-CODAV.
	MOVE SAI-DATEDEB TO CONFLIT-DATEDEB.
	MOVE SAI-DATEFIN TO CONFLIT-DATEFIN.
	MOVE "M" TO CONFLIT-MOTIF.
	CALL "CONFLRESA" USING CONFLIT-DEMANDE.

	DISPLAY "Créneau de maintenance bloqué :".
	DISPLAY "    Numéro : " WS-NUMRESA " - avion " WS-CODAV.
	DISPLAY "    Du " SAI-DATEDEB " au " SAI-DATEFIN.
	DISPLAY "    Réservations en conflit traitées : " CONFLIT-NBTRAITES.
	MOVE "Le créneau de maintenance a bien été bloqué." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***** ANNULATION PAR LE MEMBRE : SEULE UNE RESERVATION ENCORE ACTIVE
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT NUMRESA, NUMPIL, CODAV, DATEDEB, DATEFIN
		INTO :WS-NUMRESA, :WS-RESNUMPIL, :WS-RESNUMAV, :WS-RESDATEDEB,
		:WS-RESDATEFIN
		FROM RESERVATIONS
		WHERE NUMRESA = :NUMRESA-GESTION
	END-EXEC.

	EXEC SQL
		UPDATE RESERVATIONS SET ETATRESA = "X"
		WHERE NUMRESA = :NUMRESA-GESTION
		GO TO EVALUATE-CHOIX
	END-IF.

	PERFORM MESSAGE-ANNULATION.

	EXEC SQL
		COMMIT
	END-EXEC.

	GO TO EVALUATE-CHOIX.

***** MESSAGES AU PILOTE DE LA RESERVATION (WS-NUMRESA, WS-RESNUMPIL,
***** WS-RESNUMAV, CRENEAU WS-RESDATEDEB / WS-RESDATEFIN) : UN MEMBRE
***** QUI PREFERE LE COURRIER N'EST PAS MIS EN FILE, LA CONFIRMATION A
***** L'ECRAN LUI SUFFIT
MESSAGE-CONFIRMATION.
	MOVE WS-RESNUMPIL TO NOTIF-NUMPIL.
	MOVE "RESA" TO NOTIF-ORIGINE.
	MOVE SPACES TO NOTIF-REFERENCE.
	STRING "RC" WS-NUMRESA DELIMITED BY SIZE INTO NOTIF-REFERENCE.
	MOVE "Confirmation de reservation" TO NOTIF-OBJET.
	MOVE SPACES TO NOTIF-TEXTE.
	STRING "Aeroclub : reservation " WS-NUMRESA " confirmee, avion "
		WS-RESNUMAV ", du " WS-RESDATEDEB " au " WS-RESDATEFIN
		" (AAAAMMJJHHMM)." DELIMITED BY SIZE INTO NOTIF-TEXTE.
	CALL "NOTIFIER" USING NOTIF-DEMANDE.

MESSAGE-ANNULATION.
	MOVE WS-RESNUMPIL TO NOTIF-NUMPIL.
	MOVE "RESA" TO NOTIF-ORIGINE.
	MOVE SPACES TO NOTIF-REFERENCE.
	STRING "RX" WS-NUMRESA DELIMITED BY SIZE INTO NOTIF-REFERENCE.
	MOVE "Annulation de reservation" TO NOTIF-OBJET.
	MOVE SPACES TO NOTIF-TEXTE.
	STRING "Aeroclub : reservation " WS-NUMRESA " annulee, avion "
		WS-RESNUMAV ", du " WS-RESDATEDEB " au " WS-RESDATEFIN
		" (AAAAMMJJHHMM)." DELIMITED BY SIZE INTO NOTIF-TEXTE.
	CALL "NOTIFIER" USING NOTIF-DEMANDE.

***** CONSULTATION DES RESERVATIONS D'UNE DATE DONNEE, TOUS PILOTES
***** CONFONDUS, TRIEES PAR AVION (MEME MODELE QUE LE PLANNING DE F1)
CONSULTATION-RESA.
		DECLARE PLANRESACUR CURSOR FOR
		SELECT RESERVATIONS.NUMRESA, RESERVATIONS.CODAV,
		RESERVATIONS.DATEDEB, RESERVATIONS.DATEFIN,
		RESERVATIONS.ETATRESA, PILOTES.NOM, RESERVATIONS.NUMOT
		FROM RESERVATIONS, PILOTES
		WHERE RESERVATIONS.NUMPIL = PILOTES.NUMPIL
		AND RESERVATIONS.DATEDEB LIKE :DATE-JOUR-PATTERN
		UNION
		SELECT NUMRESA, CODAV, DATEDEB, DATEFIN, ETATRESA,
		"MAINTENANCE", NUMOT
		FROM RESERVATIONS
		WHERE NUMPIL IS NULL
		AND DATEDEB LIKE :DATE-JOUR-PATTERN
		ORDER BY 2, 3
	END-EXEC.

	EXEC SQL
	EXEC SQL
		FETCH PLANRESACUR
		INTO :WS-NUMRESA, :WS-RESNUMAV, :WS-RESDATEDEB, :WS-RESDATEFIN,
		:WS-ETATRESA, :WS-NOM, :WS-RESNUMOT
	END-EXEC.

	IF SQLCODE = 100
		GO TO EVALUATE-CHOIX
	END-IF.

***** CRENEAU BLOQUE ("B") OU BLOCAGE LEVE ("L") : PAS DE PILOTE, ON
***** AFFICHE L'ORDRE DE TRAVAIL (NUMOT A ZERO = BLOCAGE PLANIFIE A
***** L'AVANCE, SANS ORDRE OUVERT)
	IF WS-ETATRESA = "B" OR WS-ETATRESA = "L"
		MOVE SPACES TO WS-NOM
		IF WS-RESNUMOT = 0
			MOVE "MAINTENANCE PLANIF." TO WS-NOM
		ELSE
			MOVE WS-RESNUMOT TO ED-NUMOT
			STRING "MAINTENANCE OT" DELIMITED BY SIZE
				ED-NUMOT DELIMITED BY SIZE
				INTO WS-NOM
		END-IF
	END-IF.

	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-PLANNING-RESA-LIGNE.
