IDENTIFICATION DIVISION.
PROGRAM-ID. CTRLRESA.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** REGLES D'ACCEPTATION D'UNE RESERVATION, COMMUNES A LA SAISIE AU
***** GUICHET (RESA) ET A L'IMPORT DES DEMANDES DU SITE (WEBRESA) :
***** CRENEAU COHERENT ET DANS LE FUTUR, PILOTE EXISTANT ET EN ETAT DE
***** VOLER, AVION EXISTANT ET NON IMMOBILISE, PILOTE QUALIFIE SUR SON
***** TYPE, NI RESERVATION ACTIVE OU CRENEAU BLOQUE, NI PLAN DE VOL
***** DEPOSE SUR UN CRENEAU QUI SE RECOUVRE. N'ECRIT RIEN : L'APPELANT
***** ENREGISTRE LA RESERVATION DANS SA PROPRE UNITE DE TRAVAIL
01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** INSTANT COURANT AAAAMMJJHHmm, COMPARABLE AUX DATES DE CRENEAU :
***** UNE RESERVATION NE PEUT PAS ETRE PRISE DANS LE PASSE
01 WS-MAINTENANT.
   02 WS-MAINT-DATE PIC 9(8).
   02 WS-MAINT-HEURE PIC X(4).
01 WS-HEURE-COURANTE PIC X(8).

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
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
			05 WS-ETAT_SANTE PIC X.
			05 WS-ETAT_SIT PIC X.
			05 WS-ETAT_PRES PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES AVIONS, PILOTAGE
	EXEC SQL
		INCLUDE AVIONS,PILOTAGE
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-AVIONS.
			05 WS-CODAV PIC 9(3).
			05 WS-CODTYP PIC X(2).
			05 WS-ETATAV PIC X.
			05 WS-NBQUALIF PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES RESERVATIONS, VOLS
	EXEC SQL
		INCLUDE RESERVATIONS,VOLS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-CRENEAU.
			05 WS-DATEDEB PIC X(12).
			05 WS-DATEFIN PIC X(12).
			05 WS-NBCONFLIT PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

LINKAGE SECTION.
***** CONTRAT D'APPEL : MEME DESSIN A DECLARER CHEZ CHAQUE APPELANT.
***** CRENEAU AAAAMMJJHHmm ; EN RETOUR, CTRL-RETOUR = "O" RESERVATION
***** ACCEPTABLE (CTRL-NOM ET CTRL-PRENOM DU PILOTE RENSEIGNES), "R"
***** REFUSEE AVEC SON MOTIF DANS CTRL-MOTIF
01 CTRL-DEMANDE.
	02 CTRL-NUMPIL PIC 9(3).
	02 CTRL-CODAV PIC 9(3).
	02 CTRL-DATEDEB PIC X(12).
	02 CTRL-DATEFIN PIC X(12).
	02 CTRL-RETOUR PIC X.
	02 CTRL-MOTIF PIC X(50).
	02 CTRL-NOM PIC X(20).
	02 CTRL-PRENOM PIC X(20).

PROCEDURE DIVISION USING CTRL-DEMANDE.

DEBUT.
	MOVE "R" TO CTRL-RETOUR.
	MOVE SPACES TO CTRL-MOTIF.
	MOVE SPACES TO CTRL-NOM.
	MOVE SPACES TO CTRL-PRENOM.
	MOVE CTRL-NUMPIL TO WS-NUMPIL.
	MOVE CTRL-CODAV TO WS-CODAV.
	MOVE CTRL-DATEDEB TO WS-DATEDEB.
	MOVE CTRL-DATEFIN TO WS-DATEFIN.

***** LE CRENEAU DOIT ETRE COHERENT ET DANS LE FUTUR (LE CARNET SERT A
***** RESERVER A L'AVANCE, PAS A REECRIRE LE PASSE)
	ACCEPT WDATE FROM DATE YYYYMMDD.
	MOVE WDATE TO WS-MAINT-DATE.
	ACCEPT WS-HEURE-COURANTE FROM TIME.
	MOVE WS-HEURE-COURANTE(1:4) TO WS-MAINT-HEURE.

	IF WS-DATEDEB NOT < WS-DATEFIN
		MOVE "Le début du créneau doit précéder la fin." TO CTRL-MOTIF
		GO TO FIN-CTRLRESA
	END-IF.

	IF WS-DATEDEB < WS-MAINTENANT
		MOVE "Le créneau demandé est déjà passé." TO CTRL-MOTIF
		GO TO FIN-CTRLRESA
	END-IF.

***** LE PILOTE DOIT EXISTER ET ETRE EN ETAT DE VOLER, COMME POUR UN
***** DEPOT DE PLAN DE VOL (F1)
	EXEC SQL
		SELECT NUMPIL, NOM, PRENOM, ETAT_SANTE, ETAT_SIT, ETAT_PRES
		INTO :WS-NUMPIL, :WS-NOM, :WS-PRENOM, :WS-ETAT_SANTE,
		:WS-ETAT_SIT, :WS-ETAT_PRES
		FROM PILOTES
		WHERE NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Ce numéro de pilote n'existe pas." TO CTRL-MOTIF
		GO TO FIN-CTRLRESA
	END-IF.

	IF WS-ETAT_SANTE NOT = "A" OR WS-ETAT_PRES NOT = "P"
			OR WS-ETAT_SIT NOT = "L"
		MOVE "Le pilote n'est pas en état de réserver un vol." TO CTRL-MOTIF
		GO TO FIN-CTRLRESA
	END-IF.

***** L'AVION DOIT EXISTER ET LE PILOTE ETRE QUALIFIE SUR SON TYPE ; UN
***** AVION IMMOBILISE APRES INCIDENT (ETATAV "M", SANS DATE DE RETOUR)
***** N'EST PAS RESERVABLE, UN AVION EN MAINTENANCE L'EST HORS DE SON
***** CRENEAU BLOQUE
	EXEC SQL
		SELECT CODAV, CODTYP, ETATAV
		INTO :WS-CODAV, :WS-CODTYP, :WS-ETATAV
		FROM AVIONS
		WHERE CODAV = :WS-CODAV
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Cet avion n'existe pas." TO CTRL-MOTIF
		GO TO FIN-CTRLRESA
	END-IF.

	IF WS-ETATAV = "M"
		MOVE "Cet avion est immobilisé." TO CTRL-MOTIF
		GO TO FIN-CTRLRESA
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBQUALIF
		FROM PILOTAGE
		WHERE NUMPIL = :WS-NUMPIL
		AND NUMETYPE = :WS-CODTYP
	END-EXEC.

	IF WS-NBQUALIF = 0
		MOVE "Le pilote n'est pas qualifié sur ce type." TO CTRL-MOTIF
		GO TO FIN-CTRLRESA
	END-IF.

***** LE CRENEAU DOIT ETRE LIBRE : NI RESERVATION ACTIVE, NI CRENEAU
***** BLOQUE POUR MAINTENANCE, NI PLAN DE VOL DEJA DEPOSE SUR CET AVION
***** SUR UN CRENEAU QUI SE RECOUVRE
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBCONFLIT
		FROM RESERVATIONS
		WHERE CODAV = :WS-CODAV
		AND (ETATRESA = "A" OR ETATRESA = "B")
		AND DATEFIN > :WS-DATEDEB
		AND DATEDEB < :WS-DATEFIN
	END-EXEC.

	IF WS-NBCONFLIT > 0
		MOVE "Cet avion est déjà réservé sur ce créneau." TO CTRL-MOTIF
		GO TO FIN-CTRLRESA
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBCONFLIT
		FROM VOLS
		WHERE NUMAV = :WS-CODAV
		AND ETATVOL = "D"
		AND DATEFIN > :WS-DATEDEB
		AND DATEDEB < :WS-DATEFIN
	END-EXEC.

	IF WS-NBCONFLIT > 0
		MOVE "Un plan de vol occupe déjà ce créneau." TO CTRL-MOTIF
		GO TO FIN-CTRLRESA
	END-IF.

	MOVE WS-NOM TO CTRL-NOM.
	MOVE WS-PRENOM TO CTRL-PRENOM.
	MOVE "O" TO CTRL-RETOUR.

FIN-CTRLRESA.
	GOBACK.
