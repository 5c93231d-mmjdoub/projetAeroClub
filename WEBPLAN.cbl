IDENTIFICATION DIVISION.
PROGRAM-ID. WEBPLAN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PLANNINGFILE ASSIGN TO "fplanning.dat"
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-FSTAT-PLN.

DATA DIVISION.
FILE SECTION.
***** PLANNING PUBLIE SUR LE SITE DU CLUB, TROIS SORTES D'ENREGISTREMENT
***** SELON PLN-TYPE :
*****   "E" EN-TETE, UN SEUL, EN TETE DU FICHIER : PLN-DATEDEB ET
*****       PLN-DATEFIN BORNENT LA PERIODE PUBLIEE
*****   "A" AVION : PLN-CODAV, PLN-CODTYP, PLN-ETAT = ETATAV ("E" EN
*****       SERVICE, "H" EN MAINTENANCE, "M" IMMOBILISE)
*****   "O" OCCUPATION D'UN AVION : PLN-ETAT = "R" RESERVATION, "B"
*****       CRENEAU BLOQUE POUR MAINTENANCE, "V" VOL EN COURS ; PLN-NUMPIL
*****       EST LE NUMERO DU MEMBRE (0 POUR UN BLOCAGE), JAMAIS SON NOM
FD PLANNINGFILE.
01 PLANNING-REC.
	05 PLN-TYPE          PIC X.
	05 PLN-CODAV         PIC 9(3).
	05 PLN-CODTYP        PIC X(2).
	05 PLN-ETAT          PIC X.
	05 PLN-DATEDEB       PIC X(12).
	05 PLN-DATEFIN       PIC X(12).
	05 PLN-NUMPIL        PIC 9(3).

WORKING-STORAGE SECTION.
***** PUBLICATION DU PLANNING DES AVIONS POUR LE SITE DU CLUB, LANCEE
***** CHAQUE NUIT PAR LA CHAINE APRES L'IMPORT DES DEMANDES (WEBRESA) :
***** LES AVIONS ET LEUR ETAT, PUIS TOUT CE QUI LES OCCUPE D'AUJOURD'HUI
***** A AUJOURD'HUI + PARAMETRES.HORIZON_WEB_JOURS. LE FICHIER EST
***** RECREE A CHAQUE PASSAGE
77 WS-FSTAT-PLN PIC X(2) VALUE "00".
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-ERREUR PIC 9 VALUE IS 0.
77 WS-NBAVIONS PIC 9(6) VALUE IS 0.
77 WS-NBRESA PIC 9(6) VALUE IS 0.
77 WS-NBBLOCAGES PIC 9(6) VALUE IS 0.
77 WS-NBVOLS PIC 9(6) VALUE IS 0.
77 WS-DERNIER-JOUR PIC 9(2) VALUE IS 0.
77 WS-QUOTIENT PIC 9(4) VALUE IS 0.
77 WS-RESTE PIC 9 VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** DERNIER JOUR PUBLIE, OBTENU EN AVANCANT JOUR PAR JOUR DEPUIS
***** AUJOURD'HUI AVEC PASSAGE DE MOIS ET D'ANNEE
01 WDATEHORIZON.
   02 WANNEEHORIZON PIC 9999.
   02 WMOISHORIZON PIC 99.
   02 WJOURHORIZON PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLE PARAMETRES
	EXEC SQL
		INCLUDE PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PARAMETRES.
			05 WS-HORIZON_WEB_JOURS PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES AVIONS, RESERVATIONS, VOLS
	EXEC SQL
		INCLUDE AVIONS,RESERVATIONS,VOLS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PLANNING.
			05 WS-CODAV PIC 9(3).
			05 WS-CODTYP PIC X(2).
			05 WS-ETATAV PIC X.
			05 WS-ETATRESA PIC X.
			05 WS-NUMPIL PIC 9(3).
			05 WS-DATEDEB PIC X(12).
			05 WS-DATEFIN PIC X(12).
		01 WS-FENETRE.
			05 WS-FENETRE-DEB.
				10 WS-FENETRE-DEB-DATE PIC 9(8).
				10 WS-FENETRE-DEB-HEURE PIC X(4) VALUE "0000".
			05 WS-FENETRE-FIN.
				10 WS-FENETRE-FIN-DATE PIC 9(8).
				10 WS-FENETRE-FIN-HEURE PIC X(4) VALUE "2359".
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
***** DESSIN QUE SA LINKAGE SECTION
01 SPOOL-DEMANDE.
	02 SPOOL-ACTION PIC X VALUE "L".
	02 SPOOL-PROGRAMME PIC X(8).
	02 SPOOL-LIGNE PIC X(80).
	02 SPOOL-NUMRAPPORT PIC 9(6).

PROCEDURE DIVISION.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "WEBPLAN" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM LECTURE-PARAMETRES THRU LECTURE-PARAMETRES-EXIT.
	IF WS-ERREUR = 1
		GO TO FIN-PUBLICATION
	END-IF.

	PERFORM CALCUL-FENETRE.
	PERFORM EN-TETE-RAPPORT.

	OPEN OUTPUT PLANNINGFILE.
	IF WS-FSTAT-PLN NOT = "00"
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR OUVERTURE FPLANNING.DAT : " WS-FSTAT-PLN
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
		GO TO FIN-PUBLICATION
	END-IF.

	MOVE SPACES TO PLANNING-REC.
	MOVE "E" TO PLN-TYPE.
	MOVE 0 TO PLN-CODAV.
	MOVE WS-FENETRE-DEB TO PLN-DATEDEB.
	MOVE WS-FENETRE-FIN TO PLN-DATEFIN.
	MOVE 0 TO PLN-NUMPIL.
	PERFORM ECRITURE-PLANNING.

	IF WS-ERREUR = 0
		PERFORM PUBLICATION-AVIONS
	END-IF.
	IF WS-ERREUR = 0
		PERFORM PUBLICATION-RESERVATIONS
	END-IF.
	IF WS-ERREUR = 0
		PERFORM PUBLICATION-VOLS
	END-IF.

	CLOSE PLANNINGFILE.
	IF WS-FSTAT-PLN NOT = "00"
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR FERMETURE FPLANNING.DAT : " WS-FSTAT-PLN
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
	END-IF.

FIN-PUBLICATION.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	IF WS-ERREUR = 1
		MOVE 8 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	GO TO FIN.

LECTURE-PARAMETRES.
	EXEC SQL
		SELECT HORIZON_WEB_JOURS
		INTO :WS-HORIZON_WEB_JOURS
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE "ERREUR : PARAMETRES (PARAMID = 1) INTROUVABLE, TRAITEMENT ANNULE."
			TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
	END-IF.

LECTURE-PARAMETRES-EXIT.
	EXIT.

***** LA PERIODE PUBLIEE VA D'AUJOURD'HUI 00H00 AU DERNIER JOUR DE
***** L'HORIZON 23H59, DANS LE FORMAT AAAAMMJJHHmm DES CRENEAUX
CALCUL-FENETRE.
	MOVE WDATE TO WDATEHORIZON.
	PERFORM JOUR-SUIVANT WS-HORIZON_WEB_JOURS TIMES.
	MOVE WDATE TO WS-FENETRE-DEB-DATE.
	MOVE WDATEHORIZON TO WS-FENETRE-FIN-DATE.

JOUR-SUIVANT.
	PERFORM CALCUL-DERNIER-JOUR.
	IF WJOURHORIZON < WS-DERNIER-JOUR
		ADD 1 TO WJOURHORIZON
	ELSE
		MOVE 1 TO WJOURHORIZON
		IF WMOISHORIZON < 12
			ADD 1 TO WMOISHORIZON
		ELSE
			MOVE 1 TO WMOISHORIZON
			ADD 1 TO WANNEEHORIZON
		END-IF
	END-IF.

CALCUL-DERNIER-JOUR.
	EVALUATE WMOISHORIZON
		WHEN 01
		WHEN 03
		WHEN 05
		WHEN 07
		WHEN 08
		WHEN 10
		WHEN 12
			MOVE 31 TO WS-DERNIER-JOUR
		WHEN 04
		WHEN 06
		WHEN 09
		WHEN 11
			MOVE 30 TO WS-DERNIER-JOUR
		WHEN 02
			DIVIDE WANNEEHORIZON BY 4
				GIVING WS-QUOTIENT REMAINDER WS-RESTE
			IF WS-RESTE = 0
				MOVE 29 TO WS-DERNIER-JOUR
			ELSE
				MOVE 28 TO WS-DERNIER-JOUR
			END-IF
	END-EVALUATE.

EN-TETE-RAPPORT.
	MOVE "Publication du planning des avions sur le site du club"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Periode publiee : du " WJOUR "/" WMOIS "/" WANNEE " au "
		WJOURHORIZON "/" WMOISHORIZON "/" WANNEEHORIZON
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

ECRITURE-PLANNING.
	WRITE PLANNING-REC.
	IF WS-FSTAT-PLN NOT = "00"
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR ECRITURE FPLANNING.DAT : " WS-FSTAT-PLN
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
		MOVE 1 TO WS-FIN-CURSEUR
	END-IF.

***************************************************************
***** TOUS LES AVIONS DU CLUB AVEC LEUR ETAT : LE SITE AFFICHE UN
***** AVION EN MAINTENANCE OU IMMOBILISE SANS PROPOSER DE LE RESERVER
***************************************************************
PUBLICATION-AVIONS.
	EXEC SQL
		DECLARE PLANAVIONCUR CURSOR FOR
		SELECT CODAV, CODTYP, ETATAV
		FROM AVIONS
		ORDER BY CODAV
	END-EXEC.

	EXEC SQL
		OPEN PLANAVIONCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM AVION-SUIVANT THRU AVION-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE PLANAVIONCUR
	END-EXEC.

AVION-SUIVANT.
	EXEC SQL
		FETCH PLANAVIONCUR
		INTO :WS-CODAV, :WS-CODTYP, :WS-ETATAV
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO AVION-SUIVANT-EXIT
	END-IF.
	IF SQLCODE NOT = 0
		MOVE "ERREUR SQL EN LECTURE DES AVIONS" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO AVION-SUIVANT-EXIT
	END-IF.

	MOVE SPACES TO PLANNING-REC.
	MOVE "A" TO PLN-TYPE.
	MOVE WS-CODAV TO PLN-CODAV.
	MOVE WS-CODTYP TO PLN-CODTYP.
	MOVE WS-ETATAV TO PLN-ETAT.
	MOVE 0 TO PLN-NUMPIL.
	PERFORM ECRITURE-PLANNING.
	ADD 1 TO WS-NBAVIONS.

AVION-SUIVANT-EXIT.
	EXIT.

***************************************************************
***** RESERVATIONS ACTIVES ET CRENEAUX BLOQUES QUI RECOUVRENT LA
***** PERIODE PUBLIEE ; LE MEMBRE N'Y FIGURE QUE PAR SON NUMERO.
***** LES CRENEAUX BLOQUES N'ONT PAS DE PILOTE (NUMPIL NUL) : LEUR
***** BRANCHE DE L'UNION RAMENE 0 A SA PLACE
***************************************************************
PUBLICATION-RESERVATIONS.
	EXEC SQL
		DECLARE PLANRESACUR CURSOR FOR
		SELECT CODAV, ETATRESA, NUMPIL, DATEDEB, DATEFIN
		FROM RESERVATIONS
		WHERE ETATRESA = "A"
		AND DATEFIN > :WS-FENETRE-DEB
		AND DATEDEB < :WS-FENETRE-FIN
		UNION ALL
		SELECT CODAV, ETATRESA, 0, DATEDEB, DATEFIN
		FROM RESERVATIONS
		WHERE ETATRESA = "B"
		AND DATEFIN > :WS-FENETRE-DEB
		AND DATEDEB < :WS-FENETRE-FIN
		ORDER BY 1, 4
	END-EXEC.

	EXEC SQL
		OPEN PLANRESACUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM RESERVATION-SUIVANTE THRU RESERVATION-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE PLANRESACUR
	END-EXEC.

RESERVATION-SUIVANTE.
	EXEC SQL
		FETCH PLANRESACUR
		INTO :WS-CODAV, :WS-ETATRESA, :WS-NUMPIL, :WS-DATEDEB,
		:WS-DATEFIN
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO RESERVATION-SUIVANTE-EXIT
	END-IF.
	IF SQLCODE NOT = 0
		MOVE "ERREUR SQL EN LECTURE DES RESERVATIONS" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO RESERVATION-SUIVANTE-EXIT
	END-IF.

	MOVE SPACES TO PLANNING-REC.
	MOVE "O" TO PLN-TYPE.
	MOVE WS-CODAV TO PLN-CODAV.
	MOVE WS-DATEDEB TO PLN-DATEDEB.
	MOVE WS-DATEFIN TO PLN-DATEFIN.
	IF WS-ETATRESA = "B"
		MOVE "B" TO PLN-ETAT
		MOVE 0 TO PLN-NUMPIL
		ADD 1 TO WS-NBBLOCAGES
	ELSE
		MOVE "R" TO PLN-ETAT
		MOVE WS-NUMPIL TO PLN-NUMPIL
		ADD 1 TO WS-NBRESA
	END-IF.
	PERFORM ECRITURE-PLANNING.

RESERVATION-SUIVANTE-EXIT.
	EXIT.

***************************************************************
***** VOLS EN COURS (PLAN DE VOL DEPOSE, ETATVOL "D") QUI RECOUVRENT
***** LA PERIODE PUBLIEE : L'AVION N'EST PAS RENTRE
***************************************************************
PUBLICATION-VOLS.
	EXEC SQL
		DECLARE PLANVOLCUR CURSOR FOR
		SELECT NUMAV, NUMPIL, DATEDEB, DATEFIN
		FROM VOLS
		WHERE ETATVOL = "D"
		AND DATEFIN > :WS-FENETRE-DEB
		AND DATEDEB < :WS-FENETRE-FIN
		ORDER BY NUMAV, DATEDEB
	END-EXEC.

	EXEC SQL
		OPEN PLANVOLCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM VOL-SUIVANT THRU VOL-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE PLANVOLCUR
	END-EXEC.

VOL-SUIVANT.
	EXEC SQL
		FETCH PLANVOLCUR
		INTO :WS-CODAV, :WS-NUMPIL, :WS-DATEDEB, :WS-DATEFIN
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO VOL-SUIVANT-EXIT
	END-IF.
	IF SQLCODE NOT = 0
		MOVE "ERREUR SQL EN LECTURE DES VOLS" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO VOL-SUIVANT-EXIT
	END-IF.

	MOVE SPACES TO PLANNING-REC.
	MOVE "O" TO PLN-TYPE.
	MOVE WS-CODAV TO PLN-CODAV.
	MOVE "V" TO PLN-ETAT.
	MOVE WS-DATEDEB TO PLN-DATEDEB.
	MOVE WS-DATEFIN TO PLN-DATEFIN.
	MOVE WS-NUMPIL TO PLN-NUMPIL.
	PERFORM ECRITURE-PLANNING.
	ADD 1 TO WS-NBVOLS.

VOL-SUIVANT-EXIT.
	EXIT.

BILAN.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Avions publies : " WS-NBAVIONS "  reservations : " WS-NBRESA
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Creneaux bloques : " WS-NBBLOCAGES "  vols en cours : "
		WS-NBVOLS
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	DISPLAY "Publication du planning (rapport " SPOOL-NUMRAPPORT ").".
	DISPLAY "Avions publies : " WS-NBAVIONS
		"  occupations : " WS-NBRESA " / " WS-NBBLOCAGES " / " WS-NBVOLS.

FIN.
	GOBACK.
