*****   "03" HEURES PAR CATEGORIE (S = SOLO, D = DOUBLE COMMANDE)
*****   "04" HEURES PAR TYPE D'AVION
*****   "05" NOMBRE DE VOLS D'INSTRUCTION DE L'ANNEE
*****   "06" ATTERRISSAGES DE L'ANNEE ET NAVIGATIONS A ESCALES
FD FEDERFILE.
01 FEDER-REC PIC X(60).

	05 FILLER PIC X(2) VALUE "05".
	05 INS-NBVOLS PIC 9(6).

01 ENREG-ATTERRISSAGES.
	05 FILLER PIC X(2) VALUE "06".
	05 ATT-NBATTERR PIC 9(6).
	05 ATT-NBNAVIG PIC 9(6).

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
	END-EXEC.

**** IMPORT TABLES PILOTES, ETAT_PILOTE_SITUATION, HEURES_PILOTE,
**** TYPES, ACTIVITE_MENSUELLE
	EXEC SQL
		INCLUDE PILOTES,ETAT_PILOTE_SITUATION,HEURES_PILOTE,TYPES,
		ACTIVITE_MENSUELLE
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
			05 WS-NUMTYP PIC 9(3).
			05 WS-DESIGN PIC X(20).
			05 WS-NBINSTRUCTION PIC 9(6).
			05 WS-NBATTERR PIC 9(6).
			05 WS-NBNAVIG PIC 9(6).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	PERFORM HEURES-PAR-CATEGORIE.
	PERFORM HEURES-PAR-TYPE.
	PERFORM VOLS-INSTRUCTION.
	PERFORM ATTERRISSAGES-ANNEE.
	PERFORM FERMETURE-FICHIER.
	PERFORM BILAN.
	GO TO FIN.
	EXIT.

***** VOLS D'INSTRUCTION DE L'ANNEE DECLAREE : VOLS REALISES AVEC UN
***** SECOND EQUIPIER, CATEGORIE "D" DE LA TABLE PRE-AGREGEE
VOLS-INSTRUCTION.
	DISPLAY " ".
	EXEC SQL
		SELECT SUM(NBVOLS)
		INTO :WS-NBINSTRUCTION
		FROM ACTIVITE_MENSUELLE
		WHERE CATEGORIE = "D"
		AND MOIS LIKE :FILTRE-ANNEE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBINSTRUCTION
	END-IF.

	DISPLAY "Vols d'instruction de l'annee : " WS-NBINSTRUCTION.

	MOVE WS-NBINSTRUCTION TO INS-NBVOLS.
	END-IF.
	ADD 1 TO WS-NBENREG.

***** ATTERRISSAGES DE L'ANNEE DECLAREE, DECLARES ETAPE PAR ETAPE A LA
***** CLOTURE (ETAPES_VOL) ; UN VOL SANS ETAPE COMPTE POUR UN. LES
***** NAVIGATIONS SONT LES VOLS A PLUSIEURS ETAPES. LES DEUX CHIFFRES
***** SONT CUMULES PAR L'ETAPE ACTIVITE DANS ACTIVITE_MENSUELLE
ATTERRISSAGES-ANNEE.
	EXEC SQL
		SELECT SUM(NBATTERR), SUM(NBNAVIG)
		INTO :WS-NBATTERR, :WS-NBNAVIG
		FROM ACTIVITE_MENSUELLE
		WHERE MOIS LIKE :FILTRE-ANNEE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBATTERR
		MOVE 0 TO WS-NBNAVIG
	END-IF.

	DISPLAY "Atterrissages de l'annee : " WS-NBATTERR.
	DISPLAY "Navigations a escales : " WS-NBNAVIG.

	MOVE WS-NBATTERR TO ATT-NBATTERR.
	MOVE WS-NBNAVIG TO ATT-NBNAVIG.
	WRITE FEDER-REC FROM ENREG-ATTERRISSAGES.
	IF WS-FSTAT-FEDER NOT = "00"
		DISPLAY "ERREUR ECRITURE FFEDERATION.DAT : " WS-FSTAT-FEDER
		MOVE 8 TO RETURN-CODE
	END-IF.
	ADD 1 TO WS-NBENREG.

FERMETURE-FICHIER.
	CLOSE FEDERFILE.
	IF WS-FSTAT-FEDER NOT = "00"
