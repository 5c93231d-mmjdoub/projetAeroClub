77 WS-TOTAL-PILOTE PIC 9(5)V9 VALUE IS 0.
77 WS-HEURES-VOL PIC 9(4)V9 VALUE IS 0.
77 WS-CATEGORIE PIC X.
77 WS-TOTAL-ATTERR PIC 9(5) VALUE IS 0.
77 WS-FIN-ETAPES PIC 9 VALUE IS 0.
77 WS-POS-ROUTE PIC 9(2) VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES PILOTES, VOLS, AVIONS, TYPES, HEURES_PILOTE,
**** ETAPES_VOL
	EXEC SQL
		INCLUDE PILOTES,VOLS,AVIONS,TYPES,HEURES_PILOTE,ETAPES_VOL
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
			05 WS-NUMPIL2 PIC 9(3).
		01 WS-SOUS-TOTAUX.
			05 WS-TOTHEURES PIC 9(5)V9.
		01 WS-ETAPES-CARNET.
			05 WS-NBETAPES PIC 9(2).
			05 WS-NBATTERR PIC 9(3).
			05 WS-ETCODEAD PIC X(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	05 REP-HEURES PIC ZZZZ9V9.

01 LIGNE-COLONNES.
	05 FILLER PIC X(80) VALUE "DATE         | AVION | TYPE                 | DESTINATION | HEURES | CAT | ATT".

01 LIGNE-VOL.
	05 VOL-DATEDEB PIC X(12).
	05 VOL-HEURES PIC ZZZZ9V9.
	05 FILLER PIC X(4) VALUE " |  ".
	05 VOL-CAT PIC X.
	05 FILLER PIC X(5) VALUE "   | ".
	05 VOL-ATTERR PIC ZZ9.

***** PARCOURS D'UNE NAVIGATION A ESCALES, SOUS LA LIGNE DU VOL
01 LIGNE-ROUTE.
	05 FILLER PIC X(16) VALUE "    Parcours : ".
	05 ROU-ETAPES PIC X(64).

01 LIGNE-TOTAL.
	05 FILLER PIC X(40) VALUE "TOTAL DU CARNET".
	05 TOT-HEURES PIC ZZZZ9V9.

01 LIGNE-TOTAL-ATTERR.
	05 FILLER PIC X(40) VALUE "TOTAL DES ATTERRISSAGES".
	05 TOT-ATTERR PIC ZZZZ9.

01 LIGNE-CONTROLE.
	05 FILLER PIC X(40) VALUE "TOTAL DES SOUS-TOTAUX (HEURES_PILOTE)".
	05 CTL-HEURES PIC ZZZZ9V9.
	MOVE 0 TO WS-NUMPAGE.
	MOVE 0 TO WS-REPORT.
	MOVE 0 TO WS-TOTAL-PILOTE.
	MOVE 0 TO WS-TOTAL-ATTERR.
	PERFORM EN-TETE-PAGE-CARNET.

	EXEC SQL
		MOVE "D" TO WS-CATEGORIE
	END-IF.

***** ATTERRISSAGES DECLARES A LA CLOTURE, ETAPE PAR ETAPE (CF F2) ;
***** UN VOL SANS ETAPE ENREGISTREE EN COMPTE UN, SUR SA DESTINATION
	EXEC SQL
		SELECT COUNT(*), SUM(NBATTERR)
		INTO :WS-NBETAPES, :WS-NBATTERR
		FROM ETAPES_VOL
		WHERE NUMVOL = :WS-NUMVOL
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBETAPES = 0
		MOVE 0 TO WS-NBETAPES
		MOVE 1 TO WS-NBATTERR
	END-IF.

	ADD WS-NBATTERR TO WS-TOTAL-ATTERR.

	MOVE WS-DATEDEB TO VOL-DATEDEB.
	MOVE WS-NUMAV TO VOL-NUMAV.
	MOVE WS-DESIGN TO VOL-DESIGN.
	MOVE WS-DESTIN TO VOL-DESTIN.
	MOVE WS-HEURES-VOL TO VOL-HEURES.
	MOVE WS-CATEGORIE TO VOL-CAT.
	MOVE WS-NBATTERR TO VOL-ATTERR.
	WRITE CARNET-REC FROM LIGNE-VOL.
	IF WS-FSTAT-CARNET NOT = "00"
		DISPLAY "ERREUR ECRITURE FCARNET.DAT : " WS-FSTAT-CARNET
	ADD 1 TO WS-LIGNES-PAGE.
	ADD 1 TO WS-NBLIGNES-CARNET.

	IF WS-NBETAPES > 1
		PERFORM EDITION-PARCOURS
	END-IF.

VOL-CARNET-SUIVANT-EXIT.
	EXIT.

***** PARCOURS D'UNE NAVIGATION : LES ETAPES DANS L'ORDRE, AVEC LEUR
***** NOMBRE D'ATTERRISSAGES (EX. "LFPN(001) LFOP(002) LFPG(001)")
EDITION-PARCOURS.
	MOVE SPACES TO ROU-ETAPES.
	MOVE 1 TO WS-POS-ROUTE.

	EXEC SQL
		DECLARE ETAPCARNETCUR CURSOR FOR
		SELECT CODEAD, NBATTERR
		FROM ETAPES_VOL
		WHERE NUMVOL = :WS-NUMVOL
		ORDER BY NUMETAPE
	END-EXEC.

	EXEC SQL
		OPEN ETAPCARNETCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-ETAPES.
	PERFORM ETAPE-CARNET-SUIVANTE THRU ETAPE-CARNET-SUIVANTE-EXIT
		UNTIL WS-FIN-ETAPES = 1.

	EXEC SQL
		CLOSE ETAPCARNETCUR
	END-EXEC.

	WRITE CARNET-REC FROM LIGNE-ROUTE.
	IF WS-FSTAT-CARNET NOT = "00"
		DISPLAY "ERREUR ECRITURE FCARNET.DAT : " WS-FSTAT-CARNET
		MOVE 8 TO RETURN-CODE
	END-IF.
	ADD 1 TO WS-LIGNES-PAGE.

ETAPE-CARNET-SUIVANTE.
	EXEC SQL
		FETCH ETAPCARNETCUR
		INTO :WS-ETCODEAD, :WS-NBATTERR
	END-EXEC.

	IF SQLCODE = 100 OR WS-POS-ROUTE > 53
		MOVE 1 TO WS-FIN-ETAPES
		GO TO ETAPE-CARNET-SUIVANTE-EXIT
	END-IF.

	STRING WS-ETCODEAD "(" WS-NBATTERR ") " DELIMITED BY SIZE
		INTO ROU-ETAPES WITH POINTER WS-POS-ROUTE.

ETAPE-CARNET-SUIVANTE-EXIT.
	EXIT.

EN-TETE-PAGE-CARNET.
	ADD 1 TO WS-NUMPAGE.
	MOVE 0 TO WS-LIGNES-PAGE.
	WRITE CARNET-REC FROM LIGNE-BLANCHE.
	MOVE WS-TOTAL-PILOTE TO TOT-HEURES.
	WRITE CARNET-REC FROM LIGNE-TOTAL.
	MOVE WS-TOTAL-ATTERR TO TOT-ATTERR.
	WRITE CARNET-REC FROM LIGNE-TOTAL-ATTERR.

	EXEC SQL
		SELECT SUM(TOTHEURES)
