***** DATE A LAQUELLE L'ECHEANCE HORAIRE (REVISION_INTERVAL - CPTINTER)
***** TOMBERA, ET LES EXPIRATIONS DE DOCUMENTS (DOCUMENTS_AVION) SONT
***** RAPPELEES ; LE MECANICIEN A SES SIX SEMAINES DE PREAVIS ET LES
***** VISITES SE CASENT DANS LES MOIS CREUX ; LES CRENEAUX DE
***** MAINTENANCE DEJA BLOQUES DANS LE CARNET DE RESERVATIONS (RESA,
***** ORDRETRA) SONT RAPPELES, OU LEUR ABSENCE SIGNALEE
77 MOIS-IDX PIC 9(2) VALUE IS 0.
77 FILTRE-MOIS PIC X(7).
77 WS-NBAVIONS PIC 9(6) VALUE IS 0.
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-FIN-DOCS PIC 9 VALUE IS 0.
77 WS-FIN-CRENEAUX PIC 9 VALUE IS 0.
77 WS-NBCRENEAUX PIC 9(3) VALUE IS 0.

***** MOIS GLISSANT, EN RECULANT DEPUIS LE MOIS COURANT
01 WS-MOIS-GLISSANT.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE RESERVATIONS
	EXEC SQL
		INCLUDE RESERVATIONS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-CRENEAU.
			05 WS-NUMRESA PIC 9(6).
			05 WS-BLODATEDEB PIC X(12).
			05 WS-BLODATEFIN PIC X(12).
			05 WS-NUMOT PIC 9(6).
			05 WS-DEBUTJOUR PIC X(12).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
***** DESSIN QUE SA LINKAGE SECTION
01 SPOOL-DEMANDE.
	END-IF.

	PERFORM DOCUMENTS-DE-L-AVION.
	PERFORM CRENEAUX-DE-L-AVION.

PREV-AVION-SUIVANT-EXIT.
	EXIT.
DOCUMENT-SUIVANT-EXIT.
	EXIT.

***** CRENEAUX BLOQUES POUR MAINTENANCE ("B") NON ENCORE ECHUS
CRENEAUX-DE-L-AVION.
	MOVE WDATE TO WS-DEBUTJOUR(1:8).
	MOVE "0000" TO WS-DEBUTJOUR(9:4).

	EXEC SQL
		DECLARE PREVRESACUR CURSOR FOR
		SELECT NUMRESA, DATEDEB, DATEFIN, NUMOT
		FROM RESERVATIONS
		WHERE CODAV = :WS-CODAV
		AND ETATRESA = "B"
		AND DATEFIN > :WS-DEBUTJOUR
		ORDER BY DATEDEB
	END-EXEC.

	EXEC SQL
		OPEN PREVRESACUR
	END-EXEC.

	MOVE 0 TO WS-NBCRENEAUX.
	MOVE 0 TO WS-FIN-CRENEAUX.
	PERFORM CRENEAU-SUIVANT THRU CRENEAU-SUIVANT-EXIT
		UNTIL WS-FIN-CRENEAUX = 1.

	EXEC SQL
		CLOSE PREVRESACUR
	END-EXEC.

	IF WS-NBCRENEAUX = 0
		MOVE SPACES TO SPOOL-LIGNE
		STRING "    Aucun creneau de maintenance reserve (cf RESA)"
			DELIMITED BY SIZE
			INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

CRENEAU-SUIVANT.
	EXEC SQL
		FETCH PREVRESACUR
		INTO :WS-NUMRESA, :WS-BLODATEDEB, :WS-BLODATEFIN, :WS-NUMOT
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CRENEAUX
		GO TO CRENEAU-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBCRENEAUX.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Creneau maintenance " WS-NUMRESA " du " WS-BLODATEDEB
		" au " WS-BLODATEFIN " (ordre " WS-NUMOT ")"
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

CRENEAU-SUIVANT-EXIT.
	EXIT.

BILAN.
	DISPLAY "Calendrier edite (rapport " SPOOL-NUMRAPPORT ").".
	DISPLAY "Avions projetes : " WS-NBAVIONS.
