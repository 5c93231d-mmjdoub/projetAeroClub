	EXEC SQL
		INCLUDE FACTURES,REGLEMENTS,AVOIRS
	END-EXEC.
	EXEC SQL
		INCLUDE VOLS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
			05 WS-TOTALREGLE PIC 9(6)V99.
			05 WS-TOTALAVOIR PIC 9(6)V99.
			05 WS-SOLDE PIC S9(6)V99.
			05 WS-ANNEE PIC X(4).
			05 WS-NUMVOL PIC 9(6).
			05 WS-DATEDEB PIC X(12).
			05 WS-NUMPILVOL PIC 9(3).
			05 WS-NUMPILPART PIC 9(3).
			05 WS-PCTPART PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	DISPLAY " ".
	PERFORM DERNIERE-VISITE.

	DISPLAY " ".
	DISPLAY "Vols a frais partages de l'annee :".
	PERFORM VOLS-PARTAGES.

	DISPLAY " ".
	PERFORM SOLDE-IMPAYE.

DERNIERE-VISITE-EXIT.
	EXIT.

***** VOLS REALISES DE L'ANNEE EN COURS DONT LES FRAIS SONT PARTAGES
***** (CF F1, F2) : LE MEMBRE Y EST PILOTE OU COPAYEUR, AVEC SA PART
VOLS-PARTAGES.
	MOVE WANNEE TO WS-ANNEE.
	EXEC SQL
		DECLARE PARTCONSCUR CURSOR FOR
		SELECT NUMVOL, DATEDEB, NUMPIL, NUMPILPART, PCTPART
		FROM VOLS
		WHERE (NUMPIL = :WS-NUMPIL OR NUMPILPART = :WS-NUMPIL)
		AND NUMPILPART > 0
		AND ETATVOL = "R"
		AND SUBSTR(DATEDEB,1,4) = :WS-ANNEE
		ORDER BY DATEDEB
	END-EXEC.

	EXEC SQL
		OPEN PARTCONSCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM VOL-PARTAGE-SUIVANT THRU VOL-PARTAGE-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE PARTCONSCUR
	END-EXEC.

VOL-PARTAGE-SUIVANT.
	EXEC SQL
		FETCH PARTCONSCUR
		INTO :WS-NUMVOL, :WS-DATEDEB, :WS-NUMPILVOL, :WS-NUMPILPART,
		:WS-PCTPART
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO VOL-PARTAGE-SUIVANT-EXIT
	END-IF.

	IF WS-NUMPILVOL = WS-NUMPIL
		COMPUTE WS-PCTPART = 100 - WS-PCTPART
		MOVE WS-NUMPILPART TO WS-NUMPILVOL
	END-IF.
	DISPLAY "    Vol " WS-NUMVOL " du " WS-DATEDEB(1:8)
		" avec le membre " WS-NUMPILVOL " - votre part : " WS-PCTPART " %".

VOL-PARTAGE-SUIVANT-EXIT.
	EXIT.

***** SOLDE RESTANT DU : FACTURES IMPAYEES NETTES DES REGLEMENTS
***** PARTIELS DEJA ENCAISSES SUR CES FACTURES
SOLDE-IMPAYE.
