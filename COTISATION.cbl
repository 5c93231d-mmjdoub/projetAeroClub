			05 WS-DATEGEN PIC X(8).
			05 WS-ETATPAIEMENT PIC X.
			05 WS-NBDEJAFACT PIC 9(3).
			05 WS-NUMPAYEUR PIC 9(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.


***** UNE FACTURE DE COTISATION PAR MEMBRE ACTIF, C'EST-A-DIRE DONT
***** ETAT_PRES N'EST PAS "P" (PARTI, CF ARCHIVE ET ROSTER) ; LE
***** MONTANT PAR CATEGORIE VIENT DE BAREME_COTISATION (SITUATION) ;
***** LA FACTURE EST ADRESSEE AU PAYEUR RESPONSABLE DU MEMBRE S'IL EN A
***** UN (PILOTES.NUMPAYEUR)
EMISSION-COTISATIONS.
	EXEC SQL
		DECLARE COTISCUR CURSOR FOR
		SELECT NUMPIL, NOM, PRENOM, ETAT_SIT, NUMPAYEUR
		FROM PILOTES
		WHERE ETAT_PRES NOT = "P"
		ORDER BY NUMPIL
PILOTE-SUIVANT.
	EXEC SQL
		FETCH COTISCUR
		INTO :WS-NUMPIL, :WS-NOM, :WS-PRENOM, :WS-ETAT_SIT,
		:WS-NUMPAYEUR
	END-EXEC.

	IF SQLCODE = 100

	EXEC SQL
		INSERT INTO FACTURES(NUMFACT,NUMPIL,PERIODEDEB,PERIODEFIN,MONTANT,
		DATEGEN,ETATPAIEMENT,NUMPASS,NUMVISITEUR,NUMPAYEUR)
		VALUES(:WS-NUMFACT,:WS-NUMPIL,:WS-PERIODE-DEBUT,:WS-PERIODE-FIN,
		:WS-MONTANT,:WS-DATEGEN,:WS-ETATPAIEMENT,0,0,:WS-NUMPAYEUR)
	END-EXEC.

	IF SQLCODE NOT = 0
	DISPLAY "    Facture " WS-NUMFACT " - Pilote " WS-NUMPIL " "
		WS-NOM " " WS-PRENOM " (situation " WS-ETAT_SIT ") : "
		WS-MONTANT.
	IF WS-NUMPAYEUR > 0
		DISPLAY "      adressee au payeur " WS-NUMPAYEUR
	END-IF.
	ADD 1 TO WS-NBEMISES.

PILOTE-SUIVANT-EXIT.
