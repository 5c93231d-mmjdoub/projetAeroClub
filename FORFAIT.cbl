			05 WS-NUMFACT PIC 9(6).
			05 WS-TAUXTVA PIC 9(2)V99.
			05 WS-MONTANTTVA PIC 9(6)V99.
			05 WS-NUMPAYEUR PIC 9(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	END-IF.

	EXEC SQL
		SELECT NUMPIL, NOM, PRENOM, NUMPAYEUR
		INTO :WS-NUMPIL, :WS-NOM, :WS-PRENOM, :WS-NUMPAYEUR
		FROM PILOTES
		WHERE NUMPIL = :PIL_ID
	END-EXEC.

	EXEC SQL
		INSERT INTO FACTURES(NUMFACT,NUMPIL,PERIODEDEB,PERIODEFIN,
		MONTANT,DATEGEN,ETATPAIEMENT,NUMPASS,NUMVISITEUR,NUMPAYEUR)
		VALUES(:WS-NUMFACT,:PIL_ID,:WDATE,:WDATE,:SAI-MONTANT,
		:WDATE,"N",0,0,:WS-NUMPAYEUR)
	END-EXEC.

	IF NOT SQLCODE = 0
