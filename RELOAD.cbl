	05 CPTINTER          PIC 9(5)V9.
	05 INFOS             PIC X(50).
	05 ETATAV            PIC X.
	05 MASSE_VIDE        PIC 9(4)V9.
	05 BRAS_VIDE         PIC 9V999.
	05 MTOW              PIC 9(4)V9.

FD PILOTE.
01 PILOTE-REC.
	05 FACTUREVOL        PIC X.
	05 NUMPASSVOL        PIC 9(6).
	05 NUMVISITEURVOL    PIC 9(6).
	05 NUMPILPARTVOL     PIC 9(3).
	05 PCTPARTVOL        PIC 9(3).
	05 NUMFACTPARTVOL    PIC 9(6).
	05 FACTUREPARTVOL    PIC X.

WORKING-STORAGE SECTION.
***** CODES RETOUR DES FICHIERS INDEXES, CONTROLES APRES CHAQUE OPEN/
			05 WS-CPTINTER PIC 9(5)V9.
			05 WS-INFOS PIC X(50).
			05 WS-ETATAV PIC X.
			05 WS-MASSE_VIDE PIC 9(4)V9.
			05 WS-BRAS_VIDE PIC 9V999.
			05 WS-MTOW PIC 9(4)V9.
		01 WS-PILOTES.
			05 WS-NUMPIL PIC 9(3).
			05 WS-NOM PIC X(20).
			05 WS-FACTURE PIC X.
			05 WS-NUMPASS PIC 9(6).
			05 WS-NUMVISITEUR PIC 9(6).
			05 WS-NUMPILPART PIC 9(3).
			05 WS-PCTPART PIC 9(3).
			05 WS-NUMFACTPART PIC 9(6).
			05 WS-FACTUREPART PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	MOVE CPTINTER TO WS-CPTINTER.
	MOVE INFOS TO WS-INFOS.
	MOVE ETATAV TO WS-ETATAV.
	MOVE MASSE_VIDE TO WS-MASSE_VIDE.
	MOVE BRAS_VIDE TO WS-BRAS_VIDE.
	MOVE MTOW TO WS-MTOW.

	EXEC SQL
		INSERT INTO AVIONS(CODAV,CODTYP,CPTHORAV,CPTINTER,INFOS,ETATAV,
		MASSE_VIDE,BRAS_VIDE,MTOW)
		VALUES(:WS-CODAV,:WS-CODTYP,:WS-CPTHORAV,:WS-CPTINTER,:WS-INFOS,
		:WS-ETATAV,:WS-MASSE_VIDE,:WS-BRAS_VIDE,:WS-MTOW)
	END-EXEC.

	IF SQLCODE NOT = 0
	MOVE FACTUREVOL TO WS-FACTURE.
	MOVE NUMPASSVOL TO WS-NUMPASS.
	MOVE NUMVISITEURVOL TO WS-NUMVISITEUR.
	MOVE NUMPILPARTVOL TO WS-NUMPILPART.
	MOVE PCTPARTVOL TO WS-PCTPART.
	MOVE NUMFACTPARTVOL TO WS-NUMFACTPART.
	MOVE FACTUREPARTVOL TO WS-FACTUREPART.

	EXEC SQL
		INSERT INTO VOLS(NUMVOL,DATEDEB,DATEFIN,CPTDEP,CPTARR,DESTIN,
		ETATVOL,NUMAV,NUMPIL,NUMPIL2,NUMFACT,FACTURE,NUMPASS,
		NUMVISITEUR,NUMPILPART,PCTPART,NUMFACTPART,FACTUREPART)
		VALUES(:WS-NUMVOL,:WS-DATEDEB,:WS-DATEFIN,:WS-CPTDEP,:WS-CPTARR,
		:WS-DESTIN,:WS-ETATVOL,:WS-NUMAV,:WS-NUMVOLPIL,:WS-NUMPIL2,
		:WS-VOLNUMFACT,:WS-FACTURE,:WS-NUMPASS,:WS-NUMVISITEUR,
		:WS-NUMPILPART,:WS-PCTPART,:WS-NUMFACTPART,:WS-FACTUREPART)
	END-EXEC.

	IF SQLCODE NOT = 0
