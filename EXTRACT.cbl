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
	EXEC SQL END DECLARE SECTION
	END-EXEC.

			05 WS-FACTURE PIC X.
			05 WS-NUMPASS PIC 9(6).
			05 WS-NUMVISITEUR PIC 9(6).
			05 WS-NUMPILPART PIC 9(3).
			05 WS-PCTPART PIC 9(3).
			05 WS-NUMFACTPART PIC 9(6).
			05 WS-FACTUREPART PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

EXTRACTION-AVIONS.
	EXEC SQL
		DECLARE AVIONCUR CURSOR FOR
		SELECT CODAV, CODTYP, CPTHORAV, CPTINTER, INFOS, ETATAV,
		MASSE_VIDE, BRAS_VIDE, MTOW
		FROM AVIONS
		ORDER BY CODAV
	END-EXEC.
	EXEC SQL
		FETCH AVIONCUR
		INTO :WS-CODAV, :WS-CODTYP, :WS-CPTHORAV, :WS-CPTINTER,
		:WS-INFOS, :WS-ETATAV, :WS-MASSE_VIDE, :WS-BRAS_VIDE, :WS-MTOW
	END-EXEC.

	IF SQLCODE = 100
	MOVE WS-CPTINTER TO CPTINTER.
	MOVE WS-INFOS TO INFOS.
	MOVE WS-ETATAV TO ETATAV.
	MOVE WS-MASSE_VIDE TO MASSE_VIDE.
	MOVE WS-BRAS_VIDE TO BRAS_VIDE.
	MOVE WS-MTOW TO MTOW.
	WRITE AVION-REC.
	IF WS-FSTAT-AVION NOT = "00"
		DISPLAY "ERREUR ECRITURE FAVION.DAT : " WS-FSTAT-AVION
	EXEC SQL
		DECLARE VOLCUR CURSOR FOR
		SELECT NUMVOL, DATEDEB, DATEFIN, CPTDEP, CPTARR, DESTIN, ETATVOL,
		NUMAV, NUMPIL, NUMPIL2, NUMFACT, FACTURE, NUMPASS, NUMVISITEUR,
		NUMPILPART, PCTPART, NUMFACTPART, FACTUREPART
		FROM VOLS
		ORDER BY NUMVOL
	END-EXEC.
		FETCH VOLCUR
		INTO :WS-NUMVOL, :WS-DATEDEB, :WS-DATEFIN, :WS-CPTDEP, :WS-CPTARR,
		:WS-DESTIN, :WS-ETATVOL, :WS-NUMAV, :WS-NUMVOLPIL, :WS-NUMPIL2,
		:WS-VOLNUMFACT, :WS-FACTURE, :WS-NUMPASS, :WS-NUMVISITEUR,
		:WS-NUMPILPART, :WS-PCTPART, :WS-NUMFACTPART, :WS-FACTUREPART
	END-EXEC.

	IF SQLCODE = 100
	MOVE WS-FACTURE TO FACTUREVOL.
	MOVE WS-NUMPASS TO NUMPASSVOL.
	MOVE WS-NUMVISITEUR TO NUMVISITEURVOL.
	MOVE WS-NUMPILPART TO NUMPILPARTVOL.
	MOVE WS-PCTPART TO PCTPARTVOL.
	MOVE WS-NUMFACTPART TO NUMFACTPARTVOL.
	MOVE WS-FACTUREPART TO FACTUREPARTVOL.
	WRITE VOL-REC.
	IF WS-FSTAT-VOL NOT = "00"
		DISPLAY "ERREUR ECRITURE FVOL.DAT : " WS-FSTAT-VOL
