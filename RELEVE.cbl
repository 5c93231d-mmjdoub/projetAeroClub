***** COURANT, ET SOLDE DE CLOTURE ; LES AVOIRS SONT DEDUITS COMME
***** DANS CONSULT, RELANCE, REGLEMENT ET F1, POUR QUE LE RELEVE ET LA
***** LETTRE DE RELANCE RACONTENT LA MEME HISTOIRE ; SPOULE COMME LES
***** AUTRES EDITIONS. RELEVE D'UN PAYEUR RESPONSABLE (CF PAYEUR) : LES
***** FACTURES QUI LUI SONT ADRESSEES, TOUS PILOTES DU GROUPE CONFONDUS,
***** AVEC LEURS REGLEMENTS ET AVOIRS ; LE RELEVE D'UN MEMBRE NE PORTE
***** QUE LES FACTURES QU'IL REGLE LUI-MEME (FACTURES.NUMPAYEUR = 0)
77 SAI-NUMPAYEUR PIC 9(4) VALUE IS 0.
77 SAI-NUMPIL PIC 9(3) VALUE IS 0.
77 SAI-DEBUT PIC X(8).
77 SAI-FIN PIC X(8).
77 ED-MONTANT PIC -Z(6)9,99.
77 ED-SOLDE PIC -Z(6)9,99.

***** VOLS A FRAIS PARTAGES DE LA PERIODE (CF F1, F2, F7) : LE MEMBRE Y
***** EST PILOTE OU COPAYEUR ; SA PART FIGURE DEJA DANS LES FACTURES
***** CI-DESSUS, CETTE LISTE DIT AVEC QUI ET DANS QUELLE PROPORTION
77 WS-NBPARTAGES PIC 9(4) VALUE IS 0.
77 ED-PCTPART PIC ZZ9.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
		10 WS-FAC-DATE PIC X(8).
		10 WS-FAC-NUM PIC 9(6).
		10 WS-FAC-MONTANT PIC 9(6)V99.
		10 WS-FAC-NUMPIL PIC 9(3).
01 WS-TABLE-REGLEMENTS.
	05 WS-NBREG PIC 9(3) VALUE IS 0.
	05 REG-IDX PIC 9(3) VALUE IS 0.
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES PILOTES, PAYEURS, FACTURES, REGLEMENTS, AVOIRS, VOLS
	EXEC SQL
		INCLUDE PILOTES,PAYEURS,FACTURES,REGLEMENTS,AVOIRS,VOLS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
			05 WS-NUMFACT PIC 9(6).
			05 WS-DATEGEN PIC X(8).
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-NUMPILFACT PIC 9(3).
			05 WS-NUMREG PIC 9(6).
			05 WS-DATEREG PIC X(8).
			05 WS-MONTANTREG PIC 9(6)V99.
			05 WS-NUMAVOIR PIC 9(6).
			05 WS-AVODATEGEN PIC X(8).
			05 WS-MONTANTAVOIR PIC 9(6)V99.
			05 WS-NUMVOL PIC 9(6).
			05 WS-DATEDEB PIC X(12).
			05 WS-NUMPILVOL PIC 9(3).
			05 WS-NUMPILPART PIC 9(3).
			05 WS-PCTPART PIC 9(3).
			05 WS-NUMFACTVOL PIC 9(6).
			05 WS-NUMFACTPART PIC 9(6).
	EXEC SQL END DECLARE SECTION
	END-EXEC.


DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY "Releve de compte d'un membre ou d'un payeur".
	DISPLAY "Numero de payeur (0 = releve d'un membre) : ".
	ACCEPT SAI-NUMPAYEUR.
	IF SAI-NUMPAYEUR = 0
		DISPLAY "Numero de pilote : "
		ACCEPT SAI-NUMPIL
	END-IF.
	DISPLAY "Debut de la periode (AAAAMMJJ) : ".
	ACCEPT SAI-DEBUT.
	DISPLAY "Fin de la periode (AAAAMMJJ) : ".
	ACCEPT SAI-FIN.

	IF SAI-NUMPAYEUR > 0
		EXEC SQL
			SELECT NOM, PRENOM
			INTO :WS-NOM, :WS-PRENOM
			FROM PAYEURS
			WHERE NUMPAYEUR = :SAI-NUMPAYEUR
		END-EXEC
		IF SQLCODE NOT = 0
			DISPLAY "ERREUR : CE NUMERO DE PAYEUR N'EXISTE PAS, TRAITEMENT ANNULE."
			GO TO FIN
		END-IF
	ELSE
		EXEC SQL
			SELECT NOM, PRENOM
			INTO :WS-NOM, :WS-PRENOM
			FROM PILOTES
			WHERE NUMPIL = :SAI-NUMPIL
		END-EXEC
		IF SQLCODE NOT = 0
			DISPLAY "ERREUR : CE NUMERO DE PILOTE N'EXISTE PAS, TRAITEMENT ANNULE."
			GO TO FIN
		END-IF
	END-IF.

	MOVE "O" TO SPOOL-ACTION.
		UNTIL FAC-IDX > WS-NBFAC AND REG-IDX > WS-NBREG
		AND AVO-IDX > WS-NBAVO.
	PERFORM SOLDE-CLOTURE.
	IF SAI-NUMPAYEUR = 0
		PERFORM VOLS-PARTAGES
	END-IF.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.

EN-TETE-RELEVE.
	MOVE SPACES TO SPOOL-LIGNE.
	IF SAI-NUMPAYEUR > 0
		STRING "RELEVE DE COMPTE - Payeur " SAI-NUMPAYEUR " " WS-NOM " "
			WS-PRENOM DELIMITED BY SIZE
			INTO SPOOL-LIGNE
	ELSE
		STRING "RELEVE DE COMPTE - Pilote " SAI-NUMPIL " " WS-NOM " "
			WS-PRENOM DELIMITED BY SIZE
			INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Periode du " SAI-DEBUT " au " SAI-FIN
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** SOLDE D'OUVERTURE : TOUT CE QUI A ETE FACTURE AU COMPTE AVANT LA
***** PERIODE, MOINS TOUT CE QUI A ETE REGLE AVANT LA PERIODE SUR SES
***** FACTURES, MOINS LES AVOIRS EMIS AVANT LA PERIODE SUR SES FACTURES,
***** COMME DANS CONSULT (SOMME SQL NULLE = ZERO, COMME PARTOUT
***** AILLEURS). LES FACTURES DU COMPTE SONT CELLES ADRESSEES AU PAYEUR
***** DEMANDE, OU CELLES DU MEMBRE DEMANDE QU'IL REGLE LUI-MEME
SOLDE-OUVERTURE.
	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-TOTFACT-AVANT
		FROM FACTURES
		WHERE NUMPAYEUR = :SAI-NUMPAYEUR
		AND (:SAI-NUMPAYEUR > 0 OR NUMPIL = :SAI-NUMPIL)
		AND DATEGEN < :SAI-DEBUT
	END-EXEC.

		SELECT SUM(MONTANTREG)
		INTO :WS-TOTREG-AVANT
		FROM REGLEMENTS
		WHERE NUMFACT IN
		(SELECT NUMFACT FROM FACTURES
		WHERE NUMPAYEUR = :SAI-NUMPAYEUR
		AND (:SAI-NUMPAYEUR > 0 OR NUMPIL = :SAI-NUMPIL))
		AND DATEREG < :SAI-DEBUT
	END-EXEC.

		INTO :WS-TOTAVO-AVANT
		FROM AVOIRS, FACTURES
		WHERE AVOIRS.NUMFACT = FACTURES.NUMFACT
		AND FACTURES.NUMPAYEUR = :SAI-NUMPAYEUR
		AND (:SAI-NUMPAYEUR > 0 OR FACTURES.NUMPIL = :SAI-NUMPIL)
		AND AVOIRS.DATEGEN < :SAI-DEBUT
	END-EXEC.

CHARGEMENT-FACTURES.
	EXEC SQL
		DECLARE RELFACTCUR CURSOR FOR
		SELECT NUMFACT, DATEGEN, MONTANT, NUMPIL
		FROM FACTURES
		WHERE NUMPAYEUR = :SAI-NUMPAYEUR
		AND (:SAI-NUMPAYEUR > 0 OR NUMPIL = :SAI-NUMPIL)
		AND DATEGEN >= :SAI-DEBUT
		AND DATEGEN <= :SAI-FIN
		ORDER BY DATEGEN, NUMFACT
FACTURE-PERIODE-SUIVANTE.
	EXEC SQL
		FETCH RELFACTCUR
		INTO :WS-NUMFACT, :WS-DATEGEN, :WS-MONTANT, :WS-NUMPILFACT
	END-EXEC.

	IF SQLCODE = 100
		MOVE WS-DATEGEN TO WS-FAC-DATE(WS-NBFAC)
		MOVE WS-NUMFACT TO WS-FAC-NUM(WS-NBFAC)
		MOVE WS-MONTANT TO WS-FAC-MONTANT(WS-NBFAC)
		MOVE WS-NUMPILFACT TO WS-FAC-NUMPIL(WS-NBFAC)
	END-IF.

FACTURE-PERIODE-SUIVANTE-EXIT.
		DECLARE RELREGCUR CURSOR FOR
		SELECT NUMREG, DATEREG, MONTANTREG, MODEREG
		FROM REGLEMENTS
		WHERE NUMFACT IN
		(SELECT NUMFACT FROM FACTURES
		WHERE NUMPAYEUR = :SAI-NUMPAYEUR
		AND (:SAI-NUMPAYEUR > 0 OR NUMPIL = :SAI-NUMPIL))
		AND DATEREG >= :SAI-DEBUT
		AND DATEREG <= :SAI-FIN
		ORDER BY DATEREG, NUMREG
REGLEMENT-PERIODE-SUIVANT-EXIT.
	EXIT.

***** AVOIRS EMIS SUR LES FACTURES DU COMPTE PENDANT LA PERIODE (PAR
***** LEUR DATE D'EMISSION) : ILS PARAITRONT EN MOUVEMENTS DE CREDIT
CHARGEMENT-AVOIRS.
	EXEC SQL
		SELECT AVOIRS.NUMAVOIR, AVOIRS.DATEGEN, AVOIRS.MONTANTAVOIR
		FROM AVOIRS, FACTURES
		WHERE AVOIRS.NUMFACT = FACTURES.NUMFACT
		AND FACTURES.NUMPAYEUR = :SAI-NUMPAYEUR
		AND (:SAI-NUMPAYEUR > 0 OR FACTURES.NUMPIL = :SAI-NUMPIL)
		AND AVOIRS.DATEGEN >= :SAI-DEBUT
		AND AVOIRS.DATEGEN <= :SAI-FIN
		ORDER BY AVOIRS.DATEGEN, AVOIRS.NUMAVOIR
	MOVE WS-FAC-MONTANT(FAC-IDX) TO ED-MONTANT.
	MOVE WS-SOLDE TO ED-SOLDE.
	MOVE SPACES TO SPOOL-LIGNE.
***** RELEVE DE PAYEUR : LA FACTURE RESTE CELLE D'UN PILOTE DU GROUPE
	IF SAI-NUMPAYEUR > 0
		STRING WS-FAC-DATE(FAC-IDX) "  Facture   " WS-FAC-NUM(FAC-IDX)
			"  " ED-MONTANT "  solde " ED-SOLDE "  pilote "
			WS-FAC-NUMPIL(FAC-IDX) DELIMITED BY SIZE
			INTO SPOOL-LIGNE
	ELSE
		STRING WS-FAC-DATE(FAC-IDX) "  Facture   " WS-FAC-NUM(FAC-IDX)
			"  " ED-MONTANT "  solde " ED-SOLDE DELIMITED BY SIZE
			INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO FAC-IDX.
	ADD 1 TO WS-NBMOUVEMENTS.
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

VOLS-PARTAGES.
	EXEC SQL
		DECLARE RELPARTCUR CURSOR FOR
		SELECT NUMVOL, DATEDEB, NUMPIL, NUMPILPART, PCTPART, NUMFACT,
		NUMFACTPART
		FROM VOLS
		WHERE (NUMPIL = :SAI-NUMPIL OR NUMPILPART = :SAI-NUMPIL)
		AND NUMPILPART > 0
		AND SUBSTR(DATEDEB,1,8) >= :SAI-DEBUT
		AND SUBSTR(DATEDEB,1,8) <= :SAI-FIN
		ORDER BY DATEDEB, NUMVOL
	END-EXEC.

	EXEC SQL
		OPEN RELPARTCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM VOL-PARTAGE-SUIVANT THRU VOL-PARTAGE-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE RELPARTCUR
	END-EXEC.

***** UNE LIGNE PAR VOL : L'AUTRE MEMBRE DU PARTAGE, LA PART DU MEMBRE
***** DU RELEVE ET LA FACTURE QUI L'A PORTEE (ZERO TANT QUE F7 N'EST PAS
***** PASSE)
VOL-PARTAGE-SUIVANT.
	EXEC SQL
		FETCH RELPARTCUR
		INTO :WS-NUMVOL, :WS-DATEDEB, :WS-NUMPILVOL, :WS-NUMPILPART,
		:WS-PCTPART, :WS-NUMFACTVOL, :WS-NUMFACTPART
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO VOL-PARTAGE-SUIVANT-EXIT
	END-IF.

	IF WS-NBPARTAGES = 0
		MOVE SPACES TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE "VOLS A FRAIS PARTAGES SUR LA PERIODE" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.
	ADD 1 TO WS-NBPARTAGES.

	IF WS-NUMPILVOL = SAI-NUMPIL
		COMPUTE WS-PCTPART = 100 - WS-PCTPART
		MOVE WS-NUMPILPART TO WS-NUMPILVOL
	ELSE
		MOVE WS-NUMFACTPART TO WS-NUMFACTVOL
	END-IF.
	MOVE WS-PCTPART TO ED-PCTPART.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING WS-DATEDEB(1:8) "  Vol " WS-NUMVOL "  avec le membre "
		WS-NUMPILVOL "  part " ED-PCTPART " %  facture " WS-NUMFACTVOL
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

VOL-PARTAGE-SUIVANT-EXIT.
	EXIT.

BILAN.
	DISPLAY "Releve edite (rapport " SPOOL-NUMRAPPORT ").".
	DISPLAY "Mouvements sur la periode : " WS-NBMOUVEMENTS.
	DISPLAY "Vols a frais partages : " WS-NBPARTAGES.
	MOVE WS-SOLDE TO ED-SOLDE.
	DISPLAY "Solde de cloture : " ED-SOLDE.

