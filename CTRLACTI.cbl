IDENTIFICATION DIVISION.
PROGRAM-ID. CTRLACTI.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** CONTROLE MENSUEL DE LA TABLE ACTIVITE_MENSUELLE, SUR LE MODELE DE
***** CTRLNUIT : UN RECOMPTAGE COMPLET DEPUIS LES VOLS (HEURES ET NOMBRE
***** DE VOLS PAR MOIS ET PAR AVION) ET LES TOTAUX GENERAUX (ATTERRISSAGES,
***** RECETTES, CARBURANT) SONT RAPPROCHES DE LA TABLE ; TOUT ECART EST
***** SIGNALE EN ALERTE SUR LE JOURNAL DE LA CHAINE ET LA DATE
***** D'AGREGATION EST REMISE A ZERO, POUR QUE L'ETAPE ACTIVITE
***** RECALCULE TOUT L'HISTORIQUE DES LE PROCHAIN PASSAGE
77 WS-NBALERTES PIC 9(6) VALUE IS 0.
77 WS-NBCOUPLES PIC 9(6) VALUE IS 0.
***** FIN DES CURSEURS : TEMOIN SEPARE DE SQLCODE, CAR LES SELECT
***** INTERIEURS ECRASENT SQLCODE ENTRE DEUX FETCH
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES VOLS, AVIONS, ETAPES_VOL, FACTURE_LIGNES, CARBURANT,
**** ACTIVITE_MENSUELLE, PARAMETRES
	EXEC SQL
		INCLUDE VOLS,AVIONS,ETAPES_VOL,FACTURE_LIGNES,CARBURANT,
		ACTIVITE_MENSUELLE,PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-RECOMPTE.
			05 WS-MOIS PIC X(6).
			05 WS-FILTRE-MOIS PIC X(7).
			05 WS-NUMAV PIC 9(3).
			05 WS-HEURES PIC 9(7)V9.
			05 WS-NBVOLS PIC 9(7).
			05 WS-NBATTERR PIC 9(9).
			05 WS-NBSANSETAPE PIC 9(9).
			05 WS-RECETTES PIC 9(9)V99.
			05 WS-LITRES PIC 9(9)V9.
		01 WS-AGREGE.
			05 WS-AGR-HEURES PIC 9(7)V9.
			05 WS-AGR-NBVOLS PIC 9(7).
			05 WS-AGR-NBATTERR PIC 9(9).
			05 WS-AGR-RECETTES PIC 9(9)V99.
			05 WS-AGR-LITRES PIC 9(9)V9.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

PROCEDURE DIVISION.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	PERFORM EN-TETE-RAPPORT.
	PERFORM RECOMPTAGE-VOLS.
	PERFORM LIGNES-SANS-VOL.
	PERFORM TOTAUX-GENERAUX.
	IF WS-NBALERTES > 0
		PERFORM REMISE-A-ZERO
	END-IF.
	PERFORM BILAN.
	GO TO FIN.

EN-TETE-RAPPORT.
	DISPLAY "Controle de l'activite mensuelle pre-agregee".
	DISPLAY "Date de traitement : " WJOUR "/" WMOIS "/" WANNEE.

***************************************************************
***** HEURES ET VOLS REALISES PAR MOIS ET PAR AVION, RECOMPTES SUR TOUT
***** L'HISTORIQUE, CONTRE LA SOMME DES CATEGORIES DE LA TABLE
***************************************************************
RECOMPTAGE-VOLS.
	EXEC SQL
		DECLARE RECOMPTECUR CURSOR FOR
		SELECT SUBSTR(VOLS.DATEDEB,1,6), VOLS.NUMAV,
		SUM(VOLS.CPTARR - VOLS.CPTDEP), COUNT(*)
		FROM VOLS, AVIONS
		WHERE VOLS.NUMAV = AVIONS.CODAV
		AND VOLS.ETATVOL = "R"
		GROUP BY SUBSTR(VOLS.DATEDEB,1,6), VOLS.NUMAV
		ORDER BY 1, 2
	END-EXEC.

	EXEC SQL
		OPEN RECOMPTECUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM RECOMPTE-SUIVANT THRU RECOMPTE-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE RECOMPTECUR
	END-EXEC.

RECOMPTE-SUIVANT.
	EXEC SQL
		FETCH RECOMPTECUR
		INTO :WS-MOIS, :WS-NUMAV, :WS-HEURES, :WS-NBVOLS
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO RECOMPTE-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBCOUPLES.

	EXEC SQL
		SELECT SUM(HEURES), SUM(NBVOLS)
		INTO :WS-AGR-HEURES, :WS-AGR-NBVOLS
		FROM ACTIVITE_MENSUELLE
		WHERE MOIS = :WS-MOIS
		AND NUMAV = :WS-NUMAV
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-AGR-HEURES
		MOVE 0 TO WS-AGR-NBVOLS
	END-IF.

	IF WS-AGR-HEURES NOT = WS-HEURES OR WS-AGR-NBVOLS NOT = WS-NBVOLS
		DISPLAY "    ALERTE : MOIS " WS-MOIS " AVION " WS-NUMAV
			" - VOLS " WS-NBVOLS " / " WS-HEURES " H, TABLE "
			WS-AGR-NBVOLS " / " WS-AGR-HEURES " H."
		ADD 1 TO WS-NBALERTES
	END-IF.

RECOMPTE-SUIVANT-EXIT.
	EXIT.

***** LIGNES DE LA TABLE PORTANT DES VOLS POUR UN MOIS ET UN AVION QUI
***** N'EN ONT PLUS AUCUN (LES AUTRES ECARTS SONT DEJA SIGNALES)
LIGNES-SANS-VOL.
	EXEC SQL
		DECLARE LIGNEAGRCUR CURSOR FOR
		SELECT MOIS, NUMAV, SUM(NBVOLS)
		FROM ACTIVITE_MENSUELLE
		GROUP BY MOIS, NUMAV
		HAVING SUM(NBVOLS) > 0
		ORDER BY MOIS, NUMAV
	END-EXEC.

	EXEC SQL
		OPEN LIGNEAGRCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM LIGNE-AGR-SUIVANTE THRU LIGNE-AGR-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE LIGNEAGRCUR
	END-EXEC.

LIGNE-AGR-SUIVANTE.
	EXEC SQL
		FETCH LIGNEAGRCUR
		INTO :WS-MOIS, :WS-NUMAV, :WS-AGR-NBVOLS
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO LIGNE-AGR-SUIVANTE-EXIT
	END-IF.

	MOVE SPACES TO WS-FILTRE-MOIS.
	STRING WS-MOIS "%" DELIMITED BY SIZE INTO WS-FILTRE-MOIS.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBVOLS
		FROM VOLS
		WHERE NUMAV = :WS-NUMAV
		AND ETATVOL = "R"
		AND DATEDEB LIKE :WS-FILTRE-MOIS
	END-EXEC.

	IF WS-NBVOLS = 0
		DISPLAY "    ALERTE : MOIS " WS-MOIS " AVION " WS-NUMAV
			" - AUCUN VOL, TABLE " WS-AGR-NBVOLS " VOL(S)."
		ADD 1 TO WS-NBALERTES
	END-IF.

LIGNE-AGR-SUIVANTE-EXIT.
	EXIT.

***************************************************************
***** TOTAUX GENERAUX : ATTERRISSAGES, RECETTES DES VOLS, CARBURANT
***************************************************************
TOTAUX-GENERAUX.
	EXEC SQL
		SELECT SUM(ETAPES_VOL.NBATTERR)
		INTO :WS-NBATTERR
		FROM ETAPES_VOL, VOLS, AVIONS
		WHERE ETAPES_VOL.NUMVOL = VOLS.NUMVOL
		AND VOLS.NUMAV = AVIONS.CODAV
		AND VOLS.ETATVOL = "R"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBATTERR
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBSANSETAPE
		FROM VOLS, AVIONS
		WHERE VOLS.NUMAV = AVIONS.CODAV
		AND VOLS.ETATVOL = "R"
		AND VOLS.NUMVOL NOT IN (SELECT NUMVOL FROM ETAPES_VOL)
	END-EXEC.

	ADD WS-NBSANSETAPE TO WS-NBATTERR.

	EXEC SQL
		SELECT SUM(FACTURE_LIGNES.MONTANTLIGNE)
		INTO :WS-RECETTES
		FROM FACTURE_LIGNES, VOLS, AVIONS
		WHERE FACTURE_LIGNES.NUMVOL = VOLS.NUMVOL
		AND VOLS.NUMAV = AVIONS.CODAV
		AND VOLS.ETATVOL = "R"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-RECETTES
	END-IF.

	EXEC SQL
		SELECT SUM(CARBURANT.LITRES)
		INTO :WS-LITRES
		FROM CARBURANT, AVIONS
		WHERE CARBURANT.NUMAV = AVIONS.CODAV
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-LITRES
	END-IF.

	EXEC SQL
		SELECT SUM(NBATTERR), SUM(RECETTES), SUM(LITRES)
		INTO :WS-AGR-NBATTERR, :WS-AGR-RECETTES, :WS-AGR-LITRES
		FROM ACTIVITE_MENSUELLE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-AGR-NBATTERR
		MOVE 0 TO WS-AGR-RECETTES
		MOVE 0 TO WS-AGR-LITRES
	END-IF.

	DISPLAY "    Atterrissages : " WS-NBATTERR " (table " WS-AGR-NBATTERR ")".
	DISPLAY "    Recettes des vols : " WS-RECETTES " (table "
		WS-AGR-RECETTES ")".
	DISPLAY "    Carburant : " WS-LITRES " l (table " WS-AGR-LITRES " l)".

	IF WS-AGR-NBATTERR NOT = WS-NBATTERR
		DISPLAY "    ALERTE : TOTAL DES ATTERRISSAGES DIFFERENT."
		ADD 1 TO WS-NBALERTES
	END-IF.

	IF WS-AGR-RECETTES NOT = WS-RECETTES
		DISPLAY "    ALERTE : TOTAL DES RECETTES DES VOLS DIFFERENT."
		ADD 1 TO WS-NBALERTES
	END-IF.

	IF WS-AGR-LITRES NOT = WS-LITRES
		DISPLAY "    ALERTE : TOTAL DU CARBURANT DIFFERENT."
		ADD 1 TO WS-NBALERTES
	END-IF.

***** TABLE FAUSSE : RECALCUL COMPLET PAR ACTIVITE AU PROCHAIN PASSAGE
REMISE-A-ZERO.
	EXEC SQL
		UPDATE PARAMETRES SET DATE_AGREGATION = "00000000"
		WHERE PARAMID = 1
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "ERREUR SQL : RECALCUL COMPLET NON DEMANDE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "    Recalcul complet demande pour le prochain passage d'ACTIVITE.".

BILAN.
	DISPLAY " ".
	DISPLAY "Couples mois / avion recomptes : " WS-NBCOUPLES.
	IF WS-NBALERTES = 0
		DISPLAY "Table d'activite conforme au recomptage."
	ELSE
		DISPLAY "ALERTES A EXAMINER DES CE MATIN : " WS-NBALERTES "."
	END-IF.

FIN.
	GOBACK.
