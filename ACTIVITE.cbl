IDENTIFICATION DIVISION.
PROGRAM-ID. ACTIVITE.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** TENUE DE LA TABLE ACTIVITE_MENSUELLE (HEURES, VOLS, ATTERRISSAGES,
***** RECETTES ET CARBURANT PAR MOIS, AVION ET CATEGORIE DE VOL) QUE
***** LISENT LES RAPPORTS MENSUEL, ANNUEL, UTILISAT, FEDERATION ET CONSO
***** AU LIEU DE REPARCOURIR TOUT L'HISTORIQUE DES VOLS.
***** PASSAGE INCREMENTAL : SEULS LES MOIS TOUCHES DEPUIS LE DERNIER
***** PASSAGE REUSSI (PARAMETRES.DATE_AGREGATION) SONT RECALCULES, CHACUN
***** EN ENTIER ET DANS SA PROPRE TRANSACTION :
*****   - MOIS DES VOLS CLOTURES, MODIFIES OU FACTURES (VOLS.DATMAJ) ;
*****   - ANCIEN MOIS DES VOLS DEPLACES OU SUPPRIMES (IMAGE AVANT DANS
*****     VOLS_HIST, DATHIST) ;
*****   - MOIS DES AVITAILLEMENTS SAISIS OU CORRIGES (CARBURANT.DATMAJ).
***** LA DATE N'AVANCE QUE SI TOUS LES MOIS ONT ETE RECALCULES ; SINON
***** LE PASSAGE SUIVANT LES REPREND. CTRLACTI RAPPROCHE CHAQUE MOIS LA
***** TABLE D'UN RECOMPTAGE COMPLET.
***** LANCE CHAQUE SOIR PAR LA CHAINE, APRES LA FACTURATION ET AVANT
***** LES RAPPORTS QUI LISENT LA TABLE
77 WS-NBMOIS-REFAITS PIC 9(6) VALUE IS 0.
77 WS-NBLIGNES PIC 9(6) VALUE IS 0.
77 WS-NBVOLS-LUS PIC 9(6) VALUE IS 0.
77 WS-NBERREURS PIC 9(6) VALUE IS 0.
***** FIN DES CURSEURS : TEMOIN SEPARE DE SQLCODE, CAR LES SELECT
***** INTERIEURS ECRASENT SQLCODE ENTRE DEUX FETCH
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-ERREUR-SQL PIC 9 VALUE IS 0.
77 WS-TROUVE PIC 9 VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** MOIS A RECALCULER, RELEVES AVANT TOUTE ECRITURE (LE COMMIT DE
***** CHAQUE MOIS FERMERAIT LES CURSEURS)
01 WS-MOIS-A-REFAIRE.
	05 WS-NBMOIS PIC 9(3) VALUE IS 0.
	05 WS-MOIS-REFAIRE PIC X(6) OCCURS 600.
77 MOIS-IDX PIC 9(3) VALUE IS 0.
77 RECH-IDX PIC 9(3) VALUE IS 0.
77 WS-MOIS-LU PIC X(6) VALUE SPACES.

***** CASES DU MOIS EN COURS DE RECALCUL : UNE PAR AVION ET CATEGORIE
01 WS-CASES-MOIS.
	05 WS-NBCASES PIC 9(3) VALUE IS 0.
	05 WS-CASE OCCURS 400.
		10 CAS-NUMAV PIC 9(3).
		10 CAS-CODTYP PIC X(2).
		10 CAS-CATEGORIE PIC X.
		10 CAS-HEURES PIC 9(5)V9.
		10 CAS-NBVOLS PIC 9(5).
		10 CAS-NBATTERR PIC 9(5).
		10 CAS-NBNAVIG PIC 9(5).
		10 CAS-RECETTES PIC 9(7)V99.
		10 CAS-LITRES PIC 9(6)V9.
77 CAS-IDX PIC 9(3) VALUE IS 0.
77 WS-CATEGORIE-VOL PIC X VALUE SPACE.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLE PARAMETRES
	EXEC SQL
		INCLUDE PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PARAMETRES.
			05 WS-DATE_AGREGATION PIC X(8).
			05 WS-DATE-JOUR PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES VOLS, VOLS_HIST, AVIONS, ETAPES_VOL, FACTURE_LIGNES,
**** CARBURANT, ACTIVITE_MENSUELLE
	EXEC SQL
		INCLUDE VOLS,VOLS_HIST,AVIONS,ETAPES_VOL,FACTURE_LIGNES,CARBURANT,
		ACTIVITE_MENSUELLE
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-VOL.
			05 WS-NUMVOL PIC 9(6).
			05 WS-NUMAV PIC 9(3).
			05 WS-CODTYP PIC X(2).
			05 WS-NUMPIL2 PIC 9(3).
			05 WS-NUMVISITEUR PIC 9(6).
			05 WS-HEURES PIC 9(5)V9.
			05 WS-NBETAPES PIC 9(3).
			05 WS-NBATTERR PIC 9(5).
			05 WS-RECETTES PIC 9(7)V99.
			05 WS-LITRES PIC 9(6)V9.
		01 WS-ACTIVITE.
			05 WS-MOIS PIC X(6).
			05 WS-FILTRE-MOIS PIC X(7).
			05 WS-ACTNUMAV PIC 9(3).
			05 WS-ACTCODTYP PIC X(2).
			05 WS-ACTCATEGORIE PIC X.
			05 WS-ACTHEURES PIC 9(5)V9.
			05 WS-ACTNBVOLS PIC 9(5).
			05 WS-ACTNBATTERR PIC 9(5).
			05 WS-ACTNBNAVIG PIC 9(5).
			05 WS-ACTRECETTES PIC 9(7)V99.
			05 WS-ACTLITRES PIC 9(6)V9.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

PROCEDURE DIVISION.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	MOVE WDATE TO WS-DATE-JOUR.
	DISPLAY "Agregation mensuelle de l'activite".
	DISPLAY "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE.

	EXEC SQL
		SELECT DATE_AGREGATION
		INTO :WS-DATE_AGREGATION
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "ERREUR : PARAMETRES (PARAMID = 1) INTROUVABLE, TRAITEMENT ANNULE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	IF WS-DATE_AGREGATION = "00000000"
		DISPLAY "Recalcul complet de l'historique des vols."
	ELSE
		DISPLAY "Mois touches depuis le " WS-DATE_AGREGATION " :"
	END-IF.

	PERFORM RELEVE-MOIS.
	PERFORM RECALCUL-MOIS THRU RECALCUL-MOIS-EXIT
		VARYING MOIS-IDX FROM 1 BY 1 UNTIL MOIS-IDX > WS-NBMOIS.

***** LA DATE DE PASSAGE N'AVANCE QUE SUR UN PASSAGE COMPLET : LES MOIS
***** EN ERREUR SERONT REPRIS AU PROCHAIN PASSAGE AVEC LES NOUVEAUX
	IF WS-NBERREURS = 0
		PERFORM MAJ-DATE-AGREGATION
	END-IF.

	PERFORM BILAN.
	IF WS-NBERREURS > 0
		MOVE 8 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	GO TO FIN.

***************************************************************
***** RELEVE DES MOIS A RECALCULER, SANS DOUBLON
***************************************************************
RELEVE-MOIS.
	MOVE 0 TO WS-NBMOIS.

	EXEC SQL
		DECLARE MOISVOLCUR CURSOR FOR
		SELECT DISTINCT SUBSTR(DATEDEB,1,6)
		FROM VOLS
		WHERE DATMAJ >= :WS-DATE_AGREGATION
	END-EXEC.

	EXEC SQL
		OPEN MOISVOLCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM MOIS-VOL-SUIVANT THRU MOIS-VOL-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE MOISVOLCUR
	END-EXEC.

	EXEC SQL
		DECLARE MOISHISTCUR CURSOR FOR
		SELECT DISTINCT SUBSTR(DATEDEB,1,6)
		FROM VOLS_HIST
		WHERE DATHIST >= :WS-DATE_AGREGATION
	END-EXEC.

	EXEC SQL
		OPEN MOISHISTCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM MOIS-HIST-SUIVANT THRU MOIS-HIST-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE MOISHISTCUR
	END-EXEC.

	EXEC SQL
		DECLARE MOISCARBCUR CURSOR FOR
		SELECT DISTINCT SUBSTR(DATCARB,1,6)
		FROM CARBURANT
		WHERE DATMAJ >= :WS-DATE_AGREGATION
	END-EXEC.

	EXEC SQL
		OPEN MOISCARBCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM MOIS-CARB-SUIVANT THRU MOIS-CARB-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE MOISCARBCUR
	END-EXEC.

MOIS-VOL-SUIVANT.
	EXEC SQL
		FETCH MOISVOLCUR
		INTO :WS-MOIS
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO MOIS-VOL-SUIVANT-EXIT
	END-IF.

	MOVE WS-MOIS TO WS-MOIS-LU.
	PERFORM AJOUT-MOIS THRU AJOUT-MOIS-EXIT.

MOIS-VOL-SUIVANT-EXIT.
	EXIT.

MOIS-HIST-SUIVANT.
	EXEC SQL
		FETCH MOISHISTCUR
		INTO :WS-MOIS
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO MOIS-HIST-SUIVANT-EXIT
	END-IF.

	MOVE WS-MOIS TO WS-MOIS-LU.
	PERFORM AJOUT-MOIS THRU AJOUT-MOIS-EXIT.

MOIS-HIST-SUIVANT-EXIT.
	EXIT.

MOIS-CARB-SUIVANT.
	EXEC SQL
		FETCH MOISCARBCUR
		INTO :WS-MOIS
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO MOIS-CARB-SUIVANT-EXIT
	END-IF.

	MOVE WS-MOIS TO WS-MOIS-LU.
	PERFORM AJOUT-MOIS THRU AJOUT-MOIS-EXIT.

MOIS-CARB-SUIVANT-EXIT.
	EXIT.

AJOUT-MOIS.
	IF WS-MOIS-LU IS NOT NUMERIC
		GO TO AJOUT-MOIS-EXIT
	END-IF.

	MOVE 0 TO WS-TROUVE.
	PERFORM RECHERCHE-MOIS
		VARYING RECH-IDX FROM 1 BY 1
		UNTIL RECH-IDX > WS-NBMOIS OR WS-TROUVE = 1.
	IF WS-TROUVE = 1
		GO TO AJOUT-MOIS-EXIT
	END-IF.

	IF WS-NBMOIS = 600
		DISPLAY "    ANOMALIE - Plus de 600 mois a recalculer, mois "
			WS-MOIS-LU " reporte au prochain passage."
		ADD 1 TO WS-NBERREURS
		GO TO AJOUT-MOIS-EXIT
	END-IF.

	ADD 1 TO WS-NBMOIS.
	MOVE WS-MOIS-LU TO WS-MOIS-REFAIRE(WS-NBMOIS).

AJOUT-MOIS-EXIT.
	EXIT.

RECHERCHE-MOIS.
	IF WS-MOIS-REFAIRE(RECH-IDX) = WS-MOIS-LU
		MOVE 1 TO WS-TROUVE
	END-IF.

***************************************************************
***** RECALCUL COMPLET D'UN MOIS : CUMUL DES VOLS REALISES ET DES
***** AVITAILLEMENTS DU MOIS EN MEMOIRE, PUIS REMPLACEMENT DES LIGNES DU
***** MOIS DANS UNE SEULE TRANSACTION
***************************************************************
RECALCUL-MOIS.
	MOVE WS-MOIS-REFAIRE(MOIS-IDX) TO WS-MOIS.
	MOVE SPACES TO WS-FILTRE-MOIS.
	STRING WS-MOIS "%" DELIMITED BY SIZE INTO WS-FILTRE-MOIS.
	MOVE 0 TO WS-NBCASES.
	MOVE 0 TO WS-ERREUR-SQL.

	EXEC SQL
		DECLARE VOLMOISCUR CURSOR FOR
		SELECT VOLS.NUMVOL, VOLS.NUMAV, AVIONS.CODTYP, VOLS.NUMPIL2,
		VOLS.NUMVISITEUR, VOLS.CPTARR - VOLS.CPTDEP
		FROM VOLS, AVIONS
		WHERE VOLS.NUMAV = AVIONS.CODAV
		AND VOLS.ETATVOL = "R"
		AND VOLS.DATEDEB LIKE :WS-FILTRE-MOIS
	END-EXEC.

	EXEC SQL
		OPEN VOLMOISCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM VOL-MOIS-SUIVANT THRU VOL-MOIS-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE VOLMOISCUR
	END-EXEC.

	EXEC SQL
		DECLARE CARBMOISCUR CURSOR FOR
		SELECT CARBURANT.NUMAV, AVIONS.CODTYP, SUM(CARBURANT.LITRES)
		FROM CARBURANT, AVIONS
		WHERE CARBURANT.NUMAV = AVIONS.CODAV
		AND CARBURANT.DATCARB LIKE :WS-FILTRE-MOIS
		GROUP BY CARBURANT.NUMAV, AVIONS.CODTYP
	END-EXEC.

	EXEC SQL
		OPEN CARBMOISCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM CARB-MOIS-SUIVANT THRU CARB-MOIS-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE CARBMOISCUR
	END-EXEC.

	IF WS-ERREUR-SQL = 1
		GO TO RECALCUL-MOIS-ERREUR
	END-IF.

	EXEC SQL
		DELETE FROM ACTIVITE_MENSUELLE
		WHERE MOIS = :WS-MOIS
	END-EXEC.

	IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
		GO TO RECALCUL-MOIS-ERREUR
	END-IF.

	PERFORM ECRITURE-CASE
		VARYING CAS-IDX FROM 1 BY 1
		UNTIL CAS-IDX > WS-NBCASES OR WS-ERREUR-SQL = 1.

	IF WS-ERREUR-SQL = 1
		GO TO RECALCUL-MOIS-ERREUR
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "    Mois " WS-MOIS " recalcule : " WS-NBCASES " ligne(s).".
	ADD 1 TO WS-NBMOIS-REFAITS.
	ADD WS-NBCASES TO WS-NBLIGNES.
	GO TO RECALCUL-MOIS-EXIT.

RECALCUL-MOIS-ERREUR.
	EXEC SQL
		ROLLBACK
	END-EXEC.
	DISPLAY "    ERREUR SQL - Mois " WS-MOIS " non recalcule.".
	ADD 1 TO WS-NBERREURS.

RECALCUL-MOIS-EXIT.
	EXIT.

***** UN VOL REALISE : CATEGORIE, ATTERRISSAGES, NAVIGATION ET RECETTES
VOL-MOIS-SUIVANT.
	EXEC SQL
		FETCH VOLMOISCUR
		INTO :WS-NUMVOL, :WS-NUMAV, :WS-CODTYP, :WS-NUMPIL2,
		:WS-NUMVISITEUR, :WS-HEURES
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO VOL-MOIS-SUIVANT-EXIT
	END-IF.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO VOL-MOIS-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBVOLS-LUS.
	IF WS-NUMPIL2 NOT = 0
		MOVE "D" TO WS-CATEGORIE-VOL
	ELSE
		IF WS-NUMVISITEUR NOT = 0
			MOVE "V" TO WS-CATEGORIE-VOL
		ELSE
			MOVE "S" TO WS-CATEGORIE-VOL
		END-IF
	END-IF.

	PERFORM RECHERCHE-CASE THRU RECHERCHE-CASE-EXIT.
	IF WS-TROUVE = 0
		GO TO VOL-MOIS-SUIVANT-EXIT
	END-IF.

***** ATTERRISSAGES DECLARES ETAPE PAR ETAPE ; UN VOL SANS ETAPE COMPTE
***** POUR UN, UN VOL A PLUSIEURS ETAPES EST UNE NAVIGATION
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBETAPES
		FROM ETAPES_VOL
		WHERE NUMVOL = :WS-NUMVOL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBETAPES
	END-IF.

	IF WS-NBETAPES = 0
		MOVE 1 TO WS-NBATTERR
	ELSE
		EXEC SQL
			SELECT SUM(NBATTERR)
			INTO :WS-NBATTERR
			FROM ETAPES_VOL
			WHERE NUMVOL = :WS-NUMVOL
		END-EXEC
		IF SQLCODE NOT = 0
			MOVE 0 TO WS-NBATTERR
		END-IF
	END-IF.

	IF WS-NBETAPES > 1
		ADD 1 TO CAS-NBNAVIG(CAS-IDX)
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANTLIGNE)
		INTO :WS-RECETTES
		FROM FACTURE_LIGNES
		WHERE NUMVOL = :WS-NUMVOL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-RECETTES
	END-IF.

	ADD WS-HEURES TO CAS-HEURES(CAS-IDX).
	ADD 1 TO CAS-NBVOLS(CAS-IDX).
	ADD WS-NBATTERR TO CAS-NBATTERR(CAS-IDX).
	ADD WS-RECETTES TO CAS-RECETTES(CAS-IDX).

VOL-MOIS-SUIVANT-EXIT.
	EXIT.

***** AVITAILLEMENTS DU MOIS PAR AVION : LIGNE DE CATEGORIE "C"
CARB-MOIS-SUIVANT.
	EXEC SQL
		FETCH CARBMOISCUR
		INTO :WS-NUMAV, :WS-CODTYP, :WS-LITRES
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO CARB-MOIS-SUIVANT-EXIT
	END-IF.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO CARB-MOIS-SUIVANT-EXIT
	END-IF.

	MOVE "C" TO WS-CATEGORIE-VOL.
	PERFORM RECHERCHE-CASE THRU RECHERCHE-CASE-EXIT.
	IF WS-TROUVE = 0
		GO TO CARB-MOIS-SUIVANT-EXIT
	END-IF.

	ADD WS-LITRES TO CAS-LITRES(CAS-IDX).

CARB-MOIS-SUIVANT-EXIT.
	EXIT.

***** CASE DE L'AVION WS-NUMAV ET DE LA CATEGORIE WS-CATEGORIE-VOL,
***** CREEE A ZERO SI ELLE N'EXISTE PAS ENCORE ; CAS-IDX POINTE DESSUS
RECHERCHE-CASE.
	MOVE 0 TO WS-TROUVE.
	PERFORM COMPARAISON-CASE
		VARYING CAS-IDX FROM 1 BY 1
		UNTIL CAS-IDX > WS-NBCASES OR WS-TROUVE = 1.
	IF WS-TROUVE = 1
		SUBTRACT 1 FROM CAS-IDX
		GO TO RECHERCHE-CASE-EXIT
	END-IF.

	IF WS-NBCASES = 400
		DISPLAY "    ANOMALIE - Plus de 400 lignes pour le mois " WS-MOIS "."
		MOVE 1 TO WS-ERREUR-SQL
		GO TO RECHERCHE-CASE-EXIT
	END-IF.

	ADD 1 TO WS-NBCASES.
	MOVE WS-NBCASES TO CAS-IDX.
	MOVE WS-NUMAV TO CAS-NUMAV(CAS-IDX).
	MOVE WS-CODTYP TO CAS-CODTYP(CAS-IDX).
	MOVE WS-CATEGORIE-VOL TO CAS-CATEGORIE(CAS-IDX).
	MOVE 0 TO CAS-HEURES(CAS-IDX).
	MOVE 0 TO CAS-NBVOLS(CAS-IDX).
	MOVE 0 TO CAS-NBATTERR(CAS-IDX).
	MOVE 0 TO CAS-NBNAVIG(CAS-IDX).
	MOVE 0 TO CAS-RECETTES(CAS-IDX).
	MOVE 0 TO CAS-LITRES(CAS-IDX).
	MOVE 1 TO WS-TROUVE.

RECHERCHE-CASE-EXIT.
	EXIT.

COMPARAISON-CASE.
	IF CAS-NUMAV(CAS-IDX) = WS-NUMAV
			AND CAS-CATEGORIE(CAS-IDX) = WS-CATEGORIE-VOL
		MOVE 1 TO WS-TROUVE
	END-IF.

ECRITURE-CASE.
	MOVE CAS-NUMAV(CAS-IDX) TO WS-ACTNUMAV.
	MOVE CAS-CODTYP(CAS-IDX) TO WS-ACTCODTYP.
	MOVE CAS-CATEGORIE(CAS-IDX) TO WS-ACTCATEGORIE.
	MOVE CAS-HEURES(CAS-IDX) TO WS-ACTHEURES.
	MOVE CAS-NBVOLS(CAS-IDX) TO WS-ACTNBVOLS.
	MOVE CAS-NBATTERR(CAS-IDX) TO WS-ACTNBATTERR.
	MOVE CAS-NBNAVIG(CAS-IDX) TO WS-ACTNBNAVIG.
	MOVE CAS-RECETTES(CAS-IDX) TO WS-ACTRECETTES.
	MOVE CAS-LITRES(CAS-IDX) TO WS-ACTLITRES.

	EXEC SQL
		INSERT INTO ACTIVITE_MENSUELLE(MOIS,NUMAV,CODTYP,CATEGORIE,
		HEURES,NBVOLS,NBATTERR,NBNAVIG,RECETTES,LITRES)
		VALUES(:WS-MOIS,:WS-ACTNUMAV,:WS-ACTCODTYP,:WS-ACTCATEGORIE,
		:WS-ACTHEURES,:WS-ACTNBVOLS,:WS-ACTNBATTERR,:WS-ACTNBNAVIG,
		:WS-ACTRECETTES,:WS-ACTLITRES)
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
	END-IF.

MAJ-DATE-AGREGATION.
	EXEC SQL
		UPDATE PARAMETRES SET DATE_AGREGATION = :WS-DATE-JOUR
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "ERREUR SQL : DATE D'AGREGATION NON MISE A JOUR."
		ADD 1 TO WS-NBERREURS
	ELSE
		EXEC SQL
			COMMIT
		END-EXEC
	END-IF.

BILAN.
	DISPLAY " ".
	DISPLAY "Mois recalcules : " WS-NBMOIS-REFAITS.
	DISPLAY "Vols realises repris : " WS-NBVOLS-LUS.
	DISPLAY "Lignes d'activite ecrites : " WS-NBLIGNES.
	DISPLAY "Mois en erreur : " WS-NBERREURS.

FIN.
	GOBACK.
