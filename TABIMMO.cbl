IDENTIFICATION DIVISION.
PROGRAM-ID. TABIMMO.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** TABLEAU DES IMMOBILISATIONS ET DES AMORTISSEMENTS D'UN EXERCICE,
***** A JOINDRE AUX COMPTES ANNUELS : POUR CHAQUE IMMOBILISATION ACQUISE
***** AU PLUS TARD DANS L'ANNEE ET ENCORE DETENUE AU 1ER JANVIER, LE
***** COUT, LES AMORTISSEMENTS CUMULES A L'OUVERTURE, LA DOTATION DE
***** L'ANNEE, LES AMORTISSEMENTS CUMULES A LA CLOTURE ET LA VALEUR
***** NETTE, AVEC DES SOUS-TOTAUX PAR CATEGORIE. LES CESSIONS DE L'ANNEE
***** SONT SIGNALEES ET SORTIES DES TOTAUX DE COUT ET DE VALEUR NETTE.
***** LES CUMULS A UNE DATE SE DEDUISENT DU CUMUL DU REGISTRE
***** (IMMOBILISATIONS, REPRISE COMPRISE) MOINS LES DOTATIONS DES
***** ANNEES POSTERIEURES (AMORTISSEMENTS). TANT QUE L'EXERCICE N'EST
***** PAS CLOS (CLOTUREX), SES DOTATIONS NE SONT PAS CALCULEES ET LE
***** TABLEAU EST EDITE COMME PROVISOIRE (SAISIE VIDE = ANNEE EN COURS)
77 SAI-ANNEE PIC X(4).
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-NBIMMOS PIC 9(6) VALUE IS 0.
77 WS-DETENUE PIC 9 VALUE IS 0.
77 WS-CAT-COURANTE PIC X VALUE SPACE.
77 WS-LIBELLE-CAT PIC X(20).

***** MONTANTS DE L'IMMOBILISATION COURANTE
77 WS-CUMUL-DEBUT PIC 9(8)V99 VALUE IS 0.
77 WS-CUMUL-FIN PIC 9(8)V99 VALUE IS 0.
77 WS-VNC-FIN PIC 9(8)V99 VALUE IS 0.

***** TOTAUX PAR CATEGORIE ET GENERAUX
01 WS-TOTAUX-CATEGORIE.
	05 WS-TC-COUT PIC 9(9)V99.
	05 WS-TC-DEBUT PIC 9(9)V99.
	05 WS-TC-DOTATION PIC 9(9)V99.
	05 WS-TC-FIN PIC 9(9)V99.
	05 WS-TC-VNC PIC 9(9)V99.
01 WS-TOTAUX-GENERAUX.
	05 WS-TG-COUT PIC 9(9)V99.
	05 WS-TG-DEBUT PIC 9(9)V99.
	05 WS-TG-DOTATION PIC 9(9)V99.
	05 WS-TG-FIN PIC 9(9)V99.
	05 WS-TG-VNC PIC 9(9)V99.

***** ZONES D'EDITION
77 ED-COUT PIC Z(8)9.99.
77 ED-DEBUT PIC Z(8)9.99.
77 ED-DOTATION PIC Z(8)9.99.
77 ED-FIN PIC Z(8)9.99.
77 ED-VNC PIC Z(8)9.99.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES IMMOBILISATIONS, AMORTISSEMENTS, EXERCICES
	EXEC SQL
		INCLUDE IMMOBILISATIONS,AMORTISSEMENTS,EXERCICES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-TABLEAU.
			05 WS-ANNEE PIC X(4).
			05 WS-DEBUT-ANNEE PIC X(8).
			05 WS-FIN-ANNEE PIC X(8).
			05 WS-NBEXCLOS PIC 9(3).
			05 WS-NUMIMMO PIC 9(6).
			05 WS-CATIMMO PIC X.
			05 WS-LIBELLE PIC X(30).
			05 WS-DATEACQ PIC X(8).
			05 WS-COUTACQ PIC 9(8)V99.
			05 WS-DUREEANS PIC 9(2).
			05 WS-METHODE PIC X.
			05 WS-CUMULAMORT PIC 9(8)V99.
			05 WS-ETATIMMO PIC X.
			05 WS-DATECESSION PIC X(8).
			05 WS-DOTATION-ANNEE PIC 9(8)V99.
			05 WS-DOTATIONS-APRES PIC 9(8)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
***** DESSIN QUE SA LINKAGE SECTION
01 SPOOL-DEMANDE.
	02 SPOOL-ACTION PIC X VALUE "L".
	02 SPOOL-PROGRAMME PIC X(8).
	02 SPOOL-LIGNE PIC X(80).
	02 SPOOL-NUMRAPPORT PIC 9(6).

PROCEDURE DIVISION.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY "Tableau des immobilisations et des amortissements".
	DISPLAY "Exercice a editer (AAAA, vide = annee en cours) : ".
	ACCEPT SAI-ANNEE.

	IF SAI-ANNEE = SPACES
		MOVE WANNEE TO SAI-ANNEE
	END-IF.

	IF SAI-ANNEE IS NOT NUMERIC
		DISPLAY "ANNEE INVALIDE, TRAITEMENT ANNULE."
		GO TO FIN
	END-IF.

	MOVE SAI-ANNEE TO WS-ANNEE.
	STRING SAI-ANNEE "0101" DELIMITED BY SIZE INTO WS-DEBUT-ANNEE.
	STRING SAI-ANNEE "1231" DELIMITED BY SIZE INTO WS-FIN-ANNEE.
	INITIALIZE WS-TOTAUX-CATEGORIE.
	INITIALIZE WS-TOTAUX-GENERAUX.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "TABIMMO" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM EN-TETE-TABLEAU.
	PERFORM EDITION-IMMOBILISATIONS.
	PERFORM TOTAUX-GENERAUX.

	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	DISPLAY "Tableau " SAI-ANNEE " edite (rapport " SPOOL-NUMRAPPORT
		") : " WS-NBIMMOS " immobilisation(s).".
	GO TO FIN.

EN-TETE-TABLEAU.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "TABLEAU DES IMMOBILISATIONS - EXERCICE " SAI-ANNEE
		" - le " WDATE DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBEXCLOS
		FROM EXERCICES
		WHERE ANNEE = :WS-ANNEE
		AND STATUTEX = "C"
	END-EXEC.

	IF WS-NBEXCLOS = 0
		MOVE SPACES TO SPOOL-LIGNE
		STRING "PROVISOIRE : exercice non clos, dotations de l'annee"
			" non encore calculees" DELIMITED BY SIZE
			INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Numero Libelle                        Acquis le Mode Duree"
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "           Cout   Amort.debut      Dotation     Amort.fin"
		"   Val.nette" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** LES IMMOBILISATIONS CEDEES AVANT L'EXERCICE N'Y FIGURENT PLUS
EDITION-IMMOBILISATIONS.
	EXEC SQL
		DECLARE TABIMMOCUR CURSOR FOR
		SELECT NUMIMMO, CATIMMO, LIBELLE, DATEACQ, COUTACQ, DUREEANS,
		METHODE, CUMULAMORT, ETATIMMO, DATECESSION
		FROM IMMOBILISATIONS
		WHERE DATEACQ <= :WS-FIN-ANNEE
		AND (ETATIMMO = "S" OR DATECESSION >= :WS-DEBUT-ANNEE)
		ORDER BY CATIMMO, NUMIMMO
	END-EXEC.

	EXEC SQL
		OPEN TABIMMOCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM IMMOBILISATION-SUIVANTE THRU IMMOBILISATION-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE TABIMMOCUR
	END-EXEC.

	IF WS-CAT-COURANTE NOT = SPACE
		PERFORM TOTAL-CATEGORIE
	END-IF.

IMMOBILISATION-SUIVANTE.
	EXEC SQL
		FETCH TABIMMOCUR
		INTO :WS-NUMIMMO, :WS-CATIMMO, :WS-LIBELLE, :WS-DATEACQ,
		:WS-COUTACQ, :WS-DUREEANS, :WS-METHODE, :WS-CUMULAMORT,
		:WS-ETATIMMO, :WS-DATECESSION
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO IMMOBILISATION-SUIVANTE-EXIT
	END-IF.

	IF WS-CATIMMO NOT = WS-CAT-COURANTE
		IF WS-CAT-COURANTE NOT = SPACE
			PERFORM TOTAL-CATEGORIE
		END-IF
		MOVE WS-CATIMMO TO WS-CAT-COURANTE
		PERFORM EN-TETE-CATEGORIE
	END-IF.

	PERFORM CUMULS-IMMOBILISATION.
	PERFORM LIGNES-IMMOBILISATION.
	ADD 1 TO WS-NBIMMOS.

IMMOBILISATION-SUIVANTE-EXIT.
	EXIT.

***** CUMUL A LA CLOTURE = CUMUL DU REGISTRE - DOTATIONS POSTERIEURES ;
***** CUMUL A L'OUVERTURE = CUMUL A LA CLOTURE - DOTATION DE L'ANNEE
***** (Y COMPRIS CELLE DE L'ANNEE DE CESSION)
CUMULS-IMMOBILISATION.
	EXEC SQL
		SELECT SUM(DOTATION)
		INTO :WS-DOTATIONS-APRES
		FROM AMORTISSEMENTS
		WHERE NUMIMMO = :WS-NUMIMMO
		AND ANNEE > :WS-ANNEE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-DOTATIONS-APRES
	END-IF.

	EXEC SQL
		SELECT SUM(DOTATION)
		INTO :WS-DOTATION-ANNEE
		FROM AMORTISSEMENTS
		WHERE NUMIMMO = :WS-NUMIMMO
		AND ANNEE = :WS-ANNEE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-DOTATION-ANNEE
	END-IF.

	COMPUTE WS-CUMUL-FIN = WS-CUMULAMORT - WS-DOTATIONS-APRES.
	COMPUTE WS-CUMUL-DEBUT = WS-CUMUL-FIN - WS-DOTATION-ANNEE.
	COMPUTE WS-VNC-FIN = WS-COUTACQ - WS-CUMUL-FIN.

	IF WS-ETATIMMO = "C" AND WS-DATECESSION NOT > WS-FIN-ANNEE
		MOVE 0 TO WS-DETENUE
	ELSE
		MOVE 1 TO WS-DETENUE
	END-IF.

	ADD WS-CUMUL-DEBUT TO WS-TC-DEBUT.
	ADD WS-DOTATION-ANNEE TO WS-TC-DOTATION.
	IF WS-DETENUE = 1
		ADD WS-COUTACQ TO WS-TC-COUT
		ADD WS-CUMUL-FIN TO WS-TC-FIN
		ADD WS-VNC-FIN TO WS-TC-VNC
	END-IF.

LIGNES-IMMOBILISATION.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING WS-NUMIMMO " " WS-LIBELLE " " WS-DATEACQ "  " WS-METHODE
		"   " WS-DUREEANS " ans" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE WS-COUTACQ TO ED-COUT.
	MOVE WS-CUMUL-DEBUT TO ED-DEBUT.
	MOVE WS-DOTATION-ANNEE TO ED-DOTATION.
	MOVE WS-CUMUL-FIN TO ED-FIN.
	MOVE WS-VNC-FIN TO ED-VNC.
	PERFORM LIGNE-MONTANTS.

	IF WS-DETENUE = 0
		MOVE SPACES TO SPOOL-LIGNE
		STRING "       Cedee le " WS-DATECESSION
			" : sortie du cout et de la valeur nette"
			DELIMITED BY SIZE
			INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

LIGNE-MONTANTS.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  " ED-COUT "  " ED-DEBUT "  " ED-DOTATION "  " ED-FIN
		"  " ED-VNC DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

EN-TETE-CATEGORIE.
	EVALUATE WS-CAT-COURANTE
		WHEN "A"
			MOVE "AVIONS" TO WS-LIBELLE-CAT
		WHEN "M"
			MOVE "MOTEURS ET REVISIONS" TO WS-LIBELLE-CAT
		WHEN "P"
			MOVE "POMPE A CARBURANT" TO WS-LIBELLE-CAT
		WHEN OTHER
			MOVE "MATERIEL DE HANGAR" TO WS-LIBELLE-CAT
	END-EVALUATE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "*** " WS-LIBELLE-CAT DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

TOTAL-CATEGORIE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Total " WS-LIBELLE-CAT DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-TC-COUT TO ED-COUT.
	MOVE WS-TC-DEBUT TO ED-DEBUT.
	MOVE WS-TC-DOTATION TO ED-DOTATION.
	MOVE WS-TC-FIN TO ED-FIN.
	MOVE WS-TC-VNC TO ED-VNC.
	PERFORM LIGNE-MONTANTS.

	ADD WS-TC-COUT TO WS-TG-COUT.
	ADD WS-TC-DEBUT TO WS-TG-DEBUT.
	ADD WS-TC-DOTATION TO WS-TG-DOTATION.
	ADD WS-TC-FIN TO WS-TG-FIN.
	ADD WS-TC-VNC TO WS-TG-VNC.
	INITIALIZE WS-TOTAUX-CATEGORIE.

TOTAUX-GENERAUX.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "TOTAL GENERAL (" WS-NBIMMOS " immobilisation(s))"
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-TG-COUT TO ED-COUT.
	MOVE WS-TG-DEBUT TO ED-DEBUT.
	MOVE WS-TG-DOTATION TO ED-DOTATION.
	MOVE WS-TG-FIN TO ED-FIN.
	MOVE WS-TG-VNC TO ED-VNC.
	PERFORM LIGNE-MONTANTS.

FIN.
	STOP RUN.
