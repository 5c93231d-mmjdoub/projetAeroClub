IDENTIFICATION DIVISION.
PROGRAM-ID. PERMRAP.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** RAPPORT MENSUEL DES PERMANENCES DES CHEFS PILOTES (TABLE
***** PERMANENCES, ENTRETENUE PAR LA FONCTION PERMANENCE) :
*****   - LES CRENEAUX MATIN ET APRES-MIDI ENCORE VACANTS, JOUR PAR JOUR,
*****     SUR LE MOIS A VENIR, POUR QUE LE BUREAU LES AFFECTE A TEMPS ;
*****   - POUR LE COMITE, LES PERMANENCES TENUES PAR CHAQUE MEMBRE SUR LE
*****     MOIS ECOULE ET DEPUIS LE DEBUT DE L'ANNEE (UNE JOURNEE ENTIERE
*****     COMPTE DEUX DEMI-JOURNEES).
***** LANCE PAR LA CHAINE DU SOIR LE DERNIER JOUR DU MOIS
77 SAI-MOIS PIC X(6) VALUE SPACES.
77 WS-NBVACANTS PIC 9(4) VALUE IS 0.
77 WS-NBMEMBRES PIC 9(4) VALUE IS 0.
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** MOIS EDITE ET DERNIER JOUR DU MOIS (FEVRIER BISSEXTILE COMPRIS)
01 WS-MOIS-EDITE.
   02 WS-MF-ANNEE PIC 9(4).
   02 WS-MF-MOIS PIC 9(2).
77 WS-DERNIER-JOUR PIC 9(2) VALUE IS 0.
77 WS-QUOTIENT PIC 9(4) VALUE IS 0.
77 WS-RESTE PIC 9(4) VALUE IS 0.
77 WS-JOUR-IDX PIC 9(2) VALUE IS 0.

***** MOIS ECOULE (PRECEDANT LE MOIS EDITE) POUR LE DECOMPTE PAR MEMBRE
01 WS-MOIS-ECOULE.
   02 WS-ME-ANNEE PIC 9(4).
   02 WS-ME-MOIS PIC 9(2).

***** JOUR DE LA SEMAINE PAR LA CONGRUENCE DE ZELLER (0 = SAMEDI)
77 Z-MOIS PIC 9(2) VALUE IS 0.
77 Z-ANNEE PIC 9(4) VALUE IS 0.
77 Z-SIECLE PIC 9(2) VALUE IS 0.
77 Z-AN PIC 9(2) VALUE IS 0.
77 Z-TERME PIC 9(4) VALUE IS 0.
77 Z-TOTAL PIC 9(5) VALUE IS 0.
77 Z-QUOT PIC 9(5) VALUE IS 0.
77 Z-RANG PIC 9 VALUE IS 0.
01 WS-NOMS-JOURS.
   02 FILLER PIC X(24) VALUE "samedi  dimanchelundi   ".
   02 FILLER PIC X(32) VALUE "mardi   mercredijeudi   vendredi".
01 WS-TABLE-JOURS REDEFINES WS-NOMS-JOURS.
   02 WS-NOM-JOUR PIC X(8) OCCURS 7.

77 WS-JOURS-TENUS PIC ZZ9.9.
77 WS-JOURS-ANNEE PIC ZZ9.9.
77 WS-DEMI-MOIS PIC 9(4) VALUE IS 0.
77 WS-CALCUL-JOURS PIC 9(3)V9 VALUE IS 0.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES PERMANENCES, PILOTES
	EXEC SQL
		INCLUDE PERMANENCES,PILOTES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PERMANENCE.
			05 WS-PERMDATE PIC X(8).
			05 WS-NBMATIN PIC 9(3).
			05 WS-NBAPM PIC 9(3).
			05 WS-NUMPIL PIC 9(3).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-BORNE-DEB PIC X(8).
			05 WS-BORNE-FIN PIC X(8).
			05 WS-DEBUT-ANNEE PIC X(8).
			05 WS-FIN-MOIS-ECOULE PIC X(8).
			05 WS-DEBUT-MOIS-ECOULE PIC X(8).
			05 WS-NBDEMI PIC 9(4).
			05 WS-NBJOURNEES PIC 9(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

PROCEDURE DIVISION.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY "Rapport mensuel des permanences des chefs pilotes".
	DISPLAY "Mois a preparer (AAAAMM, vide = mois suivant) : ".
	ACCEPT SAI-MOIS.

***** LANCE PAR LA CHAINE DU SOIR SANS OPERATEUR : UNE SAISIE VIDE
***** PREND LE MOIS QUI SUIT LA DATE DE TRAITEMENT
	IF SAI-MOIS = SPACES
		MOVE WANNEE TO WS-MF-ANNEE
		MOVE WMOIS TO WS-MF-MOIS
		IF WS-MF-MOIS = 12
			MOVE 1 TO WS-MF-MOIS
			ADD 1 TO WS-MF-ANNEE
		ELSE
			ADD 1 TO WS-MF-MOIS
		END-IF
		MOVE WS-MOIS-EDITE TO SAI-MOIS
	END-IF.

	IF SAI-MOIS IS NOT NUMERIC
		DISPLAY "ERREUR : MOIS INVALIDE, TRAITEMENT ANNULE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	MOVE SAI-MOIS TO WS-MOIS-EDITE.
	IF WS-MF-MOIS < 1 OR WS-MF-MOIS > 12
		DISPLAY "ERREUR : MOIS INVALIDE, TRAITEMENT ANNULE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.
	PERFORM CALCUL-DERNIER-JOUR.

***** LE DECOMPTE PAR MEMBRE PORTE SUR LE MOIS PRECEDENT LE MOIS
***** EDITE ET SUR L'ANNEE DE CE MOIS JUSQU'A SA FIN
	MOVE WS-MF-ANNEE TO WS-ME-ANNEE.
	IF WS-MF-MOIS = 1
		MOVE 12 TO WS-ME-MOIS
		SUBTRACT 1 FROM WS-ME-ANNEE
	ELSE
		COMPUTE WS-ME-MOIS = WS-MF-MOIS - 1
	END-IF.
	STRING WS-MOIS-ECOULE "01" DELIMITED BY SIZE
		INTO WS-DEBUT-MOIS-ECOULE.
	STRING WS-MOIS-ECOULE "31" DELIMITED BY SIZE
		INTO WS-FIN-MOIS-ECOULE.
	STRING WS-ME-ANNEE "0101" DELIMITED BY SIZE INTO WS-DEBUT-ANNEE.

	DISPLAY "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE.
	PERFORM CRENEAUX-VACANTS.
	PERFORM PERMANENCES-PAR-MEMBRE.
	PERFORM BILAN.
	MOVE 0 TO RETURN-CODE.
	GO TO FIN.

CALCUL-DERNIER-JOUR.
	EVALUATE WS-MF-MOIS
		WHEN 01
		WHEN 03
		WHEN 05
		WHEN 07
		WHEN 08
		WHEN 10
		WHEN 12
			MOVE 31 TO WS-DERNIER-JOUR
		WHEN 04
		WHEN 06
		WHEN 09
		WHEN 11
			MOVE 30 TO WS-DERNIER-JOUR
		WHEN 02
			DIVIDE WS-MF-ANNEE BY 4
				GIVING WS-QUOTIENT REMAINDER WS-RESTE
			IF WS-RESTE = 0
				MOVE 29 TO WS-DERNIER-JOUR
			ELSE
				MOVE 28 TO WS-DERNIER-JOUR
			END-IF
	END-EVALUATE.

***************************************************************
***** CRENEAUX VACANTS DU MOIS EDITE : UN MATIN (OU UN APRES-MIDI) EST
***** COUVERT PAR UNE PERMANENCE DU CRENEAU OU D'UNE JOURNEE ENTIERE
***************************************************************
CRENEAUX-VACANTS.
	DISPLAY " ".
	DISPLAY "Creneaux sans chef pilote de permanence, mois " SAI-MOIS " :".
	PERFORM CONTROLE-JOUR
		VARYING WS-JOUR-IDX FROM 1 BY 1 UNTIL WS-JOUR-IDX > WS-DERNIER-JOUR.
	IF WS-NBVACANTS = 0
		DISPLAY "    Tous les creneaux du mois sont pourvus."
	END-IF.

CONTROLE-JOUR.
	STRING SAI-MOIS WS-JOUR-IDX DELIMITED BY SIZE INTO WS-PERMDATE.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBMATIN
		FROM PERMANENCES
		WHERE DATEPERM = :WS-PERMDATE
		AND (CRENEAU = "M" OR CRENEAU = "J")
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBMATIN
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBAPM
		FROM PERMANENCES
		WHERE DATEPERM = :WS-PERMDATE
		AND (CRENEAU = "A" OR CRENEAU = "J")
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBAPM
	END-IF.

	IF WS-NBMATIN = 0 OR WS-NBAPM = 0
		PERFORM JOUR-DE-SEMAINE
	END-IF.

	IF WS-NBMATIN = 0 AND WS-NBAPM = 0
		DISPLAY "    " WS-NOM-JOUR(Z-RANG + 1) " " WS-JOUR-IDX "/"
			WS-MF-MOIS "/" WS-MF-ANNEE " : journee entiere"
		ADD 2 TO WS-NBVACANTS
	ELSE IF WS-NBMATIN = 0
		DISPLAY "    " WS-NOM-JOUR(Z-RANG + 1) " " WS-JOUR-IDX "/"
			WS-MF-MOIS "/" WS-MF-ANNEE " : matin"
		ADD 1 TO WS-NBVACANTS
	ELSE IF WS-NBAPM = 0
		DISPLAY "    " WS-NOM-JOUR(Z-RANG + 1) " " WS-JOUR-IDX "/"
			WS-MF-MOIS "/" WS-MF-ANNEE " : apres-midi"
		ADD 1 TO WS-NBVACANTS
	END-IF.

***** RANG DU JOUR (WS-JOUR-IDX DU MOIS EDITE) DANS LA SEMAINE : JANVIER
***** ET FEVRIER COMPTENT COMME LES MOIS 13 ET 14 DE L'ANNEE PRECEDENTE
JOUR-DE-SEMAINE.
	MOVE WS-MF-MOIS TO Z-MOIS.
	MOVE WS-MF-ANNEE TO Z-ANNEE.
	IF Z-MOIS < 3
		ADD 12 TO Z-MOIS
		SUBTRACT 1 FROM Z-ANNEE
	END-IF.
	DIVIDE Z-ANNEE BY 100 GIVING Z-SIECLE REMAINDER Z-AN.
	COMPUTE Z-TERME = (13 * (Z-MOIS + 1)) / 5.
	COMPUTE Z-TOTAL = WS-JOUR-IDX + Z-TERME + Z-AN + 5 * Z-SIECLE.
	DIVIDE Z-AN BY 4 GIVING Z-QUOT.
	ADD Z-QUOT TO Z-TOTAL.
	DIVIDE Z-SIECLE BY 4 GIVING Z-QUOT.
	ADD Z-QUOT TO Z-TOTAL.
	DIVIDE Z-TOTAL BY 7 GIVING Z-QUOT REMAINDER Z-RANG.

***************************************************************
***** PERMANENCES TENUES PAR MEMBRE : MEMBRES AYANT AU MOINS UNE
***** PERMANENCE DEPUIS LE DEBUT DE L'ANNEE, PAR ORDRE ALPHABETIQUE
***************************************************************
PERMANENCES-PAR-MEMBRE.
	DISPLAY " ".
	DISPLAY "Permanences tenues par membre (mois " WS-MOIS-ECOULE
		" et cumul annuel " WS-ME-ANNEE ", en journees) :".

	EXEC SQL
		DECLARE PERMMEMCUR CURSOR FOR
		SELECT PERMANENCES.NUMPIL, PILOTES.NOM, PILOTES.PRENOM
		FROM PERMANENCES, PILOTES
		WHERE PERMANENCES.NUMPIL = PILOTES.NUMPIL
		AND PERMANENCES.DATEPERM >= :WS-DEBUT-ANNEE
		AND PERMANENCES.DATEPERM <= :WS-FIN-MOIS-ECOULE
		GROUP BY PERMANENCES.NUMPIL, PILOTES.NOM, PILOTES.PRENOM
		ORDER BY PILOTES.NOM, PILOTES.PRENOM
	END-EXEC.

	EXEC SQL
		OPEN PERMMEMCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM MEMBRE-SUIVANT THRU MEMBRE-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE PERMMEMCUR
	END-EXEC.

	IF WS-NBMEMBRES = 0
		DISPLAY "    Aucune permanence tenue sur la periode."
	END-IF.

MEMBRE-SUIVANT.
	EXEC SQL
		FETCH PERMMEMCUR
		INTO :WS-NUMPIL, :WS-NOM, :WS-PRENOM
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO MEMBRE-SUIVANT-EXIT
	END-IF.

	MOVE WS-DEBUT-MOIS-ECOULE TO WS-BORNE-DEB.
	MOVE WS-FIN-MOIS-ECOULE TO WS-BORNE-FIN.
	PERFORM COMPTE-DEMI-JOURNEES.
	MOVE WS-NBDEMI TO WS-DEMI-MOIS.

	MOVE WS-DEBUT-ANNEE TO WS-BORNE-DEB.
	PERFORM COMPTE-DEMI-JOURNEES.

	COMPUTE WS-CALCUL-JOURS = WS-DEMI-MOIS / 2.
	MOVE WS-CALCUL-JOURS TO WS-JOURS-TENUS.
	COMPUTE WS-CALCUL-JOURS = WS-NBDEMI / 2.
	MOVE WS-CALCUL-JOURS TO WS-JOURS-ANNEE.

	DISPLAY "    " WS-NOM " " WS-PRENOM " : mois " WS-JOURS-TENUS
		" - annee " WS-JOURS-ANNEE.
	ADD 1 TO WS-NBMEMBRES.

MEMBRE-SUIVANT-EXIT.
	EXIT.

***** DEMI-JOURNEES TENUES PAR LE MEMBRE WS-NUMPIL ENTRE WS-BORNE-DEB ET
***** WS-BORNE-FIN : UNE PAR MATIN OU APRES-MIDI, DEUX PAR JOURNEE
COMPTE-DEMI-JOURNEES.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBDEMI
		FROM PERMANENCES
		WHERE NUMPIL = :WS-NUMPIL
		AND DATEPERM >= :WS-BORNE-DEB
		AND DATEPERM <= :WS-BORNE-FIN
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBDEMI
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBJOURNEES
		FROM PERMANENCES
		WHERE NUMPIL = :WS-NUMPIL
		AND DATEPERM >= :WS-BORNE-DEB
		AND DATEPERM <= :WS-BORNE-FIN
		AND CRENEAU = "J"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBJOURNEES
	END-IF.

	ADD WS-NBJOURNEES TO WS-NBDEMI.

BILAN.
	DISPLAY " ".
	DISPLAY "Demi-journees vacantes sur le mois : " WS-NBVACANTS.
	DISPLAY "Membres ayant tenu une permanence dans l'annee : "
		WS-NBMEMBRES.

FIN.
	GOBACK.
