IDENTIFICATION DIVISION.
PROGRAM-ID. BUDGET.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** BUDGET DU COMITE : LE TRESORIER SAISIT ICI, PAR EXERCICE, LE
***** BUDGET MENSUEL DE CHAQUE COMPTE (PLAN DE COMPTES DE JOURNAL) ET
***** LE BUDGET D'HEURES DE VOL DE CHAQUE TYPE D'AVION, TELS QUE VOTES
***** EN ASSEMBLEE ; LE RAPPORT BUDREEL LES COMPARE CHAQUE FIN DE MOIS
***** AU REALISE. LA SAISIE REMPLACE LE BUDGET DU COMPTE (OU DU TYPE)
***** POUR TOUT L'EXERCICE : UN MOIS LAISSE A ZERO N'EST PAS BUDGETE ;
***** UN MONTANT ANNUEL SAISI EST REPARTI PAR DOUZIEMES (LE DERNIER
***** MOIS PREND L'ARRONDI). LE BUDGET D'UN EXERCICE CLOS (EXERCICES)
***** NE SE MODIFIE PLUS
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 VALIDATION PIC X(42) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 CHOIX PIC X.
77 CHOIXACTION PIC X.
77 CHOIXVALIDATION PIC X.

**** VARIABLES DE SAISIE
77 SAI-COMPTE PIC X(6).
77 SAI-TYPE PIC Z(3).
77 SAI-ANNEE PIC 9(4).
77 SAI-ANNUEL PIC 9(7)V99.
77 SAI-HEURES-AN PIC 9(4)V9.
77 BUD-IDX PIC 99 VALUE IS 0.
77 BUD-ERREUR PIC 9 VALUE IS 0.
77 BUD-CUMUL PIC 9(8)V99 VALUE IS 0.
77 HEU-CUMUL PIC 9(5)V9 VALUE IS 0.

***** LES DOUZE MOIS DE L'EXERCICE : BUDGET ENREGISTRE (AFFICHE) ET
***** NOUVELLE SAISIE
01 BUD-MOIS-TABLE.
	05 BUD-MOIS OCCURS 12.
		10 BUD-ACTUEL PIC 9(7)V99.
		10 BUD-SAISIE PIC 9(7)V99.
01 HEU-MOIS-TABLE.
	05 HEU-MOIS OCCURS 12.
		10 HEU-ACTUEL PIC 9(4)V9.
		10 HEU-SAISIE PIC 9(4)V9.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES BUDGETS, BUDGET_HEURES, TYPES, EXERCICES
	EXEC SQL
		INCLUDE BUDGETS,BUDGET_HEURES,TYPES,EXERCICES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-BUDGETS.
			05 WS-BUDCOMPTE PIC X(6).
			05 WS-BUDANNEE PIC X(4).
			05 WS-BUDMOIS PIC X(2).
			05 WS-BUDMONTANT PIC 9(7)V99.
			05 WS-BUDNUMTYP PIC 9(3).
			05 WS-BUDHEURES PIC 9(4)V9.
			05 WS-DESIGN PIC X(20).
			05 WS-STATUTEX PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE AUDIT_VERROU
	EXEC SQL
		INCLUDE AUDIT_VERROU
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-AUDIT-VERROU.
			05 WS-NUMAUDIT PIC 9(8).
			05 WS-PROGRAMME PIC X(8).
			05 WS-DERNIERESAISIE PIC X(50).
			05 WS-DATAUDIT PIC X(8).
			05 WS-HEUREAUDIT PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE SEQUENCES
	EXEC SQL
		INCLUDE SEQUENCES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-SEQUENCE.
			05 WS-NOMSEQ PIC X(10).
			05 WS-PROCHAINE PIC 9(9).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

LINKAGE SECTION.
SCREEN SECTION.
**** ECRAN DE SAISIE
  01  DELETE-SCREEN BLANK SCREEN.
  01  SCREEN-MENU-BUDGET.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "BUDGET DU COMITE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "1 : Budget mensuel d'un compte".
	  05 LINE 08 COL 01 VALUE "2 : Budget d'heures de vol d'un type d'avion".
	  05 LINE 09 COL 01 VALUE "3 : Ne rien faire".
	  05 LINE 10 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 10 COL 48 PIC X TO CHOIXACTION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CLE-COMPTE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "BUDGET MENSUEL D'UN COMPTE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "Compte (6 chiffres, ex. 706100) : ".
	  05 LINE 07 COL 35 PIC X(6) TO SAI-COMPTE.
	  05 LINE 08 COL 01 VALUE "Exercice (AAAA) : ".
	  05 LINE 08 COL 19 PIC 9(4) TO SAI-ANNEE.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-MOIS-COMPTE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "BUDGET MENSUEL D'UN COMPTE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Compte : ".
	  05 LINE 06 COL 10 PIC X(6) FROM SAI-COMPTE.
	  05 LINE 06 COL 20 VALUE "Exercice : ".
	  05 LINE 06 COL 31 PIC 9(4) FROM SAI-ANNEE.
	  05 LINE 08 COL 01 VALUE "01 act.".
	  05 LINE 08 COL 09 PIC Z(6)9.99 FROM BUD-ACTUEL(1).
	  05 LINE 08 COL 21 VALUE "nouv.".
	  05 LINE 08 COL 27 PIC 9(7)V99 TO BUD-SAISIE(1).
	  05 LINE 09 COL 01 VALUE "02 act.".
	  05 LINE 09 COL 09 PIC Z(6)9.99 FROM BUD-ACTUEL(2).
	  05 LINE 09 COL 21 VALUE "nouv.".
	  05 LINE 09 COL 27 PIC 9(7)V99 TO BUD-SAISIE(2).
	  05 LINE 10 COL 01 VALUE "03 act.".
	  05 LINE 10 COL 09 PIC Z(6)9.99 FROM BUD-ACTUEL(3).
	  05 LINE 10 COL 21 VALUE "nouv.".
	  05 LINE 10 COL 27 PIC 9(7)V99 TO BUD-SAISIE(3).
	  05 LINE 11 COL 01 VALUE "04 act.".
	  05 LINE 11 COL 09 PIC Z(6)9.99 FROM BUD-ACTUEL(4).
	  05 LINE 11 COL 21 VALUE "nouv.".
	  05 LINE 11 COL 27 PIC 9(7)V99 TO BUD-SAISIE(4).
	  05 LINE 12 COL 01 VALUE "05 act.".
	  05 LINE 12 COL 09 PIC Z(6)9.99 FROM BUD-ACTUEL(5).
	  05 LINE 12 COL 21 VALUE "nouv.".
	  05 LINE 12 COL 27 PIC 9(7)V99 TO BUD-SAISIE(5).
	  05 LINE 13 COL 01 VALUE "06 act.".
	  05 LINE 13 COL 09 PIC Z(6)9.99 FROM BUD-ACTUEL(6).
	  05 LINE 13 COL 21 VALUE "nouv.".
	  05 LINE 13 COL 27 PIC 9(7)V99 TO BUD-SAISIE(6).
	  05 LINE 08 COL 41 VALUE "07 act.".
	  05 LINE 08 COL 49 PIC Z(6)9.99 FROM BUD-ACTUEL(7).
	  05 LINE 08 COL 61 VALUE "nouv.".
	  05 LINE 08 COL 67 PIC 9(7)V99 TO BUD-SAISIE(7).
	  05 LINE 09 COL 41 VALUE "08 act.".
	  05 LINE 09 COL 49 PIC Z(6)9.99 FROM BUD-ACTUEL(8).
	  05 LINE 09 COL 61 VALUE "nouv.".
	  05 LINE 09 COL 67 PIC 9(7)V99 TO BUD-SAISIE(8).
	  05 LINE 10 COL 41 VALUE "09 act.".
	  05 LINE 10 COL 49 PIC Z(6)9.99 FROM BUD-ACTUEL(9).
	  05 LINE 10 COL 61 VALUE "nouv.".
	  05 LINE 10 COL 67 PIC 9(7)V99 TO BUD-SAISIE(9).
	  05 LINE 11 COL 41 VALUE "10 act.".
	  05 LINE 11 COL 49 PIC Z(6)9.99 FROM BUD-ACTUEL(10).
	  05 LINE 11 COL 61 VALUE "nouv.".
	  05 LINE 11 COL 67 PIC 9(7)V99 TO BUD-SAISIE(10).
	  05 LINE 12 COL 41 VALUE "11 act.".
	  05 LINE 12 COL 49 PIC Z(6)9.99 FROM BUD-ACTUEL(11).
	  05 LINE 12 COL 61 VALUE "nouv.".
	  05 LINE 12 COL 67 PIC 9(7)V99 TO BUD-SAISIE(11).
	  05 LINE 13 COL 41 VALUE "12 act.".
	  05 LINE 13 COL 49 PIC Z(6)9.99 FROM BUD-ACTUEL(12).
	  05 LINE 13 COL 61 VALUE "nouv.".
	  05 LINE 13 COL 67 PIC 9(7)V99 TO BUD-SAISIE(12).
	  05 LINE 15 COL 01 VALUE "Ou montant annuel à répartir par douzièmes : ".
	  05 LINE 15 COL 47 PIC 9(7)V99 TO SAI-ANNUEL.
	  05 LINE 17 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 17 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CLE-TYPE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "BUDGET D'HEURES DE VOL D'UN TYPE D'AVION".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "Type d'avion (numéro de type) : ".
	  05 LINE 07 COL 33 PIC Z(3) TO SAI-TYPE.
	  05 LINE 08 COL 01 VALUE "Exercice (AAAA) : ".
	  05 LINE 08 COL 19 PIC 9(4) TO SAI-ANNEE.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-MOIS-TYPE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "BUDGET D'HEURES DE VOL D'UN TYPE D'AVION".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Type : ".
	  05 LINE 06 COL 08 PIC X(20) FROM WS-DESIGN.
	  05 LINE 06 COL 30 VALUE "Exercice : ".
	  05 LINE 06 COL 41 PIC 9(4) FROM SAI-ANNEE.
	  05 LINE 08 COL 01 VALUE "01 act.".
	  05 LINE 08 COL 09 PIC Z(3)9.9 FROM HEU-ACTUEL(1).
	  05 LINE 08 COL 21 VALUE "nouv.".
	  05 LINE 08 COL 27 PIC 9(4)V9 TO HEU-SAISIE(1).
	  05 LINE 09 COL 01 VALUE "02 act.".
	  05 LINE 09 COL 09 PIC Z(3)9.9 FROM HEU-ACTUEL(2).
	  05 LINE 09 COL 21 VALUE "nouv.".
	  05 LINE 09 COL 27 PIC 9(4)V9 TO HEU-SAISIE(2).
	  05 LINE 10 COL 01 VALUE "03 act.".
	  05 LINE 10 COL 09 PIC Z(3)9.9 FROM HEU-ACTUEL(3).
	  05 LINE 10 COL 21 VALUE "nouv.".
	  05 LINE 10 COL 27 PIC 9(4)V9 TO HEU-SAISIE(3).
	  05 LINE 11 COL 01 VALUE "04 act.".
	  05 LINE 11 COL 09 PIC Z(3)9.9 FROM HEU-ACTUEL(4).
	  05 LINE 11 COL 21 VALUE "nouv.".
	  05 LINE 11 COL 27 PIC 9(4)V9 TO HEU-SAISIE(4).
	  05 LINE 12 COL 01 VALUE "05 act.".
	  05 LINE 12 COL 09 PIC Z(3)9.9 FROM HEU-ACTUEL(5).
	  05 LINE 12 COL 21 VALUE "nouv.".
	  05 LINE 12 COL 27 PIC 9(4)V9 TO HEU-SAISIE(5).
	  05 LINE 13 COL 01 VALUE "06 act.".
	  05 LINE 13 COL 09 PIC Z(3)9.9 FROM HEU-ACTUEL(6).
	  05 LINE 13 COL 21 VALUE "nouv.".
	  05 LINE 13 COL 27 PIC 9(4)V9 TO HEU-SAISIE(6).
	  05 LINE 08 COL 41 VALUE "07 act.".
	  05 LINE 08 COL 49 PIC Z(3)9.9 FROM HEU-ACTUEL(7).
	  05 LINE 08 COL 61 VALUE "nouv.".
	  05 LINE 08 COL 67 PIC 9(4)V9 TO HEU-SAISIE(7).
	  05 LINE 09 COL 41 VALUE "08 act.".
	  05 LINE 09 COL 49 PIC Z(3)9.9 FROM HEU-ACTUEL(8).
	  05 LINE 09 COL 61 VALUE "nouv.".
	  05 LINE 09 COL 67 PIC 9(4)V9 TO HEU-SAISIE(8).
	  05 LINE 10 COL 41 VALUE "09 act.".
	  05 LINE 10 COL 49 PIC Z(3)9.9 FROM HEU-ACTUEL(9).
	  05 LINE 10 COL 61 VALUE "nouv.".
	  05 LINE 10 COL 67 PIC 9(4)V9 TO HEU-SAISIE(9).
	  05 LINE 11 COL 41 VALUE "10 act.".
	  05 LINE 11 COL 49 PIC Z(3)9.9 FROM HEU-ACTUEL(10).
	  05 LINE 11 COL 61 VALUE "nouv.".
	  05 LINE 11 COL 67 PIC 9(4)V9 TO HEU-SAISIE(10).
	  05 LINE 12 COL 41 VALUE "11 act.".
	  05 LINE 12 COL 49 PIC Z(3)9.9 FROM HEU-ACTUEL(11).
	  05 LINE 12 COL 61 VALUE "nouv.".
	  05 LINE 12 COL 67 PIC 9(4)V9 TO HEU-SAISIE(11).
	  05 LINE 13 COL 41 VALUE "12 act.".
	  05 LINE 13 COL 49 PIC Z(3)9.9 FROM HEU-ACTUEL(12).
	  05 LINE 13 COL 61 VALUE "nouv.".
	  05 LINE 13 COL 67 PIC 9(4)V9 TO HEU-SAISIE(12).
	  05 LINE 15 COL 01 VALUE "Ou heures annuelles à répartir par douzièmes : ".
	  05 LINE 15 COL 49 PIC 9(4)V9 TO SAI-HEURES-AN.
	  05 LINE 17 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 17 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-VALIDATION.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "******************".
	  05 LINE 10 COL 01 PIC X(42) FROM VALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

PROCEDURE DIVISION.

DEBUT.

PERFORM AFFICHE-MENU-BUDGET.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM SAISIE-BUDGET-COMPTE THRU SAISIE-BUDGET-COMPTE-EXIT
	WHEN "2"
		PERFORM SAISIE-BUDGET-TYPE THRU SAISIE-BUDGET-TYPE-EXIT
	WHEN "3"
		PERFORM EVALUATE-CHOIX
	WHEN OTHER
		MOVE "Erreur dans votre choix." TO ERREURS
		GO TO DEBUT
END-EVALUATE.
PERFORM AFFICHE-VALIDATION.

AFFICHE-MENU-BUDGET.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-MENU-BUDGET.
	ACCEPT SCREEN-MENU-BUDGET.

AFFICHE-VALIDATION.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-VALIDATION.
	ACCEPT SCREEN-VALIDATION.
	IF CHOIX="m" OR CHOIX="M"
		CALL "PAGE-ACCUEIL"
	ELSE
		STOP RUN
	END-IF.

***************************************************************
***** BUDGET MENSUEL D'UN COMPTE
***************************************************************
SAISIE-BUDGET-COMPTE.
	MOVE SPACES TO ERREURS.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-CLE-COMPTE.
	ACCEPT SCREEN-CLE-COMPTE.

	IF SAI-COMPTE IS NOT NUMERIC
		MOVE "Le compte doit comporter 6 chiffres." TO VALIDATION
		GO TO SAISIE-BUDGET-COMPTE-EXIT
	END-IF.

	PERFORM CONTROLE-EXERCICE.
	IF BUD-ERREUR = 1
		GO TO SAISIE-BUDGET-COMPTE-EXIT
	END-IF.

	MOVE SAI-COMPTE TO WS-BUDCOMPTE.
	MOVE SAI-ANNEE TO WS-BUDANNEE.
	PERFORM LECTURE-MOIS-COMPTE
		VARYING BUD-IDX FROM 1 BY 1 UNTIL BUD-IDX > 12.

	MOVE 0 TO SAI-ANNUEL.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-MOIS-COMPTE.
	ACCEPT SCREEN-MOIS-COMPTE.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le budget n'a pas été modifié." TO VALIDATION
		GO TO SAISIE-BUDGET-COMPTE-EXIT
	END-IF.

***** MONTANT ANNUEL SAISI : IL REMPLACE LA SAISIE MOIS PAR MOIS
	IF SAI-ANNUEL > 0
		MOVE 0 TO BUD-CUMUL
		PERFORM REPARTITION-MOIS-COMPTE
			VARYING BUD-IDX FROM 1 BY 1 UNTIL BUD-IDX > 11
		COMPUTE BUD-SAISIE(12) = SAI-ANNUEL - BUD-CUMUL
	END-IF.

***** LE BUDGET DU COMPTE POUR L'EXERCICE EST REECRIT EN UNE SEULE
***** UNITE DE TRAVAIL : SUPPRESSION PUIS UNE LIGNE PAR MOIS BUDGETE
	MOVE 0 TO BUD-ERREUR.
	EXEC SQL
		DELETE FROM BUDGETS
		WHERE COMPTE = :WS-BUDCOMPTE
		AND ANNEE = :WS-BUDANNEE
	END-EXEC.

	IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
		MOVE 1 TO BUD-ERREUR
	END-IF.

	PERFORM ECRITURE-MOIS-COMPTE
		VARYING BUD-IDX FROM 1 BY 1 UNTIL BUD-IDX > 12.

	IF BUD-ERREUR = 1
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, budget non enregistré." TO VALIDATION
		GO TO SAISIE-BUDGET-COMPTE-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.
	MOVE "Le budget du compte a bien été enregistré." TO VALIDATION.

SAISIE-BUDGET-COMPTE-EXIT.
	EXIT.

LECTURE-MOIS-COMPTE.
	MOVE BUD-IDX TO WS-BUDMOIS.
	EXEC SQL
		SELECT MONTANT
		INTO :WS-BUDMONTANT
		FROM BUDGETS
		WHERE COMPTE = :WS-BUDCOMPTE
		AND ANNEE = :WS-BUDANNEE
		AND MOIS = :WS-BUDMOIS
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-BUDMONTANT
	END-IF.
	MOVE WS-BUDMONTANT TO BUD-ACTUEL(BUD-IDX).
	MOVE 0 TO BUD-SAISIE(BUD-IDX).

REPARTITION-MOIS-COMPTE.
	COMPUTE BUD-SAISIE(BUD-IDX) ROUNDED = SAI-ANNUEL / 12.
	ADD BUD-SAISIE(BUD-IDX) TO BUD-CUMUL.

ECRITURE-MOIS-COMPTE.
	IF BUD-SAISIE(BUD-IDX) > 0
		MOVE BUD-IDX TO WS-BUDMOIS
		MOVE BUD-SAISIE(BUD-IDX) TO WS-BUDMONTANT
		EXEC SQL
			INSERT INTO BUDGETS(COMPTE,ANNEE,MOIS,MONTANT)
			VALUES(:WS-BUDCOMPTE,:WS-BUDANNEE,:WS-BUDMOIS,:WS-BUDMONTANT)
		END-EXEC
		IF SQLCODE NOT = 0
			MOVE 1 TO BUD-ERREUR
		END-IF
	END-IF.

***************************************************************
***** BUDGET D'HEURES DE VOL D'UN TYPE D'AVION
***************************************************************
SAISIE-BUDGET-TYPE.
	MOVE SPACES TO ERREURS.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-CLE-TYPE.
	ACCEPT SCREEN-CLE-TYPE.

	MOVE SAI-TYPE TO WS-BUDNUMTYP.
	EXEC SQL
		SELECT DESIGN
		INTO :WS-DESIGN
		FROM TYPES
		WHERE NUMTYP = :WS-BUDNUMTYP
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE "Ce type d'avion n'existe pas." TO VALIDATION
		GO TO SAISIE-BUDGET-TYPE-EXIT
	END-IF.

	PERFORM CONTROLE-EXERCICE.
	IF BUD-ERREUR = 1
		GO TO SAISIE-BUDGET-TYPE-EXIT
	END-IF.

	MOVE SAI-ANNEE TO WS-BUDANNEE.
	PERFORM LECTURE-MOIS-TYPE
		VARYING BUD-IDX FROM 1 BY 1 UNTIL BUD-IDX > 12.

	MOVE 0 TO SAI-HEURES-AN.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-MOIS-TYPE.
	ACCEPT SCREEN-MOIS-TYPE.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le budget d'heures n'a pas été modifié." TO VALIDATION
		GO TO SAISIE-BUDGET-TYPE-EXIT
	END-IF.

	IF SAI-HEURES-AN > 0
		MOVE 0 TO HEU-CUMUL
		PERFORM REPARTITION-MOIS-TYPE
			VARYING BUD-IDX FROM 1 BY 1 UNTIL BUD-IDX > 11
		COMPUTE HEU-SAISIE(12) = SAI-HEURES-AN - HEU-CUMUL
	END-IF.

	MOVE 0 TO BUD-ERREUR.
	EXEC SQL
		DELETE FROM BUDGET_HEURES
		WHERE NUMTYP = :WS-BUDNUMTYP
		AND ANNEE = :WS-BUDANNEE
	END-EXEC.

	IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
		MOVE 1 TO BUD-ERREUR
	END-IF.

	PERFORM ECRITURE-MOIS-TYPE
		VARYING BUD-IDX FROM 1 BY 1 UNTIL BUD-IDX > 12.

	IF BUD-ERREUR = 1
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, budget non enregistré." TO VALIDATION
		GO TO SAISIE-BUDGET-TYPE-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.
	MOVE "Le budget d'heures a bien été enregistré." TO VALIDATION.

SAISIE-BUDGET-TYPE-EXIT.
	EXIT.

LECTURE-MOIS-TYPE.
	MOVE BUD-IDX TO WS-BUDMOIS.
	EXEC SQL
		SELECT HEURES
		INTO :WS-BUDHEURES
		FROM BUDGET_HEURES
		WHERE NUMTYP = :WS-BUDNUMTYP
		AND ANNEE = :WS-BUDANNEE
		AND MOIS = :WS-BUDMOIS
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-BUDHEURES
	END-IF.
	MOVE WS-BUDHEURES TO HEU-ACTUEL(BUD-IDX).
	MOVE 0 TO HEU-SAISIE(BUD-IDX).

REPARTITION-MOIS-TYPE.
	COMPUTE HEU-SAISIE(BUD-IDX) ROUNDED = SAI-HEURES-AN / 12.
	ADD HEU-SAISIE(BUD-IDX) TO HEU-CUMUL.

ECRITURE-MOIS-TYPE.
	IF HEU-SAISIE(BUD-IDX) > 0
		MOVE BUD-IDX TO WS-BUDMOIS
		MOVE HEU-SAISIE(BUD-IDX) TO WS-BUDHEURES
		EXEC SQL
			INSERT INTO BUDGET_HEURES(NUMTYP,ANNEE,MOIS,HEURES)
			VALUES(:WS-BUDNUMTYP,:WS-BUDANNEE,:WS-BUDMOIS,:WS-BUDHEURES)
		END-EXEC
		IF SQLCODE NOT = 0
			MOVE 1 TO BUD-ERREUR
		END-IF
	END-IF.

***** EXERCICE SAISI : PLAUSIBLE ET NON CLOS (LES CHIFFRES APPROUVES
***** PAR L'ASSEMBLEE NE BOUGENT PLUS, BUDGET COMPRIS)
CONTROLE-EXERCICE.
	MOVE 0 TO BUD-ERREUR.
	IF SAI-ANNEE < 2000
		MOVE "Exercice invalide (AAAA)." TO VALIDATION
		MOVE 1 TO BUD-ERREUR
	ELSE
		MOVE SAI-ANNEE TO WS-BUDANNEE
		MOVE " " TO WS-STATUTEX
		EXEC SQL
			SELECT STATUTEX
			INTO :WS-STATUTEX
			FROM EXERCICES
			WHERE ANNEE = :WS-BUDANNEE
		END-EXEC
		IF SQLCODE = 0 AND WS-STATUTEX = "C"
			MOVE "Exercice clos, budget non modifiable." TO VALIDATION
			MOVE 1 TO BUD-ERREUR
		END-IF
	END-IF.

EVALUATE-CHOIX.
	IF CHOIX="m" OR CHOIX="M"
		CALL "PAGE-ACCUEIL"
	ELSE IF CHOIX="Q" OR CHOIX="q"
		STOP RUN
	ELSE
		PERFORM ERREURS-CHOIX
	END-IF.

ERREURS-CHOIX.
	ADD 1 TO I.
        IF I=3
			PERFORM JOURNALISATION-VERROU
			GO TO FIN
        ELSE
            SUBTRACT I FROM 3 GIVING NB-ESSAI.
            MOVE "ERREUR, NOMBRE DE TENTATIVES RESTANTES : " TO ERREURS
            PERFORM DEBUT.

***** JOURNALISATION DU VERROUILLAGE APRES 3 SAISIES ERRONEES
JOURNALISATION-VERROU.
	MOVE "NUMAUDIT" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMAUDIT.

	MOVE "BUDGET" TO WS-PROGRAMME.
	MOVE CHOIX TO WS-DERNIERESAISIE.
	MOVE WDATE TO WS-DATAUDIT.
	ACCEPT WS-HEUREAUDIT FROM TIME.

	EXEC SQL
		INSERT INTO AUDIT_VERROU(NUMAUDIT,PROGRAMME,DERNIERESAISIE,DATAUDIT,
		HEUREAUDIT)
		VALUES(:WS-NUMAUDIT,:WS-PROGRAMME,:WS-DERNIERESAISIE,:WS-DATAUDIT,
		:WS-HEUREAUDIT)
	END-EXEC.

FIN.
    STOP RUN.

***** ATTRIBUTION ATOMIQUE DU PROCHAIN NUMERO DE LA SEQUENCE DEMANDEE
***** (WS-NOMSEQ) : L'INCREMENT PREND LE VERROU DE LIGNE AVANT LA
***** RELECTURE, DEUX TERMINAUX NE PEUVENT PLUS OBTENIR LE MEME NUMERO
PROCHAIN-NUMERO.
	EXEC SQL
		UPDATE SEQUENCES SET PROCHAINE = PROCHAINE + 1
		WHERE NOMSEQ = :WS-NOMSEQ
	END-EXEC.

	EXEC SQL
		SELECT PROCHAINE
		INTO :WS-PROCHAINE
		FROM SEQUENCES
		WHERE NOMSEQ = :WS-NOMSEQ
	END-EXEC.
