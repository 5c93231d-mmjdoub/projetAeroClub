IDENTIFICATION DIVISION.
PROGRAM-ID. CONSIGNE.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** CONSIGNES DE NAVIGABILITE : REGISTRE DES CONSIGNES EMISES CONTRE
***** UN TYPE D'AVION OU UN MODELE DE MOTEUR / D'HELICE (UNIQUES OU
***** RECURRENTES EN HEURES OU EN MOIS), SUIVI AVION PAR AVION ET
***** COMPOSANT PAR COMPOSANT DANS CONSIGNES_SUIVI, RATTACHEMENT DE LA
***** CONSIGNE A L'ORDRE DE TRAVAIL QUI L'APPLIQUE (C'EST LA CLOTURE DE
***** L'ORDRE DANS ORDRETRA QUI ENREGISTRE L'APPLICATION) ET ETAT DES
***** CONSIGNES D'UN AVION. F1 REFUSE UN AVION DONT UNE CONSIGNE EST
***** ECHUE, F0 ET SYNTHESE SIGNALENT LES ECHEANCES PROCHES
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 CHOIX PIC X.
77 CHOIXACTION PIC X.
77 CHOIXVALIDATION PIC X.

**** VARIABLES DE SAISIE
77 SAI-REFCN PIC X(20).
77 SAI-LIBELLE PIC X(50).
77 SAI-CIBLE PIC X.
77 SAI-NUMTYP PIC Z(3).
77 SAI-DESIGNCOMP PIC X(30).
77 SAI-RECURRENCE PIC X.
77 SAI-INTERVALLE PIC Z(4).
77 SAI-DATELIMITE PIC X(8).
77 SAI-HEURESDELAI PIC Z(4).
77 SAI-DATEEMISSION PIC X(8).
77 SAI-NUMCN PIC Z(6).
77 SAI-NUMOT PIC Z(6).
77 SAI-NUMAV PIC Z(3).

77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-FIN-CONSIGNES PIC 9 VALUE IS 0.
77 WS-NBCREES PIC 9(4) VALUE IS 0.
77 WS-NBLIGNES PIC 9(4) VALUE IS 0.
77 WS-NBMOIS PIC 9(4) VALUE IS 0.
77 WS-TOTMOIS PIC 9(5) VALUE IS 0.
77 WS-ETAT-ECHEANCE PIC X(8).

***** ZONES D'EDITION
77 ED-HEURES PIC Z(4)9.9.
77 ED-COMPTEUR PIC Z(4)9.9.
77 ED-NBCREES PIC Z(3)9.

***** CALCUL DES ECHEANCES EN MOIS (AJOUT-MOIS)
01 WS-ECHEANCE.
   02 ECH-ANNEE PIC 9999.
   02 ECH-MOIS PIC 99.
   02 ECH-JOUR PIC 99.
77 WS-DERNIER-JOUR PIC 9(2) VALUE IS 0.
77 WS-QUOTIENT PIC 9(4) VALUE IS 0.
77 WS-RESTE PIC 9(4) VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES CONSIGNES, CONSIGNES_SUIVI
	EXEC SQL
		INCLUDE CONSIGNES,CONSIGNES_SUIVI
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-CONSIGNES.
			05 WS-NUMCN PIC 9(6).
			05 WS-REFCN PIC X(20).
			05 WS-LIBELLE PIC X(50).
			05 WS-CIBLE PIC X.
			05 WS-NUMTYP PIC 9(3).
			05 WS-DESIGNCOMP PIC X(30).
			05 WS-RECURRENCE PIC X.
			05 WS-INTERVALLE PIC 9(4).
			05 WS-DATELIMITE PIC X(8).
			05 WS-HEURESDELAI PIC 9(4).
			05 WS-DATEEMISSION PIC X(8).
		01 WS-CONSIGNES-SUIVI.
			05 WS-NUMSUIVI PIC 9(8).
			05 WS-SUIVICODAV PIC 9(3).
			05 WS-SUIVINUMCOMP PIC 9(6).
			05 WS-DATEECH PIC X(8).
			05 WS-HEURESECH PIC 9(5)V9.
			05 WS-ETATSUIVI PIC X.
			05 WS-SUIVINUMOT PIC 9(6).
			05 WS-NBDEJA PIC 9(6).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES TYPES, AVIONS, COMPOSANTS, ORDRES_TRAVAIL
	EXEC SQL
		INCLUDE TYPES,AVIONS,COMPOSANTS,ORDRES_TRAVAIL
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-APPLICABILITE.
			05 WS-DESIGN PIC X(20).
			05 WS-CODTYP-NUM PIC 9(2).
			05 WS-CODTYP PIC X(2).
			05 WS-CODAV PIC 9(3).
			05 WS-NUMCOMP PIC 9(6).
			05 WS-COMPTEUR PIC 9(5)V9.
			05 WS-NUMOT PIC 9(6).
			05 WS-NUMAV PIC 9(3).
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
  01  SCREEN-MENU-CONSIGNE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "CONSIGNES DE NAVIGABILITE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "1 : Enregistrer une consigne".
	  05 LINE 08 COL 01 VALUE "2 : Rattacher une consigne à un ordre de travail".
	  05 LINE 09 COL 01 VALUE "3 : Etat des consignes d'un avion".
	  05 LINE 10 COL 01 VALUE "4 : Etendre le suivi aux nouveaux avions et composants".
	  05 LINE 11 COL 01 VALUE "5 : Ne rien faire".
	  05 LINE 12 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 12 COL 48 PIC X TO CHOIXACTION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CREATION-CONSIGNE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "ENREGISTREMENT D'UNE CONSIGNE DE NAVIGABILITE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Référence de la consigne : ".
	  05 LINE 06 COL 28 PIC X(20) TO SAI-REFCN.
	  05 LINE 07 COL 01 VALUE "Objet : ".
	  05 LINE 07 COL 09 PIC X(50) TO SAI-LIBELLE.
	  05 LINE 08 COL 01 VALUE "Vise (T : type d'avion, C : moteur ou hélice) : ".
	  05 LINE 08 COL 50 PIC X TO SAI-CIBLE.
	  05 LINE 09 COL 01 VALUE "Numéro du type d'avion (cible T) : ".
	  05 LINE 09 COL 36 PIC Z(3) TO SAI-NUMTYP.
	  05 LINE 10 COL 01 VALUE "Désignation du composant (cible C) : ".
	  05 LINE 10 COL 38 PIC X(30) TO SAI-DESIGNCOMP.
	  05 LINE 11 COL 01 VALUE "Récurrence (U : unique, H : heures, M : mois) : ".
	  05 LINE 11 COL 50 PIC X TO SAI-RECURRENCE.
	  05 LINE 12 COL 01 VALUE "Intervalle de répétition (heures ou mois) : ".
	  05 LINE 12 COL 46 PIC Z(4) TO SAI-INTERVALLE.
	  05 LINE 13 COL 01 VALUE "Date limite d'application (AAAAMMJJ, vide = aucune) : ".
	  05 LINE 13 COL 56 PIC X(8) TO SAI-DATELIMITE.
	  05 LINE 14 COL 01 VALUE "Et/ou dans les (heures de vol, vide = aucune) : ".
	  05 LINE 14 COL 50 PIC Z(4) TO SAI-HEURESDELAI.
	  05 LINE 15 COL 01 VALUE "Date d'émission (AAAAMMJJ, vide = ce jour) : ".
	  05 LINE 15 COL 46 PIC X(8) TO SAI-DATEEMISSION.
	  05 LINE 17 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 17 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-RATTACHEMENT.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "RATTACHEMENT D'UNE CONSIGNE A UN ORDRE DE TRAVAIL".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "Numéro de la consigne : ".
	  05 LINE 07 COL 25 PIC Z(6) TO SAI-NUMCN.
	  05 LINE 08 COL 01 VALUE "Numéro de l'ordre de travail (ouvert) : ".
	  05 LINE 08 COL 41 PIC Z(6) TO SAI-NUMOT.
	  05 LINE 10 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 10 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-ETAT-AVION.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "ETAT DES CONSIGNES D'UN AVION".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "Numéro de l'avion : ".
	  05 LINE 07 COL 21 PIC Z(3) TO SAI-NUMAV.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

PROCEDURE DIVISION.

DEBUT.

PERFORM AFFICHE-MENU-CONSIGNE.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM CREATION-CONSIGNE THRU EVALUATE-CHOIX
	WHEN "2"
		PERFORM RATTACHEMENT-ORDRE THRU EVALUATE-CHOIX
	WHEN "3"
		PERFORM ETAT-CONSIGNES-AVION THRU EVALUATE-CHOIX
	WHEN "4"
		PERFORM EXTENSION-SUIVI THRU EVALUATE-CHOIX
	WHEN "5"
		PERFORM EVALUATE-CHOIX
	WHEN "M"
	WHEN "m"
		CALL "PAGE-ACCUEIL"
	WHEN "Q"
	WHEN "q"
		STOP RUN
	WHEN OTHER
		PERFORM ERREURS-CHOIX
END-EVALUATE.

AFFICHE-MENU-CONSIGNE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-MENU-CONSIGNE.
	ACCEPT SCREEN-MENU-CONSIGNE.

***************************************************************
***** ENREGISTREMENT D'UNE CONSIGNE ET CREATION DE SON SUIVI SUR
***** CHAQUE AVION DU TYPE OU CHAQUE COMPOSANT DE LA DESIGNATION VISES ;
***** UNE CONSIGNE UNIQUE DOIT AVOIR UNE ECHEANCE, UNE CONSIGNE
***** RECURRENTE SANS ECHEANCE INITIALE EST DUE AU PREMIER INTERVALLE
***************************************************************
CREATION-CONSIGNE.
	MOVE SPACES TO SAI-REFCN.
	MOVE SPACES TO SAI-LIBELLE.
	MOVE SPACES TO SAI-CIBLE.
	MOVE 0 TO SAI-NUMTYP.
	MOVE SPACES TO SAI-DESIGNCOMP.
	MOVE SPACES TO SAI-RECURRENCE.
	MOVE 0 TO SAI-INTERVALLE.
	MOVE SPACES TO SAI-DATELIMITE.
	MOVE 0 TO SAI-HEURESDELAI.
	MOVE SPACES TO SAI-DATEEMISSION.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-CREATION-CONSIGNE.
	ACCEPT SCREEN-CREATION-CONSIGNE.
	ACCEPT SAI-REFCN LINE 06 COL 28.
	ACCEPT SAI-LIBELLE LINE 07 COL 09.
	ACCEPT SAI-CIBLE LINE 08 COL 50.
	ACCEPT SAI-NUMTYP LINE 09 COL 36.
	ACCEPT SAI-DESIGNCOMP LINE 10 COL 38.
	ACCEPT SAI-RECURRENCE LINE 11 COL 50.
	ACCEPT SAI-INTERVALLE LINE 12 COL 46.
	ACCEPT SAI-DATELIMITE LINE 13 COL 56.
	ACCEPT SAI-HEURESDELAI LINE 14 COL 50.
	ACCEPT SAI-DATEEMISSION LINE 15 COL 46.
	ACCEPT CHOIXVALIDATION LINE 17 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "La consigne n'a pas été enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-REFCN = SPACES OR SAI-LIBELLE = SPACES
		MOVE "La référence et l'objet sont obligatoires." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-REFCN TO WS-REFCN.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBDEJA
		FROM CONSIGNES
		WHERE REFCN = :WS-REFCN
	END-EXEC.

	IF WS-NBDEJA > 0
		MOVE "Cette consigne est déjà enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-CIBLE TO WS-CIBLE.
	MOVE SAI-NUMTYP TO WS-NUMTYP.
	MOVE SAI-DESIGNCOMP TO WS-DESIGNCOMP.
	IF WS-CIBLE = "T"
		EXEC SQL
			SELECT DESIGN
			INTO :WS-DESIGN
			FROM TYPES
			WHERE NUMTYP = :WS-NUMTYP
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE "Ce type d'avion n'existe pas." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		MOVE SPACES TO WS-DESIGNCOMP
	ELSE IF WS-CIBLE = "C"
		IF WS-DESIGNCOMP = SPACES
			MOVE "La désignation du composant est obligatoire." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		MOVE 0 TO WS-NUMTYP
	ELSE
		MOVE "Cible invalide (T ou C)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-RECURRENCE TO WS-RECURRENCE.
	MOVE SAI-INTERVALLE TO WS-INTERVALLE.
	IF WS-RECURRENCE NOT = "U" AND WS-RECURRENCE NOT = "H"
		AND WS-RECURRENCE NOT = "M"
		MOVE "Récurrence invalide (U, H ou M)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.
	IF WS-RECURRENCE = "U"
		MOVE 0 TO WS-INTERVALLE
	ELSE
		IF WS-INTERVALLE = 0
			MOVE "Intervalle obligatoire pour une consigne récurrente."
				TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	IF SAI-DATELIMITE = SPACES
		MOVE "99999999" TO WS-DATELIMITE
	ELSE
		IF SAI-DATELIMITE IS NOT NUMERIC
			MOVE "Date limite invalide (AAAAMMJJ)." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		MOVE SAI-DATELIMITE TO WS-DATELIMITE
	END-IF.
	MOVE SAI-HEURESDELAI TO WS-HEURESDELAI.

	IF WS-RECURRENCE = "U" AND WS-DATELIMITE = "99999999"
		AND WS-HEURESDELAI = 0
		MOVE "Une consigne unique doit avoir une échéance." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-DATEEMISSION = SPACES
		MOVE WDATE TO WS-DATEEMISSION
	ELSE
		IF SAI-DATEEMISSION IS NOT NUMERIC
			MOVE "Date d'émission invalide (AAAAMMJJ)." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		MOVE SAI-DATEEMISSION TO WS-DATEEMISSION
	END-IF.
	MOVE SAI-LIBELLE TO WS-LIBELLE.

	MOVE "NUMCN" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMCN.

	EXEC SQL
		INSERT INTO CONSIGNES(NUMCN,REFCN,LIBELLE,CIBLE,NUMTYP,DESIGNCOMP,
		RECURRENCE,INTERVALLE,DATELIMITE,HEURESDELAI,DATEEMISSION)
		VALUES(:WS-NUMCN,:WS-REFCN,:WS-LIBELLE,:WS-CIBLE,:WS-NUMTYP,
		:WS-DESIGNCOMP,:WS-RECURRENCE,:WS-INTERVALLE,:WS-DATELIMITE,
		:WS-HEURESDELAI,:WS-DATEEMISSION)
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, consigne non enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE 0 TO WS-NBCREES.
	PERFORM GENERATION-SUIVI THRU GENERATION-SUIVI-EXIT.
	IF WS-FIN-CURSEUR = 9
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, consigne non enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	MOVE WS-NBCREES TO ED-NBCREES.
	DISPLAY "Consigne de navigabilité enregistrée :".
	DISPLAY "    Numéro : " WS-NUMCN " - " WS-REFCN.
	DISPLAY "    " WS-LIBELLE.
	DISPLAY "    Avions ou composants suivis : " ED-NBCREES.
	MOVE "La consigne a bien été enregistrée." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***************************************************************
***** RATTACHEMENT : LA CONSIGNE (SUIVIE SUR L'AVION DE L'ORDRE OU SUR
***** UN COMPOSANT MONTE SUR CET AVION) SERA APPLIQUEE PAR L'ORDRE DE
***** TRAVAIL ; SA CLOTURE DANS ORDRETRA EN VAUT ENREGISTREMENT
***************************************************************
RATTACHEMENT-ORDRE.
	MOVE 0 TO SAI-NUMCN.
	MOVE 0 TO SAI-NUMOT.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-RATTACHEMENT.
	ACCEPT SCREEN-RATTACHEMENT.
	ACCEPT SAI-NUMCN LINE 07 COL 25.
	ACCEPT SAI-NUMOT LINE 08 COL 41.
	ACCEPT CHOIXVALIDATION LINE 10 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le rattachement n'a pas été enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-NUMCN TO WS-NUMCN.
	EXEC SQL
		SELECT REFCN
		INTO :WS-REFCN
		FROM CONSIGNES
		WHERE NUMCN = :WS-NUMCN
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Cette consigne n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-NUMOT TO WS-NUMOT.
	EXEC SQL
		SELECT NUMAV
		INTO :WS-NUMAV
		FROM ORDRES_TRAVAIL
		WHERE NUMOT = :WS-NUMOT
		AND STATUT NOT = "F"
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Cet ordre n'existe pas ou est déjà clôturé." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		UPDATE CONSIGNES_SUIVI SET NUMOT = :WS-NUMOT
		WHERE NUMCN = :WS-NUMCN
		AND ETATSUIVI = "O"
		AND (CODAV = :WS-NUMAV
		OR NUMCOMP IN (SELECT NUMCOMP FROM COMPOSANTS
		WHERE CODAV = :WS-NUMAV))
	END-EXEC.

	IF SQLCODE = 100
		MOVE "Consigne non suivie ou déjà soldée sur cet avion." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, rattachement non enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "Consigne " WS-REFCN " rattachée à l'ordre " WS-NUMOT
		" (avion " WS-NUMAV ").".
	MOVE "Le rattachement a bien été enregistré." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***************************************************************
***** ETAT DES CONSIGNES OUVERTES D'UN AVION : CELLES DU TYPE, PUIS
***** CELLES DES COMPOSANTS QU'IL PORTE, AVEC L'ECHEANCE ET LE
***** COMPTEUR COURANT
***************************************************************
ETAT-CONSIGNES-AVION.
	MOVE 0 TO SAI-NUMAV.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-ETAT-AVION.
	ACCEPT SCREEN-ETAT-AVION.
	ACCEPT SAI-NUMAV LINE 07 COL 21.

	MOVE SAI-NUMAV TO WS-NUMAV.
	EXEC SQL
		SELECT CPTHORAV
		INTO :WS-COMPTEUR
		FROM AVIONS
		WHERE CODAV = :WS-NUMAV
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Cet avion n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE WS-COMPTEUR TO ED-COMPTEUR.
	DISPLAY "Consignes ouvertes de l'avion " WS-NUMAV
		" (compteur cellule " ED-COMPTEUR " h) :".
	MOVE 0 TO WS-NBLIGNES.

	EXEC SQL
		DECLARE ETATCNCUR CURSOR FOR
		SELECT CONSIGNES.NUMCN, CONSIGNES.REFCN, CONSIGNES.LIBELLE,
		CONSIGNES_SUIVI.NUMCOMP, CONSIGNES_SUIVI.DATEECH,
		CONSIGNES_SUIVI.HEURESECH, CONSIGNES_SUIVI.NUMOT,
		AVIONS.CPTHORAV
		FROM CONSIGNES, CONSIGNES_SUIVI, AVIONS
		WHERE CONSIGNES.NUMCN = CONSIGNES_SUIVI.NUMCN
		AND CONSIGNES_SUIVI.CODAV = AVIONS.CODAV
		AND CONSIGNES_SUIVI.CODAV = :WS-NUMAV
		AND CONSIGNES_SUIVI.ETATSUIVI = "O"
		UNION
		SELECT CONSIGNES.NUMCN, CONSIGNES.REFCN, CONSIGNES.LIBELLE,
		CONSIGNES_SUIVI.NUMCOMP, CONSIGNES_SUIVI.DATEECH,
		CONSIGNES_SUIVI.HEURESECH, CONSIGNES_SUIVI.NUMOT,
		COMPOSANTS.HEURESCOMP
		FROM CONSIGNES, CONSIGNES_SUIVI, COMPOSANTS
		WHERE CONSIGNES.NUMCN = CONSIGNES_SUIVI.NUMCN
		AND CONSIGNES_SUIVI.NUMCOMP = COMPOSANTS.NUMCOMP
		AND COMPOSANTS.CODAV = :WS-NUMAV
		AND CONSIGNES_SUIVI.ETATSUIVI = "O"
		ORDER BY 5
	END-EXEC.

	EXEC SQL
		OPEN ETATCNCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM ETAT-CONSIGNE-SUIVANTE THRU ETAT-CONSIGNE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE ETATCNCUR
	END-EXEC.

	IF WS-NBLIGNES = 0
		MOVE "Aucune consigne ouverte sur cet avion." TO ERREURS
	ELSE
		MOVE "Fin de l'état des consignes de l'avion." TO ERREURS
	END-IF.
	GO TO EVALUATE-CHOIX.

ETAT-CONSIGNE-SUIVANTE.
	EXEC SQL
		FETCH ETATCNCUR
		INTO :WS-NUMCN, :WS-REFCN, :WS-LIBELLE, :WS-SUIVINUMCOMP,
		:WS-DATEECH, :WS-HEURESECH, :WS-SUIVINUMOT, :WS-COMPTEUR
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO ETAT-CONSIGNE-SUIVANTE-EXIT
	END-IF.

	ADD 1 TO WS-NBLIGNES.
	IF WS-DATEECH < WDATE OR WS-COMPTEUR >= WS-HEURESECH
		MOVE "ECHUE" TO WS-ETAT-ECHEANCE
	ELSE
		MOVE "A JOUR" TO WS-ETAT-ECHEANCE
	END-IF.

	DISPLAY "  " WS-NUMCN " " WS-REFCN " " WS-ETAT-ECHEANCE " "
		WS-LIBELLE.
	IF WS-SUIVINUMCOMP NOT = 0
		DISPLAY "      sur le composant " WS-SUIVINUMCOMP
	END-IF.
	IF WS-DATEECH NOT = "99999999"
		DISPLAY "      échéance le " WS-DATEECH
	END-IF.
	IF WS-HEURESECH < 99999.9
		MOVE WS-HEURESECH TO ED-HEURES
		MOVE WS-COMPTEUR TO ED-COMPTEUR
		DISPLAY "      échéance à " ED-HEURES " h (compteur "
			ED-COMPTEUR " h)"
	END-IF.
	IF WS-SUIVINUMOT NOT = 0
		DISPLAY "      application prévue par l'ordre " WS-SUIVINUMOT
	END-IF.

ETAT-CONSIGNE-SUIVANTE-EXIT.
	EXIT.

***************************************************************
***** EXTENSION DU SUIVI : UN AVION DU TYPE OU UN COMPOSANT DE LA
***** DESIGNATION ENTRE EN FLOTTE APRES LA CONSIGNE ; CHAQUE CONSIGNE
***** EST REPRISE ET LE SUIVI MANQUANT EST CREE, AVEC LA MEME REGLE
***** D'ECHEANCE QU'A L'ENREGISTREMENT
***************************************************************
EXTENSION-SUIVI.
	MOVE 0 TO WS-NBCREES.

	EXEC SQL
		DECLARE CNCUR CURSOR FOR
		SELECT NUMCN, CIBLE, NUMTYP, DESIGNCOMP, RECURRENCE, INTERVALLE,
		DATELIMITE, HEURESDELAI
		FROM CONSIGNES
		ORDER BY NUMCN
	END-EXEC.

	EXEC SQL
		OPEN CNCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CONSIGNES.
	PERFORM EXTENSION-CONSIGNE-SUIVANTE
		THRU EXTENSION-CONSIGNE-SUIVANTE-EXIT
		UNTIL WS-FIN-CONSIGNES = 1.

	EXEC SQL
		CLOSE CNCUR
	END-EXEC.

	IF WS-FIN-CURSEUR = 9
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, suivi non étendu." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	MOVE WS-NBCREES TO ED-NBCREES.
	MOVE SPACES TO ERREURS.
	STRING "Lignes de suivi créées : " ED-NBCREES
		DELIMITED BY SIZE INTO ERREURS.
	GO TO EVALUATE-CHOIX.

EXTENSION-CONSIGNE-SUIVANTE.
	EXEC SQL
		FETCH CNCUR
		INTO :WS-NUMCN, :WS-CIBLE, :WS-NUMTYP, :WS-DESIGNCOMP,
		:WS-RECURRENCE, :WS-INTERVALLE, :WS-DATELIMITE, :WS-HEURESDELAI
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CONSIGNES
		GO TO EXTENSION-CONSIGNE-SUIVANTE-EXIT
	END-IF.

	PERFORM GENERATION-SUIVI THRU GENERATION-SUIVI-EXIT.
	IF WS-FIN-CURSEUR = 9
		MOVE 1 TO WS-FIN-CONSIGNES
	END-IF.

EXTENSION-CONSIGNE-SUIVANTE-EXIT.
	EXIT.

***************************************************************
***** CREATION DU SUIVI DE LA CONSIGNE WS-NUMCN SUR LES AVIONS DU TYPE
***** (CIBLE "T") OU LES COMPOSANTS DE LA DESIGNATION (CIBLE "C") QUI
***** N'EN ONT PAS ENCORE ; WS-FIN-CURSEUR = 9 EN CAS D'ERREUR SQL, LE
***** COMMIT OU LE ROLLBACK RESTE A LA CHARGE DE L'APPELANT
***************************************************************
GENERATION-SUIVI.
	IF WS-CIBLE = "C"
		GO TO GENERATION-SUIVI-COMPOSANTS
	END-IF.

	MOVE WS-NUMTYP TO WS-CODTYP-NUM.
	MOVE WS-CODTYP-NUM TO WS-CODTYP.
	EXEC SQL
		DECLARE AVCNCUR CURSOR FOR
		SELECT CODAV, CPTHORAV
		FROM AVIONS
		WHERE CODTYP = :WS-CODTYP
		AND NOT EXISTS (SELECT NUMSUIVI FROM CONSIGNES_SUIVI
		WHERE CONSIGNES_SUIVI.NUMCN = :WS-NUMCN
		AND CONSIGNES_SUIVI.CODAV = AVIONS.CODAV)
	END-EXEC.

	EXEC SQL
		OPEN AVCNCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM SUIVI-AVION-SUIVANT THRU SUIVI-AVION-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR NOT = 0.

	EXEC SQL
		CLOSE AVCNCUR
	END-EXEC.
	GO TO GENERATION-SUIVI-EXIT.

GENERATION-SUIVI-COMPOSANTS.
	EXEC SQL
		DECLARE COMPCNCUR CURSOR FOR
		SELECT NUMCOMP, HEURESCOMP
		FROM COMPOSANTS
		WHERE DESIGNATION = :WS-DESIGNCOMP
		AND NOT EXISTS (SELECT NUMSUIVI FROM CONSIGNES_SUIVI
		WHERE CONSIGNES_SUIVI.NUMCN = :WS-NUMCN
		AND CONSIGNES_SUIVI.NUMCOMP = COMPOSANTS.NUMCOMP)
	END-EXEC.

	EXEC SQL
		OPEN COMPCNCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM SUIVI-COMPOSANT-SUIVANT THRU SUIVI-COMPOSANT-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR NOT = 0.

	EXEC SQL
		CLOSE COMPCNCUR
	END-EXEC.

GENERATION-SUIVI-EXIT.
	EXIT.

SUIVI-AVION-SUIVANT.
	EXEC SQL
		FETCH AVCNCUR
		INTO :WS-CODAV, :WS-COMPTEUR
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO SUIVI-AVION-SUIVANT-EXIT
	END-IF.

	MOVE WS-CODAV TO WS-SUIVICODAV.
	MOVE 0 TO WS-SUIVINUMCOMP.
	PERFORM CREATION-LIGNE-SUIVI.

SUIVI-AVION-SUIVANT-EXIT.
	EXIT.

SUIVI-COMPOSANT-SUIVANT.
	EXEC SQL
		FETCH COMPCNCUR
		INTO :WS-NUMCOMP, :WS-COMPTEUR
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO SUIVI-COMPOSANT-SUIVANT-EXIT
	END-IF.

	MOVE 0 TO WS-SUIVICODAV.
	MOVE WS-NUMCOMP TO WS-SUIVINUMCOMP.
	PERFORM CREATION-LIGNE-SUIVI.

SUIVI-COMPOSANT-SUIVANT-EXIT.
	EXIT.

***** PREMIERE ECHEANCE D'UNE LIGNE DE SUIVI, AU COMPTEUR COURANT
***** (WS-COMPTEUR) DE L'AVION OU DU COMPOSANT
CREATION-LIGNE-SUIVI.
	IF WS-DATELIMITE = "99999999" AND WS-HEURESDELAI = 0
		IF WS-RECURRENCE = "H"
			MOVE "99999999" TO WS-DATEECH
			COMPUTE WS-HEURESECH = WS-COMPTEUR + WS-INTERVALLE
		ELSE
			MOVE WDATE TO WS-ECHEANCE
			MOVE WS-INTERVALLE TO WS-NBMOIS
			PERFORM AJOUT-MOIS
			MOVE WS-ECHEANCE TO WS-DATEECH
			MOVE 99999.9 TO WS-HEURESECH
		END-IF
	ELSE
		MOVE WS-DATELIMITE TO WS-DATEECH
		IF WS-HEURESDELAI > 0
			COMPUTE WS-HEURESECH = WS-COMPTEUR + WS-HEURESDELAI
		ELSE
			MOVE 99999.9 TO WS-HEURESECH
		END-IF
	END-IF.

	MOVE "NUMSUIVI" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMSUIVI.

	EXEC SQL
		INSERT INTO CONSIGNES_SUIVI(NUMSUIVI,NUMCN,CODAV,NUMCOMP,DATEECH,
		HEURESECH,ETATSUIVI,NUMOT)
		VALUES(:WS-NUMSUIVI,:WS-NUMCN,:WS-SUIVICODAV,:WS-SUIVINUMCOMP,
		:WS-DATEECH,:WS-HEURESECH,"O",0)
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 9 TO WS-FIN-CURSEUR
	ELSE
		ADD 1 TO WS-NBCREES
	END-IF.

***** AVANCE WS-ECHEANCE DE WS-NBMOIS MOIS ; LE JOUR EST RAMENE AU
***** DERNIER JOUR DU MOIS D'ARRIVEE SI BESOIN (31 JANVIER + 1 MOIS =
***** 28 OU 29 FEVRIER)
AJOUT-MOIS.
	COMPUTE WS-TOTMOIS = ECH-MOIS - 1 + WS-NBMOIS.
	DIVIDE WS-TOTMOIS BY 12 GIVING WS-QUOTIENT REMAINDER WS-RESTE.
	ADD WS-QUOTIENT TO ECH-ANNEE.
	COMPUTE ECH-MOIS = WS-RESTE + 1.
	PERFORM CALCUL-DERNIER-JOUR.
	IF ECH-JOUR > WS-DERNIER-JOUR
		MOVE WS-DERNIER-JOUR TO ECH-JOUR
	END-IF.

CALCUL-DERNIER-JOUR.
	EVALUATE ECH-MOIS
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
			DIVIDE ECH-ANNEE BY 4
				GIVING WS-QUOTIENT REMAINDER WS-RESTE
			IF WS-RESTE = 0
				MOVE 29 TO WS-DERNIER-JOUR
			ELSE
				MOVE 28 TO WS-DERNIER-JOUR
			END-IF
	END-EVALUATE.

EVALUATE-CHOIX.
	ACCEPT CHOIX LINE 22 COL 01.
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

	MOVE "CONSIGNE" TO WS-PROGRAMME.
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
