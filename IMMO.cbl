IDENTIFICATION DIVISION.
PROGRAM-ID. IMMO.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** REGISTRE DES IMMOBILISATIONS : AVIONS, MOTEURS ET REVISIONS
***** GENERALES CAPITALISEES (COMPOSANTS, TBO), POMPE A CARBURANT ET
***** MATERIEL DE HANGAR, AVEC DATE D'ACQUISITION, COUT, DUREE ET MODE
***** D'AMORTISSEMENT. UNE IMMOBILISATION DEJA AMORTIE AILLEURS (TABLEUR
***** DU TRESORIER) EST REPRISE AVEC SES AMORTISSEMENTS CUMULES ET LE
***** DERNIER EXERCICE DOTE. LES DOTATIONS ANNUELLES SONT CALCULEES A LA
***** CLOTURE (CLOTUREX, SOUS-PROGRAMME AMORTIS) ; A LA CESSION (VENTE
***** D'UN AVION...), L'ANNEE EN COURS EST DOTEE AU PRORATA, PUIS LA
***** PLUS OU MOINS-VALUE (PRIX - VALEUR NETTE) EST FIGEE ET PASSEE AU
***** JOURNAL. LE TABLEAU DES IMMOBILISATIONS EST EDITE PAR TABIMMO
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 CHOIX PIC X.
77 CHOIXACTION PIC X.
77 CHOIXVALIDATION PIC X.

**** VARIABLES DE SAISIE
77 SAI-CATIMMO PIC X.
77 SAI-LIBELLE PIC X(30).
77 SAI-CODAV PIC Z(3).
77 SAI-NUMCOMP PIC Z(6).
77 SAI-DATEACQ PIC X(8).
77 SAI-COUTACQ PIC 9(8)V99.
77 SAI-DUREEANS PIC Z(2).
77 SAI-METHODE PIC X.
77 SAI-CUMULREPRIS PIC 9(8)V99.
77 SAI-DERNIEREANNEE PIC X(4).
77 SAI-NUMIMMO PIC Z(6).
77 SAI-DATECESSION PIC X(8).
77 SAI-PRIXCESSION PIC 9(8)V99.
77 ED-MONTANT PIC Z(7)9.99.
77 ED-RESULTAT PIC -(8)9.99.
77 LIBELLE-CATEGORIE PIC X(20).
77 LIBELLE-ETAT PIC X(20).

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES IMMOBILISATIONS, AVIONS, COMPOSANTS, EXERCICES
	EXEC SQL
		INCLUDE IMMOBILISATIONS,AVIONS,COMPOSANTS,EXERCICES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-IMMOBILISATION.
			05 WS-NUMIMMO PIC 9(6).
			05 WS-CATIMMO PIC X.
			05 WS-LIBELLE PIC X(30).
			05 WS-CODAV PIC 9(3).
			05 WS-NUMCOMP PIC 9(6).
			05 WS-DATEACQ PIC X(8).
			05 WS-COUTACQ PIC 9(8)V99.
			05 WS-DUREEANS PIC 9(2).
			05 WS-METHODE PIC X.
			05 WS-CUMULAMORT PIC 9(8)V99.
			05 WS-DERNIEREANNEE PIC X(4).
			05 WS-ETATIMMO PIC X.
			05 WS-DATECESSION PIC X(8).
			05 WS-PRIXCESSION PIC 9(8)V99.
			05 WS-RESULTATCESSION PIC S9(8)V99.
			05 WS-VNC PIC 9(8)V99.
			05 WS-NBTROUVES PIC 9(4).
			05 WS-ANNEE-CESSION PIC X(4).
			05 WS-DERNIER-CLOS PIC X(4).
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

***** CONTRAT D'APPEL DE AMORTIS (MEME DESSIN QUE SA LINKAGE SECTION)
01 AMORT-DEMANDE.
	02 AMORT-ACTION PIC X.
	02 AMORT-ANNEE PIC X(4).
	02 AMORT-NUMIMMO PIC 9(6).
	02 AMORT-DATE PIC X(8).
	02 AMORT-RETOUR PIC X.
	02 AMORT-NBIMMO PIC 9(6).
	02 AMORT-TOTAL PIC 9(8)V99.
	02 AMORT-CUMUL PIC 9(8)V99.
	02 AMORT-VNC PIC 9(8)V99.

LINKAGE SECTION.
SCREEN SECTION.
**** ECRAN DE SAISIE
  01  DELETE-SCREEN BLANK SCREEN.
  01  SCREEN-MENU-IMMO.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "REGISTRE DES IMMOBILISATIONS".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "1 : Inscrire une immobilisation".
	  05 LINE 08 COL 01 VALUE "2 : Céder une immobilisation (vente)".
	  05 LINE 09 COL 01 VALUE "3 : Consulter une immobilisation".
	  05 LINE 10 COL 01 VALUE "4 : Ne rien faire".
	  05 LINE 11 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 11 COL 48 PIC X TO CHOIXACTION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-INSCRIPTION.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "INSCRIPTION D'UNE IMMOBILISATION".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Catégorie (A avion, M moteur/révision, P pompe, H hangar) : ".
	  05 LINE 06 COL 62 PIC X TO SAI-CATIMMO.
	  05 LINE 07 COL 01 VALUE "Libellé : ".
	  05 LINE 07 COL 11 PIC X(30) TO SAI-LIBELLE.
	  05 LINE 08 COL 01 VALUE "Avion (catégorie A) : ".
	  05 LINE 08 COL 23 PIC Z(3) TO SAI-CODAV.
	  05 LINE 08 COL 30 VALUE "Composant (catégorie M) : ".
	  05 LINE 08 COL 56 PIC Z(6) TO SAI-NUMCOMP.
	  05 LINE 09 COL 01 VALUE "Date d'acquisition (AAAAMMJJ) : ".
	  05 LINE 09 COL 33 PIC X(8) TO SAI-DATEACQ.
	  05 LINE 10 COL 01 VALUE "Coût d'acquisition : ".
	  05 LINE 10 COL 22 PIC 9(8)V99 TO SAI-COUTACQ.
	  05 LINE 11 COL 01 VALUE "Durée d'amortissement (années) : ".
	  05 LINE 11 COL 34 PIC Z(2) TO SAI-DUREEANS.
	  05 LINE 12 COL 01 VALUE "Mode (L linéaire, D dégressif) : ".
	  05 LINE 12 COL 34 PIC X TO SAI-METHODE.
	  05 LINE 13 COL 01 VALUE "Reprise : amortissements déjà pratiqués : ".
	  05 LINE 13 COL 43 PIC 9(8)V99 TO SAI-CUMULREPRIS.
	  05 LINE 14 COL 01 VALUE "          dernier exercice amorti (AAAA, vide = aucun) : ".
	  05 LINE 14 COL 59 PIC X(4) TO SAI-DERNIEREANNEE.
	  05 LINE 16 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 16 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CESSION.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "CESSION D'UNE IMMOBILISATION".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Numéro de l'immobilisation : ".
	  05 LINE 06 COL 30 PIC Z(6) TO SAI-NUMIMMO.
	  05 LINE 07 COL 01 VALUE "Date de cession (AAAAMMJJ, vide = aujourd'hui) : ".
	  05 LINE 07 COL 50 PIC X(8) TO SAI-DATECESSION.
	  05 LINE 08 COL 01 VALUE "Prix de cession : ".
	  05 LINE 08 COL 19 PIC 9(8)V99 TO SAI-PRIXCESSION.
	  05 LINE 10 COL 01 VALUE "Voulez-vous enregistrer la cession ? O/N ".
	  05 LINE 10 COL 42 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CLE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "CONSULTATION D'UNE IMMOBILISATION".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Numéro de l'immobilisation : ".
	  05 LINE 06 COL 30 PIC Z(6) TO SAI-NUMIMMO.
      05 LINE 09 COL 01 PIC X(43) FROM ERREURS.
      05 LINE 10 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 11 COL 01 PIC X TO CHOIX.

  01  SCREEN-FICHE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "FICHE D'IMMOBILISATION".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Immobilisation No ".
	  05 LINE 06 COL 19 PIC Z(5)9 FROM WS-NUMIMMO.
	  05 LINE 06 COL 27 PIC X(30) FROM WS-LIBELLE.
	  05 LINE 07 COL 01 VALUE "Catégorie ............... : ".
	  05 LINE 07 COL 29 PIC X(20) FROM LIBELLE-CATEGORIE.
	  05 LINE 08 COL 01 VALUE "Avion / composant ....... : ".
	  05 LINE 08 COL 29 PIC ZZ9 FROM WS-CODAV.
	  05 LINE 08 COL 34 PIC Z(5)9 FROM WS-NUMCOMP.
	  05 LINE 09 COL 01 VALUE "Acquisition ............. : ".
	  05 LINE 09 COL 29 PIC X(8) FROM WS-DATEACQ.
	  05 LINE 10 COL 01 VALUE "Coût d'acquisition ...... : ".
	  05 LINE 10 COL 29 PIC Z(7)9.99 FROM WS-COUTACQ.
	  05 LINE 11 COL 01 VALUE "Durée / mode ............ : ".
	  05 LINE 11 COL 29 PIC Z9 FROM WS-DUREEANS.
	  05 LINE 11 COL 32 VALUE "ans".
	  05 LINE 11 COL 36 PIC X FROM WS-METHODE.
	  05 LINE 12 COL 01 VALUE "Amortissements cumulés .. : ".
	  05 LINE 12 COL 29 PIC Z(7)9.99 FROM WS-CUMULAMORT.
	  05 LINE 12 COL 42 VALUE "au ".
	  05 LINE 12 COL 45 PIC X(4) FROM WS-DERNIEREANNEE.
	  05 LINE 13 COL 01 VALUE "Valeur nette comptable .. : ".
	  05 LINE 13 COL 29 PIC Z(7)9.99 FROM WS-VNC.
	  05 LINE 14 COL 01 VALUE "Etat .................... : ".
	  05 LINE 14 COL 29 PIC X(20) FROM LIBELLE-ETAT.
	  05 LINE 15 COL 01 VALUE "Cession (date, prix) .... : ".
	  05 LINE 15 COL 29 PIC X(8) FROM WS-DATECESSION.
	  05 LINE 15 COL 39 PIC Z(7)9.99 FROM WS-PRIXCESSION.
	  05 LINE 16 COL 01 VALUE "Plus ou moins-value ..... : ".
	  05 LINE 16 COL 29 PIC -(8)9.99 FROM WS-RESULTATCESSION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

PROCEDURE DIVISION.

DEBUT.

PERFORM AFFICHE-MENU-IMMO.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM INSCRIPTION-IMMO THRU EVALUATE-CHOIX
	WHEN "2"
		PERFORM CESSION-IMMO THRU EVALUATE-CHOIX
	WHEN "3"
		PERFORM CONSULTATION-IMMO THRU EVALUATE-CHOIX
	WHEN "4"
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

AFFICHE-MENU-IMMO.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-MENU-IMMO.
	ACCEPT SCREEN-MENU-IMMO.

***** INSCRIPTION : UN AVION EST RATTACHE A SA CELLULE, UN MOTEUR OU UNE
***** REVISION MOTEUR A SON COMPOSANT (ET A L'AVION QUI LE PORTE) ; UNE
***** REPRISE D'AMORTISSEMENTS EXIGE LE DERNIER EXERCICE DEJA AMORTI.
***** UNE ACQUISITION DATEE DANS UN EXERCICE DEJA CLOS N'EST ACCEPTEE
***** QU'AVEC UNE REPRISE COUVRANT AU MOINS LE DERNIER EXERCICE CLOS :
***** AMORTIS NE DOTE QUE L'EXERCICE EN COURS DE CLOTURE ET NE REOUVRE
***** PAS LES EXERCICES ANTERIEURS
INSCRIPTION-IMMO.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-INSCRIPTION.
	ACCEPT SCREEN-INSCRIPTION.
	ACCEPT SAI-CATIMMO LINE 06 COL 62.
	ACCEPT SAI-LIBELLE LINE 07 COL 11.
	ACCEPT SAI-CODAV LINE 08 COL 23.
	ACCEPT SAI-NUMCOMP LINE 08 COL 56.
	ACCEPT SAI-DATEACQ LINE 09 COL 33.
	ACCEPT SAI-COUTACQ LINE 10 COL 22.
	ACCEPT SAI-DUREEANS LINE 11 COL 34.
	ACCEPT SAI-METHODE LINE 12 COL 34.
	ACCEPT SAI-CUMULREPRIS LINE 13 COL 43.
	ACCEPT SAI-DERNIEREANNEE LINE 14 COL 59.
	ACCEPT CHOIXVALIDATION LINE 16 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "L'immobilisation n'a pas été inscrite." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	INSPECT SAI-CATIMMO CONVERTING "amph" TO "AMPH".
	INSPECT SAI-METHODE CONVERTING "ld" TO "LD".
	MOVE SAI-CATIMMO TO WS-CATIMMO.
	MOVE SAI-LIBELLE TO WS-LIBELLE.
	MOVE SAI-CODAV TO WS-CODAV.
	MOVE SAI-NUMCOMP TO WS-NUMCOMP.
	MOVE SAI-DUREEANS TO WS-DUREEANS.
	MOVE SAI-METHODE TO WS-METHODE.

	IF WS-CATIMMO NOT = "A" AND WS-CATIMMO NOT = "M"
		AND WS-CATIMMO NOT = "P" AND WS-CATIMMO NOT = "H"
		MOVE "Catégorie inconnue (A, M, P ou H)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-LIBELLE = SPACES
		MOVE "Le libellé est obligatoire." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-CATIMMO = "A"
		MOVE 0 TO WS-NUMCOMP
		EXEC SQL
			SELECT COUNT(*)
			INTO :WS-NBTROUVES
			FROM AVIONS
			WHERE CODAV = :WS-CODAV
		END-EXEC
		IF WS-NBTROUVES = 0
			MOVE "Cet avion n'existe pas." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	IF WS-CATIMMO = "M"
		EXEC SQL
			SELECT CODAV
			INTO :WS-CODAV
			FROM COMPOSANTS
			WHERE NUMCOMP = :WS-NUMCOMP
		END-EXEC
		IF SQLCODE NOT = 0
			MOVE "Ce composant n'existe pas." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	IF WS-CATIMMO = "P" OR WS-CATIMMO = "H"
		MOVE 0 TO WS-CODAV
		MOVE 0 TO WS-NUMCOMP
	END-IF.

	IF SAI-DATEACQ IS NOT NUMERIC OR SAI-DATEACQ > WDATE
		MOVE "Date d'acquisition invalide (AAAAMMJJ, passée)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.
	MOVE SAI-DATEACQ TO WS-DATEACQ.

	IF SAI-COUTACQ = 0
		MOVE "Le coût d'acquisition est obligatoire." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.
	MOVE SAI-COUTACQ TO WS-COUTACQ.

	IF WS-DUREEANS = 0
		MOVE "La durée d'amortissement est obligatoire." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-METHODE NOT = "L" AND WS-METHODE NOT = "D"
		MOVE "Mode d'amortissement inconnu (L ou D)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-CUMULREPRIS > WS-COUTACQ
		MOVE "Amortissements repris supérieurs au coût." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.
	MOVE SAI-CUMULREPRIS TO WS-CUMULAMORT.

	IF SAI-DERNIEREANNEE = SPACES
		IF WS-CUMULAMORT > 0
			MOVE "Reprise : dernier exercice amorti obligatoire." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		MOVE "0000" TO WS-DERNIEREANNEE
	ELSE
		IF SAI-DERNIEREANNEE IS NOT NUMERIC
			OR SAI-DERNIEREANNEE < WS-DATEACQ(1:4)
			OR SAI-DERNIEREANNEE NOT < WANNEE
			MOVE "Dernier exercice amorti invalide." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		MOVE SAI-DERNIEREANNEE TO WS-DERNIEREANNEE
	END-IF.

	MOVE "0000" TO WS-DERNIER-CLOS.
	EXEC SQL
		SELECT MAX(ANNEE)
		INTO :WS-DERNIER-CLOS
		FROM EXERCICES
		WHERE STATUTEX = "C"
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-DERNIER-CLOS IS NOT NUMERIC
		MOVE "0000" TO WS-DERNIER-CLOS
	END-IF.

	IF WS-DATEACQ(1:4) NOT > WS-DERNIER-CLOS
		AND WS-DERNIEREANNEE < WS-DERNIER-CLOS
		MOVE SPACES TO ERREURS
		STRING "Exercice clos : reprise exigée jusqu'en " WS-DERNIER-CLOS
			DELIMITED BY SIZE INTO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE "NUMIMMO" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMIMMO.

	EXEC SQL
		INSERT INTO IMMOBILISATIONS(NUMIMMO,CATIMMO,LIBELLE,CODAV,
		NUMCOMP,DATEACQ,COUTACQ,DUREEANS,METHODE,CUMULAMORT,
		DERNIEREANNEE,ETATIMMO,DATECESSION,PRIXCESSION,RESULTATCESSION)
		VALUES(:WS-NUMIMMO,:WS-CATIMMO,:WS-LIBELLE,:WS-CODAV,
		:WS-NUMCOMP,:WS-DATEACQ,:WS-COUTACQ,:WS-DUREEANS,:WS-METHODE,
		:WS-CUMULAMORT,:WS-DERNIEREANNEE,"S"," ",0,0)
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, immobilisation non inscrite." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	MOVE WS-COUTACQ TO ED-MONTANT.
	DISPLAY "Immobilisation inscrite :".
	DISPLAY "    Numéro : " WS-NUMIMMO.
	DISPLAY "    " WS-LIBELLE " acquis le " WS-DATEACQ.
	DISPLAY "    Coût : " ED-MONTANT " sur " WS-DUREEANS " ans, mode "
		WS-METHODE.
	MOVE "L'immobilisation a bien été inscrite." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***** CESSION : LA DATE NE DOIT PAS TOMBER DANS UN EXERCICE CLOS ; AMORTIS
***** DOTE L'ANNEE DE CESSION AU PRORATA ET RENVOIE LA VALEUR NETTE, LA
***** PLUS OU MOINS-VALUE = PRIX - VALEUR NETTE. LE TOUT EST VALIDE EN
***** UNE SEULE UNITE DE TRAVAIL
CESSION-IMMO.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-CESSION.
	ACCEPT SCREEN-CESSION.
	ACCEPT SAI-NUMIMMO LINE 06 COL 30.
	ACCEPT SAI-DATECESSION LINE 07 COL 50.
	ACCEPT SAI-PRIXCESSION LINE 08 COL 19.
	ACCEPT CHOIXVALIDATION LINE 10 COL 42.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "La cession n'a pas été enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-NUMIMMO TO WS-NUMIMMO.
	IF SAI-DATECESSION = SPACES
		MOVE WDATE TO WS-DATECESSION
	ELSE
		MOVE SAI-DATECESSION TO WS-DATECESSION
	END-IF.

	IF WS-DATECESSION IS NOT NUMERIC OR WS-DATECESSION > WDATE
		MOVE "Date de cession invalide (AAAAMMJJ, passée)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE WS-DATECESSION(1:4) TO WS-ANNEE-CESSION.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBTROUVES
		FROM EXERCICES
		WHERE ANNEE = :WS-ANNEE-CESSION
		AND STATUTEX = "C"
	END-EXEC.

	IF WS-NBTROUVES > 0
		MOVE "Exercice clos : cession non enregistrable." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE "C" TO AMORT-ACTION.
	MOVE WS-NUMIMMO TO AMORT-NUMIMMO.
	MOVE WS-DATECESSION TO AMORT-DATE.
	CALL "AMORTIS" USING AMORT-DEMANDE.

	IF AMORT-RETOUR NOT = "O"
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "Cession refusée (immobilisation, date)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-PRIXCESSION TO WS-PRIXCESSION.
	MOVE AMORT-VNC TO WS-VNC.
	COMPUTE WS-RESULTATCESSION = WS-PRIXCESSION - WS-VNC.

	EXEC SQL
		UPDATE IMMOBILISATIONS
		SET ETATIMMO = "C", DATECESSION = :WS-DATECESSION,
		PRIXCESSION = :WS-PRIXCESSION,
		RESULTATCESSION = :WS-RESULTATCESSION
		WHERE NUMIMMO = :WS-NUMIMMO
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, cession non enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "Cession enregistrée :".
	DISPLAY "    Immobilisation : " WS-NUMIMMO " le " WS-DATECESSION.
	MOVE AMORT-TOTAL TO ED-MONTANT.
	DISPLAY "    Dotation complémentaire : " ED-MONTANT.
	MOVE WS-VNC TO ED-MONTANT.
	DISPLAY "    Valeur nette comptable : " ED-MONTANT.
	MOVE WS-PRIXCESSION TO ED-MONTANT.
	DISPLAY "    Prix de cession : " ED-MONTANT.
	MOVE WS-RESULTATCESSION TO ED-RESULTAT.
	IF WS-RESULTATCESSION < 0
		DISPLAY "    Moins-value : " ED-RESULTAT
	ELSE
		DISPLAY "    Plus-value : " ED-RESULTAT
	END-IF.
	MOVE "La cession a bien été enregistrée." TO ERREURS.
	GO TO EVALUATE-CHOIX.

CONSULTATION-IMMO.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-CLE.
	ACCEPT SCREEN-CLE.
	ACCEPT SAI-NUMIMMO LINE 06 COL 30.
	MOVE SAI-NUMIMMO TO WS-NUMIMMO.

	EXEC SQL
		SELECT CATIMMO, LIBELLE, CODAV, NUMCOMP, DATEACQ, COUTACQ,
		DUREEANS, METHODE, CUMULAMORT, DERNIEREANNEE, ETATIMMO,
		DATECESSION, PRIXCESSION, RESULTATCESSION
		INTO :WS-CATIMMO, :WS-LIBELLE, :WS-CODAV, :WS-NUMCOMP,
		:WS-DATEACQ, :WS-COUTACQ, :WS-DUREEANS, :WS-METHODE,
		:WS-CUMULAMORT, :WS-DERNIEREANNEE, :WS-ETATIMMO,
		:WS-DATECESSION, :WS-PRIXCESSION, :WS-RESULTATCESSION
		FROM IMMOBILISATIONS
		WHERE NUMIMMO = :WS-NUMIMMO
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Cette immobilisation n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	COMPUTE WS-VNC = WS-COUTACQ - WS-CUMULAMORT.
	EVALUATE WS-CATIMMO
		WHEN "A"
			MOVE "Avion" TO LIBELLE-CATEGORIE
		WHEN "M"
			MOVE "Moteur / révision" TO LIBELLE-CATEGORIE
		WHEN "P"
			MOVE "Pompe à carburant" TO LIBELLE-CATEGORIE
		WHEN OTHER
			MOVE "Matériel de hangar" TO LIBELLE-CATEGORIE
	END-EVALUATE.
	IF WS-ETATIMMO = "C"
		MOVE "Cédée" TO LIBELLE-ETAT
	ELSE
		MOVE "En service" TO LIBELLE-ETAT
	END-IF.

	MOVE SPACES TO ERREURS.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-FICHE.
	ACCEPT CHOIX LINE 22 COL 01.
	GO TO EVALUATE-CHOIX.

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

	MOVE "IMMO" TO WS-PROGRAMME.
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
