IDENTIFICATION DIVISION.
PROGRAM-ID. FOURNIS.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** FOURNISSEURS ET GRAND LIVRE DES FACTURES FOURNISSEURS : FICHE DU
***** FOURNISSEUR (DELAI DE PAIEMENT, NATURE DE CHARGE HABITUELLE),
***** SAISIE DES FACTURES RECUES AVEC LEUR ECHEANCE ET LA LIVRAISON DE
***** CARBURANT, L'ORDRE DE TRAVAIL OU L'IMMOBILISATION ACQUISE (NATURE
***** "I", CF IMMO) QU'ELLES COUVRENT, ENREGISTREMENT
***** DES PAIEMENTS (UNE FACTURE PEUT ETRE PAYEE EN PLUSIEURS FOIS) ET
***** ECHEANCIER DES FACTURES A PAYER, LES ECHUES EN TETE - FINI LE
***** CLASSEUR PAPIER ET LES ECHEANCES MANQUEES. JOURNAL EN TIRE LES
***** ECRITURES D'ACHAT ET DE PAIEMENT (COMPTES 401), RAPBANQ RAPPROCHE
***** LES PAIEMENTS DU RELEVE
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 CHOIX PIC X.
77 CHOIXACTION PIC X.
77 CHOIXVALIDATION PIC X.

**** VARIABLES DE SAISIE
77 SAI-NUMFOUR PIC Z(3).
77 SAI-RAISONSOC PIC X(30).
77 SAI-ADRESSE PIC X(50).
77 SAI-IBAN PIC X(34).
77 SAI-DELAIPAIE PIC Z(3).
77 SAI-NATUREDEF PIC X.
77 SAI-ACTIF PIC X.
77 SAI-REFFOURN PIC X(20).
77 SAI-DATEFF PIC X(8).
77 SAI-DATECHEANCE PIC X(8).
77 SAI-NATURE PIC X.
77 SAI-LIBELLE PIC X(30).
77 SAI-MONTANT PIC 9(7)V99.
77 SAI-NUMLIVR PIC Z(6).
77 SAI-NUMOT PIC Z(6).
77 SAI-NUMIMMO PIC Z(6).
77 SAI-NUMFF PIC Z(6).
77 SAI-DATEPAIE PIC X(8).
77 SAI-MODEPAIE PIC X.

77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-NBECHUES PIC 9(4) VALUE IS 0.
77 WS-NBAECHOIR PIC 9(4) VALUE IS 0.
77 WS-TOT-ECHU PIC 9(8)V99 VALUE IS 0.
77 WS-TOT-AECHOIR PIC 9(8)V99 VALUE IS 0.
77 WS-RESTE-DU PIC 9(7)V99 VALUE IS 0.
77 WS-NBJOURS PIC 9(3) VALUE IS 0.

***** ZONES D'EDITION
77 ED-MONTANT PIC Z(6)9.99.
77 ED-NBECHUES PIC Z(3)9.

***** CALCUL DE L'ECHEANCE : DATE DE FACTURE AVANCEE JOUR PAR JOUR DU
***** DELAI DE PAIEMENT DU FOURNISSEUR
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

**** IMPORT TABLES FOURNISSEURS, FACTURES_FOURN, PAIEMENTS_FOURN
	EXEC SQL
		INCLUDE FOURNISSEURS,FACTURES_FOURN,PAIEMENTS_FOURN
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-FOURNISSEURS.
			05 WS-NUMFOUR PIC 9(3).
			05 WS-RAISONSOC PIC X(30).
			05 WS-ADRESSE PIC X(50).
			05 WS-IBAN PIC X(34).
			05 WS-DELAIPAIE PIC 9(3).
			05 WS-NATUREDEF PIC X.
			05 WS-ACTIF PIC X.
		01 WS-FACTURES-FOURN.
			05 WS-NUMFF PIC 9(6).
			05 WS-REFFOURN PIC X(20).
			05 WS-DATEFF PIC X(8).
			05 WS-DATECHEANCE PIC X(8).
			05 WS-NATURE PIC X.
			05 WS-LIBELLE PIC X(30).
			05 WS-MONTANT PIC 9(7)V99.
			05 WS-NUMLIVR PIC 9(6).
			05 WS-NUMOT PIC 9(6).
			05 WS-NUMIMMO PIC 9(6).
			05 WS-ETATIMMO PIC X.
			05 WS-ETATFF PIC X.
			05 WS-DEJAPAYE PIC 9(7)V99.
			05 WS-NBDEJA PIC 9(6).
		01 WS-PAIEMENTS-FOURN.
			05 WS-NUMPF PIC 9(6).
			05 WS-MONTANTPAIE PIC 9(7)V99.
			05 WS-DATEPAIE PIC X(8).
			05 WS-MODEPAIE PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES LIVRAISONS_CARBURANT, ORDRES_TRAVAIL, IMMOBILISATIONS
	EXEC SQL
		INCLUDE LIVRAISONS_CARBURANT,ORDRES_TRAVAIL,IMMOBILISATIONS
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

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
***** DESSIN QUE SA LINKAGE SECTION
01 SPOOL-DEMANDE.
	02 SPOOL-ACTION PIC X VALUE "L".
	02 SPOOL-PROGRAMME PIC X(8).
	02 SPOOL-LIGNE PIC X(80).
	02 SPOOL-NUMRAPPORT PIC 9(6).

***** CONTRAT D'APPEL DE MVTCAISSE (MEME DESSIN QUE SA LINKAGE SECTION)
01 CAISSE-DEMANDE.
	02 CAISSE-ACTION PIC X.
	02 CAISSE-SENS PIC X.
	02 CAISSE-MONTANT PIC 9(6)V99.
	02 CAISSE-NATURE PIC X.
	02 CAISSE-NUMPIECE PIC 9(8).
	02 CAISSE-ORIGINE PIC X(10).
	02 CAISSE-RETOUR PIC X.
	02 CAISSE-NUMCAISSE PIC 9(6).
	02 CAISSE-CODEUTIL PIC X(8).

LINKAGE SECTION.
SCREEN SECTION.
**** ECRAN DE SAISIE
  01  DELETE-SCREEN BLANK SCREEN.
  01  SCREEN-MENU-FOURNIS.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "FOURNISSEURS".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "1 : Créer ou modifier un fournisseur".
	  05 LINE 08 COL 01 VALUE "2 : Saisir une facture fournisseur".
	  05 LINE 09 COL 01 VALUE "3 : Enregistrer un paiement".
	  05 LINE 10 COL 01 VALUE "4 : Echéancier et factures échues".
	  05 LINE 11 COL 01 VALUE "5 : Ne rien faire".
	  05 LINE 12 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 12 COL 48 PIC X TO CHOIXACTION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CLE-FOURNISSEUR.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "FICHE FOURNISSEUR".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "Numéro du fournisseur (vide = nouveau) : ".
	  05 LINE 07 COL 42 PIC Z(3) TO SAI-NUMFOUR.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-FICHE-FOURNISSEUR.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "FICHE FOURNISSEUR (VIDE = INCHANGE)".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Raison sociale : ".
	  05 LINE 06 COL 18 PIC X(30) FROM WS-RAISONSOC.
	  05 LINE 07 COL 18 PIC X(30) TO SAI-RAISONSOC.
	  05 LINE 08 COL 01 VALUE "Adresse : ".
	  05 LINE 08 COL 11 PIC X(50) FROM WS-ADRESSE.
	  05 LINE 09 COL 11 PIC X(50) TO SAI-ADRESSE.
	  05 LINE 10 COL 01 VALUE "IBAN : ".
	  05 LINE 10 COL 08 PIC X(34) FROM WS-IBAN.
	  05 LINE 11 COL 08 PIC X(34) TO SAI-IBAN.
	  05 LINE 12 COL 01 VALUE "Délai de paiement (jours) : ".
	  05 LINE 12 COL 29 PIC ZZ9 FROM WS-DELAIPAIE.
	  05 LINE 12 COL 35 PIC Z(3) TO SAI-DELAIPAIE.
	  05 LINE 13 COL 01 VALUE "Nature (C carburant, P pièces, M entretien, A assurance, D divers) : ".
	  05 LINE 13 COL 71 PIC X FROM WS-NATUREDEF.
	  05 LINE 13 COL 74 PIC X TO SAI-NATUREDEF.
	  05 LINE 14 COL 01 VALUE "Actif (O/N) : ".
	  05 LINE 14 COL 15 PIC X FROM WS-ACTIF.
	  05 LINE 14 COL 18 PIC X TO SAI-ACTIF.
	  05 LINE 16 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 16 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-SAISIE-FACTURE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "SAISIE D'UNE FACTURE FOURNISSEUR".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Numéro du fournisseur : ".
	  05 LINE 06 COL 25 PIC Z(3) TO SAI-NUMFOUR.
	  05 LINE 07 COL 01 VALUE "Référence de la facture : ".
	  05 LINE 07 COL 27 PIC X(20) TO SAI-REFFOURN.
	  05 LINE 08 COL 01 VALUE "Date de la facture (AAAAMMJJ) : ".
	  05 LINE 08 COL 33 PIC X(8) TO SAI-DATEFF.
	  05 LINE 09 COL 01 VALUE "Montant TTC : ".
	  05 LINE 09 COL 15 PIC 9(7)V99 TO SAI-MONTANT.
	  05 LINE 10 COL 01 VALUE "Libellé : ".
	  05 LINE 10 COL 11 PIC X(30) TO SAI-LIBELLE.
	  05 LINE 11 COL 01 VALUE "Nature (C, P, M, A, D, I ; vide = celle du fournisseur) : ".
	  05 LINE 11 COL 60 PIC X TO SAI-NATURE.
	  05 LINE 12 COL 01 VALUE "Echéance (AAAAMMJJ ; vide = délai du fournisseur) : ".
	  05 LINE 12 COL 54 PIC X(8) TO SAI-DATECHEANCE.
	  05 LINE 13 COL 01 VALUE "Livraison de carburant facturée (numéro ou vide) : ".
	  05 LINE 13 COL 53 PIC Z(6) TO SAI-NUMLIVR.
	  05 LINE 14 COL 01 VALUE "Ordre de travail facturé (numéro ou vide) : ".
	  05 LINE 14 COL 46 PIC Z(6) TO SAI-NUMOT.
	  05 LINE 15 COL 01 VALUE "Immobilisation acquise (numéro ou vide) : ".
	  05 LINE 15 COL 44 PIC Z(6) TO SAI-NUMIMMO.
	  05 LINE 16 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 16 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CLE-PAIEMENT.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "PAIEMENT D'UNE FACTURE FOURNISSEUR".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "Numéro de la facture fournisseur : ".
	  05 LINE 07 COL 36 PIC Z(6) TO SAI-NUMFF.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-SAISIE-PAIEMENT.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "PAIEMENT D'UNE FACTURE FOURNISSEUR".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Fournisseur : ".
	  05 LINE 06 COL 15 PIC X(30) FROM WS-RAISONSOC.
	  05 LINE 07 COL 01 VALUE "Facture : ".
	  05 LINE 07 COL 11 PIC X(20) FROM WS-REFFOURN.
	  05 LINE 07 COL 33 VALUE "échéance : ".
	  05 LINE 07 COL 44 PIC X(8) FROM WS-DATECHEANCE.
	  05 LINE 08 COL 01 VALUE "Montant : ".
	  05 LINE 08 COL 11 PIC Z(6)9.99 FROM WS-MONTANT.
	  05 LINE 08 COL 23 VALUE "déjà payé : ".
	  05 LINE 08 COL 35 PIC Z(6)9.99 FROM WS-DEJAPAYE.
	  05 LINE 08 COL 47 VALUE "reste dû : ".
	  05 LINE 08 COL 58 PIC Z(6)9.99 FROM WS-RESTE-DU.
	  05 LINE 10 COL 01 VALUE "Montant payé (vide = reste dû) : ".
	  05 LINE 10 COL 35 PIC 9(7)V99 TO WS-MONTANTPAIE.
	  05 LINE 11 COL 01 VALUE "Date du paiement (AAAAMMJJ ; vide = ce jour) : ".
	  05 LINE 11 COL 49 PIC X(8) TO SAI-DATEPAIE.
	  05 LINE 12 COL 01 VALUE "Mode (V : virement, C : chèque, P : prélèvement, E : espèces) : ".
	  05 LINE 12 COL 66 PIC X TO SAI-MODEPAIE.
	  05 LINE 14 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 14 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

PROCEDURE DIVISION.

DEBUT.

PERFORM AFFICHE-MENU-FOURNIS.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM FICHE-FOURNISSEUR THRU EVALUATE-CHOIX
	WHEN "2"
		PERFORM SAISIE-FACTURE THRU EVALUATE-CHOIX
	WHEN "3"
		PERFORM SAISIE-PAIEMENT THRU EVALUATE-CHOIX
	WHEN "4"
		PERFORM ECHEANCIER THRU EVALUATE-CHOIX
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

AFFICHE-MENU-FOURNIS.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-MENU-FOURNIS.
	ACCEPT SCREEN-MENU-FOURNIS.

***************************************************************
***** FICHE FOURNISSEUR : CREATION (NUMERO VIDE) OU MODIFICATION ;
***** EN MODIFICATION UNE ZONE LAISSEE VIDE GARDE SA VALEUR
***************************************************************
FICHE-FOURNISSEUR.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-CLE-FOURNISSEUR.
	ACCEPT SCREEN-CLE-FOURNISSEUR.
	ACCEPT SAI-NUMFOUR LINE 07 COL 42.

	MOVE SAI-NUMFOUR TO WS-NUMFOUR.
	IF WS-NUMFOUR = 0
		MOVE SPACES TO WS-RAISONSOC
		MOVE SPACES TO WS-ADRESSE
		MOVE SPACES TO WS-IBAN
		MOVE 30 TO WS-DELAIPAIE
		MOVE "D" TO WS-NATUREDEF
		MOVE "O" TO WS-ACTIF
	ELSE
		EXEC SQL
			SELECT RAISONSOC, ADRESSE, IBAN, DELAIPAIE, NATUREDEF, ACTIF
			INTO :WS-RAISONSOC, :WS-ADRESSE, :WS-IBAN, :WS-DELAIPAIE,
			:WS-NATUREDEF, :WS-ACTIF
			FROM FOURNISSEURS
			WHERE NUMFOUR = :WS-NUMFOUR
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE "Ce fournisseur n'existe pas." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	MOVE SPACES TO SAI-RAISONSOC.
	MOVE SPACES TO SAI-ADRESSE.
	MOVE SPACES TO SAI-IBAN.
	MOVE 0 TO SAI-DELAIPAIE.
	MOVE SPACES TO SAI-NATUREDEF.
	MOVE SPACES TO SAI-ACTIF.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-FICHE-FOURNISSEUR.
	ACCEPT SCREEN-FICHE-FOURNISSEUR.
	ACCEPT SAI-RAISONSOC LINE 07 COL 18.
	ACCEPT SAI-ADRESSE LINE 09 COL 11.
	ACCEPT SAI-IBAN LINE 11 COL 08.
	ACCEPT SAI-DELAIPAIE LINE 12 COL 35.
	ACCEPT SAI-NATUREDEF LINE 13 COL 74.
	ACCEPT SAI-ACTIF LINE 14 COL 18.
	ACCEPT CHOIXVALIDATION LINE 16 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le fournisseur n'a pas été enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-RAISONSOC NOT = SPACES
		MOVE SAI-RAISONSOC TO WS-RAISONSOC
	END-IF.
	IF SAI-ADRESSE NOT = SPACES
		MOVE SAI-ADRESSE TO WS-ADRESSE
	END-IF.
	IF SAI-IBAN NOT = SPACES
		MOVE SAI-IBAN TO WS-IBAN
	END-IF.
	IF SAI-DELAIPAIE NOT = 0
		MOVE SAI-DELAIPAIE TO WS-DELAIPAIE
	END-IF.
	IF SAI-NATUREDEF NOT = SPACES
		MOVE SAI-NATUREDEF TO WS-NATUREDEF
	END-IF.
	IF SAI-ACTIF NOT = SPACES
		MOVE SAI-ACTIF TO WS-ACTIF
	END-IF.

	IF WS-RAISONSOC = SPACES
		MOVE "La raison sociale est obligatoire." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-NATUREDEF NOT = "C" AND WS-NATUREDEF NOT = "P"
		AND WS-NATUREDEF NOT = "M" AND WS-NATUREDEF NOT = "A"
		AND WS-NATUREDEF NOT = "D"
		MOVE "Nature invalide (C, P, M, A ou D)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-ACTIF NOT = "O" AND WS-ACTIF NOT = "N"
		MOVE "Actif : O ou N." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-NUMFOUR = 0
		MOVE "NUMFOUR" TO WS-NOMSEQ
		PERFORM PROCHAIN-NUMERO
		MOVE WS-PROCHAINE TO WS-NUMFOUR
		EXEC SQL
			INSERT INTO FOURNISSEURS(NUMFOUR,RAISONSOC,ADRESSE,IBAN,
			DELAIPAIE,NATUREDEF,ACTIF)
			VALUES(:WS-NUMFOUR,:WS-RAISONSOC,:WS-ADRESSE,:WS-IBAN,
			:WS-DELAIPAIE,:WS-NATUREDEF,:WS-ACTIF)
		END-EXEC
	ELSE
		EXEC SQL
			UPDATE FOURNISSEURS SET RAISONSOC = :WS-RAISONSOC,
			ADRESSE = :WS-ADRESSE, IBAN = :WS-IBAN,
			DELAIPAIE = :WS-DELAIPAIE, NATUREDEF = :WS-NATUREDEF,
			ACTIF = :WS-ACTIF
			WHERE NUMFOUR = :WS-NUMFOUR
		END-EXEC
	END-IF.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, fournisseur non enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "Fournisseur enregistré :".
	DISPLAY "    Numéro : " WS-NUMFOUR " (compte 401" WS-NUMFOUR ")".
	DISPLAY "    " WS-RAISONSOC.
	DISPLAY "    Délai de paiement : " WS-DELAIPAIE " jours, nature "
		WS-NATUREDEF ", actif " WS-ACTIF.
	MOVE "Le fournisseur a bien été enregistré." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***************************************************************
***** SAISIE D'UNE FACTURE FOURNISSEUR : ECHEANCE PAR DEFAUT = DATE DE
***** FACTURE + DELAI DU FOURNISSEUR ; LA LIVRAISON OU L'ORDRE DE
***** TRAVAIL COUVERT DOIT EXISTER ET NE PAS ETRE DEJA FACTURE
***************************************************************
SAISIE-FACTURE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	MOVE SPACES TO SAI-NATURE.
	MOVE SPACES TO SAI-DATECHEANCE.
	MOVE 0 TO SAI-NUMLIVR.
	MOVE 0 TO SAI-NUMOT.
	MOVE 0 TO SAI-NUMIMMO.
	DISPLAY SCREEN-SAISIE-FACTURE.
	ACCEPT SCREEN-SAISIE-FACTURE.
	ACCEPT SAI-NUMFOUR LINE 06 COL 25.
	ACCEPT SAI-REFFOURN LINE 07 COL 27.
	ACCEPT SAI-DATEFF LINE 08 COL 33.
	ACCEPT SAI-MONTANT LINE 09 COL 15.
	ACCEPT SAI-LIBELLE LINE 10 COL 11.
	ACCEPT SAI-NATURE LINE 11 COL 60.
	ACCEPT SAI-DATECHEANCE LINE 12 COL 54.
	ACCEPT SAI-NUMLIVR LINE 13 COL 53.
	ACCEPT SAI-NUMOT LINE 14 COL 46.
	ACCEPT SAI-NUMIMMO LINE 15 COL 44.
	ACCEPT CHOIXVALIDATION LINE 16 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "La facture n'a pas été enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-NUMFOUR TO WS-NUMFOUR.
	EXEC SQL
		SELECT RAISONSOC, DELAIPAIE, NATUREDEF, ACTIF
		INTO :WS-RAISONSOC, :WS-DELAIPAIE, :WS-NATUREDEF, :WS-ACTIF
		FROM FOURNISSEURS
		WHERE NUMFOUR = :WS-NUMFOUR
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Ce fournisseur n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-ACTIF NOT = "O"
		MOVE "Ce fournisseur est inactif." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-REFFOURN = SPACES
		MOVE "La référence de la facture est obligatoire." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-DATEFF TO WS-ECHEANCE.
	IF WS-ECHEANCE IS NOT NUMERIC OR ECH-MOIS < 1 OR ECH-MOIS > 12
		OR ECH-JOUR < 1 OR ECH-JOUR > 31
		MOVE "Date de facture invalide (AAAAMMJJ)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-MONTANT = 0
		MOVE "Le montant de la facture est obligatoire." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** MEME FACTURE DEJA SAISIE POUR CE FOURNISSEUR
	MOVE SAI-REFFOURN TO WS-REFFOURN.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBDEJA
		FROM FACTURES_FOURN
		WHERE NUMFOUR = :WS-NUMFOUR
		AND REFFOURN = :WS-REFFOURN
	END-EXEC.

	IF SQLCODE = 0 AND WS-NBDEJA > 0
		MOVE "Facture déjà saisie pour ce fournisseur." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-NUMLIVR TO WS-NUMLIVR.
	IF WS-NUMLIVR NOT = 0
		EXEC SQL
			SELECT COUNT(*)
			INTO :WS-NBDEJA
			FROM LIVRAISONS_CARBURANT
			WHERE NUMLIVR = :WS-NUMLIVR
		END-EXEC
		IF SQLCODE NOT = 0 OR WS-NBDEJA = 0
			MOVE "Cette livraison de carburant n'existe pas." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		EXEC SQL
			SELECT COUNT(*)
			INTO :WS-NBDEJA
			FROM FACTURES_FOURN
			WHERE NUMLIVR = :WS-NUMLIVR
		END-EXEC
		IF SQLCODE = 0 AND WS-NBDEJA > 0
			MOVE "Cette livraison est déjà facturée." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	MOVE SAI-NUMOT TO WS-NUMOT.
	IF WS-NUMOT NOT = 0
		EXEC SQL
			SELECT COUNT(*)
			INTO :WS-NBDEJA
			FROM ORDRES_TRAVAIL
			WHERE NUMOT = :WS-NUMOT
		END-EXEC
		IF SQLCODE NOT = 0 OR WS-NBDEJA = 0
			MOVE "Cet ordre de travail n'existe pas." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

***** L'IMMOBILISATION ACQUISE DOIT ETRE INSCRITE AU REGISTRE (IMMO) ET
***** EN SERVICE
	MOVE SAI-NUMIMMO TO WS-NUMIMMO.
	IF WS-NUMIMMO NOT = 0
		EXEC SQL
			SELECT ETATIMMO
			INTO :WS-ETATIMMO
			FROM IMMOBILISATIONS
			WHERE NUMIMMO = :WS-NUMIMMO
		END-EXEC
		IF SQLCODE NOT = 0
			MOVE "Cette immobilisation n'existe pas." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		IF WS-ETATIMMO NOT = "S"
			MOVE "Cette immobilisation est cédée." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

***** NATURE : SAISIE, SINON IMMOBILISATION POUR UNE IMMOBILISATION
***** ACQUISE (UNE REVISION GENERALE CAPITALISEE PORTE AUSSI SON ORDRE
***** DE TRAVAIL), CARBURANT POUR UNE LIVRAISON, ENTRETIEN POUR UN ORDRE
***** DE TRAVAIL, SINON CELLE DU FOURNISSEUR
	IF SAI-NATURE NOT = SPACES
		MOVE SAI-NATURE TO WS-NATURE
	ELSE IF WS-NUMIMMO NOT = 0
		MOVE "I" TO WS-NATURE
	ELSE IF WS-NUMLIVR NOT = 0
		MOVE "C" TO WS-NATURE
	ELSE IF WS-NUMOT NOT = 0
		MOVE "M" TO WS-NATURE
	ELSE
		MOVE WS-NATUREDEF TO WS-NATURE
	END-IF.

	IF WS-NATURE NOT = "C" AND WS-NATURE NOT = "P"
		AND WS-NATURE NOT = "M" AND WS-NATURE NOT = "A"
		AND WS-NATURE NOT = "D" AND WS-NATURE NOT = "I"
		MOVE "Nature invalide (C, P, M, A, D ou I)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** UNE ACQUISITION D'IMMOBILISATION N'EST PAS UNE CHARGE : JOURNAL
***** LA PASSE AU COMPTE 21XXXX DE L'IMMOBILISATION, QU'IL FAUT DONC
***** DESIGNER ; INVERSEMENT, UNE IMMOBILISATION NE S'ACHETE QU'EN "I"
	IF WS-NATURE = "I" AND WS-NUMIMMO = 0
		MOVE "Nature I : numéro d'immobilisation obligatoire." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-NATURE NOT = "I" AND WS-NUMIMMO NOT = 0
		MOVE "Une immobilisation se saisit en nature I." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-DATECHEANCE = SPACES
		MOVE SAI-DATEFF TO WS-ECHEANCE
		MOVE WS-DELAIPAIE TO WS-NBJOURS
		PERFORM AJOUT-JOUR WS-NBJOURS TIMES
		MOVE WS-ECHEANCE TO WS-DATECHEANCE
	ELSE
		MOVE SAI-DATECHEANCE TO WS-DATECHEANCE
	END-IF.

	IF WS-DATECHEANCE < SAI-DATEFF
		MOVE "L'échéance précède la date de facture." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE "NUMFF" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMFF.
	MOVE SAI-DATEFF TO WS-DATEFF.
	MOVE SAI-LIBELLE TO WS-LIBELLE.
	MOVE SAI-MONTANT TO WS-MONTANT.
	MOVE "N" TO WS-ETATFF.

	EXEC SQL
		INSERT INTO FACTURES_FOURN(NUMFF,NUMFOUR,REFFOURN,DATEFF,
		DATECHEANCE,NATURE,LIBELLE,MONTANT,NUMLIVR,NUMOT,NUMIMMO,ETATFF)
		VALUES(:WS-NUMFF,:WS-NUMFOUR,:WS-REFFOURN,:WS-DATEFF,
		:WS-DATECHEANCE,:WS-NATURE,:WS-LIBELLE,:WS-MONTANT,:WS-NUMLIVR,
		:WS-NUMOT,:WS-NUMIMMO,:WS-ETATFF)
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, facture non enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	MOVE WS-MONTANT TO ED-MONTANT.
	DISPLAY "Facture fournisseur enregistrée :".
	DISPLAY "    Numéro : " WS-NUMFF.
	DISPLAY "    " WS-RAISONSOC " réf. " WS-REFFOURN.
	DISPLAY "    Montant : " ED-MONTANT ", nature " WS-NATURE
		", échéance " WS-DATECHEANCE.
	MOVE "La facture a bien été enregistrée." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***** AVANCE WS-ECHEANCE D'UN JOUR, AVEC PASSAGE AU MOIS ET A L'ANNEE
AJOUT-JOUR.
	PERFORM CALCUL-DERNIER-JOUR.
	IF ECH-JOUR < WS-DERNIER-JOUR
		ADD 1 TO ECH-JOUR
	ELSE
		MOVE 1 TO ECH-JOUR
		IF ECH-MOIS < 12
			ADD 1 TO ECH-MOIS
		ELSE
			MOVE 1 TO ECH-MOIS
			ADD 1 TO ECH-ANNEE
		END-IF
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

***************************************************************
***** PAIEMENT D'UNE FACTURE FOURNISSEUR, TOTAL OU PARTIEL ; LA
***** FACTURE PASSE SOLDEE QUAND LES PAIEMENTS ATTEIGNENT SON MONTANT
***************************************************************
SAISIE-PAIEMENT.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-CLE-PAIEMENT.
	ACCEPT SCREEN-CLE-PAIEMENT.
	ACCEPT SAI-NUMFF LINE 07 COL 36.

	MOVE SAI-NUMFF TO WS-NUMFF.
	EXEC SQL
		SELECT FACTURES_FOURN.REFFOURN, FACTURES_FOURN.DATECHEANCE,
		FACTURES_FOURN.MONTANT, FACTURES_FOURN.ETATFF,
		FOURNISSEURS.RAISONSOC
		INTO :WS-REFFOURN, :WS-DATECHEANCE, :WS-MONTANT, :WS-ETATFF,
		:WS-RAISONSOC
		FROM FACTURES_FOURN, FOURNISSEURS
		WHERE FACTURES_FOURN.NUMFOUR = FOURNISSEURS.NUMFOUR
		AND FACTURES_FOURN.NUMFF = :WS-NUMFF
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Cette facture fournisseur n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-ETATFF = "O"
		MOVE "Cette facture est déjà soldée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	PERFORM CUMUL-PAIEMENTS.
	COMPUTE WS-RESTE-DU = WS-MONTANT - WS-DEJAPAYE.

	MOVE 0 TO WS-MONTANTPAIE.
	MOVE SPACES TO SAI-DATEPAIE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-SAISIE-PAIEMENT.
	ACCEPT SCREEN-SAISIE-PAIEMENT.
	ACCEPT WS-MONTANTPAIE LINE 10 COL 35.
	ACCEPT SAI-DATEPAIE LINE 11 COL 49.
	ACCEPT SAI-MODEPAIE LINE 12 COL 66.
	ACCEPT CHOIXVALIDATION LINE 14 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le paiement n'a pas été enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-MONTANTPAIE = 0
		MOVE WS-RESTE-DU TO WS-MONTANTPAIE
	END-IF.

	IF WS-MONTANTPAIE > WS-RESTE-DU
		MOVE "Le paiement dépasse le reste dû." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-MODEPAIE NOT = "V" AND SAI-MODEPAIE NOT = "C"
		AND SAI-MODEPAIE NOT = "P" AND SAI-MODEPAIE NOT = "E"
		MOVE "Mode de paiement invalide (V, C, P ou E)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-DATEPAIE = SPACES
		MOVE WDATE TO WS-DATEPAIE
	ELSE
		MOVE SAI-DATEPAIE TO WS-DATEPAIE
	END-IF.
	MOVE SAI-MODEPAIE TO WS-MODEPAIE.

	MOVE "NUMPF" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMPF.

	EXEC SQL
		INSERT INTO PAIEMENTS_FOURN(NUMPF,NUMFF,MONTANT,DATEPAIE,MODEPAIE)
		VALUES(:WS-NUMPF,:WS-NUMFF,:WS-MONTANTPAIE,:WS-DATEPAIE,
		:WS-MODEPAIE)
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, paiement non enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** PAIEMENT EN ESPECES : DECAISSEMENT DE LA CAISSE DE L'OPERATEUR,
***** REFUSE SANS CAISSE OUVERTE
	IF WS-MODEPAIE = "E"
		MOVE "M" TO CAISSE-ACTION
		MOVE "S" TO CAISSE-SENS
		MOVE WS-MONTANTPAIE TO CAISSE-MONTANT
		MOVE "F" TO CAISSE-NATURE
		MOVE WS-NUMPF TO CAISSE-NUMPIECE
		MOVE "FOURNIS" TO CAISSE-ORIGINE
		CALL "MVTCAISSE" USING CAISSE-DEMANDE
		IF CAISSE-RETOUR NOT = "O"
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE "Pas de caisse ouverte : espèces refusées." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	IF WS-MONTANTPAIE = WS-RESTE-DU
		EXEC SQL
			UPDATE FACTURES_FOURN SET ETATFF = "O"
			WHERE NUMFF = :WS-NUMFF
		END-EXEC
		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE "ERREUR SQL, paiement non enregistré." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	SUBTRACT WS-MONTANTPAIE FROM WS-RESTE-DU.
	MOVE WS-MONTANTPAIE TO ED-MONTANT.
	DISPLAY "Paiement fournisseur enregistré :".
	DISPLAY "    Numéro : " WS-NUMPF.
	DISPLAY "    " WS-RAISONSOC " réf. " WS-REFFOURN.
	DISPLAY "    Montant : " ED-MONTANT " le " WS-DATEPAIE
		", mode " WS-MODEPAIE.
	MOVE WS-RESTE-DU TO ED-MONTANT.
	DISPLAY "    Reste dû sur la facture : " ED-MONTANT.
	MOVE "Le paiement a bien été enregistré." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***** TOTAL DEJA PAYE SUR LA FACTURE WS-NUMFF
CUMUL-PAIEMENTS.
	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-DEJAPAYE
		FROM PAIEMENTS_FOURN
		WHERE NUMFF = :WS-NUMFF
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-DEJAPAYE
	END-IF.

***************************************************************
***** ECHEANCIER : TOUTES LES FACTURES A PAYER PAR DATE D'ECHEANCE,
***** LES ECHUES (ECHEANCE DEPASSEE) SIGNALEES ; EDITION SPOULEE
***************************************************************
ECHEANCIER.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	MOVE 0 TO WS-NBECHUES.
	MOVE 0 TO WS-NBAECHOIR.
	MOVE 0 TO WS-TOT-ECHU.
	MOVE 0 TO WS-TOT-AECHOIR.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "FOURNIS" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "ECHEANCIER DES FACTURES FOURNISSEURS AU " WJOUR "/" WMOIS
		"/" WANNEE DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "  Echeance        Facture Fournisseur                      Reste du"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE ECHEANCECUR CURSOR FOR
		SELECT FACTURES_FOURN.NUMFF, FACTURES_FOURN.DATECHEANCE,
		FACTURES_FOURN.MONTANT, FOURNISSEURS.RAISONSOC
		FROM FACTURES_FOURN, FOURNISSEURS
		WHERE FACTURES_FOURN.NUMFOUR = FOURNISSEURS.NUMFOUR
		AND FACTURES_FOURN.ETATFF = "N"
		ORDER BY FACTURES_FOURN.DATECHEANCE, FACTURES_FOURN.NUMFF
	END-EXEC.

	EXEC SQL
		OPEN ECHEANCECUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM ECHEANCE-SUIVANTE THRU ECHEANCE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE ECHEANCECUR
	END-EXEC.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-TOT-ECHU TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Factures echues : " WS-NBECHUES " pour " ED-MONTANT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-TOT-AECHOIR TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Factures a echoir : " WS-NBAECHOIR " pour " ED-MONTANT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	DISPLAY "Echéancier des factures fournisseurs (édition "
		SPOOL-NUMRAPPORT ") :".
	MOVE WS-TOT-ECHU TO ED-MONTANT.
	DISPLAY "    Factures échues : " WS-NBECHUES " pour " ED-MONTANT.
	MOVE WS-TOT-AECHOIR TO ED-MONTANT.
	DISPLAY "    Factures à échoir : " WS-NBAECHOIR " pour " ED-MONTANT.
	IF WS-NBECHUES > 0
		MOVE WS-NBECHUES TO ED-NBECHUES
		MOVE SPACES TO ERREURS
		STRING "ATTENTION : " ED-NBECHUES " facture(s) échue(s)."
			DELIMITED BY SIZE INTO ERREURS
	ELSE
		MOVE "Aucune facture fournisseur échue." TO ERREURS
	END-IF.
	GO TO EVALUATE-CHOIX.

ECHEANCE-SUIVANTE.
	EXEC SQL
		FETCH ECHEANCECUR
		INTO :WS-NUMFF, :WS-DATECHEANCE, :WS-MONTANT, :WS-RAISONSOC
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO ECHEANCE-SUIVANTE-EXIT
	END-IF.

	PERFORM CUMUL-PAIEMENTS.
	COMPUTE WS-RESTE-DU = WS-MONTANT - WS-DEJAPAYE.
	MOVE WS-RESTE-DU TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.

	IF WS-DATECHEANCE < WDATE
		ADD 1 TO WS-NBECHUES
		ADD WS-RESTE-DU TO WS-TOT-ECHU
		STRING "  " WS-DATECHEANCE " ECHUE " WS-NUMFF "  " WS-RAISONSOC
			" " ED-MONTANT DELIMITED BY SIZE INTO SPOOL-LIGNE
	ELSE
		ADD 1 TO WS-NBAECHOIR
		ADD WS-RESTE-DU TO WS-TOT-AECHOIR
		STRING "  " WS-DATECHEANCE "       " WS-NUMFF "  " WS-RAISONSOC
			" " ED-MONTANT DELIMITED BY SIZE INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.

ECHEANCE-SUIVANTE-EXIT.
	EXIT.

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

	MOVE "FOURNIS" TO WS-PROGRAMME.
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
