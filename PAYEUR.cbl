IDENTIFICATION DIVISION.
PROGRAM-ID. PAYEUR.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** PAYEURS RESPONSABLES : LE PARENT QUI REGLE POUR UN JEUNE PILOTE,
***** LE CONJOINT QUI REGLE POUR LA FAMILLE... FICHE DU PAYEUR (QUI PEUT
***** ETRE OU NON MEMBRE VOLANT DU CLUB) AVEC SON ADRESSE ET SON MANDAT
***** DE PRELEVEMENT, RATTACHEMENT D'UN MEMBRE A SON PAYEUR, ET
***** REGLEMENT GLOBAL DU PAYEUR REPARTI SUR LES FACTURES OUVERTES DU
***** GROUPE, LES PLUS ANCIENNES D'ABORD. LES FACTURES RESTENT
***** DETAILLEES AU NOM DE CHAQUE PILOTE ; F7, COTISATION ET FORFAIT
***** LES ADRESSENT AU PAYEUR (FACTURES.NUMPAYEUR), RELANCE, RELEVE ET
***** PRELEVE TRAVAILLENT AU NIVEAU DU PAYEUR
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 CHOIX PIC X.
77 CHOIXACTION PIC X.
77 CHOIXVALIDATION PIC X.

**** VARIABLES DE SAISIE
77 SAI-NUMPAYEUR PIC Z(4).
77 SAI-NOM PIC X(20).
77 SAI-PRENOM PIC X(20).
77 SAI-NUMERO PIC Z(3).
77 SAI-TYPEVOIE PIC X(20).
77 SAI-NOMVOIE PIC X(50).
77 SAI-CODEPOSTAL PIC Z(5).
77 SAI-VILLE PIC X(20).
77 SAI-PAYS PIC X(20).
77 SAI-MEMBRE PIC X.
77 SAI-NUMPIL PIC Z(3).
77 SAI-TELEPHONE PIC X(15).
77 SAI-EMAIL PIC X(40).
77 SAI-PREFCONTACT PIC X.
77 SAI-IBAN PIC X(34).
77 SAI-BIC PIC X(11).
77 SAI-REFMANDAT PIC X(20).
77 SAI-MANDATACTIF PIC X.
77 SAI-MONTANTREG PIC 9(7)V99.
77 SAI-MODEREG PIC X.

77 WS-MEMBRE PIC X.
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-ERREUR-SQL PIC 9 VALUE IS 0.
77 WS-NBCLOS PIC 9(3) VALUE IS 0.
77 WS-NBSOLDEES PIC 9(3) VALUE IS 0.
77 WS-TOTAL-GROUPE PIC 9(7)V99 VALUE IS 0.
77 WS-RESTE-A-REPARTIR PIC 9(7)V99 VALUE IS 0.

***** ZONES D'EDITION
77 ED-MONTANT PIC Z(6)9.99.

***** FACTURES OUVERTES DU GROUPE, RELEVEES AVANT LA REPARTITION POUR
***** QUE TOUS LES REGLEMENTS SOIENT ECRITS DANS UNE SEULE TRANSACTION
***** (100 FACTURES AU PLUS, AU-DELA LE TRESORIER REGLE EN DEUX FOIS)
01 WS-GROUPE.
	05 WS-NBFACT PIC 9(3) VALUE IS 0.
	05 FACT-IDX PIC 9(3) VALUE IS 0.
	05 WS-GRP-LIGNES OCCURS 100.
		10 WS-GRP-NUMFACT PIC 9(6).
		10 WS-GRP-NUMPIL PIC 9(3).
		10 WS-GRP-DATEGEN PIC X(8).
		10 WS-GRP-RESTEDU PIC 9(6)V99.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES PAYEURS, ADRESSE
	EXEC SQL
		INCLUDE PAYEURS,ADRESSE
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PAYEURS.
			05 WS-NUMPAYEUR PIC 9(4).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-NUMPIL PIC 9(3).
			05 WS-TELEPHONE PIC X(15).
			05 WS-EMAIL PIC X(40).
			05 WS-PREFCONTACT PIC X.
			05 WS-IBAN PIC X(34).
			05 WS-BIC PIC X(11).
			05 WS-REFMANDAT PIC X(20).
			05 WS-MANDATACTIF PIC X.
		01 WS-ADRESSE.
			05 WS-ADRESSEID PIC 9(3).
			05 WS-NUMERO PIC 9(3).
			05 WS-TYPEVOIE PIC X(20).
			05 WS-NOMVOIE PIC X(50).
			05 WS-CODEPOSTAL PIC 9(5).
			05 WS-VILLE PIC X(20).
			05 WS-PAYS PIC X(20).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE PILOTES
	EXEC SQL
		INCLUDE PILOTES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PILOTES.
			05 WS-NUMPILMEMBRE PIC 9(3).
			05 WS-NOMPIL PIC X(20).
			05 WS-PRENOMPIL PIC X(20).
			05 WS-PAYEURPIL PIC 9(4).
			05 WS-NBPIL PIC 9(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES FACTURES, REGLEMENTS, AVOIRS
	EXEC SQL
		INCLUDE FACTURES,REGLEMENTS,AVOIRS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-FACTURES.
			05 WS-NUMFACT PIC 9(6).
			05 WS-NUMPILFACT PIC 9(3).
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-DATEGEN PIC X(8).
			05 WS-TOTALREGLE PIC 9(6)V99.
			05 WS-TOTALAVOIR PIC 9(6)V99.
			05 WS-RESTEDU PIC S9(6)V99.
		01 WS-REGLEMENTS.
			05 WS-NUMREG PIC 9(6).
			05 WS-MONTANTREG PIC 9(6)V99.
			05 WS-DATEREG PIC X(8).
			05 WS-MODEREG PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE EXERCICES
	EXEC SQL
		INCLUDE EXERCICES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-EXERCICE-CLOS.
			05 WS-ANNEE-LIGNE PIC X(4).
			05 WS-NBEXCLOS PIC 9(3).
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
  01  SCREEN-MENU-PAYEUR.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "PAYEURS RESPONSABLES".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "1 : Créer ou modifier un payeur".
	  05 LINE 08 COL 01 VALUE "2 : Rattacher un membre à un payeur".
	  05 LINE 09 COL 01 VALUE "3 : Enregistrer un règlement du payeur".
	  05 LINE 10 COL 01 VALUE "4 : Ne rien faire".
	  05 LINE 12 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 12 COL 48 PIC X TO CHOIXACTION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CLE-PAYEUR.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "FICHE PAYEUR".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "Numéro du payeur (vide = nouveau) : ".
	  05 LINE 07 COL 38 PIC Z(4) TO SAI-NUMPAYEUR.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-FICHE-PAYEUR.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "FICHE PAYEUR : IDENTITE ET ADRESSE (VIDE = INCHANGE)".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Nom : ".
	  05 LINE 06 COL 24 PIC X(20) FROM WS-NOM.
	  05 LINE 06 COL 52 PIC X(20) TO SAI-NOM.
	  05 LINE 07 COL 01 VALUE "Prénom : ".
	  05 LINE 07 COL 24 PIC X(20) FROM WS-PRENOM.
	  05 LINE 07 COL 52 PIC X(20) TO SAI-PRENOM.
	  05 LINE 08 COL 01 VALUE "Numéro de voie : ".
	  05 LINE 08 COL 24 PIC ZZ9 FROM WS-NUMERO.
	  05 LINE 08 COL 52 PIC Z(3) TO SAI-NUMERO.
	  05 LINE 09 COL 01 VALUE "Type de voie : ".
	  05 LINE 09 COL 24 PIC X(20) FROM WS-TYPEVOIE.
	  05 LINE 09 COL 52 PIC X(20) TO SAI-TYPEVOIE.
	  05 LINE 10 COL 01 VALUE "Nom de voie : ".
	  05 LINE 10 COL 24 PIC X(50) FROM WS-NOMVOIE.
	  05 LINE 11 COL 24 PIC X(50) TO SAI-NOMVOIE.
	  05 LINE 12 COL 01 VALUE "Code postal : ".
	  05 LINE 12 COL 24 PIC Z(4)9 FROM WS-CODEPOSTAL.
	  05 LINE 12 COL 52 PIC Z(5) TO SAI-CODEPOSTAL.
	  05 LINE 13 COL 01 VALUE "Ville : ".
	  05 LINE 13 COL 24 PIC X(20) FROM WS-VILLE.
	  05 LINE 13 COL 52 PIC X(20) TO SAI-VILLE.
	  05 LINE 14 COL 01 VALUE "Pays : ".
	  05 LINE 14 COL 24 PIC X(20) FROM WS-PAYS.
	  05 LINE 14 COL 52 PIC X(20) TO SAI-PAYS.
	  05 LINE 15 COL 01 VALUE "Membre du club (O/N) : ".
	  05 LINE 15 COL 24 PIC X FROM WS-MEMBRE.
	  05 LINE 15 COL 52 PIC X TO SAI-MEMBRE.
	  05 LINE 16 COL 01 VALUE "Numéro de membre : ".
	  05 LINE 16 COL 24 PIC ZZ9 FROM WS-NUMPIL.
	  05 LINE 16 COL 52 PIC Z(3) TO SAI-NUMPIL.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CONTACT-PAYEUR.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "FICHE PAYEUR : CONTACT ET MANDAT (VIDE = INCHANGE)".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Téléphone : ".
	  05 LINE 06 COL 24 PIC X(15) FROM WS-TELEPHONE.
	  05 LINE 06 COL 52 PIC X(15) TO SAI-TELEPHONE.
	  05 LINE 07 COL 01 VALUE "E-mail : ".
	  05 LINE 07 COL 24 PIC X(40) FROM WS-EMAIL.
	  05 LINE 08 COL 24 PIC X(40) TO SAI-EMAIL.
	  05 LINE 09 COL 01 VALUE "Contact (C, M, T) : ".
	  05 LINE 09 COL 24 PIC X FROM WS-PREFCONTACT.
	  05 LINE 09 COL 52 PIC X TO SAI-PREFCONTACT.
	  05 LINE 10 COL 01 VALUE "IBAN : ".
	  05 LINE 10 COL 24 PIC X(34) FROM WS-IBAN.
	  05 LINE 11 COL 24 PIC X(34) TO SAI-IBAN.
	  05 LINE 12 COL 01 VALUE "BIC : ".
	  05 LINE 12 COL 24 PIC X(11) FROM WS-BIC.
	  05 LINE 12 COL 52 PIC X(11) TO SAI-BIC.
	  05 LINE 13 COL 01 VALUE "Référence mandat : ".
	  05 LINE 13 COL 24 PIC X(20) FROM WS-REFMANDAT.
	  05 LINE 13 COL 52 PIC X(20) TO SAI-REFMANDAT.
	  05 LINE 14 COL 01 VALUE "Mandat actif (O/N) : ".
	  05 LINE 14 COL 24 PIC X FROM WS-MANDATACTIF.
	  05 LINE 14 COL 52 PIC X TO SAI-MANDATACTIF.
	  05 LINE 16 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 16 COL 53 PIC X TO CHOIXVALIDATION.
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
      05 LINE 04 COL 01 VALUE "RATTACHEMENT D'UN MEMBRE A UN PAYEUR".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "Numéro du membre : ".
	  05 LINE 07 COL 20 PIC Z(3) TO SAI-NUMPIL.
	  05 LINE 08 COL 01 VALUE "Numéro du payeur (vide = détacher) : ".
	  05 LINE 08 COL 38 PIC Z(4) TO SAI-NUMPAYEUR.
	  05 LINE 10 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 10 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CLE-REGLEMENT.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "REGLEMENT D'UN PAYEUR".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "Numéro du payeur : ".
	  05 LINE 07 COL 20 PIC Z(4) TO SAI-NUMPAYEUR.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-SAISIE-REGLEMENT.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "REGLEMENT D'UN PAYEUR".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Payeur : ".
	  05 LINE 06 COL 10 PIC X(20) FROM WS-NOM.
	  05 LINE 06 COL 31 PIC X(20) FROM WS-PRENOM.
	  05 LINE 07 COL 01 VALUE "Factures ouvertes du groupe : ".
	  05 LINE 07 COL 31 PIC ZZ9 FROM WS-NBFACT.
	  05 LINE 08 COL 01 VALUE "Reste dû du groupe : ".
	  05 LINE 08 COL 22 PIC Z(6)9.99 FROM WS-TOTAL-GROUPE.
	  05 LINE 10 COL 01 VALUE "Montant réglé (vide = reste dû) : ".
	  05 LINE 10 COL 35 PIC 9(7)V99 TO SAI-MONTANTREG.
	  05 LINE 11 COL 01 VALUE "Mode (C chèque, V virement, E espèces, B carte) : ".
	  05 LINE 11 COL 52 PIC X TO SAI-MODEREG.
	  05 LINE 13 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 13 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

PROCEDURE DIVISION.

DEBUT.

PERFORM AFFICHE-MENU-PAYEUR.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM FICHE-PAYEUR THRU EVALUATE-CHOIX
	WHEN "2"
		PERFORM RATTACHEMENT THRU EVALUATE-CHOIX
	WHEN "3"
		PERFORM REGLEMENT-GROUPE THRU EVALUATE-CHOIX
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

AFFICHE-MENU-PAYEUR.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-MENU-PAYEUR.
	ACCEPT SCREEN-MENU-PAYEUR.

***************************************************************
***** FICHE PAYEUR : CREATION (NUMERO VIDE) OU MODIFICATION ; EN
***** MODIFICATION UNE ZONE LAISSEE VIDE GARDE SA VALEUR. UN PAYEUR
***** MEMBRE DU CLUB EST RELIE A SON NUMERO DE PILOTE (POUR LES
***** MESSAGES DE RELANCE), SINON NUMPIL = 0
***************************************************************
FICHE-PAYEUR.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-CLE-PAYEUR.
	ACCEPT SCREEN-CLE-PAYEUR.
	ACCEPT SAI-NUMPAYEUR LINE 07 COL 38.

	MOVE SAI-NUMPAYEUR TO WS-NUMPAYEUR.
	IF WS-NUMPAYEUR = 0
		MOVE SPACES TO WS-NOM
		MOVE SPACES TO WS-PRENOM
		MOVE 0 TO WS-NUMPIL
		MOVE SPACES TO WS-TELEPHONE
		MOVE SPACES TO WS-EMAIL
		MOVE "C" TO WS-PREFCONTACT
		MOVE SPACES TO WS-IBAN
		MOVE SPACES TO WS-BIC
		MOVE SPACES TO WS-REFMANDAT
		MOVE "N" TO WS-MANDATACTIF
		MOVE 0 TO WS-ADRESSEID
		MOVE 0 TO WS-NUMERO
		MOVE SPACES TO WS-TYPEVOIE
		MOVE SPACES TO WS-NOMVOIE
		MOVE 0 TO WS-CODEPOSTAL
		MOVE SPACES TO WS-VILLE
		MOVE "FRANCE" TO WS-PAYS
	ELSE
		EXEC SQL
			SELECT PAYEURS.NOM, PAYEURS.PRENOM, PAYEURS.NUMPIL,
			PAYEURS.TELEPHONE, PAYEURS.EMAIL, PAYEURS.PREFCONTACT,
			PAYEURS.IBAN, PAYEURS.BIC, PAYEURS.REFMANDAT,
			PAYEURS.MANDATACTIF, ADRESSE.ADRESSEID, ADRESSE.NUMERO,
			ADRESSE.TYPEVOIE, ADRESSE.NOMVOIE, ADRESSE.CODEPOSTAL,
			ADRESSE.VILLE, ADRESSE.PAYS
			INTO :WS-NOM, :WS-PRENOM, :WS-NUMPIL, :WS-TELEPHONE,
			:WS-EMAIL, :WS-PREFCONTACT, :WS-IBAN, :WS-BIC,
			:WS-REFMANDAT, :WS-MANDATACTIF, :WS-ADRESSEID, :WS-NUMERO,
			:WS-TYPEVOIE, :WS-NOMVOIE, :WS-CODEPOSTAL, :WS-VILLE,
			:WS-PAYS
			FROM PAYEURS, ADRESSE
			WHERE PAYEURS.ADRESSE = ADRESSE.ADRESSEID
			AND PAYEURS.NUMPAYEUR = :WS-NUMPAYEUR
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE "Ce payeur n'existe pas." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	IF WS-NUMPIL > 0
		MOVE "O" TO WS-MEMBRE
	ELSE
		MOVE "N" TO WS-MEMBRE
	END-IF.

	MOVE SPACES TO SAI-NOM.
	MOVE SPACES TO SAI-PRENOM.
	MOVE 0 TO SAI-NUMERO.
	MOVE SPACES TO SAI-TYPEVOIE.
	MOVE SPACES TO SAI-NOMVOIE.
	MOVE 0 TO SAI-CODEPOSTAL.
	MOVE SPACES TO SAI-VILLE.
	MOVE SPACES TO SAI-PAYS.
	MOVE SPACES TO SAI-MEMBRE.
	MOVE 0 TO SAI-NUMPIL.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-FICHE-PAYEUR.
	ACCEPT SCREEN-FICHE-PAYEUR.
	ACCEPT SAI-NOM LINE 06 COL 52.
	ACCEPT SAI-PRENOM LINE 07 COL 52.
	ACCEPT SAI-NUMERO LINE 08 COL 52.
	ACCEPT SAI-TYPEVOIE LINE 09 COL 52.
	ACCEPT SAI-NOMVOIE LINE 11 COL 24.
	ACCEPT SAI-CODEPOSTAL LINE 12 COL 52.
	ACCEPT SAI-VILLE LINE 13 COL 52.
	ACCEPT SAI-PAYS LINE 14 COL 52.
	ACCEPT SAI-MEMBRE LINE 15 COL 52.
	ACCEPT SAI-NUMPIL LINE 16 COL 52.

	MOVE SPACES TO SAI-TELEPHONE.
	MOVE SPACES TO SAI-EMAIL.
	MOVE SPACES TO SAI-PREFCONTACT.
	MOVE SPACES TO SAI-IBAN.
	MOVE SPACES TO SAI-BIC.
	MOVE SPACES TO SAI-REFMANDAT.
	MOVE SPACES TO SAI-MANDATACTIF.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-CONTACT-PAYEUR.
	ACCEPT SCREEN-CONTACT-PAYEUR.
	ACCEPT SAI-TELEPHONE LINE 06 COL 52.
	ACCEPT SAI-EMAIL LINE 08 COL 24.
	ACCEPT SAI-PREFCONTACT LINE 09 COL 52.
	ACCEPT SAI-IBAN LINE 11 COL 24.
	ACCEPT SAI-BIC LINE 12 COL 52.
	ACCEPT SAI-REFMANDAT LINE 13 COL 52.
	ACCEPT SAI-MANDATACTIF LINE 14 COL 52.
	ACCEPT CHOIXVALIDATION LINE 16 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le payeur n'a pas été enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-NOM NOT = SPACES
		MOVE SAI-NOM TO WS-NOM
	END-IF.
	IF SAI-PRENOM NOT = SPACES
		MOVE SAI-PRENOM TO WS-PRENOM
	END-IF.
	IF SAI-NUMERO NOT = 0
		MOVE SAI-NUMERO TO WS-NUMERO
	END-IF.
	IF SAI-TYPEVOIE NOT = SPACES
		MOVE SAI-TYPEVOIE TO WS-TYPEVOIE
	END-IF.
	IF SAI-NOMVOIE NOT = SPACES
		MOVE SAI-NOMVOIE TO WS-NOMVOIE
	END-IF.
	IF SAI-CODEPOSTAL NOT = 0
		MOVE SAI-CODEPOSTAL TO WS-CODEPOSTAL
	END-IF.
	IF SAI-VILLE NOT = SPACES
		MOVE SAI-VILLE TO WS-VILLE
	END-IF.
	IF SAI-PAYS NOT = SPACES
		MOVE SAI-PAYS TO WS-PAYS
	END-IF.
	IF SAI-MEMBRE NOT = SPACES
		MOVE SAI-MEMBRE TO WS-MEMBRE
	END-IF.
	IF SAI-NUMPIL NOT = 0
		MOVE SAI-NUMPIL TO WS-NUMPIL
	END-IF.
	IF SAI-TELEPHONE NOT = SPACES
		MOVE SAI-TELEPHONE TO WS-TELEPHONE
	END-IF.
	IF SAI-EMAIL NOT = SPACES
		MOVE SAI-EMAIL TO WS-EMAIL
	END-IF.
	IF SAI-PREFCONTACT NOT = SPACES
		MOVE SAI-PREFCONTACT TO WS-PREFCONTACT
	END-IF.
	IF SAI-IBAN NOT = SPACES
		MOVE SAI-IBAN TO WS-IBAN
	END-IF.
	IF SAI-BIC NOT = SPACES
		MOVE SAI-BIC TO WS-BIC
	END-IF.
	IF SAI-REFMANDAT NOT = SPACES
		MOVE SAI-REFMANDAT TO WS-REFMANDAT
	END-IF.
	IF SAI-MANDATACTIF NOT = SPACES
		MOVE SAI-MANDATACTIF TO WS-MANDATACTIF
	END-IF.

	IF WS-NOM = SPACES
		MOVE "Le nom du payeur est obligatoire." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-MEMBRE NOT = "O" AND WS-MEMBRE NOT = "N"
		MOVE "Membre du club : O ou N." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** PAYEUR NON MEMBRE : AUCUN NUMERO DE PILOTE ; PAYEUR MEMBRE : LE
***** NUMERO DOIT DESIGNER UN PILOTE EXISTANT
	IF WS-MEMBRE = "N"
		MOVE 0 TO WS-NUMPIL
	ELSE
		MOVE WS-NUMPIL TO WS-NUMPILMEMBRE
		EXEC SQL
			SELECT COUNT(*)
			INTO :WS-NBPIL
			FROM PILOTES
			WHERE NUMPIL = :WS-NUMPILMEMBRE
		END-EXEC
		IF WS-NUMPIL = 0 OR SQLCODE NOT = 0 OR WS-NBPIL = 0
			MOVE "Ce numéro de membre n'existe pas." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	IF WS-PREFCONTACT NOT = "C" AND WS-PREFCONTACT NOT = "M"
		AND WS-PREFCONTACT NOT = "T"
		MOVE "Contact préféré invalide (C, M ou T)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-MANDATACTIF NOT = "O" AND WS-MANDATACTIF NOT = "N"
		MOVE "Mandat actif : O ou N." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** UN MANDAT ACTIF SUPPOSE LES COORDONNEES BANCAIRES ET LA REFERENCE
***** (CF PRELEVE)
	IF WS-MANDATACTIF = "O"
		AND (WS-IBAN = SPACES OR WS-BIC = SPACES OR WS-REFMANDAT = SPACES)
		MOVE "Mandat actif : IBAN, BIC et référence requis." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-NUMPAYEUR = 0
		MOVE "NUMPAYEUR" TO WS-NOMSEQ
		PERFORM PROCHAIN-NUMERO
		MOVE WS-PROCHAINE TO WS-NUMPAYEUR
		MOVE "ADRESSEID" TO WS-NOMSEQ
		PERFORM PROCHAIN-NUMERO
		MOVE WS-PROCHAINE TO WS-ADRESSEID
		EXEC SQL
			INSERT INTO ADRESSE(ADRESSEID,NUMERO,TYPEVOIE,NOMVOIE,
			CODEPOSTAL,VILLE,PAYS)
			VALUES(:WS-ADRESSEID,:WS-NUMERO,:WS-TYPEVOIE,:WS-NOMVOIE,
			:WS-CODEPOSTAL,:WS-VILLE,:WS-PAYS)
		END-EXEC
		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE "ERREUR SQL, payeur non enregistré." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		EXEC SQL
			INSERT INTO PAYEURS(NUMPAYEUR,NOM,PRENOM,ADRESSE,NUMPIL,
			TELEPHONE,EMAIL,PREFCONTACT,IBAN,BIC,REFMANDAT,MANDATACTIF)
			VALUES(:WS-NUMPAYEUR,:WS-NOM,:WS-PRENOM,:WS-ADRESSEID,
			:WS-NUMPIL,:WS-TELEPHONE,:WS-EMAIL,:WS-PREFCONTACT,:WS-IBAN,
			:WS-BIC,:WS-REFMANDAT,:WS-MANDATACTIF)
		END-EXEC
	ELSE
		EXEC SQL
			UPDATE ADRESSE SET NUMERO = :WS-NUMERO,
			TYPEVOIE = :WS-TYPEVOIE, NOMVOIE = :WS-NOMVOIE,
			CODEPOSTAL = :WS-CODEPOSTAL, VILLE = :WS-VILLE,
			PAYS = :WS-PAYS
			WHERE ADRESSEID = :WS-ADRESSEID
		END-EXEC
		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE "ERREUR SQL, payeur non enregistré." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		EXEC SQL
			UPDATE PAYEURS SET NOM = :WS-NOM, PRENOM = :WS-PRENOM,
			NUMPIL = :WS-NUMPIL, TELEPHONE = :WS-TELEPHONE,
			EMAIL = :WS-EMAIL, PREFCONTACT = :WS-PREFCONTACT,
			IBAN = :WS-IBAN, BIC = :WS-BIC, REFMANDAT = :WS-REFMANDAT,
			MANDATACTIF = :WS-MANDATACTIF
			WHERE NUMPAYEUR = :WS-NUMPAYEUR
		END-EXEC
	END-IF.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, payeur non enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBPIL
		FROM PILOTES
		WHERE NUMPAYEUR = :WS-NUMPAYEUR
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBPIL
	END-IF.

	DISPLAY "Payeur enregistré :".
	DISPLAY "    Numéro : " WS-NUMPAYEUR.
	DISPLAY "    " WS-NOM " " WS-PRENOM.
	IF WS-NUMPIL > 0
		DISPLAY "    Membre du club, pilote " WS-NUMPIL
	END-IF.
	DISPLAY "    Mandat de prélèvement actif : " WS-MANDATACTIF.
	DISPLAY "    Membres rattachés : " WS-NBPIL.
	MOVE "Le payeur a bien été enregistré." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***************************************************************
***** RATTACHEMENT D'UN MEMBRE A SON PAYEUR (PAYEUR VIDE = LE MEMBRE
***** REGLE DE NOUVEAU LUI-MEME). SEULES LES FACTURES EMISES ENSUITE
***** SONT ADRESSEES AU NOUVEAU PAYEUR : CELLES DEJA EMISES GARDENT LE
***** DESTINATAIRE QU'ELLES PORTAIENT A LEUR EMISSION
***************************************************************
RATTACHEMENT.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	MOVE 0 TO SAI-NUMPIL.
	MOVE 0 TO SAI-NUMPAYEUR.
	DISPLAY SCREEN-RATTACHEMENT.
	ACCEPT SCREEN-RATTACHEMENT.
	ACCEPT SAI-NUMPIL LINE 07 COL 20.
	ACCEPT SAI-NUMPAYEUR LINE 08 COL 38.
	ACCEPT CHOIXVALIDATION LINE 10 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le rattachement n'a pas été enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-NUMPIL TO WS-NUMPILMEMBRE.
	EXEC SQL
		SELECT NOM, PRENOM, NUMPAYEUR
		INTO :WS-NOMPIL, :WS-PRENOMPIL, :WS-PAYEURPIL
		FROM PILOTES
		WHERE NUMPIL = :WS-NUMPILMEMBRE
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Ce numéro de pilote n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-NUMPAYEUR TO WS-NUMPAYEUR.
	IF WS-NUMPAYEUR > 0
		EXEC SQL
			SELECT NOM, PRENOM, NUMPIL
			INTO :WS-NOM, :WS-PRENOM, :WS-NUMPIL
			FROM PAYEURS
			WHERE NUMPAYEUR = :WS-NUMPAYEUR
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE "Ce payeur n'existe pas." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		IF WS-NUMPIL = WS-NUMPILMEMBRE
			MOVE "Un payeur membre règle déjà ses propres vols." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	EXEC SQL
		UPDATE PILOTES SET NUMPAYEUR = :WS-NUMPAYEUR
		WHERE NUMPIL = :WS-NUMPILMEMBRE
	END-EXEC.

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

	DISPLAY "Membre " WS-NUMPILMEMBRE " " WS-NOMPIL " " WS-PRENOMPIL " :".
	IF WS-PAYEURPIL > 0
		DISPLAY "    Ancien payeur : " WS-PAYEURPIL
	END-IF.
	IF WS-NUMPAYEUR > 0
		DISPLAY "    Rattaché au payeur " WS-NUMPAYEUR " " WS-NOM " "
			WS-PRENOM
		MOVE "Le membre a bien été rattaché." TO ERREURS
	ELSE
		DISPLAY "    Règle désormais ses factures lui-même."
		MOVE "Le membre a bien été détaché." TO ERREURS
	END-IF.
	GO TO EVALUATE-CHOIX.

***************************************************************
***** REGLEMENT GLOBAL D'UN PAYEUR : LE MONTANT EST REPARTI SUR LES
***** FACTURES OUVERTES QUI LUI SONT ADRESSEES, LA PLUS ANCIENNE
***** D'ABORD, EN UN REGLEMENT PAR FACTURE AU NOM DU PILOTE FACTURE ;
***** LES FACTURES D'UN EXERCICE CLOS SONT ECARTEES COMME DANS
***** REGLEMENT. LE MONTANT NE PEUT DEPASSER LE RESTE DU DU GROUPE
***************************************************************
REGLEMENT-GROUPE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	MOVE 0 TO SAI-NUMPAYEUR.
	DISPLAY SCREEN-CLE-REGLEMENT.
	ACCEPT SCREEN-CLE-REGLEMENT.
	ACCEPT SAI-NUMPAYEUR LINE 07 COL 20.

	MOVE SAI-NUMPAYEUR TO WS-NUMPAYEUR.
	EXEC SQL
		SELECT NOM, PRENOM
		INTO :WS-NOM, :WS-PRENOM
		FROM PAYEURS
		WHERE NUMPAYEUR = :WS-NUMPAYEUR
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Ce payeur n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	PERFORM RELEVE-FACTURES-GROUPE.

	IF WS-NBFACT = 0
		IF WS-NBCLOS > 0
			MOVE "Factures ouvertes en exercice clos, voir trésorier."
				TO ERREURS
		ELSE
			MOVE "Aucune facture ouverte pour ce payeur." TO ERREURS
		END-IF
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE 0 TO SAI-MONTANTREG.
	MOVE SPACES TO SAI-MODEREG.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-SAISIE-REGLEMENT.
	ACCEPT SCREEN-SAISIE-REGLEMENT.
	ACCEPT SAI-MONTANTREG LINE 10 COL 35.
	ACCEPT SAI-MODEREG LINE 11 COL 52.
	ACCEPT CHOIXVALIDATION LINE 13 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le règlement n'a pas été enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-MONTANTREG = 0
		MOVE WS-TOTAL-GROUPE TO SAI-MONTANTREG
	END-IF.

	IF SAI-MONTANTREG > WS-TOTAL-GROUPE
		MOVE "Le règlement dépasse le reste dû du groupe." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-MODEREG NOT = "C" AND SAI-MODEREG NOT = "V"
			AND SAI-MODEREG NOT = "E" AND SAI-MODEREG NOT = "B"
		MOVE "Mode de règlement invalide (C, V, E ou B)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** ESPECES : LA CAISSE DE L'OPERATEUR DOIT ETRE OUVERTE AVANT LA
***** REPARTITION ; CHAQUE REGLEMENT REPARTI Y EST ENSUITE INSCRIT
	IF SAI-MODEREG = "E"
		MOVE "C" TO CAISSE-ACTION
		CALL "MVTCAISSE" USING CAISSE-DEMANDE
		IF CAISSE-RETOUR NOT = "O"
			MOVE "Pas de caisse ouverte : espèces refusées." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	MOVE SAI-MONTANTREG TO WS-RESTE-A-REPARTIR.
	MOVE SAI-MODEREG TO WS-MODEREG.
	MOVE WDATE TO WS-DATEREG.
	MOVE 0 TO WS-NBSOLDEES.
	MOVE 0 TO WS-ERREUR-SQL.

	DISPLAY "Règlement du payeur " WS-NUMPAYEUR " " WS-NOM " "
		WS-PRENOM " :".
	PERFORM REPARTITION-FACTURE THRU REPARTITION-FACTURE-EXIT
		VARYING FACT-IDX FROM 1 BY 1
		UNTIL FACT-IDX > WS-NBFACT OR WS-RESTE-A-REPARTIR = 0
		OR WS-ERREUR-SQL = 1.

	IF WS-ERREUR-SQL = 1
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, le règlement n'a pas été enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	MOVE SAI-MONTANTREG TO ED-MONTANT.
	DISPLAY "    Montant réparti : " ED-MONTANT ", mode " WS-MODEREG.
	DISPLAY "    Factures soldées : " WS-NBSOLDEES.
	SUBTRACT SAI-MONTANTREG FROM WS-TOTAL-GROUPE.
	MOVE WS-TOTAL-GROUPE TO ED-MONTANT.
	DISPLAY "    Reste dû du groupe : " ED-MONTANT.
	IF WS-NBCLOS > 0
		DISPLAY "    Factures en exercice clos non traitées : " WS-NBCLOS
	END-IF.
	MOVE "Le règlement a bien été réparti." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***** FACTURES OUVERTES ADRESSEES AU PAYEUR, LES PLUS ANCIENNES EN TETE,
***** AVEC LEUR RESTE DU (REGLEMENTS PARTIELS ET AVOIRS DEDUITS)
RELEVE-FACTURES-GROUPE.
	MOVE 0 TO WS-NBFACT.
	MOVE 0 TO WS-NBCLOS.
	MOVE 0 TO WS-TOTAL-GROUPE.

	EXEC SQL
		DECLARE GROUPECUR CURSOR FOR
		SELECT NUMFACT, NUMPIL, MONTANT, DATEGEN
		FROM FACTURES
		WHERE NUMPAYEUR = :WS-NUMPAYEUR
		AND ETATPAIEMENT = "N"
		ORDER BY DATEGEN, NUMFACT
	END-EXEC.

	EXEC SQL
		OPEN GROUPECUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM FACTURE-GROUPE-SUIVANTE THRU FACTURE-GROUPE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE GROUPECUR
	END-EXEC.

FACTURE-GROUPE-SUIVANTE.
	EXEC SQL
		FETCH GROUPECUR
		INTO :WS-NUMFACT, :WS-NUMPILFACT, :WS-MONTANT, :WS-DATEGEN
	END-EXEC.

	IF SQLCODE = 100 OR WS-NBFACT = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO FACTURE-GROUPE-SUIVANTE-EXIT
	END-IF.

	MOVE WS-DATEGEN(1:4) TO WS-ANNEE-LIGNE.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBEXCLOS
		FROM EXERCICES
		WHERE ANNEE = :WS-ANNEE-LIGNE
		AND STATUTEX = "C"
	END-EXEC.

	IF WS-NBEXCLOS > 0
		ADD 1 TO WS-NBCLOS
		GO TO FACTURE-GROUPE-SUIVANTE-EXIT
	END-IF.

	PERFORM CUMUL-REGLEMENTS.

	IF WS-RESTEDU NOT > 0
		GO TO FACTURE-GROUPE-SUIVANTE-EXIT
	END-IF.

	ADD 1 TO WS-NBFACT.
	MOVE WS-NUMFACT TO WS-GRP-NUMFACT(WS-NBFACT).
	MOVE WS-NUMPILFACT TO WS-GRP-NUMPIL(WS-NBFACT).
	MOVE WS-DATEGEN TO WS-GRP-DATEGEN(WS-NBFACT).
	MOVE WS-RESTEDU TO WS-GRP-RESTEDU(WS-NBFACT).
	ADD WS-RESTEDU TO WS-TOTAL-GROUPE.

FACTURE-GROUPE-SUIVANTE-EXIT.
	EXIT.

***** IMPUTATION SUR UNE FACTURE DU GROUPE : LE RESTE DU DE LA FACTURE
***** OU CE QUI RESTE DU REGLEMENT ; SUR ERREUR SQL L'APPELANT ANNULE
***** TOUTE LA REPARTITION
REPARTITION-FACTURE.
	IF WS-RESTE-A-REPARTIR < WS-GRP-RESTEDU(FACT-IDX)
		MOVE WS-RESTE-A-REPARTIR TO WS-MONTANTREG
	ELSE
		MOVE WS-GRP-RESTEDU(FACT-IDX) TO WS-MONTANTREG
	END-IF.

	MOVE "NUMREG" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMREG.
	MOVE WS-GRP-NUMFACT(FACT-IDX) TO WS-NUMFACT.
	MOVE WS-GRP-NUMPIL(FACT-IDX) TO WS-NUMPILFACT.

	EXEC SQL
		INSERT INTO REGLEMENTS(NUMREG,NUMFACT,NUMPIL,MONTANTREG,
		DATEREG,MODEREG,NUMREMISE)
		VALUES(:WS-NUMREG,:WS-NUMFACT,:WS-NUMPILFACT,:WS-MONTANTREG,
		:WS-DATEREG,:WS-MODEREG,0)
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 1 TO WS-ERREUR-SQL
		GO TO REPARTITION-FACTURE-EXIT
	END-IF.

	IF WS-MODEREG = "E"
		MOVE "M" TO CAISSE-ACTION
		MOVE "E" TO CAISSE-SENS
		MOVE WS-MONTANTREG TO CAISSE-MONTANT
		MOVE "R" TO CAISSE-NATURE
		MOVE WS-NUMREG TO CAISSE-NUMPIECE
		MOVE "PAYEUR" TO CAISSE-ORIGINE
		CALL "MVTCAISSE" USING CAISSE-DEMANDE
		IF CAISSE-RETOUR NOT = "O"
			MOVE 1 TO WS-ERREUR-SQL
			GO TO REPARTITION-FACTURE-EXIT
		END-IF
	END-IF.

	IF WS-MONTANTREG = WS-GRP-RESTEDU(FACT-IDX)
		EXEC SQL
			UPDATE FACTURES SET ETATPAIEMENT = "O"
			WHERE NUMFACT = :WS-NUMFACT
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE 1 TO WS-ERREUR-SQL
			GO TO REPARTITION-FACTURE-EXIT
		END-IF
		ADD 1 TO WS-NBSOLDEES
	END-IF.

	SUBTRACT WS-MONTANTREG FROM WS-RESTE-A-REPARTIR.
	MOVE WS-MONTANTREG TO ED-MONTANT.
	DISPLAY "    Facture " WS-NUMFACT " du " WS-GRP-DATEGEN(FACT-IDX)
		" - pilote " WS-NUMPILFACT " : " ED-MONTANT.

REPARTITION-FACTURE-EXIT.
	EXIT.

***** RESTE DU SUR LA FACTURE WS-NUMFACT : MONTANT MOINS REGLEMENTS ET
***** AVOIRS DEJA ENREGISTRES (MEME CALCUL QUE REGLEMENT)
CUMUL-REGLEMENTS.
	EXEC SQL
		SELECT SUM(MONTANTREG)
		INTO :WS-TOTALREGLE
		FROM REGLEMENTS
		WHERE NUMFACT = :WS-NUMFACT
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TOTALREGLE
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANTAVOIR)
		INTO :WS-TOTALAVOIR
		FROM AVOIRS
		WHERE NUMFACT = :WS-NUMFACT
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TOTALAVOIR
	END-IF.

	COMPUTE WS-RESTEDU = WS-MONTANT - WS-TOTALREGLE - WS-TOTALAVOIR.

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

	MOVE "PAYEUR" TO WS-PROGRAMME.
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
