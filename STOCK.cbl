IDENTIFICATION DIVISION.
PROGRAM-ID. STOCK.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** STOCK DU MAGASIN DE PIECES : RECEPTION DES PIECES LIVREES (LA
***** QUANTITE ENTRE EN STOCK ET LE PRIX D'ACHAT MET A JOUR LE PRIX
***** MOYEN PONDERE DU CATALOGUE) ET INVENTAIRE PHYSIQUE ANNUEL (LA
***** QUANTITE COMPTEE REMPLACE LE STOCK THEORIQUE, L'ECART EST PASSE EN
***** MOUVEMENT "I"). LES CONSOMMATIONS SUR ORDRE DE TRAVAIL SONT
***** SORTIES PAR ORDRETRA, LA VALORISATION ET LA LISTE DE
***** REAPPROVISIONNEMENT SORTENT DE STOCKRAP DANS LA CHAINE DE NUIT
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 CHOIX PIC X.
77 CHOIXACTION PIC X.
77 CHOIXVALIDATION PIC X.

**** VARIABLES DE SAISIE
77 SAI-REFPIECE PIC X(10).
77 SAI-QUANTITE PIC Z(5).
77 SAI-PRIXACHAT PIC 9(4)V99.
77 SAI-NUMFF PIC Z(6).
77 SAI-REFERENCE PIC X(20).
77 SAI-QTECOMPTEE PIC Z(5).

77 WS-VALEUR PIC S9(8)V99 VALUE IS 0.

***** ZONES D'EDITION
77 ED-QTE PIC -(5)9.
77 ED-PRIX PIC Z(3)9.99.
77 ED-VALEUR PIC -(7)9.99.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** LIBELLE DES MOUVEMENTS D'INVENTAIRE
01 WS-REF-INVENTAIRE.
   02 FILLER PIC X(11) VALUE "INVENTAIRE ".
   02 WS-REF-ANNEE PIC 9999.
   02 FILLER PIC X(5) VALUE SPACES.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES PIECES_CATALOGUE, MOUVEMENTS_STOCK, FACTURES_FOURN
	EXEC SQL
		INCLUDE PIECES_CATALOGUE,MOUVEMENTS_STOCK,FACTURES_FOURN
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PIECE.
			05 WS-REFPIECE PIC X(10).
			05 WS-DESIGNATION PIC X(30).
			05 WS-PRIXUNIT PIC 9(4)V99.
			05 WS-QTESTOCK PIC S9(6).
			05 WS-NOUVPRIX PIC 9(4)V99.
			05 WS-NOUVSTOCK PIC S9(6).
		01 WS-MOUVEMENT.
			05 WS-NUMMVT PIC 9(8).
			05 WS-DATEMVT PIC X(8).
			05 WS-TYPEMVT PIC X.
			05 WS-QUANTITE PIC S9(6).
			05 WS-PRIXMVT PIC 9(4)V99.
			05 WS-NUMFF PIC 9(6).
			05 WS-REFERENCE PIC X(20).
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
  01  SCREEN-MENU-STOCK.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "STOCK DES PIECES".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "1 : Réceptionner des pièces".
	  05 LINE 08 COL 01 VALUE "2 : Saisir un comptage d'inventaire".
	  05 LINE 09 COL 01 VALUE "3 : Ne rien faire".
	  05 LINE 10 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 10 COL 48 PIC X TO CHOIXACTION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-RECEPTION.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "RECEPTION DE PIECES".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "Référence de la pièce : ".
	  05 LINE 07 COL 25 PIC X(10) TO SAI-REFPIECE.
	  05 LINE 08 COL 01 VALUE "Quantité reçue : ".
	  05 LINE 08 COL 18 PIC Z(5) TO SAI-QUANTITE.
	  05 LINE 09 COL 01 VALUE "Prix d'achat unitaire (vide = prix du catalogue) : ".
	  05 LINE 09 COL 53 PIC 9(4)V99 TO SAI-PRIXACHAT.
	  05 LINE 10 COL 01 VALUE "Numéro de facture fournisseur (facultatif) : ".
	  05 LINE 10 COL 47 PIC Z(6) TO SAI-NUMFF.
	  05 LINE 11 COL 01 VALUE "Bon de livraison : ".
	  05 LINE 11 COL 20 PIC X(20) TO SAI-REFERENCE.
	  05 LINE 13 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 13 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-INVENTAIRE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "INVENTAIRE PHYSIQUE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "Référence de la pièce : ".
	  05 LINE 07 COL 25 PIC X(10) TO SAI-REFPIECE.
	  05 LINE 08 COL 01 VALUE "Quantité comptée sur l'étagère : ".
	  05 LINE 08 COL 35 PIC Z(5) TO SAI-QTECOMPTEE.
	  05 LINE 10 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 10 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

PROCEDURE DIVISION.

DEBUT.

PERFORM AFFICHE-MENU-STOCK.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM RECEPTION-PIECES THRU EVALUATE-CHOIX
	WHEN "2"
		PERFORM COMPTAGE-INVENTAIRE THRU EVALUATE-CHOIX
	WHEN "3"
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

AFFICHE-MENU-STOCK.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-MENU-STOCK.
	ACCEPT SCREEN-MENU-STOCK.

***************************************************************
***** RECEPTION : LA QUANTITE ENTRE EN STOCK ET LE PRIX UNITAIRE DU
***** CATALOGUE DEVIENT LE PRIX MOYEN PONDERE
*****   (STOCK x PRIX ACTUEL + RECU x PRIX D'ACHAT) / (STOCK + RECU)
***** UN STOCK NUL OU NEGATIF NE PESE PAS DANS LA MOYENNE : LE PRIX
***** D'ACHAT S'APPLIQUE TEL QUEL
***************************************************************
RECEPTION-PIECES.
	MOVE SPACES TO SAI-REFPIECE.
	MOVE SPACES TO SAI-REFERENCE.
	MOVE 0 TO SAI-QUANTITE.
	MOVE 0 TO SAI-PRIXACHAT.
	MOVE 0 TO SAI-NUMFF.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-RECEPTION.
	ACCEPT SCREEN-RECEPTION.
	ACCEPT SAI-REFPIECE LINE 07 COL 25.
	ACCEPT SAI-QUANTITE LINE 08 COL 18.
	ACCEPT SAI-PRIXACHAT LINE 09 COL 53.
	ACCEPT SAI-NUMFF LINE 10 COL 47.
	ACCEPT SAI-REFERENCE LINE 11 COL 20.
	ACCEPT CHOIXVALIDATION LINE 13 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "La réception n'a pas été enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-REFPIECE TO WS-REFPIECE.
	EXEC SQL
		SELECT DESIGNATION, PRIXUNIT, QTESTOCK
		INTO :WS-DESIGNATION, :WS-PRIXUNIT, :WS-QTESTOCK
		FROM PIECES_CATALOGUE
		WHERE REFPIECE = :WS-REFPIECE
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Cette pièce n'existe pas au catalogue." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-QUANTITE TO WS-QUANTITE.
	IF WS-QUANTITE = 0
		MOVE "La quantité reçue est obligatoire." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-NUMFF TO WS-NUMFF.
	IF WS-NUMFF NOT = 0
		EXEC SQL
			SELECT NUMFF
			INTO :WS-NUMFF
			FROM FACTURES_FOURN
			WHERE NUMFF = :WS-NUMFF
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE "Cette facture fournisseur n'existe pas." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	IF SAI-PRIXACHAT = 0
		MOVE WS-PRIXUNIT TO WS-PRIXMVT
	ELSE
		MOVE SAI-PRIXACHAT TO WS-PRIXMVT
	END-IF.

	IF WS-QTESTOCK > 0
		COMPUTE WS-NOUVPRIX ROUNDED =
			(WS-QTESTOCK * WS-PRIXUNIT + WS-QUANTITE * WS-PRIXMVT)
			/ (WS-QTESTOCK + WS-QUANTITE)
	ELSE
		MOVE WS-PRIXMVT TO WS-NOUVPRIX
	END-IF.
	COMPUTE WS-NOUVSTOCK = WS-QTESTOCK + WS-QUANTITE.

	MOVE "NUMMVT" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMMVT.
	MOVE WDATE TO WS-DATEMVT.
	MOVE "R" TO WS-TYPEMVT.
	MOVE SAI-REFERENCE TO WS-REFERENCE.

	EXEC SQL
		INSERT INTO MOUVEMENTS_STOCK(NUMMVT,REFPIECE,DATEMVT,TYPEMVT,
		QUANTITE,QTEAVANT,PRIXUNIT,NUMOT,NUMFF,REFERENCE)
		VALUES(:WS-NUMMVT,:WS-REFPIECE,:WS-DATEMVT,:WS-TYPEMVT,
		:WS-QUANTITE,:WS-QTESTOCK,:WS-PRIXMVT,0,:WS-NUMFF,:WS-REFERENCE)
	END-EXEC.

	IF SQLCODE = 0
		EXEC SQL
			UPDATE PIECES_CATALOGUE SET QTESTOCK = :WS-NOUVSTOCK,
			PRIXUNIT = :WS-NOUVPRIX
			WHERE REFPIECE = :WS-REFPIECE
		END-EXEC
	END-IF.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, réception non enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "Réception enregistrée :".
	DISPLAY "    Pièce : " WS-REFPIECE " " WS-DESIGNATION.
	MOVE WS-QUANTITE TO ED-QTE.
	MOVE WS-PRIXMVT TO ED-PRIX.
	DISPLAY "    Reçu : " ED-QTE " à " ED-PRIX.
	MOVE WS-NOUVSTOCK TO ED-QTE.
	MOVE WS-NOUVPRIX TO ED-PRIX.
	DISPLAY "    Nouveau stock : " ED-QTE ", prix moyen : " ED-PRIX.
	MOVE "La réception a bien été enregistrée." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***************************************************************
***** INVENTAIRE PHYSIQUE : LA QUANTITE COMPTEE DEVIENT LE STOCK ;
***** L'ECART AVEC LE STOCK THEORIQUE EST PASSE EN MOUVEMENT "I",
***** MEME NUL, POUR GARDER TRACE DE CHAQUE PIECE COMPTEE DANS L'ANNEE
***************************************************************
COMPTAGE-INVENTAIRE.
	MOVE SPACES TO SAI-REFPIECE.
	MOVE 0 TO SAI-QTECOMPTEE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-INVENTAIRE.
	ACCEPT SCREEN-INVENTAIRE.
	ACCEPT SAI-REFPIECE LINE 07 COL 25.
	ACCEPT SAI-QTECOMPTEE LINE 08 COL 35.
	ACCEPT CHOIXVALIDATION LINE 10 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le comptage n'a pas été enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-REFPIECE TO WS-REFPIECE.
	EXEC SQL
		SELECT DESIGNATION, PRIXUNIT, QTESTOCK
		INTO :WS-DESIGNATION, :WS-PRIXUNIT, :WS-QTESTOCK
		FROM PIECES_CATALOGUE
		WHERE REFPIECE = :WS-REFPIECE
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Cette pièce n'existe pas au catalogue." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-QTECOMPTEE TO WS-NOUVSTOCK.
	COMPUTE WS-QUANTITE = WS-NOUVSTOCK - WS-QTESTOCK.
	MOVE WS-PRIXUNIT TO WS-PRIXMVT.

	MOVE "NUMMVT" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMMVT.
	MOVE WDATE TO WS-DATEMVT.
	MOVE "I" TO WS-TYPEMVT.
	MOVE 0 TO WS-NUMFF.
	MOVE WANNEE TO WS-REF-ANNEE.
	MOVE WS-REF-INVENTAIRE TO WS-REFERENCE.

	EXEC SQL
		INSERT INTO MOUVEMENTS_STOCK(NUMMVT,REFPIECE,DATEMVT,TYPEMVT,
		QUANTITE,QTEAVANT,PRIXUNIT,NUMOT,NUMFF,REFERENCE)
		VALUES(:WS-NUMMVT,:WS-REFPIECE,:WS-DATEMVT,:WS-TYPEMVT,
		:WS-QUANTITE,:WS-QTESTOCK,:WS-PRIXMVT,0,:WS-NUMFF,:WS-REFERENCE)
	END-EXEC.

	IF SQLCODE = 0
		EXEC SQL
			UPDATE PIECES_CATALOGUE SET QTESTOCK = :WS-NOUVSTOCK
			WHERE REFPIECE = :WS-REFPIECE
		END-EXEC
	END-IF.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, comptage non enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	COMPUTE WS-VALEUR = WS-QUANTITE * WS-PRIXMVT.
	DISPLAY "Comptage d'inventaire enregistré :".
	DISPLAY "    Pièce : " WS-REFPIECE " " WS-DESIGNATION.
	MOVE WS-QTESTOCK TO ED-QTE.
	DISPLAY "    Stock théorique : " ED-QTE.
	MOVE WS-NOUVSTOCK TO ED-QTE.
	DISPLAY "    Stock compté    : " ED-QTE.
	MOVE WS-QUANTITE TO ED-QTE.
	MOVE WS-VALEUR TO ED-VALEUR.
	DISPLAY "    Ecart : " ED-QTE ", valeur : " ED-VALEUR.
	MOVE "Le comptage a bien été enregistré." TO ERREURS.
	GO TO EVALUATE-CHOIX.

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

	MOVE "STOCK" TO WS-PROGRAMME.
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
