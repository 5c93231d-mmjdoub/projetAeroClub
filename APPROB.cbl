IDENTIFICATION DIVISION.
PROGRAM-ID. APPROB.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** VALIDATION PAR UN SECOND OPERATEUR DES OPERATIONS SENSIBLES
***** INSCRITES PAR APPRODEM DANS APPROBATIONS (AVOIRS, FUSIONS DE
***** PROFILS, TARIFS HORAIRES, BAREMES DE REMISE ET CLOTURES FORCEES
***** AU-DELA DE LEUR SEUIL). L'APPROBATEUR A LE DROIT 32 ET N'EST PAS
***** LE DEMANDEUR. UN AVOIR, UN TARIF OU UNE REMISE EST ENTIEREMENT
***** DECRIT PAR LA DEMANDE ET EST APPLIQUE ICI A LA VALIDATION (ETAT
***** "E") ; UNE FUSION OU UNE CLOTURE FORCEE DEPEND DES DONNEES DU
***** MOMENT, LA VALIDATION (ETAT "V") EST CONSOMMEE QUAND LE DEMANDEUR
***** RELANCE FUSION OU F2 A L'IDENTIQUE. LA TABLE APPROBATIONS GARDE
***** LE DEMANDEUR, L'APPROBATEUR, LES DATES ET LE COMMENTAIRE
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 CHOIX PIC X.
77 CHOIXACTION PIC X.
77 CHOIXDECISION PIC X.

**** VARIABLES DE SAISIE
77 SAI-NUMAPPRO PIC Z(6).
77 SAI-COMMENTAIRE PIC X(50).

77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-ECHEC PIC 9 VALUE IS 0.
77 WS-NBLIGNES PIC 9(4) VALUE IS 0.
77 WS-LIB-TYPE PIC X(20).
77 WS-LIB-ETAT PIC X(10).

***** ZONES D'EDITION
77 ED-MONTANT PIC Z(5)9.99.
77 ED-ANCIEN PIC Z(5)9.99.
77 ED-NBLIGNES PIC Z(3)9.

***** VEILLE DE LA DATE D'EFFET D'UN TARIF (FIN DU TARIF PRECEDENT)
01 WS-VEILLE.
   02 VEI-ANNEE PIC 9999.
   02 VEI-MOIS PIC 99.
   02 VEI-JOUR PIC 99.
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

**** IMPORT TABLES UTILISATEURS, SESSION_ACTIVE
	EXEC SQL
		INCLUDE UTILISATEURS,SESSION_ACTIVE
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-SESSION-DROITS.
			05 WS-TERMINAL PIC X(8).
			05 WS-CODEUTIL PIC X(8).
			05 WS-DROITS PIC X(40).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES APPROBATIONS, APPROBATION_LIGNES
	EXEC SQL
		INCLUDE APPROBATIONS,APPROBATION_LIGNES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-APPROBATIONS.
			05 WS-NUMAPPRO PIC 9(6).
			05 WS-TYPEOPER PIC X.
			05 WS-CLE1 PIC 9(6).
			05 WS-CLE2 PIC 9(6).
			05 WS-CODE PIC X.
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-ANCIEN PIC 9(6)V99.
			05 WS-DATEEFFET PIC X(8).
			05 WS-LIBELLE PIC X(50).
			05 WS-CODEUTIL-DEM PIC X(8).
			05 WS-DATDEM PIC X(8).
			05 WS-HEUREDEM PIC X(8).
			05 WS-ETATAPPRO PIC X.
			05 WS-CODEUTIL-APP PIC X(8).
			05 WS-DATAPP PIC X(8).
			05 WS-HEUREAPP PIC X(8).
			05 WS-COMMENTAIRE PIC X(50).
			05 WS-NUMOBJET PIC 9(6).
			05 WS-DATEXEC PIC X(8).
		01 WS-APPROBATION-LIGNE.
			05 WS-APL-NUMLIGNE PIC 9(3).
			05 WS-APL-MONTANT PIC 9(4)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES FACTURES, AVOIRS, AVOIR_LIGNES, EXERCICES
	EXEC SQL
		INCLUDE FACTURES,AVOIRS,AVOIR_LIGNES,EXERCICES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-AVOIRS.
			05 WS-NUMFACT PIC 9(6).
			05 WS-FACTMONTANT PIC 9(6)V99.
			05 WS-FACTDATEGEN PIC X(8).
			05 WS-NUMAVOIR PIC 9(6).
			05 WS-DEJA-CREDITE PIC 9(6)V99.
			05 WS-ANNEE-LIGNE PIC X(4).
			05 WS-NBEXCLOS PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES TARIFS, REMISES
	EXEC SQL
		INCLUDE TARIFS,REMISES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-TARIFS.
			05 WS-NUMTARIF PIC 9(6).
			05 WS-NUMTYP PIC 9(3).
			05 WS-TARIF PIC 9(2)V99.
			05 WS-DATEDEB PIC X(8).
			05 WS-DATEFIN PIC X(8).
		01 WS-REMISE.
			05 WS-CODREMISE PIC X.
			05 WS-LIBREMISE PIC X(20).
			05 WS-POURCENT PIC 9(2)V99.
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
  01  SCREEN-MENU-APPROB.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "APPROBATION DES OPERATIONS SENSIBLES".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "1 : Demandes en attente d'approbation".
	  05 LINE 08 COL 01 VALUE "2 : Valider ou rejeter une demande".
	  05 LINE 09 COL 01 VALUE "3 : Journal des demandes et approbations".
	  05 LINE 10 COL 01 VALUE "4 : Ne rien faire".
	  05 LINE 12 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 12 COL 48 PIC X TO CHOIXACTION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-SAISIE-DEMANDE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "VALIDATION OU REJET D'UNE DEMANDE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "Numéro de la demande : ".
	  05 LINE 07 COL 24 PIC Z(6) TO SAI-NUMAPPRO.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-DECISION.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "VALIDATION OU REJET D'UNE DEMANDE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Demande numéro : ".
	  05 LINE 06 COL 18 PIC Z(6) FROM WS-NUMAPPRO.
	  05 LINE 07 COL 01 VALUE "Opération : ".
	  05 LINE 07 COL 13 PIC X(20) FROM WS-LIB-TYPE.
	  05 LINE 08 COL 01 VALUE "Clés : ".
	  05 LINE 08 COL 08 PIC Z(6) FROM WS-CLE1.
	  05 LINE 08 COL 15 PIC Z(6) FROM WS-CLE2.
	  05 LINE 08 COL 22 PIC X FROM WS-CODE.
	  05 LINE 09 COL 01 VALUE "Montant demandé : ".
	  05 LINE 09 COL 19 PIC Z(5)9.99 FROM WS-MONTANT.
	  05 LINE 09 COL 30 VALUE "Ancienne valeur : ".
	  05 LINE 09 COL 48 PIC Z(5)9.99 FROM WS-ANCIEN.
	  05 LINE 10 COL 01 VALUE "Date d'effet : ".
	  05 LINE 10 COL 16 PIC X(8) FROM WS-DATEEFFET.
	  05 LINE 11 COL 01 VALUE "Libellé : ".
	  05 LINE 11 COL 11 PIC X(50) FROM WS-LIBELLE.
	  05 LINE 12 COL 01 VALUE "Demandée par : ".
	  05 LINE 12 COL 16 PIC X(8) FROM WS-CODEUTIL-DEM.
	  05 LINE 12 COL 25 VALUE "le ".
	  05 LINE 12 COL 28 PIC X(8) FROM WS-DATDEM.
	  05 LINE 14 COL 01 VALUE "Décision (V : valider, R : rejeter) : ".
	  05 LINE 14 COL 40 PIC X TO CHOIXDECISION.
	  05 LINE 15 COL 01 VALUE "Commentaire (obligatoire pour un rejet) : ".
	  05 LINE 16 COL 01 PIC X(50) TO SAI-COMMENTAIRE.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

PROCEDURE DIVISION.

DEBUT.

PERFORM AFFICHE-MENU-APPROB.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM LISTE-ATTENTE THRU EVALUATE-CHOIX
	WHEN "2"
		PERFORM DECISION-DEMANDE THRU EVALUATE-CHOIX
	WHEN "3"
		PERFORM JOURNAL-APPROBATIONS THRU EVALUATE-CHOIX
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

AFFICHE-MENU-APPROB.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-MENU-APPROB.
	ACCEPT SCREEN-MENU-APPROB.

***************************************************************
***** DEMANDES EN ATTENTE, DE LA PLUS ANCIENNE A LA PLUS RECENTE
***************************************************************
LISTE-ATTENTE.
	MOVE 0 TO WS-NBLIGNES.
	DISPLAY DELETE-SCREEN.
	DISPLAY "DEMANDES EN ATTENTE D'APPROBATION".

	EXEC SQL
		DECLARE ATTCUR CURSOR FOR
		SELECT NUMAPPRO, TYPEOPER, CLE1, CLE2, CODE, MONTANT, ANCIEN,
		DATEEFFET, LIBELLE, CODEUTIL_DEM, DATDEM, HEUREDEM
		FROM APPROBATIONS
		WHERE ETATAPPRO = "A"
		ORDER BY NUMAPPRO
	END-EXEC.

	EXEC SQL
		OPEN ATTCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM ATTENTE-SUIVANTE THRU ATTENTE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE ATTCUR
	END-EXEC.

	IF WS-NBLIGNES = 0
		MOVE "Aucune demande en attente." TO ERREURS
	ELSE
		MOVE WS-NBLIGNES TO ED-NBLIGNES
		MOVE SPACES TO ERREURS
		STRING "Demandes en attente : " ED-NBLIGNES
			DELIMITED BY SIZE INTO ERREURS
	END-IF.
	GO TO EVALUATE-CHOIX.

ATTENTE-SUIVANTE.
	EXEC SQL
		FETCH ATTCUR
		INTO :WS-NUMAPPRO, :WS-TYPEOPER, :WS-CLE1, :WS-CLE2, :WS-CODE,
		:WS-MONTANT, :WS-ANCIEN, :WS-DATEEFFET, :WS-LIBELLE,
		:WS-CODEUTIL-DEM, :WS-DATDEM, :WS-HEUREDEM
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO ATTENTE-SUIVANTE-EXIT
	END-IF.

	ADD 1 TO WS-NBLIGNES.
	PERFORM LIBELLE-TYPE.
	DISPLAY "  " WS-NUMAPPRO " " WS-LIB-TYPE " demandée par "
		WS-CODEUTIL-DEM " le " WS-DATDEM " à " WS-HEUREDEM.
	PERFORM DETAIL-DEMANDE.

ATTENTE-SUIVANTE-EXIT.
	EXIT.

***************************************************************
***** VALIDATION OU REJET : L'OPERATEUR DE LA SESSION DOIT AVOIR LE
***** DROIT 32 ET NE PAS ETRE LE DEMANDEUR ; SEULE UNE DEMANDE EN
***** ATTENTE PEUT ETRE TRAITEE, ET LA MISE A JOUR DE SON ETAT EST
***** CONDITIONNEE A CET ETAT (DEUX APPROBATEURS NE TRAITENT PAS LA
***** MEME DEMANDE). TOUT DANS UNE SEULE TRANSACTION
***************************************************************
DECISION-DEMANDE.
	MOVE 0 TO SAI-NUMAPPRO.
	MOVE SPACES TO SAI-COMMENTAIRE.
	MOVE SPACES TO CHOIXDECISION.

	PERFORM OPERATEUR-SESSION.
	IF WS-CODEUTIL = SPACES
		MOVE "Aucune session ouverte sur ce terminal." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-DROITS(32:1) NOT = "O"
		MOVE "Vous n'avez pas le droit d'approbation." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-SAISIE-DEMANDE.
	ACCEPT SCREEN-SAISIE-DEMANDE.
	ACCEPT SAI-NUMAPPRO LINE 07 COL 24.

	MOVE SAI-NUMAPPRO TO WS-NUMAPPRO.
	EXEC SQL
		SELECT TYPEOPER, CLE1, CLE2, CODE, MONTANT, ANCIEN, DATEEFFET,
		LIBELLE, CODEUTIL_DEM, DATDEM, HEUREDEM, ETATAPPRO
		INTO :WS-TYPEOPER, :WS-CLE1, :WS-CLE2, :WS-CODE, :WS-MONTANT,
		:WS-ANCIEN, :WS-DATEEFFET, :WS-LIBELLE, :WS-CODEUTIL-DEM,
		:WS-DATDEM, :WS-HEUREDEM, :WS-ETATAPPRO
		FROM APPROBATIONS
		WHERE NUMAPPRO = :WS-NUMAPPRO
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Cette demande n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-ETATAPPRO NOT = "A"
		MOVE "Cette demande n'est plus en attente." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-CODEUTIL-DEM = WS-CODEUTIL
		MOVE "Le demandeur ne peut pas approuver sa demande." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	PERFORM LIBELLE-TYPE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-DECISION.
	ACCEPT SCREEN-DECISION.
	ACCEPT CHOIXDECISION LINE 14 COL 40.
	ACCEPT SAI-COMMENTAIRE LINE 16 COL 01.

	MOVE 0 TO WS-NUMOBJET.
	MOVE SPACES TO WS-DATEXEC.

	IF CHOIXDECISION = "R" OR CHOIXDECISION = "r"
		IF SAI-COMMENTAIRE = SPACES
			MOVE "Un rejet doit être motivé." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		MOVE "R" TO WS-ETATAPPRO
		GO TO DECISION-ENREGISTREMENT
	END-IF.

	IF CHOIXDECISION NOT = "V" AND CHOIXDECISION NOT = "v"
		MOVE "Aucune décision enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE 0 TO WS-ECHEC.
	EVALUATE WS-TYPEOPER
		WHEN "A"
			PERFORM APPLICATION-AVOIR THRU APPLICATION-AVOIR-EXIT
		WHEN "T"
			PERFORM APPLICATION-TARIF THRU APPLICATION-TARIF-EXIT
		WHEN "R"
			PERFORM APPLICATION-REMISE THRU APPLICATION-REMISE-EXIT
		WHEN OTHER
			MOVE "V" TO WS-ETATAPPRO
	END-EVALUATE.

	IF WS-ECHEC = 1
		EXEC SQL
			ROLLBACK
		END-EXEC
		GO TO EVALUATE-CHOIX
	END-IF.

DECISION-ENREGISTREMENT.
	ACCEPT WS-HEUREAPP FROM TIME.
	EXEC SQL
		UPDATE APPROBATIONS SET ETATAPPRO = :WS-ETATAPPRO,
		CODEUTIL_APP = :WS-CODEUTIL, DATAPP = :WDATE,
		HEUREAPP = :WS-HEUREAPP, COMMENTAIRE = :SAI-COMMENTAIRE,
		NUMOBJET = :WS-NUMOBJET, DATEXEC = :WS-DATEXEC
		WHERE NUMAPPRO = :WS-NUMAPPRO
		AND ETATAPPRO = "A"
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL ou demande déjà traitée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	EVALUATE WS-ETATAPPRO
		WHEN "R"
			MOVE "La demande a été rejetée." TO ERREURS
		WHEN "V"
			MOVE "Validée : le demandeur peut relancer l'opération."
				TO ERREURS
		WHEN OTHER
			DISPLAY "Opération exécutée, pièce créée : " WS-NUMOBJET
			MOVE "La demande a été validée et exécutée." TO ERREURS
	END-EVALUATE.
	GO TO EVALUATE-CHOIX.

***************************************************************
***** AVOIR : LES CONTROLES DE AVOIR SONT REPRIS A LA DATE DE LA
***** VALIDATION (EXERCICE CLOS, CUMUL DES AVOIRS DE LA FACTURE), PUIS
***** L'AVOIR EST EMIS AVEC LES LIGNES CONSERVEES DANS
***** APPROBATION_LIGNES
***************************************************************
APPLICATION-AVOIR.
	MOVE WS-CLE1 TO WS-NUMFACT.
	EXEC SQL
		SELECT MONTANT, DATEGEN
		INTO :WS-FACTMONTANT, :WS-FACTDATEGEN
		FROM FACTURES
		WHERE NUMFACT = :WS-NUMFACT
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "La facture de l'avoir n'existe plus." TO ERREURS
		MOVE 1 TO WS-ECHEC
		GO TO APPLICATION-AVOIR-EXIT
	END-IF.

	MOVE WS-FACTDATEGEN(1:4) TO WS-ANNEE-LIGNE.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBEXCLOS
		FROM EXERCICES
		WHERE ANNEE = :WS-ANNEE-LIGNE
		AND STATUTEX = "C"
	END-EXEC.

	IF WS-NBEXCLOS > 0
		MOVE "Exercice clos depuis la demande, avoir impossible." TO ERREURS
		MOVE 1 TO WS-ECHEC
		GO TO APPLICATION-AVOIR-EXIT
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANTAVOIR)
		INTO :WS-DEJA-CREDITE
		FROM AVOIRS
		WHERE NUMFACT = :WS-NUMFACT
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-DEJA-CREDITE
	END-IF.

	IF WS-MONTANT + WS-DEJA-CREDITE > WS-FACTMONTANT
		MOVE "Le cumul des avoirs dépasserait la facture." TO ERREURS
		MOVE 1 TO WS-ECHEC
		GO TO APPLICATION-AVOIR-EXIT
	END-IF.

	MOVE "NUMAVOIR" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMAVOIR.

	EXEC SQL
		INSERT INTO AVOIRS(NUMAVOIR,NUMFACT,MONTANTAVOIR,DATEGEN,MOTIF)
		VALUES(:WS-NUMAVOIR,:WS-NUMFACT,:WS-MONTANT,:WDATE,:WS-LIBELLE)
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "ERREUR SQL, avoir non émis." TO ERREURS
		MOVE 1 TO WS-ECHEC
		GO TO APPLICATION-AVOIR-EXIT
	END-IF.

	EXEC SQL
		DECLARE APLCUR CURSOR FOR
		SELECT NUMLIGNE, MONTANTLIGNE
		FROM APPROBATION_LIGNES
		WHERE NUMAPPRO = :WS-NUMAPPRO
		ORDER BY NUMLIGNE
	END-EXEC.

	EXEC SQL
		OPEN APLCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM LIGNE-AVOIR-SUIVANTE THRU LIGNE-AVOIR-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR NOT = 0.

	EXEC SQL
		CLOSE APLCUR
	END-EXEC.

	IF WS-FIN-CURSEUR = 9
		MOVE "ERREUR SQL, avoir non émis." TO ERREURS
		MOVE 1 TO WS-ECHEC
		GO TO APPLICATION-AVOIR-EXIT
	END-IF.

	MOVE WS-NUMAVOIR TO WS-NUMOBJET.
	MOVE WDATE TO WS-DATEXEC.
	MOVE "E" TO WS-ETATAPPRO.

APPLICATION-AVOIR-EXIT.
	EXIT.

LIGNE-AVOIR-SUIVANTE.
	EXEC SQL
		FETCH APLCUR
		INTO :WS-APL-NUMLIGNE, :WS-APL-MONTANT
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO LIGNE-AVOIR-SUIVANTE-EXIT
	END-IF.

	EXEC SQL
		INSERT INTO AVOIR_LIGNES(NUMAVOIR,NUMLIGNE,MONTANTLIGNE)
		VALUES(:WS-NUMAVOIR,:WS-APL-NUMLIGNE,:WS-APL-MONTANT)
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 9 TO WS-FIN-CURSEUR
	END-IF.

LIGNE-AVOIR-SUIVANTE-EXIT.
	EXIT.

***************************************************************
***** TARIF HORAIRE : LE TARIF OUVERT DU TYPE EST FERME LA VEILLE DE
***** LA DATE D'EFFET ET LE NOUVEAU TARIF EST OUVERT A CETTE DATE ; UNE
***** DATE D'EFFET DEPASSEE LORS DE LA VALIDATION EST RAMENEE A CE JOUR
***** (PAS DE TARIF RETROACTIF SUR DES VOLS DEJA SAISIS)
***************************************************************
APPLICATION-TARIF.
	MOVE WS-CLE1 TO WS-NUMTYP.
	MOVE WS-MONTANT TO WS-TARIF.
	MOVE WS-DATEEFFET TO WS-DATEDEB.
	IF WS-DATEDEB < WDATE
		MOVE WDATE TO WS-DATEDEB
	END-IF.

	MOVE WS-DATEDEB TO WS-VEILLE.
	PERFORM CALCUL-VEILLE.
	MOVE WS-VEILLE TO WS-DATEFIN.

	EXEC SQL
		UPDATE TARIFS SET DATEFIN = :WS-DATEFIN
		WHERE NUMTYP = :WS-NUMTYP
		AND DATEFIN = " "
	END-EXEC.

	IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
		MOVE "ERREUR SQL, tarif non modifié." TO ERREURS
		MOVE 1 TO WS-ECHEC
		GO TO APPLICATION-TARIF-EXIT
	END-IF.

	MOVE "NUMTARIF" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMTARIF.

	EXEC SQL
		INSERT INTO TARIFS(NUMTARIF,NUMTYP,TARIF,DATEDEB,DATEFIN)
		VALUES(:WS-NUMTARIF,:WS-NUMTYP,:WS-TARIF,:WS-DATEDEB," ")
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "ERREUR SQL, tarif non modifié." TO ERREURS
		MOVE 1 TO WS-ECHEC
		GO TO APPLICATION-TARIF-EXIT
	END-IF.

	MOVE WS-NUMTARIF TO WS-NUMOBJET.
	MOVE WDATE TO WS-DATEXEC.
	MOVE "E" TO WS-ETATAPPRO.

APPLICATION-TARIF-EXIT.
	EXIT.

***************************************************************
***** BAREME DE REMISE : MODIFICATION DU CODE EXISTANT OU CREATION
***** S'IL N'EXISTE PAS (DEMANDE ISSUE DE L'AJOUT DANS F9)
***************************************************************
APPLICATION-REMISE.
	MOVE WS-CODE TO WS-CODREMISE.
	MOVE WS-LIBELLE TO WS-LIBREMISE.
	MOVE WS-MONTANT TO WS-POURCENT.

	EXEC SQL
		UPDATE REMISES SET LIBELLE = :WS-LIBREMISE,
		POURCENT = :WS-POURCENT
		WHERE CODREMISE = :WS-CODREMISE
	END-EXEC.

	IF SQLCODE = 100
		EXEC SQL
			INSERT INTO REMISES(CODREMISE,LIBELLE,POURCENT)
			VALUES(:WS-CODREMISE,:WS-LIBREMISE,:WS-POURCENT)
		END-EXEC
	END-IF.

	IF NOT SQLCODE = 0
		MOVE "ERREUR SQL, barème non modifié." TO ERREURS
		MOVE 1 TO WS-ECHEC
		GO TO APPLICATION-REMISE-EXIT
	END-IF.

	MOVE WDATE TO WS-DATEXEC.
	MOVE "E" TO WS-ETATAPPRO.

APPLICATION-REMISE-EXIT.
	EXIT.

***************************************************************
***** JOURNAL : TOUTES LES DEMANDES, LA PLUS RECENTE EN TETE, AVEC LE
***** DEMANDEUR, L'APPROBATEUR, LA DECISION ET LA PIECE CREEE
***************************************************************
JOURNAL-APPROBATIONS.
	MOVE 0 TO WS-NBLIGNES.
	DISPLAY DELETE-SCREEN.
	DISPLAY "JOURNAL DES DEMANDES D'APPROBATION".

	EXEC SQL
		DECLARE JRNCUR CURSOR FOR
		SELECT NUMAPPRO, TYPEOPER, CLE1, CLE2, CODE, MONTANT, ANCIEN,
		DATEEFFET, LIBELLE, CODEUTIL_DEM, DATDEM, HEUREDEM, ETATAPPRO,
		CODEUTIL_APP, DATAPP, HEUREAPP, COMMENTAIRE, NUMOBJET, DATEXEC
		FROM APPROBATIONS
		ORDER BY NUMAPPRO DESC
	END-EXEC.

	EXEC SQL
		OPEN JRNCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM JOURNAL-SUIVANT THRU JOURNAL-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE JRNCUR
	END-EXEC.

	IF WS-NBLIGNES = 0
		MOVE "Aucune demande d'approbation." TO ERREURS
	ELSE
		MOVE "Fin du journal des approbations." TO ERREURS
	END-IF.
	GO TO EVALUATE-CHOIX.

JOURNAL-SUIVANT.
	EXEC SQL
		FETCH JRNCUR
		INTO :WS-NUMAPPRO, :WS-TYPEOPER, :WS-CLE1, :WS-CLE2, :WS-CODE,
		:WS-MONTANT, :WS-ANCIEN, :WS-DATEEFFET, :WS-LIBELLE,
		:WS-CODEUTIL-DEM, :WS-DATDEM, :WS-HEUREDEM, :WS-ETATAPPRO,
		:WS-CODEUTIL-APP, :WS-DATAPP, :WS-HEUREAPP, :WS-COMMENTAIRE,
		:WS-NUMOBJET, :WS-DATEXEC
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO JOURNAL-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBLIGNES.
	PERFORM LIBELLE-TYPE.
	EVALUATE WS-ETATAPPRO
		WHEN "A"
			MOVE "EN ATTENTE" TO WS-LIB-ETAT
		WHEN "R"
			MOVE "REJETEE" TO WS-LIB-ETAT
		WHEN "V"
			MOVE "VALIDEE" TO WS-LIB-ETAT
		WHEN "E"
			MOVE "EXECUTEE" TO WS-LIB-ETAT
		WHEN OTHER
			MOVE WS-ETATAPPRO TO WS-LIB-ETAT
	END-EVALUATE.

	DISPLAY "  " WS-NUMAPPRO " " WS-LIB-TYPE " " WS-LIB-ETAT.
	PERFORM DETAIL-DEMANDE.
	DISPLAY "      demandée par " WS-CODEUTIL-DEM " le " WS-DATDEM
		" à " WS-HEUREDEM.
	IF WS-CODEUTIL-APP NOT = SPACES
		DISPLAY "      décision de " WS-CODEUTIL-APP " le " WS-DATAPP
			" à " WS-HEUREAPP
	END-IF.
	IF WS-COMMENTAIRE NOT = SPACES
		DISPLAY "      commentaire : " WS-COMMENTAIRE
	END-IF.
	IF WS-DATEXEC NOT = SPACES
		DISPLAY "      exécutée le " WS-DATEXEC " pièce " WS-NUMOBJET
	END-IF.

JOURNAL-SUIVANT-EXIT.
	EXIT.

LIBELLE-TYPE.
	EVALUATE WS-TYPEOPER
		WHEN "A"
			MOVE "AVOIR" TO WS-LIB-TYPE
		WHEN "F"
			MOVE "FUSION DE PROFILS" TO WS-LIB-TYPE
		WHEN "T"
			MOVE "TARIF HORAIRE" TO WS-LIB-TYPE
		WHEN "R"
			MOVE "BAREME DE REMISE" TO WS-LIB-TYPE
		WHEN "D"
			MOVE "CLOTURE FORCEE" TO WS-LIB-TYPE
		WHEN OTHER
			MOVE WS-TYPEOPER TO WS-LIB-TYPE
	END-EVALUATE.

***** OBJET DE LA DEMANDE SELON SON TYPE (CF APPROBATIONS DANS AEROPROJ)
DETAIL-DEMANDE.
	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE WS-ANCIEN TO ED-ANCIEN.
	EVALUATE WS-TYPEOPER
		WHEN "A"
			DISPLAY "      facture " WS-CLE1 " montant " ED-MONTANT
		WHEN "F"
			DISPLAY "      pilote conservé " WS-CLE1 " doublon absorbé "
				WS-CLE2
		WHEN "T"
			DISPLAY "      type " WS-CLE1 " tarif " ED-ANCIEN " -> "
				ED-MONTANT " au " WS-DATEEFFET
		WHEN "R"
			DISPLAY "      code " WS-CODE " remise " ED-ANCIEN " % -> "
				ED-MONTANT " %"
		WHEN "D"
			DISPLAY "      vol " WS-CLE1 " heures " ED-MONTANT
	END-EVALUATE.
	IF WS-LIBELLE NOT = SPACES
		DISPLAY "      " WS-LIBELLE
	END-IF.

***** OPERATEUR DU TERMINAL (NOM LOGIQUE AEROTERM, A DEFAUT "CONSOLE")
***** ET SES DROITS, COMME PAGE-ACCUEIL
OPERATEUR-SESSION.
	ACCEPT WS-TERMINAL FROM ENVIRONMENT "AEROTERM".
	IF WS-TERMINAL = SPACES
		MOVE "CONSOLE" TO WS-TERMINAL
	END-IF.

	EXEC SQL
		SELECT SESSION_ACTIVE.CODEUTIL, UTILISATEURS.DROITS
		INTO :WS-CODEUTIL, :WS-DROITS
		FROM SESSION_ACTIVE, UTILISATEURS
		WHERE SESSION_ACTIVE.TERMINAL = :WS-TERMINAL
		AND SESSION_ACTIVE.UTILID = UTILISATEURS.UTILID
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE SPACES TO WS-CODEUTIL
		MOVE SPACES TO WS-DROITS
	END-IF.

***** VEILLE DE WS-VEILLE (AAAAMMJJ), EN PASSANT LE DEBUT DE MOIS ET
***** D'ANNEE
CALCUL-VEILLE.
	IF VEI-JOUR > 1
		SUBTRACT 1 FROM VEI-JOUR
	ELSE
		IF VEI-MOIS > 1
			SUBTRACT 1 FROM VEI-MOIS
		ELSE
			MOVE 12 TO VEI-MOIS
			SUBTRACT 1 FROM VEI-ANNEE
		END-IF
		PERFORM CALCUL-DERNIER-JOUR
		MOVE WS-DERNIER-JOUR TO VEI-JOUR
	END-IF.

CALCUL-DERNIER-JOUR.
	EVALUATE VEI-MOIS
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
			DIVIDE VEI-ANNEE BY 4
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

	MOVE "APPROB" TO WS-PROGRAMME.
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
