IDENTIFICATION DIVISION.
PROGRAM-ID. CAISSE.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** CAISSE ESPECES DU CLUB-HOUSE : UNE SESSION PAR JOUR ET PAR
***** OPERATEUR (CELUI DE LA SESSION DU TERMINAL, COMME APPRODEM). A
***** L'OUVERTURE, LE FONDS DE CAISSE EST SAISI (PROPOSE : LE FONDS
***** CONSERVE A LA DERNIERE CLOTURE, A DEFAUT PARAMETRES.FONDS_CAISSE) ;
***** ENSUITE CHAQUE ENCAISSEMENT OU DECAISSEMENT EN ESPECES, QUEL QUE
***** SOIT L'ECRAN (REGLEMENT, PAYEUR, BONCADEAU, F9, FOURNIS), EST
***** INSCRIT DANS LA SESSION PAR LE SOUS-PROGRAMME MVTCAISSE. A LA
***** CLOTURE, L'OPERATEUR SAISIT LE MONTANT COMPTE ET LE FONDS QU'IL
***** LAISSE DANS LE TIROIR : L'ECART EST CALCULE, LA SESSION FERMEE ET
***** LE BORDEREAU DE CLOTURE SPOULE. LE SOLDE A DEPOSER EN BANQUE EST
***** REPRIS PAR LE BORDEREAU DE REMISE D'ESPECES (REMESP)
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 CHOIX PIC X.
77 CHOIXACTION PIC X.
77 CHOIXVALIDATION PIC X.

**** VARIABLES DE SAISIE
77 SAI-FONDS PIC 9(6)V99.
77 SAI-MONTANTCOMPTE PIC 9(6)V99.
77 SAI-FONDSCONSERVE PIC 9(6)V99.
77 ED-DATECAISSE PIC X(10).
77 ED-MONTANT PIC Z(5)9.99.
77 ED-ECART PIC -(6)9.99.
77 WS-NBMVT PIC 9(4) VALUE IS 0.
***** ECART HORS SEUIL : "O" = A JUSTIFIER SUR LE BORDEREAU
77 WS-ECART-A-JUSTIFIER PIC X VALUE "N".
***** FIN DU CURSEUR DES MOUVEMENTS
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** LIGNE DE MOUVEMENT DU BORDEREAU DE CLOTURE
01 LIGNE-MOUVEMENT.
	05 LM-HEURE PIC X(5).
	05 FILLER PIC X(2) VALUE SPACES.
	05 LM-SENS PIC X(7).
	05 FILLER PIC X(1) VALUE SPACES.
	05 LM-NATURE PIC X(18).
	05 FILLER PIC X(1) VALUE SPACES.
	05 LM-NUMPIECE PIC Z(7)9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 LM-ORIGINE PIC X(10).
	05 FILLER PIC X(2) VALUE SPACES.
	05 LM-MONTANT PIC Z(5)9.99.
	05 FILLER PIC X(15) VALUE SPACES.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES SESSION_ACTIVE, CAISSES, CAISSE_MOUVEMENTS
	EXEC SQL
		INCLUDE SESSION_ACTIVE,CAISSES,CAISSE_MOUVEMENTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-SESSION.
			05 WS-TERMINAL PIC X(8).
			05 WS-CODEUTIL PIC X(8).
		01 WS-CAISSE.
			05 WS-NUMCAISSE PIC 9(6).
			05 WS-DATECAISSE PIC X(8).
			05 WS-HEUREOUV PIC X(8).
			05 WS-FONDSINITIAL PIC 9(6)V99.
			05 WS-HEUREFERM PIC X(8).
			05 WS-TOTALENTREES PIC 9(6)V99.
			05 WS-TOTALSORTIES PIC 9(6)V99.
			05 WS-SOLDETHEORIQUE PIC S9(6)V99.
			05 WS-MONTANTCOMPTE PIC 9(6)V99.
			05 WS-ECART PIC S9(6)V99.
			05 WS-FONDSCONSERVE PIC 9(6)V99.
			05 WS-MONTANTAREMETTRE PIC 9(6)V99.
			05 WS-NBOUVERTES PIC 9(4).
		01 WS-MOUVEMENT.
			05 WS-SENS PIC X.
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-NATURE PIC X.
			05 WS-NUMPIECE PIC 9(8).
			05 WS-ORIGINE PIC X(10).
			05 WS-HEUREMVT PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE PARAMETRES
	EXEC SQL
		INCLUDE PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PARAMETRES.
			05 WS-FONDS-CAISSE PIC 9(6)V99.
			05 WS-SEUIL-ECART PIC 9(6)V99.
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

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
***** DESSIN QUE SA LINKAGE SECTION
01 SPOOL-DEMANDE.
	02 SPOOL-ACTION PIC X VALUE "L".
	02 SPOOL-PROGRAMME PIC X(8).
	02 SPOOL-LIGNE PIC X(80).
	02 SPOOL-NUMRAPPORT PIC 9(6).

LINKAGE SECTION.
SCREEN SECTION.
**** ECRAN DE SAISIE
  01  DELETE-SCREEN BLANK SCREEN.
  01  SCREEN-MENU-CAISSE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "CAISSE ESPECES DU CLUB-HOUSE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "1 : Ouvrir ma caisse du jour".
	  05 LINE 08 COL 01 VALUE "2 : Etat de ma caisse ouverte".
	  05 LINE 09 COL 01 VALUE "3 : Clôturer ma caisse (montant compté)".
	  05 LINE 10 COL 01 VALUE "4 : Ne rien faire".
	  05 LINE 11 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 11 COL 48 PIC X TO CHOIXACTION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-OUVERTURE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "OUVERTURE DE LA CAISSE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Opérateur : ".
	  05 LINE 06 COL 13 PIC X(8) FROM WS-CODEUTIL.
	  05 LINE 07 COL 01 VALUE "Fonds de caisse proposé : ".
	  05 LINE 07 COL 27 PIC Z(5)9.99 FROM WS-FONDSINITIAL.
	  05 LINE 08 COL 01 VALUE "Fonds compté dans le tiroir (0 = fonds proposé) : ".
	  05 LINE 08 COL 51 PIC 9(6)V99 TO SAI-FONDS.
	  05 LINE 10 COL 01 VALUE "Voulez-vous ouvrir la caisse ? O/N ".
	  05 LINE 10 COL 36 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-ETAT-CAISSE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "ETAT DE LA CAISSE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Caisse No ".
	  05 LINE 06 COL 11 PIC Z(5)9 FROM WS-NUMCAISSE.
	  05 LINE 06 COL 19 VALUE "du ".
	  05 LINE 06 COL 22 PIC X(10) FROM ED-DATECAISSE.
	  05 LINE 06 COL 34 VALUE "ouverte par ".
	  05 LINE 06 COL 46 PIC X(8) FROM WS-CODEUTIL.
	  05 LINE 08 COL 01 VALUE "Fonds de caisse initial ........ : ".
	  05 LINE 08 COL 36 PIC Z(5)9.99 FROM WS-FONDSINITIAL.
	  05 LINE 09 COL 01 VALUE "Encaissements en espèces ....... : ".
	  05 LINE 09 COL 36 PIC Z(5)9.99 FROM WS-TOTALENTREES.
	  05 LINE 10 COL 01 VALUE "Décaissements en espèces ....... : ".
	  05 LINE 10 COL 36 PIC Z(5)9.99 FROM WS-TOTALSORTIES.
	  05 LINE 11 COL 01 VALUE "Solde théorique du tiroir ...... : ".
	  05 LINE 11 COL 36 PIC -(6)9.99 FROM WS-SOLDETHEORIQUE.
	  05 LINE 12 COL 01 VALUE "Nombre de mouvements ........... : ".
	  05 LINE 12 COL 36 PIC ZZZ9 FROM WS-NBMVT.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CLOTURE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "CLOTURE DE LA CAISSE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Caisse No ".
	  05 LINE 06 COL 11 PIC Z(5)9 FROM WS-NUMCAISSE.
	  05 LINE 06 COL 19 VALUE "du ".
	  05 LINE 06 COL 22 PIC X(10) FROM ED-DATECAISSE.
	  05 LINE 06 COL 34 VALUE "ouverte par ".
	  05 LINE 06 COL 46 PIC X(8) FROM WS-CODEUTIL.
	  05 LINE 08 COL 01 VALUE "Montant compté dans le tiroir .. : ".
	  05 LINE 08 COL 36 PIC 9(6)V99 TO SAI-MONTANTCOMPTE.
	  05 LINE 09 COL 01 VALUE "Fonds laissé pour la prochaine session (0 = fonds initial) : ".
	  05 LINE 09 COL 62 PIC 9(6)V99 TO SAI-FONDSCONSERVE.
	  05 LINE 11 COL 01 VALUE "Voulez-vous clôturer la caisse ? O/N ".
	  05 LINE 11 COL 38 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

PROCEDURE DIVISION.

DEBUT.

PERFORM AFFICHE-MENU-CAISSE.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM OUVERTURE-CAISSE THRU EVALUATE-CHOIX
	WHEN "2"
		PERFORM ETAT-CAISSE THRU EVALUATE-CHOIX
	WHEN "3"
		PERFORM CLOTURE-CAISSE THRU EVALUATE-CHOIX
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

AFFICHE-MENU-CAISSE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-MENU-CAISSE.
	ACCEPT SCREEN-MENU-CAISSE.

***** OUVERTURE : UNE SEULE CAISSE OUVERTE PAR OPERATEUR (UNE SESSION
***** RESTEE OUVERTE UN JOUR PRECEDENT DOIT D'ABORD ETRE CLOTUREE) ET
***** UNE SEULE SESSION PAR JOUR ET PAR OPERATEUR
OUVERTURE-CAISSE.
	PERFORM OPERATEUR-SESSION.
	IF WS-CODEUTIL = SPACES
		MOVE "Aucune session ouverte sur ce terminal." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBOUVERTES
		FROM CAISSES
		WHERE CODEUTIL = :WS-CODEUTIL
		AND (ETATCAISSE = "O" OR DATECAISSE = :WDATE)
	END-EXEC.

	IF WS-NBOUVERTES > 0
		MOVE "Caisse déjà ouverte ou déjà tenue ce jour." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** FONDS PROPOSE : CELUI LAISSE DANS LE TIROIR A LA DERNIERE CLOTURE
***** (TOUS OPERATEURS CONFONDUS, LE TIROIR EST CELUI DU CLUB-HOUSE)
	EXEC SQL
		SELECT FONDSCONSERVE
		INTO :WS-FONDSINITIAL
		FROM CAISSES
		WHERE NUMCAISSE =
		(SELECT MAX(NUMCAISSE) FROM CAISSES WHERE ETATCAISSE = "F")
	END-EXEC.

	IF SQLCODE NOT = 0
		PERFORM LECTURE-PARAMETRES
		MOVE WS-FONDS-CAISSE TO WS-FONDSINITIAL
	END-IF.

	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-OUVERTURE.
	ACCEPT SCREEN-OUVERTURE.
	ACCEPT SAI-FONDS LINE 08 COL 51.
	ACCEPT CHOIXVALIDATION LINE 10 COL 36.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "La caisse n'a pas été ouverte." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-FONDS > 0
		MOVE SAI-FONDS TO WS-FONDSINITIAL
	END-IF.

	MOVE "NUMCAISSE" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMCAISSE.
	MOVE WDATE TO WS-DATECAISSE.
	ACCEPT WS-HEUREOUV FROM TIME.

	EXEC SQL
		INSERT INTO CAISSES(NUMCAISSE,DATECAISSE,CODEUTIL,HEUREOUV,
		FONDSINITIAL,ETATCAISSE,HEUREFERM,TOTALENTREES,TOTALSORTIES,
		SOLDETHEORIQUE,MONTANTCOMPTE,ECART,FONDSCONSERVE,
		MONTANTAREMETTRE,NUMREMISE,DATEREMISE)
		VALUES(:WS-NUMCAISSE,:WS-DATECAISSE,:WS-CODEUTIL,:WS-HEUREOUV,
		:WS-FONDSINITIAL,"O"," ",0,0,0,0,0,0,0,0," ")
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, caisse non ouverte." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	MOVE WS-FONDSINITIAL TO ED-MONTANT.
	DISPLAY "Caisse ouverte :".
	DISPLAY "    Numéro : " WS-NUMCAISSE.
	DISPLAY "    Opérateur : " WS-CODEUTIL.
	DISPLAY "    Fonds de caisse : " ED-MONTANT.
	MOVE "La caisse a bien été ouverte." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***** ETAT DE LA CAISSE OUVERTE DE L'OPERATEUR : FONDS, TOTAUX DES
***** MOUVEMENTS ET SOLDE THEORIQUE DU TIROIR A CET INSTANT
ETAT-CAISSE.
	PERFORM CHARGEMENT-CAISSE.
	PERFORM TOTAUX-CAISSE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-ETAT-CAISSE.
	ACCEPT CHOIX LINE 22 COL 01.
	GO TO EVALUATE-CHOIX.

***** CLOTURE : L'OPERATEUR SAISIT LE MONTANT COMPTE ET LE FONDS LAISSE
***** DANS LE TIROIR ; LES TOTAUX SONT RECALCULES SUR CAISSE_MOUVEMENTS,
***** L'ECART (COMPTE - THEORIQUE, NEGATIF = MANQUANT) ET LE MONTANT A
***** DEPOSER EN BANQUE SONT FIGES DANS CAISSES ET LA SESSION EST FERMEE.
***** AUCUN ESPECES NE PEUT PLUS Y ETRE INSCRIT
CLOTURE-CAISSE.
	PERFORM CHARGEMENT-CAISSE.

	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-CLOTURE.
	ACCEPT SCREEN-CLOTURE.
	ACCEPT SAI-MONTANTCOMPTE LINE 08 COL 36.
	ACCEPT SAI-FONDSCONSERVE LINE 09 COL 62.
	ACCEPT CHOIXVALIDATION LINE 11 COL 38.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "La caisse n'a pas été clôturée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-MONTANTCOMPTE TO WS-MONTANTCOMPTE.
	IF SAI-FONDSCONSERVE > 0
		MOVE SAI-FONDSCONSERVE TO WS-FONDSCONSERVE
	ELSE
		MOVE WS-FONDSINITIAL TO WS-FONDSCONSERVE
	END-IF.

***** UN TIROIR MOINS GARNI QUE LE FONDS A LAISSER : TOUT RESTE EN
***** CAISSE, RIEN N'EST A DEPOSER
	IF WS-FONDSCONSERVE > WS-MONTANTCOMPTE
		MOVE WS-MONTANTCOMPTE TO WS-FONDSCONSERVE
	END-IF.

	PERFORM TOTAUX-CAISSE.
	COMPUTE WS-ECART = WS-MONTANTCOMPTE - WS-SOLDETHEORIQUE.
	COMPUTE WS-MONTANTAREMETTRE = WS-MONTANTCOMPTE - WS-FONDSCONSERVE.
	ACCEPT WS-HEUREFERM FROM TIME.

	EXEC SQL
		UPDATE CAISSES
		SET ETATCAISSE = "F", HEUREFERM = :WS-HEUREFERM,
		TOTALENTREES = :WS-TOTALENTREES,
		TOTALSORTIES = :WS-TOTALSORTIES,
		SOLDETHEORIQUE = :WS-SOLDETHEORIQUE,
		MONTANTCOMPTE = :WS-MONTANTCOMPTE, ECART = :WS-ECART,
		FONDSCONSERVE = :WS-FONDSCONSERVE,
		MONTANTAREMETTRE = :WS-MONTANTAREMETTRE
		WHERE NUMCAISSE = :WS-NUMCAISSE
		AND ETATCAISSE = "O"
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, caisse non clôturée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	PERFORM LECTURE-PARAMETRES.
	MOVE "N" TO WS-ECART-A-JUSTIFIER.
	IF WS-ECART > WS-SEUIL-ECART OR WS-ECART < 0 - WS-SEUIL-ECART
		MOVE "O" TO WS-ECART-A-JUSTIFIER
	END-IF.

	PERFORM BORDEREAU-CLOTURE.

	MOVE WS-ECART TO ED-ECART.
	DISPLAY "Caisse clôturée :".
	DISPLAY "    Numéro : " WS-NUMCAISSE.
	DISPLAY "    Ecart (compté - théorique) : " ED-ECART.
	MOVE WS-MONTANTAREMETTRE TO ED-MONTANT.
	DISPLAY "    A déposer en banque : " ED-MONTANT.
	MOVE SPACES TO ERREURS.
	IF WS-ECART-A-JUSTIFIER = "O"
		STRING "ECART A JUSTIFIER, BORDEREAU " SPOOL-NUMRAPPORT
			DELIMITED BY SIZE INTO ERREURS
	ELSE
		STRING "CAISSE CLOTUREE, BORDEREAU " SPOOL-NUMRAPPORT
			DELIMITED BY SIZE INTO ERREURS
	END-IF.
	GO TO EVALUATE-CHOIX.

***** LA CAISSE TRAITEE EST LA CAISSE OUVERTE DE L'OPERATEUR DU
***** TERMINAL, QUELLE QUE SOIT SA DATE
CHARGEMENT-CAISSE.
	PERFORM OPERATEUR-SESSION.
	IF WS-CODEUTIL = SPACES
		MOVE "Aucune session ouverte sur ce terminal." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT NUMCAISSE, DATECAISSE, HEUREOUV, FONDSINITIAL
		INTO :WS-NUMCAISSE, :WS-DATECAISSE, :WS-HEUREOUV,
		:WS-FONDSINITIAL
		FROM CAISSES
		WHERE CODEUTIL = :WS-CODEUTIL
		AND ETATCAISSE = "O"
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Vous n'avez pas de caisse ouverte." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	STRING WS-DATECAISSE(7:2) "/" WS-DATECAISSE(5:2) "/"
		WS-DATECAISSE(1:4) DELIMITED BY SIZE INTO ED-DATECAISSE.

***** TOTAUX DES MOUVEMENTS DE LA SESSION ET SOLDE THEORIQUE DU TIROIR
TOTAUX-CAISSE.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBMVT
		FROM CAISSE_MOUVEMENTS
		WHERE NUMCAISSE = :WS-NUMCAISSE
	END-EXEC.

	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-TOTALENTREES
		FROM CAISSE_MOUVEMENTS
		WHERE NUMCAISSE = :WS-NUMCAISSE
		AND SENS = "E"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TOTALENTREES
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-TOTALSORTIES
		FROM CAISSE_MOUVEMENTS
		WHERE NUMCAISSE = :WS-NUMCAISSE
		AND SENS = "S"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TOTALSORTIES
	END-IF.

	COMPUTE WS-SOLDETHEORIQUE = WS-FONDSINITIAL + WS-TOTALENTREES
		- WS-TOTALSORTIES.

LECTURE-PARAMETRES.
	EXEC SQL
		SELECT FONDS_CAISSE, SEUIL_ECART_CAISSE
		INTO :WS-FONDS-CAISSE, :WS-SEUIL-ECART
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 150 TO WS-FONDS-CAISSE
		MOVE 5 TO WS-SEUIL-ECART
	END-IF.

***** BORDEREAU DE CLOTURE SPOULE (REEDITABLE PAR LA CONSULTATION DES
***** EDITIONS) : DETAIL DES MOUVEMENTS, TOTAUX, MONTANT COMPTE, ECART
***** ET MONTANT A DEPOSER ; UN ECART HORS SEUIL EST SIGNALE AU TRESORIER
BORDEREAU-CLOTURE.
	MOVE "O" TO SPOOL-ACTION.
	MOVE "CAISSE" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "BORDEREAU DE CLOTURE DE CAISSE No " WS-NUMCAISSE
		" du " ED-DATECAISSE DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Operateur : " WS-CODEUTIL "  ouverture " WS-HEUREOUV(1:2)
		"h" WS-HEUREOUV(3:2) "  cloture " WS-HEUREFERM(1:2) "h"
		WS-HEUREFERM(3:2) DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "HEURE  SENS    NATURE             PIECE     ORIGINE        MONTANT"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE CAISMVTCUR CURSOR FOR
		SELECT SENS, MONTANT, NATURE, NUMPIECE, ORIGINE, HEUREMVT
		FROM CAISSE_MOUVEMENTS
		WHERE NUMCAISSE = :WS-NUMCAISSE
		ORDER BY NUMMVTCAIS
	END-EXEC.

	EXEC SQL
		OPEN CAISMVTCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM LIGNE-MOUVEMENT-SUIVANTE THRU LIGNE-MOUVEMENT-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE CAISMVTCUR
	END-EXEC.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	MOVE WS-FONDSINITIAL TO ED-MONTANT.
	STRING "Fonds de caisse initial ...... : " ED-MONTANT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	MOVE WS-TOTALENTREES TO ED-MONTANT.
	STRING "+ Encaissements (" WS-NBMVT " mvts) .. : " ED-MONTANT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	MOVE WS-TOTALSORTIES TO ED-MONTANT.
	STRING "- Decaissements .............. : " ED-MONTANT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	MOVE WS-SOLDETHEORIQUE TO ED-ECART.
	STRING "= Solde theorique ............ : " ED-ECART
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	MOVE WS-MONTANTCOMPTE TO ED-MONTANT.
	STRING "Montant compte ............... : " ED-MONTANT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	MOVE WS-ECART TO ED-ECART.
	STRING "Ecart (compte - theorique) ... : " ED-ECART
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	MOVE WS-FONDSCONSERVE TO ED-MONTANT.
	STRING "Fonds laisse dans le tiroir .. : " ED-MONTANT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	MOVE WS-MONTANTAREMETTRE TO ED-MONTANT.
	STRING "A deposer en banque (REMESP) . : " ED-MONTANT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	IF WS-ECART-A-JUSTIFIER = "O"
		MOVE WS-SEUIL-ECART TO ED-MONTANT
		STRING "ECART A JUSTIFIER AUPRES DU TRESORIER (seuil "
			ED-MONTANT ")" DELIMITED BY SIZE INTO SPOOL-LIGNE
	ELSE
		MOVE "Caisse juste (ecart dans la tolerance)." TO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Signature de l'operateur :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.

LIGNE-MOUVEMENT-SUIVANTE.
	EXEC SQL
		FETCH CAISMVTCUR
		INTO :WS-SENS, :WS-MONTANT, :WS-NATURE, :WS-NUMPIECE,
		:WS-ORIGINE, :WS-HEUREMVT
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO LIGNE-MOUVEMENT-SUIVANTE-EXIT
	END-IF.

	STRING WS-HEUREMVT(1:2) "h" WS-HEUREMVT(3:2)
		DELIMITED BY SIZE INTO LM-HEURE.
	IF WS-SENS = "E"
		MOVE "Entree" TO LM-SENS
	ELSE
		MOVE "Sortie" TO LM-SENS
	END-IF.
	EVALUATE WS-NATURE
		WHEN "R"
			MOVE "Reglement" TO LM-NATURE
		WHEN "B"
			MOVE "Bon cadeau" TO LM-NATURE
		WHEN "D"
			MOVE "Don" TO LM-NATURE
		WHEN "F"
			MOVE "Paiement fourn." TO LM-NATURE
		WHEN OTHER
			MOVE "Autre" TO LM-NATURE
	END-EVALUATE.
	MOVE WS-NUMPIECE TO LM-NUMPIECE.
	MOVE WS-ORIGINE TO LM-ORIGINE.
	MOVE WS-MONTANT TO LM-MONTANT.
	MOVE LIGNE-MOUVEMENT TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

LIGNE-MOUVEMENT-SUIVANTE-EXIT.
	EXIT.

***** OPERATEUR DU TERMINAL (NOM LOGIQUE AEROTERM, A DEFAUT "CONSOLE"),
***** TEL QU'IDENTIFIE PAR SIGNON
OPERATEUR-SESSION.
	ACCEPT WS-TERMINAL FROM ENVIRONMENT "AEROTERM".
	IF WS-TERMINAL = SPACES
		MOVE "CONSOLE" TO WS-TERMINAL
	END-IF.

	EXEC SQL
		SELECT CODEUTIL
		INTO :WS-CODEUTIL
		FROM SESSION_ACTIVE
		WHERE TERMINAL = :WS-TERMINAL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE SPACES TO WS-CODEUTIL
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

	MOVE "CAISSE" TO WS-PROGRAMME.
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
