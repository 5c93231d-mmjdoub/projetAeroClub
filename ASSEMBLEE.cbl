IDENTIFICATION DIVISION.
PROGRAM-ID. ASSEMBLEE.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** EMARGEMENT DE L'ASSEMBLEE GENERALE A L'ENTREE DE LA SALLE : LES
***** MEMBRES CONVOQUES PAR AGCONVOC SONT POINTES PRESENTS, LES POUVOIRS
***** REMIS SONT RATTACHES A UN MANDATAIRE PRESENT (AU PLUS
***** PARAMETRES.MAX_POUVOIRS PAR MANDATAIRE). LE DROIT DE VOTE EST
***** RECALCULE A CHAQUE POINTAGE : UN MEMBRE QUI REGLE SA COTISATION A
***** L'ENTREE VOTE. LE QUORUM ET LE NOMBRE DE VOIX SONT AFFICHES EN
***** DIRECT ; LA FEUILLE DE PRESENCE DU PROCES-VERBAL EST SPOULEE ET
***** L'ASSEMBLEE CLOSE, SES CHIFFRES FIGES DANS ASSEMBLEES
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 CHOIX PIC X.
77 CHOIXACTION PIC X.
77 CHOIXVALIDATION PIC X.

**** VARIABLES DE SAISIE
77 SAI-DATEAG PIC X(8).
77 PIL_ID PIC Z(3).
77 MANDATAIRE_ID PIC Z(3).
77 LIBELLE-PRESENCE PIC X(24).
77 ED-DATEAG PIC X(10).
77 ED-NUMPIL PIC ZZ9.

***** DECOMPTE EN DIRECT : VOIX = PRESENTS AYANT LE DROIT DE VOTE PLUS
***** POUVOIRS DE MEMBRES AYANT LE DROIT DE VOTE ; LE QUORUM PORTE SUR
***** LES MEMBRES A JOUR, PRESENTS OU REPRESENTES
77 WS-NBCONVOQUES PIC 9(4) VALUE IS 0.
77 WS-NBAJOUR PIC 9(4) VALUE IS 0.
77 WS-NBPRESENTS PIC 9(4) VALUE IS 0.
77 WS-NBPRESENTS-VOTE PIC 9(4) VALUE IS 0.
77 WS-NBREPRESENTES PIC 9(4) VALUE IS 0.
77 WS-NBVOIX PIC 9(4) VALUE IS 0.
77 WS-QUORUM-REQUIS PIC 9(4) VALUE IS 0.
77 WS-QUORUM-ATTEINT PIC X VALUE "N".
77 WS-NBLIBERES PIC 9(3) VALUE IS 0.
***** FIN DU CURSEUR DE LA FEUILLE DE PRESENCE
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** BORNES DE LA FACTURE DE COTISATION DE L'ANNEE (CF COTISATION)
01 WS-PERIODE-DEBUT.
   02 WS-ANNEEDEB PIC X(4).
   02 FILLER PIC X(4) VALUE "0101".
01 WS-PERIODE-FIN.
   02 WS-ANNEEFIN PIC X(4).
   02 FILLER PIC X(4) VALUE "1231".

***** LIGNE DE LA FEUILLE DE PRESENCE : LA COLONNE SIGNATURE EST LAISSEE
***** A BLANC POUR L'EMARGEMENT MANUSCRIT
01 LIGNE-PRESENCE.
	05 LP-NUMPIL PIC ZZ9.
	05 FILLER PIC X(2) VALUE SPACES.
	05 LP-NOM PIC X(20).
	05 FILLER PIC X VALUE SPACES.
	05 LP-PRENOM PIC X(15).
	05 FILLER PIC X VALUE SPACES.
	05 LP-VOTE PIC X(3).
	05 FILLER PIC X VALUE SPACES.
	05 LP-PRESENCE PIC X(24).
	05 FILLER PIC X(10) VALUE " _________".

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
***** DESSIN QUE SA LINKAGE SECTION
01 SPOOL-DEMANDE.
	02 SPOOL-ACTION PIC X VALUE "L".
	02 SPOOL-PROGRAMME PIC X(8).
	02 SPOOL-LIGNE PIC X(80).
	02 SPOOL-NUMRAPPORT PIC 9(6).

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLE PILOTES
	EXEC SQL
		INCLUDE PILOTES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PILOTES.
			05 WS-NUMPIL PIC 9(3).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-ETAT_PRES PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES ASSEMBLEES, AG_PARTICIPANTS
	EXEC SQL
		INCLUDE ASSEMBLEES,AG_PARTICIPANTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-ASSEMBLEE.
			05 WS-NUMAG PIC 9(6).
			05 WS-DATEAG PIC X(8).
			05 WS-HEUREAG PIC X(4).
			05 WS-LIEU PIC X(40).
			05 WS-NATUREAG PIC X.
			05 WS-ANNEECOTIS PIC X(4).
			05 WS-ETATAG PIC X.
		01 WS-PARTICIPANT.
			05 WS-DROITVOTE PIC X.
			05 WS-PRESENCE PIC X.
			05 WS-MANDATAIRE PIC 9(3).
			05 WS-HEUREPRES PIC X(8).
			05 WS-NBPOUVOIRS PIC 9(3).
		01 WS-MANDATAIRE-LU.
			05 WS-MDT-NUMPIL PIC 9(3).
			05 WS-MDT-NOM PIC X(20).
			05 WS-MDT-DROITVOTE PIC X.
			05 WS-MDT-PRESENCE PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES FACTURES, REGLEMENTS
	EXEC SQL
		INCLUDE FACTURES,REGLEMENTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-COTISATION.
			05 WS-NBFACT PIC 9(3).
			05 WS-NBOUVERTES PIC 9(3).
			05 WS-MONTANT-OUVERT PIC 9(6)V99.
			05 WS-REGLE-OUVERT PIC S9(6)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE PARAMETRES
	EXEC SQL
		INCLUDE PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PARAMETRES.
			05 WS-MAX-POUVOIRS PIC 9(2).
			05 WS-QUORUM-PCT PIC 9(3).
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
  01  SCREEN-MENU-ASSEMBLEE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "ASSEMBLEE GENERALE - EMARGEMENT ET POUVOIRS".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Date de l'assemblée (AAAAMMJJ, vide = ce jour) : ".
	  05 LINE 06 COL 50 PIC X(8) TO SAI-DATEAG.
	  05 LINE 08 COL 01 VALUE "1 : Emarger un membre présent".
	  05 LINE 09 COL 01 VALUE "2 : Enregistrer un pouvoir".
	  05 LINE 10 COL 01 VALUE "3 : Annuler un émargement ou un pouvoir".
	  05 LINE 11 COL 01 VALUE "4 : Quorum et voix en direct".
	  05 LINE 12 COL 01 VALUE "5 : Editer la feuille de présence / clore".
	  05 LINE 13 COL 01 VALUE "6 : Ne rien faire".
	  05 LINE 14 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 14 COL 48 PIC X TO CHOIXACTION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-EMARGEMENT.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "EMARGEMENT D'UN MEMBRE PRESENT".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Assemblée du : ".
	  05 LINE 06 COL 16 PIC X(10) FROM ED-DATEAG.
	  05 LINE 07 COL 01 VALUE "Numéro de pilote du membre présent :".
	  05 LINE 08 COL 01 PIC Z(3) TO PIL_ID.
	  05 LINE 10 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 10 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-POUVOIR.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "ENREGISTREMENT D'UN POUVOIR".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Assemblée du : ".
	  05 LINE 06 COL 16 PIC X(10) FROM ED-DATEAG.
	  05 LINE 06 COL 30 VALUE "Pouvoirs par mandataire : ".
	  05 LINE 06 COL 56 PIC Z9 FROM WS-MAX-POUVOIRS.
	  05 LINE 07 COL 01 VALUE "Numéro de pilote du membre représenté (mandant) :".
	  05 LINE 08 COL 01 PIC Z(3) TO PIL_ID.
	  05 LINE 09 COL 01 VALUE "Numéro de pilote du mandataire présent :".
	  05 LINE 10 COL 01 PIC Z(3) TO MANDATAIRE_ID.
	  05 LINE 12 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 12 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-ANNULATION.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "ANNULATION D'UN EMARGEMENT OU D'UN POUVOIR".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Numéro de pilote du membre (parti ou pouvoir retiré) :".
	  05 LINE 07 COL 01 PIC Z(3) TO PIL_ID.
	  05 LINE 09 COL 01 VALUE "Voulez-vous valider l'annulation ? O/N ".
	  05 LINE 09 COL 40 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-QUORUM.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "QUORUM ET VOIX EN DIRECT".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Assemblée du : ".
	  05 LINE 06 COL 16 PIC X(10) FROM ED-DATEAG.
	  05 LINE 06 COL 30 PIC X(40) FROM WS-LIEU.
	  05 LINE 08 COL 01 VALUE "Membres convoqués ...................... : ".
	  05 LINE 08 COL 44 PIC ZZZ9 FROM WS-NBCONVOQUES.
	  05 LINE 09 COL 01 VALUE "Membres à jour (droit de vote) ......... : ".
	  05 LINE 09 COL 44 PIC ZZZ9 FROM WS-NBAJOUR.
	  05 LINE 10 COL 01 VALUE "Présents ............................... : ".
	  05 LINE 10 COL 44 PIC ZZZ9 FROM WS-NBPRESENTS.
	  05 LINE 11 COL 01 VALUE "  dont votants ......................... : ".
	  05 LINE 11 COL 44 PIC ZZZ9 FROM WS-NBPRESENTS-VOTE.
	  05 LINE 12 COL 01 VALUE "Représentés par pouvoir ................ : ".
	  05 LINE 12 COL 44 PIC ZZZ9 FROM WS-NBREPRESENTES.
	  05 LINE 13 COL 01 VALUE "VOIX (présents votants + pouvoirs) ..... : ".
	  05 LINE 13 COL 44 PIC ZZZ9 FROM WS-NBVOIX.
	  05 LINE 14 COL 01 VALUE "Quorum requis .......................... : ".
	  05 LINE 14 COL 44 PIC ZZZ9 FROM WS-QUORUM-REQUIS.
	  05 LINE 14 COL 50 PIC ZZ9 FROM WS-QUORUM-PCT.
	  05 LINE 14 COL 54 VALUE "% des membres à jour".
	  05 LINE 15 COL 01 VALUE "Quorum atteint (O/N) ................... : ".
	  05 LINE 15 COL 44 PIC X FROM WS-QUORUM-ATTEINT.
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
      05 LINE 04 COL 01 VALUE "FEUILLE DE PRESENCE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Assemblée du : ".
	  05 LINE 06 COL 16 PIC X(10) FROM ED-DATEAG.
	  05 LINE 08 COL 01 VALUE "Clore l'émargement et figer le quorum ? O/N ".
	  05 LINE 08 COL 46 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

PROCEDURE DIVISION.

DEBUT.

PERFORM AFFICHE-MENU-ASSEMBLEE.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM EMARGEMENT-MEMBRE THRU EVALUATE-CHOIX
	WHEN "2"
		PERFORM ENREGISTREMENT-POUVOIR THRU EVALUATE-CHOIX
	WHEN "3"
		PERFORM ANNULATION-EMARGEMENT THRU EVALUATE-CHOIX
	WHEN "4"
		PERFORM QUORUM-EN-DIRECT THRU EVALUATE-CHOIX
	WHEN "5"
		PERFORM FEUILLE-DE-PRESENCE THRU EVALUATE-CHOIX
	WHEN "6"
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

AFFICHE-MENU-ASSEMBLEE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-MENU-ASSEMBLEE.
	ACCEPT SCREEN-MENU-ASSEMBLEE.

***** L'ASSEMBLEE TRAITEE EST CELLE DE LA DATE SAISIE AU MENU (LE JOUR
***** MEME PAR DEFAUT) ; ELLE DOIT AVOIR ETE CONVOQUEE PAR AGCONVOC
CHARGEMENT-ASSEMBLEE.
	IF SAI-DATEAG = SPACES
		MOVE WDATE TO SAI-DATEAG
	END-IF.
	MOVE SAI-DATEAG TO WS-DATEAG.

	EXEC SQL
		SELECT NUMAG, HEUREAG, LIEU, NATUREAG, ANNEECOTIS, ETATAG
		INTO :WS-NUMAG, :WS-HEUREAG, :WS-LIEU, :WS-NATUREAG,
		:WS-ANNEECOTIS, :WS-ETATAG
		FROM ASSEMBLEES
		WHERE DATEAG = :WS-DATEAG
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Aucune assemblée convoquée à cette date." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE WS-ANNEECOTIS TO WS-ANNEEDEB.
	MOVE WS-ANNEECOTIS TO WS-ANNEEFIN.
	STRING WS-DATEAG(7:2) "/" WS-DATEAG(5:2) "/" WS-DATEAG(1:4)
		DELIMITED BY SIZE INTO ED-DATEAG.

	EXEC SQL
		SELECT MAX_POUVOIRS, QUORUM_AG_PCT
		INTO :WS-MAX-POUVOIRS, :WS-QUORUM-PCT
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 2 TO WS-MAX-POUVOIRS
		MOVE 25 TO WS-QUORUM-PCT
	END-IF.

***** POINTAGE D'UN MEMBRE A L'ENTREE : SON DROIT DE VOTE EST RECALCULE ;
***** UN MEMBRE QUI AVAIT DONNE POUVOIR ET VIENT EN PERSONNE REPREND SA
***** VOIX. UN MEMBRE ARRIVE AU CLUB APRES LA CONVOCATION EST INSCRIT
EMARGEMENT-MEMBRE.
	PERFORM CHARGEMENT-ASSEMBLEE.
	IF WS-ETATAG = "T"
		MOVE "Assemblée close, émargement impossible." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-EMARGEMENT.
	ACCEPT SCREEN-EMARGEMENT.
	ACCEPT PIL_ID LINE 08 COL 01.
	ACCEPT CHOIXVALIDATION LINE 10 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "L'émargement n'a pas été enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT NUMPIL, NOM, PRENOM, ETAT_PRES
		INTO :WS-NUMPIL, :WS-NOM, :WS-PRENOM, :WS-ETAT_PRES
		FROM PILOTES
		WHERE NUMPIL = :PIL_ID
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Ce numéro de pilote n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT PRESENCE, MANDATAIRE
		INTO :WS-PRESENCE, :WS-MANDATAIRE
		FROM AG_PARTICIPANTS
		WHERE NUMAG = :WS-NUMAG
		AND NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF SQLCODE = 100
		IF WS-ETAT_PRES = "P"
			MOVE "Ce membre a quitté le club." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		MOVE "A" TO WS-PRESENCE
		MOVE 0 TO WS-MANDATAIRE
		EXEC SQL
			INSERT INTO AG_PARTICIPANTS(NUMAG,NUMPIL,DROITVOTE,CANAL,
			PRESENCE,MANDATAIRE,HEUREPRES)
			VALUES(:WS-NUMAG,:WS-NUMPIL,"N","C","A",0," ")
		END-EXEC
		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE "ERREUR SQL, membre non inscrit." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	IF WS-PRESENCE = "P"
		MOVE "Ce membre est déjà émargé." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	PERFORM DROIT-DE-VOTE THRU DROIT-DE-VOTE-EXIT.
	ACCEPT WS-HEUREPRES FROM TIME.

	EXEC SQL
		UPDATE AG_PARTICIPANTS
		SET PRESENCE = "P", MANDATAIRE = 0, DROITVOTE = :WS-DROITVOTE,
		HEUREPRES = :WS-HEUREPRES
		WHERE NUMAG = :WS-NUMAG
		AND NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, émargement non enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** PREMIER EMARGEMENT : L'ASSEMBLEE EST OUVERTE, AGCONVOC NE PEUT
***** PLUS LA RECONVOQUER
	IF WS-ETATAG = "C"
		EXEC SQL
			UPDATE ASSEMBLEES SET ETATAG = "O"
			WHERE NUMAG = :WS-NUMAG
		END-EXEC
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "Membre émargé : " WS-NUMPIL " " WS-NOM " " WS-PRENOM.
	IF WS-DROITVOTE = "O"
		DISPLAY "    Cotisation " WS-ANNEECOTIS " réglée : vote."
	ELSE
		DISPLAY "    Cotisation " WS-ANNEECOTIS
			" non réglée : présent sans droit de vote."
	END-IF.
	IF WS-MANDATAIRE > 0
		DISPLAY "    Le pouvoir donné au membre " WS-MANDATAIRE
			" est repris."
	END-IF.
	MOVE "Le membre a bien été émargé." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***** POUVOIR : LE MANDANT, A JOUR DE COTISATION ET ABSENT, CONFIE SA
***** VOIX A UN MEMBRE PRESENT QUI VOTE LUI-MEME, DANS LA LIMITE DE
***** PARAMETRES.MAX_POUVOIRS PAR MANDATAIRE. UN NOUVEAU POUVOIR DU
***** MEME MANDANT REMPLACE LE PRECEDENT
ENREGISTREMENT-POUVOIR.
	PERFORM CHARGEMENT-ASSEMBLEE.
	IF WS-ETATAG = "T"
		MOVE "Assemblée close, pouvoir impossible." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-POUVOIR.
	ACCEPT SCREEN-POUVOIR.
	ACCEPT PIL_ID LINE 08 COL 01.
	ACCEPT MANDATAIRE_ID LINE 10 COL 01.
	ACCEPT CHOIXVALIDATION LINE 12 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le pouvoir n'a pas été enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE PIL_ID TO WS-NUMPIL.
	MOVE MANDATAIRE_ID TO WS-MDT-NUMPIL.
	IF WS-NUMPIL = WS-MDT-NUMPIL
		MOVE "Le mandant ne peut être son propre mandataire." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT PILOTES.NOM, AG_PARTICIPANTS.PRESENCE
		INTO :WS-NOM, :WS-PRESENCE
		FROM AG_PARTICIPANTS, PILOTES
		WHERE AG_PARTICIPANTS.NUMPIL = PILOTES.NUMPIL
		AND AG_PARTICIPANTS.NUMAG = :WS-NUMAG
		AND AG_PARTICIPANTS.NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Le mandant n'est pas convoqué à l'assemblée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-PRESENCE = "P"
		MOVE "Le mandant est présent, il vote lui-même." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	PERFORM DROIT-DE-VOTE THRU DROIT-DE-VOTE-EXIT.
	IF WS-DROITVOTE NOT = "O"
		MOVE "Mandant non à jour de cotisation : pas de voix." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT PILOTES.NOM, AG_PARTICIPANTS.DROITVOTE,
		AG_PARTICIPANTS.PRESENCE
		INTO :WS-MDT-NOM, :WS-MDT-DROITVOTE, :WS-MDT-PRESENCE
		FROM AG_PARTICIPANTS, PILOTES
		WHERE AG_PARTICIPANTS.NUMPIL = PILOTES.NUMPIL
		AND AG_PARTICIPANTS.NUMAG = :WS-NUMAG
		AND AG_PARTICIPANTS.NUMPIL = :WS-MDT-NUMPIL
	END-EXEC.

	IF NOT SQLCODE = 0 OR WS-MDT-PRESENCE NOT = "P"
		MOVE "Le mandataire doit être émargé présent." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-MDT-DROITVOTE NOT = "O"
		MOVE "Le mandataire n'a pas le droit de vote." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBPOUVOIRS
		FROM AG_PARTICIPANTS
		WHERE NUMAG = :WS-NUMAG
		AND PRESENCE = "R"
		AND MANDATAIRE = :WS-MDT-NUMPIL
		AND NUMPIL NOT = :WS-NUMPIL
	END-EXEC.

	IF WS-NBPOUVOIRS NOT < WS-MAX-POUVOIRS
		MOVE "Le mandataire porte déjà le maximum de pouvoirs." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		UPDATE AG_PARTICIPANTS
		SET PRESENCE = "R", MANDATAIRE = :WS-MDT-NUMPIL,
		DROITVOTE = :WS-DROITVOTE
		WHERE NUMAG = :WS-NUMAG
		AND NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, pouvoir non enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	ADD 1 TO WS-NBPOUVOIRS.
	DISPLAY "Pouvoir enregistré :".
	DISPLAY "    Mandant : " WS-NUMPIL " " WS-NOM.
	DISPLAY "    Mandataire : " WS-MDT-NUMPIL " " WS-MDT-NOM
		" - pouvoirs portés : " WS-NBPOUVOIRS "/" WS-MAX-POUVOIRS.
	MOVE "Le pouvoir a bien été enregistré." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***** ANNULATION : UN MEMBRE REPRESENTE REDEVIENT ABSENT ; UN MEMBRE
***** PRESENT QUI QUITTE LA SALLE EST DE-EMARGE ET LES POUVOIRS QU'IL
***** PORTAIT TOMBENT (LES MANDANTS REDEVIENNENT ABSENTS)
ANNULATION-EMARGEMENT.
	PERFORM CHARGEMENT-ASSEMBLEE.
	IF WS-ETATAG = "T"
		MOVE "Assemblée close, annulation impossible." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-ANNULATION.
	ACCEPT SCREEN-ANNULATION.
	ACCEPT PIL_ID LINE 07 COL 01.
	ACCEPT CHOIXVALIDATION LINE 09 COL 40.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Rien n'a été annulé." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE PIL_ID TO WS-NUMPIL.
	EXEC SQL
		SELECT PRESENCE
		INTO :WS-PRESENCE
		FROM AG_PARTICIPANTS
		WHERE NUMAG = :WS-NUMAG
		AND NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF NOT SQLCODE = 0 OR WS-PRESENCE = "A"
		MOVE "Ce membre n'est ni émargé ni représenté." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE 0 TO WS-NBLIBERES.
	IF WS-PRESENCE = "P"
		EXEC SQL
			SELECT COUNT(*)
			INTO :WS-NBPOUVOIRS
			FROM AG_PARTICIPANTS
			WHERE NUMAG = :WS-NUMAG
			AND PRESENCE = "R"
			AND MANDATAIRE = :WS-NUMPIL
		END-EXEC
		MOVE WS-NBPOUVOIRS TO WS-NBLIBERES
		EXEC SQL
			UPDATE AG_PARTICIPANTS
			SET PRESENCE = "A", MANDATAIRE = 0
			WHERE NUMAG = :WS-NUMAG
			AND PRESENCE = "R"
			AND MANDATAIRE = :WS-NUMPIL
		END-EXEC
	END-IF.

	EXEC SQL
		UPDATE AG_PARTICIPANTS
		SET PRESENCE = "A", MANDATAIRE = 0, HEUREPRES = " "
		WHERE NUMAG = :WS-NUMAG
		AND NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, annulation non enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "Membre " WS-NUMPIL " remis absent.".
	IF WS-NBLIBERES > 0
		DISPLAY "    Pouvoirs tombés avec son départ : " WS-NBLIBERES
	END-IF.
	MOVE "L'annulation a bien été enregistrée." TO ERREURS.
	GO TO EVALUATE-CHOIX.

QUORUM-EN-DIRECT.
	PERFORM CHARGEMENT-ASSEMBLEE.
	PERFORM DECOMPTE-VOIX.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-QUORUM.
	ACCEPT CHOIX LINE 22 COL 01.
	GO TO EVALUATE-CHOIX.

***** DECOMPTE DES VOIX ET DU QUORUM (ARRONDI AU MEMBRE SUPERIEUR) ; UN
***** PRESENT SANS DROIT DE VOTE COMPTE DANS LES PRESENTS, PAS DANS LES
***** VOIX
DECOMPTE-VOIX.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBCONVOQUES
		FROM AG_PARTICIPANTS
		WHERE NUMAG = :WS-NUMAG
	END-EXEC.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBAJOUR
		FROM AG_PARTICIPANTS
		WHERE NUMAG = :WS-NUMAG
		AND DROITVOTE = "O"
	END-EXEC.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBPRESENTS
		FROM AG_PARTICIPANTS
		WHERE NUMAG = :WS-NUMAG
		AND PRESENCE = "P"
	END-EXEC.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBPRESENTS-VOTE
		FROM AG_PARTICIPANTS
		WHERE NUMAG = :WS-NUMAG
		AND PRESENCE = "P"
		AND DROITVOTE = "O"
	END-EXEC.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBREPRESENTES
		FROM AG_PARTICIPANTS
		WHERE NUMAG = :WS-NUMAG
		AND PRESENCE = "R"
		AND DROITVOTE = "O"
	END-EXEC.

	COMPUTE WS-NBVOIX = WS-NBPRESENTS-VOTE + WS-NBREPRESENTES.
	COMPUTE WS-QUORUM-REQUIS = (WS-NBAJOUR * WS-QUORUM-PCT + 99) / 100.
	IF WS-NBVOIX NOT < WS-QUORUM-REQUIS AND WS-NBVOIX > 0
		MOVE "O" TO WS-QUORUM-ATTEINT
	ELSE
		MOVE "N" TO WS-QUORUM-ATTEINT
	END-IF.

***** FEUILLE DE PRESENCE POUR LE PROCES-VERBAL, SPOULEE (REEDITABLE PAR
***** LA CONSULTATION DES EDITIONS) ; A LA CLOTURE, LE NOMBRE DE VOIX ET
***** LE QUORUM SONT FIGES DANS ASSEMBLEES ET L'EMARGEMENT EST FERME.
***** UNE ASSEMBLEE DEJA CLOSE EST SIMPLEMENT REEDITEE
FEUILLE-DE-PRESENCE.
	PERFORM CHARGEMENT-ASSEMBLEE.
	MOVE "N" TO CHOIXVALIDATION.
	IF WS-ETATAG NOT = "T"
		DISPLAY DELETE-SCREEN
		ACCEPT WDATE FROM DATE YYYYMMDD
		DISPLAY SCREEN-CLOTURE
		ACCEPT SCREEN-CLOTURE
		ACCEPT CHOIXVALIDATION LINE 08 COL 46
	END-IF.

	PERFORM DECOMPTE-VOIX.

	IF CHOIXVALIDATION = "O" OR CHOIXVALIDATION = "o"
		EXEC SQL
			UPDATE ASSEMBLEES
			SET ETATAG = "T", NBVOTANTS = :WS-NBVOIX,
			QUORUMATTEINT = :WS-QUORUM-ATTEINT
			WHERE NUMAG = :WS-NUMAG
		END-EXEC
		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE "ERREUR SQL, assemblée non close." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		EXEC SQL
			COMMIT
		END-EXEC
		MOVE "T" TO WS-ETATAG
	END-IF.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "ASSEMBLE" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	MOVE SPACES TO SPOOL-LIGNE.
	IF WS-NATUREAG = "E"
		STRING "Feuille de presence - Assemblee generale extraordinaire du "
			ED-DATEAG DELIMITED BY SIZE INTO SPOOL-LIGNE
	ELSE
		STRING "Feuille de presence - Assemblee generale ordinaire du "
			ED-DATEAG DELIMITED BY SIZE INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Lieu : " WS-LIEU "  Heure : " WS-HEUREAG(1:2) "h"
		WS-HEUREAG(3:2) DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Droit de vote : cotisation " WS-ANNEECOTIS " reglee"
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "NUM  NOM                  PRENOM          VOTE PRESENCE"
		TO SPOOL-LIGNE.
	MOVE "SIGNATURE" TO SPOOL-LIGNE(71:9).
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE PRESENCECUR CURSOR FOR
		SELECT AG_PARTICIPANTS.NUMPIL, PILOTES.NOM, PILOTES.PRENOM,
		AG_PARTICIPANTS.DROITVOTE, AG_PARTICIPANTS.PRESENCE,
		AG_PARTICIPANTS.MANDATAIRE
		FROM AG_PARTICIPANTS, PILOTES
		WHERE AG_PARTICIPANTS.NUMPIL = PILOTES.NUMPIL
		AND AG_PARTICIPANTS.NUMAG = :WS-NUMAG
		ORDER BY PILOTES.NOM, PILOTES.PRENOM
	END-EXEC.

	EXEC SQL
		OPEN PRESENCECUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM LIGNE-PRESENCE-SUIVANTE THRU LIGNE-PRESENCE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE PRESENCECUR
	END-EXEC.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Membres convoques : " WS-NBCONVOQUES
		"   a jour de cotisation : " WS-NBAJOUR
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Presents : " WS-NBPRESENTS "   dont votants : "
		WS-NBPRESENTS-VOTE "   representes : " WS-NBREPRESENTES
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Voix : " WS-NBVOIX "   quorum requis (" WS-QUORUM-PCT
		" %) : " WS-QUORUM-REQUIS "   atteint : " WS-QUORUM-ATTEINT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	IF WS-ETATAG = "T"
		MOVE "Feuille arretee a la cloture de l'emargement." TO SPOOL-LIGNE
	ELSE
		MOVE "Etat provisoire, emargement en cours." TO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE SPACES TO ERREURS.
	STRING "FEUILLE DE PRESENCE EDITEE, EDITION " SPOOL-NUMRAPPORT
		DELIMITED BY SIZE INTO ERREURS.
	GO TO EVALUATE-CHOIX.

LIGNE-PRESENCE-SUIVANTE.
	EXEC SQL
		FETCH PRESENCECUR
		INTO :WS-NUMPIL, :WS-NOM, :WS-PRENOM, :WS-DROITVOTE,
		:WS-PRESENCE, :WS-MANDATAIRE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO LIGNE-PRESENCE-SUIVANTE-EXIT
	END-IF.

	MOVE WS-NUMPIL TO LP-NUMPIL.
	MOVE WS-NOM TO LP-NOM.
	MOVE WS-PRENOM TO LP-PRENOM.
	IF WS-DROITVOTE = "O"
		MOVE "OUI" TO LP-VOTE
	ELSE
		MOVE "NON" TO LP-VOTE
	END-IF.
	MOVE SPACES TO LIBELLE-PRESENCE.
	EVALUATE WS-PRESENCE
		WHEN "P"
			MOVE "Present" TO LIBELLE-PRESENCE
		WHEN "R"
			MOVE WS-MANDATAIRE TO ED-NUMPIL
			STRING "Represente par " ED-NUMPIL
				DELIMITED BY SIZE INTO LIBELLE-PRESENCE
		WHEN OTHER
			MOVE "Absent" TO LIBELLE-PRESENCE
	END-EVALUATE.
	MOVE LIBELLE-PRESENCE TO LP-PRESENCE.
	MOVE LIGNE-PRESENCE TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

LIGNE-PRESENCE-SUIVANTE-EXIT.
	EXIT.

***** DROIT DE VOTE DU MEMBRE WS-NUMPIL, MEME REGLE QUE AGCONVOC : LA
***** COTISATION DE ANNEECOTIS EST FACTUREE ET SOLDEE (MARQUEE PAYEE OU
***** COUVERTE PAR SES REGLEMENTS)
DROIT-DE-VOTE.
	MOVE "N" TO WS-DROITVOTE.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBFACT
		FROM FACTURES
		WHERE NUMPIL = :WS-NUMPIL
		AND PERIODEDEB = :WS-PERIODE-DEBUT
		AND PERIODEFIN = :WS-PERIODE-FIN
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBFACT = 0
		GO TO DROIT-DE-VOTE-EXIT
	END-IF.

	EXEC SQL
		SELECT COUNT(*), SUM(MONTANT)
		INTO :WS-NBOUVERTES, :WS-MONTANT-OUVERT
		FROM FACTURES
		WHERE NUMPIL = :WS-NUMPIL
		AND PERIODEDEB = :WS-PERIODE-DEBUT
		AND PERIODEFIN = :WS-PERIODE-FIN
		AND ETATPAIEMENT = "N"
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBOUVERTES = 0
		MOVE "O" TO WS-DROITVOTE
		GO TO DROIT-DE-VOTE-EXIT
	END-IF.

	EXEC SQL
		SELECT SUM(REGLEMENTS.MONTANTREG)
		INTO :WS-REGLE-OUVERT
		FROM REGLEMENTS, FACTURES
		WHERE REGLEMENTS.NUMFACT = FACTURES.NUMFACT
		AND FACTURES.NUMPIL = :WS-NUMPIL
		AND FACTURES.PERIODEDEB = :WS-PERIODE-DEBUT
		AND FACTURES.PERIODEFIN = :WS-PERIODE-FIN
		AND FACTURES.ETATPAIEMENT = "N"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-REGLE-OUVERT
	END-IF.

	IF WS-REGLE-OUVERT NOT < WS-MONTANT-OUVERT
		MOVE "O" TO WS-DROITVOTE
	END-IF.

DROIT-DE-VOTE-EXIT.
	EXIT.

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

	MOVE "ASSEMBLE" TO WS-PROGRAMME.
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
