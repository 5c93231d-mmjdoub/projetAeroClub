***** RAPPROCHEMENT MENSUEL DU COMPTEUR DE LA POMPE CONTRE LES
***** AVITAILLEMENTS SAISIS ; F0 ALERTE QUAND LE STOCK PASSE SOUS
***** PARAMETRES.SEUIL_STOCK_CARB
***** LES PLEINS DES AVIONS PRIVES DU REGISTRE LOCATIONS (HANGAR OU
***** PARKING EN COURS) SE SAISISSENT ICI : ILS SORTENT DE LA CUVE
***** COMME LES AUTRES (SOURCE "C") ET SONT FACTURES AU PROPRIETAIRE,
***** AU PRIX PARAMETRES.PRIX_LITRE_POMPE, PAR LE PASSAGE MENSUEL LOYERS
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 SAI-MONTANT PIC 9(6)V99.
77 SAI-MOIS PIC X(6).
77 SAI-COMPTEUR PIC 9(7)V9.
77 SAI-IMMAT PIC X(10).
77 FILTRE-MOIS PIC X(7).

***** CALCULS DE STOCK ET DE RAPPROCHEMENT
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES LOCATIONS, PILOTES
	EXEC SQL
		INCLUDE LOCATIONS,PILOTES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-AVITAILLEMENT-PRIVE.
			05 WS-NUMCARB PIC 9(6).
			05 WS-NUMLOC PIC 9(6).
			05 WS-NUMPIL PIC 9(3).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-PRIX-LITRE PIC 9(3)V99.
			05 WS-MONTANT-TICKET PIC 9(6)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE RELEVES_POMPE
	EXEC SQL
		INCLUDE RELEVES_POMPE
	  05 LINE 07 COL 01 VALUE "1 : Enregistrer une livraison".
	  05 LINE 08 COL 01 VALUE "2 : Consulter le stock courant".
	  05 LINE 09 COL 01 VALUE "3 : Rapprochement mensuel du compteur de pompe".
	  05 LINE 10 COL 01 VALUE "4 : Avitaillement d'un avion privé".
	  05 LINE 11 COL 01 VALUE "5 : Ne rien faire".
	  05 LINE 12 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 12 COL 48 PIC X TO CHOIXACTION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-AVITAILLEMENT-PRIVE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "AVITAILLEMENT D'UN AVION PRIVE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Immatriculation de l'avion :".
	  05 LINE 07 COL 01 PIC X(10) TO SAI-IMMAT.
	  05 LINE 08 COL 01 VALUE "Litres servis :".
	  05 LINE 09 COL 01 PIC 9(5)V9 TO SAI-LITRES.
	  05 LINE 11 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 11 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-RAPPROCHEMENT.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	WHEN "3"
		PERFORM RAPPROCHEMENT-POMPE THRU EVALUATE-CHOIX
	WHEN "4"
		PERFORM AVITAILLEMENT-PRIVE THRU EVALUATE-CHOIX
	WHEN "5"
		PERFORM EVALUATE-CHOIX
	WHEN "M"
	WHEN "m"
	MOVE "Stock affiché ci-dessus." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***** AVITAILLEMENT D'UN AVION PRIVE : L'IMMATRICULATION DOIT AVOIR UN
***** EMPLACEMENT (HANGAR OU PARKING) EN COURS DANS LOCATIONS ; LE PLEIN
***** EST VALORISE AU PRIX DU LITRE A LA POMPE ET RESTE A FACTURER
***** (REMBOURSE "N") JUSQU'AU PASSAGE DE LOYERS
AVITAILLEMENT-PRIVE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-AVITAILLEMENT-PRIVE.
	ACCEPT SCREEN-AVITAILLEMENT-PRIVE.
	ACCEPT SAI-IMMAT LINE 07 COL 01.
	ACCEPT SAI-LITRES LINE 09 COL 01.
	ACCEPT CHOIXVALIDATION LINE 11 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le plein n'a pas été enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-LITRES NOT > 0
		MOVE "Les litres servis doivent être positifs." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT NUMLOC, NUMPIL
		INTO :WS-NUMLOC, :WS-NUMPIL
		FROM LOCATIONS
		WHERE IMMAT = :SAI-IMMAT
		AND NATURE <> "C"
		AND DATEDEB <= :WDATE
		AND (DATEFIN = " " OR DATEFIN >= :WDATE)
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE "Avion sans emplacement en cours au registre." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT PRIX_LITRE_POMPE
		INTO :WS-PRIX-LITRE
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-PRIX-LITRE = 0
		MOVE "Prix du litre à la pompe non paramétré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT NOM, PRENOM
		INTO :WS-NOM, :WS-PRENOM
		FROM PILOTES
		WHERE NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE " " TO WS-NOM
		MOVE " " TO WS-PRENOM
	END-IF.

	COMPUTE WS-MONTANT-TICKET ROUNDED = SAI-LITRES * WS-PRIX-LITRE.

	MOVE "NUMCARB" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMCARB.

	EXEC SQL
		INSERT INTO CARBURANT(NUMCARB,NUMVOL,NUMAV,DATCARB,LITRES,
		SOURCE,MONTANT_TICKET,REMBOURSE,NUMFACT,NUMLOC)
		VALUES(:WS-NUMCARB,0,0,:WDATE,:SAI-LITRES,"C",
		:WS-MONTANT-TICKET,"N",0,:WS-NUMLOC)
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, plein non enregistré." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "Plein enregistré :".
	DISPLAY "    Avion : " SAI-IMMAT " - propriétaire " WS-NUMPIL " "
		WS-PRENOM " " WS-NOM.
	DISPLAY "    Litres : " SAI-LITRES " - montant : " WS-MONTANT-TICKET.
	PERFORM CALCUL-STOCK.
	DISPLAY "    Stock courant : " WS-STOCK " litre(s).".
	MOVE "Le plein sera facturé au propriétaire." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***** STOCK COURANT = STOCK INITIAL PARAMETRE + LIVRAISONS CUMULEES -
***** AVITAILLEMENTS SERVIS A LA POMPE DU CLUB (SOURCE "C")
CALCUL-STOCK.
