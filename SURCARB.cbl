IDENTIFICATION DIVISION.
PROGRAM-ID. SURCARB.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** INDEXATION DES HEURES DE VOL SUR LE PRIX D'ACHAT DU CARBURANT :
***** LES TARIFS HORAIRES COMPRENNENT LE CARBURANT AU PRIX DE REFERENCE
***** VOTE PAR LE COMITE (PARAMETRES.PRIX_LITRE_REF). LE PRIX COURANT
***** EST LA MOYENNE PONDEREE (MONTANT / LITRES) DES NB_LIVR_INDICE
***** DERNIERES LIVRAISONS_CARBURANT RECUES AU PLUS TARD A LA DATE
***** DEMANDEE. DES QUE L'ECART PAR LITRE ATTEINT SEUIL_SURCH_CARB EN
***** VALEUR ABSOLUE, TOUT L'ECART EST EN VIGUEUR : SURCHARGE SI LE PRIX
***** A MONTE, RISTOURNE S'IL A BAISSE. L'APPELANT LE MULTIPLIE PAR LA
***** CONSO_NORME DU TYPE POUR OBTENIR LE MONTANT PAR HEURE DE VOL.
***** APPELE PAR FACTVOLS (FACTURATION F7 ET F7LOT), F1 (ESTIMATION DU
***** COUT DU VOL) ET SURCRAP (RAPPORT MENSUEL). LECTURE SEULE, PAS DE
***** COMMIT
77 WS-LITRES-CUMUL PIC 9(7)V9 VALUE IS 0.
77 WS-MONTANT-CUMUL PIC 9(8)V99 VALUE IS 0.
77 WS-ECART-ABS PIC 9(2)V99 VALUE IS 0.
***** FIN DU CURSEUR DES LIVRAISONS
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLE PARAMETRES
	EXEC SQL
		INCLUDE PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-INDEXATION.
			05 WS-PRIX-LITRE-REF PIC 9(2)V99.
			05 WS-SEUIL-SURCH-CARB PIC 9(2)V99.
			05 WS-NB-LIVR-INDICE PIC 9(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE LIVRAISONS_CARBURANT
	EXEC SQL
		INCLUDE LIVRAISONS_CARBURANT
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-LIVRAISON.
			05 WS-DATE-LIMITE PIC X(8).
			05 WS-DATLIVR PIC X(8).
			05 WS-LITRES PIC 9(6)V9.
			05 WS-MONTANT PIC 9(7)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

LINKAGE SECTION.
***** CONTRAT D'APPEL : MEME DESSIN A DECLARER CHEZ CHAQUE APPELANT.
***** SURC-DATE (AAAAMMJJ) = DATE DU PRIX DEMANDE (LIVRAISONS RECUES AU
***** PLUS TARD CE JOUR). EN RETOUR, SURC-RETOUR = "O" SURCHARGE OU
***** RISTOURNE EN VIGUEUR, "N" AUCUNE (PAS DE PRIX DE REFERENCE, PAS DE
***** LIVRAISON OU ECART SOUS LE SEUIL), "X" ERREUR SQL ; SURC-PRIX-REF
***** ET SURC-PRIX-COURANT = PRIX DU LITRE DE REFERENCE ET COURANT,
***** SURC-NBLIVR = LIVRAISONS MOYENNEES, SURC-ECART = ECART PAR LITRE
***** EN VIGUEUR (POSITIF SURCHARGE, NEGATIF RISTOURNE, ZERO SI "N")
01 SURC-DEMANDE.
	02 SURC-DATE PIC X(8).
	02 SURC-RETOUR PIC X.
	02 SURC-PRIX-REF PIC 9(2)V99.
	02 SURC-PRIX-COURANT PIC 9(2)V99.
	02 SURC-NBLIVR PIC 9(4).
	02 SURC-ECART PIC S9(2)V99.

PROCEDURE DIVISION USING SURC-DEMANDE.

DEBUT.
	MOVE "X" TO SURC-RETOUR.
	MOVE 0 TO SURC-PRIX-REF.
	MOVE 0 TO SURC-PRIX-COURANT.
	MOVE 0 TO SURC-NBLIVR.
	MOVE 0 TO SURC-ECART.

	EXEC SQL
		SELECT PRIX_LITRE_REF, SEUIL_SURCH_CARB, NB_LIVR_INDICE
		INTO :WS-PRIX-LITRE-REF, :WS-SEUIL-SURCH-CARB, :WS-NB-LIVR-INDICE
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "SURCARB : ERREUR SQL " SQLCODE " sur PARAMETRES"
		GO TO FIN-SURCARB
	END-IF.

	MOVE WS-PRIX-LITRE-REF TO SURC-PRIX-REF.
	MOVE "N" TO SURC-RETOUR.

***** PAS DE PRIX DE REFERENCE VOTE : PAS D'INDEXATION
	IF WS-PRIX-LITRE-REF = 0
		GO TO FIN-SURCARB
	END-IF.

	IF WS-NB-LIVR-INDICE = 0
		MOVE 1 TO WS-NB-LIVR-INDICE
	END-IF.

	PERFORM PRIX-COURANT.

	IF WS-FIN-CURSEUR = 2
		MOVE "X" TO SURC-RETOUR
		GO TO FIN-SURCARB
	END-IF.

	IF WS-LITRES-CUMUL = 0
		GO TO FIN-SURCARB
	END-IF.

	COMPUTE SURC-PRIX-COURANT ROUNDED = WS-MONTANT-CUMUL / WS-LITRES-CUMUL.

	IF SURC-PRIX-COURANT < WS-PRIX-LITRE-REF
		COMPUTE WS-ECART-ABS = WS-PRIX-LITRE-REF - SURC-PRIX-COURANT
	ELSE
		COMPUTE WS-ECART-ABS = SURC-PRIX-COURANT - WS-PRIX-LITRE-REF
	END-IF.

	IF WS-ECART-ABS = 0 OR WS-ECART-ABS < WS-SEUIL-SURCH-CARB
		GO TO FIN-SURCARB
	END-IF.

	COMPUTE SURC-ECART = SURC-PRIX-COURANT - WS-PRIX-LITRE-REF.
	MOVE "O" TO SURC-RETOUR.

FIN-SURCARB.
	GOBACK.

***** CUMUL DES NB_LIVR_INDICE DERNIERES LIVRAISONS, DE LA PLUS RECENTE
***** A LA PLUS ANCIENNE ; WS-FIN-CURSEUR = 2 SUR ERREUR SQL
PRIX-COURANT.
	MOVE SURC-DATE TO WS-DATE-LIMITE.
	MOVE 0 TO WS-LITRES-CUMUL.
	MOVE 0 TO WS-MONTANT-CUMUL.

	EXEC SQL
		DECLARE SURCARBCUR CURSOR FOR
		SELECT DATLIVR, LITRES, MONTANT
		FROM LIVRAISONS_CARBURANT
		WHERE DATLIVR <= :WS-DATE-LIMITE
		AND LITRES > 0
		ORDER BY DATLIVR DESC, NUMLIVR DESC
	END-EXEC.

	EXEC SQL
		OPEN SURCARBCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM LIVRAISON-SUIVANTE THRU LIVRAISON-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR NOT = 0
		OR SURC-NBLIVR NOT < WS-NB-LIVR-INDICE.

	EXEC SQL
		CLOSE SURCARBCUR
	END-EXEC.

LIVRAISON-SUIVANTE.
	EXEC SQL
		FETCH SURCARBCUR
		INTO :WS-DATLIVR, :WS-LITRES, :WS-MONTANT
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO LIVRAISON-SUIVANTE-EXIT
	END-IF.

	IF SQLCODE NOT = 0
		DISPLAY "SURCARB : ERREUR SQL " SQLCODE " sur LIVRAISONS_CARBURANT"
		MOVE 2 TO WS-FIN-CURSEUR
		GO TO LIVRAISON-SUIVANTE-EXIT
	END-IF.

	ADD 1 TO SURC-NBLIVR.
	ADD WS-LITRES TO WS-LITRES-CUMUL.
	ADD WS-MONTANT TO WS-MONTANT-CUMUL.

LIVRAISON-SUIVANTE-EXIT.
	EXIT.
