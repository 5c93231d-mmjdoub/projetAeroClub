IDENTIFICATION DIVISION.
PROGRAM-ID. SURCRAP.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** RAPPORT MENSUEL DE LA SURCHARGE CARBURANT : CE QUE F7 A FACTURE
***** EN SURCHARGE ET EN RISTOURNE SUR LES FACTURES GENEREES DANS LE
***** MOIS (LIGNES "SURCHARGE CARB." ET "RISTOURNE CARB."), EN REGARD
***** DU SURCOUT REEL DU CARBURANT : LITRES SERVIS A LA POMPE DU CLUB
***** AUX AVIONS DU CLUB DANS LE MOIS (CARBURANT SOURCE "C", HORS PLEINS
***** DES AVIONS PRIVES) x (PRIX D'ACHAT COURANT - PRIX DE REFERENCE),
***** LE PRIX D'ACHAT COURANT ETANT CELUI DE SURCARB A LA FIN DU MOIS.
***** LES LIVRAISONS DU MOIS SONT RAPPELEES POUR INFORMATION. UN SOLDE
***** POSITIF EST UN TROP-PERCU, NEGATIF UN SURCOUT NON COUVERT
***** (SAISIE VIDE = MOIS DE LA DATE DE TRAITEMENT). LANCE EN FIN DE
***** MOIS PAR LA CHAINE APRES LA FACTURATION, IL REND LA MAIN PAR
***** GOBACK (RETURN-CODE 0 = TERMINE, 8 = EN ECHEC)
77 SAI-MOIS PIC X(6).
77 WS-SURCOUT PIC S9(7)V99 VALUE IS 0.
77 WS-NET-FACTURE PIC S9(7)V99 VALUE IS 0.
77 WS-SOLDE PIC S9(7)V99 VALUE IS 0.
77 WS-PRIX-MOYEN PIC 9(2)V99 VALUE IS 0.
77 WS-ECART-REEL PIC S9(2)V99 VALUE IS 0.

***** ZONES D'EDITION
77 ED-MONTANT PIC -(7)9.99.
77 ED-LITRES PIC -(6)9.9.
77 ED-HEURES PIC -(5)9.9.
77 ED-PRIX PIC -(2)9.99.
77 ED-NOMBRE PIC Z(5)9.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES FACTURES, FACTURE_LIGNES, CARBURANT,
**** LIVRAISONS_CARBURANT
	EXEC SQL
		INCLUDE FACTURES,FACTURE_LIGNES,CARBURANT,LIVRAISONS_CARBURANT
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-SURCHARGE-MOIS.
			05 WS-DEBUT-JOUR PIC X(8).
			05 WS-FIN-JOUR PIC X(8).
			05 WS-NBSURCH PIC 9(6).
			05 WS-HEURES-SURCH PIC 9(5)V9.
			05 WS-MONTANT-SURCH PIC S9(7)V99.
			05 WS-NBRIST PIC 9(6).
			05 WS-HEURES-RIST PIC 9(5)V9.
			05 WS-MONTANT-RIST PIC S9(7)V99.
			05 WS-LITRES-SERVIS PIC 9(6)V9.
			05 WS-NBLIVR PIC 9(6).
			05 WS-LITRES-LIVRES PIC 9(6)V9.
			05 WS-MONTANT-LIVRES PIC 9(7)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** CONTRAT D'APPEL DE SURCARB (MEME DESSIN QUE SA LINKAGE SECTION)
01 SURC-DEMANDE.
	02 SURC-DATE PIC X(8).
	02 SURC-RETOUR PIC X.
	02 SURC-PRIX-REF PIC 9(2)V99.
	02 SURC-PRIX-COURANT PIC 9(2)V99.
	02 SURC-NBLIVR PIC 9(4).
	02 SURC-ECART PIC S9(2)V99.

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
***** DESSIN QUE SA LINKAGE SECTION
01 SPOOL-DEMANDE.
	02 SPOOL-ACTION PIC X VALUE "L".
	02 SPOOL-PROGRAMME PIC X(8).
	02 SPOOL-LIGNE PIC X(80).
	02 SPOOL-NUMRAPPORT PIC 9(6).

PROCEDURE DIVISION.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY "Rapport mensuel de la surcharge carburant".
	DISPLAY "Mois a editer (AAAAMM, vide = mois courant) : ".
	ACCEPT SAI-MOIS.

	IF SAI-MOIS = SPACES
		MOVE WANNEE TO SAI-MOIS(1:4)
		MOVE WMOIS TO SAI-MOIS(5:2)
	END-IF.

	IF SAI-MOIS IS NOT NUMERIC
		DISPLAY "ERREUR : MOIS INVALIDE (AAAAMM), TRAITEMENT ANNULE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	STRING SAI-MOIS "01" DELIMITED BY SIZE INTO WS-DEBUT-JOUR.
	STRING SAI-MOIS "31" DELIMITED BY SIZE INTO WS-FIN-JOUR.

***** PRIX D'ACHAT COURANT ET ECART EN VIGUEUR A LA FIN DU MOIS
	MOVE WS-FIN-JOUR TO SURC-DATE.
	CALL "SURCARB" USING SURC-DEMANDE.
	IF SURC-RETOUR = "X"
		DISPLAY "ERREUR : PRIX DU CARBURANT ILLISIBLE, TRAITEMENT ANNULE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "SURCRAP" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM EN-TETE-RAPPORT.
	PERFORM SURCHARGE-FACTUREE.
	PERFORM SURCOUT-REEL.
	PERFORM SOLDE-DU-MOIS.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	PERFORM BILAN.
	MOVE 0 TO RETURN-CODE.
	GO TO FIN.

EN-TETE-RAPPORT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Surcharge carburant - mois " SAI-MOIS DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	IF SURC-PRIX-REF = 0
		MOVE "Pas de prix de reference vote : pas de surcharge carburant"
			TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

	MOVE SURC-PRIX-REF TO ED-PRIX.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Prix du litre de reference ........ : " ED-PRIX
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SURC-PRIX-COURANT TO ED-PRIX.
	MOVE SURC-NBLIVR TO ED-NOMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Prix d'achat courant (fin de mois) : " ED-PRIX
		" (" ED-NOMBRE " livraison(s))" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SURC-ECART TO ED-PRIX.
	MOVE SPACES TO SPOOL-LIGNE.
	IF SURC-RETOUR = "O"
		STRING "Ecart par litre en vigueur ........ : " ED-PRIX
			DELIMITED BY SIZE INTO SPOOL-LIGNE
	ELSE
		STRING "Ecart par litre en vigueur ........ : aucun"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** LIGNES DE SURCHARGE ET DE RISTOURNE DES FACTURES DU MOIS
SURCHARGE-FACTUREE.
	EXEC SQL
		SELECT COUNT(*), SUM(FACTURE_LIGNES.HEURES),
		SUM(FACTURE_LIGNES.MONTANTLIGNE)
		INTO :WS-NBSURCH, :WS-HEURES-SURCH, :WS-MONTANT-SURCH
		FROM FACTURES, FACTURE_LIGNES
		WHERE FACTURE_LIGNES.NUMFACT = FACTURES.NUMFACT
		AND FACTURES.DATEGEN >= :WS-DEBUT-JOUR
		AND FACTURES.DATEGEN <= :WS-FIN-JOUR
		AND FACTURE_LIGNES.DESTIN LIKE "SURCHARGE CARB.%"
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBSURCH = 0
		MOVE 0 TO WS-NBSURCH
		MOVE 0 TO WS-HEURES-SURCH
		MOVE 0 TO WS-MONTANT-SURCH
	END-IF.

	EXEC SQL
		SELECT COUNT(*), SUM(FACTURE_LIGNES.HEURES),
		SUM(FACTURE_LIGNES.MONTANTLIGNE)
		INTO :WS-NBRIST, :WS-HEURES-RIST, :WS-MONTANT-RIST
		FROM FACTURES, FACTURE_LIGNES
		WHERE FACTURE_LIGNES.NUMFACT = FACTURES.NUMFACT
		AND FACTURES.DATEGEN >= :WS-DEBUT-JOUR
		AND FACTURES.DATEGEN <= :WS-FIN-JOUR
		AND FACTURE_LIGNES.DESTIN LIKE "RISTOURNE CARB.%"
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBRIST = 0
		MOVE 0 TO WS-NBRIST
		MOVE 0 TO WS-HEURES-RIST
		MOVE 0 TO WS-MONTANT-RIST
	END-IF.

	COMPUTE WS-NET-FACTURE = WS-MONTANT-SURCH + WS-MONTANT-RIST.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Facture aux pilotes (factures generees dans le mois) :"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-NBSURCH TO ED-NOMBRE.
	MOVE WS-HEURES-SURCH TO ED-HEURES.
	MOVE WS-MONTANT-SURCH TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Surcharges : " ED-NOMBRE " ligne(s) " ED-HEURES " h "
		ED-MONTANT DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-NBRIST TO ED-NOMBRE.
	MOVE WS-HEURES-RIST TO ED-HEURES.
	MOVE WS-MONTANT-RIST TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Ristournes : " ED-NOMBRE " ligne(s) " ED-HEURES " h "
		ED-MONTANT DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-NET-FACTURE TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Net facture ...................... : " ED-MONTANT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** SURCOUT REEL : CARBURANT DU CLUB CONSOMME PAR LES AVIONS DU CLUB
***** DANS LE MOIS (LES PLEINS DES AVIONS PRIVES, NUMAV A 0, SONT
***** REFACTURES AU PRIX POMPE PAR LOYERS), VALORISE A L'ECART ENTRE LE
***** PRIX D'ACHAT COURANT ET LE PRIX DE REFERENCE, QUE L'ECART ATTEIGNE
***** OU NON LE SEUIL
SURCOUT-REEL.
	EXEC SQL
		SELECT SUM(LITRES)
		INTO :WS-LITRES-SERVIS
		FROM CARBURANT
		WHERE SOURCE = "C"
		AND NUMAV > 0
		AND DATCARB >= :WS-DEBUT-JOUR
		AND DATCARB <= :WS-FIN-JOUR
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-LITRES-SERVIS
	END-IF.

	EXEC SQL
		SELECT COUNT(*), SUM(LITRES), SUM(MONTANT)
		INTO :WS-NBLIVR, :WS-LITRES-LIVRES, :WS-MONTANT-LIVRES
		FROM LIVRAISONS_CARBURANT
		WHERE DATLIVR >= :WS-DEBUT-JOUR
		AND DATLIVR <= :WS-FIN-JOUR
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBLIVR = 0
		MOVE 0 TO WS-NBLIVR
		MOVE 0 TO WS-LITRES-LIVRES
		MOVE 0 TO WS-MONTANT-LIVRES
	END-IF.

	IF WS-LITRES-LIVRES > 0
		COMPUTE WS-PRIX-MOYEN ROUNDED =
			WS-MONTANT-LIVRES / WS-LITRES-LIVRES
	ELSE
		MOVE 0 TO WS-PRIX-MOYEN
	END-IF.

	MOVE 0 TO WS-ECART-REEL.
	IF SURC-PRIX-REF > 0 AND SURC-PRIX-COURANT > 0
		COMPUTE WS-ECART-REEL = SURC-PRIX-COURANT - SURC-PRIX-REF
	END-IF.
	COMPUTE WS-SURCOUT ROUNDED = WS-LITRES-SERVIS * WS-ECART-REEL.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Cout reel du carburant :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-NBLIVR TO ED-NOMBRE.
	MOVE WS-LITRES-LIVRES TO ED-LITRES.
	MOVE WS-MONTANT-LIVRES TO ED-MONTANT.
	MOVE WS-PRIX-MOYEN TO ED-PRIX.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Livraisons du mois : " ED-NOMBRE " pour " ED-LITRES " L "
		ED-MONTANT " (" ED-PRIX "/L)" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-LITRES-SERVIS TO ED-LITRES.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Litres servis aux avions du club . : " ED-LITRES
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-ECART-REEL TO ED-PRIX.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Ecart reel par litre ............. : " ED-PRIX
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-SURCOUT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Surcout sur le prix de reference . : " ED-MONTANT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

SOLDE-DU-MOIS.
	COMPUTE WS-SOLDE = WS-NET-FACTURE - WS-SURCOUT.
	MOVE WS-SOLDE TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	IF WS-SOLDE < 0
		STRING "SOLDE DU MOIS : " ED-MONTANT " (surcout non couvert)"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
	ELSE
		STRING "SOLDE DU MOIS : " ED-MONTANT " (surcout couvert)"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.

BILAN.
	DISPLAY "Rapport " SPOOL-NUMRAPPORT " edite.".
	DISPLAY "Net facture en surcharge carburant : " WS-NET-FACTURE.
	DISPLAY "Surcout reel du carburant : " WS-SURCOUT.
	DISPLAY "Solde du mois : " WS-SOLDE.

FIN.
	GOBACK.
