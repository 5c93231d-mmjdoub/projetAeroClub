IDENTIFICATION DIVISION.
PROGRAM-ID. F7LOT.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** LANCEMENT PAR LOT DE LA FACTURATION DES VOLS (ETAPE FACTURE DE LA
***** CHAINE DU SOIR) : MEME MOTEUR QU'AU MENU (FACTVOLS), SANS ECRAN NI
***** OPERATEUR ; LA PERIODE EST LE MOIS SAISI SUR SYSIN, DU PREMIER AU
***** DERNIER JOUR. RETURN-CODE 0 = PASSAGE TERMINE, 8 = MOIS INVALIDE
***** OU PASSAGE EN ECHEC (LA RELANCE DE LA CHAINE LE REPREND)
77 SAI-MOIS PIC X(6).
77 WS-DERNIER-JOUR PIC 9(2) VALUE IS 0.
77 WS-QUOTIENT PIC 9(4) VALUE IS 0.
77 WS-RESTE PIC 9(4) VALUE IS 0.
77 ED-MONTANT PIC Z(7)9.99.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

01 WS-PERIODE-LOT.
   02 PER-ANNEE PIC 9999.
   02 PER-MOIS PIC 99.
   02 PER-JOUR PIC 99.

***** CONTRAT D'APPEL DE FACTVOLS (MEME DESSIN QUE SA LINKAGE SECTION)
01 FACT-DEMANDE.
	02 FACT-PERIODE-DEB PIC 9(8).
	02 FACT-PERIODE-FIN PIC 9(8).
	02 FACT-MODE PIC X.
	02 FACT-RETOUR PIC X.
	02 FACT-MESSAGE PIC X(50).
	02 FACT-NUMLOT PIC 9(6).
	02 FACT-REPRISE PIC 9.
	02 FACT-NBFACTURES PIC 9(4).
	02 FACT-MONTANT PIC 9(8)V99.
	02 FACT-NUMRAPPORT PIC 9(6).

PROCEDURE DIVISION.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY "Facturation des vols par lot".
	DISPLAY "Mois a facturer (AAAAMM, vide = mois courant) : ".
	ACCEPT SAI-MOIS.

***** LANCE PAR LA CHAINE DU SOIR LE DERNIER JOUR DU MOIS, SANS
***** OPERATEUR : UNE SAISIE VIDE PREND LE MOIS DE LA DATE DE
***** TRAITEMENT
	IF SAI-MOIS = SPACES
		MOVE WANNEE TO SAI-MOIS(1:4)
		MOVE WMOIS TO SAI-MOIS(5:2)
	END-IF.

	IF SAI-MOIS IS NOT NUMERIC
		DISPLAY "Mois invalide : " SAI-MOIS
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	MOVE SAI-MOIS TO WS-PERIODE-LOT(1:6).
	IF PER-MOIS < 1 OR PER-MOIS > 12
		DISPLAY "Mois invalide : " SAI-MOIS
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	MOVE 1 TO PER-JOUR.
	MOVE WS-PERIODE-LOT TO FACT-PERIODE-DEB.
	PERFORM CALCUL-DERNIER-JOUR.
	MOVE WS-DERNIER-JOUR TO PER-JOUR.
	MOVE WS-PERIODE-LOT TO FACT-PERIODE-FIN.
	DISPLAY "Periode facturee : " FACT-PERIODE-DEB " au " FACT-PERIODE-FIN.

	MOVE "L" TO FACT-MODE.
	CALL "FACTVOLS" USING FACT-DEMANDE.

	IF FACT-REPRISE = 1
		DISPLAY "Reprise du passage interrompu " FACT-NUMLOT
	END-IF.
	DISPLAY "Compte rendu de facturation : edition " FACT-NUMRAPPORT.

***** PASSAGE EN ECHEC : RETURN-CODE 8 MET LA CHAINE EN ECHEC, SA
***** RELANCE REPREND LE PASSAGE A SON POINT DE REPRISE
	IF FACT-RETOUR NOT = "O"
		DISPLAY FACT-MESSAGE
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	MOVE FACT-MONTANT TO ED-MONTANT.
	DISPLAY "Factures emises : " FACT-NBFACTURES
		" - montant " ED-MONTANT.
	MOVE 0 TO RETURN-CODE.

FIN.
	GOBACK.

***** DERNIER JOUR DU MOIS DE LA PERIODE (FEVRIER BISSEXTILE COMPRIS)
CALCUL-DERNIER-JOUR.
	EVALUATE PER-MOIS
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
			DIVIDE PER-ANNEE BY 4
				GIVING WS-QUOTIENT REMAINDER WS-RESTE
			IF WS-RESTE = 0
				MOVE 29 TO WS-DERNIER-JOUR
			ELSE
				MOVE 28 TO WS-DERNIER-JOUR
			END-IF
	END-EVALUATE.
