IDENTIFICATION DIVISION.
PROGRAM-ID. FACTVOLS.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** MOTEUR DE FACTURATION DES VOLS, COMMUN A LA FACTURATION AU MENU
***** (F7) ET AU LANCEMENT PAR LOT DE LA CHAINE DU SOIR (F7LOT) : VOLS
***** REALISES ET NON FACTURES DE LA PERIODE, IMPUTATION SUR FORFAITS,
***** FRAIS ANNEXES, SUPPLEMENT D'INSTRUCTION, SURCHARGE CARBURANT,
***** REMISE MEMBRE, REMBOURSEMENT DE CARBURANT ET AIDES A REVERSER,
***** UNE FACTURE PAR PAYEUR ; COMPTE RENDU DU PASSAGE EDITE PAR LE
***** SPOULE. SANS ECRAN NI OPERATEUR. CONTRAIREMENT AUX CONTROLES
***** PARTAGES (CTRLRESA, CONFLRESA), LE MOTEUR VALIDE LUI-MEME CHAQUE
***** FACTURE AVEC SON POINT DE REPRISE : UN PASSAGE INTERROMPU EST
***** REPRIS AU PASSAGE SUIVANT SUR LA MEME PERIODE
	77 PERIOD1 PIC 9(8).
	77 PERIOD2 PIC 9(8).
	77 ERREURS PIC X(50) VALUE IS " ".

	01 WDATE.
	   02 WANNEE PIC 9999.
	   02 WMOIS PIC 99.
	   02 WJOUR PIC 99.
	   
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.
	
	EXEC SQL
		INCLUDE VOLS,TYPES,TARIFS
	END-EXEC.
	
	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-VOLSTYPES.
			05 WS-NUMVOL PIC 9(6).
			05 WS-DATEDEB PIC X(12).
			05 WS-DATEFIN PIC X(12).
			05 WS-CPTDEP PIC 9(5)V9.
			05 WS-CPTARR PIC 9(5)V9.
			05 WS-DESTIN PIC X(25).
			05 WS-ETATVOL PIC X.
			05 WS-NUMAV PIC 9(3).
			05 WS-NUMPIL PIC 9(3).
			05 WS-NUMPIL2 PIC 9(3).
			05 WS-TYPEPART PIC X.
			05 WS-PCTPART PIC 9(3).
			05 WS-TARIF PIC 9(2)V99.
			05 WS-TOTALVOLAV PIC 9(6)V99.
			05 WS-NBHVOL PIC 9(5)V9.
			05 WS-COUTVOL PIC 9(4)V99.
			05 WS-PREVPIL PIC 9(3) VALUE IS 0.
			05 WS-TOTALPIL PIC 9(6)V99 VALUE IS 0.
			05 WS-PREVAV PIC 9(3) VALUE IS 0.

	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE FACTURE_LIGNES
	EXEC SQL
		INCLUDE FACTURE_LIGNES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-FACTURE-LIGNES.
			05 WS-NUMLIGNE PIC 9(3).
			05 WS-LIG-NUMVOL PIC 9(6).
			05 WS-LIG-DATEDEB PIC X(12).
			05 WS-LIG-DESTIN PIC X(25).
			05 WS-LIG-HEURES PIC 9(5)V9.
			05 WS-LIG-TARIF PIC 9(2)V99.
			05 WS-LIG-MONTANT PIC 9(4)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE FRAIS_ANNEXES
	EXEC SQL
		INCLUDE FRAIS_ANNEXES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-FRAIS-ANNEXES.
			05 WS-FRAISVOL PIC 9(4)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** FIN DU CURSEUR DES VOLS A FACTURER : TEMOIN SEPARE DE SQLCODE,
***** CAR LE CUMUL DES FRAIS ANNEXES ECRASE SQLCODE ENTRE DEUX FETCH
	77 WS-FIN-VOLSFACT PIC 9 VALUE IS 0.

**** IMPORT TABLES REMISES, PILOTES
	EXEC SQL
		INCLUDE REMISES,PILOTES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-REMISE-PILOTE.
			05 WS-POURCENT-REMISE PIC 9(2)V99.
			05 WS-LIBREMISE PIC X(20).
			05 WS-MONTANT-REMISE PIC S9(6)V99.
			05 WS-TVA-REMISE PIC S9(5)V99.
			05 WS-TAUX-REMISE PIC 9(2)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** MONTANT DES HEURES DE VOL DE LA FACTURE EN COURS (ASSIETTE DE LA
***** REMISE MEMBRE), REMIS A ZERO A CHAQUE RUPTURE DE PILOTE
	77 WS-TOTHEURES-FACT PIC 9(6)V99 VALUE IS 0.

**** IMPORT TABLE PARAMETRES
	EXEC SQL
		INCLUDE PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-INSTRUCTION.
			05 WS-SUPPL-INSTRUCTION PIC 9(4)V99.
			05 WS-PRIX-LITRE-MAXI PIC 9(2)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** SUPPLEMENT D'INSTRUCTION DU VOL EN COURS (VOL EN DOUBLE COMMANDE,
***** NUMPIL2 RENSEIGNE) : PAR HEURE VOLEE, AU TAUX PARAMETRE
	77 WS-SUPPLVOL PIC 9(5)V99 VALUE IS 0.

***** SURCHARGE (OU RISTOURNE) CARBURANT EN VIGUEUR POUR LE PASSAGE
***** (CF SURCARB, PRIX A LA FIN DE LA PERIODE FACTUREE) : ECART PAR
***** LITRE x CONSO_NORME DU TYPE = MONTANT PAR HEURE DU VOL EN COURS,
***** x HEURES FACTUREES AU TARIF = MONTANT DU VOL (NEGATIF = RISTOURNE)
	77 WS-SURCH-HEURE PIC S9(3)V99 VALUE IS 0.
	77 WS-SURCHVOL PIC S9(5)V99 VALUE IS 0.
	77 ED-ECART-CARB PIC 9.99.
	77 ED-PRIX-CARB PIC Z9.99.

***** CONTRAT D'APPEL DE SURCARB (MEME DESSIN QUE SA LINKAGE SECTION)
	01 SURC-DEMANDE.
		02 SURC-DATE PIC X(8).
		02 SURC-RETOUR PIC X.
		02 SURC-PRIX-REF PIC 9(2)V99.
		02 SURC-PRIX-COURANT PIC 9(2)V99.
		02 SURC-NBLIVR PIC 9(4).
		02 SURC-ECART PIC S9(2)V99.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-SURCHARGE.
			05 WS-CONSO-SURCH PIC 9(3)V9.
			05 WS-SURCH-TARIF PIC 9(3)V99.
			05 WS-SURCH-MONTANT PIC S9(5)V99.
			05 WS-SURCH-TVA PIC S9(4)V99.
			05 WS-TAUX-SURCH PIC 9(2)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE TAUX_TVA
	EXEC SQL
		INCLUDE TAUX_TVA
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-TVA-LIGNE.
			05 WS-CATREV PIC X.
			05 WS-TAUXTVA PIC 9(2)V99.
			05 WS-LIG-TAUXTVA PIC 9(2)V99.
			05 WS-LIG-TVA PIC 9(4)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE FORFAITS_HEURES
	EXEC SQL
		INCLUDE FORFAITS_HEURES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-FORFAIT-IMPUTATION.
			05 WS-CODTYP-VOL PIC X(2).
			05 WS-NUMFORFAIT PIC 9(6).
			05 WS-RESTFORFAIT PIC 9(5)V9.
			05 WS-SOLDE-FORFAIT PIC 9(5)V9.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** IMPUTATION DU VOL SUR LES FORFAITS D'HEURES PREPAYES : HEURES
***** PRISES SUR LE SOLDE, HEURES RESTANT A FACTURER AU TARIF, ET
***** TEMOIN DE FIN DES FORFAITS DU PILOTE POUR LE TYPE
	77 WS-HEURES-FORFAIT PIC 9(5)V9 VALUE IS 0.
	77 WS-HEURES-FACTUREES PIC 9(5)V9 VALUE IS 0.
	77 WS-BESOIN-FORFAIT PIC 9(5)V9 VALUE IS 0.
	77 WS-PRISE-FORFAIT PIC 9(5)V9 VALUE IS 0.
	77 WS-FORFAIT-EPUISE PIC 9 VALUE IS 0.

***** DETAIL DES VOLS DU PILOTE EN COURS, CONSERVE JUSQU'A LA RUPTURE
***** DE PILOTE POUR ETRE ECRIT DANS FACTURE_LIGNES DANS LA MEME
***** TRANSACTION QUE L'ENTETE FACTURES (50 VOLS AU PLUS PAR FACTURE,
***** LARGEMENT AU-DELA D'UNE PERIODE DE FACTURATION NORMALE)
	01 WS-DETAIL-FACTURE.
		05 WS-NBLIGNES PIC 9(3) VALUE IS 0.
		05 LIGNE-IDX PIC 9(3) VALUE IS 0.
		05 WS-LIGNES OCCURS 50.
			10 WS-DET-NUMVOL PIC 9(6).
			10 WS-DET-DATEDEB PIC X(12).
			10 WS-DET-DESTIN PIC X(25).
			10 WS-DET-HEURES PIC 9(5)V9.
			10 WS-DET-TARIF PIC 9(2)V99.
			10 WS-DET-MONTANT PIC 9(4)V99.
			10 WS-DET-FRAIS PIC 9(4)V99.
			10 WS-DET-HFORFAIT PIC 9(5)V9.
			10 WS-DET-SUPPL PIC 9(5)V99.
			10 WS-DET-SURCH PIC S9(5)V99.
			10 WS-DET-SURCHH PIC S9(3)V99.
			10 WS-DET-PART PIC X.
			10 WS-DET-PCT PIC 9(3).

**** IMPORT TABLE CARBURANT
	EXEC SQL
		INCLUDE CARBURANT
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-CARBURANT.
			05 WS-NUMCARB PIC 9(6).
			05 WS-CARB-NUMVOL PIC 9(6).
			05 WS-CARB-DATEDEB PIC X(12).
			05 WS-CARB-LITRES PIC 9(3)V9.
			05 WS-CARB-TICKET PIC 9(4)V99.
			05 WS-CARB-MONTANT PIC S9(4)V99.
			05 WS-CARB-TVA PIC S9(4)V99.
			05 WS-TAUX-CARB PIC 9(2)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** CARBURANT PAYE PAR LE PILOTE HORS DU TERRAIN (SOURCE "E") NON
***** ENCORE REMBOURSE, CREDITE SUR LA FACTURE EN COURS : MONTANT DU
***** TICKET PLAFONNE AU PRIX DU LITRE PARAMETRE, DANS LA LIMITE DU
***** MONTANT DE LA FACTURE (LE RESTE EST REPORTE SUR LA SUIVANTE),
***** 20 TICKETS AU PLUS PAR FACTURE
	77 WS-FIN-CARB PIC 9 VALUE IS 0.
	77 WS-TOTAL-CARB PIC 9(6)V99 VALUE IS 0.
	77 WS-PLAFOND-CARB PIC 9(6)V99 VALUE IS 0.
	77 WS-CREDIT-CARB PIC 9(4)V99 VALUE IS 0.
	77 ED-LITRES PIC ZZ9.9.

***** VOL A FRAIS PARTAGES (CF F1, F2) : CHAQUE PART EST FACTUREE A SON
***** PAYEUR ; WS-PCT-PAYEUR EST LA PART DU PAYEUR EN COURS, LA PART DU
***** COPAYEUR EST ARRONDIE ET LE PILOTE PREND LE COMPLEMENT POUR QUE LES
***** DEUX PARTS FASSENT EXACTEMENT LE VOL
	77 WS-PCT-PAYEUR PIC 9(3) VALUE IS 100.
	77 WS-PART-HEURES PIC 9(5)V9 VALUE IS 0.
	77 WS-PART-FRAIS PIC 9(4)V99 VALUE IS 0.
	77 ED-PCTPART PIC ZZ9.
	01 WS-CREDITS-CARB.
		05 WS-NBCARB PIC 9(2) VALUE IS 0.
		05 CARB-IDX PIC 9(2) VALUE IS 0.
		05 WS-CREDITS OCCURS 20.
			10 WS-CRD-NUMCARB PIC 9(6).
			10 WS-CRD-NUMVOL PIC 9(6).
			10 WS-CRD-DATEDEB PIC X(12).
			10 WS-CRD-LITRES PIC 9(3)V9.
			10 WS-CRD-MONTANT PIC 9(4)V99.

**** IMPORT TABLES AIDES, AIDES_VOLS
	EXEC SQL
		INCLUDE AIDES,AIDES_VOLS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-AIDE-VOL.
			05 WS-AID-CODEAIDE PIC X(4).
			05 WS-AID-NUMVOL PIC 9(6).
			05 WS-AID-DATEDEB PIC X(12).
			05 WS-AID-LIBELLE PIC X(30).
			05 WS-AID-RESTE PIC 9(6)V99.
			05 WS-AID-MONTANT PIC S9(6)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** AIDES AU VOL RECUES D'UN ORGANISME ET RESTANT A REVERSER AU
***** PILOTE (AIDES_VOLS "R", CF SUBVENT), DEDUITES DE LA FACTURE EN
***** COURS APRES LE CARBURANT, DANS LA LIMITE DE SON MONTANT (LE RESTE
***** ATTEND LA FACTURE SUIVANTE), 20 VOLS AU PLUS PAR FACTURE
	77 WS-FIN-AIDE PIC 9 VALUE IS 0.
	77 WS-TOTAL-AIDES PIC 9(6)V99 VALUE IS 0.
	77 WS-PLAFOND-AIDES PIC 9(6)V99 VALUE IS 0.
	01 WS-DEDUCTIONS-AIDES.
		05 WS-NBAIDES PIC 9(2) VALUE IS 0.
		05 AIDE-IDX PIC 9(2) VALUE IS 0.
		05 WS-DEDUCTIONS OCCURS 20.
			10 WS-DED-CODEAIDE PIC X(4).
			10 WS-DED-NUMVOL PIC 9(6).
			10 WS-DED-DATEDEB PIC X(12).
			10 WS-DED-LIBELLE PIC X(20).
			10 WS-DED-MONTANT PIC 9(6)V99.

**** IMPORT TABLE FACTURES
	EXEC SQL
		INCLUDE FACTURES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-FACTURES.
			05 WS-NUMFACT PIC 9(6).
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-DATEGEN PIC X(8).
			05 WS-ETATPAIEMENT PIC X.
			05 WS-NUMPAYEUR PIC 9(4).
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

***** 1 = LE PASSAGE REPREND UN PASSAGE INTERROMPU SUR LA MEME PERIODE
	77 WS-REPRISE PIC 9 VALUE IS 0.

**** IMPORT TABLE FACTURATION_LOTS
	EXEC SQL
		INCLUDE FACTURATION_LOTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-FACTURATION-LOT.
			05 WS-NUMLOT PIC 9(6) VALUE IS 0.
			05 WS-MODELOT PIC X.
			05 WS-ETATLOT PIC X.
			05 WS-DERNIERPIL PIC 9(3) VALUE IS 0.
			05 WS-LOT-NBPILOTES PIC 9(4) VALUE IS 0.
			05 WS-LOT-NBFACTURES PIC 9(4) VALUE IS 0.
			05 WS-LOT-MONTANT PIC 9(8)V99 VALUE IS 0.
			05 WS-DATPOINT PIC X(8).
			05 WS-HEUREPOINT PIC X(8).
			05 WS-NBTARIFS PIC 9(4).
			05 WS-NBVOLSFACT PIC 9(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** COMPTE RENDU DU PASSAGE : VOLS DE LA PERIODE RESTES NON FACTURES
***** ET MOTIF, EDITES PAR LE SPOULE AVEC LES CUMULS DU PASSAGE
	77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
	77 WS-NBNONFACT PIC 9(4) VALUE IS 0.
	77 WS-MOTIF PIC X(40).
	77 ED-NOMBRE PIC Z(3)9.
	77 ED-MONTANT PIC Z(7)9.99.
	77 ED-NUMPIL PIC Z(2)9.
	77 ED-NUMVOL PIC Z(5)9.
	77 ED-NUMAV PIC Z(2)9.

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
***** DESSIN QUE SA LINKAGE SECTION
	01 SPOOL-DEMANDE.
		02 SPOOL-ACTION PIC X VALUE "L".
		02 SPOOL-PROGRAMME PIC X(8).
		02 SPOOL-LIGNE PIC X(80).
		02 SPOOL-NUMRAPPORT PIC 9(6).

LINKAGE SECTION.
***** CONTRAT D'APPEL : MEME DESSIN A DECLARER CHEZ CHAQUE APPELANT.
***** PERIODE FACTUREE AAAAMMJJ ; FACT-MODE = "I" AU MENU, "L" PAR LOT
***** (PORTE SUR LE PASSAGE, FACTURATION_LOTS.MODELOT). EN RETOUR,
***** FACT-RETOUR = "O" PASSAGE TERMINE, "X" PASSAGE EN ECHEC AVEC SON
***** MOTIF DANS FACT-MESSAGE (LES FACTURES DEJA VALIDEES RESTENT
***** ACQUISES, LE PASSAGE RESTE A REPRENDRE) ; FACT-NUMLOT = PASSAGE,
***** FACT-REPRISE = 1 SI LE PASSAGE EN REPRENAIT UN INTERROMPU,
***** FACT-NBFACTURES ET FACT-MONTANT = CUMULS DU PASSAGE, REPRISES
***** COMPRISES, FACT-NUMRAPPORT = EDITION DU COMPTE RENDU AU SPOULE
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

PROCEDURE DIVISION USING FACT-DEMANDE.

DEBUT.
	MOVE "X" TO FACT-RETOUR.
	MOVE SPACES TO FACT-MESSAGE.
	MOVE 0 TO FACT-NUMLOT.
	MOVE 0 TO FACT-REPRISE.
	MOVE 0 TO FACT-NBFACTURES.
	MOVE 0 TO FACT-MONTANT.
	MOVE 0 TO FACT-NUMRAPPORT.
	MOVE SPACES TO ERREURS.
	MOVE 0 TO WS-NUMLOT.
	MOVE FACT-PERIODE-DEB TO PERIOD1.
	MOVE FACT-PERIODE-FIN TO PERIOD2.
	IF FACT-MODE = "L"
		MOVE "L" TO WS-MODELOT
	ELSE
		MOVE "I" TO WS-MODELOT
	END-IF.
	ACCEPT WDATE FROM DATE YYYYMMDD.

FACTURATION.

	MOVE 0 TO WS-TOTALVOLAV.
	MOVE 0 TO WS-TOTALPIL.
	MOVE 0 TO WS-TOTHEURES-FACT.
	MOVE 0 TO WS-PREVPIL.
	MOVE 0 TO WS-PREVAV.

***** SUPPLEMENT D'INSTRUCTION PAR HEURE (VOLS EN DOUBLE COMMANDE) :
***** LU UNE FOIS POUR TOUT LE PASSAGE, ZERO SI NON PARAMETRE
	EXEC SQL
		SELECT SUPPL_INSTRUCTION
		INTO :WS-SUPPL-INSTRUCTION
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-SUPPL-INSTRUCTION
	END-IF.

***** PLAFOND DU REMBOURSEMENT DU CARBURANT PAYE PAR LE PILOTE : NON
***** PARAMETRE, AUCUN CREDIT N'EST PRIS (LES TICKETS ATTENDENT)
	EXEC SQL
		SELECT PRIX_LITRE_MAXI
		INTO :WS-PRIX-LITRE-MAXI
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-PRIX-LITRE-MAXI
	END-IF.

***** SURCHARGE CARBURANT : PRIX D'ACHAT A LA FIN DE LA PERIODE, UN SEUL
***** ECART POUR TOUT LE PASSAGE ; EN ERREUR, PAS DE SURCHARGE. LA LIGNE
***** PORTE LA TVA DES HEURES DE VOL, DONT ELLE CORRIGE LE PRIX
	MOVE PERIOD2 TO SURC-DATE.
	CALL "SURCARB" USING SURC-DEMANDE.
	IF SURC-RETOUR NOT = "O"
		MOVE 0 TO SURC-ECART
	END-IF.

	EXEC SQL
		SELECT TAUXTVA
		INTO :WS-TAUX-SURCH
		FROM TAUX_TVA
		WHERE CATREV = "V"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TAUX-SURCH
	END-IF.

	MOVE 0 TO WS-NBLIGNES.
	PERFORM OUVERTURE-LOT THRU OUVERTURE-LOT-EXIT.

***** LE TARIF APPLIQUE EST CELUI EN VIGUEUR, POUR LE TYPE DE L'AVION,
***** A LA DATE DE DEPART DU VOL (TARIFS.DATEFIN A BLANC = TOUJOURS EN
***** VIGUEUR) ; SEULS LES VOLS PAS ENCORE FACTURES (FACTURE = "N")
***** SONT RETENUS, POUR QU'UN MEME VOL NE SOIT JAMAIS FACTURE DEUX
***** FOIS SUR DEUX PERIODES QUI SE RECOUVRENT ; SEULS LES VOLS
***** REALISES (ETATVOL = "R") SONT FACTURABLES, UN VOL ENCORE OUVERT
***** N'A PAS SES COMPTEURS ET SERA REPRIS AU PASSAGE SUIVANT ; EN
***** REPRISE D'UN PASSAGE INTERROMPU, LES PILOTES JUSQU'AU POINT DE
***** REPRISE (WS-DERNIERPIL, ZERO POUR UN NOUVEAU PASSAGE) SONT DEJA
***** FACTURES ET NE SONT PAS RELUS. UN VOL A FRAIS PARTAGES EST LU
***** DEUX FOIS : SA PART PILOTE ("P", MARQUEE PAR FACTURE) ET SA PART
***** COPAYEUR ("C", MARQUEE PAR FACTUREPART), CHACUNE RANGEE SOUS SON
***** PAYEUR (PREMIERE COLONNE) POUR LA RUPTURE DE FACTURE
	EXEC SQL
		DECLARE VOLTYPCUR CURSOR FOR
		SELECT VOLS.NUMPIL,NUMAV,TARIFS.TARIF,DATEDEB,DATEFIN,DESTIN,
		CPTDEP,CPTARR,VOLS.NUMVOL,VOLS.NUMPIL2,"P",VOLS.PCTPART
		FROM AVIONS,VOLS,TYPES,TARIFS
		WHERE TYPES.NUMTYP = AVIONS.CODTYP
		AND   VOLS.NUMAV = AVIONS.CODAV
		AND   TARIFS.NUMTYP = TYPES.NUMTYP
		AND   VOLS.DATEDEB >= TARIFS.DATEDEB
		AND   (TARIFS.DATEFIN = " " OR VOLS.DATEDEB <= TARIFS.DATEFIN)
		AND	  SUBSTR(DATEDEB,1,8)>=:PERIOD1 AND SUBSTR(DATEFIN,1,8)<=:PERIOD2
		AND   VOLS.FACTURE = "N"
		AND   VOLS.ETATVOL = "R"
		AND   VOLS.NUMPIL > :WS-DERNIERPIL
		UNION ALL
		SELECT VOLS.NUMPILPART,NUMAV,TARIFS.TARIF,DATEDEB,DATEFIN,DESTIN,
		CPTDEP,CPTARR,VOLS.NUMVOL,VOLS.NUMPIL2,"C",VOLS.PCTPART
		FROM AVIONS,VOLS,TYPES,TARIFS
		WHERE TYPES.NUMTYP = AVIONS.CODTYP
		AND   VOLS.NUMAV = AVIONS.CODAV
		AND   TARIFS.NUMTYP = TYPES.NUMTYP
		AND   VOLS.DATEDEB >= TARIFS.DATEDEB
		AND   (TARIFS.DATEFIN = " " OR VOLS.DATEDEB <= TARIFS.DATEFIN)
		AND	  SUBSTR(DATEDEB,1,8)>=:PERIOD1 AND SUBSTR(DATEFIN,1,8)<=:PERIOD2
		AND   VOLS.NUMPILPART > 0
		AND   VOLS.FACTUREPART = "N"
		AND   VOLS.ETATVOL = "R"
		AND   VOLS.NUMPILPART > :WS-DERNIERPIL
		ORDER BY 1, 2, 4
	END-EXEC.

	EXEC SQL
		OPEN VOLTYPCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-VOLSFACT.
	PERFORM VOL-SUIVANT THRU VOL-SUIVANT-EXIT UNTIL WS-FIN-VOLSFACT = 1.

	IF WS-PREVPIL NOT = 0
		PERFORM EMISSION-FACTURE-PILOTE
	END-IF.

	EXEC SQL
		CLOSE VOLTYPCUR
	END-EXEC.

	GO TO FIN-FACTURATION.

VOL-SUIVANT.
	EXEC SQL
		FETCH VOLTYPCUR
		INTO :WS-NUMPIL,:WS-NUMAV,:WS-TARIF,:WS-DATEDEB,:WS-DATEFIN,
		:WS-DESTIN,:WS-CPTDEP,:WS-CPTARR,:WS-NUMVOL,:WS-NUMPIL2,
		:WS-TYPEPART,:WS-PCTPART
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-VOLSFACT
		GO TO VOL-SUIVANT-EXIT
	END-IF.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE 0 TO WS-NBLIGNES
		MOVE "ERREUR SQL A LA LECTURE DES VOLS A FACTURER" TO ERREURS
		GO TO ECHEC-FACTURATION
	END-IF.

	IF WS-PREVPIL NOT = 0 AND WS-PREVPIL NOT = WS-NUMPIL
		PERFORM EMISSION-FACTURE-PILOTE
		MOVE 0 TO WS-TOTALPIL
		MOVE 0 TO WS-TOTHEURES-FACT
	END-IF.

***** AU-DELA DE 50 VOLS SUR LA FACTURE DU PILOTE, LE VOL N'EST NI
***** CUMULE NI IMPUTE SUR FORFAIT : IL RESTE NON FACTURE ("N"), FIGURE
***** AU COMPTE RENDU DU PASSAGE ET SERA REPRIS AU PASSAGE SUIVANT
	IF WS-NBLIGNES NOT < 50
		GO TO VOL-SUIVANT-EXIT
	END-IF.

	IF WS-PREVAV NOT = 0 AND WS-PREVAV NOT = WS-NUMAV
		MOVE 0 TO WS-TOTALVOLAV
	END-IF.
	MOVE WS-NUMAV TO WS-PREVAV.

	COMPUTE WS-NBHVOL = WS-CPTARR - WS-CPTDEP.

***** VOL A FRAIS PARTAGES : SEULE LA PART DU PAYEUR EST IMPUTEE SUR SES
***** FORFAITS ET FACTUREE AU TARIF, LA REMISE SUIT D'ELLE-MEME
	MOVE 100 TO WS-PCT-PAYEUR.
	IF WS-PCTPART > 0
		COMPUTE WS-PART-HEURES ROUNDED = WS-NBHVOL * WS-PCTPART / 100
		IF WS-TYPEPART = "C"
			MOVE WS-PCTPART TO WS-PCT-PAYEUR
			MOVE WS-PART-HEURES TO WS-NBHVOL
		ELSE
			COMPUTE WS-PCT-PAYEUR = 100 - WS-PCTPART
			SUBTRACT WS-PART-HEURES FROM WS-NBHVOL
		END-IF
	END-IF.

***** LES HEURES DU VOL S'IMPUTENT D'ABORD SUR LES FORFAITS PREPAYES
***** DU PILOTE POUR LE TYPE DE L'AVION (CF FORFAIT) ; SEUL LE
***** RELIQUAT EST FACTURE AU TARIF
	PERFORM IMPUTATION-FORFAIT THRU IMPUTATION-FORFAIT-EXIT.
	COMPUTE WS-COUTVOL = WS-HEURES-FACTUREES * WS-TARIF.
	ADD WS-COUTVOL TO WS-TOTALVOLAV.
	ADD WS-COUTVOL TO WS-TOTALPIL.
	ADD WS-COUTVOL TO WS-TOTHEURES-FACT.
	MOVE WS-NUMPIL TO WS-PREVPIL.

***** FRAIS ANNEXES RATTACHES AU VOL (TAXES D'ATTERRISSAGE, HANGAR,
***** CASQUE...) : REPRIS DANS LE TOTAL DE LA FACTURE EN PLUS DES
***** HEURES (PAS DE FRAIS = SOMME SQL NULLE, TRAITEE COMME ZERO)
	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-FRAISVOL
		FROM FRAIS_ANNEXES
		WHERE NUMVOL = :WS-NUMVOL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-FRAISVOL
	END-IF.

***** LES FRAIS ANNEXES SE PARTAGENT DANS LA MEME PROPORTION QUE LES
***** HEURES (LE SUPPLEMENT D'INSTRUCTION SUIT LES HEURES DU PAYEUR)
	IF WS-PCTPART > 0
		COMPUTE WS-PART-FRAIS ROUNDED = WS-FRAISVOL * WS-PCTPART / 100
		IF WS-TYPEPART = "C"
			MOVE WS-PART-FRAIS TO WS-FRAISVOL
		ELSE
			SUBTRACT WS-PART-FRAIS FROM WS-FRAISVOL
		END-IF
	END-IF.

	ADD WS-FRAISVOL TO WS-TOTALVOLAV.
	ADD WS-FRAISVOL TO WS-TOTALPIL.

***** VOL EN DOUBLE COMMANDE (NUMPIL2 RENSEIGNE) : LE SUPPLEMENT
***** D'INSTRUCTION VOTE PAR LE COMITE EST DU PAR HEURE VOLEE ET FERA
***** SA PROPRE LIGNE DE FACTURE (FINI LES FRAIS ANNEXES TAPES A LA
***** MAIN ET OUBLIES UNE FOIS SUR DEUX)
	MOVE 0 TO WS-SUPPLVOL.
	IF WS-NUMPIL2 NOT = 0 AND WS-SUPPL-INSTRUCTION > 0
		COMPUTE WS-SUPPLVOL = WS-NBHVOL * WS-SUPPL-INSTRUCTION
		ADD WS-SUPPLVOL TO WS-TOTALVOLAV
		ADD WS-SUPPLVOL TO WS-TOTALPIL
	END-IF.

***** SURCHARGE OU RISTOURNE CARBURANT : PAR HEURE FACTUREE AU TARIF
***** (LES HEURES PRISES SUR FORFAIT ONT ETE PAYEES D'AVANCE AU TARIF DU
***** MOMENT ET NE SONT PAS REINDEXEES), SELON LA CONSOMMATION NORMALE
***** DU TYPE DE L'AVION ; HORS ASSIETTE DE LA REMISE MEMBRE
	MOVE 0 TO WS-SURCHVOL.
	MOVE 0 TO WS-SURCH-HEURE.
	IF SURC-ECART NOT = 0 AND WS-HEURES-FACTUREES > 0
		PERFORM SURCHARGE-CARBURANT-VOL
	END-IF.

***** MEMORISATION DU DETAIL DU VOL POUR L'ECRITURE DES LIGNES DE
***** FACTURE A LA RUPTURE DE PILOTE
	ADD 1 TO WS-NBLIGNES.
	MOVE WS-NUMVOL TO WS-DET-NUMVOL(WS-NBLIGNES).
	MOVE WS-DATEDEB TO WS-DET-DATEDEB(WS-NBLIGNES).
	MOVE WS-DESTIN TO WS-DET-DESTIN(WS-NBLIGNES).
	MOVE WS-HEURES-FACTUREES TO WS-DET-HEURES(WS-NBLIGNES).
	MOVE WS-TARIF TO WS-DET-TARIF(WS-NBLIGNES).
	MOVE WS-COUTVOL TO WS-DET-MONTANT(WS-NBLIGNES).
	MOVE WS-FRAISVOL TO WS-DET-FRAIS(WS-NBLIGNES).
	MOVE WS-HEURES-FORFAIT TO WS-DET-HFORFAIT(WS-NBLIGNES).
	MOVE WS-SUPPLVOL TO WS-DET-SUPPL(WS-NBLIGNES).
	MOVE WS-SURCHVOL TO WS-DET-SURCH(WS-NBLIGNES).
	MOVE WS-SURCH-HEURE TO WS-DET-SURCHH(WS-NBLIGNES).
	MOVE WS-TYPEPART TO WS-DET-PART(WS-NBLIGNES).
	MOVE WS-PCT-PAYEUR TO WS-DET-PCT(WS-NBLIGNES).

VOL-SUIVANT-EXIT.
	EXIT.

SURCHARGE-CARBURANT-VOL.
	EXEC SQL
		SELECT TYPES.CONSO_NORME
		INTO :WS-CONSO-SURCH
		FROM AVIONS, TYPES
		WHERE AVIONS.CODAV = :WS-NUMAV
		AND TYPES.NUMTYP = AVIONS.CODTYP
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-CONSO-SURCH
	END-IF.

	COMPUTE WS-SURCH-HEURE ROUNDED = WS-CONSO-SURCH * SURC-ECART.
	COMPUTE WS-SURCHVOL ROUNDED = WS-HEURES-FACTUREES * WS-SURCH-HEURE.
	ADD WS-SURCHVOL TO WS-TOTALVOLAV.
	ADD WS-SURCHVOL TO WS-TOTALPIL.

***** IMPUTATION DU VOL SUR LES FORFAITS D'HEURES PREPAYES DU PILOTE
***** POUR LE TYPE DE L'AVION : LES FORFAITS LES PLUS ANCIENS (NUMERO
***** LE PLUS BAS) SONT CONSOMMES D'ABORD
IMPUTATION-FORFAIT.
	MOVE 0 TO WS-HEURES-FORFAIT.
	MOVE 0 TO WS-FORFAIT-EPUISE.
	MOVE WS-NBHVOL TO WS-HEURES-FACTUREES.
	MOVE WS-NBHVOL TO WS-BESOIN-FORFAIT.

	EXEC SQL
		SELECT CODTYP
		INTO :WS-CODTYP-VOL
		FROM AVIONS
		WHERE CODAV = :WS-NUMAV
	END-EXEC.

	IF SQLCODE NOT = 0
		GO TO IMPUTATION-FORFAIT-EXIT
	END-IF.

	PERFORM CONSOMMATION-FORFAIT THRU CONSOMMATION-FORFAIT-EXIT
		UNTIL WS-BESOIN-FORFAIT = 0 OR WS-FORFAIT-EPUISE = 1.

	COMPUTE WS-HEURES-FORFAIT = WS-NBHVOL - WS-BESOIN-FORFAIT.
	MOVE WS-BESOIN-FORFAIT TO WS-HEURES-FACTUREES.

IMPUTATION-FORFAIT-EXIT.
	EXIT.

CONSOMMATION-FORFAIT.
	EXEC SQL
		SELECT NUMFORFAIT, HEURES_RESTANTES
		INTO :WS-NUMFORFAIT, :WS-RESTFORFAIT
		FROM FORFAITS_HEURES
		WHERE NUMPIL = :WS-NUMPIL
		AND NUMTYP = :WS-CODTYP-VOL
		AND HEURES_RESTANTES > 0
		AND NUMFORFAIT =
		(SELECT MIN(NUMFORFAIT) FROM FORFAITS_HEURES
		WHERE NUMPIL = :WS-NUMPIL
		AND NUMTYP = :WS-CODTYP-VOL
		AND HEURES_RESTANTES > 0)
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FORFAIT-EPUISE
		GO TO CONSOMMATION-FORFAIT-EXIT
	END-IF.

	IF WS-RESTFORFAIT NOT < WS-BESOIN-FORFAIT
		MOVE WS-BESOIN-FORFAIT TO WS-PRISE-FORFAIT
	ELSE
		MOVE WS-RESTFORFAIT TO WS-PRISE-FORFAIT
	END-IF.

	EXEC SQL
		UPDATE FORFAITS_HEURES
		SET HEURES_RESTANTES = HEURES_RESTANTES - :WS-PRISE-FORFAIT
		WHERE NUMFORFAIT = :WS-NUMFORFAIT
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 1 TO WS-FORFAIT-EPUISE
		GO TO CONSOMMATION-FORFAIT-EXIT
	END-IF.

	SUBTRACT WS-PRISE-FORFAIT FROM WS-BESOIN-FORFAIT.

CONSOMMATION-FORFAIT-EXIT.
	EXIT.

EMISSION-FACTURE-PILOTE.
	MOVE "NUMFACT" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMFACT.

***** REMISE MEMBRE (CF REMISES, F9, ET PILOTES.CODREMISE) : CALCULEE
***** SUR LE MONTANT DES HEURES DE VOL DE LA FACTURE ET DEDUITE DU
***** TOTAL ; ELLE SERA PORTEE EN LIGNE NEGATIVE POUR QUE LA FACTURE
***** RESTE JUSTIFIABLE LIGNE A LIGNE
	PERFORM CALCUL-REMISE-PILOTE THRU CALCUL-REMISE-PILOTE-EXIT.
	PERFORM CREDIT-CARBURANT THRU CREDIT-CARBURANT-EXIT.
	PERFORM DEDUCTION-AIDES THRU DEDUCTION-AIDES-EXIT.
	COMPUTE WS-MONTANT = WS-TOTALPIL + WS-MONTANT-REMISE - WS-TOTAL-CARB
		- WS-TOTAL-AIDES.
	MOVE WDATE TO WS-DATEGEN.
	MOVE "N" TO WS-ETATPAIEMENT.

***** LA FACTURE RESTE DETAILLEE AU NOM DU PILOTE MAIS EST ADRESSEE A
***** SON PAYEUR RESPONSABLE S'IL EN A UN (CF PAYEUR) ; LE PAYEUR EST
***** FIGE SUR LA FACTURE A L'EMISSION
	EXEC SQL
		SELECT NUMPAYEUR
		INTO :WS-NUMPAYEUR
		FROM PILOTES
		WHERE NUMPIL = :WS-PREVPIL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NUMPAYEUR
	END-IF.

	EXEC SQL
		INSERT INTO FACTURES(NUMFACT,NUMPIL,PERIODEDEB,PERIODEFIN,MONTANT,
		DATEGEN,ETATPAIEMENT,NUMPASS,NUMVISITEUR,NUMPAYEUR)
		VALUES(:WS-NUMFACT,:WS-PREVPIL,:PERIOD1,:PERIOD2,:WS-MONTANT,
		:WS-DATEGEN,:WS-ETATPAIEMENT,0,0,:WS-NUMPAYEUR)
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE 0 TO WS-NBLIGNES
		MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
		GO TO ECHEC-FACTURATION
	END-IF.

***** ECRITURE DU DETAIL VOL PAR VOL, DANS LA MEME TRANSACTION QUE
***** L'ENTETE : PAS D'ENTETE SANS SES LIGNES, PAS DE LIGNES SANS ENTETE
	MOVE 0 TO WS-NUMLIGNE.
	PERFORM INSERTION-LIGNE-FACTURE VARYING LIGNE-IDX FROM 1 BY 1
		UNTIL LIGNE-IDX > WS-NBLIGNES.

***** LA REMISE MEMBRE FAIT UNE LIGNE NEGATIVE A PART, AVEC SA TVA
***** NEGATIVE, POUR QUE LE PILOTE VOIE CE QUE LE COMITE LUI ACCORDE
	IF WS-MONTANT-REMISE NOT = 0
		ADD 1 TO WS-NUMLIGNE
		EXEC SQL
			INSERT INTO FACTURE_LIGNES(NUMFACT,NUMLIGNE,NUMVOL,DATEDEB,
			DESTIN,HEURES,TARIF,MONTANTLIGNE,TAUXTVA,MONTANTTVA)
			VALUES(:WS-NUMFACT,:WS-NUMLIGNE,0,:WS-DATEGEN,
			"REMISE MEMBRE",0,0,:WS-MONTANT-REMISE,
			:WS-TAUX-REMISE,:WS-TVA-REMISE)
		END-EXEC

		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE 0 TO WS-NBLIGNES
			MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
			GO TO ECHEC-FACTURATION
		END-IF
	END-IF.

***** CHAQUE TICKET DE CARBURANT REMBOURSE FAIT UNE LIGNE NEGATIVE,
***** AVEC LE VOL ET LES LITRES, ET EST MARQUE REMBOURSE SUR CETTE
***** FACTURE DANS LA MEME TRANSACTION
	PERFORM INSERTION-CREDIT-CARBURANT VARYING CARB-IDX FROM 1 BY 1
		UNTIL CARB-IDX > WS-NBCARB.

***** CHAQUE AIDE REVERSEE FAIT UNE LIGNE NEGATIVE AVEC LE VOL AIDE ET
***** LE DISPOSITIF, ET LE VOL EST MARQUE REVERSE SUR CETTE FACTURE
	PERFORM INSERTION-DEDUCTION-AIDE VARYING AIDE-IDX FROM 1 BY 1
		UNTIL AIDE-IDX > WS-NBAIDES.

***** LE SOLDE D'HEURES PREPAYEES RESTANT AU PILOTE EST RAPPELE EN
***** PIED DE FACTURE, SUR UNE LIGNE A MONTANT NUL (CF FORFAIT)
	EXEC SQL
		SELECT SUM(HEURES_RESTANTES)
		INTO :WS-SOLDE-FORFAIT
		FROM FORFAITS_HEURES
		WHERE NUMPIL = :WS-PREVPIL
		AND HEURES_RESTANTES > 0
	END-EXEC.

	IF SQLCODE = 0 AND WS-SOLDE-FORFAIT > 0
		ADD 1 TO WS-NUMLIGNE
		EXEC SQL
			INSERT INTO FACTURE_LIGNES(NUMFACT,NUMLIGNE,NUMVOL,DATEDEB,
			DESTIN,HEURES,TARIF,MONTANTLIGNE,TAUXTVA,MONTANTTVA)
			VALUES(:WS-NUMFACT,:WS-NUMLIGNE,0,:WS-DATEGEN,
			"SOLDE FORFAIT RESTANT",:WS-SOLDE-FORFAIT,0,0,0,0)
		END-EXEC
	END-IF.

***** POINT DE REPRISE DU PASSAGE, DANS LA MEME TRANSACTION QUE LA
***** FACTURE DU PILOTE : SI LE PASSAGE EST COUPE PLUS LOIN, LE SUIVANT
***** SUR LA MEME PERIODE REPART DU PILOTE SUIVANT, SANS REFACTURER NI
***** RECONSOMMER DE FORFAIT ; SANS LUI, PAS DE FACTURE VALIDEE
	MOVE WS-PREVPIL TO WS-DERNIERPIL.
	ADD 1 TO WS-LOT-NBPILOTES.
	ADD 1 TO WS-LOT-NBFACTURES.
	ADD WS-MONTANT TO WS-LOT-MONTANT.
	MOVE WDATE TO WS-DATPOINT.
	ACCEPT WS-HEUREPOINT FROM TIME.

	EXEC SQL
		UPDATE FACTURATION_LOTS
		SET DERNIERPIL = :WS-DERNIERPIL, NBPILOTES = :WS-LOT-NBPILOTES,
		NBFACTURES = :WS-LOT-NBFACTURES, MONTANTTOTAL = :WS-LOT-MONTANT,
		DATPOINT = :WS-DATPOINT, HEUREPOINT = :WS-HEUREPOINT
		WHERE NUMLOT = :WS-NUMLOT
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE 0 TO WS-NBLIGNES
		MOVE "ERREUR SQL SUR LE POINT DE REPRISE" TO ERREURS
		GO TO ECHEC-FACTURATION
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	MOVE 0 TO WS-NBLIGNES.

INSERTION-LIGNE-FACTURE.
	ADD 1 TO WS-NUMLIGNE.
	MOVE WS-DET-NUMVOL(LIGNE-IDX) TO WS-LIG-NUMVOL.
	MOVE WS-DET-DATEDEB(LIGNE-IDX) TO WS-LIG-DATEDEB.
	MOVE WS-DET-DESTIN(LIGNE-IDX) TO WS-LIG-DESTIN.
	MOVE WS-DET-HEURES(LIGNE-IDX) TO WS-LIG-HEURES.
	MOVE WS-DET-TARIF(LIGNE-IDX) TO WS-LIG-TARIF.
	MOVE WS-DET-MONTANT(LIGNE-IDX) TO WS-LIG-MONTANT.
	MOVE "V" TO WS-CATREV.
	PERFORM CALCUL-TVA-LIGNE.

	EXEC SQL
		INSERT INTO FACTURE_LIGNES(NUMFACT,NUMLIGNE,NUMVOL,DATEDEB,DESTIN,
		HEURES,TARIF,MONTANTLIGNE,TAUXTVA,MONTANTTVA)
		VALUES(:WS-NUMFACT,:WS-NUMLIGNE,:WS-LIG-NUMVOL,:WS-LIG-DATEDEB,
		:WS-LIG-DESTIN,:WS-LIG-HEURES,:WS-LIG-TARIF,:WS-LIG-MONTANT,
		:WS-LIG-TAUXTVA,:WS-LIG-TVA)
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE 0 TO WS-NBLIGNES
		MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
		GO TO ECHEC-FACTURATION
	END-IF.

***** LES HEURES IMPUTEES SUR FORFAIT FONT UNE LIGNE A PART, A MONTANT
***** NUL : LE PILOTE VOIT CE QUI A ETE PRIS SUR SON SOLDE PREPAYE
	IF WS-DET-HFORFAIT(LIGNE-IDX) > 0
		ADD 1 TO WS-NUMLIGNE
		MOVE WS-DET-HFORFAIT(LIGNE-IDX) TO WS-LIG-HEURES
		EXEC SQL
			INSERT INTO FACTURE_LIGNES(NUMFACT,NUMLIGNE,NUMVOL,DATEDEB,
			DESTIN,HEURES,TARIF,MONTANTLIGNE,TAUXTVA,MONTANTTVA)
			VALUES(:WS-NUMFACT,:WS-NUMLIGNE,:WS-LIG-NUMVOL,
			:WS-LIG-DATEDEB,"IMPUTE SUR FORFAIT",:WS-LIG-HEURES,0,0,0,0)
		END-EXEC

		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE 0 TO WS-NBLIGNES
			MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
			GO TO ECHEC-FACTURATION
		END-IF
	END-IF.

***** LE SUPPLEMENT D'INSTRUCTION DU VOL EN DOUBLE COMMANDE FAIT UNE
***** LIGNE A PART, AU TAUX HORAIRE PARAMETRE, TVA DES HEURES DE VOL
	IF WS-DET-SUPPL(LIGNE-IDX) > 0
		ADD 1 TO WS-NUMLIGNE
		MOVE WS-DET-SUPPL(LIGNE-IDX) TO WS-LIG-MONTANT
		MOVE "V" TO WS-CATREV
		PERFORM CALCUL-TVA-LIGNE
		EXEC SQL
			INSERT INTO FACTURE_LIGNES(NUMFACT,NUMLIGNE,NUMVOL,DATEDEB,
			DESTIN,HEURES,TARIF,MONTANTLIGNE,TAUXTVA,MONTANTTVA)
			VALUES(:WS-NUMFACT,:WS-NUMLIGNE,:WS-LIG-NUMVOL,
			:WS-LIG-DATEDEB,"SUPPLEMENT INSTRUCTION",0,
			:WS-SUPPL-INSTRUCTION,:WS-LIG-MONTANT,
			:WS-LIG-TAUXTVA,:WS-LIG-TVA)
		END-EXEC

		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE 0 TO WS-NBLIGNES
			MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
			GO TO ECHEC-FACTURATION
		END-IF
	END-IF.

***** LA SURCHARGE (OU RISTOURNE) CARBURANT FAIT UNE LIGNE A PART :
***** HEURES FACTUREES, MONTANT PAR HEURE EN TARIF (TOUJOURS POSITIF,
***** LE SENS EST DANS LE LIBELLE ET LE SIGNE DU MONTANT), TVA DES
***** HEURES DE VOL ; JOURNAL LA PORTE EN HEURES DE VOL (706100)
	IF WS-DET-SURCH(LIGNE-IDX) NOT = 0
		ADD 1 TO WS-NUMLIGNE
		MOVE WS-DET-HEURES(LIGNE-IDX) TO WS-LIG-HEURES
		MOVE WS-DET-SURCH(LIGNE-IDX) TO WS-SURCH-MONTANT
		MOVE WS-DET-SURCHH(LIGNE-IDX) TO WS-SURCH-TARIF
		COMPUTE WS-SURCH-TVA ROUNDED =
			WS-SURCH-MONTANT * WS-TAUX-SURCH / (100 + WS-TAUX-SURCH)
		MOVE SURC-ECART TO ED-ECART-CARB
		MOVE SPACES TO WS-LIG-DESTIN
		IF WS-SURCH-MONTANT > 0
			STRING "SURCHARGE CARB. " ED-ECART-CARB "/L"
				DELIMITED BY SIZE INTO WS-LIG-DESTIN
		ELSE
			STRING "RISTOURNE CARB. " ED-ECART-CARB "/L"
				DELIMITED BY SIZE INTO WS-LIG-DESTIN
		END-IF
		EXEC SQL
			INSERT INTO FACTURE_LIGNES(NUMFACT,NUMLIGNE,NUMVOL,DATEDEB,
			DESTIN,HEURES,TARIF,MONTANTLIGNE,TAUXTVA,MONTANTTVA)
			VALUES(:WS-NUMFACT,:WS-NUMLIGNE,:WS-LIG-NUMVOL,
			:WS-LIG-DATEDEB,:WS-LIG-DESTIN,:WS-LIG-HEURES,
			:WS-SURCH-TARIF,:WS-SURCH-MONTANT,
			:WS-TAUX-SURCH,:WS-SURCH-TVA)
		END-EXEC

		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE 0 TO WS-NBLIGNES
			MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
			GO TO ECHEC-FACTURATION
		END-IF
	END-IF.

***** LES FRAIS ANNEXES DU VOL FONT UNE LIGNE DE FACTURE A PART
***** (HEURES ET TARIF A ZERO), POUR QUE LE PILOTE VOIE D'OU VIENT
***** CHAQUE EURO DU TOTAL
	IF WS-DET-FRAIS(LIGNE-IDX) > 0
		ADD 1 TO WS-NUMLIGNE
		MOVE WS-DET-FRAIS(LIGNE-IDX) TO WS-LIG-MONTANT
		MOVE "F" TO WS-CATREV
		PERFORM CALCUL-TVA-LIGNE
		EXEC SQL
			INSERT INTO FACTURE_LIGNES(NUMFACT,NUMLIGNE,NUMVOL,DATEDEB,
			DESTIN,HEURES,TARIF,MONTANTLIGNE,TAUXTVA,MONTANTTVA)
			VALUES(:WS-NUMFACT,:WS-NUMLIGNE,:WS-LIG-NUMVOL,
			:WS-LIG-DATEDEB,"FRAIS ANNEXES",0,0,:WS-LIG-MONTANT,
			:WS-LIG-TAUXTVA,:WS-LIG-TVA)
		END-EXEC

		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE 0 TO WS-NBLIGNES
			MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
			GO TO ECHEC-FACTURATION
		END-IF
	END-IF.

***** VOL A FRAIS PARTAGES : UNE LIGNE A MONTANT NUL RAPPELLE LA PART
***** DU VOL PORTEE PAR CETTE FACTURE
	IF WS-DET-PCT(LIGNE-IDX) < 100
		ADD 1 TO WS-NUMLIGNE
		MOVE WS-DET-PCT(LIGNE-IDX) TO ED-PCTPART
		MOVE SPACES TO WS-LIG-DESTIN
		STRING "VOL PARTAGE, PART " ED-PCTPART " %"
			DELIMITED BY SIZE INTO WS-LIG-DESTIN
		EXEC SQL
			INSERT INTO FACTURE_LIGNES(NUMFACT,NUMLIGNE,NUMVOL,DATEDEB,
			DESTIN,HEURES,TARIF,MONTANTLIGNE,TAUXTVA,MONTANTTVA)
			VALUES(:WS-NUMFACT,:WS-NUMLIGNE,:WS-LIG-NUMVOL,
			:WS-LIG-DATEDEB,:WS-LIG-DESTIN,0,0,0,0,0)
		END-EXEC

		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE 0 TO WS-NBLIGNES
			MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
			GO TO ECHEC-FACTURATION
		END-IF
	END-IF.

***** LE VOL PORTE DESORMAIS LA REFERENCE DE SA FACTURE, DANS LA MEME
***** TRANSACTION QUE L'ENTETE ET LA LIGNE : C'EST CE MARQUAGE QUI
***** EMPECHE UNE DOUBLE FACTURATION AU PROCHAIN PASSAGE DE F7 (LA PART
***** DU COPAYEUR A SON PROPRE MARQUAGE)
	IF WS-DET-PART(LIGNE-IDX) = "C"
		EXEC SQL
			UPDATE VOLS SET FACTUREPART = "O", NUMFACTPART = :WS-NUMFACT
			WHERE NUMVOL = :WS-LIG-NUMVOL
		END-EXEC
	ELSE
		EXEC SQL
			UPDATE VOLS SET FACTURE = "O", NUMFACT = :WS-NUMFACT
			WHERE NUMVOL = :WS-LIG-NUMVOL
		END-EXEC
	END-IF.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE 0 TO WS-NBLIGNES
		MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
		GO TO ECHEC-FACTURATION
	END-IF.

INSERTION-CREDIT-CARBURANT.
	ADD 1 TO WS-NUMLIGNE.
	MOVE WS-CRD-NUMCARB(CARB-IDX) TO WS-NUMCARB.
	MOVE WS-CRD-NUMVOL(CARB-IDX) TO WS-LIG-NUMVOL.
	MOVE WS-CRD-DATEDEB(CARB-IDX) TO WS-LIG-DATEDEB.
	MOVE WS-CRD-LITRES(CARB-IDX) TO ED-LITRES.
	MOVE SPACES TO WS-LIG-DESTIN.
	STRING "REMB. CARBURANT " ED-LITRES " L"
		DELIMITED BY SIZE INTO WS-LIG-DESTIN.
	COMPUTE WS-CARB-MONTANT = 0 - WS-CRD-MONTANT(CARB-IDX).
	COMPUTE WS-CARB-TVA ROUNDED =
		WS-CARB-MONTANT * WS-TAUX-CARB / (100 + WS-TAUX-CARB).

	EXEC SQL
		INSERT INTO FACTURE_LIGNES(NUMFACT,NUMLIGNE,NUMVOL,DATEDEB,DESTIN,
		HEURES,TARIF,MONTANTLIGNE,TAUXTVA,MONTANTTVA)
		VALUES(:WS-NUMFACT,:WS-NUMLIGNE,:WS-LIG-NUMVOL,:WS-LIG-DATEDEB,
		:WS-LIG-DESTIN,0,0,:WS-CARB-MONTANT,:WS-TAUX-CARB,:WS-CARB-TVA)
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE 0 TO WS-NBLIGNES
		MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
		GO TO ECHEC-FACTURATION
	END-IF.

	EXEC SQL
		UPDATE CARBURANT SET REMBOURSE = "O", NUMFACT = :WS-NUMFACT
		WHERE NUMCARB = :WS-NUMCARB
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE 0 TO WS-NBLIGNES
		MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
		GO TO ECHEC-FACTURATION
	END-IF.

***** L'AIDE EST UNE SUBVENTION D'UN TIERS ET NON UNE REMISE SUR LE
***** PRIX DU VOL : LA LIGNE NE PORTE PAS DE TVA
INSERTION-DEDUCTION-AIDE.
	ADD 1 TO WS-NUMLIGNE.
	MOVE WS-DED-CODEAIDE(AIDE-IDX) TO WS-AID-CODEAIDE.
	MOVE WS-DED-NUMVOL(AIDE-IDX) TO WS-LIG-NUMVOL.
	MOVE WS-DED-DATEDEB(AIDE-IDX) TO WS-LIG-DATEDEB.
	MOVE SPACES TO WS-LIG-DESTIN.
	STRING "AIDE " WS-DED-LIBELLE(AIDE-IDX)
		DELIMITED BY SIZE INTO WS-LIG-DESTIN.
	COMPUTE WS-AID-MONTANT = 0 - WS-DED-MONTANT(AIDE-IDX).

	EXEC SQL
		INSERT INTO FACTURE_LIGNES(NUMFACT,NUMLIGNE,NUMVOL,DATEDEB,DESTIN,
		HEURES,TARIF,MONTANTLIGNE,TAUXTVA,MONTANTTVA)
		VALUES(:WS-NUMFACT,:WS-NUMLIGNE,:WS-LIG-NUMVOL,:WS-LIG-DATEDEB,
		:WS-LIG-DESTIN,0,0,:WS-AID-MONTANT,0,0)
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE 0 TO WS-NBLIGNES
		MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
		GO TO ECHEC-FACTURATION
	END-IF.

	EXEC SQL
		UPDATE AIDES_VOLS SET MONTANTVERSE = MONTANTRECU,
		ETATLIGNE = "V", NUMFACT = :WS-NUMFACT
		WHERE CODEAIDE = :WS-AID-CODEAIDE
		AND NUMVOL = :WS-LIG-NUMVOL
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE 0 TO WS-NBLIGNES
		MOVE "ERREUR SQL LORS DE L'EMISSION DE LA FACTURE" TO ERREURS
		GO TO ECHEC-FACTURATION
	END-IF.

***** FIN NORMALE DU PASSAGE : LE LOT EST TERMINE ET SON COMPTE RENDU
***** EDITE
FIN-FACTURATION.
	MOVE "T" TO WS-ETATLOT.
	MOVE WDATE TO WS-DATPOINT.
	ACCEPT WS-HEUREPOINT FROM TIME.

	EXEC SQL
		UPDATE FACTURATION_LOTS
		SET ETATLOT = :WS-ETATLOT, DATPOINT = :WS-DATPOINT,
		HEUREPOINT = :WS-HEUREPOINT
		WHERE NUMLOT = :WS-NUMLOT
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL A LA CLOTURE DU PASSAGE" TO ERREURS
		GO TO ECHEC-FACTURATION
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	PERFORM COMPTE-RENDU-LOT THRU COMPTE-RENDU-LOT-EXIT.

	MOVE "O" TO FACT-RETOUR.
	GO TO FIN-FACTVOLS.

***** ECHEC DU PASSAGE : LA FACTURE DU PILOTE EN COURS EST DEJA ANNULEE
***** (ROLLBACK), LES PILOTES FACTURES AVANT RESTENT ACQUIS ET LE LOT
***** RESTE EN COURS ("E") : LE PASSAGE SUIVANT SUR LA MEME PERIODE LE
***** REPRENDRA A SON POINT DE REPRISE
ECHEC-FACTURATION.
***** CURSEUR DEJA FERME PAR LE ROLLBACK OU JAMAIS OUVERT : SQLCODE
***** IGNORE
	EXEC SQL
		CLOSE VOLTYPCUR
	END-EXEC.

	PERFORM COMPTE-RENDU-LOT THRU COMPTE-RENDU-LOT-EXIT.
	MOVE "X" TO FACT-RETOUR.
	MOVE ERREURS TO FACT-MESSAGE.

FIN-FACTVOLS.
	MOVE WS-NUMLOT TO FACT-NUMLOT.
	MOVE WS-REPRISE TO FACT-REPRISE.
	MOVE WS-LOT-NBFACTURES TO FACT-NBFACTURES.
	MOVE WS-LOT-MONTANT TO FACT-MONTANT.
	MOVE SPOOL-NUMRAPPORT TO FACT-NUMRAPPORT.
	GOBACK.


***** PASSAGE DE FACTURATION DE LA PERIODE : UN PASSAGE INTERROMPU SUR
***** LA MEME PERIODE (ETATLOT = "E") EST REPRIS APRES SON DERNIER
***** PILOTE FACTURE, AVEC SES CUMULS ; SINON UN NOUVEAU PASSAGE EST
***** OUVERT ET VALIDE AVANT LA PREMIERE FACTURE
OUVERTURE-LOT.
	MOVE 0 TO WS-REPRISE.
	MOVE "E" TO WS-ETATLOT.

	EXEC SQL
		SELECT NUMLOT, DERNIERPIL, NBPILOTES, NBFACTURES, MONTANTTOTAL
		INTO :WS-NUMLOT, :WS-DERNIERPIL, :WS-LOT-NBPILOTES,
		:WS-LOT-NBFACTURES, :WS-LOT-MONTANT
		FROM FACTURATION_LOTS
		WHERE PERIODEDEB = :PERIOD1
		AND PERIODEFIN = :PERIOD2
		AND ETATLOT = "E"
		AND NUMLOT =
		(SELECT MAX(NUMLOT) FROM FACTURATION_LOTS
		WHERE PERIODEDEB = :PERIOD1
		AND PERIODEFIN = :PERIOD2
		AND ETATLOT = "E")
	END-EXEC.

	IF SQLCODE = 0
		MOVE 1 TO WS-REPRISE
		GO TO OUVERTURE-LOT-EXIT
	END-IF.

	MOVE 0 TO WS-DERNIERPIL.
	MOVE 0 TO WS-LOT-NBPILOTES.
	MOVE 0 TO WS-LOT-NBFACTURES.
	MOVE 0 TO WS-LOT-MONTANT.

	MOVE "NUMLOT" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMLOT.

	MOVE WDATE TO WS-DATPOINT.
	ACCEPT WS-HEUREPOINT FROM TIME.

	EXEC SQL
		INSERT INTO FACTURATION_LOTS(NUMLOT,PERIODEDEB,PERIODEFIN,MODELOT,
		ETATLOT,DERNIERPIL,NBPILOTES,NBFACTURES,MONTANTTOTAL,DATLANCEMENT,
		HEURELANCEMENT,DATPOINT,HEUREPOINT)
		VALUES(:WS-NUMLOT,:PERIOD1,:PERIOD2,:WS-MODELOT,:WS-ETATLOT,0,0,0,0,
		:WS-DATPOINT,:WS-HEUREPOINT,:WS-DATPOINT,:WS-HEUREPOINT)
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE 0 TO WS-NUMLOT
		MOVE "ERREUR SQL A L'OUVERTURE DU PASSAGE" TO ERREURS
		GO TO ECHEC-FACTURATION
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

OUVERTURE-LOT-EXIT.
	EXIT.

***** COMPTE RENDU DE CONTROLE DU PASSAGE : CUMULS VALIDES RELUS DANS
***** FACTURATION_LOTS (REPRISES COMPRISES), PUIS LES VOLS DE LA
***** PERIODE RESTES NON FACTURES AVEC LEUR MOTIF (LES VOLS ANNULES NE
***** SONT PAS FACTURABLES ET N'Y FIGURENT PAS)
COMPTE-RENDU-LOT.
	MOVE "O" TO SPOOL-ACTION.
	MOVE "F7" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	MOVE "Compte rendu de la facturation des vols" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Periode du " PERIOD1 " au " PERIOD2 " - passage " WS-NUMLOT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	IF WS-NUMLOT = 0
		MOVE "Passage non ouvert, aucune facture emise" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO COMPTE-RENDU-LOT-FIN
	END-IF.

	EXEC SQL
		SELECT ETATLOT, DERNIERPIL, NBPILOTES, NBFACTURES, MONTANTTOTAL
		INTO :WS-ETATLOT, :WS-DERNIERPIL, :WS-LOT-NBPILOTES,
		:WS-LOT-NBFACTURES, :WS-LOT-MONTANT
		FROM FACTURATION_LOTS
		WHERE NUMLOT = :WS-NUMLOT
	END-EXEC.

	IF WS-REPRISE = 1
		MOVE "Reprise d'un passage interrompu" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

	IF WS-ETATLOT = "T"
		MOVE "Etat du passage : termine" TO SPOOL-LIGNE
	ELSE
		MOVE SPACES TO SPOOL-LIGNE
		MOVE WS-DERNIERPIL TO ED-NUMPIL
		STRING "Etat du passage : INTERROMPU apres le pilote " ED-NUMPIL
			" - a relancer" DELIMITED BY SIZE INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-LOT-NBPILOTES TO ED-NOMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Pilotes factures ............ : " ED-NOMBRE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-LOT-NBFACTURES TO ED-NOMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Factures emises ............. : " ED-NOMBRE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-LOT-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Montant total facture ....... : " ED-MONTANT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	MOVE SURC-PRIX-COURANT TO ED-PRIX-CARB.
	MOVE SURC-ECART TO ED-ECART-CARB.
	IF SURC-ECART > 0
		STRING "Surcharge carburant ......... : " ED-ECART-CARB
			" par litre (achat " ED-PRIX-CARB ")"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
	ELSE
		IF SURC-ECART < 0
			STRING "Ristourne carburant ......... : " ED-ECART-CARB
				" par litre (achat " ED-PRIX-CARB ")"
				DELIMITED BY SIZE INTO SPOOL-LIGNE
		ELSE
			MOVE "Surcharge carburant ......... : aucune" TO SPOOL-LIGNE
		END-IF
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Vols de la periode non factures :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "  Vol    Pilote Avion Depart       Motif" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE NONFACTCUR CURSOR FOR
		SELECT NUMVOL, NUMPIL, NUMAV, DATEDEB, ETATVOL
		FROM VOLS
		WHERE SUBSTR(DATEDEB,1,8) >= :PERIOD1
		AND SUBSTR(DATEFIN,1,8) <= :PERIOD2
		AND FACTURE = "N"
		AND ETATVOL <> "A"
		UNION ALL
		SELECT NUMVOL, NUMPILPART, NUMAV, DATEDEB, ETATVOL
		FROM VOLS
		WHERE SUBSTR(DATEDEB,1,8) >= :PERIOD1
		AND SUBSTR(DATEFIN,1,8) <= :PERIOD2
		AND NUMPILPART > 0
		AND FACTUREPART = "N"
		AND ETATVOL <> "A"
		ORDER BY 2, 4
	END-EXEC.

	EXEC SQL
		OPEN NONFACTCUR
	END-EXEC.

	MOVE 0 TO WS-NBNONFACT.
	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM VOL-NON-FACTURE THRU VOL-NON-FACTURE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE NONFACTCUR
	END-EXEC.

	MOVE WS-NBNONFACT TO ED-NOMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Vols non factures ........... : " ED-NOMBRE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

COMPTE-RENDU-LOT-FIN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.

COMPTE-RENDU-LOT-EXIT.
	EXIT.

***** MOTIF DU VOL NON FACTURE, DANS L'ORDRE DES FILTRES DU CURSEUR DE
***** FACTURATION : VOL NON CLOTURE, PAS DE TARIF EN VIGUEUR POUR LE
***** TYPE DE L'AVION, PILOTE NON ATTEINT PAR UN PASSAGE INTERROMPU,
***** FACTURE DU PILOTE DEJA A 50 VOLS, SINON VOL CLOTURE OU CORRIGE
***** APRES LA FACTURATION DE SON PILOTE (REPRIS AU PASSAGE SUIVANT).
***** UNE PART COPAYEUR NON FACTUREE EST LISTEE SOUS LE COPAYEUR, DONT
***** LA FACTURE COMPTE AUSSI LES VOLS QU'IL Y PAIE EN PART (NUMFACTPART)
VOL-NON-FACTURE.
	EXEC SQL
		FETCH NONFACTCUR
		INTO :WS-NUMVOL, :WS-NUMPIL, :WS-NUMAV, :WS-DATEDEB, :WS-ETATVOL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO VOL-NON-FACTURE-EXIT
	END-IF.

	ADD 1 TO WS-NBNONFACT.

	IF WS-ETATVOL NOT = "R"
		MOVE "VOL NON CLOTURE" TO WS-MOTIF
		GO TO VOL-NON-FACTURE-EDITION
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBTARIFS
		FROM AVIONS, TARIFS
		WHERE AVIONS.CODAV = :WS-NUMAV
		AND TARIFS.NUMTYP = AVIONS.CODTYP
		AND TARIFS.DATEDEB <= :WS-DATEDEB
		AND (TARIFS.DATEFIN = " " OR TARIFS.DATEFIN >= :WS-DATEDEB)
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBTARIFS = 0
		MOVE "PAS DE TARIF EN VIGUEUR POUR LE TYPE" TO WS-MOTIF
		GO TO VOL-NON-FACTURE-EDITION
	END-IF.

	IF WS-ETATLOT NOT = "T" AND WS-NUMPIL > WS-DERNIERPIL
		MOVE "PILOTE NON ATTEINT, PASSAGE INTERROMPU" TO WS-MOTIF
		GO TO VOL-NON-FACTURE-EDITION
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBVOLSFACT
		FROM VOLS, FACTURES
		WHERE (VOLS.NUMFACT = FACTURES.NUMFACT
		OR VOLS.NUMFACTPART = FACTURES.NUMFACT)
		AND FACTURES.NUMPIL = :WS-NUMPIL
		AND FACTURES.PERIODEDEB = :PERIOD1
		AND FACTURES.PERIODEFIN = :PERIOD2
	END-EXEC.

	IF SQLCODE = 0 AND WS-NBVOLSFACT NOT < 50
		MOVE "AU-DELA DE 50 VOLS SUR LA FACTURE" TO WS-MOTIF
	ELSE
		MOVE "CLOTURE APRES FACTURATION DU PILOTE" TO WS-MOTIF
	END-IF.

VOL-NON-FACTURE-EDITION.
	MOVE WS-NUMVOL TO ED-NUMVOL.
	MOVE WS-NUMPIL TO ED-NUMPIL.
	MOVE WS-NUMAV TO ED-NUMAV.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  " ED-NUMVOL "  " ED-NUMPIL "    " ED-NUMAV "   "
		WS-DATEDEB(1:8) "     " WS-MOTIF
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

VOL-NON-FACTURE-EXIT.
	EXIT.

***** REMISE DU PILOTE EN RUPTURE : POURCENTAGE DU BAREME RATTACHE A
***** SON CODE REMISE, APPLIQUE A L'ASSIETTE DES HEURES DE VOL DE LA
***** FACTURE (WS-TOTHEURES-FACT) ; PAS DE CODE OU PAS D'HEURES =
***** PAS DE REMISE
CALCUL-REMISE-PILOTE.
	MOVE 0 TO WS-MONTANT-REMISE.
	MOVE 0 TO WS-TVA-REMISE.
	MOVE 0 TO WS-TAUX-REMISE.

	IF WS-TOTHEURES-FACT = 0
		GO TO CALCUL-REMISE-PILOTE-EXIT
	END-IF.

	EXEC SQL
		SELECT REMISES.POURCENT, REMISES.LIBELLE
		INTO :WS-POURCENT-REMISE, :WS-LIBREMISE
		FROM REMISES, PILOTES
		WHERE PILOTES.CODREMISE = REMISES.CODREMISE
		AND PILOTES.NUMPIL = :WS-PREVPIL
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-POURCENT-REMISE = 0
		GO TO CALCUL-REMISE-PILOTE-EXIT
	END-IF.

	COMPUTE WS-MONTANT-REMISE ROUNDED =
		0 - (WS-TOTHEURES-FACT * WS-POURCENT-REMISE / 100).

***** LA TVA DE LA REMISE SUIT LA CATEGORIE DES HEURES DE VOL, EN
***** NEGATIF ELLE AUSSI ; LE TAUX "V" EST CONSERVE DANS SON PROPRE
***** CHAMP, WS-LIG-TAUXTVA PORTANT ENCORE LE TAUX DE LA DERNIERE
***** LIGNE DE DETAIL ECRITE (FRAIS ANNEXES LE CAS ECHEANT)
	EXEC SQL
		SELECT TAUXTVA
		INTO :WS-TAUXTVA
		FROM TAUX_TVA
		WHERE CATREV = "V"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TAUXTVA
	END-IF.

	MOVE WS-TAUXTVA TO WS-TAUX-REMISE.
	COMPUTE WS-TVA-REMISE ROUNDED =
		WS-MONTANT-REMISE * WS-TAUXTVA / (100 + WS-TAUXTVA).

CALCUL-REMISE-PILOTE-EXIT.
	EXIT.

***** CARBURANT A REMBOURSER AU PILOTE EN RUPTURE : TICKETS "E" NON
***** ENCORE REMBOURSES DE SES VOLS, DU PLUS ANCIEN AU PLUS RECENT,
***** CHACUN VALORISE AU MONTANT DU TICKET PLAFONNE A LITRES X
***** PRIX_LITRE_MAXI ; UN TICKET QUI FERAIT PASSER LA FACTURE SOUS
***** ZERO ARRETE LA SELECTION ET ATTEND, AVEC LES SUIVANTS, LA
***** FACTURE SUIVANTE DU PILOTE (PAS DE FACTURE = PAS DE CREDIT, LE
***** TICKET RESTE A REMBOURSER)
CREDIT-CARBURANT.
	MOVE 0 TO WS-NBCARB.
	MOVE 0 TO WS-TOTAL-CARB.

	IF WS-PRIX-LITRE-MAXI = 0
		GO TO CREDIT-CARBURANT-EXIT
	END-IF.

	COMPUTE WS-PLAFOND-CARB = WS-TOTALPIL + WS-MONTANT-REMISE.

***** LE CARBURANT EST COMPRIS DANS LE TARIF HORAIRE : SON
***** REMBOURSEMENT PORTE LA TVA DES HEURES DE VOL, EN NEGATIF
	EXEC SQL
		SELECT TAUXTVA
		INTO :WS-TAUX-CARB
		FROM TAUX_TVA
		WHERE CATREV = "V"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TAUX-CARB
	END-IF.

	EXEC SQL
		DECLARE CARBPILCUR CURSOR FOR
		SELECT CARBURANT.NUMCARB, CARBURANT.NUMVOL, VOLS.DATEDEB,
		CARBURANT.LITRES, CARBURANT.MONTANT_TICKET
		FROM CARBURANT, VOLS
		WHERE CARBURANT.NUMVOL = VOLS.NUMVOL
		AND VOLS.NUMPIL = :WS-PREVPIL
		AND CARBURANT.SOURCE = "E"
		AND CARBURANT.REMBOURSE = "N"
		ORDER BY CARBURANT.NUMCARB
	END-EXEC.

	EXEC SQL
		OPEN CARBPILCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CARB.
	PERFORM TICKET-CARBURANT THRU TICKET-CARBURANT-EXIT
		UNTIL WS-FIN-CARB = 1.

	EXEC SQL
		CLOSE CARBPILCUR
	END-EXEC.

CREDIT-CARBURANT-EXIT.
	EXIT.

TICKET-CARBURANT.
	IF WS-NBCARB NOT < 20
		MOVE 1 TO WS-FIN-CARB
		GO TO TICKET-CARBURANT-EXIT
	END-IF.

	EXEC SQL
		FETCH CARBPILCUR
		INTO :WS-NUMCARB, :WS-CARB-NUMVOL, :WS-CARB-DATEDEB,
		:WS-CARB-LITRES, :WS-CARB-TICKET
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CARB
		GO TO TICKET-CARBURANT-EXIT
	END-IF.

	COMPUTE WS-CREDIT-CARB ROUNDED = WS-CARB-LITRES * WS-PRIX-LITRE-MAXI.
	IF WS-CARB-TICKET < WS-CREDIT-CARB
		MOVE WS-CARB-TICKET TO WS-CREDIT-CARB
	END-IF.

	IF WS-TOTAL-CARB + WS-CREDIT-CARB > WS-PLAFOND-CARB
		MOVE 1 TO WS-FIN-CARB
		GO TO TICKET-CARBURANT-EXIT
	END-IF.

	ADD WS-CREDIT-CARB TO WS-TOTAL-CARB.
	ADD 1 TO WS-NBCARB.
	MOVE WS-NUMCARB TO WS-CRD-NUMCARB(WS-NBCARB).
	MOVE WS-CARB-NUMVOL TO WS-CRD-NUMVOL(WS-NBCARB).
	MOVE WS-CARB-DATEDEB TO WS-CRD-DATEDEB(WS-NBCARB).
	MOVE WS-CARB-LITRES TO WS-CRD-LITRES(WS-NBCARB).
	MOVE WS-CREDIT-CARB TO WS-CRD-MONTANT(WS-NBCARB).

TICKET-CARBURANT-EXIT.
	EXIT.

***** AIDES A REVERSER AU PILOTE EN RUPTURE : VOLS AIDES "R" DE SES
***** DEMANDES, DE LA PLUS ANCIENNE A LA PLUS RECENTE, POUR LE RESTE
***** NON ENCORE REVERSE ; UNE AIDE QUI FERAIT PASSER LA FACTURE SOUS
***** ZERO ARRETE LA SELECTION, COMME POUR LE CARBURANT
DEDUCTION-AIDES.
	MOVE 0 TO WS-NBAIDES.
	MOVE 0 TO WS-TOTAL-AIDES.
	COMPUTE WS-PLAFOND-AIDES =
		WS-TOTALPIL + WS-MONTANT-REMISE - WS-TOTAL-CARB.

	EXEC SQL
		DECLARE AIDEPILCUR CURSOR FOR
		SELECT AIDES_VOLS.CODEAIDE, AIDES_VOLS.NUMVOL, VOLS.DATEDEB,
		AIDES.LIBELLE, AIDES_VOLS.MONTANTRECU - AIDES_VOLS.MONTANTVERSE
		FROM AIDES_VOLS, AIDES, VOLS
		WHERE AIDES_VOLS.CODEAIDE = AIDES.CODEAIDE
		AND AIDES_VOLS.NUMVOL = VOLS.NUMVOL
		AND AIDES_VOLS.NUMPIL = :WS-PREVPIL
		AND AIDES_VOLS.ETATLIGNE = "R"
		ORDER BY AIDES_VOLS.NUMDEMANDE, AIDES_VOLS.NUMVOL
	END-EXEC.

	EXEC SQL
		OPEN AIDEPILCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-AIDE.
	PERFORM AIDE-A-DEDUIRE THRU AIDE-A-DEDUIRE-EXIT
		UNTIL WS-FIN-AIDE = 1.

	EXEC SQL
		CLOSE AIDEPILCUR
	END-EXEC.

DEDUCTION-AIDES-EXIT.
	EXIT.

AIDE-A-DEDUIRE.
	IF WS-NBAIDES NOT < 20
		MOVE 1 TO WS-FIN-AIDE
		GO TO AIDE-A-DEDUIRE-EXIT
	END-IF.

	EXEC SQL
		FETCH AIDEPILCUR
		INTO :WS-AID-CODEAIDE, :WS-AID-NUMVOL, :WS-AID-DATEDEB,
		:WS-AID-LIBELLE, :WS-AID-RESTE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-AIDE
		GO TO AIDE-A-DEDUIRE-EXIT
	END-IF.

	IF WS-TOTAL-AIDES + WS-AID-RESTE > WS-PLAFOND-AIDES
		MOVE 1 TO WS-FIN-AIDE
		GO TO AIDE-A-DEDUIRE-EXIT
	END-IF.

	ADD WS-AID-RESTE TO WS-TOTAL-AIDES.
	ADD 1 TO WS-NBAIDES.
	MOVE WS-AID-CODEAIDE TO WS-DED-CODEAIDE(WS-NBAIDES).
	MOVE WS-AID-NUMVOL TO WS-DED-NUMVOL(WS-NBAIDES).
	MOVE WS-AID-DATEDEB TO WS-DED-DATEDEB(WS-NBAIDES).
	MOVE WS-AID-LIBELLE TO WS-DED-LIBELLE(WS-NBAIDES).
	MOVE WS-AID-RESTE TO WS-DED-MONTANT(WS-NBAIDES).

AIDE-A-DEDUIRE-EXIT.
	EXIT.

***** TVA INCLUSE DANS LE MONTANT TTC DE LA LIGNE (WS-LIG-MONTANT) :
***** TAUX DE LA CATEGORIE DE RECETTE (TAUX_TVA, CF F9), MONTANT DE
***** TVA = TTC X TAUX / (100 + TAUX) ; CATEGORIE SANS TAUX = ZERO
CALCUL-TVA-LIGNE.
	EXEC SQL
		SELECT TAUXTVA
		INTO :WS-TAUXTVA
		FROM TAUX_TVA
		WHERE CATREV = :WS-CATREV
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TAUXTVA
	END-IF.

	MOVE WS-TAUXTVA TO WS-LIG-TAUXTVA.
	COMPUTE WS-LIG-TVA ROUNDED =
		WS-LIG-MONTANT * WS-TAUXTVA / (100 + WS-TAUXTVA).

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
