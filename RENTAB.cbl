IDENTIFICATION DIVISION.
PROGRAM-ID. RENTAB.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** RENTABILITE DES AVIONS ET PRIX DE REVIENT DE L'HEURE DE VOL, PAR
***** AVION PUIS PAR TYPE, SUR L'ANNEE COMPLETE OU EN CUMUL A DATE :
*****   - HEURES : VOLS CLOTURES (CPTARR - CPTDEP) ;
*****   - RECETTES HT : FACTURE_LIGNES (MONTANTLIGNE - MONTANTTVA) DES VOLS
*****     DE L'AVION, AVOIRS DEDUITS ;
*****   - CARBURANT : LITRES CARBURANT A LA CHARGE DU CLUB (POMPE "C" ET
*****     FACTURE CLUB "F") AU PRIX MOYEN D'ACHAT DES LIVRAISONS_CARBURANT
*****     DE LA PERIODE (A DEFAUT, DE TOUTES LES LIVRAISONS) ;
*****   - MAINTENANCE : PIECES OT_PIECES + HEURESMO X TAUX_MO, COMME
*****     COUTMAINT ;
*****   - CHARGES FIXES : CHARGES_AVION DE L'ANNEE (F9), AU PRORATA DES
*****     MOIS ECOULES EN CUMUL A DATE.
***** LE PRIX DE REVIENT HORAIRE (CHARGES DIRECTES + FIXES) / HEURES EST
***** COMPARE AU TARIF EN VIGUEUR DU TYPE (TARIFS) : C'EST LA BASE DE LA
***** DECISION DU COMITE DE GARDER OU DE VENDRE UN AVION
77 SAI-ANNEE PIC 9(4) VALUE IS 0.
77 SAI-MODE PIC X VALUE IS "A".
77 WS-NBMOIS PIC 9(2) VALUE IS 12.
77 WS-NBAVIONS PIC 9(6) VALUE IS 0.
77 WS-NBTYPES PIC 9(6) VALUE IS 0.
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-TYPE-COURANT PIC 9(3) VALUE IS 0.
77 WS-PREMIER-AVION PIC 9 VALUE IS 1.

***** PERIODE EDITEE, AUX DEUX FORMATS DE DATE DE LA BASE
01 WS-PERIODE.
   02 WS-DEBUT-DATE PIC X(8).
   02 WS-FIN-DATE PIC X(8).

***** MONTANTS CALCULES (EUROS) POUR L'AVION COURANT
77 WS-COUT-MO PIC 9(7)V99 VALUE IS 0.
77 WS-COUT-MAINT PIC 9(7)V99 VALUE IS 0.
77 WS-COUT-CARB PIC 9(7)V99 VALUE IS 0.
77 WS-COUT-DIRECT PIC 9(7)V99 VALUE IS 0.
77 WS-COUT-FIXE PIC 9(7)V99 VALUE IS 0.
77 WS-COUT-TOTAL PIC 9(7)V99 VALUE IS 0.
77 WS-RECETTES PIC S9(7)V99 VALUE IS 0.
77 WS-MARGE PIC S9(7)V99 VALUE IS 0.
77 WS-REVIENT-HEURE PIC 9(5)V99 VALUE IS 0.
77 WS-PRIX-LITRE PIC 9(3)V9999 VALUE IS 0.

***** CUMULS DU TYPE EN COURS ET DU CLUB
01 WS-CUMUL-TYPE.
   02 CT-HEURES PIC 9(6)V9.
   02 CT-RECETTES PIC S9(8)V99.
   02 CT-DIRECT PIC 9(8)V99.
   02 CT-FIXE PIC 9(8)V99.
01 WS-CUMUL-CLUB.
   02 CC-HEURES PIC 9(6)V9.
   02 CC-RECETTES PIC S9(8)V99.
   02 CC-DIRECT PIC 9(8)V99.
   02 CC-FIXE PIC 9(8)V99.

***** ZONES D'EDITION
77 ED-HEURES PIC Z(5)9.9.
77 ED-MONTANT1 PIC -(7)9.99.
77 ED-MONTANT2 PIC -(7)9.99.
77 ED-MONTANT3 PIC -(7)9.99.
77 ED-HORAIRE PIC Z(4)9.99.
77 ED-TARIF PIC Z(4)9.99.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES AVIONS, TYPES, TARIFS, VOLS, FACTURE_LIGNES, AVOIRS,
**** AVOIR_LIGNES, CARBURANT, LIVRAISONS_CARBURANT, ORDRES_TRAVAIL,
**** OT_PIECES, CHARGES_AVION, PARAMETRES
	EXEC SQL
		INCLUDE AVIONS,TYPES,TARIFS,VOLS,FACTURE_LIGNES,AVOIRS,
		AVOIR_LIGNES,CARBURANT,LIVRAISONS_CARBURANT,ORDRES_TRAVAIL,
		OT_PIECES,CHARGES_AVION,PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-RENTABILITE.
			05 WS-CODAV PIC 9(3).
			05 WS-CODTYP PIC 9(3).
			05 WS-DESIGN PIC X(20).
			05 WS-DEBUT-VOL PIC X(12).
			05 WS-FIN-VOL PIC X(12).
			05 WS-DEBUT-JOUR PIC X(8).
			05 WS-FIN-JOUR PIC X(8).
			05 WS-ANNEE PIC 9(4).
			05 WS-TAUX-MO PIC 9(4)V99.
			05 WS-HEURES PIC 9(5)V9.
			05 WS-FACTURE-HT PIC 9(7)V99.
			05 WS-AVOIRS-HT PIC 9(7)V99.
			05 WS-LITRES PIC 9(6)V9.
			05 WS-LITRES-ACHAT PIC 9(7)V9.
			05 WS-MONTANT-ACHAT PIC 9(8)V99.
			05 WS-HEURES-MO PIC 9(5)V9.
			05 WS-COUT-PIECES PIC 9(7)V99.
			05 WS-CHARGES-AN PIC 9(7)V99.
			05 WS-TARIF PIC 9(4)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

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
	DISPLAY "Rentabilite des avions et prix de revient horaire".
	DISPLAY "Annee a editer (AAAA) : ".
	ACCEPT SAI-ANNEE.
	DISPLAY "Annee complete (A) ou cumul a date (C) : ".
	ACCEPT SAI-MODE.

***** EN CUMUL A DATE, LA PERIODE S'ARRETE AU JOUR ET MOIS COURANTS DE
***** L'ANNEE DEMANDEE (COMPARAISON D'UNE ANNEE SUR L'AUTRE A MEME DATE)
	MOVE SAI-ANNEE TO WS-ANNEE.
	MOVE SAI-ANNEE TO WS-DEBUT-DATE(1:4).
	MOVE "0101" TO WS-DEBUT-DATE(5:4).
	MOVE SAI-ANNEE TO WS-FIN-DATE(1:4).
	IF SAI-MODE = "C" OR SAI-MODE = "c"
		MOVE "C" TO SAI-MODE
		MOVE WMOIS TO WS-FIN-DATE(5:2)
		MOVE WJOUR TO WS-FIN-DATE(7:2)
		MOVE WMOIS TO WS-NBMOIS
	ELSE
		MOVE "A" TO SAI-MODE
		MOVE "1231" TO WS-FIN-DATE(5:4)
		MOVE 12 TO WS-NBMOIS
	END-IF.
	MOVE WS-DEBUT-DATE TO WS-DEBUT-JOUR.
	MOVE WS-FIN-DATE TO WS-FIN-JOUR.
	MOVE WS-DEBUT-DATE TO WS-DEBUT-VOL(1:8).
	MOVE "0000" TO WS-DEBUT-VOL(9:4).
	MOVE WS-FIN-DATE TO WS-FIN-VOL(1:8).
	MOVE "2359" TO WS-FIN-VOL(9:4).

	EXEC SQL
		SELECT TAUX_MO
		INTO :WS-TAUX-MO
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "ERREUR : PARAMETRES (PARAMID = 1) INTROUVABLE, TRAITEMENT ANNULE."
		GO TO FIN
	END-IF.

	PERFORM PRIX-MOYEN-CARBURANT.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "RENTAB" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	INITIALIZE WS-CUMUL-TYPE WS-CUMUL-CLUB.
	PERFORM EN-TETE-RAPPORT.
	PERFORM RENTABILITE-PAR-AVION.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	GO TO FIN.

***** PRIX MOYEN DU LITRE A L'ACHAT : LIVRAISONS DE LA PERIODE, OU DE
***** TOUTES LES LIVRAISONS SI AUCUNE N'EST TOMBEE DANS LA PERIODE
PRIX-MOYEN-CARBURANT.
	EXEC SQL
		SELECT SUM(LITRES), SUM(MONTANT)
		INTO :WS-LITRES-ACHAT, :WS-MONTANT-ACHAT
		FROM LIVRAISONS_CARBURANT
		WHERE DATLIVR >= :WS-DEBUT-JOUR
		AND DATLIVR <= :WS-FIN-JOUR
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-LITRES-ACHAT
	END-IF.

	IF WS-LITRES-ACHAT = 0
		EXEC SQL
			SELECT SUM(LITRES), SUM(MONTANT)
			INTO :WS-LITRES-ACHAT, :WS-MONTANT-ACHAT
			FROM LIVRAISONS_CARBURANT
		END-EXEC
		IF SQLCODE NOT = 0
			MOVE 0 TO WS-LITRES-ACHAT
		END-IF
	END-IF.

	IF WS-LITRES-ACHAT > 0
		COMPUTE WS-PRIX-LITRE ROUNDED = WS-MONTANT-ACHAT / WS-LITRES-ACHAT
	ELSE
		MOVE 0 TO WS-PRIX-LITRE
	END-IF.

EN-TETE-RAPPORT.
	MOVE SPACES TO SPOOL-LIGNE.
	IF SAI-MODE = "C"
		STRING "Rentabilite des avions - cumul du " WS-DEBUT-DATE
			" au " WS-FIN-DATE DELIMITED BY SIZE
			INTO SPOOL-LIGNE
	ELSE
		STRING "Rentabilite des avions - annee " SAI-ANNEE
			DELIMITED BY SIZE
			INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		" - taux MO " WS-TAUX-MO " - litre " WS-PRIX-LITRE
		" - fixes " WS-NBMOIS "/12" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** AVIONS PAR TYPE : LA RUPTURE SUR LE TYPE DONNE LE SOUS-TOTAL DU
***** TYPE ET SON PRIX DE REVIENT FACE AU TARIF
RENTABILITE-PAR-AVION.
	EXEC SQL
		DECLARE RENTAVCUR CURSOR FOR
		SELECT AVIONS.CODAV, AVIONS.CODTYP, TYPES.DESIGN
		FROM AVIONS, TYPES
		WHERE AVIONS.CODTYP = TYPES.NUMTYP
		ORDER BY AVIONS.CODTYP, AVIONS.CODAV
	END-EXEC.

	EXEC SQL
		OPEN RENTAVCUR
	END-EXEC.

	MOVE 1 TO WS-PREMIER-AVION.
	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM RENTAB-AVION-SUIVANT THRU RENTAB-AVION-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE RENTAVCUR
	END-EXEC.

	IF WS-PREMIER-AVION = 0
		PERFORM TOTAL-TYPE
	END-IF.

RENTAB-AVION-SUIVANT.
	EXEC SQL
		FETCH RENTAVCUR
		INTO :WS-CODAV, :WS-CODTYP, :WS-DESIGN
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO RENTAB-AVION-SUIVANT-EXIT
	END-IF.

	IF WS-PREMIER-AVION = 0 AND WS-CODTYP NOT = WS-TYPE-COURANT
		PERFORM TOTAL-TYPE
	END-IF.

	IF WS-PREMIER-AVION = 1 OR WS-CODTYP NOT = WS-TYPE-COURANT
		MOVE 0 TO WS-PREMIER-AVION
		MOVE WS-CODTYP TO WS-TYPE-COURANT
		INITIALIZE WS-CUMUL-TYPE
		MOVE SPACES TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE SPACES TO SPOOL-LIGNE
		STRING "Type " WS-CODTYP " " WS-DESIGN " :" DELIMITED BY SIZE
			INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

	PERFORM HEURES-ET-RECETTES.
	PERFORM COUTS-DIRECTS.
	PERFORM CHARGES-FIXES.

	COMPUTE WS-COUT-TOTAL = WS-COUT-DIRECT + WS-COUT-FIXE.
	COMPUTE WS-MARGE = WS-RECETTES - WS-COUT-TOTAL.
	IF WS-HEURES > 0
		COMPUTE WS-REVIENT-HEURE ROUNDED = WS-COUT-TOTAL / WS-HEURES
	ELSE
		MOVE 0 TO WS-REVIENT-HEURE
	END-IF.

	ADD WS-HEURES TO CT-HEURES CC-HEURES.
	ADD WS-RECETTES TO CT-RECETTES CC-RECETTES.
	ADD WS-COUT-DIRECT TO CT-DIRECT CC-DIRECT.
	ADD WS-COUT-FIXE TO CT-FIXE CC-FIXE.

	MOVE WS-HEURES TO ED-HEURES.
	MOVE WS-RECETTES TO ED-MONTANT1.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Avion " WS-CODAV " : " ED-HEURES " h, recettes HT "
		ED-MONTANT1 DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE WS-COUT-CARB TO ED-MONTANT1.
	MOVE WS-COUT-MAINT TO ED-MONTANT2.
	MOVE WS-COUT-FIXE TO ED-MONTANT3.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Carburant " ED-MONTANT1 " maintenance " ED-MONTANT2
		" fixes " ED-MONTANT3 DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE WS-MARGE TO ED-MONTANT1.
	MOVE WS-REVIENT-HEURE TO ED-HORAIRE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Marge " ED-MONTANT1 " - prix de revient/h " ED-HORAIRE
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBAVIONS.

RENTAB-AVION-SUIVANT-EXIT.
	EXIT.

***** HEURES DES VOLS CLOTURES ET RECETTES HT FACTUREES (SOMME SQL
***** NULLE = ZERO) ; LES AVOIRS SONT RAMENES HT AU PRORATA DE LA LIGNE
***** DE FACTURE QU'ILS CREDITENT
HEURES-ET-RECETTES.
	EXEC SQL
		SELECT SUM(CPTARR - CPTDEP)
		INTO :WS-HEURES
		FROM VOLS
		WHERE NUMAV = :WS-CODAV
		AND ETATVOL = "R"
		AND DATEDEB >= :WS-DEBUT-VOL
		AND DATEDEB <= :WS-FIN-VOL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-HEURES
	END-IF.

	EXEC SQL
		SELECT SUM(FACTURE_LIGNES.MONTANTLIGNE - FACTURE_LIGNES.MONTANTTVA)
		INTO :WS-FACTURE-HT
		FROM FACTURE_LIGNES, VOLS
		WHERE FACTURE_LIGNES.NUMVOL = VOLS.NUMVOL
		AND VOLS.NUMAV = :WS-CODAV
		AND FACTURE_LIGNES.DATEDEB >= :WS-DEBUT-VOL
		AND FACTURE_LIGNES.DATEDEB <= :WS-FIN-VOL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-FACTURE-HT
	END-IF.

	EXEC SQL
		SELECT SUM(AVOIR_LIGNES.MONTANTLIGNE *
		(FACTURE_LIGNES.MONTANTLIGNE - FACTURE_LIGNES.MONTANTTVA) /
		FACTURE_LIGNES.MONTANTLIGNE)
		INTO :WS-AVOIRS-HT
		FROM AVOIR_LIGNES, AVOIRS, FACTURE_LIGNES, VOLS
		WHERE AVOIR_LIGNES.NUMAVOIR = AVOIRS.NUMAVOIR
		AND FACTURE_LIGNES.NUMFACT = AVOIRS.NUMFACT
		AND FACTURE_LIGNES.NUMLIGNE = AVOIR_LIGNES.NUMLIGNE
		AND FACTURE_LIGNES.NUMVOL = VOLS.NUMVOL
		AND FACTURE_LIGNES.MONTANTLIGNE > 0
		AND VOLS.NUMAV = :WS-CODAV
		AND FACTURE_LIGNES.DATEDEB >= :WS-DEBUT-VOL
		AND FACTURE_LIGNES.DATEDEB <= :WS-FIN-VOL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-AVOIRS-HT
	END-IF.

	COMPUTE WS-RECETTES = WS-FACTURE-HT - WS-AVOIRS-HT.

***** CARBURANT A LA CHARGE DU CLUB ET MAINTENANCE DES ORDRES OUVERTS
***** DANS LA PERIODE
COUTS-DIRECTS.
	EXEC SQL
		SELECT SUM(LITRES)
		INTO :WS-LITRES
		FROM CARBURANT
		WHERE NUMAV = :WS-CODAV
		AND (SOURCE = "C" OR SOURCE = "F")
		AND DATCARB >= :WS-DEBUT-JOUR
		AND DATCARB <= :WS-FIN-JOUR
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-LITRES
	END-IF.

	COMPUTE WS-COUT-CARB ROUNDED = WS-LITRES * WS-PRIX-LITRE.

	EXEC SQL
		SELECT SUM(OT_PIECES.MONTANT)
		INTO :WS-COUT-PIECES
		FROM OT_PIECES, ORDRES_TRAVAIL
		WHERE OT_PIECES.NUMOT = ORDRES_TRAVAIL.NUMOT
		AND ORDRES_TRAVAIL.NUMAV = :WS-CODAV
		AND ORDRES_TRAVAIL.DATOUVERTURE >= :WS-DEBUT-JOUR
		AND ORDRES_TRAVAIL.DATOUVERTURE <= :WS-FIN-JOUR
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-COUT-PIECES
	END-IF.

	EXEC SQL
		SELECT SUM(HEURESMO)
		INTO :WS-HEURES-MO
		FROM ORDRES_TRAVAIL
		WHERE NUMAV = :WS-CODAV
		AND DATOUVERTURE >= :WS-DEBUT-JOUR
		AND DATOUVERTURE <= :WS-FIN-JOUR
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-HEURES-MO
	END-IF.

	COMPUTE WS-COUT-MO = WS-HEURES-MO * WS-TAUX-MO.
	COMPUTE WS-COUT-MAINT = WS-COUT-PIECES + WS-COUT-MO.
	COMPUTE WS-COUT-DIRECT = WS-COUT-CARB + WS-COUT-MAINT.

***** CHARGES FIXES ANNUELLES DE L'AVION, AU PRORATA DES MOIS EN CUMUL
***** A DATE
CHARGES-FIXES.
	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-CHARGES-AN
		FROM CHARGES_AVION
		WHERE CODAV = :WS-CODAV
		AND ANNEE = :WS-ANNEE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-CHARGES-AN
	END-IF.

	COMPUTE WS-COUT-FIXE ROUNDED = WS-CHARGES-AN * WS-NBMOIS / 12.

***** SOUS-TOTAL DU TYPE : PRIX DE REVIENT HORAIRE FACE AU TARIF EN
***** VIGUEUR (DATEFIN A BLANC)
TOTAL-TYPE.
	EXEC SQL
		SELECT TARIF
		INTO :WS-TARIF
		FROM TARIFS
		WHERE NUMTYP = :WS-TYPE-COURANT
		AND DATEDEB <= :WS-FIN-JOUR
		AND (DATEFIN = " " OR DATEFIN >= :WS-FIN-JOUR)
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TARIF
	END-IF.

	COMPUTE WS-COUT-TOTAL = CT-DIRECT + CT-FIXE.
	COMPUTE WS-MARGE = CT-RECETTES - WS-COUT-TOTAL.
	IF CT-HEURES > 0
		COMPUTE WS-REVIENT-HEURE ROUNDED = WS-COUT-TOTAL / CT-HEURES
	ELSE
		MOVE 0 TO WS-REVIENT-HEURE
	END-IF.

	MOVE CT-HEURES TO ED-HEURES.
	MOVE CT-RECETTES TO ED-MONTANT1.
	MOVE WS-COUT-TOTAL TO ED-MONTANT2.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Total type " WS-TYPE-COURANT " : " ED-HEURES " h, recettes "
		ED-MONTANT1 " couts " ED-MONTANT2 DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE WS-MARGE TO ED-MONTANT1.
	MOVE WS-REVIENT-HEURE TO ED-HORAIRE.
	MOVE WS-TARIF TO ED-TARIF.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Marge " ED-MONTANT1 " - revient/h " ED-HORAIRE
		" - tarif/h " ED-TARIF DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	IF WS-TARIF > 0 AND WS-REVIENT-HEURE > WS-TARIF
		MOVE SPACES TO SPOOL-LIGNE
		STRING "    ATTENTION : PRIX DE REVIENT SUPERIEUR AU TARIF"
			DELIMITED BY SIZE
			INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.
	ADD 1 TO WS-NBTYPES.

BILAN.
	COMPUTE WS-COUT-TOTAL = CC-DIRECT + CC-FIXE.
	COMPUTE WS-MARGE = CC-RECETTES - WS-COUT-TOTAL.
	IF CC-HEURES > 0
		COMPUTE WS-REVIENT-HEURE ROUNDED = WS-COUT-TOTAL / CC-HEURES
	ELSE
		MOVE 0 TO WS-REVIENT-HEURE
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE CC-HEURES TO ED-HEURES.
	MOVE CC-RECETTES TO ED-MONTANT1.
	MOVE WS-COUT-TOTAL TO ED-MONTANT2.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Total club : " ED-HEURES " h, recettes " ED-MONTANT1
		" couts " ED-MONTANT2 DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-MARGE TO ED-MONTANT1.
	MOVE WS-REVIENT-HEURE TO ED-HORAIRE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Marge " ED-MONTANT1 " - prix de revient moyen/h "
		ED-HORAIRE DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	DISPLAY "Rentabilite editee (rapport " SPOOL-NUMRAPPORT ").".
	DISPLAY "Avions edites : " WS-NBAVIONS.
	DISPLAY "Types edites : " WS-NBTYPES.

FIN.
	STOP RUN.
