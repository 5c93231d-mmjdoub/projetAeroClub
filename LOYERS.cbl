IDENTIFICATION DIVISION.
PROGRAM-ID. LOYERS.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** FACTURATION MENSUELLE DES LOCATIONS D'EMPLACEMENTS (REGISTRE
***** LOCATIONS, ENTRETENU PAR F9) : UNE FACTURE PAR PROPRIETAIRE ET
***** PAR MOIS, AVEC UNE LIGNE PAR EMPLACEMENT LOUE (TVA DE LA
***** CATEGORIE "H") ET UNE LIGNE PAR PLEIN DE SES AVIONS PRIVES A LA
***** POMPE DU CLUB (CF POMPE, TVA DE LA CATEGORIE "F"). LES FACTURES
***** SUIVENT ENSUITE LE CIRCUIT ORDINAIRE (RELANCE, RELEVE, JOURNAL,
***** PRELEVE). LANCE PAR LA CHAINE DU SOIR LE DERNIER JOUR DU MOIS
77 SAI-MOIS PIC X(6) VALUE SPACES.
77 WS-NBEMISES PIC 9(6) VALUE IS 0.
77 WS-NBERREURS PIC 9(6) VALUE IS 0.
77 WS-TOTAL-EMIS PIC 9(8)V99 VALUE IS 0.
***** FIN DES CURSEURS : TEMOIN SEPARE DE SQLCODE, CAR LES SELECT
***** INTERIEURS ECRASENT SQLCODE ENTRE DEUX FETCH
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-ERREUR-SQL PIC 9 VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** DERNIER JOUR DU MOIS FACTURE (FEVRIER BISSEXTILE COMPRIS)
01 WS-MOIS-FACTURE.
   02 WS-MF-ANNEE PIC 9(4).
   02 WS-MF-MOIS PIC 9(2).
77 WS-DERNIER-JOUR PIC 9(2) VALUE IS 0.
77 WS-QUOTIENT PIC 9(4) VALUE IS 0.
77 WS-RESTE PIC 9(4) VALUE IS 0.

***** PROPRIETAIRES A FACTURER, RELEVES AVANT TOUTE ECRITURE (LE
***** COMMIT DE CHAQUE FACTURE FERMERAIT LE CURSEUR)
01 WS-PROPRIETAIRES.
	05 WS-NBPROP PIC 9(3) VALUE IS 0.
	05 WS-PROP OCCURS 200.
		10 PROP-NUMPIL PIC 9(3).
77 PROP-IDX PIC 9(3) VALUE IS 0.

***** EMPLACEMENTS ET PLEINS DU PROPRIETAIRE EN COURS DE FACTURATION
01 WS-EMPLACEMENTS.
	05 WS-NBEMPL PIC 9(3) VALUE IS 0.
	05 WS-EMPL OCCURS 20.
		10 EMPL-NUMLOC PIC 9(6).
		10 EMPL-NATURE PIC X.
		10 EMPL-IMMAT PIC X(10).
		10 EMPL-LIBELLE PIC X(20).
		10 EMPL-TARIF PIC 9(4)V99.
77 EMPL-IDX PIC 9(3) VALUE IS 0.

01 WS-PLEINS.
	05 WS-NBPLEINS PIC 9(3) VALUE IS 0.
	05 WS-PLEIN OCCURS 50.
		10 PLEIN-NUMCARB PIC 9(6).
		10 PLEIN-DATCARB PIC X(8).
		10 PLEIN-IMMAT PIC X(10).
		10 PLEIN-MONTANT PIC 9(6)V99.
77 PLEIN-IDX PIC 9(3) VALUE IS 0.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES LOCATIONS, CARBURANT, PILOTES
	EXEC SQL
		INCLUDE LOCATIONS,CARBURANT,PILOTES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-LOCATION.
			05 WS-NUMLOC PIC 9(6).
			05 WS-NATURE PIC X.
			05 WS-IMMAT PIC X(10).
			05 WS-LIBELLE PIC X(20).
			05 WS-TARIF PIC 9(4)V99.
			05 WS-NUMCARB PIC 9(6).
			05 WS-DATCARB PIC X(8).
			05 WS-MONTANT-PLEIN PIC 9(6)V99.
			05 WS-NUMPIL PIC 9(3).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-MOIS PIC X(6).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES FACTURES, FACTURE_LIGNES, TAUX_TVA
	EXEC SQL
		INCLUDE FACTURES,FACTURE_LIGNES,TAUX_TVA
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-FACTURES.
			05 WS-NUMFACT PIC 9(6).
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-DATEGEN PIC X(8).
			05 WS-NUMPAYEUR PIC 9(4).
			05 WS-PERIODE-DEBUT PIC X(8).
			05 WS-PERIODE-FIN PIC X(8).
		01 WS-LIGNE.
			05 WS-NUMLIGNE PIC 9(3).
			05 WS-LIG-DATEDEB PIC X(12).
			05 WS-LIG-DESTIN PIC X(25).
			05 WS-LIG-MONTANT PIC 9(6)V99.
			05 WS-LIG-TAUXTVA PIC 9(2)V99.
			05 WS-LIG-TVA PIC 9(4)V99.
			05 WS-TAUX-LOCATION PIC 9(2)V99.
			05 WS-TAUX-FRAIS PIC 9(2)V99.
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

PROCEDURE DIVISION.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY "Facturation mensuelle des locations d'emplacements".
	DISPLAY "Mois a facturer (AAAAMM, vide = mois courant) : ".
	ACCEPT SAI-MOIS.

***** LANCE PAR LA CHAINE DU SOIR SANS OPERATEUR : UNE SAISIE VIDE
***** PREND LE MOIS DE LA DATE DE TRAITEMENT
	IF SAI-MOIS = SPACES
		MOVE WANNEE TO SAI-MOIS(1:4)
		MOVE WMOIS TO SAI-MOIS(5:2)
	END-IF.

	IF SAI-MOIS IS NOT NUMERIC
		DISPLAY "ERREUR : MOIS INVALIDE, TRAITEMENT ANNULE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	MOVE SAI-MOIS TO WS-MOIS.
	MOVE SAI-MOIS TO WS-MOIS-FACTURE.
	IF WS-MF-MOIS < 1 OR WS-MF-MOIS > 12
		DISPLAY "ERREUR : MOIS INVALIDE, TRAITEMENT ANNULE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.
	PERFORM CALCUL-DERNIER-JOUR.
	STRING SAI-MOIS "01" DELIMITED BY SIZE INTO WS-PERIODE-DEBUT.
	STRING SAI-MOIS WS-DERNIER-JOUR DELIMITED BY SIZE
		INTO WS-PERIODE-FIN.

	PERFORM LECTURE-TAUX-TVA.
	PERFORM EN-TETE-RAPPORT.
	PERFORM RELEVE-PROPRIETAIRES.
	PERFORM FACTURATION-PROPRIETAIRE THRU FACTURATION-PROPRIETAIRE-EXIT
		VARYING PROP-IDX FROM 1 BY 1 UNTIL PROP-IDX > WS-NBPROP.
	PERFORM BILAN.
	MOVE 0 TO RETURN-CODE.
	GO TO FIN.

CALCUL-DERNIER-JOUR.
	EVALUATE WS-MF-MOIS
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
			DIVIDE WS-MF-ANNEE BY 4
				GIVING WS-QUOTIENT REMAINDER WS-RESTE
			IF WS-RESTE = 0
				MOVE 29 TO WS-DERNIER-JOUR
			ELSE
				MOVE 28 TO WS-DERNIER-JOUR
			END-IF
	END-EVALUATE.

***** TAUX DES CATEGORIES "H" (LOCATIONS) ET "F" (FRAIS ANNEXES, POUR
***** LE CARBURANT REVENDU) ; CATEGORIE SANS TAUX = ZERO
LECTURE-TAUX-TVA.
	EXEC SQL
		SELECT TAUXTVA
		INTO :WS-TAUX-LOCATION
		FROM TAUX_TVA
		WHERE CATREV = "H"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TAUX-LOCATION
	END-IF.

	EXEC SQL
		SELECT TAUXTVA
		INTO :WS-TAUX-FRAIS
		FROM TAUX_TVA
		WHERE CATREV = "F"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TAUX-FRAIS
	END-IF.

EN-TETE-RAPPORT.
	DISPLAY "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE.
	DISPLAY "Locations du mois " SAI-MOIS " (periode " WS-PERIODE-DEBUT
		" au " WS-PERIODE-FIN ") :".

***** PROPRIETAIRES AYANT UN EMPLACEMENT LOUE SUR LE MOIS ET PAS
***** ENCORE FACTURE POUR CE MOIS (TOUT MOIS COMMENCE EST DU), OU UN
***** PLEIN A LA POMPE NON ENCORE FACTURE JUSQU'A LA FIN DU MOIS ; LES
***** MOIS SE FACTURENT DANS L'ORDRE (DERNIERMOIS)
RELEVE-PROPRIETAIRES.
	EXEC SQL
		DECLARE PROPLOCCUR CURSOR FOR
		SELECT DISTINCT NUMPIL
		FROM LOCATIONS
		WHERE DATEDEB <= :WS-PERIODE-FIN
		AND (DATEFIN = " " OR DATEFIN >= :WS-PERIODE-DEBUT)
		AND DERNIERMOIS < :WS-MOIS
		UNION
		SELECT DISTINCT LOCATIONS.NUMPIL
		FROM LOCATIONS, CARBURANT
		WHERE CARBURANT.NUMLOC = LOCATIONS.NUMLOC
		AND CARBURANT.REMBOURSE = "N"
		AND CARBURANT.DATCARB <= :WS-PERIODE-FIN
		ORDER BY 1
	END-EXEC.

	EXEC SQL
		OPEN PROPLOCCUR
	END-EXEC.

	MOVE 0 TO WS-NBPROP.
	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM PROPRIETAIRE-SUIVANT THRU PROPRIETAIRE-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE PROPLOCCUR
	END-EXEC.

PROPRIETAIRE-SUIVANT.
	EXEC SQL
		FETCH PROPLOCCUR
		INTO :WS-NUMPIL
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO PROPRIETAIRE-SUIVANT-EXIT
	END-IF.

	IF WS-NBPROP = 200
		DISPLAY "    ANOMALIE - Plus de 200 proprietaires, pilote "
			WS-NUMPIL " reporte au prochain passage."
		GO TO PROPRIETAIRE-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBPROP.
	MOVE WS-NUMPIL TO PROP-NUMPIL(WS-NBPROP).

PROPRIETAIRE-SUIVANT-EXIT.
	EXIT.

***************************************************************
***** UNE FACTURE PAR PROPRIETAIRE, ADRESSEE A SON PAYEUR RESPONSABLE
***** S'IL EN A UN (PILOTES.NUMPAYEUR), ECRITE AVEC SES LIGNES, LE
***** MOIS FACTURE DES EMPLACEMENTS ET LES PLEINS DANS UNE SEULE
***** TRANSACTION
***************************************************************
FACTURATION-PROPRIETAIRE.
	MOVE PROP-NUMPIL(PROP-IDX) TO WS-NUMPIL.

	EXEC SQL
		SELECT NOM, PRENOM, NUMPAYEUR
		INTO :WS-NOM, :WS-PRENOM, :WS-NUMPAYEUR
		FROM PILOTES
		WHERE NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "    ANOMALIE - Proprietaire " WS-NUMPIL " introuvable."
		ADD 1 TO WS-NBERREURS
		GO TO FACTURATION-PROPRIETAIRE-EXIT
	END-IF.

	PERFORM RELEVE-EMPLACEMENTS.
	PERFORM RELEVE-PLEINS.

	IF WS-NBEMPL = 0 AND WS-NBPLEINS = 0
		GO TO FACTURATION-PROPRIETAIRE-EXIT
	END-IF.

	MOVE 0 TO WS-MONTANT.
	PERFORM CUMUL-EMPLACEMENT
		VARYING EMPL-IDX FROM 1 BY 1 UNTIL EMPL-IDX > WS-NBEMPL.
	PERFORM CUMUL-PLEIN
		VARYING PLEIN-IDX FROM 1 BY 1 UNTIL PLEIN-IDX > WS-NBPLEINS.

	MOVE "NUMFACT" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMFACT.
	MOVE WDATE TO WS-DATEGEN.

	EXEC SQL
		INSERT INTO FACTURES(NUMFACT,NUMPIL,PERIODEDEB,PERIODEFIN,MONTANT,
		DATEGEN,ETATPAIEMENT,NUMPASS,NUMVISITEUR,NUMPAYEUR)
		VALUES(:WS-NUMFACT,:WS-NUMPIL,:WS-PERIODE-DEBUT,:WS-PERIODE-FIN,
		:WS-MONTANT,:WS-DATEGEN,"N",0,0,:WS-NUMPAYEUR)
	END-EXEC.

	IF SQLCODE NOT = 0
		GO TO FACTURATION-PROPRIETAIRE-ERREUR
	END-IF.

	MOVE 0 TO WS-NUMLIGNE.
	MOVE 0 TO WS-ERREUR-SQL.
	PERFORM LIGNE-EMPLACEMENT
		VARYING EMPL-IDX FROM 1 BY 1 UNTIL EMPL-IDX > WS-NBEMPL.
	PERFORM LIGNE-PLEIN
		VARYING PLEIN-IDX FROM 1 BY 1 UNTIL PLEIN-IDX > WS-NBPLEINS.

	IF WS-ERREUR-SQL = 1
		GO TO FACTURATION-PROPRIETAIRE-ERREUR
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "    Facture " WS-NUMFACT " - Pilote " WS-NUMPIL " " WS-NOM
		" " WS-PRENOM " : " WS-NBEMPL " emplacement(s), " WS-NBPLEINS
		" plein(s), " WS-MONTANT.
	IF WS-NUMPAYEUR > 0
		DISPLAY "      adressee au payeur " WS-NUMPAYEUR
	END-IF.
	ADD 1 TO WS-NBEMISES.
	ADD WS-MONTANT TO WS-TOTAL-EMIS.
	GO TO FACTURATION-PROPRIETAIRE-EXIT.

FACTURATION-PROPRIETAIRE-ERREUR.
	EXEC SQL
		ROLLBACK
	END-EXEC.
	DISPLAY "    ERREUR SQL - Locations non facturees pour le pilote "
		WS-NUMPIL ".".
	ADD 1 TO WS-NBERREURS.

FACTURATION-PROPRIETAIRE-EXIT.
	EXIT.

RELEVE-EMPLACEMENTS.
	EXEC SQL
		DECLARE EMPLCUR CURSOR FOR
		SELECT NUMLOC, NATURE, IMMAT, LIBELLE, TARIFMENSUEL
		FROM LOCATIONS
		WHERE NUMPIL = :WS-NUMPIL
		AND DATEDEB <= :WS-PERIODE-FIN
		AND (DATEFIN = " " OR DATEFIN >= :WS-PERIODE-DEBUT)
		AND DERNIERMOIS < :WS-MOIS
		ORDER BY NUMLOC
	END-EXEC.

	EXEC SQL
		OPEN EMPLCUR
	END-EXEC.

	MOVE 0 TO WS-NBEMPL.
	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM EMPLACEMENT-SUIVANT THRU EMPLACEMENT-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE EMPLCUR
	END-EXEC.

EMPLACEMENT-SUIVANT.
	EXEC SQL
		FETCH EMPLCUR
		INTO :WS-NUMLOC, :WS-NATURE, :WS-IMMAT, :WS-LIBELLE, :WS-TARIF
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO EMPLACEMENT-SUIVANT-EXIT
	END-IF.

	IF WS-NBEMPL = 20
		DISPLAY "    ANOMALIE - Location " WS-NUMLOC
			" reportee (plus de 20 emplacements)."
		GO TO EMPLACEMENT-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBEMPL.
	MOVE WS-NUMLOC TO EMPL-NUMLOC(WS-NBEMPL).
	MOVE WS-NATURE TO EMPL-NATURE(WS-NBEMPL).
	MOVE WS-IMMAT TO EMPL-IMMAT(WS-NBEMPL).
	MOVE WS-LIBELLE TO EMPL-LIBELLE(WS-NBEMPL).
	MOVE WS-TARIF TO EMPL-TARIF(WS-NBEMPL).

EMPLACEMENT-SUIVANT-EXIT.
	EXIT.

***** PLEINS DES AVIONS PRIVES DU PROPRIETAIRE A LA POMPE DU CLUB, NON
***** ENCORE FACTURES, JUSQU'A LA FIN DU MOIS ; LE MONTANT A ETE
***** VALORISE A LA SAISIE (CF POMPE)
RELEVE-PLEINS.
	EXEC SQL
		DECLARE PLEINCUR CURSOR FOR
		SELECT CARBURANT.NUMCARB, CARBURANT.DATCARB,
		CARBURANT.MONTANT_TICKET, LOCATIONS.IMMAT
		FROM CARBURANT, LOCATIONS
		WHERE CARBURANT.NUMLOC = LOCATIONS.NUMLOC
		AND LOCATIONS.NUMPIL = :WS-NUMPIL
		AND CARBURANT.REMBOURSE = "N"
		AND CARBURANT.DATCARB <= :WS-PERIODE-FIN
		ORDER BY CARBURANT.DATCARB, CARBURANT.NUMCARB
	END-EXEC.

	EXEC SQL
		OPEN PLEINCUR
	END-EXEC.

	MOVE 0 TO WS-NBPLEINS.
	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM PLEIN-SUIVANT THRU PLEIN-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE PLEINCUR
	END-EXEC.

PLEIN-SUIVANT.
	EXEC SQL
		FETCH PLEINCUR
		INTO :WS-NUMCARB, :WS-DATCARB, :WS-MONTANT-PLEIN, :WS-IMMAT
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO PLEIN-SUIVANT-EXIT
	END-IF.

	IF WS-NBPLEINS = 50
		DISPLAY "    ANOMALIE - Plein " WS-NUMCARB
			" reporte (plus de 50 pleins)."
		GO TO PLEIN-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBPLEINS.
	MOVE WS-NUMCARB TO PLEIN-NUMCARB(WS-NBPLEINS).
	MOVE WS-DATCARB TO PLEIN-DATCARB(WS-NBPLEINS).
	MOVE WS-IMMAT TO PLEIN-IMMAT(WS-NBPLEINS).
	MOVE WS-MONTANT-PLEIN TO PLEIN-MONTANT(WS-NBPLEINS).

PLEIN-SUIVANT-EXIT.
	EXIT.

CUMUL-EMPLACEMENT.
	ADD EMPL-TARIF(EMPL-IDX) TO WS-MONTANT.

CUMUL-PLEIN.
	ADD PLEIN-MONTANT(PLEIN-IDX) TO WS-MONTANT.

***** LIGNE D'EMPLACEMENT : LE LIBELLE COMMENCE PAR "LOC " (C'EST AINSI
***** QUE JOURNAL ET PRELEVE RECONNAISSENT UNE LOCATION), TARIF NUL
***** COMME LES AUTRES LIGNES HORS HEURES DE VOL
LIGNE-EMPLACEMENT.
	ADD 1 TO WS-NUMLIGNE.
	MOVE SPACES TO WS-LIG-DESTIN.
	EVALUATE EMPL-NATURE(EMPL-IDX)
		WHEN "H"
			STRING "LOC HANGAR " EMPL-IMMAT(EMPL-IDX)
				DELIMITED BY SIZE INTO WS-LIG-DESTIN
		WHEN "P"
			STRING "LOC PARKING " EMPL-IMMAT(EMPL-IDX)
				DELIMITED BY SIZE INTO WS-LIG-DESTIN
		WHEN OTHER
			STRING "LOC CASIER " EMPL-LIBELLE(EMPL-IDX)
				DELIMITED BY SIZE INTO WS-LIG-DESTIN
	END-EVALUATE.
	STRING WS-PERIODE-DEBUT "0000" DELIMITED BY SIZE
		INTO WS-LIG-DATEDEB.
	MOVE EMPL-TARIF(EMPL-IDX) TO WS-LIG-MONTANT.
	MOVE WS-TAUX-LOCATION TO WS-LIG-TAUXTVA.
	COMPUTE WS-LIG-TVA ROUNDED =
		WS-LIG-MONTANT * WS-LIG-TAUXTVA / (100 + WS-LIG-TAUXTVA).

	EXEC SQL
		INSERT INTO FACTURE_LIGNES(NUMFACT,NUMLIGNE,NUMVOL,DATEDEB,DESTIN,
		HEURES,TARIF,MONTANTLIGNE,TAUXTVA,MONTANTTVA)
		VALUES(:WS-NUMFACT,:WS-NUMLIGNE,0,:WS-LIG-DATEDEB,:WS-LIG-DESTIN,
		0,0,:WS-LIG-MONTANT,:WS-LIG-TAUXTVA,:WS-LIG-TVA)
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
	END-IF.

	MOVE EMPL-NUMLOC(EMPL-IDX) TO WS-NUMLOC.
	EXEC SQL
		UPDATE LOCATIONS SET DERNIERMOIS = :WS-MOIS
		WHERE NUMLOC = :WS-NUMLOC
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
	END-IF.

LIGNE-PLEIN.
	ADD 1 TO WS-NUMLIGNE.
	MOVE SPACES TO WS-LIG-DESTIN.
	STRING "CARBURANT " PLEIN-IMMAT(PLEIN-IDX)
		DELIMITED BY SIZE INTO WS-LIG-DESTIN.
	STRING PLEIN-DATCARB(PLEIN-IDX) "0000" DELIMITED BY SIZE
		INTO WS-LIG-DATEDEB.
	MOVE PLEIN-MONTANT(PLEIN-IDX) TO WS-LIG-MONTANT.
	MOVE WS-TAUX-FRAIS TO WS-LIG-TAUXTVA.
	COMPUTE WS-LIG-TVA ROUNDED =
		WS-LIG-MONTANT * WS-LIG-TAUXTVA / (100 + WS-LIG-TAUXTVA).

	EXEC SQL
		INSERT INTO FACTURE_LIGNES(NUMFACT,NUMLIGNE,NUMVOL,DATEDEB,DESTIN,
		HEURES,TARIF,MONTANTLIGNE,TAUXTVA,MONTANTTVA)
		VALUES(:WS-NUMFACT,:WS-NUMLIGNE,0,:WS-LIG-DATEDEB,:WS-LIG-DESTIN,
		0,0,:WS-LIG-MONTANT,:WS-LIG-TAUXTVA,:WS-LIG-TVA)
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
	END-IF.

	MOVE PLEIN-NUMCARB(PLEIN-IDX) TO WS-NUMCARB.
	EXEC SQL
		UPDATE CARBURANT SET REMBOURSE = "O", NUMFACT = :WS-NUMFACT
		WHERE NUMCARB = :WS-NUMCARB
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
	END-IF.

BILAN.
	DISPLAY " ".
	DISPLAY "Factures de locations emises : " WS-NBEMISES.
	DISPLAY "Montant total emis : " WS-TOTAL-EMIS.
	DISPLAY "Proprietaires en erreur : " WS-NBERREURS.

FIN.
	GOBACK.

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
