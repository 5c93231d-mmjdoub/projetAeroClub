IDENTIFICATION DIVISION.
PROGRAM-ID. BUDREEL.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** SUIVI MENSUEL DU BUDGET DU COMITE : POUR CHAQUE COMPTE BUDGETE
***** (BUDGETS, SAISI PAR BUDGET) LE REALISE DU MOIS ET LE REALISE
***** CUMULE DEPUIS LE 1ER JANVIER, EN REGARD DU BUDGET DU MOIS ET DU
***** BUDGET CUMULE, AVEC L'ECART ET LE POURCENTAGE CONSOMME DU BUDGET
***** ANNUEL ; PUIS LES HEURES VOLEES PAR TYPE FACE AU BUDGET D'HEURES
***** (BUDGET_HEURES). LANCE PAR LA CHAINE DU SOIR EN FIN DE MOIS
***** (SAISIE VIDE = MOIS DE LA DATE DE TRAITEMENT)
*****
***** LE REALISE EST CALCULE SUR LE PLAN DE COMPTES DE JOURNAL, AVEC
***** LA MEME VENTILATION DES FACTURES (MONTANTS TTC COMME L'EXPORT) :
*****   706100 HEURES DE VOL (NETTES DES REMISES MEMBRES)
*****   706200 FRAIS ANNEXES          706300 VOLS D'INITIATION
*****   756000 COTISATIONS            709000 AVOIRS ACCORDES
*****   708300 LOCATIONS D'EMPLACEMENTS (LIGNES "LOC ..." DE LOYERS)
*****   512000 ENCAISSEMENTS BANQUE   530000 ENCAISSEMENTS ESPECES
*****   606100 ACHATS DE CARBURANT (Y COMPRIS LE CARBURANT PAYE HORS
*****          DU TERRAIN ET REMBOURSE SUR FACTURE, CF JOURNAL)
*****   606800 PIECES DETACHEES
*****   615500 ENTRETIEN/MECANICIEN   616000 ASSURANCES
*****   628000 ACHATS DIVERS
*****   (FACTURES FOURNISSEURS DE LA NATURE CORRESPONDANTE, CF FOURNIS)
*****   622600 INDEMNITES D'INSTRUCTION (INDEMNITES REGLEES)
***** LES COMPENSATIONS D'INDEMNITES (REGLEMENTS DE MODE "I") ET LES
***** AIDES AU VOL PORTEES AU COMPTE DES MEMBRES (MODE "S") NE SONT PAS
***** DES ENCAISSEMENTS ET SONT EXCLUES DE 512000, QUI COMPREND EN
***** REVANCHE LES VERSEMENTS D'AIDES RECUS DES ORGANISMES (CF SUBVENT)
***** UN COMPTE BUDGETE HORS DE CETTE LISTE EST EDITE SANS REALISE ;
***** UN COMPTE DE LA LISTE NON BUDGETE MAIS MOUVEMENTE EST SIGNALE
***** HORS BUDGET
77 SAI-MOIS PIC X(6).
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-NBCOMPTES PIC 9(6) VALUE IS 0.
77 WS-NBHORSBUDGET PIC 9(6) VALUE IS 0.
77 WS-NBTYPES PIC 9(6) VALUE IS 0.
77 WS-COMPTE-SUIVI PIC 9 VALUE IS 0.
77 CPT-IDX PIC 9(2) VALUE IS 0.

***** COMPTES DONT LE REALISE EST TENU PAR L'APPLICATION
01 WS-COMPTES-SUIVIS.
	05 FILLER PIC X(26) VALUE "706100HEURES DE VOL".
	05 FILLER PIC X(26) VALUE "706200FRAIS ANNEXES".
	05 FILLER PIC X(26) VALUE "706300VOLS D'INITIATION".
	05 FILLER PIC X(26) VALUE "756000COTISATIONS".
	05 FILLER PIC X(26) VALUE "709000AVOIRS ACCORDES".
	05 FILLER PIC X(26) VALUE "512000ENCAISSEMENTS BANQUE".
	05 FILLER PIC X(26) VALUE "530000ENCAISSEMENTS CAISSE".
	05 FILLER PIC X(26) VALUE "606100ACHATS CARBURANT".
	05 FILLER PIC X(26) VALUE "622600INDEMNITES INSTRUCT.".
	05 FILLER PIC X(26) VALUE "606800PIECES DETACHEES".
	05 FILLER PIC X(26) VALUE "615500ENTRETIEN".
	05 FILLER PIC X(26) VALUE "616000ASSURANCES".
	05 FILLER PIC X(26) VALUE "628000ACHATS DIVERS".
	05 FILLER PIC X(26) VALUE "708300LOCATIONS EMPLACEMT".
01 WS-COMPTES-SUIVIS-TABLE REDEFINES WS-COMPTES-SUIVIS.
	05 WS-COMPTE-SUIVI-LIGNE OCCURS 14.
		10 WS-CS-COMPTE PIC X(6).
		10 WS-CS-LIBELLE PIC X(20).

***** MONTANTS DU COMPTE COURANT
77 WS-REALISE-MOIS PIC S9(8)V99 VALUE IS 0.
77 WS-REALISE-CUMUL PIC S9(8)V99 VALUE IS 0.
77 WS-REALISE PIC S9(8)V99 VALUE IS 0.
77 WS-ECART PIC S9(8)V99 VALUE IS 0.
77 WS-POURCENT PIC S9(4)V9 VALUE IS 0.
77 WS-LIBELLE PIC X(20).

***** ZONES D'EDITION
77 ED-REALISE PIC -(7)9.99.
77 ED-BUDGET PIC -(7)9.99.
77 ED-ECART PIC -(7)9.99.
77 ED-POURCENT PIC -(3)9.9.
77 ED-HEURES PIC -(5)9.9.
77 ED-HEURES-BUD PIC -(5)9.9.
77 ED-HEURES-ECART PIC -(5)9.9.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES BUDGETS, BUDGET_HEURES, FACTURES, FACTURE_LIGNES,
**** REGLEMENTS, AVOIRS, FACTURES_FOURN, VOLS, AVIONS, TYPES,
**** INDEMNITES, AIDES_DEMANDES
	EXEC SQL
		INCLUDE BUDGETS,BUDGET_HEURES,FACTURES,FACTURE_LIGNES,REGLEMENTS,
		AVOIRS,FACTURES_FOURN,VOLS,AVIONS,TYPES,INDEMNITES,AIDES_DEMANDES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-BUDGET-REEL.
			05 WS-ANNEE PIC X(4).
			05 WS-MOIS PIC X(2).
			05 WS-COMPTE PIC X(6).
			05 WS-NATURE PIC X.
			05 WS-DEBUT-JOUR PIC X(8).
			05 WS-FIN-JOUR PIC X(8).
			05 WS-DEBUT-VOL PIC X(12).
			05 WS-FIN-VOL PIC X(12).
			05 WS-CUMUL-DEBUT-JOUR PIC X(8).
			05 WS-CUMUL-DEBUT-VOL PIC X(12).
			05 WS-BORNE-DEBUT PIC X(8).
			05 WS-BORNE-FIN PIC X(8).
			05 WS-BUDGET-MOIS PIC S9(8)V99.
			05 WS-BUDGET-CUMUL PIC S9(8)V99.
			05 WS-BUDGET-ANNUEL PIC S9(8)V99.
			05 WS-MONTANT PIC S9(8)V99.
			05 WS-MONTANT-REMBCARB PIC S9(8)V99.
			05 WS-MONTANT-AIDESRECUES PIC S9(8)V99.
			05 WS-NBBUDGET PIC 9(4).
			05 WS-NUMTYP PIC 9(3).
			05 WS-DESIGN PIC X(20).
			05 WS-HEURES-MOIS PIC 9(5)V9.
			05 WS-HEURES-CUMUL PIC 9(5)V9.
			05 WS-HEURES-BUD-MOIS PIC 9(5)V9.
			05 WS-HEURES-BUD-CUMUL PIC 9(5)V9.
			05 WS-HEURES-BUD-ANNUEL PIC 9(5)V9.
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
	DISPLAY "Suivi du budget du comite".
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

***** BORNES DU MOIS ET DU CUMUL DEPUIS LE 1ER JANVIER, AUX DEUX
***** FORMATS DE DATE DE LA BASE (AAAAMMJJ ET AAAAMMJJHHMM)
	MOVE SAI-MOIS(1:4) TO WS-ANNEE.
	MOVE SAI-MOIS(5:2) TO WS-MOIS.
	STRING SAI-MOIS "01" DELIMITED BY SIZE INTO WS-DEBUT-JOUR.
	STRING SAI-MOIS "31" DELIMITED BY SIZE INTO WS-FIN-JOUR.
	STRING WS-ANNEE "0101" DELIMITED BY SIZE INTO WS-CUMUL-DEBUT-JOUR.
	STRING WS-DEBUT-JOUR "0000" DELIMITED BY SIZE INTO WS-DEBUT-VOL.
	STRING WS-FIN-JOUR "2359" DELIMITED BY SIZE INTO WS-FIN-VOL.
	STRING WS-CUMUL-DEBUT-JOUR "0000" DELIMITED BY SIZE
		INTO WS-CUMUL-DEBUT-VOL.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "BUDREEL" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM EN-TETE-RAPPORT.
	PERFORM BUDGET-PAR-COMPTE.
	PERFORM COMPTES-HORS-BUDGET.
	PERFORM HEURES-PAR-TYPE.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO RETURN-CODE.
	GO TO FIN.

EN-TETE-RAPPORT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Suivi du budget du comite - mois " SAI-MOIS
		" (cumul depuis le " WS-CUMUL-DEBUT-JOUR ")" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** COMPTES BUDGETES DE L'EXERCICE, PAR NUMERO DE COMPTE
BUDGET-PAR-COMPTE.
	EXEC SQL
		DECLARE BUDCPTCUR CURSOR FOR
		SELECT DISTINCT COMPTE
		FROM BUDGETS
		WHERE ANNEE = :WS-ANNEE
		ORDER BY COMPTE
	END-EXEC.

	EXEC SQL
		OPEN BUDCPTCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM COMPTE-BUDGET-SUIVANT THRU COMPTE-BUDGET-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE BUDCPTCUR
	END-EXEC.

COMPTE-BUDGET-SUIVANT.
	EXEC SQL
		FETCH BUDCPTCUR
		INTO :WS-COMPTE
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO COMPTE-BUDGET-SUIVANT-EXIT
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-BUDGET-ANNUEL
		FROM BUDGETS
		WHERE COMPTE = :WS-COMPTE
		AND ANNEE = :WS-ANNEE
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-BUDGET-ANNUEL
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-BUDGET-CUMUL
		FROM BUDGETS
		WHERE COMPTE = :WS-COMPTE
		AND ANNEE = :WS-ANNEE
		AND MOIS <= :WS-MOIS
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-BUDGET-CUMUL
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-BUDGET-MOIS
		FROM BUDGETS
		WHERE COMPTE = :WS-COMPTE
		AND ANNEE = :WS-ANNEE
		AND MOIS = :WS-MOIS
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-BUDGET-MOIS
	END-IF.

	PERFORM REALISE-DU-COMPTE.
	PERFORM EDITION-COMPTE.
	ADD 1 TO WS-NBCOMPTES.

COMPTE-BUDGET-SUIVANT-EXIT.
	EXIT.

***** REALISE DU MOIS PUIS DU CUMUL DU COMPTE COURANT ; LIBELLE DU
***** COMPTE PRIS DANS LA TABLE DES COMPTES SUIVIS
REALISE-DU-COMPTE.
	MOVE 0 TO WS-COMPTE-SUIVI.
	MOVE "COMPTE NON SUIVI" TO WS-LIBELLE.
	PERFORM RECHERCHE-COMPTE-SUIVI
		VARYING CPT-IDX FROM 1 BY 1 UNTIL CPT-IDX > 14.

	MOVE WS-DEBUT-JOUR TO WS-BORNE-DEBUT.
	MOVE WS-FIN-JOUR TO WS-BORNE-FIN.
	PERFORM CALCUL-REALISE.
	MOVE WS-REALISE TO WS-REALISE-MOIS.

	MOVE WS-CUMUL-DEBUT-JOUR TO WS-BORNE-DEBUT.
	PERFORM CALCUL-REALISE.
	MOVE WS-REALISE TO WS-REALISE-CUMUL.

RECHERCHE-COMPTE-SUIVI.
	IF WS-CS-COMPTE(CPT-IDX) = WS-COMPTE
		MOVE 1 TO WS-COMPTE-SUIVI
		MOVE WS-CS-LIBELLE(CPT-IDX) TO WS-LIBELLE
	END-IF.

***** REALISE DU COMPTE WS-COMPTE ENTRE WS-BORNE-DEBUT ET WS-BORNE-FIN
***** (DATES AAAAMMJJ) ; LA VENTILATION DES FACTURES EST CELLE DE
***** JOURNAL : INITIATION SI NUMPASS RENSEIGNE, COTISATION SI LA
***** PERIODE COUVRE L'ANNEE CIVILE, SINON LIGNES A TARIF = HEURES (ET
***** REMISES), LIGNES A TARIF NUL = FRAIS ANNEXES, HORMIS LES LOYERS
***** D'EMPLACEMENTS ("LOC ...") PORTES EN 708300
CALCUL-REALISE.
	MOVE 0 TO WS-MONTANT.
	EVALUATE WS-COMPTE
		WHEN "706100"
			EXEC SQL
				SELECT SUM(FACTURE_LIGNES.MONTANTLIGNE)
				INTO :WS-MONTANT
				FROM FACTURE_LIGNES, FACTURES
				WHERE FACTURE_LIGNES.NUMFACT = FACTURES.NUMFACT
				AND FACTURES.NUMPASS = 0
				AND NOT (FACTURES.PERIODEDEB LIKE "____0101"
				AND FACTURES.PERIODEFIN LIKE "____1231")
				AND (FACTURE_LIGNES.TARIF > 0
				OR FACTURE_LIGNES.DESTIN = "REMISE MEMBRE")
				AND FACTURES.DATEGEN >= :WS-BORNE-DEBUT
				AND FACTURES.DATEGEN <= :WS-BORNE-FIN
			END-EXEC
		WHEN "706200"
			EXEC SQL
				SELECT SUM(FACTURE_LIGNES.MONTANTLIGNE)
				INTO :WS-MONTANT
				FROM FACTURE_LIGNES, FACTURES
				WHERE FACTURE_LIGNES.NUMFACT = FACTURES.NUMFACT
				AND FACTURES.NUMPASS = 0
				AND NOT (FACTURES.PERIODEDEB LIKE "____0101"
				AND FACTURES.PERIODEFIN LIKE "____1231")
				AND FACTURE_LIGNES.TARIF = 0
				AND FACTURE_LIGNES.DESTIN NOT = "REMISE MEMBRE"
				AND FACTURE_LIGNES.DESTIN NOT LIKE "LOC %"
				AND FACTURE_LIGNES.DESTIN NOT LIKE "REMB. CARBURANT %"
				AND FACTURE_LIGNES.DESTIN NOT LIKE "AIDE %"
				AND FACTURES.DATEGEN >= :WS-BORNE-DEBUT
				AND FACTURES.DATEGEN <= :WS-BORNE-FIN
			END-EXEC
		WHEN "708300"
			EXEC SQL
				SELECT SUM(FACTURE_LIGNES.MONTANTLIGNE)
				INTO :WS-MONTANT
				FROM FACTURE_LIGNES, FACTURES
				WHERE FACTURE_LIGNES.NUMFACT = FACTURES.NUMFACT
				AND FACTURE_LIGNES.TARIF = 0
				AND FACTURE_LIGNES.DESTIN LIKE "LOC %"
				AND FACTURES.DATEGEN >= :WS-BORNE-DEBUT
				AND FACTURES.DATEGEN <= :WS-BORNE-FIN
			END-EXEC
		WHEN "706300"
			EXEC SQL
				SELECT SUM(MONTANT)
				INTO :WS-MONTANT
				FROM FACTURES
				WHERE NUMPASS NOT = 0
				AND DATEGEN >= :WS-BORNE-DEBUT
				AND DATEGEN <= :WS-BORNE-FIN
			END-EXEC
		WHEN "756000"
			EXEC SQL
				SELECT SUM(MONTANT)
				INTO :WS-MONTANT
				FROM FACTURES
				WHERE NUMPASS = 0
				AND PERIODEDEB LIKE "____0101"
				AND PERIODEFIN LIKE "____1231"
				AND DATEGEN >= :WS-BORNE-DEBUT
				AND DATEGEN <= :WS-BORNE-FIN
			END-EXEC
		WHEN "709000"
			EXEC SQL
				SELECT SUM(MONTANTAVOIR)
				INTO :WS-MONTANT
				FROM AVOIRS
				WHERE DATEGEN >= :WS-BORNE-DEBUT
				AND DATEGEN <= :WS-BORNE-FIN
			END-EXEC
		WHEN "512000"
			EXEC SQL
				SELECT SUM(MONTANTREG)
				INTO :WS-MONTANT
				FROM REGLEMENTS
				WHERE MODEREG NOT = "E"
				AND MODEREG NOT = "I"
				AND MODEREG NOT = "S"
				AND DATEREG >= :WS-BORNE-DEBUT
				AND DATEREG <= :WS-BORNE-FIN
			END-EXEC
		WHEN "530000"
			EXEC SQL
				SELECT SUM(MONTANTREG)
				INTO :WS-MONTANT
				FROM REGLEMENTS
				WHERE MODEREG = "E"
				AND DATEREG >= :WS-BORNE-DEBUT
				AND DATEREG <= :WS-BORNE-FIN
			END-EXEC
		WHEN "606100"
		WHEN "606800"
		WHEN "615500"
		WHEN "616000"
		WHEN "628000"
			EVALUATE WS-COMPTE
				WHEN "606100"
					MOVE "C" TO WS-NATURE
				WHEN "606800"
					MOVE "P" TO WS-NATURE
				WHEN "615500"
					MOVE "M" TO WS-NATURE
				WHEN "616000"
					MOVE "A" TO WS-NATURE
				WHEN OTHER
					MOVE "D" TO WS-NATURE
			END-EVALUATE
			EXEC SQL
				SELECT SUM(MONTANT)
				INTO :WS-MONTANT
				FROM FACTURES_FOURN
				WHERE NATURE = :WS-NATURE
				AND DATEFF >= :WS-BORNE-DEBUT
				AND DATEFF <= :WS-BORNE-FIN
			END-EXEC
		WHEN "622600"
			EXEC SQL
				SELECT SUM(MONTANT)
				INTO :WS-MONTANT
				FROM INDEMNITES
				WHERE ETATINDEM = "R"
				AND DATEREG >= :WS-BORNE-DEBUT
				AND DATEREG <= :WS-BORNE-FIN
			END-EXEC
	END-EVALUATE.

	IF WS-COMPTE-SUIVI = 0 OR SQLCODE NOT = 0
		MOVE 0 TO WS-MONTANT
	END-IF.
	MOVE WS-MONTANT TO WS-REALISE.

***** CARBURANT PAYE PAR LES PILOTES HORS DU TERRAIN ET REMBOURSE SUR
***** LEURS FACTURES (LIGNES NEGATIVES) : CHARGE DE CARBURANT DU CLUB
	IF WS-COMPTE = "606100" AND WS-COMPTE-SUIVI = 1
		EXEC SQL
			SELECT SUM(0 - FACTURE_LIGNES.MONTANTLIGNE)
			INTO :WS-MONTANT-REMBCARB
			FROM FACTURE_LIGNES, FACTURES
			WHERE FACTURE_LIGNES.NUMFACT = FACTURES.NUMFACT
			AND FACTURE_LIGNES.TARIF = 0
			AND FACTURE_LIGNES.DESTIN LIKE "REMB. CARBURANT %"
			AND FACTURES.DATEGEN >= :WS-BORNE-DEBUT
			AND FACTURES.DATEGEN <= :WS-BORNE-FIN
		END-EXEC
		IF SQLCODE = 0
			ADD WS-MONTANT-REMBCARB TO WS-REALISE
		END-IF
	END-IF.

***** VERSEMENTS D'AIDES AU VOL RECUS DES ORGANISMES : ENCAISSEMENT EN
***** BANQUE, COMME DANS JOURNAL
	IF WS-COMPTE = "512000" AND WS-COMPTE-SUIVI = 1
		EXEC SQL
			SELECT SUM(MONTANTRECU)
			INTO :WS-MONTANT-AIDESRECUES
			FROM AIDES_DEMANDES
			WHERE MONTANTRECU > 0
			AND DATERECU >= :WS-BORNE-DEBUT
			AND DATERECU <= :WS-BORNE-FIN
		END-EXEC
		IF SQLCODE = 0
			ADD WS-MONTANT-AIDESRECUES TO WS-REALISE
		END-IF
	END-IF.

***** TROIS LIGNES PAR COMPTE : MOIS, CUMUL, CONSOMMATION DU BUDGET
***** ANNUEL (ECART = REALISE - BUDGET)
EDITION-COMPTE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Compte " WS-COMPTE " " WS-LIBELLE DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	COMPUTE WS-ECART = WS-REALISE-MOIS - WS-BUDGET-MOIS.
	MOVE WS-REALISE-MOIS TO ED-REALISE.
	MOVE WS-BUDGET-MOIS TO ED-BUDGET.
	MOVE WS-ECART TO ED-ECART.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Mois  : realise " ED-REALISE " budget " ED-BUDGET
		" ecart " ED-ECART DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	COMPUTE WS-ECART = WS-REALISE-CUMUL - WS-BUDGET-CUMUL.
	MOVE WS-REALISE-CUMUL TO ED-REALISE.
	MOVE WS-BUDGET-CUMUL TO ED-BUDGET.
	MOVE WS-ECART TO ED-ECART.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Cumul : realise " ED-REALISE " budget " ED-BUDGET
		" ecart " ED-ECART DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	IF WS-BUDGET-ANNUEL NOT = 0
		COMPUTE WS-POURCENT ROUNDED =
			WS-REALISE-CUMUL * 100 / WS-BUDGET-ANNUEL
	ELSE
		MOVE 0 TO WS-POURCENT
	END-IF.
	MOVE WS-BUDGET-ANNUEL TO ED-BUDGET.
	MOVE WS-POURCENT TO ED-POURCENT.
	MOVE SPACES TO SPOOL-LIGNE.
	IF WS-COMPTE-SUIVI = 0
		STRING "  Budget annuel " ED-BUDGET
			" - realise non tenu par l'application" DELIMITED BY SIZE
			INTO SPOOL-LIGNE
	ELSE
		STRING "  Budget annuel " ED-BUDGET " - consomme " ED-POURCENT
			" %" DELIMITED BY SIZE
			INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** COMPTES SUIVIS SANS BUDGET POUR L'EXERCICE MAIS MOUVEMENTES
***** DEPUIS LE 1ER JANVIER : SIGNALES POUR QUE LE TRESORIER LES
***** BUDGETE OU LES EXPLIQUE
COMPTES-HORS-BUDGET.
	PERFORM CONTROLE-HORS-BUDGET
		VARYING CPT-IDX FROM 1 BY 1 UNTIL CPT-IDX > 14.

CONTROLE-HORS-BUDGET.
	MOVE WS-CS-COMPTE(CPT-IDX) TO WS-COMPTE.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBBUDGET
		FROM BUDGETS
		WHERE COMPTE = :WS-COMPTE
		AND ANNEE = :WS-ANNEE
	END-EXEC.

	IF WS-NBBUDGET = 0
		MOVE 1 TO WS-COMPTE-SUIVI
		MOVE WS-CS-LIBELLE(CPT-IDX) TO WS-LIBELLE
		MOVE WS-CUMUL-DEBUT-JOUR TO WS-BORNE-DEBUT
		MOVE WS-FIN-JOUR TO WS-BORNE-FIN
		PERFORM CALCUL-REALISE
		IF WS-REALISE NOT = 0
			MOVE WS-REALISE TO ED-REALISE
			MOVE SPACES TO SPOOL-LIGNE
			CALL "SPOOL" USING SPOOL-DEMANDE
			MOVE SPACES TO SPOOL-LIGNE
			STRING "HORS BUDGET : compte " WS-COMPTE " " WS-LIBELLE
				" cumul " ED-REALISE DELIMITED BY SIZE
				INTO SPOOL-LIGNE
			CALL "SPOOL" USING SPOOL-DEMANDE
			ADD 1 TO WS-NBHORSBUDGET
		END-IF
	END-IF.

***** HEURES VOLEES PAR TYPE (VOLS CLOTURES) FACE AU BUDGET D'HEURES ;
***** SEULS LES TYPES BUDGETES OU AYANT VOLE SONT EDITES
HEURES-PAR-TYPE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Heures de vol par type : realise / budget / ecart"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE BUDTYPCUR CURSOR FOR
		SELECT NUMTYP, DESIGN
		FROM TYPES
		ORDER BY NUMTYP
	END-EXEC.

	EXEC SQL
		OPEN BUDTYPCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM TYPE-BUDGET-SUIVANT THRU TYPE-BUDGET-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE BUDTYPCUR
	END-EXEC.

TYPE-BUDGET-SUIVANT.
	EXEC SQL
		FETCH BUDTYPCUR
		INTO :WS-NUMTYP, :WS-DESIGN
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO TYPE-BUDGET-SUIVANT-EXIT
	END-IF.

	EXEC SQL
		SELECT SUM(CPTARR - CPTDEP)
		INTO :WS-HEURES-MOIS
		FROM VOLS, AVIONS
		WHERE VOLS.NUMAV = AVIONS.CODAV
		AND AVIONS.CODTYP = :WS-NUMTYP
		AND ETATVOL = "R"
		AND DATEDEB >= :WS-DEBUT-VOL
		AND DATEDEB <= :WS-FIN-VOL
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-HEURES-MOIS
	END-IF.

	EXEC SQL
		SELECT SUM(CPTARR - CPTDEP)
		INTO :WS-HEURES-CUMUL
		FROM VOLS, AVIONS
		WHERE VOLS.NUMAV = AVIONS.CODAV
		AND AVIONS.CODTYP = :WS-NUMTYP
		AND ETATVOL = "R"
		AND DATEDEB >= :WS-CUMUL-DEBUT-VOL
		AND DATEDEB <= :WS-FIN-VOL
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-HEURES-CUMUL
	END-IF.

	EXEC SQL
		SELECT SUM(HEURES)
		INTO :WS-HEURES-BUD-MOIS
		FROM BUDGET_HEURES
		WHERE NUMTYP = :WS-NUMTYP
		AND ANNEE = :WS-ANNEE
		AND MOIS = :WS-MOIS
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-HEURES-BUD-MOIS
	END-IF.

	EXEC SQL
		SELECT SUM(HEURES)
		INTO :WS-HEURES-BUD-CUMUL
		FROM BUDGET_HEURES
		WHERE NUMTYP = :WS-NUMTYP
		AND ANNEE = :WS-ANNEE
		AND MOIS <= :WS-MOIS
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-HEURES-BUD-CUMUL
	END-IF.

	EXEC SQL
		SELECT SUM(HEURES)
		INTO :WS-HEURES-BUD-ANNUEL
		FROM BUDGET_HEURES
		WHERE NUMTYP = :WS-NUMTYP
		AND ANNEE = :WS-ANNEE
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-HEURES-BUD-ANNUEL
	END-IF.

	IF WS-HEURES-CUMUL = 0 AND WS-HEURES-BUD-ANNUEL = 0
		GO TO TYPE-BUDGET-SUIVANT-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Type " WS-NUMTYP " " WS-DESIGN DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE WS-HEURES-MOIS TO ED-HEURES.
	MOVE WS-HEURES-BUD-MOIS TO ED-HEURES-BUD.
	COMPUTE ED-HEURES-ECART = WS-HEURES-MOIS - WS-HEURES-BUD-MOIS.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Mois  : " ED-HEURES " h / " ED-HEURES-BUD " h / "
		ED-HEURES-ECART " h" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE WS-HEURES-CUMUL TO ED-HEURES.
	MOVE WS-HEURES-BUD-CUMUL TO ED-HEURES-BUD.
	COMPUTE ED-HEURES-ECART = WS-HEURES-CUMUL - WS-HEURES-BUD-CUMUL.
	IF WS-HEURES-BUD-ANNUEL > 0
		COMPUTE WS-POURCENT ROUNDED =
			WS-HEURES-CUMUL * 100 / WS-HEURES-BUD-ANNUEL
	ELSE
		MOVE 0 TO WS-POURCENT
	END-IF.
	MOVE WS-POURCENT TO ED-POURCENT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Cumul : " ED-HEURES " h / " ED-HEURES-BUD " h / "
		ED-HEURES-ECART " h - consomme " ED-POURCENT " %"
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBTYPES.

TYPE-BUDGET-SUIVANT-EXIT.
	EXIT.

BILAN.
	DISPLAY "Suivi du budget edite (rapport " SPOOL-NUMRAPPORT ").".
	DISPLAY "Comptes budgetes edites : " WS-NBCOMPTES.
	DISPLAY "Comptes mouvementes hors budget : " WS-NBHORSBUDGET.
	DISPLAY "Types edites : " WS-NBTYPES.

FIN.
	GOBACK.
