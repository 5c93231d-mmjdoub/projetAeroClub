DATA DIVISION.
FILE SECTION.
***** FICHIER D'ORDRE DE PRELEVEMENT REMIS A LA BANQUE : UNE LIGNE PAR
***** COTISATION PRELEVEE, AVEC LES COORDONNEES DU MANDAT ; COTISATION
***** ADRESSEE A UN PAYEUR RESPONSABLE : NOM ET MANDAT DU PAYEUR,
***** PRE-NUMPAYEUR RENSEIGNE (0 POUR LE MANDAT D'UN MEMBRE)
FD PRELEVFILE.
01 PRELEV-REC.
	05 PRE-NUMPRELEV     PIC 9(6).
	05 PRE-BIC           PIC X(11).
	05 PRE-REFMANDAT     PIC X(20).
	05 PRE-MONTANT       PIC 9(6)V99.
	05 PRE-NUMPAYEUR     PIC 9(4).

WORKING-STORAGE SECTION.
***** CAMPAGNE DE PRELEVEMENT DES COTISATIONS : APRES LE PASSAGE ANNUEL
***** FACTURES DE COTISATION IMPAYEES DES MEMBRES A MANDAT ACTIF ; LE
***** MODE "C", AU RETOUR DE LA BANQUE, INSCRIT LES REGLEMENTS (MODE
***** "P") ET SOLDE LES FACTURES CORRESPONDANTES
***** L'EMISSION TRAITE AU CHOIX LES COTISATIONS D'UNE ANNEE (NATURE
***** "C") OU LES FACTURES DE LOCATION D'EMPLACEMENTS D'UN MOIS EMISES
***** PAR LOYERS (NATURE "L" : LOYERS ET CARBURANT DES AVIONS PRIVES)
77 WS-FSTAT-PRELEV PIC X(2) VALUE "00".
77 SAI-MODE PIC X.
77 SAI-NATURE PIC X.
77 SAI-ANNEE PIC 9(4) VALUE IS 0.
77 SAI-MOIS PIC X(6).
77 SAI-DATEMISSION PIC X(8).
77 WS-NBEMIS PIC 9(6) VALUE IS 0.
77 WS-NBSANSMANDAT PIC 9(6) VALUE IS 0.
   02 WS-ANNEEFIN PIC 9(4).
   02 FILLER PIC X(4) VALUE "1231".

***** BORNES EFFECTIVES DE LA SELECTION : DEBUT DE PERIODE EXACT ET
***** MOTIF DE FIN DE PERIODE ("AAAA1231" POUR LES COTISATIONS,
***** "AAAAMM%" POUR LES LOCATIONS DU MOIS, DONT LA FIN DE PERIODE EST
***** LE DERNIER JOUR DU MOIS) ; WS-NATURE-PREL = "L" RESTREINT AUX
***** FACTURES PORTANT DES LIGNES DE LOYERS
01 WS-BORNE-DEB PIC X(8).
01 WS-FILTRE-FIN PIC X(9).
01 WS-NATURE-PREL PIC X VALUE "C".

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES FACTURES, FACTURE_LIGNES, PILOTES, MANDATS, PAYEURS
	EXEC SQL
		INCLUDE FACTURES,FACTURE_LIGNES,PILOTES,MANDATS,PAYEURS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
			05 WS-BIC PIC X(11).
			05 WS-REFMANDAT PIC X(20).
			05 WS-NBDEJA PIC 9(3).
			05 WS-NUMPAYEUR PIC 9(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.


DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY "Prelevement des cotisations et des locations".
	DISPLAY "Mode (E : emission de l'ordre, C : confirmation banque) : ".
	ACCEPT SAI-MODE.
	PERFORM EN-TETE-RAPPORT.

***** EMISSION : FACTURES DE COTISATION IMPAYEES DE L'ANNEE DEMANDEE,
***** MEMBRES A MANDAT ACTIF, PAS ENCORE PRELEVEES ; CHAQUE LIGNE PART
***** DANS LE FICHIER BANQUE ET S'INSCRIT DANS PRELEVEMENTS ("E"). LA
***** COTISATION ADRESSEE A UN PAYEUR RESPONSABLE EST PRELEVEE SUR LE
***** MANDAT DU PAYEUR (PAYEURS.MANDATACTIF), PAS SUR CELUI DU MEMBRE
***** LES FACTURES DE LOCATION D'UN MOIS SE TRAITENT DE MEME, SUR LA
***** PERIODE DU MOIS
EMISSION-ORDRE.
	DISPLAY "Nature (C : cotisations annuelles, L : locations du mois) : ".
	ACCEPT SAI-NATURE.
	EVALUATE SAI-NATURE
		WHEN "C"
		WHEN "c"
			MOVE "C" TO WS-NATURE-PREL
			DISPLAY "Annee des cotisations a prelever (AAAA) : "
			ACCEPT SAI-ANNEE
			MOVE SAI-ANNEE TO WS-ANNEEDEB
			MOVE SAI-ANNEE TO WS-ANNEEFIN
			MOVE WS-PERIODE-DEBUT TO WS-BORNE-DEB
			MOVE WS-PERIODE-FIN TO WS-FILTRE-FIN
		WHEN "L"
		WHEN "l"
			MOVE "L" TO WS-NATURE-PREL
			DISPLAY "Mois des locations a prelever (AAAAMM) : "
			ACCEPT SAI-MOIS
			IF SAI-MOIS NOT NUMERIC
				DISPLAY "Mois invalide, traitement abandonne."
				GO TO FIN
			END-IF
			STRING SAI-MOIS "01" DELIMITED BY SIZE INTO WS-BORNE-DEB
			STRING SAI-MOIS "%" DELIMITED BY SIZE INTO WS-FILTRE-FIN
		WHEN OTHER
			DISPLAY "Nature inconnue, traitement abandonne."
			GO TO FIN
	END-EVALUATE.

	OPEN OUTPUT PRELEVFILE.
	IF WS-FSTAT-PRELEV NOT = "00"
	EXEC SQL
		DECLARE COTPRELEVCUR CURSOR FOR
		SELECT FACTURES.NUMFACT, FACTURES.NUMPIL, PILOTES.NOM,
		FACTURES.MONTANT, MANDATS.IBAN, MANDATS.BIC, MANDATS.REFMANDAT,
		FACTURES.NUMPAYEUR
		FROM FACTURES, PILOTES, MANDATS
		WHERE FACTURES.NUMPIL = PILOTES.NUMPIL
		AND MANDATS.NUMPIL = PILOTES.NUMPIL
		AND MANDATS.ACTIF = "O"
		AND FACTURES.NUMPAYEUR = 0
		AND FACTURES.ETATPAIEMENT = "N"
		AND FACTURES.PERIODEDEB = :WS-BORNE-DEB
		AND FACTURES.PERIODEFIN LIKE :WS-FILTRE-FIN
		AND (:WS-NATURE-PREL = "C" OR FACTURES.NUMFACT IN
		(SELECT NUMFACT FROM FACTURE_LIGNES WHERE DESTIN LIKE "LOC %"
		OR DESTIN LIKE "CARBURANT %"))
		UNION ALL
		SELECT FACTURES.NUMFACT, FACTURES.NUMPIL, PAYEURS.NOM,
		FACTURES.MONTANT, PAYEURS.IBAN, PAYEURS.BIC, PAYEURS.REFMANDAT,
		FACTURES.NUMPAYEUR
		FROM FACTURES, PAYEURS
		WHERE FACTURES.NUMPAYEUR = PAYEURS.NUMPAYEUR
		AND PAYEURS.MANDATACTIF = "O"
		AND FACTURES.ETATPAIEMENT = "N"
		AND FACTURES.PERIODEDEB = :WS-BORNE-DEB
		AND FACTURES.PERIODEFIN LIKE :WS-FILTRE-FIN
		AND (:WS-NATURE-PREL = "C" OR FACTURES.NUMFACT IN
		(SELECT NUMFACT FROM FACTURE_LIGNES WHERE DESTIN LIKE "LOC %"
		OR DESTIN LIKE "CARBURANT %"))
		ORDER BY 8, 2
	END-EXEC.

	EXEC SQL
		DISPLAY "ERREUR FERMETURE FPRELEV.DAT : " WS-FSTAT-PRELEV
	END-IF.

***** MEMBRES FACTURES MAIS SANS MANDAT ACTIF (LE LEUR, OU CELUI DE
***** LEUR PAYEUR) : RAPPELES SUR LE RAPPORT, ILS RESTENT A RELANCER
***** PAR CHEQUE OU VIREMENT
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBSANSMANDAT
		FROM FACTURES
		WHERE ETATPAIEMENT = "N"
		AND NUMPIL NOT = 0
		AND PERIODEDEB = :WS-BORNE-DEB
		AND PERIODEFIN LIKE :WS-FILTRE-FIN
		AND (:WS-NATURE-PREL = "C" OR NUMFACT IN
		(SELECT NUMFACT FROM FACTURE_LIGNES WHERE DESTIN LIKE "LOC %"
		OR DESTIN LIKE "CARBURANT %"))
		AND ((NUMPAYEUR = 0 AND NUMPIL NOT IN
		(SELECT NUMPIL FROM MANDATS WHERE ACTIF = "O"))
		OR (NUMPAYEUR > 0 AND NUMPAYEUR NOT IN
		(SELECT NUMPAYEUR FROM PAYEURS WHERE MANDATACTIF = "O")))
	END-EXEC.

	IF SQLCODE NOT = 0
	EXEC SQL
		FETCH COTPRELEVCUR
		INTO :WS-NUMFACT, :WS-NUMPIL, :WS-NOM, :WS-MONTANT,
		:WS-IBAN, :WS-BIC, :WS-REFMANDAT, :WS-NUMPAYEUR
	END-EXEC.

	IF SQLCODE = 100
	MOVE WS-BIC TO PRE-BIC.
	MOVE WS-REFMANDAT TO PRE-REFMANDAT.
	MOVE WS-MONTANT TO PRE-MONTANT.
	MOVE WS-NUMPAYEUR TO PRE-NUMPAYEUR.
	WRITE PRELEV-REC.
	IF WS-FSTAT-PRELEV NOT = "00"
		DISPLAY "ERREUR ECRITURE FPRELEV.DAT : " WS-FSTAT-PRELEV

	DISPLAY "    Prelevement " WS-NUMPRELEV " - Facture " WS-NUMFACT
		" - Pilote " WS-NUMPIL " " WS-NOM " : " WS-MONTANT.
	IF WS-NUMPAYEUR > 0
		DISPLAY "        sur le mandat du payeur " WS-NUMPAYEUR
	END-IF.
	ADD 1 TO WS-NBEMIS.

COTIS-SUIVANTE-EXIT.
BILAN.
	DISPLAY " ".
	DISPLAY "Prelevements emis : " WS-NBEMIS.
	DISPLAY "Factures impayees sans mandat actif : " WS-NBSANSMANDAT.
	DISPLAY "Prelevements confirmes encaisses : " WS-NBCONFIRMES.

FIN.
