*****   756000 COTISATIONS            706300 VOLS D'INITIATION
*****   512000 BANQUE (CHEQUES, VIREMENTS, PRELEVEMENTS)
*****   530000 CAISSE (ESPECES)
*****   658000 MANQUANTS DE CAISSE    758000 EXCEDENTS DE CAISSE
*****   622600 INDEMNITES D'INSTRUCTION (INDEMNIT)
*****   627000 FRAIS BANCAIRES (RELEVES_BANQUE, CF RAPBANQ)
*****   401NNN FOURNISSEURS (NNN = NUMFOUR, CF FOURNIS)
*****   606100 CARBURANT              606800 PIECES DETACHEES
*****   615500 ENTRETIEN/MECANICIEN   616000 ASSURANCES
*****   628000 ACHATS DIVERS
*****   708300 LOCATIONS D'EMPLACEMENTS (HANGAR, PARKING, CASIERS)
*****   754100 DONS MANUELS           754120 ABANDONS DE FRAIS BENEVOLES
*****   625100 DEPLACEMENTS (FRAIS DE BENEVOLES ABANDONNES)
*****   218200 AVIONS ET MOTEURS      281820 AMORT. AVIONS ET MOTEURS
*****   215400 POMPE A CARBURANT      281540 AMORT. POMPE A CARBURANT
*****   218800 MATERIEL DE HANGAR     281880 AMORT. MATERIEL DE HANGAR
*****   681120 DOTATIONS AUX AMORTISSEMENTS
*****   675000 VALEUR NETTE DES ELEMENTS CEDES
*****   775000 PRODUITS DES CESSIONS  462000 CREANCES SUR CESSIONS
*****   467000 AIDES AU VOL A REVERSER AUX MEMBRES (CF SUBVENT)
***** LES FACTURES FOURNISSEURS DU MOIS (DATE DE FACTURE) DEBITENT LE
***** COMPTE DE CHARGE DE LEUR NATURE ET CREDITENT LE COMPTE DU
***** FOURNISSEUR ; CELLES DE NATURE "I" (ACQUISITION D'UNE
***** IMMOBILISATION, NUMIMMO) DEBITENT LE COMPTE 21XXXX DE SA CATEGORIE,
***** L'AMORTISSEMENT PASSANT SEUL EN CHARGE (CF AMORTIS) ; LES PAIEMENTS DU MOIS DEBITENT LE FOURNISSEUR ET
***** CREDITENT 512000 (530000 POUR LES ESPECES)
***** LES REJETS DE PRELEVEMENT (REGLEMENTS NEGATIFS INSCRITS PAR
***** RAPBANQ) SONT JOURNALISES A PART : DEBIT 411000, CREDIT 512000
***** LES COMPENSATIONS D'INDEMNITES SUR FACTURES (REGLEMENTS DE MODE
***** "I") NE PASSENT PAS PAR LA BANQUE : ELLES SONT JOURNALISEES AVEC
***** L'INDEMNITE ELLE-MEME (CREDIT 411000), LE SOLDE VIRE CREDITANT
***** 512000
***** LES VERSEMENTS D'AIDES AU VOL RECUS DANS LE MOIS (AIDES_DEMANDES,
***** DATE DE RECEPTION, CF SUBVENT) DEBITENT 512000 ET CREDITENT 467000,
***** DETTE ENVERS LES MEMBRES ; LA PART PORTEE AU CREDIT DE LEUR COMPTE
***** (REGLEMENTS DE MODE "S") NE PASSE PAS NON PLUS PAR LA BANQUE :
***** DEBIT 467000, CREDIT 411000
***** LES REMISES MEMBRES (LIGNES NEGATIVES "REMISE MEMBRE" DE F7)
***** FONT LEUR PROPRE ECRITURE AU DEBIT DE 706100, POUR QUE CHAQUE
***** FACTURE REMISEE RESTE EQUILIBREE (DEBIT 411000 NET, CREDITS
***** BRUTS) ; DE MEME, LE CARBURANT PAYE HORS DU TERRAIN ET REMBOURSE
***** SUR LA FACTURE (LIGNES NEGATIVES "REMB. CARBURANT ...") EST UNE
***** CHARGE DE CARBURANT DU CLUB (DEBIT 606100), ET L'AIDE AU VOL
***** DEDUITE DE LA FACTURE (LIGNES NEGATIVES "AIDE ...") SOLDE LA
***** DETTE ENVERS LE MEMBRE NEE DU VERSEMENT RECU DE L'ORGANISME
***** (DEBIT 467000)
***** LES LOYERS D'EMPLACEMENTS FACTURES PAR LOYERS (LIGNES DONT LA
***** DESTINATION COMMENCE PAR "LOC ") CREDITENT 708300 ; LE CARBURANT
***** DES AVIONS PRIVES, FACTURE SUR LA MEME FACTURE, RESTE EN FRAIS
***** ANNEXES
***** LES DONS DU MOIS (TABLE DONS, DATE DU DON) DEBITENT LA BANQUE (LA
***** CAISSE POUR LES ESPECES) ET CREDITENT 754100 ; LES ABANDONS DE
***** FRAIS SONT DES CHARGES DU CLUB : DEBIT DU COMPTE DE LEUR CATEGORIE
***** (625100 DEPLACEMENTS, 606800 PIECES, 628000 AUTRES), CREDIT 754120
***** LES ESPECES DEPOSEES EN BANQUE DANS LE MOIS (BORDEREAUX REMESP,
***** DATE DE REMISE) DEBITENT 512000 ET CREDITENT 530000 ; LES ECARTS
***** DES CAISSES CLOTUREES DANS LE MOIS (CF CAISSE) SONT PASSES EN
***** MANQUANT (DEBIT 658000, CREDIT 530000) OU EN EXCEDENT (DEBIT
***** 530000, CREDIT 758000)
***** LES DOTATIONS AUX AMORTISSEMENTS (TABLE AMORTISSEMENTS, CF
***** AMORTIS) SONT PASSEES DANS LE MOIS DE LEUR DATE DE DOTATION : LE
***** 31/12 POUR LES DOTATIONS D'EXERCICE, QUI N'EXISTENT QU'APRES
***** CLOTUREX (L'EXPORT DE DECEMBRE EST DONC A RELANCER APRES LA
***** CLOTURE), LA DATE DE CESSION POUR LA DOTATION DE L'ANNEE DE
***** CESSION. DEBIT 681120, CREDIT DU COMPTE D'AMORTISSEMENT DE LA
***** CATEGORIE. LES CESSIONS DU MOIS SORTENT L'IMMOBILISATION DU BILAN
***** (DEBIT 28XXXX DES AMORTISSEMENTS CUMULES ET 675000 DE LA VALEUR
***** NETTE, CREDIT 21XXXX DU COUT) ET CONSTATENT LE PRIX (DEBIT 462000,
***** CREDIT 775000) ; L'ENCAISSEMENT DU PRIX, RAPPROCHE DU RELEVE PAR
***** RAPBANQ (PIECE "K"), SOLDE 462000 PAR LE DEBIT DE 512000 DANS LE
***** MOIS DE L'OPERATION BANCAIRE
77 WS-FSTAT-JRN PIC X(2) VALUE "00".
77 SAI-MOIS PIC X(6).
77 FILTRE-MOIS PIC X(7).
77 WS-TOT-HEURES PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-FRAIS PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-REMISES PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-LOCATIONS PIC 9(9)V99 VALUE IS 0.
77 WS-REMISE-ABS PIC 9(6)V99 VALUE IS 0.
77 WS-TOT-REMBCARB PIC 9(9)V99 VALUE IS 0.
77 WS-REMBCARB-ABS PIC 9(6)V99 VALUE IS 0.
77 WS-TOT-AIDES PIC 9(9)V99 VALUE IS 0.
77 WS-AIDES-ABS PIC 9(6)V99 VALUE IS 0.
77 WS-TOT-COTIS PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-INIT PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-REGL PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-AIDES-RECUES PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-AIDES-COMPTE PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-INDEM PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-REJETS PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-FRAISBQ PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-ACHATS PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-ACQUISITIONS PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-PAIEFOUR PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-DONS PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-ABANDONS PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-REMESP PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-MANQUANTS PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-EXCEDENTS PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-DOTATIONS PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-VNC-CEDEES PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-CESSIONS PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-ENCAISS-CESSIONS PIC 9(9)V99 VALUE IS 0.
***** COMPTES DE L'IMMOBILISATION ET DE SES AMORTISSEMENTS, SELON LA
***** CATEGORIE
77 WS-COMPTE-IMMO PIC X(6).
77 WS-COMPTE-AMORT PIC X(6).

***** COMPTE DU FOURNISSEUR : 401 SUIVI DU NUMFOUR
01 WS-COMPTE-FOURN.
	05 FILLER PIC X(3) VALUE "401".
	05 WS-COMPTE-NUMFOUR PIC 9(3).

01 WDATE.
   02 WANNEE PIC 9999.
			05 WS-MONTANT-HEURES PIC S9(6)V99.
			05 WS-MONTANT-FRAIS PIC S9(6)V99.
			05 WS-MONTANT-REMISE PIC S9(6)V99.
			05 WS-MONTANT-LOCATIONS PIC S9(6)V99.
			05 WS-MONTANT-REMBCARB PIC S9(6)V99.
			05 WS-MONTANT-AIDES PIC S9(6)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

		01 WS-REGLEMENTS.
			05 WS-MODEREG PIC X.
			05 WS-TOTALMODE PIC 9(7)V99.
			05 WS-TOTAL-SIGNE PIC S9(7)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE AIDES_DEMANDES
	EXEC SQL
		INCLUDE AIDES_DEMANDES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-AIDES-DEMANDES.
			05 WS-NUMDEMANDE PIC 9(6).
			05 WS-MONTANTRECU PIC 9(6)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES INDEMNITES, RELEVES_BANQUE
	EXEC SQL
		INCLUDE INDEMNITES,RELEVES_BANQUE
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-INDEMNITES.
			05 WS-NUMINDEM PIC 9(6).
			05 WS-INDEM-MONTANT PIC 9(6)V99.
			05 WS-INDEM-IMPUTE PIC 9(6)V99.
			05 WS-INDEM-VERSE PIC 9(6)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES FACTURES_FOURN, PAIEMENTS_FOURN
	EXEC SQL
		INCLUDE FACTURES_FOURN,PAIEMENTS_FOURN
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-ACHATS.
			05 WS-NUMFF PIC 9(6).
			05 WS-NUMPF PIC 9(6).
			05 WS-NUMFOUR PIC 9(3).
			05 WS-NATURE PIC X.
			05 WS-MODEPAIE PIC X.
			05 WS-MONTANT-FOURN PIC 9(7)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE DONS
	EXEC SQL
		INCLUDE DONS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-DONS.
			05 WS-NUMDON PIC 9(6).
			05 WS-DON-NATURE PIC X.
			05 WS-DON-MODE PIC X.
			05 WS-DON-CATFRAIS PIC X.
			05 WS-DON-MONTANT PIC 9(6)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE CAISSES
	EXEC SQL
		INCLUDE CAISSES
	END-EXEC.

**** IMPORT TABLES IMMOBILISATIONS, AMORTISSEMENTS
	EXEC SQL
		INCLUDE IMMOBILISATIONS,AMORTISSEMENTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-IMMOS.
			05 WS-NUMIMMO PIC 9(6).
			05 WS-CATIMMO PIC X.
			05 WS-COUTACQ PIC 9(8)V99.
			05 WS-IMMO-CUMUL PIC 9(8)V99.
			05 WS-PRIXCESSION PIC 9(8)V99.
			05 WS-DOTATION PIC 9(8)V99.
			05 WS-IMMO-VNC PIC 9(8)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	PERFORM OUVERTURE-FICHIER.
	PERFORM VENTILATION-FACTURES.
	PERFORM VENTILATION-REGLEMENTS.
	PERFORM VENTILATION-AIDES-RECUES.
	PERFORM VENTILATION-AIDES-COMPTE THRU VENTILATION-AIDES-COMPTE-EXIT.
	PERFORM VENTILATION-INDEMNITES.
	PERFORM VENTILATION-REJETS THRU VENTILATION-REJETS-EXIT.
	PERFORM VENTILATION-FRAIS-BANCAIRES
		THRU VENTILATION-FRAIS-BANCAIRES-EXIT.
	PERFORM VENTILATION-ACHATS.
	PERFORM VENTILATION-PAIEMENTS-FOURN.
	PERFORM VENTILATION-DONS.
	PERFORM VENTILATION-REMISES-ESPECES
		THRU VENTILATION-REMISES-ESPECES-EXIT.
	PERFORM VENTILATION-ECARTS-CAISSE.
	PERFORM VENTILATION-AMORTISSEMENTS.
	PERFORM VENTILATION-CESSIONS.
	PERFORM VENTILATION-ENCAISS-CESSIONS.
	PERFORM FERMETURE-FICHIER.
	PERFORM TOTAUX-DE-CONTROLE.
	GO TO FIN.
	END-IF.

***** FACTURE DE VOLS : LES LIGNES A TARIF RENSEIGNE SONT LES HEURES
***** DE VOL, LE SUPPLEMENT D'INSTRUCTION ET LA SURCHARGE CARBURANT
***** (LA RISTOURNE, NEGATIVE, VIENT EN DEDUCTION), LES LIGNES A TARIF NUL
***** SONT LES FRAIS ANNEXES (C'EST AINSI QUE F7 LES ECRIT), SAUF LES
***** LIGNES NEGATIVES "REMISE MEMBRE", "REMB. CARBURANT ..." ET
***** "AIDE ..." ET LES LOYERS D'EMPLACEMENTS ("LOC ...") QUI SONT
***** VENTILES A PART
	EXEC SQL
		SELECT SUM(MONTANTLIGNE)
		INTO :WS-MONTANT-HEURES
		WHERE NUMFACT = :WS-NUMFACT
		AND TARIF = 0
		AND DESTIN NOT = "REMISE MEMBRE"
		AND DESTIN NOT LIKE "LOC %"
		AND DESTIN NOT LIKE "REMB. CARBURANT %"
		AND DESTIN NOT LIKE "AIDE %"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-MONTANT-FRAIS
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANTLIGNE)
		INTO :WS-MONTANT-REMBCARB
		FROM FACTURE_LIGNES
		WHERE NUMFACT = :WS-NUMFACT
		AND TARIF = 0
		AND DESTIN LIKE "REMB. CARBURANT %"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-MONTANT-REMBCARB
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANTLIGNE)
		INTO :WS-MONTANT-AIDES
		FROM FACTURE_LIGNES
		WHERE NUMFACT = :WS-NUMFACT
		AND TARIF = 0
		AND DESTIN LIKE "AIDE %"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-MONTANT-AIDES
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANTLIGNE)
		INTO :WS-MONTANT-REMISE
		MOVE 0 TO WS-MONTANT-REMISE
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANTLIGNE)
		INTO :WS-MONTANT-LOCATIONS
		FROM FACTURE_LIGNES
		WHERE NUMFACT = :WS-NUMFACT
		AND TARIF = 0
		AND DESTIN LIKE "LOC %"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-MONTANT-LOCATIONS
	END-IF.

	IF WS-MONTANT-HEURES > 0
		MOVE "706100" TO JRN-COMPTE
		MOVE "HEURES DE VOL" TO JRN-LIBELLE
		ADD WS-MONTANT-FRAIS TO WS-TOT-FRAIS
	END-IF.

	IF WS-MONTANT-LOCATIONS > 0
		MOVE "708300" TO JRN-COMPTE
		MOVE "LOCATIONS EMPLACEMENTS" TO JRN-LIBELLE
		MOVE 0 TO JRN-DEBIT
		MOVE WS-MONTANT-LOCATIONS TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
		ADD WS-MONTANT-LOCATIONS TO WS-TOT-LOCATIONS
	END-IF.

***** REMISE MEMBRE (MONTANT NEGATIF SUR LA FACTURE) : ECRITURE AU
***** DEBIT DU COMPTE HEURES DE VOL, POUR SA VALEUR ABSOLUE ; LE DEBIT
***** 411000 ETANT NET DE LA REMISE, L'ECRITURE RESTE EQUILIBREE
		ADD WS-REMISE-ABS TO WS-TOT-REMISES
	END-IF.

***** CARBURANT REMBOURSE AU PILOTE (MONTANT NEGATIF SUR LA FACTURE) :
***** CHARGE DE CARBURANT, AU DEBIT POUR SA VALEUR ABSOLUE
	IF WS-MONTANT-REMBCARB NOT = 0
		COMPUTE WS-REMBCARB-ABS = 0 - WS-MONTANT-REMBCARB
		MOVE "606100" TO JRN-COMPTE
		MOVE "CARBURANT REMBOURSE" TO JRN-LIBELLE
		MOVE WS-REMBCARB-ABS TO JRN-DEBIT
		MOVE 0 TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
		ADD WS-REMBCARB-ABS TO WS-TOT-REMBCARB
	END-IF.

***** AIDE AU VOL REVERSEE (MONTANT NEGATIF SUR LA FACTURE) : LE CLUB
***** S'ACQUITTE ENVERS LE MEMBRE DE L'AIDE RECUE POUR LUI, AU DEBIT
***** DE 467000 POUR SA VALEUR ABSOLUE
	IF WS-MONTANT-AIDES NOT = 0
		COMPUTE WS-AIDES-ABS = 0 - WS-MONTANT-AIDES
		MOVE "467000" TO JRN-COMPTE
		MOVE "AIDE AU VOL REVERSEE" TO JRN-LIBELLE
		MOVE WS-AIDES-ABS TO JRN-DEBIT
		MOVE 0 TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
		ADD WS-AIDES-ABS TO WS-TOT-AIDES
	END-IF.

***** FACTURE SANS LIGNE (ANCIENNES EMISSIONS) : TOUT PART EN HEURES
***** DE VOL POUR QUE L'ECRITURE RESTE EQUILIBREE, ET L'ANOMALIE EST
***** SIGNALEE SUR LE RAPPORT
	IF WS-MONTANT-HEURES = 0 AND WS-MONTANT-FRAIS = 0
			AND WS-MONTANT-REMISE = 0 AND WS-MONTANT-LOCATIONS = 0
			AND WS-MONTANT-REMBCARB = 0 AND WS-MONTANT-AIDES = 0
		MOVE "706100" TO JRN-COMPTE
		MOVE "HEURES DE VOL (SANS DETAIL)" TO JRN-LIBELLE
		MOVE 0 TO JRN-DEBIT
	EXIT.

***** REGLEMENTS DU MOIS, CUMULES PAR MODE : DEBIT DE LA BANQUE (OU DE
***** LA CAISSE POUR LES ESPECES), CREDIT DU COMPTE CLIENTS ; LES
***** COMPENSATIONS D'INDEMNITES ("I") ET LES AIDES PORTEES AU COMPTE
***** ("S") SONT JOURNALISEES A PART
VENTILATION-REGLEMENTS.
	EXEC SQL
		DECLARE JRNREGCUR CURSOR FOR
		SELECT MODEREG, SUM(MONTANTREG)
		FROM REGLEMENTS
		WHERE DATEREG LIKE :FILTRE-MOIS
		AND MODEREG <> "I"
		AND MODEREG <> "S"
		AND MONTANTREG > 0
		GROUP BY MODEREG
		ORDER BY MODEREG
	END-EXEC.
MODE-JOURNAL-SUIVANT-EXIT.
	EXIT.

***** VERSEMENTS D'AIDES AU VOL RECUS DANS LE MOIS, UNE ECRITURE PAR
***** DEMANDE (PIECE = NUMDEMANDE) : DEBIT 512000, CREDIT 467000 ; LA
***** DETTE ENVERS LES MEMBRES EST SOLDEE PAR LES REGLEMENTS DE MODE "S"
***** ET PAR LES DEDUCTIONS SUR FACTURE (LIGNES "AIDE ...")
VENTILATION-AIDES-RECUES.
	EXEC SQL
		DECLARE JRNAIDECUR CURSOR FOR
		SELECT NUMDEMANDE, MONTANTRECU
		FROM AIDES_DEMANDES
		WHERE DATERECU LIKE :FILTRE-MOIS
		AND MONTANTRECU > 0
		ORDER BY NUMDEMANDE
	END-EXEC.

	EXEC SQL
		OPEN JRNAIDECUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM AIDE-JOURNAL-SUIVANTE THRU AIDE-JOURNAL-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE JRNAIDECUR
	END-EXEC.

AIDE-JOURNAL-SUIVANTE.
	EXEC SQL
		FETCH JRNAIDECUR
		INTO :WS-NUMDEMANDE, :WS-MONTANTRECU
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO AIDE-JOURNAL-SUIVANTE-EXIT
	END-IF.

	MOVE WDATE TO JRN-DATE.
	MOVE WS-NUMDEMANDE TO JRN-PIECE.
	MOVE "512000" TO JRN-COMPTE.
	MOVE "VERSEMENT AIDE AU VOL" TO JRN-LIBELLE.
	MOVE WS-MONTANTRECU TO JRN-DEBIT.
	MOVE 0 TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	MOVE "467000" TO JRN-COMPTE.
	MOVE "AIDE AU VOL A REVERSER" TO JRN-LIBELLE.
	MOVE 0 TO JRN-DEBIT.
	MOVE WS-MONTANTRECU TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	ADD WS-MONTANTRECU TO WS-TOT-AIDES-RECUES.

AIDE-JOURNAL-SUIVANTE-EXIT.
	EXIT.

***** AIDES PORTEES AU CREDIT DU COMPTE DES MEMBRES DANS LE MOIS
***** (REGLEMENTS DE MODE "S", CF SUBVENT) : DEBIT 467000, CREDIT 411000
VENTILATION-AIDES-COMPTE.
	EXEC SQL
		SELECT SUM(MONTANTREG)
		INTO :WS-TOTALMODE
		FROM REGLEMENTS
		WHERE DATEREG LIKE :FILTRE-MOIS
		AND MODEREG = "S"
		AND MONTANTREG > 0
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-TOTALMODE = 0
		GO TO VENTILATION-AIDES-COMPTE-EXIT
	END-IF.

	MOVE WDATE TO JRN-DATE.
	MOVE 0 TO JRN-PIECE.
	MOVE "467000" TO JRN-COMPTE.
	MOVE "AIDES PORTEES AU COMPTE" TO JRN-LIBELLE.
	MOVE WS-TOTALMODE TO JRN-DEBIT.
	MOVE 0 TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	MOVE "411000" TO JRN-COMPTE.
	MOVE "AIDES PORTEES AU COMPTE" TO JRN-LIBELLE.
	MOVE 0 TO JRN-DEBIT.
	MOVE WS-TOTALMODE TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	ADD WS-TOTALMODE TO WS-TOT-AIDES-COMPTE.

VENTILATION-AIDES-COMPTE-EXIT.
	EXIT.

***** INDEMNITES D'INSTRUCTION REGLEES DANS LE MOIS, UNE ECRITURE PAR
***** INDEMNITE : DEBIT DE LA CHARGE 622600, CREDIT DE 411000 POUR LA
***** PART COMPENSEE SUR LES FACTURES DE L'INSTRUCTEUR ET DE 512000
***** POUR LA PART VIREE
VENTILATION-INDEMNITES.
	EXEC SQL
		DECLARE JRNINDEMCUR CURSOR FOR
		SELECT NUMINDEM, MONTANT, MONTANTIMPUTE, MONTANTVERSE
		FROM INDEMNITES
		WHERE ETATINDEM = "R"
		AND DATEREG LIKE :FILTRE-MOIS
		ORDER BY NUMINDEM
	END-EXEC.

	EXEC SQL
		OPEN JRNINDEMCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM INDEMNITE-JOURNAL-SUIVANTE THRU INDEMNITE-JOURNAL-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE JRNINDEMCUR
	END-EXEC.

INDEMNITE-JOURNAL-SUIVANTE.
	EXEC SQL
		FETCH JRNINDEMCUR
		INTO :WS-NUMINDEM, :WS-INDEM-MONTANT, :WS-INDEM-IMPUTE,
		:WS-INDEM-VERSE
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO INDEMNITE-JOURNAL-SUIVANTE-EXIT
	END-IF.

	IF WS-INDEM-MONTANT = 0
		GO TO INDEMNITE-JOURNAL-SUIVANTE-EXIT
	END-IF.

	MOVE WDATE TO JRN-DATE.
	MOVE WS-NUMINDEM TO JRN-PIECE.
	MOVE "622600" TO JRN-COMPTE.
	MOVE "INDEMNITES INSTRUCTEURS" TO JRN-LIBELLE.
	MOVE WS-INDEM-MONTANT TO JRN-DEBIT.
	MOVE 0 TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	IF WS-INDEM-IMPUTE > 0
		MOVE "411000" TO JRN-COMPTE
		MOVE "COMPENSATION INDEMNITE" TO JRN-LIBELLE
		MOVE 0 TO JRN-DEBIT
		MOVE WS-INDEM-IMPUTE TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
	END-IF.

	IF WS-INDEM-VERSE > 0
		MOVE "512000" TO JRN-COMPTE
		MOVE "VIREMENT INDEMNITE" TO JRN-LIBELLE
		MOVE 0 TO JRN-DEBIT
		MOVE WS-INDEM-VERSE TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
	END-IF.

	ADD WS-INDEM-MONTANT TO WS-TOT-INDEM.

INDEMNITE-JOURNAL-SUIVANTE-EXIT.
	EXIT.

***** PRELEVEMENTS REPRIS PAR LA BANQUE DANS LE MOIS : LA CREANCE SUR
***** LE MEMBRE RENAIT (DEBIT 411000), LA BANQUE EST CREDITEE
VENTILATION-REJETS.
	EXEC SQL
		SELECT SUM(MONTANTREG)
		INTO :WS-TOTAL-SIGNE
		FROM REGLEMENTS
		WHERE DATEREG LIKE :FILTRE-MOIS
		AND MONTANTREG < 0
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-TOTAL-SIGNE = 0
		GO TO VENTILATION-REJETS-EXIT
	END-IF.

	COMPUTE WS-TOTALMODE = 0 - WS-TOTAL-SIGNE.
	MOVE WDATE TO JRN-DATE.
	MOVE 0 TO JRN-PIECE.
	MOVE "411000" TO JRN-COMPTE.
	MOVE "REJETS DE PRELEVEMENT" TO JRN-LIBELLE.
	MOVE WS-TOTALMODE TO JRN-DEBIT.
	MOVE 0 TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	MOVE "512000" TO JRN-COMPTE.
	MOVE "REJETS DE PRELEVEMENT" TO JRN-LIBELLE.
	MOVE 0 TO JRN-DEBIT.
	MOVE WS-TOTALMODE TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	ADD WS-TOTALMODE TO WS-TOT-REJETS.

VENTILATION-REJETS-EXIT.
	EXIT.

***** FRAIS PRELEVES PAR LA BANQUE DANS LE MOIS : LE RELEVE IMPORTE
***** PAR RAPBANQ FAIT PIECE
VENTILATION-FRAIS-BANCAIRES.
	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-TOTALMODE
		FROM RELEVES_BANQUE
		WHERE DATEOPE LIKE :FILTRE-MOIS
		AND CODEOPE = "FRA"
		AND SENS = "D"
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-TOTALMODE = 0
		GO TO VENTILATION-FRAIS-BANCAIRES-EXIT
	END-IF.

	MOVE WDATE TO JRN-DATE.
	MOVE 0 TO JRN-PIECE.
	MOVE "627000" TO JRN-COMPTE.
	MOVE "FRAIS BANCAIRES" TO JRN-LIBELLE.
	MOVE WS-TOTALMODE TO JRN-DEBIT.
	MOVE 0 TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	MOVE "512000" TO JRN-COMPTE.
	MOVE "FRAIS BANCAIRES" TO JRN-LIBELLE.
	MOVE 0 TO JRN-DEBIT.
	MOVE WS-TOTALMODE TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	ADD WS-TOTALMODE TO WS-TOT-FRAISBQ.

VENTILATION-FRAIS-BANCAIRES-EXIT.
	EXIT.

***** FACTURES FOURNISSEURS DU MOIS, UNE ECRITURE PAR FACTURE : DEBIT
***** DU COMPTE DE CHARGE DE SA NATURE (DU COMPTE D'IMMOBILISATION POUR
***** UNE ACQUISITION), CREDIT DU COMPTE FOURNISSEUR
VENTILATION-ACHATS.
	EXEC SQL
		DECLARE JRNACHATCUR CURSOR FOR
		SELECT NUMFF, NUMFOUR, NATURE, MONTANT, NUMIMMO
		FROM FACTURES_FOURN
		WHERE DATEFF LIKE :FILTRE-MOIS
		ORDER BY NUMFF
	END-EXEC.

	EXEC SQL
		OPEN JRNACHATCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM ACHAT-JOURNAL-SUIVANT THRU ACHAT-JOURNAL-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE JRNACHATCUR
	END-EXEC.

ACHAT-JOURNAL-SUIVANT.
	EXEC SQL
		FETCH JRNACHATCUR
		INTO :WS-NUMFF, :WS-NUMFOUR, :WS-NATURE, :WS-MONTANT-FOURN,
		:WS-NUMIMMO
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO ACHAT-JOURNAL-SUIVANT-EXIT
	END-IF.

	IF WS-MONTANT-FOURN = 0
		GO TO ACHAT-JOURNAL-SUIVANT-EXIT
	END-IF.

	MOVE WDATE TO JRN-DATE.
	MOVE WS-NUMFF TO JRN-PIECE.
	EVALUATE WS-NATURE
		WHEN "C"
			MOVE "606100" TO JRN-COMPTE
			MOVE "ACHATS CARBURANT" TO JRN-LIBELLE
		WHEN "P"
			MOVE "606800" TO JRN-COMPTE
			MOVE "ACHATS PIECES DETACHEES" TO JRN-LIBELLE
		WHEN "M"
			MOVE "615500" TO JRN-COMPTE
			MOVE "ENTRETIEN ET REPARATIONS" TO JRN-LIBELLE
		WHEN "A"
			MOVE "616000" TO JRN-COMPTE
			MOVE "PRIMES D'ASSURANCE" TO JRN-LIBELLE
		WHEN "I"
			PERFORM CATEGORIE-ACQUISITION
			MOVE WS-COMPTE-IMMO TO JRN-COMPTE
			MOVE "ACQUISITION IMMOBILISATION" TO JRN-LIBELLE
			ADD WS-MONTANT-FOURN TO WS-TOT-ACQUISITIONS
		WHEN OTHER
			MOVE "628000" TO JRN-COMPTE
			MOVE "ACHATS DIVERS" TO JRN-LIBELLE
	END-EVALUATE.
	MOVE WS-MONTANT-FOURN TO JRN-DEBIT.
	MOVE 0 TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	MOVE WS-NUMFOUR TO WS-COMPTE-NUMFOUR.
	MOVE WS-COMPTE-FOURN TO JRN-COMPTE.
	MOVE "FACTURE FOURNISSEUR" TO JRN-LIBELLE.
	MOVE 0 TO JRN-DEBIT.
	MOVE WS-MONTANT-FOURN TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	ADD WS-MONTANT-FOURN TO WS-TOT-ACHATS.

ACHAT-JOURNAL-SUIVANT-EXIT.
	EXIT.

***** CATEGORIE DE L'IMMOBILISATION ACQUISE, QUI DONNE SON COMPTE ; UNE
***** IMMOBILISATION INTROUVABLE PART AU COMPTE DES AVIONS ET MOTEURS ET
***** EST SIGNALEE SUR LE RAPPORT
CATEGORIE-ACQUISITION.
	EXEC SQL
		SELECT CATIMMO
		INTO :WS-CATIMMO
		FROM IMMOBILISATIONS
		WHERE NUMIMMO = :WS-NUMIMMO
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE "A" TO WS-CATIMMO
		DISPLAY "    ANOMALIE - Facture fournisseur " WS-NUMFF
			" : immobilisation " WS-NUMIMMO " introuvable."
	END-IF.

	PERFORM COMPTES-IMMOBILISATION.

***** PAIEMENTS FOURNISSEURS DU MOIS, UNE ECRITURE PAR PAIEMENT : DEBIT
***** DU COMPTE FOURNISSEUR, CREDIT DE LA BANQUE OU DE LA CAISSE
VENTILATION-PAIEMENTS-FOURN.
	EXEC SQL
		DECLARE JRNPAIEFCUR CURSOR FOR
		SELECT PAIEMENTS_FOURN.NUMPF, FACTURES_FOURN.NUMFOUR,
		PAIEMENTS_FOURN.MODEPAIE, PAIEMENTS_FOURN.MONTANT
		FROM PAIEMENTS_FOURN, FACTURES_FOURN
		WHERE PAIEMENTS_FOURN.NUMFF = FACTURES_FOURN.NUMFF
		AND PAIEMENTS_FOURN.DATEPAIE LIKE :FILTRE-MOIS
		ORDER BY PAIEMENTS_FOURN.NUMPF
	END-EXEC.

	EXEC SQL
		OPEN JRNPAIEFCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM PAIEMENT-JOURNAL-SUIVANT THRU PAIEMENT-JOURNAL-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE JRNPAIEFCUR
	END-EXEC.

PAIEMENT-JOURNAL-SUIVANT.
	EXEC SQL
		FETCH JRNPAIEFCUR
		INTO :WS-NUMPF, :WS-NUMFOUR, :WS-MODEPAIE, :WS-MONTANT-FOURN
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO PAIEMENT-JOURNAL-SUIVANT-EXIT
	END-IF.

	IF WS-MONTANT-FOURN = 0
		GO TO PAIEMENT-JOURNAL-SUIVANT-EXIT
	END-IF.

	MOVE WDATE TO JRN-DATE.
	MOVE WS-NUMPF TO JRN-PIECE.
	MOVE WS-NUMFOUR TO WS-COMPTE-NUMFOUR.
	MOVE WS-COMPTE-FOURN TO JRN-COMPTE.
	MOVE "PAIEMENT FOURNISSEUR" TO JRN-LIBELLE.
	MOVE WS-MONTANT-FOURN TO JRN-DEBIT.
	MOVE 0 TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	IF WS-MODEPAIE = "E"
		MOVE "530000" TO JRN-COMPTE
	ELSE
		MOVE "512000" TO JRN-COMPTE
	END-IF.
	MOVE "PAIEMENT FOURNISSEUR" TO JRN-LIBELLE.
	MOVE 0 TO JRN-DEBIT.
	MOVE WS-MONTANT-FOURN TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	ADD WS-MONTANT-FOURN TO WS-TOT-PAIEFOUR.

PAIEMENT-JOURNAL-SUIVANT-EXIT.
	EXIT.

***** DONS ET ABANDONS DE FRAIS DU MOIS, UNE ECRITURE PAR DON (PIECE =
***** NUMDON) ; LE RECU FISCAL EMIS PLUS TARD PAR RECUFISC NE DONNE PAS
***** LIEU A ECRITURE
VENTILATION-DONS.
	EXEC SQL
		DECLARE JRNDONCUR CURSOR FOR
		SELECT NUMDON, NATURE, MODEVERS, CATFRAIS, MONTANT
		FROM DONS
		WHERE DATEDON LIKE :FILTRE-MOIS
		ORDER BY NUMDON
	END-EXEC.

	EXEC SQL
		OPEN JRNDONCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM DON-JOURNAL-SUIVANT THRU DON-JOURNAL-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE JRNDONCUR
	END-EXEC.

DON-JOURNAL-SUIVANT.
	EXEC SQL
		FETCH JRNDONCUR
		INTO :WS-NUMDON, :WS-DON-NATURE, :WS-DON-MODE, :WS-DON-CATFRAIS,
		:WS-DON-MONTANT
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO DON-JOURNAL-SUIVANT-EXIT
	END-IF.

	IF WS-DON-MONTANT = 0
		GO TO DON-JOURNAL-SUIVANT-EXIT
	END-IF.

	MOVE WDATE TO JRN-DATE.
	MOVE WS-NUMDON TO JRN-PIECE.
	IF WS-DON-NATURE = "A"
		EVALUATE WS-DON-CATFRAIS
			WHEN "D"
				MOVE "625100" TO JRN-COMPTE
				MOVE "DEPLACEMENTS BENEVOLES" TO JRN-LIBELLE
			WHEN "P"
				MOVE "606800" TO JRN-COMPTE
				MOVE "PIECES ACHETEES PAR BENEVOLE" TO JRN-LIBELLE
			WHEN OTHER
				MOVE "628000" TO JRN-COMPTE
				MOVE "FRAIS DIVERS BENEVOLES" TO JRN-LIBELLE
		END-EVALUATE
	ELSE IF WS-DON-MODE = "E"
		MOVE "530000" TO JRN-COMPTE
		MOVE "DON EN ESPECES" TO JRN-LIBELLE
	ELSE
		MOVE "512000" TO JRN-COMPTE
		MOVE "DON MANUEL" TO JRN-LIBELLE
	END-IF.
	MOVE WS-DON-MONTANT TO JRN-DEBIT.
	MOVE 0 TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	IF WS-DON-NATURE = "A"
		MOVE "754120" TO JRN-COMPTE
		MOVE "ABANDON DE FRAIS" TO JRN-LIBELLE
		ADD WS-DON-MONTANT TO WS-TOT-ABANDONS
	ELSE
		MOVE "754100" TO JRN-COMPTE
		MOVE "DON MANUEL" TO JRN-LIBELLE
		ADD WS-DON-MONTANT TO WS-TOT-DONS
	END-IF.
	MOVE 0 TO JRN-DEBIT.
	MOVE WS-DON-MONTANT TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

DON-JOURNAL-SUIVANT-EXIT.
	EXIT.

***** ESPECES DEPOSEES EN BANQUE DANS LE MOIS (BORDEREAUX REMESP) :
***** VIREMENT INTERNE DE LA CAISSE VERS LA BANQUE
VENTILATION-REMISES-ESPECES.
	EXEC SQL
		SELECT SUM(MONTANTAREMETTRE)
		INTO :WS-TOTALMODE
		FROM CAISSES
		WHERE NUMREMISE <> 0
		AND DATEREMISE LIKE :FILTRE-MOIS
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-TOTALMODE = 0
		GO TO VENTILATION-REMISES-ESPECES-EXIT
	END-IF.

	MOVE WDATE TO JRN-DATE.
	MOVE 0 TO JRN-PIECE.
	MOVE "512000" TO JRN-COMPTE.
	MOVE "REMISES D'ESPECES" TO JRN-LIBELLE.
	MOVE WS-TOTALMODE TO JRN-DEBIT.
	MOVE 0 TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	MOVE "530000" TO JRN-COMPTE.
	MOVE "REMISES D'ESPECES" TO JRN-LIBELLE.
	MOVE 0 TO JRN-DEBIT.
	MOVE WS-TOTALMODE TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	ADD WS-TOTALMODE TO WS-TOT-REMESP.

VENTILATION-REMISES-ESPECES-EXIT.
	EXIT.

***** ECARTS DES CAISSES CLOTUREES DANS LE MOIS : MANQUANTS ET
***** EXCEDENTS SONT CUMULES A PART, CHACUN EN UNE ECRITURE
VENTILATION-ECARTS-CAISSE.
	EXEC SQL
		SELECT SUM(ECART)
		INTO :WS-TOTAL-SIGNE
		FROM CAISSES
		WHERE ETATCAISSE = "F"
		AND DATECAISSE LIKE :FILTRE-MOIS
		AND ECART < 0
	END-EXEC.

	IF SQLCODE = 0 AND WS-TOTAL-SIGNE < 0
		COMPUTE WS-TOTALMODE = 0 - WS-TOTAL-SIGNE
		MOVE WDATE TO JRN-DATE
		MOVE 0 TO JRN-PIECE
		MOVE "658000" TO JRN-COMPTE
		MOVE "MANQUANTS DE CAISSE" TO JRN-LIBELLE
		MOVE WS-TOTALMODE TO JRN-DEBIT
		MOVE 0 TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
		MOVE "530000" TO JRN-COMPTE
		MOVE "MANQUANTS DE CAISSE" TO JRN-LIBELLE
		MOVE 0 TO JRN-DEBIT
		MOVE WS-TOTALMODE TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
		ADD WS-TOTALMODE TO WS-TOT-MANQUANTS
	END-IF.

	EXEC SQL
		SELECT SUM(ECART)
		INTO :WS-TOTAL-SIGNE
		FROM CAISSES
		WHERE ETATCAISSE = "F"
		AND DATECAISSE LIKE :FILTRE-MOIS
		AND ECART > 0
	END-EXEC.

	IF SQLCODE = 0 AND WS-TOTAL-SIGNE > 0
		MOVE WS-TOTAL-SIGNE TO WS-TOTALMODE
		MOVE WDATE TO JRN-DATE
		MOVE 0 TO JRN-PIECE
		MOVE "530000" TO JRN-COMPTE
		MOVE "EXCEDENTS DE CAISSE" TO JRN-LIBELLE
		MOVE WS-TOTALMODE TO JRN-DEBIT
		MOVE 0 TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
		MOVE "758000" TO JRN-COMPTE
		MOVE "EXCEDENTS DE CAISSE" TO JRN-LIBELLE
		MOVE 0 TO JRN-DEBIT
		MOVE WS-TOTALMODE TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
		ADD WS-TOTALMODE TO WS-TOT-EXCEDENTS
	END-IF.

***** DOTATIONS AUX AMORTISSEMENTS DATEES DANS LE MOIS, UNE PIECE PAR
***** IMMOBILISATION (NUMIMMO)
VENTILATION-AMORTISSEMENTS.
	EXEC SQL
		DECLARE JRNAMORTCUR CURSOR FOR
		SELECT AMORTISSEMENTS.NUMIMMO, IMMOBILISATIONS.CATIMMO,
		AMORTISSEMENTS.DOTATION
		FROM AMORTISSEMENTS, IMMOBILISATIONS
		WHERE AMORTISSEMENTS.NUMIMMO = IMMOBILISATIONS.NUMIMMO
		AND AMORTISSEMENTS.DATEDOT LIKE :FILTRE-MOIS
		ORDER BY AMORTISSEMENTS.NUMAMORT
	END-EXEC.

	EXEC SQL
		OPEN JRNAMORTCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM DOTATION-JOURNAL-SUIVANTE THRU DOTATION-JOURNAL-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE JRNAMORTCUR
	END-EXEC.

DOTATION-JOURNAL-SUIVANTE.
	EXEC SQL
		FETCH JRNAMORTCUR
		INTO :WS-NUMIMMO, :WS-CATIMMO, :WS-DOTATION
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO DOTATION-JOURNAL-SUIVANTE-EXIT
	END-IF.

	IF WS-DOTATION = 0
		GO TO DOTATION-JOURNAL-SUIVANTE-EXIT
	END-IF.

	PERFORM COMPTES-IMMOBILISATION.
	MOVE WDATE TO JRN-DATE.
	MOVE WS-NUMIMMO TO JRN-PIECE.
	MOVE "681120" TO JRN-COMPTE.
	MOVE "DOTATION AUX AMORTISSEMENTS" TO JRN-LIBELLE.
	MOVE WS-DOTATION TO JRN-DEBIT.
	MOVE 0 TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	MOVE WS-COMPTE-AMORT TO JRN-COMPTE.
	MOVE "DOTATION AUX AMORTISSEMENTS" TO JRN-LIBELLE.
	MOVE 0 TO JRN-DEBIT.
	MOVE WS-DOTATION TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	ADD WS-DOTATION TO WS-TOT-DOTATIONS.

DOTATION-JOURNAL-SUIVANTE-EXIT.
	EXIT.

***** CESSIONS DU MOIS : SORTIE DU BILAN ET PRIX DE CESSION. LES
***** AMORTISSEMENTS CUMULES LUS ICI COMPRENNENT DEJA LA DOTATION DE
***** L'ANNEE DE CESSION, PASSEE CI-DESSUS
VENTILATION-CESSIONS.
	EXEC SQL
		DECLARE JRNCESSCUR CURSOR FOR
		SELECT NUMIMMO, CATIMMO, COUTACQ, CUMULAMORT, PRIXCESSION
		FROM IMMOBILISATIONS
		WHERE ETATIMMO = "C"
		AND DATECESSION LIKE :FILTRE-MOIS
		ORDER BY NUMIMMO
	END-EXEC.

	EXEC SQL
		OPEN JRNCESSCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM CESSION-JOURNAL-SUIVANTE THRU CESSION-JOURNAL-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE JRNCESSCUR
	END-EXEC.

CESSION-JOURNAL-SUIVANTE.
	EXEC SQL
		FETCH JRNCESSCUR
		INTO :WS-NUMIMMO, :WS-CATIMMO, :WS-COUTACQ, :WS-IMMO-CUMUL,
		:WS-PRIXCESSION
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO CESSION-JOURNAL-SUIVANTE-EXIT
	END-IF.

	PERFORM COMPTES-IMMOBILISATION.
	COMPUTE WS-IMMO-VNC = WS-COUTACQ - WS-IMMO-CUMUL.
	MOVE WDATE TO JRN-DATE.
	MOVE WS-NUMIMMO TO JRN-PIECE.

	IF WS-IMMO-CUMUL > 0
		MOVE WS-COMPTE-AMORT TO JRN-COMPTE
		MOVE "SORTIE AMORTISSEMENTS CEDES" TO JRN-LIBELLE
		MOVE WS-IMMO-CUMUL TO JRN-DEBIT
		MOVE 0 TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
	END-IF.

	IF WS-IMMO-VNC > 0
		MOVE "675000" TO JRN-COMPTE
		MOVE "VALEUR NETTE ELEMENT CEDE" TO JRN-LIBELLE
		MOVE WS-IMMO-VNC TO JRN-DEBIT
		MOVE 0 TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
		ADD WS-IMMO-VNC TO WS-TOT-VNC-CEDEES
	END-IF.

	MOVE WS-COMPTE-IMMO TO JRN-COMPTE.
	MOVE "SORTIE IMMOBILISATION CEDEE" TO JRN-LIBELLE.
	MOVE 0 TO JRN-DEBIT.
	MOVE WS-COUTACQ TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	IF WS-PRIXCESSION > 0
		MOVE "462000" TO JRN-COMPTE
		MOVE "PRIX DE CESSION A ENCAISSER" TO JRN-LIBELLE
		MOVE WS-PRIXCESSION TO JRN-DEBIT
		MOVE 0 TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
		MOVE "775000" TO JRN-COMPTE
		MOVE "PRODUIT DE CESSION" TO JRN-LIBELLE
		MOVE 0 TO JRN-DEBIT
		MOVE WS-PRIXCESSION TO JRN-CREDIT
		PERFORM ECRITURE-JOURNAL
		ADD WS-PRIXCESSION TO WS-TOT-CESSIONS
	END-IF.

CESSION-JOURNAL-SUIVANTE-EXIT.
	EXIT.

***** PRIX DE CESSION ENCAISSES DANS LE MOIS : OPERATIONS DU RELEVE
***** RAPPROCHEES PAR RAPBANQ D'UNE IMMOBILISATION CEDEE (PIECE "K",
***** NUMPIECE = NUMIMMO) ; LA CREANCE 462000 EST SOLDEE PAR LA BANQUE
VENTILATION-ENCAISS-CESSIONS.
	EXEC SQL
		DECLARE JRNENCCESSCUR CURSOR FOR
		SELECT NUMPIECE, MONTANT
		FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R"
		AND TYPEPIECE = "K"
		AND DATEOPE LIKE :FILTRE-MOIS
		ORDER BY NUMOPEBQ
	END-EXEC.

	EXEC SQL
		OPEN JRNENCCESSCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM ENCAISS-CESSION-SUIVANT THRU ENCAISS-CESSION-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE JRNENCCESSCUR
	END-EXEC.

ENCAISS-CESSION-SUIVANT.
	EXEC SQL
		FETCH JRNENCCESSCUR
		INTO :WS-NUMIMMO, :WS-PRIXCESSION
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO ENCAISS-CESSION-SUIVANT-EXIT
	END-IF.

	MOVE WDATE TO JRN-DATE.
	MOVE WS-NUMIMMO TO JRN-PIECE.
	MOVE "512000" TO JRN-COMPTE.
	MOVE "ENCAISSEMENT PRIX DE CESSION" TO JRN-LIBELLE.
	MOVE WS-PRIXCESSION TO JRN-DEBIT.
	MOVE 0 TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	MOVE "462000" TO JRN-COMPTE.
	MOVE "ENCAISSEMENT PRIX DE CESSION" TO JRN-LIBELLE.
	MOVE 0 TO JRN-DEBIT.
	MOVE WS-PRIXCESSION TO JRN-CREDIT.
	PERFORM ECRITURE-JOURNAL.

	ADD WS-PRIXCESSION TO WS-TOT-ENCAISS-CESSIONS.

ENCAISS-CESSION-SUIVANT-EXIT.
	EXIT.

***** AVIONS, MOTEURS ET REVISIONS GENERALES SUR LE MEME COMPTE
COMPTES-IMMOBILISATION.
	EVALUATE WS-CATIMMO
		WHEN "P"
			MOVE "215400" TO WS-COMPTE-IMMO
			MOVE "281540" TO WS-COMPTE-AMORT
		WHEN "H"
			MOVE "218800" TO WS-COMPTE-IMMO
			MOVE "281880" TO WS-COMPTE-AMORT
		WHEN OTHER
			MOVE "218200" TO WS-COMPTE-IMMO
			MOVE "281820" TO WS-COMPTE-AMORT
	END-EVALUATE.

ECRITURE-JOURNAL.
	WRITE JRN-REC.
	IF WS-FSTAT-JRN NOT = "00"
	DISPLAY "    Produits heures de vol : " WS-TOT-HEURES.
	DISPLAY "    Produits frais annexes : " WS-TOT-FRAIS.
	DISPLAY "    Remises membres accordees : " WS-TOT-REMISES.
	DISPLAY "    Carburant rembourse aux pilotes : " WS-TOT-REMBCARB.
	DISPLAY "    Aides au vol reversees : " WS-TOT-AIDES.
	DISPLAY "    Produits locations emplacements : " WS-TOT-LOCATIONS.
	DISPLAY "    Produits cotisations : " WS-TOT-COTIS.
	DISPLAY "    Produits initiations : " WS-TOT-INIT.
	DISPLAY "    Reglements encaisses : " WS-TOT-REGL.
	DISPLAY "    Aides au vol recues : " WS-TOT-AIDES-RECUES.
	DISPLAY "    Aides portees au compte des membres : " WS-TOT-AIDES-COMPTE.
	DISPLAY "    Indemnites d'instruction : " WS-TOT-INDEM.
	DISPLAY "    Rejets de prelevement : " WS-TOT-REJETS.
	DISPLAY "    Frais bancaires : " WS-TOT-FRAISBQ.
	DISPLAY "    Factures fournisseurs : " WS-TOT-ACHATS.
	DISPLAY "    Dont acquisitions d'immobilisations : " WS-TOT-ACQUISITIONS.
	DISPLAY "    Paiements fournisseurs : " WS-TOT-PAIEFOUR.
	DISPLAY "    Dons manuels : " WS-TOT-DONS.
	DISPLAY "    Abandons de frais : " WS-TOT-ABANDONS.
	DISPLAY "    Especes deposees en banque : " WS-TOT-REMESP.
	DISPLAY "    Manquants de caisse : " WS-TOT-MANQUANTS.
	DISPLAY "    Excedents de caisse : " WS-TOT-EXCEDENTS.
	DISPLAY "    Dotations aux amortissements : " WS-TOT-DOTATIONS.
	DISPLAY "    Valeur nette des elements cedes : " WS-TOT-VNC-CEDEES.
	DISPLAY "    Produits des cessions : " WS-TOT-CESSIONS.
	DISPLAY "    Prix de cession encaisses : " WS-TOT-ENCAISS-CESSIONS.
	DISPLAY "    Total des debits : " WS-TOTDEBIT.
	DISPLAY "    Total des credits : " WS-TOTCREDIT.
	IF WS-TOTDEBIT NOT = WS-TOTCREDIT
