77 WS-CHAINE-EN-ECHEC PIC 9 VALUE IS 0.
77 ETAPE-DUE PIC 9 VALUE IS 0.

***** LES VINGT-SIX ETAPES DE LA CHAINE DU SOIR, DANS L'ORDRE D'EXECUTION :
***** CHAQUE PROGRAMME REND LA MAIN PAR GOBACK ET POSITIONNE
***** RETURN-CODE (0 = TERMINE, AUTRE = EN ECHEC) ; CTRLNUIT FERME LA
***** MARCHE POUR PHOTOGRAPHIER LES TOTAUX DE CONTROLE
	05 FILLER PIC X(8) VALUE "NOSHOW".
	05 FILLER PIC X(8) VALUE "SYNTHESE".
	05 FILLER PIC X(8) VALUE "EXTRACT".
	05 FILLER PIC X(8) VALUE "FACTURE".
	05 FILLER PIC X(8) VALUE "SURCRAP".
	05 FILLER PIC X(8) VALUE "ACTIVITE".
	05 FILLER PIC X(8) VALUE "MENSUEL".
	05 FILLER PIC X(8) VALUE "CONSO".
	05 FILLER PIC X(8) VALUE "COTISAT".
	05 FILLER PIC X(8) VALUE "FEDERAT".
	05 FILLER PIC X(8) VALUE "INDEMNIT".
	05 FILLER PIC X(8) VALUE "BUDREEL".
	05 FILLER PIC X(8) VALUE "STOCKRAP".
	05 FILLER PIC X(8) VALUE "ANONYME".
	05 FILLER PIC X(8) VALUE "WEBRESA".
	05 FILLER PIC X(8) VALUE "WEBPLAN".
	05 FILLER PIC X(8) VALUE "NOTIFEXP".
	05 FILLER PIC X(8) VALUE "LOYERS".
	05 FILLER PIC X(8) VALUE "PERMRAP".
	05 FILLER PIC X(8) VALUE "RECUFISC".
	05 FILLER PIC X(8) VALUE "CTRLACTI".
	05 FILLER PIC X(8) VALUE "CTRLNUIT".
01 WS-ETAPES-TABLE REDEFINES WS-ETAPES.
	05 WS-NOM-ETAPE PIC X(8) OCCURS 26.

***** NOMS DE PROGRAMMES A APPELER (PROGRAM-ID COMPLETS, LA TABLE
***** CI-DESSUS PORTE LES NOMS COURTS INSCRITS DANS TRAITEMENTS) ;
***** F7LOT EST LE LANCEMENT PAR LOT DE LA FACTURATION DES VOLS (MEME
***** MOTEUR FACTVOLS QUE LE MENU F7)
01 WS-PROGRAMMES.
	05 FILLER PIC X(12) VALUE "ARCHIVE".
	05 FILLER PIC X(12) VALUE "INTEGRITE".
	05 FILLER PIC X(12) VALUE "NOSHOW".
	05 FILLER PIC X(12) VALUE "SYNTHESE".
	05 FILLER PIC X(12) VALUE "EXTRACT".
	05 FILLER PIC X(12) VALUE "F7LOT".
	05 FILLER PIC X(12) VALUE "SURCRAP".
	05 FILLER PIC X(12) VALUE "ACTIVITE".
	05 FILLER PIC X(12) VALUE "MENSUEL".
	05 FILLER PIC X(12) VALUE "CONSO".
	05 FILLER PIC X(12) VALUE "COTISATION".
	05 FILLER PIC X(12) VALUE "FEDERATION".
	05 FILLER PIC X(12) VALUE "INDEMNIT".
	05 FILLER PIC X(12) VALUE "BUDREEL".
	05 FILLER PIC X(12) VALUE "STOCKRAP".
	05 FILLER PIC X(12) VALUE "ANONYME".
	05 FILLER PIC X(12) VALUE "WEBRESA".
	05 FILLER PIC X(12) VALUE "WEBPLAN".
	05 FILLER PIC X(12) VALUE "NOTIFEXP".
	05 FILLER PIC X(12) VALUE "LOYERS".
	05 FILLER PIC X(12) VALUE "PERMRAP".
	05 FILLER PIC X(12) VALUE "RECUFISC".
	05 FILLER PIC X(12) VALUE "CTRLACTI".
	05 FILLER PIC X(12) VALUE "CTRLNUIT".
01 WS-PROGRAMMES-TABLE REDEFINES WS-PROGRAMMES.
	05 WS-NOM-PROGRAMME PIC X(12) OCCURS 26.

***** FREQUENCE DE CHAQUE ETAPE : "Q" = QUOTIDIENNE, "M" = FIN DE
***** MOIS (LANCEE LE DERNIER JOUR DU MOIS), "A" = ANNUELLE AU MMJJ
	05 FILLER PIC X VALUE "Q".
	05 FILLER PIC X VALUE "M".
	05 FILLER PIC X VALUE "M".
	05 FILLER PIC X VALUE "Q".
	05 FILLER PIC X VALUE "M".
	05 FILLER PIC X VALUE "M".
	05 FILLER PIC X VALUE "A".
	05 FILLER PIC X VALUE "A".
	05 FILLER PIC X VALUE "M".
	05 FILLER PIC X VALUE "M".
	05 FILLER PIC X VALUE "Q".
	05 FILLER PIC X VALUE "M".
	05 FILLER PIC X VALUE "Q".
	05 FILLER PIC X VALUE "Q".
	05 FILLER PIC X VALUE "Q".
	05 FILLER PIC X VALUE "M".
	05 FILLER PIC X VALUE "M".
	05 FILLER PIC X VALUE "A".
	05 FILLER PIC X VALUE "M".
	05 FILLER PIC X VALUE "Q".
01 WS-FREQUENCES-TABLE REDEFINES WS-FREQUENCES.
	05 WS-FREQ-ETAPE PIC X OCCURS 26.

***** ECHEANCE MMJJ DES ETAPES ANNUELLES (COTISATION AU 10 JANVIER,
***** FEDERATION AU 15 JANVIER, RECUS FISCAUX AU 31 JANVIER), "0000"
***** POUR LES AUTRES
01 WS-ECHEANCES.
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0110".
	05 FILLER PIC X(4) VALUE "0115".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0131".
	05 FILLER PIC X(4) VALUE "0000".
	05 FILLER PIC X(4) VALUE "0000".
01 WS-ECHEANCES-TABLE REDEFINES WS-ECHEANCES.
	05 WS-ECHEANCE-ETAPE PIC X(4) OCCURS 26.

77 ETAPE-IDX PIC 9(3) VALUE IS 0.

CONTROLE-RELANCE.
	MOVE 0 TO WS-NBDUES.
	PERFORM COMPTAGE-ETAPE-DUE
		VARYING ETAPE-IDX FROM 1 BY 1 UNTIL ETAPE-IDX > 26.

	EXEC SQL
		SELECT COUNT(*)
ENCHAINEMENT.
	PERFORM EXECUTION-ETAPE THRU EXECUTION-ETAPE-FIN
		VARYING ETAPE-IDX FROM 1 BY 1
		UNTIL ETAPE-IDX > 26 OR WS-CHAINE-EN-ECHEC = 1.

EXECUTION-ETAPE.
	MOVE ETAPE-IDX TO WS-ETAPE.
