IDENTIFICATION DIVISION.
PROGRAM-ID. MVTCAISSE.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** INSCRIPTION D'UN MOUVEMENT D'ESPECES DANS LA CAISSE DU JOUR :
***** APPELE PAR REGLEMENT, PAYEUR, BONCADEAU, F9 (DONS) ET FOURNIS
***** (PAIEMENTS FOURNISSEURS) DES QU'UN MONTANT EST ENCAISSE OU PAYE EN
***** ESPECES. L'OPERATEUR EST CELUI DE LA SESSION DU TERMINAL
***** (SESSION_ACTIVE, COMME APPRODEM) ; LE MOUVEMENT S'INSCRIT DANS LA
***** SESSION DE CAISSE QU'IL A OUVERTE CE JOUR (CAISSES, ETATCAISSE
***** "O"). SANS CAISSE OUVERTE, LE MOUVEMENT EST REFUSE ET L'APPELANT
***** ANNULE SA SAISIE : PLUS UN BILLET NE PASSE HORS CAISSE. PAS DE
***** COMMIT : L'APPELANT VALIDE LE MOUVEMENT AVEC SA PROPRE UNITE DE
***** TRAVAIL

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES SESSION_ACTIVE, CAISSES, CAISSE_MOUVEMENTS
	EXEC SQL
		INCLUDE SESSION_ACTIVE,CAISSES,CAISSE_MOUVEMENTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-SESSION.
			05 WS-TERMINAL PIC X(8).
			05 WS-CODEUTIL PIC X(8).
		01 WS-MOUVEMENT.
			05 WS-NUMCAISSE PIC 9(6).
			05 WS-DATECAISSE PIC X(8).
			05 WS-NUMMVTCAIS PIC 9(8).
			05 WS-SENS PIC X.
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-NATURE PIC X.
			05 WS-NUMPIECE PIC 9(8).
			05 WS-ORIGINE PIC X(10).
			05 WS-HEUREMVT PIC X(8).
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

LINKAGE SECTION.
***** CONTRAT D'APPEL : MEME DESSIN A DECLARER CHEZ CHAQUE APPELANT.
***** CAISSE-ACTION "C" = CONTROLE SEUL QU'UNE CAISSE EST OUVERTE (AVANT
***** UNE SAISIE EN PLUSIEURS PIECES), "M" = INSCRIPTION DU MOUVEMENT ;
***** CAISSE-SENS "E" ENCAISSEMENT, "S" DECAISSEMENT ; NATURE ET NUMPIECE
***** COMME DANS CAISSE_MOUVEMENTS (CF AEROPROJ). EN RETOUR,
***** CAISSE-RETOUR = "O" CAISSE OUVERTE (ET MOUVEMENT INSCRIT), "X"
***** REFUSE (PAS DE SESSION, PAS DE CAISSE OUVERTE OU ERREUR SQL) ;
***** CAISSE-NUMCAISSE ET CAISSE-CODEUTIL = CAISSE ET OPERATEUR
01 CAISSE-DEMANDE.
	02 CAISSE-ACTION PIC X.
	02 CAISSE-SENS PIC X.
	02 CAISSE-MONTANT PIC 9(6)V99.
	02 CAISSE-NATURE PIC X.
	02 CAISSE-NUMPIECE PIC 9(8).
	02 CAISSE-ORIGINE PIC X(10).
	02 CAISSE-RETOUR PIC X.
	02 CAISSE-NUMCAISSE PIC 9(6).
	02 CAISSE-CODEUTIL PIC X(8).

PROCEDURE DIVISION USING CAISSE-DEMANDE.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	ACCEPT WS-HEUREMVT FROM TIME.
	MOVE "X" TO CAISSE-RETOUR.
	MOVE 0 TO CAISSE-NUMCAISSE.
	MOVE SPACES TO CAISSE-CODEUTIL.

	PERFORM OPERATEUR-SESSION.
	IF WS-CODEUTIL = SPACES
		DISPLAY "Aucune session ouverte sur ce terminal, especes refusees."
		GO TO FIN-MVTCAISSE
	END-IF.
	MOVE WS-CODEUTIL TO CAISSE-CODEUTIL.

	MOVE WDATE TO WS-DATECAISSE.
	EXEC SQL
		SELECT NUMCAISSE
		INTO :WS-NUMCAISSE
		FROM CAISSES
		WHERE CODEUTIL = :WS-CODEUTIL
		AND DATECAISSE = :WS-DATECAISSE
		AND ETATCAISSE = "O"
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "Aucune caisse ouverte par " WS-CODEUTIL
			" ce jour : ouvrir la caisse avant d'encaisser des especes."
		GO TO FIN-MVTCAISSE
	END-IF.
	MOVE WS-NUMCAISSE TO CAISSE-NUMCAISSE.

	IF CAISSE-ACTION = "C"
		MOVE "O" TO CAISSE-RETOUR
		GO TO FIN-MVTCAISSE
	END-IF.

	MOVE "NUMMVTCAIS" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMMVTCAIS.
	MOVE CAISSE-SENS TO WS-SENS.
	MOVE CAISSE-MONTANT TO WS-MONTANT.
	MOVE CAISSE-NATURE TO WS-NATURE.
	MOVE CAISSE-NUMPIECE TO WS-NUMPIECE.
	MOVE CAISSE-ORIGINE TO WS-ORIGINE.

	EXEC SQL
		INSERT INTO CAISSE_MOUVEMENTS(NUMMVTCAIS,NUMCAISSE,SENS,MONTANT,
		NATURE,NUMPIECE,ORIGINE,HEUREMVT)
		VALUES(:WS-NUMMVTCAIS,:WS-NUMCAISSE,:WS-SENS,:WS-MONTANT,
		:WS-NATURE,:WS-NUMPIECE,:WS-ORIGINE,:WS-HEUREMVT)
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "ERREUR SQL - mouvement de caisse non inscrit."
		GO TO FIN-MVTCAISSE
	END-IF.

	MOVE "O" TO CAISSE-RETOUR.

FIN-MVTCAISSE.
	GOBACK.

***** OPERATEUR DU TERMINAL (NOM LOGIQUE AEROTERM, A DEFAUT "CONSOLE"),
***** TEL QU'IDENTIFIE PAR SIGNON
OPERATEUR-SESSION.
	ACCEPT WS-TERMINAL FROM ENVIRONMENT "AEROTERM".
	IF WS-TERMINAL = SPACES
		MOVE "CONSOLE" TO WS-TERMINAL
	END-IF.

	EXEC SQL
		SELECT CODEUTIL
		INTO :WS-CODEUTIL
		FROM SESSION_ACTIVE
		WHERE TERMINAL = :WS-TERMINAL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE SPACES TO WS-CODEUTIL
	END-IF.

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
