IDENTIFICATION DIVISION.
PROGRAM-ID. STOCKRAP.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** ETAT DU STOCK DE PIECES, LANCE CHAQUE NUIT PAR LA CHAINE :
*****   - VALORISATION DU STOCK (QUANTITE x PRIX MOYEN PONDERE DU
*****     CATALOGUE) PIECE PAR PIECE ET AU TOTAL ;
*****   - LISTE DE REAPPROVISIONNEMENT : PIECES SUIVIES (SEUIL > 0) DONT
*****     LE STOCK EST DESCENDU AU SEUIL OU EN DESSOUS, AVEC LA QUANTITE
*****     A COMMANDER ;
*****   - ANOMALIES : STOCK NEGATIF, SIGNE D'UNE RECEPTION NON SAISIE
*****     DANS STOCK AVANT LA CONSOMMATION SUR UN ORDRE DE TRAVAIL
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-NBPIECES PIC 9(6) VALUE IS 0.
77 WS-NBAREAPPRO PIC 9(6) VALUE IS 0.
77 WS-NBNEGATIFS PIC 9(6) VALUE IS 0.
77 WS-VALEUR PIC S9(8)V99 VALUE IS 0.
77 WS-TOT-VALEUR PIC S9(9)V99 VALUE IS 0.

***** ZONES D'EDITION
77 ED-QTE PIC -(5)9.
77 ED-SEUIL PIC Z(3)9.
77 ED-COMMANDE PIC Z(3)9.
77 ED-PRIX PIC Z(3)9.99.
77 ED-VALEUR PIC -(7)9.99.
77 ED-TOTAL PIC -(8)9.99.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLE PIECES_CATALOGUE
	EXEC SQL
		INCLUDE PIECES_CATALOGUE
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PIECE.
			05 WS-REFPIECE PIC X(10).
			05 WS-DESIGNATION PIC X(30).
			05 WS-PRIXUNIT PIC 9(4)V99.
			05 WS-QTESTOCK PIC S9(6).
			05 WS-SEUILREAPPRO PIC 9(4).
			05 WS-QTEREAPPRO PIC 9(4).
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

	MOVE "O" TO SPOOL-ACTION.
	MOVE "STOCKRAP" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM EN-TETE-RAPPORT.
	PERFORM VALORISATION-STOCK.
	PERFORM LISTE-REAPPRO.
	PERFORM STOCKS-NEGATIFS.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO RETURN-CODE.
	GO TO FIN.

EN-TETE-RAPPORT.
	MOVE "Etat du stock des pieces" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***************************************************************
***** VALORISATION : TOUTE PIECE AYANT UN STOCK NON NUL, AU PRIX
***** MOYEN PONDERE DU CATALOGUE
***************************************************************
VALORISATION-STOCK.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Valorisation du stock :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE VALOCUR CURSOR FOR
		SELECT REFPIECE, DESIGNATION, PRIXUNIT, QTESTOCK
		FROM PIECES_CATALOGUE
		WHERE QTESTOCK <> 0
		ORDER BY REFPIECE
	END-EXEC.

	EXEC SQL
		OPEN VALOCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM VALORISATION-SUIVANTE THRU VALORISATION-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE VALOCUR
	END-EXEC.

	MOVE WS-TOT-VALEUR TO ED-TOTAL.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Valeur totale du stock : " ED-TOTAL
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

VALORISATION-SUIVANTE.
	EXEC SQL
		FETCH VALOCUR
		INTO :WS-REFPIECE, :WS-DESIGNATION, :WS-PRIXUNIT, :WS-QTESTOCK
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO VALORISATION-SUIVANTE-EXIT
	END-IF.

	ADD 1 TO WS-NBPIECES.
	COMPUTE WS-VALEUR = WS-QTESTOCK * WS-PRIXUNIT.
	ADD WS-VALEUR TO WS-TOT-VALEUR.

	MOVE WS-QTESTOCK TO ED-QTE.
	MOVE WS-PRIXUNIT TO ED-PRIX.
	MOVE WS-VALEUR TO ED-VALEUR.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " WS-REFPIECE " " WS-DESIGNATION " " ED-QTE " x "
		ED-PRIX " = " ED-VALEUR
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

VALORISATION-SUIVANTE-EXIT.
	EXIT.

***************************************************************
***** REAPPROVISIONNEMENT : PIECES SUIVIES AU SEUIL OU EN DESSOUS
***************************************************************
LISTE-REAPPRO.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Pieces a recommander (stock au seuil ou en dessous) :"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE REAPPROCUR CURSOR FOR
		SELECT REFPIECE, DESIGNATION, QTESTOCK, SEUILREAPPRO,
		QTEREAPPRO
		FROM PIECES_CATALOGUE
		WHERE SEUILREAPPRO > 0
		AND QTESTOCK <= SEUILREAPPRO
		ORDER BY REFPIECE
	END-EXEC.

	EXEC SQL
		OPEN REAPPROCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM REAPPRO-SUIVANTE THRU REAPPRO-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE REAPPROCUR
	END-EXEC.

	IF WS-NBAREAPPRO = 0
		MOVE "    Aucune piece sous son seuil." TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

REAPPRO-SUIVANTE.
	EXEC SQL
		FETCH REAPPROCUR
		INTO :WS-REFPIECE, :WS-DESIGNATION, :WS-QTESTOCK,
		:WS-SEUILREAPPRO, :WS-QTEREAPPRO
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO REAPPRO-SUIVANTE-EXIT
	END-IF.

	ADD 1 TO WS-NBAREAPPRO.
	MOVE WS-QTESTOCK TO ED-QTE.
	MOVE WS-SEUILREAPPRO TO ED-SEUIL.
	MOVE WS-QTEREAPPRO TO ED-COMMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " WS-REFPIECE " " WS-DESIGNATION " stock " ED-QTE
		" seuil " ED-SEUIL " cde " ED-COMMANDE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

REAPPRO-SUIVANTE-EXIT.
	EXIT.

***************************************************************
***** ANOMALIES : STOCK NEGATIF (CONSOMMATION AVANT RECEPTION)
***************************************************************
STOCKS-NEGATIFS.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Anomalies - stock negatif (reception a saisir) :"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE NEGATIFCUR CURSOR FOR
		SELECT REFPIECE, DESIGNATION, QTESTOCK
		FROM PIECES_CATALOGUE
		WHERE QTESTOCK < 0
		ORDER BY REFPIECE
	END-EXEC.

	EXEC SQL
		OPEN NEGATIFCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM NEGATIF-SUIVANT THRU NEGATIF-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE NEGATIFCUR
	END-EXEC.

	IF WS-NBNEGATIFS = 0
		MOVE "    Aucune." TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

NEGATIF-SUIVANT.
	EXEC SQL
		FETCH NEGATIFCUR
		INTO :WS-REFPIECE, :WS-DESIGNATION, :WS-QTESTOCK
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO NEGATIF-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBNEGATIFS.
	MOVE WS-QTESTOCK TO ED-QTE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " WS-REFPIECE " " WS-DESIGNATION " stock " ED-QTE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

NEGATIF-SUIVANT-EXIT.
	EXIT.

BILAN.
	MOVE WS-TOT-VALEUR TO ED-TOTAL.
	DISPLAY "Etat du stock des pieces (rapport " SPOOL-NUMRAPPORT ").".
	DISPLAY "Pieces en stock : " WS-NBPIECES.
	DISPLAY "Valeur du stock : " ED-TOTAL.
	DISPLAY "Pieces a recommander : " WS-NBAREAPPRO.
	DISPLAY "Pieces en stock negatif : " WS-NBNEGATIFS.

FIN.
	GOBACK.
