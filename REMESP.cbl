IDENTIFICATION DIVISION.
PROGRAM-ID. REMESP.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** BORDEREAU DE REMISE D'ESPECES : LES SESSIONS DE CAISSE CLOTUREES
***** (CAISSES, ETATCAISSE "F") DONT LE MONTANT A DEPOSER N'EST PAS
***** ENCORE PORTE EN BANQUE (NUMREMISE = 0) SONT REUNIES SOUS UN NUMERO
***** DE BORDEREAU, EDITEES SUR LE SPOULE (CAISSE, DATE, OPERATEUR,
***** MONTANT, TOTAL) ET MARQUEES DU NUMERO ET DE LA DATE DE REMISE,
***** COMME LES CHEQUES DE REMCHQ. LA NUMEROTATION EST CELLE DES REMISES
***** DE CHEQUES (SEQUENCE NUMREMISE) : UN NUMERO DE BORDEREAU DESIGNE
***** UNE SEULE REMISE, ET RAPBANQ RAPPROCHE LE VERSEMENT D'ESPECES PAR
***** CE NUMERO
77 WS-NBCAISSES PIC 9(6) VALUE IS 0.
77 WS-TOTAL-REMISE PIC 9(8)V99 VALUE IS 0.
***** FIN DU CURSEUR DES CAISSES : TEMOIN SEPARE DE SQLCODE, CAR LES
***** MISES A JOUR INTERIEURES ECRASENT SQLCODE ENTRE DEUX FETCH
77 WS-FIN-CAISSES PIC 9 VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLE CAISSES
	EXEC SQL
		INCLUDE CAISSES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-CAISSE.
			05 WS-NUMCAISSE PIC 9(6).
			05 WS-DATECAISSE PIC X(8).
			05 WS-CODEUTIL PIC X(8).
			05 WS-MONTANTAREMETTRE PIC 9(6)V99.
			05 WS-DATEREMISE PIC X(8).
			05 WS-NBATTENTE PIC 9(6).
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
			05 WS-NUMREMISE PIC 9(6).
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

***** RIEN A DEPOSER = PAS DE BORDEREAU NI DE NUMERO CONSOMME
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBATTENTE
		FROM CAISSES
		WHERE ETATCAISSE = "F"
		AND NUMREMISE = 0
		AND MONTANTAREMETTRE > 0
	END-EXEC.

	IF WS-NBATTENTE = 0
		DISPLAY "Aucune caisse cloturee en attente de depot, pas de bordereau."
		GO TO FIN
	END-IF.

	MOVE "NUMREMISE" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMREMISE.
	MOVE WDATE TO WS-DATEREMISE.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "REMESP" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM EN-TETE-BORDEREAU.
	PERFORM EDITION-CAISSES.
	PERFORM PIED-DE-BORDEREAU.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	PERFORM BILAN.
	GO TO FIN.

EN-TETE-BORDEREAU.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "BORDEREAU DE REMISE D'ESPECES No " WS-NUMREMISE
		" - le " WDATE DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Caisse  Date      Operateur  Montant"
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

EDITION-CAISSES.
	EXEC SQL
		DECLARE REMESPCUR CURSOR FOR
		SELECT NUMCAISSE, DATECAISSE, CODEUTIL, MONTANTAREMETTRE
		FROM CAISSES
		WHERE ETATCAISSE = "F"
		AND NUMREMISE = 0
		AND MONTANTAREMETTRE > 0
		ORDER BY NUMCAISSE
	END-EXEC.

	EXEC SQL
		OPEN REMESPCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CAISSES.
	PERFORM CAISSE-SUIVANTE THRU CAISSE-SUIVANTE-EXIT
		UNTIL WS-FIN-CAISSES = 1.

	EXEC SQL
		CLOSE REMESPCUR
	END-EXEC.

CAISSE-SUIVANTE.
	EXEC SQL
		FETCH REMESPCUR
		INTO :WS-NUMCAISSE, :WS-DATECAISSE, :WS-CODEUTIL,
		:WS-MONTANTAREMETTRE
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CAISSES
		GO TO CAISSE-SUIVANTE-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING WS-NUMCAISSE "  " WS-DATECAISSE "  " WS-CODEUTIL "   "
		WS-MONTANTAREMETTRE DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** LA SESSION EST MARQUEE DU NUMERO DE BORDEREAU : ELLE NE RESSORTIRA
***** PAS SUR UNE REMISE SUIVANTE
	EXEC SQL
		UPDATE CAISSES SET NUMREMISE = :WS-NUMREMISE,
		DATEREMISE = :WS-DATEREMISE
		WHERE NUMCAISSE = :WS-NUMCAISSE
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "    ERREUR SQL - Caisse " WS-NUMCAISSE " non marquee."
		GO TO CAISSE-SUIVANTE-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	ADD 1 TO WS-NBCAISSES.
	ADD WS-MONTANTAREMETTRE TO WS-TOTAL-REMISE.

CAISSE-SUIVANTE-EXIT.
	EXIT.

PIED-DE-BORDEREAU.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "TOTAL DE LA REMISE : " WS-NBCAISSES " caisse(s) pour "
		WS-TOTAL-REMISE DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

BILAN.
	DISPLAY "Bordereau " WS-NUMREMISE " edite (rapport "
		SPOOL-NUMRAPPORT ").".
	DISPLAY "Caisses deposees : " WS-NBCAISSES.
	DISPLAY "Total de la remise : " WS-TOTAL-REMISE.

FIN.
	STOP RUN.

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
