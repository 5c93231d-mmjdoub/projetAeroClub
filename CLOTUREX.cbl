***** SPOULES, PUIS ELLE EST MARQUEE CLOSE DANS EXERCICES ; F1, F2,
***** REGLEMENT ET AVOIR REFUSENT ENSUITE TOUTE MODIFICATION DE LIGNES
***** DATEES DEDANS - LA REPONSE A L'AUDITEUR QUI DEMANDAIT COMMENT ON
***** GARANTIT QUE LES CHIFFRES APPROUVES NE DERIVENT PAS. AVANT LE
***** MARQUAGE, LES DOTATIONS AUX AMORTISSEMENTS DE L'ANNEE SONT
***** CALCULEES (SOUS-PROGRAMME AMORTIS) ET VALIDEES DANS LA MEME UNITE
***** DE TRAVAIL QUE LE MARQUAGE : PAS D'EXERCICE CLOS SANS SES
***** DOTATIONS, PAS DE DOTATIONS SUR UN EXERCICE RESTE OUVERT. L'EXPORT
***** JOURNAL DE DECEMBRE EST A RELANCER APRES LA CLOTURE POUR Y PORTER
***** LES DOTATIONS
77 SAI-ANNEE PIC X(4).
77 FILTRE-ANNEE PIC X(5).
77 WS-NBANOMALIES PIC 9(6) VALUE IS 0.
	02 SPOOL-LIGNE PIC X(80).
	02 SPOOL-NUMRAPPORT PIC 9(6).

***** CONTRAT D'APPEL DE AMORTIS (MEME DESSIN QUE SA LINKAGE SECTION)
01 AMORT-DEMANDE.
	02 AMORT-ACTION PIC X.
	02 AMORT-ANNEE PIC X(4).
	02 AMORT-NUMIMMO PIC 9(6).
	02 AMORT-DATE PIC X(8).
	02 AMORT-RETOUR PIC X.
	02 AMORT-NBIMMO PIC 9(6).
	02 AMORT-TOTAL PIC 9(8)V99.
	02 AMORT-CUMUL PIC 9(8)V99.
	02 AMORT-VNC PIC 9(8)V99.

PROCEDURE DIVISION.

DEBUT.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM TOTAUX-DE-CLOTURE.
	PERFORM DOTATIONS-AMORTISSEMENT.
	PERFORM MARQUAGE-EXERCICE.

	MOVE "F" TO SPOOL-ACTION.
	DISPLAY "Reglements encaisses : " WS-TOTREGLEMENTS.
	DISPLAY "Impayees de l'annee : " WS-NBIMPAYEES " pour " WS-TOTIMPAYE.

***** DOTATIONS DE L'ANNEE POUR TOUTES LES IMMOBILISATIONS EN SERVICE ;
***** PAS DE COMMIT ICI : C'EST LE MARQUAGE QUI VALIDE LE TOUT
DOTATIONS-AMORTISSEMENT.
	MOVE "E" TO AMORT-ACTION.
	MOVE SAI-ANNEE TO AMORT-ANNEE.
	CALL "AMORTIS" USING AMORT-DEMANDE.

	IF AMORT-RETOUR NOT = "O"
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "ERREUR SQL : DOTATIONS AUX AMORTISSEMENTS NON PASSEES,"
		DISPLAY "EXERCICE NON CLOS."
		GO TO FIN
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Dotations aux amortissements : " AMORT-NBIMMO
		" dotation(s) pour " AMORT-TOTAL DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	DISPLAY "Dotations aux amortissements : " AMORT-NBIMMO
		" dotation(s) pour " AMORT-TOTAL.

MARQUAGE-EXERCICE.
	EXEC SQL
		INSERT INTO EXERCICES(ANNEE,DATCLOTUREX,STATUTEX)
