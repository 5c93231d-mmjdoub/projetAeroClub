IDENTIFICATION DIVISION.
PROGRAM-ID. WEBRESA.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT DEMANDEFILE ASSIGN TO "fwebresa.dat"
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-FSTAT-DEM.

	SELECT REJETFILE ASSIGN TO "fwebrejet.dat"
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-FSTAT-REJ.

DATA DIVISION.
FILE SECTION.
***** DEMANDES DE RESERVATION SAISIES PAR LES MEMBRES SUR LE SITE DU
***** CLUB : WEB-NUMDEMANDE EST LA REFERENCE DONNEE PAR LE SITE, LE
***** CRENEAU EST EN AAAAMMJJHHmm COMME DANS RESERVATIONS
FD DEMANDEFILE.
01 DEMANDE-REC.
	05 WEB-NUMDEMANDE    PIC X(10).
	05 WEB-NUMPIL        PIC 9(3).
	05 WEB-CODAV         PIC 9(3).
	05 WEB-DATEDEB       PIC X(12).
	05 WEB-DATEFIN       PIC X(12).

***** DEMANDES REFUSEES, RENVOYEES AU SITE QUI PREVIENT LE MEMBRE :
***** MEMES ZONES QUE LA DEMANDE, SUIVIES DU MOTIF DU REFUS
FD REJETFILE.
01 REJET-REC.
	05 WRJ-NUMDEMANDE    PIC X(10).
	05 WRJ-NUMPIL        PIC 9(3).
	05 WRJ-CODAV         PIC 9(3).
	05 WRJ-DATEDEB       PIC X(12).
	05 WRJ-DATEFIN       PIC X(12).
	05 WRJ-MOTIF         PIC X(50).

WORKING-STORAGE SECTION.
***** IMPORT DES DEMANDES DE RESERVATION DU SITE DU CLUB, LANCE CHAQUE
***** NUIT PAR LA CHAINE : CHAQUE DEMANDE PASSE PAR LES MEMES REGLES
***** QU'UNE RESERVATION SAISIE AU GUICHET (SOUS-PROGRAMME CTRLRESA) ;
***** ACCEPTEE, ELLE EST ENREGISTREE ET CONFIRMEE AU MEMBRE PAR SON
***** CANAL PREFERE (NOTIFIER), REFUSEE, ELLE PART DANS LE FICHIER DES
***** REJETS AVEC SON MOTIF. UNE DEMANDE DEJA ENREGISTREE A L'IDENTIQUE
***** (FICHIER REPASSE) EST IGNOREE. PAS DE FICHIER : AUCUNE DEMANDE
77 WS-FSTAT-DEM PIC X(2) VALUE "00".
77 WS-FSTAT-REJ PIC X(2) VALUE "00".
77 WS-FIN-FICHIER PIC 9 VALUE IS 0.
77 WS-ERREUR PIC 9 VALUE IS 0.
77 WS-NBLUES PIC 9(6) VALUE IS 0.
77 WS-NBACCEPTEES PIC 9(6) VALUE IS 0.
77 WS-NBREFUSEES PIC 9(6) VALUE IS 0.
77 WS-NBDEJA PIC 9(6) VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** CONTROLE D'UNE DEMANDE DE RESERVATION (SOUS-PROGRAMME CTRLRESA) :
***** MEME DESSIN QUE SA LINKAGE SECTION
01 CTRL-DEMANDE.
	02 CTRL-NUMPIL PIC 9(3).
	02 CTRL-CODAV PIC 9(3).
	02 CTRL-DATEDEB PIC X(12).
	02 CTRL-DATEFIN PIC X(12).
	02 CTRL-RETOUR PIC X.
	02 CTRL-MOTIF PIC X(50).
	02 CTRL-NOM PIC X(20).
	02 CTRL-PRENOM PIC X(20).

***** MESSAGE AU MEMBRE (SOUS-PROGRAMME NOTIFIER) : MEME DESSIN QUE SA
***** LINKAGE SECTION
01 NOTIF-DEMANDE.
	02 NOTIF-NUMPIL PIC 9(3).
	02 NOTIF-ORIGINE PIC X(8).
	02 NOTIF-REFERENCE PIC X(20).
	02 NOTIF-OBJET PIC X(40).
	02 NOTIF-TEXTE PIC X(160).
	02 NOTIF-RETOUR PIC X.
	02 NOTIF-NUMNOTIF PIC 9(8).

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
***** DESSIN QUE SA LINKAGE SECTION
01 SPOOL-DEMANDE.
	02 SPOOL-ACTION PIC X VALUE "L".
	02 SPOOL-PROGRAMME PIC X(8).
	02 SPOOL-LIGNE PIC X(80).
	02 SPOOL-NUMRAPPORT PIC 9(6).

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLE RESERVATIONS
	EXEC SQL
		INCLUDE RESERVATIONS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-RESERVATIONS.
			05 WS-NUMRESA PIC 9(6).
			05 WS-NUMPIL PIC 9(3).
			05 WS-CODAV PIC 9(3).
			05 WS-DATEDEB PIC X(12).
			05 WS-DATEFIN PIC X(12).
			05 WS-NBTROUVES PIC 9(3).
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

	MOVE "O" TO SPOOL-ACTION.
	MOVE "WEBRESA" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM EN-TETE-RAPPORT.

	OPEN INPUT DEMANDEFILE.
	IF WS-FSTAT-DEM = "35"
		MOVE "    Aucune demande transmise par le site." TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO FIN-IMPORT
	END-IF.
	IF WS-FSTAT-DEM NOT = "00"
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR OUVERTURE FWEBRESA.DAT : " WS-FSTAT-DEM
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
		GO TO FIN-IMPORT
	END-IF.

	OPEN OUTPUT REJETFILE.
	IF WS-FSTAT-REJ NOT = "00"
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR OUVERTURE FWEBREJET.DAT : " WS-FSTAT-REJ
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		CLOSE DEMANDEFILE
		MOVE 1 TO WS-ERREUR
		GO TO FIN-IMPORT
	END-IF.

	PERFORM DEMANDE-SUIVANTE THRU DEMANDE-SUIVANTE-EXIT
		UNTIL WS-FIN-FICHIER = 1.

	CLOSE DEMANDEFILE.
	CLOSE REJETFILE.
	IF WS-FSTAT-REJ NOT = "00"
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR FERMETURE FWEBREJET.DAT : " WS-FSTAT-REJ
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
	END-IF.

FIN-IMPORT.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	IF WS-ERREUR = 1
		MOVE 8 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	GO TO FIN.

EN-TETE-RAPPORT.
	MOVE "Import des demandes de reservation du site du club"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***************************************************************
***** UNE DEMANDE PAR ENREGISTREMENT, VALIDEE (RESERVATION ET
***** CONFIRMATION) AVANT DE PASSER A LA SUIVANTE : UNE REPRISE APRES
***** INCIDENT RETROUVE LES DEMANDES DEJA ENREGISTREES ET LES IGNORE
***************************************************************
DEMANDE-SUIVANTE.
	READ DEMANDEFILE
		AT END
			MOVE 1 TO WS-FIN-FICHIER
			GO TO DEMANDE-SUIVANTE-EXIT
	END-READ.

	IF WS-FSTAT-DEM NOT = "00"
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR LECTURE FWEBRESA.DAT : " WS-FSTAT-DEM
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
		MOVE 1 TO WS-FIN-FICHIER
		GO TO DEMANDE-SUIVANTE-EXIT
	END-IF.

	ADD 1 TO WS-NBLUES.

	IF WEB-NUMPIL NOT NUMERIC OR WEB-CODAV NOT NUMERIC
		MOVE "Demande illisible (membre ou avion)." TO CTRL-MOTIF
		PERFORM REJET-DEMANDE
		GO TO DEMANDE-SUIVANTE-EXIT
	END-IF.

	MOVE WEB-NUMPIL TO WS-NUMPIL.
	MOVE WEB-CODAV TO WS-CODAV.
	MOVE WEB-DATEDEB TO WS-DATEDEB.
	MOVE WEB-DATEFIN TO WS-DATEFIN.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBTROUVES
		FROM RESERVATIONS
		WHERE NUMPIL = :WS-NUMPIL
		AND CODAV = :WS-CODAV
		AND DATEDEB = :WS-DATEDEB
		AND DATEFIN = :WS-DATEFIN
		AND ETATRESA = "A"
	END-EXEC.

	IF SQLCODE = 0 AND WS-NBTROUVES > 0
		ADD 1 TO WS-NBDEJA
		GO TO DEMANDE-SUIVANTE-EXIT
	END-IF.

	MOVE WEB-NUMPIL TO CTRL-NUMPIL.
	MOVE WEB-CODAV TO CTRL-CODAV.
	MOVE WEB-DATEDEB TO CTRL-DATEDEB.
	MOVE WEB-DATEFIN TO CTRL-DATEFIN.
	CALL "CTRLRESA" USING CTRL-DEMANDE.

	IF CTRL-RETOUR NOT = "O"
		PERFORM REJET-DEMANDE
		GO TO DEMANDE-SUIVANTE-EXIT
	END-IF.

	MOVE "NUMRESA" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMRESA.

	EXEC SQL
		INSERT INTO RESERVATIONS(NUMRESA,NUMPIL,CODAV,DATEDEB,DATEFIN,
		ETATRESA,NUMVOL,NUMOT,MOTIFANNUL)
		VALUES(:WS-NUMRESA,:WS-NUMPIL,:WS-CODAV,:WS-DATEDEB,:WS-DATEFIN,
		"A",0,0," ")
	END-EXEC.

	IF SQLCODE NOT = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR SQL : demande " WEB-NUMDEMANDE
			" non enregistree"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
		MOVE "Erreur technique, demande a renouveler." TO CTRL-MOTIF
		PERFORM REJET-DEMANDE
		GO TO DEMANDE-SUIVANTE-EXIT
	END-IF.

	PERFORM MESSAGE-CONFIRMATION.

	EXEC SQL
		COMMIT
	END-EXEC.

	ADD 1 TO WS-NBACCEPTEES.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "ACCEPTEE " WEB-NUMDEMANDE " resa " WS-NUMRESA " pilote "
		WS-NUMPIL " avion " WS-CODAV " " WS-DATEDEB "-" WS-DATEFIN
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

DEMANDE-SUIVANTE-EXIT.
	EXIT.

***** LA DEMANDE REFUSEE EST RENVOYEE AU SITE AVEC SON MOTIF (CTRL-MOTIF)
REJET-DEMANDE.
	MOVE WEB-NUMDEMANDE TO WRJ-NUMDEMANDE.
	MOVE WEB-NUMPIL TO WRJ-NUMPIL.
	MOVE WEB-CODAV TO WRJ-CODAV.
	MOVE WEB-DATEDEB TO WRJ-DATEDEB.
	MOVE WEB-DATEFIN TO WRJ-DATEFIN.
	MOVE CTRL-MOTIF TO WRJ-MOTIF.
	WRITE REJET-REC.
	IF WS-FSTAT-REJ NOT = "00"
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR ECRITURE FWEBREJET.DAT : " WS-FSTAT-REJ
			" (demande " WEB-NUMDEMANDE ")"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
	END-IF.

	ADD 1 TO WS-NBREFUSEES.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "REFUSEE  " WEB-NUMDEMANDE " " CTRL-MOTIF
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** CONFIRMATION AU MEMBRE PAR SON CANAL PREFERE, VALIDEE AVEC LA
***** RESERVATION ELLE-MEME ; MEME REFERENCE QUE DEPUIS RESA, UNE
***** RESERVATION N'EST JAMAIS CONFIRMEE DEUX FOIS
MESSAGE-CONFIRMATION.
	MOVE WS-NUMPIL TO NOTIF-NUMPIL.
	MOVE "WEBRESA" TO NOTIF-ORIGINE.
	MOVE SPACES TO NOTIF-REFERENCE.
	STRING "RC" WS-NUMRESA DELIMITED BY SIZE INTO NOTIF-REFERENCE.
	MOVE "Confirmation de reservation" TO NOTIF-OBJET.
	MOVE SPACES TO NOTIF-TEXTE.
	STRING "Aeroclub : demande " WEB-NUMDEMANDE " acceptee, reservation "
		WS-NUMRESA ", avion " WS-CODAV ", du " WS-DATEDEB " au "
		WS-DATEFIN " (AAAAMMJJHHMM)." DELIMITED BY SIZE INTO NOTIF-TEXTE.
	CALL "NOTIFIER" USING NOTIF-DEMANDE.

BILAN.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Demandes lues : " WS-NBLUES "  acceptees : " WS-NBACCEPTEES
		"  refusees : " WS-NBREFUSEES
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Demandes deja enregistrees (ignorees) : " WS-NBDEJA
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	DISPLAY "Import des demandes du site (rapport " SPOOL-NUMRAPPORT
		").".
	DISPLAY "Demandes acceptees : " WS-NBACCEPTEES
		"  refusees : " WS-NBREFUSEES.

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

FIN.
	GOBACK.
