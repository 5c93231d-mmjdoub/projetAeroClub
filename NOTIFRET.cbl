IDENTIFICATION DIVISION.
PROGRAM-ID. NOTIFRET.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT RETOURFILE ASSIGN TO "fnotifret.dat"
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-FSTAT-RET.

DATA DIVISION.
FILE SECTION.
***** ECHECS DE REMISE RENVOYES PAR LA PASSERELLE E-MAIL / SMS : UN
***** ENREGISTREMENT PAR MESSAGE NON REMIS (ADRESSE INCONNUE, BOITE
***** PLEINE, NUMERO HORS SERVICE...), RET-NUMNOTIF ETANT LE NUMERO
***** TRANSMIS PAR NOTIFEXP, RET-DATE LA DATE DE L'ECHEC (AAAAMMJJ)
FD RETOURFILE.
01 RETOUR-REC.
	05 RET-NUMNOTIF      PIC 9(8).
	05 RET-DATE          PIC X(8).
	05 RET-MOTIF         PIC X(40).

WORKING-STORAGE SECTION.
***** IMPORT DES ECHECS DE REMISE DES MESSAGES AUX MEMBRES : CHAQUE
***** MESSAGE NON REMIS PASSE A L'ETAT "R" AVEC LE MOTIF DONNE PAR LA
***** PASSERELLE, ET LE RAPPORT DONNE AU SECRETARIAT LA LISTE DES
***** MEMBRES A APPELER (TELEPHONE, OBJET DU MESSAGE, MOTIF) ; IL FAUT
***** ENSUITE CORRIGER LEURS COORDONNEES OU LEUR PREFERENCE PAR F3. UN
***** FICHIER REPASSE DEUX FOIS NE PRODUIT RIEN DE PLUS
77 WS-FSTAT-RET PIC X(2) VALUE "00".
77 WS-FIN-FICHIER PIC 9 VALUE IS 0.
77 WS-NBLUS PIC 9(6) VALUE IS 0.
77 WS-NBECHECS PIC 9(6) VALUE IS 0.
77 WS-NBDOUBLONS PIC 9(6) VALUE IS 0.
77 WS-NBINVALIDES PIC 9(6) VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES NOTIFICATIONS, PILOTES
	EXEC SQL
		INCLUDE NOTIFICATIONS,PILOTES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-NOTIFICATIONS.
			05 WS-NUMNOTIF PIC 9(8).
			05 WS-NUMPIL PIC 9(3).
			05 WS-CANAL PIC X.
			05 WS-OBJET PIC X(40).
			05 WS-ETATNOTIF PIC X.
			05 WS-DATRETOUR PIC X(8).
			05 WS-MOTIFECHEC PIC X(40).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-TELEPHONE PIC X(15).
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
	MOVE "NOTIFRET" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.
	PERFORM EN-TETE-RAPPORT.
	PERFORM OUVERTURE-FICHIER.
	PERFORM LECTURE-RETOUR THRU LECTURE-RETOUR-EXIT
		UNTIL WS-FIN-FICHIER = 1.
	PERFORM FERMETURE-FICHIER.
	IF WS-NBECHECS = 0
		MOVE "    Aucun nouvel echec de remise." TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	GO TO FIN.

EN-TETE-RAPPORT.
	MOVE "Messages non remis - membres a appeler" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

OUVERTURE-FICHIER.
	OPEN INPUT RETOURFILE.
	IF WS-FSTAT-RET NOT = "00"
		DISPLAY "ERREUR OUVERTURE FNOTIFRET.DAT : " WS-FSTAT-RET
		MOVE 1 TO WS-FIN-FICHIER
	END-IF.

***************************************************************
***** UN ECHEC PAR ENREGISTREMENT : SEUL UN MESSAGE TRANSMIS A LA
***** PASSERELLE (ETAT "E") PEUT ETRE DECLARE NON REMIS
***************************************************************
LECTURE-RETOUR.
	READ RETOURFILE
		AT END
			MOVE 1 TO WS-FIN-FICHIER
			GO TO LECTURE-RETOUR-EXIT
	END-READ.

	IF WS-FSTAT-RET NOT = "00"
		DISPLAY "ERREUR LECTURE FNOTIFRET.DAT : " WS-FSTAT-RET
		MOVE 1 TO WS-FIN-FICHIER
		GO TO LECTURE-RETOUR-EXIT
	END-IF.

	ADD 1 TO WS-NBLUS.

	IF RET-NUMNOTIF NOT NUMERIC
		ADD 1 TO WS-NBINVALIDES
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ENREGISTREMENT INVALIDE IGNORE - " RETOUR-REC
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO LECTURE-RETOUR-EXIT
	END-IF.

	MOVE RET-NUMNOTIF TO WS-NUMNOTIF.
	EXEC SQL
		SELECT NOTIFICATIONS.NUMPIL, NOTIFICATIONS.CANAL,
		NOTIFICATIONS.OBJET, NOTIFICATIONS.ETATNOTIF, PILOTES.NOM,
		PILOTES.PRENOM, PILOTES.TELEPHONE
		INTO :WS-NUMPIL, :WS-CANAL, :WS-OBJET, :WS-ETATNOTIF, :WS-NOM,
		:WS-PRENOM, :WS-TELEPHONE
		FROM NOTIFICATIONS, PILOTES
		WHERE NOTIFICATIONS.NUMPIL = PILOTES.NUMPIL
		AND NOTIFICATIONS.NUMNOTIF = :WS-NUMNOTIF
	END-EXEC.

	IF SQLCODE NOT = 0
		ADD 1 TO WS-NBINVALIDES
		MOVE SPACES TO SPOOL-LIGNE
		STRING "MESSAGE INCONNU IGNORE - " RET-NUMNOTIF " " RET-MOTIF
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO LECTURE-RETOUR-EXIT
	END-IF.

	IF WS-ETATNOTIF = "R"
		ADD 1 TO WS-NBDOUBLONS
		GO TO LECTURE-RETOUR-EXIT
	END-IF.
	IF WS-ETATNOTIF NOT = "E"
		ADD 1 TO WS-NBINVALIDES
		MOVE SPACES TO SPOOL-LIGNE
		STRING "MESSAGE NON ENCORE TRANSMIS IGNORE - " RET-NUMNOTIF
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO LECTURE-RETOUR-EXIT
	END-IF.

	MOVE RET-DATE TO WS-DATRETOUR.
	IF WS-DATRETOUR = SPACES
		MOVE WDATE TO WS-DATRETOUR
	END-IF.
	MOVE RET-MOTIF TO WS-MOTIFECHEC.

	EXEC SQL
		UPDATE NOTIFICATIONS SET ETATNOTIF = "R",
		DATRETOUR = :WS-DATRETOUR, MOTIFECHEC = :WS-MOTIFECHEC
		WHERE NUMNOTIF = :WS-NUMNOTIF
		AND ETATNOTIF = "E"
	END-EXEC.

	IF SQLCODE NOT = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "ERREUR SQL : echec du message " WS-NUMNOTIF
			" non enregistre."
		GO TO LECTURE-RETOUR-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	ADD 1 TO WS-NBECHECS.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING WS-NUMPIL " " WS-NOM " " WS-PRENOM " tel " WS-TELEPHONE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	IF WS-CANAL = "M"
		STRING "    e-mail : " WS-OBJET
			DELIMITED BY SIZE INTO SPOOL-LIGNE
	ELSE
		STRING "    SMS    : " WS-OBJET
			DELIMITED BY SIZE INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    motif  : " WS-MOTIFECHEC
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

LECTURE-RETOUR-EXIT.
	EXIT.

FERMETURE-FICHIER.
	CLOSE RETOURFILE.

BILAN.
	DISPLAY "Messages non remis (rapport " SPOOL-NUMRAPPORT ").".
	DISPLAY "Enregistrements lus : " WS-NBLUS.
	DISPLAY "Echecs de remise enregistres : " WS-NBECHECS.
	DISPLAY "Echecs deja enregistres (ignores) : " WS-NBDOUBLONS.
	DISPLAY "Enregistrements invalides : " WS-NBINVALIDES.

FIN.
	STOP RUN.
