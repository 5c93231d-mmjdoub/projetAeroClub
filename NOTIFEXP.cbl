IDENTIFICATION DIVISION.
PROGRAM-ID. NOTIFEXP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT NOTIFFILE ASSIGN TO "fnotif.dat"
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-FSTAT-NOTIF.

DATA DIVISION.
FILE SECTION.
***** MESSAGES A REMETTRE A LA PASSERELLE E-MAIL / SMS DU CLUB : UN
***** ENREGISTREMENT PAR MESSAGE, NTF-CANAL "M" (NTF-DESTINATAIRE =
***** ADRESSE E-MAIL) OU "S" (NTF-DESTINATAIRE = NUMERO DE TELEPHONE) ;
***** NTF-NUMNOTIF EST LA CLE QUE LA PASSERELLE RENVOIE DANS SON
***** FICHIER DES ECHECS DE REMISE (CF NOTIFRET)
FD NOTIFFILE.
01 NOTIF-REC.
	05 NTF-NUMNOTIF      PIC 9(8).
	05 NTF-CANAL         PIC X.
	05 NTF-DESTINATAIRE  PIC X(40).
	05 NTF-NOM           PIC X(20).
	05 NTF-PRENOM        PIC X(20).
	05 NTF-OBJET         PIC X(40).
	05 NTF-TEXTE         PIC X(160).

WORKING-STORAGE SECTION.
***** ENVOI DE LA FILE DES MESSAGES AUX MEMBRES, LANCE CHAQUE NUIT PAR
***** LA CHAINE : LES MESSAGES "A ENVOYER" (ETATNOTIF "A") SONT ECRITS
***** DANS LE FICHIER DE LA PASSERELLE PUIS MARQUES "E" (EXPORTES, AVEC
***** LA DATE D'ENVOI), UN PAR UN ; UN INCIDENT D'ECRITURE ARRETE
***** L'ETAPE, LES MESSAGES NON ECRITS RESTENT EN FILE POUR LA NUIT
***** SUIVANTE. LE FICHIER EST RECREE A CHAQUE PASSAGE : LA PASSERELLE
***** DOIT L'AVOIR PRIS AVANT LE PASSAGE SUIVANT
77 WS-FSTAT-NOTIF PIC X(2) VALUE "00".
77 WS-FIN-FILE PIC 9 VALUE IS 0.
77 WS-ERREUR PIC 9 VALUE IS 0.
77 WS-NBEXPORTES PIC 9(6) VALUE IS 0.
77 WS-NBPARMAIL PIC 9(6) VALUE IS 0.
77 WS-NBPARSMS PIC 9(6) VALUE IS 0.

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
			05 WS-CANAL PIC X.
			05 WS-DESTINATAIRE PIC X(40).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-OBJET PIC X(40).
			05 WS-TEXTE PIC X(160).
			05 WS-NBRESTANT PIC 9(6).
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
	MOVE "NOTIFEXP" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM EN-TETE-RAPPORT.

	OPEN OUTPUT NOTIFFILE.
	IF WS-FSTAT-NOTIF NOT = "00"
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR OUVERTURE FNOTIF.DAT : " WS-FSTAT-NOTIF
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
		GO TO FIN-EXPORT
	END-IF.

	PERFORM EXPORT-NOTIFICATIONS.

	CLOSE NOTIFFILE.
	IF WS-FSTAT-NOTIF NOT = "00"
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR FERMETURE FNOTIF.DAT : " WS-FSTAT-NOTIF
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
	END-IF.

FIN-EXPORT.
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
	MOVE "Envoi des messages aux membres (e-mail / SMS)"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***************************************************************
***** MESSAGES EN FILE, DANS L'ORDRE DE LEUR DEMANDE ; CHAQUE
***** MESSAGE ECRIT EST MARQUE ET VALIDE AUSSITOT, UNE REPRISE APRES
***** INCIDENT NE L'ENVOIE PAS UNE SECONDE FOIS. PAS DE CURSEUR : LE
***** COMMIT DE CHAQUE MESSAGE LE FERMERAIT, LE SUIVANT EST RELU PAR
***** SON NUMERO
***************************************************************
EXPORT-NOTIFICATIONS.
	MOVE 0 TO WS-NUMNOTIF.
	MOVE 0 TO WS-FIN-FILE.
	PERFORM NOTIF-SUIVANTE THRU NOTIF-SUIVANTE-EXIT
		UNTIL WS-FIN-FILE = 1.

NOTIF-SUIVANTE.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBRESTANT
		FROM NOTIFICATIONS
		WHERE ETATNOTIF = "A"
		AND NUMNOTIF > :WS-NUMNOTIF
	END-EXEC.

	IF SQLCODE = 0 AND WS-NBRESTANT = 0
		MOVE 1 TO WS-FIN-FILE
		GO TO NOTIF-SUIVANTE-EXIT
	END-IF.

	IF SQLCODE = 0
		EXEC SQL
			SELECT MIN(NUMNOTIF)
			INTO :WS-NUMNOTIF
			FROM NOTIFICATIONS
			WHERE ETATNOTIF = "A"
			AND NUMNOTIF > :WS-NUMNOTIF
		END-EXEC
	END-IF.

	IF SQLCODE = 0
		EXEC SQL
			SELECT NOTIFICATIONS.CANAL, NOTIFICATIONS.DESTINATAIRE,
			PILOTES.NOM, PILOTES.PRENOM, NOTIFICATIONS.OBJET,
			NOTIFICATIONS.TEXTE
			INTO :WS-CANAL, :WS-DESTINATAIRE, :WS-NOM, :WS-PRENOM,
			:WS-OBJET, :WS-TEXTE
			FROM NOTIFICATIONS, PILOTES
			WHERE NOTIFICATIONS.NUMPIL = PILOTES.NUMPIL
			AND NOTIFICATIONS.NUMNOTIF = :WS-NUMNOTIF
		END-EXEC
	END-IF.

	IF SQLCODE NOT = 0
		MOVE "ERREUR SQL EN LECTURE DE LA FILE DES MESSAGES"
			TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
		MOVE 1 TO WS-FIN-FILE
		GO TO NOTIF-SUIVANTE-EXIT
	END-IF.

	MOVE WS-NUMNOTIF TO NTF-NUMNOTIF.
	MOVE WS-CANAL TO NTF-CANAL.
	MOVE WS-DESTINATAIRE TO NTF-DESTINATAIRE.
	MOVE WS-NOM TO NTF-NOM.
	MOVE WS-PRENOM TO NTF-PRENOM.
	MOVE WS-OBJET TO NTF-OBJET.
	MOVE WS-TEXTE TO NTF-TEXTE.
	WRITE NOTIF-REC.
	IF WS-FSTAT-NOTIF NOT = "00"
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR ECRITURE FNOTIF.DAT : " WS-FSTAT-NOTIF
			" (message " WS-NUMNOTIF ")"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
		MOVE 1 TO WS-FIN-FILE
		GO TO NOTIF-SUIVANTE-EXIT
	END-IF.

	EXEC SQL
		UPDATE NOTIFICATIONS SET ETATNOTIF = "E", DATENVOI = :WDATE
		WHERE NUMNOTIF = :WS-NUMNOTIF
	END-EXEC.

	IF SQLCODE NOT = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR SQL : message " WS-NUMNOTIF
			" ecrit mais non marque envoye"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 1 TO WS-ERREUR
		MOVE 1 TO WS-FIN-FILE
		GO TO NOTIF-SUIVANTE-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	ADD 1 TO WS-NBEXPORTES.
	IF WS-CANAL = "M"
		ADD 1 TO WS-NBPARMAIL
	ELSE
		ADD 1 TO WS-NBPARSMS
	END-IF.

NOTIF-SUIVANTE-EXIT.
	EXIT.

BILAN.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Messages transmis a la passerelle : " WS-NBEXPORTES
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    dont e-mails : " WS-NBPARMAIL "  SMS : " WS-NBPARSMS
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	DISPLAY "Envoi des messages aux membres (rapport " SPOOL-NUMRAPPORT
		").".
	DISPLAY "Messages transmis : " WS-NBEXPORTES.

FIN.
	GOBACK.
