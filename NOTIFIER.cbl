IDENTIFICATION DIVISION.
PROGRAM-ID. NOTIFIER.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** MISE EN FILE D'UN MESSAGE POUR UN MEMBRE (TABLE NOTIFICATIONS) :
***** APPELE PAR QUALIF (QUALIFICATIONS ET LICENCES A ECHEANCE), RELANCE
***** (IMPAYES), SYNTHESE (DOCUMENTS DES AVIONS A ECHEANCE), RESA ET
***** CONFLRESA (RESERVATION CONFIRMEE, ANNULEE OU REAFFECTEE) ET
***** RETARDS (VOL NON RENTRE). LE CANAL EST CELUI QUE LE MEMBRE A
***** CHOISI (PILOTES.PREFCONTACT) : "M" E-MAIL A L'ADRESSE EMAIL, "T"
***** SMS AU NUMERO TELEPHONE ; UN MEMBRE QUI PREFERE LE COURRIER N'EST
***** PAS MIS EN FILE, L'APPELANT GARDE SA LETTRE OU SA LISTE. NOTIFEXP
***** ENVOIE LA FILE CHAQUE NUIT. PAS DE COMMIT : L'APPELANT VALIDE LE
***** MESSAGE AVEC SA PROPRE UNITE DE TRAVAIL
01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLE PILOTES
	EXEC SQL
		INCLUDE PILOTES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PILOTES.
			05 WS-NUMPIL PIC 9(3).
			05 WS-TELEPHONE PIC X(15).
			05 WS-EMAIL PIC X(40).
			05 WS-PREFCONTACT PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE NOTIFICATIONS
	EXEC SQL
		INCLUDE NOTIFICATIONS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-NOTIFICATIONS.
			05 WS-NUMNOTIF PIC 9(8).
			05 WS-CANAL PIC X.
			05 WS-DESTINATAIRE PIC X(40).
			05 WS-ORIGINE PIC X(8).
			05 WS-REFERENCE PIC X(20).
			05 WS-OBJET PIC X(40).
			05 WS-TEXTE PIC X(160).
			05 WS-DATDEMANDE PIC X(8).
			05 WS-HEUREDEMANDE PIC X(8).
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

LINKAGE SECTION.
***** CONTRAT D'APPEL : MEME DESSIN A DECLARER CHEZ CHAQUE APPELANT.
***** NOTIF-ORIGINE = PROGRAMME APPELANT, NOTIF-REFERENCE = OBJET PRECIS
***** DU MESSAGE (UN MEME MEMBRE NE RECOIT JAMAIS DEUX FOIS LA MEME
***** ORIGINE ET LA MEME REFERENCE) ; EN RETOUR, NOTIF-RETOUR = "Q" MIS
***** EN FILE (NOTIF-NUMNOTIF), "D" DEJA EN FILE, "C" LE MEMBRE PREFERE
***** LE COURRIER, "N" PAS D'ADRESSE OU DE NUMERO POUR SON CANAL (OU
***** MEMBRE INCONNU), "E" ERREUR SQL
01 NOTIF-DEMANDE.
	02 NOTIF-NUMPIL PIC 9(3).
	02 NOTIF-ORIGINE PIC X(8).
	02 NOTIF-REFERENCE PIC X(20).
	02 NOTIF-OBJET PIC X(40).
	02 NOTIF-TEXTE PIC X(160).
	02 NOTIF-RETOUR PIC X.
	02 NOTIF-NUMNOTIF PIC 9(8).

PROCEDURE DIVISION USING NOTIF-DEMANDE.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	ACCEPT WS-HEUREDEMANDE FROM TIME.
	MOVE WDATE TO WS-DATDEMANDE.
	MOVE SPACES TO NOTIF-RETOUR.
	MOVE 0 TO NOTIF-NUMNOTIF.

	MOVE NOTIF-NUMPIL TO WS-NUMPIL.
	MOVE NOTIF-ORIGINE TO WS-ORIGINE.
	MOVE NOTIF-REFERENCE TO WS-REFERENCE.
	MOVE NOTIF-OBJET TO WS-OBJET.
	MOVE NOTIF-TEXTE TO WS-TEXTE.

	PERFORM CANAL-MEMBRE THRU CANAL-MEMBRE-EXIT.
	IF NOTIF-RETOUR NOT = SPACES
		GO TO FIN-NOTIFIER
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBTROUVES
		FROM NOTIFICATIONS
		WHERE NUMPIL = :WS-NUMPIL
		AND ORIGINE = :WS-ORIGINE
		AND REFERENCE = :WS-REFERENCE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE "E" TO NOTIF-RETOUR
		GO TO FIN-NOTIFIER
	END-IF.
	IF WS-NBTROUVES > 0
		MOVE "D" TO NOTIF-RETOUR
		GO TO FIN-NOTIFIER
	END-IF.

	PERFORM MISE-EN-FILE.

FIN-NOTIFIER.
	GOBACK.

***** CANAL PREFERE DU MEMBRE ET SES COORDONNEES : UN E-MAIL SANS
***** ADRESSE OU UN SMS SANS NUMERO N'EST PAS MIS EN FILE, L'APPELANT
***** SE RABAT SUR LE COURRIER COMME POUR LES AUTRES MEMBRES
CANAL-MEMBRE.
	EXEC SQL
		SELECT TELEPHONE, EMAIL, PREFCONTACT
		INTO :WS-TELEPHONE, :WS-EMAIL, :WS-PREFCONTACT
		FROM PILOTES
		WHERE NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE "N" TO NOTIF-RETOUR
		GO TO CANAL-MEMBRE-EXIT
	END-IF.

	EVALUATE WS-PREFCONTACT
		WHEN "M"
			IF WS-EMAIL = SPACES
				MOVE "N" TO NOTIF-RETOUR
			ELSE
				MOVE "M" TO WS-CANAL
				MOVE WS-EMAIL TO WS-DESTINATAIRE
			END-IF
		WHEN "T"
			IF WS-TELEPHONE = SPACES
				MOVE "N" TO NOTIF-RETOUR
			ELSE
				MOVE "S" TO WS-CANAL
				MOVE WS-TELEPHONE TO WS-DESTINATAIRE
			END-IF
		WHEN OTHER
			MOVE "C" TO NOTIF-RETOUR
	END-EVALUATE.

CANAL-MEMBRE-EXIT.
	EXIT.

MISE-EN-FILE.
	MOVE "NUMNOTIF" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMNOTIF.

	EXEC SQL
		INSERT INTO NOTIFICATIONS(NUMNOTIF,NUMPIL,CANAL,DESTINATAIRE,
		ORIGINE,REFERENCE,OBJET,TEXTE,ETATNOTIF,DATDEMANDE,HEUREDEMANDE,
		DATENVOI,DATRETOUR,MOTIFECHEC)
		VALUES(:WS-NUMNOTIF,:WS-NUMPIL,:WS-CANAL,:WS-DESTINATAIRE,
		:WS-ORIGINE,:WS-REFERENCE,:WS-OBJET,:WS-TEXTE,"A",
		:WS-DATDEMANDE,:WS-HEUREDEMANDE," "," "," ")
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE "E" TO NOTIF-RETOUR
	ELSE
		MOVE WS-NUMNOTIF TO NOTIF-NUMNOTIF
		MOVE "Q" TO NOTIF-RETOUR
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
