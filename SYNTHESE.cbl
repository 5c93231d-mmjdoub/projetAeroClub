77 WS-NBINACTIFS PIC 9(6) VALUE IS 0.
77 WS-NBDESTINATIONS PIC 9(6) VALUE IS 0.
77 WS-NBDOCSEXPIRANT PIC 9(6) VALUE IS 0.
77 WS-NBMESSAGES PIC 9(6) VALUE IS 0.
77 WS-NBCONSIGNES PIC 9(6) VALUE IS 0.
77 WS-NBRETARDS PIC 9(6) VALUE IS 0.
77 WS-NBRETARDS-7J PIC 9(6) VALUE IS 0.
***** ANCIENNETE DU RETARD EN JOURS (ANNEES DE 360 JOURS, MOIS DE 30
   02 WMOISLIMDOC PIC 99.
   02 WJOURLIMDOC PIC 99.

***** DATE LIMITE DE PREAVIS DES CONSIGNES DE NAVIGABILITE (PREAVIS
***** PARAMETRE), ORDRE AAAA/MM/JJ POUR COMPARAISON DIRECTE
01 WDATE-LIMITE-CN.
   02 WANNEELIMCN PIC 9999.
   02 WMOISLIMCN PIC 99.
   02 WJOURLIMCN PIC 99.

***** SEUIL DE NON-VOL DES PILOTES
01 WDATE-SEUIL-VOL.
   02 WJOURSEUILVOL PIC 99.
			05 WS-RETENTION_CONTROL_MOIS PIC 9(3).
			05 WS-RETENTION_VOL_MOIS PIC 9(3).
			05 WS-PREAVIS_DOC_MOIS PIC 9(3).
			05 WS-PREAVIS_CN_MOIS PIC 9(3).
			05 WS-NUMPIL_RESP_DOC PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-DOCUMENT-EXPIRANT.
			05 WS-NUMDOC PIC 9(6).
			05 WS-DOCCODAV PIC 9(3).
			05 WS-NOMTYPDOC PIC X(10).
			05 WS-REFERENCE PIC X(20).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES CONSIGNES, CONSIGNES_SUIVI, COMPOSANTS
	EXEC SQL
		INCLUDE CONSIGNES,CONSIGNES_SUIVI,COMPOSANTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-CONSIGNE-ECHEANCE.
			05 WS-CNCODAV PIC 9(3).
			05 WS-CNNUMCOMP PIC 9(6).
			05 WS-REFCN PIC X(20).
			05 WS-DATEECH PIC X(8).
			05 WS-HEURESECH PIC 9(5)V9.
			05 WS-CNCOMPTEUR PIC 9(5)V9.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

77 ED-CNHEURES PIC Z(4)9.9.
77 ED-CNCOMPTEUR PIC Z(4)9.9.

**** IMPORT TABLE PILOTES
	EXEC SQL
		INCLUDE PILOTES
	02 SPOOL-LIGNE PIC X(80).
	02 SPOOL-NUMRAPPORT PIC 9(6).

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

PROCEDURE DIVISION.

DEBUT.
	PERFORM AVIONS-A-SURVEILLER.
	PERFORM AVIONS-CONTROLE-CALENDAIRE.
	PERFORM DOCUMENTS-AVION-EXPIRANT.

***** LES MESSAGES MIS EN FILE PAR NOTIFIER SONT VALIDES ENSEMBLE
	EXEC SQL
		COMMIT
	END-EXEC.

	PERFORM CONSIGNES-A-ECHEANCE.
	PERFORM PILOTES-INACTIFS.
	PERFORM VOLS-PAR-DESTINATION.
	PERFORM VOLS-EN-RETARD.
LECTURE-PARAMETRES.
	EXEC SQL
		SELECT MARGE_HEURES_CONTROL, RETENTION_CONTROL_MOIS,
		RETENTION_VOL_MOIS, PREAVIS_DOC_MOIS, PREAVIS_CN_MOIS,
		NUMPIL_RESP_DOC
		INTO :WS-MARGE_HEURES_CONTROL, :WS-RETENTION_CONTROL_MOIS,
		:WS-RETENTION_VOL_MOIS, :WS-PREAVIS_DOC_MOIS,
		:WS-PREAVIS_CN_MOIS, :WS-NUMPIL_RESP_DOC
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.
		COMPUTE WANNEELIMDOC = WANNEE + 1
	END-IF.

	MOVE WJOUR TO WJOURLIMCN.
	IF WMOIS + WS-PREAVIS_CN_MOIS NOT > 12
		COMPUTE WMOISLIMCN = WMOIS + WS-PREAVIS_CN_MOIS
		MOVE WANNEE TO WANNEELIMCN
	ELSE
		COMPUTE WMOISLIMCN = WMOIS + WS-PREAVIS_CN_MOIS - 12
		COMPUTE WANNEELIMCN = WANNEE + 1
	END-IF.

EN-TETE-RAPPORT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Synthese de fin de journee de l'exploitation" DELIMITED BY SIZE

	EXEC SQL
		DECLARE DOCEXPIRCUR CURSOR FOR
		SELECT DOCUMENTS_AVION.NUMDOC, DOCUMENTS_AVION.CODAV,
		TYPE_DOCUMENT.NOMTYPDOC, DOCUMENTS_AVION.REFERENCE,
		DOCUMENTS_AVION.DATEXPIR
		FROM DOCUMENTS_AVION, TYPE_DOCUMENT
		WHERE DOCUMENTS_AVION.TYPEDOC = TYPE_DOCUMENT.NUMTYPDOC
		AND DATEXPIR < WDATE-LIMITE-DOC
DOC-EXPIRANT-SUIVANT.
	EXEC SQL
		FETCH DOCEXPIRCUR
		INTO :WS-NUMDOC, :WS-DOCCODAV, :WS-NOMTYPDOC, :WS-REFERENCE,
		:WS-DATEXPIR
	END-EXEC.

	IF SQLCODE = 100
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBDOCSEXPIRANT.
	IF WS-NUMPIL_RESP_DOC NOT = 0
		PERFORM MESSAGE-DOCUMENT
	END-IF.

DOC-EXPIRANT-SUIVANT-EXIT.
	EXIT.

***** LE MEMBRE CHARGE DES DOCUMENTS (PARAMETRES NUMPIL_RESP_DOC) EST
***** PREVENU UNE FOIS PAR DOCUMENT ET PAR DATE D'EXPIRATION ; LA SAISIE
***** DU DOCUMENT RENOUVELE DANS DOCAVION DONNERA SON PROPRE RAPPEL
MESSAGE-DOCUMENT.
	MOVE WS-NUMPIL_RESP_DOC TO NOTIF-NUMPIL.
	MOVE "SYNTHESE" TO NOTIF-ORIGINE.
	MOVE SPACES TO NOTIF-REFERENCE.
	STRING "DA" WS-NUMDOC WS-DATEXPIR DELIMITED BY SIZE
		INTO NOTIF-REFERENCE.
	MOVE "Document d'avion a renouveler" TO NOTIF-OBJET.
	MOVE SPACES TO NOTIF-TEXTE.
	STRING "Aeroclub : avion " WS-DOCCODAV ", document " WS-NOMTYPDOC
		" (" WS-REFERENCE ") expire le " WS-DATEXPIR
		". Renouvellement a saisir dans DOCAVION."
		DELIMITED BY SIZE INTO NOTIF-TEXTE.
	CALL "NOTIFIER" USING NOTIF-DEMANDE.
	IF NOTIF-RETOUR = "Q"
		ADD 1 TO WS-NBMESSAGES
	END-IF.

***** CONSIGNES DE NAVIGABILITE NON SOLDEES ECHUES OU ARRIVANT A
***** ECHEANCE (DATE DANS LE PREAVIS PARAMETRE, HEURES DANS LA MARGE DES
***** REVISIONS), SUR LES CELLULES PUIS SUR LES MOTEURS ET HELICES
CONSIGNES-A-ECHEANCE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING " " DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Consignes de navigabilite a echeance avant le " WDATE-LIMITE-CN " :" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE CNECHCUR CURSOR FOR
		SELECT CONSIGNES_SUIVI.CODAV, CONSIGNES_SUIVI.NUMCOMP,
		CONSIGNES.REFCN, CONSIGNES_SUIVI.DATEECH,
		CONSIGNES_SUIVI.HEURESECH, AVIONS.CPTHORAV
		FROM CONSIGNES, CONSIGNES_SUIVI, AVIONS
		WHERE CONSIGNES.NUMCN = CONSIGNES_SUIVI.NUMCN
		AND CONSIGNES_SUIVI.CODAV = AVIONS.CODAV
		AND CONSIGNES_SUIVI.ETATSUIVI = "O"
		AND (CONSIGNES_SUIVI.DATEECH < :WDATE-LIMITE-CN
		OR AVIONS.CPTHORAV >= CONSIGNES_SUIVI.HEURESECH
		- :WS-MARGE_HEURES_CONTROL)
		UNION
		SELECT COMPOSANTS.CODAV, CONSIGNES_SUIVI.NUMCOMP,
		CONSIGNES.REFCN, CONSIGNES_SUIVI.DATEECH,
		CONSIGNES_SUIVI.HEURESECH, COMPOSANTS.HEURESCOMP
		FROM CONSIGNES, CONSIGNES_SUIVI, COMPOSANTS
		WHERE CONSIGNES.NUMCN = CONSIGNES_SUIVI.NUMCN
		AND CONSIGNES_SUIVI.NUMCOMP = COMPOSANTS.NUMCOMP
		AND CONSIGNES_SUIVI.ETATSUIVI = "O"
		AND (CONSIGNES_SUIVI.DATEECH < :WDATE-LIMITE-CN
		OR COMPOSANTS.HEURESCOMP >= CONSIGNES_SUIVI.HEURESECH
		- :WS-MARGE_HEURES_CONTROL)
		ORDER BY 1, 3
	END-EXEC.

	EXEC SQL
		OPEN CNECHCUR
	END-EXEC.

	PERFORM CONSIGNE-ECH-SUIVANTE THRU CONSIGNE-ECH-SUIVANTE-EXIT
		UNTIL SQLCODE = 100.

	EXEC SQL
		CLOSE CNECHCUR
	END-EXEC.

CONSIGNE-ECH-SUIVANTE.
	EXEC SQL
		FETCH CNECHCUR
		INTO :WS-CNCODAV, :WS-CNNUMCOMP, :WS-REFCN, :WS-DATEECH,
		:WS-HEURESECH, :WS-CNCOMPTEUR
	END-EXEC.

	IF SQLCODE = 100
		GO TO CONSIGNE-ECH-SUIVANTE-EXIT
	END-IF.

	MOVE WS-HEURESECH TO ED-CNHEURES.
	MOVE WS-CNCOMPTEUR TO ED-CNCOMPTEUR.
	MOVE SPACES TO SPOOL-LIGNE.
	IF WS-CNNUMCOMP = 0
		STRING "    Avion " WS-CNCODAV " - " WS-REFCN " le " WS-DATEECH
			" ou a " ED-CNHEURES " h (" ED-CNCOMPTEUR " h)" DELIMITED BY SIZE
			INTO SPOOL-LIGNE
	ELSE
		STRING "    Avion " WS-CNCODAV " comp. " WS-CNNUMCOMP " - " WS-REFCN
			" le " WS-DATEECH " ou a " ED-CNHEURES " h" DELIMITED BY SIZE
			INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBCONSIGNES.

CONSIGNE-ECH-SUIVANTE-EXIT.
	EXIT.

***** PILOTES SANS VOL RECENT
PILOTES-INACTIFS.
	MOVE SPACES TO SPOOL-LIGNE.
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Rappels documents mis en file (e-mail / SMS) : "
		WS-NBMESSAGES DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Consignes de navigabilite a echeance : " WS-NBCONSIGNES DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Pilotes inactifs : " WS-NBINACTIFS DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
