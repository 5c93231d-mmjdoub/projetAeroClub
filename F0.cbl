   02  WMOISLIMDOC PIC 99.
   02  WJOURLIMDOC PIC 99.

***** DATE LIMITE DE PREAVIS DES CONSIGNES DE NAVIGABILITE (PREAVIS EN
***** MOIS VIA PARAMETRES.PREAVIS_CN_MOIS), ORDRE AAAA/MM/JJ POUR
***** COMPARAISON DIRECTE AVEC DATEECH
01  WDATE-LIMITE-CN.
   02  WANNEELIMCN PIC 9999.
   02  WMOISLIMCN PIC 99.
   02  WJOURLIMCN PIC 99.

	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.
	END-EXEC.

	EXEC SQL
		INCLUDE PARAMETRES,CARBURANT,LIVRAISONS_CARBURANT,COMPOSANTS,
		CONSIGNES,CONSIGNES_SUIVI
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
			05 WS-MARGE_HEURES_CONTROL PIC 9(3).
			05 WS-RETENTION_CONTROL_MOIS PIC 9(3).
			05 WS-PREAVIS_DOC_MOIS PIC 9(3).
			05 WS-PREAVIS_CN_MOIS PIC 9(3).
		01 WS-DERNIER-VOL PIC X(12).
		01 WS-COMPOSANT-SURV.
			05 WS-NUMCOMP PIC 9(6).
			05 WS-NOMTYPDOC PIC X(10).
			05 WS-REFERENCE PIC X(20).
			05 WS-DATEXPIR PIC X(8).
		01 WS-CONSIGNE-ECHEANCE.
			05 WS-NBCONSIGNES PIC 9(4).
			05 WS-REFCN PIC X(20).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

			WS-NOMTYPDOC " (" WS-REFERENCE ") expire le " WS-DATEXPIR
	END-IF.

***** CONSIGNES DE NAVIGABILITE NON SOLDEES ARRIVANT A ECHEANCE : DATE
***** DANS LE PREAVIS PARAMETRE (PREAVIS_CN_MOIS) OU HEURES DANS LA
***** MEME MARGE QUE LES REVISIONS ; CELLULES PUIS MOTEURS ET HELICES.
***** UNE CONSIGNE ECHUE INTERDIT L'AVION AU PLAN DE VOL (F1)
CONSIGNES-EN-ALERTE.
	EXEC SQL
		SELECT PREAVIS_CN_MOIS
		INTO :WS-PREAVIS_CN_MOIS
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "ERREUR : PARAMETRES (PARAMID = 1) INTROUVABLE - ALERTE IGNOREE."
		GO TO PILOTES
	END-IF.

	MOVE WJOUR TO WJOURLIMCN.
	IF WMOIS + WS-PREAVIS_CN_MOIS NOT > 12
		COMPUTE WMOISLIMCN = WMOIS + WS-PREAVIS_CN_MOIS
		MOVE WANNEE TO WANNEELIMCN
	ELSE
		COMPUTE WMOISLIMCN = WMOIS + WS-PREAVIS_CN_MOIS - 12
		COMPUTE WANNEELIMCN = WANNEE + 1
	END-IF.

	EXEC SQL
		SELECT COUNT(*), MIN(CONSIGNES.REFCN)
		INTO :WS-NBCONSIGNES, :WS-REFCN
		FROM CONSIGNES, CONSIGNES_SUIVI, AVIONS
		WHERE CONSIGNES.NUMCN = CONSIGNES_SUIVI.NUMCN
		AND CONSIGNES_SUIVI.CODAV = AVIONS.CODAV
		AND CONSIGNES_SUIVI.ETATSUIVI = "O"
		AND (CONSIGNES_SUIVI.DATEECH < :WDATE-LIMITE-CN
		OR AVIONS.CPTHORAV >= CONSIGNES_SUIVI.HEURESECH
		- :WS-MARGE_HEURES_CONTROL)
	END-EXEC.

	IF SQLCODE=0 AND WS-NBCONSIGNES > 0
		DISPLAY "Consignes de navigabilité à échéance (cellules) : "
			WS-NBCONSIGNES " dont " WS-REFCN
	END-IF.

	EXEC SQL
		SELECT COUNT(*), MIN(CONSIGNES.REFCN)
		INTO :WS-NBCONSIGNES, :WS-REFCN
		FROM CONSIGNES, CONSIGNES_SUIVI, COMPOSANTS
		WHERE CONSIGNES.NUMCN = CONSIGNES_SUIVI.NUMCN
		AND CONSIGNES_SUIVI.NUMCOMP = COMPOSANTS.NUMCOMP
		AND CONSIGNES_SUIVI.ETATSUIVI = "O"
		AND (CONSIGNES_SUIVI.DATEECH < :WDATE-LIMITE-CN
		OR COMPOSANTS.HEURESCOMP >= CONSIGNES_SUIVI.HEURESECH
		- :WS-MARGE_HEURES_CONTROL)
	END-EXEC.

	IF SQLCODE=0 AND WS-NBCONSIGNES > 0
		DISPLAY "Consignes de navigabilité à échéance (moteurs, hélices) : "
			WS-NBCONSIGNES " dont " WS-REFCN
	END-IF.

***** NIVEAU DE LA CUVE DE CARBURANT (STOCK INITIAL + LIVRAISONS -
***** AVITAILLEMENTS SOURCE "C", CF POMPE) : L'ALERTE SORT AVANT LE
***** WEEK-END ENSOLEILLE, PAS APRES
