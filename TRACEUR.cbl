IDENTIFICATION DIVISION.
PROGRAM-ID. TRACEUR.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT TRACEFILE ASSIGN TO "ftraceur.dat"
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-FSTAT-TRK.

DATA DIVISION.
FILE SECTION.
***** TRACES DECHARGEES DES BOITIERS GPS EMBARQUES : UN ENREGISTREMENT
***** PAR SEGMENT, DE LA MISE EN ROUTE A L'ARRET DU MOTEUR ; DATES EN
***** AAAAMMJJHHmm (DECOLLAGE ET ATTERRISSAGE A BLANC POUR UN POINT
***** FIXE AU SOL), TRK-AERODEP = AERODROME DE MISE EN ROUTE,
***** TRK-AEROVIS = AERODROMES D'ATTERRISSAGE DANS L'ORDRE (QUATRE AU
***** PLUS, BLANC AU-DELA)
FD TRACEFILE.
01 TRACE-REC.
	05 TRK-CODAV         PIC 9(3).
	05 TRK-MOTON         PIC X(12).
	05 TRK-DECOL         PIC X(12).
	05 TRK-ATTER         PIC X(12).
	05 TRK-MOTOFF        PIC X(12).
	05 TRK-AERODEP       PIC X(4).
	05 TRK-AEROVIS       PIC X(4) OCCURS 4.

WORKING-STORAGE SECTION.
***** IMPORT DES TRACES GPS ET CONTROLE DES VOLS : CHAQUE SEGMENT EST
***** INSCRIT DANS TRACES PUIS RAPPROCHE DU VOL DU MEME AVION DONT LE
***** CRENEAU LE RECOUVRE. LE RAPPORT D'EXCEPTIONS SIGNALE LES VOLS
***** VUS PAR LE BOITIER SANS LIGNE DANS VOLS (VOLS NON ENREGISTRES),
***** ET POUR LES VOLS CLOTURES LES HEURES OU LA DESTINATION QUI
***** S'ECARTENT DE LA TRACE AU-DELA DE LA TOLERANCE, ET LE TEMPS
***** MOTEUR QUI NE CORRESPOND PAS AU DELTA HOROMETRE CPTARR - CPTDEP.
***** UN VOL ENCORE OUVERT EST CONTROLE AU PASSAGE SUIVANT, APRES SA
***** CLOTURE PAR F2 ; UN VOL NON ENREGISTRE RESTE SIGNALE TANT QU'IL
***** N'EST PAS SAISI
77 WS-FSTAT-TRK PIC X(2) VALUE "00".
77 WS-FIN-FICHIER PIC 9 VALUE IS 0.
***** FIN DES CURSEURS : TEMOINS SEPARES DE SQLCODE, CAR LES SELECT
***** INTERIEURS ECRASENT SQLCODE ENTRE DEUX FETCH
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-FIN-SEGMENTS PIC 9 VALUE IS 0.
77 WS-ERREUR-SQL PIC 9 VALUE IS 0.
77 WS-DESTIN-VUE PIC 9 VALUE IS 0.
77 WS-NBECARTS PIC 9 VALUE IS 0.
77 IX-AERO PIC 9 VALUE IS 0.
77 WS-NBLUS PIC 9(6) VALUE IS 0.
77 WS-NBIMPORTES PIC 9(6) VALUE IS 0.
77 WS-NBDOUBLONS PIC 9(6) VALUE IS 0.
77 WS-NBINVALIDES PIC 9(6) VALUE IS 0.
77 WS-NBSOL PIC 9(6) VALUE IS 0.
77 WS-NBNONENREG PIC 9(6) VALUE IS 0.
77 WS-NBOUVERTS PIC 9(6) VALUE IS 0.
77 WS-NBCONFORMES PIC 9(6) VALUE IS 0.
77 WS-NBAECARTS PIC 9(6) VALUE IS 0.

***** CALCULS DE DUREES EN MINUTES, EN ANNEES DE 360 JOURS ET MOIS DE
***** 30 JOURS COMME LE CONTROLE CALE/CALE DE F2 (LES ECARTS MESURES
***** SONT DE QUELQUES HEURES AU PLUS)
01 WDATETRACE.
   02 WT-AAAA PIC 9(4).
   02 WT-MM PIC 99.
   02 WT-JJ PIC 99.
   02 WT-HH PIC 99.
   02 WT-MN PIC 99.
77 WS-MINUTES PIC S9(11) VALUE IS 0.
77 WS-MIN-ON PIC S9(11) VALUE IS 0.
77 WS-MIN-OFF PIC S9(11) VALUE IS 0.
77 WS-ECART-MIN PIC S9(11) VALUE IS 0.
77 WS-BLOC-MIN PIC S9(7) VALUE IS 0.
77 WS-HBLOC-TRACE PIC S9(4)V9 VALUE IS 0.
77 WS-HVOL PIC S9(4)V9 VALUE IS 0.
77 WS-ECART-H PIC S9(4)V9 VALUE IS 0.

01 ED-HEURES PIC Z(3)9.9.
01 ED-HEURES2 PIC Z(3)9.9.
01 ED-MINUTES PIC Z(5)9.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES TRACES, AVIONS
	EXEC SQL
		INCLUDE TRACES,AVIONS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-TRACES.
			05 WS-NUMTRACE PIC 9(8).
			05 WS-CODAV PIC 9(3).
			05 WS-DATEMOTON PIC X(12).
			05 WS-DATEDECOL PIC X(12).
			05 WS-DATEATTER PIC X(12).
			05 WS-DATEMOTOFF PIC X(12).
			05 WS-AERODEP PIC X(4).
			05 WS-AEROVIS1 PIC X(4).
			05 WS-AEROVIS2 PIC X(4).
			05 WS-AEROVIS3 PIC X(4).
			05 WS-AEROVIS4 PIC X(4).
			05 WS-ETATTRACE PIC X.
			05 WS-NBTROUVES PIC 9(6).
***** BORNES DU VOL DEDUITES DE SES SEGMENTS (PREMIERE MISE EN ROUTE,
***** DERNIER ARRET MOTEUR)
			05 WS-TRACE-DEB PIC X(12).
			05 WS-TRACE-FIN PIC X(12).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE VOLS
	EXEC SQL
		INCLUDE VOLS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-VOLS.
			05 WS-NUMVOL PIC 9(6).
			05 WS-DATEDEB PIC X(12).
			05 WS-DATEFIN PIC X(12).
			05 WS-CPTDEP PIC 9(5)V9.
			05 WS-CPTARR PIC 9(5)V9.
			05 WS-DESTIN PIC X(25).
			05 WS-ETATVOL PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE PARAMETRES
	EXEC SQL
		INCLUDE PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PARAMETRES.
			05 WS-TOLERANCE-HVOL PIC 9(1)V9.
			05 WS-TOLERANCE-TRACE-MIN PIC 9(3).
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

	EXEC SQL
		SELECT TOLERANCE_HVOL, TOLERANCE_TRACE_MIN
		INTO :WS-TOLERANCE-HVOL, :WS-TOLERANCE-TRACE-MIN
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "ERREUR : PARAMETRES (PARAMID = 1) INTROUVABLE, TRAITEMENT ANNULE."
		GO TO FIN
	END-IF.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "TRACEUR" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.
	PERFORM EN-TETE-RAPPORT.
	PERFORM OUVERTURE-FICHIER.
	PERFORM LECTURE-TRACE THRU LECTURE-TRACE-EXIT
		UNTIL WS-FIN-FICHIER = 1.
	PERFORM FERMETURE-FICHIER.
	PERFORM RAPPROCHEMENT.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	GO TO FIN.

EN-TETE-RAPPORT.
	MOVE "Import des traces GPS - exceptions sur les vols" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

OUVERTURE-FICHIER.
	OPEN INPUT TRACEFILE.
	IF WS-FSTAT-TRK NOT = "00"
		DISPLAY "ERREUR OUVERTURE FTRACEUR.DAT : " WS-FSTAT-TRK
		MOVE 1 TO WS-FIN-FICHIER
	END-IF.

***************************************************************
***** IMPORT : UN SEGMENT PAR ENREGISTREMENT, VALIDE AUSSITOT ; UN
***** FICHIER RECHARGE NE DOUBLE PAS LES SEGMENTS DEJA INSCRITS
***************************************************************
LECTURE-TRACE.
	READ TRACEFILE
		AT END
			MOVE 1 TO WS-FIN-FICHIER
			GO TO LECTURE-TRACE-EXIT
	END-READ.

	IF WS-FSTAT-TRK NOT = "00"
		DISPLAY "ERREUR LECTURE FTRACEUR.DAT : " WS-FSTAT-TRK
		MOVE 1 TO WS-FIN-FICHIER
		GO TO LECTURE-TRACE-EXIT
	END-IF.

	ADD 1 TO WS-NBLUS.

	IF TRK-CODAV NOT NUMERIC OR TRK-MOTON NOT NUMERIC
			OR TRK-MOTOFF NOT NUMERIC OR TRK-MOTOFF NOT > TRK-MOTON
		ADD 1 TO WS-NBINVALIDES
		MOVE SPACES TO SPOOL-LIGNE
		STRING "SEGMENT INVALIDE IGNORE - " TRK-CODAV " " TRK-MOTON
			" " TRK-MOTOFF DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO LECTURE-TRACE-EXIT
	END-IF.

	MOVE TRK-CODAV TO WS-CODAV.
	MOVE TRK-MOTON TO WS-DATEMOTON.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBTROUVES
		FROM AVIONS
		WHERE CODAV = :WS-CODAV
	END-EXEC.

	IF WS-NBTROUVES = 0
		ADD 1 TO WS-NBINVALIDES
		MOVE SPACES TO SPOOL-LIGNE
		STRING "AVION INCONNU, SEGMENT IGNORE - " TRK-CODAV " "
			TRK-MOTON DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO LECTURE-TRACE-EXIT
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBTROUVES
		FROM TRACES
		WHERE CODAV = :WS-CODAV
		AND DATEMOTON = :WS-DATEMOTON
	END-EXEC.

	IF WS-NBTROUVES > 0
		ADD 1 TO WS-NBDOUBLONS
		GO TO LECTURE-TRACE-EXIT
	END-IF.

	MOVE TRK-DECOL TO WS-DATEDECOL.
	MOVE TRK-ATTER TO WS-DATEATTER.
	MOVE TRK-MOTOFF TO WS-DATEMOTOFF.
	MOVE TRK-AERODEP TO WS-AERODEP.
	MOVE TRK-AEROVIS(1) TO WS-AEROVIS1.
	MOVE TRK-AEROVIS(2) TO WS-AEROVIS2.
	MOVE TRK-AEROVIS(3) TO WS-AEROVIS3.
	MOVE TRK-AEROVIS(4) TO WS-AEROVIS4.

***** SANS DECOLLAGE, LE SEGMENT EST UN POINT FIXE : IL N'APPELLE PAS
***** DE VOL
	IF WS-DATEDECOL = SPACES
		MOVE "S" TO WS-ETATTRACE
		ADD 1 TO WS-NBSOL
	ELSE
		MOVE "A" TO WS-ETATTRACE
	END-IF.

	MOVE "NUMTRACE" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMTRACE.

	EXEC SQL
		INSERT INTO TRACES(NUMTRACE,CODAV,DATEMOTON,DATEDECOL,DATEATTER,
		DATEMOTOFF,AERODEP,AEROVIS1,AEROVIS2,AEROVIS3,AEROVIS4,NUMVOL,
		ETATTRACE,DATIMPORT)
		VALUES(:WS-NUMTRACE,:WS-CODAV,:WS-DATEMOTON,:WS-DATEDECOL,
		:WS-DATEATTER,:WS-DATEMOTOFF,:WS-AERODEP,:WS-AEROVIS1,
		:WS-AEROVIS2,:WS-AEROVIS3,:WS-AEROVIS4,0,:WS-ETATTRACE,:WDATE)
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		ADD 1 TO WS-NBINVALIDES
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR SQL - segment " TRK-CODAV " " TRK-MOTON
			" non inscrit" DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO LECTURE-TRACE-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	ADD 1 TO WS-NBIMPORTES.

LECTURE-TRACE-EXIT.
	EXIT.

FERMETURE-FICHIER.
	CLOSE TRACEFILE.

***************************************************************
***** RAPPROCHEMENT DES SEGMENTS EN ATTENTE (NOUVEAUX ET ANCIENS) :
***** LES MISES A JOUR SONT VALIDEES ENSEMBLE APRES LA FERMETURE DU
***** CURSEUR, QU'UN COMMIT INTERMEDIAIRE FERMERAIT
***************************************************************
RAPPROCHEMENT.
	MOVE "Exceptions :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE TRACEATTCUR CURSOR FOR
		SELECT NUMTRACE, CODAV, DATEMOTON, DATEMOTOFF
		FROM TRACES
		WHERE ETATTRACE = "A"
		ORDER BY CODAV, DATEMOTON
	END-EXEC.

	EXEC SQL
		OPEN TRACEATTCUR
	END-EXEC.

	MOVE 0 TO WS-ERREUR-SQL.
	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM SEGMENT-SUIVANT THRU SEGMENT-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE TRACEATTCUR
	END-EXEC.

	IF WS-ERREUR-SQL = 1
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL - rapprochement abandonne, a relancer."
			TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	ELSE
		EXEC SQL
			COMMIT
		END-EXEC
	END-IF.

	IF WS-NBNONENREG = 0 AND WS-NBAECARTS = 0
		MOVE "    Aucune exception." TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

SEGMENT-SUIVANT.
	EXEC SQL
		FETCH TRACEATTCUR
		INTO :WS-NUMTRACE, :WS-CODAV, :WS-DATEMOTON, :WS-DATEMOTOFF
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO SEGMENT-SUIVANT-EXIT
	END-IF.
	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO SEGMENT-SUIVANT-EXIT
	END-IF.

***** SEGMENT DEJA TRAITE AVEC LES AUTRES SEGMENTS DE SON VOL
	EXEC SQL
		SELECT ETATTRACE
		INTO :WS-ETATTRACE
		FROM TRACES
		WHERE NUMTRACE = :WS-NUMTRACE
	END-EXEC.

	IF WS-ETATTRACE NOT = "A"
		GO TO SEGMENT-SUIVANT-EXIT
	END-IF.

***** VOL DU MEME AVION (DEPOSE OU CLOTURE, PAS ANNULE) DONT LE
***** CRENEAU RECOUVRE LE SEGMENT
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBTROUVES
		FROM VOLS
		WHERE NUMAV = :WS-CODAV
		AND (ETATVOL = "D" OR ETATVOL = "R")
		AND DATEDEB <= :WS-DATEMOTOFF
		AND DATEFIN >= :WS-DATEMOTON
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO SEGMENT-SUIVANT-EXIT
	END-IF.

	IF WS-NBTROUVES = 0
		ADD 1 TO WS-NBNONENREG
		MOVE SPACES TO SPOOL-LIGNE
		STRING "VOL NON ENREGISTRE : avion " WS-CODAV " moteur "
			WS-DATEMOTON " a " WS-DATEMOTOFF
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO SEGMENT-SUIVANT-EXIT
	END-IF.

	EXEC SQL
		SELECT MIN(NUMVOL)
		INTO :WS-NUMVOL
		FROM VOLS
		WHERE NUMAV = :WS-CODAV
		AND (ETATVOL = "D" OR ETATVOL = "R")
		AND DATEDEB <= :WS-DATEMOTOFF
		AND DATEFIN >= :WS-DATEMOTON
	END-EXEC.

	IF SQLCODE = 0
		EXEC SQL
			SELECT DATEDEB, DATEFIN, CPTDEP, CPTARR, DESTIN, ETATVOL
			INTO :WS-DATEDEB, :WS-DATEFIN, :WS-CPTDEP, :WS-CPTARR,
			:WS-DESTIN, :WS-ETATVOL
			FROM VOLS
			WHERE NUMVOL = :WS-NUMVOL
		END-EXEC
	END-IF.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO SEGMENT-SUIVANT-EXIT
	END-IF.

***** VOL ENCORE OUVERT : LE SEGMENT LUI EST RATTACHE (F2 L'AFFICHE A
***** LA CLOTURE) ET RESTE EN ATTENTE DU CONTROLE
	IF WS-ETATVOL = "D"
		EXEC SQL
			UPDATE TRACES SET NUMVOL = :WS-NUMVOL
			WHERE NUMTRACE = :WS-NUMTRACE
		END-EXEC
		IF SQLCODE NOT = 0
			MOVE 1 TO WS-ERREUR-SQL
			MOVE 1 TO WS-FIN-CURSEUR
		END-IF
		ADD 1 TO WS-NBOUVERTS
		GO TO SEGMENT-SUIVANT-EXIT
	END-IF.

	PERFORM CONTROLE-VOL THRU CONTROLE-VOL-EXIT.

SEGMENT-SUIVANT-EXIT.
	EXIT.

***************************************************************
***** CONTROLE D'UN VOL CLOTURE CONTRE L'ENSEMBLE DE SES SEGMENTS (UN
***** ARRET MOTEUR EN ESCALE COUPE LE VOL EN PLUSIEURS SEGMENTS) :
***** HEURES DE DEBUT ET DE FIN, DESTINATION PARMI LES AERODROMES
***** D'ATTERRISSAGE, TEMPS MOTEUR CUMULE CONTRE LE DELTA HOROMETRE
***************************************************************
CONTROLE-VOL.
	MOVE 0 TO WS-NBECARTS.
	MOVE 0 TO WS-BLOC-MIN.
	MOVE 0 TO WS-DESTIN-VUE.
	MOVE HIGH-VALUES TO WS-TRACE-DEB.
	MOVE LOW-VALUES TO WS-TRACE-FIN.

	EXEC SQL
		DECLARE TRACEVOLCUR CURSOR FOR
		SELECT DATEMOTON, DATEMOTOFF, AERODEP, AEROVIS1, AEROVIS2,
		AEROVIS3, AEROVIS4
		FROM TRACES
		WHERE CODAV = :WS-CODAV
		AND ETATTRACE = "A"
		AND DATEMOTON <= :WS-DATEFIN
		AND DATEMOTOFF >= :WS-DATEDEB
	END-EXEC.

	EXEC SQL
		OPEN TRACEVOLCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-SEGMENTS.
	PERFORM SEGMENT-DU-VOL THRU SEGMENT-DU-VOL-EXIT
		UNTIL WS-FIN-SEGMENTS = 1.

	EXEC SQL
		CLOSE TRACEVOLCUR
	END-EXEC.

	IF WS-ERREUR-SQL = 1
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO CONTROLE-VOL-EXIT
	END-IF.

***** 1. HEURES DE DEBUT ET DE FIN DU VOL CONTRE LA TRACE
	MOVE WS-DATEDEB TO WDATETRACE.
	PERFORM CALCUL-MINUTES.
	MOVE WS-MINUTES TO WS-MIN-ON.
	MOVE WS-TRACE-DEB TO WDATETRACE.
	PERFORM CALCUL-MINUTES.
	COMPUTE WS-ECART-MIN = WS-MIN-ON - WS-MINUTES.
	IF WS-ECART-MIN < 0
		COMPUTE WS-ECART-MIN = 0 - WS-ECART-MIN
	END-IF.
	IF WS-ECART-MIN > WS-TOLERANCE-TRACE-MIN
		MOVE WS-ECART-MIN TO ED-MINUTES
		PERFORM EN-TETE-ECART
		MOVE SPACES TO SPOOL-LIGNE
		STRING "    depart " WS-DATEDEB " / trace " WS-TRACE-DEB
			" : ecart " ED-MINUTES " min"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

	MOVE WS-DATEFIN TO WDATETRACE.
	PERFORM CALCUL-MINUTES.
	MOVE WS-MINUTES TO WS-MIN-OFF.
	MOVE WS-TRACE-FIN TO WDATETRACE.
	PERFORM CALCUL-MINUTES.
	COMPUTE WS-ECART-MIN = WS-MIN-OFF - WS-MINUTES.
	IF WS-ECART-MIN < 0
		COMPUTE WS-ECART-MIN = 0 - WS-ECART-MIN
	END-IF.
	IF WS-ECART-MIN > WS-TOLERANCE-TRACE-MIN
		MOVE WS-ECART-MIN TO ED-MINUTES
		PERFORM EN-TETE-ECART
		MOVE SPACES TO SPOOL-LIGNE
		STRING "    retour " WS-DATEFIN " / trace " WS-TRACE-FIN
			" : ecart " ED-MINUTES " min"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

***** 2. DESTINATION : SEUL UN CODE AERODROME SE COMPARE, PAS LE
***** TEXTE LIBRE DES VOLS ANTERIEURS
	IF WS-DESTIN NOT = SPACES AND WS-DESTIN(5:21) = SPACES
			AND WS-DESTIN-VUE = 0
		PERFORM EN-TETE-ECART
		MOVE SPACES TO SPOOL-LIGNE
		STRING "    destination " WS-DESTIN(1:4)
			" absente de la trace"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

***** 3. TEMPS MOTEUR CUMULE CONTRE LE DELTA HOROMETRE
	COMPUTE WS-HVOL = WS-CPTARR - WS-CPTDEP.
	COMPUTE WS-HBLOC-TRACE ROUNDED = WS-BLOC-MIN / 60.
	COMPUTE WS-ECART-H = WS-HVOL - WS-HBLOC-TRACE.
	IF WS-ECART-H < 0
		COMPUTE WS-ECART-H = 0 - WS-ECART-H
	END-IF.
	IF WS-ECART-H > WS-TOLERANCE-HVOL
		MOVE WS-HVOL TO ED-HEURES
		MOVE WS-HBLOC-TRACE TO ED-HEURES2
		PERFORM EN-TETE-ECART
		MOVE SPACES TO SPOOL-LIGNE
		STRING "    horometre " ED-HEURES " h / moteur trace "
			ED-HEURES2 " h"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

	IF WS-NBECARTS = 0
		MOVE "R" TO WS-ETATTRACE
		ADD 1 TO WS-NBCONFORMES
	ELSE
		MOVE "E" TO WS-ETATTRACE
		ADD 1 TO WS-NBAECARTS
	END-IF.

	EXEC SQL
		UPDATE TRACES SET NUMVOL = :WS-NUMVOL,
		ETATTRACE = :WS-ETATTRACE
		WHERE CODAV = :WS-CODAV
		AND ETATTRACE = "A"
		AND DATEMOTON <= :WS-DATEFIN
		AND DATEMOTOFF >= :WS-DATEDEB
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
		MOVE 1 TO WS-FIN-CURSEUR
	END-IF.

CONTROLE-VOL-EXIT.
	EXIT.

SEGMENT-DU-VOL.
	EXEC SQL
		FETCH TRACEVOLCUR
		INTO :WS-DATEMOTON, :WS-DATEMOTOFF, :WS-AERODEP, :WS-AEROVIS1,
		:WS-AEROVIS2, :WS-AEROVIS3, :WS-AEROVIS4
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-SEGMENTS
		GO TO SEGMENT-DU-VOL-EXIT
	END-IF.
	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
		MOVE 1 TO WS-FIN-SEGMENTS
		GO TO SEGMENT-DU-VOL-EXIT
	END-IF.

	IF WS-DATEMOTON < WS-TRACE-DEB
		MOVE WS-DATEMOTON TO WS-TRACE-DEB
	END-IF.
	IF WS-DATEMOTOFF > WS-TRACE-FIN
		MOVE WS-DATEMOTOFF TO WS-TRACE-FIN
	END-IF.

	MOVE WS-DATEMOTON TO WDATETRACE.
	PERFORM CALCUL-MINUTES.
	MOVE WS-MINUTES TO WS-MIN-ON.
	MOVE WS-DATEMOTOFF TO WDATETRACE.
	PERFORM CALCUL-MINUTES.
	COMPUTE WS-BLOC-MIN = WS-BLOC-MIN + WS-MINUTES - WS-MIN-ON.

	IF WS-DESTIN(1:4) = WS-AEROVIS1 OR WS-DESTIN(1:4) = WS-AEROVIS2
			OR WS-DESTIN(1:4) = WS-AEROVIS3
			OR WS-DESTIN(1:4) = WS-AEROVIS4
		MOVE 1 TO WS-DESTIN-VUE
	END-IF.

SEGMENT-DU-VOL-EXIT.
	EXIT.

***** PREMIER ECART D'UN VOL : LIGNE D'IDENTIFICATION DU VOL AVANT LE
***** DETAIL DES ECARTS
EN-TETE-ECART.
	IF WS-NBECARTS = 0
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ECART SUR LE VOL " WS-NUMVOL " avion " WS-CODAV
			" destination " WS-DESTIN(1:4)
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.
	ADD 1 TO WS-NBECARTS.

CALCUL-MINUTES.
	COMPUTE WS-MINUTES = (WT-AAAA * 360 + WT-MM * 30 + WT-JJ) * 1440
		+ WT-HH * 60 + WT-MN.

BILAN.
	DISPLAY "Import des traces GPS (rapport " SPOOL-NUMRAPPORT ").".
	DISPLAY "Segments lus : " WS-NBLUS.
	DISPLAY "Segments inscrits : " WS-NBIMPORTES
		" (dont points fixes au sol : " WS-NBSOL ")".
	DISPLAY "Segments deja inscrits (ignores) : " WS-NBDOUBLONS.
	DISPLAY "Segments invalides : " WS-NBINVALIDES.
	DISPLAY "Vols controles conformes : " WS-NBCONFORMES.
	DISPLAY "Vols controles avec ecarts : " WS-NBAECARTS.
	DISPLAY "Segments de vols encore ouverts : " WS-NBOUVERTS.
	DISPLAY "Segments sans vol enregistre : " WS-NBNONENREG.

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
