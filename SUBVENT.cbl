IDENTIFICATION DIVISION.
PROGRAM-ID. SUBVENT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT AIDESFILE ASSIGN TO "faides.dat"
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-FSTAT-AIDES.

DATA DIVISION.
FILE SECTION.
***** FICHIER DE DEMANDE DE REMBOURSEMENT ADRESSE A L'ORGANISME DU
***** DISPOSITIF (FEDERATION, REGION...), UN TYPE D'ENREGISTREMENT PAR
***** RUBRIQUE, COMME LA DECLARATION FEDERATION :
*****   "01" ENTETE (DEMANDE, DISPOSITIF, ORGANISME, PERIODE)
*****   "02" UN VOL ELIGIBLE (MEMBRE, NAISSANCE, VOL, HEURES, MONTANT)
*****   "03" TOTAL DE LA DEMANDE (NOMBRE DE VOLS, MONTANT)
FD AIDESFILE.
01 AIDES-REC PIC X(120).

WORKING-STORAGE SECTION.
***** AIDES AU VOL DES JEUNES ET SUBVENTIONS FEDERALES (CF TABLE AIDES,
***** ENTRETENUE PAR F9) :
*****   MODE "D" : CONSTITUE LA DEMANDE D'UN DISPOSITIF POUR UNE PERIODE,
*****              AVEC LES VOLS CLOTURES ELIGIBLES PAS ENCORE DEMANDES
*****              (AIDES_DEMANDES, AIDES_VOLS), ET ECRIT faides.dat ;
*****   MODE "R" : ENREGISTRE LE VERSEMENT RECU DE L'ORGANISME, LE
*****              REPARTIT SUR LES VOLS AU PRORATA DU MONTANT DEMANDE
*****              ET LE REVERSE AUX MEMBRES SELON LE DISPOSITIF : AU
*****              CREDIT DE LEUR COMPTE (REGLEMENTS DE MODE "S" SUR LEURS
*****              FACTURES OUVERTES) OU EN DEDUCTION DE LEUR PROCHAINE
*****              FACTURE (F7)
***** LE VERSEMENT EST COMPTABILISE PAR JOURNAL (DEBIT 512000, CREDIT
***** 467000) ET RAPPROCHE DU RELEVE PAR RAPBANQ ; LES REGLEMENTS "S"
***** SOLDENT 467000 SANS MOUVEMENTER LA BANQUE
77 WS-FSTAT-AIDES PIC X(2) VALUE "00".
77 SAI-MODE PIC X.
77 SAI-CODEAIDE PIC X(4).
77 SAI-PERIODEDEB PIC X(8).
77 SAI-PERIODEFIN PIC X(8).
77 SAI-NUMDEMANDE PIC 9(6) VALUE IS 0.
77 SAI-MONTANTRECU PIC 9(6)V99 VALUE IS 0.
77 SAI-DATERECU PIC X(8).
***** FIN DES CURSEURS : TEMOIN SEPARE DE SQLCODE, CAR LES SELECT
***** INTERIEURS ECRASENT SQLCODE ENTRE DEUX FETCH
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-ERREUR-SQL PIC 9 VALUE IS 0.
77 WS-NBSANSDATE PIC 9(6) VALUE IS 0.
77 WS-NBTROPAGES PIC 9(6) VALUE IS 0.
77 WS-NBNONPREMIER PIC 9(6) VALUE IS 0.
77 WS-NBPLAFONNES PIC 9(6) VALUE IS 0.
77 WS-NBECRITS PIC 9(6) VALUE IS 0.
77 WS-NBREGLEMENTS PIC 9(6) VALUE IS 0.
77 WS-NBSOLDEES PIC 9(6) VALUE IS 0.
77 WS-AGE PIC 9(3) VALUE IS 0.
77 WS-DISPONIBLE PIC S9(6)V99 VALUE IS 0.
77 WS-TOTAL-REPARTI PIC 9(8)V99 VALUE IS 0.
77 WS-TOTAL-COMPTE PIC 9(8)V99 VALUE IS 0.
77 WS-TOTAL-FACTURE PIC 9(8)V99 VALUE IS 0.
77 WS-RESTE-LIGNE PIC 9(6)V99 VALUE IS 0.
77 WS-PILOTE-CHARGE PIC 9(3) VALUE IS 0.
77 ED-MONTANT PIC Z(7)9.99.
77 ED-HEURES PIC ZZZ9.9.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** BORNE HAUTE DE LA PERIODE AU FORMAT DES DATES DE VOL AAAAMMJJHHmm
01 WS-BORNE-FIN.
   02 WS-BORNE-JOUR PIC X(8).
   02 FILLER PIC X(4) VALUE "9999".

***** CALCUL DE L'AGE AU JOUR DU VOL : ANNEES PLEINES, UNE DE MOINS SI
***** L'ANNIVERSAIRE N'EST PAS ENCORE PASSE DANS L'ANNEE DU VOL
01 WS-NAISSANCE.
   02 NAI-ANNEE PIC 9(4).
   02 NAI-MMJJ PIC 9(4).
01 WS-JOURVOL.
   02 JVO-ANNEE PIC 9(4).
   02 JVO-MMJJ PIC 9(4).

01 ENREG-ENTETE.
	05 FILLER PIC X(2) VALUE "01".
	05 ENT-NUMDEMANDE PIC 9(6).
	05 ENT-CODEAIDE PIC X(4).
	05 ENT-LIBELLE PIC X(30).
	05 ENT-ORGANISME PIC X(30).
	05 ENT-PERIODEDEB PIC X(8).
	05 ENT-PERIODEFIN PIC X(8).
	05 ENT-DATEDEMANDE PIC X(8).

01 ENREG-VOL.
	05 FILLER PIC X(2) VALUE "02".
	05 VOL-NUMPIL PIC 9(3).
	05 VOL-NOM PIC X(20).
	05 VOL-PRENOM PIC X(20).
	05 VOL-DATENAIS PIC X(8).
	05 VOL-NUMVOL PIC 9(6).
	05 VOL-DATEVOL PIC X(8).
	05 VOL-CATEGORIE PIC X.
	05 VOL-HEURES PIC 9(4)V9.
	05 VOL-MONTANT PIC 9(6)V99.

01 ENREG-TOTAL.
	05 FILLER PIC X(2) VALUE "03".
	05 TOT-NBVOLS PIC 9(6).
	05 TOT-MONTANT PIC 9(8)V99.

***** VOLS D'UNE DEMANDE A LA RECEPTION DU VERSEMENT, RELUS AVANT LES
***** MISES A JOUR (500 VOLS AU PLUS PAR DEMANDE)
01 WS-VOLS-DEMANDE.
	05 WS-NBLIGNES PIC 9(3) VALUE IS 0.
	05 LIGNE-IDX PIC 9(3) VALUE IS 0.
	05 WS-LIGNES OCCURS 500.
		10 WS-LIG-NUMVOL PIC 9(6).
		10 WS-LIG-NUMPIL PIC 9(3).
		10 WS-LIG-DEMANDE PIC 9(6)V99.
		10 WS-LIG-RECU PIC 9(6)V99.
		10 WS-LIG-VERSE PIC 9(6)V99.

***** FACTURES OUVERTES DU MEMBRE EN COURS, LES PLUS ANCIENNES EN TETE,
***** AVEC LEUR RESTE DU (50 AU PLUS), POUR LE CREDIT AU COMPTE
01 WS-FACTURES-MEMBRE.
	05 WS-NBFACT PIC 9(3) VALUE IS 0.
	05 FACT-IDX PIC 9(3) VALUE IS 0.
	05 WS-FACT OCCURS 50.
		10 WS-FAC-NUMFACT PIC 9(6).
		10 WS-FAC-RESTEDU PIC 9(6)V99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES AIDES, AIDES_DEMANDES, AIDES_VOLS
	EXEC SQL
		INCLUDE AIDES,AIDES_DEMANDES,AIDES_VOLS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-AIDE.
			05 WS-CODEAIDE PIC X(4).
			05 WS-LIBELLE PIC X(30).
			05 WS-ORGANISME PIC X(30).
			05 WS-AGEMAX PIC 9(3).
			05 WS-SITUATION PIC X.
			05 WS-CATEGORIE PIC X.
			05 WS-PREMIERSOLO PIC X.
			05 WS-TAUXHORAIRE PIC 9(4)V99.
			05 WS-FORFAITVOL PIC 9(4)V99.
			05 WS-PLAFOND PIC 9(6)V99.
			05 WS-MODEVERSEMENT PIC X.
			05 WS-ACTIF PIC X.
		01 WS-DEMANDE.
			05 WS-NUMDEMANDE PIC 9(6).
			05 WS-PERIODEDEB PIC X(8).
			05 WS-PERIODEFIN PIC X(8).
			05 WS-DATEDEMANDE PIC X(8).
			05 WS-NBVOLS PIC 9(6).
			05 WS-MONTANTDEMANDE PIC 9(8)V99.
			05 WS-MONTANTRECU PIC 9(8)V99.
			05 WS-ETATDEMANDE PIC X.
		01 WS-AIDE-VOL.
			05 WS-AV-MONTANT PIC 9(6)V99.
			05 WS-AV-RECU PIC 9(6)V99.
			05 WS-AV-VERSE PIC 9(6)V99.
			05 WS-AV-ETAT PIC X.
			05 WS-DEJA-DEMANDE PIC 9(6)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES VOLS, PILOTES
	EXEC SQL
		INCLUDE VOLS,PILOTES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-VOL-ELIGIBLE.
			05 WS-NUMVOL PIC 9(6).
			05 WS-DATEDEB PIC X(12).
			05 WS-DATEVOL PIC X(8).
			05 WS-CPTDEP PIC 9(5)V9.
			05 WS-CPTARR PIC 9(5)V9.
			05 WS-HEURES PIC 9(4)V9.
			05 WS-NUMPIL PIC 9(3).
			05 WS-NUMPIL2 PIC 9(3).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-DATENAIS PIC X(8).
			05 WS-NBSOLOS PIC 9(6).
			05 WS-BORNE-DEB PIC X(8).
			05 WS-FILTRE-ANNEE PIC X(5).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES FACTURES, REGLEMENTS, AVOIRS, EXERCICES
	EXEC SQL
		INCLUDE FACTURES,REGLEMENTS,AVOIRS,EXERCICES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-FACTURE.
			05 WS-NUMFACT PIC 9(6).
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-DATEGEN PIC X(8).
			05 WS-TOTALREGLE PIC S9(6)V99.
			05 WS-TOTALAVOIR PIC 9(6)V99.
			05 WS-RESTEDU PIC S9(6)V99.
			05 WS-NUMREG PIC 9(6).
			05 WS-MONTANTREG PIC 9(6)V99.
			05 WS-DATEREG PIC X(8).
			05 WS-ANNEE-LIGNE PIC X(4).
			05 WS-NBEXCLOS PIC 9(3).
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
	DISPLAY "Aides au vol et subventions".
	DISPLAY "Mode (D : demande a l'organisme, R : versement recu) : ".
	ACCEPT SAI-MODE.
	PERFORM EN-TETE-RAPPORT.
	EVALUATE SAI-MODE
		WHEN "D"
		WHEN "d"
			PERFORM CONSTITUTION-DEMANDE THRU CONSTITUTION-DEMANDE-EXIT
		WHEN "R"
		WHEN "r"
			PERFORM RECEPTION-VERSEMENT THRU RECEPTION-VERSEMENT-EXIT
		WHEN OTHER
			DISPLAY "Mode inconnu, traitement abandonne."
	END-EVALUATE.
	GO TO FIN.

EN-TETE-RAPPORT.
	DISPLAY "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE.

***** DEMANDE : VOLS CLOTURES ("R") DE LA PERIODE, DE MEMBRES, PAS
***** ENCORE DEMANDES AU TITRE DU DISPOSITIF ; LA SITUATION DU PILOTE
***** ET LA CATEGORIE DU VOL SONT FILTREES PAR LE CURSEUR, L'AGE, LE
***** PREMIER SOLO ET LE PLAFOND VOL PAR VOL. L'ENTETE ET LES VOLS SONT
***** ECRITS DANS UNE SEULE TRANSACTION ; LE FICHIER EST ECRIT APRES LE
***** COMMIT, A PARTIR DE CE QUI EST ENREGISTRE
CONSTITUTION-DEMANDE.
	DISPLAY "Code du dispositif : ".
	ACCEPT SAI-CODEAIDE.
	DISPLAY "Debut de la periode (AAAAMMJJ) : ".
	ACCEPT SAI-PERIODEDEB.
	DISPLAY "Fin de la periode (AAAAMMJJ) : ".
	ACCEPT SAI-PERIODEFIN.

	IF SAI-PERIODEDEB NOT NUMERIC OR SAI-PERIODEFIN NOT NUMERIC
			OR SAI-PERIODEDEB > SAI-PERIODEFIN
		DISPLAY "Periode invalide, traitement abandonne."
		GO TO CONSTITUTION-DEMANDE-EXIT
	END-IF.

	MOVE SAI-CODEAIDE TO WS-CODEAIDE.
	PERFORM LECTURE-AIDE.
	IF SQLCODE NOT = 0
		DISPLAY "Dispositif " SAI-CODEAIDE " inconnu, traitement abandonne."
		GO TO CONSTITUTION-DEMANDE-EXIT
	END-IF.

	IF WS-ACTIF NOT = "O"
		DISPLAY "Dispositif " SAI-CODEAIDE " clos, traitement abandonne."
		GO TO CONSTITUTION-DEMANDE-EXIT
	END-IF.

	DISPLAY "Dispositif " WS-CODEAIDE " - " WS-LIBELLE.
	DISPLAY "Organisme : " WS-ORGANISME.
	DISPLAY "Periode du " SAI-PERIODEDEB " au " SAI-PERIODEFIN.

	MOVE SAI-PERIODEDEB TO WS-PERIODEDEB.
	MOVE SAI-PERIODEFIN TO WS-PERIODEFIN.
	MOVE SAI-PERIODEDEB TO WS-BORNE-DEB.
	MOVE SAI-PERIODEFIN TO WS-BORNE-JOUR.
	MOVE WDATE TO WS-DATEDEMANDE.
	MOVE 0 TO WS-NBVOLS.
	MOVE 0 TO WS-MONTANTDEMANDE.

	MOVE "NUMDEMAIDE" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMDEMANDE.

	EXEC SQL
		INSERT INTO AIDES_DEMANDES(NUMDEMANDE,CODEAIDE,PERIODEDEB,
		PERIODEFIN,DATEDEMANDE,NBVOLS,MONTANTDEMANDE,MONTANTRECU,
		DATERECU,ETATDEMANDE)
		VALUES(:WS-NUMDEMANDE,:WS-CODEAIDE,:WS-PERIODEDEB,
		:WS-PERIODEFIN,:WS-DATEDEMANDE,0,0,0," ","E")
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "ERREUR SQL - Demande non constituee."
		GO TO CONSTITUTION-DEMANDE-EXIT
	END-IF.

	EXEC SQL
		DECLARE AIDEVOLCUR CURSOR FOR
		SELECT VOLS.NUMVOL, VOLS.DATEDEB, VOLS.CPTDEP, VOLS.CPTARR,
		VOLS.NUMPIL, VOLS.NUMPIL2, PILOTES.NOM, PILOTES.PRENOM,
		PILOTES.DATENAIS
		FROM VOLS, PILOTES
		WHERE VOLS.NUMPIL = PILOTES.NUMPIL
		AND VOLS.ETATVOL = "R"
		AND VOLS.DATEDEB >= :WS-BORNE-DEB
		AND VOLS.DATEDEB <= :WS-BORNE-FIN
		AND (:WS-SITUATION = " " OR PILOTES.ETAT_SIT = :WS-SITUATION)
		AND (:WS-CATEGORIE = " "
		OR (:WS-CATEGORIE = "S" AND VOLS.NUMPIL2 = 0)
		OR (:WS-CATEGORIE = "D" AND VOLS.NUMPIL2 > 0))
		AND VOLS.NUMVOL NOT IN
		(SELECT NUMVOL FROM AIDES_VOLS WHERE CODEAIDE = :WS-CODEAIDE)
		ORDER BY VOLS.NUMPIL, VOLS.DATEDEB
	END-EXEC.

	EXEC SQL
		OPEN AIDEVOLCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	MOVE 0 TO WS-ERREUR-SQL.
	PERFORM VOL-ELIGIBLE-SUIVANT THRU VOL-ELIGIBLE-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE AIDEVOLCUR
	END-EXEC.

	IF WS-ERREUR-SQL = 1
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "ERREUR SQL - Demande non constituee."
		GO TO CONSTITUTION-DEMANDE-EXIT
	END-IF.

***** AUCUN VOL RETENU : PAS DE DEMANDE A ENVOYER, L'ENTETE EST ANNULE
	IF WS-NBVOLS = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "Aucun vol eligible sur la periode."
		PERFORM BILAN-DEMANDE
		GO TO CONSTITUTION-DEMANDE-EXIT
	END-IF.

	EXEC SQL
		UPDATE AIDES_DEMANDES SET NBVOLS = :WS-NBVOLS,
		MONTANTDEMANDE = :WS-MONTANTDEMANDE
		WHERE NUMDEMANDE = :WS-NUMDEMANDE
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "ERREUR SQL - Demande non constituee."
		GO TO CONSTITUTION-DEMANDE-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	PERFORM ECRITURE-FICHIER-DEMANDE THRU ECRITURE-FICHIER-DEMANDE-EXIT.
	PERFORM BILAN-DEMANDE.

CONSTITUTION-DEMANDE-EXIT.
	EXIT.

VOL-ELIGIBLE-SUIVANT.
	EXEC SQL
		FETCH AIDEVOLCUR
		INTO :WS-NUMVOL, :WS-DATEDEB, :WS-CPTDEP, :WS-CPTARR,
		:WS-NUMPIL, :WS-NUMPIL2, :WS-NOM, :WS-PRENOM, :WS-DATENAIS
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO VOL-ELIGIBLE-SUIVANT-EXIT
	END-IF.

	MOVE WS-DATEDEB(1:8) TO WS-DATEVOL.

***** AGE AU JOUR DU VOL : SANS DATE DE NAISSANCE CONNUE, LE VOL NE
***** PEUT PAS ETRE DEMANDE (LE MEMBRE EST SIGNALE POUR QUE F3 LA SAISISSE)
	IF WS-AGEMAX > 0
		IF WS-DATENAIS NOT NUMERIC
			ADD 1 TO WS-NBSANSDATE
			DISPLAY "    Vol " WS-NUMVOL " - pilote " WS-NUMPIL " "
				WS-NOM " : date de naissance inconnue"
			GO TO VOL-ELIGIBLE-SUIVANT-EXIT
		END-IF
		MOVE WS-DATENAIS TO WS-NAISSANCE
		MOVE WS-DATEVOL TO WS-JOURVOL
		COMPUTE WS-AGE = JVO-ANNEE - NAI-ANNEE
		IF JVO-MMJJ < NAI-MMJJ
			SUBTRACT 1 FROM WS-AGE
		END-IF
		IF WS-AGE NOT < WS-AGEMAX
			ADD 1 TO WS-NBTROPAGES
			GO TO VOL-ELIGIBLE-SUIVANT-EXIT
		END-IF
	END-IF.

***** PRIME AU PREMIER SOLO : LE VOL DOIT ETRE SOLO ET LE PILOTE NE
***** DOIT AVOIR AUCUN VOL SOLO CLOTURE AVANT CELUI-CI
	IF WS-PREMIERSOLO = "O"
		IF WS-NUMPIL2 > 0
			ADD 1 TO WS-NBNONPREMIER
			GO TO VOL-ELIGIBLE-SUIVANT-EXIT
		END-IF
		EXEC SQL
			SELECT COUNT(*)
			INTO :WS-NBSOLOS
			FROM VOLS
			WHERE NUMPIL = :WS-NUMPIL
			AND NUMPIL2 = 0
			AND ETATVOL = "R"
			AND DATEDEB < :WS-DATEDEB
		END-EXEC
		IF SQLCODE NOT = 0
			MOVE 0 TO WS-NBSOLOS
		END-IF
		IF WS-NBSOLOS > 0
			ADD 1 TO WS-NBNONPREMIER
			GO TO VOL-ELIGIBLE-SUIVANT-EXIT
		END-IF
	END-IF.

	COMPUTE WS-HEURES = WS-CPTARR - WS-CPTDEP.
	COMPUTE WS-AV-MONTANT ROUNDED =
		WS-HEURES * WS-TAUXHORAIRE + WS-FORFAITVOL.

	IF WS-AV-MONTANT = 0
		GO TO VOL-ELIGIBLE-SUIVANT-EXIT
	END-IF.

***** PLAFOND PAR MEMBRE ET PAR ANNEE CIVILE DU VOL, TOUTES DEMANDES
***** DU DISPOSITIF CONFONDUES (Y COMPRIS LES VOLS DEJA RETENUS DANS LA
***** TRANSACTION EN COURS) ; LE DERNIER VOL EST REDUIT AU DISPONIBLE
	IF WS-PLAFOND > 0
		STRING WS-DATEVOL(1:4) "%" DELIMITED BY SIZE
			INTO WS-FILTRE-ANNEE
		EXEC SQL
			SELECT SUM(MONTANTDEMANDE)
			INTO :WS-DEJA-DEMANDE
			FROM AIDES_VOLS
			WHERE CODEAIDE = :WS-CODEAIDE
			AND NUMPIL = :WS-NUMPIL
			AND DATEVOL LIKE :WS-FILTRE-ANNEE
		END-EXEC
		IF SQLCODE NOT = 0
			MOVE 0 TO WS-DEJA-DEMANDE
		END-IF
		COMPUTE WS-DISPONIBLE = WS-PLAFOND - WS-DEJA-DEMANDE
		IF WS-DISPONIBLE NOT > 0
			ADD 1 TO WS-NBPLAFONNES
			GO TO VOL-ELIGIBLE-SUIVANT-EXIT
		END-IF
		IF WS-AV-MONTANT > WS-DISPONIBLE
			MOVE WS-DISPONIBLE TO WS-AV-MONTANT
		END-IF
	END-IF.

	EXEC SQL
		INSERT INTO AIDES_VOLS(CODEAIDE,NUMVOL,NUMDEMANDE,NUMPIL,DATEVOL,
		HEURES,MONTANTDEMANDE,MONTANTRECU,MONTANTVERSE,ETATLIGNE,NUMFACT)
		VALUES(:WS-CODEAIDE,:WS-NUMVOL,:WS-NUMDEMANDE,:WS-NUMPIL,
		:WS-DATEVOL,:WS-HEURES,:WS-AV-MONTANT,0,0,"D",0)
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 1 TO WS-ERREUR-SQL
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO VOL-ELIGIBLE-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBVOLS.
	ADD WS-AV-MONTANT TO WS-MONTANTDEMANDE.

VOL-ELIGIBLE-SUIVANT-EXIT.
	EXIT.

***** FICHIER DE LA DEMANDE : ENTETE, UN ENREGISTREMENT PAR VOL RETENU
***** (RELU DANS AIDES_VOLS AVEC L'IDENTITE DU MEMBRE) ET TOTAL
ECRITURE-FICHIER-DEMANDE.
	OPEN OUTPUT AIDESFILE.
	IF WS-FSTAT-AIDES NOT = "00"
		DISPLAY "ERREUR OUVERTURE FAIDES.DAT : " WS-FSTAT-AIDES
		GO TO ECRITURE-FICHIER-DEMANDE-EXIT
	END-IF.

	MOVE WS-NUMDEMANDE TO ENT-NUMDEMANDE.
	MOVE WS-CODEAIDE TO ENT-CODEAIDE.
	MOVE WS-LIBELLE TO ENT-LIBELLE.
	MOVE WS-ORGANISME TO ENT-ORGANISME.
	MOVE WS-PERIODEDEB TO ENT-PERIODEDEB.
	MOVE WS-PERIODEFIN TO ENT-PERIODEFIN.
	MOVE WS-DATEDEMANDE TO ENT-DATEDEMANDE.
	WRITE AIDES-REC FROM ENREG-ENTETE.

	EXEC SQL
		DECLARE FICHAIDECUR CURSOR FOR
		SELECT AIDES_VOLS.NUMPIL, PILOTES.NOM, PILOTES.PRENOM,
		PILOTES.DATENAIS, AIDES_VOLS.NUMVOL, AIDES_VOLS.DATEVOL,
		VOLS.NUMPIL2, AIDES_VOLS.HEURES, AIDES_VOLS.MONTANTDEMANDE
		FROM AIDES_VOLS, PILOTES, VOLS
		WHERE AIDES_VOLS.NUMPIL = PILOTES.NUMPIL
		AND AIDES_VOLS.NUMVOL = VOLS.NUMVOL
		AND AIDES_VOLS.NUMDEMANDE = :WS-NUMDEMANDE
		ORDER BY AIDES_VOLS.NUMPIL, AIDES_VOLS.DATEVOL
	END-EXEC.

	EXEC SQL
		OPEN FICHAIDECUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM LIGNE-FICHIER-SUIVANTE THRU LIGNE-FICHIER-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE FICHAIDECUR
	END-EXEC.

	MOVE WS-NBVOLS TO TOT-NBVOLS.
	MOVE WS-MONTANTDEMANDE TO TOT-MONTANT.
	WRITE AIDES-REC FROM ENREG-TOTAL.

	CLOSE AIDESFILE.
	IF WS-FSTAT-AIDES NOT = "00"
		DISPLAY "ERREUR FERMETURE FAIDES.DAT : " WS-FSTAT-AIDES
	END-IF.

ECRITURE-FICHIER-DEMANDE-EXIT.
	EXIT.

LIGNE-FICHIER-SUIVANTE.
	EXEC SQL
		FETCH FICHAIDECUR
		INTO :WS-NUMPIL, :WS-NOM, :WS-PRENOM, :WS-DATENAIS,
		:WS-NUMVOL, :WS-DATEVOL, :WS-NUMPIL2, :WS-HEURES,
		:WS-AV-MONTANT
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO LIGNE-FICHIER-SUIVANTE-EXIT
	END-IF.

	MOVE WS-NUMPIL TO VOL-NUMPIL.
	MOVE WS-NOM TO VOL-NOM.
	MOVE WS-PRENOM TO VOL-PRENOM.
	MOVE WS-DATENAIS TO VOL-DATENAIS.
	MOVE WS-NUMVOL TO VOL-NUMVOL.
	MOVE WS-DATEVOL TO VOL-DATEVOL.
	IF WS-NUMPIL2 > 0
		MOVE "D" TO VOL-CATEGORIE
	ELSE
		MOVE "S" TO VOL-CATEGORIE
	END-IF.
	MOVE WS-HEURES TO VOL-HEURES.
	MOVE WS-AV-MONTANT TO VOL-MONTANT.
	WRITE AIDES-REC FROM ENREG-VOL.
	IF WS-FSTAT-AIDES NOT = "00"
		DISPLAY "ERREUR ECRITURE FAIDES.DAT : " WS-FSTAT-AIDES
	ELSE
		ADD 1 TO WS-NBECRITS
	END-IF.

	MOVE WS-HEURES TO ED-HEURES.
	MOVE WS-AV-MONTANT TO ED-MONTANT.
	DISPLAY "    Vol " WS-NUMVOL " du " WS-DATEVOL " - pilote " WS-NUMPIL
		" " WS-NOM " : " ED-HEURES " h, " ED-MONTANT.

LIGNE-FICHIER-SUIVANTE-EXIT.
	EXIT.

BILAN-DEMANDE.
	DISPLAY " ".
	IF WS-NBVOLS > 0
		DISPLAY "Demande numero : " WS-NUMDEMANDE
	END-IF.
	DISPLAY "Vols demandes : " WS-NBVOLS.
	MOVE WS-MONTANTDEMANDE TO ED-MONTANT.
	DISPLAY "Montant demande : " ED-MONTANT.
	DISPLAY "Vols ecrits dans faides.dat : " WS-NBECRITS.
	DISPLAY "Vols ecartes, date de naissance inconnue : " WS-NBSANSDATE.
	DISPLAY "Vols ecartes, limite d'age atteinte : " WS-NBTROPAGES.
	DISPLAY "Vols ecartes, pas un premier solo : " WS-NBNONPREMIER.
	DISPLAY "Vols ecartes, plafond du membre atteint : " WS-NBPLAFONNES.

***** VERSEMENT RECU : LA DEMANDE DOIT ETRE EMISE ET LE MONTANT RECU NE
***** PAS DEPASSER LE MONTANT DEMANDE (UN VERSEMENT PARTIEL EST REPARTI
***** AU PRORATA, LE DERNIER VOL PRENANT L'ARRONDI). TOUT EST ECRIT
***** DANS UNE SEULE TRANSACTION
RECEPTION-VERSEMENT.
	DISPLAY "Numero de la demande : ".
	ACCEPT SAI-NUMDEMANDE.
	DISPLAY "Montant recu de l'organisme : ".
	ACCEPT SAI-MONTANTRECU.
	DISPLAY "Date du versement (AAAAMMJJ, vide = ce jour) : ".
	ACCEPT SAI-DATERECU.

	IF SAI-DATERECU = SPACES
		MOVE WDATE TO SAI-DATERECU
	END-IF.

	IF SAI-DATERECU NOT NUMERIC
		DISPLAY "Date de versement invalide, traitement abandonne."
		GO TO RECEPTION-VERSEMENT-EXIT
	END-IF.

	MOVE SAI-NUMDEMANDE TO WS-NUMDEMANDE.
	EXEC SQL
		SELECT CODEAIDE, PERIODEDEB, PERIODEFIN, NBVOLS, MONTANTDEMANDE,
		ETATDEMANDE
		INTO :WS-CODEAIDE, :WS-PERIODEDEB, :WS-PERIODEFIN, :WS-NBVOLS,
		:WS-MONTANTDEMANDE, :WS-ETATDEMANDE
		FROM AIDES_DEMANDES
		WHERE NUMDEMANDE = :WS-NUMDEMANDE
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "Demande " SAI-NUMDEMANDE " inconnue, traitement abandonne."
		GO TO RECEPTION-VERSEMENT-EXIT
	END-IF.

	IF WS-ETATDEMANDE NOT = "E"
		DISPLAY "Versement deja enregistre pour la demande " SAI-NUMDEMANDE
			"."
		GO TO RECEPTION-VERSEMENT-EXIT
	END-IF.

	IF SAI-MONTANTRECU > WS-MONTANTDEMANDE
		DISPLAY "Le montant recu depasse le montant demande, "
			"traitement abandonne."
		GO TO RECEPTION-VERSEMENT-EXIT
	END-IF.

	PERFORM LECTURE-AIDE.
	IF SQLCODE NOT = 0
		DISPLAY "Dispositif " WS-CODEAIDE " introuvable."
		GO TO RECEPTION-VERSEMENT-EXIT
	END-IF.

	DISPLAY "Demande " WS-NUMDEMANDE " - dispositif " WS-CODEAIDE " "
		WS-LIBELLE.
	DISPLAY "Periode du " WS-PERIODEDEB " au " WS-PERIODEFIN.
	IF WS-MODEVERSEMENT = "C"
		DISPLAY "Reversement au credit du compte des membres."
	ELSE
		DISPLAY "Reversement en deduction de la prochaine facture."
	END-IF.

	EXEC SQL
		DECLARE RECAIDECUR CURSOR FOR
		SELECT NUMVOL, NUMPIL, MONTANTDEMANDE
		FROM AIDES_VOLS
		WHERE NUMDEMANDE = :WS-NUMDEMANDE
		ORDER BY NUMPIL, NUMVOL
	END-EXEC.

	EXEC SQL
		OPEN RECAIDECUR
	END-EXEC.

	MOVE 0 TO WS-NBLIGNES.
	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM LIGNE-DEMANDE-SUIVANTE THRU LIGNE-DEMANDE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE RECAIDECUR
	END-EXEC.

	MOVE 0 TO WS-TOTAL-REPARTI.
	MOVE 0 TO WS-TOTAL-COMPTE.
	MOVE 0 TO WS-TOTAL-FACTURE.
	MOVE 0 TO WS-PILOTE-CHARGE.
	MOVE 0 TO WS-ERREUR-SQL.
	MOVE SAI-DATERECU TO WS-DATEREG.
	PERFORM REVERSEMENT-LIGNE THRU REVERSEMENT-LIGNE-EXIT
		VARYING LIGNE-IDX FROM 1 BY 1
		UNTIL LIGNE-IDX > WS-NBLIGNES OR WS-ERREUR-SQL = 1.

	IF WS-ERREUR-SQL = 0
		MOVE SAI-MONTANTRECU TO WS-MONTANTRECU
		EXEC SQL
			UPDATE AIDES_DEMANDES SET MONTANTRECU = :WS-MONTANTRECU,
			DATERECU = :SAI-DATERECU, ETATDEMANDE = "R"
			WHERE NUMDEMANDE = :WS-NUMDEMANDE
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE 1 TO WS-ERREUR-SQL
		END-IF
	END-IF.

	IF WS-ERREUR-SQL = 1
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "ERREUR SQL - Versement non enregistre."
		GO TO RECEPTION-VERSEMENT-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY " ".
	MOVE SAI-MONTANTRECU TO ED-MONTANT.
	DISPLAY "Montant recu : " ED-MONTANT.
	MOVE WS-TOTAL-COMPTE TO ED-MONTANT.
	DISPLAY "Porte au credit des comptes : " ED-MONTANT.
	DISPLAY "Reglements (mode S) inscrits : " WS-NBREGLEMENTS.
	DISPLAY "Factures soldees : " WS-NBSOLDEES.
	MOVE WS-TOTAL-FACTURE TO ED-MONTANT.
	DISPLAY "A deduire des prochaines factures : " ED-MONTANT.

RECEPTION-VERSEMENT-EXIT.
	EXIT.

LIGNE-DEMANDE-SUIVANTE.
	IF WS-NBLIGNES NOT < 500
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO LIGNE-DEMANDE-SUIVANTE-EXIT
	END-IF.

	EXEC SQL
		FETCH RECAIDECUR
		INTO :WS-NUMVOL, :WS-NUMPIL, :WS-AV-MONTANT
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO LIGNE-DEMANDE-SUIVANTE-EXIT
	END-IF.

	ADD 1 TO WS-NBLIGNES.
	MOVE WS-NUMVOL TO WS-LIG-NUMVOL(WS-NBLIGNES).
	MOVE WS-NUMPIL TO WS-LIG-NUMPIL(WS-NBLIGNES).
	MOVE WS-AV-MONTANT TO WS-LIG-DEMANDE(WS-NBLIGNES).
	MOVE 0 TO WS-LIG-RECU(WS-NBLIGNES).
	MOVE 0 TO WS-LIG-VERSE(WS-NBLIGNES).

LIGNE-DEMANDE-SUIVANTE-EXIT.
	EXIT.

***** PART DU VOL DANS LE VERSEMENT ET REVERSEMENT AU MEMBRE : CREDIT
***** AU COMPTE (MODE "C") IMPUTE SUR SES FACTURES OUVERTES, CE QUI NE
***** TROUVE PAS DE FACTURE RESTANT "R" POUR SA PROCHAINE FACTURE ;
***** DEDUCTION (MODE "F") ENTIEREMENT LAISSEE A F7
REVERSEMENT-LIGNE.
	IF LIGNE-IDX = WS-NBLIGNES
		COMPUTE WS-LIG-RECU(LIGNE-IDX) =
			SAI-MONTANTRECU - WS-TOTAL-REPARTI
	ELSE
		COMPUTE WS-LIG-RECU(LIGNE-IDX) ROUNDED =
			WS-LIG-DEMANDE(LIGNE-IDX) * SAI-MONTANTRECU
			/ WS-MONTANTDEMANDE
		IF WS-TOTAL-REPARTI + WS-LIG-RECU(LIGNE-IDX) > SAI-MONTANTRECU
			COMPUTE WS-LIG-RECU(LIGNE-IDX) =
				SAI-MONTANTRECU - WS-TOTAL-REPARTI
		END-IF
	END-IF.
	ADD WS-LIG-RECU(LIGNE-IDX) TO WS-TOTAL-REPARTI.
	MOVE WS-LIG-RECU(LIGNE-IDX) TO WS-RESTE-LIGNE.

	IF WS-MODEVERSEMENT = "C" AND WS-RESTE-LIGNE > 0
		IF WS-LIG-NUMPIL(LIGNE-IDX) NOT = WS-PILOTE-CHARGE
			MOVE WS-LIG-NUMPIL(LIGNE-IDX) TO WS-NUMPIL
			PERFORM RELEVE-FACTURES-MEMBRE
		END-IF
		PERFORM IMPUTATION-FACTURE THRU IMPUTATION-FACTURE-EXIT
			VARYING FACT-IDX FROM 1 BY 1
			UNTIL FACT-IDX > WS-NBFACT OR WS-RESTE-LIGNE = 0
			OR WS-ERREUR-SQL = 1
		IF WS-ERREUR-SQL = 1
			GO TO REVERSEMENT-LIGNE-EXIT
		END-IF
	END-IF.

	COMPUTE WS-LIG-VERSE(LIGNE-IDX) =
		WS-LIG-RECU(LIGNE-IDX) - WS-RESTE-LIGNE.
	ADD WS-LIG-VERSE(LIGNE-IDX) TO WS-TOTAL-COMPTE.
	ADD WS-RESTE-LIGNE TO WS-TOTAL-FACTURE.

	MOVE WS-LIG-RECU(LIGNE-IDX) TO WS-AV-RECU.
	MOVE WS-LIG-VERSE(LIGNE-IDX) TO WS-AV-VERSE.
	IF WS-RESTE-LIGNE = 0
		MOVE "V" TO WS-AV-ETAT
	ELSE
		MOVE "R" TO WS-AV-ETAT
	END-IF.
	MOVE WS-LIG-NUMVOL(LIGNE-IDX) TO WS-NUMVOL.

	EXEC SQL
		UPDATE AIDES_VOLS SET MONTANTRECU = :WS-AV-RECU,
		MONTANTVERSE = :WS-AV-VERSE, ETATLIGNE = :WS-AV-ETAT
		WHERE CODEAIDE = :WS-CODEAIDE
		AND NUMVOL = :WS-NUMVOL
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 1 TO WS-ERREUR-SQL
		GO TO REVERSEMENT-LIGNE-EXIT
	END-IF.

	MOVE WS-AV-RECU TO ED-MONTANT.
	DISPLAY "    Vol " WS-NUMVOL " - pilote " WS-LIG-NUMPIL(LIGNE-IDX)
		" : " ED-MONTANT " etat " WS-AV-ETAT.

REVERSEMENT-LIGNE-EXIT.
	EXIT.

***** FACTURES OUVERTES DU MEMBRE, LES PLUS ANCIENNES EN TETE, AVEC
***** LEUR RESTE DU ; CELLES D'UN EXERCICE CLOS SONT ECARTEES COMME
***** DANS REGLEMENT ET PAYEUR
RELEVE-FACTURES-MEMBRE.
	MOVE WS-NUMPIL TO WS-PILOTE-CHARGE.
	MOVE 0 TO WS-NBFACT.

	EXEC SQL
		DECLARE FACTAIDECUR CURSOR FOR
		SELECT NUMFACT, MONTANT, DATEGEN
		FROM FACTURES
		WHERE NUMPIL = :WS-NUMPIL
		AND ETATPAIEMENT = "N"
		ORDER BY DATEGEN, NUMFACT
	END-EXEC.

	EXEC SQL
		OPEN FACTAIDECUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM FACTURE-MEMBRE-SUIVANTE THRU FACTURE-MEMBRE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE FACTAIDECUR
	END-EXEC.

FACTURE-MEMBRE-SUIVANTE.
	EXEC SQL
		FETCH FACTAIDECUR
		INTO :WS-NUMFACT, :WS-MONTANT, :WS-DATEGEN
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBFACT = 50
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO FACTURE-MEMBRE-SUIVANTE-EXIT
	END-IF.

	MOVE WS-DATEGEN(1:4) TO WS-ANNEE-LIGNE.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBEXCLOS
		FROM EXERCICES
		WHERE ANNEE = :WS-ANNEE-LIGNE
		AND STATUTEX = "C"
	END-EXEC.

	IF WS-NBEXCLOS > 0
		GO TO FACTURE-MEMBRE-SUIVANTE-EXIT
	END-IF.

	PERFORM CUMUL-REGLEMENTS.

	IF WS-RESTEDU NOT > 0
		GO TO FACTURE-MEMBRE-SUIVANTE-EXIT
	END-IF.

	ADD 1 TO WS-NBFACT.
	MOVE WS-NUMFACT TO WS-FAC-NUMFACT(WS-NBFACT).
	MOVE WS-RESTEDU TO WS-FAC-RESTEDU(WS-NBFACT).

FACTURE-MEMBRE-SUIVANTE-EXIT.
	EXIT.

***** IMPUTATION DE LA PART DU VOL SUR UNE FACTURE DU MEMBRE : LE RESTE
***** DU DE LA FACTURE OU CE QUI RESTE DE LA PART ; LA FACTURE COUVERTE
***** EST SOLDEE. SUR ERREUR SQL L'APPELANT ANNULE TOUT LE VERSEMENT
IMPUTATION-FACTURE.
	IF WS-FAC-RESTEDU(FACT-IDX) = 0
		GO TO IMPUTATION-FACTURE-EXIT
	END-IF.

	IF WS-RESTE-LIGNE < WS-FAC-RESTEDU(FACT-IDX)
		MOVE WS-RESTE-LIGNE TO WS-MONTANTREG
	ELSE
		MOVE WS-FAC-RESTEDU(FACT-IDX) TO WS-MONTANTREG
	END-IF.

	MOVE "NUMREG" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMREG.
	MOVE WS-FAC-NUMFACT(FACT-IDX) TO WS-NUMFACT.

	EXEC SQL
		INSERT INTO REGLEMENTS(NUMREG,NUMFACT,NUMPIL,MONTANTREG,
		DATEREG,MODEREG,NUMREMISE)
		VALUES(:WS-NUMREG,:WS-NUMFACT,:WS-NUMPIL,:WS-MONTANTREG,
		:WS-DATEREG,"S",0)
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 1 TO WS-ERREUR-SQL
		GO TO IMPUTATION-FACTURE-EXIT
	END-IF.

	ADD 1 TO WS-NBREGLEMENTS.
	SUBTRACT WS-MONTANTREG FROM WS-FAC-RESTEDU(FACT-IDX).
	SUBTRACT WS-MONTANTREG FROM WS-RESTE-LIGNE.

	IF WS-FAC-RESTEDU(FACT-IDX) = 0
		EXEC SQL
			UPDATE FACTURES SET ETATPAIEMENT = "O"
			WHERE NUMFACT = :WS-NUMFACT
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE 1 TO WS-ERREUR-SQL
			GO TO IMPUTATION-FACTURE-EXIT
		END-IF
		ADD 1 TO WS-NBSOLDEES
	END-IF.

IMPUTATION-FACTURE-EXIT.
	EXIT.

***** RESTE DU SUR LA FACTURE WS-NUMFACT : MONTANT MOINS REGLEMENTS ET
***** AVOIRS DEJA ENREGISTRES (MEME CALCUL QUE REGLEMENT)
CUMUL-REGLEMENTS.
	EXEC SQL
		SELECT SUM(MONTANTREG)
		INTO :WS-TOTALREGLE
		FROM REGLEMENTS
		WHERE NUMFACT = :WS-NUMFACT
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TOTALREGLE
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANTAVOIR)
		INTO :WS-TOTALAVOIR
		FROM AVOIRS
		WHERE NUMFACT = :WS-NUMFACT
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-TOTALAVOIR
	END-IF.

	COMPUTE WS-RESTEDU = WS-MONTANT - WS-TOTALREGLE - WS-TOTALAVOIR.

LECTURE-AIDE.
	EXEC SQL
		SELECT LIBELLE, ORGANISME, AGEMAX, SITUATION, CATEGORIE,
		PREMIERSOLO, TAUXHORAIRE, FORFAITVOL, PLAFOND, MODEVERSEMENT,
		ACTIF
		INTO :WS-LIBELLE, :WS-ORGANISME, :WS-AGEMAX, :WS-SITUATION,
		:WS-CATEGORIE, :WS-PREMIERSOLO, :WS-TAUXHORAIRE,
		:WS-FORFAITVOL, :WS-PLAFOND, :WS-MODEVERSEMENT, :WS-ACTIF
		FROM AIDES
		WHERE CODEAIDE = :WS-CODEAIDE
	END-EXEC.

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
