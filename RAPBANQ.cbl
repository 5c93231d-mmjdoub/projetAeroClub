IDENTIFICATION DIVISION.
PROGRAM-ID. RAPBANQ.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT RELEVEFILE ASSIGN TO "freleve.dat"
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-FSTAT-RLV.

DATA DIVISION.
FILE SECTION.
***** RELEVE DU COMPTE BANCAIRE TEL QUE LIVRE PAR LA BANQUE : UN
***** ENREGISTREMENT "01" D'ANCIEN SOLDE, UN "04" PAR OPERATION
***** (DEBITS ET CREDITS), UN "07" DE NOUVEAU SOLDE ; POUR LES SOLDES,
***** RLV-SENS "D" SIGNALE UN COMPTE DEBITEUR
FD RELEVEFILE.
01 RLV-REC.
	05 RLV-TYPEENR       PIC X(2).
	05 RLV-DATEOPE       PIC X(8).
	05 RLV-SENS          PIC X.
	05 RLV-MONTANT       PIC 9(7)V99.
	05 RLV-CODEOPE       PIC X(3).
	05 RLV-LIBELLE       PIC X(30).
	05 RLV-REFERENCE     PIC X(30).

WORKING-STORAGE SECTION.
***** IMPORT DU RELEVE BANCAIRE ET RAPPROCHEMENT DU COMPTE 512000 :
***** CHAQUE OPERATION DU RELEVE EST INSCRITE DANS RELEVES_BANQUE PUIS
***** RAPPROCHEE DE SA CONTREPARTIE DANS NOS DONNEES (BORDEREAU DE
***** REMISE DE CHEQUES OU D'ESPECES, REMISE DE PRELEVEMENTS ET SES
***** REJETS, REMISE CARTE DU JOUR, VIREMENT RECU, VIREMENT D'INDEMNITE,
***** PAIEMENT FOURNISSEUR, VERSEMENT D'AIDE AU VOL D'UN ORGANISME, PRIX
***** D'UNE IMMOBILISATION CEDEE) ; LES OPERATIONS RESTEES EN SUSPENS SONT RETENTEES A
***** CHAQUE PASSAGE. L'ETAT DE RAPPROCHEMENT ETABLIT LE SOLDE
***** COMPTABLE A LA DATE DU RELEVE, LE SOLDE DU RELEVE ET LES
***** OPERATIONS NON RAPPROCHEES DE CHAQUE COTE, QUI DOIVENT EXPLIQUER
***** L'ECART - LE TRESORIER NE POINTE PLUS LE RELEVE A LA MAIN
77 WS-FSTAT-RLV PIC X(2) VALUE "00".
77 WS-FIN-FICHIER PIC 9 VALUE IS 0.
***** FIN DES CURSEURS : TEMOINS SEPARES DE SQLCODE, CAR LES SELECT
***** INTERIEURS ECRASENT SQLCODE ENTRE DEUX FETCH
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-FIN-LISTE PIC 9 VALUE IS 0.
77 WS-TROUVE PIC 9 VALUE IS 0.
77 WS-ERREUR-SQL PIC 9 VALUE IS 0.
77 WS-OUVERTURE-LUE PIC 9 VALUE IS 0.
77 WS-CLOTURE-LUE PIC 9 VALUE IS 0.
77 REF-IDX PIC 9(3) VALUE IS 0.
77 WS-NBLUS PIC 9(6) VALUE IS 0.
77 WS-NBIMPORTES PIC 9(6) VALUE IS 0.
77 WS-NBDOUBLONS PIC 9(6) VALUE IS 0.
77 WS-NBINVALIDES PIC 9(6) VALUE IS 0.
77 WS-NBRAPPROCHES PIC 9(6) VALUE IS 0.
77 WS-NBSUSPENS PIC 9(6) VALUE IS 0.
77 WS-NBREJETS PIC 9(6) VALUE IS 0.

***** SOLDES ET TOTAUX DE L'ETAT DE RAPPROCHEMENT (SIGNES)
77 WS-SOLDE-OUVERTURE PIC S9(9)V99 VALUE IS 0.
77 WS-SOLDE-RELEVE PIC S9(9)V99 VALUE IS 0.
77 WS-SOLDE-CALCULE PIC S9(9)V99 VALUE IS 0.
77 WS-SOLDE-COMPTABLE PIC S9(9)V99 VALUE IS 0.
77 WS-TOT-CREDITS-FICHIER PIC 9(9)V99 VALUE IS 0.
77 WS-TOT-DEBITS-FICHIER PIC 9(9)V99 VALUE IS 0.
77 WS-BANQUE-CREDITS PIC 9(9)V99 VALUE IS 0.
77 WS-BANQUE-DEBITS PIC 9(9)V99 VALUE IS 0.
77 WS-LIVRES-RECETTES PIC 9(9)V99 VALUE IS 0.
77 WS-LIVRES-DEPENSES PIC 9(9)V99 VALUE IS 0.
77 WS-SOLDE-BANQUE-AJUSTE PIC S9(9)V99 VALUE IS 0.
77 WS-SOLDE-LIVRES-AJUSTE PIC S9(9)V99 VALUE IS 0.
77 WS-ECART PIC S9(9)V99 VALUE IS 0.

***** ZONES D'EDITION
77 ED-MONTANT PIC Z(6)9.99.
77 ED-SOLDE PIC -(8)9.99.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES RELEVES_BANQUE, PARAMETRES
	EXEC SQL
		INCLUDE RELEVES_BANQUE,PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-OPERATION.
			05 WS-NUMOPEBQ PIC 9(6).
			05 WS-DATEOPE PIC X(8).
			05 WS-SENS PIC X.
			05 WS-MONTANT PIC 9(7)V99.
			05 WS-CODEOPE PIC X(3).
			05 WS-LIBELLE PIC X(30).
			05 WS-REFERENCE PIC X(30).
			05 WS-TYPEPIECE PIC X.
			05 WS-NUMPIECE PIC 9(8).
			05 WS-NBDEJA PIC 9(6).
			05 WS-DATE-RELEVE PIC X(8).
			05 WS-SOLDE-INIT PIC S9(9)V99.
			05 WS-DATE-SOLDE PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES REGLEMENTS, PRELEVEMENTS, FACTURES, INDEMNITES,
**** PAIEMENTS_FOURN, CAISSES, AIDES_DEMANDES, IMMOBILISATIONS
	EXEC SQL
		INCLUDE REGLEMENTS,PRELEVEMENTS,FACTURES,INDEMNITES,
		PAIEMENTS_FOURN,CAISSES,AIDES_DEMANDES,IMMOBILISATIONS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-CONTREPARTIE.
			05 WS-REFNUM PIC 9(6).
			05 WS-REFDATE PIC X(8).
			05 WS-CLE-NUM PIC 9(8).
			05 WS-CLE-DATE PIC X(8).
			05 WS-SOMME PIC 9(7)V99.
			05 WS-SOMME-S PIC S9(9)V99.
			05 WS-NBLIGNES PIC 9(6).
			05 WS-NUMREG PIC 9(6).
			05 WS-NUMFACT PIC 9(6).
			05 WS-NUMPIL PIC 9(3).
			05 WS-NUMPRELEV PIC 9(6).
			05 WS-MONTANTREG PIC S9(6)V99.
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
		SELECT SOLDE_BANQUE_INIT, DATE_SOLDE_BANQUE
		INTO :WS-SOLDE-INIT, :WS-DATE-SOLDE
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "ERREUR : PARAMETRES (PARAMID = 1) INTROUVABLE, TRAITEMENT ANNULE."
		GO TO FIN
	END-IF.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "RAPBANQ" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.
	PERFORM EN-TETE-RAPPORT.
	PERFORM OUVERTURE-FICHIER.
	PERFORM LECTURE-RELEVE THRU LECTURE-RELEVE-EXIT
		UNTIL WS-FIN-FICHIER = 1.
	PERFORM FERMETURE-FICHIER.
	PERFORM CONTROLE-RELEVE THRU CONTROLE-RELEVE-EXIT.
	IF WS-CLOTURE-LUE = 1
		PERFORM RAPPROCHEMENT
		PERFORM ETAT-RAPPROCHEMENT
	END-IF.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	GO TO FIN.

EN-TETE-RAPPORT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Import du releve bancaire et rapprochement du compte 512000"
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

OUVERTURE-FICHIER.
	OPEN INPUT RELEVEFILE.
	IF WS-FSTAT-RLV NOT = "00"
		DISPLAY "ERREUR OUVERTURE FRELEVE.DAT : " WS-FSTAT-RLV
		MOVE 1 TO WS-FIN-FICHIER
	END-IF.

***************************************************************
***** IMPORT : SOLDES D'OUVERTURE ET DE CLOTURE, OPERATIONS
***************************************************************
LECTURE-RELEVE.
	READ RELEVEFILE
		AT END
			MOVE 1 TO WS-FIN-FICHIER
			GO TO LECTURE-RELEVE-EXIT
	END-READ.

	IF WS-FSTAT-RLV NOT = "00"
		DISPLAY "ERREUR LECTURE FRELEVE.DAT : " WS-FSTAT-RLV
		MOVE 1 TO WS-FIN-FICHIER
		GO TO LECTURE-RELEVE-EXIT
	END-IF.

	ADD 1 TO WS-NBLUS.

	EVALUATE RLV-TYPEENR
		WHEN "01"
			MOVE RLV-MONTANT TO WS-SOLDE-OUVERTURE
			IF RLV-SENS = "D"
				COMPUTE WS-SOLDE-OUVERTURE = 0 - RLV-MONTANT
			END-IF
			MOVE 1 TO WS-OUVERTURE-LUE
		WHEN "04"
			PERFORM IMPORT-OPERATION THRU IMPORT-OPERATION-EXIT
		WHEN "07"
			MOVE RLV-MONTANT TO WS-SOLDE-RELEVE
			IF RLV-SENS = "D"
				COMPUTE WS-SOLDE-RELEVE = 0 - RLV-MONTANT
			END-IF
			MOVE RLV-DATEOPE TO WS-DATE-RELEVE
			MOVE 1 TO WS-CLOTURE-LUE
		WHEN OTHER
			ADD 1 TO WS-NBINVALIDES
			MOVE SPACES TO SPOOL-LIGNE
			STRING "ENREGISTREMENT INCONNU IGNORE - " RLV-TYPEENR " "
				RLV-DATEOPE " " RLV-LIBELLE DELIMITED BY SIZE
				INTO SPOOL-LIGNE
			CALL "SPOOL" USING SPOOL-DEMANDE
	END-EVALUATE.

LECTURE-RELEVE-EXIT.
	EXIT.

IMPORT-OPERATION.
	IF (RLV-SENS NOT = "D" AND RLV-SENS NOT = "C")
			OR RLV-MONTANT IS NOT NUMERIC OR RLV-DATEOPE IS NOT NUMERIC
		ADD 1 TO WS-NBINVALIDES
		MOVE SPACES TO SPOOL-LIGNE
		STRING "OPERATION INVALIDE IGNOREE - " RLV-DATEOPE " " RLV-SENS
			" " RLV-LIBELLE DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO IMPORT-OPERATION-EXIT
	END-IF.

	IF RLV-SENS = "C"
		ADD RLV-MONTANT TO WS-TOT-CREDITS-FICHIER
	ELSE
		ADD RLV-MONTANT TO WS-TOT-DEBITS-FICHIER
	END-IF.

	MOVE RLV-DATEOPE TO WS-DATEOPE.
	MOVE RLV-SENS TO WS-SENS.
	MOVE RLV-MONTANT TO WS-MONTANT.
	MOVE RLV-CODEOPE TO WS-CODEOPE.
	MOVE RLV-LIBELLE TO WS-LIBELLE.
	MOVE RLV-REFERENCE TO WS-REFERENCE.

***** RELEVE RECHARGE (OU RELEVES SE CHEVAUCHANT) : UNE OPERATION DEJA
***** INSCRITE N'EST PAS DOUBLEE
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBDEJA
		FROM RELEVES_BANQUE
		WHERE DATEOPE = :WS-DATEOPE
		AND SENS = :WS-SENS
		AND MONTANT = :WS-MONTANT
		AND CODEOPE = :WS-CODEOPE
		AND REFERENCE = :WS-REFERENCE
	END-EXEC.

	IF WS-NBDEJA > 0
		ADD 1 TO WS-NBDOUBLONS
		GO TO IMPORT-OPERATION-EXIT
	END-IF.

	MOVE "NUMOPEBQ" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMOPEBQ.

	EXEC SQL
		INSERT INTO RELEVES_BANQUE(NUMOPEBQ,DATEOPE,SENS,MONTANT,CODEOPE,
		LIBELLE,REFERENCE,ETATRAPPRO,TYPEPIECE,NUMPIECE,DATERAPPRO)
		VALUES(:WS-NUMOPEBQ,:WS-DATEOPE,:WS-SENS,:WS-MONTANT,:WS-CODEOPE,
		:WS-LIBELLE,:WS-REFERENCE,"N"," ",0," ")
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		ADD 1 TO WS-NBINVALIDES
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ERREUR SQL - " RLV-DATEOPE " " RLV-SENS " " RLV-MONTANT
			" " RLV-LIBELLE DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO IMPORT-OPERATION-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	ADD 1 TO WS-NBIMPORTES.

IMPORT-OPERATION-EXIT.
	EXIT.

FERMETURE-FICHIER.
	CLOSE RELEVEFILE.
	IF WS-FSTAT-RLV NOT = "00"
		DISPLAY "ERREUR FERMETURE FRELEVE.DAT : " WS-FSTAT-RLV
	END-IF.

***** LE RELEVE DOIT ETRE COMPLET : ANCIEN SOLDE + CREDITS - DEBITS =
***** NOUVEAU SOLDE ; SANS NOUVEAU SOLDE, PAS D'ETAT DE RAPPROCHEMENT
CONTROLE-RELEVE.
	IF WS-CLOTURE-LUE = 0
		MOVE "ANOMALIE : RELEVE SANS NOUVEAU SOLDE, PAS DE RAPPROCHEMENT."
			TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO CONTROLE-RELEVE-EXIT
	END-IF.

	IF WS-OUVERTURE-LUE = 0
		GO TO CONTROLE-RELEVE-EXIT
	END-IF.

	COMPUTE WS-SOLDE-CALCULE = WS-SOLDE-OUVERTURE
		+ WS-TOT-CREDITS-FICHIER - WS-TOT-DEBITS-FICHIER.
	IF WS-SOLDE-CALCULE NOT = WS-SOLDE-RELEVE
		MOVE WS-SOLDE-CALCULE TO ED-SOLDE
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ANOMALIE : RELEVE INCOMPLET, SOLDE RECALCULE " ED-SOLDE
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

CONTROLE-RELEVE-EXIT.
	EXIT.

***************************************************************
***** RAPPROCHEMENT DES OPERATIONS EN SUSPENS (NOUVELLES ET
***** ANCIENNES) AVEC LEUR CONTREPARTIE
***************************************************************
RAPPROCHEMENT.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Operations rapprochees :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE SUSPENSCUR CURSOR FOR
		SELECT NUMOPEBQ, DATEOPE, SENS, MONTANT, CODEOPE, LIBELLE,
		REFERENCE
		FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "N"
		ORDER BY DATEOPE, NUMOPEBQ
	END-EXEC.

	EXEC SQL
		OPEN SUSPENSCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM OPERATION-SUIVANTE THRU OPERATION-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE SUSPENSCUR
	END-EXEC.

OPERATION-SUIVANTE.
	EXEC SQL
		FETCH SUSPENSCUR
		INTO :WS-NUMOPEBQ, :WS-DATEOPE, :WS-SENS, :WS-MONTANT,
		:WS-CODEOPE, :WS-LIBELLE, :WS-REFERENCE
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO OPERATION-SUIVANTE-EXIT
	END-IF.

	MOVE 0 TO WS-TROUVE.
	MOVE 0 TO WS-ERREUR-SQL.
	MOVE 0 TO WS-NUMPIECE.

	EVALUATE WS-CODEOPE
		WHEN "REM"
			PERFORM RAPPRO-REMISE-CHEQUES THRU RAPPRO-REMISE-CHEQUES-EXIT
			IF WS-TROUVE = 0
				PERFORM RAPPRO-REMISE-ESPECES THRU RAPPRO-REMISE-ESPECES-EXIT
			END-IF
		WHEN "ESP"
			PERFORM RAPPRO-REMISE-ESPECES THRU RAPPRO-REMISE-ESPECES-EXIT
		WHEN "PRL"
			PERFORM RAPPRO-REMISE-PRELEVEMENTS THRU RAPPRO-REMISE-PRELEVEMENTS-EXIT
		WHEN "REJ"
			PERFORM RAPPRO-REJET-PRELEVEMENT THRU RAPPRO-REJET-PRELEVEMENT-EXIT
		WHEN "CB "
			PERFORM RAPPRO-REMISE-CARTE THRU RAPPRO-REMISE-CARTE-EXIT
		WHEN "CAR"
		WHEN "FOU"
			PERFORM RAPPRO-PAIEMENT-FOURNISSEUR
				THRU RAPPRO-PAIEMENT-FOURNISSEUR-EXIT
		WHEN "FRA"
			MOVE "F" TO WS-TYPEPIECE
			MOVE 1 TO WS-TROUVE
		WHEN OTHER
			IF WS-SENS = "C"
				PERFORM RAPPRO-VIREMENT-RECU
				IF WS-TROUVE = 0
					PERFORM RAPPRO-VERSEMENT-AIDE
				END-IF
				IF WS-TROUVE = 0
					PERFORM RAPPRO-PRIX-CESSION
				END-IF
			ELSE
				PERFORM RAPPRO-VIREMENT-INDEMNITE
				IF WS-TROUVE = 0
					PERFORM RAPPRO-PAIEMENT-FOURNISSEUR
						THRU RAPPRO-PAIEMENT-FOURNISSEUR-EXIT
				END-IF
			END-IF
	END-EVALUATE.

	IF WS-ERREUR-SQL = 1
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "    ERREUR SQL - Operation " WS-NUMOPEBQ " non rapprochee."
		GO TO OPERATION-SUIVANTE-EXIT
	END-IF.

	IF WS-TROUVE = 0
		GO TO OPERATION-SUIVANTE-EXIT
	END-IF.

	EXEC SQL
		UPDATE RELEVES_BANQUE SET ETATRAPPRO = "R",
		TYPEPIECE = :WS-TYPEPIECE, NUMPIECE = :WS-NUMPIECE,
		DATERAPPRO = :WDATE
		WHERE NUMOPEBQ = :WS-NUMOPEBQ
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "    ERREUR SQL - Operation " WS-NUMOPEBQ " non rapprochee."
		GO TO OPERATION-SUIVANTE-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	ADD 1 TO WS-NBRAPPROCHES.
	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  " WS-DATEOPE " " WS-SENS " " ED-MONTANT " " WS-LIBELLE
		" -> " WS-TYPEPIECE " " WS-NUMPIECE DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

OPERATION-SUIVANTE-EXIT.
	EXIT.

***** REMISE DE CHEQUES : LE NUMERO DE BORDEREAU DE REMCHQ FIGURE DANS
***** LA REFERENCE (SIX CHIFFRES) ; A DEFAUT, LE SEUL BORDEREAU NON
***** RAPPROCHE DU MEME TOTAL
RAPPRO-REMISE-CHEQUES.
	IF WS-SENS NOT = "C"
		GO TO RAPPRO-REMISE-CHEQUES-EXIT
	END-IF.

	PERFORM RECHERCHE-BORDEREAU THRU RECHERCHE-BORDEREAU-EXIT
		VARYING REF-IDX FROM 1 BY 1
		UNTIL REF-IDX > 25 OR WS-TROUVE = 1.

	IF WS-TROUVE = 1
		GO TO RAPPRO-REMISE-CHEQUES-EXIT
	END-IF.

	EXEC SQL
		DECLARE BORDEREAUCUR CURSOR FOR
		SELECT NUMREMISE
		FROM REGLEMENTS
		WHERE MODEREG = "C"
		AND NUMREMISE <> 0
		AND NUMREMISE NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "B")
		GROUP BY NUMREMISE
		HAVING SUM(MONTANTREG) = :WS-MONTANT
		ORDER BY NUMREMISE
	END-EXEC.

	EXEC SQL
		OPEN BORDEREAUCUR
	END-EXEC.

	EXEC SQL
		FETCH BORDEREAUCUR
		INTO :WS-REFNUM
	END-EXEC.

	IF SQLCODE = 0
		MOVE "B" TO WS-TYPEPIECE
		MOVE WS-REFNUM TO WS-NUMPIECE
		MOVE 1 TO WS-TROUVE
	END-IF.

	EXEC SQL
		CLOSE BORDEREAUCUR
	END-EXEC.

RAPPRO-REMISE-CHEQUES-EXIT.
	EXIT.

RECHERCHE-BORDEREAU.
	IF WS-REFERENCE(REF-IDX:6) IS NOT NUMERIC
		GO TO RECHERCHE-BORDEREAU-EXIT
	END-IF.

	MOVE WS-REFERENCE(REF-IDX:6) TO WS-REFNUM.

	EXEC SQL
		SELECT SUM(MONTANTREG)
		INTO :WS-SOMME
		FROM REGLEMENTS
		WHERE MODEREG = "C"
		AND NUMREMISE = :WS-REFNUM
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-SOMME NOT = WS-MONTANT
		GO TO RECHERCHE-BORDEREAU-EXIT
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBDEJA
		FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R"
		AND TYPEPIECE = "B"
		AND NUMPIECE = :WS-REFNUM
	END-EXEC.

	IF WS-NBDEJA = 0
		MOVE "B" TO WS-TYPEPIECE
		MOVE WS-REFNUM TO WS-NUMPIECE
		MOVE 1 TO WS-TROUVE
	END-IF.

RECHERCHE-BORDEREAU-EXIT.
	EXIT.

***** VERSEMENT D'ESPECES : LE NUMERO DE BORDEREAU DE REMESP (MEME
***** NUMEROTATION QUE LES REMISES DE CHEQUES) FIGURE DANS LA REFERENCE ;
***** A DEFAUT, LE SEUL BORDEREAU D'ESPECES NON RAPPROCHE DU MEME TOTAL.
***** LA BANQUE PORTE PARFOIS LE VERSEMENT SOUS LE CODE REM
RAPPRO-REMISE-ESPECES.
	IF WS-SENS NOT = "C"
		GO TO RAPPRO-REMISE-ESPECES-EXIT
	END-IF.

	PERFORM RECHERCHE-REMISE-ESPECES THRU RECHERCHE-REMISE-ESPECES-EXIT
		VARYING REF-IDX FROM 1 BY 1
		UNTIL REF-IDX > 25 OR WS-TROUVE = 1.

	IF WS-TROUVE = 1
		GO TO RAPPRO-REMISE-ESPECES-EXIT
	END-IF.

	EXEC SQL
		DECLARE BORDESPCUR CURSOR FOR
		SELECT NUMREMISE
		FROM CAISSES
		WHERE NUMREMISE <> 0
		AND NUMREMISE NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "E")
		GROUP BY NUMREMISE
		HAVING SUM(MONTANTAREMETTRE) = :WS-MONTANT
		ORDER BY NUMREMISE
	END-EXEC.

	EXEC SQL
		OPEN BORDESPCUR
	END-EXEC.

	EXEC SQL
		FETCH BORDESPCUR
		INTO :WS-REFNUM
	END-EXEC.

	IF SQLCODE = 0
		MOVE "E" TO WS-TYPEPIECE
		MOVE WS-REFNUM TO WS-NUMPIECE
		MOVE 1 TO WS-TROUVE
	END-IF.

	EXEC SQL
		CLOSE BORDESPCUR
	END-EXEC.

RAPPRO-REMISE-ESPECES-EXIT.
	EXIT.

RECHERCHE-REMISE-ESPECES.
	IF WS-REFERENCE(REF-IDX:6) IS NOT NUMERIC
		GO TO RECHERCHE-REMISE-ESPECES-EXIT
	END-IF.

	MOVE WS-REFERENCE(REF-IDX:6) TO WS-REFNUM.

	EXEC SQL
		SELECT SUM(MONTANTAREMETTRE)
		INTO :WS-SOMME
		FROM CAISSES
		WHERE NUMREMISE = :WS-REFNUM
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-SOMME NOT = WS-MONTANT
		GO TO RECHERCHE-REMISE-ESPECES-EXIT
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBDEJA
		FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R"
		AND TYPEPIECE = "E"
		AND NUMPIECE = :WS-REFNUM
	END-EXEC.

	IF WS-NBDEJA = 0
		MOVE "E" TO WS-TYPEPIECE
		MOVE WS-REFNUM TO WS-NUMPIECE
		MOVE 1 TO WS-TROUVE
	END-IF.

RECHERCHE-REMISE-ESPECES-EXIT.
	EXIT.

***** REMISE DE PRELEVEMENTS : LA BANQUE CREDITE EN UNE FOIS TOUTE LA
***** REMISE D'UNE DATE D'EMISSION DE PRELEVE (REJETS ULTERIEURS EN
***** DEBITS SEPARES) ; DATE D'EMISSION CITEE DANS LA REFERENCE, A
***** DEFAUT LA SEULE REMISE NON RAPPROCHEE DU MEME TOTAL
RAPPRO-REMISE-PRELEVEMENTS.
	IF WS-SENS NOT = "C"
		GO TO RAPPRO-REMISE-PRELEVEMENTS-EXIT
	END-IF.

	PERFORM RECHERCHE-EMISSION THRU RECHERCHE-EMISSION-EXIT
		VARYING REF-IDX FROM 1 BY 1
		UNTIL REF-IDX > 23 OR WS-TROUVE = 1.

	IF WS-TROUVE = 1
		GO TO RAPPRO-REMISE-PRELEVEMENTS-EXIT
	END-IF.

	EXEC SQL
		DECLARE EMISSIONCUR CURSOR FOR
		SELECT DATEMISSION
		FROM PRELEVEMENTS
		WHERE DATEMISSION <= :WS-DATEOPE
		GROUP BY DATEMISSION
		HAVING SUM(MONTANT) = :WS-MONTANT
		ORDER BY DATEMISSION
	END-EXEC.

	EXEC SQL
		OPEN EMISSIONCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-LISTE.
	PERFORM EMISSION-CANDIDATE THRU EMISSION-CANDIDATE-EXIT
		UNTIL WS-FIN-LISTE = 1 OR WS-TROUVE = 1.

	EXEC SQL
		CLOSE EMISSIONCUR
	END-EXEC.

RAPPRO-REMISE-PRELEVEMENTS-EXIT.
	EXIT.

EMISSION-CANDIDATE.
	EXEC SQL
		FETCH EMISSIONCUR
		INTO :WS-REFDATE
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-LISTE
		GO TO EMISSION-CANDIDATE-EXIT
	END-IF.

	PERFORM CONTROLE-EMISSION-LIBRE THRU CONTROLE-EMISSION-LIBRE-EXIT.

EMISSION-CANDIDATE-EXIT.
	EXIT.

RECHERCHE-EMISSION.
	IF WS-REFERENCE(REF-IDX:8) IS NOT NUMERIC
		GO TO RECHERCHE-EMISSION-EXIT
	END-IF.

	MOVE WS-REFERENCE(REF-IDX:8) TO WS-REFDATE.

	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-SOMME
		FROM PRELEVEMENTS
		WHERE DATEMISSION = :WS-REFDATE
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-SOMME NOT = WS-MONTANT
		GO TO RECHERCHE-EMISSION-EXIT
	END-IF.

	PERFORM CONTROLE-EMISSION-LIBRE THRU CONTROLE-EMISSION-LIBRE-EXIT.

RECHERCHE-EMISSION-EXIT.
	EXIT.

***** UNE REMISE DE PRELEVEMENTS NE SE RAPPROCHE QU'UNE FOIS ; SI ELLE
***** N'A PAS ENCORE ETE CONFIRMEE DANS PRELEVE, LE RAPPORT LE SIGNALE
CONTROLE-EMISSION-LIBRE.
	MOVE WS-REFDATE TO WS-CLE-NUM.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBDEJA
		FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R"
		AND TYPEPIECE = "P"
		AND NUMPIECE = :WS-CLE-NUM
	END-EXEC.

	IF WS-NBDEJA > 0
		GO TO CONTROLE-EMISSION-LIBRE-EXIT
	END-IF.

	MOVE "P" TO WS-TYPEPIECE.
	MOVE WS-CLE-NUM TO WS-NUMPIECE.
	MOVE 1 TO WS-TROUVE.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBLIGNES
		FROM PRELEVEMENTS
		WHERE DATEMISSION = :WS-REFDATE
		AND ETATPRELEV = "E"
	END-EXEC.

	IF WS-NBLIGNES > 0
		MOVE SPACES TO SPOOL-LIGNE
		STRING "  ATTENTION : remise du " WS-REFDATE
			" encaissee mais non confirmee dans PRELEVE"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

CONTROLE-EMISSION-LIBRE-EXIT.
	EXIT.

***** REJET DE PRELEVEMENT : LA BANQUE REPREND UN PRELEVEMENT ENCAISSE.
***** LE NUMERO DE PRELEVEMENT (SIX CHIFFRES, CF FICHIER DE PRELEVE)
***** FIGURE DANS LA REFERENCE, A DEFAUT LE SEUL PRELEVEMENT ENCAISSE
***** DU MEME MONTANT ; LE REGLEMENT EST ANNULE PAR UN REGLEMENT
***** NEGATIF, LA FACTURE ROUVERTE ET LE PRELEVEMENT MARQUE REJETE
RAPPRO-REJET-PRELEVEMENT.
	IF WS-SENS NOT = "D"
		GO TO RAPPRO-REJET-PRELEVEMENT-EXIT
	END-IF.

	PERFORM RECHERCHE-PRELEVEMENT THRU RECHERCHE-PRELEVEMENT-EXIT
		VARYING REF-IDX FROM 1 BY 1
		UNTIL REF-IDX > 25 OR WS-TROUVE = 1.

	IF WS-TROUVE = 0
		EXEC SQL
			SELECT COUNT(*)
			INTO :WS-NBLIGNES
			FROM PRELEVEMENTS
			WHERE ETATPRELEV = "C"
			AND MONTANT = :WS-MONTANT
		END-EXEC
		IF WS-NBLIGNES = 1
			EXEC SQL
				SELECT NUMPRELEV, NUMFACT, NUMPIL
				INTO :WS-NUMPRELEV, :WS-NUMFACT, :WS-NUMPIL
				FROM PRELEVEMENTS
				WHERE ETATPRELEV = "C"
				AND MONTANT = :WS-MONTANT
			END-EXEC
			IF SQLCODE = 0
				MOVE 1 TO WS-TROUVE
			END-IF
		END-IF
	END-IF.

	IF WS-TROUVE = 0
		GO TO RAPPRO-REJET-PRELEVEMENT-EXIT
	END-IF.

	MOVE "J" TO WS-TYPEPIECE.
	MOVE WS-NUMPRELEV TO WS-NUMPIECE.

	MOVE "NUMREG" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMREG.
	COMPUTE WS-MONTANTREG = 0 - WS-MONTANT.

	EXEC SQL
		INSERT INTO REGLEMENTS(NUMREG,NUMFACT,NUMPIL,MONTANTREG,
		DATEREG,MODEREG,NUMREMISE)
		VALUES(:WS-NUMREG,:WS-NUMFACT,:WS-NUMPIL,:WS-MONTANTREG,
		:WS-DATEOPE,"P",0)
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 1 TO WS-ERREUR-SQL
		GO TO RAPPRO-REJET-PRELEVEMENT-EXIT
	END-IF.

	EXEC SQL
		UPDATE FACTURES SET ETATPAIEMENT = "N"
		WHERE NUMFACT = :WS-NUMFACT
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 1 TO WS-ERREUR-SQL
		GO TO RAPPRO-REJET-PRELEVEMENT-EXIT
	END-IF.

	EXEC SQL
		UPDATE PRELEVEMENTS SET ETATPRELEV = "R"
		WHERE NUMPRELEV = :WS-NUMPRELEV
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 1 TO WS-ERREUR-SQL
		GO TO RAPPRO-REJET-PRELEVEMENT-EXIT
	END-IF.

	ADD 1 TO WS-NBREJETS.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  REJET : prelevement " WS-NUMPRELEV " facture " WS-NUMFACT
		" pilote " WS-NUMPIL " rouverte, a relancer"
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

RAPPRO-REJET-PRELEVEMENT-EXIT.
	EXIT.

RECHERCHE-PRELEVEMENT.
	IF WS-REFERENCE(REF-IDX:6) IS NOT NUMERIC
		GO TO RECHERCHE-PRELEVEMENT-EXIT
	END-IF.

	MOVE WS-REFERENCE(REF-IDX:6) TO WS-NUMPRELEV.

	EXEC SQL
		SELECT NUMFACT, NUMPIL
		INTO :WS-NUMFACT, :WS-NUMPIL
		FROM PRELEVEMENTS
		WHERE NUMPRELEV = :WS-NUMPRELEV
		AND ETATPRELEV = "C"
		AND MONTANT = :WS-MONTANT
	END-EXEC.

	IF SQLCODE = 0
		MOVE 1 TO WS-TROUVE
	END-IF.

RECHERCHE-PRELEVEMENT-EXIT.
	EXIT.

***** REMISE CARTE : LE TERMINAL DE PAIEMENT EST TELECOLLECTE CHAQUE
***** SOIR, LA BANQUE CREDITE LE TOTAL DES REGLEMENTS CARTE (MODE
***** "B") D'UNE JOURNEE ; LA PLUS ANCIENNE JOURNEE NON RAPPROCHEE DU
***** MEME TOTAL
RAPPRO-REMISE-CARTE.
	IF WS-SENS NOT = "C"
		GO TO RAPPRO-REMISE-CARTE-EXIT
	END-IF.

	EXEC SQL
		DECLARE CARTECUR CURSOR FOR
		SELECT DATEREG
		FROM REGLEMENTS
		WHERE MODEREG = "B"
		AND DATEREG <= :WS-DATEOPE
		GROUP BY DATEREG
		HAVING SUM(MONTANTREG) = :WS-MONTANT
		ORDER BY DATEREG
	END-EXEC.

	EXEC SQL
		OPEN CARTECUR
	END-EXEC.

	MOVE 0 TO WS-FIN-LISTE.
	PERFORM JOURNEE-CARTE-CANDIDATE THRU JOURNEE-CARTE-CANDIDATE-EXIT
		UNTIL WS-FIN-LISTE = 1 OR WS-TROUVE = 1.

	EXEC SQL
		CLOSE CARTECUR
	END-EXEC.

RAPPRO-REMISE-CARTE-EXIT.
	EXIT.

JOURNEE-CARTE-CANDIDATE.
	EXEC SQL
		FETCH CARTECUR
		INTO :WS-CLE-DATE
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-LISTE
		GO TO JOURNEE-CARTE-CANDIDATE-EXIT
	END-IF.

	MOVE WS-CLE-DATE TO WS-CLE-NUM.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBDEJA
		FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R"
		AND TYPEPIECE = "C"
		AND NUMPIECE = :WS-CLE-NUM
	END-EXEC.

	IF WS-NBDEJA = 0
		MOVE "C" TO WS-TYPEPIECE
		MOVE WS-CLE-NUM TO WS-NUMPIECE
		MOVE 1 TO WS-TROUVE
	END-IF.

JOURNEE-CARTE-CANDIDATE-EXIT.
	EXIT.

***** VIREMENT RECU : REGLEMENT DE MODE "V" DU MEME MONTANT, INSCRIT
***** PAR VIREMENT (A LA DATE DE VALEUR) OU SAISI DANS REGLEMENT, NON
***** ENCORE RAPPROCHE ; LE PLUS PROCHE DE LA DATE DE L'OPERATION
RAPPRO-VIREMENT-RECU.
	EXEC SQL
		DECLARE VIRRECUCUR CURSOR FOR
		SELECT NUMREG
		FROM REGLEMENTS
		WHERE MODEREG = "V"
		AND MONTANTREG = :WS-MONTANT
		AND DATEREG <= :WS-DATEOPE
		AND DATEREG > :WS-DATE-SOLDE
		AND NUMREG NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "R")
		ORDER BY DATEREG DESC, NUMREG
	END-EXEC.

	EXEC SQL
		OPEN VIRRECUCUR
	END-EXEC.

	EXEC SQL
		FETCH VIRRECUCUR
		INTO :WS-NUMREG
	END-EXEC.

	IF SQLCODE = 0
		MOVE "R" TO WS-TYPEPIECE
		MOVE WS-NUMREG TO WS-NUMPIECE
		MOVE 1 TO WS-TROUVE
	END-IF.

	EXEC SQL
		CLOSE VIRRECUCUR
	END-EXEC.

***** VERSEMENT D'UN ORGANISME D'AIDE AU VOL : DEMANDE DONT SUBVENT A
***** ENREGISTRE LE VERSEMENT (MONTANTRECU) POUR LE MEME MONTANT, NON
***** ENCORE RAPPROCHEE ; LA PLUS PROCHE DE LA DATE DE L'OPERATION
RAPPRO-VERSEMENT-AIDE.
	EXEC SQL
		DECLARE VERSAIDECUR CURSOR FOR
		SELECT NUMDEMANDE
		FROM AIDES_DEMANDES
		WHERE ETATDEMANDE = "R"
		AND MONTANTRECU = :WS-MONTANT
		AND DATERECU <= :WS-DATEOPE
		AND DATERECU > :WS-DATE-SOLDE
		AND NUMDEMANDE NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "A")
		ORDER BY DATERECU DESC, NUMDEMANDE
	END-EXEC.

	EXEC SQL
		OPEN VERSAIDECUR
	END-EXEC.

	EXEC SQL
		FETCH VERSAIDECUR
		INTO :WS-REFNUM
	END-EXEC.

	IF SQLCODE = 0
		MOVE "A" TO WS-TYPEPIECE
		MOVE WS-REFNUM TO WS-NUMPIECE
		MOVE 1 TO WS-TROUVE
	END-IF.

	EXEC SQL
		CLOSE VERSAIDECUR
	END-EXEC.

***** ENCAISSEMENT DU PRIX D'UNE IMMOBILISATION CEDEE (CF IMMO) : PRIX
***** DE CESSION DU MEME MONTANT, NON ENCORE RAPPROCHE ; LA CREANCE
***** 462000 N'EST SOLDEE EN 512000 PAR JOURNAL QU'UNE FOIS LE PRIX
***** TROUVE SUR LE RELEVE
RAPPRO-PRIX-CESSION.
	EXEC SQL
		DECLARE PRIXCESSCUR CURSOR FOR
		SELECT NUMIMMO
		FROM IMMOBILISATIONS
		WHERE ETATIMMO = "C"
		AND PRIXCESSION > 0
		AND PRIXCESSION = :WS-MONTANT
		AND DATECESSION <= :WS-DATEOPE
		AND NUMIMMO NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "K")
		ORDER BY DATECESSION, NUMIMMO
	END-EXEC.

	EXEC SQL
		OPEN PRIXCESSCUR
	END-EXEC.

	EXEC SQL
		FETCH PRIXCESSCUR
		INTO :WS-REFNUM
	END-EXEC.

	IF SQLCODE = 0
		MOVE "K" TO WS-TYPEPIECE
		MOVE WS-REFNUM TO WS-NUMPIECE
		MOVE 1 TO WS-TROUVE
	END-IF.

	EXEC SQL
		CLOSE PRIXCESSCUR
	END-EXEC.

***** VIREMENT EMIS : SOLDE D'UNE INDEMNITE D'INSTRUCTION REGLEE PAR
***** INDEMNIT (MONTANTVERSE), NON ENCORE RAPPROCHE
RAPPRO-VIREMENT-INDEMNITE.
	EXEC SQL
		DECLARE VIRINDEMCUR CURSOR FOR
		SELECT NUMINDEM
		FROM INDEMNITES
		WHERE ETATINDEM = "R"
		AND MONTANTVERSE = :WS-MONTANT
		AND DATEREG <= :WS-DATEOPE
		AND NUMINDEM NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "I")
		ORDER BY DATEREG, NUMINDEM
	END-EXEC.

	EXEC SQL
		OPEN VIRINDEMCUR
	END-EXEC.

	EXEC SQL
		FETCH VIRINDEMCUR
		INTO :WS-REFNUM
	END-EXEC.

	IF SQLCODE = 0
		MOVE "I" TO WS-TYPEPIECE
		MOVE WS-REFNUM TO WS-NUMPIECE
		MOVE 1 TO WS-TROUVE
	END-IF.

	EXEC SQL
		CLOSE VIRINDEMCUR
	END-EXEC.

***** PAIEMENT D'UNE FACTURE FOURNISSEUR (VIREMENT EMIS, CHEQUE
***** ENCAISSE PAR LE FOURNISSEUR OU PRELEVEMENT DU PETROLIER) : PAIEMENT
***** HORS ESPECES DU MEME MONTANT, LE PLUS ANCIEN NON ENCORE RAPPROCHE
RAPPRO-PAIEMENT-FOURNISSEUR.
	IF WS-SENS NOT = "D"
		GO TO RAPPRO-PAIEMENT-FOURNISSEUR-EXIT
	END-IF.

	EXEC SQL
		DECLARE PAIEFCUR CURSOR FOR
		SELECT NUMPF
		FROM PAIEMENTS_FOURN
		WHERE MONTANT = :WS-MONTANT
		AND MODEPAIE <> "E"
		AND DATEPAIE <= :WS-DATEOPE
		AND NUMPF NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "S")
		ORDER BY DATEPAIE, NUMPF
	END-EXEC.

	EXEC SQL
		OPEN PAIEFCUR
	END-EXEC.

	EXEC SQL
		FETCH PAIEFCUR
		INTO :WS-REFNUM
	END-EXEC.

	IF SQLCODE = 0
		MOVE "S" TO WS-TYPEPIECE
		MOVE WS-REFNUM TO WS-NUMPIECE
		MOVE 1 TO WS-TROUVE
	END-IF.

	EXEC SQL
		CLOSE PAIEFCUR
	END-EXEC.

RAPPRO-PAIEMENT-FOURNISSEUR-EXIT.
	EXIT.

***************************************************************
***** ETAT DE RAPPROCHEMENT A LA DATE DU NOUVEAU SOLDE
***************************************************************
ETAT-RAPPROCHEMENT.
	PERFORM SOLDE-COMPTABLE.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "ETAT DE RAPPROCHEMENT BANCAIRE AU " WS-DATE-RELEVE(7:2) "/"
		WS-DATE-RELEVE(5:2) "/" WS-DATE-RELEVE(1:4)
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	PERFORM SUSPENS-BANQUE.
	PERFORM SUSPENS-LIVRES.

	COMPUTE WS-SOLDE-BANQUE-AJUSTE = WS-SOLDE-RELEVE
		+ WS-LIVRES-RECETTES - WS-LIVRES-DEPENSES.
	COMPUTE WS-SOLDE-LIVRES-AJUSTE = WS-SOLDE-COMPTABLE
		+ WS-BANQUE-CREDITS - WS-BANQUE-DEBITS.
	COMPUTE WS-ECART = WS-SOLDE-BANQUE-AJUSTE - WS-SOLDE-LIVRES-AJUSTE.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-SOLDE-RELEVE TO ED-SOLDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Solde du releve                          " ED-SOLDE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-LIVRES-RECETTES TO ED-SOLDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "+ recettes comptabilisees non en banque  " ED-SOLDE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-LIVRES-DEPENSES TO ED-SOLDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "- depenses comptabilisees non en banque  " ED-SOLDE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-SOLDE-BANQUE-AJUSTE TO ED-SOLDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "= solde bancaire rapproche               " ED-SOLDE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-SOLDE-COMPTABLE TO ED-SOLDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Solde comptable (512000)                 " ED-SOLDE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-BANQUE-CREDITS TO ED-SOLDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "+ credits en banque non comptabilises    " ED-SOLDE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-BANQUE-DEBITS TO ED-SOLDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "- debits en banque non comptabilises     " ED-SOLDE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-SOLDE-LIVRES-AJUSTE TO ED-SOLDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "= solde comptable rapproche              " ED-SOLDE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	IF WS-ECART = 0
		MOVE "Rapprochement equilibre." TO SPOOL-LIGNE
	ELSE
		MOVE WS-ECART TO ED-SOLDE
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ANOMALIE : ECART DE RAPPROCHEMENT NON EXPLIQUE " ED-SOLDE
			DELIMITED BY SIZE INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** SOLDE DU 512000 RECONSTITUE DEPUIS LE SOLDE DE MISE EN SERVICE :
***** ENCAISSEMENTS NON ESPECES (REJETS DE PRELEVEMENT EN NEGATIF,
***** COMPENSATIONS D'INDEMNITES ET AIDES PORTEES AU COMPTE EXCLUES),
***** PLUS LES ESPECES DEPOSEES EN BANQUE (BORDEREAUX REMESP), LES
***** VERSEMENTS D'AIDES RECUS DES ORGANISMES ET LES PRIX DE CESSION
***** ENCAISSES (RAPPROCHES), MOINS LES PAIEMENTS FOURNISSEURS NON
***** ESPECES, LES VIREMENTS D'INDEMNITES ET LES FRAIS BANCAIRES
SOLDE-COMPTABLE.
	MOVE WS-SOLDE-INIT TO WS-SOLDE-COMPTABLE.

	EXEC SQL
		SELECT SUM(MONTANTREG)
		INTO :WS-SOMME-S
		FROM REGLEMENTS
		WHERE MODEREG <> "E"
		AND MODEREG <> "I"
		AND MODEREG <> "S"
		AND DATEREG > :WS-DATE-SOLDE
		AND DATEREG <= :WS-DATE-RELEVE
	END-EXEC.
	IF SQLCODE = 0
		ADD WS-SOMME-S TO WS-SOLDE-COMPTABLE
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANTRECU)
		INTO :WS-SOMME-S
		FROM AIDES_DEMANDES
		WHERE MONTANTRECU > 0
		AND DATERECU > :WS-DATE-SOLDE
		AND DATERECU <= :WS-DATE-RELEVE
	END-EXEC.
	IF SQLCODE = 0
		ADD WS-SOMME-S TO WS-SOLDE-COMPTABLE
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-SOMME-S
		FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R"
		AND TYPEPIECE = "K"
		AND DATEOPE > :WS-DATE-SOLDE
		AND DATEOPE <= :WS-DATE-RELEVE
	END-EXEC.
	IF SQLCODE = 0
		ADD WS-SOMME-S TO WS-SOLDE-COMPTABLE
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANTAREMETTRE)
		INTO :WS-SOMME-S
		FROM CAISSES
		WHERE NUMREMISE <> 0
		AND DATEREMISE > :WS-DATE-SOLDE
		AND DATEREMISE <= :WS-DATE-RELEVE
	END-EXEC.
	IF SQLCODE = 0
		ADD WS-SOMME-S TO WS-SOLDE-COMPTABLE
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-SOMME-S
		FROM PAIEMENTS_FOURN
		WHERE MODEPAIE <> "E"
		AND DATEPAIE > :WS-DATE-SOLDE
		AND DATEPAIE <= :WS-DATE-RELEVE
	END-EXEC.
	IF SQLCODE = 0
		SUBTRACT WS-SOMME-S FROM WS-SOLDE-COMPTABLE
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANTVERSE)
		INTO :WS-SOMME-S
		FROM INDEMNITES
		WHERE ETATINDEM = "R"
		AND DATEREG > :WS-DATE-SOLDE
		AND DATEREG <= :WS-DATE-RELEVE
	END-EXEC.
	IF SQLCODE = 0
		SUBTRACT WS-SOMME-S FROM WS-SOLDE-COMPTABLE
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-SOMME-S
		FROM RELEVES_BANQUE
		WHERE CODEOPE = "FRA"
		AND SENS = "D"
		AND DATEOPE > :WS-DATE-SOLDE
		AND DATEOPE <= :WS-DATE-RELEVE
	END-EXEC.
	IF SQLCODE = 0
		SUBTRACT WS-SOMME-S FROM WS-SOLDE-COMPTABLE
	END-IF.

***** COTE BANQUE : OPERATIONS DU RELEVE SANS CONTREPARTIE TROUVEE
SUSPENS-BANQUE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Operations en banque non rapprochees :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE SUSPBQCUR CURSOR FOR
		SELECT DATEOPE, SENS, MONTANT, CODEOPE, LIBELLE
		FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "N"
		AND DATEOPE <= :WS-DATE-RELEVE
		ORDER BY DATEOPE, NUMOPEBQ
	END-EXEC.

	EXEC SQL
		OPEN SUSPBQCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-LISTE.
	PERFORM SUSPENS-BANQUE-SUIVANT THRU SUSPENS-BANQUE-SUIVANT-EXIT
		UNTIL WS-FIN-LISTE = 1.

	EXEC SQL
		CLOSE SUSPBQCUR
	END-EXEC.

SUSPENS-BANQUE-SUIVANT.
	EXEC SQL
		FETCH SUSPBQCUR
		INTO :WS-DATEOPE, :WS-SENS, :WS-MONTANT, :WS-CODEOPE,
		:WS-LIBELLE
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-LISTE
		GO TO SUSPENS-BANQUE-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBSUSPENS.
	IF WS-SENS = "C"
		ADD WS-MONTANT TO WS-BANQUE-CREDITS
	ELSE
		ADD WS-MONTANT TO WS-BANQUE-DEBITS
	END-IF.

	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  " WS-DATEOPE " " WS-SENS " " ED-MONTANT " " WS-CODEOPE " "
		WS-LIBELLE DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

SUSPENS-BANQUE-SUIVANT-EXIT.
	EXIT.

***** COTE LIVRES : MOUVEMENTS DU 512000 QUE LA BANQUE N'A PAS ENCORE
***** PASSES A LA DATE DU RELEVE
SUSPENS-LIVRES.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Operations comptabilisees non passees en banque :"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	PERFORM CHEQUES-NON-REMIS THRU CHEQUES-NON-REMIS-EXIT.
	PERFORM BORDEREAUX-EN-SUSPENS.
	PERFORM REMISES-ESPECES-EN-SUSPENS.
	PERFORM PRELEVEMENTS-EN-SUSPENS.
	PERFORM CARTES-EN-SUSPENS.
	PERFORM VIREMENTS-EN-SUSPENS.
	PERFORM AIDES-EN-SUSPENS.
	PERFORM INDEMNITES-EN-SUSPENS.
	PERFORM PAIEMENTS-FOURN-EN-SUSPENS.

***** CHEQUES RECUS PAS ENCORE PORTES SUR UN BORDEREAU (REMCHQ)
CHEQUES-NON-REMIS.
	EXEC SQL
		SELECT COUNT(*), SUM(MONTANTREG)
		INTO :WS-NBLIGNES, :WS-SOMME
		FROM REGLEMENTS
		WHERE MODEREG = "C"
		AND NUMREMISE = 0
		AND DATEREG > :WS-DATE-SOLDE
		AND DATEREG <= :WS-DATE-RELEVE
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBLIGNES = 0
		GO TO CHEQUES-NON-REMIS-EXIT
	END-IF.

	ADD WS-SOMME TO WS-LIVRES-RECETTES.
	MOVE WS-SOMME TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Cheques non remis en banque : " WS-NBLIGNES " pour "
		ED-MONTANT DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

CHEQUES-NON-REMIS-EXIT.
	EXIT.

BORDEREAUX-EN-SUSPENS.
	EXEC SQL
		DECLARE BORDSUSPCUR CURSOR FOR
		SELECT NUMREMISE, MAX(DATEREG), SUM(MONTANTREG)
		FROM REGLEMENTS
		WHERE MODEREG = "C"
		AND NUMREMISE <> 0
		AND DATEREG > :WS-DATE-SOLDE
		AND DATEREG <= :WS-DATE-RELEVE
		AND NUMREMISE NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "B")
		GROUP BY NUMREMISE
		ORDER BY NUMREMISE
	END-EXEC.

	EXEC SQL
		OPEN BORDSUSPCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-LISTE.
	PERFORM BORDEREAU-SUSPENS-SUIVANT THRU BORDEREAU-SUSPENS-SUIVANT-EXIT
		UNTIL WS-FIN-LISTE = 1.

	EXEC SQL
		CLOSE BORDSUSPCUR
	END-EXEC.

BORDEREAU-SUSPENS-SUIVANT.
	EXEC SQL
		FETCH BORDSUSPCUR
		INTO :WS-REFNUM, :WS-CLE-DATE, :WS-SOMME
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-LISTE
		GO TO BORDEREAU-SUSPENS-SUIVANT-EXIT
	END-IF.

	ADD WS-SOMME TO WS-LIVRES-RECETTES.
	MOVE WS-SOMME TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  " WS-CLE-DATE " C " ED-MONTANT " bordereau de remise "
		WS-REFNUM DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

BORDEREAU-SUSPENS-SUIVANT-EXIT.
	EXIT.

***** BORDEREAUX D'ESPECES (REMESP) DONT LE VERSEMENT N'A PAS ENCORE ETE
***** TROUVE SUR LE RELEVE
REMISES-ESPECES-EN-SUSPENS.
	EXEC SQL
		DECLARE ESPSUSPCUR CURSOR FOR
		SELECT NUMREMISE, MAX(DATEREMISE), SUM(MONTANTAREMETTRE)
		FROM CAISSES
		WHERE NUMREMISE <> 0
		AND DATEREMISE > :WS-DATE-SOLDE
		AND DATEREMISE <= :WS-DATE-RELEVE
		AND NUMREMISE NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "E")
		GROUP BY NUMREMISE
		ORDER BY NUMREMISE
	END-EXEC.

	EXEC SQL
		OPEN ESPSUSPCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-LISTE.
	PERFORM REMISE-ESPECES-SUSPENS-SUIVANTE
		THRU REMISE-ESPECES-SUSPENS-SUIVANTE-EXIT
		UNTIL WS-FIN-LISTE = 1.

	EXEC SQL
		CLOSE ESPSUSPCUR
	END-EXEC.

REMISE-ESPECES-SUSPENS-SUIVANTE.
	EXEC SQL
		FETCH ESPSUSPCUR
		INTO :WS-REFNUM, :WS-CLE-DATE, :WS-SOMME
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-LISTE
		GO TO REMISE-ESPECES-SUSPENS-SUIVANTE-EXIT
	END-IF.

	ADD WS-SOMME TO WS-LIVRES-RECETTES.
	MOVE WS-SOMME TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  " WS-CLE-DATE " C " ED-MONTANT " remise d'especes "
		WS-REFNUM DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

REMISE-ESPECES-SUSPENS-SUIVANTE-EXIT.
	EXIT.

***** REMISES DE PRELEVEMENTS CONFIRMEES (REGLEMENTS INSCRITS) DONT LE
***** CREDIT N'A PAS ETE TROUVE SUR LE RELEVE
PRELEVEMENTS-EN-SUSPENS.
	EXEC SQL
		DECLARE PRLSUSPCUR CURSOR FOR
		SELECT DATEMISSION, SUM(MONTANT)
		FROM PRELEVEMENTS
		WHERE ETATPRELEV <> "E"
		AND DATEMISSION > :WS-DATE-SOLDE
		AND DATEMISSION <= :WS-DATE-RELEVE
		GROUP BY DATEMISSION
		ORDER BY DATEMISSION
	END-EXEC.

	EXEC SQL
		OPEN PRLSUSPCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-LISTE.
	PERFORM PRELEVEMENT-SUSPENS-SUIVANT
		THRU PRELEVEMENT-SUSPENS-SUIVANT-EXIT
		UNTIL WS-FIN-LISTE = 1.

	EXEC SQL
		CLOSE PRLSUSPCUR
	END-EXEC.

PRELEVEMENT-SUSPENS-SUIVANT.
	EXEC SQL
		FETCH PRLSUSPCUR
		INTO :WS-CLE-DATE, :WS-SOMME
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-LISTE
		GO TO PRELEVEMENT-SUSPENS-SUIVANT-EXIT
	END-IF.

	MOVE WS-CLE-DATE TO WS-CLE-NUM.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBDEJA
		FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R"
		AND TYPEPIECE = "P"
		AND NUMPIECE = :WS-CLE-NUM
	END-EXEC.

	IF WS-NBDEJA > 0
		GO TO PRELEVEMENT-SUSPENS-SUIVANT-EXIT
	END-IF.

	ADD WS-SOMME TO WS-LIVRES-RECETTES.
	MOVE WS-SOMME TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  " WS-CLE-DATE " C " ED-MONTANT " remise de prelevements"
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

PRELEVEMENT-SUSPENS-SUIVANT-EXIT.
	EXIT.

CARTES-EN-SUSPENS.
	EXEC SQL
		DECLARE CARTESUSPCUR CURSOR FOR
		SELECT DATEREG, SUM(MONTANTREG)
		FROM REGLEMENTS
		WHERE MODEREG = "B"
		AND DATEREG > :WS-DATE-SOLDE
		AND DATEREG <= :WS-DATE-RELEVE
		GROUP BY DATEREG
		ORDER BY DATEREG
	END-EXEC.

	EXEC SQL
		OPEN CARTESUSPCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-LISTE.
	PERFORM CARTE-SUSPENS-SUIVANTE THRU CARTE-SUSPENS-SUIVANTE-EXIT
		UNTIL WS-FIN-LISTE = 1.

	EXEC SQL
		CLOSE CARTESUSPCUR
	END-EXEC.

CARTE-SUSPENS-SUIVANTE.
	EXEC SQL
		FETCH CARTESUSPCUR
		INTO :WS-CLE-DATE, :WS-SOMME
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-LISTE
		GO TO CARTE-SUSPENS-SUIVANTE-EXIT
	END-IF.

	MOVE WS-CLE-DATE TO WS-CLE-NUM.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBDEJA
		FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R"
		AND TYPEPIECE = "C"
		AND NUMPIECE = :WS-CLE-NUM
	END-EXEC.

	IF WS-NBDEJA > 0
		GO TO CARTE-SUSPENS-SUIVANTE-EXIT
	END-IF.

	ADD WS-SOMME TO WS-LIVRES-RECETTES.
	MOVE WS-SOMME TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  " WS-CLE-DATE " C " ED-MONTANT " remise carte du jour"
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

CARTE-SUSPENS-SUIVANTE-EXIT.
	EXIT.

VIREMENTS-EN-SUSPENS.
	EXEC SQL
		DECLARE VIRSUSPCUR CURSOR FOR
		SELECT NUMREG, DATEREG, MONTANTREG
		FROM REGLEMENTS
		WHERE MODEREG = "V"
		AND DATEREG > :WS-DATE-SOLDE
		AND DATEREG <= :WS-DATE-RELEVE
		AND NUMREG NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "R")
		ORDER BY DATEREG, NUMREG
	END-EXEC.

	EXEC SQL
		OPEN VIRSUSPCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-LISTE.
	PERFORM VIREMENT-SUSPENS-SUIVANT THRU VIREMENT-SUSPENS-SUIVANT-EXIT
		UNTIL WS-FIN-LISTE = 1.

	EXEC SQL
		CLOSE VIRSUSPCUR
	END-EXEC.

VIREMENT-SUSPENS-SUIVANT.
	EXEC SQL
		FETCH VIRSUSPCUR
		INTO :WS-NUMREG, :WS-CLE-DATE, :WS-SOMME
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-LISTE
		GO TO VIREMENT-SUSPENS-SUIVANT-EXIT
	END-IF.

	ADD WS-SOMME TO WS-LIVRES-RECETTES.
	MOVE WS-SOMME TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  " WS-CLE-DATE " C " ED-MONTANT " virement recu, reglement "
		WS-NUMREG DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

VIREMENT-SUSPENS-SUIVANT-EXIT.
	EXIT.

***** VERSEMENTS D'AIDES AU VOL ENREGISTRES PAR SUBVENT DONT LE CREDIT
***** N'A PAS ETE TROUVE SUR LE RELEVE
AIDES-EN-SUSPENS.
	EXEC SQL
		DECLARE AIDESUSPCUR CURSOR FOR
		SELECT NUMDEMANDE, DATERECU, MONTANTRECU
		FROM AIDES_DEMANDES
		WHERE ETATDEMANDE = "R"
		AND MONTANTRECU > 0
		AND DATERECU > :WS-DATE-SOLDE
		AND DATERECU <= :WS-DATE-RELEVE
		AND NUMDEMANDE NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "A")
		ORDER BY DATERECU, NUMDEMANDE
	END-EXEC.

	EXEC SQL
		OPEN AIDESUSPCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-LISTE.
	PERFORM AIDE-SUSPENS-SUIVANTE THRU AIDE-SUSPENS-SUIVANTE-EXIT
		UNTIL WS-FIN-LISTE = 1.

	EXEC SQL
		CLOSE AIDESUSPCUR
	END-EXEC.

AIDE-SUSPENS-SUIVANTE.
	EXEC SQL
		FETCH AIDESUSPCUR
		INTO :WS-REFNUM, :WS-CLE-DATE, :WS-SOMME
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-LISTE
		GO TO AIDE-SUSPENS-SUIVANTE-EXIT
	END-IF.

	ADD WS-SOMME TO WS-LIVRES-RECETTES.
	MOVE WS-SOMME TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  " WS-CLE-DATE " C " ED-MONTANT " versement d'aide, demande "
		WS-REFNUM DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

AIDE-SUSPENS-SUIVANTE-EXIT.
	EXIT.

INDEMNITES-EN-SUSPENS.
	EXEC SQL
		DECLARE INDEMSUSPCUR CURSOR FOR
		SELECT NUMINDEM, DATEREG, MONTANTVERSE
		FROM INDEMNITES
		WHERE ETATINDEM = "R"
		AND MONTANTVERSE > 0
		AND DATEREG > :WS-DATE-SOLDE
		AND DATEREG <= :WS-DATE-RELEVE
		AND NUMINDEM NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "I")
		ORDER BY DATEREG, NUMINDEM
	END-EXEC.

	EXEC SQL
		OPEN INDEMSUSPCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-LISTE.
	PERFORM INDEMNITE-SUSPENS-SUIVANTE THRU INDEMNITE-SUSPENS-SUIVANTE-EXIT
		UNTIL WS-FIN-LISTE = 1.

	EXEC SQL
		CLOSE INDEMSUSPCUR
	END-EXEC.

INDEMNITE-SUSPENS-SUIVANTE.
	EXEC SQL
		FETCH INDEMSUSPCUR
		INTO :WS-REFNUM, :WS-CLE-DATE, :WS-SOMME
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-LISTE
		GO TO INDEMNITE-SUSPENS-SUIVANTE-EXIT
	END-IF.

	ADD WS-SOMME TO WS-LIVRES-DEPENSES.
	MOVE WS-SOMME TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  " WS-CLE-DATE " D " ED-MONTANT " virement d'indemnite "
		WS-REFNUM DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

INDEMNITE-SUSPENS-SUIVANTE-EXIT.
	EXIT.

PAIEMENTS-FOURN-EN-SUSPENS.
	EXEC SQL
		DECLARE PAIEFSUSPCUR CURSOR FOR
		SELECT NUMPF, DATEPAIE, MONTANT
		FROM PAIEMENTS_FOURN
		WHERE MODEPAIE <> "E"
		AND DATEPAIE > :WS-DATE-SOLDE
		AND DATEPAIE <= :WS-DATE-RELEVE
		AND NUMPF NOT IN
		(SELECT NUMPIECE FROM RELEVES_BANQUE
		WHERE ETATRAPPRO = "R" AND TYPEPIECE = "S")
		ORDER BY DATEPAIE, NUMPF
	END-EXEC.

	EXEC SQL
		OPEN PAIEFSUSPCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-LISTE.
	PERFORM PAIEMENT-SUSPENS-SUIVANT THRU PAIEMENT-SUSPENS-SUIVANT-EXIT
		UNTIL WS-FIN-LISTE = 1.

	EXEC SQL
		CLOSE PAIEFSUSPCUR
	END-EXEC.

PAIEMENT-SUSPENS-SUIVANT.
	EXEC SQL
		FETCH PAIEFSUSPCUR
		INTO :WS-REFNUM, :WS-CLE-DATE, :WS-SOMME
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-LISTE
		GO TO PAIEMENT-SUSPENS-SUIVANT-EXIT
	END-IF.

	ADD WS-SOMME TO WS-LIVRES-DEPENSES.
	MOVE WS-SOMME TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  " WS-CLE-DATE " D " ED-MONTANT " paiement fournisseur "
		WS-REFNUM DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

PAIEMENT-SUSPENS-SUIVANT-EXIT.
	EXIT.

BILAN.
	DISPLAY "Releve bancaire (rapport " SPOOL-NUMRAPPORT ").".
	DISPLAY "Enregistrements lus : " WS-NBLUS.
	DISPLAY "Operations importees : " WS-NBIMPORTES.
	DISPLAY "Operations deja importees (ignorees) : " WS-NBDOUBLONS.
	DISPLAY "Enregistrements invalides : " WS-NBINVALIDES.
	DISPLAY "Operations rapprochees : " WS-NBRAPPROCHES.
	DISPLAY "Dont rejets de prelevement : " WS-NBREJETS.
	DISPLAY "Operations en banque non rapprochees : " WS-NBSUSPENS.
	IF WS-CLOTURE-LUE = 1
		MOVE WS-ECART TO ED-SOLDE
		DISPLAY "Ecart de rapprochement : " ED-SOLDE
	END-IF.

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
