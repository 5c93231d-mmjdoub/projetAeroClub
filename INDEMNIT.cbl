IDENTIFICATION DIVISION.
PROGRAM-ID. INDEMNIT.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** RELEVE D'ACTIVITE ET INDEMNITES D'INSTRUCTION DES INSTRUCTEURS
***** (ETAT_SIT = "I"), SUR LE MODELE DE PRELEVE :
*****   - MODE "C" (CALCUL, PAR DEFAUT, LANCE EN FIN DE MOIS PAR LA
*****     CHAINE DU SOIR) : POUR CHAQUE INSTRUCTEUR, LES VOLS EN DOUBLE
*****     COMMANDE DU MOIS (VOLS.NUMPIL2), LEURS HEURES ET LEURS ELEVES,
*****     LES EXERCICES VISES DANS PROGRESSION, PUIS L'INDEMNITE DUE AU
*****     TAUX PARAMETRES.TAUX_INDEM_INSTR, PLAFONNEE A
*****     PARAMETRES.PLAFOND_INDEM_INSTR, ENREGISTREE DANS INDEMNITES ;
*****     UN NOUVEAU PASSAGE SUR LE MEME MOIS RECALCULE LES INDEMNITES
*****     NON ENCORE REGLEES ;
*****   - MODE "R" (REGLEMENT, A LA DEMANDE DU TRESORIER) : CHAQUE
*****     INDEMNITE CALCULEE DU MOIS EST D'ABORD COMPENSEE SUR LES
*****     FACTURES OUVERTES DE L'INSTRUCTEUR (REGLEMENTS DE MODE "I", LA
*****     PLUS ANCIENNE D'ABORD), LE SOLDE RESTANT EST A LUI VIRER ; LE
*****     JOURNAL COMPTABLE EN PASSE LA CHARGE AU COMPTE 622600
77 SAI-MODE PIC X.
77 SAI-MOIS PIC X(6).
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-FIN-VOLS PIC 9 VALUE IS 0.
77 WS-FIN-FACTURES PIC 9 VALUE IS 0.
77 WS-ERREUR-SQL PIC 9 VALUE IS 0.
77 WS-NBINSTRUCTEURS PIC 9(6) VALUE IS 0.
77 WS-NBCALCULEES PIC 9(6) VALUE IS 0.
77 WS-NBDEJAREGLEES PIC 9(6) VALUE IS 0.
77 WS-NBREGLEES PIC 9(6) VALUE IS 0.
77 WS-NBFACTIMPUTEES PIC 9(6) VALUE IS 0.
77 WS-TOT-INDEMNITES PIC 9(8)V99 VALUE IS 0.
77 WS-TOT-IMPUTE PIC 9(8)V99 VALUE IS 0.
77 WS-TOT-VERSE PIC 9(8)V99 VALUE IS 0.
77 WS-RESTE-A-IMPUTER PIC 9(6)V99 VALUE IS 0.
77 WS-IMPUTATION PIC 9(6)V99 VALUE IS 0.
77 WS-PLAFONNEE PIC 9 VALUE IS 0.

***** ZONES D'EDITION
77 ED-HEURES PIC Z(4)9.9.
77 ED-MONTANT PIC Z(5)9.99.
77 ED-MONTANT2 PIC Z(5)9.99.
77 ED-MONTANT3 PIC Z(5)9.99.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES PILOTES, VOLS, PROGRESSION, SYLLABUS, PARAMETRES,
**** INDEMNITES, FACTURES, REGLEMENTS, AVOIRS, EXERCICES
	EXEC SQL
		INCLUDE PILOTES,VOLS,PROGRESSION,SYLLABUS,PARAMETRES,INDEMNITES,
		FACTURES,REGLEMENTS,AVOIRS,EXERCICES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-INSTRUCTION.
			05 WS-NUMPIL PIC 9(3).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-ELEVE-NOM PIC X(20).
			05 WS-ELEVE-PRENOM PIC X(20).
			05 WS-NUMVOL PIC 9(6).
			05 WS-DATEDEB PIC X(12).
			05 WS-HEURES-VOL PIC 9(3)V9.
			05 WS-LIBELEXO PIC X(30).
			05 WS-ACQUIS PIC X.
			05 WS-DATVISA PIC X(8).
			05 WS-DEBUT-VOL PIC X(12).
			05 WS-FIN-VOL PIC X(12).
			05 WS-DEBUT-JOUR PIC X(8).
			05 WS-FIN-JOUR PIC X(8).
			05 WS-TAUX-INDEM PIC 9(4)V99.
			05 WS-PLAFOND-INDEM PIC 9(6)V99.
			05 WS-NBEXISTE PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-INDEMNITES.
			05 WS-NUMINDEM PIC 9(6).
			05 WS-MOIS PIC X(6).
			05 WS-NBVOLS PIC 9(4).
			05 WS-HEURES PIC 9(4)V9.
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-MONTANTIMPUTE PIC 9(6)V99.
			05 WS-MONTANTVERSE PIC 9(6)V99.
			05 WS-ETATINDEM PIC X.
			05 WS-DATEREG PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-FACTURES-OUVERTES.
			05 WS-NUMFACT PIC 9(6).
			05 WS-MONTANTFACT PIC 9(6)V99.
			05 WS-DATEGEN PIC X(8).
			05 WS-ANNEE-FACT PIC X(4).
			05 WS-NBEXCLOS PIC 9(3).
			05 WS-TOTALREGLE PIC 9(6)V99.
			05 WS-TOTALAVOIR PIC 9(6)V99.
			05 WS-RESTEDU PIC S9(6)V99.
			05 WS-NUMREG PIC 9(6).
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
	DISPLAY "Indemnites d'instruction des instructeurs".
	DISPLAY "Mode (C : calcul du mois, R : reglement, vide = C) : ".
	ACCEPT SAI-MODE.
	DISPLAY "Mois (AAAAMM, vide = mois courant) : ".
	ACCEPT SAI-MOIS.

***** LANCE PAR LA CHAINE DU SOIR LE DERNIER JOUR DU MOIS, SANS
***** OPERATEUR : SAISIES VIDES = CALCUL DU MOIS DE LA DATE DE
***** TRAITEMENT
	IF SAI-MODE = SPACE OR SAI-MODE = "c"
		MOVE "C" TO SAI-MODE
	END-IF.
	IF SAI-MODE = "r"
		MOVE "R" TO SAI-MODE
	END-IF.
	IF SAI-MOIS = SPACES
		MOVE WANNEE TO SAI-MOIS(1:4)
		MOVE WMOIS TO SAI-MOIS(5:2)
	END-IF.

	IF SAI-MOIS IS NOT NUMERIC
			OR (SAI-MODE NOT = "C" AND SAI-MODE NOT = "R")
		DISPLAY "ERREUR : MODE OU MOIS INVALIDE, TRAITEMENT ANNULE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	MOVE SAI-MOIS TO WS-MOIS.
	STRING SAI-MOIS "01" DELIMITED BY SIZE INTO WS-DEBUT-JOUR.
	STRING SAI-MOIS "31" DELIMITED BY SIZE INTO WS-FIN-JOUR.
	STRING WS-DEBUT-JOUR "0000" DELIMITED BY SIZE INTO WS-DEBUT-VOL.
	STRING WS-FIN-JOUR "2359" DELIMITED BY SIZE INTO WS-FIN-VOL.

	EXEC SQL
		SELECT TAUX_INDEM_INSTR, PLAFOND_INDEM_INSTR
		INTO :WS-TAUX-INDEM, :WS-PLAFOND-INDEM
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "ERREUR : PARAMETRES (PARAMID = 1) INTROUVABLE, TRAITEMENT ANNULE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "INDEMNIT" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM EN-TETE-RAPPORT.
	IF SAI-MODE = "C"
		PERFORM CALCUL-INDEMNITES
	ELSE
		PERFORM REGLEMENT-INDEMNITES
	END-IF.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO RETURN-CODE.
	GO TO FIN.

EN-TETE-RAPPORT.
	MOVE SPACES TO SPOOL-LIGNE.
	IF SAI-MODE = "C"
		STRING "Releve d'activite des instructeurs - mois " SAI-MOIS
			DELIMITED BY SIZE INTO SPOOL-LIGNE
	ELSE
		STRING "Reglement des indemnites d'instruction - mois " SAI-MOIS
			DELIMITED BY SIZE INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-TAUX-INDEM TO ED-MONTANT.
	MOVE WS-PLAFOND-INDEM TO ED-MONTANT2.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		" - taux/h " ED-MONTANT " - plafond mensuel " ED-MONTANT2
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***************************************************************
***** CALCUL : RELEVE D'ACTIVITE ET INDEMNITE PAR INSTRUCTEUR
***************************************************************
CALCUL-INDEMNITES.
	EXEC SQL
		DECLARE INSTRCUR CURSOR FOR
		SELECT NUMPIL, NOM, PRENOM
		FROM PILOTES
		WHERE ETAT_SIT = "I"
		ORDER BY NUMPIL
	END-EXEC.

	EXEC SQL
		OPEN INSTRCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM INSTRUCTEUR-SUIVANT THRU INSTRUCTEUR-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE INSTRCUR
	END-EXEC.

INSTRUCTEUR-SUIVANT.
	EXEC SQL
		FETCH INSTRCUR
		INTO :WS-NUMPIL, :WS-NOM, :WS-PRENOM
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO INSTRUCTEUR-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBINSTRUCTEURS.

***** INSTRUCTEUR SANS VOL EN DOUBLE COMMANDE CE MOIS : RIEN A EDITER
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBVOLS
		FROM VOLS
		WHERE NUMPIL2 = :WS-NUMPIL
		AND ETATVOL = "R"
		AND DATEDEB >= :WS-DEBUT-VOL
		AND DATEDEB <= :WS-FIN-VOL
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBVOLS = 0
		GO TO INSTRUCTEUR-SUIVANT-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Instructeur " WS-NUMPIL " " WS-NOM " " WS-PRENOM
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	MOVE 0 TO WS-HEURES.
	PERFORM VOLS-EN-DOUBLE.
	PERFORM EXERCICES-VISES.
	PERFORM CALCUL-MONTANT.
	PERFORM ENREGISTREMENT-INDEMNITE THRU ENREGISTREMENT-INDEMNITE-EXIT.

INSTRUCTEUR-SUIVANT-EXIT.
	EXIT.

***** VOLS EN DOUBLE COMMANDE DU MOIS : L'ELEVE EST LE PILOTE DU VOL
VOLS-EN-DOUBLE.
	EXEC SQL
		DECLARE DOUBLECUR CURSOR FOR
		SELECT VOLS.NUMVOL, VOLS.DATEDEB, VOLS.CPTARR - VOLS.CPTDEP,
		PILOTES.NOM, PILOTES.PRENOM
		FROM VOLS, PILOTES
		WHERE VOLS.NUMPIL = PILOTES.NUMPIL
		AND VOLS.NUMPIL2 = :WS-NUMPIL
		AND VOLS.ETATVOL = "R"
		AND VOLS.DATEDEB >= :WS-DEBUT-VOL
		AND VOLS.DATEDEB <= :WS-FIN-VOL
		ORDER BY VOLS.DATEDEB
	END-EXEC.

	EXEC SQL
		OPEN DOUBLECUR
	END-EXEC.

	MOVE 0 TO WS-FIN-VOLS.
	PERFORM VOL-DOUBLE-SUIVANT THRU VOL-DOUBLE-SUIVANT-EXIT
		UNTIL WS-FIN-VOLS = 1.

	EXEC SQL
		CLOSE DOUBLECUR
	END-EXEC.

VOL-DOUBLE-SUIVANT.
	EXEC SQL
		FETCH DOUBLECUR
		INTO :WS-NUMVOL, :WS-DATEDEB, :WS-HEURES-VOL, :WS-ELEVE-NOM,
		:WS-ELEVE-PRENOM
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-VOLS
		GO TO VOL-DOUBLE-SUIVANT-EXIT
	END-IF.

	ADD WS-HEURES-VOL TO WS-HEURES.
	MOVE WS-HEURES-VOL TO ED-HEURES.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Vol " WS-NUMVOL " du " WS-DATEDEB(7:2) "/" WS-DATEDEB(5:2)
		" " WS-DATEDEB(9:4) " " ED-HEURES " h - eleve " WS-ELEVE-NOM
		" " WS-ELEVE-PRENOM DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

VOL-DOUBLE-SUIVANT-EXIT.
	EXIT.

***** EXERCICES DU PROGRAMME DE FORMATION VISES PAR L'INSTRUCTEUR
***** DANS LE MOIS (ACQUIS OU NON)
EXERCICES-VISES.
	EXEC SQL
		DECLARE EXOVISECUR CURSOR FOR
		SELECT PROGRESSION.DATVISA, PILOTES.NOM, SYLLABUS.LIBELEXO,
		PROGRESSION.ACQUIS
		FROM PROGRESSION, PILOTES, SYLLABUS
		WHERE PROGRESSION.NUMPIL = PILOTES.NUMPIL
		AND PROGRESSION.NUMEXO = SYLLABUS.NUMEXO
		AND PROGRESSION.NUMINSTR = :WS-NUMPIL
		AND PROGRESSION.DATVISA >= :WS-DEBUT-JOUR
		AND PROGRESSION.DATVISA <= :WS-FIN-JOUR
		ORDER BY PROGRESSION.DATVISA
	END-EXEC.

	EXEC SQL
		OPEN EXOVISECUR
	END-EXEC.

	MOVE 0 TO WS-FIN-VOLS.
	PERFORM EXERCICE-VISE-SUIVANT THRU EXERCICE-VISE-SUIVANT-EXIT
		UNTIL WS-FIN-VOLS = 1.

	EXEC SQL
		CLOSE EXOVISECUR
	END-EXEC.

EXERCICE-VISE-SUIVANT.
	EXEC SQL
		FETCH EXOVISECUR
		INTO :WS-DATVISA, :WS-ELEVE-NOM, :WS-LIBELEXO, :WS-ACQUIS
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-VOLS
		GO TO EXERCICE-VISE-SUIVANT-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Exercice vise le " WS-DATVISA(7:2) "/" WS-DATVISA(5:2)
		" " WS-ELEVE-NOM " " WS-LIBELEXO " acquis " WS-ACQUIS
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

EXERCICE-VISE-SUIVANT-EXIT.
	EXIT.

CALCUL-MONTANT.
	MOVE 0 TO WS-PLAFONNEE.
	COMPUTE WS-MONTANT ROUNDED = WS-HEURES * WS-TAUX-INDEM.
	IF WS-MONTANT > WS-PLAFOND-INDEM
		MOVE WS-PLAFOND-INDEM TO WS-MONTANT
		MOVE 1 TO WS-PLAFONNEE
	END-IF.

	MOVE WS-HEURES TO ED-HEURES.
	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	IF WS-PLAFONNEE = 1
		STRING "  Total : " WS-NBVOLS " vol(s), " ED-HEURES
			" h - indemnite " ED-MONTANT " (plafonnee)"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
	ELSE
		STRING "  Total : " WS-NBVOLS " vol(s), " ED-HEURES
			" h - indemnite " ED-MONTANT DELIMITED BY SIZE
			INTO SPOOL-LIGNE
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** UNE LIGNE PAR INSTRUCTEUR ET PAR MOIS : CREEE AU PREMIER CALCUL,
***** RECALCULEE TANT QU'ELLE N'EST PAS REGLEE, FIGEE ENSUITE
ENREGISTREMENT-INDEMNITE.
	EXEC SQL
		SELECT NUMINDEM, ETATINDEM
		INTO :WS-NUMINDEM, :WS-ETATINDEM
		FROM INDEMNITES
		WHERE NUMPIL = :WS-NUMPIL
		AND MOIS = :WS-MOIS
	END-EXEC.

	IF SQLCODE = 0 AND WS-ETATINDEM = "R"
		MOVE "  Indemnite deja reglee, non recalculee." TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		ADD 1 TO WS-NBDEJAREGLEES
		GO TO ENREGISTREMENT-INDEMNITE-EXIT
	END-IF.

	IF SQLCODE = 0
		EXEC SQL
			UPDATE INDEMNITES SET NBVOLS = :WS-NBVOLS,
			HEURES = :WS-HEURES, MONTANT = :WS-MONTANT
			WHERE NUMINDEM = :WS-NUMINDEM
		END-EXEC
	ELSE
		MOVE "NUMINDEM" TO WS-NOMSEQ
		PERFORM PROCHAIN-NUMERO
		MOVE WS-PROCHAINE TO WS-NUMINDEM
		EXEC SQL
			INSERT INTO INDEMNITES(NUMINDEM,NUMPIL,MOIS,NBVOLS,HEURES,
			MONTANT,MONTANTIMPUTE,MONTANTVERSE,ETATINDEM,DATEREG)
			VALUES(:WS-NUMINDEM,:WS-NUMPIL,:WS-MOIS,:WS-NBVOLS,:WS-HEURES,
			:WS-MONTANT,0,0,"C"," ")
		END-EXEC
	END-IF.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "    ERREUR SQL - Instructeur " WS-NUMPIL
			" : indemnite non enregistree."
		GO TO ENREGISTREMENT-INDEMNITE-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	ADD 1 TO WS-NBCALCULEES.
	ADD WS-MONTANT TO WS-TOT-INDEMNITES.

ENREGISTREMENT-INDEMNITE-EXIT.
	EXIT.

***************************************************************
***** REGLEMENT : COMPENSATION SUR FACTURES OUVERTES, SOLDE A VIRER
***************************************************************
REGLEMENT-INDEMNITES.
	EXEC SQL
		DECLARE INDEMREGCUR CURSOR FOR
		SELECT INDEMNITES.NUMINDEM, INDEMNITES.NUMPIL, INDEMNITES.MONTANT,
		PILOTES.NOM, PILOTES.PRENOM
		FROM INDEMNITES, PILOTES
		WHERE INDEMNITES.NUMPIL = PILOTES.NUMPIL
		AND INDEMNITES.MOIS = :WS-MOIS
		AND INDEMNITES.ETATINDEM = "C"
		ORDER BY INDEMNITES.NUMPIL
	END-EXEC.

	EXEC SQL
		OPEN INDEMREGCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM INDEMNITE-A-REGLER THRU INDEMNITE-A-REGLER-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE INDEMREGCUR
	END-EXEC.

INDEMNITE-A-REGLER.
	EXEC SQL
		FETCH INDEMREGCUR
		INTO :WS-NUMINDEM, :WS-NUMPIL, :WS-MONTANT, :WS-NOM, :WS-PRENOM
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO INDEMNITE-A-REGLER-EXIT
	END-IF.

	MOVE WS-MONTANT TO WS-RESTE-A-IMPUTER.
	MOVE 0 TO WS-MONTANTIMPUTE.
	MOVE 0 TO WS-ERREUR-SQL.
	MOVE WDATE TO WS-DATEREG.

	IF WS-MONTANT > 0
		PERFORM COMPENSATION-FACTURES
	END-IF.

	IF WS-ERREUR-SQL = 1
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "    ERREUR SQL - Indemnite " WS-NUMINDEM " non reglee."
		GO TO INDEMNITE-A-REGLER-EXIT
	END-IF.

	COMPUTE WS-MONTANTVERSE = WS-MONTANT - WS-MONTANTIMPUTE.

	EXEC SQL
		UPDATE INDEMNITES SET ETATINDEM = "R",
		MONTANTIMPUTE = :WS-MONTANTIMPUTE,
		MONTANTVERSE = :WS-MONTANTVERSE, DATEREG = :WS-DATEREG
		WHERE NUMINDEM = :WS-NUMINDEM
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "    ERREUR SQL - Indemnite " WS-NUMINDEM " non reglee."
		GO TO INDEMNITE-A-REGLER-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE WS-MONTANTIMPUTE TO ED-MONTANT2.
	MOVE WS-MONTANTVERSE TO ED-MONTANT3.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Instructeur " WS-NUMPIL " " WS-NOM " : indemnite " ED-MONTANT
		" compensee " ED-MONTANT2 " a virer " ED-MONTANT3
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	ADD 1 TO WS-NBREGLEES.
	ADD WS-MONTANT TO WS-TOT-INDEMNITES.
	ADD WS-MONTANTIMPUTE TO WS-TOT-IMPUTE.
	ADD WS-MONTANTVERSE TO WS-TOT-VERSE.

INDEMNITE-A-REGLER-EXIT.
	EXIT.

***** FACTURES OUVERTES DE L'INSTRUCTEUR, LA PLUS ANCIENNE D'ABORD ;
***** LES FACTURES D'UN EXERCICE CLOS NE SONT PAS TOUCHEES (CF
***** REGLEMENT)
COMPENSATION-FACTURES.
	EXEC SQL
		DECLARE FACTINSTRCUR CURSOR FOR
		SELECT NUMFACT, MONTANT, DATEGEN
		FROM FACTURES
		WHERE NUMPIL = :WS-NUMPIL
		AND ETATPAIEMENT = "N"
		ORDER BY DATEGEN, NUMFACT
	END-EXEC.

	EXEC SQL
		OPEN FACTINSTRCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-FACTURES.
	PERFORM FACTURE-A-COMPENSER THRU FACTURE-A-COMPENSER-EXIT
		UNTIL WS-FIN-FACTURES = 1 OR WS-RESTE-A-IMPUTER = 0
		OR WS-ERREUR-SQL = 1.

	EXEC SQL
		CLOSE FACTINSTRCUR
	END-EXEC.

FACTURE-A-COMPENSER.
	EXEC SQL
		FETCH FACTINSTRCUR
		INTO :WS-NUMFACT, :WS-MONTANTFACT, :WS-DATEGEN
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-FACTURES
		GO TO FACTURE-A-COMPENSER-EXIT
	END-IF.

	MOVE WS-DATEGEN(1:4) TO WS-ANNEE-FACT.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBEXCLOS
		FROM EXERCICES
		WHERE ANNEE = :WS-ANNEE-FACT
		AND STATUTEX = "C"
	END-EXEC.

	IF WS-NBEXCLOS > 0
		GO TO FACTURE-A-COMPENSER-EXIT
	END-IF.

***** RESTE DU DE LA FACTURE : REGLEMENTS PARTIELS ET AVOIRS DEDUITS,
***** COMME DANS REGLEMENT
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

	COMPUTE WS-RESTEDU = WS-MONTANTFACT - WS-TOTALREGLE - WS-TOTALAVOIR.
	IF WS-RESTEDU NOT > 0
		GO TO FACTURE-A-COMPENSER-EXIT
	END-IF.

	IF WS-RESTEDU > WS-RESTE-A-IMPUTER
		MOVE WS-RESTE-A-IMPUTER TO WS-IMPUTATION
	ELSE
		MOVE WS-RESTEDU TO WS-IMPUTATION
	END-IF.

	MOVE "NUMREG" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMREG.

	EXEC SQL
		INSERT INTO REGLEMENTS(NUMREG,NUMFACT,NUMPIL,MONTANTREG,
		DATEREG,MODEREG,NUMREMISE)
		VALUES(:WS-NUMREG,:WS-NUMFACT,:WS-NUMPIL,:WS-IMPUTATION,
		:WS-DATEREG,"I",0)
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 1 TO WS-ERREUR-SQL
		GO TO FACTURE-A-COMPENSER-EXIT
	END-IF.

	IF WS-IMPUTATION = WS-RESTEDU
		EXEC SQL
			UPDATE FACTURES SET ETATPAIEMENT = "O"
			WHERE NUMFACT = :WS-NUMFACT
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE 1 TO WS-ERREUR-SQL
			GO TO FACTURE-A-COMPENSER-EXIT
		END-IF
	END-IF.

	SUBTRACT WS-IMPUTATION FROM WS-RESTE-A-IMPUTER.
	ADD WS-IMPUTATION TO WS-MONTANTIMPUTE.
	ADD 1 TO WS-NBFACTIMPUTEES.

	MOVE WS-IMPUTATION TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "  Compensation facture " WS-NUMFACT " du " WS-DATEGEN
		" : " ED-MONTANT DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

FACTURE-A-COMPENSER-EXIT.
	EXIT.

BILAN.
	DISPLAY "Indemnites d'instruction (rapport " SPOOL-NUMRAPPORT ").".
	IF SAI-MODE = "C"
		DISPLAY "Instructeurs examines : " WS-NBINSTRUCTEURS
		DISPLAY "Indemnites calculees : " WS-NBCALCULEES
		DISPLAY "Indemnites deja reglees (inchangees) : " WS-NBDEJAREGLEES
		DISPLAY "Total des indemnites du mois : " WS-TOT-INDEMNITES
	ELSE
		DISPLAY "Indemnites reglees : " WS-NBREGLEES
		DISPLAY "Factures compensees : " WS-NBFACTIMPUTEES
		DISPLAY "Total des indemnites reglees : " WS-TOT-INDEMNITES
		DISPLAY "Dont compense sur factures : " WS-TOT-IMPUTE
		DISPLAY "Dont a virer aux instructeurs : " WS-TOT-VERSE
	END-IF.

FIN.
	GOBACK.

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
