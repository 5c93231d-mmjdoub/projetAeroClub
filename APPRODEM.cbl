IDENTIFICATION DIVISION.
PROGRAM-ID. APPRODEM.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** CONTROLE A DEUX OPERATEURS DES OPERATIONS SENSIBLES : APPELE PAR
***** AVOIR (AVOIR SUR FACTURE), FUSION (FUSION DE PROFILS), F9 (TARIF
***** HORAIRE D'UN TYPE, BAREME DE REMISE) ET F2 (CLOTURE FORCEE EN
***** DEROGATION) AVANT D'ECRIRE QUOI QUE CE SOIT. L'OPERATEUR EST CELUI
***** DE LA SESSION DU TERMINAL (SESSION_ACTIVE, COMME PAGE-ACCUEIL) ;
***** EN DECA DU SEUIL DE PARAMETRES, L'APPELANT EXECUTE ("E") ; AU-DELA,
***** UNE DEMANDE EST INSCRITE DANS APPROBATIONS ("A") ET ATTEND LA
***** VALIDATION D'UN AUTRE OPERATEUR DANS APPROB. UNE FUSION OU UNE
***** CLOTURE DEJA VALIDEE EST CONSOMMEE ICI (ETAT "E") QUAND LE
***** DEMANDEUR LA RELANCE A L'IDENTIQUE. PAS DE COMMIT : L'APPELANT
***** VALIDE LA DEMANDE AVEC SA PROPRE UNITE DE TRAVAIL
77 WS-SOUMISE PIC 9 VALUE IS 0.
77 WS-VARIATION PIC 9(5)V99 VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES SESSION_ACTIVE, PARAMETRES
	EXEC SQL
		INCLUDE SESSION_ACTIVE,PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-SESSION.
			05 WS-TERMINAL PIC X(8).
			05 WS-CODEUTIL PIC X(8).
		01 WS-PARAMETRES.
			05 WS-SEUIL_APPRO_AVOIR PIC 9(6)V99.
			05 WS-SEUIL_APPRO_TARIF PIC 9(3)V99.
			05 WS-SEUIL_APPRO_REMISE PIC 9(3)V99.
			05 WS-SEUIL_APPRO_HVOL PIC 9(4)V9.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE APPROBATIONS
	EXEC SQL
		INCLUDE APPROBATIONS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-APPROBATIONS.
			05 WS-NUMAPPRO PIC 9(6).
			05 WS-TYPEOPER PIC X.
			05 WS-CLE1 PIC 9(6).
			05 WS-CLE2 PIC 9(6).
			05 WS-CODE PIC X.
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-ANCIEN PIC 9(6)V99.
			05 WS-DATEEFFET PIC X(8).
			05 WS-LIBELLE PIC X(50).
			05 WS-DATDEM PIC X(8).
			05 WS-HEUREDEM PIC X(8).
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
***** TYPEOPER ET CLES COMME DANS APPROBATIONS (CF AEROPROJ) ; EN
***** RETOUR, APPRO-RETOUR = "E" EXECUTER, "A" DEMANDE EN ATTENTE
***** (APPRO-NUMAPPRO), "X" REFUSEE (PAS DE SESSION OU ERREUR SQL) ;
***** APPRO-CODEUTIL = OPERATEUR IDENTIFIE
01 APPRO-DEMANDE.
	02 APPRO-TYPEOPER PIC X.
	02 APPRO-CLE1 PIC 9(6).
	02 APPRO-CLE2 PIC 9(6).
	02 APPRO-CODE PIC X.
	02 APPRO-MONTANT PIC 9(6)V99.
	02 APPRO-ANCIEN PIC 9(6)V99.
	02 APPRO-DATEEFFET PIC X(8).
	02 APPRO-LIBELLE PIC X(50).
	02 APPRO-RETOUR PIC X.
	02 APPRO-NUMAPPRO PIC 9(6).
	02 APPRO-CODEUTIL PIC X(8).

PROCEDURE DIVISION USING APPRO-DEMANDE.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	ACCEPT WS-HEUREDEM FROM TIME.
	MOVE WDATE TO WS-DATDEM.
	MOVE SPACES TO APPRO-RETOUR.
	MOVE 0 TO APPRO-NUMAPPRO.
	MOVE SPACES TO APPRO-CODEUTIL.

	PERFORM OPERATEUR-SESSION.
	IF WS-CODEUTIL = SPACES
		DISPLAY "Aucune session ouverte sur ce terminal, operation refusee."
		MOVE "X" TO APPRO-RETOUR
		GO TO FIN-APPRODEM
	END-IF.
	MOVE WS-CODEUTIL TO APPRO-CODEUTIL.

	MOVE APPRO-TYPEOPER TO WS-TYPEOPER.
	MOVE APPRO-CLE1 TO WS-CLE1.
	MOVE APPRO-CLE2 TO WS-CLE2.
	MOVE APPRO-CODE TO WS-CODE.
	MOVE APPRO-MONTANT TO WS-MONTANT.
	MOVE APPRO-ANCIEN TO WS-ANCIEN.
	MOVE APPRO-DATEEFFET TO WS-DATEEFFET.
	MOVE APPRO-LIBELLE TO WS-LIBELLE.

	IF WS-TYPEOPER = "F" OR WS-TYPEOPER = "D"
		PERFORM RECHERCHE-VALIDEE THRU RECHERCHE-VALIDEE-EXIT
		IF APPRO-RETOUR = "E"
			GO TO FIN-APPRODEM
		END-IF
	END-IF.

	PERFORM CONTROLE-SEUIL.
	IF WS-SOUMISE = 0
		MOVE "E" TO APPRO-RETOUR
		GO TO FIN-APPRODEM
	END-IF.

	IF WS-TYPEOPER NOT = "A"
		PERFORM RECHERCHE-ATTENTE THRU RECHERCHE-ATTENTE-EXIT
		IF APPRO-RETOUR = "A"
			GO TO FIN-APPRODEM
		END-IF
	END-IF.

	PERFORM ENREGISTREMENT-DEMANDE.

FIN-APPRODEM.
	GOBACK.

***** OPERATEUR DU TERMINAL (NOM LOGIQUE AEROTERM, A DEFAUT "CONSOLE"),
***** TEL QU'IDENTIFIE PAR SIGNON
OPERATEUR-SESSION.
	ACCEPT WS-TERMINAL FROM ENVIRONMENT "AEROTERM".
	IF WS-TERMINAL = SPACES
		MOVE "CONSOLE" TO WS-TERMINAL
	END-IF.

	EXEC SQL
		SELECT CODEUTIL
		INTO :WS-CODEUTIL
		FROM SESSION_ACTIVE
		WHERE TERMINAL = :WS-TERMINAL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE SPACES TO WS-CODEUTIL
	END-IF.

***** FUSION OU CLOTURE FORCEE DEJA VALIDEE PAR UN SECOND OPERATEUR :
***** LA RELANCE A L'IDENTIQUE (MEMES PROFILS, MEME VOL ET MEMES
***** HEURES) CONSOMME LA VALIDATION, QUI NE SERT QU'UNE FOIS
RECHERCHE-VALIDEE.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBTROUVES
		FROM APPROBATIONS
		WHERE TYPEOPER = :WS-TYPEOPER
		AND CLE1 = :WS-CLE1
		AND CLE2 = :WS-CLE2
		AND MONTANT = :WS-MONTANT
		AND ETATAPPRO = "V"
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBTROUVES = 0
		GO TO RECHERCHE-VALIDEE-EXIT
	END-IF.

	EXEC SQL
		SELECT MIN(NUMAPPRO)
		INTO :WS-NUMAPPRO
		FROM APPROBATIONS
		WHERE TYPEOPER = :WS-TYPEOPER
		AND CLE1 = :WS-CLE1
		AND CLE2 = :WS-CLE2
		AND MONTANT = :WS-MONTANT
		AND ETATAPPRO = "V"
	END-EXEC.

	EXEC SQL
		UPDATE APPROBATIONS SET ETATAPPRO = "E", DATEXEC = :WDATE
		WHERE NUMAPPRO = :WS-NUMAPPRO
	END-EXEC.

	IF SQLCODE NOT = 0
		GO TO RECHERCHE-VALIDEE-EXIT
	END-IF.

	DISPLAY "Operation validee par la demande " WS-NUMAPPRO
		", execution.".
	MOVE WS-NUMAPPRO TO APPRO-NUMAPPRO.
	MOVE "E" TO APPRO-RETOUR.

RECHERCHE-VALIDEE-EXIT.
	EXIT.

***** SEUILS DE PARAMETRES (VALEURS D'INSTALLATION A DEFAUT) : AVOIR
***** EN EUROS, VARIATION DE TARIF EN POURCENT (UN PREMIER TARIF EST
***** TOUJOURS SOUMIS), POURCENTAGE DE REMISE, HEURES DE LA CLOTURE
***** FORCEE ; UNE FUSION EST TOUJOURS SOUMISE
CONTROLE-SEUIL.
	EXEC SQL
		SELECT SEUIL_APPRO_AVOIR, SEUIL_APPRO_TARIF, SEUIL_APPRO_REMISE,
		SEUIL_APPRO_HVOL
		INTO :WS-SEUIL_APPRO_AVOIR, :WS-SEUIL_APPRO_TARIF,
		:WS-SEUIL_APPRO_REMISE, :WS-SEUIL_APPRO_HVOL
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 150 TO WS-SEUIL_APPRO_AVOIR
		MOVE 5 TO WS-SEUIL_APPRO_TARIF
		MOVE 10 TO WS-SEUIL_APPRO_REMISE
		MOVE 0 TO WS-SEUIL_APPRO_HVOL
	END-IF.

	MOVE 0 TO WS-SOUMISE.
	EVALUATE WS-TYPEOPER
		WHEN "A"
			IF WS-MONTANT > WS-SEUIL_APPRO_AVOIR
				MOVE 1 TO WS-SOUMISE
			END-IF
		WHEN "F"
			MOVE 1 TO WS-SOUMISE
		WHEN "T"
			IF WS-ANCIEN = 0
				MOVE 1 TO WS-SOUMISE
			ELSE
				IF WS-MONTANT > WS-ANCIEN
					COMPUTE WS-VARIATION ROUNDED =
						(WS-MONTANT - WS-ANCIEN) * 100 / WS-ANCIEN
				ELSE
					COMPUTE WS-VARIATION ROUNDED =
						(WS-ANCIEN - WS-MONTANT) * 100 / WS-ANCIEN
				END-IF
				IF WS-VARIATION > WS-SEUIL_APPRO_TARIF
					MOVE 1 TO WS-SOUMISE
				END-IF
			END-IF
		WHEN "R"
			IF WS-MONTANT > WS-SEUIL_APPRO_REMISE
				MOVE 1 TO WS-SOUMISE
			END-IF
		WHEN "D"
			IF WS-MONTANT > WS-SEUIL_APPRO_HVOL
				MOVE 1 TO WS-SOUMISE
			END-IF
		WHEN OTHER
			MOVE 1 TO WS-SOUMISE
	END-EVALUATE.

***** LA MEME OPERATION DEJA EN ATTENTE N'EST PAS INSCRITE DEUX FOIS :
***** L'APPELANT RECOIT LE NUMERO DE LA DEMANDE EXISTANTE (LES AVOIRS,
***** DONT LE DETAIL PEUT DIFFERER, SONT TOUJOURS INSCRITS)
RECHERCHE-ATTENTE.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBTROUVES
		FROM APPROBATIONS
		WHERE TYPEOPER = :WS-TYPEOPER
		AND CLE1 = :WS-CLE1
		AND CLE2 = :WS-CLE2
		AND CODE = :WS-CODE
		AND MONTANT = :WS-MONTANT
		AND ETATAPPRO = "A"
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBTROUVES = 0
		GO TO RECHERCHE-ATTENTE-EXIT
	END-IF.

	EXEC SQL
		SELECT MIN(NUMAPPRO)
		INTO :WS-NUMAPPRO
		FROM APPROBATIONS
		WHERE TYPEOPER = :WS-TYPEOPER
		AND CLE1 = :WS-CLE1
		AND CLE2 = :WS-CLE2
		AND CODE = :WS-CODE
		AND MONTANT = :WS-MONTANT
		AND ETATAPPRO = "A"
	END-EXEC.

	DISPLAY "Operation deja en attente d'approbation (demande "
		WS-NUMAPPRO ").".
	MOVE WS-NUMAPPRO TO APPRO-NUMAPPRO.
	MOVE "A" TO APPRO-RETOUR.

RECHERCHE-ATTENTE-EXIT.
	EXIT.

ENREGISTREMENT-DEMANDE.
	MOVE "NUMAPPRO" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMAPPRO.

	EXEC SQL
		INSERT INTO APPROBATIONS(NUMAPPRO,TYPEOPER,CLE1,CLE2,CODE,
		MONTANT,ANCIEN,DATEEFFET,LIBELLE,CODEUTIL_DEM,DATDEM,HEUREDEM,
		ETATAPPRO,CODEUTIL_APP,DATAPP,HEUREAPP,COMMENTAIRE,NUMOBJET,
		DATEXEC)
		VALUES(:WS-NUMAPPRO,:WS-TYPEOPER,:WS-CLE1,:WS-CLE2,:WS-CODE,
		:WS-MONTANT,:WS-ANCIEN,:WS-DATEEFFET,:WS-LIBELLE,:WS-CODEUTIL,
		:WS-DATDEM,:WS-HEUREDEM,"A"," "," "," "," ",0," ")
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "ERREUR SQL : demande d'approbation non enregistree."
		MOVE "X" TO APPRO-RETOUR
	ELSE
		DISPLAY "Au-dela du seuil : demande d'approbation " WS-NUMAPPRO
			" en attente d'un second operateur."
		MOVE WS-NUMAPPRO TO APPRO-NUMAPPRO
		MOVE "A" TO APPRO-RETOUR
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
