***** FACTURE EST AMENDE APRES COUP, ON NE TOUCHE PAS A LA FACTURE
***** D'ORIGINE ; ON EMET UN AVOIR QUI REFERENCE LE NUMFACT ET LES
***** LIGNES CONTESTEES, IMPRIMABLE PAR EDITFACT, ET DEDUIT DU SOLDE
***** DU PILOTE PAR CONSULT, RELANCE, REGLEMENT ET F1. AU-DELA DU
***** SEUIL SEUIL_APPRO_AVOIR, L'AVOIR N'EST PAS EMIS : IL EST SOUMIS
***** (AVEC SES LIGNES) A LA VALIDATION D'UN SECOND OPERATEUR DANS
***** APPROB, QUI L'EMET
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE APPROBATION_LIGNES
	EXEC SQL
		INCLUDE APPROBATION_LIGNES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-APPROBATION-LIGNE.
			05 WS-NUMAPPRO PIC 9(6).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE AUDIT_VERROU
	EXEC SQL
		INCLUDE AUDIT_VERROU
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** CONTRAT D'APPEL DE APPRODEM (MEME DESSIN QUE SA LINKAGE SECTION)
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

LINKAGE SECTION.
SCREEN SECTION.
**** ECRAN DE SAISIE
		GO TO EVALUATE-CHOIX
	END-IF.

***** CONTROLE A DEUX OPERATEURS : EN DECA DU SEUIL L'AVOIR EST EMIS,
***** AU-DELA IL EST SOUMIS A APPROB AVEC SES LIGNES
	MOVE "A" TO APPRO-TYPEOPER.
	MOVE WS-NUMFACT TO APPRO-CLE1.
	MOVE 0 TO APPRO-CLE2.
	MOVE SPACES TO APPRO-CODE.
	MOVE WS-MONTANTAVOIR TO APPRO-MONTANT.
	MOVE 0 TO APPRO-ANCIEN.
	MOVE SPACES TO APPRO-DATEEFFET.
	MOVE SAI-MOTIF TO APPRO-LIBELLE.
	CALL "APPRODEM" USING APPRO-DEMANDE.

	IF APPRO-RETOUR = "A"
		PERFORM SOUMISSION-AVOIR
		GO TO EVALUATE-CHOIX
	END-IF.

	IF APPRO-RETOUR NOT = "E"
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "L'avoir n'a pas été émis." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	PERFORM EMISSION-AVOIR.
	GO TO EVALUATE-CHOIX.

		GO TO EVALUATE-CHOIX
	END-IF.

***** AVOIR AU-DELA DU SEUIL : LES LIGNES SAISIES SONT CONSERVEES AVEC
***** LA DEMANDE, APPROB LES REPRENDRA DANS AVOIR_LIGNES A L'EMISSION
SOUMISSION-AVOIR.
	MOVE APPRO-NUMAPPRO TO WS-NUMAPPRO.
	PERFORM INSERTION-LIGNE-APPRO VARYING LIGNE-IDX FROM 1 BY 1
		UNTIL LIGNE-IDX > WS-NBLIGNES.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "Avoir soumis à approbation :".
	DISPLAY "    Demande numéro : " WS-NUMAPPRO.
	DISPLAY "    Facture d'origine : " WS-NUMFACT.
	DISPLAY "    Montant demandé : " WS-MONTANTAVOIR.
	MOVE "Avoir soumis à approbation (second opérateur)." TO ERREURS.

INSERTION-LIGNE-APPRO.
	EXEC SQL
		INSERT INTO APPROBATION_LIGNES(NUMAPPRO,NUMLIGNE,MONTANTLIGNE)
		VALUES(:WS-NUMAPPRO,:WS-AVL-NUMLIGNE(LIGNE-IDX),
		:WS-AVL-MONTANT(LIGNE-IDX))
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, avoir non soumis." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

EVALUATE-CHOIX.
	ACCEPT CHOIX LINE 22 COL 01.
	IF CHOIX="m" OR CHOIX="M"
