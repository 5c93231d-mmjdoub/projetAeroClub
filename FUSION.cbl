***** DEPENDANTES SONT REPOINTEES SUR LE PROFIL SURVIVANT EN UNE SEULE
***** TRANSACTION, LES SOUS-TOTAUX HEURES_PILOTE SONT CUMULES PAR
***** (TYPE, CATEGORIE), ET LE PROFIL ABSORBE EST SUPPRIME (SON
***** BEFORE-IMAGE PART DANS PILOTES_HIST PAR LE TRIGGER DE DELETE).
***** UNE FUSION EST TOUJOURS SOUMISE A UN SECOND OPERATEUR (APPRODEM,
***** APPROB) : LA PREMIERE SAISIE INSCRIT LA DEMANDE, LA RELANCE A
***** L'IDENTIQUE APRES VALIDATION EXECUTE LA FUSION
77 SAI-SURVIVANT PIC 9(3) VALUE IS 0.
77 SAI-DOUBLON PIC 9(3) VALUE IS 0.
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
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

PROCEDURE DIVISION.

DEBUT.
	DISPLAY "Numero du profil DOUBLON (a absorber) : ".
	ACCEPT SAI-DOUBLON.
	PERFORM CONTROLES-PREALABLES.
	PERFORM CONTROLE-APPROBATION.
	PERFORM FUSION-VOLS.
	PERFORM FUSION-VISITES.
	PERFORM FUSION-QUALIFICATIONS.

	DISPLAY "Profil absorbe : " SAI-DOUBLON " " WS-NOM " " WS-PRENOM.

***** SANS VALIDATION PREALABLE D'UN SECOND OPERATEUR, LA FUSION EST
***** INSCRITE EN ATTENTE (COMMIT DE LA DEMANDE) ET N'EST PAS EXECUTEE
CONTROLE-APPROBATION.
	MOVE "F" TO APPRO-TYPEOPER.
	MOVE SAI-SURVIVANT TO APPRO-CLE1.
	MOVE SAI-DOUBLON TO APPRO-CLE2.
	MOVE SPACES TO APPRO-CODE.
	MOVE 0 TO APPRO-MONTANT.
	MOVE 0 TO APPRO-ANCIEN.
	MOVE SPACES TO APPRO-DATEEFFET.
	MOVE SPACES TO APPRO-LIBELLE.
	STRING WS-NOM DELIMITED BY "  " " " DELIMITED BY SIZE
		WS-PRENOM DELIMITED BY "  " INTO APPRO-LIBELLE.
	CALL "APPRODEM" USING APPRO-DEMANDE.

	IF APPRO-RETOUR = "A"
		EXEC SQL
			COMMIT
		END-EXEC
		DISPLAY "Fusion soumise a approbation (demande " APPRO-NUMAPPRO
			"), a relancer apres validation."
		MOVE 4 TO RETURN-CODE
		GO TO FIN
	END-IF.

	IF APPRO-RETOUR NOT = "E"
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "ERREUR : FUSION NON SOUMISE, AUCUNE LIGNE MODIFIEE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

FUSION-VOLS.
	EXEC SQL
		SELECT COUNT(*)
