	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** CONTRAT D'APPEL DE MVTCAISSE (MEME DESSIN QUE SA LINKAGE SECTION)
01 CAISSE-DEMANDE.
	02 CAISSE-ACTION PIC X.
	02 CAISSE-SENS PIC X.
	02 CAISSE-MONTANT PIC 9(6)V99.
	02 CAISSE-NATURE PIC X.
	02 CAISSE-NUMPIECE PIC 9(8).
	02 CAISSE-ORIGINE PIC X(10).
	02 CAISSE-RETOUR PIC X.
	02 CAISSE-NUMCAISSE PIC 9(6).
	02 CAISSE-CODEUTIL PIC X(8).

LINKAGE SECTION.
SCREEN SECTION.
**** ECRAN DE SAISIE
		GO TO EVALUATE-CHOIX
	END-IF.

***** BON PAYE EN ESPECES : ENCAISSEMENT DANS LA CAISSE DE L'OPERATEUR,
***** VENTE REFUSEE SANS CAISSE OUVERTE
	IF SAI-MODEREG = "E"
		MOVE "M" TO CAISSE-ACTION
		MOVE "E" TO CAISSE-SENS
		MOVE WS-MONTANTBON TO CAISSE-MONTANT
		MOVE "B" TO CAISSE-NATURE
		MOVE WS-NUMBON TO CAISSE-NUMPIECE
		MOVE "BONCADEAU" TO CAISSE-ORIGINE
		CALL "MVTCAISSE" USING CAISSE-DEMANDE
		IF CAISSE-RETOUR NOT = "O"
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE "Pas de caisse ouverte : espèces refusées." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.
