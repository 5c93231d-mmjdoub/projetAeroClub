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
	  05 LINE 09 COL 12 PIC Z(6)VZZ FROM WS-RESTEDU.
	  05 LINE 11 COL 01 VALUE "Montant du règlement : ".
	  05 LINE 11 COL 24 PIC 9(6)V99 TO SAI-MONTANTREG.
	  05 LINE 12 COL 01 VALUE "Mode (C : chèque, V : virement, E : espèces, B : carte) : ".
	  05 LINE 12 COL 60 PIC X TO SAI-MODEREG.
	  05 LINE 14 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 14 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
	DISPLAY SCREEN-REGLEMENT.
	ACCEPT SCREEN-REGLEMENT.
	ACCEPT SAI-MONTANTREG LINE 11 COL 24.
	ACCEPT SAI-MODEREG LINE 12 COL 60.
	ACCEPT CHOIXVALIDATION LINE 14 COL 53.

	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
		END-IF

		IF SAI-MODEREG NOT = "C" AND SAI-MODEREG NOT = "V"
				AND SAI-MODEREG NOT = "E" AND SAI-MODEREG NOT = "B"
			MOVE "Mode de règlement invalide (C, V, E ou B)." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF

			GO TO EVALUATE-CHOIX
		END-IF

***** Les especes entrent dans la caisse ouverte par l'operateur ; sans
***** caisse ouverte, le reglement en especes est refuse
		IF WS-MODEREG = "E"
			MOVE "M" TO CAISSE-ACTION
			MOVE "E" TO CAISSE-SENS
			MOVE WS-MONTANTREG TO CAISSE-MONTANT
			MOVE "R" TO CAISSE-NATURE
			MOVE WS-NUMREG TO CAISSE-NUMPIECE
			MOVE "REGLEMENT" TO CAISSE-ORIGINE
			CALL "MVTCAISSE" USING CAISSE-DEMANDE
			IF CAISSE-RETOUR NOT = "O"
				EXEC SQL
					ROLLBACK
				END-EXEC
				MOVE "Pas de caisse ouverte : espèces refusées." TO ERREURS
				GO TO EVALUATE-CHOIX
			END-IF
		END-IF

		PERFORM CUMUL-REGLEMENTS

***** La facture ne passe a "payee" que lorsque le cumul des reglements
