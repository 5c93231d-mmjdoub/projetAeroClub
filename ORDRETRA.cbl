77 SAI-AVDEST PIC Z(3).
77 SUIVANT PIC X.
77 WS-FIN-COMP PIC 9 VALUE IS 0.
77 WS-FIN-CONSIGNES PIC 9 VALUE IS 0.
77 WS-NBMOIS PIC 9(4) VALUE IS 0.
77 WS-TOTMOIS PIC 9(5) VALUE IS 0.
01 WS-HEURE-COURANTE PIC X(8).

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** CALCUL DES ECHEANCES EN MOIS (AJOUT-MOIS)
01 WS-ECHEANCE.
   02 ECH-ANNEE PIC 9999.
   02 ECH-MOIS PIC 99.
   02 ECH-JOUR PIC 99.
77 WS-DERNIER-JOUR PIC 9(2) VALUE IS 0.
77 WS-QUOTIENT PIC 9(4) VALUE IS 0.
77 WS-RESTE PIC 9(4) VALUE IS 0.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE RESERVATIONS
	EXEC SQL
		INCLUDE RESERVATIONS
	END-EXEC.

***** CRENEAU BLOQUE DANS LE CARNET DE RESERVATIONS (ETATRESA "B") DE
***** L'OUVERTURE DE L'ORDRE A LA FIN DU JOUR DE RETOUR PREVU
	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-BLOCAGE.
			05 WS-NUMRESA PIC 9(6).
			05 WS-BLODATEDEB PIC X(12).
			05 WS-BLODATEFIN PIC X(12).
			05 WS-NBBLOCAGE PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** DEMANDE DE TRAITEMENT DES RESERVATIONS EN CONFLIT (SOUS-PROGRAMME
***** CONFLRESA) : MEME DESSIN QUE SA LINKAGE SECTION
01 CONFLIT-DEMANDE.
	02 CONFLIT-CODAV PIC 9(3).
	02 CONFLIT-DATEDEB PIC X(12).
	02 CONFLIT-DATEFIN PIC X(12).
	02 CONFLIT-MOTIF PIC X.
	02 CONFLIT-NBTRAITES PIC 9(3).

**** IMPORT TABLE COMPOSANTS
	EXEC SQL
		INCLUDE COMPOSANTS
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE MOUVEMENTS_COMPOSANTS : CHAQUE POSE OU DEPOSE EST
**** HISTORISEE POUR LE LIVRET DE CELLULE
	EXEC SQL
		INCLUDE MOUVEMENTS_COMPOSANTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-MOUVEMENT-COMPOSANT.
			05 WS-NUMMVTCOMP PIC 9(8).
			05 WS-CODAVORIG PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES PIECES_CATALOGUE, OT_PIECES, MOUVEMENTS_STOCK
	EXEC SQL
		INCLUDE PIECES_CATALOGUE,OT_PIECES,MOUVEMENTS_STOCK
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
			05 WS-PRIXUNIT PIC 9(4)V99.
			05 WS-MONTANTPIECE PIC 9(6)V99.
			05 WS-NBPIECEOT PIC 9(3).
			05 WS-QTESTOCK PIC S9(6).
			05 WS-NUMMVT PIC 9(8).
			05 WS-QTEMVT PIC S9(6).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES CONSIGNES, CONSIGNES_SUIVI, CONSIGNES_APPLI
	EXEC SQL
		INCLUDE CONSIGNES,CONSIGNES_SUIVI,CONSIGNES_APPLI
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-CONSIGNE-APPLI.
			05 WS-NUMSUIVI PIC 9(8).
			05 WS-SUIVICODAV PIC 9(3).
			05 WS-SUIVINUMCOMP PIC 9(6).
			05 WS-RECURRENCE PIC X.
			05 WS-INTERVALLE PIC 9(4).
			05 WS-COMPTEUR PIC 9(5)V9.
			05 WS-DATEECH PIC X(8).
			05 WS-HEURESECH PIC 9(5)V9.
			05 WS-ETATSUIVI PIC X.
			05 WS-NUMAPPLI PIC 9(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	  05 LINE 08 COL 01 VALUE "2 : Faire avancer un ordre de travail".
	  05 LINE 09 COL 01 VALUE "3 : Clôturer un ordre de travail".
	  05 LINE 10 COL 01 VALUE "4 : Gérer les composants (moteur, hélice)".
	  05 LINE 09 COL 45 VALUE "5 : Consignes de navigabilité".
	  05 LINE 10 COL 45 VALUE "6 : Ne rien faire".
	  05 LINE 11 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 11 COL 48 PIC X TO CHOIXACTION.
	  05 LINE 19 COL 01 VALUE "******************".
	WHEN "4"
		PERFORM GESTION-COMPOSANTS
	WHEN "5"
		CALL "CONSIGNE"
	WHEN "6"
		PERFORM EVALUATE-CHOIX
	WHEN OTHER
	   MOVE "Erreur dans votre choix." TO ERREURS

***** OUVERTURE : L'AVION PART EN MAINTENANCE (ETATAV = "H") ET LA
***** RAISON, LES PIECES ET LA DATE DE RETOUR PREVUE SONT ENFIN
***** CONSERVEES QUELQUE PART ; LE CRENEAU EST BLOQUE DANS LE CARNET
***** DE RESERVATIONS JUSQU'AU RETOUR PREVU ET LES RESERVATIONS QUI LE
***** RECOUVRENT SONT TRAITEES AUSSITOT (CONFLRESA)
OUVERTURE-ORDRE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
			PERFORM OUVERTURE-ORDRE
		END-IF

		IF SAI-DATRETOUR NOT NUMERIC OR SAI-DATRETOUR < WDATE
			MOVE "Date de retour prévue invalide." TO ERREURS
			PERFORM OUVERTURE-ORDRE
		END-IF

		MOVE "NUMOT" TO WS-NOMSEQ
		PERFORM PROCHAIN-NUMERO
		MOVE WS-PROCHAINE TO WS-NUMOT
			GO TO EVALUATE-CHOIX
		END-IF

		PERFORM BLOCAGE-MAINTENANCE THRU BLOCAGE-MAINTENANCE-EXIT

		EXEC SQL
			COMMIT
		END-EXEC

		PERFORM APPEL-CONFLITS

		MOVE "Ordre ouvert, avion hors service. Numéro : " TO VALIDATION
	ELSE
		MOVE "L'ordre de travail n'a pas été ouvert." TO VALIDATION
	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
		MOVE SAI-PIECES TO WS-PIECES
		MOVE SAI-HEURESMO TO WS-HEURESMO
		IF SAI-DATRETOUR NOT NUMERIC OR SAI-DATRETOUR < WDATE
			MOVE "Date de retour prévue invalide." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
		MOVE SAI-DATRETOUR TO WS-DATRETOURPREV
		EXEC SQL
			UPDATE ORDRES_TRAVAIL SET PIECES = :WS-PIECES,
			MOVE "ERREUR SQL, ordre non mis à jour." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF

***** LE RETOUR PREVU BOUGE : LE CRENEAU BLOQUE SUIT, ET UN REPORT
***** PEUT CREER DE NOUVEAUX CONFLITS
		PERFORM BLOCAGE-MAINTENANCE THRU BLOCAGE-MAINTENANCE-EXIT
		EXEC SQL
			COMMIT
		END-EXEC
		PERFORM APPEL-CONFLITS

***** LES PIECES CONSOMMEES SE SAISISSENT LIGNE A LIGNE, AU PRIX DU
***** CATALOGUE (PIECES_CATALOGUE, CF F9) : C'EST CE DETAIL CHIFFRE

***** CLOTURE : C'EST ICI, ET SEULEMENT ICI, QUE L'AVION REVIENT EN
***** SERVICE (ETATAV = "E") ET QUE SON COMPTEUR INTERMEDIAIRE EST
***** REMIS A ZERO APRES LA REVISION ; LES CONSIGNES DE NAVIGABILITE
***** RATTACHEES A L'ORDRE SONT ENREGISTREES COMME APPLIQUEES
CLOTURE-ORDRE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
		GO TO EVALUATE-CHOIX
	END-IF.

***** LE CRENEAU BLOQUE EST LEVE, MEME SI L'AVION REVIENT AVANT LA
***** DATE PREVUE (UN ORDRE ANTERIEUR AU CARNET N'EN A PAS)
	EXEC SQL
		UPDATE RESERVATIONS SET ETATRESA = "L"
		WHERE NUMOT = :WS-NUMOT
		AND ETATRESA = "B"
	END-EXEC.

	IF NOT SQLCODE = 0 AND NOT SQLCODE = 100
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, ordre non clôturé." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	PERFORM APPLICATION-CONSIGNES THRU APPLICATION-CONSIGNES-EXIT.
	IF WS-FIN-CONSIGNES = 9
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, ordre non clôturé." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.
	MOVE "Ordre clôturé, avion remis en service :" TO VALIDATION.
	PERFORM AFFICHE-VALIDATION.

***** CRENEAU BLOQUE DE L'ORDRE WS-NUMOT : DE MAINTENANT A LA FIN DU
***** JOUR DE RETOUR PREVU ; CREE A L'OUVERTURE (OU AU PREMIER
***** AVANCEMENT D'UN ORDRE QUI N'EN A PAS), PROLONGE OU RACCOURCI
***** ENSUITE. LE COMMIT RESTE A LA CHARGE DE L'APPELANT
BLOCAGE-MAINTENANCE.
	MOVE WDATE TO WS-BLODATEDEB(1:8).
	ACCEPT WS-HEURE-COURANTE FROM TIME.
	MOVE WS-HEURE-COURANTE(1:4) TO WS-BLODATEDEB(9:4).
	MOVE WS-DATRETOURPREV TO WS-BLODATEFIN(1:8).
	MOVE "2359" TO WS-BLODATEFIN(9:4).

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBBLOCAGE
		FROM RESERVATIONS
		WHERE NUMOT = :WS-NUMOT
		AND ETATRESA = "B"
	END-EXEC.

	IF WS-NBBLOCAGE > 0
		EXEC SQL
			UPDATE RESERVATIONS SET DATEFIN = :WS-BLODATEFIN
			WHERE NUMOT = :WS-NUMOT
			AND ETATRESA = "B"
		END-EXEC
	ELSE
		MOVE "NUMRESA" TO WS-NOMSEQ
		PERFORM PROCHAIN-NUMERO
		MOVE WS-PROCHAINE TO WS-NUMRESA
		EXEC SQL
			INSERT INTO RESERVATIONS(NUMRESA,NUMPIL,CODAV,DATEDEB,DATEFIN,
			ETATRESA,NUMVOL,NUMOT,MOTIFANNUL)
			VALUES(:WS-NUMRESA,NULL,:WS-NUMAV,:WS-BLODATEDEB,:WS-BLODATEFIN,
			"B",0,:WS-NUMOT," ")
		END-EXEC
	END-IF.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, créneau de maintenance non bloqué." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

BLOCAGE-MAINTENANCE-EXIT.
	EXIT.

***** LES RESERVATIONS ACTIVES QUI RECOUVRENT LE CRENEAU BLOQUE SONT
***** REAFFECTEES, ANNULEES (MOTIF "M") OU LAISSEES PAR L'OPERATEUR
APPEL-CONFLITS.
	MOVE WS-NUMAV TO CONFLIT-CODAV.
	MOVE WS-BLODATEDEB TO CONFLIT-DATEDEB.
	MOVE WS-BLODATEFIN TO CONFLIT-DATEFIN.
	MOVE "M" TO CONFLIT-MOTIF.
	CALL "CONFLRESA" USING CONFLIT-DEMANDE.

***************************************************************
***** APPLICATION DES CONSIGNES DE NAVIGABILITE RATTACHEES A L'ORDRE
***** WS-NUMOT (PROGRAMME CONSIGNE) : L'APPLICATION EST TRACEE AVEC LE
***** COMPTEUR DU JOUR ; UNE CONSIGNE UNIQUE EST SOLDEE, UNE CONSIGNE
***** RECURRENTE REPART POUR UN INTERVALLE. WS-FIN-CONSIGNES = 9 EN
***** CAS D'ERREUR SQL, LE COMMIT RESTE A LA CHARGE DE L'APPELANT
***************************************************************
APPLICATION-CONSIGNES.
	EXEC SQL
		DECLARE APPLICUR CURSOR FOR
		SELECT CONSIGNES_SUIVI.NUMSUIVI, CONSIGNES_SUIVI.CODAV,
		CONSIGNES_SUIVI.NUMCOMP, CONSIGNES.RECURRENCE,
		CONSIGNES.INTERVALLE
		FROM CONSIGNES_SUIVI, CONSIGNES
		WHERE CONSIGNES_SUIVI.NUMCN = CONSIGNES.NUMCN
		AND CONSIGNES_SUIVI.NUMOT = :WS-NUMOT
		AND CONSIGNES_SUIVI.ETATSUIVI = "O"
	END-EXEC.

	EXEC SQL
		OPEN APPLICUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CONSIGNES.
	PERFORM CONSIGNE-APPLIQUEE THRU CONSIGNE-APPLIQUEE-EXIT
		UNTIL WS-FIN-CONSIGNES NOT = 0.

	EXEC SQL
		CLOSE APPLICUR
	END-EXEC.

APPLICATION-CONSIGNES-EXIT.
	EXIT.

CONSIGNE-APPLIQUEE.
	EXEC SQL
		FETCH APPLICUR
		INTO :WS-NUMSUIVI, :WS-SUIVICODAV, :WS-SUIVINUMCOMP,
		:WS-RECURRENCE, :WS-INTERVALLE
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CONSIGNES
		GO TO CONSIGNE-APPLIQUEE-EXIT
	END-IF.

	IF WS-SUIVINUMCOMP = 0
		EXEC SQL
			SELECT CPTHORAV
			INTO :WS-COMPTEUR
			FROM AVIONS
			WHERE CODAV = :WS-SUIVICODAV
		END-EXEC
	ELSE
		EXEC SQL
			SELECT HEURESCOMP
			INTO :WS-COMPTEUR
			FROM COMPOSANTS
			WHERE NUMCOMP = :WS-SUIVINUMCOMP
		END-EXEC
	END-IF.

	IF NOT SQLCODE = 0
		MOVE 9 TO WS-FIN-CONSIGNES
		GO TO CONSIGNE-APPLIQUEE-EXIT
	END-IF.

	MOVE "NUMAPPLI" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMAPPLI.

	EXEC SQL
		INSERT INTO CONSIGNES_APPLI(NUMAPPLI,NUMSUIVI,NUMOT,DATEAPPLI,
		HEURESAPPLI)
		VALUES(:WS-NUMAPPLI,:WS-NUMSUIVI,:WS-NUMOT,:WDATE,:WS-COMPTEUR)
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 9 TO WS-FIN-CONSIGNES
		GO TO CONSIGNE-APPLIQUEE-EXIT
	END-IF.

	MOVE "O" TO WS-ETATSUIVI.
	MOVE "99999999" TO WS-DATEECH.
	MOVE 99999.9 TO WS-HEURESECH.
	EVALUATE WS-RECURRENCE
		WHEN "H"
			COMPUTE WS-HEURESECH = WS-COMPTEUR + WS-INTERVALLE
		WHEN "M"
			MOVE WDATE TO WS-ECHEANCE
			MOVE WS-INTERVALLE TO WS-NBMOIS
			PERFORM AJOUT-MOIS
			MOVE WS-ECHEANCE TO WS-DATEECH
		WHEN OTHER
			MOVE "F" TO WS-ETATSUIVI
	END-EVALUATE.

	EXEC SQL
		UPDATE CONSIGNES_SUIVI SET ETATSUIVI = :WS-ETATSUIVI,
		DATEECH = :WS-DATEECH, HEURESECH = :WS-HEURESECH, NUMOT = 0
		WHERE NUMSUIVI = :WS-NUMSUIVI
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE 9 TO WS-FIN-CONSIGNES
	END-IF.

CONSIGNE-APPLIQUEE-EXIT.
	EXIT.

***** AVANCE WS-ECHEANCE DE WS-NBMOIS MOIS ; LE JOUR EST RAMENE AU
***** DERNIER JOUR DU MOIS D'ARRIVEE SI BESOIN
AJOUT-MOIS.
	COMPUTE WS-TOTMOIS = ECH-MOIS - 1 + WS-NBMOIS.
	DIVIDE WS-TOTMOIS BY 12 GIVING WS-QUOTIENT REMAINDER WS-RESTE.
	ADD WS-QUOTIENT TO ECH-ANNEE.
	COMPUTE ECH-MOIS = WS-RESTE + 1.
	PERFORM CALCUL-DERNIER-JOUR.
	IF ECH-JOUR > WS-DERNIER-JOUR
		MOVE WS-DERNIER-JOUR TO ECH-JOUR
	END-IF.

CALCUL-DERNIER-JOUR.
	EVALUATE ECH-MOIS
		WHEN 01
		WHEN 03
		WHEN 05
		WHEN 07
		WHEN 08
		WHEN 10
		WHEN 12
			MOVE 31 TO WS-DERNIER-JOUR
		WHEN 04
		WHEN 06
		WHEN 09
		WHEN 11
			MOVE 30 TO WS-DERNIER-JOUR
		WHEN 02
			DIVIDE ECH-ANNEE BY 4
				GIVING WS-QUOTIENT REMAINDER WS-RESTE
			IF WS-RESTE = 0
				MOVE 29 TO WS-DERNIER-JOUR
			ELSE
				MOVE 28 TO WS-DERNIER-JOUR
			END-IF
	END-EVALUATE.

***************************************************************
***** COMPOSANTS MOTEUR ET HELICE : CREATION, TRANSFERT ENTRE
***** CELLULES (LE COMPTEUR DU COMPOSANT SUIT LE COMPOSANT, PAS LA
			GO TO EVALUATE-CHOIX
		END-IF

***** UN COMPOSANT CREE DIRECTEMENT SUR UNE CELLULE Y EST POSE :
***** LA POSE FIGURE AU LIVRET DE CELLULE DE L'AVION
		IF SAI-AVDEST NOT = 0 AND SAI-AVDEST NOT = SPACES
			MOVE 0 TO WS-CODAVORIG
			MOVE SAI-HEURESCOMP TO WS-HEURESCOMP
			PERFORM HISTORISE-MOUVEMENT
			IF NOT SQLCODE = 0
				EXEC SQL
					ROLLBACK
				END-EXEC
				MOVE "ERREUR SQL, composant non créé." TO ERREURS
				GO TO EVALUATE-CHOIX
			END-IF
		END-IF

		EXEC SQL
			COMMIT
		END-EXEC
	ACCEPT SCREEN-COMPOSANT-TRANSFERT.
	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
		EXEC SQL
			SELECT NUMCOMP, TYPECOMP, DESIGNATION, HEURESCOMP, POTENTIEL,
			CODAV
			INTO :WS-NUMCOMP, :WS-TYPECOMP, :WS-DESIGCOMP,
			:WS-HEURESCOMP, :WS-POTENTIEL, :WS-CODAVORIG
			FROM COMPOSANTS
			WHERE NUMCOMP = :SAI-NUMCOMP
		END-EXEC
			GO TO EVALUATE-CHOIX
		END-IF

		PERFORM HISTORISE-MOUVEMENT
		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE "ERREUR SQL, composant non transféré." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF

		EXEC SQL
			COMMIT
		END-EXEC
***** UNE LIGNE DE PIECE PAR PASSAGE : LA REFERENCE DOIT EXISTER AU
***** CATALOGUE, UNE REFERENCE A BLANC TERMINE LA SAISIE ; UNE PIECE
***** DEJA PRESENTE SUR L'ORDRE VOIT SA QUANTITE ET SON MONTANT CUMULES
***** LA CONSOMMATION SORT DU STOCK DU MAGASIN DANS LA MEME UNITE DE
***** TRAVAIL (MOUVEMENT "C" DANS MOUVEMENTS_STOCK) ; UN STOCK QUI
***** PASSERAIT NEGATIF N'EST PAS BLOQUANT, LA RECEPTION A SANS DOUTE ETE
***** OUBLIEE : LE MECANICIEN EST PREVENU ET STOCKRAP LE SIGNALE
SAISIE-PIECE-OT.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	END-IF.

	EXEC SQL
		SELECT REFPIECE, DESIGNATION, PRIXUNIT, QTESTOCK
		INTO :WS-REFPIECE, :WS-DESIGNATION, :WS-PRIXUNIT, :WS-QTESTOCK
		FROM PIECES_CATALOGUE
		WHERE REFPIECE = :SAI-REFPIECE
	END-EXEC.
		GO TO SAISIE-PIECE-OT-EXIT
	END-IF.

	MOVE "NUMMVT" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMMVT.
	COMPUTE WS-QTEMVT = 0 - SAI-QUANTITE.

	EXEC SQL
		INSERT INTO MOUVEMENTS_STOCK(NUMMVT,REFPIECE,DATEMVT,TYPEMVT,
		QUANTITE,QTEAVANT,PRIXUNIT,NUMOT,NUMFF,REFERENCE)
		VALUES(:WS-NUMMVT,:WS-REFPIECE,:WDATE,"C",:WS-QTEMVT,
		:WS-QTESTOCK,:WS-PRIXUNIT,:WS-NUMOT,0,"ORDRE DE TRAVAIL")
	END-EXEC.

	IF SQLCODE = 0
		EXEC SQL
			UPDATE PIECES_CATALOGUE SET QTESTOCK = QTESTOCK + :WS-QTEMVT
			WHERE REFPIECE = :WS-REFPIECE
		END-EXEC
	END-IF.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, pièce non enregistrée." TO ERREURS
		GO TO SAISIE-PIECE-OT-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	IF WS-QTESTOCK < SAI-QUANTITE
		MOVE "Pièce enregistrée, stock négatif : réception ?" TO ERREURS
	ELSE
		MOVE "La pièce a été enregistrée sur l'ordre." TO ERREURS
	END-IF.

SAISIE-PIECE-OT-EXIT.
	EXIT.
FIN.
    STOP RUN.

***** TRACE DATEE DE LA POSE / DEPOSE DANS MOUVEMENTS_COMPOSANTS,
***** DANS LA TRANSACTION DE L'APPELANT (QUI TESTE SQLCODE ET VALIDE)
HISTORISE-MOUVEMENT.
	MOVE "NUMMVTCOMP" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMMVTCOMP.

	EXEC SQL
		INSERT INTO MOUVEMENTS_COMPOSANTS(NUMMVTCOMP,NUMCOMP,CODAVORIG,
		CODAVDEST,DATMVT,HEURESCOMP)
		VALUES(:WS-NUMMVTCOMP,:WS-NUMCOMP,:WS-CODAVORIG,:SAI-AVDEST,
		:WDATE,:WS-HEURESCOMP)
	END-EXEC.

***** ATTRIBUTION ATOMIQUE DU PROCHAIN NUMERO DE LA SEQUENCE DEMANDEE
***** (WS-NOMSEQ) : L'INCREMENT PREND LE VERROU DE LIGNE AVANT LA
***** RELECTURE, DEUX TERMINAUX NE PEUVENT PLUS OBTENIR LE MEME NUMERO
