77 CHOIXFORMATION PIC X.
77 SAI-LITRES PIC 9(3)V9.
77 SAI-SOURCE PIC X.
***** MONTANT DU TICKET DU CARBURANT PAYE PAR LE PILOTE (SOURCE "E"),
***** BASE DE SON REMBOURSEMENT SUR SA FACTURE SUIVANTE (CF F7)
77 SAI-MONTANTTICKET PIC 9(4)V99.
***** PARTAGE DES FRAIS DU VOL (CF F1) : CONFIRME OU MODIFIE A LA
***** CLOTURE, AVANT LA FACTURATION DES DEUX PARTS PAR F7
77 CHOIXPARTAGE PIC X.
77 SAI-NUMPILPART PIC 9(3).
77 SAI-PCTPART PIC 9(3).
77 SAI-CODEFRAIS PIC X.
77 SAI-MONTANTFRAIS PIC 9(4)V99.
77 SAI-REMARQUEFRAIS PIC X(30).
77 CHOIXFRAIS PIC X.

**** ATTERRISSAGES DECLARES ETAPE PAR ETAPE (CF ETAPES_VOL) : QUATRE
**** ESCALES AU PLUS PUIS LA DESTINATION ; UN VOL DEPOSE SANS ETAPE
**** (INITIATION, VISITEUR, VOLS ANTERIEURS) EN RECOIT UNE A LA CLOTURE,
**** SUR SA DESTINATION
01 ETAPES-CLOTURE.
   02 ETC-CODEAD1 PIC X(4).
   02 ETC-NBATTERR1 PIC 99.
   02 ETC-CODEAD2 PIC X(4).
   02 ETC-NBATTERR2 PIC 99.
   02 ETC-CODEAD3 PIC X(4).
   02 ETC-NBATTERR3 PIC 99.
   02 ETC-CODEAD4 PIC X(4).
   02 ETC-NBATTERR4 PIC 99.
   02 ETC-CODEAD5 PIC X(4).
   02 ETC-NBATTERR5 PIC 99.
01 ETAPES-CLOTURE-TABLE REDEFINES ETAPES-CLOTURE.
   02 ETAPE-CLOTURE OCCURS 5.
      03 ETC-CODEAD PIC X(4).
      03 ETC-NBATTERR PIC 99.
77 NB-ETAPES-CLOTURE PIC 9 VALUE IS 0.
77 IX-ETAPE PIC 9 VALUE IS 0.
77 ETAPES-A-CREER PIC 9 VALUE IS 0.
77 WS-FIN-ETAPES PIC 9 VALUE IS 0.

**** VARIABLES DE SAISIE
77 VOL-ID PIC Z(6).
77 SAI-CPTDEP PIC 9(5)V9.
   02 WB-HH PIC 99.
   02 WB-MN PIC 99.

***** RESUME DES TRACES GPS DU VOL, AFFICHE A LA CLOTURE POUR QUE LES
***** HEURES ET L'HOROMETRE SAISIS PUISSENT ETRE CONFRONTES A LA TRACE
01 TRACE-LIGNE1 PIC X(70).
01 TRACE-LIGNE2 PIC X(70).
01 ED-TRACE-NB PIC ZZ9.
01 ED-TRACE-H PIC ZZ9.9.
77 WS-TRACE-HMOT PIC S9(4)V9 VALUE IS 0.
77 WS-TRACE-JDEP PIC S9(7) VALUE IS 0.
77 WS-TRACE-JARR PIC S9(7) VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
			05 WS-NUMPIL PIC 9(3).
			05 WS-NUMPIL2 PIC 9(3).
			05 WS-NUMVISITEUR PIC 9(6).
			05 WS-NUMPILPART PIC 9(3).
			05 WS-PCTPART PIC 9(3).
			05 WS-NBPILPART PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE ETAPES_VOL : ATTERRISSAGES PAR ETAPE ET TAXE
**** D'ATTERRISSAGE DE L'AERODROME (AERODROMES.TAXE_ATTERR)
	EXEC SQL
		INCLUDE ETAPES_VOL
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-ETAPES-VOL.
			05 WS-NUMETAPE PIC 9(2).
			05 WS-ETCODEAD PIC X(4).
			05 WS-NBATTERR PIC 9(3).
			05 WS-TAXE-ATTERR PIC 9(3)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE CARBURANT
	EXEC SQL
		INCLUDE CARBURANT
			05 WS-LITRES PIC 9(3)V9.
			05 WS-SOURCE PIC X.
			05 WS-DATCARB PIC X(8).
			05 WS-MONTANT-TICKET PIC 9(4)V99.
			05 WS-REMBOURSE PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE TRACES
	EXEC SQL
		INCLUDE TRACES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-TRACES.
			05 WS-TRACE-NB PIC 9(3).
			05 WS-TRACE-ON PIC X(12).
			05 WS-TRACE-OFF PIC X(12).
			05 WS-TRACE-DECOL PIC X(12).
			05 WS-TRACE-ATTER PIC X(12).
			05 WS-TRACE-AERODEP PIC X(4).
			05 WS-TRACE-AEROVIS1 PIC X(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE SEQUENCES
	EXEC SQL
		INCLUDE SEQUENCES
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
	  05 LINE 07 COL 10 PIC X(20) FROM WS-NOM.
	  05 LINE 08 COL 01 VALUE "Destination : ".
	  05 LINE 08 COL 15 PIC X(25) FROM WS-DESTIN.
	  05 LINE 09 COL 01 VALUE "Frais partages avec le membre ".
	  05 LINE 09 COL 31 PIC ZZ9 FROM WS-NUMPILPART.
	  05 LINE 09 COL 34 VALUE " part ".
	  05 LINE 09 COL 40 PIC ZZ9 FROM WS-PCTPART.
	  05 LINE 09 COL 43 VALUE " % - modifier ? O/N ".
	  05 LINE 09 COL 63 PIC X TO CHOIXPARTAGE.
	  05 LINE 10 COL 01 VALUE "Compteur horaire au départ : ".
	  05 LINE 10 COL 31 PIC 9(5)V9 TO SAI-CPTDEP.
	  05 LINE 11 COL 01 VALUE "Compteur horaire à l'arrivée : ".
	  05 LINE 12 COL 33 PIC 9(3)V9 TO SAI-LITRES.
	  05 LINE 13 COL 01 VALUE "Source (C : club, E : extérieur pilote, F : facture) : ".
	  05 LINE 13 COL 56 PIC X TO SAI-SOURCE.
	  05 LINE 14 COL 01 VALUE "Montant du ticket (source E, 0 sinon) : ".
	  05 LINE 14 COL 41 PIC 9(4)V99 TO SAI-MONTANTTICKET.
	  05 LINE 15 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 15 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 16 COL 01 PIC X(70) FROM TRACE-LIGNE1.
	  05 LINE 17 COL 01 PIC X(70) FROM TRACE-LIGNE2.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-ATTERRISSAGES.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "ATTERRISSAGES PAR ETAPE".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Vol numéro : ".
	  05 LINE 05 COL 14 PIC Z(6) FROM WS-NUMVOL.
	  05 LINE 06 COL 01 VALUE "Nombre d'atterrissages sur chaque étape (tours de piste compris) :".
	  05 LINE 08 COL 01 PIC X(4) FROM ETC-CODEAD1.
	  05 LINE 08 COL 07 PIC 99 TO ETC-NBATTERR1.
	  05 LINE 09 COL 01 PIC X(4) FROM ETC-CODEAD2.
	  05 LINE 09 COL 07 PIC 99 TO ETC-NBATTERR2.
	  05 LINE 10 COL 01 PIC X(4) FROM ETC-CODEAD3.
	  05 LINE 10 COL 07 PIC 99 TO ETC-NBATTERR3.
	  05 LINE 11 COL 01 PIC X(4) FROM ETC-CODEAD4.
	  05 LINE 11 COL 07 PIC 99 TO ETC-NBATTERR4.
	  05 LINE 12 COL 01 PIC X(4) FROM ETC-CODEAD5.
	  05 LINE 12 COL 07 PIC 99 TO ETC-NBATTERR5.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.

  01  SCREEN-VALIDCLOTURE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
***** Recherche du vol encore ouvert (ETATVOL="D")
	EXEC SQL
		SELECT NUMVOL, DATEDEB, DATEFIN, DESTIN, ETATVOL, NUMAV, NUMPIL,
		NUMPIL2, NUMVISITEUR, NUMPILPART, PCTPART
		INTO :WS-NUMVOL, :WS-DATEDEB, :WS-DATEFIN, :WS-DESTIN, :WS-ETATVOL,
		:WS-NUMAV, :WS-NUMPIL, :WS-NUMPIL2, :WS-NUMVISITEUR,
		:WS-NUMPILPART, :WS-PCTPART
		FROM VOLS
		WHERE NUMVOL = VOL-ID
		AND ETATVOL = "D"
		END-EXEC
	END-IF.

	PERFORM RESUME-TRACEUR THRU RESUME-TRACEUR-EXIT.

	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-CLOTURE.
	ACCEPT SCREEN-CLOTURE.
	ACCEPT CHOIXPARTAGE LINE 09 COL 63.
	ACCEPT SAI-CPTDEP LINE 10 COL 31.
	ACCEPT SAI-CPTARR LINE 11 COL 32.
	ACCEPT SAI-LITRES LINE 12 COL 33.
	ACCEPT SAI-SOURCE LINE 13 COL 56.
	ACCEPT SAI-MONTANTTICKET LINE 14 COL 41.
	ACCEPT CHOIXVALIDATION LINE 15 COL 53.

	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
		IF SAI-CPTARR NOT > SAI-CPTDEP

		COMPUTE WS-HVOL = SAI-CPTARR - SAI-CPTDEP

***** LE CARBURANT PAYE PAR LE PILOTE NE SE REMBOURSE QUE SUR TICKET
		IF SAI-LITRES > 0 AND (SAI-SOURCE = "E" OR SAI-SOURCE = "e")
				AND SAI-MONTANTTICKET = 0
			MOVE "Montant du ticket obligatoire (source E)." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF

***** PARTAGE DES FRAIS : CELUI DU DEPOT, SAUF MODIFICATION DEMANDEE ;
***** MEMES REGLES QU'EN F1 (MEMBRE EXISTANT, AUTRE QUE LE PILOTE, PART
***** DE 1 A 100 %), PAS DE PARTAGE SUR UN VOL DE VISITEUR
		MOVE WS-NUMPILPART TO SAI-NUMPILPART
		MOVE WS-PCTPART TO SAI-PCTPART
		IF CHOIXPARTAGE = "O" OR CHOIXPARTAGE = "o"
			IF WS-NUMVISITEUR NOT = 0
				MOVE "Pas de partage des frais sur un vol visiteur." TO ERREURS
				GO TO EVALUATE-CHOIX
			END-IF
			DISPLAY "Membre qui partage les frais (0 si aucun) :"
			ACCEPT SAI-NUMPILPART
			MOVE 0 TO SAI-PCTPART
			IF SAI-NUMPILPART NOT = 0
				DISPLAY "Part de ce membre en % :"
				ACCEPT SAI-PCTPART
				EXEC SQL
					SELECT COUNT(*)
					INTO :WS-NBPILPART
					FROM PILOTES
					WHERE NUMPIL = :SAI-NUMPILPART
				END-EXEC
				IF WS-NBPILPART = 0 OR SAI-NUMPILPART = WS-NUMPIL
						OR SAI-PCTPART = 0 OR SAI-PCTPART > 100
					MOVE "Partage des frais invalide, vol non clôturé." TO ERREURS
					GO TO EVALUATE-CHOIX
				END-IF
			END-IF
		END-IF

***** CONTROLES DE VRAISEMBLANCE AVANT TOUTE ECRITURE : DELTA
***** HOROMETRE CONTRE TEMPS CALE/CALE, VITESSE IMPLIQUEE CONTRE LA
***** DISTANCE DE LA DESTINATION, LITRES CONTRE LA NORME DU TYPE ;
				MOVE "Cloture abandonnee, compteurs a verifier." TO ERREURS
				GO TO EVALUATE-CHOIX
			END-IF
			PERFORM SOUMISSION-DEROGATION
			IF APPRO-RETOUR NOT = "E"
				GO TO EVALUATE-CHOIX
			END-IF
			PERFORM ENREGISTREMENT-DEROGATION
		END-IF

***** ATTERRISSAGES DE CHAQUE ETAPE DU PLAN DE VOL, SAISIS AVANT TOUTE
***** ECRITURE POUR ETRE ENREGISTRES DANS LA MEME TRANSACTION
		PERFORM SAISIE-ATTERRISSAGES THRU SAISIE-ATTERRISSAGES-EXIT

		EXEC SQL
			UPDATE VOLS SET CPTDEP = :SAI-CPTDEP, CPTARR = :SAI-CPTARR,
			ETATVOL = "R", NUMPILPART = :SAI-NUMPILPART,
			PCTPART = :SAI-PCTPART
			WHERE NUMVOL = :WS-NUMVOL
		END-EXEC

			MOVE SAI-LITRES TO WS-LITRES
			MOVE SAI-SOURCE TO WS-SOURCE
			MOVE WDATE TO WS-DATCARB
***** SOURCE "E" : A REMBOURSER AU PILOTE SUR SA PROCHAINE FACTURE
			IF SAI-SOURCE = "E" OR SAI-SOURCE = "e"
				MOVE "E" TO WS-SOURCE
				MOVE SAI-MONTANTTICKET TO WS-MONTANT-TICKET
				MOVE "N" TO WS-REMBOURSE
			ELSE
				MOVE 0 TO WS-MONTANT-TICKET
				MOVE SPACE TO WS-REMBOURSE
			END-IF
			EXEC SQL
				INSERT INTO CARBURANT(NUMCARB,NUMVOL,NUMAV,DATCARB,
				LITRES,SOURCE,MONTANT_TICKET,REMBOURSE,NUMFACT)
				VALUES(:WS-NUMCARB,:WS-NUMVOL,:WS-NUMAV,:WS-DATCARB,
				:WS-LITRES,:WS-SOURCE,:WS-MONTANT-TICKET,:WS-REMBOURSE,0)
			END-EXEC
			IF NOT SQLCODE = 0
				EXEC SQL
			END-IF
		END-IF

***** ATTERRISSAGES PAR ETAPE ET TAXES D'ATTERRISSAGE : UNE LIGNE DE
***** FRAIS ANNEXES (CODE "A") PAR ETAPE TAXEE, CALCULEE SUR LA TAXE DE
***** L'AERODROME (CF F9) - L'OPERATEUR NE LES RESAISIT PLUS A LA MAIN
		PERFORM ENREGISTREMENT-ETAPE
			VARYING IX-ETAPE FROM 1 BY 1
			UNTIL IX-ETAPE > NB-ETAPES-CLOTURE

		EXEC SQL
			COMMIT
		END-EXEC

***** AUTRES FRAIS ANNEXES DU VOL (HANGAR, CASQUE...) : SAISIS A LA
***** SUITE DE LA CLOTURE, ILS SERONT REPRIS PAR F7 SUR LA FACTURE DU
***** PILOTE EN PLUS DES HEURES DE VOL ET DES TAXES D'ATTERRISSAGE
		MOVE "O" TO CHOIXFRAIS
		PERFORM SAISIE-FRAIS-ANNEXE THRU SAISIE-FRAIS-ANNEXE-EXIT
			UNTIL CHOIXFRAIS NOT = "O" AND CHOIXFRAIS NOT = "o"

***** CONTROLES DE VRAISEMBLANCE DE LA CLOTURE : CHAQUE ANOMALIE EST
***** AFFICHEE ET COMPTEE, LA DECISION DE FORCER REVIENT A L'OPERATEUR
***************************************************************
***** RESUME DES TRACES GPS DU VOL (CF TRACEUR) : SEGMENTS DEJA
***** RATTACHES AU VOL, OU ENCORE EN ATTENTE SUR CET AVION DANS SON
***** CRENEAU ; POINTS FIXES AU SOL EXCLUS. PREMIERE MISE EN ROUTE,
***** DERNIER ARRET MOTEUR, TEMPS MOTEUR ENTRE LES DEUX ET AERODROMES
***** DU PREMIER SEGMENT
***************************************************************
RESUME-TRACEUR.
	MOVE SPACES TO TRACE-LIGNE1.
	MOVE SPACES TO TRACE-LIGNE2.

	EXEC SQL
		SELECT COUNT(*), MIN(DATEMOTON), MAX(DATEMOTOFF),
		MIN(DATEDECOL), MAX(DATEATTER)
		INTO :WS-TRACE-NB, :WS-TRACE-ON, :WS-TRACE-OFF,
		:WS-TRACE-DECOL, :WS-TRACE-ATTER
		FROM TRACES
		WHERE NUMVOL = :WS-NUMVOL
		OR (NUMVOL = 0 AND CODAV = :WS-NUMAV
		AND ETATTRACE <> "S"
		AND DATEMOTON <= :WS-DATEFIN
		AND DATEMOTOFF >= :WS-DATEDEB)
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-TRACE-NB = 0
		MOVE "Traceur : aucune trace pour ce vol." TO TRACE-LIGNE1
		GO TO RESUME-TRACEUR-EXIT
	END-IF.

	EXEC SQL
		SELECT AERODEP, AEROVIS1
		INTO :WS-TRACE-AERODEP, :WS-TRACE-AEROVIS1
		FROM TRACES
		WHERE CODAV = :WS-NUMAV
		AND DATEMOTON = :WS-TRACE-ON
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE SPACES TO WS-TRACE-AERODEP
		MOVE SPACES TO WS-TRACE-AEROVIS1
	END-IF.

	MOVE WS-TRACE-ON TO WDATEBLOC.
	COMPUTE WS-TRACE-JDEP = WB-AAAA * 360 + WB-MM * 30 + WB-JJ.
	COMPUTE WS-TRACE-HMOT = 0 - (WB-HH + WB-MN / 60).
	MOVE WS-TRACE-OFF TO WDATEBLOC.
	COMPUTE WS-TRACE-JARR = WB-AAAA * 360 + WB-MM * 30 + WB-JJ.
	COMPUTE WS-TRACE-HMOT ROUNDED = WS-TRACE-HMOT
		+ (WS-TRACE-JARR - WS-TRACE-JDEP) * 24 + WB-HH + WB-MN / 60.

	MOVE WS-TRACE-NB TO ED-TRACE-NB.
	MOVE WS-TRACE-HMOT TO ED-TRACE-H.
	STRING "Traceur :" ED-TRACE-NB " segment(s), moteur " WS-TRACE-ON
		" a " WS-TRACE-OFF " =" ED-TRACE-H " h"
		DELIMITED BY SIZE INTO TRACE-LIGNE1.
	STRING "Decollage " WS-TRACE-DECOL " atterrissage " WS-TRACE-ATTER
		" " WS-TRACE-AERODEP ">" WS-TRACE-AEROVIS1
		DELIMITED BY SIZE INTO TRACE-LIGNE2.

RESUME-TRACEUR-EXIT.
	EXIT.

CONTROLES-PLAUSIBILITE.
	MOVE 0 TO WS-NBANOM.
	MOVE SPACES TO WS-MOTIF.
CONTROLES-PLAUSIBILITE-EXIT.
	EXIT.

***** CLOTURE FORCEE AU-DELA DE SEUIL_APPRO_HVOL : SANS VALIDATION
***** D'UN SECOND OPERATEUR (APPROB) LA DEMANDE EST INSCRITE ET LE VOL
***** RESTE OUVERT ; LA CLOTURE RESSAISIE A L'IDENTIQUE (MEME VOL, MEMES
***** HEURES) APRES VALIDATION EST EXECUTEE
SOUMISSION-DEROGATION.
	MOVE "D" TO APPRO-TYPEOPER.
	MOVE WS-NUMVOL TO APPRO-CLE1.
	MOVE 0 TO APPRO-CLE2.
	MOVE SPACES TO APPRO-CODE.
	MOVE WS-HVOL TO APPRO-MONTANT.
	MOVE 0 TO APPRO-ANCIEN.
	MOVE SPACES TO APPRO-DATEEFFET.
	MOVE WS-MOTIF TO APPRO-LIBELLE.
	CALL "APPRODEM" USING APPRO-DEMANDE.

	IF APPRO-RETOUR = "A"
		EXEC SQL
			COMMIT
		END-EXEC
		MOVE "Cloture forcee soumise a approbation." TO ERREURS
	END-IF.

	IF APPRO-RETOUR = "X"
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "Cloture forcee refusee, vol non cloture." TO ERREURS
	END-IF.

***** LA CLOTURE FORCEE LAISSE SA TRACE : UNE LIGNE DE DEROGATION PAR
***** VOL, AVEC LE DERNIER MOTIF D'ANOMALIE ET LEUR NOMBRE
ENREGISTREMENT-DEROGATION.

	EXEC SQL
		INSERT INTO FACTURES(NUMFACT,NUMPIL,PERIODEDEB,PERIODEFIN,
		MONTANT,DATEGEN,ETATPAIEMENT,NUMPASS,NUMVISITEUR,NUMPAYEUR)
		VALUES(:WS-NUMFACT,0,:WS-DATEVOL,:WS-DATEVOL,:WS-MONTANTVIS,
		:WDATE,"N",0,:WS-NUMVISITEUR,0)
	END-EXEC.

	IF NOT SQLCODE = 0
	END-EXEC.

***** UNE LIGNE DE FRAIS PAR PASSAGE : LE CODE DOIT EXISTER DANS
***** TYPE_FRAIS, UN CODE A BLANC TERMINE LA SAISIE ; LE CODE "A" EST
***** RESERVE AUX TAXES D'ATTERRISSAGE, CALCULEES ETAPE PAR ETAPE
SAISIE-FRAIS-ANNEXE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
		GO TO SAISIE-FRAIS-ANNEXE-EXIT
	END-IF.

	IF SAI-CODEFRAIS = "A"
		MOVE "Taxes d'atterrissage deja calculees par etape." TO ERREURS
		GO TO SAISIE-FRAIS-ANNEXE-EXIT
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBTYPEFRAIS

SAISIE-FRAIS-ANNEXE-EXIT.
	EXIT.

***** ETAPES DU VOL CLOTURE, LUES DANS L'ORDRE DU PARCOURS ; A DEFAUT
***** D'ETAPE ENREGISTREE, LA DESTINATION FAIT UNE ETAPE UNIQUE QUI
***** SERA CREEE AVEC LA CLOTURE. LA DERNIERE ETAPE COMPTE AU MOINS UN
***** ATTERRISSAGE : LE VOL S'EST BIEN POSE QUELQUE PART
SAISIE-ATTERRISSAGES.
	MOVE SPACES TO ETAPES-CLOTURE.
	MOVE 0 TO ETC-NBATTERR1 ETC-NBATTERR2 ETC-NBATTERR3
		ETC-NBATTERR4 ETC-NBATTERR5.
	MOVE 0 TO NB-ETAPES-CLOTURE.
	MOVE 0 TO ETAPES-A-CREER.

	EXEC SQL
		DECLARE ETAPESCUR CURSOR FOR
		SELECT NUMETAPE, CODEAD
		FROM ETAPES_VOL
		WHERE NUMVOL = :WS-NUMVOL
		ORDER BY NUMETAPE
	END-EXEC.

	EXEC SQL
		OPEN ETAPESCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-ETAPES.
	PERFORM ETAPE-SUIVANTE THRU ETAPE-SUIVANTE-EXIT
		UNTIL WS-FIN-ETAPES = 1.

	EXEC SQL
		CLOSE ETAPESCUR
	END-EXEC.

	IF NB-ETAPES-CLOTURE = 0
		MOVE 1 TO NB-ETAPES-CLOTURE
		MOVE 1 TO ETAPES-A-CREER
		MOVE WS-DESTIN TO ETC-CODEAD(1)
	END-IF.

	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-ATTERRISSAGES.
	ACCEPT SCREEN-ATTERRISSAGES.

	IF ETC-NBATTERR(NB-ETAPES-CLOTURE) = 0
		MOVE 1 TO ETC-NBATTERR(NB-ETAPES-CLOTURE)
	END-IF.

SAISIE-ATTERRISSAGES-EXIT.
	EXIT.

ETAPE-SUIVANTE.
	EXEC SQL
		FETCH ETAPESCUR
		INTO :WS-NUMETAPE, :WS-ETCODEAD
	END-EXEC.

	IF SQLCODE = 100 OR NB-ETAPES-CLOTURE = 5
		MOVE 1 TO WS-FIN-ETAPES
		GO TO ETAPE-SUIVANTE-EXIT
	END-IF.

	ADD 1 TO NB-ETAPES-CLOTURE.
	MOVE WS-ETCODEAD TO ETC-CODEAD(NB-ETAPES-CLOTURE).

ETAPE-SUIVANTE-EXIT.
	EXIT.

***** ENREGISTREMENT DES ATTERRISSAGES D'UNE ETAPE (IX-ETAPE) PUIS,
***** SI L'AERODROME EST TAXE, DE LA LIGNE DE FRAIS ANNEXES
***** CORRESPONDANTE : NOMBRE D'ATTERRISSAGES x TAXE PAR POSER
ENREGISTREMENT-ETAPE.
	MOVE IX-ETAPE TO WS-NUMETAPE.
	MOVE ETC-CODEAD(IX-ETAPE) TO WS-ETCODEAD.
	MOVE ETC-NBATTERR(IX-ETAPE) TO WS-NBATTERR.

	IF ETAPES-A-CREER = 1
		EXEC SQL
			INSERT INTO ETAPES_VOL(NUMVOL, NUMETAPE, CODEAD, NBATTERR)
			VALUES(:WS-NUMVOL, :WS-NUMETAPE, :WS-ETCODEAD, :WS-NBATTERR)
		END-EXEC
	ELSE
		EXEC SQL
			UPDATE ETAPES_VOL SET NBATTERR = :WS-NBATTERR
			WHERE NUMVOL = :WS-NUMVOL
			AND NUMETAPE = :WS-NUMETAPE
		END-EXEC
	END-IF.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL" TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-NBATTERR > 0
		EXEC SQL
			SELECT TAXE_ATTERR
			INTO :WS-TAXE-ATTERR
			FROM AERODROMES
			WHERE CODEAD = :WS-ETCODEAD
		END-EXEC

		IF SQLCODE NOT = 0
			MOVE 0 TO WS-TAXE-ATTERR
		END-IF

		IF WS-TAXE-ATTERR > 0
			MOVE "NUMFRAIS" TO WS-NOMSEQ
			PERFORM PROCHAIN-NUMERO
			MOVE WS-PROCHAINE TO WS-NUMFRAIS
			MOVE "A" TO WS-CODEFRAIS
			COMPUTE WS-MONTANTFRAIS = WS-NBATTERR * WS-TAXE-ATTERR
			MOVE SPACES TO WS-REMARQUEFRAIS
			STRING "ATTERRISSAGE(S) " WS-ETCODEAD " X " WS-NBATTERR
				DELIMITED BY SIZE INTO WS-REMARQUEFRAIS

			EXEC SQL
				INSERT INTO FRAIS_ANNEXES(NUMFRAIS,NUMVOL,CODEFRAIS,MONTANT,
				REMARQUE)
				VALUES(:WS-NUMFRAIS,:WS-NUMVOL,:WS-CODEFRAIS,:WS-MONTANTFRAIS,
				:WS-REMARQUEFRAIS)
			END-EXEC

			IF NOT SQLCODE = 0
				EXEC SQL
					ROLLBACK
				END-EXEC
				MOVE "ERREUR SQL, taxe d'atterrissage non enregistree." TO ERREURS
				GO TO EVALUATE-CHOIX
			END-IF
		END-IF
	END-IF.
