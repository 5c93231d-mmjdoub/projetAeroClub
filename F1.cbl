77 WS-NBPIL2 PIC 9(3) VALUE IS 0.
77 WS-NBRESA PIC 9(3) VALUE IS 0.
77 WS-NBRESACARNET PIC 9(3) VALUE IS 0.
***** PILOTE ET ETAT DE L'AVION DU VOL EN COURS DE MODIFICATION
77 WS-NUMPIL-MODIF PIC 9(3) VALUE IS 0.
77 WS-ETATAV-MODIF PIC X VALUE IS " ".
77 INSTRUCTEUR-DISPO PIC 9 VALUE IS 1.
77 AVEC-PASSAGER PIC X.
77 EXPERIENCE-RECENTE PIC 9 VALUE IS 1.
77 WS-NBVOLSSANSETAPE PIC 9(3) VALUE IS 0.
***** LICENCES DU PILOTE (CF F3) : LE MOTIF PRECIS DU REFUS EST
***** CONSERVE POUR ETRE ANNONCE PAR ANNULATION-PLAN-VOL
77 LICENCE-VALIDE PIC 9 VALUE IS 1.
77 MOTIF-LICENCE PIC X(50) VALUE IS " ".

**** VARIABLES DU DEVIS DE MASSE ET CENTRAGE
77 SAI-MASSE-PIL PIC 9(3) VALUE IS 0.
77 SAI-MASSE-PIL2 PIC 9(3) VALUE IS 0.
77 SAI-MASSE-PASS PIC 9(3) VALUE IS 0.
77 SAI-CARBURANT PIC 9(3) VALUE IS 0.
77 MASSE-CENTRAGE-ADMIS PIC 9 VALUE IS 1.
77 RESERVE-CARB-SUFFISANTE PIC 9 VALUE IS 1.
77 MOTIF-MASSE PIC X(50) VALUE IS " ".
77 CONSIGNES-A-JOUR PIC 9 VALUE IS 1.
77 MOTIF-CONSIGNE PIC X(50) VALUE IS " ".
77 WS-MASSE-CARB PIC 9(4)V9 VALUE IS 0.
77 WS-MASSE-TOTALE PIC 9(5)V9 VALUE IS 0.
77 WS-MOMENT-TOTAL PIC 9(6)V9999 VALUE IS 0.
77 WS-CENTRAGE PIC 9V999 VALUE IS 0.
77 WS-CARB-NECESSAIRE PIC 9(4)V9 VALUE IS 0.

**** ETAPES INTERMEDIAIRES D'UNE NAVIGATION (CODES AERODROMES), DANS
**** L'ORDRE DU PARCOURS ; LA DESTINATION (DEST) FERME LA LISTE. UNE
**** ETAPE A BLANC EST IGNOREE, UN VOL DIRECT N'EN SAISIT AUCUNE
01 ETAPES-SAISIES.
   02 SAI-ETAPE1 PIC X(4).
   02 SAI-ETAPE2 PIC X(4).
   02 SAI-ETAPE3 PIC X(4).
   02 SAI-ETAPE4 PIC X(4).
01 ETAPES-TABLE REDEFINES ETAPES-SAISIES.
   02 SAI-ETAPE PIC X(4) OCCURS 4.
77 IX-ETAPE PIC 9 VALUE IS 0.
77 ETAPES-VALIDES PIC 9 VALUE IS 1.
77 ETAPE-INVALIDE PIC X(4) VALUE IS " ".

***** PARTAGE DES FRAIS DU VOL AVEC UN AUTRE MEMBRE : CO-PAYEUR (0 =
***** AUCUN) ET SA PART EN %, LE PILOTE PAYANT LE RESTE (CF F7)
77 SAI-NUMPILPART PIC 9(3) VALUE IS 0.
77 SAI-PCTPART PIC 9(3) VALUE IS 0.
77 PARTAGE-VALIDE PIC 9 VALUE IS 1.
77 WS-NBPILPART PIC 9(3) VALUE IS 0.

***** PERMANENCE DES CHEFS PILOTES (CF PERMANENCE) : L'HEURE DE DEPART
***** DOIT ETRE COUVERTE PAR UN CHEF PILOTE DE PERMANENCE ; LE PLANNING
***** DU JOUR AFFICHE LES TITULAIRES DU MATIN ET DE L'APRES-MIDI
77 PERMANENCE-ASSUREE PIC 9 VALUE IS 1.
77 PERM-LIBELLE PIC X(60) VALUE IS " ".
77 PERM-MATIN PIC X(60) VALUE IS " ".
77 PERM-APRESMIDI PIC X(60) VALUE IS " ".

***** SEUIL D'EXPERIENCE RECENTE : LA REGLEMENTATION EXIGE TROIS
***** DECOLLAGES ET ATTERRISSAGES DANS LES 90 DERNIERS JOURS AVANT
77 VISITEUR_ID PIC Z(6).
77 CHOIXVALIDVIS PIC X.

**** IMPORT TABLE LICENCES
	EXEC SQL
		INCLUDE LICENCES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-LICENCES.
			05 WS-TYPELICENCE PIC X.
			05 WS-NUMLICENCE PIC X(20).
			05 WS-DATEXPSEP PIC X(8).
			05 WS-LICFED PIC X(20).
			05 WS-ANNEEFED PIC X(4).
			05 WS-DATEXPASSUR PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE ETAPES_VOL
	EXEC SQL
		INCLUDE ETAPES_VOL
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-ETAPES-VOL.
			05 WS-NUMETAPE PIC 9(2).
			05 WS-ETCODEAD PIC X(4).
			05 WS-NBATTERR90 PIC 9(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** DEVIS DE MASSE DE L'AVION (AVIONS), DEVIS DE CENTRAGE DU TYPE
**** (TYPES), DISTANCE DE LA DESTINATION (AERODROMES) ET RESERVE
**** REGLEMENTAIRE (PARAMETRES)
	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-DEVIS-MASSE.
			05 WS-MASSE_VIDE PIC 9(4)V9.
			05 WS-BRAS_VIDE PIC 9V999.
			05 WS-MTOW PIC 9(4)V9.
			05 WS-BRAS_AVANT PIC 9V999.
			05 WS-BRAS_ARRIERE PIC 9V999.
			05 WS-BRAS_CARBU PIC 9V999.
			05 WS-CENTRAGE_MINI PIC 9V999.
			05 WS-CENTRAGE_MAXI PIC 9V999.
			05 WS-VITESSE_CROIS PIC 9(3).
			05 WS-CONSO_NORME PIC 9(3)V9.
			05 WS-DISTANCE PIC 9(4).
			05 WS-RESERVE_CARB_MIN PIC 9(3).
			05 WS-DENSITE_CARB PIC 9V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES CONSIGNES, CONSIGNES_SUIVI, COMPOSANTS
	EXEC SQL
		INCLUDE CONSIGNES,CONSIGNES_SUIVI,COMPOSANTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-CONSIGNES-ECHUES.
			05 WS-NBCNECHUES PIC 9(4).
			05 WS-REFCN PIC X(20).
			05 WS-DATECN PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE VISITEURS
	EXEC SQL
		INCLUDE VISITEURS
			05 WS-VISPRENOM PIC X(20).
			05 WS-DATDEBAUT PIC X(8).
			05 WS-DATFINAUT PIC X(8).
			05 WS-VISDATEXPSEP PIC X(8).
			05 WS-VISDATEXPASSUR PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

		01 WS-ESTIMATION-VOL.
			05 WS-TARIFEST PIC 9(2)V99.
			05 WS-DATEESTIM PIC X(8).
			05 WS-CONSO-SURCH PIC 9(3)V9.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** ESTIMATION DU COUT DU VOL AVANT DEPOT : DUREE PLANIFIEE EN
***** HEURES (ANNEES DE 360 JOURS ET MOIS DE 30 JOURS, LARGEMENT
***** SUFFISANT POUR UN PLAN DE VOL) MULTIPLIEE PAR LE TARIF EN
***** VIGUEUR A LA DATE DE DEPART, SURCHARGE CARBURANT COMPRISE
77 WS-JOURS-DEPART PIC S9(7) VALUE IS 0.
77 WS-JOURS-ARRIVEE PIC S9(7) VALUE IS 0.
77 WS-DUREE-ESTIMEE PIC 9(4)V9 VALUE IS 0.
77 WS-ESTIMATION PIC 9(6)V99 VALUE IS 0.
77 TARIF-TROUVE PIC 9 VALUE IS 0.
***** SURCHARGE (OU RISTOURNE) CARBURANT EN VIGUEUR, PAR HEURE DU TYPE
***** DEMANDE, AJOUTEE AU TARIF DE L'ESTIMATION COMME EN FACTURATION
77 WS-SURCH-HEURE PIC S9(3)V99 VALUE IS 0.
77 ED-SURCH-HEURE PIC -ZZ9.99.
77 ED-PRIX-CARB PIC Z9.99.

***** CONTRAT D'APPEL DE SURCARB (MEME DESSIN QUE SA LINKAGE SECTION)
01 SURC-DEMANDE.
	02 SURC-DATE PIC X(8).
	02 SURC-RETOUR PIC X.
	02 SURC-PRIX-REF PIC 9(2)V99.
	02 SURC-PRIX-COURANT PIC 9(2)V99.
	02 SURC-NBLIVR PIC 9(4).
	02 SURC-ECART PIC S9(2)V99.

**** IMPORT TABLE EXERCICES
	EXEC SQL
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE PERMANENCES
	EXEC SQL
		INCLUDE PERMANENCES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PERMANENCE.
			05 WS-PERMDATE PIC X(8).
			05 WS-PERMCRENEAU PIC X.
			05 WS-NBPERM PIC 9(3).
			05 WS-HEURE-APM PIC 9(2).
			05 WS-PERMNOM PIC X(20).
			05 WS-PERMPRENOM PIC X(20).
			05 WS-PERMTEL PIC X(15).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE AUDIT_VERROU
	EXEC SQL
		INCLUDE AUDIT_VERROU
      05 LINE 23 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 24 COL 01 PIC X TO CHOIX.

  01  SCREEN-MASSE-CENTRAGE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "DEVIS DE MASSE ET CENTRAGE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Masse du pilote (kg) : ".
	  05 LINE 06 COL 24 PIC 9(3) TO SAI-MASSE-PIL.
	  05 LINE 07 COL 01 VALUE "Masse du second equipier (kg, 0 si aucun) : ".
	  05 LINE 07 COL 45 PIC 9(3) TO SAI-MASSE-PIL2.
	  05 LINE 08 COL 01 VALUE "Masse des passagers arriere et bagages (kg) : ".
	  05 LINE 08 COL 47 PIC 9(3) TO SAI-MASSE-PASS.
	  05 LINE 09 COL 01 VALUE "Carburant embarque (litres) : ".
	  05 LINE 09 COL 31 PIC 9(3) TO SAI-CARBURANT.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.

  01  SCREEN-ETAPES.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "ETAPES DE LA NAVIGATION".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Escales avant la destination, dans l'ordre (codes aerodromes,".
	  05 LINE 07 COL 01 VALUE "laisser a blanc pour un vol direct) :".
	  05 LINE 08 COL 01 VALUE "Etape 1 : ".
	  05 LINE 08 COL 11 PIC X(4) TO SAI-ETAPE1.
	  05 LINE 09 COL 01 VALUE "Etape 2 : ".
	  05 LINE 09 COL 11 PIC X(4) TO SAI-ETAPE2.
	  05 LINE 10 COL 01 VALUE "Etape 3 : ".
	  05 LINE 10 COL 11 PIC X(4) TO SAI-ETAPE3.
	  05 LINE 11 COL 01 VALUE "Etape 4 : ".
	  05 LINE 11 COL 11 PIC X(4) TO SAI-ETAPE4.
	  05 LINE 12 COL 01 VALUE "Destination finale : ".
	  05 LINE 12 COL 22 PIC X(4) FROM DEST.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.

  01  SCREEN-PARTAGE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "PARTAGE DES FRAIS DU VOL".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Membre qui partage les frais (0 si aucun) : ".
	  05 LINE 06 COL 45 PIC 9(3) TO SAI-NUMPILPART.
	  05 LINE 07 COL 01 VALUE "Part de ce membre en % : ".
	  05 LINE 07 COL 26 PIC 9(3) TO SAI-PCTPART.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.

  01  SCREEN-MENU-F1.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 07 COL 39 PIC X(14) FROM WS-DATEDEB.
	  05 LINE 07 COL 57 PIC X(14) FROM WS-DATEFIN.
	  05 LINE 07 COL 75 PIC X(25) FROM WS-DESTIN.
	  05 LINE 09 COL 01 VALUE "Permanence du matin :".
	  05 LINE 09 COL 25 PIC X(60) FROM PERM-MATIN.
	  05 LINE 10 COL 01 VALUE "Permanence après-midi :".
	  05 LINE 10 COL 25 PIC X(60) FROM PERM-APRESMIDI.
	  05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
	  05 LINE 21 COL 01 VALUE "VOIR LE VOL SUIVANT (S), REVENIR AU MENU(M) OU QUITTER (Q) :".
	  05 LINE 09 COL 16 PIC Z(3) TO TYPE-VOL.
	  05 LINE 10 COL 01 VALUE "Destination (code aérodrome) : ".
	  05 LINE 10 COL 32 PIC X(4) TO DEST.
	  05 LINE 11 COL 01 VALUE "Masse pilote (kg) : ".
	  05 LINE 11 COL 21 PIC 9(3) TO SAI-MASSE-PIL.
	  05 LINE 11 COL 26 VALUE "Passagers (kg) : ".
	  05 LINE 11 COL 43 PIC 9(3) TO SAI-MASSE-PASS.
	  05 LINE 11 COL 48 VALUE "Carburant (L) : ".
	  05 LINE 11 COL 64 PIC 9(3) TO SAI-CARBURANT.
	  05 LINE 12 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 12 COL 53 PIC X TO CHOIXVALIDVIS.
	  05 LINE 21 COL 01 VALUE "******************".
	  05 LINE 14 COL 32 PIC X(4) TO DEST.
	  05 LINE 15 COL 01 VALUE "Numéro de bon cadeau (0 si aucun) : ".
	  05 LINE 15 COL 37 PIC Z(6) TO SAI-NUMBON.
	  05 LINE 16 COL 01 VALUE "Masse pilote (kg) : ".
	  05 LINE 16 COL 21 PIC 9(3) TO SAI-MASSE-PIL.
	  05 LINE 16 COL 26 VALUE "Passager (kg) : ".
	  05 LINE 16 COL 42 PIC 9(3) TO SAI-MASSE-PASS.
	  05 LINE 16 COL 47 VALUE "Carburant (L) : ".
	  05 LINE 16 COL 63 PIC 9(3) TO SAI-CARBURANT.
	  05 LINE 17 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 17 COL 53 PIC X TO CHOIXVALIDINIT.
	  05 LINE 21 COL 01 VALUE "******************".
      05 LINE 22 COL 01 PIC X(43) FROM ERREURS.
      05 LINE 23 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
	ACCEPT AVEC-PASSAGER LINE 21 COL 27.
	ACCEPT CHOIX LINE 24 COL 01.

***** MASSES EMBARQUEES ET CARBURANT, SAISIS SUR UN SECOND ECRAN : LE
***** DEVIS DE MASSE ET CENTRAGE EST CALCULE AVANT LE DEPOT
AFFICHE-MASSE-CENTRAGE.
	DISPLAY DELETE-SCREEN.
	DISPLAY SCREEN-MASSE-CENTRAGE.
	ACCEPT SCREEN-MASSE-CENTRAGE.

***** ESCALES D'UNE NAVIGATION, SAISIES AVANT LE DEPOT : ELLES SONT
***** ENREGISTREES EN ETAPES_VOL AVEC LA DESTINATION EN DERNIERE ETAPE
AFFICHE-ETAPES.
	MOVE SPACES TO ETAPES-SAISIES.
	DISPLAY DELETE-SCREEN.
	DISPLAY SCREEN-ETAPES.
	ACCEPT SCREEN-ETAPES.

***** PARTAGE DES FRAIS AVEC UN AUTRE MEMBRE (ALLER POUR L'UN, RETOUR
***** POUR L'AUTRE, OU MOITIE-MOITIE), SAISI AVANT LE DEPOT
AFFICHE-PARTAGE.
	MOVE 0 TO SAI-NUMPILPART.
	MOVE 0 TO SAI-PCTPART.
	MOVE 1 TO PARTAGE-VALIDE.
	DISPLAY DELETE-SCREEN.
	DISPLAY SCREEN-PARTAGE.
	ACCEPT SCREEN-PARTAGE.

PLAN-DE-VOL.
***** Vérification que le numero de pilote saisi existe reellement
		MOVE 1 TO TYPE-EXISTE
	END-IF.

***** Vérification qu'un chef pilote de permanence couvre l'heure de
***** départ (règlement du club, cf PERMANENCE)
	PERFORM CONTROLE-PERMANENCE.
	IF PERMANENCE-ASSUREE = 0
		GO TO ANNULATION-PLAN-VOL
	END-IF.

***** Vérification de l'encours impayé du pilote : au-dessus du
***** plafond SEUIL_IMPAYES (PARAMETRES, PARAMID = 1, modifiable par
***** le comité chaque saison), plus aucune réservation n'est admise
		MOVE 1 TO DEST-EXISTE
	END-IF.

***** Chaque escale saisie doit etre, comme la destination, un
***** aérodrome répertorié
	MOVE 1 TO ETAPES-VALIDES.
	PERFORM CONTROLE-ETAPE
		VARYING IX-ETAPE FROM 1 BY 1 UNTIL IX-ETAPE > 4.
	IF ETAPES-VALIDES = 0
		GO TO ANNULATION-PLAN-VOL
	END-IF.

***** Vérification du second équipier, lorsqu'il est renseigné : il doit
***** exister et etre different du premier pilote
	IF PIL2_ID NOT = SPACES AND PIL2_ID NOT = ZERO
		END-IF
	END-IF.

***** Vérification du partage des frais, lorsqu'il est renseigné : le
***** co-payeur doit etre un membre existant, autre que le pilote, et
***** sa part comprise entre 1 et 100 %
	IF SAI-NUMPILPART NOT = 0
		EXEC SQL
			SELECT COUNT(*)
			INTO :WS-NBPILPART
			FROM PILOTES
			WHERE NUMPIL = :SAI-NUMPILPART
		END-EXEC

		IF WS-NBPILPART = 0 OR SAI-NUMPILPART = PIL_ID
				OR SAI-PCTPART = 0 OR SAI-PCTPART > 100
			MOVE 0 TO PARTAGE-VALIDE
			GO TO ANNULATION-PLAN-VOL
		END-IF
	ELSE
		MOVE 0 TO SAI-PCTPART
	END-IF.

***** Vérification de l'état du pilote (santé, présence, situation)
	EXEC SQL
		SELECT CIV, NOM, PRENOM, ETAT_SANTE, ETAT_PRES, ETAT_SIT
		GO TO ANNULATION-PLAN-VOL
	END-IF.

***** Vérification des licences du pilote (licence, SEP, licence
***** fédérale et assurance de l'année), enregistrées en F3
	PERFORM CONTROLE-LICENCE.
	IF LICENCE-VALIDE = 0
		GO TO ANNULATION-PLAN-VOL
	END-IF.

***** Vol avec passager declare : l'experience recente du pilote est
***** verifiee comme le numero de pilote et la qualification (trois
***** vols clotures dans les 90 derniers jours, cf reglementation)
		MOVE 1 TO DISPO-PILOTE
	END-IF.

***** Devis de masse et centrage de l'avion retenu : masse au
***** décollage dans la limite de la MTOW et centre de gravité dans
***** l'enveloppe du type ; l'autonomie insuffisante n'est qu'annoncée
	PERFORM CONTROLE-MASSE-CENTRAGE THRU CONTROLE-MASSE-CENTRAGE-EXIT.
	IF MASSE-CENTRAGE-ADMIS = 0
		GO TO ANNULATION-PLAN-VOL
	END-IF.

***** Un avion dont une consigne de navigabilité est échue (date
***** dépassée ou heures atteintes, cellule ou composant) ne vole pas
	PERFORM CONTROLE-CONSIGNES THRU CONTROLE-CONSIGNES-EXIT.
	IF CONSIGNES-A-JOUR = 0
		GO TO ANNULATION-PLAN-VOL
	END-IF.

EDITION-PLAN-VOL.

******ESTIMATION DU COUT, ANNONCEE AU PILOTE SUR LA CONFIRMATION :
		COMPUTE WS-DUREE-ESTIMEE ROUNDED =
			(WS-JOURS-ARRIVEE - WS-JOURS-DEPART) * 24
			+ AHEURE - DHEURE + (AMINUTE - DMINUTE) / 60
		PERFORM SURCHARGE-ESTIMATION THRU SURCHARGE-ESTIMATION-EXIT
		COMPUTE WS-ESTIMATION =
			WS-DUREE-ESTIMEE * (WS-TARIFEST + WS-SURCH-HEURE)
	ELSE
		MOVE 0 TO TARIF-TROUVE
	END-IF.

******UNE RESERVATION ACTIVE D'UN AUTRE MEMBRE SUR CET AVION ET CE
******CRENEAU (CARNET DE RESERVATIONS, CF RESA) BLOQUE AUSSI LE DEPOT :
******LE CARNET PRIME SUR LE PREMIER ARRIVE AU COMPTOIR ; UN CRENEAU
******BLOQUE POUR MAINTENANCE ("B") BLOQUE TOUT LE MONDE
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBRESACARNET
		FROM RESERVATIONS
		WHERE CODAV = :WS-CODAV
		AND (ETATRESA = "B"
		OR (ETATRESA = "A" AND NUMPIL NOT = :PIL_ID))
		AND DATEFIN > :DATE-DEPART
		AND DATEDEB < :DATE-ARRIVEE
	END-EXEC.

******AJOUT DU VOL DANS LA BDD, EN UNE SEULE TRANSACTION
	EXEC SQL
		INSERT INTO VOLS(NUMVOL, DATEDEB, DATEFIN, DESTIN, ETATVOL, NUMAV, NUMPIL, NUMPIL2, NUMFACT, FACTURE, NUMPASS, NUMVISITEUR,
		NUMPILPART, PCTPART, NUMFACTPART, FACTUREPART)
		VALUES (:WS-NUMVOL, :DATE-DEPART, DATE-ARRIVEE, DEST, "D", WS-CODAV, PIL_ID, WS-PIL2-INSERT, 0, "N", 0, 0,
		:SAI-NUMPILPART, :SAI-PCTPART, 0, "N")
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "Erreur d'enregistrement, plan de vol non depose." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

******ETAPES DU VOL DANS L'ORDRE DU PARCOURS : LES ESCALES SAISIES PUIS
******LA DESTINATION ; LES ATTERRISSAGES SERONT DECLARES A LA CLOTURE (F2)
	MOVE 0 TO WS-NUMETAPE.
	PERFORM ENREGISTREMENT-ETAPE
		VARYING IX-ETAPE FROM 1 BY 1 UNTIL IX-ETAPE > 4.
	ADD 1 TO WS-NUMETAPE.
	MOVE DEST TO WS-ETCODEAD.

	EXEC SQL
		INSERT INTO ETAPES_VOL(NUMVOL, NUMETAPE, CODEAD, NBATTERR)
		VALUES (:WS-NUMVOL, :WS-NUMETAPE, :WS-ETCODEAD, 0)
	END-EXEC.

	IF NOT SQLCODE = 0
		DISPLAY "    Date de depart : " WS-DATEDEB
		DISPLAY "    Date d'arrivee : " WS-DATEFIN
		DISPLAY "    Destination : " WS-DESTIN
		PERFORM AFFICHAGE-ETAPE
			VARYING IX-ETAPE FROM 1 BY 1 UNTIL IX-ETAPE > 4
		DISPLAY "    Avion numero : " WS-NUMAV
		DISPLAY "    Pilote : " WS-CIV ". " WS-NOM " " WS-PRENOM
		IF WS-NUMPIL2 NOT = 0
			DISPLAY "    Second equipier : " WS-NUMPIL2
		END-IF
		IF SAI-NUMPILPART NOT = 0
			DISPLAY "    Frais partages avec le membre " SAI-NUMPILPART
				" : part de " SAI-PCTPART " %"
		END-IF
		IF TARIF-TROUVE = 1
			DISPLAY "    Duree prevue : " WS-DUREE-ESTIMEE " heure(s)"
			DISPLAY "    Cout estime du vol : " WS-ESTIMATION
				" (tarif " WS-TARIFEST " par heure)"
			IF WS-SURCH-HEURE NOT = 0
				MOVE WS-SURCH-HEURE TO ED-SURCH-HEURE
				MOVE SURC-PRIX-COURANT TO ED-PRIX-CARB
				DISPLAY "    Dont surcharge carburant : " ED-SURCH-HEURE
					" par heure (carburant a " ED-PRIX-CARB " le litre)"
			END-IF
		ELSE
			DISPLAY "    Cout estime indisponible : pas de tarif en vigueur pour ce type."
		END-IF
		PERFORM EDITION-DEVIS-MASSE
		MOVE "Votre plan de vol a bien ete enregistre." TO ERREURS
	ELSE
		MOVE "Votre plan de vol n'a pas ete enregistre." TO ERREURS
	IF PILOTE-EXISTE = 1 AND TYPE-EXISTE = 1 AND PILOTE2-EXISTE = 0
		DISPLAY "    - Le numero du second equipier est invalide ou identique au pilote."
	END-IF.
	IF PILOTE-EXISTE = 1 AND TYPE-EXISTE = 1 AND PARTAGE-VALIDE = 0
		DISPLAY "    - Le partage des frais est invalide (membre inconnu ou"
			" identique au pilote, part hors de 1 a 100 %)."
	END-IF.
	IF PILOTE-EXISTE = 1 AND TYPE-EXISTE = 1 AND PERMANENCE-ASSUREE = 0
		DISPLAY "    - Aucun chef pilote de permanence a l'heure de depart."
	END-IF.
	IF PILOTE-EXISTE = 1 AND TYPE-EXISTE = 1 AND DEST-EXISTE = 0
		DISPLAY "    - La destination n'est pas un aerodrome repertorie (code OACI)."
	END-IF.
	IF PILOTE-EXISTE = 1 AND TYPE-EXISTE = 1 AND ETAPES-VALIDES = 0
		DISPLAY "    - L'escale " ETAPE-INVALIDE
			" n'est pas un aerodrome repertorie (code OACI)."
	END-IF.
	IF PILOTE-EXISTE = 1 AND TYPE-EXISTE = 1 AND INSTRUCTEUR-DISPO = 0
		DISPLAY "    - L'instructeur choisi n'a pas de disponibilite sur ce creneau."
		PERFORM PROPOSITION-INSTRUCTEUR
	END-IF.
	IF PILOTE-EXISTE = 1 AND EXPERIENCE-RECENTE = 0
		DISPLAY "    - Moins de 3 atterrissages dans les 90 derniers jours ("
			WS-NBATTERR90 ") : vol avec passager refuse."
	END-IF.
	IF PILOTE-EXISTE = 1 AND LICENCE-VALIDE = 0
		DISPLAY "    - " MOTIF-LICENCE
	END-IF.
	IF PILOTE-EXISTE = 1 AND MASSE-CENTRAGE-ADMIS = 0
		DISPLAY "    - " MOTIF-MASSE
	END-IF.
	IF PILOTE-EXISTE = 1 AND CONSIGNES-A-JOUR = 0
		DISPLAY "    - " MOTIF-CONSIGNE
	END-IF.
	IF PILOTE-EXISTE = 1 AND SOLDE-ADMIS = 0
		DISPLAY "    - L'encours impaye du pilote (" WS-SOLDEPIL
			WS-INSTRNUMPIL " " WS-INSTRNOM " " WS-INSTRPRENOM
	END-IF.

***** EXPERIENCE RECENTE DU PILOTE (PIL_ID) : AU MOINS TROIS
***** ATTERRISSAGES SUR SES VOLS CLOTURES (ETATVOL = "R") DANS LES 90
***** DERNIERS JOURS, COMPTES COMME TROIS MOIS CALENDAIRES ; EXIGE AVANT
***** TOUT VOL AVEC PASSAGER, QU'IL SOIT DECLARE AU DEPOT OU
***** D'INITIATION. LES ATTERRISSAGES SONT CEUX DECLARES ETAPE PAR ETAPE
***** A LA CLOTURE (ETAPES_VOL) ; UN VOL SANS ETAPE (ANTERIEUR AUX
***** NAVIGATIONS A ESCALES) COMPTE POUR UN ATTERRISSAGE
CONTROLE-EXPERIENCE-RECENTE.
	MOVE WJOUR TO WJOURSEUILEXP.
	IF WMOIS > 3

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBVOLSSANSETAPE
		FROM VOLS
		WHERE NUMPIL = :PIL_ID
		AND ETATVOL = "R"
		AND SUBSTR(DATEDEB,1,8) >= WDATE-SEUIL-EXP
		AND NUMVOL NOT IN (SELECT NUMVOL FROM ETAPES_VOL)
	END-EXEC.

	EXEC SQL
		SELECT SUM(ETAPES_VOL.NBATTERR)
		INTO :WS-NBATTERR90
		FROM ETAPES_VOL, VOLS
		WHERE ETAPES_VOL.NUMVOL = VOLS.NUMVOL
		AND VOLS.NUMPIL = :PIL_ID
		AND VOLS.ETATVOL = "R"
		AND SUBSTR(VOLS.DATEDEB,1,8) >= WDATE-SEUIL-EXP
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBATTERR90
	END-IF.

	ADD WS-NBVOLSSANSETAPE TO WS-NBATTERR90.

	IF WS-NBATTERR90 < 3
		MOVE 0 TO EXPERIENCE-RECENTE
	ELSE
		MOVE 1 TO EXPERIENCE-RECENTE
	END-IF.

***** CONTROLE D'UNE ESCALE SAISIE (SAI-ETAPE(IX-ETAPE)) CONTRE LE
***** REFERENTIEL AERODROMES ; LA PREMIERE ESCALE INCONNUE EST RETENUE
***** POUR LE MOTIF DU REFUS
CONTROLE-ETAPE.
	IF SAI-ETAPE(IX-ETAPE) NOT = SPACES
		MOVE SAI-ETAPE(IX-ETAPE) TO WS-ETCODEAD
		EXEC SQL
			SELECT COUNT(*)
			INTO :WS-NBDEST
			FROM AERODROMES
			WHERE CODEAD = :WS-ETCODEAD
		END-EXEC
		IF WS-NBDEST = 0 AND ETAPES-VALIDES = 1
			MOVE 0 TO ETAPES-VALIDES
			MOVE SAI-ETAPE(IX-ETAPE) TO ETAPE-INVALIDE
		END-IF
	END-IF.

***** ENREGISTREMENT D'UNE ESCALE SAISIE, NUMEROTEE A LA SUITE DES
***** PRECEDENTES (LES ESCALES A BLANC NE CREENT PAS D'ETAPE)
ENREGISTREMENT-ETAPE.
	IF SAI-ETAPE(IX-ETAPE) NOT = SPACES
		ADD 1 TO WS-NUMETAPE
		MOVE SAI-ETAPE(IX-ETAPE) TO WS-ETCODEAD
		EXEC SQL
			INSERT INTO ETAPES_VOL(NUMVOL, NUMETAPE, CODEAD, NBATTERR)
			VALUES (:WS-NUMVOL, :WS-NUMETAPE, :WS-ETCODEAD, 0)
		END-EXEC
		IF NOT SQLCODE = 0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE "Erreur d'enregistrement, plan de vol non depose." TO ERREURS
			GO TO EVALUATE-CHOIX
		END-IF
	END-IF.

AFFICHAGE-ETAPE.
	IF SAI-ETAPE(IX-ETAPE) NOT = SPACES
		DISPLAY "    Escale " IX-ETAPE " : " SAI-ETAPE(IX-ETAPE)
	END-IF.

***** SURCHARGE CARBURANT EN VIGUEUR A LA DATE DE DEPART (CF SURCARB) :
***** ECART PAR LITRE x CONSOMMATION NORMALE DU TYPE, ZERO SI AUCUNE
SURCHARGE-ESTIMATION.
	MOVE 0 TO WS-SURCH-HEURE.
	MOVE WS-DATEESTIM TO SURC-DATE.
	CALL "SURCARB" USING SURC-DEMANDE.
	IF SURC-RETOUR NOT = "O"
		GO TO SURCHARGE-ESTIMATION-EXIT
	END-IF.

	EXEC SQL
		SELECT CONSO_NORME
		INTO :WS-CONSO-SURCH
		FROM TYPES
		WHERE NUMTYP = :TYPE-VOL
	END-EXEC.

	IF SQLCODE NOT = 0
		GO TO SURCHARGE-ESTIMATION-EXIT
	END-IF.

	COMPUTE WS-SURCH-HEURE ROUNDED = WS-CONSO-SURCH * SURC-ECART.

SURCHARGE-ESTIMATION-EXIT.
	EXIT.

***** LICENCES DU PILOTE (PIL_ID) A LA DATE DU VOL : LIGNE LICENCES
***** PRESENTE, QUALIFICATION SEP VALIDE (SAUF ELEVE PILOTE, QUI VOLE
***** SOUS LA RESPONSABILITE DE SON INSTRUCTEUR), LICENCE FEDERALE DE
***** L'ANNEE DU VOL ET ASSURANCE COURANT ENCORE ; LE PREMIER DOCUMENT
***** MANQUANT OU PERIME DONNE LE MOTIF DU REFUS
CONTROLE-LICENCE.
	MOVE 1 TO LICENCE-VALIDE.

	EXEC SQL
		SELECT TYPELICENCE, NUMLICENCE, DATEXPSEP, LICFED, ANNEEFED,
		DATEXPASSUR
		INTO :WS-TYPELICENCE, :WS-NUMLICENCE, :WS-DATEXPSEP, :WS-LICFED,
		:WS-ANNEEFED, :WS-DATEXPASSUR
		FROM LICENCES
		WHERE NUMPIL = :PIL_ID
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NUMLICENCE = SPACES
		MOVE 0 TO LICENCE-VALIDE
		MOVE "Aucune licence de pilote enregistree (cf F3)." TO MOTIF-LICENCE
	ELSE IF WS-TYPELICENCE NOT = "E"
			AND (WS-DATEXPSEP = SPACES OR WS-DATEXPSEP < DATE-DEPART(1:8))
		MOVE 0 TO LICENCE-VALIDE
		MOVE "Qualification SEP absente ou perimee au vol."
			TO MOTIF-LICENCE
	ELSE IF WS-LICFED = SPACES OR WS-ANNEEFED NOT = DATE-DEPART(1:4)
		MOVE 0 TO LICENCE-VALIDE
		MOVE "Licence federale de l'annee du vol absente."
			TO MOTIF-LICENCE
	ELSE IF WS-DATEXPASSUR = SPACES OR WS-DATEXPASSUR < DATE-DEPART(1:8)
		MOVE 0 TO LICENCE-VALIDE
		MOVE "Assurance federale absente ou expiree au vol."
			TO MOTIF-LICENCE
	END-IF.

***** DEVIS DE MASSE ET CENTRAGE DE L'AVION RETENU (WS-CODAV, TYPE
***** TYPE-VOL) : MASSE A VIDE + EQUIPAGE AVANT + PASSAGERS ARRIERE +
***** CARBURANT (LITRES x DENSITE) ; LE CENTRE DE GRAVITE EST LE MOMENT
***** TOTAL DIVISE PAR LA MASSE AU DECOLLAGE. LE CARBURANT NECESSAIRE
***** COUVRE LE TRAJET JUSQU'A LA DESTINATION (DISTANCE AERODROMES A LA
***** VITESSE DE CROISIERE DU TYPE) PLUS LA RESERVE REGLEMENTAIRE, A LA
***** CONSOMMATION NORMALE DU TYPE
CONTROLE-MASSE-CENTRAGE.
	MOVE 1 TO MASSE-CENTRAGE-ADMIS.
	MOVE 1 TO RESERVE-CARB-SUFFISANTE.

	EXEC SQL
		SELECT MASSE_VIDE, BRAS_VIDE, MTOW
		INTO :WS-MASSE_VIDE, :WS-BRAS_VIDE, :WS-MTOW
		FROM AVIONS
		WHERE CODAV = :WS-CODAV
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-MASSE_VIDE = 0 OR WS-MTOW = 0
		MOVE 0 TO MASSE-CENTRAGE-ADMIS
		MOVE "Devis de masse de l'avion non renseigne (cf F4)." TO MOTIF-MASSE
		GO TO CONTROLE-MASSE-CENTRAGE-EXIT
	END-IF.

	EXEC SQL
		SELECT BRAS_AVANT, BRAS_ARRIERE, BRAS_CARBU, CENTRAGE_MINI,
		CENTRAGE_MAXI, VITESSE_CROIS, CONSO_NORME
		INTO :WS-BRAS_AVANT, :WS-BRAS_ARRIERE, :WS-BRAS_CARBU,
		:WS-CENTRAGE_MINI, :WS-CENTRAGE_MAXI, :WS-VITESSE_CROIS,
		:WS-CONSO_NORME
		FROM TYPES
		WHERE NUMTYP = :TYPE-VOL
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-CENTRAGE_MAXI = 0
		MOVE 0 TO MASSE-CENTRAGE-ADMIS
		MOVE "Devis de centrage du type non renseigne (cf F4)." TO MOTIF-MASSE
		GO TO CONTROLE-MASSE-CENTRAGE-EXIT
	END-IF.

***** A DEFAUT DE LIGNE PARAMETRES : 30 MINUTES DE RESERVE (VFR DE
***** JOUR) ET 0,72 KG/L (ESSENCE AVIATION)
	EXEC SQL
		SELECT RESERVE_CARB_MIN, DENSITE_CARB
		INTO :WS-RESERVE_CARB_MIN, :WS-DENSITE_CARB
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 30 TO WS-RESERVE_CARB_MIN
		MOVE 0.72 TO WS-DENSITE_CARB
	END-IF.

	COMPUTE WS-MASSE-CARB ROUNDED = SAI-CARBURANT * WS-DENSITE_CARB.
	COMPUTE WS-MASSE-TOTALE = WS-MASSE_VIDE + SAI-MASSE-PIL
		+ SAI-MASSE-PIL2 + SAI-MASSE-PASS + WS-MASSE-CARB.
	COMPUTE WS-MOMENT-TOTAL = WS-MASSE_VIDE * WS-BRAS_VIDE
		+ (SAI-MASSE-PIL + SAI-MASSE-PIL2) * WS-BRAS_AVANT
		+ SAI-MASSE-PASS * WS-BRAS_ARRIERE
		+ WS-MASSE-CARB * WS-BRAS_CARBU.
	COMPUTE WS-CENTRAGE ROUNDED = WS-MOMENT-TOTAL / WS-MASSE-TOTALE.

	IF WS-MASSE-TOTALE > WS-MTOW
		MOVE 0 TO MASSE-CENTRAGE-ADMIS
		MOVE "Masse au decollage superieure a la masse maximale."
			TO MOTIF-MASSE
		GO TO CONTROLE-MASSE-CENTRAGE-EXIT
	END-IF.

	IF WS-CENTRAGE < WS-CENTRAGE_MINI OR WS-CENTRAGE > WS-CENTRAGE_MAXI
		MOVE 0 TO MASSE-CENTRAGE-ADMIS
		MOVE "Centre de gravite hors des limites du type."
			TO MOTIF-MASSE
		GO TO CONTROLE-MASSE-CENTRAGE-EXIT
	END-IF.

	EXEC SQL
		SELECT DISTANCE
		INTO :WS-DISTANCE
		FROM AERODROMES
		WHERE CODEAD = :DEST
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-DISTANCE
	END-IF.

	IF WS-VITESSE_CROIS > 0
		COMPUTE WS-CARB-NECESSAIRE ROUNDED =
			(WS-DISTANCE / WS-VITESSE_CROIS + WS-RESERVE_CARB_MIN / 60)
			* WS-CONSO_NORME
		IF SAI-CARBURANT < WS-CARB-NECESSAIRE
			MOVE 0 TO RESERVE-CARB-SUFFISANTE
		END-IF
	END-IF.

CONTROLE-MASSE-CENTRAGE-EXIT.
	EXIT.

***** CONSIGNES DE NAVIGABILITE ECHUES SUR L'AVION RETENU (WS-CODAV) A
***** LA DATE DE DEPART : CONSIGNES DU TYPE SUIVIES SUR LA CELLULE, PUIS
***** CONSIGNES DES MOTEURS ET HELICES QUI Y SONT MONTES ; LA PREMIERE
***** REFERENCE ECHUE EST CITEE DANS LE MOTIF
CONTROLE-CONSIGNES.
	MOVE 1 TO CONSIGNES-A-JOUR.
	MOVE DATE-DEPART(1:8) TO WS-DATECN.

	EXEC SQL
		SELECT COUNT(*), MIN(CONSIGNES.REFCN)
		INTO :WS-NBCNECHUES, :WS-REFCN
		FROM CONSIGNES, CONSIGNES_SUIVI, AVIONS
		WHERE CONSIGNES.NUMCN = CONSIGNES_SUIVI.NUMCN
		AND CONSIGNES_SUIVI.CODAV = AVIONS.CODAV
		AND AVIONS.CODAV = :WS-CODAV
		AND CONSIGNES_SUIVI.ETATSUIVI = "O"
		AND (CONSIGNES_SUIVI.DATEECH < :WS-DATECN
		OR AVIONS.CPTHORAV >= CONSIGNES_SUIVI.HEURESECH)
	END-EXEC.

	IF SQLCODE = 0 AND WS-NBCNECHUES > 0
		MOVE 0 TO CONSIGNES-A-JOUR
		MOVE SPACES TO MOTIF-CONSIGNE
		STRING "Consigne de navigabilite echue : " WS-REFCN
			DELIMITED BY SIZE INTO MOTIF-CONSIGNE
		GO TO CONTROLE-CONSIGNES-EXIT
	END-IF.

	EXEC SQL
		SELECT COUNT(*), MIN(CONSIGNES.REFCN)
		INTO :WS-NBCNECHUES, :WS-REFCN
		FROM CONSIGNES, CONSIGNES_SUIVI, COMPOSANTS
		WHERE CONSIGNES.NUMCN = CONSIGNES_SUIVI.NUMCN
		AND CONSIGNES_SUIVI.NUMCOMP = COMPOSANTS.NUMCOMP
		AND COMPOSANTS.CODAV = :WS-CODAV
		AND CONSIGNES_SUIVI.ETATSUIVI = "O"
		AND (CONSIGNES_SUIVI.DATEECH < :WS-DATECN
		OR COMPOSANTS.HEURESCOMP >= CONSIGNES_SUIVI.HEURESECH)
	END-EXEC.

	IF SQLCODE = 0 AND WS-NBCNECHUES > 0
		MOVE 0 TO CONSIGNES-A-JOUR
		MOVE SPACES TO MOTIF-CONSIGNE
		STRING "Consigne moteur/helice echue : " WS-REFCN
			DELIMITED BY SIZE INTO MOTIF-CONSIGNE
	END-IF.

CONTROLE-CONSIGNES-EXIT.
	EXIT.

***** FICHE DE MASSE ET CENTRAGE IMPRIMEE AVEC LE PLAN DE VOL
EDITION-DEVIS-MASSE.
	DISPLAY "    Devis de masse et centrage :".
	DISPLAY "      Masse a vide : " WS-MASSE_VIDE " kg, bras " WS-BRAS_VIDE " m".
	DISPLAY "      Equipage avant : " SAI-MASSE-PIL " + " SAI-MASSE-PIL2
		" kg, bras " WS-BRAS_AVANT " m".
	DISPLAY "      Passagers arriere et bagages : " SAI-MASSE-PASS
		" kg, bras " WS-BRAS_ARRIERE " m".
	DISPLAY "      Carburant : " SAI-CARBURANT " l soit " WS-MASSE-CARB
		" kg, bras " WS-BRAS_CARBU " m".
	DISPLAY "      Masse au decollage : " WS-MASSE-TOTALE " kg (maximum "
		WS-MTOW " kg)".
	DISPLAY "      Centre de gravite : " WS-CENTRAGE " m (limites "
		WS-CENTRAGE_MINI " - " WS-CENTRAGE_MAXI " m)".
	DISPLAY "      Carburant necessaire trajet + reserve " WS-RESERVE_CARB_MIN
		" min : " WS-CARB-NECESSAIRE " l".
	IF RESERVE-CARB-SUFFISANTE = 0
		DISPLAY "      ATTENTION : carburant embarque inferieur au trajet"
			" plus la reserve reglementaire."
	END-IF.

***** PERMANENCE COUVRANT LE DEPART (DATE-DEPART) : CRENEAU DU MATIN
***** AVANT PARAMETRES.HEURE_PERM_APM (13 H A DEFAUT), DE L'APRES-MIDI
***** ENSUITE ; UNE PERMANENCE D'UNE JOURNEE COUVRE LES DEUX
CONTROLE-PERMANENCE.
	MOVE 1 TO PERMANENCE-ASSUREE.

	EXEC SQL
		SELECT HEURE_PERM_APM
		INTO :WS-HEURE-APM
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 13 TO WS-HEURE-APM
	END-IF.

	MOVE DATE-DEPART(1:8) TO WS-PERMDATE.
	IF DHEURE < WS-HEURE-APM
		MOVE "M" TO WS-PERMCRENEAU
	ELSE
		MOVE "A" TO WS-PERMCRENEAU
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBPERM
		FROM PERMANENCES
		WHERE DATEPERM = :WS-PERMDATE
		AND (CRENEAU = :WS-PERMCRENEAU OR CRENEAU = "J")
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBPERM = 0
		MOVE 0 TO PERMANENCE-ASSUREE
	END-IF.

***** CHEFS PILOTES DE PERMANENCE DE LA DATE CONSULTEE, AFFICHES AVEC
***** LEUR TELEPHONE SUR CHAQUE LIGNE DU PLANNING DU JOUR
PERMANENCE-DU-JOUR.
	MOVE DATE-JOUR-SAISIE TO WS-PERMDATE.
	MOVE "M" TO WS-PERMCRENEAU.
	PERFORM RECHERCHE-CHEF-PILOTE.
	MOVE PERM-LIBELLE TO PERM-MATIN.
	MOVE "A" TO WS-PERMCRENEAU.
	PERFORM RECHERCHE-CHEF-PILOTE.
	MOVE PERM-LIBELLE TO PERM-APRESMIDI.

RECHERCHE-CHEF-PILOTE.
	MOVE SPACES TO PERM-LIBELLE.

	EXEC SQL
		SELECT PILOTES.NOM, PILOTES.PRENOM, PILOTES.TELEPHONE
		INTO :WS-PERMNOM, :WS-PERMPRENOM, :WS-PERMTEL
		FROM PERMANENCES, PILOTES
		WHERE PERMANENCES.NUMPIL = PILOTES.NUMPIL
		AND PERMANENCES.DATEPERM = :WS-PERMDATE
		AND (PERMANENCES.CRENEAU = :WS-PERMCRENEAU
		OR PERMANENCES.CRENEAU = "J")
	END-EXEC.

	IF SQLCODE = 0
		STRING WS-PERMNOM DELIMITED BY "  " " " DELIMITED BY SIZE
			WS-PERMPRENOM DELIMITED BY "  " " - tel. " DELIMITED BY SIZE
			WS-PERMTEL DELIMITED BY SIZE
			INTO PERM-LIBELLE
	ELSE
		MOVE "AUCUN CHEF PILOTE DE PERMANENCE" TO PERM-LIBELLE
	END-IF.

***** CONSULTATION DES VOLS PREVUS POUR UNE DATE DONNEE, TOUS PILOTES
***** CONFONDUS, TRIES PAR AVION
PLANNING-DU-JOUR.
	STRING DATE-JOUR-SAISIE DELIMITED BY SPACE "%" DELIMITED BY SIZE
		INTO DATE-JOUR-PATTERN.

	PERFORM PERMANENCE-DU-JOUR.

	EXEC SQL
		DECLARE PLANJOURCUR CURSOR FOR
		SELECT VOLS.NUMVOL, VOLS.NUMAV, VOLS.DESTIN, VOLS.DATEDEB,
	END-IF.

	EXEC SQL
		SELECT NUMVISITEUR, NOM, PRENOM, DATDEBAUT, DATFINAUT,
		DATEXPSEP, DATEXPASSUR
		INTO :WS-NUMVISITEUR, :WS-VISNOM, :WS-VISPRENOM,
		:WS-DATDEBAUT, :WS-DATFINAUT, :WS-VISDATEXPSEP,
		:WS-VISDATEXPASSUR
		FROM VISITEURS
		WHERE NUMVISITEUR = :VISITEUR_ID
	END-EXEC.
		GO TO EVALUATE-CHOIX
	END-IF.

	PERFORM CONTROLE-PERMANENCE.
	IF PERMANENCE-ASSUREE = 0
		MOVE "Aucun chef pilote de permanence au depart." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** LE VISITEUR EST SOUMIS AUX MEMES EXIGENCES QU'UN MEMBRE :
***** QUALIFICATION SEP ET ASSURANCE VALIDES A LA DATE DU VOL
	IF WS-VISDATEXPSEP = SPACES OR WS-VISDATEXPSEP < DATE-DEPART(1:8)
		MOVE "Qualification SEP du visiteur absente ou perimee." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-VISDATEXPASSUR = SPACES
			OR WS-VISDATEXPASSUR < DATE-DEPART(1:8)
		MOVE "Assurance du visiteur absente ou expiree." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBTYP
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE 0 TO SAI-MASSE-PIL2.
	PERFORM CONTROLE-MASSE-CENTRAGE THRU CONTROLE-MASSE-CENTRAGE-EXIT.
	IF MASSE-CENTRAGE-ADMIS = 0
		MOVE MOTIF-MASSE TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.
	PERFORM CONTROLE-CONSIGNES THRU CONTROLE-CONSIGNES-EXIT.
	IF CONSIGNES-A-JOUR = 0
		MOVE MOTIF-CONSIGNE TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE "NUMVOL" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMVOL.

	EXEC SQL
		INSERT INTO VOLS(NUMVOL, DATEDEB, DATEFIN, DESTIN, ETATVOL,
		NUMAV, NUMPIL, NUMPIL2, NUMFACT, FACTURE, NUMPASS, NUMVISITEUR,
		NUMPILPART, PCTPART, NUMFACTPART, FACTUREPART)
		VALUES (:WS-NUMVOL, :DATE-DEPART, :DATE-ARRIVEE, :DEST, "D",
		:WS-CODAV, 0, 0, 0, "N", 0, :WS-NUMVISITEUR, 0, 0, 0, "N")
	END-EXEC.

	IF NOT SQLCODE = 0
	DISPLAY "    Visiteur : " WS-NUMVISITEUR " " WS-VISNOM " " WS-VISPRENOM.
	DISPLAY "    Avion numero : " WS-CODAV.
	DISPLAY "    Le vol sera facture a la cloture (F2).".
	PERFORM EDITION-DEVIS-MASSE.
	MOVE "Le vol du visiteur a bien ete enregistre." TO ERREURS.
	GO TO EVALUATE-CHOIX.

		GO TO EVALUATE-CHOIX
	END-IF.

	PERFORM CONTROLE-PERMANENCE.
	IF PERMANENCE-ASSUREE = 0
		MOVE "Aucun chef pilote de permanence au depart." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** BAPTEME REGLE PAR BON CADEAU (CF BONCADEAU) : LE BON DOIT ETRE
***** ENCORE EN CIRCULATION ET NON PERIME ; AUCUNE FACTURE NE SERA
***** ALORS EMISE CONTRE LE PASSAGER, LE BON A DEJA ETE PAYE
		GO TO EVALUATE-CHOIX
	END-IF.

	PERFORM CONTROLE-LICENCE.
	IF LICENCE-VALIDE = 0
		MOVE MOTIF-LICENCE TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** UN BAPTEME EST PAR NATURE UN VOL AVEC PASSAGER : L'EXPERIENCE
***** RECENTE DU PILOTE ACCOMPAGNATEUR EST EXIGEE, COMME AU DEPOT D'UN
***** PLAN DE VOL AVEC PASSAGER DECLARE
	PERFORM CONTROLE-EXPERIENCE-RECENTE.
	IF EXPERIENCE-RECENTE = 0
		MOVE "Moins de 3 atterrissages/90 j : passager refuse." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE 0 TO SAI-MASSE-PIL2.
	PERFORM CONTROLE-MASSE-CENTRAGE THRU CONTROLE-MASSE-CENTRAGE-EXIT.
	IF MASSE-CENTRAGE-ADMIS = 0
		MOVE MOTIF-MASSE TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.
	PERFORM CONTROLE-CONSIGNES THRU CONTROLE-CONSIGNES-EXIT.
	IF CONSIGNES-A-JOUR = 0
		MOVE MOTIF-CONSIGNE TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE "NUMPASS" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMPASS.

	EXEC SQL
		INSERT INTO VOLS(NUMVOL, DATEDEB, DATEFIN, DESTIN, ETATVOL,
		NUMAV, NUMPIL, NUMPIL2, NUMFACT, FACTURE, NUMPASS, NUMVISITEUR,
		NUMPILPART, PCTPART, NUMFACTPART, FACTUREPART)
		VALUES (:WS-NUMVOL, :DATE-DEPART, :DATE-ARRIVEE, :DEST, "D",
		:WS-CODAV, :PIL_ID, 0, :WS-NUMFACTINIT, "O", :WS-NUMPASS, 0,
		0, 0, 0, "N")
	END-EXEC.

	IF NOT SQLCODE = 0

	EXEC SQL
		INSERT INTO FACTURES(NUMFACT,NUMPIL,PERIODEDEB,PERIODEFIN,
		MONTANT,DATEGEN,ETATPAIEMENT,NUMPASS,NUMVISITEUR,NUMPAYEUR)
		VALUES(:WS-NUMFACTINIT,0,:WS-DATEESTIM,:WS-DATEESTIM,
		:WS-TARIF_INITIATION,:WDATE,"N",:WS-NUMPASS,0,0)
	END-EXEC.

	IF NOT SQLCODE = 0
	DISPLAY "    Passager numero : " WS-NUMPASS " " PASS-NOM " " PASS-PRENOM.
	DISPLAY "    Facture numero : " WS-NUMFACTINIT " - montant : "
		WS-TARIF_INITIATION.
	PERFORM EDITION-DEVIS-MASSE.
	MOVE "Le vol d'initiation a bien ete enregistre." TO ERREURS.
	GO TO EVALUATE-CHOIX.

	DISPLAY "    Numero de vol : " WS-NUMVOL.
	DISPLAY "    Passager numero : " WS-NUMPASS " " PASS-NOM " " PASS-PRENOM.
	DISPLAY "    Bon cadeau utilise : " WS-NUMBON.
	PERFORM EDITION-DEVIS-MASSE.
	MOVE "Le vol d'initiation a bien ete enregistre." TO ERREURS.
	GO TO EVALUATE-CHOIX.

		GO TO EVALUATE-CHOIX-GESTION
	END-IF.

***** Le nouveau départ doit lui aussi etre couvert par une permanence
	PERFORM CONTROLE-PERMANENCE.
	IF PERMANENCE-ASSUREE = 0
		MOVE "Aucun chef pilote de permanence au depart." TO ERREURS
		GO TO EVALUATE-CHOIX-GESTION
	END-IF.

***** Aux nouvelles dates, le pilote et l'avion du vol doivent passer
***** les memes controles qu'au depot : pilote apte et present,
***** licences valides a la nouvelle date de depart, avion en etat et
***** sans consigne echue, creneau libre de tout autre vol et de toute
***** reservation d'un autre membre ou blocage de maintenance
	EXEC SQL
		SELECT NUMPIL, NUMAV
		INTO :WS-NUMPIL-MODIF, :WS-CODAV
		FROM VOLS
		WHERE NUMVOL = :NUMVOL-GESTION
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Erreur, le plan de vol n'a pas ete modifie." TO ERREURS
		GO TO EVALUATE-CHOIX-GESTION
	END-IF.

	MOVE WS-NUMPIL-MODIF TO PIL_ID.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBPIL
		FROM PILOTES
		WHERE NUMPIL = :PIL_ID
		AND ETAT_SANTE = "A"
		AND ETAT_PRES NOT = "P"
	END-EXEC.

	IF WS-NBPIL = 0
		MOVE "Le pilote n'est plus en etat de voler." TO ERREURS
		GO TO EVALUATE-CHOIX-GESTION
	END-IF.

	PERFORM CONTROLE-LICENCE.
	IF LICENCE-VALIDE = 0
		MOVE MOTIF-LICENCE TO ERREURS
		GO TO EVALUATE-CHOIX-GESTION
	END-IF.

	EXEC SQL
		SELECT ETATAV
		INTO :WS-ETATAV-MODIF
		FROM AVIONS
		WHERE CODAV = :WS-CODAV
	END-EXEC.

	IF NOT SQLCODE = 0 OR WS-ETATAV-MODIF NOT = "E"
		MOVE "L'avion du vol n'est pas en etat de vol." TO ERREURS
		GO TO EVALUATE-CHOIX-GESTION
	END-IF.

	PERFORM CONTROLE-CONSIGNES THRU CONTROLE-CONSIGNES-EXIT.
	IF CONSIGNES-A-JOUR = 0
		MOVE MOTIF-CONSIGNE TO ERREURS
		GO TO EVALUATE-CHOIX-GESTION
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBRESA
		FROM VOLS
		WHERE NUMAV = :WS-CODAV
		AND NUMVOL NOT = :NUMVOL-GESTION
		AND ETATVOL NOT = "A"
		AND DATEFIN > :DATE-DEPART
		AND DATEDEB < :DATE-ARRIVEE
	END-EXEC.

	IF WS-NBRESA > 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "L'avion est deja pris par un autre vol sur ce creneau." TO ERREURS
		GO TO EVALUATE-CHOIX-GESTION
	END-IF.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBRESACARNET
		FROM RESERVATIONS
		WHERE CODAV = :WS-CODAV
		AND (ETATRESA = "B"
		OR (ETATRESA = "A" AND NUMPIL NOT = :PIL_ID))
		AND DATEFIN > :DATE-DEPART
		AND DATEDEB < :DATE-ARRIVEE
	END-EXEC.

	IF WS-NBRESACARNET > 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "Cet avion est reserve par un autre membre sur ce creneau." TO ERREURS
		GO TO EVALUATE-CHOIX-GESTION
	END-IF.

***** Modification, dans une seule transaction, avec confirmation donnee
***** uniquement apres relecture du vol reellement modifie
	EXEC SQL
		GO TO EVALUATE-CHOIX-GESTION
	END-IF.

***** LA DERNIERE ETAPE DU VOL (CF ETAPES_VOL) SUIT LA DESTINATION ;
***** UN VOL DEPOSE SANS ETAPE N'A RIEN A METTRE A JOUR
	EXEC SQL
		UPDATE ETAPES_VOL SET CODEAD = :DEST
		WHERE NUMVOL = :NUMVOL-GESTION
		AND NUMETAPE =
		(SELECT MAX(NUMETAPE) FROM ETAPES_VOL
		WHERE NUMVOL = :NUMVOL-GESTION)
	END-EXEC.

	IF NOT SQLCODE = 0 AND NOT SQLCODE = 100
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "Erreur, le plan de vol n'a pas ete modifie." TO ERREURS
		GO TO EVALUATE-CHOIX-GESTION
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.
