IDENTIFICATION DIVISION.
PROGRAM-ID. AGCONVOC.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CONVOCFILE ASSIGN TO "fconvoc.dat"
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-FSTAT-CONVOC.

DATA DIVISION.
FILE SECTION.
***** FICHIER DE PUBLIPOSTAGE DES CONVOCATIONS : UN ENREGISTREMENT PAR
***** MEMBRE CONVOQUE, AVEC LES COORDONNEES DE LA LISTE D'ADRESSAGE
***** (MEME DESSIN QUE CONTACTS), L'ASSEMBLEE ET SON DROIT DE VOTE. LE
***** SECRETARIAT IMPRIME LES LETTRES DES MEMBRES DE CANAL "C" ; LES
***** AUTRES ONT ETE CONVOQUES PAR E-MAIL OU SMS (NOTIFIER)
FD CONVOCFILE.
01 CONVOC-REC.
	05 CNV-NUMAG         PIC 9(6).
	05 CNV-DATEAG        PIC X(8).
	05 CNV-HEUREAG       PIC X(4).
	05 CNV-LIEU          PIC X(40).
	05 CNV-NATUREAG      PIC X.
	05 CNV-NUMPIL        PIC 9(3).
	05 CNV-NOM           PIC X(20).
	05 CNV-PRENOM        PIC X(20).
	05 CNV-CANAL         PIC X.
	05 CNV-EMAIL         PIC X(40).
	05 CNV-TELEPHONE     PIC X(15).
	05 CNV-NUMERO        PIC 9(3).
	05 CNV-TYPEVOIE      PIC X(20).
	05 CNV-NOMVOIE       PIC X(50).
	05 CNV-CODEPOSTAL    PIC 9(5).
	05 CNV-VILLE         PIC X(20).
	05 CNV-ANNEECOTIS    PIC X(4).
	05 CNV-DROITVOTE     PIC X.
	05 CNV-RESTEDU       PIC 9(6)V99.
	05 CNV-MAXPOUVOIRS   PIC 9(2).

WORKING-STORAGE SECTION.
***** CONVOCATION DE L'ASSEMBLEE GENERALE : L'OPERATEUR SAISIT LA DATE,
***** L'HEURE, LE LIEU ET LA NATURE DE L'ASSEMBLEE ; CHAQUE MEMBRE
***** PRESENT AU CLUB (ETAT_PRES NOT = "P") EST INSCRIT A AG_PARTICIPANTS
***** AVEC SON DROIT DE VOTE : COTISATION DE L'ANNEE FACTUREE (COTISATION)
***** ET ENTIEREMENT REGLEE (REGLEMENTS). LA CONVOCATION PART PAR LE CANAL
***** CHOISI PAR LE MEMBRE (PILOTES.PREFCONTACT, CF CONTACTS) : E-MAIL OU
***** SMS MIS EN FILE PAR NOTIFIER, LETTRE SINON, ET TOUS LES MEMBRES
***** FIGURENT AU FICHIER DE PUBLIPOSTAGE.
***** RELANCE POUR UNE ASSEMBLEE DEJA CONVOQUEE (MEME DATE), LE PASSAGE
***** REMET A JOUR LES DROITS DE VOTE ET CONVOQUE LES NOUVEAUX MEMBRES ;
***** IL EST REFUSE UNE FOIS L'EMARGEMENT OUVERT (FONCTION ASSEMBLEE)
77 WS-FSTAT-CONVOC PIC X(2) VALUE "00".
77 SAI-DATEAG PIC X(8) VALUE SPACES.
77 SAI-HEUREAG PIC X(4) VALUE SPACES.
77 SAI-LIEU PIC X(40) VALUE SPACES.
77 SAI-NATUREAG PIC X VALUE SPACES.
77 SAI-ANNEECOTIS PIC X(4) VALUE SPACES.
77 WS-NOUVELLE-AG PIC 9 VALUE IS 0.
77 WS-NBCONVOQUES PIC 9(6) VALUE IS 0.
77 WS-NBVOTANTS PIC 9(6) VALUE IS 0.
77 WS-NBNONAJOUR PIC 9(6) VALUE IS 0.
77 WS-NBMESSAGES PIC 9(6) VALUE IS 0.
77 WS-NBLETTRES PIC 9(6) VALUE IS 0.
77 WS-NBSANSADRESSE PIC 9(6) VALUE IS 0.
77 WS-NBERREURS PIC 9(6) VALUE IS 0.
77 WS-QUORUM-REQUIS PIC 9(6) VALUE IS 0.
77 WS-RESTEDU PIC S9(6)V99 VALUE IS 0.
77 ED-DATEAG PIC X(10) VALUE SPACES.
77 ED-HEUREAG PIC X(5) VALUE SPACES.
77 ED-RESTEDU PIC Z(5)9.99.
77 LIBELLE-NATURE PIC X(14) VALUE SPACES.
***** FIN DU CURSEUR : TEMOIN SEPARE DE SQLCODE, CAR LES SELECT
***** INTERIEURS ECRASENT SQLCODE ENTRE DEUX FETCH
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** MEMBRES A CONVOQUER, RELEVES AVANT TOUTE ECRITURE (LE COMMIT DE
***** CHAQUE CONVOCATION FERMERAIT LE CURSEUR)
01 WS-MEMBRES.
	05 WS-NBMEMBRES PIC 9(3) VALUE IS 0.
	05 WS-MEMBRE OCCURS 999.
		10 MBR-NUMPIL PIC 9(3).
77 MBR-IDX PIC 9(3) VALUE IS 0.

***** BORNES DE LA FACTURE DE COTISATION DE L'ANNEE (CF COTISATION)
01 WS-PERIODE-DEBUT.
   02 WS-ANNEEDEB PIC X(4).
   02 FILLER PIC X(4) VALUE "0101".
01 WS-PERIODE-FIN.
   02 WS-ANNEEFIN PIC X(4).
   02 FILLER PIC X(4) VALUE "1231".

***** DEMANDE DE MESSAGE AU SOUS-PROGRAMME NOTIFIER : MEME DESSIN QUE
***** SA LINKAGE SECTION
01 NOTIF-DEMANDE.
	02 NOTIF-NUMPIL PIC 9(3).
	02 NOTIF-ORIGINE PIC X(8).
	02 NOTIF-REFERENCE PIC X(20).
	02 NOTIF-OBJET PIC X(40).
	02 NOTIF-TEXTE PIC X(160).
	02 NOTIF-RETOUR PIC X.
	02 NOTIF-NUMNOTIF PIC 9(8).

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES PILOTES, ADRESSE
	EXEC SQL
		INCLUDE PILOTES,ADRESSE
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-CONTACT.
			05 WS-NUMPIL PIC 9(3).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-PREFCONTACT PIC X.
			05 WS-EMAIL PIC X(40).
			05 WS-TELEPHONE PIC X(15).
			05 WS-NUMERO PIC 9(3).
			05 WS-TYPEVOIE PIC X(20).
			05 WS-NOMVOIE PIC X(50).
			05 WS-CODEPOSTAL PIC 9(5).
			05 WS-VILLE PIC X(20).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES FACTURES, REGLEMENTS
	EXEC SQL
		INCLUDE FACTURES,REGLEMENTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-COTISATION.
			05 WS-NBFACT PIC 9(3).
			05 WS-NBOUVERTES PIC 9(3).
			05 WS-MONTANT-OUVERT PIC 9(6)V99.
			05 WS-REGLE-OUVERT PIC S9(6)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES ASSEMBLEES, AG_PARTICIPANTS
	EXEC SQL
		INCLUDE ASSEMBLEES,AG_PARTICIPANTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-ASSEMBLEE.
			05 WS-NUMAG PIC 9(6).
			05 WS-DATEAG PIC X(8).
			05 WS-HEUREAG PIC X(4).
			05 WS-LIEU PIC X(40).
			05 WS-NATUREAG PIC X.
			05 WS-ANNEECOTIS PIC X(4).
			05 WS-ETATAG PIC X.
			05 WS-DROITVOTE PIC X.
			05 WS-CANAL PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE PARAMETRES
	EXEC SQL
		INCLUDE PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PARAMETRES.
			05 WS-MAX-POUVOIRS PIC 9(2).
			05 WS-QUORUM-PCT PIC 9(3).
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

PROCEDURE DIVISION.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY "Convocation de l'assemblee generale".
	DISPLAY "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE.
	PERFORM SAISIE-ASSEMBLEE THRU SAISIE-ASSEMBLEE-EXIT.
	IF RETURN-CODE NOT = 0
		GO TO FIN
	END-IF.

	PERFORM LECTURE-PARAMETRES.
	PERFORM ENREGISTREMENT-ASSEMBLEE THRU ENREGISTREMENT-ASSEMBLEE-EXIT.
	IF RETURN-CODE NOT = 0
		GO TO FIN
	END-IF.

	PERFORM OUVERTURE-FICHIER.
	PERFORM RELEVE-MEMBRES.
	PERFORM CONVOCATION-MEMBRE THRU CONVOCATION-MEMBRE-EXIT
		VARYING MBR-IDX FROM 1 BY 1 UNTIL MBR-IDX > WS-NBMEMBRES.
	PERFORM FERMETURE-FICHIER.
	PERFORM BILAN.
	GO TO FIN.

***** DATE A VENIR OBLIGATOIRE ; NATURE ORDINAIRE PAR DEFAUT ; L'ANNEE
***** DE COTISATION QUI DONNE LE DROIT DE VOTE EST PAR DEFAUT CELLE DE
***** L'ASSEMBLEE
SAISIE-ASSEMBLEE.
	DISPLAY "Date de l'assemblee (AAAAMMJJ) : ".
	ACCEPT SAI-DATEAG.
	IF SAI-DATEAG IS NOT NUMERIC OR SAI-DATEAG < WDATE
		DISPLAY "ERREUR - La date doit etre une date a venir (AAAAMMJJ)."
		MOVE 8 TO RETURN-CODE
		GO TO SAISIE-ASSEMBLEE-EXIT
	END-IF.

	DISPLAY "Heure (HHMM) : ".
	ACCEPT SAI-HEUREAG.
	IF SAI-HEUREAG IS NOT NUMERIC OR SAI-HEUREAG(1:2) > "23"
			OR SAI-HEUREAG(3:2) > "59"
		DISPLAY "ERREUR - Heure invalide (HHMM)."
		MOVE 8 TO RETURN-CODE
		GO TO SAISIE-ASSEMBLEE-EXIT
	END-IF.

	DISPLAY "Lieu : ".
	ACCEPT SAI-LIEU.
	IF SAI-LIEU = SPACES
		DISPLAY "ERREUR - Le lieu est obligatoire."
		MOVE 8 TO RETURN-CODE
		GO TO SAISIE-ASSEMBLEE-EXIT
	END-IF.

	DISPLAY "Nature (O ordinaire, E extraordinaire, vide = O) : ".
	ACCEPT SAI-NATUREAG.
	INSPECT SAI-NATUREAG CONVERTING "oe" TO "OE".
	IF SAI-NATUREAG = SPACES
		MOVE "O" TO SAI-NATUREAG
	END-IF.
	IF SAI-NATUREAG NOT = "O" AND SAI-NATUREAG NOT = "E"
		DISPLAY "ERREUR - Nature inconnue (O ou E)."
		MOVE 8 TO RETURN-CODE
		GO TO SAISIE-ASSEMBLEE-EXIT
	END-IF.

	DISPLAY "Annee de cotisation ouvrant le droit de vote (AAAA, vide = "
		"annee de l'assemblee) : ".
	ACCEPT SAI-ANNEECOTIS.
	IF SAI-ANNEECOTIS = SPACES
		MOVE SAI-DATEAG(1:4) TO SAI-ANNEECOTIS
	END-IF.
	IF SAI-ANNEECOTIS IS NOT NUMERIC
		DISPLAY "ERREUR - Annee de cotisation invalide."
		MOVE 8 TO RETURN-CODE
		GO TO SAISIE-ASSEMBLEE-EXIT
	END-IF.

	MOVE SAI-ANNEECOTIS TO WS-ANNEEDEB.
	MOVE SAI-ANNEECOTIS TO WS-ANNEEFIN.
	STRING SAI-DATEAG(7:2) "/" SAI-DATEAG(5:2) "/" SAI-DATEAG(1:4)
		DELIMITED BY SIZE INTO ED-DATEAG.
	STRING SAI-HEUREAG(1:2) "h" SAI-HEUREAG(3:2)
		DELIMITED BY SIZE INTO ED-HEUREAG.
	IF SAI-NATUREAG = "E"
		MOVE "extraordinaire" TO LIBELLE-NATURE
	ELSE
		MOVE "ordinaire" TO LIBELLE-NATURE
	END-IF.

SAISIE-ASSEMBLEE-EXIT.
	EXIT.

LECTURE-PARAMETRES.
	EXEC SQL
		SELECT MAX_POUVOIRS, QUORUM_AG_PCT
		INTO :WS-MAX-POUVOIRS, :WS-QUORUM-PCT
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 2 TO WS-MAX-POUVOIRS
		MOVE 25 TO WS-QUORUM-PCT
	END-IF.

***** UNE ASSEMBLEE PAR DATE : A LA PREMIERE CONVOCATION ELLE EST CREEE,
***** ENSUITE SEULS L'HEURE, LE LIEU, LA NATURE ET L'ANNEE DE COTISATION
***** SONT MIS A JOUR, TANT QUE L'EMARGEMENT N'EST PAS OUVERT
ENREGISTREMENT-ASSEMBLEE.
	MOVE SAI-DATEAG TO WS-DATEAG.
	MOVE SAI-HEUREAG TO WS-HEUREAG.
	MOVE SAI-LIEU TO WS-LIEU.
	MOVE SAI-NATUREAG TO WS-NATUREAG.
	MOVE SAI-ANNEECOTIS TO WS-ANNEECOTIS.

	EXEC SQL
		SELECT NUMAG, ETATAG
		INTO :WS-NUMAG, :WS-ETATAG
		FROM ASSEMBLEES
		WHERE DATEAG = :WS-DATEAG
	END-EXEC.

	IF SQLCODE = 0
		IF WS-ETATAG NOT = "C"
			DISPLAY "ERREUR - L'emargement de l'assemblee " WS-NUMAG
				" est ouvert, convocation refusee."
			MOVE 8 TO RETURN-CODE
			GO TO ENREGISTREMENT-ASSEMBLEE-EXIT
		END-IF
		MOVE 0 TO WS-NOUVELLE-AG
		EXEC SQL
			UPDATE ASSEMBLEES
			SET HEUREAG = :WS-HEUREAG, LIEU = :WS-LIEU,
			NATUREAG = :WS-NATUREAG, ANNEECOTIS = :WS-ANNEECOTIS
			WHERE NUMAG = :WS-NUMAG
		END-EXEC
	ELSE
		MOVE 1 TO WS-NOUVELLE-AG
		MOVE "NUMAG" TO WS-NOMSEQ
		PERFORM PROCHAIN-NUMERO
		MOVE WS-PROCHAINE TO WS-NUMAG
		EXEC SQL
			INSERT INTO ASSEMBLEES(NUMAG,DATEAG,HEUREAG,LIEU,NATUREAG,
			ANNEECOTIS,ETATAG,NBVOTANTS,QUORUMATTEINT)
			VALUES(:WS-NUMAG,:WS-DATEAG,:WS-HEUREAG,:WS-LIEU,
			:WS-NATUREAG,:WS-ANNEECOTIS,"C",0,"N")
		END-EXEC
	END-IF.

	IF SQLCODE NOT = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "ERREUR SQL - Assemblee non enregistree."
		MOVE 8 TO RETURN-CODE
		GO TO ENREGISTREMENT-ASSEMBLEE-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY " ".
	IF WS-NOUVELLE-AG = 1
		DISPLAY "Assemblee " WS-NUMAG " creee."
	ELSE
		DISPLAY "Assemblee " WS-NUMAG " deja convoquee : mise a jour."
	END-IF.
	DISPLAY "Assemblee generale " LIBELLE-NATURE " du " ED-DATEAG
		" a " ED-HEUREAG " - " WS-LIEU.
	DISPLAY "Droit de vote : cotisation " WS-ANNEECOTIS
		" reglee ; pouvoirs par membre present : " WS-MAX-POUVOIRS.
	DISPLAY " ".

ENREGISTREMENT-ASSEMBLEE-EXIT.
	EXIT.

OUVERTURE-FICHIER.
	OPEN OUTPUT CONVOCFILE.
	IF WS-FSTAT-CONVOC NOT = "00"
		DISPLAY "ERREUR OUVERTURE FCONVOC.DAT : " WS-FSTAT-CONVOC
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

***** TOUS LES MEMBRES ENCORE AU CLUB, COMME CONTACTS ET COTISATION
RELEVE-MEMBRES.
	EXEC SQL
		DECLARE CONVOCCUR CURSOR FOR
		SELECT NUMPIL
		FROM PILOTES
		WHERE ETAT_PRES NOT = "P"
		ORDER BY NUMPIL
	END-EXEC.

	EXEC SQL
		OPEN CONVOCCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM MEMBRE-SUIVANT THRU MEMBRE-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE CONVOCCUR
	END-EXEC.

MEMBRE-SUIVANT.
	EXEC SQL
		FETCH CONVOCCUR
		INTO :WS-NUMPIL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO MEMBRE-SUIVANT-EXIT
	END-IF.

	IF WS-NBMEMBRES = 999
		DISPLAY "    ANOMALIE - Plus de 999 membres, fin de releve."
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO MEMBRE-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBMEMBRES.
	MOVE WS-NUMPIL TO MBR-NUMPIL(WS-NBMEMBRES).

MEMBRE-SUIVANT-EXIT.
	EXIT.

***** UNE CONVOCATION PAR MEMBRE, VALIDEE UNE A UNE : DROIT DE VOTE,
***** INSCRIPTION A AG_PARTICIPANTS, MESSAGE PAR SON CANAL ET
***** ENREGISTREMENT DE PUBLIPOSTAGE
CONVOCATION-MEMBRE.
	MOVE MBR-NUMPIL(MBR-IDX) TO WS-NUMPIL.

	EXEC SQL
		SELECT NOM, PRENOM, PREFCONTACT, EMAIL, TELEPHONE
		INTO :WS-NOM, :WS-PRENOM, :WS-PREFCONTACT, :WS-EMAIL,
		:WS-TELEPHONE
		FROM PILOTES
		WHERE NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "    ERREUR SQL - Pilote " WS-NUMPIL " illisible."
		ADD 1 TO WS-NBERREURS
		GO TO CONVOCATION-MEMBRE-EXIT
	END-IF.

	EXEC SQL
		SELECT ADRESSE.NUMERO, ADRESSE.TYPEVOIE, ADRESSE.NOMVOIE,
		ADRESSE.CODEPOSTAL, ADRESSE.VILLE
		INTO :WS-NUMERO, :WS-TYPEVOIE, :WS-NOMVOIE,
		:WS-CODEPOSTAL, :WS-VILLE
		FROM PILOTES, ADRESSE
		WHERE PILOTES.ADRESSE = ADRESSE.ADRESSEID
		AND PILOTES.NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE SPACES TO WS-TYPEVOIE
		MOVE SPACES TO WS-NOMVOIE
		MOVE SPACES TO WS-VILLE
		MOVE 0 TO WS-NUMERO
		MOVE 0 TO WS-CODEPOSTAL
		DISPLAY "    ANOMALIE - Pilote " WS-NUMPIL
			" sans adresse rattachee."
		ADD 1 TO WS-NBSANSADRESSE
	END-IF.

	PERFORM DROIT-DE-VOTE.

***** CANAL DE LA CONVOCATION : E-MAIL OU SMS SI NOTIFIER A PU METTRE
***** LE MESSAGE EN FILE (OU L'Y AVAIT DEJA MIS A UNE CONVOCATION
***** PRECEDENTE), LETTRE SINON
	PERFORM MESSAGE-CONVOCATION.
	IF NOTIF-RETOUR = "Q" OR NOTIF-RETOUR = "D"
		MOVE WS-PREFCONTACT TO WS-CANAL
	ELSE
		MOVE "C" TO WS-CANAL
	END-IF.
	IF NOTIF-RETOUR = "E"
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "    ERREUR SQL - Message de convocation non mis en file "
			"pour le pilote " WS-NUMPIL "."
		ADD 1 TO WS-NBERREURS
		GO TO CONVOCATION-MEMBRE-EXIT
	END-IF.

	EXEC SQL
		UPDATE AG_PARTICIPANTS
		SET DROITVOTE = :WS-DROITVOTE, CANAL = :WS-CANAL
		WHERE NUMAG = :WS-NUMAG
		AND NUMPIL = :WS-NUMPIL
	END-EXEC.

	IF SQLCODE = 100
		EXEC SQL
			INSERT INTO AG_PARTICIPANTS(NUMAG,NUMPIL,DROITVOTE,CANAL,
			PRESENCE,MANDATAIRE,HEUREPRES)
			VALUES(:WS-NUMAG,:WS-NUMPIL,:WS-DROITVOTE,:WS-CANAL,
			"A",0," ")
		END-EXEC
	END-IF.

	IF SQLCODE NOT = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		DISPLAY "    ERREUR SQL - Pilote " WS-NUMPIL " non convoque."
		ADD 1 TO WS-NBERREURS
		GO TO CONVOCATION-MEMBRE-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	PERFORM ECRITURE-CONVOCATION.

	ADD 1 TO WS-NBCONVOQUES.
	IF WS-DROITVOTE = "O"
		ADD 1 TO WS-NBVOTANTS
	ELSE
		ADD 1 TO WS-NBNONAJOUR
		MOVE WS-RESTEDU TO ED-RESTEDU
		DISPLAY "    Pilote " WS-NUMPIL " " WS-NOM
			" : cotisation " WS-ANNEECOTIS " non reglee, reste du "
			ED-RESTEDU
	END-IF.
	IF WS-CANAL = "C"
		ADD 1 TO WS-NBLETTRES
	ELSE
		ADD 1 TO WS-NBMESSAGES
	END-IF.

CONVOCATION-MEMBRE-EXIT.
	EXIT.

***** DROIT DE VOTE : LA (OU LES) FACTURE(S) DE COTISATION DE L'ANNEE
***** EXISTENT ET SONT SOLDEES - MARQUEES PAYEES, OU COUVERTES PAR LE
***** CUMUL DE LEURS REGLEMENTS. SANS FACTURE, LE RESTE DU EST INCONNU
***** (ZERO) ET LE MEMBRE NE VOTE PAS
DROIT-DE-VOTE.
	MOVE "N" TO WS-DROITVOTE.
	MOVE 0 TO WS-RESTEDU.

	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBFACT
		FROM FACTURES
		WHERE NUMPIL = :WS-NUMPIL
		AND PERIODEDEB = :WS-PERIODE-DEBUT
		AND PERIODEFIN = :WS-PERIODE-FIN
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBFACT = 0
		GO TO DROIT-DE-VOTE-EXIT
	END-IF.

	EXEC SQL
		SELECT COUNT(*), SUM(MONTANT)
		INTO :WS-NBOUVERTES, :WS-MONTANT-OUVERT
		FROM FACTURES
		WHERE NUMPIL = :WS-NUMPIL
		AND PERIODEDEB = :WS-PERIODE-DEBUT
		AND PERIODEFIN = :WS-PERIODE-FIN
		AND ETATPAIEMENT = "N"
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBOUVERTES = 0
		MOVE "O" TO WS-DROITVOTE
		GO TO DROIT-DE-VOTE-EXIT
	END-IF.

	EXEC SQL
		SELECT SUM(REGLEMENTS.MONTANTREG)
		INTO :WS-REGLE-OUVERT
		FROM REGLEMENTS, FACTURES
		WHERE REGLEMENTS.NUMFACT = FACTURES.NUMFACT
		AND FACTURES.NUMPIL = :WS-NUMPIL
		AND FACTURES.PERIODEDEB = :WS-PERIODE-DEBUT
		AND FACTURES.PERIODEFIN = :WS-PERIODE-FIN
		AND FACTURES.ETATPAIEMENT = "N"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-REGLE-OUVERT
	END-IF.

	COMPUTE WS-RESTEDU = WS-MONTANT-OUVERT - WS-REGLE-OUVERT.
	IF WS-RESTEDU NOT > 0
		MOVE 0 TO WS-RESTEDU
		MOVE "O" TO WS-DROITVOTE
	END-IF.

DROIT-DE-VOTE-EXIT.
	EXIT.

***** LA REFERENCE PORTE LA DATE DE L'ASSEMBLEE : UNE NOUVELLE
***** CONVOCATION DE LA MEME ASSEMBLEE NE RENVOIE PAS LE MESSAGE
MESSAGE-CONVOCATION.
	MOVE WS-NUMPIL TO NOTIF-NUMPIL.
	MOVE "AGCONVOC" TO NOTIF-ORIGINE.
	MOVE SPACES TO NOTIF-REFERENCE.
	STRING "AG" WS-DATEAG DELIMITED BY SIZE INTO NOTIF-REFERENCE.
	MOVE "Convocation a l'assemblee generale" TO NOTIF-OBJET.
	MOVE SPACES TO NOTIF-TEXTE.
	IF WS-DROITVOTE = "O"
		STRING "Aeroclub : assemblee generale " LIBELLE-NATURE
			" le " ED-DATEAG " a " ED-HEUREAG ", " WS-LIEU
			". Cotisation a jour, vous pourrez voter."
			DELIMITED BY SIZE INTO NOTIF-TEXTE
	ELSE
		STRING "Aeroclub : assemblee generale " LIBELLE-NATURE
			" le " ED-DATEAG " a " ED-HEUREAG ", " WS-LIEU
			". Reglez votre cotisation " WS-ANNEECOTIS " pour voter."
			DELIMITED BY SIZE INTO NOTIF-TEXTE
	END-IF.
	CALL "NOTIFIER" USING NOTIF-DEMANDE.

ECRITURE-CONVOCATION.
	MOVE WS-NUMAG TO CNV-NUMAG.
	MOVE WS-DATEAG TO CNV-DATEAG.
	MOVE WS-HEUREAG TO CNV-HEUREAG.
	MOVE WS-LIEU TO CNV-LIEU.
	MOVE WS-NATUREAG TO CNV-NATUREAG.
	MOVE WS-NUMPIL TO CNV-NUMPIL.
	MOVE WS-NOM TO CNV-NOM.
	MOVE WS-PRENOM TO CNV-PRENOM.
	MOVE WS-CANAL TO CNV-CANAL.
	MOVE WS-EMAIL TO CNV-EMAIL.
	MOVE WS-TELEPHONE TO CNV-TELEPHONE.
	MOVE WS-NUMERO TO CNV-NUMERO.
	MOVE WS-TYPEVOIE TO CNV-TYPEVOIE.
	MOVE WS-NOMVOIE TO CNV-NOMVOIE.
	MOVE WS-CODEPOSTAL TO CNV-CODEPOSTAL.
	MOVE WS-VILLE TO CNV-VILLE.
	MOVE WS-ANNEECOTIS TO CNV-ANNEECOTIS.
	MOVE WS-DROITVOTE TO CNV-DROITVOTE.
	MOVE WS-RESTEDU TO CNV-RESTEDU.
	MOVE WS-MAX-POUVOIRS TO CNV-MAXPOUVOIRS.
	WRITE CONVOC-REC.
	IF WS-FSTAT-CONVOC NOT = "00"
		DISPLAY "ERREUR ECRITURE FCONVOC.DAT : " WS-FSTAT-CONVOC
		ADD 1 TO WS-NBERREURS
	END-IF.

FERMETURE-FICHIER.
	CLOSE CONVOCFILE.
	IF WS-FSTAT-CONVOC NOT = "00"
		DISPLAY "ERREUR FERMETURE FCONVOC.DAT : " WS-FSTAT-CONVOC
	END-IF.

***** QUORUM A ATTEINDRE LE JOUR DE L'ASSEMBLEE, SUR LES DROITS DE VOTE
***** CONNUS A LA CONVOCATION (ARRONDI AU MEMBRE SUPERIEUR)
BILAN.
	COMPUTE WS-QUORUM-REQUIS = (WS-NBVOTANTS * WS-QUORUM-PCT + 99) / 100.
	DISPLAY " ".
	DISPLAY "Membres convoques : " WS-NBCONVOQUES.
	DISPLAY "  dont a jour de cotisation (droit de vote) : " WS-NBVOTANTS.
	DISPLAY "  dont cotisation non reglee : " WS-NBNONAJOUR.
	DISPLAY "Convocations par e-mail ou SMS : " WS-NBMESSAGES.
	DISPLAY "Lettres a imprimer (fconvoc.dat, canal C) : " WS-NBLETTRES.
	DISPLAY "Membres sans adresse postale : " WS-NBSANSADRESSE.
	DISPLAY "Quorum (" WS-QUORUM-PCT " %) a ce jour : " WS-QUORUM-REQUIS
		" membres presents ou representes.".
	IF WS-NBERREURS > 0
		DISPLAY "Convocations en erreur : " WS-NBERREURS
		MOVE 8 TO RETURN-CODE
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
