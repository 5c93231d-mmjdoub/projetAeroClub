DATA DIVISION.
FILE SECTION.
***** FICHIER DE PUBLIPOSTAGE DES LETTRES DE RELANCE : UN ENREGISTREMENT
***** PAR COMPTE DEBITEUR, AVEC SON ADRESSE ET SES ENCOURS PAR ANCIENNETE.
***** COMPTE D'UN PAYEUR RESPONSABLE (CF PAYEUR) : REL-NUMPAYEUR RENSEIGNE,
***** REL-NUMPIL = NUMERO DE MEMBRE DU PAYEUR OU 0 S'IL NE VOLE PAS
FD RELANCEFILE.
01 RELANCE-REC.
	05 REL-NUMPIL        PIC 9(3).
	05 REL-TRANCHE60     PIC 9(6)V99.
	05 REL-TRANCHE90     PIC 9(6)V99.
	05 REL-TRANCHEPLUS   PIC 9(6)V99.
	05 REL-NUMPAYEUR     PIC 9(4).

WORKING-STORAGE SECTION.
77 WS-FSTAT-RELANCE PIC X(2) VALUE "00".
77 WS-NBFACTURES PIC 9(6) VALUE IS 0.
77 WS-NBDEBITEURS PIC 9(6) VALUE IS 0.
77 WS-NBLETTRES PIC 9(6) VALUE IS 0.
77 WS-NBMESSAGES PIC 9(6) VALUE IS 0.
77 ED-SOLDE PIC Z(5)9.99.

***** AGE DE LA FACTURE EN JOURS, CALCULE EN ANNEES DE 360 JOURS ET
***** MOIS DE 30 JOURS (PRECISION SUFFISANTE POUR UN CLASSEMENT EN
			05 WS-NUMPIL PIC 9(3).
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-DATEGEN PIC X(8).
			05 WS-TYPECOMPTE PIC X.
			05 WS-NUMCOMPTE PIC 9(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES PILOTES, PAYEURS
	EXEC SQL
		INCLUDE PILOTES,PAYEURS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
		01 WS-PILOTES.
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-NUMPAYEUR PIC 9(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** CUMULS PAR COMPTE (RUPTURE SUR WS-PREVTYPE ET WS-PREVCOMPTE, SUR
***** LE MODELE DE F7) : COMPTE "M" D'UN MEMBRE, "P" D'UN PAYEUR ;
***** WS-PREVPIL EST LE MEMBRE A PREVENIR (POUR UN PAYEUR, SON NUMERO DE
***** MEMBRE OU 0)
01 WS-CUMUL-PILOTE.
	05 WS-PREVTYPE PIC X VALUE IS SPACE.
	05 WS-PREVCOMPTE PIC 9(4) VALUE IS 0.
	05 WS-PREVPIL PIC 9(3) VALUE IS 0.
	05 WS-SOLDEPIL PIC 9(6)V99 VALUE IS 0.
	05 WS-TRANCHE30 PIC 9(6)V99 VALUE IS 0.
	05 WS-TRANCHE90 PIC 9(6)V99 VALUE IS 0.
	05 WS-TRANCHEPLUS PIC 9(6)V99 VALUE IS 0.

***** MESSAGE AU MEMBRE (SOUS-PROGRAMME NOTIFIER) : MEME DESSIN QUE SA
***** LINKAGE SECTION
01 NOTIF-DEMANDE.
	02 NOTIF-NUMPIL PIC 9(3).
	02 NOTIF-ORIGINE PIC X(8).
	02 NOTIF-REFERENCE PIC X(20).
	02 NOTIF-OBJET PIC X(40).
	02 NOTIF-TEXTE PIC X(160).
	02 NOTIF-RETOUR PIC X.
	02 NOTIF-NUMNOTIF PIC 9(8).

PROCEDURE DIVISION.

DEBUT.
	PERFORM OUVERTURE-FICHIER.
	PERFORM EN-TETE-RAPPORT.
	PERFORM BALANCE-AGEE.

***** LES MESSAGES MIS EN FILE PAR NOTIFIER SONT VALIDES ENSEMBLE
	EXEC SQL
		COMMIT
	END-EXEC.

	PERFORM FERMETURE-FICHIER.
	PERFORM BILAN.
	GO TO FIN.
	DISPLAY "Balance agee des factures impayees et lettres de relance".
	DISPLAY "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE.
	DISPLAY " ".
	DISPLAY "Encours par compte (tranches 0-30 / 31-60 / 61-90 / +90 jours) :".

***** PARCOURS DES FACTURES IMPAYEES TRIEES PAR COMPTE : A CHAQUE
***** CHANGEMENT DE COMPTE, EDITION DE SA BALANCE ET DE SA LETTRE ;
***** LES FACTURES DE PASSAGERS (NUMPIL = 0, VOLS D'INITIATION) SONT
***** EXCLUES, ELLES SE RELANCENT AU GUICHET SUR LES COORDONNEES DE
***** LA TABLE PASSAGERS ET NON PAR PUBLIPOSTAGE PILOTE. LES FACTURES
***** ADRESSEES A UN PAYEUR RESPONSABLE SONT REGROUPEES SUR SON COMPTE :
***** UNE SEULE LETTRE POUR TOUT LE GROUPE
BALANCE-AGEE.
	EXEC SQL
		DECLARE IMPAYECUR CURSOR FOR
		SELECT "M", NUMPIL, NUMFACT, MONTANT, DATEGEN
		FROM FACTURES
		WHERE ETATPAIEMENT = "N"
		AND NUMPIL NOT = 0
		AND NUMPAYEUR = 0
		UNION ALL
		SELECT "P", NUMPAYEUR, NUMFACT, MONTANT, DATEGEN
		FROM FACTURES
		WHERE ETATPAIEMENT = "N"
		AND NUMPAYEUR > 0
		ORDER BY 1, 2, 5
	END-EXEC.

	EXEC SQL

	PERFORM FACTURE-SUIVANTE THRU FACTURE-SUIVANTE-EXIT UNTIL WS-FIN-IMPAYES = 1.

	IF WS-PREVCOMPTE NOT = 0
		PERFORM EDITION-PILOTE
	END-IF.

FACTURE-SUIVANTE.
	EXEC SQL
		FETCH IMPAYECUR
		INTO :WS-TYPECOMPTE, :WS-NUMCOMPTE, :WS-NUMFACT, :WS-MONTANT,
		:WS-DATEGEN
	END-EXEC.

	IF SQLCODE = 100
		GO TO FACTURE-SUIVANTE-EXIT
	END-IF.

	IF WS-PREVCOMPTE NOT = 0 AND (WS-PREVTYPE NOT = WS-TYPECOMPTE
			OR WS-PREVCOMPTE NOT = WS-NUMCOMPTE)
		PERFORM EDITION-PILOTE
	END-IF.
	MOVE WS-TYPECOMPTE TO WS-PREVTYPE.
	MOVE WS-NUMCOMPTE TO WS-PREVCOMPTE.

***** SOLDE RESTANT DU SUR CETTE FACTURE, REGLEMENTS PARTIELS DEDUITS
***** (PAS DE REGLEMENT = SOMME SQL NULLE, TRAITEE COMME ZERO)
FACTURE-SUIVANTE-EXIT.
	EXIT.

***** EDITION DE LA BALANCE DU COMPTE EN RUPTURE ET ECRITURE DE SA
***** LETTRE DE RELANCE DANS LE FICHIER DE PUBLIPOSTAGE ; LE MESSAGE
***** E-MAIL / SMS PASSE PAR LA FICHE MEMBRE, UN PAYEUR QUI NE VOLE PAS
***** AU CLUB N'EST RELANCE QUE PAR COURRIER
EDITION-PILOTE.
	IF WS-SOLDEPIL > 0
		ADD 1 TO WS-NBDEBITEURS
		IF WS-PREVTYPE = "P"
			MOVE WS-PREVCOMPTE TO WS-NUMPAYEUR
			PERFORM LECTURE-PAYEUR-ADRESSE
			DISPLAY "    Payeur " WS-NUMPAYEUR " " WS-NOM " " WS-PRENOM
				" - solde : " WS-SOLDEPIL
		ELSE
			MOVE 0 TO WS-NUMPAYEUR
			MOVE WS-PREVCOMPTE TO WS-PREVPIL
			PERFORM LECTURE-PILOTE-ADRESSE
			DISPLAY "    Pilote " WS-PREVPIL " " WS-NOM " " WS-PRENOM
				" - solde : " WS-SOLDEPIL
		END-IF
		DISPLAY "        0-30 : " WS-TRANCHE30 "  31-60 : " WS-TRANCHE60
			"  61-90 : " WS-TRANCHE90 "  +90 : " WS-TRANCHEPLUS
		PERFORM ECRITURE-LETTRE
		IF WS-PREVPIL > 0
			PERFORM MESSAGE-RELANCE
		END-IF
	END-IF.

	MOVE 0 TO WS-SOLDEPIL.
			" sans adresse rattachee."
	END-IF.

***** PAYEUR RESPONSABLE : NOM ET ADRESSE DE LA FICHE PAYEUR, ET SON
***** NUMERO DE MEMBRE (0 S'IL NE VOLE PAS) POUR LE MESSAGE
LECTURE-PAYEUR-ADRESSE.
	EXEC SQL
		SELECT PAYEURS.NOM, PAYEURS.PRENOM, PAYEURS.NUMPIL,
		ADRESSE.NUMERO, ADRESSE.TYPEVOIE, ADRESSE.NOMVOIE,
		ADRESSE.CODEPOSTAL, ADRESSE.VILLE
		INTO :WS-NOM, :WS-PRENOM, :WS-NUMPIL, :WS-NUMERO,
		:WS-TYPEVOIE, :WS-NOMVOIE, :WS-CODEPOSTAL, :WS-VILLE
		FROM PAYEURS, ADRESSE
		WHERE PAYEURS.ADRESSE = ADRESSE.ADRESSEID
		AND PAYEURS.NUMPAYEUR = :WS-NUMPAYEUR
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE SPACES TO WS-NOM
		MOVE SPACES TO WS-PRENOM
		MOVE 0 TO WS-NUMPIL
		MOVE SPACES TO WS-TYPEVOIE
		MOVE SPACES TO WS-NOMVOIE
		MOVE SPACES TO WS-VILLE
		MOVE 0 TO WS-NUMERO
		MOVE 0 TO WS-CODEPOSTAL
		DISPLAY "    ANOMALIE - Payeur " WS-NUMPAYEUR
			" introuvable ou sans adresse."
	END-IF.
	MOVE WS-NUMPIL TO WS-PREVPIL.

ECRITURE-LETTRE.
	MOVE WS-PREVPIL TO REL-NUMPIL.
	MOVE WS-NUMPAYEUR TO REL-NUMPAYEUR.
	MOVE WS-NOM TO REL-NOM.
	MOVE WS-PRENOM TO REL-PRENOM.
	MOVE WS-NUMERO TO REL-NUMERO.
	END-IF.
	ADD 1 TO WS-NBLETTRES.

***** LA LETTRE RESTE ECRITE POUR TOUS ; LE MEMBRE QUI PREFERE L'E-MAIL
***** OU LE SMS EST EN OUTRE PREVENU PAR CE CANAL, UNE FOIS PAR JOUR
***** DE RELANCE (LA REFERENCE PORTE LA DATE DU TRAITEMENT)
MESSAGE-RELANCE.
	MOVE WS-PREVPIL TO NOTIF-NUMPIL.
	MOVE "RELANCE" TO NOTIF-ORIGINE.
	MOVE SPACES TO NOTIF-REFERENCE.
	STRING "RL" WDATE DELIMITED BY SIZE INTO NOTIF-REFERENCE.
	MOVE "Relance - solde de compte a regler" TO NOTIF-OBJET.
	MOVE WS-SOLDEPIL TO ED-SOLDE.
	MOVE SPACES TO NOTIF-TEXTE.
	STRING "Aeroclub : sauf erreur, votre compte presente un solde de "
		ED-SOLDE " EUR non regle. Merci de regulariser aupres du "
		"secretariat." DELIMITED BY SIZE INTO NOTIF-TEXTE.
	CALL "NOTIFIER" USING NOTIF-DEMANDE.
	IF NOTIF-RETOUR = "Q"
		ADD 1 TO WS-NBMESSAGES
	END-IF.

FERMETURE-FICHIER.
	CLOSE RELANCEFILE.
	IF WS-FSTAT-RELANCE NOT = "00"
BILAN.
	DISPLAY " ".
	DISPLAY "Factures impayees examinees : " WS-NBFACTURES.
	DISPLAY "Comptes debiteurs (membres et payeurs) : " WS-NBDEBITEURS.
	DISPLAY "Lettres de relance ecrites : " WS-NBLETTRES.
	DISPLAY "Relances mises en file (e-mail / SMS) : " WS-NBMESSAGES.

FIN.
	STOP RUN.
