IDENTIFICATION DIVISION.
PROGRAM-ID. ANONYME.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** ANONYMISATION DES DONNEES PERSONNELLES AU-DELA DE LA DUREE LEGALE
***** DE CONSERVATION (PARAMETRES.RETENTION_ANONYM_ANS), LANCEE CHAQUE
***** MOIS PAR LA CHAINE :
*****   - MEMBRES PARTIS (ETAT_PRES = "P" DANS PILOTES, OU DEJA ARCHIVES
*****     PAR ARCHIVE ET PRESENTS SEULEMENT DANS PILOTES_HIST) : NOM,
*****     PRENOM, DATE DE NAISSANCE, TELEPHONE, E-MAIL, ADRESSE POSTALE,
*****     IBAN DU MANDAT ET NUMEROS DE LICENCE SONT REMPLACES, DANS PILOTES COMME DANS
*****     PILOTES_HIST, AINSI QUE LES ADRESSES ET TEXTES DE SES MESSAGES
*****     (NOTIFICATIONS, LES MESSAGES ENCORE EN FILE NE PARTENT PLUS) ; LE NUMPIL RESTE, SES VOLS, FACTURES ET REGLEMENTS
*****     NE SONT PAS TOUCHES ET LES COMPTES TOMBENT TOUJOURS JUSTE.
*****     LE PAYEUR QUI EST LE MEMBRE LUI-MEME (PAYEURS.NUMPIL) EST
*****     ANONYMISE AVEC LUI (NOM, PRENOM, TELEPHONE, E-MAIL, IBAN, BIC,
*****     REFERENCE DU MANDAT ET ADRESSE), SAUF S'IL REGLE ENCORE POUR
*****     UN MEMBRE ACTIF.
*****     CHAQUE MEMBRE EST UNE UNITE DE TRAVAIL (COMMIT) ET EST INSCRIT
*****     DANS ANONYMISATIONS, QUI L'ECARTE DES PASSAGES SUIVANTS ;
*****   - PASSAGERS ET VISITEURS SANS VOL DEPUIS LA DUREE LEGALE, ET
*****     BENEFICIAIRES DES BONS CADEAUX EXPIRES DEPUIS CETTE DUREE ;
*****   - PAYEURS QUI NE REGLENT PLUS POUR AUCUN MEMBRE ACTIF DEPUIS LA
*****     DUREE LEGALE (NI FACTURE ADRESSEE, NI DEPART DE MEMBRE RATTACHE
*****     DEPUIS LE SEUIL).
***** LES FICHIERS D'ARCHIVE DEJA EXPORTES PAR PURGEHIST SONT HORS BASE
***** ET NE SONT PAS REPRIS ICI
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-RETENTION PIC 9(2) VALUE IS 0.
77 WS-ERREUR-MEMBRE PIC 9 VALUE IS 0.
77 WS-NBANONYMISES PIC 9(6) VALUE IS 0.
77 WS-NBERREURS PIC 9(6) VALUE IS 0.
77 WS-NBPASSAGERS PIC 9(6) VALUE IS 0.
77 WS-NBVISITEURS PIC 9(6) VALUE IS 0.
77 WS-NBBONS PIC 9(6) VALUE IS 0.
77 WS-NBPAYEURS-MEMBRES PIC 9(6) VALUE IS 0.
77 WS-NBPAYEURS-SEULS PIC 9(6) VALUE IS 0.
77 WS-PAYEUR-TROUVE PIC 9 VALUE IS 0.

***** MARQUE DE REMPLACEMENT DES NOMS
77 WS-ANONYME PIC X(20) VALUE "ANONYME".

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** DATE SEUIL EN ORDRE AAAA/MM/JJ : DIRECTEMENT COMPARABLE A DATMAJ,
***** DATFINAUT, DATEXPIR (AAAAMMJJ) ET A LA PART DATE DE DATEDEB
01 WDATE-SEUIL-CMP.
   02 WANNEESEUIL-CMP PIC 9999.
   02 WMOISSEUIL-CMP PIC 99.
   02 WJOURSEUIL-CMP PIC 99.

***** MEMBRES A ANONYMISER, CHARGES AVANT TOUTE MISE A JOUR POUR NE PAS
***** MODIFIER PILOTES SOUS UN CURSEUR OUVERT SUR PILOTES (500 PAR
***** PASSAGE AU PLUS ; LE RESTE EST REPRIS AU PASSAGE SUIVANT)
01 WS-TABLE-MEMBRES.
	05 WS-NBMEMBRES PIC 9(3) VALUE IS 0.
	05 MEM-IDX PIC 9(3) VALUE IS 0.
	05 WS-MEMBRE OCCURS 500.
		10 WS-MEM-NUMPIL PIC 9(3).
		10 WS-MEM-DATDEPART PIC X(8).

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLE PARAMETRES
	EXEC SQL
		INCLUDE PARAMETRES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PARAMETRES.
			05 WS-RETENTION_ANONYM_ANS PIC 9(2).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES PILOTES, PILOTES_HIST, ADRESSE, MANDATS, LICENCES,
**** ANONYMISATIONS, NOTIFICATIONS, PAYEURS, FACTURES
	EXEC SQL
		INCLUDE PILOTES,PILOTES_HIST,ADRESSE,MANDATS,LICENCES,
		ANONYMISATIONS,NOTIFICATIONS,PAYEURS,FACTURES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-MEMBRE-PARTI.
			05 WS-NUMPIL PIC 9(3).
			05 WS-DATDEPART PIC X(8).
			05 WS-SEUIL PIC X(8).
			05 WS-NBTABLES PIC 9(2).
			05 WS-NBLUS PIC 9(6).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES PASSAGERS, VISITEURS, VOLS, BONS_CADEAU
	EXEC SQL
		INCLUDE PASSAGERS,VISITEURS,VOLS,BONS_CADEAU
	END-EXEC.

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
***** DESSIN QUE SA LINKAGE SECTION
01 SPOOL-DEMANDE.
	02 SPOOL-ACTION PIC X VALUE "L".
	02 SPOOL-PROGRAMME PIC X(8).
	02 SPOOL-LIGNE PIC X(80).
	02 SPOOL-NUMRAPPORT PIC 9(6).

PROCEDURE DIVISION.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "ANONYME" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM LECTURE-PARAMETRES.
	PERFORM CALCUL-SEUIL.
	PERFORM EN-TETE-RAPPORT.
	PERFORM SELECTION-MEMBRES.
	MOVE 1 TO MEM-IDX.
	PERFORM ANONYMISATION-MEMBRE THRU ANONYMISATION-MEMBRE-EXIT
		UNTIL MEM-IDX > WS-NBMEMBRES.
	PERFORM ANONYMISATION-PASSAGERS.
	PERFORM ANONYMISATION-VISITEURS.
	PERFORM ANONYMISATION-BONS.
	PERFORM ANONYMISATION-PAYEURS.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	IF WS-NBERREURS > 0
		MOVE 8 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	GO TO FIN.

***** LA DUREE DE CONSERVATION (EN ANNEES) EST CONFIGURABLE VIA
***** PARAMETRES, SUR LE MODELE DE RETENTION_DEPART (ARCHIVE)
LECTURE-PARAMETRES.
	EXEC SQL
		SELECT RETENTION_ANONYM_ANS
		INTO :WS-RETENTION_ANONYM_ANS
		FROM PARAMETRES
		WHERE PARAMID = 1
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE "ERREUR : PARAMETRES (PARAMID = 1) INTROUVABLE, TRAITEMENT ANNULE."
			TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE "F" TO SPOOL-ACTION
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	MOVE WS-RETENTION_ANONYM_ANS TO WS-RETENTION.

CALCUL-SEUIL.
	MOVE WJOUR TO WJOURSEUIL-CMP.
	MOVE WMOIS TO WMOISSEUIL-CMP.
	COMPUTE WANNEESEUIL-CMP = WANNEE - WS-RETENTION.
	MOVE WDATE-SEUIL-CMP TO WS-SEUIL.

EN-TETE-RAPPORT.
	MOVE "Anonymisation des donnees personnelles" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Duree de conservation : " WS-RETENTION " an(s), seuil "
		WS-SEUIL DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Membres partis anonymises :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***************************************************************
***** MEMBRES PARTIS AVANT LE SEUIL ET PAS ENCORE ANONYMISES : ENCORE
***** DANS PILOTES (ETAT_PRES = "P", DATE DE DEPART = DATMAJ COMME DANS
***** ARCHIVE), OU ARCHIVES (BEFORE-IMAGE "D" DE PILOTES_HIST, DONT LE
***** DATMAJ EST LA DERNIERE MISE A JOUR AVANT SUPPRESSION)
***************************************************************
SELECTION-MEMBRES.
	EXEC SQL
		DECLARE MEMBRESCUR CURSOR FOR
		SELECT NUMPIL, DATMAJ
		FROM PILOTES
		WHERE ETAT_PRES = "P"
		AND DATMAJ < :WS-SEUIL
		AND NOT EXISTS (SELECT NUMPIL FROM ANONYMISATIONS
		WHERE ANONYMISATIONS.NUMPIL = PILOTES.NUMPIL)
		UNION
		SELECT NUMPIL, DATMAJ
		FROM PILOTES_HIST
		WHERE OPERATION = "D"
		AND DATMAJ < :WS-SEUIL
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES
		WHERE PILOTES.NUMPIL = PILOTES_HIST.NUMPIL)
		AND NOT EXISTS (SELECT NUMPIL FROM ANONYMISATIONS
		WHERE ANONYMISATIONS.NUMPIL = PILOTES_HIST.NUMPIL)
		ORDER BY 1
	END-EXEC.

	EXEC SQL
		OPEN MEMBRESCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM MEMBRE-SUIVANT THRU MEMBRE-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE MEMBRESCUR
	END-EXEC.

MEMBRE-SUIVANT.
	EXEC SQL
		FETCH MEMBRESCUR
		INTO :WS-NUMPIL, :WS-DATDEPART
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO MEMBRE-SUIVANT-EXIT
	END-IF.

***** UN MEMBRE SUPPRIME, RECREE PUIS SUPPRIME A NOUVEAU A DEUX
***** BEFORE-IMAGES "D" : IL NE DOIT ETRE TRAITE QU'UNE FOIS
	IF WS-NBMEMBRES > 0
		IF WS-MEM-NUMPIL(WS-NBMEMBRES) = WS-NUMPIL
			GO TO MEMBRE-SUIVANT-EXIT
		END-IF
	END-IF.

	IF WS-NBMEMBRES = 500
		MOVE 1 TO WS-FIN-CURSEUR
		MOVE "    (plus de 500 membres : la suite au prochain passage)"
			TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO MEMBRE-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBMEMBRES.
	MOVE WS-NUMPIL TO WS-MEM-NUMPIL(WS-NBMEMBRES).
	MOVE WS-DATDEPART TO WS-MEM-DATDEPART(WS-NBMEMBRES).

MEMBRE-SUIVANT-EXIT.
	EXIT.

***************************************************************
***** ANONYMISATION D'UN MEMBRE : PILOTES D'ABORD, CAR SA MISE A JOUR
***** DECLENCHE TRIGPILOTES QUI RECOPIE LE NOM EN CLAIR DANS
***** PILOTES_HIST ; PILOTES_HIST EST DONC TRAITE APRES. L'ADRESSE
***** N'EST REMPLACEE QUE SI AUCUN AUTRE MEMBRE NE LA PARTAGE. LE
***** PAYEUR DONT IL EST LE MEMBRE (PAYEURS.NUMPIL) EST TRAITE AVEC LUI
***** S'IL NE REGLE PLUS POUR AUCUN MEMBRE ACTIF ; SINON IL SERA REPRIS
***** PAR ANONYMISATION-PAYEURS QUAND SES MEMBRES SERONT PARTIS
***************************************************************
ANONYMISATION-MEMBRE.
	MOVE WS-MEM-NUMPIL(MEM-IDX) TO WS-NUMPIL.
	MOVE WS-MEM-DATDEPART(MEM-IDX) TO WS-DATDEPART.
	MOVE 0 TO WS-NBTABLES.
	MOVE 0 TO WS-ERREUR-MEMBRE.
	MOVE 0 TO WS-PAYEUR-TROUVE.

	EXEC SQL
		UPDATE ADRESSE SET NUMERO = 0, TYPEVOIE = " ",
		NOMVOIE = :WS-ANONYME, CODEPOSTAL = 0, VILLE = " "
		WHERE (ADRESSEID IN (SELECT ADRESSE FROM PILOTES
		WHERE NUMPIL = :WS-NUMPIL)
		OR ADRESSEID IN (SELECT ADRESSE FROM PILOTES_HIST
		WHERE NUMPIL = :WS-NUMPIL))
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES
		WHERE PILOTES.ADRESSE = ADRESSE.ADRESSEID
		AND PILOTES.NUMPIL <> :WS-NUMPIL)
	END-EXEC.
	PERFORM CONTROLE-MAJ.

	EXEC SQL
		UPDATE PILOTES SET NOM = :WS-ANONYME, PRENOM = " ",
		TELEPHONE = " ", EMAIL = " ", PREFCONTACT = "C", DATENAIS = " "
		WHERE NUMPIL = :WS-NUMPIL
	END-EXEC.
	PERFORM CONTROLE-MAJ.

	EXEC SQL
		UPDATE PILOTES_HIST SET NOM = :WS-ANONYME, PRENOM = " ",
		TELEPHONE = " ", EMAIL = " ", DATENAIS = " "
		WHERE NUMPIL = :WS-NUMPIL
	END-EXEC.
	PERFORM CONTROLE-MAJ.

	EXEC SQL
		UPDATE MANDATS SET IBAN = " ", BIC = " ", ACTIF = "N"
		WHERE NUMPIL = :WS-NUMPIL
	END-EXEC.
	PERFORM CONTROLE-MAJ.

	EXEC SQL
		UPDATE LICENCES SET NUMLICENCE = " ", LICFED = " "
		WHERE NUMPIL = :WS-NUMPIL
	END-EXEC.
	PERFORM CONTROLE-MAJ.

	EXEC SQL
		UPDATE ADRESSE SET NUMERO = 0, TYPEVOIE = " ",
		NOMVOIE = :WS-ANONYME, CODEPOSTAL = 0, VILLE = " "
		WHERE ADRESSEID IN (SELECT ADRESSE FROM PAYEURS
		WHERE PAYEURS.NUMPIL = :WS-NUMPIL
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES
		WHERE PILOTES.NUMPAYEUR = PAYEURS.NUMPAYEUR
		AND PILOTES.ETAT_PRES <> "P"))
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES
		WHERE PILOTES.ADRESSE = ADRESSE.ADRESSEID
		AND PILOTES.NUMPIL <> :WS-NUMPIL)
	END-EXEC.
	PERFORM CONTROLE-MAJ.

	EXEC SQL
		UPDATE PAYEURS SET NOM = :WS-ANONYME, PRENOM = " ",
		TELEPHONE = " ", EMAIL = " ", PREFCONTACT = "C", IBAN = " ",
		BIC = " ", REFMANDAT = " ", MANDATACTIF = "N"
		WHERE NUMPIL = :WS-NUMPIL
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES
		WHERE PILOTES.NUMPAYEUR = PAYEURS.NUMPAYEUR
		AND PILOTES.ETAT_PRES <> "P")
	END-EXEC.
	IF SQLCODE = 0
		MOVE 1 TO WS-PAYEUR-TROUVE
	END-IF.
	PERFORM CONTROLE-MAJ.

	EXEC SQL
		UPDATE NOTIFICATIONS SET ETATNOTIF = "R",
		MOTIFECHEC = "MEMBRE ANONYMISE"
		WHERE NUMPIL = :WS-NUMPIL
		AND ETATNOTIF = "A"
	END-EXEC.
	PERFORM CONTROLE-MAJ.

	EXEC SQL
		UPDATE NOTIFICATIONS SET DESTINATAIRE = " ", TEXTE = " "
		WHERE NUMPIL = :WS-NUMPIL
	END-EXEC.
	PERFORM CONTROLE-MAJ.

	IF WS-ERREUR-MEMBRE = 0
		EXEC SQL
			INSERT INTO ANONYMISATIONS(NUMPIL,DATANONYM,NBTABLES)
			VALUES(:WS-NUMPIL,:WDATE,:WS-NBTABLES)
		END-EXEC
		PERFORM CONTROLE-MAJ
	END-IF.

	IF WS-ERREUR-MEMBRE = 1
		EXEC SQL
			ROLLBACK
		END-EXEC
		ADD 1 TO WS-NBERREURS
		MOVE SPACES TO SPOOL-LIGNE
		STRING "    Pilote " WS-NUMPIL " : ERREUR SQL, membre non anonymise"
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO ANONYMISATION-MEMBRE-SUITE
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	ADD 1 TO WS-NBANONYMISES.
	IF WS-PAYEUR-TROUVE = 1
		ADD 1 TO WS-NBPAYEURS-MEMBRES
	END-IF.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Pilote " WS-NUMPIL " (parti le " WS-DATDEPART ") : "
		WS-NBTABLES " table(s) modifiee(s)" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

ANONYMISATION-MEMBRE-SUITE.
	ADD 1 TO MEM-IDX.

ANONYMISATION-MEMBRE-EXIT.
	EXIT.

***** SQLCODE 100 : LE MEMBRE NE FIGURE PAS DANS CETTE TABLE
CONTROLE-MAJ.
	IF SQLCODE = 0
		ADD 1 TO WS-NBTABLES
	ELSE IF SQLCODE NOT = 100
		MOVE 1 TO WS-ERREUR-MEMBRE
	END-IF.

***************************************************************
***** PASSAGERS (BAPTEMES, VOLS PARTAGES) SANS VOL DEPUIS LE SEUIL
***************************************************************
ANONYMISATION-PASSAGERS.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBLUS
		FROM PASSAGERS
		WHERE NOM <> :WS-ANONYME
		AND DATCRE < :WS-SEUIL
		AND NOT EXISTS (SELECT NUMVOL FROM VOLS
		WHERE VOLS.NUMPASS = PASSAGERS.NUMPASS
		AND VOLS.DATEDEB >= :WS-SEUIL)
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBLUS = 0
		GO TO ANONYMISATION-PASSAGERS-FIN
	END-IF.

	EXEC SQL
		UPDATE PASSAGERS SET NOM = :WS-ANONYME, PRENOM = " ",
		TELEPHONE = " "
		WHERE NOM <> :WS-ANONYME
		AND DATCRE < :WS-SEUIL
		AND NOT EXISTS (SELECT NUMVOL FROM VOLS
		WHERE VOLS.NUMPASS = PASSAGERS.NUMPASS
		AND VOLS.DATEDEB >= :WS-SEUIL)
	END-EXEC.

	IF SQLCODE NOT = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		ADD 1 TO WS-NBERREURS
		MOVE "    ERREUR SQL, passagers non anonymises" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO ANONYMISATION-PASSAGERS-FIN
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.
	MOVE WS-NBLUS TO WS-NBPASSAGERS.

ANONYMISATION-PASSAGERS-FIN.
	EXIT.

***************************************************************
***** VISITEURS DONT L'AUTORISATION A PRIS FIN AVANT LE SEUIL ET SANS
***** VOL DEPUIS ; LE CLUB D'ORIGINE EST GARDE POUR LES STATISTIQUES
***************************************************************
ANONYMISATION-VISITEURS.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBLUS
		FROM VISITEURS
		WHERE NOM <> :WS-ANONYME
		AND DATFINAUT < :WS-SEUIL
		AND NOT EXISTS (SELECT NUMVOL FROM VOLS
		WHERE VOLS.NUMVISITEUR = VISITEURS.NUMVISITEUR
		AND VOLS.DATEDEB >= :WS-SEUIL)
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBLUS = 0
		GO TO ANONYMISATION-VISITEURS-FIN
	END-IF.

	EXEC SQL
		UPDATE VISITEURS SET NOM = :WS-ANONYME, PRENOM = " ",
		LICENCE = " "
		WHERE NOM <> :WS-ANONYME
		AND DATFINAUT < :WS-SEUIL
		AND NOT EXISTS (SELECT NUMVOL FROM VOLS
		WHERE VOLS.NUMVISITEUR = VISITEURS.NUMVISITEUR
		AND VOLS.DATEDEB >= :WS-SEUIL)
	END-EXEC.

	IF SQLCODE NOT = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		ADD 1 TO WS-NBERREURS
		MOVE "    ERREUR SQL, visiteurs non anonymises" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO ANONYMISATION-VISITEURS-FIN
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.
	MOVE WS-NBLUS TO WS-NBVISITEURS.

ANONYMISATION-VISITEURS-FIN.
	EXIT.

***************************************************************
***** BENEFICIAIRES DES BONS CADEAUX EXPIRES AVANT LE SEUIL (LE BON
***** ET SON MONTANT RESTENT, SEUL LE NOM DISPARAIT)
***************************************************************
ANONYMISATION-BONS.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBLUS
		FROM BONS_CADEAU
		WHERE BENEFICIAIRE <> :WS-ANONYME
		AND DATEXPIR < :WS-SEUIL
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBLUS = 0
		GO TO ANONYMISATION-BONS-FIN
	END-IF.

	EXEC SQL
		UPDATE BONS_CADEAU SET BENEFICIAIRE = :WS-ANONYME
		WHERE BENEFICIAIRE <> :WS-ANONYME
		AND DATEXPIR < :WS-SEUIL
	END-EXEC.

	IF SQLCODE NOT = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		ADD 1 TO WS-NBERREURS
		MOVE "    ERREUR SQL, bons cadeaux non anonymises" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO ANONYMISATION-BONS-FIN
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.
	MOVE WS-NBLUS TO WS-NBBONS.

ANONYMISATION-BONS-FIN.
	EXIT.

***************************************************************
***** PAYEURS QUI NE REGLENT PLUS POUR AUCUN MEMBRE ACTIF DEPUIS LE
***** SEUIL : PAS DE MEMBRE RATTACHE PRESENT NI PARTI APRES LE SEUIL
***** (DANS PILOTES COMME DANS LES ARCHIVES), PAS DE MEMBRE ACTIF A LEUR
***** NUMERO, PAS DE FACTURE ADRESSEE DEPUIS. L'ADRESSE EST TRAITEE
***** AVANT LE PAYEUR ET N'EST REMPLACEE QUE SI AUCUN MEMBRE ACTIF NE LA
***** PARTAGE ; LES FACTURES ET REGLEMENTS RESTENT AU NUMPAYEUR
***************************************************************
ANONYMISATION-PAYEURS.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBLUS
		FROM PAYEURS
		WHERE NOM <> :WS-ANONYME
		AND DATMAJ < :WS-SEUIL
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES
		WHERE PILOTES.NUMPAYEUR = PAYEURS.NUMPAYEUR
		AND (PILOTES.ETAT_PRES <> "P" OR PILOTES.DATMAJ >= :WS-SEUIL))
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES_HIST
		WHERE PILOTES_HIST.NUMPAYEUR = PAYEURS.NUMPAYEUR
		AND PILOTES_HIST.DATMAJ >= :WS-SEUIL)
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES
		WHERE PILOTES.NUMPIL = PAYEURS.NUMPIL
		AND PILOTES.ETAT_PRES <> "P")
		AND NOT EXISTS (SELECT NUMFACT FROM FACTURES
		WHERE FACTURES.NUMPAYEUR = PAYEURS.NUMPAYEUR
		AND FACTURES.DATEGEN >= :WS-SEUIL)
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-NBLUS = 0
		GO TO ANONYMISATION-PAYEURS-FIN
	END-IF.

	EXEC SQL
		UPDATE ADRESSE SET NUMERO = 0, TYPEVOIE = " ",
		NOMVOIE = :WS-ANONYME, CODEPOSTAL = 0, VILLE = " "
		WHERE ADRESSEID IN (SELECT ADRESSE FROM PAYEURS
		WHERE NOM <> :WS-ANONYME
		AND DATMAJ < :WS-SEUIL
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES
		WHERE PILOTES.NUMPAYEUR = PAYEURS.NUMPAYEUR
		AND (PILOTES.ETAT_PRES <> "P" OR PILOTES.DATMAJ >= :WS-SEUIL))
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES_HIST
		WHERE PILOTES_HIST.NUMPAYEUR = PAYEURS.NUMPAYEUR
		AND PILOTES_HIST.DATMAJ >= :WS-SEUIL)
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES
		WHERE PILOTES.NUMPIL = PAYEURS.NUMPIL
		AND PILOTES.ETAT_PRES <> "P")
		AND NOT EXISTS (SELECT NUMFACT FROM FACTURES
		WHERE FACTURES.NUMPAYEUR = PAYEURS.NUMPAYEUR
		AND FACTURES.DATEGEN >= :WS-SEUIL))
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES
		WHERE PILOTES.ADRESSE = ADRESSE.ADRESSEID
		AND PILOTES.ETAT_PRES <> "P")
	END-EXEC.

	IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
		EXEC SQL
			ROLLBACK
		END-EXEC
		ADD 1 TO WS-NBERREURS
		MOVE "    ERREUR SQL, payeurs non anonymises" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO ANONYMISATION-PAYEURS-FIN
	END-IF.

	EXEC SQL
		UPDATE PAYEURS SET NOM = :WS-ANONYME, PRENOM = " ",
		TELEPHONE = " ", EMAIL = " ", PREFCONTACT = "C", IBAN = " ",
		BIC = " ", REFMANDAT = " ", MANDATACTIF = "N"
		WHERE NOM <> :WS-ANONYME
		AND DATMAJ < :WS-SEUIL
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES
		WHERE PILOTES.NUMPAYEUR = PAYEURS.NUMPAYEUR
		AND (PILOTES.ETAT_PRES <> "P" OR PILOTES.DATMAJ >= :WS-SEUIL))
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES_HIST
		WHERE PILOTES_HIST.NUMPAYEUR = PAYEURS.NUMPAYEUR
		AND PILOTES_HIST.DATMAJ >= :WS-SEUIL)
		AND NOT EXISTS (SELECT NUMPIL FROM PILOTES
		WHERE PILOTES.NUMPIL = PAYEURS.NUMPIL
		AND PILOTES.ETAT_PRES <> "P")
		AND NOT EXISTS (SELECT NUMFACT FROM FACTURES
		WHERE FACTURES.NUMPAYEUR = PAYEURS.NUMPAYEUR
		AND FACTURES.DATEGEN >= :WS-SEUIL)
	END-EXEC.

	IF SQLCODE NOT = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		ADD 1 TO WS-NBERREURS
		MOVE "    ERREUR SQL, payeurs non anonymises" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO ANONYMISATION-PAYEURS-FIN
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.
	MOVE WS-NBLUS TO WS-NBPAYEURS-SEULS.

ANONYMISATION-PAYEURS-FIN.
	EXIT.

BILAN.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Membres partis anonymises : " WS-NBANONYMISES
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Passagers anonymises : " WS-NBPASSAGERS
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Visiteurs anonymises : " WS-NBVISITEURS
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Bons cadeaux anonymises : " WS-NBBONS
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Payeurs anonymises avec leur membre : " WS-NBPAYEURS-MEMBRES
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Payeurs sans membre actif anonymises : " WS-NBPAYEURS-SEULS
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Erreurs : " WS-NBERREURS
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

FIN.
	GOBACK.
