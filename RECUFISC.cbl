IDENTIFICATION DIVISION.
PROGRAM-ID. RECUFISC.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT RECUFILE ASSIGN TO "frecufisc.dat"
	ORGANIZATION IS LINE SEQUENTIAL
	FILE STATUS IS WS-FSTAT-RECU.

DATA DIVISION.
FILE SECTION.
***** RECUS FISCAUX MIS EN PAGE, PRETS A ETRE IMPRIMES, SIGNES PAR LE
***** TRESORIER ET REMIS OU POSTES AUX DONATEURS
FD RECUFILE.
01 RECU-REC PIC X(80).

WORKING-STORAGE SECTION.
***** EMISSION ANNUELLE DES RECUS FISCAUX (CERFA 11580) : UN RECU PAR
***** DONATEUR POUR L'EXERCICE (ANNEE CIVILE), CUMULANT SES DONS ET SES
***** ABANDONS DE FRAIS (TABLE DONS, SAISIE DANS F9) PAS ENCORE REPRIS SUR
***** UN RECU. NUMEROTATION CONTINUE PAR LA SEQUENCE NUMRECU, ATTRIBUEE
***** DANS LA MEME TRANSACTION QUE LE RECU ET LE MARQUAGE DE SES DONS.
***** EN FIN DE PASSAGE, LA LISTE ANNUELLE DES RECUS DE L'EXERCICE EST
***** SPOULEE POUR LES COMMISSAIRES AUX COMPTES.
***** LES ECRITURES COMPTABLES DES DONS SONT PASSEES PAR JOURNAL AU MOIS
***** DU DON ; LE RECU N'EN DONNE PAS.
***** LANCE PAR LA CHAINE DU SOIR EN FIN JANVIER POUR L'ANNEE ECOULEE
77 WS-FSTAT-RECU PIC X(2) VALUE "00".
77 SAI-ANNEE PIC X(4) VALUE SPACES.
77 FILTRE-ANNEE PIC X(5) VALUE SPACES.
77 WS-ANNEE-NUM PIC 9(4) VALUE IS 0.
77 WS-NBRECUS PIC 9(6) VALUE IS 0.
77 WS-NBERREURS PIC 9(6) VALUE IS 0.
77 WS-TOTAL-RECUS PIC 9(8)V99 VALUE IS 0.
***** FIN DES CURSEURS : TEMOIN SEPARE DE SQLCODE, CAR LES SELECT
***** INTERIEURS ECRASENT SQLCODE ENTRE DEUX FETCH
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-ERREUR-SQL PIC 9 VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

***** DONATEURS A TRAITER, RELEVES AVANT TOUTE ECRITURE (LE COMMIT DE
***** CHAQUE RECU FERMERAIT LE CURSEUR)
01 WS-DONATEURS.
	05 WS-NBDONATEURS PIC 9(3) VALUE IS 0.
	05 WS-DONATEUR OCCURS 500.
		10 DNT-NUMPIL PIC 9(3).
77 DNT-IDX PIC 9(3) VALUE IS 0.

***** LISTE ANNUELLE : CONTROLE DE LA CONTINUITE DE LA NUMEROTATION
77 WS-RECU-PRECEDENT PIC 9(6) VALUE IS 0.
77 WS-NBLISTES PIC 9(6) VALUE IS 0.
77 WS-LISTE-DONS PIC 9(8)V99 VALUE IS 0.
77 WS-LISTE-ABANDONS PIC 9(8)V99 VALUE IS 0.
77 WS-LISTE-TOTAL PIC 9(8)V99 VALUE IS 0.
77 ED-MONTANT PIC Z(5)9.99.
77 ED-DONS PIC Z(5)9.99.
77 ED-ABANDONS PIC Z(5)9.99.
77 ED-TOTAL PIC Z(7)9.99.

***** MONTANT EN TOUTES LETTRES (MENTION DU CERFA), JUSQU'A 999 999,99
***** EUROS : TRANCHES DES MILLIERS ET DES UNITES, PUIS LES CENTIMES
77 LET-LETTRES PIC X(160) VALUE SPACES.
77 LET-PTR PIC 9(3) VALUE IS 1.
77 LET-MOT PIC X(20) VALUE SPACES.
77 LET-MONTANT PIC 9(6)V99 VALUE IS 0.
77 LET-EUROS PIC 9(6) VALUE IS 0.
77 LET-CENTIMES PIC 9(2) VALUE IS 0.
77 LET-MILLIERS PIC 9(3) VALUE IS 0.
77 LET-UNITES PIC 9(3) VALUE IS 0.
77 LET-SEGMENT PIC 9(3) VALUE IS 0.
***** LET-PLURIEL = 1 : "CENT" ET "QUATRE-VINGT" PRENNENT UN S EN FIN
***** DE NOMBRE, PAS DEVANT "MILLE"
77 LET-PLURIEL PIC 9 VALUE IS 0.
77 LET-CENTAINE PIC 9 VALUE IS 0.
77 LET-RESTE PIC 9(2) VALUE IS 0.
77 LET-DIZAINE PIC 9 VALUE IS 0.
77 LET-CHIFFRE PIC 9 VALUE IS 0.
01 LET-NOMS-UNITES.
	05 FILLER PIC X(9) VALUE "zero".
	05 FILLER PIC X(9) VALUE "un".
	05 FILLER PIC X(9) VALUE "deux".
	05 FILLER PIC X(9) VALUE "trois".
	05 FILLER PIC X(9) VALUE "quatre".
	05 FILLER PIC X(9) VALUE "cinq".
	05 FILLER PIC X(9) VALUE "six".
	05 FILLER PIC X(9) VALUE "sept".
	05 FILLER PIC X(9) VALUE "huit".
	05 FILLER PIC X(9) VALUE "neuf".
	05 FILLER PIC X(9) VALUE "dix".
	05 FILLER PIC X(9) VALUE "onze".
	05 FILLER PIC X(9) VALUE "douze".
	05 FILLER PIC X(9) VALUE "treize".
	05 FILLER PIC X(9) VALUE "quatorze".
	05 FILLER PIC X(9) VALUE "quinze".
	05 FILLER PIC X(9) VALUE "seize".
	05 FILLER PIC X(9) VALUE "dix-sept".
	05 FILLER PIC X(9) VALUE "dix-huit".
	05 FILLER PIC X(9) VALUE "dix-neuf".
01 LET-TABLE-UNITES REDEFINES LET-NOMS-UNITES.
	05 LET-UNITE PIC X(9) OCCURS 20.
01 LET-NOMS-DIZAINES.
	05 FILLER PIC X(9) VALUE "vingt".
	05 FILLER PIC X(9) VALUE "trente".
	05 FILLER PIC X(9) VALUE "quarante".
	05 FILLER PIC X(9) VALUE "cinquante".
	05 FILLER PIC X(9) VALUE "soixante".
01 LET-TABLE-DIZAINES REDEFINES LET-NOMS-DIZAINES.
	05 LET-DIZ PIC X(9) OCCURS 5.

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
***** DESSIN QUE SA LINKAGE SECTION
01 SPOOL-DEMANDE.
	02 SPOOL-ACTION PIC X VALUE "L".
	02 SPOOL-PROGRAMME PIC X(8).
	02 SPOOL-LIGNE PIC X(80).
	02 SPOOL-NUMRAPPORT PIC 9(6).

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES DONS, RECUS_FISCAUX
	EXEC SQL
		INCLUDE DONS,RECUS_FISCAUX
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-DONS.
			05 WS-NUMDON PIC 9(6).
			05 WS-DATEDON PIC X(8).
			05 WS-NATURE PIC X.
			05 WS-MODEVERS PIC X.
			05 WS-CATFRAIS PIC X.
			05 WS-MONTANT-DON PIC 9(6)V99.
			05 WS-JUSTIF PIC X(40).
			05 WS-FILTRE-ANNEE PIC X(5).
		01 WS-RECU.
			05 WS-NUMRECU PIC 9(6).
			05 WS-ANNEE PIC X(4).
			05 WS-NUMPIL PIC 9(3).
			05 WS-MONTANT-DONS PIC 9(6)V99.
			05 WS-MONTANT-ABANDONS PIC 9(6)V99.
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-DATEEMIS PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES PILOTES, ADRESSE
	EXEC SQL
		INCLUDE PILOTES,ADRESSE
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PILOTE-ADRESSE.
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-NUMERO PIC 9(3).
			05 WS-TYPEVOIE PIC X(20).
			05 WS-NOMVOIE PIC X(50).
			05 WS-CODEPOSTAL PIC 9(5).
			05 WS-VILLE PIC X(20).
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

***** LIGNES D'IMPRESSION DU RECU
01 LIGNE-TITRE.
	05 FILLER PIC X(26) VALUE "AEROCLUB - RECU FISCAL No ".
	05 TIT-NUMRECU PIC Z(5)9.
	05 FILLER PIC X(35) VALUE " ".
	05 FILLER PIC X(9) VALUE "Exercice ".
	05 TIT-ANNEE PIC X(4).

01 LIGNE-DONATEUR.
	05 FILLER PIC X(2) VALUE " ".
	05 DNR-NOM PIC X(20).
	05 FILLER PIC X VALUE " ".
	05 DNR-PRENOM PIC X(20).

01 LIGNE-ADRESSE1.
	05 FILLER PIC X(2) VALUE " ".
	05 ADR-NUMERO PIC ZZ9.
	05 FILLER PIC X VALUE " ".
	05 ADR-TYPEVOIE PIC X(15).
	05 FILLER PIC X VALUE " ".
	05 ADR-NOMVOIE PIC X(40).

01 LIGNE-ADRESSE2.
	05 FILLER PIC X(2) VALUE " ".
	05 ADR-CODEPOSTAL PIC 9(5).
	05 FILLER PIC X VALUE " ".
	05 ADR-VILLE PIC X(20).

01 LIGNE-SOMME.
	05 FILLER PIC X(47) VALUE "ouvrant droit a reduction d'impot la somme de :".
	05 SOM-MONTANT PIC Z(5)9.99.
	05 FILLER PIC X(6) VALUE " euros".

01 LIGNE-PERIODE.
	05 FILLER PIC X(31) VALUE "Date des versements : du 01/01/".
	05 PER-ANNEE-DEB PIC X(4).
	05 FILLER PIC X(10) VALUE " au 31/12/".
	05 PER-ANNEE-FIN PIC X(4).
	05 FILLER PIC X(30) VALUE " (dons cumules de l'exercice)".

01 LIGNE-ABANDONS.
	05 FILLER PIC X(38) VALUE "dont abandons de frais par benevole : ".
	05 ABD-MONTANT PIC Z(5)9.99.
	05 FILLER PIC X(6) VALUE " euros".

01 LIGNE-COLONNES.
	05 FILLER PIC X(80) VALUE "   DON | DATE     | NATURE               | JUSTIFICATIF                | MONTANT".

01 LIGNE-DETAIL.
	05 DET-NUMDON PIC Z(5)9.
	05 FILLER PIC X(3) VALUE " | ".
	05 DET-DATEDON PIC X(8).
	05 FILLER PIC X(3) VALUE " | ".
	05 DET-NATURE PIC X(20).
	05 FILLER PIC X(3) VALUE " | ".
	05 DET-JUSTIF PIC X(27).
	05 FILLER PIC X(3) VALUE " | ".
	05 DET-MONTANT PIC ZZZ9.99.

01 LIGNE-SIGNATURE.
	05 FILLER PIC X(8) VALUE "Fait le ".
	05 SIG-JOUR PIC 99.
	05 FILLER PIC X VALUE "/".
	05 SIG-MOIS PIC 99.
	05 FILLER PIC X VALUE "/".
	05 SIG-ANNEE PIC 9999.
	05 FILLER PIC X(30) VALUE " ".
	05 FILLER PIC X(14) VALUE "Le tresorier,".

01 LIGNE-LETTRES1.
	05 FILLER PIC X(2) VALUE " ".
	05 LET-LIGNE1 PIC X(78).

01 LIGNE-LETTRES2.
	05 FILLER PIC X(2) VALUE " ".
	05 LET-LIGNE2 PIC X(78).

01 LIGNE-SEPARATION PIC X(80) VALUE ALL "=".
01 LIGNE-BLANCHE PIC X(80) VALUE " ".

PROCEDURE DIVISION.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY "Emission des recus fiscaux (dons et abandons de frais)".
	DISPLAY "Exercice a traiter (AAAA, vide = annee ecoulee) : ".
	ACCEPT SAI-ANNEE.

***** LANCE PAR LA CHAINE DU SOIR SANS OPERATEUR : UNE SAISIE VIDE
***** PREND L'ANNEE QUI PRECEDE LA DATE DE TRAITEMENT
	IF SAI-ANNEE = SPACES
		COMPUTE WS-ANNEE-NUM = WANNEE - 1
		MOVE WS-ANNEE-NUM TO SAI-ANNEE
	END-IF.

	IF SAI-ANNEE IS NOT NUMERIC
		DISPLAY "ERREUR : EXERCICE INVALIDE, TRAITEMENT ANNULE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	MOVE SAI-ANNEE TO WS-ANNEE-NUM.
	IF WS-ANNEE-NUM > WANNEE
		DISPLAY "ERREUR : EXERCICE INVALIDE, TRAITEMENT ANNULE."
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	MOVE SAI-ANNEE TO WS-ANNEE.
	STRING SAI-ANNEE "%" DELIMITED BY SIZE INTO FILTRE-ANNEE.
	MOVE FILTRE-ANNEE TO WS-FILTRE-ANNEE.
	MOVE WDATE TO WS-DATEEMIS.

	OPEN OUTPUT RECUFILE.
	IF WS-FSTAT-RECU NOT = "00"
		DISPLAY "ERREUR OUVERTURE FRECUFISC.DAT : " WS-FSTAT-RECU
		MOVE 8 TO RETURN-CODE
		GO TO FIN
	END-IF.

	DISPLAY "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE.
	DISPLAY "Recus de l'exercice " SAI-ANNEE " :".
	PERFORM RELEVE-DONATEURS.
	PERFORM EMISSION-RECU THRU EMISSION-RECU-EXIT
		VARYING DNT-IDX FROM 1 BY 1 UNTIL DNT-IDX > WS-NBDONATEURS.

	CLOSE RECUFILE.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "RECUFISC" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.
	PERFORM LISTE-ANNUELLE.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	PERFORM BILAN.
	IF WS-NBERREURS > 0
		MOVE 8 TO RETURN-CODE
	ELSE
		MOVE 0 TO RETURN-CODE
	END-IF.
	GO TO FIN.

***** DONATEURS AYANT SUR L'EXERCICE AU MOINS UN DON PAS ENCORE REPRIS
RELEVE-DONATEURS.
	EXEC SQL
		DECLARE DONATEURCUR CURSOR FOR
		SELECT DISTINCT NUMPIL
		FROM DONS
		WHERE DATEDON LIKE :WS-FILTRE-ANNEE
		AND NUMRECU = 0
		ORDER BY NUMPIL
	END-EXEC.

	EXEC SQL
		OPEN DONATEURCUR
	END-EXEC.

	MOVE 0 TO WS-NBDONATEURS.
	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM DONATEUR-SUIVANT THRU DONATEUR-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DONATEURCUR
	END-EXEC.

DONATEUR-SUIVANT.
	EXEC SQL
		FETCH DONATEURCUR
		INTO :WS-NUMPIL
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO DONATEUR-SUIVANT-EXIT
	END-IF.

	IF WS-NBDONATEURS = 500
		DISPLAY "    ANOMALIE - Plus de 500 donateurs, pilote "
			WS-NUMPIL " reporte au prochain passage."
		GO TO DONATEUR-SUIVANT-EXIT
	END-IF.

	ADD 1 TO WS-NBDONATEURS.
	MOVE WS-NUMPIL TO DNT-NUMPIL(WS-NBDONATEURS).

DONATEUR-SUIVANT-EXIT.
	EXIT.

***************************************************************
***** UN RECU PAR DONATEUR : NUMERO, LIGNE RECUS_FISCAUX ET MARQUAGE
***** DE SES DONS DANS UNE SEULE TRANSACTION ; LE DOCUMENT N'EST ECRIT
***** QU'UNE FOIS LE RECU ENREGISTRE
***************************************************************
EMISSION-RECU.
	MOVE DNT-NUMPIL(DNT-IDX) TO WS-NUMPIL.

	EXEC SQL
		SELECT PILOTES.NOM, PILOTES.PRENOM, ADRESSE.NUMERO,
		ADRESSE.TYPEVOIE, ADRESSE.NOMVOIE, ADRESSE.CODEPOSTAL,
		ADRESSE.VILLE
		INTO :WS-NOM, :WS-PRENOM, :WS-NUMERO, :WS-TYPEVOIE,
		:WS-NOMVOIE, :WS-CODEPOSTAL, :WS-VILLE
		FROM PILOTES, ADRESSE
		WHERE PILOTES.ADRESSE = ADRESSE.ADRESSEID
		AND PILOTES.NUMPIL = :WS-NUMPIL
	END-EXEC.

***** LE RECU DOIT PORTER L'IDENTITE ET L'ADRESSE DU DONATEUR
	IF SQLCODE NOT = 0
		DISPLAY "    ANOMALIE - Donateur " WS-NUMPIL
			" ou son adresse introuvable, recu non emis."
		ADD 1 TO WS-NBERREURS
		GO TO EMISSION-RECU-EXIT
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-MONTANT-DONS
		FROM DONS
		WHERE NUMPIL = :WS-NUMPIL
		AND DATEDON LIKE :WS-FILTRE-ANNEE
		AND NUMRECU = 0
		AND NATURE = "D"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-MONTANT-DONS
	END-IF.

	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-MONTANT-ABANDONS
		FROM DONS
		WHERE NUMPIL = :WS-NUMPIL
		AND DATEDON LIKE :WS-FILTRE-ANNEE
		AND NUMRECU = 0
		AND NATURE = "A"
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-MONTANT-ABANDONS
	END-IF.

	COMPUTE WS-MONTANT = WS-MONTANT-DONS + WS-MONTANT-ABANDONS.
	IF WS-MONTANT = 0
		GO TO EMISSION-RECU-EXIT
	END-IF.

	MOVE "NUMRECU" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMRECU.

	EXEC SQL
		INSERT INTO RECUS_FISCAUX(NUMRECU,ANNEE,NUMPIL,MONTANT_DONS,
		MONTANT_ABANDONS,MONTANT,DATEEMIS)
		VALUES(:WS-NUMRECU,:WS-ANNEE,:WS-NUMPIL,:WS-MONTANT-DONS,
		:WS-MONTANT-ABANDONS,:WS-MONTANT,:WS-DATEEMIS)
	END-EXEC.

	IF SQLCODE NOT = 0
		GO TO EMISSION-RECU-ERREUR
	END-IF.

	EXEC SQL
		UPDATE DONS SET NUMRECU = :WS-NUMRECU
		WHERE NUMPIL = :WS-NUMPIL
		AND DATEDON LIKE :WS-FILTRE-ANNEE
		AND NUMRECU = 0
	END-EXEC.

	IF SQLCODE NOT = 0
		GO TO EMISSION-RECU-ERREUR
	END-IF.

	MOVE 0 TO WS-ERREUR-SQL.
	PERFORM EDITION-RECU.
	IF WS-ERREUR-SQL = 1
		GO TO EMISSION-RECU-ERREUR
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "    Recu " WS-NUMRECU " - Pilote " WS-NUMPIL " " WS-NOM
		" " WS-PRENOM " : " WS-MONTANT.
	ADD 1 TO WS-NBRECUS.
	ADD WS-MONTANT TO WS-TOTAL-RECUS.
	GO TO EMISSION-RECU-EXIT.

EMISSION-RECU-ERREUR.
	EXEC SQL
		ROLLBACK
	END-EXEC.
	DISPLAY "    ERREUR SQL - Recu non emis pour le pilote " WS-NUMPIL ".".
	ADD 1 TO WS-NBERREURS.

EMISSION-RECU-EXIT.
	EXIT.

***************************************************************
***** DOCUMENT DU RECU : MENTIONS DU CERFA 11580 (BENEFICIAIRE,
***** DONATEUR, SOMME EN CHIFFRES ET EN LETTRES, DATES, FORME ET NATURE
***** DU DON, CERTIFICATION DU BENEFICIAIRE) ET DETAIL DES DONS REPRIS
***************************************************************
EDITION-RECU.
	MOVE WS-NUMRECU TO TIT-NUMRECU.
	MOVE WS-ANNEE TO TIT-ANNEE.
	WRITE RECU-REC FROM LIGNE-TITRE.
	MOVE "Recu au titre des dons a certains organismes d'interet general"
		TO RECU-REC.
	WRITE RECU-REC.
	MOVE "(articles 200, 238 bis et 978 du code general des impots - CERFA 11580)"
		TO RECU-REC.
	WRITE RECU-REC.
	WRITE RECU-REC FROM LIGNE-BLANCHE.
	MOVE "BENEFICIAIRE DES VERSEMENTS" TO RECU-REC.
	WRITE RECU-REC.
	MOVE "  Aeroclub, association loi 1901 d'interet general" TO RECU-REC.
	WRITE RECU-REC.
	MOVE "  Objet : pratique et enseignement du pilotage des aeronefs legers"
		TO RECU-REC.
	WRITE RECU-REC.
	WRITE RECU-REC FROM LIGNE-BLANCHE.
	MOVE "DONATEUR" TO RECU-REC.
	WRITE RECU-REC.
	MOVE WS-NOM TO DNR-NOM.
	MOVE WS-PRENOM TO DNR-PRENOM.
	WRITE RECU-REC FROM LIGNE-DONATEUR.
	MOVE WS-NUMERO TO ADR-NUMERO.
	MOVE WS-TYPEVOIE TO ADR-TYPEVOIE.
	MOVE WS-NOMVOIE TO ADR-NOMVOIE.
	WRITE RECU-REC FROM LIGNE-ADRESSE1.
	MOVE WS-CODEPOSTAL TO ADR-CODEPOSTAL.
	MOVE WS-VILLE TO ADR-VILLE.
	WRITE RECU-REC FROM LIGNE-ADRESSE2.
	WRITE RECU-REC FROM LIGNE-BLANCHE.

	MOVE "Le beneficiaire reconnait avoir recu au titre des dons et versements"
		TO RECU-REC.
	WRITE RECU-REC.
	MOVE WS-MONTANT TO SOM-MONTANT.
	WRITE RECU-REC FROM LIGNE-SOMME.
	MOVE "Somme en toutes lettres :" TO RECU-REC.
	WRITE RECU-REC.
	MOVE WS-MONTANT TO LET-MONTANT.
	PERFORM MONTANT-EN-LETTRES.
	MOVE LET-LETTRES(1:78) TO LET-LIGNE1.
	WRITE RECU-REC FROM LIGNE-LETTRES1.
	IF LET-PTR > 79
		MOVE LET-LETTRES(79:78) TO LET-LIGNE2
		WRITE RECU-REC FROM LIGNE-LETTRES2
	END-IF.
	MOVE WS-ANNEE TO PER-ANNEE-DEB.
	MOVE WS-ANNEE TO PER-ANNEE-FIN.
	WRITE RECU-REC FROM LIGNE-PERIODE.
	MOVE "Forme du don : declaration de don manuel - Nature du don : numeraire"
		TO RECU-REC.
	WRITE RECU-REC.
	IF WS-MONTANT-ABANDONS > 0
		MOVE WS-MONTANT-ABANDONS TO ABD-MONTANT
		WRITE RECU-REC FROM LIGNE-ABANDONS
		MOVE "(frais engages pour l'association, renonciation expresse a leur"
			TO RECU-REC
		WRITE RECU-REC
		MOVE " remboursement, justificatifs conserves par l'association)"
			TO RECU-REC
		WRITE RECU-REC
	END-IF.
	WRITE RECU-REC FROM LIGNE-BLANCHE.

	WRITE RECU-REC FROM LIGNE-COLONNES.
	PERFORM DETAIL-DES-DONS.
	WRITE RECU-REC FROM LIGNE-BLANCHE.

	MOVE "Le beneficiaire certifie sur l'honneur que les dons et versements qu'il"
		TO RECU-REC.
	WRITE RECU-REC.
	MOVE "recoit ouvrent droit a la reduction d'impot prevue a l'article 200 du CGI."
		TO RECU-REC.
	WRITE RECU-REC.
	WRITE RECU-REC FROM LIGNE-BLANCHE.
	MOVE WJOUR TO SIG-JOUR.
	MOVE WMOIS TO SIG-MOIS.
	MOVE WANNEE TO SIG-ANNEE.
	WRITE RECU-REC FROM LIGNE-SIGNATURE.
	WRITE RECU-REC FROM LIGNE-BLANCHE.
	WRITE RECU-REC FROM LIGNE-SEPARATION.
	IF WS-FSTAT-RECU NOT = "00"
		DISPLAY "ERREUR ECRITURE FRECUFISC.DAT : " WS-FSTAT-RECU
		MOVE 1 TO WS-ERREUR-SQL
	END-IF.

DETAIL-DES-DONS.
	EXEC SQL
		DECLARE DETDONCUR CURSOR FOR
		SELECT NUMDON, DATEDON, NATURE, MODEVERS, CATFRAIS, MONTANT,
		JUSTIF
		FROM DONS
		WHERE NUMRECU = :WS-NUMRECU
		ORDER BY DATEDON, NUMDON
	END-EXEC.

	EXEC SQL
		OPEN DETDONCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM DON-SUIVANT THRU DON-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DETDONCUR
	END-EXEC.

DON-SUIVANT.
	EXEC SQL
		FETCH DETDONCUR
		INTO :WS-NUMDON, :WS-DATEDON, :WS-NATURE, :WS-MODEVERS,
		:WS-CATFRAIS, :WS-MONTANT-DON, :WS-JUSTIF
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO DON-SUIVANT-EXIT
	END-IF.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-ERREUR-SQL
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO DON-SUIVANT-EXIT
	END-IF.

	MOVE WS-NUMDON TO DET-NUMDON.
	MOVE WS-DATEDON TO DET-DATEDON.
	EVALUATE TRUE
		WHEN WS-NATURE = "A" AND WS-CATFRAIS = "D"
			MOVE "Abandon deplacements" TO DET-NATURE
		WHEN WS-NATURE = "A" AND WS-CATFRAIS = "P"
			MOVE "Abandon pieces" TO DET-NATURE
		WHEN WS-NATURE = "A"
			MOVE "Abandon autres frais" TO DET-NATURE
		WHEN WS-MODEVERS = "E"
			MOVE "Don remise especes" TO DET-NATURE
		WHEN WS-MODEVERS = "V"
			MOVE "Don virement" TO DET-NATURE
		WHEN OTHER
			MOVE "Don cheque" TO DET-NATURE
	END-EVALUATE.
	MOVE WS-JUSTIF TO DET-JUSTIF.
	MOVE WS-MONTANT-DON TO DET-MONTANT.
	WRITE RECU-REC FROM LIGNE-DETAIL.

DON-SUIVANT-EXIT.
	EXIT.

***************************************************************
***** MONTANT LET-MONTANT EN TOUTES LETTRES DANS LET-LETTRES (REGLES
***** FRANCAISES : "ET UN", "SOIXANTE ET ONZE", "QUATRE-VINGTS",
***** "DEUX CENTS", "MILLE" INVARIABLE) ; LET-PTR POINTE APRES LE TEXTE
***************************************************************
MONTANT-EN-LETTRES.
	MOVE SPACES TO LET-LETTRES.
	MOVE 1 TO LET-PTR.
	MOVE LET-MONTANT TO LET-EUROS.
	COMPUTE LET-CENTIMES = (LET-MONTANT - LET-EUROS) * 100.
	DIVIDE LET-EUROS BY 1000 GIVING LET-MILLIERS REMAINDER LET-UNITES.

	IF LET-EUROS = 0
		MOVE "zero" TO LET-MOT
		PERFORM AJOUT-MOT
		PERFORM AJOUT-ESPACE
	END-IF.

	IF LET-MILLIERS > 1
		MOVE LET-MILLIERS TO LET-SEGMENT
		MOVE 0 TO LET-PLURIEL
		PERFORM SEGMENT-EN-LETTRES THRU SEGMENT-EN-LETTRES-EXIT
		PERFORM AJOUT-ESPACE
	END-IF.
	IF LET-MILLIERS > 0
		MOVE "mille" TO LET-MOT
		PERFORM AJOUT-MOT
		PERFORM AJOUT-ESPACE
	END-IF.

	IF LET-UNITES > 0
		MOVE LET-UNITES TO LET-SEGMENT
		MOVE 1 TO LET-PLURIEL
		PERFORM SEGMENT-EN-LETTRES THRU SEGMENT-EN-LETTRES-EXIT
		PERFORM AJOUT-ESPACE
	END-IF.

	IF LET-EUROS > 1
		MOVE "euros" TO LET-MOT
	ELSE
		MOVE "euro" TO LET-MOT
	END-IF.
	PERFORM AJOUT-MOT.

	IF LET-CENTIMES > 0
		PERFORM AJOUT-ESPACE
		MOVE "et" TO LET-MOT
		PERFORM AJOUT-MOT
		PERFORM AJOUT-ESPACE
		MOVE LET-CENTIMES TO LET-SEGMENT
		MOVE 1 TO LET-PLURIEL
		PERFORM SEGMENT-EN-LETTRES THRU SEGMENT-EN-LETTRES-EXIT
		PERFORM AJOUT-ESPACE
		IF LET-CENTIMES > 1
			MOVE "centimes" TO LET-MOT
		ELSE
			MOVE "centime" TO LET-MOT
		END-IF
		PERFORM AJOUT-MOT
	END-IF.

***** TRANCHE DE 1 A 999 (LET-SEGMENT) EN LETTRES
SEGMENT-EN-LETTRES.
	DIVIDE LET-SEGMENT BY 100 GIVING LET-CENTAINE REMAINDER LET-RESTE.

	IF LET-CENTAINE > 1
		MOVE LET-UNITE(LET-CENTAINE + 1) TO LET-MOT
		PERFORM AJOUT-MOT
		PERFORM AJOUT-ESPACE
	END-IF.
	IF LET-CENTAINE > 0
		MOVE "cent" TO LET-MOT
		PERFORM AJOUT-MOT
		IF LET-CENTAINE > 1 AND LET-RESTE = 0 AND LET-PLURIEL = 1
			MOVE "s" TO LET-MOT
			PERFORM AJOUT-MOT
		END-IF
		IF LET-RESTE > 0
			PERFORM AJOUT-ESPACE
		END-IF
	END-IF.

	IF LET-RESTE = 0
		GO TO SEGMENT-EN-LETTRES-EXIT
	END-IF.

	IF LET-RESTE < 20
		MOVE LET-UNITE(LET-RESTE + 1) TO LET-MOT
		PERFORM AJOUT-MOT
		GO TO SEGMENT-EN-LETTRES-EXIT
	END-IF.

	DIVIDE LET-RESTE BY 10 GIVING LET-DIZAINE REMAINDER LET-CHIFFRE.

***** DE 20 A 69 : DIZAINE, PUIS "ET UN" OU "-" UNITE
	IF LET-DIZAINE < 7
		MOVE LET-DIZ(LET-DIZAINE - 1) TO LET-MOT
		PERFORM AJOUT-MOT
		IF LET-CHIFFRE = 1
			PERFORM AJOUT-ESPACE
			MOVE "et" TO LET-MOT
			PERFORM AJOUT-MOT
			PERFORM AJOUT-ESPACE
			MOVE "un" TO LET-MOT
			PERFORM AJOUT-MOT
		END-IF
		IF LET-CHIFFRE > 1
			MOVE "-" TO LET-MOT
			PERFORM AJOUT-MOT
			MOVE LET-UNITE(LET-CHIFFRE + 1) TO LET-MOT
			PERFORM AJOUT-MOT
		END-IF
		GO TO SEGMENT-EN-LETTRES-EXIT
	END-IF.

***** DE 70 A 79 : SOIXANTE SUIVI DE DIX A DIX-NEUF
	IF LET-DIZAINE = 7
		MOVE "soixante" TO LET-MOT
		PERFORM AJOUT-MOT
		IF LET-CHIFFRE = 1
			PERFORM AJOUT-ESPACE
			MOVE "et" TO LET-MOT
			PERFORM AJOUT-MOT
			PERFORM AJOUT-ESPACE
		ELSE
			MOVE "-" TO LET-MOT
			PERFORM AJOUT-MOT
		END-IF
		MOVE LET-UNITE(LET-CHIFFRE + 11) TO LET-MOT
		PERFORM AJOUT-MOT
		GO TO SEGMENT-EN-LETTRES-EXIT
	END-IF.

***** DE 80 A 99 : QUATRE-VINGT SUIVI DE UN A DIX-NEUF
	MOVE "quatre-vingt" TO LET-MOT.
	PERFORM AJOUT-MOT.
	SUBTRACT 80 FROM LET-RESTE.
	IF LET-RESTE = 0
		IF LET-PLURIEL = 1
			MOVE "s" TO LET-MOT
			PERFORM AJOUT-MOT
		END-IF
	ELSE
		MOVE "-" TO LET-MOT
		PERFORM AJOUT-MOT
		MOVE LET-UNITE(LET-RESTE + 1) TO LET-MOT
		PERFORM AJOUT-MOT
	END-IF.

SEGMENT-EN-LETTRES-EXIT.
	EXIT.

AJOUT-MOT.
	STRING LET-MOT DELIMITED BY SPACE
		INTO LET-LETTRES WITH POINTER LET-PTR.

AJOUT-ESPACE.
	ADD 1 TO LET-PTR.

***************************************************************
***** LISTE ANNUELLE DES RECUS DE L'EXERCICE POUR LES COMMISSAIRES AUX
***** COMPTES : TOUS LES RECUS DE L'ANNEE, Y COMPRIS CEUX DES PASSAGES
***** PRECEDENTS, PAR NUMERO, AVEC CONTROLE DE LA CONTINUITE DE LA
***** NUMEROTATION ET RAPPEL DES DONS RESTES SANS RECU
***************************************************************
LISTE-ANNUELLE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Recus fiscaux emis au titre de l'exercice " SAI-ANNEE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date du traitement : " WJOUR "/" WMOIS "/" WANNEE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE " RECU  | EMIS LE  | DONATEUR                   |      DONS |  ABANDONS |     TOTAL"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE LISTERECUCUR CURSOR FOR
		SELECT RECUS_FISCAUX.NUMRECU, RECUS_FISCAUX.DATEEMIS,
		RECUS_FISCAUX.NUMPIL, PILOTES.NOM, PILOTES.PRENOM,
		RECUS_FISCAUX.MONTANT_DONS, RECUS_FISCAUX.MONTANT_ABANDONS,
		RECUS_FISCAUX.MONTANT
		FROM RECUS_FISCAUX, PILOTES
		WHERE RECUS_FISCAUX.NUMPIL = PILOTES.NUMPIL
		AND RECUS_FISCAUX.ANNEE = :WS-ANNEE
		ORDER BY RECUS_FISCAUX.NUMRECU
	END-EXEC.

	EXEC SQL
		OPEN LISTERECUCUR
	END-EXEC.

	MOVE 0 TO WS-RECU-PRECEDENT.
	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM RECU-LISTE-SUIVANT THRU RECU-LISTE-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE LISTERECUCUR
	END-EXEC.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-LISTE-DONS TO ED-TOTAL.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Total des dons manuels      : " ED-TOTAL
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-LISTE-ABANDONS TO ED-TOTAL.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Total des abandons de frais : " ED-TOTAL
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-LISTE-TOTAL TO ED-TOTAL.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Total des recus (" WS-NBLISTES ")     : " ED-TOTAL
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** DONS DE L'EXERCICE RESTES SANS RECU (DONATEUR SANS ADRESSE OU
***** ERREUR AU PASSAGE) : A REGULARISER AVANT LE PROCHAIN PASSAGE
	EXEC SQL
		SELECT SUM(MONTANT)
		INTO :WS-MONTANT
		FROM DONS
		WHERE DATEDON LIKE :WS-FILTRE-ANNEE
		AND NUMRECU = 0
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-MONTANT
	END-IF.

	IF WS-MONTANT > 0
		MOVE WS-MONTANT TO ED-MONTANT
		MOVE SPACES TO SPOOL-LIGNE
		STRING "ANOMALIE - Dons de l'exercice sans recu : " ED-MONTANT
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

RECU-LISTE-SUIVANT.
	EXEC SQL
		FETCH LISTERECUCUR
		INTO :WS-NUMRECU, :WS-DATEEMIS, :WS-NUMPIL, :WS-NOM, :WS-PRENOM,
		:WS-MONTANT-DONS, :WS-MONTANT-ABANDONS, :WS-MONTANT
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO RECU-LISTE-SUIVANT-EXIT
	END-IF.

***** LES RECUS D'UN EXERCICE SE SUIVENT ; UN TROU DANS LA SERIE (RECU
***** D'UN AUTRE EXERCICE INTERCALE, OU NUMERO PERDU) EST SIGNALE
	IF WS-RECU-PRECEDENT > 0 AND WS-NUMRECU NOT = WS-RECU-PRECEDENT + 1
		MOVE SPACES TO SPOOL-LIGNE
		STRING "  -- rupture de numerotation apres le recu "
			WS-RECU-PRECEDENT DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.
	MOVE WS-NUMRECU TO WS-RECU-PRECEDENT.

	MOVE WS-MONTANT-DONS TO ED-DONS.
	MOVE WS-MONTANT-ABANDONS TO ED-ABANDONS.
	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING WS-NUMRECU " | " WS-DATEEMIS " | " WS-NUMPIL " "
		WS-NOM(1:11) " " WS-PRENOM(1:10) " | " ED-DONS " | "
		ED-ABANDONS " | " ED-MONTANT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	ADD 1 TO WS-NBLISTES.
	ADD WS-MONTANT-DONS TO WS-LISTE-DONS.
	ADD WS-MONTANT-ABANDONS TO WS-LISTE-ABANDONS.
	ADD WS-MONTANT TO WS-LISTE-TOTAL.

RECU-LISTE-SUIVANT-EXIT.
	EXIT.

BILAN.
	DISPLAY " ".
	DISPLAY "Recus emis : " WS-NBRECUS.
	DISPLAY "Montant total des recus emis : " WS-TOTAL-RECUS.
	DISPLAY "Donateurs en erreur : " WS-NBERREURS.

FIN.
	GOBACK.

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
