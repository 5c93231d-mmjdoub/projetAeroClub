IDENTIFICATION DIVISION.
PROGRAM-ID. PERMANENCE.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** TABLEAU DES PERMANENCES DES CHEFS PILOTES : LES MEMBRES S'INSCRIVENT
***** ICI POUR UNE JOURNEE OU UNE DEMI-JOURNEE DE PERMANENCE, LE BUREAU
***** AFFECTE LES CRENEAUX RESTES VACANTS (CF PERMRAP) ; F1 REFUSE TOUT
***** PLAN DE VOL DONT L'HEURE DE DEPART N'EST COUVERTE PAR PERSONNE.
***** SEUL UN PILOTE BREVETE OU INSTRUCTEUR (ETAT_SIT "L" OU "I"),
***** PRESENT AU CLUB, PEUT TENIR LA PERMANENCE
77 I PIC 9 VALUE 0.
77 ERREURS PIC X(50) VALUE IS " ".
77 NB-ESSAI PIC Z VALUE IS 0.
77 CHOIX PIC X.
77 CHOIXACTION PIC X.
77 CHOIXVALIDATION PIC X.
77 SUIVANT PIC X.

**** VARIABLES DE SAISIE
77 PIL_ID PIC Z(3).
77 SAI-DATEPERM PIC X(8).
77 SAI-CRENEAU PIC X.
***** ORIGINE DE L'INSCRIPTION : "V" PAR LE MEMBRE, "B" PAR LE BUREAU
77 SAI-ORIGINE PIC X.
77 NUMPERM-GESTION PIC Z(6).
77 DATE-JOUR-SAISIE PIC X(8).
77 LIBELLE-CRENEAU PIC X(12).

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLE PILOTES
	EXEC SQL
		INCLUDE PILOTES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PILOTES.
			05 WS-NUMPIL PIC 9(3).
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-TELEPHONE PIC X(15).
			05 WS-ETAT_SIT PIC X.
			05 WS-ETAT_PRES PIC X.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE PERMANENCES
	EXEC SQL
		INCLUDE PERMANENCES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-PERMANENCES.
			05 WS-NUMPERM PIC 9(6).
			05 WS-DATEPERM PIC X(8).
			05 WS-CRENEAU PIC X.
			05 WS-ORIGINE PIC X.
			05 WS-NBPERM PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE AUDIT_VERROU
	EXEC SQL
		INCLUDE AUDIT_VERROU
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-AUDIT-VERROU.
			05 WS-NUMAUDIT PIC 9(8).
			05 WS-PROGRAMME PIC X(8).
			05 WS-DERNIERESAISIE PIC X(50).
			05 WS-DATAUDIT PIC X(8).
			05 WS-HEUREAUDIT PIC X(8).
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

LINKAGE SECTION.
SCREEN SECTION.
**** ECRAN DE SAISIE
  01  DELETE-SCREEN BLANK SCREEN.
  01  SCREEN-MENU-PERMANENCE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "PERMANENCES DES CHEFS PILOTES".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 07 COL 01 VALUE "1 : S'inscrire à une permanence".
	  05 LINE 08 COL 01 VALUE "2 : Affecter un créneau vacant (bureau)".
	  05 LINE 09 COL 01 VALUE "3 : Retirer une permanence".
	  05 LINE 10 COL 01 VALUE "4 : Consulter les permanences d'une date".
	  05 LINE 11 COL 01 VALUE "5 : Ne rien faire".
	  05 LINE 12 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 12 COL 48 PIC X TO CHOIXACTION.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-INSCRIPTION.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "INSCRIPTION A UNE PERMANENCE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Numéro de pilote du chef pilote de permanence :".
	  05 LINE 07 COL 01 PIC Z(3) TO PIL_ID.
	  05 LINE 08 COL 01 VALUE "Date de la permanence (AAAAMMJJ) :".
	  05 LINE 09 COL 01 PIC X(8) TO SAI-DATEPERM.
	  05 LINE 10 COL 01 VALUE "Créneau (M matin, A après-midi, J journée) :".
	  05 LINE 11 COL 01 PIC X TO SAI-CRENEAU.
	  05 LINE 13 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 13 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-RETRAIT.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "RETRAIT D'UNE PERMANENCE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Veuillez entrer le numéro de la permanence :".
	  05 LINE 07 COL 01 PIC Z(6) TO NUMPERM-GESTION.
      05 LINE 09 COL 01 PIC X(43) FROM ERREURS.
      05 LINE 10 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 11 COL 01 PIC X TO CHOIX.

  01  SCREEN-PLANNING-PERMANENCE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "PERMANENCES D'UNE DATE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "Date a consulter, format AAAAMMJJ (laisser vide pour revenir au menu) :".
	  05 LINE 07 COL 01 PIC X(8) TO DATE-JOUR-SAISIE.
      05 LINE 09 COL 01 PIC X(43) FROM ERREURS.
      05 LINE 10 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 11 COL 01 PIC X TO CHOIX.

  01  SCREEN-PLANNING-PERMANENCE-LIGNE.
      05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Application de gestion Aeroclub".
      05 LINE 04 COL 01 VALUE "PERMANENCES D'UNE DATE".
      05 LINE 05 COL 01 VALUE "******************".
	  05 LINE 06 COL 01 VALUE "PERM.  | CRENEAU      | CHEF PILOTE          | TELEPHONE       | ORIGINE".
	  05 LINE 07 COL 01 PIC Z(6) FROM WS-NUMPERM.
	  05 LINE 07 COL 10 PIC X(12) FROM LIBELLE-CRENEAU.
	  05 LINE 07 COL 25 PIC X(20) FROM WS-NOM.
	  05 LINE 07 COL 48 PIC X(15) FROM WS-TELEPHONE.
	  05 LINE 07 COL 66 PIC X FROM WS-ORIGINE.
	  05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
	  05 LINE 21 COL 01 VALUE "VOIR LA PERMANENCE SUIVANTE (S), REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO SUIVANT.

PROCEDURE DIVISION.

DEBUT.

PERFORM AFFICHE-MENU-PERMANENCE.
EVALUATE CHOIXACTION
	WHEN "1"
		MOVE "V" TO SAI-ORIGINE
		PERFORM AFFICHE-INSCRIPTION THRU EVALUATE-CHOIX
	WHEN "2"
		MOVE "B" TO SAI-ORIGINE
		PERFORM AFFICHE-INSCRIPTION THRU EVALUATE-CHOIX
	WHEN "3"
		PERFORM RETRAIT-PERMANENCE THRU EVALUATE-CHOIX
	WHEN "4"
		PERFORM CONSULTATION-PERMANENCE THRU EVALUATE-CHOIX
	WHEN "5"
		PERFORM EVALUATE-CHOIX
	WHEN "M"
	WHEN "m"
		CALL "PAGE-ACCUEIL"
	WHEN "Q"
	WHEN "q"
		STOP RUN
	WHEN OTHER
		PERFORM ERREURS-CHOIX
END-EVALUATE.

AFFICHE-MENU-PERMANENCE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-MENU-PERMANENCE.
	ACCEPT SCREEN-MENU-PERMANENCE.

AFFICHE-INSCRIPTION.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-INSCRIPTION.
	ACCEPT SCREEN-INSCRIPTION.
	ACCEPT PIL_ID LINE 07 COL 01.
	ACCEPT SAI-DATEPERM LINE 09 COL 01.
	ACCEPT SAI-CRENEAU LINE 11 COL 01.
	ACCEPT CHOIXVALIDATION LINE 13 COL 53.

***** INSCRIPTION (OU AFFECTATION PAR LE BUREAU) : DATE A VENIR, CRENEAU
***** CONNU, CHEF PILOTE EN ETAT DE TENIR LA PERMANENCE, ET CRENEAU
***** ENCORE LIBRE (UNE JOURNEE ENTIERE OCCUPE LE MATIN ET L'APRES-MIDI)
INSCRIPTION-PERMANENCE.
	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "La permanence n'a pas été enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF SAI-DATEPERM IS NOT NUMERIC OR SAI-DATEPERM < WDATE
		MOVE "La date doit être une date à venir (AAAAMMJJ)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	INSPECT SAI-CRENEAU CONVERTING "maj" TO "MAJ".
	IF SAI-CRENEAU NOT = "M" AND SAI-CRENEAU NOT = "A"
			AND SAI-CRENEAU NOT = "J"
		MOVE "Créneau inconnu (M, A ou J)." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		SELECT NUMPIL, NOM, PRENOM, TELEPHONE, ETAT_SIT, ETAT_PRES
		INTO :WS-NUMPIL, :WS-NOM, :WS-PRENOM, :WS-TELEPHONE,
		:WS-ETAT_SIT, :WS-ETAT_PRES
		FROM PILOTES
		WHERE NUMPIL = :PIL_ID
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Ce numéro de pilote n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-ETAT_SIT NOT = "L" AND WS-ETAT_SIT NOT = "I"
		MOVE "Pilote ni breveté ni instructeur." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

***** ETAT_PRES "P" = MEMBRE PARTI (CF ARCHIVE, COTISATION)
	IF WS-ETAT_PRES = "P"
		MOVE "Ce pilote n'est plus présent au club." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE SAI-DATEPERM TO WS-DATEPERM.
	MOVE SAI-CRENEAU TO WS-CRENEAU.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBPERM
		FROM PERMANENCES
		WHERE DATEPERM = :WS-DATEPERM
		AND (CRENEAU = :WS-CRENEAU OR CRENEAU = "J"
		OR :WS-CRENEAU = "J")
	END-EXEC.

	IF WS-NBPERM > 0
		MOVE "Ce créneau a déjà un chef pilote de permanence." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	MOVE "NUMPERM" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMPERM.
	MOVE SAI-ORIGINE TO WS-ORIGINE.

	EXEC SQL
		INSERT INTO PERMANENCES(NUMPERM,DATEPERM,CRENEAU,NUMPIL,ORIGINE)
		VALUES(:WS-NUMPERM,:WS-DATEPERM,:WS-CRENEAU,:WS-NUMPIL,
		:WS-ORIGINE)
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, permanence non enregistrée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	PERFORM LIBELLE-DU-CRENEAU.
	DISPLAY "Permanence enregistrée :".
	DISPLAY "    Numéro de la permanence : " WS-NUMPERM.
	DISPLAY "    Chef pilote : " WS-NOM " " WS-PRENOM " - " WS-TELEPHONE.
	DISPLAY "    Date : " WS-DATEPERM " - " LIBELLE-CRENEAU.
	IF WS-ORIGINE = "B"
		DISPLAY "    Affectée par le bureau."
	END-IF.
	MOVE "La permanence a bien été enregistrée." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***** RETRAIT D'UNE PERMANENCE (EMPECHEMENT) : LE CRENEAU REDEVIENT
***** VACANT ET F1 CESSE D'Y ACCEPTER DES DEPARTS. UNE PERMANENCE PASSEE
***** RESTE AU TABLEAU, ELLE COMPTE DANS LE BILAN DU MEMBRE (PERMRAP)
RETRAIT-PERMANENCE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-RETRAIT.
	ACCEPT SCREEN-RETRAIT.
	ACCEPT NUMPERM-GESTION LINE 07 COL 01.

	EXEC SQL
		SELECT DATEPERM
		INTO :WS-DATEPERM
		FROM PERMANENCES
		WHERE NUMPERM = :NUMPERM-GESTION
	END-EXEC.

	IF NOT SQLCODE = 0
		MOVE "Cette permanence n'existe pas." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	IF WS-DATEPERM < WDATE
		MOVE "Permanence passée, non retirable." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		DELETE FROM PERMANENCES
		WHERE NUMPERM = :NUMPERM-GESTION
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "Erreur, permanence non retirée." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.

	DISPLAY "La permanence numéro " NUMPERM-GESTION " a bien été retirée.".
	MOVE "Permanence retirée, créneau vacant." TO ERREURS.
	GO TO EVALUATE-CHOIX.

***** CONSULTATION DES PERMANENCES D'UNE DATE DONNEE (MEME MODELE QUE
***** LE PLANNING DE F1)
CONSULTATION-PERMANENCE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-PLANNING-PERMANENCE.
	ACCEPT SCREEN-PLANNING-PERMANENCE.
	ACCEPT DATE-JOUR-SAISIE LINE 07 COL 01.
	ACCEPT CHOIX LINE 11 COL 01.

	IF DATE-JOUR-SAISIE = SPACES
		GO TO EVALUATE-CHOIX
	END-IF.

	EXEC SQL
		DECLARE PLANPERMCUR CURSOR FOR
		SELECT PERMANENCES.NUMPERM, PERMANENCES.CRENEAU,
		PERMANENCES.ORIGINE, PILOTES.NOM, PILOTES.TELEPHONE
		FROM PERMANENCES, PILOTES
		WHERE PERMANENCES.NUMPIL = PILOTES.NUMPIL
		AND PERMANENCES.DATEPERM = :DATE-JOUR-SAISIE
		ORDER BY PERMANENCES.CRENEAU DESC
	END-EXEC.

	EXEC SQL
		OPEN PLANPERMCUR
	END-EXEC.

	PERFORM PERMANENCE-LIGNE-SUIVANTE.

	EXEC SQL
		CLOSE PLANPERMCUR
	END-EXEC.

	GO TO EVALUATE-CHOIX.

PERMANENCE-LIGNE-SUIVANTE.
	EXEC SQL
		FETCH PLANPERMCUR
		INTO :WS-NUMPERM, :WS-CRENEAU, :WS-ORIGINE, :WS-NOM,
		:WS-TELEPHONE
	END-EXEC.

	IF SQLCODE = 100
		MOVE "Fin des permanences pour cette date." TO ERREURS
		GO TO EVALUATE-CHOIX
	END-IF.

	PERFORM LIBELLE-DU-CRENEAU.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-PLANNING-PERMANENCE-LIGNE.
	ACCEPT SUIVANT LINE 22 COL 01.

	IF SUIVANT = "s" OR SUIVANT = "S"
		PERFORM PERMANENCE-LIGNE-SUIVANTE
	ELSE
		MOVE SUIVANT TO CHOIX
	END-IF.

LIBELLE-DU-CRENEAU.
	EVALUATE WS-CRENEAU
		WHEN "M"
			MOVE "Matin" TO LIBELLE-CRENEAU
		WHEN "A"
			MOVE "Après-midi" TO LIBELLE-CRENEAU
		WHEN OTHER
			MOVE "Journée" TO LIBELLE-CRENEAU
	END-EVALUATE.

EVALUATE-CHOIX.
	IF CHOIX="m" OR CHOIX="M"
		CALL "PAGE-ACCUEIL"
	ELSE IF CHOIX="Q" OR CHOIX="q"
		STOP RUN
	ELSE
		PERFORM ERREURS-CHOIX
	END-IF.

ERREURS-CHOIX.
	ADD 1 TO I.
        IF I=3
			PERFORM JOURNALISATION-VERROU
			GO TO FIN
        ELSE
            SUBTRACT I FROM 3 GIVING NB-ESSAI.
            MOVE "ERREUR, NOMBRE DE TENTATIVES RESTANTES : " TO ERREURS
            PERFORM DEBUT.

***** JOURNALISATION DU VERROUILLAGE APRES 3 SAISIES ERRONEES
JOURNALISATION-VERROU.
	MOVE "NUMAUDIT" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMAUDIT.

	MOVE "PERMANEN" TO WS-PROGRAMME.
	MOVE CHOIX TO WS-DERNIERESAISIE.
	MOVE WDATE TO WS-DATAUDIT.
	ACCEPT WS-HEUREAUDIT FROM TIME.

	EXEC SQL
		INSERT INTO AUDIT_VERROU(NUMAUDIT,PROGRAMME,DERNIERESAISIE,DATAUDIT,
		HEUREAUDIT)
		VALUES(:WS-NUMAUDIT,:WS-PROGRAMME,:WS-DERNIERESAISIE,:WS-DATAUDIT,
		:WS-HEUREAUDIT)
	END-EXEC.

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
