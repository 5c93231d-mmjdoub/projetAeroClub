77 MAJ-EMAIL PIC X(40).
77 MAJ-PREFCONTACT PIC X.
77 MAJ-CODREMISE PIC X.
77 MAJ-DATENAIS PIC X(8).
77 MAJ-IBAN PIC X(34).
77 MAJ-BIC PIC X(11).
77 MAJ-REFMANDAT PIC X(20).
77 MAJ-ACTIF PIC X.
77 MAJ-TYPELICENCE PIC X.
77 MAJ-NUMLICENCE PIC X(20).
77 MAJ-DATEXPSEP PIC X(8).
77 MAJ-LICFED PIC X(20).
77 MAJ-ANNEEFED PIC X(4).
77 MAJ-DATEXPASSUR PIC X(8).

01 WDATE.
   02 WANNEE PIC 9999.
			05 WS-EMAIL PIC X(40).
			05 WS-PREFCONTACT PIC X.
			05 WS-CODREMISE PIC X.
			05 WS-DATENAIS PIC X(8).


	EXEC SQL END DECLARE SECTION
	EXEC SQL END DECLARE SECTION
	END-EXEC.

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
			05 WS-NBLICENCE PIC 9(3).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLE AUDIT_VERROU
	EXEC SQL
		INCLUDE AUDIT_VERROU
	  05 LINE 10 COL 01 VALUE "4 : Ajouter une qualification sur un type d'avion".
	  05 LINE 11 COL 01 VALUE "5 : Retirer une qualification sur un type d'avion".
	  05 LINE 12 COL 01 VALUE "6 : Gérer le mandat de prélèvement".
	  05 LINE 12 COL 40 VALUE "7 : Gérer les licences du pilote".
	  05 LINE 13 COL 01 VALUE "8 : Ne rien faire".
	  05 LINE 14 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 line 14 COL 48 PIC X TO CHOIXACTION.
	  05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
	  05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
	  05 LINE 14 COL 36 PIC Z(3) TO WS-QUALNUMETYPE.
	  05 LINE 15 COL 01 VALUE "Nombres d'heures de vol : ".
	  05 LINE 15 COL 27 PIC 9(5)V9 TO WS-NBHVOL.
	  05 LINE 15 COL 36 VALUE "Date de naissance (AAAAMMJJ) : ".
	  05 LINE 15 COL 67 PIC X(8) TO WS-DATENAIS.
	  05 LINE 16 COL 01 VALUE "Téléphone : ".
	  05 LINE 16 COL 13 PIC X(15) TO WS-TELEPHONE.
	  05 LINE 16 COL 30 VALUE "E-mail : ".
	  05 LINE 16 COL 25 PIC X TO MAJ-PREFCONTACT.
	  05 LINE 16 COL 40 PIC X FROM WS-CODREMISE.
	  05 LINE 16 COL 50 PIC X TO MAJ-CODREMISE.
	  05 LINE 16 COL 55 PIC X(8) FROM WS-DATENAIS.
	  05 LINE 16 COL 65 PIC X(8) TO MAJ-DATENAIS.
	  05 LINE 17 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 17 COL 52 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".   
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-LICENCE.
	  05 LINE 01 COL 01 VALUE "******************".
	  05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
	  05 LINE 03 COL 01 VALUE "Licences du pilote".
	  05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Numéro de pilote : ".
	  05 LINE 05 COL 20 PIC Z(3) TO NUMPILUSER.
	  05 LINE 06 COL 01 VALUE "Licence (P PPL, L LAPL, E élève) : ".
	  05 LINE 06 COL 37 PIC X TO MAJ-TYPELICENCE.
	  05 LINE 07 COL 01 VALUE "Numéro de licence : ".
	  05 LINE 07 COL 21 PIC X(20) TO MAJ-NUMLICENCE.
	  05 LINE 08 COL 01 VALUE "Fin de validité SEP (AAAAMMJJ) : ".
	  05 LINE 08 COL 34 PIC X(8) TO MAJ-DATEXPSEP.
	  05 LINE 09 COL 01 VALUE "Licence fédérale : ".
	  05 LINE 09 COL 20 PIC X(20) TO MAJ-LICFED.
	  05 LINE 10 COL 01 VALUE "Année de la licence fédérale (AAAA) : ".
	  05 LINE 10 COL 39 PIC X(4) TO MAJ-ANNEEFED.
	  05 LINE 11 COL 01 VALUE "Fin de l'assurance (AAAAMMJJ) : ".
	  05 LINE 11 COL 33 PIC X(8) TO MAJ-DATEXPASSUR.
	  05 LINE 13 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 13 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.


PROCEDURE DIVISION.

	WHEN "6"
        PERFORM GESTION-MANDAT
	WHEN "7"
        PERFORM GESTION-LICENCE
	WHEN "8"
        PERFORM EVALUATE-CHOIX
	WHEN OTHER
	   MOVE "Erreur dans votre choix." TO ERREURS
	ACCEPT WS-PAYS LINE 11 COL 8.
	ACCEPT WS-QUALNUMETYPE LINE 12 COL 36.
	ACCEPT WS-NBHVOL LINE 13 COL 27.
	ACCEPT WS-DATENAIS LINE 15 COL 67.
	ACCEPT WS-TELEPHONE LINE 16 COL 13.
	ACCEPT WS-EMAIL LINE 16 COL 39.
	ACCEPT WS-PREFCONTACT LINE 17 COL 48.
	ACCEPT WS-CODREMISE LINE 17 COL 61.
	ACCEPT CHOIXVALIDATION LINE 18 COL 52.

***** LA DATE DE NAISSANCE PEUT RESTER A BLANC (INCONNUE), MAIS UNE
***** DATE SAISIE DOIT ETRE AU FORMAT AAAAMMJJ (CONTROLE D'AGE DES AIDES)
	IF WS-DATENAIS NOT = SPACES AND WS-DATENAIS NOT NUMERIC
		MOVE "Date de naissance invalide (AAAAMMJJ)." TO ERREURS
		GO TO CREATION
	END-IF.
	
	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o' 
		
	    EXEC SQL
			INSERT INTO PILOTES(NUMPIL,NOM,PRENOM,CIV,ADRESSE,NBHVOL,
			ETAT_SANTE,ETAT_SIT,ETAT_PRES,TELEPHONE,EMAIL,PREFCONTACT,
			CODREMISE,NUMPAYEUR,DATENAIS)
			VALUES(:WS-NUMPIL,:WS-NOM,WS-PRENOM,WS-CIV,WS-ADRESSE,WS-NBHVOL,
			WS-ETAT_SANTE,WS-ETAT_SIT,WS-ETAT_PRES,WS-TELEPHONE,WS-EMAIL,
			WS-PREFCONTACT,WS-CODREMISE,0,:WS-DATENAIS)
		END-EXEC
		
		EXEC SQL
	ELSE 
		EXEC SQL
			SELECT NOM,PRENOM,ADRESSEID,NUMERO,TYPEVOIE,NOMVOIE,
			CODEPOSTAL,VILLE,PAYS,TELEPHONE,EMAIL,PREFCONTACT,CODREMISE,
			DATENAIS
			INTO :WS-NOM,:WS-PRENOM,:WS-ADRESSEID,WS-NUMERO,WS-TYPEVOIE,WS-NOMVOIE,
			WS-CODEPOSTAL,WS-VILLE,WS-PAYS,WS-TELEPHONE,WS-EMAIL,
			WS-PREFCONTACT,WS-CODREMISE,:WS-DATENAIS
			FROM PILOTES, ADRESSE
			WHERE PILOTES.ADRESSE = ADRESSE.ADRESSEID
			AND PILOTES.NUMPIL = WS-NUMPIL
		ACCEPT MAJ-EMAIL LINE 15 COL 25
		ACCEPT MAJ-PREFCONTACT LINE 16 COL 25
		ACCEPT MAJ-CODREMISE LINE 16 COL 50
		ACCEPT MAJ-DATENAIS LINE 16 COL 65

		MOVE MAJ-NOM TO WS-NOM
		MOVE MAJ-PRENOM TO WS-PRENOM
		MOVE MAJ-EMAIL TO WS-EMAIL
		MOVE MAJ-PREFCONTACT TO WS-PREFCONTACT
		MOVE MAJ-CODREMISE TO WS-CODREMISE
***** DATE DE NAISSANCE : A BLANC = INCHANGEE, IGNOREE SI MAL FORMEE
		IF MAJ-DATENAIS NUMERIC
			MOVE MAJ-DATENAIS TO WS-DATENAIS
		END-IF

		IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
			EXEC SQL
				UPDATE PILOTES SET NOM=:WS-NOM, PRENOM=:WS-PRENOM,
				TELEPHONE=:WS-TELEPHONE, EMAIL=:WS-EMAIL,
				PREFCONTACT=:WS-PREFCONTACT, CODREMISE=:WS-CODREMISE,
				DATENAIS=:WS-DATENAIS
				WHERE NUMPIL = WS-NUMPIL
			END-EXEC
		
		END-IF
	END-IF.

***** LICENCES DU MEMBRE : UNE LIGNE AU PLUS PAR PILOTE, CREEE A LA
***** PREMIERE SAISIE PUIS MISE A JOUR A CHAQUE RENOUVELLEMENT (SEP,
***** LICENCE FEDERALE ET ASSURANCE DE L'ANNEE) ; F1 S'Y REFERE AVANT
***** D'ACCEPTER UN PLAN DE VOL
GESTION-LICENCE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-LICENCE.
    ACCEPT SCREEN-LICENCE.
	MOVE 0 TO WS-NUMPIL.
	EXEC SQL
		SELECT NUMPIL
		INTO :WS-NUMPIL FROM PILOTES
		WHERE NUMPIL = :NUMPILUSER
	END-EXEC.

	IF WS-NUMPIL = 0
		MOVE "Pilote inconnu." TO ERREURS
		GO TO GESTION-LICENCE
	END-IF.

	IF MAJ-TYPELICENCE NOT = "P" AND MAJ-TYPELICENCE NOT = "L"
			AND MAJ-TYPELICENCE NOT = "E"
		MOVE "Type de licence invalide (P, L ou E)." TO ERREURS
		GO TO GESTION-LICENCE
	END-IF.

	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'

		MOVE MAJ-TYPELICENCE TO WS-TYPELICENCE
		MOVE MAJ-NUMLICENCE TO WS-NUMLICENCE
		MOVE MAJ-DATEXPSEP TO WS-DATEXPSEP
		MOVE MAJ-LICFED TO WS-LICFED
		MOVE MAJ-ANNEEFED TO WS-ANNEEFED
		MOVE MAJ-DATEXPASSUR TO WS-DATEXPASSUR

		EXEC SQL
			SELECT COUNT(*)
			INTO :WS-NBLICENCE
			FROM LICENCES
			WHERE NUMPIL = :WS-NUMPIL
		END-EXEC

		IF WS-NBLICENCE = 0
			EXEC SQL
				INSERT INTO LICENCES(NUMPIL,TYPELICENCE,NUMLICENCE,
				DATEXPSEP,LICFED,ANNEEFED,DATEXPASSUR)
				VALUES(:WS-NUMPIL,:WS-TYPELICENCE,:WS-NUMLICENCE,
				:WS-DATEXPSEP,:WS-LICFED,:WS-ANNEEFED,:WS-DATEXPASSUR)
			END-EXEC
		ELSE
			EXEC SQL
				UPDATE LICENCES SET TYPELICENCE=:WS-TYPELICENCE,
				NUMLICENCE=:WS-NUMLICENCE, DATEXPSEP=:WS-DATEXPSEP,
				LICFED=:WS-LICFED, ANNEEFED=:WS-ANNEEFED,
				DATEXPASSUR=:WS-DATEXPASSUR
				WHERE NUMPIL = :WS-NUMPIL
			END-EXEC
		END-IF

		IF NOT SQLCODE=0
			EXEC SQL
				ROLLBACK
			END-EXEC
			MOVE "ERREUR SQL, licences non enregistrées." TO VALIDATION
		ELSE
			EXEC SQL
				COMMIT
			END-EXEC
			MOVE "Les licences du pilote ont été enregistrées." TO VALIDATION
		END-IF
	ELSE
		MOVE "Les licences n'ont pas été enregistrées." TO VALIDATION
	END-IF

	DISPLAY DELETE-SCREEN
	ACCEPT WDATE FROM DATE YYYYMMDD
	DISPLAY SCREEN-VALIDMAJ
	ACCEPT SCREEN-VALIDMAJ
	ACCEPT CHOIX LINE 22 COL 01
	IF CHOIX="m" OR CHOIX="M"
		CALL "PAGE-ACCUEIL"
	ELSE
		STOP RUN
	END-IF.

ERREURS-CHOIX.
	ADD 1 TO I.
        IF I=3
