77 SAI-LICENCE PIC X(20).
77 SAI-DATDEBAUT PIC X(8).
77 SAI-DATFINAUT PIC X(8).
77 SAI-DATEXPSEP PIC X(8).
77 SAI-DATEXPASSUR PIC X(8).

01 WDATE.
   02 WANNEE PIC 9999.
			05 WS-LICENCE PIC X(20).
			05 WS-DATDEBAUT PIC X(8).
			05 WS-DATFINAUT PIC X(8).
			05 WS-DATEXPSEP PIC X(8).
			05 WS-DATEXPASSUR PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	  05 LINE 10 COL 38 PIC X(8) TO SAI-DATDEBAUT.
	  05 LINE 11 COL 01 VALUE "au (AAAAMMJJ) : ".
	  05 LINE 11 COL 17 PIC X(8) TO SAI-DATFINAUT.
	  05 LINE 12 COL 01 VALUE "Fin de validité SEP (AAAAMMJJ) : ".
	  05 LINE 12 COL 34 PIC X(8) TO SAI-DATEXPSEP.
	  05 LINE 13 COL 01 VALUE "Fin de l'assurance (AAAAMMJJ) : ".
	  05 LINE 13 COL 33 PIC X(8) TO SAI-DATEXPASSUR.
	  05 LINE 15 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 15 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
	  05 LINE 07 COL 35 PIC X(8) TO SAI-DATDEBAUT.
	  05 LINE 08 COL 01 VALUE "au (AAAAMMJJ) : ".
	  05 LINE 08 COL 17 PIC X(8) TO SAI-DATFINAUT.
	  05 LINE 09 COL 01 VALUE "Fin de validité SEP (AAAAMMJJ) : ".
	  05 LINE 09 COL 34 PIC X(8) TO SAI-DATEXPSEP.
	  05 LINE 10 COL 01 VALUE "Fin de l'assurance (AAAAMMJJ) : ".
	  05 LINE 10 COL 33 PIC X(8) TO SAI-DATEXPASSUR.
	  05 LINE 12 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 12 COL 53 PIC X TO CHOIXVALIDATION.
	  05 LINE 19 COL 01 VALUE "******************".
      05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU(M) OU QUITTER (Q) :".
	ACCEPT SAI-LICENCE LINE 09 COL 21.
	ACCEPT SAI-DATDEBAUT LINE 10 COL 38.
	ACCEPT SAI-DATFINAUT LINE 11 COL 17.
	ACCEPT SAI-DATEXPSEP LINE 12 COL 34.
	ACCEPT SAI-DATEXPASSUR LINE 13 COL 33.
	ACCEPT CHOIXVALIDATION LINE 15 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "Le visiteur n'a pas été enregistré." TO ERREURS

	EXEC SQL
		INSERT INTO VISITEURS(NUMVISITEUR,NOM,PRENOM,CLUB,LICENCE,
		DATDEBAUT,DATFINAUT,DATEXPSEP,DATEXPASSUR)
		VALUES(:WS-NUMVISITEUR,:SAI-NOM,:SAI-PRENOM,:SAI-CLUB,
		:SAI-LICENCE,:SAI-DATDEBAUT,:SAI-DATFINAUT,:SAI-DATEXPSEP,
		:SAI-DATEXPASSUR)
	END-EXEC.

	IF NOT SQLCODE = 0
	DISPLAY "    Numéro de visiteur : " WS-NUMVISITEUR.
	DISPLAY "    " SAI-NOM " " SAI-PRENOM " (" SAI-CLUB ")".
	DISPLAY "    Autorisation du " SAI-DATDEBAUT " au " SAI-DATFINAUT.
	DISPLAY "    SEP valide jusqu'au " SAI-DATEXPSEP ", assurance jusqu'au "
		SAI-DATEXPASSUR.
	MOVE "Le visiteur a bien été enregistré." TO ERREURS.
	GO TO EVALUATE-CHOIX.

	ACCEPT SAI-NUMVISITEUR LINE 06 COL 22.
	ACCEPT SAI-DATDEBAUT LINE 07 COL 35.
	ACCEPT SAI-DATFINAUT LINE 08 COL 17.
	ACCEPT SAI-DATEXPSEP LINE 09 COL 34.
	ACCEPT SAI-DATEXPASSUR LINE 10 COL 33.
	ACCEPT CHOIXVALIDATION LINE 12 COL 53.

	IF CHOIXVALIDATION NOT = "O" AND CHOIXVALIDATION NOT = "o"
		MOVE "L'autorisation n'a pas été modifiée." TO ERREURS

	EXEC SQL
		UPDATE VISITEURS SET DATDEBAUT = :SAI-DATDEBAUT,
		DATFINAUT = :SAI-DATFINAUT, DATEXPSEP = :SAI-DATEXPSEP,
		DATEXPASSUR = :SAI-DATEXPASSUR
		WHERE NUMVISITEUR = :SAI-NUMVISITEUR
	END-EXEC.

