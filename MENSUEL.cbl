WORKING-STORAGE SECTION.
***** TABLEAU DE BORD MENSUEL POUR LE COMITE, SUR LE MODELE DE
***** SYNTHESE : CHAQUE INDICATEUR EST EDITE AVEC, EN REGARD, LE MEME
***** MOIS DE L'ANNEE PRECEDENTE. LES VOLUMES PAR AVION ET PAR TYPE
***** VIENNENT DE LA TABLE PRE-AGREGEE ACTIVITE_MENSUELLE (ETAPE
***** ACTIVITE) ; SEUL LE CLASSEMENT DES MEMBRES RELIT LES VOLS DU MOIS
77 SAI-MOIS PIC X(6).
77 WS-NBAVIONS PIC 9(6) VALUE IS 0.
77 WS-NBTYPES PIC 9(6) VALUE IS 0.
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES VOLS, AVIONS, TYPES, PILOTES, FACTURES,
**** ACTIVITE_MENSUELLE
	EXEC SQL
		INCLUDE VOLS,AVIONS,TYPES,PILOTES,FACTURES,ACTIVITE_MENSUELLE
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
ACTIVITE-GLOBALE.
	DISPLAY " ".
	EXEC SQL
		SELECT SUM(NBVOLS)
		INTO :WS-NBVOLS
		FROM ACTIVITE_MENSUELLE
		WHERE MOIS LIKE :FILTRE-MOIS
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBVOLS
	END-IF.

	EXEC SQL
		SELECT SUM(NBVOLS)
		INTO :WS-NBVOLS-N1
		FROM ACTIVITE_MENSUELLE
		WHERE MOIS LIKE :FILTRE-MOIS-N1
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBVOLS-N1
	END-IF.

	DISPLAY "Vols realises : " WS-NBVOLS " (N-1 : " WS-NBVOLS-N1 ")".

	END-IF.

	EXEC SQL
		SELECT SUM(HEURES)
		INTO :WS-HEURES
		FROM ACTIVITE_MENSUELLE
		WHERE NUMAV = :WS-CODAV
		AND MOIS LIKE :FILTRE-MOIS
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-HEURES
	END-IF.

	EXEC SQL
		SELECT SUM(HEURES)
		INTO :WS-HEURES-N1
		FROM ACTIVITE_MENSUELLE
		WHERE NUMAV = :WS-CODAV
		AND MOIS LIKE :FILTRE-MOIS-N1
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-HEURES-N1
	END-IF.

	EXEC SQL
		SELECT SUM(HEURES)
		INTO :WS-HEURES
		FROM ACTIVITE_MENSUELLE
		WHERE CODTYP = :WS-NUMTYP
		AND MOIS LIKE :FILTRE-MOIS
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-HEURES
	END-IF.

	EXEC SQL
		SELECT SUM(HEURES)
		INTO :WS-HEURES-N1
		FROM ACTIVITE_MENSUELLE
		WHERE CODTYP = :WS-NUMTYP
		AND MOIS LIKE :FILTRE-MOIS-N1
	END-EXEC.
	IF SQLCODE NOT = 0
		MOVE 0 TO WS-HEURES-N1
