***** OUVERTS SUR LE MOIS, DATOUVERTURE A DATCLOTURE), HEURES VOLEES,
***** RECETTES FACTUREES (LIGNES DE FACTURE DES VOLS DE L'AVION) ET
***** RECETTE PAR JOUR DISPONIBLE - LE CHIFFRE QUE LE COMITE REGARDE
***** AVANT DE VENDRE OU D'ACHETER UNE MACHINE. HEURES ET RECETTES
***** VIENNENT DE LA TABLE PRE-AGREGEE ACTIVITE_MENSUELLE (ETAPE
***** ACTIVITE)
77 SAI-MOIS PIC X(6).
77 FILTRE-MOIS PIC X(7).
77 WS-NBAVIONS PIC 9(6) VALUE IS 0.
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES AVIONS, ACTIVITE_MENSUELLE, ORDRES_TRAVAIL
	EXEC SQL
		INCLUDE AVIONS,ACTIVITE_MENSUELLE,ORDRES_TRAVAIL
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION

***** HEURES VOLEES ET RECETTES FACTUREES SUR LES VOLS DE L'AVION
	EXEC SQL
		SELECT SUM(HEURES), SUM(RECETTES)
		INTO :WS-HEURES, :WS-RECETTES
		FROM ACTIVITE_MENSUELLE
		WHERE NUMAV = :WS-CODAV
		AND MOIS LIKE :FILTRE-MOIS
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-HEURES
		MOVE 0 TO WS-RECETTES
	END-IF.

