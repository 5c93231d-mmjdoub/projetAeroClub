WORKING-STORAGE SECTION.
***** RAPPROCHEMENT MENSUEL CARBURANT / HEURES VOLEES PAR AVION, SUR
***** LE MODELE DU RAPPORT D'ECART DE RECONCIL : UNE DERIVE DU TAUX DE
***** CONSOMMATION EST SOUVENT LE PREMIER SIGNE D'UN PROBLEME MOTEUR.
***** LITRES ET HEURES VIENNENT DE LA TABLE PRE-AGREGEE
***** ACTIVITE_MENSUELLE (ETAPE ACTIVITE)
***** TOLERANCE ADMISE, EN LITRES PAR HEURE, ENTRE LE TAUX DE L'AVION
***** ET LE TAUX MOYEN DE SON TYPE SUR LE MOIS
77 WS-TOLERANCE PIC 9(2)V9 VALUE IS 5.
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES AVIONS, ACTIVITE_MENSUELLE
	EXEC SQL
		INCLUDE AVIONS,ACTIVITE_MENSUELLE
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
***** LITRES EMBARQUES ET HEURES VOLEES PAR CET AVION SUR LE MOIS
***** (SOMME SQL NULLE = ZERO, COMME DANS RECONCIL)
	EXEC SQL
		SELECT SUM(LITRES), SUM(HEURES)
		INTO :WS-LITRES-AVION, :WS-HEURES-AVION
		FROM ACTIVITE_MENSUELLE
		WHERE NUMAV = :WS-CODAV
		AND MOIS LIKE :FILTRE-MOIS
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-LITRES-AVION
		MOVE 0 TO WS-HEURES-AVION
	END-IF.


***** TAUX MOYEN DU TYPE SUR LE MEME MOIS, TOUS AVIONS CONFONDUS
	EXEC SQL
		SELECT SUM(LITRES), SUM(HEURES)
		INTO :WS-LITRES-TYPE, :WS-HEURES-TYPE
		FROM ACTIVITE_MENSUELLE
		WHERE CODTYP = :WS-CODTYP
		AND MOIS LIKE :FILTRE-MOIS
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-LITRES-TYPE
		MOVE 0 TO WS-HEURES-TYPE
	END-IF.

