***** ET NOMBRE DE VOLS PAR MOIS EN MATRICE DOUZE COLONNES, PAR AVION
***** PUIS PAR TYPE COMME LES BLOCS DE MENSUEL, AVEC L'ANNEE
***** PRECEDENTE EN REGARD ET L'ECART ; PLUS PERSONNE NE RECOLLE DOUZE
***** PASSAGES DE MENSUEL DANS UN TABLEUR. LES CASES SONT LUES DANS LA
***** TABLE PRE-AGREGEE ACTIVITE_MENSUELLE (ETAPE ACTIVITE), ET NON
***** PLUS DANS LES VOLS
77 SAI-ANNEE PIC 9(4) VALUE IS 0.
77 WS-ANNEE-N1 PIC 9(4) VALUE IS 0.
77 MOIS-IDX PIC 9(2) VALUE IS 0.
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES ACTIVITE_MENSUELLE, AVIONS, TYPES
	EXEC SQL
		INCLUDE ACTIVITE_MENSUELLE,AVIONS,TYPES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.

***** TEMOIN DU BLOC EN COURS : "A" = PAR AVION (FILTRE SUR NUMAV),
***** "T" = PAR TYPE (FILTRE SUR CODTYP)
77 WS-MODE-BLOC PIC X VALUE "A".

***** DEMANDE AU SPOULE D'EDITIONS (SOUS-PROGRAMME SPOOL) : MEME
LECTURE-MOIS.
	IF WS-MODE-BLOC = "A"
		EXEC SQL
			SELECT SUM(HEURES), SUM(NBVOLS)
			INTO :WS-HEURES, :WS-NBVOLS
			FROM ACTIVITE_MENSUELLE
			WHERE NUMAV = :WS-CODAV
			AND MOIS LIKE :FILTRE-MOIS
		END-EXEC
	ELSE
		EXEC SQL
			SELECT SUM(HEURES), SUM(NBVOLS)
			INTO :WS-HEURES, :WS-NBVOLS
			FROM ACTIVITE_MENSUELLE
			WHERE CODTYP = :WS-NUMTYP
			AND MOIS LIKE :FILTRE-MOIS
		END-EXEC
	END-IF.

