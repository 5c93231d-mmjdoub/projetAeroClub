   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.
01 WS-HEURE-COURANTE PIC X(8).

***** DEMANDE DE TRAITEMENT DES RESERVATIONS EN CONFLIT (SOUS-PROGRAMME
***** CONFLRESA) : MEME DESSIN QUE SA LINKAGE SECTION
01 CONFLIT-DEMANDE.
	02 CONFLIT-CODAV PIC 9(3).
	02 CONFLIT-DATEDEB PIC X(12).
	02 CONFLIT-DATEFIN PIC X(12).
	02 CONFLIT-MOTIF PIC X.
	02 CONFLIT-NBTRAITES PIC 9(3).

**** IMPORT SQLCA
	EXEC SQL

***** DECLARATION : L'INCIDENT EST RATTACHE AU VOL ET A SON AVION ; UN
***** INCIDENT GRAVE (GRAVITE "3") MET IMMEDIATEMENT L'AVION EN ETAT
***** "M", LE PROCHAIN PILOTE NE PARTIRA PAS SANS LE SAVOIR ; TOUTES
***** LES RESERVATIONS A VENIR SUR CET AVION SONT ALORS EN CONFLIT (LA
***** DATE DE RETOUR N'EST PAS CONNUE) ET SONT TRAITEES PAR CONFLRESA,
***** ANNULATIONS AVEC LE MOTIF "I"
DECLARATION-INCIDENT.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
			COMMIT
		END-EXEC

		IF WS-GRAVITE = "3"
			MOVE WS-NUMAV TO CONFLIT-CODAV
			MOVE WDATE TO CONFLIT-DATEDEB(1:8)
			ACCEPT WS-HEURE-COURANTE FROM TIME
			MOVE WS-HEURE-COURANTE(1:4) TO CONFLIT-DATEDEB(9:4)
			MOVE "999999999999" TO CONFLIT-DATEFIN
			MOVE "I" TO CONFLIT-MOTIF
			CALL "CONFLRESA" USING CONFLIT-DEMANDE
		END-IF

		IF WS-GRAVITE = "3"
			MOVE "Incident enregistré, avion immobilisé." TO VALIDATION
		ELSE
