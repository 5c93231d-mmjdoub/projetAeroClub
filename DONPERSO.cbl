IDENTIFICATION DIVISION.
PROGRAM-ID. DONPERSO.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** EXTRAIT DES DONNEES PERSONNELLES D'UN MEMBRE (DROIT D'ACCES) :
***** TOUT CE QUE LA BASE DETIENT SUR UN NUMPIL, TABLE PAR TABLE -
***** FICHE ET COORDONNEES (DONT LA DATE DE NAISSANCE), ADRESSE,
***** LICENCE, MANDAT, PAYEUR (LE MEMBRE LUI-MEME OU SON PAYEUR
***** RESPONSABLE), VISITES MEDICALES, QUALIFICATIONS, HEURES, VOLS
***** (PILOTE, DOUBLE COMMANDE OU CO-PAYEUR), RESERVATIONS,
***** DISPONIBILITES, FACTURES, REGLEMENTS, AVOIRS, PRELEVEMENTS,
***** FORFAITS, INDEMNITES, DONS ET ABANDONS DE FRAIS, RECUS FISCAUX,
***** AIDES AU VOL, LOCATIONS (HANGAR, PARKING, CASIER), PROGRESSION
***** (ELEVE OU INSTRUCTEUR), INCIDENTS, PERMANENCES, ASSEMBLEES
***** GENERALES (CONVOCATIONS, PRESENCES, POUVOIRS), MESSAGES E-MAIL /
***** SMS ET HISTORIQUE DE LA FICHE. UN MEMBRE DEJA ARCHIVE (ABSENT DE PILOTES) EST RETROUVE
***** PAR SA DERNIERE IMAGE DANS PILOTES_HIST ; UN MEMBRE ANONYMISE (CF
***** ANONYME) EST SIGNALE.
***** SPOULE COMME LES AUTRES EDITIONS
77 SAI-NUMPIL PIC 9(3) VALUE IS 0.
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-NBSECTION PIC 9(6) VALUE IS 0.
77 WS-NBLIGNES PIC 9(6) VALUE IS 0.

***** ORIGINE DE LA FICHE : "P" PILOTES, "H" DERNIERE IMAGE DANS
***** PILOTES_HIST (MEMBRE ARCHIVE)
77 WS-ORIGINE PIC X VALUE "P".

77 ED-MONTANT PIC -Z(6)9,99.
77 ED-HEURES PIC Z(4)9,9.
77 ED-HEURESREST PIC Z(4)9,9.
77 ED-MONTANTVERSE PIC -Z(6)9,99.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES PILOTES, PILOTES_HIST, CIVILITE, ADRESSE, LICENCES,
**** MANDATS, ANONYMISATIONS
	EXEC SQL
		INCLUDE PILOTES,PILOTES_HIST,CIVILITE,ADRESSE,LICENCES,MANDATS,
		ANONYMISATIONS
	END-EXEC.

**** IMPORT TABLES VISITES, PILOTAGE, HEURES_PILOTE, VOLS, VOLS_HIST,
**** RESERVATIONS, DISPONIBILITES
	EXEC SQL
		INCLUDE VISITES,PILOTAGE,HEURES_PILOTE,VOLS,VOLS_HIST,
		RESERVATIONS,DISPONIBILITES
	END-EXEC.

**** IMPORT TABLES FACTURES, REGLEMENTS, AVOIRS, PRELEVEMENTS,
**** FORFAITS_HEURES, INDEMNITES, PROGRESSION, INCIDENTS
	EXEC SQL
		INCLUDE FACTURES,REGLEMENTS,AVOIRS,PRELEVEMENTS,
		FORFAITS_HEURES,INDEMNITES,PROGRESSION,INCIDENTS
	END-EXEC.

**** IMPORT TABLE NOTIFICATIONS
	EXEC SQL
		INCLUDE NOTIFICATIONS
	END-EXEC.

**** IMPORT TABLES PAYEURS, DONS, RECUS_FISCAUX, AIDES_VOLS, LOCATIONS,
**** PERMANENCES, AG_PARTICIPANTS
	EXEC SQL
		INCLUDE PAYEURS,DONS,RECUS_FISCAUX,AIDES_VOLS,LOCATIONS,
		PERMANENCES,AG_PARTICIPANTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-FICHE.
			05 WS-NOM PIC X(20).
			05 WS-PRENOM PIC X(20).
			05 WS-CIV PIC 9(2).
			05 WS-LIBCIV PIC X(20).
			05 WS-NBHVOL PIC 9(5)V9.
			05 WS-ETAT_PRES PIC X.
			05 WS-TELEPHONE PIC X(15).
			05 WS-EMAIL PIC X(40).
			05 WS-PREFCONTACT PIC X.
			05 WS-DATCRE PIC X(8).
			05 WS-DATMAJ PIC X(8).
			05 WS-DATENAIS PIC X(8).
			05 WS-NUMPAYEUR PIC 9(6).
			05 WS-DATANONYM PIC X(8).
			05 WS-NUMERO PIC 9(5).
			05 WS-TYPEVOIE PIC X(20).
			05 WS-NOMVOIE PIC X(50).
			05 WS-CODEPOSTAL PIC 9(5).
			05 WS-VILLE PIC X(20).
			05 WS-PAYS PIC X(20).
			05 WS-TYPELICENCE PIC X.
			05 WS-NUMLICENCE PIC X(20).
			05 WS-DATEXPSEP PIC X(8).
			05 WS-LICFED PIC X(20).
			05 WS-ANNEEFED PIC X(4).
			05 WS-DATEXPASSUR PIC X(8).
			05 WS-IBAN PIC X(34).
			05 WS-BIC PIC X(11).
			05 WS-REFMANDAT PIC X(20).
			05 WS-DATSIGNE PIC X(8).
			05 WS-ACTIF PIC X.
			05 WS-NBVOLSHIST PIC 9(6).
		01 WS-LIGNES.
			05 WS-NUMVISIT PIC 9(6).
			05 WS-DATEVISIT PIC X(8).
			05 WS-TYPVISIT PIC X.
			05 WS-RESULTAT PIC X.
			05 WS-NUMETYPE PIC 9(3).
			05 WS-DATEPILOTAGE PIC X(8).
			05 WS-DATERENOUV PIC X(8).
			05 WS-HPNUMTYP PIC 9(3).
			05 WS-CATEGORIE PIC X.
			05 WS-TOTHEURES PIC 9(5)V9.
			05 WS-HEURESREST PIC 9(5)V9.
			05 WS-NUMVOL PIC 9(6).
			05 WS-DATEDEB PIC X(12).
			05 WS-DATEFIN PIC X(12).
			05 WS-DESTIN PIC X(25).
			05 WS-NUMAV PIC 9(3).
			05 WS-VOLNUMPIL PIC 9(3).
			05 WS-VOLNUMPIL2 PIC 9(3).
			05 WS-NUMRESA PIC 9(6).
			05 WS-RESACODAV PIC 9(3).
			05 WS-ETATRESA PIC X.
			05 WS-NUMDISPO PIC 9(6).
			05 WS-NUMFACT PIC 9(6).
			05 WS-DATEGEN PIC X(8).
			05 WS-MONTANT PIC 9(6)V99.
			05 WS-ETATPAIEMENT PIC X.
			05 WS-NUMREG PIC 9(6).
			05 WS-DATEREG PIC X(8).
			05 WS-MODEREG PIC X.
			05 WS-NUMAVOIR PIC 9(6).
			05 WS-NUMPRELEV PIC 9(6).
			05 WS-ETATPRELEV PIC X.
			05 WS-NUMFORFAIT PIC 9(6).
			05 WS-NUMINDEM PIC 9(6).
			05 WS-MOISINDEM PIC X(6).
			05 WS-ETATINDEM PIC X.
			05 WS-PROGNUMPIL PIC 9(3).
			05 WS-NUMINSTR PIC 9(3).
			05 WS-NUMEXO PIC 9(3).
			05 WS-DATVISA PIC X(8).
			05 WS-ACQUIS PIC X.
			05 WS-REMARQUE PIC X(50).
			05 WS-NUMINC PIC 9(6).
			05 WS-DATINC PIC X(8).
			05 WS-GRAVITE PIC X.
			05 WS-DESCRIPTION PIC X(50).
			05 WS-HISTID PIC 9(6).
			05 WS-DATHIST PIC X(8).
			05 WS-OPERATION PIC X.
			05 WS-HNOM PIC X(20).
			05 WS-HPRENOM PIC X(20).
			05 WS-HTELEPHONE PIC X(15).
			05 WS-HEMAIL PIC X(40).
			05 WS-NUMNOTIF PIC 9(8).
			05 WS-CANAL PIC X.
			05 WS-DESTINATAIRE PIC X(40).
			05 WS-OBJET PIC X(40).
			05 WS-ETATNOTIF PIC X.
			05 WS-DATDEMANDE PIC X(8).
			05 WS-PYNUMPAYEUR PIC 9(6).
			05 WS-PYNOM PIC X(20).
			05 WS-PYPRENOM PIC X(20).
			05 WS-PYNUMPIL PIC 9(3).
			05 WS-PYTELEPHONE PIC X(15).
			05 WS-PYEMAIL PIC X(40).
			05 WS-PYIBAN PIC X(34).
			05 WS-PYBIC PIC X(11).
			05 WS-PYREFMANDAT PIC X(20).
			05 WS-PYMANDATACTIF PIC X.
			05 WS-NUMDON PIC 9(6).
			05 WS-DATEDON PIC X(8).
			05 WS-NATUREDON PIC X.
			05 WS-JUSTIF PIC X(40).
			05 WS-NUMRECU PIC 9(6).
			05 WS-ANNEERECU PIC X(4).
			05 WS-DATEEMIS PIC X(8).
			05 WS-CODEAIDE PIC X(4).
			05 WS-NUMDEMANDE PIC 9(6).
			05 WS-DATEVOL PIC X(8).
			05 WS-MONTANTVERSE PIC 9(6)V99.
			05 WS-ETATLIGNE PIC X.
			05 WS-NUMLOC PIC 9(6).
			05 WS-NATURELOC PIC X.
			05 WS-IMMAT PIC X(10).
			05 WS-LIBELLELOC PIC X(20).
			05 WS-NUMPERM PIC 9(6).
			05 WS-DATEPERM PIC X(8).
			05 WS-CRENEAU PIC X.
			05 WS-ORIGINEPERM PIC X.
			05 WS-NUMAG PIC 9(6).
			05 WS-AGNUMPIL PIC 9(3).
			05 WS-DROITVOTE PIC X.
			05 WS-PRESENCE PIC X.
			05 WS-MANDATAIRE PIC 9(3).
	EXEC SQL END DECLARE SECTION
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
	DISPLAY "Extrait des donnees personnelles d'un membre".
	DISPLAY "Numero de pilote : ".
	ACCEPT SAI-NUMPIL.

	PERFORM LECTURE-FICHE.

	IF SQLCODE NOT = 0
		DISPLAY "ERREUR : CE NUMERO DE PILOTE N'EXISTE PAS, TRAITEMENT ANNULE."
		GO TO FIN
	END-IF.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "DONPERSO" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM EN-TETE-EXTRAIT.
	PERFORM IDENTITE.
	PERFORM ADRESSE-POSTALE.
	PERFORM LICENCE-MANDAT.
	PERFORM PAYEURS-MEMBRE.
	PERFORM VISITES-MEDICALES.
	PERFORM QUALIFICATIONS-TYPE.
	PERFORM CARNET-HEURES.
	PERFORM VOLS-EFFECTUES.
	PERFORM RESERVATIONS-MEMBRE.
	PERFORM DISPONIBILITES-MEMBRE.
	PERFORM FACTURES-MEMBRE.
	PERFORM REGLEMENTS-MEMBRE.
	PERFORM AVOIRS-MEMBRE.
	PERFORM PRELEVEMENTS-MEMBRE.
	PERFORM FORFAITS-MEMBRE.
	PERFORM INDEMNITES-MEMBRE.
	PERFORM DONS-MEMBRE.
	PERFORM RECUS-FISCAUX-MEMBRE.
	PERFORM AIDES-MEMBRE.
	PERFORM LOCATIONS-MEMBRE.
	PERFORM PROGRESSION-MEMBRE.
	PERFORM INCIDENTS-MEMBRE.
	PERFORM PERMANENCES-MEMBRE.
	PERFORM ASSEMBLEES-MEMBRE.
	PERFORM MESSAGES-MEMBRE.
	PERFORM HISTORIQUE-FICHE.
	PERFORM VOLS-ARCHIVES.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	GO TO FIN.

***** FICHE DU MEMBRE : PILOTES, OU A DEFAUT SA DERNIERE IMAGE DANS
***** PILOTES_HIST SI ARCHIVE L'A DEJA SUPPRIME DE PILOTES
LECTURE-FICHE.
	MOVE "P" TO WS-ORIGINE.
	EXEC SQL
		SELECT NOM, PRENOM, CIV, NBHVOL, ETAT_PRES, TELEPHONE, EMAIL,
		PREFCONTACT, DATCRE, DATMAJ, DATENAIS, NUMPAYEUR
		INTO :WS-NOM, :WS-PRENOM, :WS-CIV, :WS-NBHVOL, :WS-ETAT_PRES,
		:WS-TELEPHONE, :WS-EMAIL, :WS-PREFCONTACT, :WS-DATCRE,
		:WS-DATMAJ, :WS-DATENAIS, :WS-NUMPAYEUR
		FROM PILOTES
		WHERE NUMPIL = :SAI-NUMPIL
	END-EXEC.

	IF SQLCODE = 0
		GO TO LECTURE-FICHE-EXIT
	END-IF.

	MOVE "H" TO WS-ORIGINE.
	EXEC SQL
		SELECT NOM, PRENOM, CIV, NBHVOL, ETAT_PRES, TELEPHONE, EMAIL,
		PREFCONTACT, DATCRE, DATMAJ, DATENAIS, NUMPAYEUR
		INTO :WS-NOM, :WS-PRENOM, :WS-CIV, :WS-NBHVOL, :WS-ETAT_PRES,
		:WS-TELEPHONE, :WS-EMAIL, :WS-PREFCONTACT, :WS-DATCRE,
		:WS-DATMAJ, :WS-DATENAIS, :WS-NUMPAYEUR
		FROM PILOTES_HIST
		WHERE HISTID = (SELECT MAX(HISTID) FROM PILOTES_HIST
		WHERE NUMPIL = :SAI-NUMPIL)
	END-EXEC.

LECTURE-FICHE-EXIT.
	EXIT.

EN-TETE-EXTRAIT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "EXTRAIT DES DONNEES PERSONNELLES - Pilote " SAI-NUMPIL
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Edite le " WDATE DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	IF WS-ORIGINE = "H"
		MOVE "Membre archive : fiche reconstituee depuis PILOTES_HIST"
			TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

	EXEC SQL
		SELECT DATANONYM
		INTO :WS-DATANONYM
		FROM ANONYMISATIONS
		WHERE NUMPIL = :SAI-NUMPIL
	END-EXEC.

	IF SQLCODE = 0
		MOVE SPACES TO SPOOL-LIGNE
		STRING "Donnees personnelles anonymisees le " WS-DATANONYM
			DELIMITED BY SIZE INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

IDENTITE.
	MOVE SPACES TO WS-LIBCIV.
	EXEC SQL
		SELECT LIBELLE
		INTO :WS-LIBCIV
		FROM CIVILITE
		WHERE CIVID = :WS-CIV
	END-EXEC.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Fiche membre :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " WS-LIBCIV " " WS-NOM " " WS-PRENOM
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Telephone " WS-TELEPHONE " e-mail " WS-EMAIL
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Ne(e) le " WS-DATENAIS " payeur " WS-NUMPAYEUR
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-NBHVOL TO ED-HEURES.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Contact par " WS-PREFCONTACT " presence " WS-ETAT_PRES
		" heures de vol " ED-HEURES " creee le " WS-DATCRE
		" maj " WS-DATMAJ DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 5 TO WS-NBLIGNES.

***** ADRESSE POSTALE DESIGNEE PAR LA FICHE LUE (PILOTES OU DERNIERE
***** IMAGE DE PILOTES_HIST)
ADRESSE-POSTALE.
	IF WS-ORIGINE = "P"
		EXEC SQL
			SELECT NUMERO, TYPEVOIE, NOMVOIE, CODEPOSTAL, VILLE, PAYS
			INTO :WS-NUMERO, :WS-TYPEVOIE, :WS-NOMVOIE,
			:WS-CODEPOSTAL, :WS-VILLE, :WS-PAYS
			FROM ADRESSE
			WHERE ADRESSEID = (SELECT ADRESSE FROM PILOTES
			WHERE NUMPIL = :SAI-NUMPIL)
		END-EXEC
	ELSE
		EXEC SQL
			SELECT NUMERO, TYPEVOIE, NOMVOIE, CODEPOSTAL, VILLE, PAYS
			INTO :WS-NUMERO, :WS-TYPEVOIE, :WS-NOMVOIE,
			:WS-CODEPOSTAL, :WS-VILLE, :WS-PAYS
			FROM ADRESSE
			WHERE ADRESSEID = (SELECT ADRESSE FROM PILOTES_HIST
			WHERE HISTID = (SELECT MAX(HISTID) FROM PILOTES_HIST
			WHERE NUMPIL = :SAI-NUMPIL))
		END-EXEC
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Adresse postale :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	IF SQLCODE NOT = 0
		MOVE "    (aucune)" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		GO TO ADRESSE-POSTALE-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " WS-NUMERO " " WS-TYPEVOIE " " WS-NOMVOIE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " WS-CODEPOSTAL " " WS-VILLE " " WS-PAYS
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 2 TO WS-NBLIGNES.

ADRESSE-POSTALE-EXIT.
	EXIT.

LICENCE-MANDAT.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Licence et mandat de prelevement :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		SELECT TYPELICENCE, NUMLICENCE, DATEXPSEP, LICFED, ANNEEFED,
		DATEXPASSUR
		INTO :WS-TYPELICENCE, :WS-NUMLICENCE, :WS-DATEXPSEP,
		:WS-LICFED, :WS-ANNEEFED, :WS-DATEXPASSUR
		FROM LICENCES
		WHERE NUMPIL = :SAI-NUMPIL
	END-EXEC.

	IF SQLCODE = 0
		MOVE SPACES TO SPOOL-LIGNE
		STRING "    Licence " WS-TYPELICENCE " " WS-NUMLICENCE
			" SEP au " WS-DATEXPSEP DELIMITED BY SIZE
			INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE SPACES TO SPOOL-LIGNE
		STRING "    Licence federale " WS-LICFED " " WS-ANNEEFED
			" assurance au " WS-DATEXPASSUR DELIMITED BY SIZE
			INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		ADD 2 TO WS-NBLIGNES
	END-IF.

	EXEC SQL
		SELECT IBAN, BIC, REFMANDAT, DATSIGNE, ACTIF
		INTO :WS-IBAN, :WS-BIC, :WS-REFMANDAT, :WS-DATSIGNE,
		:WS-ACTIF
		FROM MANDATS
		WHERE NUMPIL = :SAI-NUMPIL
	END-EXEC.

	IF SQLCODE = 0
		MOVE SPACES TO SPOOL-LIGNE
		STRING "    Mandat " WS-REFMANDAT " signe le " WS-DATSIGNE
			" actif " WS-ACTIF DELIMITED BY SIZE
			INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		MOVE SPACES TO SPOOL-LIGNE
		STRING "    IBAN " WS-IBAN " BIC " WS-BIC DELIMITED BY SIZE
			INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
		ADD 2 TO WS-NBLIGNES
	END-IF.

***** PAYEURS : FICHE DE PAYEUR DONT LE MEMBRE EST LUI-MEME LE MEMBRE
***** (PAYEURS.NUMPIL), ET PAYEUR RESPONSABLE DESIGNE PAR SA FICHE
PAYEURS-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Payeurs :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPPAYCUR CURSOR FOR
		SELECT PAYEURS.NUMPAYEUR, PAYEURS.NOM, PAYEURS.PRENOM,
		PAYEURS.NUMPIL, PAYEURS.TELEPHONE, PAYEURS.EMAIL,
		PAYEURS.IBAN, PAYEURS.BIC, PAYEURS.REFMANDAT,
		PAYEURS.MANDATACTIF, ADRESSE.NUMERO, ADRESSE.TYPEVOIE,
		ADRESSE.NOMVOIE, ADRESSE.CODEPOSTAL, ADRESSE.VILLE
		FROM PAYEURS, ADRESSE
		WHERE PAYEURS.ADRESSE = ADRESSE.ADRESSEID
		AND (PAYEURS.NUMPIL = :SAI-NUMPIL
		OR (PAYEURS.NUMPAYEUR = :WS-NUMPAYEUR
		AND PAYEURS.NUMPAYEUR <> 0))
		ORDER BY PAYEURS.NUMPAYEUR
	END-EXEC.

	EXEC SQL
		OPEN DPPAYCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM PAYEUR-SUIVANT THRU PAYEUR-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPPAYCUR
	END-EXEC.
	PERFORM FIN-SECTION.

PAYEUR-SUIVANT.
	EXEC SQL
		FETCH DPPAYCUR
		INTO :WS-PYNUMPAYEUR, :WS-PYNOM, :WS-PYPRENOM, :WS-PYNUMPIL,
		:WS-PYTELEPHONE, :WS-PYEMAIL, :WS-PYIBAN, :WS-PYBIC,
		:WS-PYREFMANDAT, :WS-PYMANDATACTIF, :WS-NUMERO, :WS-TYPEVOIE,
		:WS-NOMVOIE, :WS-CODEPOSTAL, :WS-VILLE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO PAYEUR-SUIVANT-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Payeur " WS-PYNUMPAYEUR " " WS-PYNOM " " WS-PYPRENOM
		" membre " WS-PYNUMPIL
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "        Telephone " WS-PYTELEPHONE " e-mail " WS-PYEMAIL
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "        " WS-NUMERO " " WS-TYPEVOIE " " WS-NOMVOIE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "        " WS-CODEPOSTAL " " WS-VILLE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "        Mandat " WS-PYREFMANDAT " actif " WS-PYMANDATACTIF
		" IBAN " WS-PYIBAN " BIC " WS-PYBIC
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

PAYEUR-SUIVANT-EXIT.
	EXIT.

***** FIN D'UNE SECTION A CURSEUR : MENTION "AUCUN" SI RIEN N'A ETE LU
FIN-SECTION.
	IF WS-NBSECTION = 0
		MOVE "    (aucun)" TO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.
	ADD WS-NBSECTION TO WS-NBLIGNES.

VISITES-MEDICALES.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Visites medicales :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPVISCUR CURSOR FOR
		SELECT NUMVISIT, DATEVISIT, TYPVISIT, RESULTAT
		FROM VISITES
		WHERE CODOBJ = :SAI-NUMPIL
		ORDER BY DATEVISIT
	END-EXEC.

	EXEC SQL
		OPEN DPVISCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM VISITE-SUIVANTE THRU VISITE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPVISCUR
	END-EXEC.
	PERFORM FIN-SECTION.

VISITE-SUIVANTE.
	EXEC SQL
		FETCH DPVISCUR
		INTO :WS-NUMVISIT, :WS-DATEVISIT, :WS-TYPVISIT, :WS-RESULTAT
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO VISITE-SUIVANTE-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Visite " WS-NUMVISIT " du " WS-DATEVISIT " type " WS-TYPVISIT
		" resultat " WS-RESULTAT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

VISITE-SUIVANTE-EXIT.
	EXIT.

QUALIFICATIONS-TYPE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Qualifications de type :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPQUALCUR CURSOR FOR
		SELECT NUMETYPE, DATEPILOTAGE, DATERENOUV
		FROM PILOTAGE
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY NUMETYPE
	END-EXEC.

	EXEC SQL
		OPEN DPQUALCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM QUALIFICATION-SUIVANTE THRU QUALIFICATION-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPQUALCUR
	END-EXEC.
	PERFORM FIN-SECTION.

QUALIFICATION-SUIVANTE.
	EXEC SQL
		FETCH DPQUALCUR
		INTO :WS-NUMETYPE, :WS-DATEPILOTAGE, :WS-DATERENOUV
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO QUALIFICATION-SUIVANTE-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Type " WS-NUMETYPE " obtenue le " WS-DATEPILOTAGE
		" renouvelee le " WS-DATERENOUV
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

QUALIFICATION-SUIVANTE-EXIT.
	EXIT.

CARNET-HEURES.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Totaux d'heures de vol par type et categorie :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPHEURESCUR CURSOR FOR
		SELECT NUMTYP, CATEGORIE, TOTHEURES
		FROM HEURES_PILOTE
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY NUMTYP, CATEGORIE
	END-EXEC.

	EXEC SQL
		OPEN DPHEURESCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM HEURES-SUIVANTES THRU HEURES-SUIVANTES-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPHEURESCUR
	END-EXEC.
	PERFORM FIN-SECTION.

HEURES-SUIVANTES.
	EXEC SQL
		FETCH DPHEURESCUR
		INTO :WS-HPNUMTYP, :WS-CATEGORIE, :WS-TOTHEURES
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO HEURES-SUIVANTES-EXIT
	END-IF.

	MOVE WS-TOTHEURES TO ED-HEURES.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Type " WS-HPNUMTYP " categorie " WS-CATEGORIE " : "
		ED-HEURES " h"
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

HEURES-SUIVANTES-EXIT.
	EXIT.

VOLS-EFFECTUES.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Vols (comme pilote, en double commande ou co-payeur) :"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPVOLCUR CURSOR FOR
		SELECT NUMVOL, DATEDEB, DATEFIN, DESTIN, NUMAV, NUMPIL, NUMPIL2
		FROM VOLS
		WHERE NUMPIL = :SAI-NUMPIL
		OR NUMPIL2 = :SAI-NUMPIL
		OR NUMPILPART = :SAI-NUMPIL
		ORDER BY DATEDEB
	END-EXEC.

	EXEC SQL
		OPEN DPVOLCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM VOL-SUIVANT THRU VOL-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPVOLCUR
	END-EXEC.
	PERFORM FIN-SECTION.

VOL-SUIVANT.
	EXEC SQL
		FETCH DPVOLCUR
		INTO :WS-NUMVOL, :WS-DATEDEB, :WS-DATEFIN, :WS-DESTIN, :WS-NUMAV,
		:WS-VOLNUMPIL, :WS-VOLNUMPIL2
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO VOL-SUIVANT-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Vol " WS-NUMVOL " " WS-DATEDEB " - " WS-DATEFIN " avion "
		WS-NUMAV " " WS-DESTIN
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

VOL-SUIVANT-EXIT.
	EXIT.

RESERVATIONS-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Reservations :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPRESACUR CURSOR FOR
		SELECT NUMRESA, CODAV, DATEDEB, DATEFIN, ETATRESA
		FROM RESERVATIONS
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY DATEDEB
	END-EXEC.

	EXEC SQL
		OPEN DPRESACUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM RESERVATION-SUIVANTE THRU RESERVATION-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPRESACUR
	END-EXEC.
	PERFORM FIN-SECTION.

RESERVATION-SUIVANTE.
	EXEC SQL
		FETCH DPRESACUR
		INTO :WS-NUMRESA, :WS-RESACODAV, :WS-DATEDEB, :WS-DATEFIN, :WS-ETATRESA
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO RESERVATION-SUIVANTE-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Reservation " WS-NUMRESA " avion " WS-RESACODAV " du "
		WS-DATEDEB " au " WS-DATEFIN " etat " WS-ETATRESA
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

RESERVATION-SUIVANTE-EXIT.
	EXIT.

DISPONIBILITES-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Disponibilites declarees :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPDISPOCUR CURSOR FOR
		SELECT NUMDISPO, DATEDEB, DATEFIN
		FROM DISPONIBILITES
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY DATEDEB
	END-EXEC.

	EXEC SQL
		OPEN DPDISPOCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM DISPONIBILITE-SUIVANTE THRU DISPONIBILITE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPDISPOCUR
	END-EXEC.
	PERFORM FIN-SECTION.

DISPONIBILITE-SUIVANTE.
	EXEC SQL
		FETCH DPDISPOCUR
		INTO :WS-NUMDISPO, :WS-DATEDEB, :WS-DATEFIN
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO DISPONIBILITE-SUIVANTE-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Disponibilite " WS-NUMDISPO " du " WS-DATEDEB " au "
		WS-DATEFIN
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

DISPONIBILITE-SUIVANTE-EXIT.
	EXIT.

FACTURES-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Factures :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPFACTCUR CURSOR FOR
		SELECT NUMFACT, DATEGEN, MONTANT, ETATPAIEMENT
		FROM FACTURES
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY DATEGEN, NUMFACT
	END-EXEC.

	EXEC SQL
		OPEN DPFACTCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM FACTURE-SUIVANTE THRU FACTURE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPFACTCUR
	END-EXEC.
	PERFORM FIN-SECTION.

FACTURE-SUIVANTE.
	EXEC SQL
		FETCH DPFACTCUR
		INTO :WS-NUMFACT, :WS-DATEGEN, :WS-MONTANT, :WS-ETATPAIEMENT
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO FACTURE-SUIVANTE-EXIT
	END-IF.

	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Facture " WS-NUMFACT " du " WS-DATEGEN " : " ED-MONTANT
		" etat " WS-ETATPAIEMENT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

FACTURE-SUIVANTE-EXIT.
	EXIT.

REGLEMENTS-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Reglements :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPREGCUR CURSOR FOR
		SELECT NUMREG, DATEREG, MONTANTREG, MODEREG, NUMFACT
		FROM REGLEMENTS
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY DATEREG, NUMREG
	END-EXEC.

	EXEC SQL
		OPEN DPREGCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM REGLEMENT-SUIVANT THRU REGLEMENT-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPREGCUR
	END-EXEC.
	PERFORM FIN-SECTION.

REGLEMENT-SUIVANT.
	EXEC SQL
		FETCH DPREGCUR
		INTO :WS-NUMREG, :WS-DATEREG, :WS-MONTANT, :WS-MODEREG, :WS-NUMFACT
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO REGLEMENT-SUIVANT-EXIT
	END-IF.

	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Reglement " WS-NUMREG " du " WS-DATEREG " : " ED-MONTANT
		" mode " WS-MODEREG " facture " WS-NUMFACT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

REGLEMENT-SUIVANT-EXIT.
	EXIT.

AVOIRS-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Avoirs :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPAVOCUR CURSOR FOR
		SELECT AVOIRS.NUMAVOIR, AVOIRS.DATEGEN, AVOIRS.MONTANTAVOIR,
		AVOIRS.NUMFACT
		FROM AVOIRS, FACTURES
		WHERE AVOIRS.NUMFACT = FACTURES.NUMFACT
		AND FACTURES.NUMPIL = :SAI-NUMPIL
		ORDER BY AVOIRS.DATEGEN, AVOIRS.NUMAVOIR
	END-EXEC.

	EXEC SQL
		OPEN DPAVOCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM AVOIR-SUIVANT THRU AVOIR-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPAVOCUR
	END-EXEC.
	PERFORM FIN-SECTION.

AVOIR-SUIVANT.
	EXEC SQL
		FETCH DPAVOCUR
		INTO :WS-NUMAVOIR, :WS-DATEGEN, :WS-MONTANT, :WS-NUMFACT
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO AVOIR-SUIVANT-EXIT
	END-IF.

	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Avoir " WS-NUMAVOIR " du " WS-DATEGEN " : " ED-MONTANT
		" sur facture " WS-NUMFACT
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

AVOIR-SUIVANT-EXIT.
	EXIT.

PRELEVEMENTS-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Prelevements :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPPRELCUR CURSOR FOR
		SELECT NUMPRELEV, DATEMISSION, MONTANT, ETATPRELEV
		FROM PRELEVEMENTS
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY DATEMISSION
	END-EXEC.

	EXEC SQL
		OPEN DPPRELCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM PRELEVEMENT-SUIVANT THRU PRELEVEMENT-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPPRELCUR
	END-EXEC.
	PERFORM FIN-SECTION.

PRELEVEMENT-SUIVANT.
	EXEC SQL
		FETCH DPPRELCUR
		INTO :WS-NUMPRELEV, :WS-DATEGEN, :WS-MONTANT, :WS-ETATPRELEV
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO PRELEVEMENT-SUIVANT-EXIT
	END-IF.

	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Prelevement " WS-NUMPRELEV " du " WS-DATEGEN " : " ED-MONTANT
		" etat " WS-ETATPRELEV
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

PRELEVEMENT-SUIVANT-EXIT.
	EXIT.

FORFAITS-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Forfaits d'heures :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPFORFCUR CURSOR FOR
		SELECT NUMFORFAIT, DATVENTE, HEURES_ACHETEES, HEURES_RESTANTES
		FROM FORFAITS_HEURES
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY DATVENTE
	END-EXEC.

	EXEC SQL
		OPEN DPFORFCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM FORFAIT-SUIVANT THRU FORFAIT-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPFORFCUR
	END-EXEC.
	PERFORM FIN-SECTION.

FORFAIT-SUIVANT.
	EXEC SQL
		FETCH DPFORFCUR
		INTO :WS-NUMFORFAIT, :WS-DATEGEN, :WS-TOTHEURES, :WS-HEURESREST
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO FORFAIT-SUIVANT-EXIT
	END-IF.

	MOVE WS-TOTHEURES TO ED-HEURES.
	MOVE WS-HEURESREST TO ED-HEURESREST.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Forfait " WS-NUMFORFAIT " du " WS-DATEGEN " : " ED-HEURES
		" h, reste " ED-HEURESREST " h"
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

FORFAIT-SUIVANT-EXIT.
	EXIT.

INDEMNITES-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Indemnites d'instruction :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPINDEMCUR CURSOR FOR
		SELECT NUMINDEM, MOIS, MONTANT, ETATINDEM
		FROM INDEMNITES
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY MOIS
	END-EXEC.

	EXEC SQL
		OPEN DPINDEMCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM INDEMNITE-SUIVANTE THRU INDEMNITE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPINDEMCUR
	END-EXEC.
	PERFORM FIN-SECTION.

INDEMNITE-SUIVANTE.
	EXEC SQL
		FETCH DPINDEMCUR
		INTO :WS-NUMINDEM, :WS-MOISINDEM, :WS-MONTANT, :WS-ETATINDEM
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO INDEMNITE-SUIVANTE-EXIT
	END-IF.

	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Indemnite " WS-NUMINDEM " mois " WS-MOISINDEM " : " ED-MONTANT
		" etat " WS-ETATINDEM
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

INDEMNITE-SUIVANTE-EXIT.
	EXIT.

***** DONS EN NUMERAIRE ET ABANDONS DE FRAIS (CF DONS)
DONS-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Dons et abandons de frais :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPDONCUR CURSOR FOR
		SELECT NUMDON, DATEDON, NATURE, MONTANT, JUSTIF, NUMRECU
		FROM DONS
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY DATEDON, NUMDON
	END-EXEC.

	EXEC SQL
		OPEN DPDONCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM DON-SUIVANT THRU DON-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPDONCUR
	END-EXEC.
	PERFORM FIN-SECTION.

DON-SUIVANT.
	EXEC SQL
		FETCH DPDONCUR
		INTO :WS-NUMDON, :WS-DATEDON, :WS-NATUREDON, :WS-MONTANT,
		:WS-JUSTIF, :WS-NUMRECU
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO DON-SUIVANT-EXIT
	END-IF.

	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Don " WS-NUMDON " du " WS-DATEDON " nature " WS-NATUREDON
		" : " ED-MONTANT " recu " WS-NUMRECU
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "        " WS-JUSTIF DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

DON-SUIVANT-EXIT.
	EXIT.

***** RECUS FISCAUX EMIS AU MEMBRE (CF RECUFISC)
RECUS-FISCAUX-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Recus fiscaux :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPRECUCUR CURSOR FOR
		SELECT NUMRECU, ANNEE, MONTANT, DATEEMIS
		FROM RECUS_FISCAUX
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY NUMRECU
	END-EXEC.

	EXEC SQL
		OPEN DPRECUCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM RECU-SUIVANT THRU RECU-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPRECUCUR
	END-EXEC.
	PERFORM FIN-SECTION.

RECU-SUIVANT.
	EXEC SQL
		FETCH DPRECUCUR
		INTO :WS-NUMRECU, :WS-ANNEERECU, :WS-MONTANT, :WS-DATEEMIS
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO RECU-SUIVANT-EXIT
	END-IF.

	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Recu " WS-NUMRECU " exercice " WS-ANNEERECU " : " ED-MONTANT
		" emis le " WS-DATEEMIS
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

RECU-SUIVANT-EXIT.
	EXIT.

***** VOLS DU MEMBRE RETENUS DANS UNE DEMANDE D'AIDE (CF SUBVENT)
AIDES-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Aides au vol :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPAIDECUR CURSOR FOR
		SELECT CODEAIDE, NUMVOL, NUMDEMANDE, DATEVOL, MONTANTDEMANDE,
		MONTANTVERSE, ETATLIGNE
		FROM AIDES_VOLS
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY DATEVOL, NUMVOL
	END-EXEC.

	EXEC SQL
		OPEN DPAIDECUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM AIDE-SUIVANTE THRU AIDE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPAIDECUR
	END-EXEC.
	PERFORM FIN-SECTION.

AIDE-SUIVANTE.
	EXEC SQL
		FETCH DPAIDECUR
		INTO :WS-CODEAIDE, :WS-NUMVOL, :WS-NUMDEMANDE, :WS-DATEVOL,
		:WS-MONTANT, :WS-MONTANTVERSE, :WS-ETATLIGNE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO AIDE-SUIVANTE-EXIT
	END-IF.

	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE WS-MONTANTVERSE TO ED-MONTANTVERSE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " WS-CODEAIDE " vol " WS-NUMVOL " du " WS-DATEVOL
		" demande " WS-NUMDEMANDE " : " ED-MONTANT " verse "
		ED-MONTANTVERSE " " WS-ETATLIGNE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

AIDE-SUIVANTE-EXIT.
	EXIT.

***** LOCATIONS DE PLACES DE HANGAR, DE PARKING ET DE CASIERS (CF LOYERS)
LOCATIONS-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Locations (hangar, parking, casier) :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPLOCCUR CURSOR FOR
		SELECT NUMLOC, NATURE, IMMAT, LIBELLE, TARIFMENSUEL, DATEDEB,
		DATEFIN
		FROM LOCATIONS
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY DATEDEB, NUMLOC
	END-EXEC.

	EXEC SQL
		OPEN DPLOCCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM LOCATION-SUIVANTE THRU LOCATION-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPLOCCUR
	END-EXEC.
	PERFORM FIN-SECTION.

LOCATION-SUIVANTE.
	EXEC SQL
		FETCH DPLOCCUR
		INTO :WS-NUMLOC, :WS-NATURELOC, :WS-IMMAT, :WS-LIBELLELOC,
		:WS-MONTANT, :WS-DATEDEB, :WS-DATEFIN
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO LOCATION-SUIVANTE-EXIT
	END-IF.

	MOVE WS-MONTANT TO ED-MONTANT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Location " WS-NUMLOC " " WS-NATURELOC " " WS-LIBELLELOC
		" " WS-IMMAT " : " ED-MONTANT " par mois"
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "        du " WS-DATEDEB(1:8) " au " WS-DATEFIN(1:8)
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

LOCATION-SUIVANTE-EXIT.
	EXIT.

PROGRESSION-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Progression en formation (eleve ou instructeur) :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPPROGCUR CURSOR FOR
		SELECT NUMPIL, NUMINSTR, NUMVOL, NUMEXO, DATVISA, ACQUIS,
		REMARQUE
		FROM PROGRESSION
		WHERE NUMPIL = :SAI-NUMPIL
		OR NUMINSTR = :SAI-NUMPIL
		ORDER BY DATVISA
	END-EXEC.

	EXEC SQL
		OPEN DPPROGCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM PROGRESSION-SUIVANTE THRU PROGRESSION-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPPROGCUR
	END-EXEC.
	PERFORM FIN-SECTION.

PROGRESSION-SUIVANTE.
	EXEC SQL
		FETCH DPPROGCUR
		INTO :WS-PROGNUMPIL, :WS-NUMINSTR, :WS-NUMVOL, :WS-NUMEXO, :WS-DATVISA,
		:WS-ACQUIS, :WS-REMARQUE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO PROGRESSION-SUIVANTE-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " WS-DATVISA " eleve " WS-PROGNUMPIL " instr " WS-NUMINSTR
		" exo " WS-NUMEXO " " WS-ACQUIS " " WS-REMARQUE(1:30)
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

PROGRESSION-SUIVANTE-EXIT.
	EXIT.

INCIDENTS-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Incidents :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPINCCUR CURSOR FOR
		SELECT NUMINC, DATINC, GRAVITE, DESCRIPTION
		FROM INCIDENTS
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY DATINC
	END-EXEC.

	EXEC SQL
		OPEN DPINCCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM INCIDENT-SUIVANT THRU INCIDENT-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPINCCUR
	END-EXEC.
	PERFORM FIN-SECTION.

INCIDENT-SUIVANT.
	EXEC SQL
		FETCH DPINCCUR
		INTO :WS-NUMINC, :WS-DATINC, :WS-GRAVITE, :WS-DESCRIPTION
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO INCIDENT-SUIVANT-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " WS-DATINC " gravite " WS-GRAVITE " " WS-DESCRIPTION
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

INCIDENT-SUIVANT-EXIT.
	EXIT.

***** PERMANENCES DE CHEF PILOTE TENUES OU AFFECTEES (CF PERMANENCE)
PERMANENCES-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Permanences :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPPERMCUR CURSOR FOR
		SELECT NUMPERM, DATEPERM, CRENEAU, ORIGINE
		FROM PERMANENCES
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY DATEPERM, CRENEAU
	END-EXEC.

	EXEC SQL
		OPEN DPPERMCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM PERMANENCE-SUIVANTE THRU PERMANENCE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPPERMCUR
	END-EXEC.
	PERFORM FIN-SECTION.

PERMANENCE-SUIVANTE.
	EXEC SQL
		FETCH DPPERMCUR
		INTO :WS-NUMPERM, :WS-DATEPERM, :WS-CRENEAU, :WS-ORIGINEPERM
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO PERMANENCE-SUIVANTE-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Permanence " WS-NUMPERM " du " WS-DATEPERM " creneau "
		WS-CRENEAU " origine " WS-ORIGINEPERM
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

PERMANENCE-SUIVANTE-EXIT.
	EXIT.

***** ASSEMBLEES GENERALES : CONVOCATIONS ET PRESENCES DU MEMBRE, ET
***** POUVOIRS QU'IL A PORTES POUR D'AUTRES MEMBRES (CF ASSEMBLEE)
ASSEMBLEES-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Assemblees generales (convocations, presences, pouvoirs) :"
		TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPAGCUR CURSOR FOR
		SELECT NUMAG, NUMPIL, DROITVOTE, CANAL, PRESENCE, MANDATAIRE
		FROM AG_PARTICIPANTS
		WHERE NUMPIL = :SAI-NUMPIL
		OR MANDATAIRE = :SAI-NUMPIL
		ORDER BY NUMAG, NUMPIL
	END-EXEC.

	EXEC SQL
		OPEN DPAGCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM ASSEMBLEE-SUIVANTE THRU ASSEMBLEE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPAGCUR
	END-EXEC.
	PERFORM FIN-SECTION.

ASSEMBLEE-SUIVANTE.
	EXEC SQL
		FETCH DPAGCUR
		INTO :WS-NUMAG, :WS-AGNUMPIL, :WS-DROITVOTE, :WS-CANAL,
		:WS-PRESENCE, :WS-MANDATAIRE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO ASSEMBLEE-SUIVANTE-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Assemblee " WS-NUMAG " membre " WS-AGNUMPIL " vote "
		WS-DROITVOTE " convoque par " WS-CANAL " presence " WS-PRESENCE
		" mandataire " WS-MANDATAIRE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

ASSEMBLEE-SUIVANTE-EXIT.
	EXIT.

***** MESSAGES ADRESSES AU MEMBRE PAR E-MAIL OU SMS (CF NOTIFIER)
MESSAGES-MEMBRE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Messages e-mail / SMS :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPNOTIFCUR CURSOR FOR
		SELECT NUMNOTIF, CANAL, DESTINATAIRE, OBJET, ETATNOTIF,
		DATDEMANDE
		FROM NOTIFICATIONS
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY NUMNOTIF
	END-EXEC.

	EXEC SQL
		OPEN DPNOTIFCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM MESSAGE-SUIVANT THRU MESSAGE-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPNOTIFCUR
	END-EXEC.
	PERFORM FIN-SECTION.

MESSAGE-SUIVANT.
	EXEC SQL
		FETCH DPNOTIFCUR
		INTO :WS-NUMNOTIF, :WS-CANAL, :WS-DESTINATAIRE, :WS-OBJET,
		:WS-ETATNOTIF, :WS-DATDEMANDE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO MESSAGE-SUIVANT-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Message " WS-NUMNOTIF " du " WS-DATDEMANDE " canal "
		WS-CANAL " etat " WS-ETATNOTIF
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "        a " WS-DESTINATAIRE DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "        " WS-OBJET DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

MESSAGE-SUIVANT-EXIT.
	EXIT.

HISTORIQUE-FICHE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "Historique de la fiche (images avant modification) :" TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE 0 TO WS-NBSECTION.

	EXEC SQL
		DECLARE DPHISTCUR CURSOR FOR
		SELECT HISTID, DATHIST, OPERATION, NOM, PRENOM, TELEPHONE,
		EMAIL
		FROM PILOTES_HIST
		WHERE NUMPIL = :SAI-NUMPIL
		ORDER BY HISTID
	END-EXEC.

	EXEC SQL
		OPEN DPHISTCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM HISTORIQUE-SUIVANT THRU HISTORIQUE-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE DPHISTCUR
	END-EXEC.
	PERFORM FIN-SECTION.

HISTORIQUE-SUIVANT.
	EXEC SQL
		FETCH DPHISTCUR
		INTO :WS-HISTID, :WS-DATHIST, :WS-OPERATION, :WS-HNOM, :WS-HPRENOM,
		:WS-HTELEPHONE, :WS-HEMAIL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO HISTORIQUE-SUIVANT-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " WS-DATHIST " (" WS-OPERATION ") " WS-HNOM " " WS-HPRENOM
		" " WS-HTELEPHONE
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	ADD 1 TO WS-NBSECTION.

HISTORIQUE-SUIVANT-EXIT.
	EXIT.

***** IMAGES AVANT MODIFICATION DES VOLS DU MEMBRE (VOLS_HIST) :
***** ANCIENNES VERSIONS ET VOLS SUPPRIMES, DENOMBRES SEULEMENT
VOLS-ARCHIVES.
	EXEC SQL
		SELECT COUNT(*)
		INTO :WS-NBVOLSHIST
		FROM VOLS_HIST
		WHERE NUMPIL = :SAI-NUMPIL
		OR NUMPIL2 = :SAI-NUMPIL
		OR NUMPILPART = :SAI-NUMPIL
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 0 TO WS-NBVOLSHIST
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Images historiques de vols (VOLS_HIST) : " WS-NBVOLSHIST
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

BILAN.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "FIN DE L'EXTRAIT - " WS-NBLIGNES " ligne(s) de donnees"
		DELIMITED BY SIZE INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	DISPLAY "Extrait edite (rapport " SPOOL-NUMRAPPORT ").".
	DISPLAY "Lignes de donnees : " WS-NBLIGNES.

FIN.
	STOP RUN.
