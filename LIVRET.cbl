IDENTIFICATION DIVISION.
PROGRAM-ID. LIVRET.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** LIVRET DE CELLULE : EXTRAIT DU LIVRET TECHNIQUE D'UN AVION SUR
***** UNE PERIODE CHOISIE, EDITE PAR LE SPOULE. EN TETE, LA SITUATION
***** DE L'AVION AU DEBUT DE LA PERIODE (RELUE DANS AVIONS_HIST, DONT
***** CHAQUE LIGNE EST L'IMAGE DE L'AVION AVANT MISE A JOUR) ; PUIS,
***** DANS L'ORDRE CHRONOLOGIQUE, LES VOLS REALISES AVEC LE CUMUL DES
***** HEURES CELLULE, LES CONTROLES, LES ORDRES DE TRAVAIL (OUVERTURE,
***** PIECES POSEES, CLOTURE), LES CONSIGNES APPLIQUEES, LES POSES ET
***** DEPOSES DE MOTEUR OU D'HELICE (MOUVEMENTS_COMPOSANTS) ET LES
***** INCIDENTS ; EN FIN, LES HEURES RESTANT A COURIR JUSQU'A LA
***** PROCHAINE VISITE, AU POTENTIEL (TBO) DE CHAQUE COMPOSANT MONTE ET
***** AUX ECHEANCES DES CONSIGNES OUVERTES, AINSI QUE LES EXPIRATIONS
***** DES DOCUMENTS DE BORD
77 SAI-CODAV PIC 9(3) VALUE IS 0.
77 SAI-DATEDEB PIC 9(8) VALUE IS 0.
77 SAI-DATEFIN PIC 9(8) VALUE IS 0.
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.

***** COMPTEURS DE L'EXTRAIT
77 WS-NBVOLS PIC 9(5) VALUE IS 0.
77 WS-NBCONTROLES PIC 9(5) VALUE IS 0.
77 WS-NBORDRES PIC 9(5) VALUE IS 0.
77 WS-NBPIECES PIC 9(5) VALUE IS 0.
77 WS-NBCONSIGNES PIC 9(5) VALUE IS 0.
77 WS-NBMOUVEMENTS PIC 9(5) VALUE IS 0.
77 WS-NBINCIDENTS PIC 9(5) VALUE IS 0.

***** HEURES CELLULE : AU DEBUT DE LA PERIODE, CUMULEES VOL APRES VOL,
***** ET RELUES A LA FIN DE LA PERIODE
77 WS-HEURES-DEBUT PIC 9(5)V9 VALUE IS 0.
77 WS-INTER-DEBUT PIC 9(5)V9 VALUE IS 0.
77 WS-ETAT-DEBUT PIC X.
77 WS-HEURES-PERIODE PIC 9(5)V9 VALUE IS 0.
77 WS-CUMUL-CELLULE PIC 9(6)V9 VALUE IS 0.
77 WS-HEURES-FIN PIC 9(5)V9 VALUE IS 0.
77 WS-ECART PIC S9(5)V9 VALUE IS 0.
77 WS-RESTE PIC S9(5)V9 VALUE IS 0.

***** ZONES EDITEES
77 ED-HEURES PIC Z(4)9.9.
77 ED-CUMUL PIC Z(5)9.9.
77 ED-RESTE PIC -(5)9.9.
77 ED-AVION PIC ZZ9.
77 ED-QUANTITE PIC ZZ9.
77 ED-NUMERO PIC Z(7)9.
77 ED-NOMBRE PIC Z(4)9.

***** LIGNE D'EVENEMENT DU LIVRET (80 CARACTERES)
01 LIGNE-EVENEMENT.
	02 LE-DATE PIC X(10).
	02 FILLER PIC X VALUE SPACE.
	02 LE-NATURE PIC X(10).
	02 LE-REFERENCE PIC Z(7)9.
	02 FILLER PIC X VALUE SPACE.
	02 LE-TEXTE PIC X(33).
	02 FILLER PIC X VALUE SPACE.
	02 LE-HEURES PIC X(7).
	02 FILLER PIC X VALUE SPACE.
	02 LE-CUMUL PIC X(8).

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES AVIONS, AVIONS_HIST, TYPES
	EXEC SQL
		INCLUDE AVIONS,AVIONS_HIST,TYPES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-AVION.
			05 WS-CODAV PIC 9(3).
			05 WS-CPTHORAV PIC 9(5)V9.
			05 WS-CPTINTER PIC 9(5)V9.
			05 WS-INFOS PIC X(50).
			05 WS-ETATAV PIC X.
			05 WS-DESIGN PIC X(20).
			05 WS-REVISION-INTERVAL PIC 9(3).
			05 WS-HISTCPTHORAV PIC 9(5)V9.
			05 WS-HISTCPTINTER PIC 9(5)V9.
			05 WS-HISTETATAV PIC X.
			05 WS-DATEDEB PIC X(8).
			05 WS-DATEFIN PIC X(8).
			05 WS-BORNEDEB PIC X(12).
			05 WS-BORNEFIN PIC X(12).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES VOLS, CONTROLES, ORDRES_TRAVAIL, OT_PIECES,
**** PIECES_CATALOGUE, INCIDENTS, MOUVEMENTS_COMPOSANTS, COMPOSANTS
	EXEC SQL
		INCLUDE VOLS,CONTROLES,ORDRES_TRAVAIL,OT_PIECES,PIECES_CATALOGUE,
		INCIDENTS,MOUVEMENTS_COMPOSANTS,COMPOSANTS
	END-EXEC.

***** UN EVENEMENT DU LIVRET, TOUTES SOURCES CONFONDUES ; WS-TYPEEVT
***** FIXE L'ORDRE DES EVENEMENTS D'UNE MEME JOURNEE : 1 OUVERTURE
***** D'ORDRE, 2 DEPOSE, 3 POSE, 4 PIECE, 5 CONSIGNE APPLIQUEE,
***** 6 CONTROLE, 7 CLOTURE D'ORDRE, 8 INCIDENT (LES VOLS, DATES A LA
***** MINUTE, VIENNENT APRES LES EVENEMENTS DATES AU JOUR)
	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-EVENEMENT.
			05 WS-DATEEVT PIC X(12).
			05 WS-TYPEEVT PIC X.
			05 WS-NUMREF PIC 9(8).
			05 WS-NUMREF2 PIC 9(8).
			05 WS-HEURESEVT PIC 9(5)V9.
			05 WS-CODEEVT PIC X.
			05 WS-TEXTEEVT PIC X(50).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-COMPOSANT.
			05 WS-NUMCOMP PIC 9(6).
			05 WS-TYPECOMP PIC X.
			05 WS-DESIGCOMP PIC X(30).
			05 WS-HEURESCOMP PIC 9(5)V9.
			05 WS-POTENTIEL PIC 9(5)V9.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES CONSIGNES, CONSIGNES_SUIVI, CONSIGNES_APPLI
	EXEC SQL
		INCLUDE CONSIGNES,CONSIGNES_SUIVI,CONSIGNES_APPLI
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-CONSIGNE.
			05 WS-REFCN PIC X(20).
			05 WS-SUIVINUMCOMP PIC 9(6).
			05 WS-DATEECH PIC X(8).
			05 WS-HEURESECH PIC 9(5)V9.
			05 WS-COMPTEUR PIC 9(5)V9.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

**** IMPORT TABLES DOCUMENTS_AVION, TYPE_DOCUMENT
	EXEC SQL
		INCLUDE DOCUMENTS_AVION,TYPE_DOCUMENT
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-DOCUMENT.
			05 WS-NOMTYPDOC PIC X(10).
			05 WS-REFERENCE PIC X(20).
			05 WS-DATEXPIR PIC X(8).
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
	DISPLAY "Livret de cellule".
	DISPLAY "Code avion : ".
	ACCEPT SAI-CODAV.
	DISPLAY "Debut de la periode (AAAAMMJJ, 0 = 1er janvier) : ".
	ACCEPT SAI-DATEDEB.
	DISPLAY "Fin de la periode (AAAAMMJJ, 0 = aujourd'hui) : ".
	ACCEPT SAI-DATEFIN.

	IF SAI-DATEDEB = 0
		MOVE WANNEE TO WS-DATEDEB(1:4)
		MOVE "0101" TO WS-DATEDEB(5:4)
	ELSE
		MOVE SAI-DATEDEB TO WS-DATEDEB
	END-IF.
	IF SAI-DATEFIN = 0
		MOVE WDATE TO WS-DATEFIN
	ELSE
		MOVE SAI-DATEFIN TO WS-DATEFIN
	END-IF.

	IF WS-DATEFIN < WS-DATEDEB
		DISPLAY "ERREUR : LA FIN DE PERIODE PRECEDE LE DEBUT, TRAITEMENT ANNULE."
		GO TO FIN
	END-IF.

***** LES VOLS SONT DATES A LA MINUTE (AAAAMMJJHHMM)
	STRING WS-DATEDEB "0000" DELIMITED BY SIZE INTO WS-BORNEDEB.
	STRING WS-DATEFIN "9999" DELIMITED BY SIZE INTO WS-BORNEFIN.

	MOVE SAI-CODAV TO WS-CODAV.
	EXEC SQL
		SELECT AVIONS.CPTHORAV, AVIONS.CPTINTER, AVIONS.INFOS,
		AVIONS.ETATAV, TYPES.DESIGN, TYPES.REVISION_INTERVAL
		INTO :WS-CPTHORAV, :WS-CPTINTER, :WS-INFOS, :WS-ETATAV,
		:WS-DESIGN, :WS-REVISION-INTERVAL
		FROM AVIONS, TYPES
		WHERE AVIONS.CODTYP = TYPES.NUMTYP
		AND AVIONS.CODAV = :WS-CODAV
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "ERREUR : AVION " SAI-CODAV " INCONNU, TRAITEMENT ANNULE."
		GO TO FIN
	END-IF.

	MOVE "O" TO SPOOL-ACTION.
	MOVE "LIVRET" TO SPOOL-PROGRAMME.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE "L" TO SPOOL-ACTION.

	PERFORM EN-TETE-RAPPORT.
	PERFORM SITUATION-DEBUT.
	PERFORM EVENEMENTS-PERIODE.
	PERFORM SITUATION-FIN.
	PERFORM POTENTIELS-RESTANTS.
	PERFORM BILAN.
	MOVE "F" TO SPOOL-ACTION.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	GO TO FIN.

EN-TETE-RAPPORT.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Livret de cellule - avion " WS-CODAV " (" WS-DESIGN ")"
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    " WS-INFOS DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Periode du " WS-DATEDEB(7:2) "/" WS-DATEDEB(5:2) "/"
		WS-DATEDEB(1:4) " au " WS-DATEFIN(7:2) "/" WS-DATEFIN(5:2) "/"
		WS-DATEFIN(1:4) " - edite le " WJOUR "/" WMOIS "/" WANNEE
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** SITUATION AU DEBUT DE LA PERIODE : LA PREMIERE IMAGE HISTORISEE
***** A PARTIR DU PREMIER JOUR EST L'ETAT DE L'AVION AVANT TOUTE MISE A
***** JOUR DE LA PERIODE ; SANS MISE A JOUR DEPUIS, C'EST L'ETAT COURANT
SITUATION-DEBUT.
	EXEC SQL
		SELECT CPTHORAV, CPTINTER, ETATAV
		INTO :WS-HISTCPTHORAV, :WS-HISTCPTINTER, :WS-HISTETATAV
		FROM AVIONS_HIST
		WHERE CODAV = :WS-CODAV
		AND HISTID = (SELECT MIN(HISTID) FROM AVIONS_HIST
			WHERE CODAV = :WS-CODAV
			AND DATHIST >= :WS-DATEDEB)
	END-EXEC.

	IF SQLCODE = 0
		MOVE WS-HISTCPTHORAV TO WS-HEURES-DEBUT
		MOVE WS-HISTCPTINTER TO WS-INTER-DEBUT
		MOVE WS-HISTETATAV TO WS-ETAT-DEBUT
	ELSE
		MOVE WS-CPTHORAV TO WS-HEURES-DEBUT
		MOVE WS-CPTINTER TO WS-INTER-DEBUT
		MOVE WS-ETATAV TO WS-ETAT-DEBUT
	END-IF.
	MOVE WS-HEURES-DEBUT TO WS-CUMUL-CELLULE.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Situation au debut de la periode :" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-HEURES-DEBUT TO ED-CUMUL.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Heures cellule : " ED-CUMUL " h - etat de l'avion : "
		WS-ETAT-DEBUT DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-INTER-DEBUT TO ED-HEURES.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Heures depuis la derniere visite : " ED-HEURES
		" h (intervalle " WS-REVISION-INTERVAL " h)" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

***** EVENEMENTS DE LA PERIODE, TOUTES SOURCES REUNIES DANS UN SEUL
***** CURSEUR TRIE PAR DATE PUIS PAR NATURE
EVENEMENTS-PERIODE.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Date       Nature     Numero Detail"
		"                              Heures    Cumul"
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	EXEC SQL
		DECLARE LIVRETCUR CURSOR FOR
		SELECT DATOUVERTURE, "1", NUMOT, 0, 0, STATUT, NATURE
		FROM ORDRES_TRAVAIL
		WHERE NUMAV = :WS-CODAV
		AND DATOUVERTURE >= :WS-DATEDEB
		AND DATOUVERTURE <= :WS-DATEFIN
		UNION ALL
		SELECT MOUVEMENTS_COMPOSANTS.DATMVT, "2",
		MOUVEMENTS_COMPOSANTS.NUMCOMP, MOUVEMENTS_COMPOSANTS.CODAVDEST,
		MOUVEMENTS_COMPOSANTS.HEURESCOMP, COMPOSANTS.TYPECOMP,
		COMPOSANTS.DESIGNATION
		FROM MOUVEMENTS_COMPOSANTS, COMPOSANTS
		WHERE MOUVEMENTS_COMPOSANTS.NUMCOMP = COMPOSANTS.NUMCOMP
		AND MOUVEMENTS_COMPOSANTS.CODAVORIG = :WS-CODAV
		AND MOUVEMENTS_COMPOSANTS.DATMVT >= :WS-DATEDEB
		AND MOUVEMENTS_COMPOSANTS.DATMVT <= :WS-DATEFIN
		UNION ALL
		SELECT MOUVEMENTS_COMPOSANTS.DATMVT, "3",
		MOUVEMENTS_COMPOSANTS.NUMCOMP, MOUVEMENTS_COMPOSANTS.CODAVORIG,
		MOUVEMENTS_COMPOSANTS.HEURESCOMP, COMPOSANTS.TYPECOMP,
		COMPOSANTS.DESIGNATION
		FROM MOUVEMENTS_COMPOSANTS, COMPOSANTS
		WHERE MOUVEMENTS_COMPOSANTS.NUMCOMP = COMPOSANTS.NUMCOMP
		AND MOUVEMENTS_COMPOSANTS.CODAVDEST = :WS-CODAV
		AND MOUVEMENTS_COMPOSANTS.DATMVT >= :WS-DATEDEB
		AND MOUVEMENTS_COMPOSANTS.DATMVT <= :WS-DATEFIN
		UNION ALL
		SELECT OT_PIECES.DATCRE, "4", OT_PIECES.NUMOT,
		OT_PIECES.QUANTITE, 0, " ", PIECES_CATALOGUE.DESIGNATION
		FROM OT_PIECES, ORDRES_TRAVAIL, PIECES_CATALOGUE
		WHERE OT_PIECES.NUMOT = ORDRES_TRAVAIL.NUMOT
		AND OT_PIECES.REFPIECE = PIECES_CATALOGUE.REFPIECE
		AND ORDRES_TRAVAIL.NUMAV = :WS-CODAV
		AND OT_PIECES.DATCRE >= :WS-DATEDEB
		AND OT_PIECES.DATCRE <= :WS-DATEFIN
		UNION ALL
		SELECT CONSIGNES_APPLI.DATEAPPLI, "5", CONSIGNES_APPLI.NUMOT,
		CONSIGNES.NUMCN, CONSIGNES_APPLI.HEURESAPPLI, " ",
		CONSIGNES.REFCN
		FROM CONSIGNES_APPLI, CONSIGNES_SUIVI, CONSIGNES, ORDRES_TRAVAIL
		WHERE CONSIGNES_APPLI.NUMSUIVI = CONSIGNES_SUIVI.NUMSUIVI
		AND CONSIGNES_SUIVI.NUMCN = CONSIGNES.NUMCN
		AND CONSIGNES_APPLI.NUMOT = ORDRES_TRAVAIL.NUMOT
		AND ORDRES_TRAVAIL.NUMAV = :WS-CODAV
		AND CONSIGNES_APPLI.DATEAPPLI >= :WS-DATEDEB
		AND CONSIGNES_APPLI.DATEAPPLI <= :WS-DATEFIN
		UNION ALL
		SELECT DATECONTROL, "6", NUMCONTROL, RESCONTROL, 0, " ", " "
		FROM CONTROLES
		WHERE NUMAVION = :WS-CODAV
		AND DATECONTROL >= :WS-DATEDEB
		AND DATECONTROL <= :WS-DATEFIN
		UNION ALL
		SELECT DATCLOTURE, "7", NUMOT, 0, HEURESMO, STATUT, NATURE
		FROM ORDRES_TRAVAIL
		WHERE NUMAV = :WS-CODAV
		AND STATUT = "F"
		AND DATCLOTURE >= :WS-DATEDEB
		AND DATCLOTURE <= :WS-DATEFIN
		UNION ALL
		SELECT DATINC, "8", NUMINC, NUMPIL, 0, GRAVITE, DESCRIPTION
		FROM INCIDENTS
		WHERE NUMAV = :WS-CODAV
		AND DATINC >= :WS-DATEDEB
		AND DATINC <= :WS-DATEFIN
		UNION ALL
		SELECT DATEDEB, "9", NUMVOL, NUMPIL, CPTARR - CPTDEP, " ", DESTIN
		FROM VOLS
		WHERE NUMAV = :WS-CODAV
		AND ETATVOL = "R"
		AND DATEDEB >= :WS-BORNEDEB
		AND DATEDEB <= :WS-BORNEFIN
		ORDER BY 1, 2
	END-EXEC.

	EXEC SQL
		OPEN LIVRETCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM EVENEMENT-SUIVANT THRU EVENEMENT-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE LIVRETCUR
	END-EXEC.

EVENEMENT-SUIVANT.
	EXEC SQL
		FETCH LIVRETCUR
		INTO :WS-DATEEVT, :WS-TYPEEVT, :WS-NUMREF, :WS-NUMREF2,
		:WS-HEURESEVT, :WS-CODEEVT, :WS-TEXTEEVT
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO EVENEMENT-SUIVANT-EXIT
	END-IF.

	MOVE SPACES TO LE-DATE LE-NATURE LE-TEXTE LE-HEURES LE-CUMUL.
	STRING WS-DATEEVT(7:2) "/" WS-DATEEVT(5:2) "/" WS-DATEEVT(1:4)
		DELIMITED BY SIZE
		INTO LE-DATE.
	MOVE WS-NUMREF TO LE-REFERENCE.

	EVALUATE WS-TYPEEVT
	WHEN "1"
		MOVE "Ouv. OT" TO LE-NATURE
		MOVE WS-TEXTEEVT TO LE-TEXTE
		ADD 1 TO WS-NBORDRES
	WHEN "2"
		PERFORM LIBELLE-COMPOSANT
		MOVE "Dep." TO LE-NATURE(1:4)
		IF WS-NUMREF2 = 0
			STRING WS-TEXTEEVT(1:20) " > magasin" DELIMITED BY SIZE
				INTO LE-TEXTE
		ELSE
			MOVE WS-NUMREF2 TO ED-AVION
			STRING WS-TEXTEEVT(1:20) " > avion " ED-AVION
				DELIMITED BY SIZE
				INTO LE-TEXTE
		END-IF
		ADD 1 TO WS-NBMOUVEMENTS
	WHEN "3"
		PERFORM LIBELLE-COMPOSANT
		MOVE "Pose" TO LE-NATURE(1:4)
		IF WS-NUMREF2 = 0
			STRING WS-TEXTEEVT(1:20) " < magasin" DELIMITED BY SIZE
				INTO LE-TEXTE
		ELSE
			MOVE WS-NUMREF2 TO ED-AVION
			STRING WS-TEXTEEVT(1:20) " < avion " ED-AVION
				DELIMITED BY SIZE
				INTO LE-TEXTE
		END-IF
		ADD 1 TO WS-NBMOUVEMENTS
	WHEN "4"
		MOVE "Piece OT" TO LE-NATURE
		MOVE WS-NUMREF2 TO ED-QUANTITE
		STRING ED-QUANTITE " x " WS-TEXTEEVT(1:27) DELIMITED BY SIZE
			INTO LE-TEXTE
		ADD 1 TO WS-NBPIECES
	WHEN "5"
		MOVE "CN OT" TO LE-NATURE
		MOVE WS-HEURESEVT TO ED-HEURES
		MOVE ED-HEURES TO LE-HEURES
		STRING "Consigne " WS-TEXTEEVT(1:20) DELIMITED BY SIZE
			INTO LE-TEXTE
		ADD 1 TO WS-NBCONSIGNES
	WHEN "6"
		MOVE "Controle" TO LE-NATURE
		STRING "Resultat du controle : " WS-NUMREF2(8:1)
			DELIMITED BY SIZE
			INTO LE-TEXTE
		ADD 1 TO WS-NBCONTROLES
	WHEN "7"
		MOVE "Clot. OT" TO LE-NATURE
		MOVE WS-HEURESEVT TO ED-HEURES
		STRING "MO" ED-HEURES " h " WS-TEXTEEVT(1:23) DELIMITED BY SIZE
			INTO LE-TEXTE
	WHEN "8"
		STRING "Incid. " WS-CODEEVT DELIMITED BY SIZE
			INTO LE-NATURE
		MOVE WS-TEXTEEVT TO LE-TEXTE
		ADD 1 TO WS-NBINCIDENTS
	WHEN OTHER
		MOVE "Vol" TO LE-NATURE
		MOVE WS-NUMREF2 TO ED-NUMERO
		STRING "Pil." ED-NUMERO(5:4) " " WS-TEXTEEVT(1:24)
			DELIMITED BY SIZE
			INTO LE-TEXTE
		ADD WS-HEURESEVT TO WS-CUMUL-CELLULE
		ADD WS-HEURESEVT TO WS-HEURES-PERIODE
		MOVE WS-HEURESEVT TO ED-HEURES
		MOVE ED-HEURES TO LE-HEURES
		MOVE WS-CUMUL-CELLULE TO ED-CUMUL
		MOVE ED-CUMUL TO LE-CUMUL
		ADD 1 TO WS-NBVOLS
	END-EVALUATE.

	MOVE LIGNE-EVENEMENT TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

EVENEMENT-SUIVANT-EXIT.
	EXIT.

***** POSE OU DEPOSE : NATURE "MOT."/"HEL." SELON LE TYPE DU COMPOSANT,
***** HEURES DU COMPOSANT AU MOUVEMENT
LIBELLE-COMPOSANT.
	IF WS-CODEEVT = "M"
		MOVE "     mot." TO LE-NATURE
	ELSE
		MOVE "     hel." TO LE-NATURE
	END-IF.
	MOVE WS-HEURESEVT TO ED-HEURES.
	MOVE ED-HEURES TO LE-HEURES.

***** SITUATION A LA FIN DE LA PERIODE, RELUE COMME AU DEBUT ; UN ECART
***** AVEC LE CUMUL DES VOLS SIGNALE UNE CORRECTION MANUELLE DU COMPTEUR
SITUATION-FIN.
	EXEC SQL
		SELECT CPTHORAV
		INTO :WS-HISTCPTHORAV
		FROM AVIONS_HIST
		WHERE CODAV = :WS-CODAV
		AND HISTID = (SELECT MIN(HISTID) FROM AVIONS_HIST
			WHERE CODAV = :WS-CODAV
			AND DATHIST > :WS-DATEFIN)
	END-EXEC.

	IF SQLCODE = 0
		MOVE WS-HISTCPTHORAV TO WS-HEURES-FIN
	ELSE
		MOVE WS-CPTHORAV TO WS-HEURES-FIN
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-NBVOLS TO ED-NOMBRE.
	MOVE WS-HEURES-PERIODE TO ED-HEURES.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Vols de la periode : " ED-NOMBRE " pour " ED-HEURES " h"
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE WS-HEURES-FIN TO ED-CUMUL.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Heures cellule en fin de periode : " ED-CUMUL " h"
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	COMPUTE WS-ECART = WS-HEURES-FIN - WS-CUMUL-CELLULE.
	IF WS-ECART NOT = 0
		MOVE WS-ECART TO ED-RESTE
		MOVE SPACES TO SPOOL-LIGNE
		STRING "    ATTENTION : ecart de " ED-RESTE
			" h avec le cumul des vols (correction de compteur)"
			DELIMITED BY SIZE
			INTO SPOOL-LIGNE
		CALL "SPOOL" USING SPOOL-DEMANDE
	END-IF.

***** HEURES RESTANT A COURIR, A LA DATE DU JOUR : VISITE (INTERVALLE
***** DU TYPE - CPTINTER, COMME F0 ET PREVMAINT), POTENTIEL DE CHAQUE
***** COMPOSANT MONTE, CONSIGNES OUVERTES ET DOCUMENTS DE BORD
POTENTIELS-RESTANTS.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Potentiels restants au " WJOUR "/" WMOIS "/" WANNEE " :"
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	COMPUTE WS-RESTE = WS-REVISION-INTERVAL - WS-CPTINTER.
	MOVE WS-RESTE TO ED-RESTE.
	MOVE WS-CPTINTER TO ED-HEURES.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Prochaine visite : " ED-RESTE " h (" ED-HEURES
		" h faites sur " WS-REVISION-INTERVAL ")" DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

	PERFORM COMPOSANTS-MONTES.
	PERFORM CONSIGNES-OUVERTES.
	PERFORM DOCUMENTS-DE-BORD.

COMPOSANTS-MONTES.
	EXEC SQL
		DECLARE LIVCOMPCUR CURSOR FOR
		SELECT NUMCOMP, TYPECOMP, DESIGNATION, HEURESCOMP, POTENTIEL
		FROM COMPOSANTS
		WHERE CODAV = :WS-CODAV
		ORDER BY TYPECOMP, NUMCOMP
	END-EXEC.

	EXEC SQL
		OPEN LIVCOMPCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM COMPOSANT-SUIVANT THRU COMPOSANT-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE LIVCOMPCUR
	END-EXEC.

COMPOSANT-SUIVANT.
	EXEC SQL
		FETCH LIVCOMPCUR
		INTO :WS-NUMCOMP, :WS-TYPECOMP, :WS-DESIGCOMP,
		:WS-HEURESCOMP, :WS-POTENTIEL
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO COMPOSANT-SUIVANT-EXIT
	END-IF.

	COMPUTE WS-RESTE = WS-POTENTIEL - WS-HEURESCOMP.
	MOVE WS-RESTE TO ED-RESTE.
	MOVE WS-HEURESCOMP TO ED-HEURES.
	MOVE SPACES TO SPOOL-LIGNE.
	IF WS-TYPECOMP = "M"
		STRING "    Moteur " DELIMITED BY SIZE INTO SPOOL-LIGNE
	ELSE
		STRING "    Helice " DELIMITED BY SIZE INTO SPOOL-LIGNE
	END-IF.
	STRING WS-NUMCOMP " " WS-DESIGCOMP(1:20) " : " ED-RESTE
		" h avant TBO (" ED-HEURES " h)" DELIMITED BY SIZE
		INTO SPOOL-LIGNE(12:69).
	CALL "SPOOL" USING SPOOL-DEMANDE.

COMPOSANT-SUIVANT-EXIT.
	EXIT.

***** CONSIGNES NON SOLDEES SUR LA CELLULE OU SUR SES COMPOSANTS, AVEC
***** LE COMPTEUR PROPRE A CHACUN (MEME CURSEUR QUE CONSIGNE)
CONSIGNES-OUVERTES.
	EXEC SQL
		DECLARE LIVCNCUR CURSOR FOR
		SELECT CONSIGNES.REFCN, CONSIGNES_SUIVI.NUMCOMP,
		CONSIGNES_SUIVI.DATEECH, CONSIGNES_SUIVI.HEURESECH,
		AVIONS.CPTHORAV
		FROM CONSIGNES, CONSIGNES_SUIVI, AVIONS
		WHERE CONSIGNES.NUMCN = CONSIGNES_SUIVI.NUMCN
		AND CONSIGNES_SUIVI.CODAV = AVIONS.CODAV
		AND CONSIGNES_SUIVI.CODAV = :WS-CODAV
		AND CONSIGNES_SUIVI.ETATSUIVI = "O"
		UNION
		SELECT CONSIGNES.REFCN, CONSIGNES_SUIVI.NUMCOMP,
		CONSIGNES_SUIVI.DATEECH, CONSIGNES_SUIVI.HEURESECH,
		COMPOSANTS.HEURESCOMP
		FROM CONSIGNES, CONSIGNES_SUIVI, COMPOSANTS
		WHERE CONSIGNES.NUMCN = CONSIGNES_SUIVI.NUMCN
		AND CONSIGNES_SUIVI.NUMCOMP = COMPOSANTS.NUMCOMP
		AND COMPOSANTS.CODAV = :WS-CODAV
		AND CONSIGNES_SUIVI.ETATSUIVI = "O"
		ORDER BY 3
	END-EXEC.

	EXEC SQL
		OPEN LIVCNCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM CONSIGNE-SUIVANTE THRU CONSIGNE-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE LIVCNCUR
	END-EXEC.

CONSIGNE-SUIVANTE.
	EXEC SQL
		FETCH LIVCNCUR
		INTO :WS-REFCN, :WS-SUIVINUMCOMP, :WS-DATEECH, :WS-HEURESECH,
		:WS-COMPTEUR
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO CONSIGNE-SUIVANTE-EXIT
	END-IF.

***** 99999999 ET 99999.9 : PAS D'ECHEANCE CALENDAIRE OU HORAIRE
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Consigne " WS-REFCN DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	IF WS-SUIVINUMCOMP NOT = 0
		STRING "comp. " WS-SUIVINUMCOMP DELIMITED BY SIZE
			INTO SPOOL-LIGNE(34:12)
	END-IF.
	IF WS-HEURESECH < 99999.9
		COMPUTE WS-RESTE = WS-HEURESECH - WS-COMPTEUR
		MOVE WS-RESTE TO ED-RESTE
		STRING ED-RESTE " h" DELIMITED BY SIZE
			INTO SPOOL-LIGNE(47:11)
	END-IF.
	IF WS-DATEECH NOT = "99999999"
		STRING "le " WS-DATEECH(7:2) "/" WS-DATEECH(5:2) "/"
			WS-DATEECH(1:4) DELIMITED BY SIZE
			INTO SPOOL-LIGNE(59:13)
	END-IF.
	CALL "SPOOL" USING SPOOL-DEMANDE.

CONSIGNE-SUIVANTE-EXIT.
	EXIT.

DOCUMENTS-DE-BORD.
	EXEC SQL
		DECLARE LIVDOCCUR CURSOR FOR
		SELECT TYPE_DOCUMENT.NOMTYPDOC, DOCUMENTS_AVION.REFERENCE,
		DOCUMENTS_AVION.DATEXPIR
		FROM DOCUMENTS_AVION, TYPE_DOCUMENT
		WHERE DOCUMENTS_AVION.TYPEDOC = TYPE_DOCUMENT.NUMTYPDOC
		AND DOCUMENTS_AVION.CODAV = :WS-CODAV
		ORDER BY DOCUMENTS_AVION.DATEXPIR
	END-EXEC.

	EXEC SQL
		OPEN LIVDOCCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM DOCUMENT-SUIVANT THRU DOCUMENT-SUIVANT-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE LIVDOCCUR
	END-EXEC.

DOCUMENT-SUIVANT.
	EXEC SQL
		FETCH LIVDOCCUR
		INTO :WS-NOMTYPDOC, :WS-REFERENCE, :WS-DATEXPIR
	END-EXEC.

	IF SQLCODE = 100
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO DOCUMENT-SUIVANT-EXIT
	END-IF.

	MOVE SPACES TO SPOOL-LIGNE.
	STRING "    Document " WS-NOMTYPDOC " (" WS-REFERENCE
		") expire le " WS-DATEXPIR(7:2) "/" WS-DATEXPIR(5:2) "/"
		WS-DATEXPIR(1:4) DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.

DOCUMENT-SUIVANT-EXIT.
	EXIT.

BILAN.
	MOVE SPACES TO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "Evenements : " WS-NBVOLS " vols, " WS-NBCONTROLES
		" controles, " WS-NBORDRES " ordres, " WS-NBPIECES " pieces"
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	MOVE SPACES TO SPOOL-LIGNE.
	STRING "             " WS-NBCONSIGNES " consignes, " WS-NBMOUVEMENTS
		" poses/deposes, " WS-NBINCIDENTS " incidents"
		DELIMITED BY SIZE
		INTO SPOOL-LIGNE.
	CALL "SPOOL" USING SPOOL-DEMANDE.
	DISPLAY "Livret de l'avion " WS-CODAV " edite.".
	DISPLAY "Vols de la periode : " WS-NBVOLS.
	DISPLAY "Heures cellule en fin de periode : " WS-HEURES-FIN.

FIN.
	STOP RUN.
