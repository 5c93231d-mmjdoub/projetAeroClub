IDENTIFICATION DIVISION.
PROGRAM-ID. AMORTIS.
DATA DIVISION.
WORKING-STORAGE SECTION.
***** CALCUL DES DOTATIONS AUX AMORTISSEMENTS DU REGISTRE DES
***** IMMOBILISATIONS : APPELE PAR CLOTUREX A LA CLOTURE DE L'EXERCICE
***** (ACTION "E" : TOUTES LES IMMOBILISATIONS EN SERVICE, DOTATION DE
***** L'ANNEE DATEE DU 31/12) ET PAR IMMO A LA CESSION D'UNE
***** IMMOBILISATION (ACTION "C" : DOTATION DE L'ANNEE DE CESSION AU
***** PRORATA DES MOIS, DATEE DU JOUR DE CESSION). UN EXERCICE ANTERIEUR
***** RESTE NON DOTE (IMMOBILISATION INSCRITE APRES COUP) EST RATTRAPE
***** ANNEE PAR ANNEE ; IL N'EST JAMAIS CLOS, IMMO EXIGEANT POUR UNE
***** ACQUISITION EN EXERCICE CLOS UNE REPRISE JUSQU'AU DERNIER. CHAQUE DOTATION EST INSCRITE DANS AMORTISSEMENTS
***** ET CUMULEE DANS IMMOBILISATIONS. PAS DE COMMIT : L'APPELANT VALIDE
***** AVEC SA PROPRE UNITE DE TRAVAIL
*****
***** REGLES DE CALCUL (MOIS ENTIERS, LE MOIS D'ACQUISITION COMPTE) :
*****   LINEAIRE : ANNUITE = COUT / DUREE
*****   DEGRESSIF : ANNUITE = VALEUR NETTE x COEFFICIENT / DUREE
*****     (COEFFICIENT 1,25 POUR 3-4 ANS, 1,75 POUR 5-6 ANS, 2,25 AU-DELA,
*****     LINEAIRE EN DESSOUS DE 3 ANS), OU VALEUR NETTE / ANNEES
*****     RESTANTES DES QUE CE LINEAIRE EST PLUS FORT
*****   DOTATION = ANNUITE x MOIS DE L'ANNEE / 12, PLAFONNEE A LA VALEUR
*****     NETTE
77 ANNEE-CALC PIC 9(4) VALUE IS 0.
77 ANNEE-DEBUT PIC 9(4) VALUE IS 0.
77 ANNEE-FIN PIC 9(4) VALUE IS 0.
77 ANNEE-ACQ PIC 9(4) VALUE IS 0.
77 MOIS-ACQ PIC 9(2) VALUE IS 0.
77 MOIS-FIN PIC 9(2) VALUE IS 0.
77 NB-MOIS PIC S9(3) VALUE IS 0.
77 ANNEES-RESTANTES PIC S9(3) VALUE IS 0.
77 COEFFICIENT PIC 9V99 VALUE IS 0.
77 VNC-DEBUT PIC S9(8)V99 VALUE IS 0.
77 ANNUITE PIC S9(8)V99 VALUE IS 0.
77 ANNUITE-LIN PIC S9(8)V99 VALUE IS 0.
***** NATURE DE LA DOTATION EN COURS : "E" EXERCICE, "C" CESSION
77 NATURE-CALC PIC X VALUE "E".
***** FIN DU CURSEUR DES IMMOBILISATIONS
77 WS-FIN-CURSEUR PIC 9 VALUE IS 0.
77 WS-ERREUR-SQL PIC 9 VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
   02 WMOIS PIC 99.
   02 WJOUR PIC 99.

**** IMPORT SQLCA
	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLES IMMOBILISATIONS, AMORTISSEMENTS
	EXEC SQL
		INCLUDE IMMOBILISATIONS,AMORTISSEMENTS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-IMMOBILISATION.
			05 WS-NUMIMMO PIC 9(6).
			05 WS-DATEACQ PIC X(8).
			05 WS-COUTACQ PIC 9(8)V99.
			05 WS-DUREEANS PIC 9(2).
			05 WS-METHODE PIC X.
			05 WS-CUMULAMORT PIC 9(8)V99.
			05 WS-DERNIEREANNEE PIC X(4).
			05 WS-ETATIMMO PIC X.
			05 WS-ANNEE-LIMITE PIC X(4).
			05 WS-DATE-LIMITE PIC X(8).
		01 WS-AMORTISSEMENT.
			05 WS-NUMAMORT PIC 9(8).
			05 WS-ANNEE PIC X(4).
			05 WS-DATEDOT PIC X(8).
			05 WS-NATUREDOT PIC X.
			05 WS-DOTATION PIC 9(8)V99.
			05 WS-VNC PIC 9(8)V99.
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
***** CONTRAT D'APPEL : MEME DESSIN A DECLARER CHEZ CHAQUE APPELANT.
***** AMORT-ACTION "E" = DOTATIONS DE L'EXERCICE AMORT-ANNEE POUR TOUT LE
***** REGISTRE, "C" = DOTATION DE L'ANNEE DE CESSION DE L'IMMOBILISATION
***** AMORT-NUMIMMO, CEDEE LE AMORT-DATE (AAAAMMJJ). EN RETOUR,
***** AMORT-RETOUR = "O" CALCUL FAIT, "X" REFUSE OU ERREUR SQL ;
***** AMORT-NBIMMO ET AMORT-TOTAL = NOMBRE DE DOTATIONS ET LEUR TOTAL,
***** AMORT-CUMUL ET AMORT-VNC = AMORTISSEMENTS CUMULES ET VALEUR NETTE
***** DE L'IMMOBILISATION CEDEE (ACTION "C")
01 AMORT-DEMANDE.
	02 AMORT-ACTION PIC X.
	02 AMORT-ANNEE PIC X(4).
	02 AMORT-NUMIMMO PIC 9(6).
	02 AMORT-DATE PIC X(8).
	02 AMORT-RETOUR PIC X.
	02 AMORT-NBIMMO PIC 9(6).
	02 AMORT-TOTAL PIC 9(8)V99.
	02 AMORT-CUMUL PIC 9(8)V99.
	02 AMORT-VNC PIC 9(8)V99.

PROCEDURE DIVISION USING AMORT-DEMANDE.

DEBUT.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	MOVE "X" TO AMORT-RETOUR.
	MOVE 0 TO AMORT-NBIMMO.
	MOVE 0 TO AMORT-TOTAL.
	MOVE 0 TO AMORT-CUMUL.
	MOVE 0 TO AMORT-VNC.
	MOVE 0 TO WS-ERREUR-SQL.

	EVALUATE AMORT-ACTION
		WHEN "E"
			PERFORM DOTATIONS-EXERCICE
		WHEN "C"
			PERFORM DOTATION-CESSION THRU DOTATION-CESSION-EXIT
		WHEN OTHER
			DISPLAY "AMORTIS : action inconnue " AMORT-ACTION
			GO TO FIN-AMORTIS
	END-EVALUATE.

	IF WS-ERREUR-SQL = 0
		MOVE "O" TO AMORT-RETOUR
	END-IF.

FIN-AMORTIS.
	GOBACK.

***** EXERCICE : TOUTES LES IMMOBILISATIONS EN SERVICE ACQUISES AU PLUS
***** TARD DANS L'ANNEE ET PAS ENCORE DOTEES POUR CETTE ANNEE
DOTATIONS-EXERCICE.
	MOVE AMORT-ANNEE TO WS-ANNEE-LIMITE.
	STRING AMORT-ANNEE "1231" DELIMITED BY SIZE INTO WS-DATE-LIMITE.
	MOVE AMORT-ANNEE TO ANNEE-FIN.
	MOVE 12 TO MOIS-FIN.
	MOVE "E" TO NATURE-CALC.

	EXEC SQL
		DECLARE AMORTCUR CURSOR FOR
		SELECT NUMIMMO, DATEACQ, COUTACQ, DUREEANS, METHODE,
		CUMULAMORT, DERNIEREANNEE
		FROM IMMOBILISATIONS
		WHERE ETATIMMO = "S"
		AND DERNIEREANNEE < :WS-ANNEE-LIMITE
		AND DATEACQ <= :WS-DATE-LIMITE
		ORDER BY NUMIMMO
	END-EXEC.

	EXEC SQL
		OPEN AMORTCUR
	END-EXEC.

	MOVE 0 TO WS-FIN-CURSEUR.
	PERFORM IMMOBILISATION-SUIVANTE THRU IMMOBILISATION-SUIVANTE-EXIT
		UNTIL WS-FIN-CURSEUR = 1.

	EXEC SQL
		CLOSE AMORTCUR
	END-EXEC.

IMMOBILISATION-SUIVANTE.
	EXEC SQL
		FETCH AMORTCUR
		INTO :WS-NUMIMMO, :WS-DATEACQ, :WS-COUTACQ, :WS-DUREEANS,
		:WS-METHODE, :WS-CUMULAMORT, :WS-DERNIEREANNEE
	END-EXEC.

	IF SQLCODE NOT = 0
		MOVE 1 TO WS-FIN-CURSEUR
		GO TO IMMOBILISATION-SUIVANTE-EXIT
	END-IF.

	PERFORM DEBUT-DES-DOTATIONS.
	PERFORM DOTATION-ANNEE THRU DOTATION-ANNEE-EXIT
		VARYING ANNEE-CALC FROM ANNEE-DEBUT BY 1
		UNTIL ANNEE-CALC > ANNEE-FIN OR WS-ERREUR-SQL = 1.

	IF WS-ERREUR-SQL = 1
		MOVE 1 TO WS-FIN-CURSEUR
	END-IF.

IMMOBILISATION-SUIVANTE-EXIT.
	EXIT.

***** CESSION : LES EXERCICES ANTERIEURS NON DOTES SONT RATTRAPES EN
***** ANNEES PLEINES, PUIS L'ANNEE DE CESSION EST DOTEE JUSQU'AU MOIS DE
***** CESSION INCLUS
DOTATION-CESSION.
	MOVE AMORT-NUMIMMO TO WS-NUMIMMO.

	EXEC SQL
		SELECT DATEACQ, COUTACQ, DUREEANS, METHODE, CUMULAMORT,
		DERNIEREANNEE, ETATIMMO
		INTO :WS-DATEACQ, :WS-COUTACQ, :WS-DUREEANS, :WS-METHODE,
		:WS-CUMULAMORT, :WS-DERNIEREANNEE, :WS-ETATIMMO
		FROM IMMOBILISATIONS
		WHERE NUMIMMO = :WS-NUMIMMO
	END-EXEC.

	IF SQLCODE NOT = 0 OR WS-ETATIMMO NOT = "S"
		DISPLAY "AMORTIS : immobilisation " WS-NUMIMMO
			" inconnue ou deja cedee."
		MOVE 1 TO WS-ERREUR-SQL
		GO TO DOTATION-CESSION-EXIT
	END-IF.

	IF AMORT-DATE < WS-DATEACQ OR AMORT-DATE(1:4) NOT > WS-DERNIEREANNEE
		DISPLAY "AMORTIS : date de cession anterieure a l'acquisition"
			" ou dans un exercice deja dote."
		MOVE 1 TO WS-ERREUR-SQL
		GO TO DOTATION-CESSION-EXIT
	END-IF.

	PERFORM DEBUT-DES-DOTATIONS.
	MOVE AMORT-DATE(1:4) TO ANNEE-FIN.
	SUBTRACT 1 FROM ANNEE-FIN.
	MOVE 12 TO MOIS-FIN.
	MOVE "E" TO NATURE-CALC.
	PERFORM DOTATION-ANNEE THRU DOTATION-ANNEE-EXIT
		VARYING ANNEE-CALC FROM ANNEE-DEBUT BY 1
		UNTIL ANNEE-CALC > ANNEE-FIN OR WS-ERREUR-SQL = 1.

	IF WS-ERREUR-SQL = 1
		GO TO DOTATION-CESSION-EXIT
	END-IF.

	MOVE AMORT-DATE(1:4) TO ANNEE-CALC.
	MOVE AMORT-DATE(5:2) TO MOIS-FIN.
	MOVE "C" TO NATURE-CALC.
	PERFORM DOTATION-ANNEE THRU DOTATION-ANNEE-EXIT.

	MOVE WS-CUMULAMORT TO AMORT-CUMUL.
	COMPUTE AMORT-VNC = WS-COUTACQ - WS-CUMULAMORT.

DOTATION-CESSION-EXIT.
	EXIT.

***** PREMIER EXERCICE A DOTER : CELUI QUI SUIT LE DERNIER DOTE, OU
***** CELUI DE L'ACQUISITION SI AUCUNE DOTATION N'EST ENCORE FAITE
DEBUT-DES-DOTATIONS.
	MOVE WS-DATEACQ(1:4) TO ANNEE-ACQ.
	MOVE WS-DATEACQ(5:2) TO MOIS-ACQ.
	IF WS-DERNIEREANNEE IS NUMERIC AND WS-DERNIEREANNEE NOT < ANNEE-ACQ
		MOVE WS-DERNIEREANNEE TO ANNEE-DEBUT
		ADD 1 TO ANNEE-DEBUT
	ELSE
		MOVE ANNEE-ACQ TO ANNEE-DEBUT
	END-IF.

***** DOTATION D'UNE ANNEE (ANNEE-CALC, JUSQU'AU MOIS MOIS-FIN) :
***** INSCRITE DANS AMORTISSEMENTS, CUMULEE DANS IMMOBILISATIONS
DOTATION-ANNEE.
	COMPUTE VNC-DEBUT = WS-COUTACQ - WS-CUMULAMORT.
	IF ANNEE-CALC = ANNEE-ACQ
		COMPUTE NB-MOIS = MOIS-FIN - MOIS-ACQ + 1
	ELSE
		MOVE MOIS-FIN TO NB-MOIS
	END-IF.

	MOVE 0 TO WS-DOTATION.
	IF VNC-DEBUT > 0 AND NB-MOIS > 0
		PERFORM CALCUL-ANNUITE THRU CALCUL-ANNUITE-EXIT
		COMPUTE WS-DOTATION ROUNDED = ANNUITE * NB-MOIS / 12
		IF WS-DOTATION > VNC-DEBUT
			MOVE VNC-DEBUT TO WS-DOTATION
		END-IF
	END-IF.

	ADD WS-DOTATION TO WS-CUMULAMORT.
	COMPUTE WS-VNC = WS-COUTACQ - WS-CUMULAMORT.
	MOVE ANNEE-CALC TO WS-ANNEE.
	IF NATURE-CALC = "C"
		MOVE AMORT-DATE TO WS-DATEDOT
	ELSE
		STRING WS-ANNEE "1231" DELIMITED BY SIZE INTO WS-DATEDOT
	END-IF.
	MOVE NATURE-CALC TO WS-NATUREDOT.

***** UNE IMMOBILISATION TOTALEMENT AMORTIE NE LAISSE PLUS DE LIGNE,
***** SAUF CELLE DE SA CESSION
	IF WS-DOTATION > 0 OR NATURE-CALC = "C"
		MOVE "NUMAMORT" TO WS-NOMSEQ
		PERFORM PROCHAIN-NUMERO
		MOVE WS-PROCHAINE TO WS-NUMAMORT
		EXEC SQL
			INSERT INTO AMORTISSEMENTS(NUMAMORT,NUMIMMO,ANNEE,DATEDOT,
			NATUREDOT,DOTATION,CUMULAMORT,VNC)
			VALUES(:WS-NUMAMORT,:WS-NUMIMMO,:WS-ANNEE,:WS-DATEDOT,
			:WS-NATUREDOT,:WS-DOTATION,:WS-CUMULAMORT,:WS-VNC)
		END-EXEC
		IF SQLCODE NOT = 0
			DISPLAY "ERREUR SQL - dotation de l'immobilisation "
				WS-NUMIMMO " non inscrite."
			MOVE 1 TO WS-ERREUR-SQL
			GO TO DOTATION-ANNEE-EXIT
		END-IF
		ADD 1 TO AMORT-NBIMMO
		ADD WS-DOTATION TO AMORT-TOTAL
	END-IF.

	EXEC SQL
		UPDATE IMMOBILISATIONS
		SET CUMULAMORT = :WS-CUMULAMORT, DERNIEREANNEE = :WS-ANNEE
		WHERE NUMIMMO = :WS-NUMIMMO
	END-EXEC.

	IF SQLCODE NOT = 0
		DISPLAY "ERREUR SQL - immobilisation " WS-NUMIMMO
			" non mise a jour."
		MOVE 1 TO WS-ERREUR-SQL
	END-IF.

DOTATION-ANNEE-EXIT.
	EXIT.

CALCUL-ANNUITE.
	COMPUTE ANNUITE ROUNDED = WS-COUTACQ / WS-DUREEANS.
	IF WS-METHODE NOT = "D" OR WS-DUREEANS < 3
		GO TO CALCUL-ANNUITE-EXIT
	END-IF.

	EVALUATE TRUE
		WHEN WS-DUREEANS < 5
			MOVE 1.25 TO COEFFICIENT
		WHEN WS-DUREEANS < 7
			MOVE 1.75 TO COEFFICIENT
		WHEN OTHER
			MOVE 2.25 TO COEFFICIENT
	END-EVALUATE.

	COMPUTE ANNUITE ROUNDED = VNC-DEBUT * COEFFICIENT / WS-DUREEANS.
	COMPUTE ANNEES-RESTANTES = WS-DUREEANS - (ANNEE-CALC - ANNEE-ACQ).
	IF ANNEES-RESTANTES < 2
		MOVE VNC-DEBUT TO ANNUITE-LIN
	ELSE
		COMPUTE ANNUITE-LIN ROUNDED = VNC-DEBUT / ANNEES-RESTANTES
	END-IF.
	IF ANNUITE-LIN > ANNUITE
		MOVE ANNUITE-LIN TO ANNUITE
	END-IF.

CALCUL-ANNUITE-EXIT.
	EXIT.

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
