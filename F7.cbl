	EXEC SQL
		INCLUDE SQLCA
	END-EXEC.

**** IMPORT TABLE AUDIT_VERROU
	EXEC SQL
	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** CONTRAT D'APPEL DE FACTVOLS (MEME DESSIN QUE SA LINKAGE SECTION) :
***** LE MOTEUR DE FACTURATION EST COMMUN AU MENU ET AU LANCEMENT PAR
***** LOT DE LA CHAINE DU SOIR (F7LOT)
	01 FACT-DEMANDE.
		02 FACT-PERIODE-DEB PIC 9(8).
		02 FACT-PERIODE-FIN PIC 9(8).
		02 FACT-MODE PIC X.
		02 FACT-RETOUR PIC X.
		02 FACT-MESSAGE PIC X(50).
		02 FACT-NUMLOT PIC 9(6).
		02 FACT-REPRISE PIC 9.
		02 FACT-NBFACTURES PIC 9(4).
		02 FACT-MONTANT PIC 9(8)V99.
		02 FACT-NUMRAPPORT PIC 9(6).

LINKAGE SECTION.
SCREEN SECTION.
  01 DELETE-SCREEN BLANK SCREEN.
	  05 LINE 04 COL 40 PIC 9(8) TO PERIOD1.
	  05 LINE 04 COL 49 VALUE "au ".
	  05 LINE 04 COL 52 PIC 9(8) TO PERIOD2.
	  05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
	  05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
	  05 LINE 04 COL 40 PIC 9(8) FROM PERIOD1.
	  05 LINE 04 COL 49 VALUE "au ".
	  05 LINE 04 COL 52 PIC 9(8) FROM PERIOD2.
	  05 LINE 06 COL 18 VALUE "Passage de facturation ....... :".
	  05 LINE 06 COL 51 PIC Z(5)9 FROM FACT-NUMLOT.
	  05 LINE 07 COL 18 VALUE "Factures emises .............. :".
	  05 LINE 07 COL 51 PIC Z(3)9 FROM FACT-NBFACTURES.
	  05 LINE 08 COL 18 VALUE "Montant total facture ........ :".
	  05 LINE 08 COL 51 PIC Z(7)9.99 FROM FACT-MONTANT.
	  05 LINE 09 COL 18 VALUE "Compte rendu (edition) ....... :".
	  05 LINE 09 COL 51 PIC Z(5)9 FROM FACT-NUMRAPPORT.
	  05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
	  05 LINE 20 COL 42 PIC Z FROM NB-ESSAI.
	ACCEPT PERIOD1 LINE 04 COL 40.
	ACCEPT PERIOD2 LINE 04 COL 52.
	
***** FACTURATION DE LA PERIODE SAISIE PAR LE MOTEUR COMMUN (FACTVOLS) ;
***** LE DETAIL DES VOLS FACTURES ET NON FACTURES EST AU COMPTE RENDU
FACTURATION.
	MOVE PERIOD1 TO FACT-PERIODE-DEB.
	MOVE PERIOD2 TO FACT-PERIODE-FIN.
	MOVE "I" TO FACT-MODE.
	CALL "FACTVOLS" USING FACT-DEMANDE.

	MOVE SPACES TO ERREURS.
	IF FACT-RETOUR = "O"
		STRING "FACTURATION TERMINEE, COMPTE RENDU " FACT-NUMRAPPORT
			DELIMITED BY SIZE INTO ERREURS
	ELSE
		MOVE FACT-MESSAGE TO ERREURS
	END-IF.

	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
	DISPLAY SCREEN-FACTURE.
	GO TO EVALUATE-CHOIX.

EVALUATE-CHOIX.
	ACCEPT CHOIX LINE 22 COL 01.
FIN.
	STOP RUN.

***** ATTRIBUTION ATOMIQUE DU PROCHAIN NUMERO DE LA SEQUENCE DEMANDEE
***** (WS-NOMSEQ) : L'INCREMENT PREND LE VERROU DE LIGNE AVANT LA
***** RELECTURE, DEUX TERMINAUX NE PEUVENT PLUS OBTENIR LE MEME NUMERO
