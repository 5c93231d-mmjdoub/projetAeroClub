77 CODEADUSER PIC X(4).
77 NOMADUSER PIC X(25).
77 DISTANCEUSER PIC 9(4).
77 TAXEUSER PIC 9(3)V99.
77 ANCIENNETAXE PIC 9(3)V99.
77 ANCIENLIBELLE PIC X(20).
77 NOUVLIBELLE PIC X(20).
77 REFPIECEUSER PIC X(10).
77 DESIGNATIONUSER PIC X(30).
77 PRIXUSER PIC 9(4)V99.
77 SEUILUSER PIC 9(4).
77 QTEREAPUSER PIC 9(4).
77 TAUXUSER PIC 9(2)V99.
77 POURCENTUSER PIC 9(2)V99.
77 AVIONUSER PIC Z(3).
77 ANNEEUSER PIC 9(4).
77 CHARGEUSER PIC 9(6)V99.
77 TYPEUSER PIC Z(3).
77 TARIFUSER PIC 9(2)V99.
77 DATEEFFETUSER PIC X(8).
77 ANCIENPOURCENT PIC 9(2)V99.
77 CODEAIDEUSER PIC X(4).
77 LIBAIDEUSER PIC X(30).
77 ORGANISMEUSER PIC X(30).
77 AGEMAXUSER PIC 9(3).
77 SITUATIONUSER PIC X.
77 CATEGORIEUSER PIC X.
77 PREMIERSOLOUSER PIC X.
77 TAUXHORUSER PIC 9(4)V99.
77 FORFAITUSER PIC 9(4)V99.
77 PLAFONDUSER PIC 9(6)V99.
77 MODEVERSUSER PIC X.
77 ACTIFUSER PIC X.
77 NUMLOCUSER PIC Z(6).
77 NATUREUSER PIC X.
77 IMMATUSER PIC X(10).
77 PILOTEUSER PIC Z(3).
77 LOYERUSER PIC 9(4)V99.
77 DATEDEBUSER PIC X(8).
77 DATEFINUSER PIC X(8).
77 NUMDONUSER PIC Z(6).
77 DATEDONUSER PIC X(8).
77 MONTANTDONUSER PIC 9(6)V99.
77 CATFRAISUSER PIC X.
77 JUSTIFUSER PIC X(40).

***** VEILLE DE LA DATE D'EFFET D'UN TARIF (FIN DU TARIF PRECEDENT)
01 WS-VEILLE.
   02 VEI-ANNEE PIC 9999.
   02 VEI-MOIS PIC 99.
   02 VEI-JOUR PIC 99.
77 WS-DERNIER-JOUR PIC 9(2) VALUE IS 0.
77 WS-QUOTIENT PIC 9(4) VALUE IS 0.
77 WS-RESTE PIC 9(4) VALUE IS 0.

01 WDATE.
   02 WANNEE PIC 9999.
			05 WS-CODEAD PIC X(4).
			05 WS-NOMAD PIC X(25).
			05 WS-DISTANCE PIC 9(4).
			05 WS-TAXE-ATTERR PIC 9(3)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

			05 WS-REFPIECE PIC X(10).
			05 WS-DESIGNATION PIC X(30).
			05 WS-PRIXUNIT PIC 9(4)V99.
			05 WS-QTESTOCK PIC S9(6).
			05 WS-SEUILREAPPRO PIC 9(4).
			05 WS-QTEREAPPRO PIC 9(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

****************************************
	EXEC SQL
		INCLUDE CHARGES_AVION
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-CHARGE-AVION.
			05 WS-CHCODAV PIC 9(3).
			05 WS-CHANNEE PIC 9(4).
			05 WS-CHNATURE PIC X.
			05 WS-CHLIBELLE PIC X(20).
			05 WS-CHMONTANT PIC 9(6)V99.
	EXEC SQL END DECLARE SECTION
	END-EXEC.

****************************************
	EXEC SQL
		INCLUDE TYPES,TARIFS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-TARIF-TYPE.
			05 WS-NUMTYP PIC 9(3).
			05 WS-DESIGN PIC X(20).
			05 WS-TARIFACTUEL PIC 9(2)V99.
			05 WS-DATEDEBACTUEL PIC X(8).
			05 WS-NUMTARIF PIC 9(6).
			05 WS-TARIF PIC 9(2)V99.
			05 WS-DATEDEB PIC X(8).
			05 WS-DATEFIN PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

****************************************
	EXEC SQL
		INCLUDE AIDES
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-AIDE.
			05 WS-AIDCODE PIC X(4).
			05 WS-AIDLIBELLE PIC X(30).
			05 WS-AIDORGANISME PIC X(30).
			05 WS-AIDAGEMAX PIC 9(3).
			05 WS-AIDSITUATION PIC X.
			05 WS-AIDCATEGORIE PIC X.
			05 WS-AIDPREMIERSOLO PIC X.
			05 WS-AIDTAUXHORAIRE PIC 9(4)V99.
			05 WS-AIDFORFAITVOL PIC 9(4)V99.
			05 WS-AIDPLAFOND PIC 9(6)V99.
			05 WS-AIDMODEVERS PIC X.
			05 WS-AIDACTIF PIC X.
		01 WS-NBSITUATION PIC 9(4).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

****************************************
	EXEC SQL
		INCLUDE LOCATIONS,PILOTES,CARBURANT
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-LOCATION.
			05 WS-LOCNUM PIC 9(6).
			05 WS-LOCNATURE PIC X.
			05 WS-LOCIMMAT PIC X(10).
			05 WS-LOCLIBELLE PIC X(20).
			05 WS-LOCNUMPIL PIC 9(3).
			05 WS-LOCTARIF PIC 9(4)V99.
			05 WS-LOCDATEDEB PIC X(8).
			05 WS-LOCDATEFIN PIC X(8).
			05 WS-LOCDERNIERMOIS PIC X(6).
			05 WS-LOCNOMPIL PIC X(20).
			05 WS-LOCETATPRES PIC X.
			05 WS-NBLOCATIONS PIC 9(4).
			05 WS-LOCDATEJOUR PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

****************************************
	EXEC SQL
		INCLUDE DONS
	END-EXEC.

	EXEC SQL BEGIN DECLARE SECTION
	END-EXEC.
		01 WS-DON.
			05 WS-DONNUM PIC 9(6).
			05 WS-DONNUMPIL PIC 9(3).
			05 WS-DONDATE PIC X(8).
			05 WS-DONNATURE PIC X.
			05 WS-DONMODE PIC X.
			05 WS-DONCATFRAIS PIC X.
			05 WS-DONMONTANT PIC 9(6)V99.
			05 WS-DONJUSTIF PIC X(40).
			05 WS-DONNUMRECU PIC 9(6).
			05 WS-DONNOMPIL PIC X(20).
			05 WS-DONDATEJOUR PIC X(8).
	EXEC SQL END DECLARE SECTION
	END-EXEC.

	EXEC SQL END DECLARE SECTION
	END-EXEC.

***** CONTRAT D'APPEL DE APPRODEM (MEME DESSIN QUE SA LINKAGE SECTION)
01 APPRO-DEMANDE.
	02 APPRO-TYPEOPER PIC X.
	02 APPRO-CLE1 PIC 9(6).
	02 APPRO-CLE2 PIC 9(6).
	02 APPRO-CODE PIC X.
	02 APPRO-MONTANT PIC 9(6)V99.
	02 APPRO-ANCIEN PIC 9(6)V99.
	02 APPRO-DATEEFFET PIC X(8).
	02 APPRO-LIBELLE PIC X(50).
	02 APPRO-RETOUR PIC X.
	02 APPRO-NUMAPPRO PIC 9(6).
	02 APPRO-CODEUTIL PIC X(8).

***** CONTRAT D'APPEL DE MVTCAISSE (MEME DESSIN QUE SA LINKAGE SECTION)
01 CAISSE-DEMANDE.
	02 CAISSE-ACTION PIC X.
	02 CAISSE-SENS PIC X.
	02 CAISSE-MONTANT PIC 9(6)V99.
	02 CAISSE-NATURE PIC X.
	02 CAISSE-NUMPIECE PIC 9(8).
	02 CAISSE-ORIGINE PIC X(10).
	02 CAISSE-RETOUR PIC X.
	02 CAISSE-NUMCAISSE PIC 9(6).
	02 CAISSE-CODEUTIL PIC X(8).

LINKAGE SECTION.
SCREEN SECTION.
  01 DELETE-SCREEN BLANK SCREEN.
	  05 LINE 16 COL 30 VALUE "A : Catalogue de pièces détachées".
	  05 LINE 15 COL 30 VALUE "B : Taux de TVA par catégorie".
	  05 LINE 14 COL 30 VALUE "C : Remises membres".
	  05 LINE 13 COL 30 VALUE "D : Charges fixes des avions".
	  05 LINE 12 COL 30 VALUE "E : Tarifs horaires des types".
	  05 LINE 11 COL 30 VALUE "F : Aides au vol (subventions)".
	  05 LINE 10 COL 30 VALUE "G : Locations (hangar, parking, casiers)".
	  05 LINE 09 COL 30 VALUE "H : Dons et abandons de frais".
	  05 LINE 17 COL 01 VALUE "Taper le chiffre correspondant à votre choix : ".
	  05 LINE 17 COL 48 PIC X TO CHOIXTABLE.
      05 LINE 19 COL 01 VALUE "******************".
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

***** MODIFICATION D'UN AERODROME : LIBELLE ET TAXE D'ATTERRISSAGE
  01  SCREEN-AERODROME-MAJ.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Modifier un aérodrome".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Libellé actuel : ".
	  05 LINE 05 COL 18 PIC X(20) FROM ANCIENLIBELLE.
	  05 LINE 06 COL 01 VALUE "Nouveau libellé : ".
	  05 LINE 06 COL 19 PIC X(20) TO NOUVLIBELLE.
	  05 LINE 07 COL 01 VALUE "Taxe d'atterrissage actuelle : ".
	  05 LINE 07 COL 32 PIC ZZ9.99 FROM ANCIENNETAXE.
	  05 LINE 08 COL 01 VALUE "Nouvelle taxe par poser : ".
	  05 LINE 08 COL 27 PIC 9(3)V99 TO TAXEUSER.
	  05 LINE 10 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 10 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-RETRAIT.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 06 COL 07 PIC X(25) TO NOMADUSER.
	  05 LINE 07 COL 01 VALUE "Distance (km) : ".
	  05 LINE 07 COL 17 PIC 9(4) TO DISTANCEUSER.
	  05 LINE 08 COL 01 VALUE "Taxe d'atterrissage par poser : ".
	  05 LINE 08 COL 33 PIC 9(3)V99 TO TAXEUSER.
	  05 LINE 10 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 10 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CHARGE-CLE.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Charge fixe d'un avion".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Avion (code avion) : ".
	  05 LINE 05 COL 22 PIC Z(3) TO AVIONUSER.
	  05 LINE 06 COL 01 VALUE "Année (AAAA) : ".
	  05 LINE 06 COL 16 PIC 9(4) TO ANNEEUSER.
	  05 LINE 07 COL 01 VALUE "Nature (A assurance, H hangar, D divers) : ".
	  05 LINE 07 COL 44 PIC X(3) TO CODEUSER.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CHARGE-AJOUT.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Ajout d'une charge fixe d'avion".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Avion (code avion) : ".
	  05 LINE 05 COL 22 PIC Z(3) TO AVIONUSER.
	  05 LINE 06 COL 01 VALUE "Année (AAAA) : ".
	  05 LINE 06 COL 16 PIC 9(4) TO ANNEEUSER.
	  05 LINE 07 COL 01 VALUE "Nature (A assurance, H hangar, D divers) : ".
	  05 LINE 07 COL 44 PIC X(3) TO CODEUSER.
	  05 LINE 08 COL 01 VALUE "Libellé : ".
	  05 LINE 08 COL 11 PIC X(20) TO LIBELLEUSER.
	  05 LINE 09 COL 01 VALUE "Montant annuel : ".
	  05 LINE 09 COL 18 PIC 9(6)V99 TO CHARGEUSER.
	  05 LINE 11 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 11 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-CHARGE-MODIF.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Modification d'une charge fixe d'avion".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Libellé actuel : ".
	  05 LINE 05 COL 18 PIC X(20) FROM WS-CHLIBELLE.
	  05 LINE 06 COL 01 VALUE "Montant actuel : ".
	  05 LINE 06 COL 18 PIC Z(5)9.99 FROM WS-CHMONTANT.
	  05 LINE 07 COL 01 VALUE "Nouveau libellé (vide = inchangé) : ".
	  05 LINE 07 COL 37 PIC X(20) TO LIBELLEUSER.
	  05 LINE 08 COL 01 VALUE "Nouveau montant annuel : ".
	  05 LINE 08 COL 26 PIC 9(6)V99 TO CHARGEUSER.
	  05 LINE 10 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 10 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-TVA-AJOUT.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Ajout d'un taux de TVA".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Catégorie (V vols, F frais, C cotis, I init, H loc) : ".
	  05 LINE 05 COL 55 PIC X(3) TO CODEUSER.
	  05 LINE 06 COL 01 VALUE "Taux (pourcent) : ".
	  05 LINE 06 COL 19 PIC 9(2)V99 TO TAUXUSER.
	  05 LINE 08 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 06 COL 15 PIC X(30) TO DESIGNATIONUSER.
	  05 LINE 07 COL 01 VALUE "Prix unitaire : ".
	  05 LINE 07 COL 17 PIC 9(4)V99 TO PRIXUSER.
	  05 LINE 08 COL 01 VALUE "Seuil de réapprovisionnement (0 = non suivie) : ".
	  05 LINE 08 COL 50 PIC 9(4) TO SEUILUSER.
	  05 LINE 09 COL 01 VALUE "Quantité à commander : ".
	  05 LINE 09 COL 24 PIC 9(4) TO QTEREAPUSER.
	  05 LINE 11 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 11 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
	  05 LINE 07 COL 24 PIC X(30) TO DESIGNATIONUSER.
	  05 LINE 08 COL 01 VALUE "Nouveau prix unitaire : ".
	  05 LINE 08 COL 25 PIC 9(4)V99 TO PRIXUSER.
	  05 LINE 09 COL 01 VALUE "Stock actuel : ".
	  05 LINE 09 COL 16 PIC -(5)9 FROM WS-QTESTOCK.
	  05 LINE 10 COL 01 VALUE "Seuil actuel : ".
	  05 LINE 10 COL 16 PIC Z(3)9 FROM WS-SEUILREAPPRO.
	  05 LINE 10 COL 23 VALUE "nouveau : ".
	  05 LINE 10 COL 33 PIC 9(4) TO SEUILUSER.
	  05 LINE 11 COL 01 VALUE "Quantité à commander actuelle : ".
	  05 LINE 11 COL 33 PIC Z(3)9 FROM WS-QTEREAPPRO.
	  05 LINE 11 COL 40 VALUE "nouvelle : ".
	  05 LINE 11 COL 51 PIC 9(4) TO QTEREAPUSER.
	  05 LINE 13 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 13 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-TARIF-TYPE.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Tarif horaire d'un type d'avion".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Numéro du type : ".
	  05 LINE 05 COL 18 PIC Z(3) TO TYPEUSER.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-TARIF-MODIF.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Nouveau tarif horaire d'un type d'avion".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Type : ".
	  05 LINE 05 COL 08 PIC X(20) FROM WS-DESIGN.
	  05 LINE 06 COL 01 VALUE "Tarif actuel : ".
	  05 LINE 06 COL 16 PIC ZZ9.99 FROM WS-TARIFACTUEL.
	  05 LINE 06 COL 24 VALUE "depuis le ".
	  05 LINE 06 COL 34 PIC X(8) FROM WS-DATEDEBACTUEL.
	  05 LINE 07 COL 01 VALUE "Nouveau tarif horaire : ".
	  05 LINE 07 COL 25 PIC 9(2)V99 TO TARIFUSER.
	  05 LINE 08 COL 01 VALUE "Date d'effet (AAAAMMJJ, vide = ce jour) : ".
	  05 LINE 08 COL 43 PIC X(8) TO DATEEFFETUSER.
	  05 LINE 10 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 10 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-AIDE-CLE.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Dispositif d'aide au vol".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Code du dispositif : ".
	  05 LINE 05 COL 22 PIC X(4) TO CODEAIDEUSER.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-AIDE-AJOUT.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Ajout d'un dispositif d'aide au vol".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Code (4 caractères) : ".
	  05 LINE 05 COL 23 PIC X(4) TO CODEAIDEUSER.
	  05 LINE 06 COL 01 VALUE "Libellé : ".
	  05 LINE 06 COL 11 PIC X(30) TO LIBAIDEUSER.
	  05 LINE 07 COL 01 VALUE "Organisme payeur : ".
	  05 LINE 07 COL 20 PIC X(30) TO ORGANISMEUSER.
	  05 LINE 08 COL 01 VALUE "Age maximum (0 = sans limite) : ".
	  05 LINE 08 COL 33 PIC 9(3) TO AGEMAXUSER.
	  05 LINE 09 COL 01 VALUE "Situation exigée (vide = toutes) : ".
	  05 LINE 09 COL 36 PIC X TO SITUATIONUSER.
	  05 LINE 10 COL 01 VALUE "Vols (S solo, D double, vide = tous) : ".
	  05 LINE 10 COL 40 PIC X TO CATEGORIEUSER.
	  05 LINE 11 COL 01 VALUE "Premier solo seulement (O/N) : ".
	  05 LINE 11 COL 32 PIC X TO PREMIERSOLOUSER.
	  05 LINE 12 COL 01 VALUE "Montant par heure de vol : ".
	  05 LINE 12 COL 28 PIC 9(4)V99 TO TAUXHORUSER.
	  05 LINE 13 COL 01 VALUE "Montant forfaitaire par vol : ".
	  05 LINE 13 COL 31 PIC 9(4)V99 TO FORFAITUSER.
	  05 LINE 14 COL 01 VALUE "Plafond par membre et par an (0 = aucun) : ".
	  05 LINE 14 COL 44 PIC 9(6)V99 TO PLAFONDUSER.
	  05 LINE 15 COL 01 VALUE "Versement (C crédit au compte, F sur facture) : ".
	  05 LINE 15 COL 49 PIC X TO MODEVERSUSER.
	  05 LINE 17 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 17 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-AIDE-MODIF.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Modification d'un dispositif d'aide au vol".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Libellé actuel : ".
	  05 LINE 05 COL 18 PIC X(30) FROM WS-AIDLIBELLE.
	  05 LINE 06 COL 01 VALUE "Nouveau libellé (vide = inchangé) : ".
	  05 LINE 06 COL 37 PIC X(30) TO LIBAIDEUSER.
	  05 LINE 07 COL 01 VALUE "Organisme actuel : ".
	  05 LINE 07 COL 20 PIC X(30) FROM WS-AIDORGANISME.
	  05 LINE 08 COL 01 VALUE "Nouvel organisme (vide = inchangé) : ".
	  05 LINE 08 COL 38 PIC X(30) TO ORGANISMEUSER.
	  05 LINE 09 COL 01 VALUE "Règle                           Actuel    Nouveau".
	  05 LINE 10 COL 01 VALUE "Age maximum (0 = sans limite)".
	  05 LINE 10 COL 33 PIC ZZ9 FROM WS-AIDAGEMAX.
	  05 LINE 10 COL 43 PIC 9(3) TO AGEMAXUSER.
	  05 LINE 11 COL 01 VALUE "Situation exigée (vide = toutes)".
	  05 LINE 11 COL 33 PIC X FROM WS-AIDSITUATION.
	  05 LINE 11 COL 43 PIC X TO SITUATIONUSER.
	  05 LINE 12 COL 01 VALUE "Vols (S, D, vide = tous)".
	  05 LINE 12 COL 33 PIC X FROM WS-AIDCATEGORIE.
	  05 LINE 12 COL 43 PIC X TO CATEGORIEUSER.
	  05 LINE 13 COL 01 VALUE "Premier solo seulement (O/N)".
	  05 LINE 13 COL 33 PIC X FROM WS-AIDPREMIERSOLO.
	  05 LINE 13 COL 43 PIC X TO PREMIERSOLOUSER.
	  05 LINE 14 COL 01 VALUE "Montant par heure de vol".
	  05 LINE 14 COL 33 PIC ZZZ9.99 FROM WS-AIDTAUXHORAIRE.
	  05 LINE 14 COL 43 PIC 9(4)V99 TO TAUXHORUSER.
	  05 LINE 15 COL 01 VALUE "Montant forfaitaire par vol".
	  05 LINE 15 COL 33 PIC ZZZ9.99 FROM WS-AIDFORFAITVOL.
	  05 LINE 15 COL 43 PIC 9(4)V99 TO FORFAITUSER.
	  05 LINE 16 COL 01 VALUE "Plafond par membre et par an".
	  05 LINE 16 COL 33 PIC Z(5)9.99 FROM WS-AIDPLAFOND.
	  05 LINE 16 COL 43 PIC 9(6)V99 TO PLAFONDUSER.
	  05 LINE 17 COL 01 VALUE "Versement (C compte, F facture)".
	  05 LINE 17 COL 33 PIC X FROM WS-AIDMODEVERS.
	  05 LINE 17 COL 43 PIC X TO MODEVERSUSER.
	  05 LINE 17 COL 50 VALUE "Actif (O/N) :".
	  05 LINE 17 COL 64 PIC X FROM WS-AIDACTIF.
	  05 LINE 17 COL 67 PIC X TO ACTIFUSER.
	  05 LINE 18 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 18 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-LOCATION-CLE.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Location d'un emplacement".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Numéro de location : ".
	  05 LINE 05 COL 22 PIC Z(6) TO NUMLOCUSER.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-LOCATION-AJOUT.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Ajout d'une location d'emplacement".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Nature (H hangar, P parking, C casier) : ".
	  05 LINE 05 COL 42 PIC X TO NATUREUSER.
	  05 LINE 06 COL 01 VALUE "Immatriculation (avion privé) : ".
	  05 LINE 06 COL 33 PIC X(10) TO IMMATUSER.
	  05 LINE 07 COL 01 VALUE "Libellé (type d'avion, n° de casier) : ".
	  05 LINE 07 COL 40 PIC X(20) TO LIBELLEUSER.
	  05 LINE 08 COL 01 VALUE "Propriétaire (numéro de pilote) : ".
	  05 LINE 08 COL 35 PIC Z(3) TO PILOTEUSER.
	  05 LINE 09 COL 01 VALUE "Tarif mensuel : ".
	  05 LINE 09 COL 17 PIC 9(4)V99 TO LOYERUSER.
	  05 LINE 10 COL 01 VALUE "Date de début (AAAAMMJJ, vide = ce jour) : ".
	  05 LINE 10 COL 44 PIC X(8) TO DATEDEBUSER.
	  05 LINE 11 COL 01 VALUE "Date de fin (AAAAMMJJ, vide = en cours) : ".
	  05 LINE 11 COL 43 PIC X(8) TO DATEFINUSER.
	  05 LINE 13 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 13 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-LOCATION-MODIF.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Modification d'une location d'emplacement".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Nature : ".
	  05 LINE 05 COL 10 PIC X FROM WS-LOCNATURE.
	  05 LINE 05 COL 13 VALUE "Immatriculation : ".
	  05 LINE 05 COL 31 PIC X(10) FROM WS-LOCIMMAT.
	  05 LINE 06 COL 01 VALUE "Propriétaire : ".
	  05 LINE 06 COL 16 PIC ZZ9 FROM WS-LOCNUMPIL.
	  05 LINE 06 COL 20 PIC X(20) FROM WS-LOCNOMPIL.
	  05 LINE 07 COL 01 VALUE "Libellé actuel : ".
	  05 LINE 07 COL 18 PIC X(20) FROM WS-LOCLIBELLE.
	  05 LINE 08 COL 01 VALUE "Tarif mensuel actuel : ".
	  05 LINE 08 COL 24 PIC ZZZ9.99 FROM WS-LOCTARIF.
	  05 LINE 09 COL 01 VALUE "Date de fin actuelle : ".
	  05 LINE 09 COL 24 PIC X(8) FROM WS-LOCDATEFIN.
	  05 LINE 09 COL 34 VALUE "Dernier mois facturé : ".
	  05 LINE 09 COL 57 PIC X(6) FROM WS-LOCDERNIERMOIS.
	  05 LINE 11 COL 01 VALUE "Nouveau libellé (vide = inchangé) : ".
	  05 LINE 11 COL 37 PIC X(20) TO LIBELLEUSER.
	  05 LINE 12 COL 01 VALUE "Nouveau tarif mensuel : ".
	  05 LINE 12 COL 25 PIC 9(4)V99 TO LOYERUSER.
	  05 LINE 13 COL 01 VALUE "Date de fin (AAAAMMJJ, vide = en cours) : ".
	  05 LINE 13 COL 43 PIC X(8) TO DATEFINUSER.
	  05 LINE 15 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 15 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-DON-CLE.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Don ou abandon de frais".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Numéro du don : ".
	  05 LINE 05 COL 17 PIC Z(6) TO NUMDONUSER.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-DON-AJOUT.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Ajout d'un don ou d'un abandon de frais".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Nature (D don, A abandon de frais) : ".
	  05 LINE 05 COL 38 PIC X TO NATUREUSER.
	  05 LINE 06 COL 01 VALUE "Donateur (numéro de pilote) : ".
	  05 LINE 06 COL 31 PIC Z(3) TO PILOTEUSER.
	  05 LINE 07 COL 01 VALUE "Date (AAAAMMJJ, vide = ce jour) : ".
	  05 LINE 07 COL 35 PIC X(8) TO DATEDONUSER.
	  05 LINE 08 COL 01 VALUE "Montant : ".
	  05 LINE 08 COL 11 PIC 9(6)V99 TO MONTANTDONUSER.
	  05 LINE 09 COL 01 VALUE "Don, versement (C chèque, V virement, E espèces) : ".
	  05 LINE 09 COL 52 PIC X TO MODEVERSUSER.
	  05 LINE 10 COL 01 VALUE "Abandon, frais (D déplacement, P pièces, A autres) : ".
	  05 LINE 10 COL 54 PIC X TO CATFRAISUSER.
	  05 LINE 11 COL 01 VALUE "Justificatif : ".
	  05 LINE 11 COL 16 PIC X(40) TO JUSTIFUSER.
	  05 LINE 13 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 13 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

  01  SCREEN-DON-MODIF.
	  05 LINE 01 COL 01 VALUE "******************".
      05 LINE 02 COL 01 PIC 99 FROM WJOUR.
	  05 LINE 02 COL 03 VALUE "/".
	  05 LINE 02 COL 04 PIC 99 FROM WMOIS.
	  05 LINE 02 COL 06 VALUE "/".
	  05 LINE 02 COL 07 PIC 9999 FROM WANNEE.
      05 LINE 03 COL 01 VALUE "Modification d'un don ou d'un abandon de frais".
      05 LINE 04 COL 01 VALUE "******************".
	  05 LINE 05 COL 01 VALUE "Nature : ".
	  05 LINE 05 COL 10 PIC X FROM WS-DONNATURE.
	  05 LINE 05 COL 13 VALUE "Versement : ".
	  05 LINE 05 COL 25 PIC X FROM WS-DONMODE.
	  05 LINE 05 COL 28 VALUE "Frais : ".
	  05 LINE 05 COL 36 PIC X FROM WS-DONCATFRAIS.
	  05 LINE 06 COL 01 VALUE "Donateur : ".
	  05 LINE 06 COL 12 PIC ZZ9 FROM WS-DONNUMPIL.
	  05 LINE 06 COL 16 PIC X(20) FROM WS-DONNOMPIL.
	  05 LINE 07 COL 01 VALUE "Date actuelle : ".
	  05 LINE 07 COL 17 PIC X(8) FROM WS-DONDATE.
	  05 LINE 08 COL 01 VALUE "Montant actuel : ".
	  05 LINE 08 COL 18 PIC Z(5)9.99 FROM WS-DONMONTANT.
	  05 LINE 09 COL 01 VALUE "Justificatif actuel : ".
	  05 LINE 09 COL 23 PIC X(40) FROM WS-DONJUSTIF.
	  05 LINE 11 COL 01 VALUE "Nouvelle date (AAAAMMJJ, vide = inchangée) : ".
	  05 LINE 11 COL 46 PIC X(8) TO DATEDONUSER.
	  05 LINE 12 COL 01 VALUE "Nouveau montant : ".
	  05 LINE 12 COL 19 PIC 9(6)V99 TO MONTANTDONUSER.
	  05 LINE 13 COL 01 VALUE "Nouveau justificatif (vide = inchangé) : ".
	  05 LINE 13 COL 42 PIC X(40) TO JUSTIFUSER.
	  05 LINE 15 COL 01 VALUE "Voulez-vous valider les informations saisies ? O/N ".
	  05 LINE 15 COL 53 PIC X TO CHOIXVALIDATION.
      05 LINE 19 COL 01 VALUE "******************".
	  05 LINE 20 COL 01 PIC X(50) FROM ERREURS.
      05 LINE 21 COL 01 VALUE "REVENIR AU MENU (M) OU QUITTER (Q) :".
      05 LINE 22 COL 01 PIC X TO CHOIX.

PROCEDURE DIVISION.

DEBUT.
    WHEN "C"
    WHEN "c"
        PERFORM GESTION-REMISE
    WHEN "D"
    WHEN "d"
        PERFORM GESTION-CHARGES
    WHEN "E"
    WHEN "e"
        PERFORM GESTION-TARIF
    WHEN "F"
    WHEN "f"
        PERFORM GESTION-AIDE
    WHEN "G"
    WHEN "g"
        PERFORM GESTION-LOCATION
    WHEN "H"
    WHEN "h"
        PERFORM GESTION-DON
	WHEN "0"
        PERFORM EVALUATE-CHOIX
	WHEN OTHER
		MOVE CODEADUSER TO WS-CODEAD
		MOVE NOMADUSER TO WS-NOMAD
		MOVE DISTANCEUSER TO WS-DISTANCE
		MOVE TAXEUSER TO WS-TAXE-ATTERR
		EXEC SQL
			INSERT INTO AERODROMES(CODEAD,NOMAD,DISTANCE,TAXE_ATTERR)
			VALUES(:WS-CODEAD,:WS-NOMAD,:WS-DISTANCE,:WS-TAXE-ATTERR)
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE "Ce code existe déjà ou la saisie est invalide." TO VALIDATION
    ACCEPT SCREEN-SAISIE-AERODROME.
	MOVE CODEADUSER TO WS-CODEAD.
	EXEC SQL
		SELECT NOMAD, TAXE_ATTERR
		INTO :WS-NOMAD, :WS-TAXE-ATTERR FROM AERODROMES
		WHERE CODEAD = :WS-CODEAD
	END-EXEC.
	IF NOT SQLCODE = 0
		PERFORM RENOMMER-AERODROME
	ELSE
		MOVE WS-NOMAD TO ANCIENLIBELLE
		MOVE WS-TAXE-ATTERR TO ANCIENNETAXE
		MOVE WS-TAXE-ATTERR TO TAXEUSER
		DISPLAY DELETE-SCREEN
		ACCEPT WDATE FROM DATE YYYYMMDD
		DISPLAY SCREEN-AERODROME-MAJ
		ACCEPT SCREEN-AERODROME-MAJ
		IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
***** UN LIBELLE LAISSE A BLANC CONSERVE L'ANCIEN : ON PEUT NE
***** CHANGER QUE LA TAXE
			IF NOUVLIBELLE NOT = SPACES
				MOVE NOUVLIBELLE TO WS-NOMAD
			END-IF
			MOVE TAXEUSER TO WS-TAXE-ATTERR
			EXEC SQL
				UPDATE AERODROMES SET NOMAD = :WS-NOMAD,
				TAXE_ATTERR = :WS-TAXE-ATTERR
				WHERE CODEAD = :WS-CODEAD
			END-EXEC
			MOVE "L'aérodrome a bien été modifié." TO VALIDATION
		ELSE
			MOVE "L'aérodrome n'a pas été modifié." TO VALIDATION
		END-IF
		PERFORM AFFICHE-VALIDATION
	END-IF.
		MOVE CODEUSER(1:1) TO WS-CODREMISE
		MOVE LIBELLEUSER TO WS-LIBREMISE
		MOVE POURCENTUSER TO WS-POURCENT
		MOVE 0 TO ANCIENPOURCENT
		PERFORM SOUMISSION-REMISE
		EVALUATE APPRO-RETOUR
			WHEN "E"
				EXEC SQL
					INSERT INTO REMISES(CODREMISE,LIBELLE,POURCENT)
					VALUES(:WS-CODREMISE,:WS-LIBREMISE,:WS-POURCENT)
				END-EXEC
				IF NOT SQLCODE = 0
					MOVE "Ce code existe déjà ou la saisie est invalide." TO VALIDATION
				ELSE
					MOVE "Le barème de remise a bien été ajouté." TO VALIDATION
				END-IF
			WHEN "A"
				MOVE "Le barème est soumis à approbation." TO VALIDATION
			WHEN OTHER
				MOVE "Le barème de remise n'a pas été ajouté." TO VALIDATION
		END-EVALUATE
	ELSE
		MOVE "Le barème de remise n'a pas été ajouté." TO VALIDATION
	END-IF
		DISPLAY SCREEN-REMISE-MODIF
		ACCEPT SCREEN-REMISE-MODIF
		IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
			MOVE WS-POURCENT TO ANCIENPOURCENT
			MOVE LIBELLEUSER TO WS-LIBREMISE
			MOVE POURCENTUSER TO WS-POURCENT
			PERFORM SOUMISSION-REMISE
			EVALUATE APPRO-RETOUR
				WHEN "E"
					EXEC SQL
						UPDATE REMISES SET LIBELLE = :WS-LIBREMISE,
						POURCENT = :WS-POURCENT
						WHERE CODREMISE = :WS-CODREMISE
					END-EXEC
					MOVE "Le barème a bien été modifié." TO VALIDATION
				WHEN "A"
					MOVE "Le barème est soumis à approbation." TO VALIDATION
				WHEN OTHER
					MOVE "Le barème n'a pas été modifié." TO VALIDATION
			END-EVALUATE
		ELSE
			MOVE "Le barème n'a pas été modifié." TO VALIDATION
		END-IF
		PERFORM AFFICHE-VALIDATION
	END-IF.

***** UN POURCENTAGE DE REMISE AU-DELA DE SEUIL_APPRO_REMISE EST SOUMIS
***** A UN SECOND OPERATEUR (APPRODEM) ; APPROB L'APPLIQUE A LA
***** VALIDATION
SOUMISSION-REMISE.
	MOVE "R" TO APPRO-TYPEOPER.
	MOVE 0 TO APPRO-CLE1.
	MOVE 0 TO APPRO-CLE2.
	MOVE WS-CODREMISE TO APPRO-CODE.
	MOVE WS-POURCENT TO APPRO-MONTANT.
	MOVE ANCIENPOURCENT TO APPRO-ANCIEN.
	MOVE SPACES TO APPRO-DATEEFFET.
	MOVE WS-LIBREMISE TO APPRO-LIBELLE.
	CALL "APPRODEM" USING APPRO-DEMANDE.

	IF APPRO-RETOUR = "A"
		EXEC SQL
			COMMIT
		END-EXEC
	END-IF.

	IF APPRO-RETOUR = "X"
		EXEC SQL
			ROLLBACK
		END-EXEC
	END-IF.

RETRAIT-REMISE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
		PERFORM AFFICHE-VALIDATION
	END-IF.

***************************************************************
***** CHARGES FIXES ANNUELLES DES AVIONS (ASSURANCE, HANGAR, DIVERS),
***** REPARTIES SUR LES HEURES DE VOL PAR LE RAPPORT RENTAB
***************************************************************
GESTION-CHARGES.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-ACTION.
    ACCEPT SCREEN-ACTION.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM AJOUT-CHARGE
	WHEN "2"
		PERFORM MODIFIER-CHARGE
	WHEN "3"
		PERFORM RETRAIT-CHARGE
	WHEN "4"
		PERFORM EVALUATE-CHOIX
	WHEN OTHER
	   MOVE "Erreur dans votre choix." TO ERREURS
	   GO TO DEBUT
END-EVALUATE.

AJOUT-CHARGE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-CHARGE-AJOUT.
    ACCEPT SCREEN-CHARGE-AJOUT.
	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
		MOVE AVIONUSER TO WS-CHCODAV
		MOVE ANNEEUSER TO WS-CHANNEE
		MOVE CODEUSER(1:1) TO WS-CHNATURE
		MOVE LIBELLEUSER TO WS-CHLIBELLE
		MOVE CHARGEUSER TO WS-CHMONTANT
		IF WS-CHNATURE NOT = "A" AND WS-CHNATURE NOT = "H"
				AND WS-CHNATURE NOT = "D"
			MOVE "Nature invalide (A, H ou D)." TO ERREURS
			PERFORM AJOUT-CHARGE
		END-IF
		EXEC SQL
			INSERT INTO CHARGES_AVION(CODAV,ANNEE,NATURE,LIBELLE,MONTANT)
			VALUES(:WS-CHCODAV,:WS-CHANNEE,:WS-CHNATURE,:WS-CHLIBELLE,
			:WS-CHMONTANT)
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE "Charge déjà saisie ou avion inconnu." TO VALIDATION
		ELSE
			MOVE "La charge fixe a bien été ajoutée." TO VALIDATION
		END-IF
	ELSE
		MOVE "La charge fixe n'a pas été ajoutée." TO VALIDATION
	END-IF
	PERFORM AFFICHE-VALIDATION.

MODIFIER-CHARGE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-CHARGE-CLE.
    ACCEPT SCREEN-CHARGE-CLE.
	MOVE AVIONUSER TO WS-CHCODAV.
	MOVE ANNEEUSER TO WS-CHANNEE.
	MOVE CODEUSER(1:1) TO WS-CHNATURE.
	EXEC SQL
		SELECT LIBELLE, MONTANT
		INTO :WS-CHLIBELLE, :WS-CHMONTANT FROM CHARGES_AVION
		WHERE CODAV = :WS-CHCODAV
		AND ANNEE = :WS-CHANNEE
		AND NATURE = :WS-CHNATURE
	END-EXEC.
	IF NOT SQLCODE = 0
		MOVE "Cette charge n'existe pas." TO ERREURS
		PERFORM MODIFIER-CHARGE
	ELSE
		DISPLAY DELETE-SCREEN
		ACCEPT WDATE FROM DATE YYYYMMDD
		DISPLAY SCREEN-CHARGE-MODIF
		ACCEPT SCREEN-CHARGE-MODIF
		IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
			IF LIBELLEUSER NOT = SPACES
				MOVE LIBELLEUSER TO WS-CHLIBELLE
			END-IF
			MOVE CHARGEUSER TO WS-CHMONTANT
			EXEC SQL
				UPDATE CHARGES_AVION SET LIBELLE = :WS-CHLIBELLE,
				MONTANT = :WS-CHMONTANT
				WHERE CODAV = :WS-CHCODAV
				AND ANNEE = :WS-CHANNEE
				AND NATURE = :WS-CHNATURE
			END-EXEC
			MOVE "La charge fixe a bien été modifiée." TO VALIDATION
		ELSE
			MOVE "La charge fixe n'a pas été modifiée." TO VALIDATION
		END-IF
		PERFORM AFFICHE-VALIDATION
	END-IF.

RETRAIT-CHARGE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-CHARGE-CLE.
    ACCEPT SCREEN-CHARGE-CLE.
	MOVE AVIONUSER TO WS-CHCODAV.
	MOVE ANNEEUSER TO WS-CHANNEE.
	MOVE CODEUSER(1:1) TO WS-CHNATURE.
	EXEC SQL
		SELECT LIBELLE
		INTO :WS-CHLIBELLE FROM CHARGES_AVION
		WHERE CODAV = :WS-CHCODAV
		AND ANNEE = :WS-CHANNEE
		AND NATURE = :WS-CHNATURE
	END-EXEC.
	IF NOT SQLCODE = 0
		MOVE "Cette charge n'existe pas." TO ERREURS
		PERFORM RETRAIT-CHARGE
	ELSE
		MOVE WS-CHLIBELLE TO ANCIENLIBELLE
		DISPLAY DELETE-SCREEN
		ACCEPT WDATE FROM DATE YYYYMMDD
		DISPLAY SCREEN-RETRAIT
		ACCEPT SCREEN-RETRAIT
		IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
			EXEC SQL
				DELETE FROM CHARGES_AVION
				WHERE CODAV = :WS-CHCODAV
				AND ANNEE = :WS-CHANNEE
				AND NATURE = :WS-CHNATURE
			END-EXEC
			MOVE "La charge fixe a bien été retirée." TO VALIDATION
		ELSE
			MOVE "La charge fixe n'a pas été retirée." TO VALIDATION
		END-IF
		PERFORM AFFICHE-VALIDATION
	END-IF.

***************************************************************
***** CATALOGUE DE PIECES DETACHEES
***************************************************************
		MOVE REFPIECEUSER TO WS-REFPIECE
		MOVE DESIGNATIONUSER TO WS-DESIGNATION
		MOVE PRIXUSER TO WS-PRIXUNIT
		MOVE SEUILUSER TO WS-SEUILREAPPRO
		MOVE QTEREAPUSER TO WS-QTEREAPPRO
***** UNE PIECE ENTRE AU CATALOGUE SANS STOCK : LE STOCK NE BOUGE QUE
***** PAR LES MOUVEMENTS (RECEPTION OU INVENTAIRE, CF STOCK)
		EXEC SQL
			INSERT INTO PIECES_CATALOGUE(REFPIECE,DESIGNATION,PRIXUNIT,
			QTESTOCK,SEUILREAPPRO,QTEREAPPRO)
			VALUES(:WS-REFPIECE,:WS-DESIGNATION,:WS-PRIXUNIT,0,
			:WS-SEUILREAPPRO,:WS-QTEREAPPRO)
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE "Cette référence existe déjà ou est invalide." TO VALIDATION
    ACCEPT SCREEN-SAISIE-PIECE.
	MOVE REFPIECEUSER TO WS-REFPIECE.
	EXEC SQL
		SELECT DESIGNATION, PRIXUNIT, QTESTOCK, SEUILREAPPRO, QTEREAPPRO
		INTO :WS-DESIGNATION, :WS-PRIXUNIT, :WS-QTESTOCK,
		:WS-SEUILREAPPRO, :WS-QTEREAPPRO FROM PIECES_CATALOGUE
		WHERE REFPIECE = :WS-REFPIECE
	END-EXEC.
	IF NOT SQLCODE = 0
		IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
			MOVE DESIGNATIONUSER TO WS-DESIGNATION
			MOVE PRIXUSER TO WS-PRIXUNIT
			MOVE SEUILUSER TO WS-SEUILREAPPRO
			MOVE QTEREAPUSER TO WS-QTEREAPPRO
			EXEC SQL
				UPDATE PIECES_CATALOGUE SET DESIGNATION = :WS-DESIGNATION,
				PRIXUNIT = :WS-PRIXUNIT, SEUILREAPPRO = :WS-SEUILREAPPRO,
				QTEREAPPRO = :WS-QTEREAPPRO
				WHERE REFPIECE = :WS-REFPIECE
			END-EXEC
			MOVE "La pièce a bien été modifiée." TO VALIDATION
				DELETE FROM PIECES_CATALOGUE
				WHERE REFPIECE = :WS-REFPIECE
			END-EXEC
***** UNE PIECE DEJA MOUVEMENTEE (STOCK, ORDRES DE TRAVAIL) RESTE AU
***** CATALOGUE POUR L'HISTORIQUE
			IF SQLCODE = 0
				MOVE "La pièce a bien été retirée." TO VALIDATION
			ELSE
				MOVE "Pièce mouvementée, non retirée." TO VALIDATION
			END-IF
		ELSE
			MOVE "La pièce n'a pas été retirée." TO VALIDATION
		END-IF
		PERFORM AFFICHE-VALIDATION
	END-IF.

***************************************************************
***** TARIFS HORAIRES DES TYPES D'AVION : UN TARIF N'EST JAMAIS
***** MODIFIE SUR PLACE ; LE TARIF OUVERT EST FERME LA VEILLE DE LA DATE
***** D'EFFET ET LE NOUVEAU EST OUVERT A CETTE DATE, LES VOLS DEJA
***** EFFECTUES GARDENT LEUR TARIF (CF F7). AU-DELA DE
***** SEUIL_APPRO_TARIF DE VARIATION, OU POUR UN PREMIER TARIF, LE
***** CHANGEMENT EST SOUMIS A UN SECOND OPERATEUR (APPRODEM, APPROB)
***************************************************************
GESTION-TARIF.
	MOVE 0 TO TYPEUSER.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-TARIF-TYPE.
    ACCEPT SCREEN-TARIF-TYPE.
	MOVE TYPEUSER TO WS-NUMTYP.
	EXEC SQL
		SELECT DESIGN
		INTO :WS-DESIGN FROM TYPES
		WHERE NUMTYP = :WS-NUMTYP
	END-EXEC.
	IF NOT SQLCODE = 0
		MOVE "Ce type n'existe pas." TO ERREURS
		PERFORM GESTION-TARIF
	ELSE
		EXEC SQL
			SELECT TARIF, DATEDEB
			INTO :WS-TARIFACTUEL, :WS-DATEDEBACTUEL FROM TARIFS
			WHERE NUMTYP = :WS-NUMTYP
			AND DATEFIN = " "
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE 0 TO WS-TARIFACTUEL
			MOVE SPACES TO WS-DATEDEBACTUEL
		END-IF
		MOVE 0 TO TARIFUSER
		MOVE SPACES TO DATEEFFETUSER
		DISPLAY DELETE-SCREEN
		ACCEPT WDATE FROM DATE YYYYMMDD
		DISPLAY SCREEN-TARIF-MODIF
		ACCEPT SCREEN-TARIF-MODIF
		IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
			PERFORM CHANGEMENT-TARIF THRU CHANGEMENT-TARIF-EXIT
		ELSE
			MOVE "Le tarif n'a pas été modifié." TO VALIDATION
		END-IF
		PERFORM AFFICHE-VALIDATION
	END-IF.

CHANGEMENT-TARIF.
	IF DATEEFFETUSER = SPACES
		MOVE WDATE TO DATEEFFETUSER
	END-IF.

	IF DATEEFFETUSER < WDATE
		MOVE "Pas de tarif rétroactif." TO VALIDATION
		GO TO CHANGEMENT-TARIF-EXIT
	END-IF.

	IF WS-DATEDEBACTUEL NOT = SPACES
		AND DATEEFFETUSER NOT > WS-DATEDEBACTUEL
		MOVE "Date d'effet antérieure au tarif actuel." TO VALIDATION
		GO TO CHANGEMENT-TARIF-EXIT
	END-IF.

	IF TARIFUSER = 0
		MOVE "Un tarif horaire nul est refusé." TO VALIDATION
		GO TO CHANGEMENT-TARIF-EXIT
	END-IF.

	MOVE "T" TO APPRO-TYPEOPER.
	MOVE WS-NUMTYP TO APPRO-CLE1.
	MOVE 0 TO APPRO-CLE2.
	MOVE SPACES TO APPRO-CODE.
	MOVE TARIFUSER TO APPRO-MONTANT.
	MOVE WS-TARIFACTUEL TO APPRO-ANCIEN.
	MOVE DATEEFFETUSER TO APPRO-DATEEFFET.
	MOVE WS-DESIGN TO APPRO-LIBELLE.
	CALL "APPRODEM" USING APPRO-DEMANDE.

	IF APPRO-RETOUR = "A"
		EXEC SQL
			COMMIT
		END-EXEC
		MOVE "Le tarif est soumis à approbation." TO VALIDATION
		GO TO CHANGEMENT-TARIF-EXIT
	END-IF.

	IF APPRO-RETOUR NOT = "E"
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "Le tarif n'a pas été modifié." TO VALIDATION
		GO TO CHANGEMENT-TARIF-EXIT
	END-IF.

	MOVE TARIFUSER TO WS-TARIF.
	MOVE DATEEFFETUSER TO WS-DATEDEB.
	MOVE DATEEFFETUSER TO WS-VEILLE.
	PERFORM CALCUL-VEILLE.
	MOVE WS-VEILLE TO WS-DATEFIN.

	EXEC SQL
		UPDATE TARIFS SET DATEFIN = :WS-DATEFIN
		WHERE NUMTYP = :WS-NUMTYP
		AND DATEFIN = " "
	END-EXEC.

	IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, tarif non modifié." TO VALIDATION
		GO TO CHANGEMENT-TARIF-EXIT
	END-IF.

	MOVE "NUMTARIF" TO WS-NOMSEQ.
	PERFORM PROCHAIN-NUMERO.
	MOVE WS-PROCHAINE TO WS-NUMTARIF.

	EXEC SQL
		INSERT INTO TARIFS(NUMTARIF,NUMTYP,TARIF,DATEDEB,DATEFIN)
		VALUES(:WS-NUMTARIF,:WS-NUMTYP,:WS-TARIF,:WS-DATEDEB," ")
	END-EXEC.

	IF NOT SQLCODE = 0
		EXEC SQL
			ROLLBACK
		END-EXEC
		MOVE "ERREUR SQL, tarif non modifié." TO VALIDATION
		GO TO CHANGEMENT-TARIF-EXIT
	END-IF.

	EXEC SQL
		COMMIT
	END-EXEC.
	MOVE "Le nouveau tarif a bien été enregistré." TO VALIDATION.

CHANGEMENT-TARIF-EXIT.
	EXIT.

***** VEILLE DE WS-VEILLE (AAAAMMJJ), EN PASSANT LE DEBUT DE MOIS ET
***** D'ANNEE
CALCUL-VEILLE.
	IF VEI-JOUR > 1
		SUBTRACT 1 FROM VEI-JOUR
	ELSE
		IF VEI-MOIS > 1
			SUBTRACT 1 FROM VEI-MOIS
		ELSE
			MOVE 12 TO VEI-MOIS
			SUBTRACT 1 FROM VEI-ANNEE
		END-IF
		PERFORM CALCUL-DERNIER-JOUR
		MOVE WS-DERNIER-JOUR TO VEI-JOUR
	END-IF.

CALCUL-DERNIER-JOUR.
	EVALUATE VEI-MOIS
		WHEN 01
		WHEN 03
		WHEN 05
		WHEN 07
		WHEN 08
		WHEN 10
		WHEN 12
			MOVE 31 TO WS-DERNIER-JOUR
		WHEN 04
		WHEN 06
		WHEN 09
		WHEN 11
			MOVE 30 TO WS-DERNIER-JOUR
		WHEN 02
			DIVIDE VEI-ANNEE BY 4
				GIVING WS-QUOTIENT REMAINDER WS-RESTE
			IF WS-RESTE = 0
				MOVE 29 TO WS-DERNIER-JOUR
			ELSE
				MOVE 28 TO WS-DERNIER-JOUR
			END-IF
	END-EVALUATE.

***************************************************************
***** DISPOSITIFS D'AIDE AU VOL (BOURSES, SUBVENTIONS) : LES REGLES
***** D'ELIGIBILITE ET LES MONTANTS SONT APPLIQUES PAR SUBVENT. UN
***** DISPOSITIF DEJA DEMANDE N'EST PAS RETIRE MAIS PASSE INACTIF
***************************************************************
GESTION-AIDE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-ACTION.
    ACCEPT SCREEN-ACTION.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM AJOUT-AIDE
	WHEN "2"
		PERFORM MODIFIER-AIDE
	WHEN "3"
		PERFORM RETRAIT-AIDE
	WHEN "4"
		PERFORM EVALUATE-CHOIX
	WHEN OTHER
	   MOVE "Erreur dans votre choix." TO ERREURS
	   GO TO DEBUT
END-EVALUATE.

AJOUT-AIDE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-AIDE-AJOUT.
    ACCEPT SCREEN-AIDE-AJOUT.
	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
		MOVE "O" TO ACTIFUSER
		PERFORM CONTROLE-AIDE
		IF ERREURS NOT = SPACES
			PERFORM AJOUT-AIDE
		END-IF
		MOVE CODEAIDEUSER TO WS-AIDCODE
		MOVE LIBAIDEUSER TO WS-AIDLIBELLE
		MOVE ORGANISMEUSER TO WS-AIDORGANISME
		PERFORM REPRISE-REGLES-AIDE
		EXEC SQL
			INSERT INTO AIDES(CODEAIDE,LIBELLE,ORGANISME,AGEMAX,SITUATION,
			CATEGORIE,PREMIERSOLO,TAUXHORAIRE,FORFAITVOL,PLAFOND,
			MODEVERSEMENT,ACTIF)
			VALUES(:WS-AIDCODE,:WS-AIDLIBELLE,:WS-AIDORGANISME,
			:WS-AIDAGEMAX,:WS-AIDSITUATION,:WS-AIDCATEGORIE,
			:WS-AIDPREMIERSOLO,:WS-AIDTAUXHORAIRE,:WS-AIDFORFAITVOL,
			:WS-AIDPLAFOND,:WS-AIDMODEVERS,:WS-AIDACTIF)
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE "Ce dispositif existe déjà." TO VALIDATION
		ELSE
			MOVE "Le dispositif a bien été ajouté." TO VALIDATION
		END-IF
	ELSE
		MOVE "Le dispositif n'a pas été ajouté." TO VALIDATION
	END-IF
	PERFORM AFFICHE-VALIDATION.

MODIFIER-AIDE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-AIDE-CLE.
    ACCEPT SCREEN-AIDE-CLE.
	MOVE CODEAIDEUSER TO WS-AIDCODE.
	PERFORM LECTURE-AIDE.
	IF NOT SQLCODE = 0
		MOVE "Ce dispositif n'existe pas." TO ERREURS
		PERFORM MODIFIER-AIDE
	ELSE
		PERFORM SAISIE-MODIF-AIDE
	END-IF.

SAISIE-MODIF-AIDE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-AIDE-MODIF.
    ACCEPT SCREEN-AIDE-MODIF.
	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
		PERFORM CONTROLE-AIDE
		IF ACTIFUSER NOT = "O" AND ACTIFUSER NOT = "N"
			MOVE "Actif : O ou N." TO ERREURS
		END-IF
		IF ERREURS NOT = SPACES
			PERFORM SAISIE-MODIF-AIDE
		END-IF
		IF LIBAIDEUSER NOT = SPACES
			MOVE LIBAIDEUSER TO WS-AIDLIBELLE
		END-IF
		IF ORGANISMEUSER NOT = SPACES
			MOVE ORGANISMEUSER TO WS-AIDORGANISME
		END-IF
		PERFORM REPRISE-REGLES-AIDE
		EXEC SQL
			UPDATE AIDES SET LIBELLE = :WS-AIDLIBELLE,
			ORGANISME = :WS-AIDORGANISME, AGEMAX = :WS-AIDAGEMAX,
			SITUATION = :WS-AIDSITUATION, CATEGORIE = :WS-AIDCATEGORIE,
			PREMIERSOLO = :WS-AIDPREMIERSOLO,
			TAUXHORAIRE = :WS-AIDTAUXHORAIRE,
			FORFAITVOL = :WS-AIDFORFAITVOL, PLAFOND = :WS-AIDPLAFOND,
			MODEVERSEMENT = :WS-AIDMODEVERS, ACTIF = :WS-AIDACTIF
			WHERE CODEAIDE = :WS-AIDCODE
		END-EXEC
		MOVE "Le dispositif a bien été modifié." TO VALIDATION
	ELSE
		MOVE "Le dispositif n'a pas été modifié." TO VALIDATION
	END-IF
	PERFORM AFFICHE-VALIDATION.

RETRAIT-AIDE.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-AIDE-CLE.
    ACCEPT SCREEN-AIDE-CLE.
	MOVE CODEAIDEUSER TO WS-AIDCODE.
	PERFORM LECTURE-AIDE.
	IF NOT SQLCODE = 0
		MOVE "Ce dispositif n'existe pas." TO ERREURS
		PERFORM RETRAIT-AIDE
	ELSE
		MOVE WS-AIDLIBELLE(1:20) TO ANCIENLIBELLE
		DISPLAY DELETE-SCREEN
		ACCEPT WDATE FROM DATE YYYYMMDD
		DISPLAY SCREEN-RETRAIT
		ACCEPT SCREEN-RETRAIT
		IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
			EXEC SQL
				DELETE FROM AIDES
				WHERE CODEAIDE = :WS-AIDCODE
			END-EXEC
***** UN DISPOSITIF DEJA PORTE SUR UNE DEMANDE RESTE EN TABLE POUR
***** L'HISTORIQUE : IL EST SEULEMENT CLOS
			IF SQLCODE = 0
				MOVE "Le dispositif a bien été retiré." TO VALIDATION
			ELSE
				EXEC SQL
					UPDATE AIDES SET ACTIF = 'N'
					WHERE CODEAIDE = :WS-AIDCODE
				END-EXEC
				MOVE "Dispositif déjà demandé, passé inactif." TO VALIDATION
			END-IF
		ELSE
			MOVE "Le dispositif n'a pas été retiré." TO VALIDATION
		END-IF
		PERFORM AFFICHE-VALIDATION
	END-IF.

LECTURE-AIDE.
	EXEC SQL
		SELECT LIBELLE, ORGANISME, AGEMAX, SITUATION, CATEGORIE,
		PREMIERSOLO, TAUXHORAIRE, FORFAITVOL, PLAFOND, MODEVERSEMENT,
		ACTIF
		INTO :WS-AIDLIBELLE, :WS-AIDORGANISME, :WS-AIDAGEMAX,
		:WS-AIDSITUATION, :WS-AIDCATEGORIE, :WS-AIDPREMIERSOLO,
		:WS-AIDTAUXHORAIRE, :WS-AIDFORFAITVOL, :WS-AIDPLAFOND,
		:WS-AIDMODEVERS, :WS-AIDACTIF
		FROM AIDES
		WHERE CODEAIDE = :WS-AIDCODE
	END-EXEC.

***** CONTROLE DES REGLES SAISIES ; ERREURS RESTE A BLANC SI TOUT EST
***** CORRECT. PREMIER SOLO VIDE = NON
CONTROLE-AIDE.
	MOVE SPACES TO ERREURS.
	IF PREMIERSOLOUSER = SPACE
		MOVE "N" TO PREMIERSOLOUSER
	END-IF.
	IF CODEAIDEUSER = SPACES
		MOVE "Le code du dispositif est obligatoire." TO ERREURS
	END-IF.
	IF CATEGORIEUSER NOT = SPACE AND CATEGORIEUSER NOT = "S"
			AND CATEGORIEUSER NOT = "D"
		MOVE "Vols : S, D ou vide." TO ERREURS
	END-IF.
	IF PREMIERSOLOUSER NOT = "O" AND PREMIERSOLOUSER NOT = "N"
		MOVE "Premier solo : O ou N." TO ERREURS
	END-IF.
	IF MODEVERSUSER NOT = "C" AND MODEVERSUSER NOT = "F"
		MOVE "Versement : C ou F." TO ERREURS
	END-IF.
	IF TAUXHORUSER = 0 AND FORFAITUSER = 0
		MOVE "Montant par heure ou forfait obligatoire." TO ERREURS
	END-IF.
	IF SITUATIONUSER NOT = SPACE
		MOVE SITUATIONUSER TO WS-NUMSITUATION
		EXEC SQL
			SELECT COUNT(*) INTO :WS-NBSITUATION
			FROM ETAT_PILOTE_SITUATION
			WHERE NUMSITUATION = :WS-NUMSITUATION
		END-EXEC
		IF WS-NBSITUATION = 0
			MOVE "Situation inconnue (cf option 3)." TO ERREURS
		END-IF
	END-IF.

REPRISE-REGLES-AIDE.
	MOVE AGEMAXUSER TO WS-AIDAGEMAX.
	MOVE SITUATIONUSER TO WS-AIDSITUATION.
	MOVE CATEGORIEUSER TO WS-AIDCATEGORIE.
	MOVE PREMIERSOLOUSER TO WS-AIDPREMIERSOLO.
	MOVE TAUXHORUSER TO WS-AIDTAUXHORAIRE.
	MOVE FORFAITUSER TO WS-AIDFORFAITVOL.
	MOVE PLAFONDUSER TO WS-AIDPLAFOND.
	MOVE MODEVERSUSER TO WS-AIDMODEVERS.
	MOVE ACTIFUSER TO WS-AIDACTIF.

***************************************************************
***** LOCATIONS D'EMPLACEMENTS AUX MEMBRES (AVIONS PRIVES AU HANGAR
***** OU AU PARKING, CASIERS), FACTUREES CHAQUE MOIS PAR LOYERS. LE
***** NUMERO EST ATTRIBUE PAR LA SEQUENCE NUMLOC ; UNE LOCATION DEJA
***** FACTUREE NE SE RETIRE PAS, ON LUI DONNE UNE DATE DE FIN
***************************************************************
GESTION-LOCATION.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-ACTION.
    ACCEPT SCREEN-ACTION.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM AJOUT-LOCATION
	WHEN "2"
		PERFORM MODIFIER-LOCATION
	WHEN "3"
		PERFORM RETRAIT-LOCATION
	WHEN "4"
		PERFORM EVALUATE-CHOIX
	WHEN OTHER
	   MOVE "Erreur dans votre choix." TO ERREURS
	   GO TO DEBUT
END-EVALUATE.

AJOUT-LOCATION.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-LOCATION-AJOUT.
    ACCEPT SCREEN-LOCATION-AJOUT.
	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
		MOVE SPACES TO ERREURS
		MOVE 0 TO WS-LOCNUM
		MOVE NATUREUSER TO WS-LOCNATURE
		MOVE IMMATUSER TO WS-LOCIMMAT
		MOVE LIBELLEUSER TO WS-LOCLIBELLE
		MOVE PILOTEUSER TO WS-LOCNUMPIL
		MOVE LOYERUSER TO WS-LOCTARIF
		MOVE DATEDEBUSER TO WS-LOCDATEDEB
		MOVE DATEFINUSER TO WS-LOCDATEFIN
		IF WS-LOCDATEDEB = SPACES
			MOVE WDATE TO WS-LOCDATEDEB
		END-IF
		PERFORM CONTROLE-LOCATION
		IF ERREURS NOT = SPACES
			PERFORM AJOUT-LOCATION
		END-IF
		MOVE "NUMLOC" TO WS-NOMSEQ
		PERFORM PROCHAIN-NUMERO
		MOVE WS-PROCHAINE TO WS-LOCNUM
		EXEC SQL
			INSERT INTO LOCATIONS(NUMLOC,NATURE,IMMAT,LIBELLE,NUMPIL,
			TARIFMENSUEL,DATEDEB,DATEFIN,DERNIERMOIS)
			VALUES(:WS-LOCNUM,:WS-LOCNATURE,:WS-LOCIMMAT,:WS-LOCLIBELLE,
			:WS-LOCNUMPIL,:WS-LOCTARIF,:WS-LOCDATEDEB,:WS-LOCDATEFIN," ")
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE "ERREUR SQL, location non ajoutée." TO VALIDATION
		ELSE
			STRING "Location ajoutée sous le numéro " WS-LOCNUM "."
				DELIMITED BY SIZE INTO VALIDATION
		END-IF
	ELSE
		MOVE "La location n'a pas été ajoutée." TO VALIDATION
	END-IF
	PERFORM AFFICHE-VALIDATION.

MODIFIER-LOCATION.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-LOCATION-CLE.
    ACCEPT SCREEN-LOCATION-CLE.
	MOVE NUMLOCUSER TO WS-LOCNUM.
	PERFORM LECTURE-LOCATION.
	IF NOT SQLCODE = 0
		MOVE "Cette location n'existe pas." TO ERREURS
		PERFORM MODIFIER-LOCATION
	ELSE
		PERFORM SAISIE-MODIF-LOCATION
	END-IF.

SAISIE-MODIF-LOCATION.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-LOCATION-MODIF.
    ACCEPT SCREEN-LOCATION-MODIF.
	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
		MOVE SPACES TO ERREURS
		IF LIBELLEUSER NOT = SPACES
			MOVE LIBELLEUSER TO WS-LOCLIBELLE
		END-IF
		MOVE LOYERUSER TO WS-LOCTARIF
		MOVE DATEFINUSER TO WS-LOCDATEFIN
		PERFORM CONTROLE-LOCATION
		IF ERREURS NOT = SPACES
			PERFORM SAISIE-MODIF-LOCATION
		END-IF
		EXEC SQL
			UPDATE LOCATIONS SET LIBELLE = :WS-LOCLIBELLE,
			TARIFMENSUEL = :WS-LOCTARIF, DATEFIN = :WS-LOCDATEFIN
			WHERE NUMLOC = :WS-LOCNUM
		END-EXEC
		MOVE "La location a bien été modifiée." TO VALIDATION
	ELSE
		MOVE "La location n'a pas été modifiée." TO VALIDATION
	END-IF
	PERFORM AFFICHE-VALIDATION.

RETRAIT-LOCATION.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-LOCATION-CLE.
    ACCEPT SCREEN-LOCATION-CLE.
	MOVE NUMLOCUSER TO WS-LOCNUM.
	PERFORM LECTURE-LOCATION.
	IF NOT SQLCODE = 0
		MOVE "Cette location n'existe pas." TO ERREURS
		PERFORM RETRAIT-LOCATION
	ELSE
***** UNE LOCATION DEJA FACTUREE, OU DONT L'AVION A DEJA ETE AVITAILLE
***** A LA POMPE, RESTE AU REGISTRE : ON LA CLOT PAR UNE DATE DE FIN
		EXEC SQL
			SELECT COUNT(*) INTO :WS-NBLOCATIONS
			FROM CARBURANT
			WHERE NUMLOC = :WS-LOCNUM
		END-EXEC
		IF WS-LOCDERNIERMOIS NOT = SPACES OR WS-NBLOCATIONS > 0
			MOVE "Déjà facturée, saisir une date de fin." TO VALIDATION
		ELSE
			MOVE WS-LOCLIBELLE TO ANCIENLIBELLE
			IF WS-LOCIMMAT NOT = SPACES
				MOVE WS-LOCIMMAT TO ANCIENLIBELLE
			END-IF
			DISPLAY DELETE-SCREEN
			ACCEPT WDATE FROM DATE YYYYMMDD
			DISPLAY SCREEN-RETRAIT
			ACCEPT SCREEN-RETRAIT
			IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
				EXEC SQL
					DELETE FROM LOCATIONS
					WHERE NUMLOC = :WS-LOCNUM
				END-EXEC
				MOVE "La location a bien été retirée." TO VALIDATION
			ELSE
				MOVE "La location n'a pas été retirée." TO VALIDATION
			END-IF
		END-IF
		PERFORM AFFICHE-VALIDATION
	END-IF.

LECTURE-LOCATION.
	EXEC SQL
		SELECT LOCATIONS.NATURE, LOCATIONS.IMMAT, LOCATIONS.LIBELLE,
		LOCATIONS.NUMPIL, LOCATIONS.TARIFMENSUEL, LOCATIONS.DATEDEB,
		LOCATIONS.DATEFIN, LOCATIONS.DERNIERMOIS, PILOTES.NOM
		INTO :WS-LOCNATURE, :WS-LOCIMMAT, :WS-LOCLIBELLE, :WS-LOCNUMPIL,
		:WS-LOCTARIF, :WS-LOCDATEDEB, :WS-LOCDATEFIN,
		:WS-LOCDERNIERMOIS, :WS-LOCNOMPIL
		FROM LOCATIONS, PILOTES
		WHERE LOCATIONS.NUMLOC = :WS-LOCNUM
		AND PILOTES.NUMPIL = LOCATIONS.NUMPIL
	END-EXEC.

***** CONTROLE D'UNE LOCATION SAISIE OU MODIFIEE ; ERREURS RESTE A
***** BLANC SI TOUT EST CORRECT. UN AVION PRIVE N'A QU'UNE LOCATION EN
***** COURS A LA FOIS, C'EST PAR SON IMMATRICULATION QUE POMPE LE
***** RETROUVE
CONTROLE-LOCATION.
	MOVE WDATE TO WS-LOCDATEJOUR.
	IF WS-LOCNATURE NOT = "H" AND WS-LOCNATURE NOT = "P"
			AND WS-LOCNATURE NOT = "C"
		MOVE "Nature invalide (H, P ou C)." TO ERREURS
	END-IF.
	IF WS-LOCNATURE NOT = "C" AND WS-LOCIMMAT = SPACES
		MOVE "Immatriculation obligatoire pour un avion." TO ERREURS
	END-IF.
	IF WS-LOCTARIF = 0
		MOVE "Le tarif mensuel est obligatoire." TO ERREURS
	END-IF.
	IF WS-LOCDATEDEB IS NOT NUMERIC
		MOVE "Date de début invalide (AAAAMMJJ)." TO ERREURS
	END-IF.
	IF WS-LOCDATEFIN NOT = SPACES
		IF WS-LOCDATEFIN IS NOT NUMERIC
				OR WS-LOCDATEFIN < WS-LOCDATEDEB
			MOVE "Date de fin invalide (AAAAMMJJ)." TO ERREURS
		END-IF
	END-IF.
	EXEC SQL
		SELECT NOM, ETAT_PRES INTO :WS-LOCNOMPIL, :WS-LOCETATPRES
		FROM PILOTES
		WHERE NUMPIL = :WS-LOCNUMPIL
	END-EXEC.
	IF NOT SQLCODE = 0 OR (WS-LOCETATPRES = "P" AND WS-LOCNUM = 0)
		MOVE "Propriétaire inconnu ou parti." TO ERREURS
	END-IF.
	IF WS-LOCIMMAT NOT = SPACES
		EXEC SQL
			SELECT COUNT(*) INTO :WS-NBLOCATIONS
			FROM LOCATIONS
			WHERE IMMAT = :WS-LOCIMMAT
			AND NUMLOC NOT = :WS-LOCNUM
			AND (DATEFIN = " " OR DATEFIN >= :WS-LOCDATEJOUR)
		END-EXEC
		IF WS-NBLOCATIONS > 0
			MOVE "Cet avion a déjà une location en cours." TO ERREURS
		END-IF
	END-IF.

***************************************************************
***** DONS ET ABANDONS DE FRAIS DES MEMBRES (TABLE DONS), REPRIS EN
***** DEBUT D'ANNEE SUR LES RECUS FISCAUX PAR RECUFISC. LE NUMERO EST
***** ATTRIBUE PAR LA SEQUENCE NUMDON ; UN DON DEJA REPRIS SUR UN RECU
***** NE SE MODIFIE ET NE SE RETIRE PLUS
***************************************************************
GESTION-DON.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-ACTION.
    ACCEPT SCREEN-ACTION.
EVALUATE CHOIXACTION
	WHEN "1"
		PERFORM AJOUT-DON
	WHEN "2"
		PERFORM MODIFIER-DON
	WHEN "3"
		PERFORM RETRAIT-DON
	WHEN "4"
		PERFORM EVALUATE-CHOIX
	WHEN OTHER
	   MOVE "Erreur dans votre choix." TO ERREURS
	   GO TO DEBUT
END-EVALUATE.

AJOUT-DON.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-DON-AJOUT.
    ACCEPT SCREEN-DON-AJOUT.
	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
		MOVE SPACES TO ERREURS
		MOVE 0 TO WS-DONNUM
		MOVE NATUREUSER TO WS-DONNATURE
		MOVE PILOTEUSER TO WS-DONNUMPIL
		MOVE DATEDONUSER TO WS-DONDATE
		MOVE MONTANTDONUSER TO WS-DONMONTANT
		MOVE MODEVERSUSER TO WS-DONMODE
		MOVE CATFRAISUSER TO WS-DONCATFRAIS
		MOVE JUSTIFUSER TO WS-DONJUSTIF
		IF WS-DONDATE = SPACES
			MOVE WDATE TO WS-DONDATE
		END-IF
		INSPECT WS-DONNATURE CONVERTING "da" TO "DA"
		INSPECT WS-DONMODE CONVERTING "cve" TO "CVE"
		INSPECT WS-DONCATFRAIS CONVERTING "dpa" TO "DPA"
		PERFORM CONTROLE-DON
		IF ERREURS NOT = SPACES
			PERFORM AJOUT-DON
		END-IF
		MOVE "NUMDON" TO WS-NOMSEQ
		PERFORM PROCHAIN-NUMERO
		MOVE WS-PROCHAINE TO WS-DONNUM
		EXEC SQL
			INSERT INTO DONS(NUMDON,NUMPIL,DATEDON,NATURE,MODEVERS,
			CATFRAIS,MONTANT,JUSTIF,NUMRECU)
			VALUES(:WS-DONNUM,:WS-DONNUMPIL,:WS-DONDATE,:WS-DONNATURE,
			:WS-DONMODE,:WS-DONCATFRAIS,:WS-DONMONTANT,:WS-DONJUSTIF,0)
		END-EXEC
		IF NOT SQLCODE = 0
			MOVE "ERREUR SQL, le don n'a pas été ajouté." TO VALIDATION
		ELSE
			MOVE "O" TO CAISSE-RETOUR
***** DON VERSE EN ESPECES : ENCAISSEMENT DANS LA CAISSE DE L'OPERATEUR
			IF WS-DONNATURE = "D" AND WS-DONMODE = "E"
				MOVE "M" TO CAISSE-ACTION
				MOVE "E" TO CAISSE-SENS
				MOVE WS-DONMONTANT TO CAISSE-MONTANT
				MOVE "D" TO CAISSE-NATURE
				MOVE WS-DONNUM TO CAISSE-NUMPIECE
				MOVE "F9" TO CAISSE-ORIGINE
				CALL "MVTCAISSE" USING CAISSE-DEMANDE
			END-IF
			IF CAISSE-RETOUR NOT = "O"
				EXEC SQL
					ROLLBACK
				END-EXEC
				MOVE "Pas de caisse ouverte : espèces refusées." TO VALIDATION
			ELSE
				STRING "Don enregistré sous le numéro " WS-DONNUM "."
					DELIMITED BY SIZE INTO VALIDATION
			END-IF
		END-IF
	ELSE
		MOVE "Le don n'a pas été ajouté." TO VALIDATION
	END-IF
	PERFORM AFFICHE-VALIDATION.

MODIFIER-DON.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-DON-CLE.
    ACCEPT SCREEN-DON-CLE.
	MOVE NUMDONUSER TO WS-DONNUM.
	PERFORM LECTURE-DON.
	IF NOT SQLCODE = 0
		MOVE "Ce don n'existe pas." TO ERREURS
		PERFORM MODIFIER-DON
	ELSE IF WS-DONNUMRECU > 0
		MOVE "Don déjà repris sur un reçu fiscal." TO VALIDATION
		PERFORM AFFICHE-VALIDATION
	ELSE
		PERFORM SAISIE-MODIF-DON
	END-IF.

SAISIE-MODIF-DON.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-DON-MODIF.
    ACCEPT SCREEN-DON-MODIF.
	IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
		MOVE SPACES TO ERREURS
		IF DATEDONUSER NOT = SPACES
			MOVE DATEDONUSER TO WS-DONDATE
		END-IF
		IF JUSTIFUSER NOT = SPACES
			MOVE JUSTIFUSER TO WS-DONJUSTIF
		END-IF
		MOVE MONTANTDONUSER TO WS-DONMONTANT
		PERFORM CONTROLE-DON
		IF ERREURS NOT = SPACES
			PERFORM SAISIE-MODIF-DON
		END-IF
		EXEC SQL
			UPDATE DONS SET DATEDON = :WS-DONDATE,
			MONTANT = :WS-DONMONTANT, JUSTIF = :WS-DONJUSTIF
			WHERE NUMDON = :WS-DONNUM
			AND NUMRECU = 0
		END-EXEC
		MOVE "Le don a bien été modifié." TO VALIDATION
	ELSE
		MOVE "Le don n'a pas été modifié." TO VALIDATION
	END-IF
	PERFORM AFFICHE-VALIDATION.

RETRAIT-DON.
	DISPLAY DELETE-SCREEN.
	ACCEPT WDATE FROM DATE YYYYMMDD.
    DISPLAY SCREEN-DON-CLE.
    ACCEPT SCREEN-DON-CLE.
	MOVE NUMDONUSER TO WS-DONNUM.
	PERFORM LECTURE-DON.
	IF NOT SQLCODE = 0
		MOVE "Ce don n'existe pas." TO ERREURS
		PERFORM RETRAIT-DON
	ELSE
		IF WS-DONNUMRECU > 0
			MOVE "Don déjà repris sur un reçu fiscal." TO VALIDATION
		ELSE
			MOVE WS-DONJUSTIF TO ANCIENLIBELLE
			DISPLAY DELETE-SCREEN
			ACCEPT WDATE FROM DATE YYYYMMDD
			DISPLAY SCREEN-RETRAIT
			ACCEPT SCREEN-RETRAIT
			IF CHOIXVALIDATION = 'O' OR CHOIXVALIDATION = 'o'
				EXEC SQL
					DELETE FROM DONS
					WHERE NUMDON = :WS-DONNUM
					AND NUMRECU = 0
				END-EXEC
				MOVE "Le don a bien été retiré." TO VALIDATION
			ELSE
				MOVE "Le don n'a pas été retiré." TO VALIDATION
			END-IF
		END-IF
		PERFORM AFFICHE-VALIDATION
	END-IF.

LECTURE-DON.
	EXEC SQL
		SELECT DONS.NUMPIL, DONS.DATEDON, DONS.NATURE, DONS.MODEVERS,
		DONS.CATFRAIS, DONS.MONTANT, DONS.JUSTIF, DONS.NUMRECU,
		PILOTES.NOM
		INTO :WS-DONNUMPIL, :WS-DONDATE, :WS-DONNATURE, :WS-DONMODE,
		:WS-DONCATFRAIS, :WS-DONMONTANT, :WS-DONJUSTIF,
		:WS-DONNUMRECU, :WS-DONNOMPIL
		FROM DONS, PILOTES
		WHERE DONS.NUMDON = :WS-DONNUM
		AND PILOTES.NUMPIL = DONS.NUMPIL
	END-EXEC.

***** CONTROLE D'UN DON SAISI OU MODIFIE ; ERREURS RESTE A BLANC SI
***** TOUT EST CORRECT. UN DON EN NUMERAIRE PORTE SON MODE DE VERSEMENT,
***** UN ABANDON DE FRAIS SA CATEGORIE DE FRAIS ET SON JUSTIFICATIF (LE
***** RECU NE VAUT QUE SUR PIECES) ; PAS DE DON DATE DANS LE FUTUR
CONTROLE-DON.
	MOVE WDATE TO WS-DONDATEJOUR.
	IF WS-DONNATURE = "D"
		IF WS-DONMODE NOT = "C" AND WS-DONMODE NOT = "V"
				AND WS-DONMODE NOT = "E"
			MOVE "Versement invalide (C, V ou E)." TO ERREURS
		END-IF
		MOVE SPACE TO WS-DONCATFRAIS
	ELSE IF WS-DONNATURE = "A"
		IF WS-DONCATFRAIS NOT = "D" AND WS-DONCATFRAIS NOT = "P"
				AND WS-DONCATFRAIS NOT = "A"
			MOVE "Catégorie de frais invalide (D, P ou A)." TO ERREURS
		END-IF
		IF WS-DONJUSTIF = SPACES
			MOVE "Justificatif obligatoire pour un abandon." TO ERREURS
		END-IF
		MOVE SPACE TO WS-DONMODE
	ELSE
		MOVE "Nature invalide (D ou A)." TO ERREURS
	END-IF.
	IF WS-DONMONTANT = 0
		MOVE "Le montant est obligatoire." TO ERREURS
	END-IF.
	IF WS-DONDATE IS NOT NUMERIC OR WS-DONDATE > WS-DONDATEJOUR
		MOVE "Date invalide (AAAAMMJJ, pas future)." TO ERREURS
	END-IF.
	EXEC SQL
		SELECT NOM INTO :WS-DONNOMPIL
		FROM PILOTES
		WHERE NUMPIL = :WS-DONNUMPIL
	END-EXEC.
	IF NOT SQLCODE = 0
		MOVE "Donateur inconnu." TO ERREURS
	END-IF.

ERREURS-CHOIX.
	ADD 1 TO I.
        IF I=3
