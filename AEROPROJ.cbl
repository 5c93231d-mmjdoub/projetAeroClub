***** CONSO_NORME : CONSOMMATION NORMALE DU TYPE EN LITRES PAR HEURE,
***** SERVANT AUX CONTROLES DE VRAISEMBLANCE DE LA CLOTURE DE VOL (F2)
   CONSO_NORME          float(1)                       not null,
***** DEVIS DE CENTRAGE DU TYPE (BRAS DE LEVIER EN METRES PAR RAPPORT
***** A LA REFERENCE DU MANUEL DE VOL) : SIEGES AVANT, SIEGES ARRIERE
***** ET RESERVOIRS ; CENTRAGE_MINI/MAXI = LIMITES AVANT ET ARRIERE DU
***** CENTRE DE GRAVITE ; VITESSE_CROIS = VITESSE DE CROISIERE (KM/H)
***** POUR L'AUTONOMIE. CONTROLES PAR F1 AU DEPOT DU PLAN DE VOL
   BRAS_AVANT           float(3)                       not null,
   BRAS_ARRIERE         float(3)                       not null,
   BRAS_CARBU           float(3)                       not null,
   CENTRAGE_MINI        float(3)                       not null,
   CENTRAGE_MAXI        float(3)                       not null,
   VITESSE_CROIS        integer                        not null,
   DATCRE               char(8)                        not null,
   DATMAJ				char(8)						   not null,
   DATSUP				char(8)						   not null,
   CPTINTER             float(1)                       not null,
   INFOS                char(50)                       not null,
   ETATAV            	char(1)                        FOREIGN KEY REFERENCES ETAT_AVION(NUMETATAV),
***** DEVIS DE MASSE DE LA CELLULE (F4) : MASSE A VIDE (KG) ET SON
***** BRAS DE LEVIER (M), MASSE MAXIMALE AU DECOLLAGE (KG)
   MASSE_VIDE           float(1)                       not null,
   BRAS_VIDE            float(3)                       not null,
   MTOW                 float(1)                       not null,
   DATCRE               char(8)                        not null,
   DATMAJ				char(8)						   not null,
   DATSUP				char(8)						   not null,
***** INSTRUCTEUR, COMITE..., CF TABLE REMISES ET F9), APPLIQUE PAR F7
***** SUR LES HEURES DE VOL ; A BLANC = AUCUNE REMISE
   CODREMISE            char(1)                        not null,
***** NUMPAYEUR : PAYEUR RESPONSABLE DU MEMBRE (CF TABLE PAYEURS ET LA
***** FONCTION PAYEUR) ; 0 = LE MEMBRE REGLE SES FACTURES LUI-MEME
   NUMPAYEUR            integer                        not null,
***** DATENAIS : DATE DE NAISSANCE AAAAMMJJ, SAISIE PAR F3 (A BLANC =
***** INCONNUE) ; SERT AU CONTROLE D'AGE DES AIDES AUX JEUNES (CF TABLE
***** AIDES ET LE TRAITEMENT SUBVENT)
   DATENAIS             char(8)                        not null,
   DATCRE               char(8)                        not null,
   DATMAJ				char(8)						   not null,
   DATSUP				char(8)						   not null,
FOR UPDATE
AS INSERT INTO PILOTES_HIST
   (HISTID, NUMPIL, NOM, PRENOM, CIV, ADRESSE, NBHVOL, ETAT_SANTE, ETAT_SIT, ETAT_PRES,
    TELEPHONE, EMAIL, PREFCONTACT, CODREMISE, NUMPAYEUR, DATENAIS, DATCRE, DATMAJ, DATSUP, USERID, OPERATION, DATHIST)
   SELECT (SELECT PROCHAINE FROM SEQUENCES WHERE NOMSEQ = "HISTPILOTE"),
          NUMPIL, NOM, PRENOM, CIV, ADRESSE, NBHVOL, ETAT_SANTE, ETAT_SIT, ETAT_PRES,
          TELEPHONE, EMAIL, PREFCONTACT, CODREMISE, NUMPAYEUR, DATENAIS, DATCRE, DATMAJ, DATSUP, USERID, "U", DATE()
     FROM deleted
   UPDATE SEQUENCES
   SET PROCHAINE = PROCHAINE + 1
FOR DELETE
AS INSERT INTO PILOTES_HIST
   (HISTID, NUMPIL, NOM, PRENOM, CIV, ADRESSE, NBHVOL, ETAT_SANTE, ETAT_SIT, ETAT_PRES,
    TELEPHONE, EMAIL, PREFCONTACT, CODREMISE, NUMPAYEUR, DATENAIS, DATCRE, DATMAJ, DATSUP, USERID, OPERATION, DATHIST)
   SELECT (SELECT PROCHAINE FROM SEQUENCES WHERE NOMSEQ = "HISTPILOTE"),
          NUMPIL, NOM, PRENOM, CIV, ADRESSE, NBHVOL, ETAT_SANTE, ETAT_SIT, ETAT_PRES,
          TELEPHONE, EMAIL, PREFCONTACT, CODREMISE, NUMPAYEUR, DATENAIS, DATCRE, DATMAJ, DATSUP, USERID, "D", DATE()
     FROM deleted
   UPDATE SEQUENCES
   SET PROCHAINE = PROCHAINE + 1
   EMAIL                char(40)                       ,
   PREFCONTACT          char(1)                        ,
   CODREMISE            char(1)                        ,
   NUMPAYEUR            integer                        ,
   DATENAIS             char(8)                        ,
   DATCRE               char(8)                        not null,
   DATMAJ				char(8)						   not null,
   DATSUP				char(8)						   not null,
***** NUMVISITEUR NOT = 0 : VOL D'UN PILOTE VISITEUR (NUMPIL ALORS A
***** 0), FACTURE IMMEDIATEMENT A LA CLOTURE PAR F2
   NUMVISITEUR          integer                        not null,
***** PARTAGE DES FRAIS ENTRE DEUX MEMBRES (SAISI EN F1, MODIFIABLE A
***** LA CLOTURE EN F2) : NUMPILPART = MEMBRE CO-PAYEUR (0 = PAS DE
***** PARTAGE), PCTPART = SA PART EN %, NUMPIL PAYANT LE RESTE ; F7
***** FACTURE LA PART DU CO-PAYEUR SUR SA PROPRE FACTURE, MARQUEE PAR
***** FACTUREPART/NUMFACTPART COMME FACTURE/NUMFACT POUR LE PILOTE
   NUMPILPART           integer                        not null,
   PCTPART              integer                        not null,
   NUMFACTPART          integer                        not null,
   FACTUREPART          char(1)                        not null,
   DATCRE               char(8)                        not null,
   DATMAJ				char(8)						   not null,
   DATSUP				char(8)						   not null,
FOR UPDATE
AS INSERT INTO VOLS_HIST
   (HISTID, NUMVOL, DATEDEB, DATEFIN, CPTDEP, CPTARR, DESTIN, ETATVOL, NUMAV, NUMPIL,
    NUMPIL2, NUMFACT, FACTURE, NUMPASS, NUMVISITEUR, NUMPILPART, PCTPART, NUMFACTPART,
    FACTUREPART, DATCRE, DATMAJ, DATSUP, USERID, OPERATION, DATHIST)
   SELECT (SELECT PROCHAINE FROM SEQUENCES WHERE NOMSEQ = "HISTVOL"),
          NUMVOL, DATEDEB, DATEFIN, CPTDEP, CPTARR, DESTIN, ETATVOL, NUMAV, NUMPIL,
          NUMPIL2, NUMFACT, FACTURE, NUMPASS, NUMVISITEUR, NUMPILPART, PCTPART, NUMFACTPART,
          FACTUREPART, DATCRE, DATMAJ, DATSUP, USERID, "U", DATE()
     FROM deleted
   UPDATE SEQUENCES
   SET PROCHAINE = PROCHAINE + 1
FOR DELETE
AS INSERT INTO VOLS_HIST
   (HISTID, NUMVOL, DATEDEB, DATEFIN, CPTDEP, CPTARR, DESTIN, ETATVOL, NUMAV, NUMPIL,
    NUMPIL2, NUMFACT, FACTURE, NUMPASS, NUMVISITEUR, NUMPILPART, PCTPART, NUMFACTPART,
    FACTUREPART, DATCRE, DATMAJ, DATSUP, USERID, OPERATION, DATHIST)
   SELECT (SELECT PROCHAINE FROM SEQUENCES WHERE NOMSEQ = "HISTVOL"),
          NUMVOL, DATEDEB, DATEFIN, CPTDEP, CPTARR, DESTIN, ETATVOL, NUMAV, NUMPIL,
          NUMPIL2, NUMFACT, FACTURE, NUMPASS, NUMVISITEUR, NUMPILPART, PCTPART, NUMFACTPART,
          FACTUREPART, DATCRE, DATMAJ, DATSUP, USERID, "D", DATE()
     FROM deleted
   UPDATE SEQUENCES
   SET PROCHAINE = PROCHAINE + 1
   FACTURE              char(1)                        ,
   NUMPASS              integer                        ,
   NUMVISITEUR          integer                        ,
   NUMPILPART           integer                        ,
   PCTPART              integer                        ,
   NUMFACTPART          integer                        ,
   FACTUREPART          char(1)                        ,
   DATCRE               char(8)                        not null,
   DATMAJ				char(8)						   not null,
   DATSUP				char(8)						   not null,
***** NUMVISITEUR NOT = 0 : FACTURE D'UN PILOTE VISITEUR, EMISE PAR F2
***** A LA CLOTURE DU VOL (NUMPIL ET NUMPASS ALORS A 0)
   NUMVISITEUR          integer                        not null,
***** NUMPAYEUR NOT = 0 : FACTURE DU MEMBRE NUMPIL ADRESSEE A SON PAYEUR
***** RESPONSABLE (CF PAYEURS) AU MOMENT DE L'EMISSION ; 0 = ADRESSEE AU
***** MEMBRE LUI-MEME (ET TOUJOURS 0 POUR PASSAGERS ET VISITEURS)
   NUMPAYEUR            integer                        not null,
   DATCRE               char(8)                        not null,
   DATMAJ				char(8)						   not null,
   DATSUP				char(8)						   not null,
	   DATSUP = DATE()
	   UTIL = USERID;

***** CODE "A" RESERVE A LA TAXE D'ATTERRISSAGE GENEREE PAR F2 A
***** PARTIR DES ETAPES DU VOL (CF ETAPES_VOL, AERODROMES.TAXE_ATTERR)
INSERT INTO TYPE_FRAIS (NUMTYPFRAIS, NOMTYPFRAIS) VALUES ("A", "ATTERRISS.");

******************table frais_annexes
***** FRAIS ANNEXES SAISIS A LA CLOTURE DU VOL (TAXES D'ATTERRISSAGE,
***** HANGAR, CASQUE...) : RATTACHES AU VOL, ILS SONT REPRIS PAR F7
***** JOURNAL DES AVITAILLEMENTS SAISIS A LA CLOTURE DU VOL : LITRES
***** EMBARQUES ET SOURCE ("C" = POMPE DU CLUB, "E" = EXTERIEUR PAYE
***** PAR LE PILOTE, "F" = EXTERIEUR SUR FACTURE CLUB) ; RAPPROCHE
***** CHAQUE MOIS DES HEURES VOLEES PAR LE TRAITEMENT CONSO.
***** LE CARBURANT "E" EST REMBOURSE AU PILOTE PAR F7 SUR SA FACTURE
***** SUIVANTE : MONTANT_TICKET = MONTANT DU TICKET SAISI A LA CLOTURE
***** (F2), PLAFONNE A PRIX_LITRE_MAXI ; REMBOURSE "N" = A CREDITER,
***** "O" = CREDITE SUR LA FACTURE NUMFACT (BLANC HORS SOURCE "E").
***** NUMLOC RENSEIGNE : PLEIN D'UN AVION PRIVE DU REGISTRE LOCATIONS A
***** LA POMPE DU CLUB (CF POMPE ; NUMVOL ET NUMAV ALORS A 0) ;
***** MONTANT_TICKET = LITRES x PRIX_LITRE_POMPE DU, REMBOURSE "N" = A
***** FACTURER AU PROPRIETAIRE, "O" = FACTURE SUR NUMFACT PAR LOYERS
CREATE TABLE CARBURANT
(
   NUMCARB               integer                        not null,
   DATCARB               char(8)                        not null,
   LITRES                float(1)                       not null,
   SOURCE                char(1)                        not null,
   MONTANT_TICKET        float(2)                       ,
   REMBOURSE             char(1)                        ,
   NUMFACT               integer                        ,
   NUMLOC                integer                        ,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   LICENCE               char(20)                       not null,
   DATDEBAUT             char(8)                        not null,
   DATFINAUT             char(8)                        not null,
***** FIN DE VALIDITE DE LA QUALIFICATION SEP ET DE L'ASSURANCE DU
***** VISITEUR, CONTROLEES PAR F1 A LA DATE DU VOL
   DATEXPSEP             char(8)                        not null,
   DATEXPASSUR           char(8)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
***** LA CLOTURE DE VOL F2 EN MEME TEMPS QUE CPTHORAV) FACE A SON
***** POTENTIEL ENTRE REVISIONS (POTENTIEL, TBO) ; UN COMPOSANT SE
***** TRANSFERE D'UNE CELLULE A L'AUTRE PAR ORDRETRA (CODAV = 0 :
***** COMPOSANT DEPOSE, AU MAGASIN ; CHAQUE POSE OU DEPOSE EST TRACEE
***** DANS MOUVEMENTS_COMPOSANTS) ; LE POTENTIEL RESTANT SORT DANS
***** LES ALERTES DE F0. TYPECOMP : "M" = MOTEUR, "H" = HELICE
CREATE TABLE COMPOSANTS
(
***** CODES ; LES CONSOMMATIONS SE SAISISSENT LIGNE A LIGNE SUR CHAQUE
***** ORDRE DE TRAVAIL (OT_PIECES, CF ORDRETRA) ET LE COUT ANNUEL DE
***** MAINTENANCE PAR AVION SORT PAR COUTMAINT
***** STOCK EN MAGASIN : QTESTOCK EST TENU PAR LES MOUVEMENTS
***** (MOUVEMENTS_STOCK : RECEPTIONS ET INVENTAIRE PAR STOCK,
***** CONSOMMATIONS SUR ORDRE DE TRAVAIL PAR ORDRETRA) ; PRIXUNIT EST
***** LE PRIX MOYEN PONDERE, RECALCULE A CHAQUE RECEPTION ; SOUS
***** SEUILREAPPRO LA PIECE SORT SUR LA LISTE DE REAPPROVISIONNEMENT
***** DE STOCKRAP, AVEC LA QUANTITE A COMMANDER QTEREAPPRO (SEUIL A
***** ZERO = PIECE NON SUIVIE)
CREATE TABLE PIECES_CATALOGUE
(
   REFPIECE              char(10)                       not null,
   DESIGNATION           char(30)                       not null,
   PRIXUNIT              float(2)                       not null,
   QTESTOCK              integer                        not null,
   SEUILREAPPRO          integer                        not null,
   QTEREAPPRO            integer                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
***** REFERENTIEL DES AERODROMES (CODE OACI, NOM, DISTANCE EN KM) :
***** ENTRETENU PAR F9 COMME LES AUTRES TABLES DE CODES ; F1 N'ACCEPTE
***** PLUS EN DESTINATION QU'UN CODE PRESENT DANS CETTE TABLE
***** TAXE_ATTERR : REDEVANCE D'ATTERRISSAGE PAR POSER, APPLIQUEE PAR F2
***** AUX ATTERRISSAGES DECLARES SUR CHAQUE ETAPE (0 = PAS DE TAXE)
CREATE TABLE AERODROMES
(
   CODEAD                char(4)                        not null,
   NOMAD                 char(25)                       not null,
   DISTANCE              integer                        not null,
   TAXE_ATTERR           float(2)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
***** TAUX DE TVA PAR CATEGORIE DE RECETTE, ENTRETENUS PAR F9 :
*****   "V" = HEURES DE VOL        "F" = FRAIS ANNEXES
*****   "C" = COTISATIONS          "I" = VOLS D'INITIATION
*****   "H" = LOCATIONS D'EMPLACEMENTS (HANGAR, PARKING, CASIERS, CF LOYERS)
***** LES LIGNES DE FACTURE PORTENT LE TAUX ET LE MONTANT DE TVA
***** INCLUS (MONTANTLIGNE RESTE LE MONTANT TTC RECLAME) ; LA
***** DECLARATION TRIMESTRIELLE SORT PAR LE TRAITEMENT TVA
	   DATSUP = DATE()
	   UTIL = USERID;

***** AMORCAGE : SEULS LES BAPTEMES (PASSAGERS NON MEMBRES) ET LA
***** LOCATION D'EMPLACEMENTS SONT UNE ACTIVITE TAXABLE, LES AUTRES
***** CATEGORIES PARTENT A ZERO ET SE REGLENT PAR F9 SELON LES
***** CONSIGNES DU COMPTABLE
INSERT INTO TAUX_TVA (CATREV, TAUXTVA) VALUES ("V", 0.00);
INSERT INTO TAUX_TVA (CATREV, TAUXTVA) VALUES ("F", 0.00);
INSERT INTO TAUX_TVA (CATREV, TAUXTVA) VALUES ("C", 0.00);
INSERT INTO TAUX_TVA (CATREV, TAUXTVA) VALUES ("I", 20.00);
INSERT INTO TAUX_TVA (CATREV, TAUXTVA) VALUES ("H", 20.00);

******************table facture_lignes
***** DETAIL VOL PAR VOL DE CHAQUE FACTURE, ECRIT DANS LA MEME
***** ENCAISSEMENTS (CHEQUES, VIREMENTS, ESPECES) IMPUTES SUR LES
***** FACTURES : PLUSIEURS REGLEMENTS PARTIELS PEUVENT SE CUMULER SUR
***** UNE MEME FACTURE ; FACTURES.ETATPAIEMENT NE PASSE A "O" QUE
***** LORSQUE LE CUMUL DES REGLEMENTS COUVRE LE MONTANT. MODEREG :
***** "C" CHEQUE, "V" VIREMENT, "E" ESPECES, "P" PRELEVEMENT, "B" CARTE
***** BANCAIRE (REMISE CARTE DU JOUR, RAPPROCHEE PAR RAPBANQ), "I"
***** COMPENSATION D'UNE INDEMNITE D'INSTRUCTION (INDEMNIT), QUI N'EST
***** PAS UN ENCAISSEMENT, "S" AIDE AU VOL RECUE D'UN ORGANISME ET
***** PORTEE AU CREDIT DU MEMBRE (SUBVENT). UN PRELEVEMENT REJETE PAR LA BANQUE EST
***** ANNULE PAR UN REGLEMENT NEGATIF DE MODE "P" (CF RAPBANQ)
CREATE TABLE REGLEMENTS
(
   NUMREG                integer                        not null,
*****   26   : BONCADEAU (BONS CADEAUX DE VOLS D'INITIATION)
*****   27   : VISITEUR (PILOTES VISITEURS D'AUTRES CLUBS)
*****   28   : SESSADM (SESSIONS ACTIVES DES TERMINAUX)
*****   29   : BUDGET (BUDGET DU COMITE PAR COMPTE ET HEURES PAR TYPE)
*****   30   : FOURNIS (FOURNISSEURS, FACTURES ET PAIEMENTS FOURNISSEURS)
*****   31   : STOCK (RECEPTIONS ET INVENTAIRE DES PIECES DETACHEES)
*****   32   : APPROB (VALIDATION PAR UN SECOND OPERATEUR DES AVOIRS,
*****          FUSIONS, TARIFS, REMISES ET CLOTURES FORCEES AU-DELA DE
*****          LEUR SEUIL, CF APPROBATIONS)
*****   33   : PAYEUR (PAYEURS RESPONSABLES ET REGLEMENTS DE GROUPE)
*****   34   : PERMANENCE (TABLEAU DES PERMANENCES DES CHEFS PILOTES)
*****   35   : ASSEMBLEE (EMARGEMENT ET POUVOIRS EN ASSEMBLEE GENERALE)
*****   36   : CAISSE (SESSIONS DE CAISSE ESPECES DU CLUB-HOUSE)
*****   37   : IMMO (REGISTRE DES IMMOBILISATIONS ET CESSIONS)
*****   38-40 : RESERVEES AUX FONCTIONS FUTURES
CREATE TABLE UTILISATEURS
(
   UTILID                integer                        not null,
***** MOTPASSE_HIST POUR LE BLOCAGE DES REUTILISATIONS)
   DATMDP               char(8)                        not null,
   NOMUTIL               char(20)                       not null,
   DROITS                char(40)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
INSERT INTO UTILISATEURS
(UTILID, CODEUTIL, MOTPASSE, DATMDP, NOMUTIL, DROITS)
VALUES (1, "ADMIN", "ADMIN", " ", "Administrateur",
 "OOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOOO");

******************table sequences
***** DISTRIBUTEUR CENTRAL DE NUMEROS : CHAQUE CLE ATTRIBUEE PAR
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMMDPHIST", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMREMISE", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMDEROG", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMINDEM", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMOPEBQ", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMFOUR", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMFF", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMPF", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMMVT", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMCN", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMSUIVI", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMAPPLI", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMAPPRO", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMTARIF", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMLOT", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMNOTIF", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMTRACE", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMPAYEUR", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMDEMAIDE", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMLOC", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMPERM", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMDON", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMRECU", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMAG", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMMVTCOMP", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMCAISSE", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMMVTCAIS", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMIMMO", 0);
INSERT INTO SEQUENCES (NOMSEQ, PROCHAINE) VALUES ("NUMAMORT", 0);

******************table mandats
***** MANDATS DE PRELEVEMENT SEPA SIGNES PAR LES MEMBRES : UN MANDAT
***** ORDRES DE PRELEVEMENT EMIS VERS LA BANQUE PAR LE TRAITEMENT
***** PRELEVE : UNE LIGNE PAR FACTURE DE COTISATION PRELEVEE, ETAT
***** "E" = EMIS (EN ATTENTE DE LA BANQUE), "C" = ENCAISSEMENT
***** CONFIRME (LE REGLEMENT CORRESPONDANT EST ALORS INSCRIT, MODE "P"),
***** "R" = REJETE PAR LA BANQUE APRES ENCAISSEMENT (RAPBANQ : REGLEMENT
***** ANNULE, FACTURE ROUVERTE, A RELANCER PAR UN AUTRE MOYEN)
CREATE TABLE PRELEVEMENTS
(
   NUMPRELEV             integer                        not null,
***** CORRESPONDANTE. ETATRESA : "A" = ACTIVE, "C" = CONVERTIE EN VOL
***** (NUMVOL RENSEIGNE), "X" = ANNULEE PAR LE MEMBRE, "N" = NON
***** HONOREE (MARQUEE PAR LE TRAITEMENT NOSHOW DE LA CHAINE DU SOIR,
***** COMPTABILISEE PAR PILOTE POUR LE COMITE), "B" = CRENEAU BLOQUE
***** POUR MAINTENANCE (NUMPIL NUL, NUMOT = ORDRE DE TRAVAIL, 0 SI
***** PLANIFIE A L'AVANCE DEPUIS RESA), "L" = BLOCAGE LEVE A LA CLOTURE
***** DE L'ORDRE. MOTIFANNUL : A BLANC POUR UNE ANNULATION PAR LE MEMBRE,
***** "M" = AVION EN MAINTENANCE, "I" = AVION IMMOBILISE APRES INCIDENT
***** (CF CONFLRESA)
CREATE TABLE RESERVATIONS
(
   NUMRESA               integer                        not null,
   DATEFIN               char(12)                       not null,
   ETATRESA              char(1)                        not null,
   NUMVOL                integer                        not null,
   NUMOT                 integer                        not null,
   MOTIFANNUL            char(1)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
	   DATSUP = DATE()
	   UTIL = USERID;

******************table licences
***** LICENCES DES MEMBRES : UNE LIGNE PAR PILOTE, ENTRETENUE PAR F3.
***** TYPELICENCE : "P" = PPL, "L" = LAPL, "E" = ELEVE PILOTE ;
***** DATEXPSEP = FIN DE VALIDITE DE LA QUALIFICATION DE CLASSE SEP
***** (SANS OBJET POUR UN ELEVE, QUI VOLE SOUS LA LICENCE DE SON
***** INSTRUCTEUR) ; LICFED/ANNEEFED = LICENCE FEDERALE DE L'ANNEE ET
***** DATEXPASSUR = FIN DE L'ASSURANCE QUI L'ACCOMPAGNE. F1 REFUSE LE
***** DEPOT SI L'UN DES DOCUMENTS MANQUE OU EST PERIME A LA DATE DU
***** VOL ; QUALIF SIGNALE LES ECHEANCES DANS LE PREAVIS
CREATE TABLE LICENCES
(
   NUMPIL                integer                        FOREIGN KEY REFERENCES PILOTES(NUMPIL),
   TYPELICENCE           char(1)                        not null,
   NUMLICENCE            char(20)                       not null,
   DATEXPSEP             char(8)                        not null,
   LICFED                char(20)                       not null,
   ANNEEFED              char(4)                        not null,
   DATEXPASSUR           char(8)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_LICENCES primary key (NUMPIL));

CREATE TRIGGER TRIGLICENCES
ON TABLE LICENCES
FOR INSERT
AS UPDATE LICENCES
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGLICENCES
ON TABLE LICENCES
FOR UPDATE
AS UPDATE LICENCES
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGLICENCES
ON TABLE LICENCES
FOR DELETE
AS UPDATE LICENCES
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table etapes_vol
***** ETAPES D'UNE NAVIGATION, DANS L'ORDRE DU PLAN DE VOL (NUMETAPE
***** 1, 2...) : LA DERNIERE ETAPE EST LA DESTINATION DE VOLS.DESTIN ;
***** NBATTERR, SAISI PAR F2 A LA CLOTURE, COMPTE LES ATTERRISSAGES
***** SUR L'AERODROME DE L'ETAPE (TOURS DE PISTE COMPRIS) ET DONNE LA
***** TAXE D'ATTERRISSAGE PORTEE EN FRAIS ANNEXES DU VOL
CREATE TABLE ETAPES_VOL
(
   NUMVOL                integer                        FOREIGN KEY REFERENCES VOLS(NUMVOL),
   NUMETAPE              integer                        not null,
   CODEAD                char(4)                        FOREIGN KEY REFERENCES AERODROMES(CODEAD),
   NBATTERR              integer                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_ETAPES_VOL primary key (NUMVOL, NUMETAPE));

CREATE TRIGGER TRIGETAPESVOL
ON TABLE ETAPES_VOL
FOR INSERT
AS UPDATE ETAPES_VOL
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGETAPESVOL
ON TABLE ETAPES_VOL
FOR UPDATE
AS UPDATE ETAPES_VOL
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGETAPESVOL
ON TABLE ETAPES_VOL
FOR DELETE
AS UPDATE ETAPES_VOL
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table charges_avion
***** CHARGES FIXES ANNUELLES PAR AVION (SAISIES PAR F9) : NATURE "A" =
***** ASSURANCE, "H" = HANGAR, "D" = DIVERS (ABONNEMENTS, REDEVANCES...) ;
***** LE RAPPORT DE RENTABILITE RENTAB LES REPARTIT SUR LES HEURES VOLEES
***** POUR DONNER LE PRIX DE REVIENT REEL DE L'HEURE DE VOL
CREATE TABLE CHARGES_AVION
(
   CODAV                 integer                        FOREIGN KEY REFERENCES AVIONS(CODAV),
   ANNEE                 integer                        not null,
   NATURE                char(1)                        not null,
   LIBELLE               char(20)                       not null,
   MONTANT               float(2)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_CHARGES_AVION primary key (CODAV, ANNEE, NATURE));

CREATE TRIGGER TRIGCHARGESAVION
ON TABLE CHARGES_AVION
FOR INSERT
AS UPDATE CHARGES_AVION
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGCHARGESAVION
ON TABLE CHARGES_AVION
FOR UPDATE
AS UPDATE CHARGES_AVION
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGCHARGESAVION
ON TABLE CHARGES_AVION
FOR DELETE
AS UPDATE CHARGES_AVION
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table budgets
***** BUDGET DU COMITE VOTE EN ASSEMBLEE : UNE LIGNE PAR COMPTE (PLAN DE
***** COMPTES DE JOURNAL : 706XXX, 756000, 6XXXXX...), EXERCICE ANNEE (LE
***** MEME QUE EXERCICES.ANNEE) ET MOIS MM ; SAISI PAR BUDGET, COMPARE AU
***** REALISE CHAQUE FIN DE MOIS PAR LE RAPPORT BUDREEL ; LE BUDGET D'UN
***** EXERCICE CLOS NE SE MODIFIE PLUS
CREATE TABLE BUDGETS
(
   COMPTE                char(6)                        not null,
   ANNEE                 char(4)                        not null,
   MOIS                  char(2)                        not null,
   MONTANT               float(2)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_BUDGETS primary key (COMPTE, ANNEE, MOIS));

CREATE TRIGGER TRIGBUDGETS
ON TABLE BUDGETS
FOR INSERT
AS UPDATE BUDGETS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGBUDGETS
ON TABLE BUDGETS
FOR UPDATE
AS UPDATE BUDGETS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGBUDGETS
ON TABLE BUDGETS
FOR DELETE
AS UPDATE BUDGETS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table budget_heures
***** BUDGET D'HEURES DE VOL PAR TYPE D'AVION, EXERCICE ET MOIS, SAISI AVEC
***** LE BUDGET DES COMPTES (BUDGET) ET COMPARE AUX HEURES VOLEES PAR BUDREEL
CREATE TABLE BUDGET_HEURES
(
   NUMTYP                integer                        FOREIGN KEY REFERENCES TYPES(NUMTYP),
   ANNEE                 char(4)                        not null,
   MOIS                  char(2)                        not null,
   HEURES                float(1)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_BUDGET_HEURES primary key (NUMTYP, ANNEE, MOIS));

CREATE TRIGGER TRIGBUDGETHEURES
ON TABLE BUDGET_HEURES
FOR INSERT
AS UPDATE BUDGET_HEURES
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGBUDGETHEURES
ON TABLE BUDGET_HEURES
FOR UPDATE
AS UPDATE BUDGET_HEURES
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGBUDGETHEURES
ON TABLE BUDGET_HEURES
FOR DELETE
AS UPDATE BUDGET_HEURES
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table indemnites
***** INDEMNITES D'INSTRUCTION DUES AUX INSTRUCTEURS (ETAT_SIT = "I"), UNE
***** LIGNE PAR INSTRUCTEUR ET PAR MOIS AAAAMM, CALCULEE PAR INDEMNIT SUR
***** LES VOLS EN DOUBLE COMMANDE (VOLS.NUMPIL2) AU TAUX ET AU PLAFOND DE
***** PARAMETRES ; ETATINDEM "C" = CALCULEE (RECALCULABLE), "R" = REGLEE :
***** MONTANTIMPUTE EST COMPENSE SUR LES FACTURES OUVERTES DE L'INSTRUCTEUR
***** (REGLEMENTS DE MODE "I"), MONTANTVERSE LUI EST VIRE ; JOURNAL PASSE
***** LA CHARGE AU COMPTE 622600 A LA DATE DE REGLEMENT DATEREG
CREATE TABLE INDEMNITES
(
   NUMINDEM              integer                        not null,
   NUMPIL                integer                        FOREIGN KEY REFERENCES PILOTES(NUMPIL),
   MOIS                  char(6)                        not null,
   NBVOLS                integer                        not null,
   HEURES                float(1)                       not null,
   MONTANT               float(2)                       not null,
   MONTANTIMPUTE         float(2)                       not null,
   MONTANTVERSE          float(2)                       not null,
   ETATINDEM             char(1)                        not null,
   DATEREG               char(8)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_INDEMNITES primary key (NUMINDEM));

CREATE TRIGGER TRIGINDEMNITES
ON TABLE INDEMNITES
FOR INSERT
AS UPDATE INDEMNITES
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGINDEMNITES
ON TABLE INDEMNITES
FOR UPDATE
AS UPDATE INDEMNITES
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGINDEMNITES
ON TABLE INDEMNITES
FOR DELETE
AS UPDATE INDEMNITES
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table releves_banque
***** RELEVES DU COMPTE BANCAIRE DU CLUB, IMPORTES PAR RAPBANQ : UNE LIGNE
***** PAR OPERATION (SENS "D" = DEBIT, "C" = CREDIT), AVEC LE CODE
***** OPERATION DE LA BANQUE (REM REMISE DE CHEQUES, ESP VERSEMENT
***** D'ESPECES, PRL PRELEVEMENTS ENCAISSES, REJ REJET DE PRELEVEMENT, CB
***** REMISE CARTE, VIR VIREMENT, CAR PETROLIER, FOU AUTRE FOURNISSEUR,
***** FRA FRAIS BANCAIRES).
***** ETATRAPPRO :
***** "N" = NON RAPPROCHEE, "R" = RAPPROCHEE DE SA CONTREPARTIE,
***** DESIGNEE PAR TYPEPIECE / NUMPIECE :
*****   "B" BORDEREAU DE REMISE (REGLEMENTS.NUMREMISE)
*****   "E" BORDEREAU DE REMISE D'ESPECES (CAISSES.NUMREMISE, REMESP)
*****   "P" REMISE DE PRELEVEMENTS (PRELEVEMENTS.DATEMISSION AAAAMMJJ)
*****   "J" PRELEVEMENT REJETE (PRELEVEMENTS.NUMPRELEV)
*****   "C" REMISE CARTE DU JOUR (REGLEMENTS MODE "B", DATEREG AAAAMMJJ)
*****   "R" VIREMENT RECU (REGLEMENTS.NUMREG)
*****   "I" VIREMENT D'INDEMNITE D'INSTRUCTION (INDEMNITES.NUMINDEM)
*****   "S" PAIEMENT FOURNISSEUR HORS ESPECES (PAIEMENTS_FOURN.NUMPF)
*****   "A" VERSEMENT D'AIDE AU VOL RECU D'UN ORGANISME
*****       (AIDES_DEMANDES.NUMDEMANDE)
*****   "K" ENCAISSEMENT DU PRIX D'UNE IMMOBILISATION CEDEE
*****       (IMMOBILISATIONS.NUMIMMO) : JOURNAL EN PASSE L'ECRITURE, DEBIT
*****       512000, CREDIT 462000
*****   "F" FRAIS BANCAIRES, SANS CONTREPARTIE : LE RELEVE FAIT PIECE ET
*****       JOURNAL LES PASSE AU COMPTE 627000
***** UNE LIGNE DEJA IMPORTEE (MEME DATE, SENS, MONTANT ET REFERENCE)
***** N'EST PAS REPRISE SI LE RELEVE EST RECHARGE
CREATE TABLE RELEVES_BANQUE
(
   NUMOPEBQ              integer                        not null,
   DATEOPE               char(8)                        not null,
   SENS                  char(1)                        not null,
   MONTANT               float(2)                       not null,
   CODEOPE               char(3)                        not null,
   LIBELLE               char(30)                       not null,
   REFERENCE             char(30)                       not null,
   ETATRAPPRO            char(1)                        not null,
   TYPEPIECE             char(1)                        not null,
   NUMPIECE              integer                        not null,
   DATERAPPRO            char(8)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_RELEVES_BANQUE primary key (NUMOPEBQ));

CREATE TRIGGER TRIGRELEVESBANQUE
ON TABLE RELEVES_BANQUE
FOR INSERT
AS UPDATE RELEVES_BANQUE
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGRELEVESBANQUE
ON TABLE RELEVES_BANQUE
FOR UPDATE
AS UPDATE RELEVES_BANQUE
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGRELEVESBANQUE
ON TABLE RELEVES_BANQUE
FOR DELETE
AS UPDATE RELEVES_BANQUE
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table fournisseurs
***** FOURNISSEURS DU CLUB (PETROLIER, FOURNISSEURS DE PIECES, ASSUREUR,
***** MECANICIEN...) GERES PAR FOURNIS ; LE COMPTE FOURNISSEUR DU JOURNAL
***** EST 401 SUIVI DU NUMFOUR SUR TROIS CHIFFRES. DELAIPAIE : DELAI DE
***** PAIEMENT EN JOURS, QUI DONNE L'ECHEANCE PAR DEFAUT D'UNE FACTURE ;
***** NATUREDEF : NATURE DE CHARGE PROPOSEE A LA SAISIE DES FACTURES
***** (CF FACTURES_FOURN) ; ACTIF "O"/"N" : UN FOURNISSEUR INACTIF NE
***** RECOIT PLUS DE FACTURES
CREATE TABLE FOURNISSEURS
(
   NUMFOUR               integer                        not null,
   RAISONSOC             char(30)                       not null,
   ADRESSE               char(50)                       not null,
   IBAN                  char(34)                       not null,
   DELAIPAIE             integer                        not null,
   NATUREDEF             char(1)                        not null,
   ACTIF                 char(1)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_FOURNISSEURS primary key (NUMFOUR));

CREATE TRIGGER TRIGFOURNISSEURS
ON TABLE FOURNISSEURS
FOR INSERT
AS UPDATE FOURNISSEURS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGFOURNISSEURS
ON TABLE FOURNISSEURS
FOR UPDATE
AS UPDATE FOURNISSEURS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGFOURNISSEURS
ON TABLE FOURNISSEURS
FOR DELETE
AS UPDATE FOURNISSEURS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table factures_fourn
***** FACTURES RECUES DES FOURNISSEURS (GRAND LIVRE FOURNISSEURS) : UNE
***** LIGNE PAR FACTURE, SAISIE PAR FOURNIS, AVEC SA DATE D'ECHEANCE.
***** NATURE DE LA CHARGE, QUI DONNE LE COMPTE DE JOURNAL :
*****   "C" CARBURANT 606100          "P" PIECES DETACHEES 606800
*****   "M" ENTRETIEN/MECANICIEN 615500 "A" ASSURANCES 616000
*****   "D" DIVERS 628000
*****   "I" IMMOBILISATION ACQUISE (AVION, MOTEUR, REVISION GENERALE
*****       CAPITALISEE, POMPE, MATERIEL DE HANGAR) : PAS DE CHARGE, LE
*****       COMPTE 21XXXX DE LA CATEGORIE DE L'IMMOBILISATION NUMIMMO
***** NUMLIVR : LIVRAISON DE CARBURANT FACTUREE (LIVRAISONS_CARBURANT),
***** NUMOT : ORDRE DE TRAVAIL FACTURE (ORDRES_TRAVAIL), NUMIMMO :
***** IMMOBILISATION ACQUISE (IMMOBILISATIONS, NATURE "I"), 0 QUAND LA
***** FACTURE NE PORTE SUR AUCUN. ETATFF : "N" = A PAYER, "O" = SOLDEE
***** (LE CUMUL DE PAIEMENTS_FOURN ATTEINT LE MONTANT)
CREATE TABLE FACTURES_FOURN
(
   NUMFF                 integer                        not null,
   NUMFOUR               integer                        FOREIGN KEY REFERENCES FOURNISSEURS(NUMFOUR),
   REFFOURN              char(20)                       not null,
   DATEFF                char(8)                        not null,
   DATECHEANCE           char(8)                        not null,
   NATURE                char(1)                        not null,
   LIBELLE               char(30)                       not null,
   MONTANT               float(2)                       not null,
   NUMLIVR               integer                        not null,
   NUMOT                 integer                        not null,
   NUMIMMO               integer                        not null,
   ETATFF                char(1)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_FACTURES_FOURN primary key (NUMFF));

CREATE TRIGGER TRIGFACTURESFOURN
ON TABLE FACTURES_FOURN
FOR INSERT
AS UPDATE FACTURES_FOURN
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGFACTURESFOURN
ON TABLE FACTURES_FOURN
FOR UPDATE
AS UPDATE FACTURES_FOURN
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGFACTURESFOURN
ON TABLE FACTURES_FOURN
FOR DELETE
AS UPDATE FACTURES_FOURN
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table paiements_fourn
***** PAIEMENTS DES FACTURES FOURNISSEURS, SAISIS PAR FOURNIS (UNE FACTURE
***** PEUT ETRE PAYEE EN PLUSIEURS FOIS). MODEPAIE : "V" VIREMENT,
***** "C" CHEQUE, "P" PRELEVEMENT DU FOURNISSEUR, "E" ESPECES (CAISSE) ;
***** LES PAIEMENTS HORS ESPECES SONT RAPPROCHES DU RELEVE PAR RAPBANQ
CREATE TABLE PAIEMENTS_FOURN
(
   NUMPF                 integer                        not null,
   NUMFF                 integer                        FOREIGN KEY REFERENCES FACTURES_FOURN(NUMFF),
   MONTANT               float(2)                       not null,
   DATEPAIE              char(8)                        not null,
   MODEPAIE              char(1)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_PAIEMENTS_FOURN primary key (NUMPF));

CREATE TRIGGER TRIGPAIEMENTSFOURN
ON TABLE PAIEMENTS_FOURN
FOR INSERT
AS UPDATE PAIEMENTS_FOURN
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGPAIEMENTSFOURN
ON TABLE PAIEMENTS_FOURN
FOR UPDATE
AS UPDATE PAIEMENTS_FOURN
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGPAIEMENTSFOURN
ON TABLE PAIEMENTS_FOURN
FOR DELETE
AS UPDATE PAIEMENTS_FOURN
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table mouvements_stock
***** MOUVEMENTS DU STOCK DE PIECES DETACHEES, UNE LIGNE PAR ENTREE OU
***** SORTIE : TYPEMVT "R" = RECEPTION (STOCK, PRIX D'ACHAT UNITAIRE,
***** NUMFF = FACTURE FOURNISSEUR SI CONNUE), "C" = CONSOMMATION SUR
***** L'ORDRE DE TRAVAIL NUMOT (ORDRETRA), "I" = ECART D'INVENTAIRE
***** (STOCK : QTEAVANT + QUANTITE = QUANTITE COMPTEE). QUANTITE EST
***** SIGNEE (NEGATIVE EN SORTIE), QTEAVANT EST LE STOCK AVANT LE
***** MOUVEMENT ; NUMOT ET NUMFF A 0 QUAND ILS NE S'APPLIQUENT PAS
CREATE TABLE MOUVEMENTS_STOCK
(
   NUMMVT                integer                        not null,
   REFPIECE              char(10)                       FOREIGN KEY REFERENCES PIECES_CATALOGUE(REFPIECE),
   DATEMVT               char(8)                        not null,
   TYPEMVT               char(1)                        not null,
   QUANTITE              integer                        not null,
   QTEAVANT              integer                        not null,
   PRIXUNIT              float(2)                       not null,
   NUMOT                 integer                        not null,
   NUMFF                 integer                        not null,
   REFERENCE             char(20)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_MOUVEMENTS_STOCK primary key (NUMMVT));

CREATE TRIGGER TRIGMVTSTOCK
ON TABLE MOUVEMENTS_STOCK
FOR INSERT
AS UPDATE MOUVEMENTS_STOCK
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGMVTSTOCK
ON TABLE MOUVEMENTS_STOCK
FOR UPDATE
AS UPDATE MOUVEMENTS_STOCK
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGMVTSTOCK
ON TABLE MOUVEMENTS_STOCK
FOR DELETE
AS UPDATE MOUVEMENTS_STOCK
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table consignes
***** CONSIGNES DE NAVIGABILITE (CN) : REGISTRE DES CONSIGNES EMISES CONTRE
***** UN TYPE D'AVION (CIBLE "T", NUMTYP) OU CONTRE UN MODELE DE MOTEUR OU
***** D'HELICE (CIBLE "C", COMPOSANTS DE MEME DESIGNATION DESIGNCOMP).
***** RECURRENCE : "U" = UNIQUE, "H" = TOUTES LES INTERVALLE HEURES, "M" =
***** TOUS LES INTERVALLE MOIS ; PREMIERE ECHEANCE = DATELIMITE ("99999999"
***** SI AUCUNE) ET/OU HEURESDELAI HEURES APRES L'ENREGISTREMENT (0 SI
***** AUCUNE). LE SUIVI AVION PAR AVION EST DANS CONSIGNES_SUIVI (CONSIGNE)
CREATE TABLE CONSIGNES
(
   NUMCN                 integer                        not null,
   REFCN                 char(20)                       not null,
   LIBELLE               char(50)                       not null,
   CIBLE                 char(1)                        not null,
   NUMTYP                integer                        not null,
   DESIGNCOMP            char(30)                       not null,
   RECURRENCE            char(1)                        not null,
   INTERVALLE            integer                        not null,
   DATELIMITE            char(8)                        not null,
   HEURESDELAI           integer                        not null,
   DATEEMISSION          char(8)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_CONSIGNES primary key (NUMCN));

CREATE TRIGGER TRIGCONSIGNES
ON TABLE CONSIGNES
FOR INSERT
AS UPDATE CONSIGNES
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGCONSIGNES
ON TABLE CONSIGNES
FOR UPDATE
AS UPDATE CONSIGNES
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGCONSIGNES
ON TABLE CONSIGNES
FOR DELETE
AS UPDATE CONSIGNES
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table consignes_suivi
***** SUIVI D'UNE CONSIGNE SUR CHAQUE AVION DU TYPE VISE (CODAV, NUMCOMP = 0)
***** OU SUR CHAQUE COMPOSANT VISE (NUMCOMP, CODAV = 0 : LE COMPOSANT PEUT
***** CHANGER DE CELLULE, L'AVION CONCERNE EST CELUI QUI LE PORTE). ECHEANCE
***** EN DATE (DATEECH, "99999999" SI AUCUNE) ET/OU EN HEURES (HEURESECH,
***** COMPAREE A AVIONS.CPTHORAV OU COMPOSANTS.HEURESCOMP, 99999.9 SI AUCUNE).
***** NUMOT = ORDRE DE TRAVAIL OUVERT QUI PORTE L'APPLICATION ; SA CLOTURE
***** (ORDRETRA) ENREGISTRE L'APPLICATION DANS CONSIGNES_APPLI ET SOLDE LA
***** LIGNE (ETATSUIVI "F") OU REPORTE L'ECHEANCE D'UNE CONSIGNE RECURRENTE.
***** UNE ECHEANCE DEPASSEE INTERDIT LE DEPOT DE PLAN DE VOL (F1) ; LES
***** ECHEANCES PROCHES SORTENT DANS F0 ET SYNTHESE (PREAVIS_CN_MOIS,
***** MARGE_HEURES_CONTROL)
CREATE TABLE CONSIGNES_SUIVI
(
   NUMSUIVI              integer                        not null,
   NUMCN                 integer                        FOREIGN KEY REFERENCES CONSIGNES(NUMCN),
   CODAV                 integer                        not null,
   NUMCOMP               integer                        not null,
   DATEECH               char(8)                        not null,
   HEURESECH             float(1)                       not null,
   ETATSUIVI             char(1)                        not null,
   NUMOT                 integer                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_CONSIGNES_SUIVI primary key (NUMSUIVI));

CREATE TRIGGER TRIGCNSUIVI
ON TABLE CONSIGNES_SUIVI
FOR INSERT
AS UPDATE CONSIGNES_SUIVI
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGCNSUIVI
ON TABLE CONSIGNES_SUIVI
FOR UPDATE
AS UPDATE CONSIGNES_SUIVI
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGCNSUIVI
ON TABLE CONSIGNES_SUIVI
FOR DELETE
AS UPDATE CONSIGNES_SUIVI
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table consignes_appli
***** HISTORIQUE DES APPLICATIONS DE CONSIGNES : UNE LIGNE PAR APPLICATION,
***** POSEE PAR LA CLOTURE DE L'ORDRE DE TRAVAIL QUI L'A PORTEE, AVEC LE
***** COMPTEUR (CELLULE OU COMPOSANT) AU MOMENT DE L'APPLICATION
CREATE TABLE CONSIGNES_APPLI
(
   NUMAPPLI              integer                        not null,
   NUMSUIVI              integer                        FOREIGN KEY REFERENCES CONSIGNES_SUIVI(NUMSUIVI),
   NUMOT                 integer                        not null,
   DATEAPPLI             char(8)                        not null,
   HEURESAPPLI           float(1)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_CONSIGNES_APPLI primary key (NUMAPPLI));

CREATE TRIGGER TRIGCNAPPLI
ON TABLE CONSIGNES_APPLI
FOR INSERT
AS UPDATE CONSIGNES_APPLI
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGCNAPPLI
ON TABLE CONSIGNES_APPLI
FOR UPDATE
AS UPDATE CONSIGNES_APPLI
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGCNAPPLI
ON TABLE CONSIGNES_APPLI
FOR DELETE
AS UPDATE CONSIGNES_APPLI
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table anonymisations
***** REGISTRE DES MEMBRES PARTIS DONT LES DONNEES PERSONNELLES ONT ETE
***** ANONYMISEES PAR LE TRAITEMENT ANONYME (UNE LIGNE PAR NUMPIL) : NOM,
***** PRENOM, ADRESSE, TELEPHONE, E-MAIL, IBAN ET NUMEROS DE LICENCE SONT
***** REMPLACES PARTOUT, Y COMPRIS DANS PILOTES_HIST ; LES VOLS, FACTURES
***** ET REGLEMENTS RESTENT RATTACHES AU NUMPIL POUR LA COMPTABILITE.
***** NBTABLES = NOMBRE DE TABLES OU LE MEMBRE FIGURAIT ET QUI ONT ETE
***** MODIFIEES, POUR LA PREUVE DU TRAITEMENT
CREATE TABLE ANONYMISATIONS
(
   NUMPIL                integer                        not null,
   DATANONYM             char(8)                        not null,
   NBTABLES              integer                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_ANONYMISATIONS primary key (NUMPIL));

CREATE TRIGGER TRIGANONYM
ON TABLE ANONYMISATIONS
FOR INSERT
AS UPDATE ANONYMISATIONS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGANONYM
ON TABLE ANONYMISATIONS
FOR UPDATE
AS UPDATE ANONYMISATIONS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGANONYM
ON TABLE ANONYMISATIONS
FOR DELETE
AS UPDATE ANONYMISATIONS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table approbations
***** DEMANDES D'APPROBATION DES OPERATIONS SENSIBLES AU-DELA DE LEUR SEUIL
***** (CF APPRODEM ET APPROB) : UNE LIGNE PAR DEMANDE, QUI SERT AUSSI DE
***** JOURNAL - QUI A DEMANDE, QUI A VALIDE OU REJETE, ET QUAND.
***** TYPEOPER : "A" AVOIR (CLE1 = NUMFACT, MONTANT = MONTANT DE L'AVOIR,
*****            LIGNES DANS APPROBATION_LIGNES, LIBELLE = MOTIF)
*****            "F" FUSION DE PROFILS (CLE1 = SURVIVANT, CLE2 = DOUBLON)
*****            "T" TARIF HORAIRE (CLE1 = NUMTYP, MONTANT = NOUVEAU TARIF,
*****            ANCIEN = TARIF EN VIGUEUR, DATEEFFET = DEBUT DE VALIDITE)
*****            "R" BAREME DE REMISE (CODE = CODREMISE, MONTANT = NOUVEAU
*****            POURCENTAGE, ANCIEN = POURCENTAGE ACTUEL, LIBELLE)
*****            "D" CLOTURE FORCEE EN DEROGATION (CLE1 = NUMVOL, MONTANT =
*****            HEURES DE VOL, LIBELLE = MOTIF D'ANOMALIE)
***** ETATAPPRO : "A" EN ATTENTE, "R" REJETEE, "V" VALIDEE (FUSION ET
*****            CLOTURE : A RELANCER PAR LE DEMANDEUR), "E" EXECUTEE
*****            (AVOIR, TARIF ET REMISE SONT APPLIQUES A LA VALIDATION ;
*****            NUMOBJET = NUMAVOIR OU NUMTARIF CREE)
***** LE VALIDEUR (CODEUTIL_APP) EST TOUJOURS DIFFERENT DU DEMANDEUR
CREATE TABLE APPROBATIONS
(
   NUMAPPRO              integer                        not null,
   TYPEOPER              char(1)                        not null,
   CLE1                  integer                        not null,
   CLE2                  integer                        not null,
   CODE                  char(1)                        not null,
   MONTANT               float(2)                       not null,
   ANCIEN                float(2)                       not null,
   DATEEFFET             char(8)                        not null,
   LIBELLE               char(50)                       not null,
   CODEUTIL_DEM          char(8)                        not null,
   DATDEM                char(8)                        not null,
   HEUREDEM              char(8)                        not null,
   ETATAPPRO             char(1)                        not null,
   CODEUTIL_APP          char(8)                        not null,
   DATAPP                char(8)                        not null,
   HEUREAPP              char(8)                        not null,
   COMMENTAIRE           char(50)                       not null,
   NUMOBJET              integer                        not null,
   DATEXEC               char(8)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_APPROBATIONS primary key (NUMAPPRO));

CREATE TRIGGER TRIGAPPRO
ON TABLE APPROBATIONS
FOR INSERT
AS UPDATE APPROBATIONS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAPPRO
ON TABLE APPROBATIONS
FOR UPDATE
AS UPDATE APPROBATIONS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAPPRO
ON TABLE APPROBATIONS
FOR DELETE
AS UPDATE APPROBATIONS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table approbation_lignes
***** LIGNES CONTESTEES D'UN AVOIR EN ATTENTE D'APPROBATION, RECOPIEES
***** DANS AVOIR_LIGNES QUAND LA DEMANDE EST VALIDEE
CREATE TABLE APPROBATION_LIGNES
(
   NUMAPPRO              integer                        FOREIGN KEY REFERENCES APPROBATIONS(NUMAPPRO),
   NUMLIGNE              integer                        not null,
   MONTANTLIGNE          float(2)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_APPROBATION_LIGNES primary key (NUMAPPRO, NUMLIGNE));

CREATE TRIGGER TRIGAPPROLIG
ON TABLE APPROBATION_LIGNES
FOR INSERT
AS UPDATE APPROBATION_LIGNES
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAPPROLIG
ON TABLE APPROBATION_LIGNES
FOR UPDATE
AS UPDATE APPROBATION_LIGNES
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAPPROLIG
ON TABLE APPROBATION_LIGNES
FOR DELETE
AS UPDATE APPROBATION_LIGNES
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table facturation_lots
***** PASSAGES DE LA FACTURATION DES VOLS (F7, AU MENU OU EN ETAPE FACTURE DE
***** LA CHAINE DU SOIR) : UNE LIGNE PAR PASSAGE ET PAR PERIODE, POINT DE
***** REPRISE MIS A JOUR DANS LA MEME TRANSACTION QUE LA FACTURE DE CHAQUE
***** PILOTE. UN PASSAGE INTERROMPU (ETATLOT = "E") EST REPRIS AU PILOTE
***** SUIVANT DERNIERPIL PAR LE PASSAGE SUIVANT SUR LA MEME PERIODE.
***** MODELOT : "I" INTERACTIF (MENU), "L" PAR LOT (CHAINE)
***** ETATLOT : "E" EN COURS OU INTERROMPU, "T" TERMINE
***** NBPILOTES, NBFACTURES, MONTANTTOTAL : CUMULS DEPUIS LE LANCEMENT,
***** REPRISES COMPRISES
CREATE TABLE FACTURATION_LOTS
(
   NUMLOT                integer                        not null,
   PERIODEDEB            char(8)                        not null,
   PERIODEFIN            char(8)                        not null,
   MODELOT               char(1)                        not null,
   ETATLOT               char(1)                        not null,
   DERNIERPIL            integer                        not null,
   NBPILOTES             integer                        not null,
   NBFACTURES            integer                        not null,
   MONTANTTOTAL          float(2)                       not null,
   DATLANCEMENT          char(8)                        not null,
   HEURELANCEMENT        char(8)                        not null,
   DATPOINT              char(8)                        not null,
   HEUREPOINT            char(8)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_FACTURATION_LOTS primary key (NUMLOT));

CREATE TRIGGER TRIGFACTLOT
ON TABLE FACTURATION_LOTS
FOR INSERT
AS UPDATE FACTURATION_LOTS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGFACTLOT
ON TABLE FACTURATION_LOTS
FOR UPDATE
AS UPDATE FACTURATION_LOTS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGFACTLOT
ON TABLE FACTURATION_LOTS
FOR DELETE
AS UPDATE FACTURATION_LOTS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table notifications
***** FILE D'ATTENTE DES MESSAGES AUX MEMBRES (E-MAIL OU SMS, SELON
***** PILOTES.PREFCONTACT) : ALIMENTEE PAR LE SOUS-PROGRAMME NOTIFIER (APPELE
***** PAR QUALIF, RELANCE, SYNTHESE, RESA, CONFLRESA ET RETARDS), VIDEE CHAQUE
***** NUIT PAR NOTIFEXP VERS LA PASSERELLE D'ENVOI, ECHECS DE REMISE RELUS
***** PAR NOTIFRET.
***** CANAL : "M" E-MAIL, "S" SMS ; DESTINATAIRE = ADRESSE OU NUMERO
***** ORIGINE : PROGRAMME EMETTEUR ; REFERENCE : OBJET PRECIS DU MESSAGE
***** (QUALIFICATION ET ECHEANCE, RESERVATION...), UN MEME MESSAGE N'EST
***** JAMAIS MIS DEUX FOIS EN FILE POUR UN MEMBRE
***** ETATNOTIF : "A" A ENVOYER, "E" EXPORTE VERS LA PASSERELLE,
***** "R" REMISE EN ECHEC (MOTIFECHEC) - LE SECRETARIAT TELEPHONE
CREATE TABLE NOTIFICATIONS
(
   NUMNOTIF              integer                        not null,
   NUMPIL               integer                        FOREIGN KEY REFERENCES PILOTES(NUMPIL),
   CANAL                 char(1)                        not null,
   DESTINATAIRE          char(40)                       not null,
   ORIGINE               char(8)                        not null,
   REFERENCE             char(20)                       not null,
   OBJET                 char(40)                       not null,
   TEXTE                 char(160)                      not null,
   ETATNOTIF             char(1)                        not null,
   DATDEMANDE            char(8)                        not null,
   HEUREDEMANDE          char(8)                        not null,
   DATENVOI              char(8)                        not null,
   DATRETOUR             char(8)                        not null,
   MOTIFECHEC            char(40)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_NOTIFICATIONS primary key (NUMNOTIF));

CREATE TRIGGER TRIGNOTIF
ON TABLE NOTIFICATIONS
FOR INSERT
AS UPDATE NOTIFICATIONS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGNOTIF
ON TABLE NOTIFICATIONS
FOR UPDATE
AS UPDATE NOTIFICATIONS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGNOTIF
ON TABLE NOTIFICATIONS
FOR DELETE
AS UPDATE NOTIFICATIONS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table traces
***** TRACES DES BOITIERS GPS EMBARQUES, IMPORTEES PAR TRACEUR : UNE LIGNE PAR
***** SEGMENT (MISE EN ROUTE A ARRET MOTEUR) ; DATES EN AAAAMMJJHHmm.
***** AERODEP = AERODROME DE MISE EN ROUTE, AEROVIS1 A AEROVIS4 = AERODROMES
***** D'ATTERRISSAGE DANS L'ORDRE (BLANC SI MOINS D'ESCALES)
***** NUMVOL : VOL RAPPROCHE (MEME AVION, CRENEAUX QUI SE RECOUVRENT), 0 SI AUCUN
***** ETATTRACE : "A" A RAPPROCHER (PAS DE VOL, OU VOL ENCORE OUVERT), "R"
***** RAPPROCHEE CONFORME, "E" RAPPROCHEE AVEC ECARTS, "S" POINT FIXE AU SOL
***** (PAS DE DECOLLAGE) - F2 AFFICHE LA TRACE A LA CLOTURE DU VOL
CREATE TABLE TRACES
(
   NUMTRACE              integer                        not null,
   CODAV                 integer                        FOREIGN KEY REFERENCES AVIONS(CODAV),
   DATEMOTON             char(12)                       not null,
   DATEDECOL             char(12)                       not null,
   DATEATTER             char(12)                       not null,
   DATEMOTOFF            char(12)                       not null,
   AERODEP               char(4)                        not null,
   AEROVIS1              char(4)                        not null,
   AEROVIS2              char(4)                        not null,
   AEROVIS3              char(4)                        not null,
   AEROVIS4              char(4)                        not null,
   NUMVOL                integer                        not null,
   ETATTRACE             char(1)                        not null,
   DATIMPORT             char(8)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_TRACES primary key (NUMTRACE));

CREATE TRIGGER TRIGTRACE
ON TABLE TRACES
FOR INSERT
AS UPDATE TRACES
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGTRACE
ON TABLE TRACES
FOR UPDATE
AS UPDATE TRACES
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGTRACE
ON TABLE TRACES
FOR DELETE
AS UPDATE TRACES
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table payeurs
***** PAYEURS RESPONSABLES (PARENT D'UN JEUNE PILOTE, CONJOINT QUI REGLE
***** POUR LE COUPLE...) : UN MEMBRE RATTACHE A UN PAYEUR (PILOTES.NUMPAYEUR)
***** GARDE SES FACTURES DETAILLEES A SON NOM, MAIS F7, COTISATION ET
***** FORFAIT LES ADRESSENT AU PAYEUR (FACTURES.NUMPAYEUR) ; RELANCE,
***** RELEVE ET PRELEVE TRAVAILLENT ALORS AU NIVEAU DU PAYEUR, ET UN
***** REGLEMENT DU PAYEUR SE REPARTIT SUR LES FACTURES OUVERTES DU GROUPE
***** (CF PAYEUR). NUMPIL : NUMERO DE MEMBRE DU PAYEUR S'IL VOLE LUI-MEME
***** AU CLUB, 0 SINON ; LE MANDAT DE PRELEVEMENT DU PAYEUR EST PORTE ICI
***** (MANDATACTIF = "O"), CELUI D'UN MEMBRE SANS PAYEUR RESTE DANS MANDATS
CREATE TABLE PAYEURS
(
   NUMPAYEUR             integer                        not null,
   NOM                   char(20)                       not null,
   PRENOM                char(20)                       not null,
   ADRESSE               char(50)                       FOREIGN KEY REFERENCES ADRESSE(ADRESSEID),
   NUMPIL                integer                        not null,
   TELEPHONE             char(15)                       not null,
   EMAIL                 char(40)                       not null,
   PREFCONTACT           char(1)                        not null,
   IBAN                  char(34)                       not null,
   BIC                   char(11)                       not null,
   REFMANDAT             char(20)                       not null,
   MANDATACTIF           char(1)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_PAYEURS primary key (NUMPAYEUR));

CREATE TRIGGER TRIGPAYEURS
ON TABLE PAYEURS
FOR INSERT
AS UPDATE PAYEURS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGPAYEURS
ON TABLE PAYEURS
FOR UPDATE
AS UPDATE PAYEURS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGPAYEURS
ON TABLE PAYEURS
FOR DELETE
AS UPDATE PAYEURS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table aides
***** DISPOSITIFS D'AIDE AU VOL DES MEMBRES (BOURSE FEDERALE DES MOINS DE
***** 25 ANS, AIDE REGIONALE, PRIME AU PREMIER SOLO...), ENTRETENUS PAR F9,
***** AVEC LEURS REGLES D'ELIGIBILITE, TOUTES CUMULATIVES :
*****   AGEMAX      : LE PILOTE DOIT AVOIR MOINS DE AGEMAX ANS LE JOUR DU
*****                 VOL (CF PILOTES.DATENAIS) ; 0 = SANS CONDITION D'AGE
*****   SITUATION   : SITUATION EXIGEE DU PILOTE (CF ETAT_PILOTE_SITUATION) ;
*****                 A BLANC = TOUTE SITUATION
*****   CATEGORIE   : CATEGORIE DE VOL AU SENS DE HEURES_PILOTE, "S" = SOLO
*****                 (PAS DE SECOND EQUIPIER), "D" = DOUBLE COMMANDE ; A
*****                 BLANC = TOUT VOL
*****   PREMIERSOLO : "O" = SEUL LE PREMIER VOL SOLO DU PILOTE EST ELIGIBLE
***** MONTANT DEMANDE PAR VOL = HEURES X TAUXHORAIRE + FORFAITVOL, DANS LA
***** LIMITE DE PLAFOND PAR MEMBRE ET PAR ANNEE CIVILE DE VOL (0 = SANS
***** PLAFOND). MODEVERSEMENT : "C" = L'AIDE RECUE EST PORTEE AU CREDIT DU
***** COMPTE DU MEMBRE (REGLEMENT MODE "S" SUR SES FACTURES OUVERTES), "F" =
***** ELLE EST DEDUITE DE SA PROCHAINE FACTURE (LIGNE NEGATIVE, CF F7).
***** ACTIF = "N" : DISPOSITIF CLOS, PLUS RETENU PAR SUBVENT
CREATE TABLE AIDES
(
   CODEAIDE              char(4)                        not null,
   LIBELLE               char(30)                       not null,
   ORGANISME             char(30)                       not null,
   AGEMAX                integer                        not null,
   SITUATION             char(1)                        not null,
   CATEGORIE             char(1)                        not null,
   PREMIERSOLO           char(1)                        not null,
   TAUXHORAIRE           float(2)                       not null,
   FORFAITVOL            float(2)                       not null,
   PLAFOND               float(2)                       not null,
   MODEVERSEMENT         char(1)                        not null,
   ACTIF                 char(1)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_AIDES primary key (CODEAIDE));

CREATE TRIGGER TRIGAIDES
ON TABLE AIDES
FOR INSERT
AS UPDATE AIDES
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAIDES
ON TABLE AIDES
FOR UPDATE
AS UPDATE AIDES
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAIDES
ON TABLE AIDES
FOR DELETE
AS UPDATE AIDES
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table aides_demandes
***** DEMANDES DE REMBOURSEMENT ADRESSEES A L'ORGANISME D'UN DISPOSITIF,
***** CONSTITUEES PAR SUBVENT POUR UNE PERIODE (FICHIER faides.dat).
***** ETATDEMANDE : "E" = EMISE, EN ATTENTE DU VERSEMENT ; "R" = VERSEMENT
***** RECU (MONTANTRECU A LA DATE DATERECU) ET REPARTI SUR LES VOLS
CREATE TABLE AIDES_DEMANDES
(
   NUMDEMANDE            integer                        not null,
   CODEAIDE              char(4)                        FOREIGN KEY REFERENCES AIDES(CODEAIDE),
   PERIODEDEB            char(8)                        not null,
   PERIODEFIN            char(8)                        not null,
   DATEDEMANDE           char(8)                        not null,
   NBVOLS                integer                        not null,
   MONTANTDEMANDE        float(2)                       not null,
   MONTANTRECU           float(2)                       not null,
   DATERECU              char(8)                        not null,
   ETATDEMANDE           char(1)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_AIDES_DEMANDES primary key (NUMDEMANDE));

CREATE TRIGGER TRIGAIDESDEMANDES
ON TABLE AIDES_DEMANDES
FOR INSERT
AS UPDATE AIDES_DEMANDES
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAIDESDEMANDES
ON TABLE AIDES_DEMANDES
FOR UPDATE
AS UPDATE AIDES_DEMANDES
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAIDESDEMANDES
ON TABLE AIDES_DEMANDES
FOR DELETE
AS UPDATE AIDES_DEMANDES
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table aides_vols
***** VOLS RETENUS DANS UNE DEMANDE D'AIDE : UN VOL N'EST DEMANDE QU'UNE
***** FOIS PAR DISPOSITIF. MONTANTRECU = PART DU VERSEMENT REVENANT AU VOL
***** (AU PRORATA DU MONTANT DEMANDE) ; MONTANTVERSE = PART DEJA REVERSEE
***** AU MEMBRE. ETATLIGNE : "D" = DEMANDE ; "R" = RECU, RESTE A REVERSER
***** (PAR F7 SUR LA PROCHAINE FACTURE DU MEMBRE) ; "V" = REVERSE EN TOTALITE.
***** NUMFACT = FACTURE QUI A PORTE LE REVERSEMENT (0 = AU CREDIT DU COMPTE)
CREATE TABLE AIDES_VOLS
(
   CODEAIDE              char(4)                        FOREIGN KEY REFERENCES AIDES(CODEAIDE),
   NUMVOL                integer                        FOREIGN KEY REFERENCES VOLS(NUMVOL),
   NUMDEMANDE            integer                        FOREIGN KEY REFERENCES AIDES_DEMANDES(NUMDEMANDE),
   NUMPIL                integer                        FOREIGN KEY REFERENCES PILOTES(NUMPIL),
   DATEVOL               char(8)                        not null,
   HEURES                float(1)                       not null,
   MONTANTDEMANDE        float(2)                       not null,
   MONTANTRECU           float(2)                       not null,
   MONTANTVERSE          float(2)                       not null,
   ETATLIGNE             char(1)                        not null,
   NUMFACT               integer                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_AIDES_VOLS primary key (CODEAIDE, NUMVOL));

CREATE TRIGGER TRIGAIDESVOLS
ON TABLE AIDES_VOLS
FOR INSERT
AS UPDATE AIDES_VOLS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAIDESVOLS
ON TABLE AIDES_VOLS
FOR UPDATE
AS UPDATE AIDES_VOLS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAIDESVOLS
ON TABLE AIDES_VOLS
FOR DELETE
AS UPDATE AIDES_VOLS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table locations
***** REGISTRE DES EMPLACEMENTS LOUES AUX MEMBRES, ENTRETENU PAR F9 : AVIONS
***** PRIVES ABRITES AU HANGAR (NATURE "H") OU EN PLACE DE PARKING ET
***** D'AMARRAGE ("P"), ET CASIERS ("C"). IMMAT = IMMATRICULATION DE
***** L'AVION PRIVE (A BLANC POUR UN CASIER) ; LES AVIONS PRIVES NE SONT PAS
***** DES AVIONS DU CLUB (AVIONS) MAIS PEUVENT ETRE AVITAILLES A LA POMPE
***** (POMPE, CARBURANT.NUMLOC). LOYERS FACTURE CHAQUE MOIS LE TARIF
***** MENSUEL AU PROPRIETAIRE NUMPIL (TOUT MOIS COMMENCE EST DU) ENTRE
***** DATEDEB ET DATEFIN (A BLANC = EN COURS) ; DERNIERMOIS = DERNIER MOIS
***** FACTURE (AAAAMM, A BLANC = JAMAIS)
CREATE TABLE LOCATIONS
(
   NUMLOC                integer                        not null,
   NATURE                char(1)                        not null,
   IMMAT                 char(10)                       not null,
   LIBELLE               char(20)                       not null,
   NUMPIL                integer                        FOREIGN KEY REFERENCES PILOTES(NUMPIL),
   TARIFMENSUEL          float(2)                       not null,
   DATEDEB               char(8)                        not null,
   DATEFIN               char(8)                        not null,
   DERNIERMOIS           char(6)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_LOCATIONS primary key (NUMLOC));

CREATE TRIGGER TRIGLOCATIONS
ON TABLE LOCATIONS
FOR INSERT
AS UPDATE LOCATIONS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGLOCATIONS
ON TABLE LOCATIONS
FOR UPDATE
AS UPDATE LOCATIONS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGLOCATIONS
ON TABLE LOCATIONS
FOR DELETE
AS UPDATE LOCATIONS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table permanences
***** TABLEAU DES PERMANENCES DES CHEFS PILOTES : AUCUN VOL NE PART SANS UN
***** CHEF PILOTE DE PERMANENCE SUR LE TERRAIN. UNE LIGNE PAR JOURNEE OU
***** DEMI-JOURNEE TENUE : CRENEAU "M" MATIN (DEPART AVANT
***** PARAMETRES.HEURE_PERM_APM), "A" APRES-MIDI, "J" JOURNEE ENTIERE ; UN
***** CRENEAU N'A QU'UN TITULAIRE. ORIGINE "V" = INSCRIPTION VOLONTAIRE DU
***** MEMBRE, "B" = AFFECTATION PAR LE BUREAU D'UN CRENEAU RESTE VACANT.
***** ENTRETENU PAR LA FONCTION PERMANENCE ; F1 REFUSE UN PLAN DE VOL DONT
***** LE DEPART N'EST PAS COUVERT, PERMRAP EDITE CHAQUE MOIS LES CRENEAUX
***** VACANTS DU MOIS SUIVANT ET LES PERMANENCES TENUES PAR MEMBRE
CREATE TABLE PERMANENCES
(
   NUMPERM               integer                        not null,
   DATEPERM              char(8)                        not null,
   CRENEAU               char(1)                        not null,
   NUMPIL                integer                        FOREIGN KEY REFERENCES PILOTES(NUMPIL),
   ORIGINE               char(1)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_PERMANENCES primary key (NUMPERM));

CREATE TRIGGER TRIGPERMANENCES
ON TABLE PERMANENCES
FOR INSERT
AS UPDATE PERMANENCES
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGPERMANENCES
ON TABLE PERMANENCES
FOR UPDATE
AS UPDATE PERMANENCES
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGPERMANENCES
ON TABLE PERMANENCES
FOR DELETE
AS UPDATE PERMANENCES
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table dons
***** DONS ET ABANDONS DE FRAIS OUVRANT DROIT A REDUCTION D'IMPOT (ARTICLE 200
***** DU CGI), SAISIS DANS F9 AU NOM DU MEMBRE DONATEUR NUMPIL. NATURE "D" = DON
***** EN NUMERAIRE (MODEVERS C CHEQUE, V VIREMENT / PRELEVEMENT / CARTE, E
***** ESPECES), "A" = ABANDON PAR UN BENEVOLE DU REMBOURSEMENT DE FRAIS ENGAGES
***** POUR LE CLUB (CATFRAIS D DEPLACEMENTS, P PIECES ACHETEES PERSONNELLEMENT,
***** A AUTRES ; MODEVERS A BLANC). JUSTIF = PIECE A L'APPUI (KILOMETRES ET
***** MOTIF DU DEPLACEMENT, NUMERO DE LA FACTURE FOURNISSEUR, REFERENCE DU
***** CHEQUE...). NUMRECU = RECU FISCAL QUI A REPRIS LE DON (0 = PAS ENCORE
***** DE RECU) : RECUFISC EMET LES RECUS EN DEBUT D'ANNEE, UN DON REPRIS NE
***** SE MODIFIE ET NE SE RETIRE PLUS. JOURNAL LES COMPTABILISE A LEUR DATE
CREATE TABLE DONS
(
   NUMDON                integer                        not null,
   NUMPIL                integer                        FOREIGN KEY REFERENCES PILOTES(NUMPIL),
   DATEDON               char(8)                        not null,
   NATURE                char(1)                        not null,
   MODEVERS              char(1)                        not null,
   CATFRAIS              char(1)                        not null,
   MONTANT               float(2)                       not null,
   JUSTIF                char(40)                       not null,
   NUMRECU               integer                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_DONS primary key (NUMDON));

CREATE TRIGGER TRIGDONS
ON TABLE DONS
FOR INSERT
AS UPDATE DONS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGDONS
ON TABLE DONS
FOR UPDATE
AS UPDATE DONS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGDONS
ON TABLE DONS
FOR DELETE
AS UPDATE DONS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table recus_fiscaux
***** RECUS FISCAUX (CERFA 11580) EMIS PAR RECUFISC : UN RECU PAR DONATEUR ET
***** PAR EXERCICE (ANNEE CIVILE AAAA), CUMULANT SES DONS ET SES ABANDONS DE
***** FRAIS NON ENCORE REPRIS (DONS.NUMRECU). LES NUMEROS SE SUIVENT SANS
***** TROU (SEQUENCE NUMRECU, ATTRIBUEE DANS LA TRANSACTION DU RECU) ; UN DON
***** SAISI APRES L'EMISSION DONNE UN RECU COMPLEMENTAIRE AU PASSAGE SUIVANT
CREATE TABLE RECUS_FISCAUX
(
   NUMRECU               integer                        not null,
   ANNEE                 char(4)                        not null,
   NUMPIL                integer                        FOREIGN KEY REFERENCES PILOTES(NUMPIL),
   MONTANT_DONS          float(2)                       not null,
   MONTANT_ABANDONS      float(2)                       not null,
   MONTANT               float(2)                       not null,
   DATEEMIS              char(8)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_RECUS_FISCAUX primary key (NUMRECU));

CREATE TRIGGER TRIGRECUS_FISCAUX
ON TABLE RECUS_FISCAUX
FOR INSERT
AS UPDATE RECUS_FISCAUX
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGRECUS_FISCAUX
ON TABLE RECUS_FISCAUX
FOR UPDATE
AS UPDATE RECUS_FISCAUX
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGRECUS_FISCAUX
ON TABLE RECUS_FISCAUX
FOR DELETE
AS UPDATE RECUS_FISCAUX
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table activite_mensuelle
***** ACTIVITE MENSUELLE PRE-AGREGEE : HEURES, VOLS, ATTERRISSAGES, RECETTES
***** ET CARBURANT PAR MOIS (AAAAMM, MOIS DE DATEDEB), AVION ET CATEGORIE DE
***** VOL, TENUE PAR L'ETAPE ACTIVITE DE LA CHAINE DU SOIR ; LES RAPPORTS
***** (MENSUEL, ANNUEL, UTILISAT, FEDERATION, CONSO) LA LISENT AU LIEU DE
***** REPARCOURIR TOUT L'HISTORIQUE DES VOLS. SEULS LES VOLS REALISES
***** (ETATVOL = "R") Y SONT REPRIS.
*****   CATEGORIE : AU SENS DE HEURES_PILOTE, "S" = SOLO, "D" = DOUBLE
*****               COMMANDE (SECOND EQUIPIER, NUMPIL2 NOT = 0), "V" = VOL
*****               D'UN PILOTE VISITEUR SANS SECOND EQUIPIER, "C" = LIGNE DES
*****               AVITAILLEMENTS DU MOIS (CARBURANT.DATCARB), SANS VOL
*****   CODTYP    : TYPE DE L'AVION AU MOMENT DE L'AGREGATION
*****   NBATTERR  : ATTERRISSAGES DECLARES PAR ETAPE (ETAPES_VOL), UN POUR UN
*****               VOL SANS ETAPE ; NBNAVIG = VOLS A PLUSIEURS ETAPES
*****   RECETTES  : LIGNES DE FACTURE DES VOLS (FACTURE_LIGNES.MONTANTLIGNE)
***** UN MOIS EST RECALCULE EN ENTIER DES QU'UN DE SES VOLS OU AVITAILLEMENTS
***** A ETE CLOTURE, MODIFIE, FACTURE OU SUPPRIME DEPUIS LE DERNIER PASSAGE
***** (CF PARAMETRES.DATE_AGREGATION) ; CTRLACTI LE RAPPROCHE CHAQUE MOIS
***** D'UN RECOMPTAGE COMPLET
CREATE TABLE ACTIVITE_MENSUELLE
(
   MOIS                  char(6)                        not null,
   NUMAV                 integer                        FOREIGN KEY REFERENCES AVIONS(CODAV),
   CODTYP                char(2)                        FOREIGN KEY REFERENCES TYPES(NUMTYP),
   CATEGORIE             char(1)                        not null,
   HEURES                float(1)                       not null,
   NBVOLS                integer                        not null,
   NBATTERR              integer                        not null,
   NBNAVIG               integer                        not null,
   RECETTES              float(2)                       not null,
   LITRES                float(1)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_ACTIVITE_MENSUELLE primary key (MOIS, NUMAV, CATEGORIE));

CREATE TRIGGER TRIGACTIVMENS
ON TABLE ACTIVITE_MENSUELLE
FOR INSERT
AS UPDATE ACTIVITE_MENSUELLE
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGACTIVMENS
ON TABLE ACTIVITE_MENSUELLE
FOR UPDATE
AS UPDATE ACTIVITE_MENSUELLE
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGACTIVMENS
ON TABLE ACTIVITE_MENSUELLE
FOR DELETE
AS UPDATE ACTIVITE_MENSUELLE
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table assemblees
***** ASSEMBLEES GENERALES DU CLUB : UNE LIGNE PAR ASSEMBLEE CONVOQUEE PAR
***** AGCONVOC. NATUREAG : "O" ORDINAIRE, "E" EXTRAORDINAIRE ; ANNEECOTIS :
***** ANNEE DE COTISATION QUI OUVRE LE DROIT DE VOTE (COTISATION DE L'ANNEE
***** SOLDEE, CF AG_PARTICIPANTS) ; ETATAG : "C" CONVOQUEE, "O" OUVERTE
***** (EMARGEMENT EN COURS PAR LA FONCTION ASSEMBLEE), "T" TENUE (FEUILLE DE
***** PRESENCE ARRETEE, NBVOTANTS ET QUORUMATTEINT FIGES POUR LE PROCES-VERBAL)
CREATE TABLE ASSEMBLEES
(
   NUMAG                 integer                        not null,
   DATEAG                char(8)                        not null,
   HEUREAG               char(4)                        not null,
   LIEU                  char(40)                       not null,
   NATUREAG              char(1)                        not null,
   ANNEECOTIS            char(4)                        not null,
   ETATAG                char(1)                        not null,
   NBVOTANTS             integer                        not null,
   QUORUMATTEINT         char(1)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_ASSEMBLEES primary key (NUMAG));

CREATE TRIGGER TRIGASSEMBLEES
ON TABLE ASSEMBLEES
FOR INSERT
AS UPDATE ASSEMBLEES
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGASSEMBLEES
ON TABLE ASSEMBLEES
FOR UPDATE
AS UPDATE ASSEMBLEES
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGASSEMBLEES
ON TABLE ASSEMBLEES
FOR DELETE
AS UPDATE ASSEMBLEES
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table ag_participants
***** MEMBRES CONVOQUES A UNE ASSEMBLEE (UN PAR MEMBRE PRESENT AU CLUB A LA
***** CONVOCATION). DROITVOTE : "O" COTISATION DE ANNEECOTIS FACTUREE ET
***** ENTIEREMENT REGLEE (REGLEMENTS), "N" SINON ; RECALCULE A L'EMARGEMENT,
***** UN MEMBRE QUI REGLE A L'ENTREE VOTE. CANAL : CANAL DE LA CONVOCATION
***** ("M" E-MAIL, "T" SMS, "C" COURRIER). PRESENCE : "A" ABSENT, "P"
***** PRESENT, "R" REPRESENTE PAR LE MANDATAIRE (NUMPIL D'UN MEMBRE PRESENT
***** AYANT LE DROIT DE VOTE, 0 SINON) ; UN MANDATAIRE NE PORTE PAS PLUS DE
***** PARAMETRES.MAX_POUVOIRS POUVOIRS. HEUREPRES : HEURE D'EMARGEMENT
CREATE TABLE AG_PARTICIPANTS
(
   NUMAG                 integer                        FOREIGN KEY REFERENCES ASSEMBLEES(NUMAG),
   NUMPIL                integer                        FOREIGN KEY REFERENCES PILOTES(NUMPIL),
   DROITVOTE             char(1)                        not null,
   CANAL                 char(1)                        not null,
   PRESENCE              char(1)                        not null,
   MANDATAIRE            integer                        not null,
   HEUREPRES             char(8)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_AG_PARTICIPANTS primary key (NUMAG, NUMPIL));

CREATE TRIGGER TRIGAGPARTICIP
ON TABLE AG_PARTICIPANTS
FOR INSERT
AS UPDATE AG_PARTICIPANTS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAGPARTICIP
ON TABLE AG_PARTICIPANTS
FOR UPDATE
AS UPDATE AG_PARTICIPANTS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAGPARTICIP
ON TABLE AG_PARTICIPANTS
FOR DELETE
AS UPDATE AG_PARTICIPANTS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table mouvements_composants
***** HISTORIQUE DATE DES POSES ET DEPOSES DE MOTEURS ET D'HELICES : UNE
***** LIGNE PAR TRANSFERT OU MONTAGE INITIAL FAIT DANS ORDRETRA, DANS LA
***** MEME TRANSACTION QUE LA MISE A JOUR DE COMPOSANTS.CODAV
***** (0 = MAGASIN) ; HEURESCOMP = HEURES DU COMPOSANT AU MOUVEMENT.
***** LU PAR LIVRET POUR LE LIVRET DE CELLULE
CREATE TABLE MOUVEMENTS_COMPOSANTS
(
   NUMMVTCOMP            integer                        not null,
   NUMCOMP               integer                        FOREIGN KEY REFERENCES COMPOSANTS(NUMCOMP),
   CODAVORIG             integer                        not null,
   CODAVDEST             integer                        not null,
   DATMVT                char(8)                        not null,
   HEURESCOMP            float(1)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_MOUVEMENTS_COMPOSANTS primary key (NUMMVTCOMP));

CREATE TRIGGER TRIGMVTCOMP
ON TABLE MOUVEMENTS_COMPOSANTS
FOR INSERT
AS UPDATE MOUVEMENTS_COMPOSANTS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGMVTCOMP
ON TABLE MOUVEMENTS_COMPOSANTS
FOR UPDATE
AS UPDATE MOUVEMENTS_COMPOSANTS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGMVTCOMP
ON TABLE MOUVEMENTS_COMPOSANTS
FOR DELETE
AS UPDATE MOUVEMENTS_COMPOSANTS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table caisses
***** SESSIONS DE CAISSE DU CLUB-HOUSE : UNE PAR JOUR ET PAR OPERATEUR
***** (CODEUTIL DE LA SESSION DU TERMINAL, CF SESSION_ACTIVE), OUVERTE PAR
***** CAISSE AVEC UN FONDS DE CAISSE INITIAL. TOUT ENCAISSEMENT OU
***** DECAISSEMENT EN ESPECES S'Y INSCRIT PAR MVTCAISSE (CF
***** CAISSE_MOUVEMENTS), QUEL QUE SOIT L'ECRAN QUI L'A SAISI ; SANS CAISSE
***** OUVERTE, L'ECRAN REFUSE LE PAIEMENT EN ESPECES. ETATCAISSE : "O"
***** OUVERTE, "F" FERMEE. A LA CLOTURE L'OPERATEUR SAISIT LE MONTANT
***** COMPTE ; SOLDETHEORIQUE = FONDSINITIAL + TOTALENTREES - TOTALSORTIES,
***** ECART = MONTANTCOMPTE - SOLDETHEORIQUE (NEGATIF = MANQUANT) ;
***** FONDSCONSERVE = FONDS LAISSE DANS LE TIROIR POUR LA SESSION SUIVANTE,
***** MONTANTAREMETTRE = MONTANTCOMPTE - FONDSCONSERVE, A DEPOSER EN BANQUE.
***** NUMREMISE : BORDEREAU DE REMISE D'ESPECES DE REMESP (NUMEROTE DANS LA
***** MEME SEQUENCE QUE LES REMISES DE CHEQUES), 0 TANT QUE L'ARGENT N'EST
***** PAS DEPOSE ; LE CREDIT BANCAIRE SE RAPPROCHE PAR CE NUMERO (RAPBANQ)
CREATE TABLE CAISSES
(
   NUMCAISSE             integer                        not null,
   DATECAISSE            char(8)                        not null,
   CODEUTIL              char(8)                        not null,
   HEUREOUV              char(8)                        not null,
   FONDSINITIAL          float(2)                       not null,
   ETATCAISSE            char(1)                        not null,
   HEUREFERM             char(8)                        not null,
   TOTALENTREES          float(2)                       not null,
   TOTALSORTIES          float(2)                       not null,
   SOLDETHEORIQUE        float(2)                       not null,
   MONTANTCOMPTE         float(2)                       not null,
   ECART                 float(2)                       not null,
   FONDSCONSERVE         float(2)                       not null,
   MONTANTAREMETTRE      float(2)                       not null,
   NUMREMISE             integer                        not null,
   DATEREMISE            char(8)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_CAISSES primary key (NUMCAISSE));

CREATE TRIGGER TRIGCAISSES
ON TABLE CAISSES
FOR INSERT
AS UPDATE CAISSES
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGCAISSES
ON TABLE CAISSES
FOR UPDATE
AS UPDATE CAISSES
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGCAISSES
ON TABLE CAISSES
FOR DELETE
AS UPDATE CAISSES
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table caisse_mouvements
***** ENTREES ET SORTIES D'ESPECES D'UNE SESSION DE CAISSE, INSCRITES PAR
***** MVTCAISSE DANS LA TRANSACTION DE L'ECRAN QUI LES A SAISIES. SENS "E"
***** ENCAISSEMENT, "S" DECAISSEMENT ; NATURE ET NUMPIECE DESIGNENT LA
***** PIECE D'ORIGINE : "R" REGLEMENT (REGLEMENTS.NUMREG), "B" BON CADEAU
***** (BONS_CADEAU.NUMBON), "D" DON (DONS.NUMDON), "F" PAIEMENT
***** FOURNISSEUR (PAIEMENTS_FOURN.NUMPF) ; ORIGINE = PROGRAMME DE SAISIE
CREATE TABLE CAISSE_MOUVEMENTS
(
   NUMMVTCAIS            integer                        not null,
   NUMCAISSE             integer                        FOREIGN KEY REFERENCES CAISSES(NUMCAISSE),
   SENS                  char(1)                        not null,
   MONTANT               float(2)                       not null,
   NATURE                char(1)                        not null,
   NUMPIECE              integer                        not null,
   ORIGINE               char(10)                       not null,
   HEUREMVT              char(8)                        not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_CAISSE_MOUVEMENTS primary key (NUMMVTCAIS));

CREATE TRIGGER TRIGCAISSEMVT
ON TABLE CAISSE_MOUVEMENTS
FOR INSERT
AS UPDATE CAISSE_MOUVEMENTS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGCAISSEMVT
ON TABLE CAISSE_MOUVEMENTS
FOR UPDATE
AS UPDATE CAISSE_MOUVEMENTS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGCAISSEMVT
ON TABLE CAISSE_MOUVEMENTS
FOR DELETE
AS UPDATE CAISSE_MOUVEMENTS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table immobilisations
***** REGISTRE DES IMMOBILISATIONS DU CLUB (IMMO) : AVIONS, MOTEURS ET
***** REVISIONS GENERALES CAPITALISEES (COMPOSANTS, TBO), POMPE A CARBURANT
***** ET MATERIEL DE HANGAR. CATIMMO : "A" AVION (CODAV), "M" MOTEUR OU
***** REVISION MOTEUR (NUMCOMP), "P" POMPE A CARBURANT, "H" MATERIEL DE
***** HANGAR. METHODE : "L" LINEAIRE, "D" DEGRESSIF (COEFFICIENT FISCAL
***** 1,25 / 1,75 / 2,25 SELON LA DUREE, BASCULE EN LINEAIRE QUAND CELUI-CI
***** DEVIENT PLUS FORT) ; PREMIERE ANNEE AU PRORATA DES MOIS DEPUIS LE MOIS
***** D'ACQUISITION. CUMULAMORT = AMORTISSEMENTS CUMULES, DERNIEREANNEE =
***** DERNIER EXERCICE DOTE ("0000" AVANT LA PREMIERE DOTATION), LES
***** DOTATIONS ELLES-MEMES SONT DANS AMORTISSEMENTS. ETATIMMO : "S" EN
***** SERVICE, "C" CEDEE ; A LA CESSION, PRIXCESSION ET
***** RESULTATCESSION (PRIX - VALEUR NETTE, NEGATIF = MOINS-VALUE) SONT
***** FIGES
CREATE TABLE IMMOBILISATIONS
(
   NUMIMMO               integer                        not null,
   CATIMMO               char(1)                        not null,
   LIBELLE               char(30)                       not null,
   CODAV                 integer                        not null,
   NUMCOMP               integer                        not null,
   DATEACQ               char(8)                        not null,
   COUTACQ               float(2)                       not null,
   DUREEANS              integer                        not null,
   METHODE               char(1)                        not null,
   CUMULAMORT            float(2)                       not null,
   DERNIEREANNEE         char(4)                        not null,
   ETATIMMO              char(1)                        not null,
   DATECESSION           char(8)                        not null,
   PRIXCESSION           float(2)                       not null,
   RESULTATCESSION       float(2)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_IMMOBILISATIONS primary key (NUMIMMO));

CREATE TRIGGER TRIGIMMOBILISATIONS
ON TABLE IMMOBILISATIONS
FOR INSERT
AS UPDATE IMMOBILISATIONS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGIMMOBILISATIONS
ON TABLE IMMOBILISATIONS
FOR UPDATE
AS UPDATE IMMOBILISATIONS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGIMMOBILISATIONS
ON TABLE IMMOBILISATIONS
FOR DELETE
AS UPDATE IMMOBILISATIONS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table amortissements
***** DOTATIONS AUX AMORTISSEMENTS, UNE LIGNE PAR IMMOBILISATION ET PAR
***** EXERCICE, POSEES PAR LE SOUS-PROGRAMME AMORTIS A LA CLOTURE DE
***** L'EXERCICE (CLOTUREX, DATEDOT = 31/12 DE L'ANNEE, NATUREDOT "E") OU A
***** LA CESSION D'UNE IMMOBILISATION (IMMO, DATEDOT = DATE DE CESSION,
***** NATUREDOT "C" : DOTATION DE L'ANNEE DE CESSION AU PRORATA). CUMULAMORT
***** ET VNC = AMORTISSEMENTS CUMULES ET VALEUR NETTE APRES LA DOTATION.
***** JOURNAL LES PASSE DANS L'EXPORT DU MOIS DE DATEDOT
CREATE TABLE AMORTISSEMENTS
(
   NUMAMORT              integer                        not null,
   NUMIMMO               integer                        FOREIGN KEY REFERENCES IMMOBILISATIONS(NUMIMMO),
   ANNEE                 char(4)                        not null,
   DATEDOT               char(8)                        not null,
   NATUREDOT             char(1)                        not null,
   DOTATION              float(2)                       not null,
   CUMULAMORT            float(2)                       not null,
   VNC                   float(2)                       not null,
   DATCRE                char(8)                        not null,
   DATMAJ				  char(8)						 not null,
   DATSUP				  char(8)						 not null,
   USERID                 integer                        not null,
   constraint PK_AMORTISSEMENTS primary key (NUMAMORT));

CREATE TRIGGER TRIGAMORTISSEMENTS
ON TABLE AMORTISSEMENTS
FOR INSERT
AS UPDATE AMORTISSEMENTS
   SET DATCRE = DATE()
	   DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAMORTISSEMENTS
ON TABLE AMORTISSEMENTS
FOR UPDATE
AS UPDATE AMORTISSEMENTS
   SET DATMAJ = DATE()
	   UTIL = USERID;

CREATE TRIGGER TRIGAMORTISSEMENTS
ON TABLE AMORTISSEMENTS
FOR DELETE
AS UPDATE AMORTISSEMENTS
   SET DATMAJ = DATE()
	   DATSUP = DATE()
	   UTIL = USERID;

******************table parametres
CREATE TABLE PARAMETRES
(
***** PLAUSIBLE LA PLUS ELEVEE DE LA FLOTTE (KM/H)
   TOLERANCE_HVOL         float(1)                       not null,
   VITESSE_MAXI           integer                        not null,
***** RESERVE_CARB_MIN : RESERVE REGLEMENTAIRE DE CARBURANT (MINUTES
***** DE VOL A LA CONSOMMATION NORMALE) EXIGEE EN PLUS DU TRAJET ;
***** DENSITE_CARB : MASSE D'UN LITRE DE CARBURANT (KG) POUR LE DEVIS
***** DE MASSE ET CENTRAGE DE F1
   RESERVE_CARB_MIN       integer                        not null,
   DENSITE_CARB           float(2)                       not null,
***** TAUX_INDEM_INSTR : INDEMNITE D'INSTRUCTION PAR HEURE DE VOL EN DOUBLE
***** COMMANDE DONNEE PAR UN INSTRUCTEUR ; PLAFOND_INDEM_INSTR : MONTANT
***** MAXIMAL DE L'INDEMNITE D'UN INSTRUCTEUR POUR UN MOIS (CF INDEMNIT)
   TAUX_INDEM_INSTR       float(2)                       not null,
   PLAFOND_INDEM_INSTR    float(2)                       not null,
***** SOLDE_BANQUE_INIT : SOLDE DU COMPTE BANCAIRE A LA DATE
***** DATE_SOLDE_BANQUE (AAAAMMJJ) DE MISE EN SERVICE DU RAPPROCHEMENT ;
***** RAPBANQ RECONSTITUE LE SOLDE COMPTABLE A PARTIR DE CE POINT
   SOLDE_BANQUE_INIT      float(2)                       not null,
   DATE_SOLDE_BANQUE      char(8)                        not null,
***** PREAVIS_CN_MOIS : PREAVIS (MOIS) DES ECHEANCES CALENDAIRES DE
***** CONSIGNES DE NAVIGABILITE SIGNALEES PAR F0 ET SYNTHESE ; LE PREAVIS
***** HORAIRE REPREND MARGE_HEURES_CONTROL
   PREAVIS_CN_MOIS        integer                        not null,
***** RETENTION_ANONYM_ANS : DUREE LEGALE DE CONSERVATION (ANNEES) DES
***** DONNEES PERSONNELLES D'UN MEMBRE PARTI, D'UN PASSAGER OU D'UN
***** VISITEUR ; AU-DELA, ANONYME LES REMPLACE SANS TOUCHER AUX COMPTES
   RETENTION_ANONYM_ANS   integer                        not null,
***** SEUIL_APPRO_AVOIR : MONTANT D'AVOIR (EUROS) AU-DELA DUQUEL L'AVOIR
***** ATTEND LA VALIDATION D'UN SECOND OPERATEUR (CF APPROBATIONS)
   SEUIL_APPRO_AVOIR      float(2)                       not null,
***** SEUIL_APPRO_TARIF : VARIATION (POURCENT, HAUSSE OU BAISSE) D'UN TARIF
***** HORAIRE AU-DELA DE LAQUELLE LE NOUVEAU TARIF ATTEND LA VALIDATION ;
***** LE PREMIER TARIF D'UN TYPE EST TOUJOURS SOUMIS
   SEUIL_APPRO_TARIF      float(2)                       not null,
***** SEUIL_APPRO_REMISE : POURCENTAGE DE REMISE AU-DELA DUQUEL LA CREATION
***** OU LA MODIFICATION D'UN BAREME ATTEND LA VALIDATION
   SEUIL_APPRO_REMISE     float(2)                       not null,
***** SEUIL_APPRO_HVOL : HEURES DE VOL AU-DELA DESQUELLES UNE CLOTURE
***** FORCEE EN DEROGATION (F2) ATTEND LA VALIDATION ; 0 = TOUTES. LES
***** FUSIONS DE PROFILS SONT TOUJOURS SOUMISES
   SEUIL_APPRO_HVOL       float(1)                       not null,
***** MEMBRE CHARGE DES DOCUMENTS DES AVIONS, PREVENU PAR MESSAGE (CF
***** NOTIFIER) DES ECHEANCES SIGNALEES PAR SYNTHESE ; 0 = PERSONNE
   NUMPIL_RESP_DOC        integer                        not null,
***** NOMBRE DE JOURS DE PLANNING PUBLIES SUR LE SITE DU CLUB (WEBPLAN)
   HORIZON_WEB_JOURS      integer                        not null,
***** ECART ADMIS (EN MINUTES) ENTRE LES HEURES DU VOL ET CELLES DE LA TRACE
***** GPS (TRACEUR)
   TOLERANCE_TRACE_MIN    integer                        not null,
***** PRIX_LITRE_MAXI : PRIX DU LITRE PLAFOND DU REMBOURSEMENT DU CARBURANT
***** PAYE PAR LE PILOTE HORS DU TERRAIN (SOURCE "E", CF F7)
   PRIX_LITRE_MAXI        float(2)                       not null,
***** PRIX_LITRE_POMPE : PRIX DU LITRE DE CARBURANT SERVI A LA POMPE DU CLUB AUX
***** AVIONS PRIVES DES MEMBRES (CF POMPE, LOYERS)
   PRIX_LITRE_POMPE       float(2)                       not null,
***** HEURE_PERM_APM : HEURE DE DEBUT DE LA PERMANENCE DE L'APRES-MIDI ; UN
***** DEPART AVANT CETTE HEURE RELEVE DE LA PERMANENCE DU MATIN (CF F1)
   HEURE_PERM_APM         integer                        not null,
***** DATE_AGREGATION : DATE DU DERNIER PASSAGE REUSSI DE L'ETAPE ACTIVITE ;
***** LES MOIS TOUCHES DEPUIS CETTE DATE (INCLUSE) SONT RECALCULES DANS
***** ACTIVITE_MENSUELLE ; "00000000" = TOUT RECALCULER AU PROCHAIN PASSAGE
   DATE_AGREGATION        char(8)                        not null,
***** MAX_POUVOIRS : NOMBRE MAXIMUM DE POUVOIRS QU'UN MEMBRE PRESENT PEUT
***** PORTER EN ASSEMBLEE GENERALE (CF ASSEMBLEE)
   MAX_POUVOIRS           integer                        not null,
***** QUORUM_AG_PCT : QUORUM DE L'ASSEMBLEE, EN POURCENTAGE DES MEMBRES AYANT
***** LE DROIT DE VOTE QUI DOIVENT ETRE PRESENTS OU REPRESENTES
   QUORUM_AG_PCT          integer                        not null,
***** FONDS_CAISSE : FONDS DE CAISSE PROPOSE A L'OUVERTURE D'UNE SESSION
***** QUAND AUCUNE SESSION ANTERIEURE N'A LAISSE DE FONDS CONSERVE (CAISSE)
   FONDS_CAISSE           float(2)                       not null,
***** SEUIL_ECART_CAISSE : ECART DE CAISSE (EN VALEUR ABSOLUE) AU-DELA
***** DUQUEL LE BORDEREAU DE CLOTURE DEMANDE UNE JUSTIFICATION AU TRESORIER
   SEUIL_ECART_CAISSE     float(2)                       not null,
***** PRIX_LITRE_REF : PRIX D'ACHAT DU LITRE DE REFERENCE VOTE PAR LE COMITE,
***** INCLUS DANS LES TARIFS HORAIRES ; 0 = PAS DE SURCHARGE CARBURANT. LE PRIX
***** COURANT EST LA MOYENNE PONDEREE DES DERNIERES LIVRAISONS (CF SURCARB)
   PRIX_LITRE_REF         float(2)                       not null,
***** SEUIL_SURCH_CARB : ECART PAR LITRE (EN VALEUR ABSOLUE) ENTRE PRIX COURANT
***** ET PRIX DE REFERENCE A PARTIR DUQUEL F7 FACTURE UNE SURCHARGE (HAUSSE)
***** OU UNE RISTOURNE (BAISSE) PAR HEURE DE VOL, SUR TOUT L'ECART
   SEUIL_SURCH_CARB       float(2)                       not null,
***** NB_LIVR_INDICE : NOMBRE DE DERNIERES LIVRAISONS MOYENNEES POUR LE PRIX
***** COURANT DU LITRE
   NB_LIVR_INDICE         integer                        not null,
   constraint PK_PARAMETRES primary key (PARAMID));

***** LIGNE UNIQUE DE PARAMETRES, A CHARGER A L'INSTALLATION : TOUS LES
 SEUIL_IMPAYES, PREAVIS_DOC_MOIS, TARIF_INITIATION,
 RETENTION_EDITION_MOIS, STOCK_INITIAL_CARB, SEUIL_STOCK_CARB,
 TAUX_MO, SUPPL_INSTRUCTION, DUREE_SESSION_MIN, DUREE_MDP_JOURS,
 NB_MDP_HIST, TOLERANCE_HVOL, VITESSE_MAXI, RESERVE_CARB_MIN,
 DENSITE_CARB, TAUX_INDEM_INSTR, PLAFOND_INDEM_INSTR, SOLDE_BANQUE_INIT,
 DATE_SOLDE_BANQUE, PREAVIS_CN_MOIS, RETENTION_ANONYM_ANS, SEUIL_APPRO_AVOIR, SEUIL_APPRO_TARIF, SEUIL_APPRO_REMISE, SEUIL_APPRO_HVOL, NUMPIL_RESP_DOC, HORIZON_WEB_JOURS, TOLERANCE_TRACE_MIN, PRIX_LITRE_MAXI, PRIX_LITRE_POMPE, HEURE_PERM_APM, DATE_AGREGATION, MAX_POUVOIRS, QUORUM_AG_PCT, FONDS_CAISSE, SEUIL_ECART_CAISSE, PRIX_LITRE_REF, SEUIL_SURCH_CARB, NB_LIVR_INDICE)
VALUES (1, 2, 6, 2, 10, 12, 24, 500.00, 2, 120.00, 12, 0.0, 400.0,
 45.00, 15.00, 30, 90, 3, 1.0, 300, 30, 0.72, 20.00, 400.00, 0.00,
 "20000101", 1, 3, 150.00, 5.00, 10.00, 0.0, 0, 14, 15, 2.50, 2.20, 13, "00000000", 2, 25, 150.00, 5.00, 0.00, 0.10, 3);


PROCEDURE DIVISION.
