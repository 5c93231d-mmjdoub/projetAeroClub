			05 WS-LIG-DESTIN PIC X(25).
			05 WS-LIG-HEURES PIC 9(5)V9.
			05 WS-LIG-TARIF PIC 9(2)V99.
***** MONTANT SIGNE : REMBOURSEMENT CARBURANT, REMISE ET RISTOURNE
***** CARBURANT SONT DES LIGNES NEGATIVES
			05 WS-LIG-MONTANT PIC S9(4)V99.
			05 WS-TOTALTVA PIC 9(6)V99.
			05 WS-TOTALHT PIC 9(6)V99.
	EXEC SQL END DECLARE SECTION
	05 FILLER PIC X(3) VALUE " | ".
	05 DET-TARIF PIC ZZ,99.
	05 FILLER PIC X(3) VALUE " | ".
	05 DET-MONTANT PIC -ZZZZ,99.

01 LIGNE-TOTAL.
	05 FILLER PIC X(62) VALUE "TOTAL A REGLER".
