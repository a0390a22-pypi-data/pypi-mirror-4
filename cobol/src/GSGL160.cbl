000900*            DEVERSEMENT COMPTABLE AU GRAND LIVRE                *
001000*  ------------------------------------------------------------  *
001100*  A CHAQUE LIGNE MISE A JOUR, LE MONTANT EST CUMULE PAR         *
001200*  COMPTE SELON LA REGLE D IMPUTATION MAPFIC EN VIGUEUR A LA     *
001300*  DATE D IMPUTATION, DONNEE PAR LE MODULE GSMP980               *
001350*  (LIGNE SANS REGLE = LIGNE EDITEE NON IMPUTE + CODE 4)         *
001400*  (PREFIXE COTNET -> COMPTE DEBIT + COMPTE CREDIT) : CHAQUE     *
001500*  ECRITURE PORTE SON DEBIT ET SON CREDIT, L INTERFACE EST       *
001600*  DONC EQUILIBREE PAR CONSTRUCTION. SORTIES : FICHIER GLPOST    *
002560*  22/08/26  DA  REPRISE DES IMPUTATIONS INTRAJOURNALIERES       *
002570*                (SUPPORT GGLPFIC DE LA FILE TD GGLP - GSOP170)  *
002580*                ET CONTROLE DES ECRITURES GLPOST / ETATGL       *
002590*  15/10/26  DA  REGLES D IMPUTATION DATEES PRISES A MAPFIC PAR  *
002595*                GSMP980 (TABLE ET FICHIER CPTMAP SUPPRIMES)     *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
003400     DECIMAL-POINT IS COMMA.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
004000     SELECT GLPOST  ASSIGN  GLPOST
004100       ORGANIZATION  SEQUENTIAL
004200       FILE STATUS   W-GLPOST-STATUS.
004500       FILE STATUS   W-ETATGL-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
005600 FD  GLPOST
005700     LABEL RECORD STANDARD
005800     DATA RECORD GLP-ENREG.
007400 77  CPT-NON-IMPUTES                 PIC S9(08) COMP VALUE ZERO.
007500 77  CPT-DEPUIS-COMMIT               PIC S9(08) COMP VALUE ZERO.
007600 77  W-INTERVALLE-COMMIT             PIC S9(08) COMP VALUE 1000.
007800 77  CPT-LUES-INTERV                 PIC S9(08) COMP VALUE ZERO.
007900 77  CPT-MAJ-INTERV                  PIC S9(08) COMP VALUE ZERO.
008000 77  W-CS-DEBUT-INTERV               PIC S9(08) COMP VALUE ZERO.
010500         VALUE ' ATTENTE (CS) : '.
010600     05  GLE-ST-ATTENTE              PIC Z(07)9.
010700     05  FILLER                      PIC X(34) VALUE SPACES.
010900 01  W-FIN-CURSEUR                   PIC X(01) VALUE 'N'.
011000     88  FIN-CURSEUR                 VALUE 'O'.
011600 01  W-GLPOST-STATUS                 PIC X(02).
011700     88  W-GLP-OK                    VALUE '00'.
011800 01  W-ETATGL-STATUS                 PIC X(02).
011950     88  FIN-INTRA                   VALUE 'O'.
011960 77  CPT-INTRA                       PIC S9(08) COMP VALUE ZERO.
012000 01  W-DATE-JOUR                     PIC 9(08).
012100 COPY GSMPZ.
012600 01  W-TOTAL-DEBIT                   PIC S9(13)V99 COMP-3
012700                                     VALUE ZERO.
012800 01  W-TOTAL-CREDIT                  PIC S9(13)V99 COMP-3
017300 0000-EXIT.
017400     EXIT.
017500******************************************************************
017600*  1000-INITIALISATION : DATE D IMPUTATION ET OUVERTURES         *
017700******************************************************************
017800 1000-INITIALISATION.
017900     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
019300                 W-INTERVALLE-COMMIT.
019400     PERFORM 8200-TOP-HORLOGE THRU 8200-EXIT.
019500     MOVE W-CS-COURANT TO W-CS-DEBUT-INTERV.
020000     OPEN OUTPUT GLPOST.
020010     IF NOT W-GLP-OK
020020         MOVE 'OPEN GLPOST' TO GLE-LIGNE
020110     IF NOT W-GLE-OK
020120         MOVE 'OPEN ETATGL' TO GLE-LIGNE
020130         GO TO 9900-ABANDON.
020400     EXEC SQL OPEN C-MH37-U END-EXEC.
020500     IF SQLCODE NOT = ZERO
020600         MOVE 'OPEN CURSEUR C-MH37-U' TO GLE-LIGNE
020800     PERFORM 8100-FETCH THRU 8100-EXIT.
020900 1000-EXIT.
021000     EXIT.
023200******************************************************************
023300*  2000-TRAITER-LIGNE : MISE A JOUR PUIS IMPUTATION COMPTABLE    *
023400******************************************************************
025800*  CONSTRUCTION, LE RECAPITULATIF LE PROUVE EN FIN D ETAT        *
025900******************************************************************
026000 2100-IMPUTER.
026010     MOVE MH37-COTNET (1:4) TO MPZ-PREFIXE.
026020     MOVE W-DATE-JOUR       TO MPZ-DATE.
026030     CALL 'GSMP980' USING MPZ-DEM.
026040     IF MPZ-INCIDENT
026050         MOVE 'MAPFIC INACCESSIBLE (GSMP980)' TO GLE-LIGNE
026060         GO TO 9900-ABANDON.
026070     IF NOT MPZ-TROUVE
026080         ADD 1 TO CPT-NON-IMPUTES
026090         MOVE SPACES TO GLE-LIGNE
026100         STRING 'NON IMPUTE - COETBL ' MH37-COETBL
026110                ' COTNET ' MH37-COTNET
026120                ' SANS REGLE MAPFIC' DELIMITED SIZE
026130                INTO GLE-LIGNE
026140         END-STRING
026150         WRITE GLE-LIGNE
026160         GO TO 2100-EXIT.
026170     MOVE MPZ-COMPTE-DEBIT  TO GLP-COMPTE.
027700     MOVE 'D'                  TO GLP-SENS.
027800     MOVE MH37-MONTANT         TO GLP-MONTANT.
027900     MOVE W-DATE-JOUR          TO GLP-DATE.
028120         MOVE 'WRITE GLPOST' TO GLE-LIGNE
028130         GO TO 9900-ABANDON.
028200     ADD MH37-MONTANT TO W-TOTAL-DEBIT.
028300     MOVE MPZ-COMPTE-CREDIT TO GLP-COMPTE.
028400     MOVE 'C'                   TO GLP-SENS.
028500     WRITE GLP-ENREG.
028510     IF NOT W-GLP-OK
032500     MOVE CPT-ECRITURES  TO GLE-NB.
032600     WRITE GLE-LIGNE FROM GLE-RECAP.
032700     IF CPT-NON-IMPUTES GREATER ZERO
032800         DISPLAY 'GSGL160 - LIGNES SANS REGLE MAPFIC : '
032900                 CPT-NON-IMPUTES
033000         MOVE 4 TO RETURN-CODE.
033100     IF W-TOTAL-DEBIT NOT = W-TOTAL-CREDIT
033200         MOVE 'INTERFACE DESEQUILIBREE' TO GLE-LIGNE
033300         GO TO 9900-ABANDON.
033400     CLOSE GLPOST ETATGL.
033500 3000-EXIT.
033600     EXIT.
033700******************************************************************
