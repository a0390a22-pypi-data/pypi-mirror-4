000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSMT880.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSMT880 : TRAITEMENT DES ECHEANCES - AVIS, RENOUVELLEMENT     *
000900*            OU PAIEMENT                                         *
001000*  ------------------------------------------------------------  *
001100*  PASSE DE NUIT SUR LE MAITRE, COMME GSCV840. UN STATUT DECLARE *
001200*  EN REFTBL TYPE ECHE (CODE = STATUT, LIBELLE COURT (1:3) =     *
001300*  PREAVIS EN JOURS OUVRES, A BLANC = CELUI DE LA CARTE) PORTE   *
001400*  UNE DATE DE FIN EN FFFFFGS-DATE-EFFET. L ECHEANCE EST CETTE   *
001500*  DATE REPORTEE AU JOUR OUVRE (GSCA220 FONCTION S, FR).         *
001600*   - AVANT L ECHEANCE, DANS LE PREAVIS : DEMANDE DE LETTRE      *
001700*     ECHDEM (DESSIN RELDEM, DANS L ORDRE DES CLES) POUR LE      *
001800*     COURRIER GSCO290 - MODELE ECRN (RENOUVELLEMENT), ECPA      *
001900*     (PAIEMENT) OU ECSI (SANS INSTRUCTION) ; &ECHEANCE = DATE   *
002000*     DE FIN, &TRANCHE = DUREE DU RENOUVELLEMENT EN MOIS,        *
002100*     &RETARD = MONTANT DU CONTRAT A L AVIS.                     *
002200*     UNE SEULE DEMANDE PAR ECHEANCE (MAT-DATE-AVIS).            *
002300*   - ECHEANCE ATTEINTE, SELON L INSTRUCTION MATFIC :            *
002400*     R / N = MOUVEMENT M, MEME STATUT, DATE DE FIN PROLONGEE DE *
002500*             LA DUREE (MOIS, AU QUANTIEME DE LA DATE DE FIN,    *
002600*             RAMENE A LA FIN D UN MOIS PLUS COURT) ; L ANCIEN   *
002700*             STATUT, SA DATE ET SON MONTANT ENTRENT EN TETE DE  *
002800*             L HISTORIQUE (POSTES 1 A 4, LE POSTE 5 RESTE AUX   *
002900*             INTERETS COURUS DE GSIA600) ;                      *
003000*     P     = DEMANDE DE CLOTURE CLDFIC (ORIGINE E, NATURE V,    *
003100*             STATUT CIBLE = CELUI DE LA CARTE, DEFAUT EC) SOUS  *
003200*             RESERVE DE LA MATRICE REFTBL TRST (CANAL B OU *) : *
003300*             LE REGLEMENT GSCD890 CAPITALISE LES INTERETS,      *
003400*             PRELEVE LES FRAIS, POSE LE VERSEMENT PAYFIC AU     *
003500*             COMPTE DU MANDAT PUIS LE STATUT DE CLOTURE ;       *
003600*     SANS INSTRUCTION, INSTRUCTION INVALIDE OU CLOTURE HORS     *
003700*     MATRICE = ELEMENT DE CORBEILLE (TYPE ECHE, FILE ECHEANCE), *
003800*     UNE SEULE FOIS PAR ECHEANCE (MAT-DATE-SIGNALEE).           *
003900*  LES MOUVEMENTS M PARTENT AU LOT MVTECH (ENTETE SOURCE         *
004000*  ECHEANCE ET PIED FFFFFGCT), APPLIQUE PAR GSBT010.             *
004100*  CARTE PARAMETRE : DATE D EXECUTION AAAAMMJJ (BLANC = JOUR),   *
004200*  PREAVIS PAR DEFAUT (3, BLANC = 010), STATUT DE CLOTURE (2,    *
004300*  BLANC = EC), SEPARES PAR UN BLANC.                            *
004400*  ------------------------------------------------------------  *
004500*  ENTREE  : FFFFFGS  FICHIER MAITRE (LECTURE SEQUENTIELLE)      *
004700*            CYCOUT   CYCLE OUVERT PAR GSCY210                   *
004800*            REFTBL   (PAR GSRT060) TYPES ECHE ET TRST           *
004900*  M-A-J   : MATFIC   INSTRUCTIONS D ECHEANCE                    *
005000*            CLDFIC   DEMANDES DE CLOTURE (POUR GSCD890)         *
005100*  SORTIE  : MVTECH   LOT DE MOUVEMENTS M POUR GSBT010           *
005200*            ECHDEM   DEMANDES D AVIS POUR GSCO290               *
005300*            WRKBSK   CORBEILLE DES EXCEPTIONS (VIA GSWB080)     *
005400*            ETATECH  ETAT DES AVIS ET DES ECHEANCES TRAITEES    *
005500*  ------------------------------------------------------------  *
005600*  HISTORIQUE DES MODIFICATIONS                                  *
005700*  15/10/26  DA  CREATION                                        *
005710*  15/10/26  DA  INSTRUCTION P : DEMANDE DE CLOTURE CLDFIC       *
005720*                REGLEE PAR GSCD890 AU LIEU DU MOUVEMENT DE      *
005730*                CLOTURE ET DU PAIEMENT DIRECTS                  *
005800******************************************************************
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER.
006200     IBM-370.
006300 OBJECT-COMPUTER.
006400     IBM-370.
006500 SPECIAL-NAMES.
006600     DECIMAL-POINT IS COMMA.
006700 INPUT-OUTPUT SECTION.
006800 FILE-CONTROL.
006900     SELECT FFFFFGS ASSIGN  FFFFFGS
007000       ORGANIZATION  INDEXED
007100       ACCESS MODE   SEQUENTIAL
007200       RECORD KEY    FFFFFGS-CLE
007300       FILE STATUS   W-FFFFFGS-STATUS.
007400     SELECT MATFIC  ASSIGN  MATFIC
007500       ORGANIZATION  INDEXED
007600       ACCESS MODE   RANDOM
007700       RECORD KEY    MAT-FGS-CLE
007800       FILE STATUS   W-MATFIC-STATUS.
007900     SELECT CLDFIC  ASSIGN  CLDFIC
008000       ORGANIZATION  INDEXED
008100       ACCESS MODE   RANDOM
008200       RECORD KEY    CLD-FGS-CLE
008300       FILE STATUS   W-CLDFIC-STATUS.
008900     SELECT MVTECH  ASSIGN  MVTECH
009000       ORGANIZATION  SEQUENTIAL
009100       FILE STATUS   W-MVTECH-STATUS.
009200     SELECT ECHDEM  ASSIGN  ECHDEM
009300       ORGANIZATION  SEQUENTIAL
009400       FILE STATUS   W-ECHDEM-STATUS.
009500     SELECT CYCOUT  ASSIGN  CYCOUT
009600       ORGANIZATION  SEQUENTIAL
009700       FILE STATUS   W-CYCOUT-STATUS.
009800     SELECT ETATECH ASSIGN  ETATECH
009900       ORGANIZATION  SEQUENTIAL
010000       FILE STATUS   W-ETATECH-STATUS.
010100 DATA DIVISION.
010200 FILE SECTION.
010300 FD  FFFFFGS
010400     LABEL RECORD STANDARD
010500     DATA RECORD FFFFFGS-ENREG.
010600 COPY FFFFFFGS.
010700 FD  MATFIC
010800     LABEL RECORD STANDARD
010900     DATA RECORD MAT-ENREG.
011000 COPY FFFFFGMT.
011100 FD  CLDFIC
011200     LABEL RECORD STANDARD
011300     DATA RECORD CLD-ENREG.
011400 COPY FFFFFGCD.
011900 FD  MVTECH
012000     LABEL RECORD STANDARD
012100     DATA RECORD MVT-ENREG.
012200 COPY FFFFFGT.
012300 FD  ECHDEM
012400     LABEL RECORD STANDARD
012500     DATA RECORD RLD-ENREG.
012600 COPY FFFFFGRD.
012700 FD  CYCOUT
012800     LABEL RECORD STANDARD
012900     DATA RECORD CYO-ENREG.
013000 01  CYO-ENREG.
013100     05  CYO-DATE                    PIC 9(08).
013200     05  CYO-NUMERO                  PIC 9(04).
013300     05  FILLER                      PIC X(68).
013400 FD  ETATECH
013500     LABEL RECORD STANDARD
013600     DATA RECORD EEC-LIGNE.
013700 01  EEC-LIGNE                       PIC X(132).
013800 WORKING-STORAGE SECTION.
013900 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
014000 77  CPT-A-ECHEANCE                  PIC S9(08) COMP VALUE ZERO.
014100 77  CPT-AVIS                        PIC S9(08) COMP VALUE ZERO.
014200 77  CPT-RENOUVELES                  PIC S9(08) COMP VALUE ZERO.
014300 77  CPT-PAYES                       PIC S9(08) COMP VALUE ZERO.
014400 77  CPT-DEJA-DEMANDEES              PIC S9(08) COMP VALUE ZERO.
014500 77  CPT-SIGNALES                    PIC S9(08) COMP VALUE ZERO.
014600 77  CPT-DEJA-TRAITES                PIC S9(08) COMP VALUE ZERO.
014700 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
014800 77  IX-STA                          PIC S9(04) COMP VALUE ZERO.
014900 77  NB-STATUTS                      PIC S9(04) COMP VALUE ZERO.
015000 77  IX-HIS                          PIC S9(04) COMP VALUE ZERO.
015100 77  IX-PREC                         PIC S9(04) COMP VALUE ZERO.
015200 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
015300     88  FIN-FGS                     VALUE 'O'.
015400 COPY FFFFFGSW.
015500 01  W-MATFIC-STATUS                 PIC X(02).
015600     88  W-MAT-OK                    VALUE '00'.
015700     88  W-MAT-ABSENT                VALUE '23'.
015800 01  W-CLDFIC-STATUS                 PIC X(02).
015900     88  W-CLD-OK                    VALUE '00'.
016000     88  W-CLD-DOUBLE                VALUE '22'.
016400 01  W-MVTECH-STATUS                 PIC X(02).
016500     88  W-MVT-OK                    VALUE '00'.
016600 01  W-ECHDEM-STATUS                 PIC X(02).
016700     88  W-ECD-OK                    VALUE '00'.
016800 01  W-CYCOUT-STATUS                 PIC X(02).
016900     88  W-CYO-OK                    VALUE '00'.
017000 01  W-ETATECH-STATUS                PIC X(02).
017100     88  W-EEC-OK                    VALUE '00'.
017200 01  W-MOTIF-ABANDON                 PIC X(40).
017300 01  W-PARM.
017400     05  W-PARM-DATE                 PIC X(08).
017500     05  FILLER                      PIC X(01).
017600     05  W-PARM-PREAVIS              PIC X(03).
017700     05  FILLER                      PIC X(01).
017800     05  W-PARM-CLOTURE              PIC X(02).
017900     05  FILLER                      PIC X(65).
018000 01  W-PARM-R REDEFINES W-PARM.
018100     05  W-PARM-DATE-9               PIC 9(08).
018200     05  FILLER                      PIC X(01).
018300     05  W-PARM-PREAVIS-9            PIC 9(03).
018400     05  FILLER                      PIC X(68).
018500 01  W-DATE-JOUR                     PIC 9(08).
018600 01  W-DATE-EXEC                     PIC 9(08).
018700 01  W-DATE-OUVREE                   PIC 9(08).
018800 01  W-DATE-FIN                      PIC 9(08).
018900 01  W-NOUVELLE-FIN                  PIC 9(08).
019000 01  W-PREAVIS-DEFAUT                PIC 9(03) VALUE 10.
019100 01  W-STATUT-CLOTURE                PIC X(02) VALUE 'EC'.
019200 01  W-RESTANT                       PIC S9(05) COMP VALUE ZERO.
019300 01  W-DUREE                         PIC 9(03).
019400 01  W-MAT-LUE                       PIC X(01).
019500 01  W-MAT-MODIFIEE                  PIC X(01).
019600 01  W-ECHEC                         PIC X(30).
019700 01  W-SORT                          PIC X(30).
019800 01  W-MODELE                        PIC X(04).
019900 01  W-NOM-CLAIR                     PIC X(30).
020000 01  W-A-PAYER                       PIC S9(11)V99 COMP-3.
020100 01  W-TOT-PAYES                     PIC S9(13)V99 COMP-3
020200                                     VALUE ZERO.
020300*    STATUTS DEJA RENCONTRES ET LEUR DECLARATION REFTBL ECHE
020400 01  W-TABLE-STATUTS.
020500     05  W-STA-POSTE OCCURS 40.
020600         10  W-STA-CODE              PIC X(02).
020700         10  W-STA-ECHEANCE          PIC X(01).
020800         10  W-STA-PREAVIS           PIC 9(03).
020900 01  W-PREAVIS-X                     PIC X(03).
021000 01  W-PREAVIS-9 REDEFINES W-PREAVIS-X
021100                                     PIC 9(03).
021200*    DATE DE FIN EN COURS DE PROLONGATION (DUREE EN MOIS)
021300 01  W-ECH-DATE                      PIC 9(08).
021400 01  W-ECH-DATE-R REDEFINES W-ECH-DATE.
021500     05  W-ECH-ANNEE                 PIC 9(04).
021600     05  W-ECH-MOIS                  PIC 9(02).
021700     05  W-ECH-JOUR                  PIC 9(02).
021800 01  W-JOUR-ANCRAGE                  PIC 9(02).
021900 01  W-MOIS-CALCUL                   PIC S9(04) COMP.
022000 01  W-QUOTIENT                      PIC S9(04) COMP.
022100 01  W-RESTE                         PIC S9(04) COMP.
022200 01  W-JOURS-MOIS                    PIC 9(02).
022300 01  W-TABLE-MOIS                    PIC X(24)
022400         VALUE '312831303130313130313031'.
022500 01  W-TABLE-MOIS-R REDEFINES W-TABLE-MOIS.
022600     05  W-JM                        PIC 9(02) OCCURS 12.
022700 COPY GSCAZ.
022800 COPY GSREFZ.
022900 COPY GSWBZ.
023000 COPY GSCRZ.
023100*    CONTROLE DE LOT FFFFFGCT - HASH CALCULES COMME DANS GSBC030
023200 COPY FFFFFGCT.
023300 01  W-CYCLE-JOUR                    PIC 9(04) VALUE ZERO.
023400 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
023500 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
023600                                     VALUE 0.
023700 01  W-HASH-CLE-15                   PIC 9(15).
023800 01  W-HASH-MONT-15                  PIC 9(15).
023900 01  W-CLE-HASH-X                    PIC X(15).
024000 01  W-CLE-HASH-9 REDEFINES W-CLE-HASH-X
024100                                     PIC 9(15).
024200 01  W-HASH-IMAGE.
024300     05  W-HIM-CLE                   PIC X(15).
024400     05  FILLER                      PIC X(45).
024500     05  W-HIM-MONTANT               PIC S9(11)V99 COMP-3.
024600     05  W-HIM-MONTANT-ECH           PIC S9(11)V99 COMP-3.
024700     05  FILLER                      PIC X(326).
024800 01  EEC-ENTETE.
024900     05  FILLER                      PIC X(44)
025000         VALUE 'GSMT880 - TRAITEMENT DES ECHEANCES - DATE   '.
025100     05  EEC-E-DATE                  PIC 9(08).
025200     05  FILLER                      PIC X(09) VALUE ' CYCLE : '.
025300     05  EEC-E-CYCLE                 PIC 9(04).
025400     05  FILLER                      PIC X(67) VALUE SPACES.
025500 01  EEC-TITRES.
025600     05  FILLER                      PIC X(16) VALUE 'CLE'.
025700     05  FILLER                      PIC X(04) VALUE 'ST'.
025800     05  FILLER                      PIC X(09) VALUE 'FIN'.
025900     05  FILLER                      PIC X(05) VALUE 'INS'.
026000     05  FILLER                      PIC X(09) VALUE 'NOUV.FIN'.
026100     05  FILLER                      PIC X(17) VALUE 'MONTANT'.
026200     05  FILLER                      PIC X(72) VALUE 'SORT'.
026300 01  EEC-DETAIL.
026400     05  EEC-D-CLE                   PIC X(15).
026500     05  FILLER                      PIC X(01) VALUE SPACE.
026600     05  EEC-D-STATUT                PIC X(02).
026700     05  FILLER                      PIC X(02) VALUE SPACES.
026800     05  EEC-D-FIN                   PIC 9(08).
026900     05  FILLER                      PIC X(01) VALUE SPACE.
027000     05  EEC-D-INSTRUCTION           PIC X(01).
027100     05  FILLER                      PIC X(04) VALUE SPACES.
027200     05  EEC-D-NOUVELLE-FIN          PIC 9(08).
027300     05  FILLER                      PIC X(01) VALUE SPACE.
027400     05  EEC-D-MONTANT               PIC -(10)9,99.
027500     05  FILLER                      PIC X(02) VALUE SPACES.
027600     05  EEC-D-SORT                  PIC X(30).
027700     05  FILLER                      PIC X(43) VALUE SPACES.
027800 01  EEC-TOTAL.
027900     05  EEC-T-LIBELLE               PIC X(30).
028000     05  FILLER                      PIC X(06) VALUE ' NB : '.
028100     05  EEC-T-NB                    PIC Z(07)9.
028200     05  FILLER                      PIC X(11)
028300         VALUE ' MONTANT : '.
028400     05  EEC-T-MONTANT               PIC -(12)9,99.
028500     05  FILLER                      PIC X(61) VALUE SPACES.
028600 PROCEDURE DIVISION.
028700******************************************************************
028800*  0000-MAINLINE : LES ECHEANCES SUR TOUT LE MAITRE              *
028900******************************************************************
029000 0000-MAINLINE.
029100     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
029200     PERFORM 2000-UN-ENREG THRU 2000-EXIT
029300         UNTIL FIN-FGS.
029400     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
029500     IF CPT-SIGNALES GREATER ZERO
029600         MOVE 4 TO RETURN-CODE.
029700     GOBACK.
029800 0000-EXIT.
029900     EXIT.
030000******************************************************************
030100*  1000-INITIALISATION : CARTE, OUVERTURES, ENTETE DU LOT        *
030200******************************************************************
030300 1000-INITIALISATION.
030400     MOVE SPACES TO W-PARM.
030500     ACCEPT W-PARM.
030600     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
030700     IF W-PARM-DATE = SPACES
030800         MOVE W-DATE-JOUR TO W-DATE-EXEC
030900     ELSE
031000         IF W-PARM-DATE-9 NOT NUMERIC
031100             MOVE 'CARTE PARAMETRE - DATE' TO W-MOTIF-ABANDON
031200             GO TO 9900-ABANDON
031300         ELSE
031400             MOVE W-PARM-DATE-9 TO W-DATE-EXEC.
031500     IF W-PARM-PREAVIS NOT = SPACES
031600         IF W-PARM-PREAVIS-9 NOT NUMERIC
031700             MOVE 'CARTE PARAMETRE - PREAVIS' TO W-MOTIF-ABANDON
031800             GO TO 9900-ABANDON
031900         ELSE
032000             MOVE W-PARM-PREAVIS-9 TO W-PREAVIS-DEFAUT.
032100     IF W-PARM-CLOTURE NOT = SPACES
032200         MOVE W-PARM-CLOTURE TO W-STATUT-CLOTURE.
032300     OPEN INPUT CYCOUT.
032400     IF W-CYO-OK
032500         READ CYCOUT
032600         IF W-CYO-OK
032700             MOVE CYO-NUMERO TO W-CYCLE-JOUR
032800         END-IF
032900         CLOSE CYCOUT.
033000     OPEN INPUT FFFFFGS.
033100     IF NOT W-FGS-OK
033200         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
033300         GO TO 9900-ABANDON.
033400     OPEN I-O MATFIC.
033500     IF NOT W-MAT-OK
033600         MOVE 'OPEN MATFIC'  TO W-MOTIF-ABANDON
033700         GO TO 9900-ABANDON.
033800     OPEN I-O CLDFIC.
033900     IF NOT W-CLD-OK
034000         MOVE 'OPEN CLDFIC'  TO W-MOTIF-ABANDON
034100         GO TO 9900-ABANDON.
034600     OPEN OUTPUT MVTECH ECHDEM ETATECH.
034700     IF NOT W-MVT-OK OR NOT W-ECD-OK OR NOT W-EEC-OK
034800         MOVE 'OPEN SORTIES ECHEANCES' TO W-MOTIF-ABANDON
034900         GO TO 9900-ABANDON.
035000     PERFORM 7100-ENTETE-LOT THRU 7100-EXIT.
035100     MOVE W-DATE-EXEC  TO EEC-E-DATE.
035200     MOVE W-CYCLE-JOUR TO EEC-E-CYCLE.
035300     WRITE EEC-LIGNE FROM EEC-ENTETE.
035400     WRITE EEC-LIGNE FROM EEC-TITRES.
035500     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
035600 1000-EXIT.
035700     EXIT.
035800******************************************************************
035900*  2000-UN-ENREG : STATUT A ECHEANCE - AVIS DANS LE PREAVIS OU   *
036000*  EXECUTION DE L INSTRUCTION A L ECHEANCE OUVREE                *
036100******************************************************************
036200 2000-UN-ENREG.
036300     ADD 1 TO CPT-LUS.
036400     IF FFFFFGS-STATUT = 'SU' OR SPACES OR LOW-VALUE
036500         GO TO 2000-SUIVANT.
036600     IF FFFFFGS-DATE-EFFET NOT NUMERIC
036700      OR FFFFFGS-DATE-EFFET = ZERO
036800         GO TO 2000-SUIVANT.
036900     PERFORM 2100-STATUT-ECHE THRU 2100-EXIT.
037000     IF W-STA-ECHEANCE (IX-STA) NOT = 'O'
037100         GO TO 2000-SUIVANT.
037200     ADD 1 TO CPT-A-ECHEANCE.
037300     MOVE FFFFFGS-DATE-EFFET TO W-DATE-FIN.
037400     MOVE 'N' TO W-MAT-MODIFIEE.
037500     MOVE ZERO TO W-NOUVELLE-FIN.
037600     PERFORM 2200-LIRE-INSTRUCTION THRU 2200-EXIT.
037700     MOVE 'S'          TO CAZ-FONCTION.
037800     MOVE 'FR'         TO CAZ-JURIDICTION.
037900     MOVE W-DATE-FIN   TO CAZ-DATE-ENTREE.
038000     CALL 'GSCA220' USING CAZ-ZONE.
038100     IF NOT CAZ-SERVI
038200         MOVE 'GSCA220 - CALENDRIER INDISPONIBLE'
038300           TO W-MOTIF-ABANDON
038400         GO TO 9900-ABANDON.
038500     MOVE CAZ-DATE-SORTIE TO W-DATE-OUVREE.
038600     IF W-DATE-OUVREE GREATER W-DATE-EXEC
038700         PERFORM 2500-AVISER THRU 2500-EXIT
038800     ELSE
038900         PERFORM 3000-ECHOIR THRU 3000-EXIT.
039000     IF W-MAT-MODIFIEE = 'O'
039100         PERFORM 2300-ECRIRE-INSTRUCTION THRU 2300-EXIT.
039200 2000-SUIVANT.
039300     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
039400 2000-EXIT.
039500     EXIT.
039600******************************************************************
039700*  2100-STATUT-ECHE : POSTE DU STATUT COURANT, CHARGE DE         *
039800*  REFTBL ECHE A SA PREMIERE RENCONTRE (IX-STA EN RETOUR)        *
039900******************************************************************
040000 2100-STATUT-ECHE.
040100     MOVE 1 TO IX-STA.
040200 2100-CHERCHER.
040300     IF IX-STA GREATER NB-STATUTS
040400         GO TO 2100-CHARGER.
040500     IF W-STA-CODE (IX-STA) = FFFFFGS-STATUT
040600         GO TO 2100-EXIT.
040700     ADD 1 TO IX-STA.
040800     GO TO 2100-CHERCHER.
040900 2100-CHARGER.
041000     IF NB-STATUTS NOT LESS 40
041100         MOVE 'TABLE DES STATUTS ECHE SATUREE' TO W-MOTIF-ABANDON
041200         GO TO 9900-ABANDON.
041300     ADD 1 TO NB-STATUTS.
041400     MOVE NB-STATUTS       TO IX-STA.
041500     MOVE FFFFFGS-STATUT   TO W-STA-CODE (IX-STA).
041600     MOVE 'N'              TO W-STA-ECHEANCE (IX-STA).
041700     MOVE W-PREAVIS-DEFAUT TO W-STA-PREAVIS (IX-STA).
041800     MOVE 'ECHE'           TO REF-D-TYPE.
041900     MOVE SPACES           TO REF-D-CODE.
042000     MOVE FFFFFGS-STATUT   TO REF-D-CODE (1:2).
042100     MOVE W-DATE-EXEC      TO REF-D-DATE.
042200     CALL 'GSRT060' USING REF-DEM.
042300     IF REF-D-INCIDENT
042400         MOVE 'GSRT060 - LECTURE REFTBL ECHE' TO W-MOTIF-ABANDON
042500         GO TO 9900-ABANDON.
042600     IF NOT REF-D-TROUVE
042700         GO TO 2100-EXIT.
042800     MOVE 'O' TO W-STA-ECHEANCE (IX-STA).
042900     MOVE REF-D-LIB-COURT (1:3) TO W-PREAVIS-X.
043000     IF W-PREAVIS-9 NUMERIC
043100         MOVE W-PREAVIS-9 TO W-STA-PREAVIS (IX-STA).
043200 2100-EXIT.
043300     EXIT.
043400******************************************************************
043500*  2200-LIRE-INSTRUCTION : INSTRUCTION MATFIC DE LA CLE - A      *
043600*  DEFAUT UN POSTE A RECUEILLIR EST PREPARE (ECRIT S IL SERT)    *
043700******************************************************************
043800 2200-LIRE-INSTRUCTION.
043900     MOVE FFFFFGS-CLE TO MAT-FGS-CLE.
044000     READ MATFIC.
044100     IF W-MAT-OK
044200         MOVE 'O' TO W-MAT-LUE
044300         GO TO 2200-EXIT.
044400     IF NOT W-MAT-ABSENT
044500         MOVE 'READ MATFIC' TO W-MOTIF-ABANDON
044600         GO TO 9900-ABANDON.
044700     MOVE 'N'          TO W-MAT-LUE.
044800     MOVE SPACES       TO MAT-ENREG.
044900     MOVE FFFFFGS-CLE  TO MAT-FGS-CLE.
045000     MOVE 'A'          TO MAT-ETAT.
045100     MOVE 'GSMT880 '   TO MAT-SAISI-PAR.
045200     MOVE W-DATE-EXEC  TO MAT-DATE-SAISIE.
045300     MOVE ZERO         TO MAT-DUREE MAT-NOUVELLE-DUREE
045400                          MAT-DATE-AVIS MAT-DATE-TRAITEE
045500                          MAT-DATE-SIGNALEE MAT-NB-RENOUV.
045600 2200-EXIT.
045700     EXIT.
045800 2300-ECRIRE-INSTRUCTION.
045900     IF W-MAT-LUE = 'O'
046000         REWRITE MAT-ENREG
046100     ELSE
046200         WRITE MAT-ENREG.
046300     IF NOT W-MAT-OK
046400         MOVE 'ECRITURE MATFIC' TO W-MOTIF-ABANDON
046500         GO TO 9900-ABANDON.
046600 2300-EXIT.
046700     EXIT.
046800******************************************************************
046900*  2500-AVISER : DANS LE PREAVIS (JOURS OUVRES JUSQU A           *
047000*  L ECHEANCE), UNE DEMANDE DE LETTRE PAR ECHEANCE               *
047100******************************************************************
047200 2500-AVISER.
047300     IF MAT-DATE-AVIS = W-DATE-FIN
047400      OR MAT-EXECUTEE
047500         GO TO 2500-EXIT.
047600     MOVE 'E'           TO CAZ-FONCTION.
047700     MOVE 'FR'          TO CAZ-JURIDICTION.
047800     MOVE W-DATE-EXEC   TO CAZ-DATE-ENTREE.
047900     MOVE W-DATE-OUVREE TO CAZ-DATE-2.
048000     CALL 'GSCA220' USING CAZ-ZONE.
048100     IF NOT CAZ-SERVI
048200         MOVE 'GSCA220 - CALENDRIER INDISPONIBLE'
048300           TO W-MOTIF-ABANDON
048400         GO TO 9900-ABANDON.
048500     COMPUTE W-RESTANT = CAZ-NB-JOURS - 1.
048600     IF W-RESTANT GREATER W-STA-PREAVIS (IX-STA)
048700         GO TO 2500-EXIT.
048800     MOVE SPACES TO RLD-ENREG.
048900     EVALUATE TRUE
049000         WHEN MAT-RENOUVELER
049100             MOVE 'ECRN'    TO W-MODELE
049200             MOVE MAT-DUREE TO RLD-TRANCHE (1:3)
049300         WHEN MAT-NOUVELLE-DUREE-DEM
049400             MOVE 'ECRN'    TO W-MODELE
049500             MOVE MAT-NOUVELLE-DUREE TO RLD-TRANCHE (1:3)
049600         WHEN MAT-PAYER
049700             MOVE 'ECPA'    TO W-MODELE
049800         WHEN OTHER
049900             MOVE 'ECSI'    TO W-MODELE
050000     END-EVALUATE.
050100     MOVE FFFFFGS-CLE   TO RLD-CLE.
050200     MOVE W-MODELE      TO RLD-MODELE.
050300     IF FFFFFGS-MONTANT NUMERIC
050400         MOVE FFFFFGS-MONTANT TO RLD-MONTANT-RETARD
050500     ELSE
050600         MOVE ZERO            TO RLD-MONTANT-RETARD.
050700     MOVE W-RESTANT     TO RLD-JOURS-RETARD.
050800     MOVE W-DATE-FIN    TO RLD-DATE-PROMESSE.
050900     WRITE RLD-ENREG.
051000     IF NOT W-ECD-OK
051100         MOVE 'WRITE ECHDEM' TO W-MOTIF-ABANDON
051200         GO TO 9900-ABANDON.
051300     MOVE W-DATE-FIN TO MAT-DATE-AVIS.
051400     MOVE 'O'        TO W-MAT-MODIFIEE.
051500     ADD 1 TO CPT-AVIS.
051600     MOVE SPACES TO W-SORT.
051700     STRING 'AVIS ' W-MODELE DELIMITED SIZE INTO W-SORT
051800     END-STRING.
051900     PERFORM 5000-DETAIL THRU 5000-EXIT.
052000 2500-EXIT.
052100     EXIT.
052200******************************************************************
052300*  3000-ECHOIR : ECHEANCE OUVREE ATTEINTE - L INSTRUCTION EST    *
052400*  EXECUTEE UNE FOIS (MAT-DATE-TRAITEE / MAT-DATE-SIGNALEE)      *
052500******************************************************************
052600 3000-ECHOIR.
052700     IF MAT-DATE-TRAITEE = W-DATE-FIN
052800      OR MAT-DATE-SIGNALEE = W-DATE-FIN
052900      OR MAT-EXECUTEE
053000         ADD 1 TO CPT-DEJA-TRAITES
053100         GO TO 3000-EXIT.
053200     IF MAT-SANS-INSTRUCTION
053300         MOVE 'SANS INSTRUCTION D ECHEANCE' TO W-ECHEC
053400         PERFORM 3800-SIGNALER THRU 3800-EXIT
053500         GO TO 3000-EXIT.
053600     IF MAT-PAYER
053700         PERFORM 3500-PAYER THRU 3500-EXIT
053800         GO TO 3000-EXIT.
053900     IF MAT-RENOUVELER
054000         MOVE MAT-DUREE TO W-DUREE
054100     ELSE
054200         IF MAT-NOUVELLE-DUREE-DEM
054300             MOVE MAT-NOUVELLE-DUREE TO W-DUREE
054400         ELSE
054500             MOVE 'INSTRUCTION INVALIDE' TO W-ECHEC
054600             PERFORM 3800-SIGNALER THRU 3800-EXIT
054700             GO TO 3000-EXIT.
054800     IF W-DUREE NOT NUMERIC
054900      OR W-DUREE = ZERO
055000         MOVE 'DUREE DE RENOUVELLEMENT INVALIDE' TO W-ECHEC
055100         PERFORM 3800-SIGNALER THRU 3800-EXIT
055200         GO TO 3000-EXIT.
055300     PERFORM 3100-RENOUVELER THRU 3100-EXIT.
055400 3000-EXIT.
055500     EXIT.
055600******************************************************************
055700*  3100-RENOUVELER : MOUVEMENT M - MEME STATUT, DATE DE FIN      *
055800*  PROLONGEE, ANCIENNE SITUATION EN TETE DE L HISTORIQUE         *
055900******************************************************************
056000 3100-RENOUVELER.
056100     MOVE W-DATE-FIN TO W-ECH-DATE.
056200     MOVE W-ECH-JOUR TO W-JOUR-ANCRAGE.
056300     PERFORM 3200-AJOUTER-DUREE THRU 3200-EXIT.
056400     MOVE W-ECH-DATE TO W-NOUVELLE-FIN.
056500     PERFORM 3300-DECALER-HISTO THRU 3300-EXIT.
056600     MOVE W-NOUVELLE-FIN TO FFFFFGS-DATE-EFFET.
056700     PERFORM 3400-GENERER THRU 3400-EXIT.
056800     IF MAT-NOUVELLE-DUREE-DEM
056900         MOVE MAT-NOUVELLE-DUREE TO MAT-DUREE
057000         MOVE ZERO               TO MAT-NOUVELLE-DUREE
057100         MOVE 'R'                TO MAT-INSTRUCTION.
057200     MOVE W-DATE-FIN TO MAT-DATE-TRAITEE.
057300     ADD 1 TO MAT-NB-RENOUV.
057400     MOVE 'O' TO W-MAT-MODIFIEE.
057500     ADD 1 TO CPT-RENOUVELES.
057600     MOVE SPACES TO W-SORT.
057700     STRING 'RENOUVELE ' W-DUREE ' MOIS'
057800         DELIMITED SIZE INTO W-SORT
057900     END-STRING.
058000     PERFORM 5000-DETAIL THRU 5000-EXIT.
058100 3100-EXIT.
058200     EXIT.
058300******************************************************************
058400*  3200-AJOUTER-DUREE : W-ECH-DATE + W-DUREE MOIS AU QUANTIEME   *
058500*  D ANCRAGE, RAMENE A LA FIN D UN MOIS PLUS COURT               *
058600******************************************************************
058700 3200-AJOUTER-DUREE.
058800     COMPUTE W-MOIS-CALCUL = W-ECH-MOIS + W-DUREE - 1.
058900     DIVIDE W-MOIS-CALCUL BY 12
059000         GIVING W-QUOTIENT REMAINDER W-RESTE.
059100     ADD W-QUOTIENT TO W-ECH-ANNEE.
059200     COMPUTE W-ECH-MOIS = W-RESTE + 1.
059300     PERFORM 3250-JOURS-DU-MOIS THRU 3250-EXIT.
059400     IF W-JOUR-ANCRAGE NOT GREATER W-JOURS-MOIS
059500         MOVE W-JOUR-ANCRAGE TO W-ECH-JOUR
059600     ELSE
059700         MOVE W-JOURS-MOIS   TO W-ECH-JOUR.
059800 3200-EXIT.
059900     EXIT.
060000 3250-JOURS-DU-MOIS.
060100     MOVE W-JM (W-ECH-MOIS) TO W-JOURS-MOIS.
060200     IF W-ECH-MOIS NOT = 2
060300         GO TO 3250-EXIT.
060400     DIVIDE W-ECH-ANNEE BY 4
060500         GIVING W-QUOTIENT REMAINDER W-RESTE.
060600     IF W-RESTE NOT = ZERO
060700         GO TO 3250-EXIT.
060800     DIVIDE W-ECH-ANNEE BY 100
060900         GIVING W-QUOTIENT REMAINDER W-RESTE.
061000     IF W-RESTE NOT = ZERO
061100         MOVE 29 TO W-JOURS-MOIS
061200         GO TO 3250-EXIT.
061300     DIVIDE W-ECH-ANNEE BY 400
061400         GIVING W-QUOTIENT REMAINDER W-RESTE.
061500     IF W-RESTE = ZERO
061600         MOVE 29 TO W-JOURS-MOIS.
061700 3250-EXIT.
061800     EXIT.
061900******************************************************************
062000*  3300-DECALER-HISTO : POSTES 1 A 4 DECALES D UN CRAN, LA       *
062100*  SITUATION QUI S ACHEVE ENTRE EN POSTE 1 (POSTE 5 INTACT)      *
062200******************************************************************
062300 3300-DECALER-HISTO.
062400     PERFORM 3350-DECALER-POSTE THRU 3350-EXIT
062500         VARYING IX-HIS FROM 4 BY -1
062600         UNTIL IX-HIS LESS 2.
062700     MOVE FFFFFGS-DATE-EFFET TO FFFFFGS-HIS-DATE-EFFET (1).
062800     MOVE FFFFFGS-STATUT     TO FFFFFGS-HIS-STATUT (1).
062900     IF FFFFFGS-MONTANT NUMERIC
063000         MOVE FFFFFGS-MONTANT TO FFFFFGS-HIS-MONTANT (1)
063100     ELSE
063200         MOVE ZERO            TO FFFFFGS-HIS-MONTANT (1).
063300 3300-EXIT.
063400     EXIT.
063500 3350-DECALER-POSTE.
063600     COMPUTE IX-PREC = IX-HIS - 1.
063700     MOVE FFFFFGS-HISTO (IX-PREC) TO FFFFFGS-HISTO (IX-HIS).
063800 3350-EXIT.
063900     EXIT.
064000******************************************************************
064100*  3400-GENERER : MOUVEMENT M DE L IMAGE MODIFIEE - NOM ET ID-   *
064200*  NAT EN CLAIR (GSCR390) COMME POUR TOUT MOUVEMENT DE LOT       *
064300******************************************************************
064400 3400-GENERER.
064500     MOVE 'D'                 TO CRZ-FONCTION.
064600     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
064700     MOVE FFFFFGS-NOM         TO CRZ-NOM.
064800     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
064900     CALL 'GSCR390' USING CRZ-ZONE.
065000     MOVE CRZ-NOM             TO W-NOM-CLAIR.
065100     MOVE 'M'                 TO MVT-CODE.
065200     MOVE ZERO                TO MVT-AGE.
065300     MOVE FFFFFGS-ENREG       TO MVT-IMAGE.
065400     MOVE W-NOM-CLAIR         TO MVT-IMAGE (18:30).
065500     MOVE CRZ-ID-NAT          TO MVT-IMAGE (48:13).
065600     WRITE MVT-ENREG.
065700     IF NOT W-MVT-OK
065800         MOVE 'WRITE MVTECH' TO W-MOTIF-ABANDON
065900         GO TO 9900-ABANDON.
066000     PERFORM 7200-HASHER THRU 7200-EXIT.
066100 3400-EXIT.
066200     EXIT.
066300******************************************************************
066400*  3500-PAYER : SI LA MATRICE OUVRE AU LOT LA CLOTURE VERS LE    *
066500*  STATUT DE LA CARTE, DEMANDE DE CLOTURE POUR LE REGLEMENT      *
066550*  FINAL GSCD890 (VERSEMENT DU SOLDE)                            *
066600******************************************************************
066700 3500-PAYER.
066800     MOVE 'TRST'           TO REF-D-TYPE.
066900     MOVE SPACES           TO REF-D-CODE.
067000     MOVE FFFFFGS-STATUT   TO REF-D-CODE (1:2).
067100     MOVE W-STATUT-CLOTURE TO REF-D-CODE (3:2).
067200     MOVE W-DATE-EXEC      TO REF-D-DATE.
067300     CALL 'GSRT060' USING REF-DEM.
067400     IF REF-D-INCIDENT
067500         MOVE 'GSRT060 - LECTURE REFTBL TRST' TO W-MOTIF-ABANDON
067600         GO TO 9900-ABANDON.
067700     IF NOT REF-D-TROUVE
067800      OR (REF-D-LIB-COURT (1:1) NOT = 'B'
067900          AND REF-D-LIB-COURT (1:1) NOT = '*')
068000         MOVE SPACES TO W-ECHEC
068100         STRING 'CLOTURE HORS MATRICE ' FFFFFGS-STATUT '>'
068200                W-STATUT-CLOTURE DELIMITED SIZE INTO W-ECHEC
068300         END-STRING
068400         PERFORM 3800-SIGNALER THRU 3800-EXIT
068500         GO TO 3500-EXIT.
068600     IF FFFFFGS-MONTANT NUMERIC
068700      AND FFFFFGS-MONTANT GREATER ZERO
068800         MOVE FFFFFGS-MONTANT TO W-A-PAYER
068900     ELSE
069000         MOVE ZERO            TO W-A-PAYER.
069100     PERFORM 3600-DEMANDER-CLOTURE THRU 3600-EXIT.
069900     MOVE 'T'        TO MAT-ETAT.
070000     MOVE W-DATE-FIN TO MAT-DATE-TRAITEE.
070100     MOVE 'O'        TO W-MAT-MODIFIEE.
070200     ADD 1 TO CPT-PAYES.
070300     PERFORM 5000-DETAIL THRU 5000-EXIT.
070400 3500-EXIT.
070500     EXIT.
070600******************************************************************
070675*  3600-DEMANDER-CLOTURE : DEMANDE CLDFIC ORIGINE E, NATURE V -  *
070750*  UNE DEMANDE REJETEE PAR GSCD890 EST REPOSEE, UNE DEMANDE EN   *
070825*  COURS OU REGLEE EST LAISSEE                                   *
070900******************************************************************
070975 3600-DEMANDER-CLOTURE.
071050     MOVE 'CLOTURE DEMANDEE (GSCD890)' TO W-SORT.
071125     PERFORM 3650-PREPARER-DEMANDE THRU 3650-EXIT.
071200     WRITE CLD-ENREG.
071275     IF W-CLD-OK
071350         ADD W-A-PAYER TO W-TOT-PAYES
071425         GO TO 3600-EXIT.
071500     IF NOT W-CLD-DOUBLE
071575         MOVE 'WRITE CLDFIC' TO W-MOTIF-ABANDON
071650         GO TO 9900-ABANDON.
071725     READ CLDFIC.
071800     IF NOT W-CLD-OK
071875         MOVE 'READ CLDFIC' TO W-MOTIF-ABANDON
071950         GO TO 9900-ABANDON.
072025     IF NOT CLD-REJETEE
072100         ADD 1 TO CPT-DEJA-DEMANDEES
072175         MOVE 'CLOTURE DEJA DEMANDEE' TO W-SORT
072250         GO TO 3600-EXIT.
072325     PERFORM 3650-PREPARER-DEMANDE THRU 3650-EXIT.
072400     REWRITE CLD-ENREG.
072475     IF NOT W-CLD-OK
072550         MOVE 'REWRITE CLDFIC' TO W-MOTIF-ABANDON
072625         GO TO 9900-ABANDON.
072700     ADD W-A-PAYER TO W-TOT-PAYES.
072775 3600-EXIT.
072850     EXIT.
072925 3650-PREPARER-DEMANDE.
073000     MOVE SPACES           TO CLD-ENREG.
073075     MOVE FFFFFGS-CLE      TO CLD-FGS-CLE.
073150     MOVE 'E'              TO CLD-ORIGINE.
073225     MOVE W-STATUT-CLOTURE TO CLD-STATUT-CIBLE.
073300     MOVE 'V'              TO CLD-NATURE-PAIEMENT.
073375     MOVE 'D'              TO CLD-ETAT.
073450     MOVE 'GSMT880 '       TO CLD-DEMANDEUR.
073525     MOVE W-DATE-EXEC      TO CLD-DATE-DEMANDE.
073600     MOVE ZERO             TO CLD-DATE-REGLEMENT CLD-DATE-RELEVE
073675                              CLD-SOLDE-AVANT CLD-INTERETS
073750                              CLD-FRAIS CLD-REMBOURSE.
073825 3650-EXIT.
073900     EXIT.
074200******************************************************************
074300*  3800-SIGNALER : ELEMENT DE LA FILE ECHEANCE (GSWB080), UNE    *
074400*  FOIS PAR ECHEANCE                                             *
074500******************************************************************
074600 3800-SIGNALER.
074700     MOVE 'ECHE'        TO WBZ-TYPE-EXC.
074800     MOVE FFFFFGS-CLE   TO WBZ-FGS-CLE.
074900     MOVE W-ECHEC       TO WBZ-MOTIF.
075000     MOVE 'GSMT880 '    TO WBZ-PROGRAMME.
075100     CALL 'GSWB080' USING WBZ-ZONE.
075200     IF NOT WBZ-POSE
075300         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
075400         GO TO 9900-ABANDON.
075500     MOVE W-DATE-FIN TO MAT-DATE-SIGNALEE.
075600     MOVE 'O'        TO W-MAT-MODIFIEE.
075700     ADD 1 TO CPT-SIGNALES.
075800     MOVE W-ECHEC    TO W-SORT.
075900     PERFORM 5000-DETAIL THRU 5000-EXIT.
076000 3800-EXIT.
076100     EXIT.
076200******************************************************************
076300*  4000-TERMINAISON : PIED DU LOT, TOTAUX ET FERMETURES          *
076400******************************************************************
076500 4000-TERMINAISON.
076600     PERFORM 7300-PIED-LOT THRU 7300-EXIT.
076700     MOVE ZERO                       TO EEC-T-MONTANT.
076800     MOVE 'ENREGISTREMENTS A ECHEANCE' TO EEC-T-LIBELLE.
076900     MOVE CPT-A-ECHEANCE             TO EEC-T-NB.
077000     WRITE EEC-LIGNE FROM EEC-TOTAL.
077100     MOVE 'AVIS DEMANDES (ECHDEM)'   TO EEC-T-LIBELLE.
077200     MOVE CPT-AVIS                   TO EEC-T-NB.
077300     WRITE EEC-LIGNE FROM EEC-TOTAL.
077400     MOVE 'RENOUVELLEMENTS'          TO EEC-T-LIBELLE.
077500     MOVE CPT-RENOUVELES             TO EEC-T-NB.
077600     WRITE EEC-LIGNE FROM EEC-TOTAL.
077700     MOVE 'CLOTURES DEMANDEES (CLDFIC)' TO EEC-T-LIBELLE.
077800     MOVE CPT-PAYES                  TO EEC-T-NB.
077900     MOVE W-TOT-PAYES                TO EEC-T-MONTANT.
078000     WRITE EEC-LIGNE FROM EEC-TOTAL.
078100     MOVE ZERO                       TO EEC-T-MONTANT.
078200     MOVE '  DONT DEJA DEMANDEES'    TO EEC-T-LIBELLE.
078300     MOVE CPT-DEJA-DEMANDEES         TO EEC-T-NB.
078400     WRITE EEC-LIGNE FROM EEC-TOTAL.
078500     MOVE 'SIGNALES (FILE ECHEANCE)' TO EEC-T-LIBELLE.
078600     MOVE CPT-SIGNALES               TO EEC-T-NB.
078700     WRITE EEC-LIGNE FROM EEC-TOTAL.
078800     MOVE 'ECHEANCES DEJA TRAITEES'  TO EEC-T-LIBELLE.
078900     MOVE CPT-DEJA-TRAITES           TO EEC-T-NB.
079000     WRITE EEC-LIGNE FROM EEC-TOTAL.
079100     MOVE 'MOUVEMENTS DU LOT MVTECH' TO EEC-T-LIBELLE.
079200     MOVE CPT-MVTS-LOT               TO EEC-T-NB.
079300     WRITE EEC-LIGNE FROM EEC-TOTAL.
079400     CLOSE FFFFFGS MATFIC CLDFIC MVTECH ECHDEM ETATECH.
079500     DISPLAY 'GSMT880 - A ECHEANCE : ' CPT-A-ECHEANCE
079600             ' AVIS : ' CPT-AVIS
079700             ' RENOUVELES : ' CPT-RENOUVELES.
079800     DISPLAY 'GSMT880 - CLOTURES DEMANDEES : ' CPT-PAYES
079900             ' DEJA : ' CPT-DEJA-DEMANDEES
080000             ' SIGNALES : ' CPT-SIGNALES.
080100 4000-EXIT.
080200     EXIT.
080300******************************************************************
080400*  5000-DETAIL : LIGNE D ETAT (W-SORT POSE)                      *
080500******************************************************************
080600 5000-DETAIL.
080700     MOVE FFFFFGS-CLE     TO EEC-D-CLE.
080800     MOVE FFFFFGS-STATUT  TO EEC-D-STATUT.
080900     MOVE W-DATE-FIN      TO EEC-D-FIN.
081000     MOVE MAT-INSTRUCTION TO EEC-D-INSTRUCTION.
081100     MOVE W-NOUVELLE-FIN  TO EEC-D-NOUVELLE-FIN.
081200     IF FFFFFGS-MONTANT NUMERIC
081300         MOVE FFFFFGS-MONTANT TO EEC-D-MONTANT
081400     ELSE
081500         MOVE ZERO            TO EEC-D-MONTANT.
081600     MOVE W-SORT          TO EEC-D-SORT.
081700     WRITE EEC-LIGNE FROM EEC-DETAIL.
081800     IF NOT W-EEC-OK
081900         MOVE 'WRITE ETATECH' TO W-MOTIF-ABANDON
082000         GO TO 9900-ABANDON.
082100 5000-EXIT.
082200     EXIT.
082300******************************************************************
082400*  7100-ENTETE-LOT : ENTETE FFFFFGCT DU LOT MVTECH               *
082500******************************************************************
082600 7100-ENTETE-LOT.
082700     MOVE SPACES       TO CTL-ENTETE-ZONE.
082800     MOVE '1'          TO CTL-E-CODE.
082900     MOVE 'ECHEANCE'   TO CTL-E-SOURCE.
083000     MOVE W-DATE-JOUR  TO CTL-E-DATE-CREA.
083100     MOVE W-CYCLE-JOUR TO CTL-E-CYCLE.
083200     MOVE CTL-ENTETE-ZONE TO MVT-ENREG.
083300     WRITE MVT-ENREG.
083400     IF NOT W-MVT-OK
083500         MOVE 'WRITE ENTETE MVTECH' TO W-MOTIF-ABANDON
083600         GO TO 9900-ABANDON.
083700 7100-EXIT.
083800     EXIT.
083900******************************************************************
084000*  7200-HASHER : CUMULS DU PIED - MEMES REGLES QUE GSBC030       *
084100******************************************************************
084200 7200-HASHER.
084300     ADD 1 TO CPT-MVTS-LOT.
084400     MOVE MVT-IMAGE TO W-HASH-IMAGE.
084500     MOVE W-HIM-CLE TO W-CLE-HASH-X.
084600     IF W-CLE-HASH-9 NUMERIC
084700         ADD W-CLE-HASH-9 TO W-HASH-CLE.
084800     IF W-HIM-MONTANT NUMERIC
084900         IF W-HIM-MONTANT LESS ZERO
085000             SUBTRACT W-HIM-MONTANT FROM W-HASH-MONTANT
085100         ELSE
085200             ADD W-HIM-MONTANT TO W-HASH-MONTANT
085300         END-IF
085400     END-IF.
085500     IF W-HIM-MONTANT-ECH NUMERIC
085600         IF W-HIM-MONTANT-ECH LESS ZERO
085700             SUBTRACT W-HIM-MONTANT-ECH FROM W-HASH-MONTANT
085800         ELSE
085900             ADD W-HIM-MONTANT-ECH TO W-HASH-MONTANT
086000         END-IF
086100     END-IF.
086200 7200-EXIT.
086300     EXIT.
086400******************************************************************
086500*  7300-PIED-LOT : PIED DE LOT FFFFFGCT - HASH TRONQUES A 15     *
086600******************************************************************
086700 7300-PIED-LOT.
086800     MOVE W-HASH-CLE TO W-HASH-CLE-15.
086900     COMPUTE W-HASH-MONT-15 = W-HASH-MONTANT * 100.
087000     MOVE SPACES          TO CTL-PIED-ZONE.
087100     MOVE '9'             TO CTL-P-CODE.
087200     MOVE CPT-MVTS-LOT    TO CTL-P-NB-MVTS.
087300     MOVE W-HASH-CLE-15   TO CTL-P-HASH-CLE.
087400     MOVE W-HASH-MONT-15  TO CTL-P-HASH-MONTANT.
087500     MOVE CTL-PIED-ZONE   TO MVT-ENREG.
087600     WRITE MVT-ENREG.
087700     IF NOT W-MVT-OK
087800         MOVE 'WRITE PIED MVTECH' TO W-MOTIF-ABANDON
087900         GO TO 9900-ABANDON.
088000 7300-EXIT.
088100     EXIT.
088200******************************************************************
088300*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
088400******************************************************************
088500 8100-LIRE-FGS.
088600     READ FFFFFGS NEXT.
088700     IF W-FGS-FIN
088800         MOVE 'O' TO W-FIN-FGS
088900         GO TO 8100-EXIT.
089000     IF NOT W-FGS-OK
089100         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
089200         GO TO 9900-ABANDON.
089300 8100-EXIT.
089400     EXIT.
089500******************************************************************
089600*  9900-ABANDON : ARRET ANORMAL - LE LOT NE DOIT PAS PASSER      *
089700******************************************************************
089800 9900-ABANDON.
089900     DISPLAY 'GSMT880 - ABANDON : ' W-MOTIF-ABANDON.
090000     MOVE 16 TO RETURN-CODE.
090100     STOP RUN.
