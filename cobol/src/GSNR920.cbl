000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSNR920.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSNR920 : DECLARATION ANNUELLE DES COMPTES DES NON-RESIDENTS  *
000900*  ------------------------------------------------------------  *
001000*  LA CONFORMITE DECLARE CHAQUE ANNEE LES COMPTES DETENUS PAR DES*
001100*  CLIENTS RESIDENTS FISCAUX D UN AUTRE PAYS QUE CELUI DE        *
001200*  L ENTITE. LE MAITRE FFFFFGS EST LU EN ENTIER, EN PARALLELE DU *
001300*  JOURNAL FISCAL FISJRN TRIE PAR CLE (INTERETS ET FRAIS DE      *
001400*  L ANNEE CIVILE DE LA CARTE PARAMETRE, COMME GSFI910).         *
001500*  SONT RETENUES LES CLES ENTREES AU PLUS TARD LE 31/12 ET NON   *
001600*  SUPPRIMEES AVANT LE 01/01 DE L ANNEE. POUR CHACUNE :          *
001700*   - PAYS DE L ENTITE : REFTBL TYPE PAYE, CODE = ENTITE, LIBELLE*
001800*     COURT (1:2) ; SANS LIGNE, FR (ENTITE SIGNALEE, CODE RETOUR *
001900*     4) ;                                                       *
002000*   - ADRESSES ADRFIC (PAYS A BLANC = PAYS DE L ENTITE) : PAYS   *
002100*     DE L ADRESSE EN VIGUEUR AU 31/12 ET PREMIER PAYS ETRANGER  *
002200*     D UNE ADRESSE EN VIGUEUR DANS L ANNEE (CELLE DU 01/01 OU   *
002300*     UNE ADRESSE PRENANT EFFET DANS L ANNEE) ;                  *
002400*   - RESIDENCE AUTO-CERTIFIEE DU DOSSIER KYCFIC (CARTE F DE     *
002500*     GSKY751), PRISE SI PAYS ET DATE SONT RENSEIGNES.           *
002600*  RESIDENCE RETENUE = AUTO-CERTIFICATION, A DEFAUT PAYS DE      *
002700*  L ADRESSE COURANTE (SANS ADRESSE : PAYS DE L ENTITE).         *
002800*  INDICES CONTRADICTOIRES (ELEMENT DE LA FILE FISCAL PAR        *
002900*  GSWB080, TYPE RESI - CLE NON DECLAREE, CODE RETOUR 4) :       *
003000*   - AUTO-CERTIFICATION DIFFERENTE DU PAYS DE L ADRESSE         *
003100*     COURANTE ;                                                 *
003200*   - SANS AUTO-CERTIFICATION, ADRESSE COURANTE DANS LE PAYS DE  *
003300*     L ENTITE MAIS ADRESSE ETRANGERE DANS L ANNEE.              *
003400*  HORS CONFLIT, LA CLE EST DECLARABLE SI LA RESIDENCE RETENUE   *
003500*  N EST PAS LE PAYS DE L ENTITE : LIGNE D DE DECNRE (NOM ET     *
003600*  ID-NAT EN CLAIR PAR GSCR390) ENTRE UNE ENTETE E ET UNE FIN T  *
003700*  QUI PORTE LES TOTAUX DE CONTROLE.                             *
003800*  SOLDE AU 31/12 = DERNIERE PHOTO SLDFIC DE L ANNEE ; SANS      *
003900*  PHOTO, SOLDE DU MAITRE (CLE NOTEE) OU ZERO SI LA CLE EST      *
004000*  SUPPRIMEE.                                                    *
004100*  REGISTRE ETATNRE PAR ENTITE : CLES DECLAREES ET CLES EN       *
004200*  CONFLIT, SOUS-TOTAL DES DECLAREES PAR ENTITE ET TOTAL GENERAL.*
004300*  CARTE PARAMETRE : ANNEE AAAA (BLANC = ANNEE PRECEDENTE).      *
004400*  ------------------------------------------------------------  *
004500*  ENTREE  : FFFFFGS  FICHIER MAITRE (LECTURE SEQUENTIELLE)      *
004600*            FISJRN   JOURNAL FISCAL                             *
004700*            ADRFIC   ADRESSES                                   *
004800*            KYCFIC   DOSSIERS CLIENT (RESIDENCE AUTO-CERTIFIEE) *
004900*            SLDFIC   PHOTOS QUOTIDIENNES DES SOLDES             *
005000*            REFTBL   (PAR GSRT060) TYPE PAYE                    *
005100*  SORTIE  : DECNRE   DECLARATION A L ADMINISTRATION FISCALE     *
005200*            ETATNRE  REGISTRE DES COMPTES DECLARES PAR ENTITE   *
005300*            WRKBSK   (PAR GSWB080) FILE FISCAL                  *
005400*  TRAVAIL : NRETRI   TRINRE                                     *
005500*  ------------------------------------------------------------  *
005600*  HISTORIQUE DES MODIFICATIONS                                  *
005700*  15/10/26  DA  CREATION                                        *
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
006900     SELECT FISJRN  ASSIGN  FISJRN
007000       ORGANIZATION  SEQUENTIAL
007100       FILE STATUS   W-FISJRN-STATUS.
007200     SELECT NRETRI  ASSIGN  NRETRI
007300       ORGANIZATION  SEQUENTIAL
007400       FILE STATUS   W-NRETRI-STATUS.
007500     SELECT FFFFFGS ASSIGN  FFFFFGS
007600       ORGANIZATION  INDEXED
007700       ACCESS MODE   SEQUENTIAL
007800       RECORD KEY    FFFFFGS-CLE
007900       FILE STATUS   W-FFFFFGS-STATUS.
008000     SELECT ADRFIC  ASSIGN  ADRFIC
008100       ORGANIZATION  INDEXED
008200       ACCESS MODE   DYNAMIC
008300       RECORD KEY    ADR-CLE
008400       FILE STATUS   W-ADRFIC-STATUS.
008500     SELECT KYCFIC  ASSIGN  KYCFIC
008600       ORGANIZATION  INDEXED
008700       ACCESS MODE   RANDOM
008800       RECORD KEY    KYC-FGS-CLE
008900       FILE STATUS   W-KYCFIC-STATUS.
009000     SELECT SLDFIC  ASSIGN  SLDFIC
009100       ORGANIZATION  INDEXED
009200       ACCESS MODE   DYNAMIC
009300       RECORD KEY    SLD-CLE
009400       FILE STATUS   W-SLDFIC-STATUS.
009500     SELECT DECNRE  ASSIGN  DECNRE
009600       ORGANIZATION  SEQUENTIAL
009700       FILE STATUS   W-DECNRE-STATUS.
009800     SELECT ETATNRE ASSIGN  ETATNRE
009900       ORGANIZATION  SEQUENTIAL
010000       FILE STATUS   W-ETATNRE-STATUS.
010100     SELECT TRINRE  ASSIGN  TRINRE.
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  FISJRN
010500     LABEL RECORD STANDARD
010600     DATA RECORD FIJ-ENREG.
010700 01  FIJ-ENREG                       PIC X(50).
010800*    JOURNAL TRIE PAR CLE ET DATE (DESSIN FFFFFGFJ)
010900 FD  NRETRI
011000     LABEL RECORD STANDARD
011100     DATA RECORD FIS-ENREG.
011200 COPY FFFFFGFJ.
011300 FD  FFFFFGS
011400     LABEL RECORD STANDARD
011500     DATA RECORD FFFFFGS-ENREG.
011600 COPY FFFFFFGS.
011700 FD  ADRFIC
011800     LABEL RECORD STANDARD
011900     DATA RECORD ADR-ENREG.
012000 COPY FFFFFGAD.
012100 FD  KYCFIC
012200     LABEL RECORD STANDARD
012300     DATA RECORD KYC-ENREG.
012400 COPY FFFFFGKY.
012500 FD  SLDFIC
012600     LABEL RECORD STANDARD
012700     DATA RECORD SLD-ENREG.
012800 COPY FFFFFGSL.
012900 FD  DECNRE
013000     LABEL RECORD STANDARD
013100     DATA RECORD DNR-ENREG.
013200 COPY FFFFFGNR.
013300 FD  ETATNRE
013400     LABEL RECORD STANDARD
013500     DATA RECORD ENR-LIGNE.
013600 01  ENR-LIGNE                       PIC X(132).
013700 SD  TRINRE
013800     DATA RECORD TRN-ENREG.
013900 01  TRN-ENREG.
014000     05  TRN-CLE                     PIC X(15).
014100     05  TRN-NATURE                  PIC X(01).
014200     05  TRN-DATE                    PIC 9(08).
014300     05  FILLER                      PIC X(26).
014400 WORKING-STORAGE SECTION.
014500 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
014600 77  CPT-HORS-PERIODE                PIC S9(08) COMP VALUE ZERO.
014700 77  CPT-RESIDENTS                   PIC S9(08) COMP VALUE ZERO.
014800 77  CPT-DECLAREES                   PIC S9(08) COMP VALUE ZERO.
014900 77  CPT-CONFLITS                    PIC S9(08) COMP VALUE ZERO.
015000 77  CPT-AUTOCERT                    PIC S9(08) COMP VALUE ZERO.
015100 77  CPT-SANS-ADRESSE                PIC S9(08) COMP VALUE ZERO.
015200 77  CPT-SOLDE-MAITRE                PIC S9(08) COMP VALUE ZERO.
015300 77  CPT-ENTITES-SANS-PAYS           PIC S9(08) COMP VALUE ZERO.
015400 77  CPT-FIS-LUES                    PIC S9(08) COMP VALUE ZERO.
015500 77  CPT-FIS-HORS-ANNEE              PIC S9(08) COMP VALUE ZERO.
015600 77  CPT-FIS-HORS-MAITRE             PIC S9(08) COMP VALUE ZERO.
015700 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
015800     88  FIN-FGS                     VALUE 'O'.
015900 01  W-FIN-FIS                       PIC X(01) VALUE 'N'.
016000     88  FIN-FIS                     VALUE 'O'.
016100 01  W-FISJRN-STATUS                 PIC X(02).
016200     88  W-FIJ-OK                    VALUE '00'.
016300 01  W-NRETRI-STATUS                 PIC X(02).
016400     88  W-FIS-OK                    VALUE '00'.
016500     88  W-FIS-FIN                   VALUE '10'.
016600 COPY FFFFFGSW.
016700 01  W-ADRFIC-STATUS                 PIC X(02).
016800     88  W-ADR-OK                    VALUE '00'.
016900     88  W-ADR-FIN                   VALUE '10'.
017000     88  W-ADR-ABSENT                VALUE '23'.
017100 77  W-FIN-ADR                       PIC X(01).
017200 01  W-KYCFIC-STATUS                 PIC X(02).
017300     88  W-KYC-OK                    VALUE '00'.
017400     88  W-KYC-ABSENT                VALUE '23'.
017500 01  W-SLDFIC-STATUS                 PIC X(02).
017600     88  W-SLD-OK                    VALUE '00'.
017700     88  W-SLD-FIN                   VALUE '10'.
017800     88  W-SLD-ABSENT                VALUE '23'.
017900 77  W-FIN-SLD                       PIC X(01).
018000 77  W-PHOTO                         PIC X(01).
018100 01  W-DECNRE-STATUS                 PIC X(02).
018200     88  W-DNR-OK                    VALUE '00'.
018300 01  W-ETATNRE-STATUS                PIC X(02).
018400     88  W-ENR-OK                    VALUE '00'.
018500 01  W-MOTIF-ABANDON                 PIC X(40).
018600 01  W-PARM.
018700     05  W-PARM-ANNEE                PIC X(04).
018800     05  FILLER                      PIC X(76).
018900 01  W-PARM-R REDEFINES W-PARM.
019000     05  W-PARM-ANNEE-9              PIC 9(04).
019100     05  FILLER                      PIC X(76).
019200 01  W-DATE-JOUR.
019300     05  W-JOUR-AAAA                 PIC 9(04).
019400     05  FILLER                      PIC 9(04).
019500 01  W-DATE-JOUR-9 REDEFINES W-DATE-JOUR
019600                                     PIC 9(08).
019700 01  W-ANNEE                         PIC 9(04).
019800*    BORNES DE L ANNEE DECLAREE
019900 01  W-DEBUT-ANNEE.
020000     05  W-DEBUT-AAAA                PIC 9(04).
020100     05  W-DEBUT-MMJJ                PIC 9(04) VALUE 0101.
020200 01  W-DEBUT-ANNEE-9 REDEFINES W-DEBUT-ANNEE
020300                                     PIC 9(08).
020400 01  W-FIN-ANNEE.
020500     05  W-FIN-AAAA                  PIC 9(04).
020600     05  W-FIN-MMJJ                  PIC 9(04) VALUE 1231.
020700 01  W-FIN-ANNEE-9 REDEFINES W-FIN-ANNEE
020800                                     PIC 9(08).
020900*    CLE DU JOURNAL TRIE EN ATTENTE (HAUT DE VALEUR EN FIN)
021000 01  W-FIS-CLE                       PIC X(15).
021100*    PAYS DE L ENTITE (REFTBL PAYE), GARDE POUR L ENTITE LUE
021200 01  W-ENTITE-LUE                    PIC X(02) VALUE SPACES.
021300 01  W-PAYS-ENTITE                   PIC X(02).
021400*    INDICES DE RESIDENCE DE LA CLE EN COURS
021500 01  W-PAYS-LU                       PIC X(02).
021600 01  W-PAYS-DEBUT                    PIC X(02).
021700 01  W-PAYS-COURANT                  PIC X(02).
021800 01  W-PAYS-ETRANGER                 PIC X(02).
021900 01  W-AUTOCERT                      PIC X(02).
022000 01  W-RESIDENCE                     PIC X(02).
022100 01  W-ORIGINE                       PIC X(01).
022200 01  W-MOTIF-CONFLIT                 PIC X(30).
022300 01  W-ADRESSE-COURANTE.
022400     05  W-ADR-LIGNE-1               PIC X(30).
022500     05  W-ADR-CODE-POSTAL           PIC X(10).
022600     05  W-ADR-VILLE                 PIC X(20).
022700*    MONTANTS DE LA CLE EN COURS
022800 01  W-CLE-SOLDE                     PIC S9(11)V99 COMP-3.
022900 01  W-CLE-INTERETS                  PIC S9(11)V99 COMP-3.
023000 01  W-CLE-FRAIS                     PIC S9(11)V99 COMP-3.
023100 01  W-NOM-CLAIR                     PIC X(30).
023200 01  W-ID-NAT-CLAIR                  PIC X(13).
023300 01  W-NOTE                          PIC X(30).
023400*    CUMULS DE L ENTITE EN COURS ET CUMULS GENERAUX (DECLAREES)
023500 01  W-ENTITE-COURANTE               PIC X(02) VALUE SPACES.
023600 01  W-CUMULS-ENTITE.
023700     05  W-ENT-NB                    PIC S9(08) COMP.
023800     05  W-ENT-SOLDE                 PIC S9(13)V99 COMP-3.
023900     05  W-ENT-INTERETS              PIC S9(13)V99 COMP-3.
024000     05  W-ENT-FRAIS                 PIC S9(13)V99 COMP-3.
024100 01  W-CUMULS-GENERAUX.
024200     05  W-GEN-NB                    PIC S9(08) COMP VALUE ZERO.
024300     05  W-GEN-SOLDE                 PIC S9(13)V99 COMP-3
024400                                     VALUE ZERO.
024500     05  W-GEN-INTERETS              PIC S9(13)V99 COMP-3
024600                                     VALUE ZERO.
024700     05  W-GEN-FRAIS                 PIC S9(13)V99 COMP-3
024800                                     VALUE ZERO.
024900 COPY GSREFZ.
025000 COPY GSCRZ.
025100 COPY GSWBZ.
025200 01  ENR-ENTETE.
025300     05  FILLER                      PIC X(44)
025400         VALUE 'GSNR920 - COMPTES DES NON-RESIDENTS - ANNEE '.
025500     05  ENR-E-ANNEE                 PIC 9(04).
025600     05  FILLER                      PIC X(08) VALUE ' - DATE '.
025700     05  ENR-E-DATE                  PIC 9(08).
025800     05  FILLER                      PIC X(68) VALUE SPACES.
025900 01  ENR-TITRES.
026000     05  FILLER                      PIC X(16) VALUE 'CLE'.
026100     05  FILLER                      PIC X(03) VALUE 'RE'.
026200     05  FILLER                      PIC X(02) VALUE 'O'.
026300     05  FILLER                      PIC X(03) VALUE 'AD'.
026400     05  FILLER                      PIC X(03) VALUE 'ST'.
026500     05  FILLER                      PIC X(16)
026600         VALUE '    SOLDE 31/12'.
026700     05  FILLER                      PIC X(16)
026800         VALUE '       INTERETS'.
026900     05  FILLER                      PIC X(16)
027000         VALUE '          FRAIS'.
027100     05  FILLER                      PIC X(57) VALUE 'NOTE'.
027200 01  ENR-DETAIL.
027300     05  ENR-D-CLE                   PIC X(15).
027400     05  FILLER                      PIC X(01) VALUE SPACE.
027500     05  ENR-D-RESIDENCE             PIC X(02).
027600     05  FILLER                      PIC X(01) VALUE SPACE.
027700     05  ENR-D-ORIGINE               PIC X(01).
027800     05  FILLER                      PIC X(01) VALUE SPACE.
027900     05  ENR-D-ADR-PAYS              PIC X(02).
028000     05  FILLER                      PIC X(01) VALUE SPACE.
028100     05  ENR-D-STATUT                PIC X(02).
028200     05  FILLER                      PIC X(01) VALUE SPACE.
028300     05  ENR-D-SOLDE                 PIC -(11)9,99.
028400     05  FILLER                      PIC X(01) VALUE SPACE.
028500     05  ENR-D-INTERETS              PIC -(11)9,99.
028600     05  FILLER                      PIC X(01) VALUE SPACE.
028700     05  ENR-D-FRAIS                 PIC -(11)9,99.
028800     05  FILLER                      PIC X(01) VALUE SPACE.
028900     05  ENR-D-NOTE                  PIC X(30).
029000     05  FILLER                      PIC X(27) VALUE SPACES.
029100 01  ENR-TOTAL.
029200     05  ENR-T-LIBELLE               PIC X(20).
029300     05  ENR-T-NB                    PIC Z(06)9.
029400     05  FILLER                      PIC X(08) VALUE ' SOLDES '.
029500     05  ENR-T-SOLDE                 PIC -(13)9,99.
029600     05  FILLER                      PIC X(11) VALUE ' INTERETS '.
029700     05  ENR-T-INTERETS              PIC -(13)9,99.
029800     05  FILLER                      PIC X(08) VALUE ' FRAIS '.
029900     05  ENR-T-FRAIS                 PIC -(13)9,99.
030000     05  FILLER                      PIC X(24) VALUE SPACES.
030100 01  ENR-COMPTE.
030200     05  ENR-C-LIBELLE               PIC X(30).
030300     05  FILLER                      PIC X(06) VALUE ' NB : '.
030400     05  ENR-C-NB                    PIC Z(07)9.
030500     05  FILLER                      PIC X(88) VALUE SPACES.
030600 PROCEDURE DIVISION.
030700******************************************************************
030800*  0000-MAINLINE : TRI DU JOURNAL PUIS LECTURE DU MAITRE         *
030900******************************************************************
031000 0000-MAINLINE.
031100     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
031200     SORT TRINRE
031300         ON ASCENDING KEY TRN-CLE TRN-DATE
031400         USING FISJRN
031500         GIVING NRETRI.
031600     PERFORM 1500-OUVERTURES THRU 1500-EXIT.
031700     PERFORM 2000-UNE-CLE THRU 2000-EXIT
031800         UNTIL FIN-FGS.
031900     MOVE HIGH-VALUES TO FFFFFGS-CLE.
032000     PERFORM 2150-UNE-LIGNE-FIS THRU 2150-EXIT
032100         UNTIL FIN-FIS.
032200     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
032300     IF CPT-CONFLITS GREATER ZERO
032400      OR CPT-ENTITES-SANS-PAYS GREATER ZERO
032500         MOVE 4 TO RETURN-CODE.
032600     GOBACK.
032700 0000-EXIT.
032800     EXIT.
032900******************************************************************
033000*  1000-INITIALISATION : CARTE PARAMETRE ET ANNEE TRAITEE        *
033100******************************************************************
033200 1000-INITIALISATION.
033300     MOVE SPACES TO W-PARM.
033400     ACCEPT W-PARM.
033500     ACCEPT W-DATE-JOUR-9 FROM DATE YYYYMMDD.
033600     IF W-PARM-ANNEE = SPACES
033700         SUBTRACT 1 FROM W-JOUR-AAAA GIVING W-ANNEE
033800     ELSE
033900         IF W-PARM-ANNEE-9 NOT NUMERIC
034000             MOVE 'CARTE PARAMETRE - ANNEE' TO W-MOTIF-ABANDON
034100             GO TO 9900-ABANDON
034200         ELSE
034300             MOVE W-PARM-ANNEE-9 TO W-ANNEE.
034400     MOVE W-ANNEE TO W-DEBUT-AAAA W-FIN-AAAA.
034500 1000-EXIT.
034600     EXIT.
034700******************************************************************
034800*  1500-OUVERTURES : FICHIERS, ENTETES DU REGISTRE ET DE LA      *
034900*  DECLARATION, PREMIERES LIGNES DU JOURNAL TRIE ET DU MAITRE    *
035000******************************************************************
035100 1500-OUVERTURES.
035200     OPEN INPUT NRETRI.
035300     IF NOT W-FIS-OK
035400         MOVE 'OPEN NRETRI'  TO W-MOTIF-ABANDON
035500         GO TO 9900-ABANDON.
035600     OPEN INPUT FFFFFGS.
035700     IF NOT W-FGS-OK
035800         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
035900         GO TO 9900-ABANDON.
036000     OPEN INPUT ADRFIC.
036100     IF NOT W-ADR-OK
036200         MOVE 'OPEN ADRFIC'  TO W-MOTIF-ABANDON
036300         GO TO 9900-ABANDON.
036400     OPEN INPUT KYCFIC.
036500     IF NOT W-KYC-OK
036600         MOVE 'OPEN KYCFIC'  TO W-MOTIF-ABANDON
036700         GO TO 9900-ABANDON.
036800     OPEN INPUT SLDFIC.
036900     IF NOT W-SLD-OK
037000         MOVE 'OPEN SLDFIC'  TO W-MOTIF-ABANDON
037100         GO TO 9900-ABANDON.
037200     OPEN OUTPUT DECNRE ETATNRE.
037300     IF NOT W-DNR-OK OR NOT W-ENR-OK
037400         MOVE 'OPEN SORTIES NON-RESIDENTS' TO W-MOTIF-ABANDON
037500         GO TO 9900-ABANDON.
037600     MOVE W-ANNEE       TO ENR-E-ANNEE.
037700     MOVE W-DATE-JOUR-9 TO ENR-E-DATE.
037800     WRITE ENR-LIGNE FROM ENR-ENTETE.
037900     WRITE ENR-LIGNE FROM ENR-TITRES.
038000     MOVE SPACES        TO DNR-ENREG.
038100     MOVE 'E'           TO DNR-TYPE.
038200     MOVE W-ANNEE       TO DNR-E-ANNEE.
038300     MOVE 'DATIM   '    TO DNR-E-EMETTEUR.
038400     MOVE W-DATE-JOUR-9 TO DNR-E-DATE.
038500     WRITE DNR-ENREG.
038600     IF NOT W-DNR-OK
038700         MOVE 'WRITE DECNRE (E)' TO W-MOTIF-ABANDON
038800         GO TO 9900-ABANDON.
038900     PERFORM 8200-LIRE-FIS THRU 8200-EXIT.
039000     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
039100 1500-EXIT.
039200     EXIT.
039300******************************************************************
039400*  2000-UNE-CLE : CUMULS FISCAUX, PERIODE, INDICES DE RESIDENCE  *
039500*  PUIS CONFLIT, RESIDENT OU DECLARATION                         *
039600******************************************************************
039700 2000-UNE-CLE.
039800     MOVE ZERO TO W-CLE-INTERETS W-CLE-FRAIS.
039900     PERFORM 2150-UNE-LIGNE-FIS THRU 2150-EXIT
040000         UNTIL FIN-FIS
040100            OR W-FIS-CLE GREATER FFFFFGS-CLE.
040200     IF FFFFFGS-TS-ENTREE (1:8) GREATER W-FIN-ANNEE
040300      OR (FFFFFGS-STATUT = 'SU'
040400          AND FFFFFGS-DATE-MAJ LESS W-DEBUT-ANNEE-9)
040500         ADD 1 TO CPT-HORS-PERIODE
040600         GO TO 2000-SUIVANT.
040700     PERFORM 2200-PAYS-ENTITE THRU 2200-EXIT.
040800     PERFORM 2300-ADRESSES THRU 2300-EXIT.
040900     PERFORM 2400-AUTOCERT THRU 2400-EXIT.
041000     PERFORM 2500-RESIDENCE THRU 2500-EXIT.
041100     IF W-MOTIF-CONFLIT = SPACES
041200      AND W-RESIDENCE = W-PAYS-ENTITE
041300         ADD 1 TO CPT-RESIDENTS
041400         GO TO 2000-SUIVANT.
041500     MOVE SPACES TO W-NOTE.
041600     PERFORM 2600-SOLDE THRU 2600-EXIT.
041700     IF W-MOTIF-CONFLIT NOT = SPACES
041800         PERFORM 2900-CONFLIT THRU 2900-EXIT
041900     ELSE
042000         PERFORM 2700-DECODER THRU 2700-EXIT
042100         PERFORM 2800-DECLARER THRU 2800-EXIT.
042200     PERFORM 5000-DETAIL THRU 5000-EXIT.
042300 2000-SUIVANT.
042400     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
042500 2000-EXIT.
042600     EXIT.
042700******************************************************************
042800*  2150-UNE-LIGNE-FIS : LIGNE DU JOURNAL DE L ANNEE CUMULEE A LA *
042900*  CLE DU MAITRE - LIGNE DE CLE INCONNUE DU MAITRE COMPTEE       *
043000******************************************************************
043100 2150-UNE-LIGNE-FIS.
043200     IF FIS-ANNEE NOT = W-ANNEE
043300         ADD 1 TO CPT-FIS-HORS-ANNEE
043400         GO TO 2150-SUIVANT.
043500     IF W-FIS-CLE LESS FFFFFGS-CLE
043600         ADD 1 TO CPT-FIS-HORS-MAITRE
043700         GO TO 2150-SUIVANT.
043800     IF FIS-INTERETS
043900         ADD FIS-MONTANT TO W-CLE-INTERETS.
044000     IF FIS-FRAIS
044100         ADD FIS-MONTANT TO W-CLE-FRAIS.
044200 2150-SUIVANT.
044300     PERFORM 8200-LIRE-FIS THRU 8200-EXIT.
044400 2150-EXIT.
044500     EXIT.
044600******************************************************************
044700*  2200-PAYS-ENTITE : REFTBL PAYE DE L ENTITE (RELUE A CHAQUE    *
044800*  CHANGEMENT D ENTITE) - SANS LIGNE EN VIGUEUR AU 31/12, FR     *
044900******************************************************************
045000 2200-PAYS-ENTITE.
045100     IF FFFFFGS-CLE-ENTITE = W-ENTITE-LUE
045200         GO TO 2200-EXIT.
045300     MOVE FFFFFGS-CLE-ENTITE TO W-ENTITE-LUE.
045400     MOVE 'PAYE'             TO REF-D-TYPE.
045500     MOVE SPACES             TO REF-D-CODE.
045600     MOVE W-ENTITE-LUE       TO REF-D-CODE (1:2).
045700     MOVE W-FIN-ANNEE-9      TO REF-D-DATE.
045800     CALL 'GSRT060' USING REF-DEM.
045900     IF REF-D-INCIDENT
046000         MOVE 'GSRT060 - LECTURE REFTBL PAYE' TO W-MOTIF-ABANDON
046100         GO TO 9900-ABANDON.
046200     IF REF-D-TROUVE
046300      AND REF-D-LIB-COURT (1:2) NOT = SPACES
046400         MOVE REF-D-LIB-COURT (1:2) TO W-PAYS-ENTITE
046500         GO TO 2200-EXIT.
046600     MOVE 'FR' TO W-PAYS-ENTITE.
046700     ADD 1 TO CPT-ENTITES-SANS-PAYS.
046800     DISPLAY 'GSNR920 - ENTITE ' W-ENTITE-LUE
046900             ' SANS PAYS REFTBL PAYE - FR RETENU'.
047000 2200-EXIT.
047100     EXIT.
047200******************************************************************
047300*  2300-ADRESSES : ADRESSES ADRFIC DE LA CLE JUSQU AU 31/12 -    *
047400*  PAYS AU 01/01, PAYS COURANT, PREMIER PAYS ETRANGER DE L ANNEE *
047500******************************************************************
047600 2300-ADRESSES.
047700     MOVE SPACES TO W-PAYS-DEBUT W-PAYS-COURANT W-PAYS-ETRANGER
047800                    W-ADRESSE-COURANTE.
047900     MOVE FFFFFGS-CLE TO ADR-FGS-CLE.
048000     MOVE ZERO        TO ADR-DATE-EFFET.
048100     START ADRFIC KEY NOT LESS ADR-CLE.
048200     IF NOT W-ADR-OK
048300         GO TO 2300-FIN.
048400     MOVE 'N' TO W-FIN-ADR.
048500     PERFORM 2350-UNE-ADRESSE THRU 2350-EXIT
048600         UNTIL W-FIN-ADR = 'O'.
048700 2300-FIN.
048800     IF W-PAYS-ETRANGER = SPACES
048900      AND W-PAYS-DEBUT NOT = SPACES
049000      AND W-PAYS-DEBUT NOT = W-PAYS-ENTITE
049100         MOVE W-PAYS-DEBUT TO W-PAYS-ETRANGER.
049200     IF W-PAYS-COURANT = SPACES
049300         ADD 1 TO CPT-SANS-ADRESSE.
049400 2300-EXIT.
049500     EXIT.
049600 2350-UNE-ADRESSE.
049700     READ ADRFIC NEXT.
049800     IF NOT W-ADR-OK
049900      OR ADR-FGS-CLE NOT = FFFFFGS-CLE
050000      OR ADR-DATE-EFFET GREATER W-FIN-ANNEE-9
050100         MOVE 'O' TO W-FIN-ADR
050200         GO TO 2350-EXIT.
050300     MOVE ADR-PAYS TO W-PAYS-LU.
050400     IF W-PAYS-LU = SPACES OR LOW-VALUE
050500         MOVE W-PAYS-ENTITE TO W-PAYS-LU.
050600     IF ADR-DATE-EFFET LESS W-DEBUT-ANNEE-9
050700         MOVE W-PAYS-LU TO W-PAYS-DEBUT
050800     ELSE
050900         IF W-PAYS-ETRANGER = SPACES
051000          AND W-PAYS-LU NOT = W-PAYS-ENTITE
051100             MOVE W-PAYS-LU TO W-PAYS-ETRANGER.
051200     MOVE W-PAYS-LU       TO W-PAYS-COURANT.
051300     MOVE ADR-LIGNE-1     TO W-ADR-LIGNE-1.
051400     MOVE ADR-CODE-POSTAL TO W-ADR-CODE-POSTAL.
051500     MOVE ADR-VILLE       TO W-ADR-VILLE.
051600 2350-EXIT.
051700     EXIT.
051800******************************************************************
051900*  2400-AUTOCERT : RESIDENCE AUTO-CERTIFIEE DU DOSSIER KYCFIC -  *
052000*  RETENUE SI PAYS ET DATE D AUTO-CERTIFICATION SONT RENSEIGNES  *
052100******************************************************************
052200 2400-AUTOCERT.
052300     MOVE SPACES      TO W-AUTOCERT.
052400     MOVE FFFFFGS-CLE TO KYC-FGS-CLE.
052500     READ KYCFIC.
052600     IF W-KYC-ABSENT
052700         GO TO 2400-EXIT.
052800     IF NOT W-KYC-OK
052900         MOVE 'READ KYCFIC' TO W-MOTIF-ABANDON
053000         GO TO 9900-ABANDON.
053100     IF KYC-RESIDENCE-FISC = SPACES OR LOW-VALUE
053200      OR KYC-DATE-AUTOCERT NOT NUMERIC
053300      OR KYC-DATE-AUTOCERT = ZERO
053400         GO TO 2400-EXIT.
053500     MOVE KYC-RESIDENCE-FISC TO W-AUTOCERT.
053600     ADD 1 TO CPT-AUTOCERT.
053700 2400-EXIT.
053800     EXIT.
053900******************************************************************
054000*  2500-RESIDENCE : RESIDENCE RETENUE ET CONTROLE DE COHERENCE   *
054100*  DES INDICES (MOTIF A BLANC = PAS DE CONFLIT)                  *
054200******************************************************************
054300 2500-RESIDENCE.
054400     MOVE SPACES TO W-MOTIF-CONFLIT.
054500     IF W-AUTOCERT NOT = SPACES
054600         MOVE W-AUTOCERT TO W-RESIDENCE
054700         MOVE 'A'        TO W-ORIGINE
054800         IF W-PAYS-COURANT NOT = SPACES
054900          AND W-PAYS-COURANT NOT = W-AUTOCERT
055000             STRING 'AUTO-CERT. ' W-AUTOCERT ' ADRESSE '
055100                    W-PAYS-COURANT DELIMITED SIZE
055200                    INTO W-MOTIF-CONFLIT
055300             END-STRING
055400         END-IF
055500         GO TO 2500-EXIT.
055600     MOVE 'C' TO W-ORIGINE.
055700     MOVE W-PAYS-COURANT TO W-RESIDENCE.
055800     IF W-RESIDENCE = SPACES
055900         MOVE W-PAYS-ENTITE TO W-RESIDENCE.
056000     IF W-RESIDENCE = W-PAYS-ENTITE
056100      AND W-PAYS-ETRANGER NOT = SPACES
056200         STRING 'ADRESSE ' W-PAYS-ETRANGER ' SANS AUTO-CERT.'
056300                DELIMITED SIZE INTO W-MOTIF-CONFLIT
056400         END-STRING.
056500 2500-EXIT.
056600     EXIT.
056700******************************************************************
056800*  2600-SOLDE : DERNIERE PHOTO SLDFIC DE L ANNEE - SANS PHOTO,   *
056900*  SOLDE DU MAITRE (NOTE) OU ZERO POUR UNE CLE SUPPRIMEE         *
057000******************************************************************
057100 2600-SOLDE.
057200     MOVE ZERO        TO W-CLE-SOLDE.
057300     MOVE 'N'         TO W-PHOTO.
057400     MOVE FFFFFGS-CLE TO SLD-FGS-CLE.
057500     MOVE W-DEBUT-ANNEE-9 TO SLD-DATE.
057600     START SLDFIC KEY NOT LESS SLD-CLE.
057700     IF NOT W-SLD-OK
057800         GO TO 2600-SANS-PHOTO.
057900     MOVE 'N' TO W-FIN-SLD.
058000     PERFORM 2650-UNE-PHOTO THRU 2650-EXIT
058100         UNTIL W-FIN-SLD = 'O'.
058200     IF W-PHOTO = 'O'
058300         GO TO 2600-EXIT.
058400 2600-SANS-PHOTO.
058500     IF FFFFFGS-STATUT = 'SU'
058600         GO TO 2600-EXIT.
058700     MOVE FFFFFGS-MONTANT TO W-CLE-SOLDE.
058800     MOVE 'SOLDE DU MAITRE' TO W-NOTE.
058900     ADD 1 TO CPT-SOLDE-MAITRE.
059000 2600-EXIT.
059100     EXIT.
059200 2650-UNE-PHOTO.
059300     READ SLDFIC NEXT.
059400     IF NOT W-SLD-OK
059500      OR SLD-FGS-CLE NOT = FFFFFGS-CLE
059600      OR SLD-DATE GREATER W-FIN-ANNEE-9
059700         MOVE 'O' TO W-FIN-SLD
059800         GO TO 2650-EXIT.
059900     MOVE SLD-MONTANT TO W-CLE-SOLDE.
060000     MOVE 'O' TO W-PHOTO.
060100 2650-EXIT.
060200     EXIT.
060300******************************************************************
060400*  2700-DECODER : NOM ET ID-NAT EN CLAIR (GSCR390) AVEC LA       *
060500*  VERSION PORTEE PAR L ENREGISTREMENT                           *
060600******************************************************************
060700 2700-DECODER.
060800     MOVE 'D'                 TO CRZ-FONCTION.
060900     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
061000     MOVE FFFFFGS-NOM         TO CRZ-NOM.
061100     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
061200     CALL 'GSCR390' USING CRZ-ZONE.
061300     MOVE CRZ-NOM             TO W-NOM-CLAIR.
061400     MOVE CRZ-ID-NAT          TO W-ID-NAT-CLAIR.
061500 2700-EXIT.
061600     EXIT.
061700******************************************************************
061800*  2800-DECLARER : LIGNE D DE LA DECLARATION DECNRE - SOLDE      *
061900*  DEBITEUR DECLARE A ZERO                                       *
062000******************************************************************
062100 2800-DECLARER.
062200     MOVE SPACES               TO DNR-ENREG.
062300     MOVE 'D'                  TO DNR-TYPE.
062400     MOVE FFFFFGS-CLE          TO DNR-D-CLE.
062500     MOVE FFFFFGS-CLE-ENTITE   TO DNR-D-ENTITE.
062600     MOVE W-RESIDENCE          TO DNR-D-RESIDENCE.
062700     MOVE W-ORIGINE            TO DNR-D-ORIGINE.
062800     MOVE W-NOM-CLAIR          TO DNR-D-NOM.
062900     MOVE W-ID-NAT-CLAIR       TO DNR-D-ID-NAT.
063000     MOVE W-ADR-LIGNE-1        TO DNR-D-ADR-LIGNE-1.
063100     MOVE W-ADR-CODE-POSTAL    TO DNR-D-ADR-CODE-POSTAL.
063200     MOVE W-ADR-VILLE          TO DNR-D-ADR-VILLE.
063300     MOVE W-PAYS-COURANT       TO DNR-D-ADR-PAYS.
063400     MOVE FFFFFGS-STATUT       TO DNR-D-STATUT.
063500     MOVE ZERO                 TO DNR-D-SOLDE.
063600     IF W-CLE-SOLDE GREATER ZERO
063700         MOVE W-CLE-SOLDE      TO DNR-D-SOLDE.
063800     MOVE W-CLE-INTERETS       TO DNR-D-INTERETS.
063900     MOVE W-CLE-FRAIS          TO DNR-D-FRAIS.
064000     WRITE DNR-ENREG.
064100     IF NOT W-DNR-OK
064200         MOVE 'WRITE DECNRE (D)' TO W-MOTIF-ABANDON
064300         GO TO 9900-ABANDON.
064400     ADD 1 TO CPT-DECLAREES.
064500     ADD 1 TO W-ENT-NB W-GEN-NB.
064600     ADD DNR-D-SOLDE    TO W-ENT-SOLDE    W-GEN-SOLDE.
064700     ADD W-CLE-INTERETS TO W-ENT-INTERETS W-GEN-INTERETS.
064800     ADD W-CLE-FRAIS    TO W-ENT-FRAIS    W-GEN-FRAIS.
064900 2800-EXIT.
065000     EXIT.
065100******************************************************************
065200*  2900-CONFLIT : INDICES CONTRADICTOIRES - ELEMENT DE LA FILE   *
065300*  FISCAL (GSWB080) A REGULARISER, CLE NON DECLAREE              *
065400******************************************************************
065500 2900-CONFLIT.
065600     MOVE 'RESI'          TO WBZ-TYPE-EXC.
065700     MOVE FFFFFGS-CLE     TO WBZ-FGS-CLE.
065800     MOVE W-MOTIF-CONFLIT TO WBZ-MOTIF.
065900     MOVE 'GSNR920 '      TO WBZ-PROGRAMME.
066000     CALL 'GSWB080' USING WBZ-ZONE.
066100     IF NOT WBZ-POSE
066200         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
066300         GO TO 9900-ABANDON.
066400     MOVE W-MOTIF-CONFLIT TO W-NOTE.
066500     ADD 1 TO CPT-CONFLITS.
066600 2900-EXIT.
066700     EXIT.
066800******************************************************************
066900*  4000-TERMINAISON : FIN T DE LA DECLARATION, TOTAUX DU         *
067000*  REGISTRE, COMPTES ET FERMETURES                               *
067100******************************************************************
067200 4000-TERMINAISON.
067300     MOVE SPACES           TO DNR-ENREG.
067400     MOVE 'T'              TO DNR-TYPE.
067500     MOVE CPT-DECLAREES    TO DNR-T-NB.
067600     MOVE W-GEN-SOLDE      TO DNR-T-SOLDE.
067700     MOVE W-GEN-INTERETS   TO DNR-T-INTERETS.
067800     MOVE W-GEN-FRAIS      TO DNR-T-FRAIS.
067900     WRITE DNR-ENREG.
068000     IF NOT W-DNR-OK
068100         MOVE 'WRITE DECNRE (T)' TO W-MOTIF-ABANDON
068200         GO TO 9900-ABANDON.
068300     IF W-ENTITE-COURANTE NOT = SPACES
068400         PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT.
068500     MOVE 'TOTAL GENERAL'    TO ENR-T-LIBELLE.
068600     MOVE W-GEN-NB           TO ENR-T-NB.
068700     MOVE W-GEN-SOLDE        TO ENR-T-SOLDE.
068800     MOVE W-GEN-INTERETS     TO ENR-T-INTERETS.
068900     MOVE W-GEN-FRAIS        TO ENR-T-FRAIS.
069000     WRITE ENR-LIGNE FROM ENR-TOTAL.
069100     MOVE 'CLES DU MAITRE LUES'           TO ENR-C-LIBELLE.
069200     MOVE CPT-LUES                        TO ENR-C-NB.
069300     WRITE ENR-LIGNE FROM ENR-COMPTE.
069400     MOVE '  DONT HORS PERIODE'           TO ENR-C-LIBELLE.
069500     MOVE CPT-HORS-PERIODE                TO ENR-C-NB.
069600     WRITE ENR-LIGNE FROM ENR-COMPTE.
069700     MOVE '  DONT RESIDENTS'              TO ENR-C-LIBELLE.
069800     MOVE CPT-RESIDENTS                   TO ENR-C-NB.
069900     WRITE ENR-LIGNE FROM ENR-COMPTE.
070000     MOVE '  DONT DECLAREES (DECNRE)'     TO ENR-C-LIBELLE.
070100     MOVE CPT-DECLAREES                   TO ENR-C-NB.
070200     WRITE ENR-LIGNE FROM ENR-COMPTE.
070300     MOVE '  DONT EN CONFLIT (FISCAL)'    TO ENR-C-LIBELLE.
070400     MOVE CPT-CONFLITS                    TO ENR-C-NB.
070500     WRITE ENR-LIGNE FROM ENR-COMPTE.
070600     MOVE 'AVEC AUTO-CERTIFICATION'       TO ENR-C-LIBELLE.
070700     MOVE CPT-AUTOCERT                    TO ENR-C-NB.
070800     WRITE ENR-LIGNE FROM ENR-COMPTE.
070900     MOVE 'SANS ADRESSE AU 31/12'         TO ENR-C-LIBELLE.
071000     MOVE CPT-SANS-ADRESSE                TO ENR-C-NB.
071100     WRITE ENR-LIGNE FROM ENR-COMPTE.
071200     MOVE 'SOLDE PRIS AU MAITRE'          TO ENR-C-LIBELLE.
071300     MOVE CPT-SOLDE-MAITRE                TO ENR-C-NB.
071400     WRITE ENR-LIGNE FROM ENR-COMPTE.
071500     MOVE 'ENTITES SANS PAYS (PAYE)'      TO ENR-C-LIBELLE.
071600     MOVE CPT-ENTITES-SANS-PAYS           TO ENR-C-NB.
071700     WRITE ENR-LIGNE FROM ENR-COMPTE.
071800     MOVE 'LIGNES DU JOURNAL LUES'        TO ENR-C-LIBELLE.
071900     MOVE CPT-FIS-LUES                    TO ENR-C-NB.
072000     WRITE ENR-LIGNE FROM ENR-COMPTE.
072100     MOVE '  DONT HORS ANNEE'             TO ENR-C-LIBELLE.
072200     MOVE CPT-FIS-HORS-ANNEE              TO ENR-C-NB.
072300     WRITE ENR-LIGNE FROM ENR-COMPTE.
072400     MOVE '  DONT HORS MAITRE'            TO ENR-C-LIBELLE.
072500     MOVE CPT-FIS-HORS-MAITRE             TO ENR-C-NB.
072600     WRITE ENR-LIGNE FROM ENR-COMPTE.
072700     CLOSE NRETRI FFFFFGS ADRFIC KYCFIC SLDFIC DECNRE ETATNRE.
072800     DISPLAY 'GSNR920 - ANNEE ' W-ANNEE
072900             ' CLES LUES : ' CPT-LUES
073000             ' DECLAREES : ' CPT-DECLAREES.
073100     DISPLAY 'GSNR920 - CONFLITS (FILE FISCAL) : ' CPT-CONFLITS
073200             ' ENTITES SANS PAYS : ' CPT-ENTITES-SANS-PAYS.
073300 4000-EXIT.
073400     EXIT.
073500******************************************************************
073600*  5000-DETAIL : LIGNE DU REGISTRE (DECLAREE OU EN CONFLIT),     *
073700*  RUPTURE SUR L ENTITE (LE MAITRE EST LU DANS L ORDRE DES CLES) *
073800******************************************************************
073900 5000-DETAIL.
074000     IF FFFFFGS-CLE-ENTITE NOT = W-ENTITE-COURANTE
074100         IF W-ENTITE-COURANTE NOT = SPACES
074200             PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT
074300         END-IF
074400         MOVE FFFFFGS-CLE-ENTITE TO W-ENTITE-COURANTE
074500         MOVE ZERO TO W-ENT-NB W-ENT-SOLDE W-ENT-INTERETS
074600                      W-ENT-FRAIS.
074700     MOVE FFFFFGS-CLE        TO ENR-D-CLE.
074800     MOVE W-RESIDENCE        TO ENR-D-RESIDENCE.
074900     MOVE W-ORIGINE          TO ENR-D-ORIGINE.
075000     MOVE W-PAYS-COURANT     TO ENR-D-ADR-PAYS.
075100     MOVE FFFFFGS-STATUT     TO ENR-D-STATUT.
075200     MOVE W-CLE-SOLDE        TO ENR-D-SOLDE.
075300     MOVE W-CLE-INTERETS     TO ENR-D-INTERETS.
075400     MOVE W-CLE-FRAIS        TO ENR-D-FRAIS.
075500     MOVE W-NOTE             TO ENR-D-NOTE.
075600     WRITE ENR-LIGNE FROM ENR-DETAIL.
075700     IF NOT W-ENR-OK
075800         MOVE 'WRITE ETATNRE' TO W-MOTIF-ABANDON
075900         GO TO 9900-ABANDON.
076000 5000-EXIT.
076100     EXIT.
076200******************************************************************
076300*  5100-RUPTURE-ENTITE : SOUS-TOTAL DES DECLAREES DE L ENTITE    *
076400******************************************************************
076500 5100-RUPTURE-ENTITE.
076600     MOVE SPACES             TO ENR-T-LIBELLE.
076700     STRING 'TOTAL ENTITE ' W-ENTITE-COURANTE
076800         DELIMITED SIZE INTO ENR-T-LIBELLE
076900     END-STRING.
077000     MOVE W-ENT-NB           TO ENR-T-NB.
077100     MOVE W-ENT-SOLDE        TO ENR-T-SOLDE.
077200     MOVE W-ENT-INTERETS     TO ENR-T-INTERETS.
077300     MOVE W-ENT-FRAIS        TO ENR-T-FRAIS.
077400     WRITE ENR-LIGNE FROM ENR-TOTAL.
077500     IF NOT W-ENR-OK
077600         MOVE 'WRITE ETATNRE' TO W-MOTIF-ABANDON
077700         GO TO 9900-ABANDON.
077800 5100-EXIT.
077900     EXIT.
078000******************************************************************
078100*  8100-LIRE-FGS : CLE SUIVANTE DU MAITRE                        *
078200******************************************************************
078300 8100-LIRE-FGS.
078400     READ FFFFFGS NEXT.
078500     IF W-FGS-FIN
078600         MOVE 'O' TO W-FIN-FGS
078700         GO TO 8100-EXIT.
078800     IF NOT W-FGS-OK
078900         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
079000         GO TO 9900-ABANDON.
079100     ADD 1 TO CPT-LUES.
079200 8100-EXIT.
079300     EXIT.
079400******************************************************************
079500*  8200-LIRE-FIS : LIGNE SUIVANTE DU JOURNAL TRIE                *
079600******************************************************************
079700 8200-LIRE-FIS.
079800     READ NRETRI.
079900     IF W-FIS-FIN
080000         MOVE 'O'         TO W-FIN-FIS
080100         MOVE HIGH-VALUES TO W-FIS-CLE
080200         GO TO 8200-EXIT.
080300     IF NOT W-FIS-OK
080400         MOVE 'READ NRETRI' TO W-MOTIF-ABANDON
080500         GO TO 9900-ABANDON.
080600     MOVE FIS-FGS-CLE TO W-FIS-CLE.
080700     ADD 1 TO CPT-FIS-LUES.
080800 8200-EXIT.
080900     EXIT.
081000******************************************************************
081100*  9900-ABANDON : ARRET ANORMAL                                  *
081200******************************************************************
081300 9900-ABANDON.
081400     DISPLAY 'GSNR920 - ABANDON : ' W-MOTIF-ABANDON.
081500     MOVE 16 TO RETURN-CODE.
081600     STOP RUN.
