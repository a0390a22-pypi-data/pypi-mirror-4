000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPO310.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPO310 : MISE SOUS PLI ET MANIFESTE D AFFRANCHISSEMENT       *
000900*  ------------------------------------------------------------  *
001000*  LIT PLITRI (PIECES DU JOUR PREPAREES PAR GSPO300 ET TRIEES    *
001100*  PAR DESTINATION). LES PIECES CONSECUTIVES DE MEME ADRESSE     *
001200*  (PAYS, CODE POSTAL, LIGNES, VILLE) FORMENT UN PLI IDENTIFIE   *
001300*  PAR LA DATE ET UN NUMERO D ORDRE DU JOUR.                     *
001400*  IMPPLI : CHAQUE PIECE COMMENCE UNE FEUILLE ; LA PREMIERE      *
001500*  FEUILLE DU PLI PORTE LE BLOC ADRESSE (5 LIGNES). CHAQUE       *
001600*  FEUILLE COMMENCE PAR UNE LIGNE DE MARQUAGE '>>PLI' LUE PAR    *
001700*  LA MACHINE DE MISE SOUS PLI : PLI, FEUILLE I/N, PIECE P/NP ET *
001800*  CONTROLE SUITE (FEUILLE A ASSEMBLER), FERMER (DERNIERE        *
001900*  FEUILLE DU PLI) OU RETENU (PLI SANS ADRESSE, A ECARTER).      *
002000*  LETJRN : UNE LIGNE DE TYPE P PAR PIECE RATTACHE LA PIECE      *
002100*  (ORIGINE, NUMERO) A SON PLI ET A SON RANG DANS LE PLI, POUR   *
002200*  LE RAPPROCHEMENT DES RETOURS (GSCO291).                       *
002300*  ETATAFF : MANIFESTE POUR L AFFRANCHISSEMENT EN NOMBRE :       *
002400*   - UN CODE POSTAL D AU MOINS SEUIL-CP PLIS EST TRIE CP ;      *
002500*   - LES AUTRES PLIS DU DEPARTEMENT SONT TRIES DEPARTEMENT S IL *
002600*     Y EN A AU MOINS SEUIL-DEPT, SINON NON TRIES ;              *
002700*   - HORS FRANCE : INTERNATIONAL ; SANS ADRESSE : RETENU ;      *
002800*  PAR CATEGORIE ET TRANCHE DE POIDS (T1 = 1 A 3 FEUILLES,       *
002900*  T2 = 4 A 9, T3 = 10 ET PLUS).                                 *
003000*  CARTE : LIGNES PAR FEUILLE (2, 60 PAR DEFAUT, 10 A 99), BLANC,*
003100*  SEUIL CP (4, 50 PAR DEFAUT), BLANC, SEUIL DEPARTEMENT (4, 100 *
003200*  PAR DEFAUT). CODE RETOUR 4 SI DES PLIS SONT RETENUS.          *
003300*  ------------------------------------------------------------  *
003400*  ENTREE : PLITRI      SORTIES : IMPPLI  ETATAFF  LETJRN        *
003500*  ------------------------------------------------------------  *
003600*  HISTORIQUE DES MODIFICATIONS                                  *
003700*  15/10/26  DA  CREATION                                        *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.
004200     IBM-370.
004300 OBJECT-COMPUTER.
004400     IBM-370.
004500 SPECIAL-NAMES.
004600     DECIMAL-POINT IS COMMA.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT PLITRI  ASSIGN  PLITRI
005000       ORGANIZATION  SEQUENTIAL
005100       FILE STATUS   W-PLITRI-STATUS.
005200     SELECT IMPPLI  ASSIGN  IMPPLI
005300       ORGANIZATION  SEQUENTIAL
005400       FILE STATUS   W-IMPPLI-STATUS.
005500     SELECT ETATAFF ASSIGN  ETATAFF
005600       ORGANIZATION  SEQUENTIAL
005700       FILE STATUS   W-ETATAFF-STATUS.
005800     SELECT LETJRN  ASSIGN  LETJRN
005900       ORGANIZATION  SEQUENTIAL
006000       FILE STATUS   W-LETJRN-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  PLITRI
006400     LABEL RECORD STANDARD
006500     DATA RECORD PLT-ENREG.
006600 COPY FFFFFGPT.
006700 FD  IMPPLI
006800     LABEL RECORD STANDARD
006900     DATA RECORD IMP-LIGNE.
007000 01  IMP-LIGNE                       PIC X(132).
007100 FD  ETATAFF
007200     LABEL RECORD STANDARD
007300     DATA RECORD AFF-LIGNE.
007400 01  AFF-LIGNE                       PIC X(132).
007500 FD  LETJRN
007600     LABEL RECORD STANDARD
007700     DATA RECORD JRN-ENREG.
007800 01  JRN-ENREG.
007900     05  JRN-CLE                     PIC X(15).
008000     05  JRN-MODELE                  PIC X(04).
008100     05  JRN-DATE                    PIC 9(08).
008200     05  JRN-HEURE                   PIC 9(06).
008300     05  JRN-CANAL                   PIC X(01).
008400     05  JRN-LANGUE                  PIC X(02).
008500     05  JRN-RPR-NUMERO              PIC 9(03).
008600     05  JRN-TYPE                    PIC X(01).
008700         88  JRN-EMISSION            VALUE SPACE.
008800         88  JRN-MISE-SOUS-PLI       VALUE 'P'.
008900     05  JRN-ORIGINE                 PIC X(08).
009000     05  JRN-PIECE                   PIC 9(07).
009100     05  JRN-DESTINATAIRE            PIC X(01).
009200     05  JRN-PLI.
009300         10  JRN-PLI-DATE            PIC 9(08).
009400         10  JRN-PLI-NUMERO          PIC 9(06).
009500     05  JRN-PLI-RANG                PIC 9(02).
009600     05  FILLER                      PIC X(08).
009700 WORKING-STORAGE SECTION.
009800 77  CPT-LIGNES                      PIC S9(08) COMP VALUE ZERO.
009900 77  CPT-PLIS                        PIC S9(08) COMP VALUE ZERO.
010000 77  CPT-PIECES                      PIC S9(08) COMP VALUE ZERO.
010100 77  CPT-FEUILLES                    PIC S9(08) COMP VALUE ZERO.
010200 77  CPT-RETENUS                     PIC S9(08) COMP VALUE ZERO.
010300 77  CPT-JOURNAL                     PIC S9(08) COMP VALUE ZERO.
010400 77  IX-PCE                          PIC S9(04) COMP VALUE ZERO.
010500 77  NB-PCE                          PIC S9(04) COMP VALUE ZERO.
010600 77  IX-TXT                          PIC S9(04) COMP VALUE ZERO.
010700 77  NB-TXT                          PIC S9(04) COMP VALUE ZERO.
010800 77  IX-BLC                          PIC S9(04) COMP VALUE ZERO.
010900 77  IX-CAT                          PIC S9(04) COMP VALUE ZERO.
011000 77  IX-TRA                          PIC S9(04) COMP VALUE ZERO.
011100 01  W-FIN-PLT                       PIC X(01) VALUE 'N'.
011200     88  FIN-PLT                     VALUE 'O'.
011300 01  W-PLITRI-STATUS                 PIC X(02).
011400     88  W-PLT-OK                    VALUE '00'.
011500     88  W-PLT-FIN                   VALUE '10'.
011600 01  W-IMPPLI-STATUS                 PIC X(02).
011700     88  W-IMP-OK                    VALUE '00'.
011800 01  W-ETATAFF-STATUS                PIC X(02).
011900     88  W-AFF-OK                    VALUE '00'.
012000 01  W-LETJRN-STATUS                 PIC X(02).
012100     88  W-JRN-OK                    VALUE '00'.
012200 01  W-MOTIF-ABANDON                 PIC X(40).
012300 01  W-DATE-JOUR                     PIC 9(08).
012400 01  W-PARM.
012500     05  W-PARM-LIGNES               PIC X(02).
012600     05  W-PARM-LIGNES-9 REDEFINES W-PARM-LIGNES
012700                                     PIC 9(02).
012800     05  FILLER                      PIC X(01).
012900     05  W-PARM-SEUIL-CP             PIC X(04).
013000     05  W-PARM-SEUIL-CP-9 REDEFINES W-PARM-SEUIL-CP
013100                                     PIC 9(04).
013200     05  FILLER                      PIC X(01).
013300     05  W-PARM-SEUIL-DEPT           PIC X(04).
013400     05  W-PARM-SEUIL-DEPT-9 REDEFINES W-PARM-SEUIL-DEPT
013500                                     PIC 9(04).
013600     05  FILLER                      PIC X(68).
013700 01  W-LIGNES-PAR-FEUILLE            PIC 9(02) VALUE 60.
013800 01  W-SEUIL-CP                      PIC 9(04) VALUE 50.
013900 01  W-SEUIL-DEPT                    PIC 9(04) VALUE 100.
014000*    LIGNES DE TEXTE PAR FEUILLE (LA PREMIERE PORTE LE MARQUAGE)
014100 01  W-CORPS                         PIC S9(04) COMP.
014200*    PLI EN COURS : CLE DE REGROUPEMENT (POSITIONS 1 A 92 DE
014300*    PLITRI) ET DEPARTEMENT (PAYS + 2 PREMIERS CARACTERES DU CP
014400*    EN FRANCE, PAYS SEUL AILLEURS)
014500 01  W-PLI-CLE.
014600     05  W-PLI-PAYS                  PIC X(02).
014700     05  W-PLI-CODE-POSTAL           PIC X(10).
014800     05  W-PLI-ADR-LIGNE-1           PIC X(30).
014900     05  W-PLI-ADR-LIGNE-2           PIC X(30).
015000     05  W-PLI-ADR-VILLE             PIC X(20).
015100 01  W-PLI-NUMERO                    PIC 9(06) VALUE ZERO.
015200 01  W-DEPT-COURANT                  PIC X(04).
015300 01  W-CALC-PAYS                     PIC X(02).
015400 01  W-CALC-CP                       PIC X(10).
015500 01  W-CALC-DEPT                     PIC X(04).
015600*    FEUILLES DU PLI ET POSITION D ECRITURE
015700 01  W-NB-FEUILLES                   PIC S9(04) COMP.
015800 01  W-FEUILLE                       PIC S9(04) COMP.
015900 01  W-LIGNES-FEUILLE                PIC S9(04) COMP.
016000 01  W-NB-LIGNES                     PIC S9(04) COMP.
016100 01  W-DERNIERE                      PIC S9(04) COMP.
016200 01  W-TOTAL                         PIC 9(07).
016300 01  W-TOT-FEUILLES                  PIC 9(07).
016400 01  W-TEXTE                         PIC X(132).
016500*    PIECES DU PLI (99 AU PLUS) ET LEURS LIGNES (2000 AU PLUS)
016600 01  W-TABLE-PIECES.
016700     05  W-PCE-POSTE OCCURS 99.
016800         10  W-PCE-ID.
016900             15  W-PCE-ORIGINE       PIC X(08).
017000             15  W-PCE-DATE          PIC 9(08).
017100             15  W-PCE-HEURE         PIC 9(06).
017200             15  W-PCE-NUMERO        PIC 9(07).
017300         10  W-PCE-CLE               PIC X(15).
017400         10  W-PCE-MODELE            PIC X(04).
017500         10  W-PCE-RPR-NUMERO        PIC 9(03).
017600         10  W-PCE-DESTINATAIRE      PIC X(01).
017700         10  W-PCE-PREMIERE          PIC S9(04) COMP.
017800         10  W-PCE-NB-LIGNES         PIC S9(04) COMP.
017900         10  W-PCE-FEUILLES          PIC S9(04) COMP.
018000 01  W-TABLE-TEXTES.
018100     05  W-TXT-LIGNE                 PIC X(132) OCCURS 2000.
018200*    BLOC ADRESSE DE LA PREMIERE FEUILLE
018300 01  W-TABLE-BLOC.
018400     05  W-BLC-LIGNE                 PIC X(60) OCCURS 5.
018500*    CUMULS PAR TRANCHE DE POIDS : CODE POSTAL EN COURS, RESIDU
018600*    DU DEPARTEMENT, SOURCE D UN AJOUT A UNE CATEGORIE
018700 01  W-CP-CUMUL.
018800     05  W-CP-TRANCHE OCCURS 3.
018900         10  W-CP-PLIS               PIC 9(07).
019000         10  W-CP-FEUILLES           PIC 9(07).
019100 01  W-RES-CUMUL.
019200     05  W-RES-TRANCHE OCCURS 3.
019300         10  W-RES-PLIS              PIC 9(07).
019400         10  W-RES-FEUILLES          PIC 9(07).
019500 01  W-SRC-CUMUL.
019600     05  W-SRC-TRANCHE OCCURS 3.
019700         10  W-SRC-PLIS              PIC 9(07).
019800         10  W-SRC-FEUILLES          PIC 9(07).
019900*    CATEGORIES : 1 TRI CP, 2 TRI DEPARTEMENT, 3 NON TRIE,
020000*    4 INTERNATIONAL, 5 RETENU
020100 01  W-TABLE-CATEGORIES.
020200     05  W-CAT-POSTE OCCURS 5.
020300         10  W-CAT-TRANCHE OCCURS 3.
020400             15  W-CAT-PLIS          PIC 9(07).
020500             15  W-CAT-FEUILLES      PIC 9(07).
020600 01  W-DPT-CUMUL.
020700     05  W-DPT-PLIS                  PIC 9(07) OCCURS 5.
020800     05  W-DPT-FEUILLES              PIC 9(07).
020900 01  W-LIB-CATEGORIES-V.
021000     05  FILLER                      PIC X(14)
021100         VALUE 'TRI CP'.
021200     05  FILLER                      PIC X(14)
021300         VALUE 'TRI DEPARTEMT.'.
021400     05  FILLER                      PIC X(14)
021500         VALUE 'NON TRIE'.
021600     05  FILLER                      PIC X(14)
021700         VALUE 'INTERNATIONAL'.
021800     05  FILLER                      PIC X(14)
021900         VALUE 'RETENU'.
022000 01  W-LIB-CATEGORIES REDEFINES W-LIB-CATEGORIES-V.
022100     05  W-LIB-CAT                   PIC X(14) OCCURS 5.
022200*    LIGNE DE MARQUAGE EN TETE DE CHAQUE FEUILLE
022300 01  MRQ-LIGNE.
022400     05  FILLER                      PIC X(06) VALUE '>>PLI '.
022500     05  MRQ-PLI-DATE                PIC 9(08).
022600     05  MRQ-PLI-NUMERO              PIC 9(06).
022700     05  FILLER                      PIC X(09) VALUE ' FEUILLE '.
022800     05  MRQ-FEUILLE                 PIC 9(02).
022900     05  FILLER                      PIC X(01) VALUE '/'.
023000     05  MRQ-NB-FEUILLES             PIC 9(02).
023100     05  FILLER                      PIC X(07) VALUE ' PIECE '.
023200     05  MRQ-PIECE                   PIC 9(02).
023300     05  FILLER                      PIC X(01) VALUE '/'.
023400     05  MRQ-NB-PIECES               PIC 9(02).
023500     05  FILLER                      PIC X(01) VALUE SPACE.
023600     05  MRQ-CONTROLE                PIC X(06).
023700     05  FILLER                      PIC X(01) VALUE SPACE.
023800     05  MRQ-ORIGINE                 PIC X(08).
023900     05  FILLER                      PIC X(01) VALUE SPACE.
024000     05  MRQ-NUMERO                  PIC 9(07).
024100     05  FILLER                      PIC X(01) VALUE SPACE.
024200     05  MRQ-CLE                     PIC X(15).
024300     05  FILLER                      PIC X(46) VALUE SPACES.
024400*    MANIFESTE D AFFRANCHISSEMENT
024500 01  AFF-ENTETE.
024600     05  FILLER                      PIC X(42)
024700         VALUE 'GSPO310 - MANIFESTE D AFFRANCHISSEMENT DU '.
024800     05  AFF-E-DATE                  PIC 9(08).
024900     05  FILLER                      PIC X(13)
025000         VALUE ' - SEUILS CP '.
025100     05  AFF-E-SEUIL-CP              PIC Z(03)9.
025200     05  FILLER                      PIC X(13)
025300         VALUE ' DEPARTEMENT '.
025400     05  AFF-E-SEUIL-DEPT            PIC Z(03)9.
025500     05  FILLER                      PIC X(18)
025600         VALUE ' - LIGNES/FEUILLE '.
025700     05  AFF-E-LIGNES                PIC Z9.
025800     05  FILLER                      PIC X(28) VALUE SPACES.
025900 01  AFF-COLONNES.
026000     05  FILLER                      PIC X(42)
026100         VALUE 'PY DP         TRI CP   TRI DEPT   NON TRIE'.
026200     05  FILLER                      PIC X(33)
026300         VALUE '  INTERNAT.     RETENU   FEUILLES'.
026400     05  FILLER                      PIC X(57) VALUE SPACES.
026500 01  AFF-DETAIL.
026600     05  AFF-D-PAYS                  PIC X(02).
026700     05  FILLER                      PIC X(01) VALUE SPACE.
026800     05  AFF-D-DEPT                  PIC X(02).
026900     05  FILLER                      PIC X(04) VALUE SPACES.
027000     05  AFF-D-PLIS                  PIC Z(10)9 OCCURS 5.
027100     05  AFF-D-FEUILLES              PIC Z(10)9.
027200     05  FILLER                      PIC X(57) VALUE SPACES.
027300 01  AFF-LEGENDE.
027400     05  FILLER                      PIC X(40)
027500         VALUE 'TRANCHES DE POIDS : T1 = 1 A 3 FEUILLES,'.
027600     05  FILLER                      PIC X(29)
027700         VALUE ' T2 = 4 A 9, T3 = 10 ET PLUS'.
027800     05  FILLER                      PIC X(63) VALUE SPACES.
027900 01  AFF-COL-TOTAL.
028000     05  FILLER                      PIC X(15) VALUE 'CATEGORIE'.
028100     05  FILLER                      PIC X(40)
028200         VALUE '   PLIS T1 FEUIL. T1   PLIS T2 FEUIL. T2'.
028300     05  FILLER                      PIC X(40)
028400         VALUE '   PLIS T3 FEUIL. T3      PLIS  FEUILLES'.
028500     05  FILLER                      PIC X(37) VALUE SPACES.
028600 01  AFF-TOTAL.
028700     05  AFF-T-LIBELLE               PIC X(14).
028800     05  FILLER                      PIC X(01) VALUE SPACE.
028900     05  AFF-T-TRANCHE OCCURS 3.
029000         10  AFF-T-PLIS              PIC Z(09)9.
029100         10  AFF-T-FEUILLES          PIC Z(09)9.
029200     05  AFF-T-TOT-PLIS              PIC Z(09)9.
029300     05  AFF-T-TOT-FEUILLES          PIC Z(09)9.
029400     05  FILLER                      PIC X(37) VALUE SPACES.
029500 01  AFF-GENERAL.
029600     05  FILLER                      PIC X(23)
029700         VALUE 'TOTAL GENERAL - PLIS : '.
029800     05  AFF-G-PLIS                  PIC Z(09)9.
029900     05  FILLER                      PIC X(10) VALUE ' PIECES : '.
030000     05  AFF-G-PIECES                PIC Z(09)9.
030100     05  FILLER                      PIC X(12)
030200         VALUE ' FEUILLES : '.
030300     05  AFF-G-FEUILLES              PIC Z(09)9.
030400     05  FILLER                      PIC X(11)
030500         VALUE ' RETENUS : '.
030600     05  AFF-G-RETENUS               PIC Z(09)9.
030700     05  FILLER                      PIC X(36) VALUE SPACES.
030800 PROCEDURE DIVISION.
030900******************************************************************
031000*  0000-MAINLINE : REGROUPEMENT DES PIECES EN PLIS               *
031100******************************************************************
031200 0000-MAINLINE.
031300     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
031400     PERFORM 2000-UNE-LIGNE THRU 2000-EXIT
031500         UNTIL FIN-PLT.
031600     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
031700     GOBACK.
031800 0000-EXIT.
031900     EXIT.
032000******************************************************************
032100*  1000-INITIALISATION : CARTE, OUVERTURES, ENTETE DU MANIFESTE  *
032200*  ET PREMIER PLI                                                *
032300******************************************************************
032400 1000-INITIALISATION.
032500     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
032600     MOVE SPACES TO W-PARM.
032700     ACCEPT W-PARM.
032800     IF W-PARM-LIGNES NOT = SPACES
032900         IF W-PARM-LIGNES-9 NOT NUMERIC
033000          OR W-PARM-LIGNES-9 LESS 10
033100             MOVE 'LIGNES PAR FEUILLE INVALIDE (10 A 99)'
033200                 TO W-MOTIF-ABANDON
033300             GO TO 9900-ABANDON
033400         ELSE
033500             MOVE W-PARM-LIGNES-9 TO W-LIGNES-PAR-FEUILLE.
033600     IF W-PARM-SEUIL-CP NOT = SPACES
033700         IF W-PARM-SEUIL-CP-9 NOT NUMERIC
033800          OR W-PARM-SEUIL-CP-9 = ZERO
033900             MOVE 'SEUIL CP INVALIDE' TO W-MOTIF-ABANDON
034000             GO TO 9900-ABANDON
034100         ELSE
034200             MOVE W-PARM-SEUIL-CP-9 TO W-SEUIL-CP.
034300     IF W-PARM-SEUIL-DEPT NOT = SPACES
034400         IF W-PARM-SEUIL-DEPT-9 NOT NUMERIC
034500          OR W-PARM-SEUIL-DEPT-9 = ZERO
034600             MOVE 'SEUIL DEPARTEMENT INVALIDE' TO W-MOTIF-ABANDON
034700             GO TO 9900-ABANDON
034800         ELSE
034900             MOVE W-PARM-SEUIL-DEPT-9 TO W-SEUIL-DEPT.
035000     COMPUTE W-CORPS = W-LIGNES-PAR-FEUILLE - 1.
035100     MOVE ZEROS TO W-CP-CUMUL W-RES-CUMUL W-DPT-CUMUL
035200                   W-TABLE-CATEGORIES.
035300     OPEN INPUT PLITRI.
035400     IF NOT W-PLT-OK
035500         MOVE 'OPEN PLITRI' TO W-MOTIF-ABANDON
035600         GO TO 9900-ABANDON.
035700     OPEN OUTPUT IMPPLI.
035800     IF NOT W-IMP-OK
035900         MOVE 'OPEN IMPPLI' TO W-MOTIF-ABANDON
036000         GO TO 9900-ABANDON.
036100     OPEN OUTPUT ETATAFF.
036200     IF NOT W-AFF-OK
036300         MOVE 'OPEN ETATAFF' TO W-MOTIF-ABANDON
036400         GO TO 9900-ABANDON.
036500     OPEN EXTEND LETJRN.
036600     IF NOT W-JRN-OK
036700         MOVE 'OPEN LETJRN' TO W-MOTIF-ABANDON
036800         GO TO 9900-ABANDON.
036900     MOVE W-DATE-JOUR          TO AFF-E-DATE.
037000     MOVE W-SEUIL-CP           TO AFF-E-SEUIL-CP.
037100     MOVE W-SEUIL-DEPT         TO AFF-E-SEUIL-DEPT.
037200     MOVE W-LIGNES-PAR-FEUILLE TO AFF-E-LIGNES.
037300     WRITE AFF-LIGNE FROM AFF-ENTETE.
037400     WRITE AFF-LIGNE FROM AFF-COLONNES.
037500     PERFORM 8100-LIRE-PLT THRU 8100-EXIT.
037600     IF NOT FIN-PLT
037700         PERFORM 2100-NOUVEAU-PLI THRU 2100-EXIT.
037800 1000-EXIT.
037900     EXIT.
038000******************************************************************
038100*  2000-UNE-LIGNE : RUPTURE DE PLI, NOUVELLE PIECE, MISE EN      *
038200*  TABLE DE LA LIGNE                                             *
038300******************************************************************
038400 2000-UNE-LIGNE.
038500     IF PLT-ENREG (1:92) NOT = W-PLI-CLE
038600         PERFORM 2050-RUPTURE THRU 2050-EXIT.
038700     IF NB-PCE = ZERO
038800         PERFORM 2200-NOUVELLE-PIECE THRU 2200-EXIT
038900     ELSE
039000         IF PLT-PIECE NOT = W-PCE-ID (NB-PCE)
039100             PERFORM 2200-NOUVELLE-PIECE THRU 2200-EXIT.
039200     IF NB-TXT = 2000
039300         MOVE 'PLI DE PLUS DE 2000 LIGNES' TO W-MOTIF-ABANDON
039400         GO TO 9900-ABANDON.
039500     ADD 1 TO NB-TXT.
039600     MOVE PLT-LIGNE TO W-TXT-LIGNE (NB-TXT).
039700     ADD 1 TO W-PCE-NB-LIGNES (NB-PCE).
039800     PERFORM 8100-LIRE-PLT THRU 8100-EXIT.
039900 2000-EXIT.
040000     EXIT.
040100******************************************************************
040200*  2050-RUPTURE : EMISSION DU PLI, FIN DE CODE POSTAL ET DE      *
040300*  DEPARTEMENT, OUVERTURE DU PLI SUIVANT                         *
040400******************************************************************
040500 2050-RUPTURE.
040600     PERFORM 3000-EMETTRE-PLI THRU 3000-EXIT.
040700     IF PLT-ENREG (1:12) NOT = W-PLI-CLE (1:12)
040800         PERFORM 4000-FIN-CP THRU 4000-EXIT.
040900     MOVE PLT-PAYS        TO W-CALC-PAYS.
041000     MOVE PLT-CODE-POSTAL TO W-CALC-CP.
041100     PERFORM 2300-CLE-DEPT THRU 2300-EXIT.
041200     IF W-CALC-DEPT NOT = W-DEPT-COURANT
041300         PERFORM 4100-FIN-DEPT THRU 4100-EXIT.
041400     PERFORM 2100-NOUVEAU-PLI THRU 2100-EXIT.
041500 2050-EXIT.
041600     EXIT.
041700 2100-NOUVEAU-PLI.
041800     MOVE PLT-ENREG (1:92) TO W-PLI-CLE.
041900     MOVE PLT-PAYS         TO W-CALC-PAYS.
042000     MOVE PLT-CODE-POSTAL  TO W-CALC-CP.
042100     PERFORM 2300-CLE-DEPT THRU 2300-EXIT.
042200     MOVE W-CALC-DEPT      TO W-DEPT-COURANT.
042300     MOVE ZERO TO NB-PCE NB-TXT.
042400 2100-EXIT.
042500     EXIT.
042600 2200-NOUVELLE-PIECE.
042700     IF NB-PCE = 99
042800         MOVE 'PLI DE PLUS DE 99 PIECES' TO W-MOTIF-ABANDON
042900         GO TO 9900-ABANDON.
043000     ADD 1 TO NB-PCE.
043100     MOVE PLT-PIECE        TO W-PCE-ID (NB-PCE).
043200     MOVE PLT-CLE          TO W-PCE-CLE (NB-PCE).
043300     MOVE PLT-MODELE       TO W-PCE-MODELE (NB-PCE).
043400     MOVE PLT-RPR-NUMERO   TO W-PCE-RPR-NUMERO (NB-PCE).
043500     MOVE PLT-DESTINATAIRE TO W-PCE-DESTINATAIRE (NB-PCE).
043600     COMPUTE W-PCE-PREMIERE (NB-PCE) = NB-TXT + 1.
043700     MOVE ZERO TO W-PCE-NB-LIGNES (NB-PCE).
043800 2200-EXIT.
043900     EXIT.
044000 2300-CLE-DEPT.
044100     MOVE W-CALC-PAYS TO W-CALC-DEPT (1:2).
044200     IF W-CALC-PAYS = 'FR'
044300         MOVE W-CALC-CP (1:2) TO W-CALC-DEPT (3:2)
044400     ELSE
044500         MOVE SPACES TO W-CALC-DEPT (3:2).
044600 2300-EXIT.
044700     EXIT.
044800******************************************************************
044900*  3000-EMETTRE-PLI : FEUILLES DE CHAQUE PIECE, IMPRESSION,      *
045000*  LIGNES DE JOURNAL ET CUMUL DANS LA TRANCHE DE POIDS           *
045100******************************************************************
045200 3000-EMETTRE-PLI.
045300     ADD 1 TO W-PLI-NUMERO CPT-PLIS.
045400     MOVE ZERO TO W-NB-FEUILLES.
045500     PERFORM 3050-FEUILLES-PIECE THRU 3050-EXIT
045600         VARYING IX-PCE FROM 1 BY 1 UNTIL IX-PCE GREATER NB-PCE.
045700     IF W-NB-FEUILLES GREATER 99
045800         MOVE 'PLI DE PLUS DE 99 FEUILLES' TO W-MOTIF-ABANDON
045900         GO TO 9900-ABANDON.
046000     MOVE ZERO TO W-FEUILLE.
046100     PERFORM 3100-UNE-PIECE THRU 3100-EXIT
046200         VARYING IX-PCE FROM 1 BY 1 UNTIL IX-PCE GREATER NB-PCE.
046300     IF W-NB-FEUILLES LESS 4
046400         MOVE 1 TO IX-TRA
046500     ELSE
046600         IF W-NB-FEUILLES LESS 10
046700             MOVE 2 TO IX-TRA
046800         ELSE
046900             MOVE 3 TO IX-TRA.
047000     ADD 1 TO W-CP-PLIS (IX-TRA).
047100     ADD W-NB-FEUILLES TO W-CP-FEUILLES (IX-TRA) CPT-FEUILLES.
047200     IF W-PLI-PAYS = HIGH-VALUE
047300         ADD 1 TO CPT-RETENUS
047400         DISPLAY 'GSPO310 - PLI RETENU SANS ADRESSE : '
047500                 W-DATE-JOUR W-PLI-NUMERO ' CLE '
047600                 W-PLI-ADR-LIGNE-1 (1:15).
047700 3000-EXIT.
047800     EXIT.
047900*    FEUILLES D UNE PIECE : BLOC ADRESSE EN TETE DE LA PREMIERE
048000 3050-FEUILLES-PIECE.
048100     MOVE W-PCE-NB-LIGNES (IX-PCE) TO W-NB-LIGNES.
048200     IF IX-PCE = 1
048300         ADD 5 TO W-NB-LIGNES.
048400     COMPUTE W-PCE-FEUILLES (IX-PCE) =
048500         (W-NB-LIGNES + W-CORPS - 1) / W-CORPS.
048600     ADD W-PCE-FEUILLES (IX-PCE) TO W-NB-FEUILLES.
048700 3050-EXIT.
048800     EXIT.
048900 3100-UNE-PIECE.
049000     ADD 1 TO CPT-PIECES.
049100     PERFORM 3150-JOURNAL THRU 3150-EXIT.
049200     MOVE ZERO TO W-LIGNES-FEUILLE.
049300     IF IX-PCE = 1
049400         PERFORM 3200-BLOC-ADRESSE THRU 3200-EXIT.
049500     COMPUTE W-DERNIERE = W-PCE-PREMIERE (IX-PCE)
049600                        + W-PCE-NB-LIGNES (IX-PCE) - 1.
049700     PERFORM 3250-LIGNE-PIECE THRU 3250-EXIT
049800         VARYING IX-TXT FROM W-PCE-PREMIERE (IX-PCE) BY 1
049900         UNTIL IX-TXT GREATER W-DERNIERE.
050000 3100-EXIT.
050100     EXIT.
050200******************************************************************
050300*  3150-JOURNAL : LIGNE P DE LETJRN - PIECE, PLI ET RANG         *
050400******************************************************************
050500 3150-JOURNAL.
050600     MOVE W-PCE-CLE (IX-PCE)          TO JRN-CLE.
050700     MOVE W-PCE-MODELE (IX-PCE)       TO JRN-MODELE.
050800     MOVE W-PCE-DATE (IX-PCE)         TO JRN-DATE.
050900     MOVE W-PCE-HEURE (IX-PCE)        TO JRN-HEURE.
051000     MOVE 'I'                         TO JRN-CANAL.
051100     MOVE SPACES                      TO JRN-LANGUE.
051200     MOVE W-PCE-RPR-NUMERO (IX-PCE)   TO JRN-RPR-NUMERO.
051300     MOVE 'P'                         TO JRN-TYPE.
051400     MOVE W-PCE-ORIGINE (IX-PCE)      TO JRN-ORIGINE.
051500     MOVE W-PCE-NUMERO (IX-PCE)       TO JRN-PIECE.
051600     MOVE W-PCE-DESTINATAIRE (IX-PCE) TO JRN-DESTINATAIRE.
051700     MOVE W-DATE-JOUR                 TO JRN-PLI-DATE.
051800     MOVE W-PLI-NUMERO                TO JRN-PLI-NUMERO.
051900     MOVE IX-PCE                      TO JRN-PLI-RANG.
052000     MOVE SPACES                      TO JRN-ENREG (73:8).
052100     WRITE JRN-ENREG.
052200     IF NOT W-JRN-OK
052300         MOVE 'WRITE LETJRN' TO W-MOTIF-ABANDON
052400         GO TO 9900-ABANDON.
052500     ADD 1 TO CPT-JOURNAL.
052600 3150-EXIT.
052700     EXIT.
052800******************************************************************
052900*  3200-BLOC-ADRESSE : 5 LIGNES EN TETE DE LA PREMIERE FEUILLE - *
053000*  PAYS EN CLAIR HORS FRANCE, CLE SEULE POUR UN PLI RETENU       *
053100******************************************************************
053200 3200-BLOC-ADRESSE.
053300     MOVE SPACES TO W-TABLE-BLOC.
053400     IF W-PLI-PAYS = HIGH-VALUE
053500         MOVE 'ADRESSE INCONNUE - CLE' TO W-BLC-LIGNE (1)
053600         MOVE W-PLI-ADR-LIGNE-1 (1:15) TO W-BLC-LIGNE (1) (24:15)
053700     ELSE
053800         MOVE W-PLI-ADR-LIGNE-1 TO W-BLC-LIGNE (1)
053900         MOVE W-PLI-ADR-LIGNE-2 TO W-BLC-LIGNE (2)
054000         MOVE W-PLI-CODE-POSTAL TO W-BLC-LIGNE (3)
054100         MOVE W-PLI-ADR-VILLE   TO W-BLC-LIGNE (3) (12:20)
054200         IF W-PLI-PAYS NOT = 'FR'
054300             MOVE 'PAYS :'      TO W-BLC-LIGNE (4)
054400             MOVE W-PLI-PAYS    TO W-BLC-LIGNE (4) (8:2).
054500     PERFORM 3210-LIGNE-BLOC THRU 3210-EXIT
054600         VARYING IX-BLC FROM 1 BY 1 UNTIL IX-BLC GREATER 5.
054700 3200-EXIT.
054800     EXIT.
054900 3210-LIGNE-BLOC.
055000     MOVE W-BLC-LIGNE (IX-BLC) TO W-TEXTE.
055100     PERFORM 3300-ECRIRE-CORPS THRU 3300-EXIT.
055200 3210-EXIT.
055300     EXIT.
055400 3250-LIGNE-PIECE.
055500     MOVE W-TXT-LIGNE (IX-TXT) TO W-TEXTE.
055600     PERFORM 3300-ECRIRE-CORPS THRU 3300-EXIT.
055700 3250-EXIT.
055800     EXIT.
055900******************************************************************
056000*  3300-ECRIRE-CORPS : LIGNE DE MARQUAGE EN TETE DE FEUILLE PUIS *
056100*  LIGNE DE TEXTE                                                *
056200******************************************************************
056300 3300-ECRIRE-CORPS.
056400     IF W-LIGNES-FEUILLE = ZERO
056500         PERFORM 3350-MARQUE THRU 3350-EXIT.
056600     WRITE IMP-LIGNE FROM W-TEXTE.
056700     IF NOT W-IMP-OK
056800         MOVE 'WRITE IMPPLI' TO W-MOTIF-ABANDON
056900         GO TO 9900-ABANDON.
057000     ADD 1 TO W-LIGNES-FEUILLE.
057100     IF W-LIGNES-FEUILLE = W-CORPS
057200         MOVE ZERO TO W-LIGNES-FEUILLE.
057300 3300-EXIT.
057400     EXIT.
057500 3350-MARQUE.
057600     ADD 1 TO W-FEUILLE.
057700     MOVE W-DATE-JOUR            TO MRQ-PLI-DATE.
057800     MOVE W-PLI-NUMERO           TO MRQ-PLI-NUMERO.
057900     MOVE W-FEUILLE              TO MRQ-FEUILLE.
058000     MOVE W-NB-FEUILLES          TO MRQ-NB-FEUILLES.
058100     MOVE IX-PCE                 TO MRQ-PIECE.
058200     MOVE NB-PCE                 TO MRQ-NB-PIECES.
058300     MOVE W-PCE-ORIGINE (IX-PCE) TO MRQ-ORIGINE.
058400     MOVE W-PCE-NUMERO (IX-PCE)  TO MRQ-NUMERO.
058500     MOVE W-PCE-CLE (IX-PCE)     TO MRQ-CLE.
058600     IF W-PLI-PAYS = HIGH-VALUE
058700         MOVE 'RETENU' TO MRQ-CONTROLE
058800     ELSE
058900         IF W-FEUILLE = W-NB-FEUILLES
059000             MOVE 'FERMER' TO MRQ-CONTROLE
059100         ELSE
059200             MOVE 'SUITE ' TO MRQ-CONTROLE.
059300     WRITE IMP-LIGNE FROM MRQ-LIGNE.
059400     IF NOT W-IMP-OK
059500         MOVE 'WRITE IMPPLI' TO W-MOTIF-ABANDON
059600         GO TO 9900-ABANDON.
059700 3350-EXIT.
059800     EXIT.
059900******************************************************************
060000*  4000-FIN-CP : CATEGORIE DES PLIS DU CODE POSTAL - TRI CP AU   *
060100*  SEUIL, SINON RESIDU DU DEPARTEMENT                            *
060200******************************************************************
060300 4000-FIN-CP.
060400     COMPUTE W-TOTAL = W-CP-PLIS (1) + W-CP-PLIS (2)
060500                     + W-CP-PLIS (3).
060600     MOVE ZERO TO IX-CAT.
060700     IF W-PLI-PAYS = HIGH-VALUE
060800         MOVE 5 TO IX-CAT
060900     ELSE
061000         IF W-PLI-PAYS NOT = 'FR'
061100             MOVE 4 TO IX-CAT
061200         ELSE
061300             IF W-TOTAL NOT LESS W-SEUIL-CP
061400                 MOVE 1 TO IX-CAT.
061500     IF IX-CAT = ZERO
061600         PERFORM 4050-AU-RESIDU THRU 4050-EXIT
061700             VARYING IX-TRA FROM 1 BY 1 UNTIL IX-TRA GREATER 3
061800     ELSE
061900         MOVE W-CP-CUMUL TO W-SRC-CUMUL
062000         PERFORM 4200-AJOUTER-CATEGORIE THRU 4200-EXIT.
062100     MOVE ZEROS TO W-CP-CUMUL.
062200 4000-EXIT.
062300     EXIT.
062400 4050-AU-RESIDU.
062500     ADD W-CP-PLIS (IX-TRA)     TO W-RES-PLIS (IX-TRA).
062600     ADD W-CP-FEUILLES (IX-TRA) TO W-RES-FEUILLES (IX-TRA).
062700 4050-EXIT.
062800     EXIT.
062900******************************************************************
063000*  4100-FIN-DEPT : RESIDU TRIE DEPARTEMENT AU SEUIL, SINON NON   *
063100*  TRIE - LIGNE DU DEPARTEMENT (OU DU PAYS) AU MANIFESTE         *
063200******************************************************************
063300 4100-FIN-DEPT.
063400     COMPUTE W-TOTAL = W-RES-PLIS (1) + W-RES-PLIS (2)
063500                     + W-RES-PLIS (3).
063600     IF W-TOTAL GREATER ZERO
063700         IF W-TOTAL NOT LESS W-SEUIL-DEPT
063800             MOVE 2 TO IX-CAT
063900         ELSE
064000             MOVE 3 TO IX-CAT.
064100     IF W-TOTAL GREATER ZERO
064200         MOVE W-RES-CUMUL TO W-SRC-CUMUL
064300         PERFORM 4200-AJOUTER-CATEGORIE THRU 4200-EXIT.
064400     IF W-DEPT-COURANT (1:2) = HIGH-VALUE
064500         MOVE '**' TO AFF-D-PAYS
064600     ELSE
064700         MOVE W-DEPT-COURANT (1:2) TO AFF-D-PAYS.
064800     MOVE W-DEPT-COURANT (3:2) TO AFF-D-DEPT.
064900     PERFORM 4150-COLONNE THRU 4150-EXIT
065000         VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT GREATER 5.
065100     MOVE W-DPT-FEUILLES TO AFF-D-FEUILLES.
065200     WRITE AFF-LIGNE FROM AFF-DETAIL.
065300     IF NOT W-AFF-OK
065400         MOVE 'WRITE ETATAFF' TO W-MOTIF-ABANDON
065500         GO TO 9900-ABANDON.
065600     MOVE ZEROS TO W-RES-CUMUL W-DPT-CUMUL.
065700 4100-EXIT.
065800     EXIT.
065900 4150-COLONNE.
066000     MOVE W-DPT-PLIS (IX-CAT) TO AFF-D-PLIS (IX-CAT).
066100 4150-EXIT.
066200     EXIT.
066300 4200-AJOUTER-CATEGORIE.
066400     PERFORM 4250-AJOUTER-TRANCHE THRU 4250-EXIT
066500         VARYING IX-TRA FROM 1 BY 1 UNTIL IX-TRA GREATER 3.
066600 4200-EXIT.
066700     EXIT.
066800 4250-AJOUTER-TRANCHE.
066900     ADD W-SRC-PLIS (IX-TRA)
067000         TO W-CAT-PLIS (IX-CAT IX-TRA) W-DPT-PLIS (IX-CAT).
067100     ADD W-SRC-FEUILLES (IX-TRA)
067200         TO W-CAT-FEUILLES (IX-CAT IX-TRA) W-DPT-FEUILLES.
067300 4250-EXIT.
067400     EXIT.
067500******************************************************************
067600*  8100-LIRE-PLT : LIGNE SUIVANTE DE PLITRI                      *
067700******************************************************************
067800 8100-LIRE-PLT.
067900     READ PLITRI.
068000     IF W-PLT-FIN
068100         MOVE 'O' TO W-FIN-PLT
068200         GO TO 8100-EXIT.
068300     IF NOT W-PLT-OK
068400         MOVE 'READ PLITRI' TO W-MOTIF-ABANDON
068500         GO TO 9900-ABANDON.
068600     ADD 1 TO CPT-LIGNES.
068700 8100-EXIT.
068800     EXIT.
068900******************************************************************
069000*  9000-TERMINAISON : DERNIER PLI, TOTAUX PAR CATEGORIE ET       *
069100*  TRANCHE, FERMETURES                                           *
069200******************************************************************
069300 9000-TERMINAISON.
069400     IF CPT-LIGNES GREATER ZERO
069500         PERFORM 3000-EMETTRE-PLI THRU 3000-EXIT
069600         PERFORM 4000-FIN-CP THRU 4000-EXIT
069700         PERFORM 4100-FIN-DEPT THRU 4100-EXIT.
069800     MOVE SPACES TO AFF-LIGNE.
069900     WRITE AFF-LIGNE.
070000     WRITE AFF-LIGNE FROM AFF-LEGENDE.
070100     WRITE AFF-LIGNE FROM AFF-COL-TOTAL.
070200     PERFORM 9100-UNE-CATEGORIE THRU 9100-EXIT
070300         VARYING IX-CAT FROM 1 BY 1 UNTIL IX-CAT GREATER 5.
070400     MOVE CPT-PLIS     TO AFF-G-PLIS.
070500     MOVE CPT-PIECES   TO AFF-G-PIECES.
070600     MOVE CPT-FEUILLES TO AFF-G-FEUILLES.
070700     MOVE CPT-RETENUS  TO AFF-G-RETENUS.
070800     MOVE SPACES TO AFF-LIGNE.
070900     WRITE AFF-LIGNE.
071000     WRITE AFF-LIGNE FROM AFF-GENERAL.
071100     CLOSE PLITRI IMPPLI ETATAFF LETJRN.
071200     DISPLAY 'GSPO310 - LIGNES LUES       : ' CPT-LIGNES.
071300     DISPLAY 'GSPO310 - PLIS              : ' CPT-PLIS.
071400     DISPLAY 'GSPO310 - PIECES            : ' CPT-PIECES.
071500     DISPLAY 'GSPO310 - FEUILLES          : ' CPT-FEUILLES.
071600     DISPLAY 'GSPO310 - PLIS RETENUS      : ' CPT-RETENUS.
071700     DISPLAY 'GSPO310 - LIGNES LETJRN     : ' CPT-JOURNAL.
071800     IF CPT-RETENUS GREATER ZERO
071900         MOVE 4 TO RETURN-CODE.
072000 9000-EXIT.
072100     EXIT.
072200 9100-UNE-CATEGORIE.
072300     MOVE W-LIB-CAT (IX-CAT) TO AFF-T-LIBELLE.
072400     MOVE ZERO TO W-TOTAL W-TOT-FEUILLES.
072500     PERFORM 9150-UNE-TRANCHE THRU 9150-EXIT
072600         VARYING IX-TRA FROM 1 BY 1 UNTIL IX-TRA GREATER 3.
072700     MOVE W-TOTAL        TO AFF-T-TOT-PLIS.
072800     MOVE W-TOT-FEUILLES TO AFF-T-TOT-FEUILLES.
072900     WRITE AFF-LIGNE FROM AFF-TOTAL.
073000 9100-EXIT.
073100     EXIT.
073200 9150-UNE-TRANCHE.
073300     MOVE W-CAT-PLIS (IX-CAT IX-TRA)     TO AFF-T-PLIS (IX-TRA).
073400     MOVE W-CAT-FEUILLES (IX-CAT IX-TRA)
073500         TO AFF-T-FEUILLES (IX-TRA).
073600     ADD W-CAT-PLIS (IX-CAT IX-TRA)      TO W-TOTAL.
073700     ADD W-CAT-FEUILLES (IX-CAT IX-TRA)  TO W-TOT-FEUILLES.
073800 9150-EXIT.
073900     EXIT.
074000******************************************************************
074100*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT                     *
074200******************************************************************
074300 9900-ABANDON.
074400     DISPLAY 'GSPO310 - ABANDON : ' W-MOTIF-ABANDON.
074500     MOVE 16 TO RETURN-CODE.
074600     STOP RUN.
