000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSUS151.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSUS151 : REFACTURATION MENSUELLE DES USAGES                  *
000900*  ------------------------------------------------------------  *
001000*  LES APPELS DES APPLICATIONS SOEURS ET DU PORTAIL A NOS        *
001100*  SERVICES (USGFIC, CONSOLIDE PAR GSUS150) SONT TARIFES ET      *
001200*  REFACTURES A L APPLICATION CONSOMMATRICE :                    *
001300*   - APPLICATION : REFTBL TYPE APPU, CODE = LES 6 PREMIERS      *
001400*     CARACTERES DE L APPELANT, APPLICATION EN LIBELLE COURT     *
001500*     (1:8) ; SANS LIGNE, L APPELANT EST L APPLICATION.          *
001600*   - TARIF : REFTBL TYPE TARU EN VIGUEUR AU DERNIER JOUR DU     *
001700*     MOIS, CODE = SERVICE + FONCTION, A DEFAUT SERVICE + ** ;   *
001800*     PRIX PAR APPEL EN LIBELLE COURT (1:8) 9(04)V9(04).         *
001900*     SONT FACTURES LES APPELS SERVIS ET LES REFUS FONCTIONNELS  *
002000*     ; LES INCIDENTS DU SERVICE NE LE SONT PAS. APPEL SANS      *
002100*     TARIF = NON TARIFE, SIGNALE (CODE RETOUR 4).               *
002200*  ETATREF : UN RELEVE PAR APPLICATION (PAR SERVICE ET           *
002300*  FONCTION : SERVIS, REFUS, INCIDENTS, FACTURES, PRIX, MONTANT) *
002400*  PUIS LE TOTAL GENERAL.                                        *
002500*  ETATTEN : TENDANCE SUR LE MOIS ET LES DEUX PRECEDENTS - LES   *
002600*  DIX APPELANTS ET LES DIX FONCTIONS LES PLUS SOLLICITES DU     *
002700*  MOIS, AVEC VARIATION SUR LE MOIS PRECEDENT ET DUREE MOYENNE.  *
002800*  CARTE PARAMETRE : MODE(1) S/A  MOIS(6) AAAAMM                 *
002900*  MODE S : RELEVES ET TENDANCE SEULS, COMME GSFE590.            *
003000*  MODE A : ECRITURE COMPTABLE GLPOST PAR APPLICATION SELON LA   *
003100*  REGLE MAPFIC DU PREFIXE USAG AU DERNIER JOUR DU MOIS (GSMP980 *
003200*  - DEBIT + CREDIT : INTERFACE EQUILIBREE).                     *
003300*  ------------------------------------------------------------  *
003400*  ENTREE : USGFIC   REFTBL (PAR GSRT060)   MAPFIC (PAR GSMP980) *
003500*  SORTIE : ETATREF   ETATTEN   GLPOST (MODE A)                  *
003600*  ------------------------------------------------------------  *
003700*  HISTORIQUE DES MODIFICATIONS                                  *
003800*  15/10/26  DA  CREATION                                        *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.
004300     IBM-370.
004400 OBJECT-COMPUTER.
004500     IBM-370.
004600 SPECIAL-NAMES.
004700     DECIMAL-POINT IS COMMA.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT USGFIC  ASSIGN  USGFIC
005100       ORGANIZATION  INDEXED
005200       ACCESS MODE   DYNAMIC
005300       RECORD KEY    USG-CLE
005400       FILE STATUS   W-USGFIC-STATUS.
005500     SELECT GLPOST  ASSIGN  GLPOST
005600       ORGANIZATION  SEQUENTIAL
005700       FILE STATUS   W-GLPOST-STATUS.
005800     SELECT ETATREF ASSIGN  ETATREF
005900       ORGANIZATION  SEQUENTIAL
006000       FILE STATUS   W-ETATREF-STATUS.
006100     SELECT ETATTEN ASSIGN  ETATTEN
006200       ORGANIZATION  SEQUENTIAL
006300       FILE STATUS   W-ETATTEN-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  USGFIC
006700     LABEL RECORD STANDARD
006800     DATA RECORD USG-ENREG.
006900 COPY FFFFFGUS.
007000 FD  GLPOST
007100     LABEL RECORD STANDARD
007200     DATA RECORD GLP-ENREG.
007300 01  GLP-ENREG.
007400     05  GLP-COMPTE                  PIC X(10).
007500     05  GLP-SENS                    PIC X(01).
007600     05  GLP-MONTANT                 PIC S9(13)V99.
007700     05  GLP-DATE                    PIC 9(08).
007800     05  GLP-ORIGINE                 PIC X(08).
007900     05  FILLER                      PIC X(38).
008000 FD  ETATREF
008100     LABEL RECORD STANDARD
008200     DATA RECORD REF-LIGNE.
008300 01  REF-LIGNE                       PIC X(132).
008400 FD  ETATTEN
008500     LABEL RECORD STANDARD
008600     DATA RECORD TEN-LIGNE.
008700 01  TEN-LIGNE                       PIC X(132).
008800 WORKING-STORAGE SECTION.
008900 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
009000 77  CPT-NON-TARIFES                 PIC S9(09) COMP VALUE ZERO.
009100 77  CPT-ECRITURES                   PIC S9(08) COMP VALUE ZERO.
009200 77  IX-APL                          PIC S9(04) COMP VALUE ZERO.
009300 77  NB-APL                          PIC S9(04) COMP VALUE ZERO.
009400 77  IX-FCT                          PIC S9(04) COMP VALUE ZERO.
009500 77  NB-FCT                          PIC S9(04) COMP VALUE ZERO.
009600 77  IX-LIG                          PIC S9(04) COMP VALUE ZERO.
009700 77  NB-LIG                          PIC S9(04) COMP VALUE ZERO.
009800 77  IX-APP                          PIC S9(04) COMP VALUE ZERO.
009900 77  NB-APP                          PIC S9(04) COMP VALUE ZERO.
010000 77  IX-MOIS                         PIC S9(04) COMP VALUE ZERO.
010100 77  IX-TOP                          PIC S9(04) COMP VALUE ZERO.
010200 77  IX-MAX                          PIC S9(04) COMP VALUE ZERO.
010300 77  IX-RANG                         PIC S9(04) COMP VALUE ZERO.
010400 01  W-FIN-USG                       PIC X(01) VALUE 'N'.
010500     88  FIN-USG                     VALUE 'O'.
010600 01  W-USGFIC-STATUS                 PIC X(02).
010700     88  W-USF-OK                    VALUE '00'.
010800     88  W-USF-FIN                   VALUE '10'.
010900     88  W-USF-ABSENT                VALUE '23'.
011000 01  W-GLPOST-STATUS                 PIC X(02).
011100     88  W-GLP-OK                    VALUE '00'.
011200 01  W-ETATREF-STATUS                PIC X(02).
011300     88  W-ERF-OK                    VALUE '00'.
011400 01  W-ETATTEN-STATUS                PIC X(02).
011500     88  W-ETN-OK                    VALUE '00'.
011600 01  W-MOTIF-ABANDON                 PIC X(40).
011700 01  W-PARM.
011800     05  W-PARM-MODE                 PIC X(01).
011900         88  MODE-SIMULATION         VALUE 'S'.
012000         88  MODE-APPLICATION        VALUE 'A'.
012100     05  FILLER                      PIC X(01).
012200     05  W-PARM-MOIS                 PIC X(06).
012300     05  W-PARM-MOIS-9 REDEFINES W-PARM-MOIS
012400                                     PIC 9(06).
012500     05  FILLER                      PIC X(72).
012600*    MOIS FACTURE ET DEUX MOIS PRECEDENTS (AAAAMM), BORNES
012700 01  W-MOIS-TAB.
012800     05  W-MOIS                      PIC 9(06) OCCURS 3.
012900 01  W-MOIS-CIBLE                    PIC S9(07) COMP-3.
013000 01  W-MOIS-EVT                      PIC S9(07) COMP-3.
013100 01  W-AA                            PIC 9(04).
013200 01  W-MM                            PIC 9(02).
013300 01  W-RESTE                         PIC 9(04).
013400 01  W-DATE-DEBUT                    PIC 9(08).
013500 01  W-FIN-MOIS                      PIC 9(08).
013600 01  W-FIN-MOIS-R REDEFINES W-FIN-MOIS.
013700     05  W-FM-AAAA                   PIC 9(04).
013800     05  W-FM-MM                     PIC 9(02).
013900     05  W-FM-JJ                     PIC 9(02).
014000 01  W-JOURS-MOIS-V                  PIC X(24)
014100     VALUE '312831303130313130313031'.
014200 01  W-JOURS-MOIS REDEFINES W-JOURS-MOIS-V.
014300     05  W-JOURS                     PIC 9(02) OCCURS 12.
014400*    PRIX LU AU LIBELLE COURT REFTBL TARU
014500 01  W-PRIX                          PIC 9(04)V9(04).
014600 01  W-PRIX-X REDEFINES W-PRIX       PIC X(08).
014700 01  W-MONTANT-POSTE                 PIC S9(13)V99 COMP-3.
014800 01  W-FACTURES-POSTE                PIC S9(09) COMP-3.
014900 01  W-APPLI                         PIC X(08).
015000 01  W-SERVICE                       PIC X(02).
015100 01  W-FONCTION                      PIC X(02).
015200 01  W-COMPTE-DEBIT                  PIC X(10).
015300 01  W-COMPTE-CREDIT                 PIC X(10).
015400 COPY GSMPZ.
015500 COPY GSREFZ.
015600*    TOTAUX GENERAUX
015700 01  W-TOTAL-APPELS                  PIC S9(11) COMP-3 VALUE ZERO.
015800 01  W-TOTAL-MONTANT                 PIC S9(15)V99 COMP-3
015900                                     VALUE ZERO.
016000*    APPELANTS (200 AU PLUS) : APPLICATION, APPELS DES TROIS MOIS
016100*    (1 = M-2  2 = M-1  3 = MOIS FACTURE), DUREES ET MONTANT DU
016200*    MOIS FACTURE
016300 01  W-TABLE-APPELANTS.
016400     05  W-APL-POSTE OCCURS 200.
016500         10  W-APL-APPELANT          PIC X(08).
016600         10  W-APL-APPLI             PIC X(08).
016700         10  W-APL-NB                PIC S9(11) COMP-3 OCCURS 3.
016800         10  W-APL-CHRONO            PIC S9(11) COMP-3.
016900         10  W-APL-DUREE             PIC S9(15) COMP-3.
017000         10  W-APL-MONTANT           PIC S9(13)V99 COMP-3.
017100*    SERVICE + FONCTION (50 AU PLUS) : TARIF ET MEMES CUMULS
017200 01  W-TABLE-FONCTIONS.
017300     05  W-FCT-POSTE OCCURS 50.
017400         10  W-FCT-SERVICE           PIC X(02).
017500         10  W-FCT-FONCTION          PIC X(02).
017600         10  W-FCT-TARIFE            PIC X(01).
017700         10  W-FCT-PRIX              PIC 9(04)V9(04).
017800         10  W-FCT-NB                PIC S9(11) COMP-3 OCCURS 3.
017900         10  W-FCT-CHRONO            PIC S9(11) COMP-3.
018000         10  W-FCT-DUREE             PIC S9(15) COMP-3.
018100         10  W-FCT-MAX               PIC 9(09).
018200         10  W-FCT-MONTANT           PIC S9(13)V99 COMP-3.
018300*    LIGNES DE RELEVE : APPLICATION + SERVICE + FONCTION (500 AU
018400*    PLUS) DU MOIS FACTURE
018500 01  W-TABLE-LIGNES.
018600     05  W-LIG-POSTE OCCURS 500.
018700         10  W-LIG-APP               PIC S9(04) COMP.
018800         10  W-LIG-FCT               PIC S9(04) COMP.
018900         10  W-LIG-SERVIS            PIC S9(11) COMP-3.
019000         10  W-LIG-REFUSES           PIC S9(11) COMP-3.
019100         10  W-LIG-INCIDENTS         PIC S9(11) COMP-3.
019200         10  W-LIG-FACTURES          PIC S9(11) COMP-3.
019300         10  W-LIG-MONTANT           PIC S9(13)V99 COMP-3.
019400*    APPLICATIONS CONSOMMATRICES (100 AU PLUS)
019500 01  W-TABLE-APPLIS.
019600     05  W-APP-POSTE OCCURS 100.
019700         10  W-APP-CODE              PIC X(08).
019800         10  W-APP-EDITE             PIC X(01).
019900         10  W-APP-APPELS            PIC S9(11) COMP-3.
020000         10  W-APP-FACTURES          PIC S9(11) COMP-3.
020100         10  W-APP-MONTANT           PIC S9(13)V99 COMP-3.
020200*    CLASSEMENT DES PLUS SOLLICITES (DIX PREMIERS)
020300 01  W-TABLE-TOP.
020400     05  W-TOP-NB                    PIC S9(11) COMP-3 OCCURS 200.
020500 01  W-MAX-NB                        PIC S9(11) COMP-3.
020600 01  W-VARIATION                     PIC S9(07)V9 COMP-3.
020700 01  W-MOYENNE                       PIC S9(09) COMP-3.
020800 01  ERF-ENTETE.
020900     05  FILLER                      PIC X(46)
021000         VALUE 'GSUS151 - RELEVE DE REFACTURATION DES USAGES -'.
021100     05  FILLER                      PIC X(06) VALUE ' MOIS '.
021200     05  ERF-E-MOIS                  PIC 9(06).
021300     05  FILLER                      PIC X(15)
021400         VALUE ' - APPLICATION '.
021500     05  ERF-E-APPLI                 PIC X(08).
021600     05  FILLER                      PIC X(08) VALUE ' - MODE '.
021700     05  ERF-E-MODE                  PIC X(01).
021800     05  FILLER                      PIC X(42) VALUE SPACES.
021900 01  ERF-COLONNES.
022000     05  FILLER                      PIC X(38)
022100         VALUE 'SV FN     SERVIS      REFUS  INCIDENTS'.
022200     05  FILLER                      PIC X(38)
022300         VALUE '   FACTURES      PRIX          MONTANT'.
022400     05  FILLER                      PIC X(56) VALUE SPACES.
022500 01  ERF-DETAIL.
022600     05  ERF-D-SERVICE               PIC X(02).
022700     05  FILLER                      PIC X(01) VALUE SPACE.
022800     05  ERF-D-FONCTION              PIC X(02).
022900     05  FILLER                      PIC X(01) VALUE SPACE.
023000     05  ERF-D-SERVIS                PIC Z(09)9.
023100     05  FILLER                      PIC X(01) VALUE SPACE.
023200     05  ERF-D-REFUSES               PIC Z(09)9.
023300     05  FILLER                      PIC X(01) VALUE SPACE.
023400     05  ERF-D-INCIDENTS             PIC Z(09)9.
023500     05  FILLER                      PIC X(01) VALUE SPACE.
023600     05  ERF-D-FACTURES              PIC Z(09)9.
023700     05  FILLER                      PIC X(01) VALUE SPACE.
023800     05  ERF-D-PRIX                  PIC Z(03)9,9(04).
023900     05  FILLER                      PIC X(01) VALUE SPACE.
024000     05  ERF-D-MONTANT               PIC -(12)9,99.
024100     05  FILLER                      PIC X(01) VALUE SPACE.
024200     05  ERF-D-NOTE                  PIC X(12).
024300     05  FILLER                      PIC X(43) VALUE SPACES.
024400 01  ERF-TOTAL.
024500     05  FILLER                      PIC X(18)
024600         VALUE 'TOTAL APPLICATION '.
024700     05  ERF-T-APPLI                 PIC X(08).
024800     05  FILLER                      PIC X(10) VALUE ' APPELS : '.
024900     05  ERF-T-APPELS                PIC Z(09)9.
025000     05  FILLER                      PIC X(12)
025100         VALUE ' FACTURES : '.
025200     05  ERF-T-FACTURES              PIC Z(09)9.
025300     05  FILLER                      PIC X(11)
025400         VALUE ' MONTANT : '.
025500     05  ERF-T-MONTANT               PIC -(12)9,99.
025600     05  FILLER                      PIC X(37) VALUE SPACES.
025700 01  ERF-GENERAL.
025800     05  FILLER                      PIC X(31)
025900         VALUE 'TOTAL GENERAL - APPLICATIONS : '.
026000     05  ERF-G-APPLIS                PIC Z(03)9.
026100     05  FILLER                      PIC X(10) VALUE ' APPELS : '.
026200     05  ERF-G-APPELS                PIC Z(10)9.
026300     05  FILLER                      PIC X(11)
026400         VALUE ' MONTANT : '.
026500     05  ERF-G-MONTANT               PIC -(12)9,99.
026600     05  FILLER                      PIC X(15)
026700         VALUE ' NON TARIFES : '.
026800     05  ERF-G-NON-TARIFES           PIC Z(09)9.
026900     05  FILLER                      PIC X(24) VALUE SPACES.
027000 01  ETN-ENTETE.
027100     05  FILLER                      PIC X(37)
027200         VALUE 'GSUS151 - TENDANCE DES USAGES - MOIS '.
027300     05  ETN-E-MOIS                  PIC 9(06).
027400     05  FILLER                      PIC X(24)
027500         VALUE ' ET DEUX MOIS PRECEDENTS'.
027600     05  FILLER                      PIC X(65) VALUE SPACES.
027700 01  ETN-TITRE.
027800     05  ETN-T-LIBELLE               PIC X(60).
027900     05  FILLER                      PIC X(72) VALUE SPACES.
028000 01  ETN-COL-APPELANTS.
028100     05  FILLER                      PIC X(42)
028200         VALUE 'RG APPELANT APPLI.         M-2        M-1'.
028300     05  FILLER                      PIC X(32)
028400         VALUE '       MOIS  VARIATION  MOYEN MS'.
028500     05  FILLER                      PIC X(17)
028600         VALUE '          MONTANT'.
028700     05  FILLER                      PIC X(41) VALUE SPACES.
028800 01  ETN-APPELANT.
028900     05  ETN-A-RANG                  PIC Z9.
029000     05  FILLER                      PIC X(01) VALUE SPACE.
029100     05  ETN-A-APPELANT              PIC X(08).
029200     05  FILLER                      PIC X(01) VALUE SPACE.
029300     05  ETN-A-APPLI                 PIC X(08).
029400     05  FILLER                      PIC X(01) VALUE SPACE.
029500     05  ETN-A-NB-M2                 PIC Z(09)9.
029600     05  FILLER                      PIC X(01) VALUE SPACE.
029700     05  ETN-A-NB-M1                 PIC Z(09)9.
029800     05  FILLER                      PIC X(01) VALUE SPACE.
029900     05  ETN-A-NB-M                  PIC Z(09)9.
030000     05  FILLER                      PIC X(01) VALUE SPACE.
030100     05  ETN-A-VARIATION             PIC -(07)9,9.
030200     05  ETN-A-VARIATION-X REDEFINES ETN-A-VARIATION
030300                                     PIC X(10).
030400     05  FILLER                      PIC X(01) VALUE SPACE.
030500     05  ETN-A-MOYENNE               PIC Z(08)9.
030600     05  FILLER                      PIC X(01) VALUE SPACE.
030700     05  ETN-A-MONTANT               PIC -(12)9,99.
030800     05  FILLER                      PIC X(41) VALUE SPACES.
030900 01  ETN-COL-FONCTIONS.
031000     05  FILLER                      PIC X(41)
031100         VALUE 'RG SV FN        M-2        M-1       MOIS'.
031200     05  FILLER                      PIC X(48)
031300         VALUE '  VARIATION  MOYEN MS    MAX MS          MONTANT'.
031400     05  FILLER                      PIC X(43) VALUE SPACES.
031500 01  ETN-FONCTION.
031600     05  ETN-F-RANG                  PIC Z9.
031700     05  FILLER                      PIC X(01) VALUE SPACE.
031800     05  ETN-F-SERVICE               PIC X(02).
031900     05  FILLER                      PIC X(01) VALUE SPACE.
032000     05  ETN-F-FONCTION              PIC X(02).
032100     05  FILLER                      PIC X(01) VALUE SPACE.
032200     05  ETN-F-NB-M2                 PIC Z(09)9.
032300     05  FILLER                      PIC X(01) VALUE SPACE.
032400     05  ETN-F-NB-M1                 PIC Z(09)9.
032500     05  FILLER                      PIC X(01) VALUE SPACE.
032600     05  ETN-F-NB-M                  PIC Z(09)9.
032700     05  FILLER                      PIC X(01) VALUE SPACE.
032800     05  ETN-F-VARIATION             PIC -(07)9,9.
032900     05  ETN-F-VARIATION-X REDEFINES ETN-F-VARIATION
033000                                     PIC X(10).
033100     05  FILLER                      PIC X(01) VALUE SPACE.
033200     05  ETN-F-MOYENNE               PIC Z(08)9.
033300     05  FILLER                      PIC X(01) VALUE SPACE.
033400     05  ETN-F-MAX                   PIC Z(08)9.
033500     05  FILLER                      PIC X(01) VALUE SPACE.
033600     05  ETN-F-MONTANT               PIC -(12)9,99.
033700     05  FILLER                      PIC X(43) VALUE SPACES.
033800 PROCEDURE DIVISION.
033900******************************************************************
034000*  0000-MAINLINE : CUMULS DES TROIS MOIS, RELEVES, TENDANCE      *
034100******************************************************************
034200 0000-MAINLINE.
034300     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
034400     PERFORM 8100-LIRE-USG THRU 8100-EXIT.
034500     PERFORM 2000-UN-POSTE THRU 2000-EXIT
034600         UNTIL FIN-USG.
034700     PERFORM 3000-RELEVES THRU 3000-EXIT.
034800     PERFORM 4000-TENDANCE THRU 4000-EXIT.
034900     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
035000     GOBACK.
035100 0000-EXIT.
035200     EXIT.
035300******************************************************************
035400*  1000-INITIALISATION : CARTE, BORNES DES MOIS, OUVERTURES ET   *
035500*  REGLE D IMPUTATION EN MODE A                                  *
035600******************************************************************
035700 1000-INITIALISATION.
035800     MOVE SPACES TO W-PARM.
035900     ACCEPT W-PARM.
036000     IF NOT MODE-SIMULATION AND NOT MODE-APPLICATION
036100         MOVE 'MODE S OU A OBLIGATOIRE' TO W-MOTIF-ABANDON
036200         GO TO 9900-ABANDON.
036300     IF W-PARM-MOIS-9 NOT NUMERIC
036400      OR W-PARM-MOIS (5:2) LESS '01'
036500      OR W-PARM-MOIS (5:2) GREATER '12'
036600         MOVE 'MOIS AAAAMM INVALIDE' TO W-MOTIF-ABANDON
036700         GO TO 9900-ABANDON.
036800     PERFORM 1100-BORNES THRU 1100-EXIT.
036900     OPEN INPUT USGFIC.
037000     IF NOT W-USF-OK
037100         MOVE 'OPEN USGFIC' TO W-MOTIF-ABANDON
037200         GO TO 9900-ABANDON.
037300     OPEN OUTPUT ETATREF.
037400     IF NOT W-ERF-OK
037500         MOVE 'OPEN ETATREF' TO W-MOTIF-ABANDON
037600         GO TO 9900-ABANDON.
037700     OPEN OUTPUT ETATTEN.
037800     IF NOT W-ETN-OK
037900         MOVE 'OPEN ETATTEN' TO W-MOTIF-ABANDON
038000         GO TO 9900-ABANDON.
038100     IF MODE-APPLICATION
038200         PERFORM 1200-REGLE-MAPFIC THRU 1200-EXIT
038300         OPEN EXTEND GLPOST
038400         IF NOT W-GLP-OK
038500             MOVE 'OPEN GLPOST' TO W-MOTIF-ABANDON
038600             GO TO 9900-ABANDON
038700         END-IF
038800     END-IF.
038900     MOVE LOW-VALUE    TO USG-CLE.
039000     MOVE W-DATE-DEBUT TO USG-DATE.
039100     START USGFIC KEY NOT LESS USG-CLE.
039200     IF W-USF-ABSENT OR W-USF-FIN
039300         MOVE 'O' TO W-FIN-USG
039400         GO TO 1000-EXIT.
039500     IF NOT W-USF-OK
039600         MOVE 'START USGFIC' TO W-MOTIF-ABANDON
039700         GO TO 9900-ABANDON.
039800 1000-EXIT.
039900     EXIT.
040000******************************************************************
040100*  1100-BORNES : LES TROIS MOIS (M-2, M-1, M), LE PREMIER JOUR   *
040200*  DE M-2 ET LE DERNIER JOUR DU MOIS FACTURE                     *
040300******************************************************************
040400 1100-BORNES.
040500     DIVIDE W-PARM-MOIS-9 BY 100 GIVING W-AA REMAINDER W-MM.
040600     COMPUTE W-MOIS-CIBLE = W-AA * 12 + W-MM - 1.
040700     PERFORM 1150-UN-MOIS THRU 1150-EXIT
040800         VARYING IX-MOIS FROM 1 BY 1
040900         UNTIL IX-MOIS GREATER 3.
041000     COMPUTE W-DATE-DEBUT = W-MOIS (1) * 100 + 1.
041100     MOVE W-PARM-MOIS-9 TO W-FIN-MOIS (1:6).
041200     MOVE W-JOURS (W-FM-MM) TO W-FM-JJ.
041300     IF W-FM-MM NOT = 2
041400         GO TO 1100-EXIT.
041500     DIVIDE W-FM-AAAA BY 4 GIVING W-AA REMAINDER W-RESTE.
041600     IF W-RESTE NOT = ZERO
041700         GO TO 1100-EXIT.
041800     DIVIDE W-FM-AAAA BY 100 GIVING W-AA REMAINDER W-RESTE.
041900     IF W-RESTE = ZERO
042000         DIVIDE W-FM-AAAA BY 400 GIVING W-AA REMAINDER W-RESTE
042100         IF W-RESTE NOT = ZERO
042200             GO TO 1100-EXIT.
042300     MOVE 29 TO W-FM-JJ.
042400 1100-EXIT.
042500     EXIT.
042600 1150-UN-MOIS.
042700     COMPUTE W-MOIS-EVT = W-MOIS-CIBLE - 3 + IX-MOIS.
042800     DIVIDE W-MOIS-EVT BY 12 GIVING W-AA REMAINDER W-MM.
042900     ADD 1 TO W-MM.
043000     COMPUTE W-MOIS (IX-MOIS) = W-AA * 100 + W-MM.
043100 1150-EXIT.
043200     EXIT.
043300******************************************************************
043400*  1200-REGLE-MAPFIC : LA REGLE D IMPUTATION DU PREFIXE USAG EN  *
043500*  VIGUEUR AU DERNIER JOUR DU MOIS (PAS DE MASSE COMPTABLE SANS  *
043600*  REGLE : ABANDON SINON)                                        *
043700******************************************************************
043800 1200-REGLE-MAPFIC.
043900     MOVE 'USAG'     TO MPZ-PREFIXE.
044000     MOVE W-FIN-MOIS TO MPZ-DATE.
044100     CALL 'GSMP980' USING MPZ-DEM.
044200     IF MPZ-INCIDENT
044300         MOVE 'MAPFIC INACCESSIBLE (GSMP980)' TO W-MOTIF-ABANDON
044400         GO TO 9900-ABANDON.
044500     IF NOT MPZ-TROUVE
044600         MOVE 'REGLE MAPFIC USAG ABSENTE A LA DATE'
044700           TO W-MOTIF-ABANDON
044800         GO TO 9900-ABANDON.
044900     MOVE MPZ-COMPTE-DEBIT  TO W-COMPTE-DEBIT.
045000     MOVE MPZ-COMPTE-CREDIT TO W-COMPTE-CREDIT.
045100 1200-EXIT.
045200     EXIT.
045300******************************************************************
045400*  2000-UN-POSTE : CUMULS PAR APPELANT ET PAR FONCTION SUR LES   *
045500*  TROIS MOIS ; TARIFICATION ET LIGNE DE RELEVE SUR LE MOIS      *
045600*  FACTURE                                                       *
045700******************************************************************
045800 2000-UN-POSTE.
045900     ADD 1 TO CPT-LUS.
046000     MOVE 3 TO IX-MOIS.
046100     IF USG-DATE (1:6) = W-MOIS (1)
046200         MOVE 1 TO IX-MOIS.
046300     IF USG-DATE (1:6) = W-MOIS (2)
046400         MOVE 2 TO IX-MOIS.
046500     PERFORM 2100-APPELANT THRU 2100-EXIT.
046600     PERFORM 2200-FONCTION THRU 2200-EXIT.
046700     ADD USG-NB-APPELS TO W-APL-NB (IX-APL IX-MOIS)
046800                          W-FCT-NB (IX-FCT IX-MOIS).
046900     IF IX-MOIS NOT = 3
047000         GO TO 2000-SUIVANT.
047100     ADD USG-NB-CHRONO    TO W-APL-CHRONO (IX-APL)
047200                             W-FCT-CHRONO (IX-FCT).
047300     ADD USG-DUREE-TOTALE TO W-APL-DUREE (IX-APL)
047400                             W-FCT-DUREE (IX-FCT).
047500     IF USG-DUREE-MAX GREATER W-FCT-MAX (IX-FCT)
047600         MOVE USG-DUREE-MAX TO W-FCT-MAX (IX-FCT).
047700     ADD USG-NB-APPELS TO W-TOTAL-APPELS.
047800     MOVE ZERO TO W-FACTURES-POSTE W-MONTANT-POSTE.
047900     IF NOT USG-INCIDENT
048000         MOVE USG-NB-APPELS TO W-FACTURES-POSTE.
048100     IF W-FCT-TARIFE (IX-FCT) = 'O'
048200         COMPUTE W-MONTANT-POSTE ROUNDED =
048300             W-FACTURES-POSTE * W-FCT-PRIX (IX-FCT)
048400     ELSE
048500         ADD W-FACTURES-POSTE TO CPT-NON-TARIFES.
048600     ADD W-MONTANT-POSTE TO W-APL-MONTANT (IX-APL)
048700                            W-FCT-MONTANT (IX-FCT)
048800                            W-TOTAL-MONTANT.
048900     PERFORM 2300-LIGNE THRU 2300-EXIT.
049000     ADD USG-NB-APPELS    TO W-APP-APPELS (IX-APP).
049100     ADD W-FACTURES-POSTE TO W-APP-FACTURES (IX-APP)
049200                             W-LIG-FACTURES (IX-LIG).
049300     ADD W-MONTANT-POSTE  TO W-APP-MONTANT (IX-APP)
049400                             W-LIG-MONTANT (IX-LIG).
049500     EVALUATE TRUE
049600         WHEN USG-SERVI
049700             ADD USG-NB-APPELS TO W-LIG-SERVIS (IX-LIG)
049800         WHEN USG-INCIDENT
049900             ADD USG-NB-APPELS TO W-LIG-INCIDENTS (IX-LIG)
050000         WHEN OTHER
050100             ADD USG-NB-APPELS TO W-LIG-REFUSES (IX-LIG)
050200     END-EVALUATE.
050300 2000-SUIVANT.
050400     PERFORM 8100-LIRE-USG THRU 8100-EXIT.
050500 2000-EXIT.
050600     EXIT.
050700******************************************************************
050800*  2100-APPELANT : POSTE DE L APPELANT, CREE AVEC SON            *
050900*  APPLICATION (REFTBL APPU) A LA PREMIERE RENCONTRE             *
051000******************************************************************
051100 2100-APPELANT.
051200     MOVE ZERO TO IX-APL.
051300 2100-CHERCHER.
051400     ADD 1 TO IX-APL.
051500     IF IX-APL NOT GREATER NB-APL
051600         IF W-APL-APPELANT (IX-APL) = USG-APPELANT
051700             GO TO 2100-EXIT
051800         ELSE
051900             GO TO 2100-CHERCHER.
052000     IF NB-APL NOT LESS 200
052100         MOVE 'PLUS DE 200 APPELANTS' TO W-MOTIF-ABANDON
052200         GO TO 9900-ABANDON.
052300     ADD 1 TO NB-APL.
052400     MOVE NB-APL       TO IX-APL.
052500     MOVE USG-APPELANT TO W-APL-APPELANT (IX-APL)
052600                          W-APL-APPLI (IX-APL).
052700     MOVE ZERO TO W-APL-NB (IX-APL 1) W-APL-NB (IX-APL 2)
052800                  W-APL-NB (IX-APL 3) W-APL-CHRONO (IX-APL)
052900                  W-APL-DUREE (IX-APL) W-APL-MONTANT (IX-APL).
053000     MOVE 'APPU'              TO REF-D-TYPE.
053100     MOVE USG-APPELANT (1:6)  TO REF-D-CODE.
053200     MOVE W-FIN-MOIS          TO REF-D-DATE.
053300     CALL 'GSRT060' USING REF-DEM.
053400     IF REF-D-INCIDENT
053500         MOVE 'GSRT060 - LECTURE REFTBL APPU' TO W-MOTIF-ABANDON
053600         GO TO 9900-ABANDON.
053700     IF REF-D-TROUVE AND REF-D-LIB-COURT (1:8) NOT = SPACES
053800         MOVE REF-D-LIB-COURT (1:8) TO W-APL-APPLI (IX-APL).
053900 2100-EXIT.
054000     EXIT.
054100******************************************************************
054200*  2200-FONCTION : POSTE SERVICE + FONCTION, CREE AVEC SON TARIF *
054300*  (REFTBL TARU) A LA PREMIERE RENCONTRE                         *
054400******************************************************************
054500 2200-FONCTION.
054600     MOVE ZERO TO IX-FCT.
054700 2200-CHERCHER.
054800     ADD 1 TO IX-FCT.
054900     IF IX-FCT NOT GREATER NB-FCT
055000         IF W-FCT-SERVICE (IX-FCT) = USG-SERVICE
055100          AND W-FCT-FONCTION (IX-FCT) = USG-FONCTION
055200             GO TO 2200-EXIT
055300         ELSE
055400             GO TO 2200-CHERCHER.
055500     IF NB-FCT NOT LESS 50
055600         MOVE 'PLUS DE 50 FONCTIONS' TO W-MOTIF-ABANDON
055700         GO TO 9900-ABANDON.
055800     ADD 1 TO NB-FCT.
055900     MOVE NB-FCT       TO IX-FCT.
056000     MOVE USG-SERVICE  TO W-FCT-SERVICE (IX-FCT).
056100     MOVE USG-FONCTION TO W-FCT-FONCTION (IX-FCT).
056200     MOVE ZERO TO W-FCT-NB (IX-FCT 1) W-FCT-NB (IX-FCT 2)
056300                  W-FCT-NB (IX-FCT 3) W-FCT-CHRONO (IX-FCT)
056400                  W-FCT-DUREE (IX-FCT) W-FCT-MAX (IX-FCT)
056500                  W-FCT-MONTANT (IX-FCT) W-FCT-PRIX (IX-FCT).
056600     PERFORM 2250-TARIF THRU 2250-EXIT.
056700 2200-EXIT.
056800     EXIT.
056900******************************************************************
057000*  2250-TARIF : REFTBL TARU SERVICE + FONCTION, A DEFAUT         *
057100*  SERVICE + ** - SANS LIGNE EN VIGUEUR, FONCTION NON TARIFEE    *
057200******************************************************************
057300 2250-TARIF.
057400     MOVE 'N'                 TO W-FCT-TARIFE (IX-FCT).
057500     MOVE 'TARU'              TO REF-D-TYPE.
057600     MOVE SPACES              TO REF-D-CODE.
057700     MOVE USG-SERVICE         TO REF-D-CODE (1:2).
057800     MOVE USG-FONCTION        TO REF-D-CODE (3:2).
057900     MOVE W-FIN-MOIS          TO REF-D-DATE.
058000     CALL 'GSRT060' USING REF-DEM.
058100     IF REF-D-INCIDENT
058200         MOVE 'GSRT060 - LECTURE REFTBL TARU' TO W-MOTIF-ABANDON
058300         GO TO 9900-ABANDON.
058400     IF REF-D-TROUVE
058500         GO TO 2250-PRIX.
058600     MOVE '**'                TO REF-D-CODE (3:2).
058700     CALL 'GSRT060' USING REF-DEM.
058800     IF REF-D-INCIDENT
058900         MOVE 'GSRT060 - LECTURE REFTBL TARU' TO W-MOTIF-ABANDON
059000         GO TO 9900-ABANDON.
059100     IF NOT REF-D-TROUVE
059200         DISPLAY 'GSUS151 - SANS TARIF TARU : ' USG-SERVICE
059300                 ' ' USG-FONCTION
059400         GO TO 2250-EXIT.
059500 2250-PRIX.
059600     MOVE REF-D-LIB-COURT (1:8) TO W-PRIX-X.
059700     IF W-PRIX NOT NUMERIC
059800         MOVE 'PRIX REFTBL TARU NON NUMERIQUE' TO W-MOTIF-ABANDON
059900         GO TO 9900-ABANDON.
060000     MOVE W-PRIX TO W-FCT-PRIX (IX-FCT).
060100     MOVE 'O'    TO W-FCT-TARIFE (IX-FCT).
060200 2250-EXIT.
060300     EXIT.
060400******************************************************************
060500*  2300-LIGNE : LIGNE DE RELEVE APPLICATION + SERVICE + FONCTION *
060600*  (L APPLICATION EST CREEE AVEC SA PREMIERE LIGNE)              *
060700******************************************************************
060800 2300-LIGNE.
060900     PERFORM 2350-APPLICATION THRU 2350-EXIT.
061000     MOVE ZERO TO IX-LIG.
061100 2300-CHERCHER.
061200     ADD 1 TO IX-LIG.
061300     IF IX-LIG NOT GREATER NB-LIG
061400         IF W-LIG-APP (IX-LIG) = IX-APP
061500          AND W-LIG-FCT (IX-LIG) = IX-FCT
061600             GO TO 2300-EXIT
061700         ELSE
061800             GO TO 2300-CHERCHER.
061900     IF NB-LIG NOT LESS 500
062000         MOVE 'PLUS DE 500 LIGNES DE RELEVE' TO W-MOTIF-ABANDON
062100         GO TO 9900-ABANDON.
062200     ADD 1 TO NB-LIG.
062300     MOVE NB-LIG TO IX-LIG.
062400     MOVE IX-APP TO W-LIG-APP (IX-LIG).
062500     MOVE IX-FCT TO W-LIG-FCT (IX-LIG).
062600     MOVE ZERO   TO W-LIG-SERVIS (IX-LIG) W-LIG-REFUSES (IX-LIG)
062700                    W-LIG-INCIDENTS (IX-LIG)
062800                    W-LIG-FACTURES (IX-LIG)
062900                    W-LIG-MONTANT (IX-LIG).
063000 2300-EXIT.
063100     EXIT.
063200 2350-APPLICATION.
063300     MOVE ZERO TO IX-APP.
063400 2350-CHERCHER.
063500     ADD 1 TO IX-APP.
063600     IF IX-APP NOT GREATER NB-APP
063700         IF W-APP-CODE (IX-APP) = W-APL-APPLI (IX-APL)
063800             GO TO 2350-EXIT
063900         ELSE
064000             GO TO 2350-CHERCHER.
064100     IF NB-APP NOT LESS 100
064200         MOVE 'PLUS DE 100 APPLICATIONS' TO W-MOTIF-ABANDON
064300         GO TO 9900-ABANDON.
064400     ADD 1 TO NB-APP.
064500     MOVE NB-APP TO IX-APP.
064600     MOVE W-APL-APPLI (IX-APL) TO W-APP-CODE (IX-APP).
064700     MOVE 'N'  TO W-APP-EDITE (IX-APP).
064800     MOVE ZERO TO W-APP-APPELS (IX-APP) W-APP-FACTURES (IX-APP)
064900                  W-APP-MONTANT (IX-APP).
065000 2350-EXIT.
065100     EXIT.
065200******************************************************************
065300*  3000-RELEVES : UN RELEVE PAR APPLICATION, DANS L ORDRE DES    *
065400*  CODES, PUIS LE TOTAL GENERAL                                  *
065500******************************************************************
065600 3000-RELEVES.
065700     PERFORM 3100-UNE-APPLICATION THRU 3100-EXIT
065800         VARYING IX-RANG FROM 1 BY 1
065900         UNTIL IX-RANG GREATER NB-APP.
066000     MOVE NB-APP          TO ERF-G-APPLIS.
066100     MOVE W-TOTAL-APPELS  TO ERF-G-APPELS.
066200     MOVE W-TOTAL-MONTANT TO ERF-G-MONTANT.
066300     MOVE CPT-NON-TARIFES TO ERF-G-NON-TARIFES.
066400     MOVE SPACES TO REF-LIGNE.
066500     WRITE REF-LIGNE.
066600     WRITE REF-LIGNE FROM ERF-GENERAL.
066700 3000-EXIT.
066800     EXIT.
066900******************************************************************
067000*  3100-UNE-APPLICATION : LA PLUS PETITE APPLICATION NON EDITEE, *
067100*  SES LIGNES, SON TOTAL ET SON ECRITURE COMPTABLE (MODE A)      *
067200******************************************************************
067300 3100-UNE-APPLICATION.
067400     MOVE ZERO TO IX-MAX.
067500     PERFORM 3150-COMPARER THRU 3150-EXIT
067600         VARYING IX-APP FROM 1 BY 1
067700         UNTIL IX-APP GREATER NB-APP.
067800     MOVE IX-MAX TO IX-APP.
067900     MOVE 'O'    TO W-APP-EDITE (IX-APP).
068000     MOVE W-PARM-MOIS-9       TO ERF-E-MOIS.
068100     MOVE W-APP-CODE (IX-APP) TO ERF-E-APPLI.
068200     MOVE W-PARM-MODE         TO ERF-E-MODE.
068300     MOVE SPACES TO REF-LIGNE.
068400     WRITE REF-LIGNE.
068500     WRITE REF-LIGNE FROM ERF-ENTETE.
068600     WRITE REF-LIGNE FROM ERF-COLONNES.
068700     PERFORM 3200-UNE-LIGNE THRU 3200-EXIT
068800         VARYING IX-LIG FROM 1 BY 1
068900         UNTIL IX-LIG GREATER NB-LIG.
069000     MOVE W-APP-CODE (IX-APP)     TO ERF-T-APPLI.
069100     MOVE W-APP-APPELS (IX-APP)   TO ERF-T-APPELS.
069200     MOVE W-APP-FACTURES (IX-APP) TO ERF-T-FACTURES.
069300     MOVE W-APP-MONTANT (IX-APP)  TO ERF-T-MONTANT.
069400     WRITE REF-LIGNE FROM ERF-TOTAL.
069500     IF MODE-APPLICATION
069600      AND W-APP-MONTANT (IX-APP) GREATER ZERO
069700         PERFORM 3300-IMPUTER THRU 3300-EXIT.
069800 3100-EXIT.
069900     EXIT.
070000 3150-COMPARER.
070100     IF W-APP-EDITE (IX-APP) = 'O'
070200         GO TO 3150-EXIT.
070300     IF IX-MAX = ZERO
070400         MOVE IX-APP TO IX-MAX
070500         GO TO 3150-EXIT.
070600     IF W-APP-CODE (IX-APP) LESS W-APP-CODE (IX-MAX)
070700         MOVE IX-APP TO IX-MAX.
070800 3150-EXIT.
070900     EXIT.
071000 3200-UNE-LIGNE.
071100     IF W-LIG-APP (IX-LIG) NOT = IX-APP
071200         GO TO 3200-EXIT.
071300     MOVE W-LIG-FCT (IX-LIG)         TO IX-FCT.
071400     MOVE W-FCT-SERVICE (IX-FCT)     TO ERF-D-SERVICE.
071500     MOVE W-FCT-FONCTION (IX-FCT)    TO ERF-D-FONCTION.
071600     MOVE W-LIG-SERVIS (IX-LIG)      TO ERF-D-SERVIS.
071700     MOVE W-LIG-REFUSES (IX-LIG)     TO ERF-D-REFUSES.
071800     MOVE W-LIG-INCIDENTS (IX-LIG)   TO ERF-D-INCIDENTS.
071900     MOVE W-LIG-FACTURES (IX-LIG)    TO ERF-D-FACTURES.
072000     MOVE W-FCT-PRIX (IX-FCT)        TO ERF-D-PRIX.
072100     MOVE W-LIG-MONTANT (IX-LIG)     TO ERF-D-MONTANT.
072200     MOVE SPACES                     TO ERF-D-NOTE.
072300     IF W-FCT-TARIFE (IX-FCT) NOT = 'O'
072400      AND W-LIG-FACTURES (IX-LIG) GREATER ZERO
072500         MOVE 'NON TARIFE' TO ERF-D-NOTE.
072600     WRITE REF-LIGNE FROM ERF-DETAIL.
072700 3200-EXIT.
072800     EXIT.
072900******************************************************************
073000*  3300-IMPUTER : MONTANT REFACTURE A L APPLICATION - DEBIT +    *
073100*  CREDIT SELON LA REGLE USAG, DATE = DERNIER JOUR DU MOIS       *
073200******************************************************************
073300 3300-IMPUTER.
073400     MOVE W-COMPTE-DEBIT         TO GLP-COMPTE.
073500     MOVE 'D'                    TO GLP-SENS.
073600     MOVE W-APP-MONTANT (IX-APP) TO GLP-MONTANT.
073700     MOVE W-FIN-MOIS             TO GLP-DATE.
073800     MOVE 'GSUS151 '             TO GLP-ORIGINE.
073900     MOVE SPACES                 TO GLP-ENREG (43:38).
074000     WRITE GLP-ENREG.
074100     IF NOT W-GLP-OK
074200         MOVE 'WRITE GLPOST (D)' TO W-MOTIF-ABANDON
074300         GO TO 9900-ABANDON.
074400     MOVE W-COMPTE-CREDIT        TO GLP-COMPTE.
074500     MOVE 'C'                    TO GLP-SENS.
074600     WRITE GLP-ENREG.
074700     IF NOT W-GLP-OK
074800         MOVE 'WRITE GLPOST (C)' TO W-MOTIF-ABANDON
074900         GO TO 9900-ABANDON.
075000     ADD 2 TO CPT-ECRITURES.
075100 3300-EXIT.
075200     EXIT.
075300******************************************************************
075400*  4000-TENDANCE : LES DIX APPELANTS PUIS LES DIX FONCTIONS LES  *
075500*  PLUS SOLLICITES DU MOIS FACTURE                               *
075600******************************************************************
075700 4000-TENDANCE.
075800     MOVE W-PARM-MOIS-9 TO ETN-E-MOIS.
075900     WRITE TEN-LIGNE FROM ETN-ENTETE.
076000     MOVE SPACES TO TEN-LIGNE.
076100     WRITE TEN-LIGNE.
076200     MOVE 'APPELANTS LES PLUS LOURDS DU MOIS' TO ETN-T-LIBELLE.
076300     WRITE TEN-LIGNE FROM ETN-TITRE.
076400     WRITE TEN-LIGNE FROM ETN-COL-APPELANTS.
076500     PERFORM 4050-COPIER-APL THRU 4050-EXIT
076600         VARYING IX-APL FROM 1 BY 1
076700         UNTIL IX-APL GREATER NB-APL.
076800     PERFORM 4100-UN-APPELANT THRU 4100-EXIT
076900         VARYING IX-RANG FROM 1 BY 1
077000         UNTIL IX-RANG GREATER 10 OR IX-RANG GREATER NB-APL.
077100     MOVE SPACES TO TEN-LIGNE.
077200     WRITE TEN-LIGNE.
077300     MOVE 'FONCTIONS LES PLUS SOLLICITEES DU MOIS'
077400       TO ETN-T-LIBELLE.
077500     WRITE TEN-LIGNE FROM ETN-TITRE.
077600     WRITE TEN-LIGNE FROM ETN-COL-FONCTIONS.
077700     PERFORM 4250-COPIER-FCT THRU 4250-EXIT
077800         VARYING IX-FCT FROM 1 BY 1
077900         UNTIL IX-FCT GREATER NB-FCT.
078000     PERFORM 4300-UNE-FONCTION THRU 4300-EXIT
078100         VARYING IX-RANG FROM 1 BY 1
078200         UNTIL IX-RANG GREATER 10 OR IX-RANG GREATER NB-FCT.
078300 4000-EXIT.
078400     EXIT.
078500 4050-COPIER-APL.
078600     MOVE W-APL-NB (IX-APL 3) TO W-TOP-NB (IX-APL).
078700 4050-EXIT.
078800     EXIT.
078900******************************************************************
079000*  4100-UN-APPELANT : L APPELANT LE PLUS SOLLICITE RESTANT, PUIS *
079100*  ECARTE DU CLASSEMENT                                          *
079200******************************************************************
079300 4100-UN-APPELANT.
079400     MOVE ZERO TO IX-MAX.
079500     MOVE -1   TO W-MAX-NB.
079600     PERFORM 4150-COMPARER THRU 4150-EXIT
079700         VARYING IX-TOP FROM 1 BY 1
079800         UNTIL IX-TOP GREATER NB-APL.
079900     MOVE IX-MAX TO IX-APL.
080000     MOVE -1     TO W-TOP-NB (IX-MAX).
080100     MOVE IX-RANG                  TO ETN-A-RANG.
080200     MOVE W-APL-APPELANT (IX-APL)  TO ETN-A-APPELANT.
080300     MOVE W-APL-APPLI (IX-APL)     TO ETN-A-APPLI.
080400     MOVE W-APL-NB (IX-APL 1)      TO ETN-A-NB-M2.
080500     MOVE W-APL-NB (IX-APL 2)      TO ETN-A-NB-M1.
080600     MOVE W-APL-NB (IX-APL 3)      TO ETN-A-NB-M.
080700     IF W-APL-NB (IX-APL 2) = ZERO
080800         MOVE '   NOUVEAU'         TO ETN-A-VARIATION-X
080900     ELSE
081000         COMPUTE W-VARIATION ROUNDED =
081100             (W-APL-NB (IX-APL 3) - W-APL-NB (IX-APL 2)) * 100
081200             / W-APL-NB (IX-APL 2)
081300         MOVE W-VARIATION          TO ETN-A-VARIATION.
081400     MOVE ZERO TO W-MOYENNE.
081500     IF W-APL-CHRONO (IX-APL) GREATER ZERO
081600         COMPUTE W-MOYENNE ROUNDED =
081700             W-APL-DUREE (IX-APL) / W-APL-CHRONO (IX-APL).
081800     MOVE W-MOYENNE                TO ETN-A-MOYENNE.
081900     MOVE W-APL-MONTANT (IX-APL)   TO ETN-A-MONTANT.
082000     WRITE TEN-LIGNE FROM ETN-APPELANT.
082100 4100-EXIT.
082200     EXIT.
082300 4150-COMPARER.
082400     IF W-TOP-NB (IX-TOP) GREATER W-MAX-NB
082500         MOVE W-TOP-NB (IX-TOP) TO W-MAX-NB
082600         MOVE IX-TOP            TO IX-MAX.
082700 4150-EXIT.
082800     EXIT.
082900 4250-COPIER-FCT.
083000     MOVE W-FCT-NB (IX-FCT 3) TO W-TOP-NB (IX-FCT).
083100 4250-EXIT.
083200     EXIT.
083300******************************************************************
083400*  4300-UNE-FONCTION : LA FONCTION LA PLUS SOLLICITEE RESTANTE,  *
083500*  PUIS ECARTEE DU CLASSEMENT                                    *
083600******************************************************************
083700 4300-UNE-FONCTION.
083800     MOVE ZERO TO IX-MAX.
083900     MOVE -1   TO W-MAX-NB.
084000     PERFORM 4150-COMPARER THRU 4150-EXIT
084100         VARYING IX-TOP FROM 1 BY 1
084200         UNTIL IX-TOP GREATER NB-FCT.
084300     MOVE IX-MAX TO IX-FCT.
084400     MOVE -1     TO W-TOP-NB (IX-MAX).
084500     MOVE IX-RANG                  TO ETN-F-RANG.
084600     MOVE W-FCT-SERVICE (IX-FCT)   TO ETN-F-SERVICE.
084700     MOVE W-FCT-FONCTION (IX-FCT)  TO ETN-F-FONCTION.
084800     MOVE W-FCT-NB (IX-FCT 1)      TO ETN-F-NB-M2.
084900     MOVE W-FCT-NB (IX-FCT 2)      TO ETN-F-NB-M1.
085000     MOVE W-FCT-NB (IX-FCT 3)      TO ETN-F-NB-M.
085100     IF W-FCT-NB (IX-FCT 2) = ZERO
085200         MOVE '   NOUVEAU'         TO ETN-F-VARIATION-X
085300     ELSE
085400         COMPUTE W-VARIATION ROUNDED =
085500             (W-FCT-NB (IX-FCT 3) - W-FCT-NB (IX-FCT 2)) * 100
085600             / W-FCT-NB (IX-FCT 2)
085700         MOVE W-VARIATION          TO ETN-F-VARIATION.
085800     MOVE ZERO TO W-MOYENNE.
085900     IF W-FCT-CHRONO (IX-FCT) GREATER ZERO
086000         COMPUTE W-MOYENNE ROUNDED =
086100             W-FCT-DUREE (IX-FCT) / W-FCT-CHRONO (IX-FCT).
086200     MOVE W-MOYENNE                TO ETN-F-MOYENNE.
086300     MOVE W-FCT-MAX (IX-FCT)       TO ETN-F-MAX.
086400     MOVE W-FCT-MONTANT (IX-FCT)   TO ETN-F-MONTANT.
086500     WRITE TEN-LIGNE FROM ETN-FONCTION.
086600 4300-EXIT.
086700     EXIT.
086800******************************************************************
086900*  8100-LIRE-USG : POSTE SUIVANT JUSQU A LA FIN DU MOIS FACTURE  *
087000******************************************************************
087100 8100-LIRE-USG.
087200     READ USGFIC NEXT.
087300     IF W-USF-FIN
087400         MOVE 'O' TO W-FIN-USG
087500         GO TO 8100-EXIT.
087600     IF NOT W-USF-OK
087700         MOVE 'READ USGFIC' TO W-MOTIF-ABANDON
087800         GO TO 9900-ABANDON.
087900     IF USG-DATE GREATER W-FIN-MOIS
088000         MOVE 'O' TO W-FIN-USG.
088100 8100-EXIT.
088200     EXIT.
088300******************************************************************
088400*  9000-TERMINAISON : FERMETURES ET COMPTES RENDUS               *
088500******************************************************************
088600 9000-TERMINAISON.
088700     IF MODE-APPLICATION
088800         CLOSE GLPOST.
088900     CLOSE USGFIC ETATREF ETATTEN.
089000     DISPLAY 'GSUS151 - MODE ' W-PARM-MODE ' MOIS ' W-PARM-MOIS
089100             ' POSTES LUS : ' CPT-LUS.
089200     DISPLAY 'GSUS151 - APPLICATIONS : ' NB-APP
089300             ' APPELANTS : ' NB-APL
089400             ' ECRITURES GLPOST : ' CPT-ECRITURES.
089500     DISPLAY 'GSUS151 - APPELS FACTURABLES NON TARIFES : '
089600             CPT-NON-TARIFES.
089700     IF CPT-NON-TARIFES GREATER ZERO
089800         MOVE 4 TO RETURN-CODE.
089900 9000-EXIT.
090000     EXIT.
090100******************************************************************
090200*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
090300******************************************************************
090400 9900-ABANDON.
090500     DISPLAY 'GSUS151 - ABANDON : ' W-MOTIF-ABANDON.
090600     MOVE 16 TO RETURN-CODE.
090700     STOP RUN.
