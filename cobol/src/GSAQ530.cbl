000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSAQ530.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSAQ530 : COHORTES D ACQUISITION PAR MOIS D ENTREE ET SOURCE  *
000900*  ------------------------------------------------------------  *
001000*  LA DIRECTION DEMANDE CE QUE DEVIENNENT LES CLIENTS ENTRES UN  *
001100*  MOIS DONNE, PAR FLUX PARTENAIRE, GUICHET OU LOT. UNE COHORTE  *
001200*  = MOIS DE FFFFFGS-TS-ENTREE + FFFFFGS-SOURCE. POUR CHAQUE     *
001300*  MOIS ECOULE DEPUIS L ENTREE (AGE 0 = MOIS D ENTREE), LA       *
001400*  SITUATION DE FIN DE MOIS EST RECONSTRUITE SUR L HISTORIQUE    *
001500*  DATE D EFFET COMME LE FAIT GSAS480 :                          *
001600*  - ACTIFS = PRESENTS A LA DATE ET HORS STATUT SU, AVEC LE      *
001700*    MONTANT CUMULE DES ACTIFS ;                                 *
001800*  - REPARTITION PAR STATUT (SU COMPRIS, QUI MESURE LA PERTE).   *
001900*  LES CASES SONT RANGEES AU MAGASIN SUMFIC (TYPE K, PERIODE =   *
002000*  MOIS D ENTREE, CODE = SOURCE + AGE + STATUT). LA COLONNE DU   *
002100*  MOIS TRAITE EST REMPLACEE A CHAQUE PASSAGE (REJOUABLE) ; LES  *
002200*  COLONNES ANTERIEURES NE SONT ECRITES QUE SI ELLES MANQUENT :  *
002300*  UNE CASE DEJA RANGEE A ETE PRISE QUAND LE MAITRE PORTAIT      *
002400*  ENCORE LES CLES DEPUIS PURGEES, ELLE FAIT FOI.                *
002500*  LE SUIVI PORTE SUR LES 36 DERNIERES COHORTES (W-HORIZON).     *
002600*  LE MOIS TRAITE VIENT DU PILOTAGE RUNCTL (DATE DE TRAITEMENT). *
002700*  L ETAT ETATCOH (TRIANGLE DES ACTIFS, TAUX DE MAINTIEN SUR     *
002800*  L AGE 0, MONTANT EN MILLIERS, PUIS REPARTITION PAR STATUT AU  *
002900*  MOIS TRAITE) EST VERSE AU DEPOT REPOFIC PAR L ETAPE GSRP300   *
003000*  QUI SUIT (CARTE 'COHORTES'). L EXTRAIT EXTCOH PORTE TOUTES    *
003100*  LES CASES DE L HORIZON A PLAT POUR LES OUTILS DES ANALYSTES.  *
003200*  ------------------------------------------------------------  *
003300*  ENTREE  : FFFFFGS  FICHIER MAITRE                             *
003400*  TRAVAIL : COHMVT / COHTRI  SITUATIONS MENSUELLES (TRI)        *
003500*  M-A-J   : SUMFIC   MAGASIN DE TOTAUX (TYPE K)                 *
003600*  SORTIE  : ETATCOH  ETAT DES COHORTES                          *
003700*            EXTCOH   EXTRAIT A PLAT (LRECL 80)                  *
003800*  ------------------------------------------------------------  *
003900*  HISTORIQUE DES MODIFICATIONS                                  *
004000*  15/10/26  DA  CREATION                                        *
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.
004500     IBM-370.
004600 OBJECT-COMPUTER.
004700     IBM-370.
004800 SPECIAL-NAMES.
004900     DECIMAL-POINT IS COMMA.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT FFFFFGS ASSIGN  FFFFFGS
005300       ORGANIZATION  INDEXED
005400       ACCESS MODE   SEQUENTIAL
005500       RECORD KEY    FFFFFGS-CLE
005600       FILE STATUS   W-FFFFFGS-STATUS.
005700     SELECT COHMVT  ASSIGN  COHMVT
005800       ORGANIZATION  SEQUENTIAL
005900       FILE STATUS   W-COHMVT-STATUS.
006000     SELECT COHTRI  ASSIGN  COHTRI
006100       ORGANIZATION  SEQUENTIAL
006200       FILE STATUS   W-COHTRI-STATUS.
006300     SELECT TRICOH  ASSIGN  TRICOH.
006400     SELECT SUMFIC  ASSIGN  SUMFIC
006500       ORGANIZATION  INDEXED
006600       ACCESS MODE   DYNAMIC
006700       RECORD KEY    SUM-CLE
006800       FILE STATUS   W-SUMFIC-STATUS.
006900     SELECT ETATCOH ASSIGN  ETATCOH
007000       ORGANIZATION  SEQUENTIAL
007100       FILE STATUS   W-ETATCOH-STATUS.
007200     SELECT EXTCOH  ASSIGN  EXTCOH
007300       ORGANIZATION  SEQUENTIAL
007400       FILE STATUS   W-EXTCOH-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  FFFFFGS
007800     LABEL RECORD STANDARD
007900     DATA RECORD FFFFFGS-ENREG.
008000 COPY FFFFFFGS.
008100 FD  COHMVT
008200     LABEL RECORD STANDARD
008300     DATA RECORD MVC-ENREG.
008400 01  MVC-ENREG.
008500     05  MVC-COHORTE                 PIC 9(06).
008600     05  MVC-SOURCE                  PIC X(03).
008700     05  MVC-AGE                     PIC 9(03).
008800     05  MVC-STATUT                  PIC X(02).
008900     05  MVC-ACTIF                   PIC X(01).
009000     05  MVC-MONTANT                 PIC S9(11)V99 COMP-3.
009100     05  FILLER                      PIC X(18).
009200 FD  COHTRI
009300     LABEL RECORD STANDARD
009400     DATA RECORD CTR-ENREG.
009500 01  CTR-ENREG.
009600     05  CTR-GROUPE.
009700         10  CTR-COHORTE             PIC 9(06).
009800         10  CTR-SOURCE              PIC X(03).
009900         10  CTR-AGE                 PIC 9(03).
010000     05  CTR-STATUT                  PIC X(02).
010100     05  CTR-ACTIF                   PIC X(01).
010200         88  CTR-EST-ACTIF           VALUE 'O'.
010300     05  CTR-MONTANT                 PIC S9(11)V99 COMP-3.
010400     05  FILLER                      PIC X(18).
010500 SD  TRICOH
010600     DATA RECORD TRC-ENREG.
010700 01  TRC-ENREG.
010800     05  TRC-COHORTE                 PIC 9(06).
010900     05  TRC-SOURCE                  PIC X(03).
011000     05  TRC-AGE                     PIC 9(03).
011100     05  TRC-STATUT                  PIC X(02).
011200     05  FILLER                      PIC X(26).
011300 FD  SUMFIC
011400     LABEL RECORD STANDARD
011500     DATA RECORD SUM-ENREG.
011600 COPY FFFFFGM.
011700 FD  ETATCOH
011800     LABEL RECORD STANDARD
011900     DATA RECORD ECH-LIGNE.
012000 01  ECH-LIGNE                       PIC X(132).
012100 FD  EXTCOH
012200     LABEL RECORD STANDARD
012300     DATA RECORD XCH-ENREG.
012400 01  XCH-ENREG.
012500     05  XCH-COHORTE                 PIC 9(06).
012600     05  XCH-SOURCE                  PIC X(03).
012700     05  XCH-AGE                     PIC 9(03).
012800     05  XCH-MOIS                    PIC 9(06).
012900     05  XCH-NATURE                  PIC X(01).
013000     05  XCH-STATUT                  PIC X(02).
013100     05  XCH-NB                      PIC 9(09).
013200     05  XCH-MONTANT                 PIC -9(15),99.
013300     05  FILLER                      PIC X(31).
013400 WORKING-STORAGE SECTION.
013500 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
013600 77  CPT-HORS-HORIZON                PIC S9(08) COMP VALUE ZERO.
013700 77  CPT-SANS-ENTREE                 PIC S9(08) COMP VALUE ZERO.
013800 77  CPT-SITUATIONS                  PIC S9(08) COMP VALUE ZERO.
013900 77  CPT-PURGEES                     PIC S9(08) COMP VALUE ZERO.
014000 77  CPT-CASES                       PIC S9(08) COMP VALUE ZERO.
014100 77  CPT-CONSERVEES                  PIC S9(08) COMP VALUE ZERO.
014200 77  CPT-EXTRAITES                   PIC S9(08) COMP VALUE ZERO.
014300 77  IX-HIS                          PIC S9(04) COMP VALUE ZERO.
014400 77  IX-COL                          PIC S9(04) COMP VALUE ZERO.
014500 77  IX-STA                          PIC S9(04) COMP VALUE ZERO.
014600 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
014700     88  FIN-FGS                     VALUE 'O'.
014800 01  W-FIN-TRI                       PIC X(01) VALUE 'N'.
014900     88  FIN-TRI                     VALUE 'O'.
015000 01  W-FIN-SUM                       PIC X(01) VALUE 'N'.
015100     88  FIN-SUM                     VALUE 'O'.
015200 COPY FFFFFGSW.
015300 01  W-COHMVT-STATUS                 PIC X(02).
015400     88  W-MVC-OK                    VALUE '00'.
015500 01  W-COHTRI-STATUS                 PIC X(02).
015600     88  W-CTR-OK                    VALUE '00'.
015700     88  W-CTR-FIN                   VALUE '10'.
015800 01  W-SUMFIC-STATUS                 PIC X(02).
015900     88  W-SUM-OK                    VALUE '00'.
016000     88  W-SUM-FIN                   VALUE '10'.
016100     88  W-SUM-DOUBLE                VALUE '22'.
016200     88  W-SUM-ABSENT                VALUE '23'.
016300 01  W-ETATCOH-STATUS                PIC X(02).
016400     88  W-ECH-OK                    VALUE '00'.
016500 01  W-EXTCOH-STATUS                 PIC X(02).
016600     88  W-XCH-OK                    VALUE '00'.
016700 01  W-MOTIF-ABANDON                 PIC X(40).
016800 COPY FFFFFGP.
016900 01  RCZ-ZONE.
017000     05  RCZ-FONCTION                PIC X(01).
017100     05  RCZ-ETAT-FIN                PIC X(02).
017200     05  RCZ-RETOUR                  PIC X(01).
017300         88  RCZ-SERVI               VALUE '0'.
017400     05  RCZ-ENREG                   PIC X(160).
017500*    NOMBRE DE COHORTES SUIVIES, MOIS TRAITE COMPRIS
017600 01  W-HORIZON                       PIC S9(04) COMP VALUE 36.
017700 01  W-PERIODE                       PIC 9(06).
017800 01  W-COHORTE-MINI                  PIC 9(06).
017900*    RANG D UN MOIS = AAAA * 12 + MM - 1 : L AGE D UNE COHORTE EST
018000*    UNE DIFFERENCE DE RANGS
018100 01  W-RANG-PERIODE                  PIC S9(08) COMP.
018200 01  W-RANG-COHORTE                  PIC S9(08) COMP.
018300 01  W-RANG                          PIC S9(08) COMP.
018400 01  W-AGE                           PIC S9(04) COMP.
018500 01  W-AGE-MAXI                      PIC S9(04) COMP.
018600 01  W-AGE-COURANT                   PIC S9(04) COMP.
018700 01  W-MOIS-CALCUL.
018800     05  W-MC-AAAA                   PIC 9(04).
018900     05  W-MC-MM                     PIC 9(02).
019000 01  W-MOIS-CALCUL-9 REDEFINES W-MOIS-CALCUL
019100                                     PIC 9(06).
019200 01  W-RESTE                         PIC S9(04) COMP.
019300*    FIN DE MOIS PORTEE AU 31 : LA VALEUR N EST PAS TOUJOURS UNE
019400*    DATE MAIS ELLE RESTE JUSTE EN COMPARAISON, SEUL USAGE QUI EN
019500*    EST FAIT
019600 01  W-FIN-MOIS                      PIC 9(08).
019700 01  W-EXISTE                        PIC X(01).
019800 01  W-STATUT-ASOF                   PIC X(02).
019900 01  W-MONTANT-ASOF                  PIC S9(11)V99 COMP-3.
020000 01  W-DATE-RETENUE                  PIC 9(08).
020100*    CODE D UNE CASE TYPE K DU MAGASIN ; STATUT A BLANC = CASE DES
020200*    ACTIFS DE LA SOURCE A CET AGE
020300 01  W-CODE-K.
020400     05  WK-SOURCE                   PIC X(03).
020500     05  WK-AGE                      PIC 9(03).
020600     05  WK-STATUT                   PIC X(02).
020700     05  FILLER                      PIC X(02).
020800*    GROUPE EN COURS (COHORTE, SOURCE, AGE) DU FICHIER TRIE
020900 01  W-GROUPE.
021000     05  WG-COHORTE                  PIC 9(06).
021100     05  WG-SOURCE                   PIC X(03).
021200     05  WG-AGE                      PIC 9(03).
021300 01  W-GRP-NB-ACTIFS                 PIC 9(09).
021400 01  W-GRP-MT-ACTIFS                 PIC S9(15)V99 COMP-3.
021500 01  W-NB-STATUTS                    PIC S9(04) COMP VALUE ZERO.
021600 01  W-TABLE-STATUTS.
021700     05  W-STA OCCURS 50.
021800         10  WT-STATUT               PIC X(02).
021900         10  WT-NB                   PIC 9(09).
022000         10  WT-MONTANT              PIC S9(15)V99 COMP-3.
022100*    LIGNE DU TRIANGLE EN COURS : AGES 0 A 12, 18 ET 24
022200 01  W-LIGNE-COHORTE.
022300     05  WL-COHORTE                  PIC 9(06).
022400     05  WL-SOURCE                   PIC X(03).
022500 01  W-NB-AGE-ZERO                   PIC 9(09).
022600 01  W-TABLE-COLONNES.
022700     05  W-COL OCCURS 15.
022800         10  WL-PRESENT              PIC X(01).
022900         10  WL-NB                   PIC 9(09).
023000         10  WL-MONTANT              PIC S9(15)V99 COMP-3.
023100 01  W-EDIT-NB                       PIC Z(06)9.
023200 01  W-EDIT-TAUX                     PIC ZZZZ9,9.
023300 01  W-TAUX                          PIC 9(04)V9.
023400 01  W-MILLIERS                      PIC S9(13) COMP-3.
023500 01  ECH-ENTETE.
023600     05  FILLER                      PIC X(38)
023700         VALUE 'GSAQ530 - COHORTES D ACQUISITION PAR '.
023800     05  FILLER                      PIC X(30)
023900         VALUE 'MOIS D ENTREE ET SOURCE - '.
024000     05  FILLER                      PIC X(14)
024100         VALUE 'MOIS TRAITE : '.
024200     05  ECH-E-PERIODE               PIC 9(06).
024300     05  FILLER                      PIC X(44) VALUE SPACES.
024400 01  ECH-TITRE-TRIANGLE.
024500     05  FILLER                      PIC X(44)
024600         VALUE 'CLIENTS ACTIFS EN FIN DE MOIS PAR AGE DE LA '.
024700     05  FILLER                      PIC X(40)
024800         VALUE 'COHORTE (M0 = MOIS D ENTREE) - TAUX DE '.
024900     05  FILLER                      PIC X(48)
025000         VALUE 'MAINTIEN SUR M0 - MONTANT DES ACTIFS EN MILLIERS'.
025100 01  ECH-TITRES.
025200     05  FILLER                      PIC X(11) VALUE 'ENTREE SRC'.
025300     05  FILLER                      PIC X(08) VALUE '     M0'.
025400     05  FILLER                      PIC X(08) VALUE '     M1'.
025500     05  FILLER                      PIC X(08) VALUE '     M2'.
025600     05  FILLER                      PIC X(08) VALUE '     M3'.
025700     05  FILLER                      PIC X(08) VALUE '     M4'.
025800     05  FILLER                      PIC X(08) VALUE '     M5'.
025900     05  FILLER                      PIC X(08) VALUE '     M6'.
026000     05  FILLER                      PIC X(08) VALUE '     M7'.
026100     05  FILLER                      PIC X(08) VALUE '     M8'.
026200     05  FILLER                      PIC X(08) VALUE '     M9'.
026300     05  FILLER                      PIC X(08) VALUE '    M10'.
026400     05  FILLER                      PIC X(08) VALUE '    M11'.
026500     05  FILLER                      PIC X(08) VALUE '    M12'.
026600     05  FILLER                      PIC X(08) VALUE '    M18'.
026700     05  FILLER                      PIC X(08) VALUE '    M24'.
026800     05  FILLER                      PIC X(01) VALUE SPACE.
026900 01  ECH-LIGNE-TRIANGLE.
027000     05  ECH-L-LIBELLE               PIC X(11).
027100     05  ECH-L-CASE OCCURS 15.
027200         10  ECH-L-VALEUR            PIC X(07).
027300         10  FILLER                  PIC X(01).
027400     05  FILLER                      PIC X(01).
027500 01  ECH-LIB-COHORTE.
027600     05  ECH-LC-COHORTE              PIC 9(06).
027700     05  FILLER                      PIC X(01) VALUE SPACE.
027800     05  ECH-LC-SOURCE               PIC X(03).
027900     05  FILLER                      PIC X(01) VALUE SPACE.
028000 01  ECH-TITRE-SITUATION.
028100     05  FILLER                      PIC X(38)
028200         VALUE 'REPARTITION PAR STATUT AU MOIS TRAITE '.
028300     05  FILLER                      PIC X(94)
028400         VALUE '(ACTIFS = HORS STATUT SU)'.
028500 01  ECH-TITRES-SITUATION.
028600     05  FILLER                      PIC X(08) VALUE 'ENTREE'.
028700     05  FILLER                      PIC X(05) VALUE 'SRC'.
028800     05  FILLER                      PIC X(06) VALUE 'AGE'.
028900     05  FILLER                      PIC X(09) VALUE 'STATUT'.
029000     05  FILLER                      PIC X(12)
029100         VALUE '      NOMBRE'.
029200     05  FILLER                      PIC X(21)
029300         VALUE '              MONTANT'.
029400     05  FILLER                      PIC X(71) VALUE SPACES.
029500 01  ECH-DETAIL-SITUATION.
029600     05  ECH-S-COHORTE               PIC 9(06).
029700     05  FILLER                      PIC X(02) VALUE SPACES.
029800     05  ECH-S-SOURCE                PIC X(03).
029900     05  FILLER                      PIC X(02) VALUE SPACES.
030000     05  FILLER                      PIC X(01) VALUE 'M'.
030100     05  ECH-S-AGE                   PIC ZZ9.
030200     05  FILLER                      PIC X(02) VALUE SPACES.
030300     05  ECH-S-STATUT                PIC X(06).
030400     05  FILLER                      PIC X(03) VALUE SPACES.
030500     05  ECH-S-NB                    PIC Z(08)9.
030600     05  FILLER                      PIC X(02) VALUE SPACES.
030700     05  ECH-S-MONTANT               PIC -(15)9,99.
030800     05  FILLER                      PIC X(74) VALUE SPACES.
030900 01  ECH-COMPTE.
031000     05  ECH-C-LIBELLE               PIC X(30).
031100     05  FILLER                      PIC X(06) VALUE ' NB : '.
031200     05  ECH-C-NB                    PIC Z(07)9.
031300     05  FILLER                      PIC X(88) VALUE SPACES.
031400 PROCEDURE DIVISION.
031500******************************************************************
031600*  0000-MAINLINE : SITUATIONS, TRI, MAGASIN, RESTITUTION         *
031700******************************************************************
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
032000     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
032100     PERFORM 2000-UN-CLIENT THRU 2000-EXIT
032200         UNTIL FIN-FGS.
032300     CLOSE FFFFFGS COHMVT.
032400     SORT TRICOH
032500         ON ASCENDING KEY TRC-COHORTE TRC-SOURCE
032600                          TRC-AGE TRC-STATUT
032700         USING COHMVT
032800         GIVING COHTRI.
032900     PERFORM 3000-PURGER-COLONNE THRU 3000-EXIT.
033000     PERFORM 4000-RANGER THRU 4000-EXIT.
033100     PERFORM 5000-TRIANGLE THRU 5000-EXIT.
033200     PERFORM 6000-SITUATION THRU 6000-EXIT.
033300     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
033400     GOBACK.
033500 0000-EXIT.
033600     EXIT.
033700******************************************************************
033800*  1000-INITIALISATION : MOIS TRAITE, HORIZON, OUVERTURES        *
033900******************************************************************
034000 1000-INITIALISATION.
034100     MOVE 'L' TO RCZ-FONCTION.
034200     CALL 'GSRC240' USING RCZ-ZONE.
034300     IF NOT RCZ-SERVI
034400         MOVE 'PILOTAGE RUNCTL INDISPONIBLE' TO W-MOTIF-ABANDON
034500         GO TO 9900-ABANDON.
034600     MOVE RCZ-ENREG TO RUN-ENREG.
034700     MOVE RUN-DATE-TRT (1:6) TO W-PERIODE.
034800     DISPLAY 'GSAQ530 - MOIS TRAITE : ' W-PERIODE.
034900     MOVE W-PERIODE TO W-MOIS-CALCUL-9.
035000     COMPUTE W-RANG-PERIODE = W-MC-AAAA * 12 + W-MC-MM - 1.
035100     COMPUTE W-RANG = W-RANG-PERIODE - W-HORIZON + 1.
035200     PERFORM 8500-MOIS-DU-RANG THRU 8500-EXIT.
035300     MOVE W-MOIS-CALCUL-9 TO W-COHORTE-MINI.
035400     OPEN INPUT  FFFFFGS.
035500     IF NOT W-FGS-OK
035600         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
035700         GO TO 9900-ABANDON.
035800     OPEN OUTPUT COHMVT.
035900     IF NOT W-MVC-OK
036000         MOVE 'OPEN COHMVT' TO W-MOTIF-ABANDON
036100         GO TO 9900-ABANDON.
036200 1000-EXIT.
036300     EXIT.
036400******************************************************************
036500*  2000-UN-CLIENT : SA COHORTE, PUIS UNE SITUATION PAR MOIS      *
036600*  ECOULE DEPUIS SON ENTREE                                      *
036700******************************************************************
036800 2000-UN-CLIENT.
036900     ADD 1 TO CPT-LUES.
037000     IF FFFFFGS-TS-ENTREE NOT NUMERIC
037100      OR FFFFFGS-TS-ENTREE = ZERO
037200         ADD 1 TO CPT-SANS-ENTREE
037300         GO TO 2000-SUIVANT.
037400     MOVE FFFFFGS-TS-ENTREE (1:6) TO W-MOIS-CALCUL.
037500     IF W-MOIS-CALCUL-9 LESS W-COHORTE-MINI
037600      OR W-MOIS-CALCUL-9 GREATER W-PERIODE
037700         ADD 1 TO CPT-HORS-HORIZON
037800         GO TO 2000-SUIVANT.
037900     COMPUTE W-RANG-COHORTE = W-MC-AAAA * 12 + W-MC-MM - 1.
038000     COMPUTE W-AGE-MAXI = W-RANG-PERIODE - W-RANG-COHORTE.
038100     MOVE ZERO TO W-AGE.
038200     PERFORM 2100-UN-MOIS THRU 2100-EXIT
038300         UNTIL W-AGE GREATER W-AGE-MAXI.
038400 2000-SUIVANT.
038500     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
038600 2000-EXIT.
038700     EXIT.
038800******************************************************************
038900*  2100-UN-MOIS : SITUATION DU CLIENT EN FIN DU MOIS D AGE       *
039000*  W-AGE - MEME REGLE QUE GSAS480 : LE COURANT S IL EST ENTRE    *
039100*  EN VIGUEUR, SINON LE POSTE D HISTORIQUE LE PLUS RECENT SOUS   *
039200*  LA DATE (HORS POSTES D INTERETS IC) ; AUCUN = PAS ENCORE LA   *
039300******************************************************************
039400 2100-UN-MOIS.
039500     COMPUTE W-RANG = W-RANG-COHORTE + W-AGE.
039600     PERFORM 8500-MOIS-DU-RANG THRU 8500-EXIT.
039700     COMPUTE W-FIN-MOIS = W-MOIS-CALCUL-9 * 100 + 31.
039800     MOVE 'N'  TO W-EXISTE.
039900     MOVE ZERO TO W-DATE-RETENUE.
040000     IF FFFFFGS-DATE-EFFET NUMERIC
040100      AND FFFFFGS-DATE-EFFET NOT GREATER W-FIN-MOIS
040200         MOVE 'O' TO W-EXISTE
040300         MOVE FFFFFGS-STATUT     TO W-STATUT-ASOF
040400         MOVE FFFFFGS-MONTANT    TO W-MONTANT-ASOF
040500         MOVE FFFFFGS-DATE-EFFET TO W-DATE-RETENUE.
040600     MOVE 1 TO IX-HIS.
040700     PERFORM 2110-UN-POSTE THRU 2110-EXIT
040800         UNTIL IX-HIS GREATER 5.
040900     IF W-EXISTE = 'N'
041000         GO TO 2100-SUIVANT.
041100     MOVE FFFFFGS-TS-ENTREE (1:6) TO MVC-COHORTE.
041200     MOVE FFFFFGS-SOURCE TO MVC-SOURCE.
041300     MOVE W-AGE          TO MVC-AGE.
041400*    UN STATUT A BLANC SE CONFONDRAIT AVEC LA CASE DES ACTIFS
041500     IF W-STATUT-ASOF = SPACES
041600         MOVE '??' TO W-STATUT-ASOF.
041700     MOVE W-STATUT-ASOF  TO MVC-STATUT.
041800     IF W-STATUT-ASOF = 'SU'
041900         MOVE 'N' TO MVC-ACTIF
042000     ELSE
042100         MOVE 'O' TO MVC-ACTIF.
042200     IF W-MONTANT-ASOF NUMERIC
042300         MOVE W-MONTANT-ASOF TO MVC-MONTANT
042400     ELSE
042500         MOVE ZERO TO MVC-MONTANT.
042600     WRITE MVC-ENREG.
042700     IF NOT W-MVC-OK
042800         MOVE 'WRITE COHMVT' TO W-MOTIF-ABANDON
042900         GO TO 9900-ABANDON.
043000     ADD 1 TO CPT-SITUATIONS.
043100 2100-SUIVANT.
043200     ADD 1 TO W-AGE.
043300 2100-EXIT.
043400     EXIT.
043500 2110-UN-POSTE.
043600     IF FFFFFGS-HIS-STATUT (IX-HIS) NOT = 'IC'
043700      AND FFFFFGS-HIS-DATE-EFFET (IX-HIS) NUMERIC
043800      AND FFFFFGS-HIS-DATE-EFFET (IX-HIS) GREATER ZERO
043900      AND FFFFFGS-HIS-DATE-EFFET (IX-HIS)
044000          NOT GREATER W-FIN-MOIS
044100      AND FFFFFGS-HIS-DATE-EFFET (IX-HIS)
044200          NOT LESS W-DATE-RETENUE
044300         MOVE 'O' TO W-EXISTE
044400         MOVE FFFFFGS-HIS-STATUT (IX-HIS)
044500           TO W-STATUT-ASOF
044600         MOVE FFFFFGS-HIS-MONTANT (IX-HIS)
044700           TO W-MONTANT-ASOF
044800         MOVE FFFFFGS-HIS-DATE-EFFET (IX-HIS)
044900           TO W-DATE-RETENUE.
045000     ADD 1 TO IX-HIS.
045100 2110-EXIT.
045200     EXIT.
045300******************************************************************
045400*  3000-PURGER-COLONNE : LES CASES DU MOIS TRAITE D UN PASSAGE   *
045500*  PRECEDENT SONT RETIREES AVANT D ETRE RECALCULEES (REPRISE)    *
045600******************************************************************
045700 3000-PURGER-COLONNE.
045800     OPEN I-O SUMFIC.
045900     IF NOT W-SUM-OK
046000         MOVE 'OPEN SUMFIC' TO W-MOTIF-ABANDON
046100         GO TO 9900-ABANDON.
046200     PERFORM 8300-DEBUT-COHORTES THRU 8300-EXIT.
046300     PERFORM 3100-UNE-CASE THRU 3100-EXIT
046400         UNTIL FIN-SUM.
046500 3000-EXIT.
046600     EXIT.
046700 3100-UNE-CASE.
046800     PERFORM 8600-AGE-COURANT THRU 8600-EXIT.
046900     MOVE SUM-CODE TO W-CODE-K.
047000     IF WK-AGE NOT = W-AGE-COURANT
047100         GO TO 3100-SUIVANT.
047200     DELETE SUMFIC.
047300     IF NOT W-SUM-OK
047400         MOVE 'DELETE SUMFIC' TO W-MOTIF-ABANDON
047500         GO TO 9900-ABANDON.
047600     ADD 1 TO CPT-PURGEES.
047700 3100-SUIVANT.
047800     PERFORM 8400-LIRE-SUM THRU 8400-EXIT.
047900 3100-EXIT.
048000     EXIT.
048100******************************************************************
048200*  4000-RANGER : LES SITUATIONS TRIEES, CUMULEES PAR COHORTE,    *
048300*  SOURCE, AGE ET STATUT, DEVIENNENT LES CASES DU MAGASIN        *
048400******************************************************************
048500 4000-RANGER.
048600     OPEN INPUT COHTRI.
048700     IF NOT W-CTR-OK
048800         MOVE 'OPEN COHTRI' TO W-MOTIF-ABANDON
048900         GO TO 9900-ABANDON.
049000     MOVE LOW-VALUE TO W-GROUPE.
049100     PERFORM 8200-LIRE-TRI THRU 8200-EXIT.
049200     PERFORM 4100-UNE-SITUATION THRU 4100-EXIT
049300         UNTIL FIN-TRI.
049400     IF W-GROUPE NOT = LOW-VALUE
049500         PERFORM 4500-CLOTURER-GROUPE THRU 4500-EXIT.
049600     CLOSE COHTRI.
049700 4000-EXIT.
049800     EXIT.
049900 4100-UNE-SITUATION.
050000     IF CTR-GROUPE NOT = W-GROUPE
050100         IF W-GROUPE NOT = LOW-VALUE
050200             PERFORM 4500-CLOTURER-GROUPE THRU 4500-EXIT
050300         END-IF
050400         MOVE CTR-GROUPE TO W-GROUPE
050500         MOVE ZERO TO W-GRP-NB-ACTIFS W-GRP-MT-ACTIFS
050600                      W-NB-STATUTS.
050700     IF CTR-EST-ACTIF
050800         ADD 1 TO W-GRP-NB-ACTIFS
050900         ADD CTR-MONTANT TO W-GRP-MT-ACTIFS.
051000*    LE FICHIER EST TRIE SUR LE STATUT : UN STATUT NOUVEAU NE PEUT
051100*    ETRE QUE DIFFERENT DU DERNIER POSTE DE LA TABLE
051200     IF W-NB-STATUTS GREATER ZERO
051300         IF WT-STATUT (W-NB-STATUTS) = CTR-STATUT
051400             GO TO 4100-CUMULER.
051500     IF W-NB-STATUTS NOT LESS 50
051600         MOVE 'TABLE DES STATUTS SATUREE' TO W-MOTIF-ABANDON
051700         GO TO 9900-ABANDON.
051800     ADD 1 TO W-NB-STATUTS.
051900     MOVE CTR-STATUT TO WT-STATUT (W-NB-STATUTS).
052000     MOVE ZERO TO WT-NB (W-NB-STATUTS) WT-MONTANT (W-NB-STATUTS).
052100 4100-CUMULER.
052200     ADD 1 TO WT-NB (W-NB-STATUTS).
052300     ADD CTR-MONTANT TO WT-MONTANT (W-NB-STATUTS).
052400     PERFORM 8200-LIRE-TRI THRU 8200-EXIT.
052500 4100-EXIT.
052600     EXIT.
052700******************************************************************
052800*  4500-CLOTURER-GROUPE : CASE DES ACTIFS PUIS CASES PAR STATUT  *
052900*  - COLONNE DU MOIS TRAITE : TOUJOURS ECRITE (PURGEE AVANT) ;   *
053000*  - COLONNE ANTERIEURE : ECRITE SEULEMENT SI LE GROUPE MANQUE   *
053100******************************************************************
053200 4500-CLOTURER-GROUPE.
053300     MOVE 'K'        TO SUM-TYPE.
053400     MOVE WG-COHORTE TO SUM-PERIODE.
053500     PERFORM 8600-AGE-COURANT THRU 8600-EXIT.
053600     MOVE WG-SOURCE  TO WK-SOURCE.
053700     MOVE WG-AGE     TO WK-AGE.
053800     MOVE SPACES     TO WK-STATUT.
053900     MOVE W-CODE-K   TO SUM-CODE.
054000     IF WG-AGE = W-AGE-COURANT
054100         GO TO 4500-ECRIRE.
054200     READ SUMFIC.
054300     IF W-SUM-OK
054400         ADD 1 TO CPT-CONSERVEES
054500         GO TO 4500-EXIT.
054600     IF NOT W-SUM-ABSENT
054700         MOVE 'READ SUMFIC' TO W-MOTIF-ABANDON
054800         GO TO 9900-ABANDON.
054900 4500-ECRIRE.
055000     MOVE SPACES          TO SUM-ENREG.
055100     MOVE 'K'             TO SUM-TYPE.
055200     MOVE WG-COHORTE      TO SUM-PERIODE.
055300     MOVE W-CODE-K        TO SUM-CODE.
055400     MOVE W-GRP-NB-ACTIFS TO SUM-NB.
055500     MOVE W-GRP-MT-ACTIFS TO SUM-MONTANT.
055600     PERFORM 8700-ECRIRE-CASE THRU 8700-EXIT.
055700     MOVE 1 TO IX-STA.
055800     PERFORM 4510-CASE-STATUT THRU 4510-EXIT
055900         UNTIL IX-STA GREATER W-NB-STATUTS.
056000 4500-EXIT.
056100     EXIT.
056200 4510-CASE-STATUT.
056300     MOVE WT-STATUT (IX-STA) TO WK-STATUT.
056400     MOVE W-CODE-K           TO SUM-CODE.
056500     MOVE WT-NB (IX-STA)     TO SUM-NB.
056600     MOVE WT-MONTANT (IX-STA) TO SUM-MONTANT.
056700     PERFORM 8700-ECRIRE-CASE THRU 8700-EXIT.
056800     ADD 1 TO IX-STA.
056900 4510-EXIT.
057000     EXIT.
057100******************************************************************
057200*  5000-TRIANGLE : LIGNES DE L ETAT (CASES DES ACTIFS) ET        *
057300*  EXTRAIT A PLAT (TOUTES LES CASES) SUR L HORIZON               *
057400******************************************************************
057500 5000-TRIANGLE.
057600     OPEN OUTPUT ETATCOH EXTCOH.
057700     IF NOT W-ECH-OK OR NOT W-XCH-OK
057800         MOVE 'OPEN ETATCOH / EXTCOH' TO W-MOTIF-ABANDON
057900         GO TO 9900-ABANDON.
058000     MOVE W-PERIODE TO ECH-E-PERIODE.
058100     WRITE ECH-LIGNE FROM ECH-ENTETE.
058200     WRITE ECH-LIGNE FROM ECH-TITRE-TRIANGLE.
058300     WRITE ECH-LIGNE FROM ECH-TITRES.
058400     MOVE LOW-VALUE TO W-LIGNE-COHORTE.
058500     PERFORM 8300-DEBUT-COHORTES THRU 8300-EXIT.
058600     PERFORM 5100-UNE-CASE THRU 5100-EXIT
058700         UNTIL FIN-SUM.
058800     IF W-LIGNE-COHORTE NOT = LOW-VALUE
058900         PERFORM 5500-EDITER-LIGNE THRU 5500-EXIT.
059000 5000-EXIT.
059100     EXIT.
059200 5100-UNE-CASE.
059300     PERFORM 8600-AGE-COURANT THRU 8600-EXIT.
059400     MOVE SUM-CODE TO W-CODE-K.
059500     PERFORM 5200-EXTRAIRE THRU 5200-EXIT.
059600     IF WK-STATUT NOT = SPACES
059700         GO TO 5100-SUIVANT.
059800     IF SUM-PERIODE NOT = WL-COHORTE
059900      OR WK-SOURCE NOT = WL-SOURCE
060000         IF W-LIGNE-COHORTE NOT = LOW-VALUE
060100             PERFORM 5500-EDITER-LIGNE THRU 5500-EXIT
060200         END-IF
060300         MOVE SUM-PERIODE TO WL-COHORTE
060400         MOVE WK-SOURCE   TO WL-SOURCE
060500         MOVE ZERO        TO W-NB-AGE-ZERO
060600         MOVE 1 TO IX-COL
060700         PERFORM 5110-VIDER-COLONNE THRU 5110-EXIT
060800             UNTIL IX-COL GREATER 15.
060900     IF WK-AGE = ZERO
061000         MOVE SUM-NB TO W-NB-AGE-ZERO.
061100     MOVE ZERO TO IX-COL.
061200     IF WK-AGE NOT GREATER 12
061300         COMPUTE IX-COL = WK-AGE + 1.
061400     IF WK-AGE = 18
061500         MOVE 14 TO IX-COL.
061600     IF WK-AGE = 24
061700         MOVE 15 TO IX-COL.
061800     IF IX-COL = ZERO
061900         GO TO 5100-SUIVANT.
062000     MOVE 'O'         TO WL-PRESENT (IX-COL).
062100     MOVE SUM-NB      TO WL-NB (IX-COL).
062200     MOVE SUM-MONTANT TO WL-MONTANT (IX-COL).
062300 5100-SUIVANT.
062400     PERFORM 8400-LIRE-SUM THRU 8400-EXIT.
062500 5100-EXIT.
062600     EXIT.
062700 5110-VIDER-COLONNE.
062800     MOVE 'N'  TO WL-PRESENT (IX-COL).
062900     MOVE ZERO TO WL-NB (IX-COL) WL-MONTANT (IX-COL).
063000     ADD 1 TO IX-COL.
063100 5110-EXIT.
063200     EXIT.
063300******************************************************************
063400*  5200-EXTRAIRE : UNE CASE DU MAGASIN, UN ENREGISTREMENT A      *
063500*  PLAT (NATURE A = ACTIFS, S = STATUT)                          *
063600******************************************************************
063700 5200-EXTRAIRE.
063800     MOVE SPACES      TO XCH-ENREG.
063900     MOVE SUM-PERIODE TO XCH-COHORTE.
064000     MOVE WK-SOURCE   TO XCH-SOURCE.
064100     MOVE WK-AGE      TO XCH-AGE.
064200     MOVE SUM-PERIODE TO W-MOIS-CALCUL-9.
064300     COMPUTE W-RANG = W-MC-AAAA * 12 + W-MC-MM - 1 + WK-AGE.
064400     PERFORM 8500-MOIS-DU-RANG THRU 8500-EXIT.
064500     MOVE W-MOIS-CALCUL-9 TO XCH-MOIS.
064600     IF WK-STATUT = SPACES
064700         MOVE 'A' TO XCH-NATURE
064800     ELSE
064900         MOVE 'S' TO XCH-NATURE.
065000     MOVE WK-STATUT   TO XCH-STATUT.
065100     MOVE SUM-NB      TO XCH-NB.
065200     MOVE SUM-MONTANT TO XCH-MONTANT.
065300     WRITE XCH-ENREG.
065400     IF NOT W-XCH-OK
065500         MOVE 'WRITE EXTCOH' TO W-MOTIF-ABANDON
065600         GO TO 9900-ABANDON.
065700     ADD 1 TO CPT-EXTRAITES.
065800 5200-EXIT.
065900     EXIT.
066000******************************************************************
066100*  5500-EDITER-LIGNE : ACTIFS, TAUX DE MAINTIEN ET MONTANT       *
066200*  D UNE COHORTE-SOURCE ; LES AGES NON ENCORE ATTEINTS RESTENT   *
066300*  EN BLANC                                                      *
066400******************************************************************
066500 5500-EDITER-LIGNE.
066600     MOVE WL-COHORTE TO ECH-LC-COHORTE.
066700     MOVE WL-SOURCE  TO ECH-LC-SOURCE.
066800     MOVE SPACES TO ECH-LIGNE-TRIANGLE.
066900     MOVE ECH-LIB-COHORTE TO ECH-L-LIBELLE.
067000     MOVE 1 TO IX-COL.
067100     PERFORM 5510-CASE-NOMBRE THRU 5510-EXIT
067200         UNTIL IX-COL GREATER 15.
067300     WRITE ECH-LIGNE FROM ECH-LIGNE-TRIANGLE.
067400     MOVE SPACES TO ECH-LIGNE-TRIANGLE.
067500     MOVE '  MAINTIEN' TO ECH-L-LIBELLE.
067600     MOVE 1 TO IX-COL.
067700     PERFORM 5520-CASE-TAUX THRU 5520-EXIT
067800         UNTIL IX-COL GREATER 15.
067900     WRITE ECH-LIGNE FROM ECH-LIGNE-TRIANGLE.
068000     MOVE SPACES TO ECH-LIGNE-TRIANGLE.
068100     MOVE '  MONTANT' TO ECH-L-LIBELLE.
068200     MOVE 1 TO IX-COL.
068300     PERFORM 5530-CASE-MONTANT THRU 5530-EXIT
068400         UNTIL IX-COL GREATER 15.
068500     WRITE ECH-LIGNE FROM ECH-LIGNE-TRIANGLE.
068600 5500-EXIT.
068700     EXIT.
068800 5510-CASE-NOMBRE.
068900     IF WL-PRESENT (IX-COL) = 'O'
069000         MOVE WL-NB (IX-COL) TO W-EDIT-NB
069100         MOVE W-EDIT-NB TO ECH-L-VALEUR (IX-COL).
069200     ADD 1 TO IX-COL.
069300 5510-EXIT.
069400     EXIT.
069500 5520-CASE-TAUX.
069600     IF WL-PRESENT (IX-COL) = 'O'
069700      AND W-NB-AGE-ZERO GREATER ZERO
069800         COMPUTE W-TAUX ROUNDED =
069900                 WL-NB (IX-COL) * 100 / W-NB-AGE-ZERO
070000         MOVE W-TAUX TO W-EDIT-TAUX
070100         MOVE W-EDIT-TAUX TO ECH-L-VALEUR (IX-COL).
070200     ADD 1 TO IX-COL.
070300 5520-EXIT.
070400     EXIT.
070500 5530-CASE-MONTANT.
070600     IF WL-PRESENT (IX-COL) = 'O'
070700         COMPUTE W-MILLIERS ROUNDED = WL-MONTANT (IX-COL) / 1000
070800         MOVE W-MILLIERS TO W-EDIT-NB
070900         MOVE W-EDIT-NB TO ECH-L-VALEUR (IX-COL).
071000     ADD 1 TO IX-COL.
071100 5530-EXIT.
071200     EXIT.
071300******************************************************************
071400*  6000-SITUATION : REPARTITION PAR STATUT DE CHAQUE COHORTE AU  *
071500*  MOIS TRAITE (SECONDE LECTURE DES CASES DE L HORIZON)          *
071600******************************************************************
071700 6000-SITUATION.
071800     WRITE ECH-LIGNE FROM ECH-TITRE-SITUATION.
071900     WRITE ECH-LIGNE FROM ECH-TITRES-SITUATION.
072000     PERFORM 8300-DEBUT-COHORTES THRU 8300-EXIT.
072100     PERFORM 6100-UNE-CASE THRU 6100-EXIT
072200         UNTIL FIN-SUM.
072300 6000-EXIT.
072400     EXIT.
072500 6100-UNE-CASE.
072600     PERFORM 8600-AGE-COURANT THRU 8600-EXIT.
072700     MOVE SUM-CODE TO W-CODE-K.
072800     IF WK-AGE NOT = W-AGE-COURANT
072900         GO TO 6100-SUIVANT.
073000     MOVE SUM-PERIODE TO ECH-S-COHORTE.
073100     MOVE WK-SOURCE   TO ECH-S-SOURCE.
073200     MOVE WK-AGE      TO ECH-S-AGE.
073300     IF WK-STATUT = SPACES
073400         MOVE 'ACTIFS' TO ECH-S-STATUT
073500     ELSE
073600         MOVE WK-STATUT TO ECH-S-STATUT.
073700     MOVE SUM-NB      TO ECH-S-NB.
073800     MOVE SUM-MONTANT TO ECH-S-MONTANT.
073900     WRITE ECH-LIGNE FROM ECH-DETAIL-SITUATION.
074000 6100-SUIVANT.
074100     PERFORM 8400-LIRE-SUM THRU 8400-EXIT.
074200 6100-EXIT.
074300     EXIT.
074400******************************************************************
074500*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
074600******************************************************************
074700 8100-LIRE-FGS.
074800     READ FFFFFGS NEXT.
074900     IF W-FGS-FIN
075000         MOVE 'O' TO W-FIN-FGS
075100         GO TO 8100-EXIT.
075200     IF NOT W-FGS-OK
075300         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
075400         GO TO 9900-ABANDON.
075500 8100-EXIT.
075600     EXIT.
075700******************************************************************
075800*  8200-LIRE-TRI : SITUATION TRIEE SUIVANTE                      *
075900******************************************************************
076000 8200-LIRE-TRI.
076100     READ COHTRI.
076200     IF W-CTR-FIN
076300         MOVE 'O' TO W-FIN-TRI
076400         GO TO 8200-EXIT.
076500     IF NOT W-CTR-OK
076600         MOVE 'READ COHTRI' TO W-MOTIF-ABANDON
076700         GO TO 9900-ABANDON.
076800 8200-EXIT.
076900     EXIT.
077000******************************************************************
077100*  8300-DEBUT-COHORTES : POSITIONNEMENT SUR LA PREMIERE CASE K   *
077200*  DE L HORIZON ET PREMIERE LECTURE                              *
077300******************************************************************
077400 8300-DEBUT-COHORTES.
077500     MOVE 'N'            TO W-FIN-SUM.
077600     MOVE 'K'            TO SUM-TYPE.
077700     MOVE W-COHORTE-MINI TO SUM-PERIODE.
077800     MOVE LOW-VALUE      TO SUM-CODE.
077900     START SUMFIC KEY NOT LESS SUM-CLE.
078000     IF W-SUM-ABSENT
078100         MOVE 'O' TO W-FIN-SUM
078200         GO TO 8300-EXIT.
078300     IF NOT W-SUM-OK
078400         MOVE 'START SUMFIC' TO W-MOTIF-ABANDON
078500         GO TO 9900-ABANDON.
078600     PERFORM 8400-LIRE-SUM THRU 8400-EXIT.
078700 8300-EXIT.
078800     EXIT.
078900******************************************************************
079000*  8400-LIRE-SUM : CASE SUIVANTE - FIN HORS TYPE K OU AU DELA    *
079100*  DU MOIS TRAITE                                                *
079200******************************************************************
079300 8400-LIRE-SUM.
079400     READ SUMFIC NEXT.
079500     IF W-SUM-FIN
079600         MOVE 'O' TO W-FIN-SUM
079700         GO TO 8400-EXIT.
079800     IF NOT W-SUM-OK
079900         MOVE 'READ SUMFIC' TO W-MOTIF-ABANDON
080000         GO TO 9900-ABANDON.
080100     IF SUM-TYPE NOT = 'K'
080200      OR SUM-PERIODE GREATER W-PERIODE
080300         MOVE 'O' TO W-FIN-SUM.
080400 8400-EXIT.
080500     EXIT.
080600******************************************************************
080700*  8500-MOIS-DU-RANG : W-RANG RAMENE EN AAAAMM (W-MOIS-CALCUL)   *
080800******************************************************************
080900 8500-MOIS-DU-RANG.
081000     DIVIDE W-RANG BY 12 GIVING W-MC-AAAA REMAINDER W-RESTE.
081100     COMPUTE W-MC-MM = W-RESTE + 1.
081200 8500-EXIT.
081300     EXIT.
081400******************************************************************
081500*  8600-AGE-COURANT : AGE AU MOIS TRAITE DE LA COHORTE PORTEE    *
081600*  PAR SUM-PERIODE                                               *
081700******************************************************************
081800 8600-AGE-COURANT.
081900     MOVE SUM-PERIODE TO W-MOIS-CALCUL-9.
082000     COMPUTE W-AGE-COURANT = W-RANG-PERIODE
082100                           - (W-MC-AAAA * 12 + W-MC-MM - 1).
082200 8600-EXIT.
082300     EXIT.
082400******************************************************************
082500*  8700-ECRIRE-CASE : AJOUT D UNE CASE AU MAGASIN                *
082600******************************************************************
082700 8700-ECRIRE-CASE.
082800     WRITE SUM-ENREG.
082900     IF NOT W-SUM-OK
083000         MOVE 'WRITE SUMFIC' TO W-MOTIF-ABANDON
083100         GO TO 9900-ABANDON.
083200     ADD 1 TO CPT-CASES.
083300 8700-EXIT.
083400     EXIT.
083500******************************************************************
083600*  9000-TERMINAISON : COMPTES EN PIED D ETAT                     *
083700******************************************************************
083800 9000-TERMINAISON.
083900     MOVE 'CLIENTS LUS'             TO ECH-C-LIBELLE.
084000     MOVE CPT-LUES                  TO ECH-C-NB.
084100     WRITE ECH-LIGNE FROM ECH-COMPTE.
084200     MOVE 'SANS DATE D ENTREE'      TO ECH-C-LIBELLE.
084300     MOVE CPT-SANS-ENTREE           TO ECH-C-NB.
084400     WRITE ECH-LIGNE FROM ECH-COMPTE.
084500     MOVE 'ENTRES HORS HORIZON'     TO ECH-C-LIBELLE.
084600     MOVE CPT-HORS-HORIZON          TO ECH-C-NB.
084700     WRITE ECH-LIGNE FROM ECH-COMPTE.
084800     MOVE 'SITUATIONS MENSUELLES'   TO ECH-C-LIBELLE.
084900     MOVE CPT-SITUATIONS            TO ECH-C-NB.
085000     WRITE ECH-LIGNE FROM ECH-COMPTE.
085100     MOVE 'CASES REMPLACEES'        TO ECH-C-LIBELLE.
085200     MOVE CPT-PURGEES               TO ECH-C-NB.
085300     WRITE ECH-LIGNE FROM ECH-COMPTE.
085400     MOVE 'CASES ECRITES'           TO ECH-C-LIBELLE.
085500     MOVE CPT-CASES                 TO ECH-C-NB.
085600     WRITE ECH-LIGNE FROM ECH-COMPTE.
085700     MOVE 'GROUPES DEJA RANGES'     TO ECH-C-LIBELLE.
085800     MOVE CPT-CONSERVEES            TO ECH-C-NB.
085900     WRITE ECH-LIGNE FROM ECH-COMPTE.
086000     MOVE 'CASES EXTRAITES'         TO ECH-C-LIBELLE.
086100     MOVE CPT-EXTRAITES             TO ECH-C-NB.
086200     WRITE ECH-LIGNE FROM ECH-COMPTE.
086300     CLOSE SUMFIC ETATCOH EXTCOH.
086400     DISPLAY 'GSAQ530 - CLIENTS LUS     : ' CPT-LUES.
086500     DISPLAY 'GSAQ530 - SITUATIONS      : ' CPT-SITUATIONS.
086600     DISPLAY 'GSAQ530 - CASES ECRITES   : ' CPT-CASES.
086700     DISPLAY 'GSAQ530 - CASES EXTRAITES : ' CPT-EXTRAITES.
086800 9000-EXIT.
086900     EXIT.
087000******************************************************************
087100*  9900-ABANDON : ARRET SUR INCIDENT                             *
087200******************************************************************
087300 9900-ABANDON.
087400     DISPLAY 'GSAQ530 - ABANDON : ' W-MOTIF-ABANDON.
087500     MOVE 16 TO RETURN-CODE.
087600     STOP RUN.
