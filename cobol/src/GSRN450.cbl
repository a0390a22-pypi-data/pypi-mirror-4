000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSRN450.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSRN450 : RENTABILITE MENSUELLE PAR HIERARCHIE D UNITES       *
000900*  ------------------------------------------------------------  *
001000*  LES CHEFS D AGENCE VOIENT LEURS VOLUMES (GSOU310) ; ILS       *
001100*  VOIENT ICI CE QUE RAPPORTE LEUR PORTEFEUILLE. POUR CHAQUE     *
001200*  CLE DU MAITRE, SUR LE MOIS TRAITE :                           *
001300*   CONTRIB = FRAIS + INTERETS - PROVISION - COUT DE SERVICE     *
001400*   - FRAIS ET INTERETS : MONTANTS PORTES AU DOSSIER PAR LES     *
001500*     MOUVEMENTS MVTFEE (GSFE590) ET MVTINT (GSIA600), RELEVES   *
001600*     AU JOURNAL FISJRN QUI LES ENREGISTRE PAR CLE (NATURES F    *
001700*     ET I, CLOTURES GSCD890 COMPRISES) ;                        *
001800*   - PROVISION : VARIATION DU MOIS DE LA PROVISION EN STOCK     *
001900*     PRVFIC (GSPV720), UNE REPRISE VIENT EN DEDUCTION ;         *
002000*   - COUT DE SERVICE : FORFAIT MENSUEL PAR STATUT DE LA TABLE   *
002100*     REFTBL TYPE CSRV, CODE ENTITE(2) + STATUT(2), A DEFAUT     *
002200*     ** + STATUT ; LIBELLE COURT = COUT 9(05)V99 SANS VIRGULE.  *
002300*     UN DOSSIER CLOTURE (SU) NE PORTE PAS DE COUT.              *
002400*  CUMUL PAR AGENCE PROPRIETAIRE, REMONTE A LA REGION ET A LA    *
002500*  DIVISION (UNITFIC, GSOU315) ; L ENTITE EST LA TETE DE CLE.    *
002600*  ETATRAG : UNE SECTION PAR AGENCE (DIFFUSABLE SEPAREMENT COMME *
002700*  ETATAGE) - TOTAUX, COMPARAISON AU MEME MOIS DE L AN DERNIER,  *
002800*  LES 5 MEILLEURS ET LES 5 MOINDRES CONTRIBUTEURS.              *
002900*  ETATRNT : AGENCES, REGIONS, DIVISIONS, ENTITES ET GENERAL     *
003000*  AVEC LA CONTRIBUTION N-1 ET L ECART.                          *
003100*  LES CONTRIBUTIONS DU MOIS SONT RANGEES AU MAGASIN SUMFIC      *
003200*  (TYPE R) : C EST LA QUE LE MOIS N-1 EST RELU L AN PROCHAIN.   *
003300*  LE MOIS TRAITE VIENT DU PILOTAGE RUNCTL (DATE DE TRAITEMENT). *
003400*  ------------------------------------------------------------  *
003500*  ENTREE  : FFFFFGS  FICHIER MAITRE (LECTURE SEQUENTIELLE)      *
003600*            FISJRN   JOURNAL DES FRAIS ET INTERETS (TRIE)       *
003700*            PRVFIC   PROVISION EN STOCK PAR CLE                 *
003800*            REFTBL   (PAR GSRT060) TYPE CSRV                    *
003900*            UNITFIC  (PAR GSOU315) HIERARCHIE DES UNITES        *
004000*  TRAVAIL : FISTRI, RNTMVT / RNTTRI  CONTRIBUTIONS (TRI)        *
004100*  M-A-J   : SUMFIC   MAGASIN DE TOTAUX (TYPE R)                 *
004200*  SORTIE  : ETATRAG  SECTIONS PAR AGENCE                        *
004300*            ETATRNT  HIERARCHIE ET GENERAL                      *
004400*            (CLASSE A REPOFIC PAR L ETAPE GSRP300 SUIVANTE,     *
004500*            CARTE RENTABIL)                                     *
004600*  ------------------------------------------------------------  *
004700*  HISTORIQUE DES MODIFICATIONS                                  *
004800*  15/10/26  DA  CREATION                                        *
004900******************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.
005300     IBM-370.
005400 OBJECT-COMPUTER.
005500     IBM-370.
005600 SPECIAL-NAMES.
005700     DECIMAL-POINT IS COMMA.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT FISJRN  ASSIGN  FISJRN
006100       ORGANIZATION  SEQUENTIAL
006200       FILE STATUS   W-FISJRN-STATUS.
006300     SELECT FISTRI  ASSIGN  FISTRI
006400       ORGANIZATION  SEQUENTIAL
006500       FILE STATUS   W-FISTRI-STATUS.
006600     SELECT TRIFIS  ASSIGN  TRIFIS.
006700     SELECT FFFFFGS ASSIGN  FFFFFGS
006800       ORGANIZATION  INDEXED
006900       ACCESS MODE   SEQUENTIAL
007000       RECORD KEY    FFFFFGS-CLE
007100       FILE STATUS   W-FFFFFGS-STATUS.
007200     SELECT PRVFIC  ASSIGN  PRVFIC
007300       ORGANIZATION  INDEXED
007400       ACCESS MODE   RANDOM
007500       RECORD KEY    PRV-FGS-CLE
007600       FILE STATUS   W-PRVFIC-STATUS.
007700     SELECT RNTMVT  ASSIGN  RNTMVT
007800       ORGANIZATION  SEQUENTIAL
007900       FILE STATUS   W-RNTMVT-STATUS.
008000     SELECT RNTTRI  ASSIGN  RNTTRI
008100       ORGANIZATION  SEQUENTIAL
008200       FILE STATUS   W-RNTTRI-STATUS.
008300     SELECT TRIRNT  ASSIGN  TRIRNT.
008400     SELECT SUMFIC  ASSIGN  SUMFIC
008500       ORGANIZATION  INDEXED
008600       ACCESS MODE   RANDOM
008700       RECORD KEY    SUM-CLE
008800       FILE STATUS   W-SUMFIC-STATUS.
008900     SELECT ETATRAG ASSIGN  ETATRAG
009000       ORGANIZATION  SEQUENTIAL
009100       FILE STATUS   W-ETATRAG-STATUS.
009200     SELECT ETATRNT ASSIGN  ETATRNT
009300       ORGANIZATION  SEQUENTIAL
009400       FILE STATUS   W-ETATRNT-STATUS.
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  FISJRN
009800     LABEL RECORD STANDARD
009900     DATA RECORD FIJ-ENREG.
010000 01  FIJ-ENREG                       PIC X(50).
010100*    JOURNAL TRIE PAR CLE ET DATE (DESSIN FFFFFGFJ)
010200 FD  FISTRI
010300     LABEL RECORD STANDARD
010400     DATA RECORD FIS-ENREG.
010500 COPY FFFFFGFJ.
010600 SD  TRIFIS
010700     DATA RECORD TRF-ENREG.
010800 01  TRF-ENREG.
010900     05  TRF-CLE                     PIC X(15).
011000     05  TRF-NATURE                  PIC X(01).
011100     05  TRF-DATE                    PIC 9(08).
011200     05  FILLER                      PIC X(26).
011300 FD  FFFFFGS
011400     LABEL RECORD STANDARD
011500     DATA RECORD FFFFFGS-ENREG.
011600 COPY FFFFFFGS.
011700 FD  PRVFIC
011800     LABEL RECORD STANDARD
011900     DATA RECORD PRV-ENREG.
012000 COPY FFFFFGPV.
012100 FD  RNTMVT
012200     LABEL RECORD STANDARD
012300     DATA RECORD RMV-ENREG.
012400 01  RMV-ENREG.
012500     05  RMV-UNITE                   PIC X(06).
012600     05  RMV-NET                     PIC S9(11)V99 COMP-3.
012700     05  RMV-FGS-CLE                 PIC X(15).
012800     05  RMV-STATUT                  PIC X(02).
012900     05  RMV-FRAIS                   PIC S9(11)V99 COMP-3.
013000     05  RMV-INTERETS                PIC S9(11)V99 COMP-3.
013100     05  RMV-PROVISION               PIC S9(11)V99 COMP-3.
013200     05  RMV-COUT                    PIC S9(11)V99 COMP-3.
013300     05  FILLER                      PIC X(22).
013400*    CONTRIBUTIONS TRIEES PAR AGENCE, DE LA MEILLEURE A LA MOINDRE
013500 FD  RNTTRI
013600     LABEL RECORD STANDARD
013700     DATA RECORD RTR-ENREG.
013800 01  RTR-ENREG.
013900     05  RTR-UNITE                   PIC X(06).
014000     05  RTR-NET                     PIC S9(11)V99 COMP-3.
014100     05  RTR-FGS-CLE                 PIC X(15).
014200     05  RTR-STATUT                  PIC X(02).
014300     05  RTR-FRAIS                   PIC S9(11)V99 COMP-3.
014400     05  RTR-INTERETS                PIC S9(11)V99 COMP-3.
014500     05  RTR-PROVISION               PIC S9(11)V99 COMP-3.
014600     05  RTR-COUT                    PIC S9(11)V99 COMP-3.
014700     05  FILLER                      PIC X(22).
014800 SD  TRIRNT
014900     DATA RECORD TRR-ENREG.
015000 01  TRR-ENREG.
015100     05  TRR-UNITE                   PIC X(06).
015200     05  TRR-NET                     PIC S9(11)V99 COMP-3.
015300     05  FILLER                      PIC X(67).
015400 FD  SUMFIC
015500     LABEL RECORD STANDARD
015600     DATA RECORD SUM-ENREG.
015700 COPY FFFFFGM.
015800 FD  ETATRAG
015900     LABEL RECORD STANDARD
016000     DATA RECORD RAG-LIGNE.
016100 01  RAG-LIGNE                       PIC X(132).
016200 FD  ETATRNT
016300     LABEL RECORD STANDARD
016400     DATA RECORD RNT-LIGNE.
016500 01  RNT-LIGNE                       PIC X(132).
016600 WORKING-STORAGE SECTION.
016700 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
016800 77  CPT-CONTRIBUTIONS               PIC S9(08) COMP VALUE ZERO.
016900 77  CPT-FIS-HORS-MOIS               PIC S9(08) COMP VALUE ZERO.
017000 77  CPT-FIS-HORS-MAITRE             PIC S9(08) COMP VALUE ZERO.
017100 77  CPT-SANS-COUT                   PIC S9(08) COMP VALUE ZERO.
017200 77  CPT-POSTES-R                    PIC S9(08) COMP VALUE ZERO.
017300 77  IX-UNI                          PIC S9(04) COMP VALUE ZERO.
017400 77  NB-UNITES                       PIC S9(04) COMP VALUE ZERO.
017500 77  IX-REG                          PIC S9(04) COMP VALUE ZERO.
017600 77  NB-REGIONS                      PIC S9(04) COMP VALUE ZERO.
017700 77  IX-DIV                          PIC S9(04) COMP VALUE ZERO.
017800 77  NB-DIVISIONS                    PIC S9(04) COMP VALUE ZERO.
017900 77  IX-ENT                          PIC S9(04) COMP VALUE ZERO.
018000 77  NB-ENTITES                      PIC S9(04) COMP VALUE ZERO.
018100 77  IX-COU                          PIC S9(04) COMP VALUE ZERO.
018200 77  NB-COUTS                        PIC S9(04) COMP VALUE ZERO.
018300 77  IX-MT                           PIC S9(04) COMP VALUE ZERO.
018400 77  IX-RANG                         PIC S9(04) COMP VALUE ZERO.
018500 77  IX-QUEUE                        PIC S9(04) COMP VALUE ZERO.
018600 77  W-DEBORDEMENT                   PIC X(01) VALUE 'N'.
018700 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
018800     88  FIN-FGS                     VALUE 'O'.
018900 01  W-FIN-FIS                       PIC X(01) VALUE 'N'.
019000     88  FIN-FIS                     VALUE 'O'.
019100 01  W-FIN-RTR                       PIC X(01) VALUE 'N'.
019200     88  FIN-RTR                     VALUE 'O'.
019300 01  W-FISJRN-STATUS                 PIC X(02).
019400     88  W-FIJ-OK                    VALUE '00'.
019500 01  W-FISTRI-STATUS                 PIC X(02).
019600     88  W-FIS-OK                    VALUE '00'.
019700     88  W-FIS-FIN                   VALUE '10'.
019800 COPY FFFFFGSW.
019900 01  W-PRVFIC-STATUS                 PIC X(02).
020000     88  W-PRV-OK                    VALUE '00'.
020100     88  W-PRV-ABSENT                VALUE '23'.
020200 01  W-RNTMVT-STATUS                 PIC X(02).
020300     88  W-RMV-OK                    VALUE '00'.
020400 01  W-RNTTRI-STATUS                 PIC X(02).
020500     88  W-RTR-OK                    VALUE '00'.
020600     88  W-RTR-FIN                   VALUE '10'.
020700 01  W-SUMFIC-STATUS                 PIC X(02).
020800     88  W-SUM-OK                    VALUE '00'.
020900     88  W-SUM-DOUBLE                VALUE '22'.
021000     88  W-SUM-ABSENT                VALUE '23'.
021100 01  W-ETATRAG-STATUS                PIC X(02).
021200     88  W-RAG-OK                    VALUE '00'.
021300 01  W-ETATRNT-STATUS                PIC X(02).
021400     88  W-RNT-OK                    VALUE '00'.
021500 01  W-MOTIF-ABANDON                 PIC X(40).
021600 COPY FFFFFGP.
021700 01  RCZ-ZONE.
021800     05  RCZ-FONCTION                PIC X(01).
021900     05  RCZ-ETAT-FIN                PIC X(02).
022000     05  RCZ-RETOUR                  PIC X(01).
022100         88  RCZ-SERVI               VALUE '0'.
022200     05  RCZ-ENREG                   PIC X(160).
022300 COPY GSREFZ.
022400 01  OUZ-ZONE.
022500     05  OUZ-CODE                    PIC X(06).
022600     05  OUZ-RETOUR                  PIC X(01).
022700         88  OUZ-TROUVEE             VALUE '0'.
022800     05  OUZ-LIBELLE                 PIC X(20).
022900     05  OUZ-REGION                  PIC X(06).
023000     05  OUZ-DIVISION                PIC X(06).
023100     05  OUZ-ETAT                    PIC X(01).
023200     05  OUZ-SUCCESSEUR              PIC X(06).
023300     05  OUZ-DATE-FERMETURE          PIC 9(08).
023400     05  OUZ-ACTUELLE                PIC X(06).
023500 01  W-DATE-TRT                      PIC 9(08).
023600 01  W-PERIODE                       PIC 9(06).
023700 01  W-PERIODE-N1                    PIC 9(06).
023800 01  W-UNITE-CUMUL                   PIC X(06).
023900 01  W-CLE-FIS                       PIC X(15).
024000 01  W-CLE-COUT                      PIC X(04).
024100 01  W-COUT-X                        PIC X(07).
024200 01  W-COUT REDEFINES W-COUT-X       PIC 9(05)V99.
024300*    CUMULS D UNE LIGNE : NOMBRE ET MONTANTS
024400*    (1 FRAIS  2 INTERETS  3 PROVISION  4 COUT DE SERVICE  5 NET)
024500 01  W-CUMULS-LIGNE.
024600     05  WL-NB                       PIC S9(08) COMP.
024700     05  WL-MT OCCURS 5              PIC S9(15)V99 COMP-3.
024800 01  W-CUMULS-CIBLE.
024900     05  WC-NB                       PIC S9(08) COMP.
025000     05  WC-MT OCCURS 5              PIC S9(15)V99 COMP-3.
025100 01  W-CUMULS-GENERAL.
025200     05  WG-NB                       PIC S9(08) COMP.
025300     05  WG-MT OCCURS 5              PIC S9(15)V99 COMP-3.
025400 01  W-TABLE-UNITES.
025500     05  W-UNI-POSTE OCCURS 200.
025600         10  W-UNI-CODE              PIC X(06).
025700         10  W-UNI-LIBELLE           PIC X(20).
025800         10  W-UNI-REGION            PIC X(06).
025900         10  W-UNI-DIVISION          PIC X(06).
026000         10  W-UNI-CUMULS.
026100             15  W-UNI-NB            PIC S9(08) COMP.
026200             15  W-UNI-MT OCCURS 5   PIC S9(15)V99 COMP-3.
026300 01  W-TABLE-REGIONS.
026400     05  W-REG-POSTE OCCURS 50.
026500         10  W-REG-CODE              PIC X(06).
026600         10  W-REG-DIVISION          PIC X(06).
026700         10  W-REG-CUMULS.
026800             15  W-REG-NB            PIC S9(08) COMP.
026900             15  W-REG-MT OCCURS 5   PIC S9(15)V99 COMP-3.
027000 01  W-TABLE-DIVISIONS.
027100     05  W-DIV-POSTE OCCURS 20.
027200         10  W-DIV-CODE              PIC X(06).
027300         10  W-DIV-CUMULS.
027400             15  W-DIV-NB            PIC S9(08) COMP.
027500             15  W-DIV-MT OCCURS 5   PIC S9(15)V99 COMP-3.
027600 01  W-TABLE-ENTITES.
027700     05  W-ENT-POSTE OCCURS 20.
027800         10  W-ENT-CODE              PIC X(02).
027900         10  W-ENT-CUMULS.
028000             15  W-ENT-NB            PIC S9(08) COMP.
028100             15  W-ENT-MT OCCURS 5   PIC S9(15)V99 COMP-3.
028200*    COUTS DE SERVICE DEJA LUS (ENTITE + STATUT)
028300 01  W-TABLE-COUTS.
028400     05  W-COU-POSTE OCCURS 200.
028500         10  W-COU-CLE               PIC X(04).
028600         10  W-COU-MONTANT           PIC 9(05)V99.
028700*    LES 5 DERNIERES CONTRIBUTIONS LUES DE L AGENCE : LES MOINDRES
028800 01  W-NB-QUEUE                      PIC S9(04) COMP VALUE ZERO.
028900 01  W-TABLE-QUEUE.
029000     05  W-QUE-POSTE OCCURS 5        PIC X(80).
029100 01  W-NB-AGENCE                     PIC S9(08) COMP.
029200 01  W-AGENCE-COURANTE               PIC X(06).
029300*    POSTE DU MAGASIN : NIVEAU (A R D E G) + CODE
029400 01  W-NIVEAU                        PIC X(01).
029500 01  W-CODE-NIVEAU                   PIC X(06).
029600 01  W-NET-N1                        PIC S9(15)V99 COMP-3.
029700 01  W-RANGEMENT                     PIC X(01) VALUE 'N'.
029800 01  RNT-ENTETE.
029900     05  FILLER                      PIC X(48)
030000         VALUE 'GSRN450 - RENTABILITE PAR HIERARCHIE D UNITES'.
030100     05  FILLER                      PIC X(14)
030200         VALUE 'MOIS TRAITE : '.
030300     05  RNT-E-PERIODE               PIC 9(06).
030400     05  FILLER                      PIC X(16)
030500         VALUE '   COMPARE A : '.
030600     05  RNT-E-PERIODE-N1            PIC 9(06).
030700     05  FILLER                      PIC X(42)
030800         VALUE '   (MONTANTS EN UNITES)'.
030900 01  RNT-TITRES.
031000     05  FILLER                      PIC X(16)
031100         VALUE 'NIVEAU   CODE'.
031200     05  FILLER                      PIC X(21) VALUE 'LIBELLE'.
031300     05  FILLER                      PIC X(08) VALUE ' NOMBRE'.
031400     05  FILLER                      PIC X(12)
031500         VALUE '      FRAIS'.
031600     05  FILLER                      PIC X(12)
031700         VALUE '   INTERETS'.
031800     05  FILLER                      PIC X(12)
031900         VALUE '  PROVISION'.
032000     05  FILLER                      PIC X(12)
032100         VALUE '  COUT SERV'.
032200     05  FILLER                      PIC X(12)
032300         VALUE '    CONTRIB'.
032400     05  FILLER                      PIC X(12)
032500         VALUE 'CONTRIB N-1'.
032600     05  FILLER                      PIC X(15)
032700         VALUE '      ECART'.
032800 01  RNT-DETAIL.
032900     05  RNT-D-NIVEAU                PIC X(09).
033000     05  RNT-D-CODE                  PIC X(06).
033100     05  FILLER                      PIC X(01).
033200     05  RNT-D-LIBELLE               PIC X(20).
033300     05  FILLER                      PIC X(01).
033400     05  RNT-D-NB                    PIC Z(06)9.
033500     05  FILLER                      PIC X(01).
033600     05  RNT-D-MT OCCURS 5.
033700         10  RNT-D-MONTANT           PIC -(10)9.
033800         10  FILLER                  PIC X(01).
033900     05  RNT-D-NET-N1                PIC -(10)9.
034000     05  RNT-D-NET-N1-X REDEFINES RNT-D-NET-N1
034100                                     PIC X(11).
034200     05  FILLER                      PIC X(01).
034300     05  RNT-D-ECART                 PIC -(10)9.
034400     05  RNT-D-ECART-X REDEFINES RNT-D-ECART
034500                                     PIC X(11).
034600     05  FILLER                      PIC X(04).
034700 01  RAG-ENTETE.
034800     05  FILLER                      PIC X(29)
034900         VALUE 'GSRN450 - RENTABILITE AGENCE '.
035000     05  RAG-E-CODE                  PIC X(06).
035100     05  FILLER                      PIC X(01) VALUE SPACE.
035200     05  RAG-E-LIBELLE               PIC X(20).
035300     05  FILLER                      PIC X(17)
035400         VALUE ' - MOIS TRAITE : '.
035500     05  RAG-E-PERIODE               PIC 9(06).
035600     05  FILLER                      PIC X(53) VALUE SPACES.
035700 01  RAG-SOUS-TITRE.
035800     05  RAG-S-LIBELLE               PIC X(40).
035900     05  FILLER                      PIC X(92) VALUE SPACES.
036000 01  RAG-TITRES.
036100     05  FILLER                      PIC X(05) VALUE 'RANG'.
036200     05  FILLER                      PIC X(17) VALUE 'CLE'.
036300     05  FILLER                      PIC X(07) VALUE 'STATUT'.
036400     05  FILLER                      PIC X(12)
036500         VALUE '      FRAIS'.
036600     05  FILLER                      PIC X(12)
036700         VALUE '   INTERETS'.
036800     05  FILLER                      PIC X(12)
036900         VALUE '  PROVISION'.
037000     05  FILLER                      PIC X(12)
037100         VALUE '  COUT SERV'.
037200     05  FILLER                      PIC X(55)
037300         VALUE '    CONTRIB'.
037400 01  RAG-DETAIL.
037500     05  RAG-D-RANG                  PIC Z9.
037600     05  FILLER                      PIC X(03) VALUE SPACES.
037700     05  RAG-D-CLE                   PIC X(15).
037800     05  FILLER                      PIC X(02) VALUE SPACES.
037900     05  RAG-D-STATUT                PIC X(02).
038000     05  FILLER                      PIC X(05) VALUE SPACES.
038100     05  RAG-D-FRAIS                 PIC -(10)9.
038200     05  FILLER                      PIC X(01) VALUE SPACE.
038300     05  RAG-D-INTERETS              PIC -(10)9.
038400     05  FILLER                      PIC X(01) VALUE SPACE.
038500     05  RAG-D-PROVISION             PIC -(10)9.
038600     05  FILLER                      PIC X(01) VALUE SPACE.
038700     05  RAG-D-COUT                  PIC -(10)9.
038800     05  FILLER                      PIC X(01) VALUE SPACE.
038900     05  RAG-D-NET                   PIC -(10)9.
039000     05  FILLER                      PIC X(44) VALUE SPACES.
039100 PROCEDURE DIVISION.
039200******************************************************************
039300*  0000-MAINLINE : CONTRIBUTIONS, TRI, SECTIONS, HIERARCHIE      *
039400******************************************************************
039500 0000-MAINLINE.
039600     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
039700     SORT TRIFIS
039800         ON ASCENDING KEY TRF-CLE TRF-DATE
039900         USING FISJRN
040000         GIVING FISTRI.
040100     PERFORM 1500-OUVERTURES THRU 1500-EXIT.
040200     PERFORM 2000-UN-CLIENT THRU 2000-EXIT
040300         UNTIL FIN-FGS.
040400     PERFORM 2900-FIS-RESTANTES THRU 2900-EXIT
040500         UNTIL FIN-FIS.
040600     CLOSE FISTRI FFFFFGS PRVFIC RNTMVT.
040700     SORT TRIRNT
040800         ON ASCENDING KEY TRR-UNITE
040900         ON DESCENDING KEY TRR-NET
041000         USING RNTMVT
041100         GIVING RNTTRI.
041200     PERFORM 3000-SECTIONS-AGENCES THRU 3000-EXIT.
041300     PERFORM 4000-HIERARCHIE THRU 4000-EXIT.
041400     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
041500     IF W-DEBORDEMENT = 'O'
041600         MOVE 8 TO RETURN-CODE
041700     ELSE
041800         IF CPT-SANS-COUT GREATER ZERO
041900          OR CPT-FIS-HORS-MAITRE GREATER ZERO
042000             MOVE 4 TO RETURN-CODE.
042100     GOBACK.
042200 0000-EXIT.
042300     EXIT.
042400******************************************************************
042500*  1000-INITIALISATION : MOIS TRAITE ET MOIS DE COMPARAISON      *
042600******************************************************************
042700 1000-INITIALISATION.
042800     MOVE 'L' TO RCZ-FONCTION.
042900     CALL 'GSRC240' USING RCZ-ZONE.
043000     IF NOT RCZ-SERVI
043100         MOVE 'PILOTAGE RUNCTL INDISPONIBLE' TO W-MOTIF-ABANDON
043200         GO TO 9900-ABANDON.
043300     MOVE RCZ-ENREG TO RUN-ENREG.
043400     MOVE RUN-DATE-TRT TO W-DATE-TRT.
043500     MOVE RUN-DATE-TRT (1:6) TO W-PERIODE.
043600     COMPUTE W-PERIODE-N1 = W-PERIODE - 100.
043700     DISPLAY 'GSRN450 - MOIS TRAITE : ' W-PERIODE
043800             ' COMPARE A ' W-PERIODE-N1.
043900     MOVE ZERO TO WG-NB.
044000     MOVE 1 TO IX-MT.
044100     PERFORM 1010-ZERO-GENERAL THRU 1010-EXIT
044200         UNTIL IX-MT GREATER 5.
044300 1000-EXIT.
044400     EXIT.
044500 1010-ZERO-GENERAL.
044600     MOVE ZERO TO WG-MT (IX-MT).
044700     ADD 1 TO IX-MT.
044800 1010-EXIT.
044900     EXIT.
045000******************************************************************
045100*  1500-OUVERTURES : FICHIERS ET PREMIERES LECTURES              *
045200******************************************************************
045300 1500-OUVERTURES.
045400     OPEN INPUT FISTRI.
045500     IF NOT W-FIS-OK
045600         MOVE 'OPEN FISTRI' TO W-MOTIF-ABANDON
045700         GO TO 9900-ABANDON.
045800     OPEN INPUT FFFFFGS.
045900     IF NOT W-FGS-OK
046000         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
046100         GO TO 9900-ABANDON.
046200     OPEN INPUT PRVFIC.
046300     IF NOT W-PRV-OK
046400         MOVE 'OPEN PRVFIC' TO W-MOTIF-ABANDON
046500         GO TO 9900-ABANDON.
046600     OPEN OUTPUT RNTMVT.
046700     IF NOT W-RMV-OK
046800         MOVE 'OPEN RNTMVT' TO W-MOTIF-ABANDON
046900         GO TO 9900-ABANDON.
047000     PERFORM 8200-LIRE-FIS THRU 8200-EXIT.
047100     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
047200 1500-EXIT.
047300     EXIT.
047400******************************************************************
047500*  2000-UN-CLIENT : FRAIS ET INTERETS DU JOURNAL (MEME ORDRE DE  *
047600*  CLE QUE LE MAITRE), PROVISION, COUT, PUIS CONTRIBUTION        *
047700******************************************************************
047800 2000-UN-CLIENT.
047900     ADD 1 TO CPT-LUES.
048000     MOVE SPACES TO RMV-ENREG.
048100     MOVE ZERO TO RMV-FRAIS RMV-INTERETS RMV-PROVISION RMV-COUT.
048200     PERFORM 2100-JOURNAL THRU 2100-EXIT
048300         UNTIL FIN-FIS
048400            OR W-CLE-FIS NOT LESS FFFFFGS-CLE.
048500     PERFORM 2150-JOURNAL-CLE THRU 2150-EXIT
048600         UNTIL FIN-FIS
048700            OR W-CLE-FIS NOT = FFFFFGS-CLE.
048800     PERFORM 2200-PROVISION THRU 2200-EXIT.
048900     IF FFFFFGS-STATUT NOT = 'SU'
049000         PERFORM 2300-COUT-SERVICE THRU 2300-EXIT.
049100*    UN DOSSIER CLOTURE SANS MONTANT DU MOIS NE CONTRIBUE PAS
049200     IF FFFFFGS-STATUT = 'SU'
049300      AND RMV-FRAIS = ZERO AND RMV-INTERETS = ZERO
049400      AND RMV-PROVISION = ZERO
049500         GO TO 2000-SUIVANT.
049600     COMPUTE RMV-NET = RMV-FRAIS + RMV-INTERETS
049700                     - RMV-PROVISION - RMV-COUT.
049800     MOVE FFFFFGS-CLE    TO RMV-FGS-CLE.
049900     MOVE FFFFFGS-STATUT TO RMV-STATUT.
050000     MOVE FFFFFGS-UNITE  TO RMV-UNITE.
050100     IF FFFFFGS-UNITE = LOW-VALUE
050200         MOVE SPACES TO RMV-UNITE.
050300     WRITE RMV-ENREG.
050400     IF NOT W-RMV-OK
050500         MOVE 'WRITE RNTMVT' TO W-MOTIF-ABANDON
050600         GO TO 9900-ABANDON.
050700     ADD 1 TO CPT-CONTRIBUTIONS.
050800     PERFORM 2500-CUMULER THRU 2500-EXIT.
050900 2000-SUIVANT.
051000     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
051100 2000-EXIT.
051200     EXIT.
051300******************************************************************
051400*  2100-JOURNAL : LIGNE DU JOURNAL SANS CLE AU MAITRE            *
051500******************************************************************
051600 2100-JOURNAL.
051700     IF FIS-DATE (1:6) = W-PERIODE
051800         ADD 1 TO CPT-FIS-HORS-MAITRE.
051900     PERFORM 8200-LIRE-FIS THRU 8200-EXIT.
052000 2100-EXIT.
052100     EXIT.
052200******************************************************************
052300*  2150-JOURNAL-CLE : FRAIS ET INTERETS DU MOIS DE LA CLE        *
052400******************************************************************
052500 2150-JOURNAL-CLE.
052600     IF FIS-DATE (1:6) NOT = W-PERIODE
052700         ADD 1 TO CPT-FIS-HORS-MOIS
052800         GO TO 2150-SUIVANT.
052900     IF FIS-FRAIS
053000         ADD FIS-MONTANT TO RMV-FRAIS.
053100     IF FIS-INTERETS
053200         ADD FIS-MONTANT TO RMV-INTERETS.
053300 2150-SUIVANT.
053400     PERFORM 8200-LIRE-FIS THRU 8200-EXIT.
053500 2150-EXIT.
053600     EXIT.
053700******************************************************************
053800*  2200-PROVISION : VARIATION DU MOIS SI L ARRETE DU MOIS EST    *
053900*  PASSE POUR LA CLE (DOTATION POSITIVE, REPRISE NEGATIVE)       *
054000******************************************************************
054100 2200-PROVISION.
054200     MOVE FFFFFGS-CLE TO PRV-FGS-CLE.
054300     READ PRVFIC.
054400     IF W-PRV-ABSENT
054500         GO TO 2200-EXIT.
054600     IF NOT W-PRV-OK
054700         MOVE 'READ PRVFIC' TO W-MOTIF-ABANDON
054800         GO TO 9900-ABANDON.
054900     IF PRV-DATE-ARRETE (1:6) NOT = W-PERIODE
055000         GO TO 2200-EXIT.
055100     COMPUTE RMV-PROVISION = PRV-PROVISION - PRV-PROVISION-PREC.
055200 2200-EXIT.
055300     EXIT.
055400******************************************************************
055500*  2300-COUT-SERVICE : REFTBL CSRV ENTITE + STATUT, A DEFAUT     *
055600*  ** + STATUT ; LES COUTS LUS SONT GARDES EN TABLE              *
055700******************************************************************
055800 2300-COUT-SERVICE.
055900     MOVE FFFFFGS-CLE-ENTITE TO W-CLE-COUT (1:2).
056000     MOVE FFFFFGS-STATUT     TO W-CLE-COUT (3:2).
056100     MOVE ZERO TO IX-COU.
056200 2300-CHERCHER.
056300     ADD 1 TO IX-COU.
056400     IF IX-COU GREATER NB-COUTS
056500         GO TO 2300-LIRE.
056600     IF W-COU-CLE (IX-COU) NOT = W-CLE-COUT
056700         GO TO 2300-CHERCHER.
056800     MOVE W-COU-MONTANT (IX-COU) TO RMV-COUT.
056900     GO TO 2300-EXIT.
057000 2300-LIRE.
057100     MOVE ZERO                TO W-COUT.
057200     MOVE 'CSRV'              TO REF-D-TYPE.
057300     MOVE SPACES              TO REF-D-CODE.
057400     MOVE FFFFFGS-CLE-ENTITE  TO REF-D-CODE (1:2).
057500     MOVE FFFFFGS-STATUT      TO REF-D-CODE (3:2).
057600     MOVE W-DATE-TRT          TO REF-D-DATE.
057700     CALL 'GSRT060' USING REF-DEM.
057800     IF REF-D-INCIDENT
057900         MOVE 'GSRT060 - LECTURE REFTBL CSRV' TO W-MOTIF-ABANDON
058000         GO TO 9900-ABANDON.
058100     IF REF-D-TROUVE
058200         GO TO 2300-LIBELLE.
058300     MOVE '**'                TO REF-D-CODE (1:2).
058400     CALL 'GSRT060' USING REF-DEM.
058500     IF REF-D-INCIDENT
058600         MOVE 'GSRT060 - LECTURE REFTBL CSRV' TO W-MOTIF-ABANDON
058700         GO TO 9900-ABANDON.
058800     IF NOT REF-D-TROUVE
058900         ADD 1 TO CPT-SANS-COUT
059000         GO TO 2300-GARDER.
059100 2300-LIBELLE.
059200     MOVE REF-D-LIB-COURT (1:7) TO W-COUT-X.
059300     IF W-COUT NOT NUMERIC
059400         MOVE 'COUT REFTBL CSRV NON NUMERIQUE' TO W-MOTIF-ABANDON
059500         GO TO 9900-ABANDON.
059600 2300-GARDER.
059700     MOVE W-COUT TO RMV-COUT.
059800     IF NB-COUTS NOT LESS 200
059900         GO TO 2300-EXIT.
060000     ADD 1 TO NB-COUTS.
060100     MOVE W-CLE-COUT         TO W-COU-CLE (NB-COUTS).
060200     MOVE W-COUT             TO W-COU-MONTANT (NB-COUTS).
060300 2300-EXIT.
060400     EXIT.
060500******************************************************************
060600*  2500-CUMULER : LA CONTRIBUTION DANS SON AGENCE, SON ENTITE    *
060700*  ET LE GENERAL                                                 *
060800******************************************************************
060900 2500-CUMULER.
061000     MOVE 1                TO WL-NB.
061100     MOVE RMV-FRAIS        TO WL-MT (1).
061200     MOVE RMV-INTERETS     TO WL-MT (2).
061300     MOVE RMV-PROVISION    TO WL-MT (3).
061400     MOVE RMV-COUT         TO WL-MT (4).
061500     MOVE RMV-NET          TO WL-MT (5).
061600     MOVE RMV-UNITE TO W-UNITE-CUMUL.
061700     PERFORM 2600-POSTE-UNITE THRU 2600-EXIT.
061800     IF IX-UNI NOT = ZERO
061900         MOVE W-UNI-CUMULS (IX-UNI) TO W-CUMULS-CIBLE
062000         PERFORM 7100-AJOUTER THRU 7100-EXIT
062100         MOVE W-CUMULS-CIBLE TO W-UNI-CUMULS (IX-UNI).
062200     PERFORM 2700-POSTE-ENTITE THRU 2700-EXIT.
062300     IF IX-ENT NOT = ZERO
062400         MOVE W-ENT-CUMULS (IX-ENT) TO W-CUMULS-CIBLE
062500         PERFORM 7100-AJOUTER THRU 7100-EXIT
062600         MOVE W-CUMULS-CIBLE TO W-ENT-CUMULS (IX-ENT).
062700     MOVE W-CUMULS-GENERAL TO W-CUMULS-CIBLE.
062800     PERFORM 7100-AJOUTER THRU 7100-EXIT.
062900     MOVE W-CUMULS-CIBLE TO W-CUMULS-GENERAL.
063000 2500-EXIT.
063100     EXIT.
063200******************************************************************
063300*  2600-POSTE-UNITE : RECHERCHE OU CREATION DU POSTE D AGENCE    *
063400*  AVEC SA HIERARCHIE (GSOU315)                                  *
063500******************************************************************
063600 2600-POSTE-UNITE.
063700     MOVE ZERO TO IX-UNI.
063800 2600-CHERCHER.
063900     ADD 1 TO IX-UNI.
064000     IF IX-UNI GREATER NB-UNITES
064100         GO TO 2600-CREER.
064200     IF W-UNI-CODE (IX-UNI) NOT = W-UNITE-CUMUL
064300         GO TO 2600-CHERCHER.
064400     GO TO 2600-EXIT.
064500 2600-CREER.
064600     IF NB-UNITES NOT LESS 200
064700         PERFORM 7900-DEBORDEMENT THRU 7900-EXIT
064800         MOVE ZERO TO IX-UNI
064900         GO TO 2600-EXIT.
065000     ADD 1 TO NB-UNITES.
065100     MOVE NB-UNITES TO IX-UNI.
065200     MOVE W-UNITE-CUMUL TO W-UNI-CODE (IX-UNI).
065300     MOVE ZERO TO W-UNI-NB (IX-UNI).
065400     MOVE 1 TO IX-MT.
065500     PERFORM 2610-ZERO-UNITE THRU 2610-EXIT
065600         UNTIL IX-MT GREATER 5.
065700     MOVE W-UNITE-CUMUL TO OUZ-CODE.
065800     CALL 'GSOU315' USING OUZ-ZONE.
065900     IF OUZ-TROUVEE
066000         MOVE OUZ-LIBELLE  TO W-UNI-LIBELLE (IX-UNI)
066100         MOVE OUZ-REGION   TO W-UNI-REGION (IX-UNI)
066200         MOVE OUZ-DIVISION TO W-UNI-DIVISION (IX-UNI)
066300     ELSE
066400         MOVE '*INCONNU*'  TO W-UNI-LIBELLE (IX-UNI)
066500         MOVE '??????'     TO W-UNI-REGION (IX-UNI)
066600         MOVE '??????'     TO W-UNI-DIVISION (IX-UNI).
066700 2600-EXIT.
066800     EXIT.
066900 2610-ZERO-UNITE.
067000     MOVE ZERO TO W-UNI-MT (IX-UNI IX-MT).
067100     ADD 1 TO IX-MT.
067200 2610-EXIT.
067300     EXIT.
067400******************************************************************
067500*  2700-POSTE-ENTITE : RECHERCHE OU CREATION DU POSTE D ENTITE   *
067600******************************************************************
067700 2700-POSTE-ENTITE.
067800     MOVE ZERO TO IX-ENT.
067900 2700-CHERCHER.
068000     ADD 1 TO IX-ENT.
068100     IF IX-ENT GREATER NB-ENTITES
068200         GO TO 2700-CREER.
068300     IF W-ENT-CODE (IX-ENT) NOT = FFFFFGS-CLE-ENTITE
068400         GO TO 2700-CHERCHER.
068500     GO TO 2700-EXIT.
068600 2700-CREER.
068700     IF NB-ENTITES NOT LESS 20
068800         PERFORM 7900-DEBORDEMENT THRU 7900-EXIT
068900         MOVE ZERO TO IX-ENT
069000         GO TO 2700-EXIT.
069100     ADD 1 TO NB-ENTITES.
069200     MOVE NB-ENTITES TO IX-ENT.
069300     MOVE FFFFFGS-CLE-ENTITE TO W-ENT-CODE (IX-ENT).
069400     MOVE ZERO TO W-ENT-NB (IX-ENT).
069500     MOVE 1 TO IX-MT.
069600     PERFORM 2710-ZERO-ENTITE THRU 2710-EXIT
069700         UNTIL IX-MT GREATER 5.
069800 2700-EXIT.
069900     EXIT.
070000 2710-ZERO-ENTITE.
070100     MOVE ZERO TO W-ENT-MT (IX-ENT IX-MT).
070200     ADD 1 TO IX-MT.
070300 2710-EXIT.
070400     EXIT.
070500******************************************************************
070600*  2900-FIS-RESTANTES : JOURNAL AU DELA DE LA DERNIERE CLE       *
070700******************************************************************
070800 2900-FIS-RESTANTES.
070900     IF FIS-DATE (1:6) = W-PERIODE
071000         ADD 1 TO CPT-FIS-HORS-MAITRE.
071100     PERFORM 8200-LIRE-FIS THRU 8200-EXIT.
071200 2900-EXIT.
071300     EXIT.
071400******************************************************************
071500*  3000-SECTIONS-AGENCES : UNE SECTION PAR AGENCE SUR ETATRAG -  *
071600*  TOTAUX, N-1, MEILLEURS PUIS MOINDRES CONTRIBUTEURS            *
071700******************************************************************
071800 3000-SECTIONS-AGENCES.
071900     OPEN INPUT RNTTRI.
072000     IF NOT W-RTR-OK
072100         MOVE 'OPEN RNTTRI' TO W-MOTIF-ABANDON
072200         GO TO 9900-ABANDON.
072300     OPEN OUTPUT ETATRAG ETATRNT.
072400     IF NOT W-RAG-OK OR NOT W-RNT-OK
072500         MOVE 'OPEN ETATRAG / ETATRNT' TO W-MOTIF-ABANDON
072600         GO TO 9900-ABANDON.
072700     OPEN I-O SUMFIC.
072800     IF NOT W-SUM-OK
072900         MOVE 'OPEN SUMFIC' TO W-MOTIF-ABANDON
073000         GO TO 9900-ABANDON.
073100     MOVE LOW-VALUE TO W-AGENCE-COURANTE.
073200     PERFORM 8300-LIRE-RTR THRU 8300-EXIT.
073300     PERFORM 3100-UNE-CONTRIBUTION THRU 3100-EXIT
073400         UNTIL FIN-RTR.
073500     IF W-AGENCE-COURANTE NOT = LOW-VALUE
073600         PERFORM 3500-FIN-SECTION THRU 3500-EXIT.
073700     CLOSE RNTTRI.
073800 3000-EXIT.
073900     EXIT.
074000 3100-UNE-CONTRIBUTION.
074100     IF RTR-UNITE NOT = W-AGENCE-COURANTE
074200         PERFORM 3050-CHANGEMENT THRU 3050-EXIT.
074300     ADD 1 TO W-NB-AGENCE.
074400     IF W-NB-AGENCE NOT GREATER 5
074500         MOVE W-NB-AGENCE TO IX-RANG
074600         PERFORM 3300-LIGNE-CLIENT THRU 3300-EXIT
074700         GO TO 3100-SUIVANT.
074800*    AU DELA DES 5 MEILLEURS, LES 5 DERNIERS LUS SONT GARDES : EN
074900*    FIN D AGENCE CE SONT LES MOINDRES CONTRIBUTEURS
075000     IF W-NB-QUEUE LESS 5
075100         ADD 1 TO W-NB-QUEUE
075200         MOVE RTR-ENREG TO W-QUE-POSTE (W-NB-QUEUE)
075300         GO TO 3100-SUIVANT.
075400     MOVE 1 TO IX-QUEUE.
075500     PERFORM 3110-DECALER THRU 3110-EXIT
075600         UNTIL IX-QUEUE NOT LESS 5.
075700     MOVE RTR-ENREG TO W-QUE-POSTE (5).
075800 3100-SUIVANT.
075900     PERFORM 8300-LIRE-RTR THRU 8300-EXIT.
076000 3100-EXIT.
076100     EXIT.
076200 3110-DECALER.
076300     MOVE W-QUE-POSTE (IX-QUEUE + 1) TO W-QUE-POSTE (IX-QUEUE).
076400     ADD 1 TO IX-QUEUE.
076500 3110-EXIT.
076600     EXIT.
076700******************************************************************
076800*  3050-CHANGEMENT : FIN DE LA SECTION PRECEDENTE, DEBUT DE LA   *
076900*  SUIVANTE                                                      *
077000******************************************************************
077100 3050-CHANGEMENT.
077200     IF W-AGENCE-COURANTE NOT = LOW-VALUE
077300         PERFORM 3500-FIN-SECTION THRU 3500-EXIT.
077400     PERFORM 3200-DEBUT-SECTION THRU 3200-EXIT.
077500 3050-EXIT.
077600     EXIT.
077700******************************************************************
077800*  3200-DEBUT-SECTION : ENTETE, TOTAUX DE L AGENCE ET N-1        *
077900******************************************************************
078000 3200-DEBUT-SECTION.
078100     MOVE RTR-UNITE TO W-AGENCE-COURANTE W-UNITE-CUMUL.
078200     MOVE ZERO TO W-NB-AGENCE W-NB-QUEUE.
078300     PERFORM 2600-POSTE-UNITE THRU 2600-EXIT.
078400     MOVE W-AGENCE-COURANTE TO RAG-E-CODE.
078500     IF IX-UNI = ZERO
078600         MOVE '*HORS TABLE*' TO RAG-E-LIBELLE
078700     ELSE
078800         MOVE W-UNI-LIBELLE (IX-UNI) TO RAG-E-LIBELLE.
078900     MOVE W-PERIODE TO RAG-E-PERIODE.
079000     WRITE RAG-LIGNE FROM RAG-ENTETE.
079100     WRITE RAG-LIGNE FROM RNT-TITRES.
079200     IF IX-UNI NOT = ZERO
079300         MOVE 'AGENCE'  TO RNT-D-NIVEAU
079400         MOVE 'A'       TO W-NIVEAU
079500         MOVE W-AGENCE-COURANTE      TO W-CODE-NIVEAU RNT-D-CODE
079600         MOVE W-UNI-LIBELLE (IX-UNI) TO RNT-D-LIBELLE
079700         MOVE W-UNI-CUMULS (IX-UNI)  TO W-CUMULS-LIGNE
079800         MOVE 'N'                    TO W-RANGEMENT
079900         PERFORM 7000-LIGNE-NIVEAU THRU 7000-EXIT
080000         WRITE RAG-LIGNE FROM RNT-DETAIL.
080100     MOVE 'MEILLEURS CONTRIBUTEURS' TO RAG-S-LIBELLE.
080200     WRITE RAG-LIGNE FROM RAG-SOUS-TITRE.
080300     WRITE RAG-LIGNE FROM RAG-TITRES.
080400 3200-EXIT.
080500     EXIT.
080600******************************************************************
080700*  3300-LIGNE-CLIENT : UNE CONTRIBUTION (DESSIN RNTTRI)          *
080800******************************************************************
080900 3300-LIGNE-CLIENT.
081000     MOVE IX-RANG        TO RAG-D-RANG.
081100     MOVE RTR-FGS-CLE    TO RAG-D-CLE.
081200     MOVE RTR-STATUT     TO RAG-D-STATUT.
081300     MOVE RTR-FRAIS      TO RAG-D-FRAIS.
081400     MOVE RTR-INTERETS   TO RAG-D-INTERETS.
081500     MOVE RTR-PROVISION  TO RAG-D-PROVISION.
081600     MOVE RTR-COUT       TO RAG-D-COUT.
081700     MOVE RTR-NET        TO RAG-D-NET.
081800     WRITE RAG-LIGNE FROM RAG-DETAIL.
081900 3300-EXIT.
082000     EXIT.
082100******************************************************************
082200*  3500-FIN-SECTION : MOINDRES CONTRIBUTEURS, DU PLUS FAIBLE AU  *
082300*  CINQUIEME (RANG COMPTE DEPUIS LE BAS)                         *
082400******************************************************************
082500 3500-FIN-SECTION.
082600     IF W-NB-QUEUE = ZERO
082700         GO TO 3500-BLANC.
082800     MOVE 'MOINDRES CONTRIBUTEURS' TO RAG-S-LIBELLE.
082900     WRITE RAG-LIGNE FROM RAG-SOUS-TITRE.
083000     WRITE RAG-LIGNE FROM RAG-TITRES.
083100     MOVE W-NB-QUEUE TO IX-QUEUE.
083200     PERFORM 3510-UN-MOINDRE THRU 3510-EXIT
083300         UNTIL IX-QUEUE = ZERO.
083400 3500-BLANC.
083500     MOVE SPACES TO RAG-LIGNE.
083600     WRITE RAG-LIGNE.
083700 3500-EXIT.
083800     EXIT.
083900 3510-UN-MOINDRE.
084000     MOVE W-QUE-POSTE (IX-QUEUE) TO RTR-ENREG.
084100     COMPUTE IX-RANG = W-NB-QUEUE - IX-QUEUE + 1.
084200     PERFORM 3300-LIGNE-CLIENT THRU 3300-EXIT.
084300     SUBTRACT 1 FROM IX-QUEUE.
084400 3510-EXIT.
084500     EXIT.
084600******************************************************************
084700*  4000-HIERARCHIE : AGENCES, REGIONS, DIVISIONS, ENTITES ET     *
084800*  GENERAL SUR ETATRNT, CHAQUE LIGNE RANGEE AU MAGASIN           *
084900******************************************************************
085000 4000-HIERARCHIE.
085100     MOVE 'O'          TO W-RANGEMENT.
085200     MOVE W-PERIODE    TO RNT-E-PERIODE.
085300     MOVE W-PERIODE-N1 TO RNT-E-PERIODE-N1.
085400     WRITE RNT-LIGNE FROM RNT-ENTETE.
085500     WRITE RNT-LIGNE FROM RNT-TITRES.
085600     MOVE 'A' TO W-NIVEAU.
085700     MOVE ZERO TO IX-UNI.
085800 4000-AGENCE.
085900     ADD 1 TO IX-UNI.
086000     IF IX-UNI GREATER NB-UNITES
086100         GO TO 4000-REGIONS.
086200     MOVE 'AGENCE'                TO RNT-D-NIVEAU.
086300     MOVE W-UNI-CODE (IX-UNI)     TO RNT-D-CODE W-CODE-NIVEAU.
086400     MOVE W-UNI-LIBELLE (IX-UNI)  TO RNT-D-LIBELLE.
086500     MOVE W-UNI-CUMULS (IX-UNI)   TO W-CUMULS-LIGNE.
086600     PERFORM 7000-LIGNE-NIVEAU THRU 7000-EXIT.
086700     WRITE RNT-LIGNE FROM RNT-DETAIL.
086800     PERFORM 4100-CUMUL-REGION THRU 4100-EXIT.
086900     GO TO 4000-AGENCE.
087000 4000-REGIONS.
087100     MOVE 'R' TO W-NIVEAU.
087200     MOVE ZERO TO IX-REG.
087300 4000-REGION.
087400     ADD 1 TO IX-REG.
087500     IF IX-REG GREATER NB-REGIONS
087600         GO TO 4000-DIVISIONS.
087700     MOVE 'REGION'                TO RNT-D-NIVEAU.
087800     MOVE W-REG-CODE (IX-REG)     TO RNT-D-CODE W-CODE-NIVEAU.
087900     MOVE SPACES                  TO RNT-D-LIBELLE.
088000     MOVE W-REG-CUMULS (IX-REG)   TO W-CUMULS-LIGNE.
088100     PERFORM 7000-LIGNE-NIVEAU THRU 7000-EXIT.
088200     WRITE RNT-LIGNE FROM RNT-DETAIL.
088300     PERFORM 4150-CUMUL-DIVISION THRU 4150-EXIT.
088400     GO TO 4000-REGION.
088500 4000-DIVISIONS.
088600     MOVE 'D' TO W-NIVEAU.
088700     MOVE ZERO TO IX-DIV.
088800 4000-DIVISION.
088900     ADD 1 TO IX-DIV.
089000     IF IX-DIV GREATER NB-DIVISIONS
089100         GO TO 4000-ENTITES.
089200     MOVE 'DIVISION'              TO RNT-D-NIVEAU.
089300     MOVE W-DIV-CODE (IX-DIV)     TO RNT-D-CODE W-CODE-NIVEAU.
089400     MOVE SPACES                  TO RNT-D-LIBELLE.
089500     MOVE W-DIV-CUMULS (IX-DIV)   TO W-CUMULS-LIGNE.
089600     PERFORM 7000-LIGNE-NIVEAU THRU 7000-EXIT.
089700     WRITE RNT-LIGNE FROM RNT-DETAIL.
089800     GO TO 4000-DIVISION.
089900 4000-ENTITES.
090000     MOVE 'E' TO W-NIVEAU.
090100     MOVE ZERO TO IX-ENT.
090200 4000-ENTITE.
090300     ADD 1 TO IX-ENT.
090400     IF IX-ENT GREATER NB-ENTITES
090500         GO TO 4000-GENERAL.
090600     MOVE 'ENTITE'                TO RNT-D-NIVEAU.
090700     MOVE W-ENT-CODE (IX-ENT)     TO RNT-D-CODE W-CODE-NIVEAU.
090800     MOVE SPACES                  TO RNT-D-LIBELLE.
090900     MOVE W-ENT-CUMULS (IX-ENT)   TO W-CUMULS-LIGNE.
091000     PERFORM 7000-LIGNE-NIVEAU THRU 7000-EXIT.
091100     WRITE RNT-LIGNE FROM RNT-DETAIL.
091200     GO TO 4000-ENTITE.
091300 4000-GENERAL.
091400     MOVE 'G'                     TO W-NIVEAU.
091500     MOVE 'GENERAL'               TO RNT-D-NIVEAU.
091600     MOVE SPACES                  TO RNT-D-CODE W-CODE-NIVEAU
091700                                     RNT-D-LIBELLE.
091800     MOVE W-CUMULS-GENERAL        TO W-CUMULS-LIGNE.
091900     PERFORM 7000-LIGNE-NIVEAU THRU 7000-EXIT.
092000     WRITE RNT-LIGNE FROM RNT-DETAIL.
092100 4000-EXIT.
092200     EXIT.
092300******************************************************************
092400*  4100-CUMUL-REGION : L AGENCE REMONTE A SA REGION              *
092500******************************************************************
092600 4100-CUMUL-REGION.
092700     MOVE ZERO TO IX-REG.
092800 4100-CHERCHER.
092900     ADD 1 TO IX-REG.
093000     IF IX-REG GREATER NB-REGIONS
093100         GO TO 4100-CREER.
093200     IF W-REG-CODE (IX-REG) NOT = W-UNI-REGION (IX-UNI)
093300         GO TO 4100-CHERCHER.
093400     GO TO 4100-POSER.
093500 4100-CREER.
093600     IF NB-REGIONS NOT LESS 50
093700         PERFORM 7900-DEBORDEMENT THRU 7900-EXIT
093800         GO TO 4100-EXIT.
093900     ADD 1 TO NB-REGIONS.
094000     MOVE NB-REGIONS TO IX-REG.
094100     MOVE W-UNI-REGION (IX-UNI)   TO W-REG-CODE (IX-REG).
094200     MOVE W-UNI-DIVISION (IX-UNI) TO W-REG-DIVISION (IX-REG).
094300     MOVE ZERO TO W-REG-NB (IX-REG).
094400     MOVE 1 TO IX-MT.
094500     PERFORM 4110-ZERO-REGION THRU 4110-EXIT
094600         UNTIL IX-MT GREATER 5.
094700 4100-POSER.
094800     MOVE W-UNI-CUMULS (IX-UNI) TO W-CUMULS-LIGNE.
094900     MOVE W-REG-CUMULS (IX-REG) TO W-CUMULS-CIBLE.
095000     PERFORM 7100-AJOUTER THRU 7100-EXIT.
095100     MOVE W-CUMULS-CIBLE TO W-REG-CUMULS (IX-REG).
095200 4100-EXIT.
095300     EXIT.
095400 4110-ZERO-REGION.
095500     MOVE ZERO TO W-REG-MT (IX-REG IX-MT).
095600     ADD 1 TO IX-MT.
095700 4110-EXIT.
095800     EXIT.
095900******************************************************************
096000*  4150-CUMUL-DIVISION : LA REGION REMONTE A SA DIVISION         *
096100******************************************************************
096200 4150-CUMUL-DIVISION.
096300     MOVE ZERO TO IX-DIV.
096400 4150-CHERCHER.
096500     ADD 1 TO IX-DIV.
096600     IF IX-DIV GREATER NB-DIVISIONS
096700         GO TO 4150-CREER.
096800     IF W-DIV-CODE (IX-DIV) NOT = W-REG-DIVISION (IX-REG)
096900         GO TO 4150-CHERCHER.
097000     GO TO 4150-POSER.
097100 4150-CREER.
097200     IF NB-DIVISIONS NOT LESS 20
097300         PERFORM 7900-DEBORDEMENT THRU 7900-EXIT
097400         GO TO 4150-EXIT.
097500     ADD 1 TO NB-DIVISIONS.
097600     MOVE NB-DIVISIONS TO IX-DIV.
097700     MOVE W-REG-DIVISION (IX-REG) TO W-DIV-CODE (IX-DIV).
097800     MOVE ZERO TO W-DIV-NB (IX-DIV).
097900     MOVE 1 TO IX-MT.
098000     PERFORM 4160-ZERO-DIVISION THRU 4160-EXIT
098100         UNTIL IX-MT GREATER 5.
098200 4150-POSER.
098300     MOVE W-REG-CUMULS (IX-REG) TO W-CUMULS-LIGNE.
098400     MOVE W-DIV-CUMULS (IX-DIV) TO W-CUMULS-CIBLE.
098500     PERFORM 7100-AJOUTER THRU 7100-EXIT.
098600     MOVE W-CUMULS-CIBLE TO W-DIV-CUMULS (IX-DIV).
098700 4150-EXIT.
098800     EXIT.
098900 4160-ZERO-DIVISION.
099000     MOVE ZERO TO W-DIV-MT (IX-DIV IX-MT).
099100     ADD 1 TO IX-MT.
099200 4160-EXIT.
099300     EXIT.
099400******************************************************************
099500*  7000-LIGNE-NIVEAU : MONTANTS DE W-CUMULS-LIGNE, CONTRIBUTION  *
099600*  N-1 DU MAGASIN (NIVEAU + CODE) PUIS RANGEMENT DU MOIS         *
099700******************************************************************
099800 7000-LIGNE-NIVEAU.
099900     MOVE WL-NB TO RNT-D-NB.
100000     MOVE 1 TO IX-MT.
100100     PERFORM 7010-MONTANT THRU 7010-EXIT
100200         UNTIL IX-MT GREATER 5.
100300     MOVE 'R'            TO SUM-TYPE.
100400     MOVE W-PERIODE-N1   TO SUM-PERIODE.
100500     MOVE SPACES         TO SUM-CODE.
100600     MOVE W-NIVEAU       TO SUM-CODE (1:1).
100700     MOVE W-CODE-NIVEAU  TO SUM-CODE (2:6).
100800     READ SUMFIC.
100900     IF W-SUM-ABSENT
101000         MOVE SPACES TO RNT-D-NET-N1-X RNT-D-ECART-X
101100         GO TO 7000-RANGER.
101200     IF NOT W-SUM-OK
101300         MOVE 'READ SUMFIC' TO W-MOTIF-ABANDON
101400         GO TO 9900-ABANDON.
101500     MOVE SUM-MONTANT TO W-NET-N1.
101600     MOVE W-NET-N1    TO RNT-D-NET-N1.
101700     COMPUTE RNT-D-ECART = WL-MT (5) - W-NET-N1.
101800 7000-RANGER.
101900*    LA SECTION D AGENCE NE FAIT QUE RELIRE : LE RANGEMENT SE FAIT
102000*    A L ETAT HIERARCHIQUE
102100     IF W-RANGEMENT = 'N'
102200         GO TO 7000-EXIT.
102300     MOVE SPACES         TO SUM-ENREG.
102400     MOVE 'R'            TO SUM-TYPE.
102500     MOVE W-PERIODE      TO SUM-PERIODE.
102600     MOVE W-NIVEAU       TO SUM-CODE (1:1).
102700     MOVE W-CODE-NIVEAU  TO SUM-CODE (2:6).
102800     MOVE WL-NB          TO SUM-NB.
102900     MOVE WL-MT (5)      TO SUM-MONTANT.
103000     WRITE SUM-ENREG.
103100     IF W-SUM-DOUBLE
103200         REWRITE SUM-ENREG.
103300     IF NOT W-SUM-OK
103400         MOVE 'WRITE SUMFIC' TO W-MOTIF-ABANDON
103500         GO TO 9900-ABANDON.
103600     ADD 1 TO CPT-POSTES-R.
103700 7000-EXIT.
103800     EXIT.
103900 7010-MONTANT.
104000     MOVE WL-MT (IX-MT) TO RNT-D-MONTANT (IX-MT).
104100     ADD 1 TO IX-MT.
104200 7010-EXIT.
104300     EXIT.
104400******************************************************************
104500*  7100-AJOUTER : W-CUMULS-LIGNE AJOUTE A W-CUMULS-CIBLE         *
104600******************************************************************
104700 7100-AJOUTER.
104800     ADD WL-NB TO WC-NB.
104900     MOVE 1 TO IX-MT.
105000     PERFORM 7110-UN-MONTANT THRU 7110-EXIT
105100         UNTIL IX-MT GREATER 5.
105200 7100-EXIT.
105300     EXIT.
105400 7110-UN-MONTANT.
105500     ADD WL-MT (IX-MT) TO WC-MT (IX-MT).
105600     ADD 1 TO IX-MT.
105700 7110-EXIT.
105800     EXIT.
105900******************************************************************
106000*  7900-DEBORDEMENT : TABLE SATUREE SIGNALEE UNE FOIS (CODE 8)   *
106100******************************************************************
106200 7900-DEBORDEMENT.
106300     IF W-DEBORDEMENT = 'N'
106400         MOVE 'O' TO W-DEBORDEMENT
106500         DISPLAY 'GSRN450 - TABLE SATUREE (AGENCES, REGIONS, '
106600                 'DIVISIONS OU ENTITES) - SECTIONS INCOMPLETES'.
106700 7900-EXIT.
106800     EXIT.
106900******************************************************************
107000*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
107100******************************************************************
107200 8100-LIRE-FGS.
107300     READ FFFFFGS NEXT.
107400     IF W-FGS-FIN
107500         MOVE 'O' TO W-FIN-FGS
107600         GO TO 8100-EXIT.
107700     IF NOT W-FGS-OK
107800         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
107900         GO TO 9900-ABANDON.
108000 8100-EXIT.
108100     EXIT.
108200******************************************************************
108300*  8200-LIRE-FIS : LIGNE SUIVANTE DU JOURNAL TRIE                *
108400******************************************************************
108500 8200-LIRE-FIS.
108600     READ FISTRI.
108700     IF W-FIS-FIN
108800         MOVE 'O' TO W-FIN-FIS
108900         MOVE HIGH-VALUE TO W-CLE-FIS
109000         GO TO 8200-EXIT.
109100     IF NOT W-FIS-OK
109200         MOVE 'READ FISTRI' TO W-MOTIF-ABANDON
109300         GO TO 9900-ABANDON.
109400     MOVE FIS-FGS-CLE TO W-CLE-FIS.
109500 8200-EXIT.
109600     EXIT.
109700******************************************************************
109800*  8300-LIRE-RTR : CONTRIBUTION TRIEE SUIVANTE                   *
109900******************************************************************
110000 8300-LIRE-RTR.
110100     READ RNTTRI.
110200     IF W-RTR-FIN
110300         MOVE 'O' TO W-FIN-RTR
110400         GO TO 8300-EXIT.
110500     IF NOT W-RTR-OK
110600         MOVE 'READ RNTTRI' TO W-MOTIF-ABANDON
110700         GO TO 9900-ABANDON.
110800 8300-EXIT.
110900     EXIT.
111000******************************************************************
111100*  9000-TERMINAISON : COMPTES ET FERMETURES                      *
111200******************************************************************
111300 9000-TERMINAISON.
111400     CLOSE SUMFIC ETATRAG ETATRNT.
111500     DISPLAY 'GSRN450 - CLES LUES          : ' CPT-LUES.
111600     DISPLAY 'GSRN450 - CONTRIBUTIONS      : ' CPT-CONTRIBUTIONS.
111700     DISPLAY 'GSRN450 - JOURNAL HORS MOIS  : ' CPT-FIS-HORS-MOIS.
111800     DISPLAY 'GSRN450 - JOURNAL HORS MAITRE: '
111900             CPT-FIS-HORS-MAITRE.
112000     DISPLAY 'GSRN450 - SANS COUT CSRV     : ' CPT-SANS-COUT.
112100     DISPLAY 'GSRN450 - POSTES SUMFIC R    : ' CPT-POSTES-R.
112200 9000-EXIT.
112300     EXIT.
112400******************************************************************
112500*  9900-ABANDON : ARRET SUR INCIDENT                             *
112600******************************************************************
112700 9900-ABANDON.
112800     DISPLAY 'GSRN450 - ABANDON : ' W-MOTIF-ABANDON.
112900     MOVE 16 TO RETURN-CODE.
113000     STOP RUN.
