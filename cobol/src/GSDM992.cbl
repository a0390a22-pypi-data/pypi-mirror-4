000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDM992.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSDM992 : TRAITEMENT DE NUIT DES DEMANDES D ENTREE EN         *
000900*            RELATION (APPFIC)                                   *
001000*  ------------------------------------------------------------  *
001100*  LES DEMANDES SAISIES PAR GSDM991 SONT PARCOURUES PAR CLE :    *
001200*  - ETAPE F : LE NOM EST FILTRE (GSSC741) SOUS UNE CLE          *
001300*    PROVISOIRE (ENTITE + 'D' + NUMERO DE DEMANDE). NOM LIBRE :  *
001400*    LA DEMANDE PASSE EN CONNAISSANCE CLIENT (K). CORRESPONDANCE *
001500*    : ELLE RESTE EN F, LA REFERENCE DE LISTE EST NOTEE ET UNE   *
001600*    ALERTE NOUVELLE PART A LA CONFORMITE (GSWB080 SANC) ;       *
001700*  - ETAPE A : LA CLE FFFFFGS EST ATTRIBUEE (CORPS SUIVANT DU    *
001800*    COMPTEUR DE L ENTITE, CHIFFRE GSCK040, CLE ABSENTE DU       *
001900*    MAITRE), LA FICHE EST EDITEE PAR GSED050 COMME UN AJOUT ;   *
002000*    ACCEPTEE : MOUVEMENT A DANS LE LOT MVTDEM (CREATION PAR     *
002100*    GSBT010), ADRESSE DATEE DU JOUR DANS ADRFIC, CARTE C DE     *
002200*    CONNAISSANCE CLIENT DANS KYCMVD (GSKY751) - LA DEMANDE      *
002300*    PASSE EN R. REJETEE : RETOUR EN K AVEC L ANOMALIE ;         *
002400*  - ETAPE D : LETTRE DE REFUS (MODELE DMRF) SI ELLE N EST PAS   *
002500*    ENCORE PARTIE, PUIS PURGE DE LA DEMANDE QUAND LA LETTRE A   *
002600*    PLUS DE RETENTION JOURS (CARTE PARAMETRE, DEFAUT 180).      *
002700*  LE COMPTEUR DE CORPS DE CLE DE L ENTITE (DEMANDE NUMERO ZERO) *
002800*  EST AMORCE AU PLUS GRAND CORPS NUMERIQUE DU MAITRE.           *
002900*  LE LOT MVTDEM PORTE L ENTETE ET LE PIED FFFFFGCT (CONTROLE    *
003000*  GSBC030 AVANT GSBT010).                                       *
003100*  ------------------------------------------------------------  *
003200*  PARAMETRE : RETENTION EN JOURS (3 CHIFFRES, DEFAUT 180)       *
003300*  ENTREE  : FFFFFGS  FICHIER MAITRE (LECTURE DIRECTE)           *
003400*            MODLET   MODELES DE LETTRES                         *
003500*            CYCOUT   CYCLE OUVERT PAR GSCY210                   *
003600*  M-A-J   : APPFIC   DEMANDES D ENTREE EN RELATION              *
003700*            ADRFIC   ADRESSES DATEES                            *
003800*  SORTIE  : MVTDEM   LOT DE MOUVEMENTS A POUR GSBT010           *
003900*            KYCMVD   CARTES DE CONNAISSANCE CLIENT (GSKY751)    *
004000*            LETTRE   LETTRES DE REFUS                           *
004100*            ETATDEM  ETAT DU TRAITEMENT                         *
004200*  ------------------------------------------------------------  *
004300*  HISTORIQUE DES MODIFICATIONS                                  *
004400*  15/10/26  DA  CREATION                                        *
004500******************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.
004900     IBM-370.
005000 OBJECT-COMPUTER.
005100     IBM-370.
005200 SPECIAL-NAMES.
005300     DECIMAL-POINT IS COMMA.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT APPFIC  ASSIGN  APPFIC
005700       ORGANIZATION  INDEXED
005800       ACCESS MODE   DYNAMIC
005900       RECORD KEY    APP-CLE
006000       FILE STATUS   W-APPFIC-STATUS.
006100     SELECT FFFFFGS ASSIGN  FFFFFGS
006200       ORGANIZATION  INDEXED
006300       ACCESS MODE   DYNAMIC
006400       RECORD KEY    FFFFFGS-CLE
006500       FILE STATUS   W-FFFFFGS-STATUS.
006600     SELECT ADRFIC  ASSIGN  ADRFIC
006700       ORGANIZATION  INDEXED
006800       ACCESS MODE   RANDOM
006900       RECORD KEY    ADR-CLE
007000       FILE STATUS   W-ADRFIC-STATUS.
007100     SELECT MODLET  ASSIGN  MODLET
007200       ORGANIZATION  SEQUENTIAL
007300       FILE STATUS   W-MODLET-STATUS.
007400     SELECT LETTRE  ASSIGN  LETTRE
007500       ORGANIZATION  SEQUENTIAL
007600       FILE STATUS   W-LETTRE-STATUS.
007700     SELECT MVTDEM  ASSIGN  MVTDEM
007800       ORGANIZATION  SEQUENTIAL
007900       FILE STATUS   W-MVTDEM-STATUS.
008000     SELECT KYCMVD  ASSIGN  KYCMVD
008100       ORGANIZATION  SEQUENTIAL
008200       FILE STATUS   W-KYCMVD-STATUS.
008300     SELECT CYCOUT  ASSIGN  CYCOUT
008400       ORGANIZATION  SEQUENTIAL
008500       FILE STATUS   W-CYCOUT-STATUS.
008600     SELECT ETATDEM ASSIGN  ETATDEM
008700       ORGANIZATION  SEQUENTIAL
008800       FILE STATUS   W-ETATDEM-STATUS.
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  APPFIC
009200     LABEL RECORD STANDARD
009300     DATA RECORD APP-ENREG.
009400 COPY FFFFFGAP.
009500 FD  FFFFFGS
009600     LABEL RECORD STANDARD
009700     DATA RECORD FFFFFGS-ENREG.
009800 COPY FFFFFFGS.
009900 FD  ADRFIC
010000     LABEL RECORD STANDARD
010100     DATA RECORD ADR-ENREG.
010200 COPY FFFFFGAD.
010300 FD  MODLET
010400     LABEL RECORD STANDARD
010500     DATA RECORD MOD-ENREG.
010600 01  MOD-ENREG.
010700     05  MOD-CODE                    PIC X(04).
010800     05  MOD-LANGUE                  PIC X(02).
010900     05  MOD-TEXTE                   PIC X(74).
011000 FD  LETTRE
011100     LABEL RECORD STANDARD
011200     DATA RECORD LET-LIGNE.
011300 01  LET-LIGNE                       PIC X(132).
011400 FD  MVTDEM
011500     LABEL RECORD STANDARD
011600     DATA RECORD MVT-ENREG.
011700 COPY FFFFFGT.
011800*    CARTE DE CONNAISSANCE CLIENT - FORMAT KYCMVT DE GSKY751
011900 FD  KYCMVD
012000     LABEL RECORD STANDARD
012100     DATA RECORD KMV-ENREG.
012200 01  KMV-ENREG.
012300     05  KMV-CODE                    PIC X(01).
012400     05  KMV-CLE                     PIC X(15).
012500     05  KMV-DOC-TYPE                PIC X(02).
012600     05  KMV-DOC-NUMERO              PIC X(20).
012700     05  KMV-DOC-EXPIRATION          PIC 9(08).
012800     05  KMV-CLASSE-RISQUE           PIC X(01).
012900     05  KMV-DATE-REVUE              PIC 9(08).
013000     05  KMV-RESIDENCE-FISC          PIC X(02).
013100     05  KMV-DATE-AUTOCERT           PIC 9(08).
013200     05  FILLER                      PIC X(15).
013300 FD  CYCOUT
013400     LABEL RECORD STANDARD
013500     DATA RECORD CYO-ENREG.
013600 01  CYO-ENREG.
013700     05  CYO-DATE                    PIC 9(08).
013800     05  CYO-NUMERO                  PIC 9(04).
013900     05  FILLER                      PIC X(68).
014000 FD  ETATDEM
014100     LABEL RECORD STANDARD
014200     DATA RECORD ETD-LIGNE.
014300 01  ETD-LIGNE                       PIC X(132).
014400 WORKING-STORAGE SECTION.
014500 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
014600 77  CPT-FILTREES-LIBRES             PIC S9(08) COMP VALUE ZERO.
014700 77  CPT-FILTREES-ALERTES            PIC S9(08) COMP VALUE ZERO.
014800 77  CPT-ALERTES-NOUVELLES           PIC S9(08) COMP VALUE ZERO.
014900 77  CPT-CREEES                      PIC S9(08) COMP VALUE ZERO.
015000 77  CPT-REJETEES-EDIT               PIC S9(08) COMP VALUE ZERO.
015100 77  CPT-ADRESSES-PRESENTES          PIC S9(08) COMP VALUE ZERO.
015200 77  CPT-LETTRES                     PIC S9(08) COMP VALUE ZERO.
015300 77  CPT-LETTRES-EN-ATTENTE          PIC S9(08) COMP VALUE ZERO.
015400 77  CPT-PURGEES                     PIC S9(08) COMP VALUE ZERO.
015500 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
015600 77  NB-ENTITES                      PIC S9(04) COMP VALUE ZERO.
015700 77  NB-LIGNES-MODELE                PIC S9(04) COMP VALUE ZERO.
015800 77  IX-ENT                          PIC S9(04) COMP VALUE ZERO.
015900 77  IX-MOD                          PIC S9(04) COMP VALUE ZERO.
016000 77  IX-HIS                          PIC S9(04) COMP VALUE ZERO.
016100 01  W-FIN-APP                       PIC X(01) VALUE 'N'.
016200     88  FIN-APP                     VALUE 'O'.
016300 01  W-FIN-MOD                       PIC X(01) VALUE 'N'.
016400     88  FIN-MOD                     VALUE 'O'.
016500 01  W-FIN-AMORCE                    PIC X(01) VALUE 'N'.
016600     88  FIN-AMORCE                  VALUE 'O'.
016700 01  W-CLE-LIBRE                     PIC X(01) VALUE 'N'.
016800 01  W-APPFIC-STATUS                 PIC X(02).
016900     88  W-APP-OK                    VALUE '00'.
017000     88  W-APP-FIN                   VALUE '10'.
017100     88  W-APP-ABSENT                VALUE '23'.
017200 COPY FFFFFGSW.
017300 01  W-ADRFIC-STATUS                 PIC X(02).
017400     88  W-ADR-OK                    VALUE '00'.
017500     88  W-ADR-DOUBLE                VALUE '22'.
017600 01  W-MODLET-STATUS                 PIC X(02).
017700     88  W-MOD-OK                    VALUE '00'.
017800     88  W-MOD-FIN                   VALUE '10'.
017900 01  W-LETTRE-STATUS                 PIC X(02).
018000     88  W-LET-OK                    VALUE '00'.
018100 01  W-MVTDEM-STATUS                 PIC X(02).
018200     88  W-MVT-OK                    VALUE '00'.
018300 01  W-KYCMVD-STATUS                 PIC X(02).
018400     88  W-KMD-OK                    VALUE '00'.
018500 01  W-CYCOUT-STATUS                 PIC X(02).
018600     88  W-CYO-OK                    VALUE '00'.
018700 01  W-ETATDEM-STATUS                PIC X(02).
018800     88  W-ETD-OK                    VALUE '00'.
018900 01  W-MOTIF-ABANDON                 PIC X(40).
019000 01  W-PARM-RETENTION                PIC X(03).
019100 01  W-RETENTION                     PIC 9(03) VALUE 180.
019200 01  W-DATE-JOUR                     PIC 9(08).
019300 01  W-HEURE                         PIC 9(08).
019400 01  W-CYCLE-JOUR                    PIC 9(04) VALUE ZERO.
019500 01  W-ANCIENNETE                    PIC S9(09) COMP.
019600*    CLE PROVISOIRE DE FILTRAGE DE LA DEMANDE
019700 01  W-CLE-PROVISOIRE.
019800     05  W-CPR-ENTITE                PIC X(02).
019900     05  W-CPR-MARQUE                PIC X(01) VALUE 'D'.
020000     05  W-CPR-NUMERO                PIC 9(08).
020100     05  FILLER                      PIC X(04) VALUE SPACES.
020200*    COMPTEURS DE CORPS DE CLE PAR ENTITE (DEMANDE NUMERO ZERO)
020300 01  W-TABLE-ENTITES.
020400     05  W-ENT OCCURS 50.
020500         10  W-ENT-CODE              PIC X(02).
020600         10  W-ENT-CORPS             PIC 9(12).
020700         10  W-ENT-MAJ               PIC X(01).
020800 01  W-CORPS-9                       PIC 9(12).
020900 01  W-CORPS-X REDEFINES W-CORPS-9   PIC X(12).
021000 01  W-CORPS-AVANT                   PIC 9(12).
021100 01  W-CORPS-LU                      PIC X(12).
021200 01  W-CORPS-LU-9 REDEFINES W-CORPS-LU
021300                                     PIC 9(12).
021400 01  W-NOM-CLAIR                     PIC X(30).
021500 01  W-ID-NAT-CLAIR                  PIC X(13).
021600*    JOUR ABSOLU (MEME CALCUL QUE GSKY750)
021700 01  W-DATE-CALC                     PIC 9(08).
021800 01  W-DATE-CALC-R REDEFINES W-DATE-CALC.
021900     05  W-DC-AAAA                   PIC 9(04).
022000     05  W-DC-MM                     PIC 9(02).
022100     05  W-DC-JJ                     PIC 9(02).
022200 01  W-JA-AN                         PIC S9(05) COMP.
022300 01  W-JA-MOIS                       PIC S9(05) COMP.
022400 01  W-JA-QUOTIENT                   PIC S9(09) COMP.
022500 01  W-JOUR-ABSOLU                   PIC S9(09) COMP.
022600 01  W-JOUR-ABSOLU-JOUR              PIC S9(09) COMP.
022700*    MODELE DE LETTRE DE REFUS (DMRF, FRANCAIS)
022800 01  W-MODELE.
022900     05  W-MOD-LIGNE                 PIC X(74) OCCURS 30.
023000 01  W-LIGNE-TRAVAIL                 PIC X(132).
023100 01  W-LIGNE-APRES                   PIC X(132).
023200 01  W-VARIABLE                      PIC X(10).
023300 01  W-REMPLACEMENT                  PIC X(30).
023400 01  W-RESTE                         PIC X(132).
023500 01  W-LIGNE-RESULTAT                PIC X(132).
023600 77  W-LG-VARIABLE                   PIC S9(04) COMP VALUE 0.
023700 77  W-LG-VALEUR                     PIC S9(04) COMP VALUE 0.
023800 77  W-LG-AVANT                      PIC S9(04) COMP VALUE 0.
023900 77  W-POINTEUR                      PIC S9(04) COMP VALUE 0.
024000 77  W-LG-TETE                       PIC S9(04) COMP VALUE 0.
024100 77  W-NB-PRESENT                    PIC S9(04) COMP VALUE 0.
024200 01  W-REMPLACEMENT-UTILE            PIC X(30).
024300 01  W-REF-DEMANDE.
024400     05  W-RFD-ENTITE                PIC X(02).
024500     05  FILLER                      PIC X(01) VALUE '-'.
024600     05  W-RFD-NUMERO                PIC 9(08).
024700 COPY GSCKDZ.
024800 COPY GSCRZ.
024900 COPY GSSCZ.
025000 COPY GSWBZ.
025100 COPY FFFFFGE.
025200*    CONTROLE DE LOT FFFFFGCT - HASH CALCULES COMME DANS GSBC030
025300 COPY FFFFFGCT.
025400 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
025500 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
025600                                     VALUE 0.
025700 01  W-HASH-CLE-15                   PIC 9(15).
025800 01  W-HASH-MONT-15                  PIC 9(15).
025900 01  W-CLE-HASH-X                    PIC X(15).
026000 01  W-CLE-HASH-9 REDEFINES W-CLE-HASH-X
026100                                     PIC 9(15).
026200 01  W-HASH-IMAGE.
026300     05  W-HIM-CLE                   PIC X(15).
026400     05  FILLER                      PIC X(45).
026500     05  W-HIM-MONTANT               PIC S9(11)V99 COMP-3.
026600     05  W-HIM-MONTANT-ECH           PIC S9(11)V99 COMP-3.
026700     05  FILLER                      PIC X(326).
026800 01  ETD-ENTETE.
026900     05  FILLER                      PIC X(44)
027000         VALUE 'GSDM992 - DEMANDES D ENTREE EN REL. - DATE  '.
027100     05  ETD-E-DATE                  PIC 9(08).
027200     05  FILLER                      PIC X(15)
027300         VALUE ' RETENTION J : '.
027400     05  ETD-E-RETENTION             PIC ZZ9.
027500     05  FILLER                      PIC X(62) VALUE SPACES.
027600 01  ETD-DETAIL.
027700     05  ETD-D-ENTITE                PIC X(02).
027800     05  FILLER                      PIC X(01) VALUE '-'.
027900     05  ETD-D-NUMERO                PIC 9(08).
028000     05  FILLER                      PIC X(01) VALUE SPACE.
028100     05  ETD-D-UNITE                 PIC X(06).
028200     05  FILLER                      PIC X(01) VALUE SPACE.
028300     05  ETD-D-ETAPE                 PIC X(01).
028400     05  FILLER                      PIC X(01) VALUE SPACE.
028500     05  ETD-D-SORT                  PIC X(20).
028600     05  FILLER                      PIC X(01) VALUE SPACE.
028700     05  ETD-D-CLE                   PIC X(15).
028800     05  FILLER                      PIC X(01) VALUE SPACE.
028900     05  ETD-D-INFO                  PIC X(30).
029000     05  FILLER                      PIC X(44) VALUE SPACES.
029100 01  ETD-TOTAL.
029200     05  ETD-T-LIBELLE               PIC X(40).
029300     05  FILLER                      PIC X(06) VALUE ' NB : '.
029400     05  ETD-T-NB                    PIC Z(07)9.
029500     05  FILLER                      PIC X(78) VALUE SPACES.
029600 PROCEDURE DIVISION.
029700******************************************************************
029800*  0000-MAINLINE : PARCOURS DES DEMANDES, COMPTEURS, PIED DE LOT *
029900******************************************************************
030000 0000-MAINLINE.
030100     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
030200     ACCEPT W-HEURE FROM TIME.
030300     ACCEPT W-PARM-RETENTION.
030400     IF W-PARM-RETENTION NUMERIC
030500         MOVE W-PARM-RETENTION TO W-RETENTION.
030600     MOVE W-DATE-JOUR TO W-DATE-CALC.
030700     PERFORM 2700-JOUR-ABSOLU THRU 2700-EXIT.
030800     MOVE W-JOUR-ABSOLU TO W-JOUR-ABSOLU-JOUR.
030900     OPEN I-O APPFIC.
031000     IF NOT W-APP-OK
031100         MOVE 'OPEN APPFIC' TO W-MOTIF-ABANDON
031200         GO TO 9900-ABANDON.
031300     OPEN INPUT FFFFFGS.
031400     IF NOT W-FGS-OK
031500         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
031600         GO TO 9900-ABANDON.
031700     OPEN I-O ADRFIC.
031800     IF NOT W-ADR-OK
031900         MOVE 'OPEN ADRFIC' TO W-MOTIF-ABANDON
032000         GO TO 9900-ABANDON.
032100     OPEN OUTPUT LETTRE.
032200     IF NOT W-LET-OK
032300         MOVE 'OPEN LETTRE' TO W-MOTIF-ABANDON
032400         GO TO 9900-ABANDON.
032500     OPEN OUTPUT MVTDEM.
032600     IF NOT W-MVT-OK
032700         MOVE 'OPEN MVTDEM' TO W-MOTIF-ABANDON
032800         GO TO 9900-ABANDON.
032900     OPEN OUTPUT KYCMVD.
033000     IF NOT W-KMD-OK
033100         MOVE 'OPEN KYCMVD' TO W-MOTIF-ABANDON
033200         GO TO 9900-ABANDON.
033300     OPEN OUTPUT ETATDEM.
033400     IF NOT W-ETD-OK
033500         MOVE 'OPEN ETATDEM' TO W-MOTIF-ABANDON
033600         GO TO 9900-ABANDON.
033700     PERFORM 1100-CHARGER-MODELE THRU 1100-EXIT.
033800     MOVE W-DATE-JOUR TO ETD-E-DATE.
033900     MOVE W-RETENTION TO ETD-E-RETENTION.
034000     WRITE ETD-LIGNE FROM ETD-ENTETE.
034100     PERFORM 7100-ENTETE-LOT THRU 7100-EXIT.
034200     PERFORM 8100-LIRE-APP THRU 8100-EXIT.
034300     PERFORM 2000-UNE-DEMANDE THRU 2000-EXIT
034400         UNTIL FIN-APP.
034500     PERFORM 3000-COMPTEURS THRU 3000-EXIT
034600         VARYING IX-ENT FROM 1 BY 1
034700         UNTIL IX-ENT GREATER NB-ENTITES.
034800     PERFORM 7300-PIED-LOT THRU 7300-EXIT.
034900     PERFORM 3900-BILAN THRU 3900-EXIT.
035000     CLOSE APPFIC FFFFFGS ADRFIC LETTRE MVTDEM KYCMVD ETATDEM.
035100     DISPLAY 'GSDM992 - DEMANDES LUES : ' CPT-LUES
035200             ' CREEES : ' CPT-CREEES
035300             ' REJETEES EDITION : ' CPT-REJETEES-EDIT.
035400     DISPLAY 'GSDM992 - FILTRAGE LIBRE : ' CPT-FILTREES-LIBRES
035500             ' ALERTES : ' CPT-FILTREES-ALERTES.
035600     DISPLAY 'GSDM992 - LETTRES DE REFUS : ' CPT-LETTRES
035700             ' PURGEES : ' CPT-PURGEES.
035800     GOBACK.
035900 0000-EXIT.
036000     EXIT.
036100******************************************************************
036200*  1100-CHARGER-MODELE : LIGNES DU MODELE DMRF EN FRANCAIS -     *
036300*  SANS MODELE, LES REFUS ATTENDENT LEUR LETTRE (NI LETTRE NI    *
036400*  PURGE)                                                        *
036500******************************************************************
036600 1100-CHARGER-MODELE.
036700     OPEN INPUT MODLET.
036800     IF NOT W-MOD-OK
036900         MOVE 'OPEN MODLET' TO W-MOTIF-ABANDON
037000         GO TO 9900-ABANDON.
037100     PERFORM 1150-LIRE-MODELE THRU 1150-EXIT
037200         UNTIL FIN-MOD.
037300     CLOSE MODLET.
037400     IF NB-LIGNES-MODELE = ZERO
037500         DISPLAY 'GSDM992 - MODELE DMRF ABSENT : PAS DE LETTRE'.
037600 1100-EXIT.
037700     EXIT.
037800 1150-LIRE-MODELE.
037900     READ MODLET.
038000     IF W-MOD-FIN
038100         MOVE 'O' TO W-FIN-MOD
038200         GO TO 1150-EXIT.
038300     IF NOT W-MOD-OK
038400         MOVE 'READ MODLET' TO W-MOTIF-ABANDON
038500         GO TO 9900-ABANDON.
038600     IF MOD-CODE NOT = 'DMRF'
038700         GO TO 1150-EXIT.
038800     IF MOD-LANGUE NOT = 'FR' AND MOD-LANGUE NOT = SPACES
038900         GO TO 1150-EXIT.
039000     IF NB-LIGNES-MODELE LESS 30
039100         ADD 1 TO NB-LIGNES-MODELE
039200         MOVE MOD-TEXTE TO W-MOD-LIGNE (NB-LIGNES-MODELE).
039300 1150-EXIT.
039400     EXIT.
039500******************************************************************
039600*  2000-UNE-DEMANDE : AIGUILLAGE PAR ETAPE - LE COMPTEUR DE      *
039700*  L ENTITE (NUMERO ZERO) EST RELEVE AU PASSAGE                  *
039800******************************************************************
039900 2000-UNE-DEMANDE.
040000     IF APP-NUMERO = ZERO
040100         PERFORM 2050-RELEVER-COMPTEUR THRU 2050-EXIT
040200         GO TO 2000-SUITE.
040300     ADD 1 TO CPT-LUES.
040400     EVALUATE TRUE
040500         WHEN APP-FILTRAGE
040600             PERFORM 2100-FILTRER THRU 2100-EXIT
040700         WHEN APP-APPROUVEE
040800             PERFORM 2200-CREER THRU 2200-EXIT
040900         WHEN APP-REFUSEE
041000             PERFORM 2300-REFUS THRU 2300-EXIT
041100         WHEN OTHER
041200             CONTINUE
041300     END-EVALUATE.
041400 2000-SUITE.
041500     PERFORM 8100-LIRE-APP THRU 8100-EXIT.
041600 2000-EXIT.
041700     EXIT.
041800******************************************************************
041900*  2050-RELEVER-COMPTEUR : DERNIER CORPS DE CLE DE L ENTITE      *
042000******************************************************************
042100 2050-RELEVER-COMPTEUR.
042200     PERFORM 2060-POSTE-ENTITE THRU 2060-EXIT.
042300     IF APP-CTL-DERNIER-CORPS NUMERIC
042400         MOVE APP-CTL-DERNIER-CORPS TO W-ENT-CORPS (IX-ENT).
042500 2050-EXIT.
042600     EXIT.
042700******************************************************************
042800*  2060-POSTE-ENTITE : POSTE DE L ENTITE DE LA DEMANDE DANS LA   *
042900*  TABLE, CREE A ZERO S IL MANQUE                                *
043000******************************************************************
043100 2060-POSTE-ENTITE.
043200     MOVE 1 TO IX-ENT.
043300     PERFORM 2065-CHERCHER-ENTITE THRU 2065-EXIT
043400         UNTIL IX-ENT GREATER NB-ENTITES
043500            OR W-ENT-CODE (IX-ENT) = APP-ENTITE.
043600     IF IX-ENT NOT GREATER NB-ENTITES
043700         GO TO 2060-EXIT.
043800     IF NB-ENTITES NOT LESS 50
043900         MOVE 'TABLE DES ENTITES PLEINE' TO W-MOTIF-ABANDON
044000         GO TO 9900-ABANDON.
044100     ADD 1 TO NB-ENTITES.
044200     MOVE NB-ENTITES TO IX-ENT.
044300     MOVE APP-ENTITE TO W-ENT-CODE (IX-ENT).
044400     MOVE ZERO       TO W-ENT-CORPS (IX-ENT).
044500     MOVE 'N'        TO W-ENT-MAJ (IX-ENT).
044600 2060-EXIT.
044700     EXIT.
044800 2065-CHERCHER-ENTITE.
044900     ADD 1 TO IX-ENT.
045000 2065-EXIT.
045100     EXIT.
045200******************************************************************
045300*  2100-FILTRER : NOM EN CLAIR CONFRONTE A LA LISTE DE           *
045400*  SURVEILLANCE SOUS LA CLE PROVISOIRE DE LA DEMANDE             *
045500******************************************************************
045600 2100-FILTRER.
045700     PERFORM 2900-DECODER THRU 2900-EXIT.
045800     MOVE APP-ENTITE    TO W-CPR-ENTITE.
045900     MOVE APP-NUMERO    TO W-CPR-NUMERO.
046000     MOVE 'F'              TO SCZ-FONCTION.
046100     MOVE W-CLE-PROVISOIRE TO SCZ-FGS-CLE.
046200     MOVE W-NOM-CLAIR      TO SCZ-NOM.
046300     MOVE 'GSDM992 '       TO SCZ-PROGRAMME.
046400     CALL 'GSSC741' USING SCZ-ZONE.
046500     IF SCZ-INCIDENT
046600         MOVE 'GSSC741 - FILTRAGE' TO W-MOTIF-ABANDON
046700         GO TO 9900-ABANDON.
046800     MOVE SPACES TO ETD-D-CLE ETD-D-INFO.
046900     IF SCZ-LIBRE
047000         MOVE 'L'         TO APP-RESULTAT-FILTRAGE
047100         MOVE SPACES      TO APP-FILTRAGE-REF
047200         MOVE 'K'         TO APP-ETAPE
047300         MOVE W-DATE-JOUR TO APP-PAS-DATE (3)
047400         MOVE 'GSDM992 '  TO APP-PAS-OPERATEUR (3)
047500         ADD 1 TO CPT-FILTREES-LIBRES
047600         MOVE 'FILTRAGE LIBRE' TO ETD-D-SORT
047700         GO TO 2100-ECRIRE.
047800     MOVE 'A' TO APP-RESULTAT-FILTRAGE.
047900     MOVE SPACES TO APP-FILTRAGE-REF.
048000     STRING SCZ-LISTE SCZ-REFERENCE
048100         DELIMITED SIZE INTO APP-FILTRAGE-REF
048200     END-STRING.
048300     ADD 1 TO CPT-FILTREES-ALERTES.
048400     MOVE 'ALERTE FILTRAGE' TO ETD-D-SORT.
048500     MOVE APP-FILTRAGE-REF  TO ETD-D-INFO.
048600     IF SCZ-ALERTE-NOUVELLE
048700         ADD 1 TO CPT-ALERTES-NOUVELLES
048800         MOVE 'SANC'             TO WBZ-TYPE-EXC
048900         MOVE W-CLE-PROVISOIRE   TO WBZ-FGS-CLE
049000         MOVE SPACES             TO WBZ-MOTIF
049100         STRING 'DEMANDE ' SCZ-LISTE ' ' SCZ-REFERENCE
049200             DELIMITED SIZE INTO WBZ-MOTIF
049300         END-STRING
049400         MOVE 'GSDM992 '         TO WBZ-PROGRAMME
049500         CALL 'GSWB080' USING WBZ-ZONE.
049600 2100-ECRIRE.
049700     PERFORM 8200-REECRIRE-APP THRU 8200-EXIT.
049800     PERFORM 8300-EDITER THRU 8300-EXIT.
049900 2100-EXIT.
050000     EXIT.
050100******************************************************************
050200*  2200-CREER : DEMANDE APPROUVEE - CLE ATTRIBUEE, FICHE EDITEE  *
050300*  PAR GSED050 ; ACCEPTEE, ELLE PART EN MOUVEMENT A AVEC SON     *
050400*  ADRESSE ET SA CARTE DE CONNAISSANCE CLIENT                    *
050500******************************************************************
050600 2200-CREER.
050700     PERFORM 2060-POSTE-ENTITE THRU 2060-EXIT.
050800     MOVE W-ENT-CORPS (IX-ENT) TO W-CORPS-AVANT.
050900     PERFORM 2210-ATTRIBUER-CLE THRU 2210-EXIT.
051000     PERFORM 2900-DECODER THRU 2900-EXIT.
051100     PERFORM 2250-CONSTRUIRE-FICHE THRU 2250-EXIT.
051200     MOVE SPACES TO EDT-STATUT-AVANT EDT-TRANSITION.
051300     MOVE 'A' TO EDT-FONCTION.
051400     MOVE 'B' TO EDT-ENV.
051500     CALL 'GSED050' USING EDT-ZONE FFFFFGS-ENREG.
051600     MOVE SPACES TO ETD-D-CLE ETD-D-INFO.
051700     IF EDT-NB-ERREURS GREATER ZERO
051800         MOVE W-CORPS-AVANT TO W-ENT-CORPS (IX-ENT)
051900         MOVE 'K'           TO APP-ETAPE
052000         MOVE ZERO          TO APP-PAS-DATE (4)
052100         MOVE SPACES        TO APP-PAS-OPERATEUR (4)
052200         MOVE SPACES        TO APP-ANOMALIE
052300         STRING 'EDIT ' EDT-ERR-CHAMP (1) ' ' EDT-ERR-CODE (1)
052400             DELIMITED SIZE INTO APP-ANOMALIE
052500         END-STRING
052600         ADD 1 TO CPT-REJETEES-EDIT
052700         MOVE 'REJET EDITION'  TO ETD-D-SORT
052800         MOVE APP-ANOMALIE     TO ETD-D-INFO
052900         PERFORM 8200-REECRIRE-APP THRU 8200-EXIT
053000         PERFORM 8300-EDITER THRU 8300-EXIT
053100         GO TO 2200-EXIT.
053200     MOVE 'O' TO W-ENT-MAJ (IX-ENT).
053300     PERFORM 2270-EMETTRE THRU 2270-EXIT.
053400     PERFORM 2280-ADRESSE THRU 2280-EXIT.
053500     PERFORM 2290-CARTE-KYC THRU 2290-EXIT.
053600     MOVE 'R'         TO APP-ETAPE.
053700     MOVE FFFFFGS-CLE TO APP-FGS-CLE.
053800     MOVE SPACES      TO APP-ANOMALIE.
053900     MOVE W-DATE-JOUR TO APP-PAS-DATE (6).
054000     MOVE 'GSDM992 '  TO APP-PAS-OPERATEUR (6).
054100     ADD 1 TO CPT-CREEES.
054200     MOVE 'CREATION EMISE' TO ETD-D-SORT.
054300     MOVE APP-FGS-CLE      TO ETD-D-CLE.
054400     PERFORM 8200-REECRIRE-APP THRU 8200-EXIT.
054500     PERFORM 8300-EDITER THRU 8300-EXIT.
054600 2200-EXIT.
054700     EXIT.
054800******************************************************************
054900*  2210-ATTRIBUER-CLE : CORPS SUIVANT DU COMPTEUR, CHIFFRE DE    *
055000*  CONTROLE GSCK040 - UNE CLE DEJA PRESENTE AU MAITRE EST SAUTEE *
055100******************************************************************
055200 2210-ATTRIBUER-CLE.
055300     IF W-ENT-CORPS (IX-ENT) = ZERO
055400         PERFORM 2230-AMORCER THRU 2230-EXIT.
055500     MOVE 'N' TO W-CLE-LIBRE.
055600     PERFORM 2220-ESSAYER-CORPS THRU 2220-EXIT
055700         UNTIL W-CLE-LIBRE = 'O'.
055800 2210-EXIT.
055900     EXIT.
056000 2220-ESSAYER-CORPS.
056100     IF W-ENT-CORPS (IX-ENT) = 999999999999
056200         MOVE 'PLUS DE CORPS DE CLE LIBRE' TO W-MOTIF-ABANDON
056300         GO TO 9900-ABANDON.
056400     ADD 1 TO W-ENT-CORPS (IX-ENT).
056500     MOVE W-ENT-CORPS (IX-ENT) TO W-CORPS-9.
056600     MOVE 'C'        TO CKD-FONCTION.
056700     MOVE APP-ENTITE TO CKD-CLE-ENTITE.
056800     MOVE W-CORPS-X  TO CKD-CLE-CORPS.
056900     MOVE SPACE      TO CKD-CLE-CHIFFRE.
057000     CALL 'GSCK040' USING CKD-ZONE.
057100     IF NOT CKD-CORRECT
057200         MOVE 'GSCK040 - CALCUL DU CHIFFRE' TO W-MOTIF-ABANDON
057300         GO TO 9900-ABANDON.
057400     MOVE CKD-CLE TO FFFFFGS-CLE.
057500     READ FFFFFGS.
057600     IF W-FGS-ABSENT
057700         MOVE 'O' TO W-CLE-LIBRE
057800         GO TO 2220-EXIT.
057900     IF NOT W-FGS-OK
058000         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
058100         GO TO 9900-ABANDON.
058200 2220-EXIT.
058300     EXIT.
058400******************************************************************
058500*  2230-AMORCER : COMPTEUR A ZERO - PLUS GRAND CORPS NUMERIQUE   *
058600*  DES CLES DE L ENTITE AU MAITRE                                *
058700******************************************************************
058800 2230-AMORCER.
058900     MOVE 'N'        TO W-FIN-AMORCE.
059000     MOVE LOW-VALUE  TO FFFFFGS-CLE.
059100     MOVE APP-ENTITE TO FFFFFGS-CLE-ENTITE.
059200     START FFFFFGS KEY NOT LESS FFFFFGS-CLE.
059300     IF NOT W-FGS-OK
059400         GO TO 2230-EXIT.
059500     PERFORM 2235-LIRE-SUIVANTE THRU 2235-EXIT
059600         UNTIL FIN-AMORCE.
059700 2230-EXIT.
059800     EXIT.
059900 2235-LIRE-SUIVANTE.
060000     READ FFFFFGS NEXT RECORD.
060100     IF W-FGS-FIN
060200         MOVE 'O' TO W-FIN-AMORCE
060300         GO TO 2235-EXIT.
060400     IF NOT W-FGS-OK
060500         MOVE 'READ NEXT FFFFFGS' TO W-MOTIF-ABANDON
060600         GO TO 9900-ABANDON.
060700     IF FFFFFGS-CLE-ENTITE NOT = APP-ENTITE
060800         MOVE 'O' TO W-FIN-AMORCE
060900         GO TO 2235-EXIT.
061000     MOVE FFFFFGS-CLE-CORPS TO W-CORPS-LU.
061100     IF W-CORPS-LU-9 NUMERIC
061200      AND W-CORPS-LU-9 GREATER W-ENT-CORPS (IX-ENT)
061300         MOVE W-CORPS-LU-9 TO W-ENT-CORPS (IX-ENT).
061400 2235-EXIT.
061500     EXIT.
061600******************************************************************
061700*  2250-CONSTRUIRE-FICHE : IMAGE FFFFFGS EN CLAIR (GSBT010 CODE  *
061800*  LES ZONES SENSIBLES A L ECRITURE) - PROVENANCE DEM            *
061900******************************************************************
062000 2250-CONSTRUIRE-FICHE.
062100     MOVE SPACES          TO FFFFFGS-ENREG.
062200     MOVE CKD-CLE         TO FFFFFGS-CLE.
062300     MOVE APP-STATUT      TO FFFFFGS-STATUT.
062400     MOVE W-NOM-CLAIR     TO FFFFFGS-NOM.
062500     MOVE W-ID-NAT-CLAIR  TO FFFFFGS-ID-NAT.
062600     MOVE APP-MONTANT     TO FFFFFGS-MONTANT.
062700     MOVE APP-MONTANT-ECH TO FFFFFGS-MONTANT-ECH.
062800     MOVE APP-DATE-EFFET  TO FFFFFGS-DATE-EFFET.
062900     MOVE W-DATE-JOUR     TO FFFFFGS-DATE-MAJ.
063000     PERFORM 2255-VIDER-HISTO THRU 2255-EXIT
063100         VARYING IX-HIS FROM 1 BY 1 UNTIL IX-HIS GREATER 5.
063200     MOVE APP-UNITE       TO FFFFFGS-UNITE.
063300     MOVE 'DEM'           TO FFFFFGS-SOURCE.
063400     COMPUTE FFFFFGS-TS-ENTREE =
063500         W-DATE-JOUR * 1000000 + W-HEURE / 100.
063600     MOVE APP-PRODUIT     TO FFFFFGS-PRODUIT.
063700 2250-EXIT.
063800     EXIT.
063900 2255-VIDER-HISTO.
064000     MOVE ZERO   TO FFFFFGS-HIS-DATE-EFFET (IX-HIS).
064100     MOVE SPACES TO FFFFFGS-HIS-STATUT (IX-HIS).
064200     MOVE ZERO   TO FFFFFGS-HIS-MONTANT (IX-HIS).
064300 2255-EXIT.
064400     EXIT.
064500******************************************************************
064600*  2270-EMETTRE : MOUVEMENT A DE CREATION DANS LE LOT            *
064700******************************************************************
064800 2270-EMETTRE.
064900     MOVE SPACES        TO MVT-ENREG.
065000     MOVE 'A'           TO MVT-CODE.
065100     MOVE ZERO          TO MVT-AGE.
065200     MOVE FFFFFGS-ENREG TO MVT-IMAGE.
065300     WRITE MVT-ENREG.
065400     IF NOT W-MVT-OK
065500         MOVE 'WRITE MVTDEM' TO W-MOTIF-ABANDON
065600         GO TO 9900-ABANDON.
065700     PERFORM 7200-HASHER THRU 7200-EXIT.
065800 2270-EXIT.
065900     EXIT.
066000******************************************************************
066100*  2280-ADRESSE : ADRESSE DE LA DEMANDE, EN VIGUEUR CE JOUR      *
066200******************************************************************
066300 2280-ADRESSE.
066400     MOVE SPACES              TO ADR-ENREG.
066500     MOVE FFFFFGS-CLE         TO ADR-FGS-CLE.
066600     MOVE W-DATE-JOUR         TO ADR-DATE-EFFET.
066700     MOVE APP-ADR-LIGNE-1     TO ADR-LIGNE-1.
066800     MOVE APP-ADR-LIGNE-2     TO ADR-LIGNE-2.
066900     MOVE APP-ADR-CODE-POSTAL TO ADR-CODE-POSTAL.
067000     MOVE APP-ADR-VILLE       TO ADR-VILLE.
067100     MOVE APP-ADR-PAYS        TO ADR-PAYS.
067200     MOVE APP-ADR-TELEPHONE   TO ADR-TELEPHONE.
067300     MOVE APP-ADR-CANAL-PREF  TO ADR-CANAL-PREF.
067400     WRITE ADR-ENREG.
067500     IF W-ADR-DOUBLE
067600         ADD 1 TO CPT-ADRESSES-PRESENTES
067700         GO TO 2280-EXIT.
067800     IF NOT W-ADR-OK
067900         MOVE 'WRITE ADRFIC' TO W-MOTIF-ABANDON
068000         GO TO 9900-ABANDON.
068100 2280-EXIT.
068200     EXIT.
068300******************************************************************
068400*  2290-CARTE-KYC : CARTE C DE CREATION DU DOSSIER DE            *
068500*  CONNAISSANCE CLIENT (REVUE DATEE DU JOUR)                     *
068600******************************************************************
068700 2290-CARTE-KYC.
068800     MOVE SPACES             TO KMV-ENREG.
068900     MOVE 'C'                TO KMV-CODE.
069000     MOVE FFFFFGS-CLE        TO KMV-CLE.
069100     MOVE APP-DOC-TYPE       TO KMV-DOC-TYPE.
069200     MOVE APP-DOC-NUMERO     TO KMV-DOC-NUMERO.
069300     MOVE APP-DOC-EXPIRATION TO KMV-DOC-EXPIRATION.
069400     MOVE APP-CLASSE-RISQUE  TO KMV-CLASSE-RISQUE.
069500     MOVE W-DATE-JOUR        TO KMV-DATE-REVUE.
069600     MOVE ZERO               TO KMV-DATE-AUTOCERT.
069700     WRITE KMV-ENREG.
069800     IF NOT W-KMD-OK
069900         MOVE 'WRITE KYCMVD' TO W-MOTIF-ABANDON
070000         GO TO 9900-ABANDON.
070100 2290-EXIT.
070200     EXIT.
070300******************************************************************
070400*  2300-REFUS : LETTRE DE REFUS SI ELLE N EST PAS PARTIE, SINON  *
070500*  PURGE QUAND LA LETTRE A ATTEINT LA RETENTION                  *
070600******************************************************************
070700 2300-REFUS.
070800     IF APP-DATE-LETTRE NOT NUMERIC
070900      OR APP-DATE-LETTRE = ZERO
071000         PERFORM 2400-LETTRE THRU 2400-EXIT
071100         GO TO 2300-EXIT.
071200     MOVE APP-DATE-LETTRE TO W-DATE-CALC.
071300     PERFORM 2700-JOUR-ABSOLU THRU 2700-EXIT.
071400     COMPUTE W-ANCIENNETE = W-JOUR-ABSOLU-JOUR - W-JOUR-ABSOLU.
071500     IF W-ANCIENNETE LESS W-RETENTION
071600         GO TO 2300-EXIT.
071700     DELETE APPFIC RECORD.
071800     IF NOT W-APP-OK
071900         MOVE 'DELETE APPFIC' TO W-MOTIF-ABANDON
072000         GO TO 9900-ABANDON.
072100     ADD 1 TO CPT-PURGEES.
072200     MOVE 'PURGEE'        TO ETD-D-SORT.
072300     MOVE SPACES          TO ETD-D-CLE ETD-D-INFO.
072400     MOVE APP-MOTIF-REFUS TO ETD-D-INFO.
072500     PERFORM 8300-EDITER THRU 8300-EXIT.
072600 2300-EXIT.
072700     EXIT.
072800******************************************************************
072900*  2400-LETTRE : MODELE DMRF AVEC LES VARIABLES DE LA DEMANDE -  *
073000*  LA DATE DE LA LETTRE OUVRE LE DELAI DE RETENTION              *
073100******************************************************************
073200 2400-LETTRE.
073300     IF NB-LIGNES-MODELE = ZERO
073400         ADD 1 TO CPT-LETTRES-EN-ATTENTE
073500         GO TO 2400-EXIT.
073600     PERFORM 2900-DECODER THRU 2900-EXIT.
073700     MOVE APP-ENTITE TO W-RFD-ENTITE.
073800     MOVE APP-NUMERO TO W-RFD-NUMERO.
073900     PERFORM 2600-UNE-LIGNE THRU 2600-EXIT
074000         VARYING IX-MOD FROM 1 BY 1
074100         UNTIL IX-MOD GREATER NB-LIGNES-MODELE.
074200     MOVE SPACES TO LET-LIGNE.
074300     WRITE LET-LIGNE.
074400     MOVE W-DATE-JOUR TO APP-DATE-LETTRE.
074500     ADD 1 TO CPT-LETTRES.
074600     MOVE 'LETTRE DE REFUS' TO ETD-D-SORT.
074700     MOVE SPACES            TO ETD-D-CLE ETD-D-INFO.
074800     MOVE APP-TEXTE-REFUS   TO ETD-D-INFO.
074900     PERFORM 8200-REECRIRE-APP THRU 8200-EXIT.
075000     PERFORM 8300-EDITER THRU 8300-EXIT.
075100 2400-EXIT.
075200     EXIT.
075300******************************************************************
075400*  2600-UNE-LIGNE : SUBSTITUTION DES VARIABLES DE LA LIGNE       *
075500******************************************************************
075600 2600-UNE-LIGNE.
075700     MOVE SPACES TO W-LIGNE-TRAVAIL.
075800     MOVE W-MOD-LIGNE (IX-MOD) TO W-LIGNE-TRAVAIL.
075900     MOVE '&NOM'           TO W-VARIABLE.
076000     MOVE W-NOM-CLAIR      TO W-REMPLACEMENT.
076100     PERFORM 2650-SUBSTITUER THRU 2650-EXIT.
076200     MOVE '&ADR1'          TO W-VARIABLE.
076300     MOVE APP-ADR-LIGNE-1  TO W-REMPLACEMENT.
076400     PERFORM 2650-SUBSTITUER THRU 2650-EXIT.
076500     MOVE '&ADR2'          TO W-VARIABLE.
076600     MOVE APP-ADR-LIGNE-2  TO W-REMPLACEMENT.
076700     PERFORM 2650-SUBSTITUER THRU 2650-EXIT.
076800     MOVE '&CP'            TO W-VARIABLE.
076900     MOVE APP-ADR-CODE-POSTAL TO W-REMPLACEMENT.
077000     PERFORM 2650-SUBSTITUER THRU 2650-EXIT.
077100     MOVE '&VILLE'         TO W-VARIABLE.
077200     MOVE APP-ADR-VILLE    TO W-REMPLACEMENT.
077300     PERFORM 2650-SUBSTITUER THRU 2650-EXIT.
077400     MOVE '&DATE'          TO W-VARIABLE.
077500     MOVE W-DATE-JOUR      TO W-REMPLACEMENT.
077600     PERFORM 2650-SUBSTITUER THRU 2650-EXIT.
077700     MOVE '&REF'           TO W-VARIABLE.
077800     MOVE W-REF-DEMANDE    TO W-REMPLACEMENT.
077900     PERFORM 2650-SUBSTITUER THRU 2650-EXIT.
078000     MOVE '&MOTIF'         TO W-VARIABLE.
078100     MOVE APP-TEXTE-REFUS  TO W-REMPLACEMENT.
078200     PERFORM 2650-SUBSTITUER THRU 2650-EXIT.
078300     MOVE W-LIGNE-TRAVAIL TO LET-LIGNE.
078400     WRITE LET-LIGNE.
078500     IF NOT W-LET-OK
078600         MOVE 'WRITE LETTRE' TO W-MOTIF-ABANDON
078700         GO TO 9900-ABANDON.
078800 2600-EXIT.
078900     EXIT.
079000******************************************************************
079100*  2650-SUBSTITUER : UNE VARIABLE REMPLACEE DANS LA LIGNE        *
079200*  (MEME TECHNIQUE QUE GSCO290)                                  *
079300******************************************************************
079400 2650-SUBSTITUER.
079500     MOVE ZERO TO W-LG-VARIABLE W-LG-TETE.
079600     INSPECT W-VARIABLE TALLYING W-LG-VARIABLE
079700         FOR CHARACTERS BEFORE INITIAL SPACE.
079800     INSPECT W-REMPLACEMENT TALLYING W-LG-TETE
079900         FOR LEADING SPACES.
080000     MOVE SPACES TO W-REMPLACEMENT-UTILE.
080100     IF W-LG-TETE LESS 30
080200         MOVE W-REMPLACEMENT (W-LG-TETE + 1:30 - W-LG-TETE)
080300           TO W-REMPLACEMENT-UTILE.
080400     MOVE 30 TO W-LG-VALEUR.
080500     PERFORM 2660-LONGUEUR-UTILE THRU 2660-EXIT
080600         UNTIL W-LG-VALEUR LESS 2
080700            OR W-REMPLACEMENT-UTILE (W-LG-VALEUR:1)
080800               NOT = SPACE.
080900     MOVE ZERO TO W-NB-PRESENT.
081000     INSPECT W-LIGNE-TRAVAIL TALLYING W-NB-PRESENT
081100         FOR ALL W-VARIABLE (1:W-LG-VARIABLE).
081200     IF W-NB-PRESENT = ZERO
081300         GO TO 2650-EXIT.
081400     MOVE SPACES TO W-LIGNE-APRES W-RESTE.
081500     UNSTRING W-LIGNE-TRAVAIL
081600         DELIMITED BY W-VARIABLE (1:W-LG-VARIABLE)
081700         INTO W-LIGNE-APRES W-RESTE.
081800     MOVE ZERO TO W-LG-AVANT.
081900     INSPECT W-LIGNE-APRES TALLYING W-LG-AVANT
082000         FOR CHARACTERS BEFORE INITIAL '  '.
082100     MOVE SPACES TO W-LIGNE-RESULTAT.
082200     MOVE 1 TO W-POINTEUR.
082300     IF W-LG-AVANT GREATER ZERO
082400         STRING W-LIGNE-APRES (1:W-LG-AVANT)
082500             DELIMITED SIZE INTO W-LIGNE-RESULTAT
082600             POINTER W-POINTEUR
082700         END-STRING.
082800     STRING W-REMPLACEMENT-UTILE (1:W-LG-VALEUR) ' '
082900         DELIMITED SIZE INTO W-LIGNE-RESULTAT
083000         POINTER W-POINTEUR
083100     END-STRING.
083200     STRING W-RESTE DELIMITED SIZE
083300         INTO W-LIGNE-RESULTAT
083400         POINTER W-POINTEUR
083500         ON OVERFLOW CONTINUE
083600     END-STRING.
083700     MOVE W-LIGNE-RESULTAT TO W-LIGNE-TRAVAIL.
083800 2650-EXIT.
083900     EXIT.
084000******************************************************************
084100*  2660-LONGUEUR-UTILE : LONGUEUR SANS LES BLANCS DE QUEUE       *
084200******************************************************************
084300 2660-LONGUEUR-UTILE.
084400     SUBTRACT 1 FROM W-LG-VALEUR.
084500 2660-EXIT.
084600     EXIT.
084700******************************************************************
084800*  2700-JOUR-ABSOLU : RANG DU JOUR DE W-DATE-CALC DEPUIS L AN 0  *
084900*  (ANNEE DECALEE A MARS : LE 29 FEVRIER TOMBE EN FIN D ANNEE)   *
085000*  CHAQUE DIVISION EST RANGEE DANS UN ENTIER : TRONCATURE        *
085100******************************************************************
085200 2700-JOUR-ABSOLU.
085300     IF W-DC-MM GREATER 2
085400         MOVE W-DC-AAAA TO W-JA-AN
085500         COMPUTE W-JA-MOIS = W-DC-MM - 3
085600     ELSE
085700         COMPUTE W-JA-AN   = W-DC-AAAA - 1
085800         COMPUTE W-JA-MOIS = W-DC-MM + 9.
085900     COMPUTE W-JOUR-ABSOLU = 365 * W-JA-AN + W-DC-JJ.
086000     COMPUTE W-JA-QUOTIENT = W-JA-AN / 4.
086100     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
086200     COMPUTE W-JA-QUOTIENT = W-JA-AN / 100.
086300     SUBTRACT W-JA-QUOTIENT FROM W-JOUR-ABSOLU.
086400     COMPUTE W-JA-QUOTIENT = W-JA-AN / 400.
086500     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
086600     COMPUTE W-JA-QUOTIENT = (153 * W-JA-MOIS + 2) / 5.
086700     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
086800 2700-EXIT.
086900     EXIT.
087000******************************************************************
087100*  2900-DECODER : NOM ET ID-NAT DE LA DEMANDE EN CLAIR (GSCR390  *
087200*  AVEC LA VERSION PORTEE PAR LA DEMANDE)                        *
087300******************************************************************
087400 2900-DECODER.
087500     MOVE 'D'             TO CRZ-FONCTION.
087600     MOVE APP-VERSION-CLE TO CRZ-VERSION.
087700     MOVE APP-NOM         TO CRZ-NOM.
087800     MOVE APP-ID-NAT      TO CRZ-ID-NAT.
087900     CALL 'GSCR390' USING CRZ-ZONE.
088000     MOVE CRZ-NOM         TO W-NOM-CLAIR.
088100     MOVE CRZ-ID-NAT      TO W-ID-NAT-CLAIR.
088200 2900-EXIT.
088300     EXIT.
088400******************************************************************
088500*  3000-COMPTEURS : DERNIER CORPS ATTRIBUE REPORTE SUR LE        *
088600*  COMPTEUR DE L ENTITE                                          *
088700******************************************************************
088800 3000-COMPTEURS.
088900     IF W-ENT-MAJ (IX-ENT) NOT = 'O'
089000         GO TO 3000-EXIT.
089100     MOVE W-ENT-CODE (IX-ENT) TO APP-ENTITE.
089200     MOVE ZERO                TO APP-NUMERO.
089300     READ APPFIC.
089400     IF W-APP-ABSENT
089500         MOVE SPACES              TO APP-DONNEES
089600         MOVE W-ENT-CODE (IX-ENT) TO APP-ENTITE
089700         MOVE ZERO                TO APP-NUMERO
089800         MOVE ZERO                TO APP-CTL-DERNIER-NUMERO
089900         MOVE W-ENT-CORPS (IX-ENT) TO APP-CTL-DERNIER-CORPS
090000         WRITE APP-ENREG
090100         IF NOT W-APP-OK
090200             MOVE 'WRITE COMPTEUR APPFIC' TO W-MOTIF-ABANDON
090300             GO TO 9900-ABANDON
090400         END-IF
090500         GO TO 3000-EXIT.
090600     IF NOT W-APP-OK
090700         MOVE 'READ COMPTEUR APPFIC' TO W-MOTIF-ABANDON
090800         GO TO 9900-ABANDON.
090900     MOVE W-ENT-CORPS (IX-ENT) TO APP-CTL-DERNIER-CORPS.
091000     REWRITE APP-ENREG.
091100     IF NOT W-APP-OK
091200         MOVE 'REWRITE COMPTEUR APPFIC' TO W-MOTIF-ABANDON
091300         GO TO 9900-ABANDON.
091400 3000-EXIT.
091500     EXIT.
091600******************************************************************
091700*  3900-BILAN : TOTAUX DE FIN D ETAT                             *
091800******************************************************************
091900 3900-BILAN.
092000     MOVE SPACES TO ETD-LIGNE.
092100     WRITE ETD-LIGNE.
092200     MOVE 'DEMANDES LUES'             TO ETD-T-LIBELLE.
092300     MOVE CPT-LUES                    TO ETD-T-NB.
092400     WRITE ETD-LIGNE FROM ETD-TOTAL.
092500     MOVE 'FILTRAGE LIBRE - PASSEES EN K' TO ETD-T-LIBELLE.
092600     MOVE CPT-FILTREES-LIBRES         TO ETD-T-NB.
092700     WRITE ETD-LIGNE FROM ETD-TOTAL.
092800     MOVE 'ALERTES DE FILTRAGE'       TO ETD-T-LIBELLE.
092900     MOVE CPT-FILTREES-ALERTES        TO ETD-T-NB.
093000     WRITE ETD-LIGNE FROM ETD-TOTAL.
093100     MOVE '  DONT NOUVELLES (CONFORMITE)' TO ETD-T-LIBELLE.
093200     MOVE CPT-ALERTES-NOUVELLES       TO ETD-T-NB.
093300     WRITE ETD-LIGNE FROM ETD-TOTAL.
093400     MOVE 'CREATIONS EMISES (MVTDEM)' TO ETD-T-LIBELLE.
093500     MOVE CPT-CREEES                  TO ETD-T-NB.
093600     WRITE ETD-LIGNE FROM ETD-TOTAL.
093700     MOVE 'REJETS EDITION - RETOUR EN K' TO ETD-T-LIBELLE.
093800     MOVE CPT-REJETEES-EDIT           TO ETD-T-NB.
093900     WRITE ETD-LIGNE FROM ETD-TOTAL.
094000     MOVE 'ADRESSES DEJA PRESENTES'   TO ETD-T-LIBELLE.
094100     MOVE CPT-ADRESSES-PRESENTES      TO ETD-T-NB.
094200     WRITE ETD-LIGNE FROM ETD-TOTAL.
094300     MOVE 'LETTRES DE REFUS'          TO ETD-T-LIBELLE.
094400     MOVE CPT-LETTRES                 TO ETD-T-NB.
094500     WRITE ETD-LIGNE FROM ETD-TOTAL.
094600     MOVE 'LETTRES EN ATTENTE (MODELE)' TO ETD-T-LIBELLE.
094700     MOVE CPT-LETTRES-EN-ATTENTE      TO ETD-T-NB.
094800     WRITE ETD-LIGNE FROM ETD-TOTAL.
094900     MOVE 'DEMANDES REFUSEES PURGEES' TO ETD-T-LIBELLE.
095000     MOVE CPT-PURGEES                 TO ETD-T-NB.
095100     WRITE ETD-LIGNE FROM ETD-TOTAL.
095200 3900-EXIT.
095300     EXIT.
095400******************************************************************
095500*  7100-ENTETE-LOT : ENTETE FFFFFGCT DU LOT DE MOUVEMENTS -      *
095600*  CYCLE DU JOUR RELEVE SUR CYCOUT (ABSENT TOLERE = CYCLE 0) -   *
095700*  GSBC030 REBALANCE LE LOT AVANT GSBT010                        *
095800******************************************************************
095900 7100-ENTETE-LOT.
096000     OPEN INPUT CYCOUT.
096100     IF W-CYO-OK
096200         READ CYCOUT
096300         IF W-CYO-OK
096400             MOVE CYO-NUMERO TO W-CYCLE-JOUR
096500         END-IF
096600         CLOSE CYCOUT.
096700     MOVE SPACES       TO CTL-ENTETE-ZONE.
096800     MOVE '1'          TO CTL-E-CODE.
096900     MOVE 'APPFIC  '   TO CTL-E-SOURCE.
097000     MOVE W-DATE-JOUR  TO CTL-E-DATE-CREA.
097100     MOVE W-CYCLE-JOUR TO CTL-E-CYCLE.
097200     MOVE CTL-ENTETE-ZONE TO MVT-ENREG.
097300     WRITE MVT-ENREG.
097400     IF NOT W-MVT-OK
097500         MOVE 'WRITE ENTETE MVTDEM' TO W-MOTIF-ABANDON
097600         GO TO 9900-ABANDON.
097700 7100-EXIT.
097800     EXIT.
097900******************************************************************
098000*  7200-HASHER : CUMULS DU PIED - MEMES REGLES QUE GSBC030       *
098100******************************************************************
098200 7200-HASHER.
098300     ADD 1 TO CPT-MVTS-LOT.
098400     MOVE MVT-IMAGE TO W-HASH-IMAGE.
098500     MOVE W-HIM-CLE TO W-CLE-HASH-X.
098600     IF W-CLE-HASH-9 NUMERIC
098700         ADD W-CLE-HASH-9 TO W-HASH-CLE.
098800     IF W-HIM-MONTANT NUMERIC
098900         IF W-HIM-MONTANT LESS ZERO
099000             SUBTRACT W-HIM-MONTANT FROM W-HASH-MONTANT
099100         ELSE
099200             ADD W-HIM-MONTANT TO W-HASH-MONTANT
099300         END-IF
099400     END-IF.
099500     IF W-HIM-MONTANT-ECH NUMERIC
099600         IF W-HIM-MONTANT-ECH LESS ZERO
099700             SUBTRACT W-HIM-MONTANT-ECH FROM W-HASH-MONTANT
099800         ELSE
099900             ADD W-HIM-MONTANT-ECH TO W-HASH-MONTANT
100000         END-IF
100100     END-IF.
100200 7200-EXIT.
100300     EXIT.
100400******************************************************************
100500*  7300-PIED-LOT : PIED DE LOT FFFFFGCT - HASH TRONQUES A 15     *
100600******************************************************************
100700 7300-PIED-LOT.
100800     MOVE W-HASH-CLE TO W-HASH-CLE-15.
100900     COMPUTE W-HASH-MONT-15 = W-HASH-MONTANT * 100.
101000     MOVE SPACES          TO CTL-PIED-ZONE.
101100     MOVE '9'             TO CTL-P-CODE.
101200     MOVE CPT-MVTS-LOT    TO CTL-P-NB-MVTS.
101300     MOVE W-HASH-CLE-15   TO CTL-P-HASH-CLE.
101400     MOVE W-HASH-MONT-15  TO CTL-P-HASH-MONTANT.
101500     MOVE CTL-PIED-ZONE   TO MVT-ENREG.
101600     WRITE MVT-ENREG.
101700     IF NOT W-MVT-OK
101800         MOVE 'WRITE PIED MVTDEM' TO W-MOTIF-ABANDON
101900         GO TO 9900-ABANDON.
102000 7300-EXIT.
102100     EXIT.
102200******************************************************************
102300*  8100-LIRE-APP : DEMANDE SUIVANTE                              *
102400******************************************************************
102500 8100-LIRE-APP.
102600     READ APPFIC NEXT RECORD.
102700     IF W-APP-FIN
102800         MOVE 'O' TO W-FIN-APP
102900         GO TO 8100-EXIT.
103000     IF NOT W-APP-OK
103100         MOVE 'READ NEXT APPFIC' TO W-MOTIF-ABANDON
103200         GO TO 9900-ABANDON.
103300 8100-EXIT.
103400     EXIT.
103500******************************************************************
103600*  8200-REECRIRE-APP : REECRITURE DE LA DEMANDE EN COURS         *
103700******************************************************************
103800 8200-REECRIRE-APP.
103900     REWRITE APP-ENREG.
104000     IF NOT W-APP-OK
104100         MOVE 'REWRITE APPFIC' TO W-MOTIF-ABANDON
104200         GO TO 9900-ABANDON.
104300 8200-EXIT.
104400     EXIT.
104500******************************************************************
104600*  8300-EDITER : UNE LIGNE D ETAT PAR DEMANDE TRAITEE            *
104700******************************************************************
104800 8300-EDITER.
104900     MOVE APP-ENTITE TO ETD-D-ENTITE.
105000     MOVE APP-NUMERO TO ETD-D-NUMERO.
105100     MOVE APP-UNITE  TO ETD-D-UNITE.
105200     MOVE APP-ETAPE  TO ETD-D-ETAPE.
105300     WRITE ETD-LIGNE FROM ETD-DETAIL.
105400 8300-EXIT.
105500     EXIT.
105600******************************************************************
105700*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
105800******************************************************************
105900 9900-ABANDON.
106000     DISPLAY 'GSDM992 - ABANDON : ' W-MOTIF-ABANDON.
106100     MOVE 16 TO RETURN-CODE.
106200     STOP RUN.
