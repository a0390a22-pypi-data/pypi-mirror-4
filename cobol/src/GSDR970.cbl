000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDR970.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSDR970 : DERIVE DE PARAMETRAGE ENTRE PRODUCTION, OMBRE ET    *
000900*            FORMATION                                           *
001000*  ------------------------------------------------------------  *
001100*  LA CHAINE OMBRE (GSCP560) ET LES COPIES DE FORMATION (GSTR490,*
001200*  SUFFIXE F) NE PROUVENT RIEN SI LEUR PARAMETRAGE S ECARTE DE   *
001300*  LA PRODUCTION. CE PASSAGE COMPARE UNE TABLE DE PARAMETRAGE    *
001400*  DANS LES TROIS ENVIRONNEMENTS, CLE PAR CLE ET ZONE PAR ZONE.  *
001500*  UNE ETAPE PAR TABLE : LA CARTE TABLE(8) CHOISIT LE DESSIN     *
001600*  (CLE ET ZONES COMPAREES) PARMI :                              *
001700*   REFTBL   CLE TYPE + CODE       LIBELLES ET DATES             *
001800*   TARFIC   CLE ENTITE/STATUT/TR. ETAT, SEUILS, TAUX, FORFAIT,  *
001900*                                  DATES, PROPOSANT, APPROBATEUR *
002000*   TXIFIC   CLE ENTITE/STATUT/DEB. DATE DE FIN, TAUX ANNUEL     *
002100*   LIMFIC   CLE ENTITE            SEUILS (LA POSITION DU JOUR   *
002200*                                  N EST PAS DU PARAMETRAGE)     *
002300*   CALFIC   CLE JURIDICTION/DATE  JOUR OUVRE, LIBELLE           *
002400*   MAPFIC   CLE PREFIXE/DEBUT     FIN, COMPTES DEBIT ET CREDIT  *
002500*   POLPARM  CLE MAGASIN           JOURS, ACTION, LONGUEUR       *
002600*   RUNCTL   CLE RUN-CLE           TABLE DES ETAPES (NOM ET      *
002700*                                  ACTIVATION, ETAPE PAR ETAPE)  *
002800*  LES TROIS COPIES ARRIVENT EN SEQUENTIEL, TRIEES SUR LA CLE    *
002900*  (DECHARGEMENT DES FICHIERS INDEXES DONT MAPFIC, TRI DE POLPARM*
003000*  PAR LE JCL) ; ELLES SONT LUES SUR 512 (DESSIN REEL COMPLETE   *
003100*  DE BLANCS). UNE CLE QUI RECULE ARRETE LE PASSAGE.             *
003200*  ECARTS : LIGNE MANQUANTE DANS LA COPIE, LIGNE EN TROP DANS LA *
003300*  COPIE, ZONE DIFFERENTE (VALEUR PRODUCTION / VALEUR COPIE ;    *
003400*  LES ZONES ETENDUES SONT EDITEES EN CLAIR).                    *
003500*  ADMISSIONS DERIVOK (ECARTS VOULUS) :                          *
003600*   TABLE(8) ENV(1) CLE(20) CHAMP(16) JUSTIFICATION(31)          *
003700*   COLONNES  1      10      12       33        50               *
003800*   ENV   O = OMBRE  F = FORMATION  * = LES DEUX                 *
003900*   CLE   EXACTE, OU DEBUT DE CLE SUIVI DE *, OU * = TOUTES      *
004000*   CHAMP NOM DE ZONE, LIGNE (MANQUANTE / EN TROP) OU * = TOUT   *
004100*  LES CARTES DES AUTRES TABLES SONT IGNOREES ; UNE ADMISSION    *
004200*  QUI N A SERVI A RIEN EST LISTEE (A RETIRER DE DERIVOK).       *
004300*  CODE RETOUR : 0 = AUCUN ECART, OU ECARTS TOUS ADMIS           *
004400*                8 = ECART NON ADMIS : LA CHAINE OMBRE NE DEMARRE*
004500*                    PAS (CONDITION DU JCL SUR CETTE ETAPE)      *
004600*  ------------------------------------------------------------  *
004700*  ENTREE  : CFGPROD  COPIE DE PRODUCTION                        *
004800*            CFGOMBR  COPIE OMBRE                                *
004900*            CFGFORM  COPIE DE FORMATION                         *
005000*            DERIVOK  ECARTS ADMIS (FACULTATIF)                  *
005100*  SORTIE  : ETATDRV  ECARTS ET TOTAUX PAR ENVIRONNEMENT         *
005200*  ------------------------------------------------------------  *
005300*  HISTORIQUE DES MODIFICATIONS                                  *
005400*  15/10/26  DA  CREATION                                        *
005410*  15/10/26  DA  REGLES D IMPUTATION DATEES MAPFIC AU LIEU DE    *
005420*                CPTMAP (CLE PREFIXE + DATE DE DEBUT)            *
005500******************************************************************
005600 ENVIRONMENT DIVISION.
005700 CONFIGURATION SECTION.
005800 SOURCE-COMPUTER.
005900     IBM-370.
006000 OBJECT-COMPUTER.
006100     IBM-370.
006200 SPECIAL-NAMES.
006300     DECIMAL-POINT IS COMMA.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT CFGPROD ASSIGN  CFGPROD
006700       ORGANIZATION  SEQUENTIAL
006800       FILE STATUS   W-CFGPROD-STATUS.
006900     SELECT CFGOMBR ASSIGN  CFGOMBR
007000       ORGANIZATION  SEQUENTIAL
007100       FILE STATUS   W-CFGOMBR-STATUS.
007200     SELECT CFGFORM ASSIGN  CFGFORM
007300       ORGANIZATION  SEQUENTIAL
007400       FILE STATUS   W-CFGFORM-STATUS.
007500     SELECT DERIVOK ASSIGN  DERIVOK
007600       ORGANIZATION  SEQUENTIAL
007700       FILE STATUS   W-DERIVOK-STATUS.
007800     SELECT ETATDRV ASSIGN  ETATDRV
007900       ORGANIZATION  SEQUENTIAL
008000       FILE STATUS   W-ETATDRV-STATUS.
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  CFGPROD
008400     LABEL RECORD STANDARD
008500     DATA RECORD PRO-ENREG.
008600 01  PRO-ENREG                       PIC X(512).
008700 FD  CFGOMBR
008800     LABEL RECORD STANDARD
008900     DATA RECORD OMB-ENREG.
009000 01  OMB-ENREG                       PIC X(512).
009100 FD  CFGFORM
009200     LABEL RECORD STANDARD
009300     DATA RECORD FOR-ENREG.
009400 01  FOR-ENREG                       PIC X(512).
009500 FD  DERIVOK
009600     LABEL RECORD STANDARD
009700     DATA RECORD ADM-ENREG.
009800 01  ADM-ENREG.
009900     05  ADM-TABLE                   PIC X(08).
010000     05  FILLER                      PIC X(01).
010100     05  ADM-ENV                     PIC X(01).
010200     05  FILLER                      PIC X(01).
010300     05  ADM-CLE                     PIC X(20).
010400     05  FILLER                      PIC X(01).
010500     05  ADM-CHAMP                   PIC X(16).
010600     05  FILLER                      PIC X(01).
010700     05  ADM-JUSTIFICATION           PIC X(31).
010800 FD  ETATDRV
010900     LABEL RECORD STANDARD
011000     DATA RECORD DRV-LIGNE.
011100 01  DRV-LIGNE                       PIC X(132).
011200 WORKING-STORAGE SECTION.
011300 77  IX-COTE                         PIC S9(04) COMP VALUE ZERO.
011400 77  IX-CHP                          PIC S9(04) COMP VALUE ZERO.
011500 77  PREMIER-CHP                     PIC S9(04) COMP VALUE ZERO.
011600 77  DERNIER-CHP                     PIC S9(04) COMP VALUE ZERO.
011700 77  IX-TBL                          PIC S9(04) COMP VALUE ZERO.
011800 77  IX-ADM                          PIC S9(04) COMP VALUE ZERO.
011900 77  NB-ADM                          PIC S9(04) COMP VALUE ZERO.
012000 77  W-POS                           PIC S9(04) COMP VALUE ZERO.
012100 77  W-LG                            PIC S9(04) COMP VALUE ZERO.
012200 77  W-CLE-POS                       PIC S9(04) COMP VALUE ZERO.
012300 77  W-CLE-LG                        PIC S9(04) COMP VALUE ZERO.
012400 77  W-LG-PREFIXE                    PIC S9(04) COMP VALUE ZERO.
012500 77  CPT-CLES                        PIC S9(08) COMP VALUE ZERO.
012600 77  CPT-NON-ADMIS                   PIC S9(08) COMP VALUE ZERO.
012700 77  CPT-ADMIS                       PIC S9(08) COMP VALUE ZERO.
012800 01  W-CFGPROD-STATUS                PIC X(02).
012900     88  W-PRO-OK                    VALUE '00'.
013000     88  W-PRO-FIN                   VALUE '10'.
013100 01  W-CFGOMBR-STATUS                PIC X(02).
013200     88  W-OMB-OK                    VALUE '00'.
013300     88  W-OMB-FIN                   VALUE '10'.
013400 01  W-CFGFORM-STATUS                PIC X(02).
013500     88  W-FOR-OK                    VALUE '00'.
013600     88  W-FOR-FIN                   VALUE '10'.
013700 01  W-DERIVOK-STATUS                PIC X(02).
013800     88  W-ADM-OK                    VALUE '00'.
013900     88  W-ADM-FIN                   VALUE '10'.
014000 01  W-ETATDRV-STATUS                PIC X(02).
014100     88  W-DRV-OK                    VALUE '00'.
014200 01  W-STATUT-LU                     PIC X(02).
014300     88  W-LU-OK                     VALUE '00'.
014400     88  W-LU-FIN                    VALUE '10'.
014500 01  W-MOTIF-ABANDON                 PIC X(40).
014600 01  W-CARTE.
014700     05  W-TABLE                     PIC X(08).
014800 01  W-CLE-BASSE                     PIC X(20).
014900 01  W-CHAMP                         PIC X(16).
015000 01  W-ECART                         PIC X(10).
015100 01  W-ADMIS                         PIC X(01).
015200 01  W-VAL-PROD                      PIC X(30).
015300 01  W-VAL-COPIE                     PIC X(30).
015400*    LES TROIS COTES : 1 = PRODUCTION  2 = OMBRE  3 = FORMATION
015500 01  W-TABLE-COTES.
015600     05  W-COTE OCCURS 3.
015700         10  W-CT-ENREG              PIC X(512).
015800         10  W-CT-CLE                PIC X(20).
015900         10  W-CT-PRECEDENTE         PIC X(20).
016000         10  W-CT-FIN                PIC X(01).
016100         10  W-CT-LUS                PIC S9(08) COMP.
016200         10  W-CT-MANQUANTES         PIC S9(08) COMP.
016300         10  W-CT-EN-TROP            PIC S9(08) COMP.
016400         10  W-CT-DIFFERENTES        PIC S9(08) COMP.
016500         10  W-CT-NON-ADMIS          PIC S9(08) COMP.
016600 01  W-LIBELLES-COTES                PIC X(27)
016700     VALUE 'PRODUCT. OMBRE    FORMATION'.
016800 01  W-LIBELLES-COTES-R REDEFINES W-LIBELLES-COTES.
016900     05  W-CT-LIBELLE                PIC X(09) OCCURS 3.
017000 01  W-CODES-COTES                   PIC X(03) VALUE 'POF'.
017100 01  W-CODES-COTES-R REDEFINES W-CODES-COTES.
017200     05  W-CT-CODE                   PIC X(01) OCCURS 3.
017300*    CLE DE CHAQUE TABLE : POSITION(3) LONGUEUR(3)
017400 01  W-DESSINS-CLES.
017500     05  FILLER                      PIC X(14)
017600         VALUE 'REFTBL  001010'.
017700     05  FILLER                      PIC X(14)
017800         VALUE 'TARFIC  001006'.
017900     05  FILLER                      PIC X(14)
018000         VALUE 'TXIFIC  001012'.
018100     05  FILLER                      PIC X(14)
018200         VALUE 'LIMFIC  001002'.
018300     05  FILLER                      PIC X(14)
018400         VALUE 'CALFIC  001010'.
018500     05  FILLER                      PIC X(14)
018600         VALUE 'MAPFIC  001012'.
018700     05  FILLER                      PIC X(14)
018800         VALUE 'POLPARM 001008'.
018900     05  FILLER                      PIC X(14)
019000         VALUE 'RUNCTL  001008'.
019100 01  W-DESSINS-CLES-R REDEFINES W-DESSINS-CLES.
019200     05  W-TBL-POSTE OCCURS 8.
019300         10  W-TBL-NOM               PIC X(08).
019400         10  W-TBL-CLE-POS           PIC 9(03).
019500         10  W-TBL-CLE-LG            PIC 9(03).
019600*    ZONES COMPAREES : TABLE(8) NOM(16) POSITION(3) LONGUEUR(3)
019700*    TYPE(1) X = EN CLAIR  P = ETENDU ; DECIMALES(1)
019800 01  W-DESSINS-ZONES.
019900     05  FILLER                      PIC X(32)
020000         VALUE 'REFTBL  LIB-COURT       011015X0'.
020100     05  FILLER                      PIC X(32)
020200         VALUE 'REFTBL  LIB-LONG        026040X0'.
020300     05  FILLER                      PIC X(32)
020400         VALUE 'REFTBL  DATE-DEBUT      066008X0'.
020500     05  FILLER                      PIC X(32)
020600         VALUE 'REFTBL  DATE-FIN        074008X0'.
020700     05  FILLER                      PIC X(32)
020800         VALUE 'TARFIC  ETAT            007001X0'.
020900     05  FILLER                      PIC X(32)
021000         VALUE 'TARFIC  SEUIL-BAS       008007P2'.
021100     05  FILLER                      PIC X(32)
021200         VALUE 'TARFIC  SEUIL-HAUT      015007P2'.
021300     05  FILLER                      PIC X(32)
021400         VALUE 'TARFIC  TAUX            022004P4'.
021500     05  FILLER                      PIC X(32)
021600         VALUE 'TARFIC  FORFAIT         026006P2'.
021700     05  FILLER                      PIC X(32)
021800         VALUE 'TARFIC  DATE-DEBUT      032008X0'.
021900     05  FILLER                      PIC X(32)
022000         VALUE 'TARFIC  DATE-FIN        040008X0'.
022100     05  FILLER                      PIC X(32)
022200         VALUE 'TARFIC  PROPOSE-PAR     048008X0'.
022300     05  FILLER                      PIC X(32)
022400         VALUE 'TARFIC  APPROUVE-PAR    056008X0'.
022500     05  FILLER                      PIC X(32)
022600         VALUE 'TXIFIC  DATE-FIN        013008X0'.
022700     05  FILLER                      PIC X(32)
022800         VALUE 'TXIFIC  TAUX-ANNUEL     021004P4'.
022900     05  FILLER                      PIC X(32)
023000         VALUE 'LIMFIC  NB-AVERT        003009X0'.
023100     05  FILLER                      PIC X(32)
023200         VALUE 'LIMFIC  NB-BLOCAGE      012009X0'.
023300     05  FILLER                      PIC X(32)
023400         VALUE 'LIMFIC  MONTANT-AVERT   021009P2'.
023500     05  FILLER                      PIC X(32)
023600         VALUE 'LIMFIC  MONTANT-BLOCAGE 030009P2'.
023700     05  FILLER                      PIC X(32)
023800         VALUE 'CALFIC  OUVRE           011001X0'.
023900     05  FILLER                      PIC X(32)
024000         VALUE 'CALFIC  LIBELLE         012020X0'.
024100     05  FILLER                      PIC X(32)
024200         VALUE 'MAPFIC  DATE-FIN        013008X0'.
024300     05  FILLER                      PIC X(32)
024400         VALUE 'MAPFIC  COMPTE-DEBIT    021010X0'.
024420     05  FILLER                      PIC X(32)
024440         VALUE 'MAPFIC  COMPTE-CREDIT   031010X0'.
024500     05  FILLER                      PIC X(32)
024600         VALUE 'POLPARM JOURS           010005X0'.
024700     05  FILLER                      PIC X(32)
024800         VALUE 'POLPARM ACTION          016001X0'.
024900     05  FILLER                      PIC X(32)
025000         VALUE 'POLPARM LONGUEUR        018003X0'.
025100     05  FILLER                      PIC X(32)
025200         VALUE 'RUNCTL  ETAPE-01        022009X0'.
025300     05  FILLER                      PIC X(32)
025400         VALUE 'RUNCTL  ETAPE-02        031009X0'.
025500     05  FILLER                      PIC X(32)
025600         VALUE 'RUNCTL  ETAPE-03        040009X0'.
025700     05  FILLER                      PIC X(32)
025800         VALUE 'RUNCTL  ETAPE-04        049009X0'.
025900     05  FILLER                      PIC X(32)
026000         VALUE 'RUNCTL  ETAPE-05        058009X0'.
026100     05  FILLER                      PIC X(32)
026200         VALUE 'RUNCTL  ETAPE-06        067009X0'.
026300     05  FILLER                      PIC X(32)
026400         VALUE 'RUNCTL  ETAPE-07        076009X0'.
026500     05  FILLER                      PIC X(32)
026600         VALUE 'RUNCTL  ETAPE-08        085009X0'.
026700     05  FILLER                      PIC X(32)
026800         VALUE 'RUNCTL  ETAPE-09        094009X0'.
026900     05  FILLER                      PIC X(32)
027000         VALUE 'RUNCTL  ETAPE-10        103009X0'.
027100 01  W-DESSINS-ZONES-R REDEFINES W-DESSINS-ZONES.
027200     05  W-CHP-POSTE OCCURS 37.
027300         10  W-CHP-TABLE             PIC X(08).
027400         10  W-CHP-NOM               PIC X(16).
027500         10  W-CHP-POS               PIC 9(03).
027600         10  W-CHP-LG                PIC 9(03).
027700         10  W-CHP-TYPE              PIC X(01).
027800         10  W-CHP-DECIMALES         PIC 9(01).
027900*    ADMISSIONS DE LA TABLE TRAITEE
028000 01  W-TABLE-ADMISSIONS.
028100     05  W-ADM-POSTE OCCURS 200.
028200         10  W-ADM-ENV               PIC X(01).
028300         10  W-ADM-CLE               PIC X(20).
028400         10  W-ADM-LG                PIC S9(04) COMP.
028500         10  W-ADM-CHAMP             PIC X(16).
028600         10  W-ADM-JUSTIFICATION     PIC X(31).
028700         10  W-ADM-SERVIES           PIC S9(08) COMP.
028800*    EDITION D UNE ZONE ETENDUE (JUSQU A 9 OCTETS)
028900 01  W-ETENDU                        PIC X(09)
029000     VALUE LOW-VALUE.
029100 01  W-ETENDU-R REDEFINES W-ETENDU.
029200     05  W-ETENDU-VALEUR             PIC S9(17) COMP-3.
029300 01  W-ETENDU-2                      PIC S9(15)V99.
029400 01  W-ETENDU-4                      PIC S9(13)V9(04).
029500 01  W-ED-DEC-0                      PIC -(16)9.
029600 01  W-ED-DEC-2                      PIC -(14)9,99.
029700 01  W-ED-DEC-4                      PIC -(12)9,9(04).
029800 01  DRV-TITRE.
029900     05  FILLER                      PIC X(30)
030000         VALUE 'GSDR970 - DERIVE DE PARAMETRAG'.
030100     05  FILLER                      PIC X(10)
030200         VALUE 'E - TABLE '.
030300     05  DRV-T-TABLE                 PIC X(08).
030400     05  FILLER                      PIC X(84) VALUE SPACES.
030500 01  DRV-ENTETE.
030600     05  FILLER                      PIC X(40)
030700         VALUE 'COPIE     CLE                  ECART    '.
030800     05  FILLER                      PIC X(40)
030900         VALUE '  CHAMP            PRODUCTION           '.
031000     05  FILLER                      PIC X(40)
031100         VALUE '          COPIE                         '.
031200     05  FILLER                      PIC X(12)
031300         VALUE ' ADMISSION  '.
031400 01  DRV-DETAIL.
031500     05  DRV-D-COTE                  PIC X(09).
031600     05  FILLER                      PIC X(01) VALUE SPACES.
031700     05  DRV-D-CLE                   PIC X(20).
031800     05  FILLER                      PIC X(01) VALUE SPACES.
031900     05  DRV-D-ECART                 PIC X(10).
032000     05  FILLER                      PIC X(01) VALUE SPACES.
032100     05  DRV-D-CHAMP                 PIC X(16).
032200     05  FILLER                      PIC X(01) VALUE SPACES.
032300     05  DRV-D-PROD                  PIC X(30).
032400     05  FILLER                      PIC X(01) VALUE SPACES.
032500     05  DRV-D-COPIE                 PIC X(30).
032600     05  FILLER                      PIC X(01) VALUE SPACES.
032700     05  DRV-D-ADMIS                 PIC X(09).
032800     05  FILLER                      PIC X(02) VALUE SPACES.
032900 01  DRV-TOTAUX.
033000     05  DRV-X-COTE                  PIC X(09).
033100     05  FILLER                      PIC X(09) VALUE ' - LUES :'.
033200     05  DRV-X-LUS                   PIC Z(07)9.
033300     05  FILLER                      PIC X(14)
033400         VALUE ' MANQUANTES : '.
033500     05  DRV-X-MANQUANTES            PIC Z(07)9.
033600     05  FILLER                      PIC X(11)
033700         VALUE ' EN TROP : '.
033800     05  DRV-X-EN-TROP               PIC Z(07)9.
033900     05  FILLER                      PIC X(18)
034000         VALUE ' ZONES ECARTEES : '.
034100     05  DRV-X-DIFFERENTES           PIC Z(07)9.
034200     05  FILLER                      PIC X(13)
034300         VALUE ' NON ADMIS : '.
034400     05  DRV-X-NON-ADMIS             PIC Z(07)9.
034500     05  FILLER                      PIC X(18) VALUE SPACES.
034600 PROCEDURE DIVISION.
034700******************************************************************
034800*  0000-MAINLINE : DESSIN DE LA TABLE, ADMISSIONS, PUIS          *
034900*  INTERCLASSEMENT DES TROIS COPIES SUR LA CLE                   *
035000******************************************************************
035100 0000-MAINLINE.
035200     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
035300     PERFORM 1200-CHARGER-ADMISSIONS THRU 1200-EXIT.
035400     PERFORM 8000-LIRE THRU 8000-EXIT
035500         VARYING IX-COTE FROM 1 BY 1 UNTIL IX-COTE GREATER 3.
035600     PERFORM 2000-UNE-CLE THRU 2000-EXIT
035700         UNTIL W-CT-FIN (1) = 'O'
035800           AND W-CT-FIN (2) = 'O'
035900           AND W-CT-FIN (3) = 'O'.
036000     PERFORM 9000-BILAN THRU 9000-EXIT.
036100     GOBACK.
036200 0000-EXIT.
036300     EXIT.
036400******************************************************************
036500*  1000-INITIALISATION : CARTE TABLE, CLE ET ZONES DU DESSIN,    *
036600*  OUVERTURE DES COPIES                                          *
036700******************************************************************
036800 1000-INITIALISATION.
036900     MOVE SPACES TO W-CARTE.
037000     ACCEPT W-CARTE.
037100     MOVE ZERO TO IX-TBL.
037200     PERFORM 1050-CHERCHER-TABLE THRU 1050-EXIT
037300         VARYING IX-CHP FROM 1 BY 1
037400         UNTIL IX-CHP GREATER 8 OR IX-TBL GREATER ZERO.
037500     IF IX-TBL = ZERO
037600         MOVE 'TABLE INCONNUE (CARTE)' TO W-MOTIF-ABANDON
037700         GO TO 9900-ABANDON.
037800     MOVE W-TBL-CLE-POS (IX-TBL) TO W-CLE-POS.
037900     MOVE W-TBL-CLE-LG (IX-TBL)  TO W-CLE-LG.
038000     MOVE ZERO TO PREMIER-CHP DERNIER-CHP.
038100     PERFORM 1060-BORNER-ZONES THRU 1060-EXIT
038200         VARYING IX-CHP FROM 1 BY 1 UNTIL IX-CHP GREATER 37.
038300     OPEN INPUT CFGPROD.
038400     IF NOT W-PRO-OK
038500         MOVE 'OPEN CFGPROD' TO W-MOTIF-ABANDON
038600         GO TO 9900-ABANDON.
038700     OPEN INPUT CFGOMBR.
038800     IF NOT W-OMB-OK
038900         MOVE 'OPEN CFGOMBR' TO W-MOTIF-ABANDON
039000         GO TO 9900-ABANDON.
039100     OPEN INPUT CFGFORM.
039200     IF NOT W-FOR-OK
039300         MOVE 'OPEN CFGFORM' TO W-MOTIF-ABANDON
039400         GO TO 9900-ABANDON.
039500     OPEN OUTPUT ETATDRV.
039600     IF NOT W-DRV-OK
039700         MOVE 'OPEN ETATDRV' TO W-MOTIF-ABANDON
039800         GO TO 9900-ABANDON.
039900     MOVE W-TABLE TO DRV-T-TABLE.
040000     WRITE DRV-LIGNE FROM DRV-TITRE.
040100     WRITE DRV-LIGNE FROM DRV-ENTETE.
040200     PERFORM 1070-RAZ-COTE THRU 1070-EXIT
040300         VARYING IX-COTE FROM 1 BY 1 UNTIL IX-COTE GREATER 3.
040400 1000-EXIT.
040500     EXIT.
040600 1050-CHERCHER-TABLE.
040700     IF W-TBL-NOM (IX-CHP) = W-TABLE
040800         MOVE IX-CHP TO IX-TBL.
040900 1050-EXIT.
041000     EXIT.
041100 1060-BORNER-ZONES.
041200     IF W-CHP-TABLE (IX-CHP) NOT = W-TABLE
041300         GO TO 1060-EXIT.
041400     IF PREMIER-CHP = ZERO
041500         MOVE IX-CHP TO PREMIER-CHP.
041600     MOVE IX-CHP TO DERNIER-CHP.
041700 1060-EXIT.
041800     EXIT.
041900 1070-RAZ-COTE.
042000     MOVE SPACES     TO W-CT-ENREG (IX-COTE).
042100     MOVE LOW-VALUE  TO W-CT-CLE (IX-COTE)
042200                        W-CT-PRECEDENTE (IX-COTE).
042300     MOVE 'N'        TO W-CT-FIN (IX-COTE).
042400     MOVE ZERO TO W-CT-LUS (IX-COTE)
042500                  W-CT-MANQUANTES (IX-COTE)
042600                  W-CT-EN-TROP (IX-COTE)
042700                  W-CT-DIFFERENTES (IX-COTE)
042800                  W-CT-NON-ADMIS (IX-COTE).
042900 1070-EXIT.
043000     EXIT.
043100******************************************************************
043200*  1200-CHARGER-ADMISSIONS : CARTES DERIVOK DE LA TABLE ; LA     *
043300*  LONGUEUR UTILE DE LA CLE S ARRETE AU * (ZERO = TOUTES)        *
043400******************************************************************
043500 1200-CHARGER-ADMISSIONS.
043600     OPEN INPUT DERIVOK.
043700     IF NOT W-ADM-OK
043800         GO TO 1200-EXIT.
043900 1200-LIRE.
044000     READ DERIVOK.
044100     IF W-ADM-FIN
044200         CLOSE DERIVOK
044300         GO TO 1200-EXIT.
044400     IF NOT W-ADM-OK
044500         MOVE 'READ DERIVOK' TO W-MOTIF-ABANDON
044600         GO TO 9900-ABANDON.
044700     IF ADM-TABLE NOT = W-TABLE
044800         GO TO 1200-LIRE.
044900     IF (ADM-ENV NOT = 'O' AND NOT = 'F' AND NOT = '*')
045000      OR ADM-CLE = SPACES OR ADM-CHAMP = SPACES
045100         DISPLAY 'GSDR970 - ADMISSION IGNOREE : ' ADM-ENREG (1:48)
045200         GO TO 1200-LIRE.
045300     IF NB-ADM NOT LESS 200
045400         MOVE 'PLUS DE 200 ADMISSIONS' TO W-MOTIF-ABANDON
045500         GO TO 9900-ABANDON.
045600     ADD 1 TO NB-ADM.
045700     MOVE ADM-ENV           TO W-ADM-ENV (NB-ADM).
045800     MOVE ADM-CLE           TO W-ADM-CLE (NB-ADM).
045900     MOVE ADM-CHAMP         TO W-ADM-CHAMP (NB-ADM).
046000     MOVE ADM-JUSTIFICATION TO W-ADM-JUSTIFICATION (NB-ADM).
046100     MOVE ZERO              TO W-ADM-SERVIES (NB-ADM).
046200     MOVE ZERO TO W-LG-PREFIXE.
046300     INSPECT ADM-CLE TALLYING W-LG-PREFIXE
046400         FOR CHARACTERS BEFORE INITIAL '*'.
046500     MOVE W-LG-PREFIXE TO W-ADM-LG (NB-ADM).
046600     GO TO 1200-LIRE.
046700 1200-EXIT.
046800     EXIT.
046900******************************************************************
047000*  2000-UNE-CLE : LA PLUS BASSE CLE EN COURS, CONFRONTEE DANS    *
047100*  CHAQUE COPIE A LA PRODUCTION, PUIS LES COTES QUI LA PORTENT   *
047200*  AVANCENT                                                      *
047300******************************************************************
047400 2000-UNE-CLE.
047500     MOVE W-CT-CLE (1) TO W-CLE-BASSE.
047600     IF W-CT-CLE (2) LESS W-CLE-BASSE
047700         MOVE W-CT-CLE (2) TO W-CLE-BASSE.
047800     IF W-CT-CLE (3) LESS W-CLE-BASSE
047900         MOVE W-CT-CLE (3) TO W-CLE-BASSE.
048000     ADD 1 TO CPT-CLES.
048100     PERFORM 2100-UNE-COPIE THRU 2100-EXIT
048200         VARYING IX-COTE FROM 2 BY 1 UNTIL IX-COTE GREATER 3.
048300     PERFORM 2050-AVANCER THRU 2050-EXIT
048400         VARYING IX-COTE FROM 1 BY 1 UNTIL IX-COTE GREATER 3.
048500 2000-EXIT.
048600     EXIT.
048700 2050-AVANCER.
048800     IF W-CT-CLE (IX-COTE) = W-CLE-BASSE
048900         PERFORM 8000-LIRE THRU 8000-EXIT.
049000 2050-EXIT.
049100     EXIT.
049200******************************************************************
049300*  2100-UNE-COPIE : LIGNE PRESENTE DES DEUX COTES (ZONE PAR      *
049400*  ZONE), MANQUANTE DANS LA COPIE OU EN TROP DANS LA COPIE       *
049500******************************************************************
049600 2100-UNE-COPIE.
049700     MOVE SPACES TO W-VAL-PROD W-VAL-COPIE.
049800     IF W-CT-CLE (1) = W-CLE-BASSE
049900      AND W-CT-CLE (IX-COTE) = W-CLE-BASSE
050000         PERFORM 2200-UNE-ZONE THRU 2200-EXIT
050100             VARYING IX-CHP FROM PREMIER-CHP BY 1
050200             UNTIL IX-CHP GREATER DERNIER-CHP
050300         GO TO 2100-EXIT.
050400     MOVE 'LIGNE' TO W-CHAMP.
050500     IF W-CT-CLE (1) = W-CLE-BASSE
050600         ADD 1 TO W-CT-MANQUANTES (IX-COTE)
050700         MOVE 'MANQUANTE' TO W-ECART
050800         MOVE 'PRESENTE'  TO W-VAL-PROD
050900         MOVE 'ABSENTE'   TO W-VAL-COPIE
051000         PERFORM 3000-SIGNALER THRU 3000-EXIT
051100         GO TO 2100-EXIT.
051200     IF W-CT-CLE (IX-COTE) = W-CLE-BASSE
051300         ADD 1 TO W-CT-EN-TROP (IX-COTE)
051400         MOVE 'EN TROP'   TO W-ECART
051500         MOVE 'ABSENTE'   TO W-VAL-PROD
051600         MOVE 'PRESENTE'  TO W-VAL-COPIE
051700         PERFORM 3000-SIGNALER THRU 3000-EXIT.
051800 2100-EXIT.
051900     EXIT.
052000******************************************************************
052100*  2200-UNE-ZONE : ZONE DU DESSIN COMPAREE ENTRE LA PRODUCTION   *
052200*  ET LA COPIE                                                   *
052300******************************************************************
052400 2200-UNE-ZONE.
052500     MOVE W-CHP-POS (IX-CHP) TO W-POS.
052600     MOVE W-CHP-LG (IX-CHP)  TO W-LG.
052700     IF W-CT-ENREG (1) (W-POS:W-LG)
052800          = W-CT-ENREG (IX-COTE) (W-POS:W-LG)
052900         GO TO 2200-EXIT.
053000     ADD 1 TO W-CT-DIFFERENTES (IX-COTE).
053100     MOVE W-CHP-NOM (IX-CHP) TO W-CHAMP.
053200     MOVE 'DIFFERENTE'       TO W-ECART.
053300     IF W-CHP-TYPE (IX-CHP) = 'P'
053400         MOVE W-CT-ENREG (1) (W-POS:W-LG) TO W-ETENDU (10 - W-LG:)
053500         PERFORM 2300-EDITER-ETENDU THRU 2300-EXIT
053600         MOVE W-VAL-COPIE TO W-VAL-PROD
053700         MOVE W-CT-ENREG (IX-COTE) (W-POS:W-LG)
053800           TO W-ETENDU (10 - W-LG:)
053900         PERFORM 2300-EDITER-ETENDU THRU 2300-EXIT
054000     ELSE
054100         MOVE W-CT-ENREG (1) (W-POS:W-LG)       TO W-VAL-PROD
054200         MOVE W-CT-ENREG (IX-COTE) (W-POS:W-LG) TO W-VAL-COPIE.
054300     PERFORM 3000-SIGNALER THRU 3000-EXIT.
054400 2200-EXIT.
054500     EXIT.
054600******************************************************************
054700*  2300-EDITER-ETENDU : W-ETENDU (CADRE A DROITE SUR DES ZEROS   *
054800*  BINAIRES) EDITE EN CLAIR DANS W-VAL-COPIE                     *
054900******************************************************************
055000 2300-EDITER-ETENDU.
055100     MOVE SPACES TO W-VAL-COPIE.
055200     IF W-ETENDU-VALEUR NOT NUMERIC
055300         MOVE '(NON NUMERIQUE)' TO W-VAL-COPIE
055400         GO TO 2300-FIN.
055500     EVALUATE W-CHP-DECIMALES (IX-CHP)
055600         WHEN 2
055700             COMPUTE W-ETENDU-2 = W-ETENDU-VALEUR / 100
055800             MOVE W-ETENDU-2 TO W-ED-DEC-2
055900             MOVE W-ED-DEC-2 TO W-VAL-COPIE
056000         WHEN 4
056100             COMPUTE W-ETENDU-4 = W-ETENDU-VALEUR / 10000
056200             MOVE W-ETENDU-4 TO W-ED-DEC-4
056300             MOVE W-ED-DEC-4 TO W-VAL-COPIE
056400         WHEN OTHER
056500             MOVE W-ETENDU-VALEUR TO W-ED-DEC-0
056600             MOVE W-ED-DEC-0 TO W-VAL-COPIE
056700     END-EVALUATE.
056800 2300-FIN.
056900     MOVE LOW-VALUE TO W-ETENDU.
057000 2300-EXIT.
057100     EXIT.
057200******************************************************************
057300*  3000-SIGNALER : ECART ADMIS OU NON, SUR ETATDRV               *
057400******************************************************************
057500 3000-SIGNALER.
057600     MOVE 'N' TO W-ADMIS.
057700     PERFORM 3100-UNE-ADMISSION THRU 3100-EXIT
057800         VARYING IX-ADM FROM 1 BY 1
057900         UNTIL IX-ADM GREATER NB-ADM OR W-ADMIS = 'O'.
058000     IF W-ADMIS = 'O'
058100         ADD 1 TO CPT-ADMIS
058200         MOVE 'ADMIS'     TO DRV-D-ADMIS
058300     ELSE
058400         ADD 1 TO CPT-NON-ADMIS W-CT-NON-ADMIS (IX-COTE)
058500         MOVE 'NON ADMIS' TO DRV-D-ADMIS.
058600     MOVE W-CT-LIBELLE (IX-COTE) TO DRV-D-COTE.
058700     MOVE W-CLE-BASSE            TO DRV-D-CLE.
058800     MOVE W-ECART                TO DRV-D-ECART.
058900     MOVE W-CHAMP                TO DRV-D-CHAMP.
059000     MOVE W-VAL-PROD             TO DRV-D-PROD.
059100     MOVE W-VAL-COPIE            TO DRV-D-COPIE.
059200     WRITE DRV-LIGNE FROM DRV-DETAIL.
059300 3000-EXIT.
059400     EXIT.
059500 3100-UNE-ADMISSION.
059600     IF W-ADM-ENV (IX-ADM) NOT = '*'
059700      AND W-ADM-ENV (IX-ADM) NOT = W-CT-CODE (IX-COTE)
059800         GO TO 3100-EXIT.
059900     IF W-ADM-CHAMP (IX-ADM) NOT = '*'
060000      AND W-ADM-CHAMP (IX-ADM) NOT = W-CHAMP
060100         GO TO 3100-EXIT.
060200     IF W-ADM-LG (IX-ADM) GREATER ZERO
060300         IF W-ADM-CLE (IX-ADM) (1:W-ADM-LG (IX-ADM))
060400              NOT = W-CLE-BASSE (1:W-ADM-LG (IX-ADM))
060500             GO TO 3100-EXIT
060600         END-IF
060700     END-IF.
060800     MOVE 'O' TO W-ADMIS.
060900     ADD 1 TO W-ADM-SERVIES (IX-ADM).
061000 3100-EXIT.
061100     EXIT.
061200******************************************************************
061300*  8000-LIRE : ENREGISTREMENT SUIVANT DU COTE IX-COTE ; EN FIN   *
061400*  DE FICHIER LA CLE PASSE A HIGH-VALUE                          *
061500******************************************************************
061600 8000-LIRE.
061700     IF W-CT-FIN (IX-COTE) = 'O'
061800         GO TO 8000-EXIT.
061900     EVALUATE IX-COTE
062000         WHEN 1
062100             READ CFGPROD
062200             MOVE W-CFGPROD-STATUS TO W-STATUT-LU
062300             MOVE PRO-ENREG TO W-CT-ENREG (IX-COTE)
062400         WHEN 2
062500             READ CFGOMBR
062600             MOVE W-CFGOMBR-STATUS TO W-STATUT-LU
062700             MOVE OMB-ENREG TO W-CT-ENREG (IX-COTE)
062800         WHEN OTHER
062900             READ CFGFORM
063000             MOVE W-CFGFORM-STATUS TO W-STATUT-LU
063100             MOVE FOR-ENREG TO W-CT-ENREG (IX-COTE)
063200     END-EVALUATE.
063300     IF W-LU-FIN
063400         MOVE 'O'        TO W-CT-FIN (IX-COTE)
063500         MOVE HIGH-VALUE TO W-CT-CLE (IX-COTE)
063600         GO TO 8000-EXIT.
063700     IF NOT W-LU-OK
063800         MOVE SPACES TO W-MOTIF-ABANDON
063900         STRING 'READ ' W-CT-LIBELLE (IX-COTE)
064000                ' STATUT ' W-STATUT-LU
064100                DELIMITED SIZE INTO W-MOTIF-ABANDON
064200         END-STRING
064300         GO TO 9900-ABANDON.
064400     ADD 1 TO W-CT-LUS (IX-COTE).
064500     MOVE SPACES TO W-CT-CLE (IX-COTE).
064600     MOVE W-CT-ENREG (IX-COTE) (W-CLE-POS:W-CLE-LG)
064700       TO W-CT-CLE (IX-COTE).
064800     IF W-CT-CLE (IX-COTE) LESS W-CT-PRECEDENTE (IX-COTE)
064900         MOVE SPACES TO W-MOTIF-ABANDON
065000         STRING 'COPIE ' W-CT-LIBELLE (IX-COTE)
065100                ' NON TRIEE SUR LA CLE'
065200                DELIMITED SIZE INTO W-MOTIF-ABANDON
065300         END-STRING
065400         GO TO 9900-ABANDON.
065500     MOVE W-CT-CLE (IX-COTE) TO W-CT-PRECEDENTE (IX-COTE).
065600 8000-EXIT.
065700     EXIT.
065800******************************************************************
065900*  9000-BILAN : TOTAUX PAR COPIE, ADMISSIONS SANS OBJET, CODE    *
066000*  RETOUR                                                        *
066100******************************************************************
066200 9000-BILAN.
066300     MOVE SPACES TO DRV-LIGNE.
066400     WRITE DRV-LIGNE.
066500     PERFORM 9100-TOTAUX-COTE THRU 9100-EXIT
066600         VARYING IX-COTE FROM 1 BY 1 UNTIL IX-COTE GREATER 3.
066700     PERFORM 9200-ADMISSION-INUTILE THRU 9200-EXIT
066800         VARYING IX-ADM FROM 1 BY 1 UNTIL IX-ADM GREATER NB-ADM.
066900     CLOSE CFGPROD CFGOMBR CFGFORM ETATDRV.
067000     DISPLAY 'GSDR970 - TABLE            : ' W-TABLE.
067100     DISPLAY 'GSDR970 - CLES EXAMINEES   : ' CPT-CLES.
067200     DISPLAY 'GSDR970 - ECARTS ADMIS     : ' CPT-ADMIS.
067300     DISPLAY 'GSDR970 - ECARTS NON ADMIS : ' CPT-NON-ADMIS.
067400     IF CPT-NON-ADMIS GREATER ZERO
067500         MOVE 8 TO RETURN-CODE.
067600 9000-EXIT.
067700     EXIT.
067800 9100-TOTAUX-COTE.
067900     MOVE W-CT-LIBELLE (IX-COTE)     TO DRV-X-COTE.
068000     MOVE W-CT-LUS (IX-COTE)         TO DRV-X-LUS.
068100     MOVE W-CT-MANQUANTES (IX-COTE)  TO DRV-X-MANQUANTES.
068200     MOVE W-CT-EN-TROP (IX-COTE)     TO DRV-X-EN-TROP.
068300     MOVE W-CT-DIFFERENTES (IX-COTE) TO DRV-X-DIFFERENTES.
068400     MOVE W-CT-NON-ADMIS (IX-COTE)   TO DRV-X-NON-ADMIS.
068500     WRITE DRV-LIGNE FROM DRV-TOTAUX.
068600 9100-EXIT.
068700     EXIT.
068800 9200-ADMISSION-INUTILE.
068900     IF W-ADM-SERVIES (IX-ADM) GREATER ZERO
069000         GO TO 9200-EXIT.
069100     MOVE SPACES TO DRV-LIGNE.
069200     STRING 'ADMISSION SANS OBJET : ' W-ADM-ENV (IX-ADM) ' '
069300            W-ADM-CLE (IX-ADM) ' ' W-ADM-CHAMP (IX-ADM) ' '
069400            W-ADM-JUSTIFICATION (IX-ADM)
069500            DELIMITED SIZE INTO DRV-LIGNE
069600     END-STRING.
069700     WRITE DRV-LIGNE.
069800 9200-EXIT.
069900     EXIT.
070000******************************************************************
070100*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER OU CARTE    *
070200******************************************************************
070300 9900-ABANDON.
070400     DISPLAY 'GSDR970 - ABANDON : ' W-MOTIF-ABANDON.
070500     MOVE 16 TO RETURN-CODE.
070600     STOP RUN.
