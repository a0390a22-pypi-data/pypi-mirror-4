000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSV160.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSV160 : PASSE NOCTURNE DES LISTES DE SUIVI                  *
000900*  ------------------------------------------------------------  *
001000*  POUR CHAQUE CLE SUIVIE PAR UN OPERATEUR (SUIFIC), CONSTATE CE *
001100*  QUI A BOUGE DEPUIS LA PASSE PRECEDENTE :                      *
001200*  - MAITRE : COMPARAISON A LA PHOTO PRISE LA VEILLE (STATUT,    *
001300*    MONTANT, ECHU, DATE D EFFET, PRODUIT, UNITE) ; DATE DE      *
001400*    MISE A JOUR DANS LA FENETRE SANS ECART = AUTRES ZONES ;     *
001500*    CLE SORTIE DU MAITRE OU REAPPARUE ;                         *
001600*  - SUSPENS NOUVEAUX (SUSPFIC), NOTES NOUVELLES (NOTEFIC),      *
001700*    ELEMENTS DE CORBEILLE NOUVEAUX (WRKBSK), COURRIERS EMIS     *
001800*    (LETJRN, HORS LIGNES DE MISE SOUS PLI) ;                    *
001900*  - GEL HLDFIC POSE OU LEVE, SUR LA CLE OU SUR L ID-NAT.        *
002000*  LA FENETRE D UNE ENTREE VA DU LENDEMAIN DE SA DERNIERE PASSE  *
002100*  (OU DE SA DATE D AJOUT) A LA DATE DU JOUR : UNE NUIT SANS     *
002200*  PASSE EST DONC RATTRAPEE LA NUIT SUIVANTE.                    *
002300*  LE CONSTAT ET LA PHOTO SONT REECRITS DANS L ENTREE (LU PAR    *
002400*  GSSV161) ; LA PREMIERE PASSE D UNE ENTREE NE FAIT QUE PRENDRE *
002500*  LA PHOTO DU MAITRE. UNE ENTREE ARRIVEE A ECHEANCE EST         *
002600*  SUPPRIMEE. L ETAT ETATSUI PORTE LES ENTREES SIGNALEES.        *
002700*  WRKBSK ET LETJRN N ETANT PAS RANGES PAR CLE, ILS SONT LUS UNE *
002800*  SEULE FOIS CONTRE LA TABLE DES CLES SUIVIES ; UNE CLE SUIVIE  *
002900*  PAR PLUSIEURS OPERATEURS Y PREND LA FENETRE LA PLUS LARGE.    *
003000*  ------------------------------------------------------------  *
003100*  ENTREE  : FFFFFGS  FICHIER MAITRE (LECTURE DIRECTE)           *
003200*           SUSPFIC  NOTEFIC  WRKBSK  LETJRN  HLDFIC             *
003300*  M-A-J   : SUIFIC   LISTES DE SUIVI                            *
003400*  SORTIE  : ETATSUI  ENTREES SIGNALEES ET COMPTES               *
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
004900     SELECT SUIFIC  ASSIGN  SUIFIC
005000       ORGANIZATION  INDEXED
005100       ACCESS MODE   DYNAMIC
005200       RECORD KEY    SUI-CLE
005300       FILE STATUS   W-SUIFIC-STATUS.
005400     SELECT FFFFFGS ASSIGN  FFFFFGS
005500       ORGANIZATION  INDEXED
005600       ACCESS MODE   RANDOM
005700       RECORD KEY    FFFFFGS-CLE
005800       FILE STATUS   W-FFFFFGS-STATUS.
005900     SELECT SUSPFIC ASSIGN  SUSPFIC
006000       ORGANIZATION  INDEXED
006100       ACCESS MODE   DYNAMIC
006200       RECORD KEY    SUS-CLE
006300       FILE STATUS   W-SUSPFIC-STATUS.
006400     SELECT NOTEFIC ASSIGN  NOTEFIC
006500       ORGANIZATION  INDEXED
006600       ACCESS MODE   DYNAMIC
006700       RECORD KEY    NOT-CLE
006800       FILE STATUS   W-NOTEFIC-STATUS.
006900     SELECT WRKBSK  ASSIGN  WRKBSK
007000       ORGANIZATION  INDEXED
007100       ACCESS MODE   DYNAMIC
007200       RECORD KEY    WRK-CLE
007300       FILE STATUS   W-WRKBSK-STATUS.
007400     SELECT HLDFIC  ASSIGN  HLDFIC
007500       ORGANIZATION  INDEXED
007600       ACCESS MODE   RANDOM
007700       RECORD KEY    HLD-CLE
007800       FILE STATUS   W-HLDFIC-STATUS.
007900     SELECT LETJRN  ASSIGN  LETJRN
008000       ORGANIZATION  SEQUENTIAL
008100       FILE STATUS   W-LETJRN-STATUS.
008200     SELECT ETATSUI ASSIGN  ETATSUI
008300       ORGANIZATION  SEQUENTIAL
008400       FILE STATUS   W-ETATSUI-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  SUIFIC
008800     LABEL RECORD STANDARD
008900     DATA RECORD SUI-ENREG.
009000 COPY FFFFFGSV.
009100 FD  FFFFFGS
009200     LABEL RECORD STANDARD
009300     DATA RECORD FFFFFGS-ENREG.
009400 COPY FFFFFFGS.
009500 FD  SUSPFIC
009600     LABEL RECORD STANDARD
009700     DATA RECORD SUS-ENREG.
009800 COPY FFFFFGSU.
009900 FD  NOTEFIC
010000     LABEL RECORD STANDARD
010100     DATA RECORD NOT-ENREG.
010200 COPY FFFFFGN.
010300 FD  WRKBSK
010400     LABEL RECORD STANDARD
010500     DATA RECORD WRK-ENREG.
010600 COPY FFFFFGW.
010700 FD  HLDFIC
010800     LABEL RECORD STANDARD
010900     DATA RECORD HLD-ENREG.
011000 COPY FFFFFGHD.
011100 FD  LETJRN
011200     LABEL RECORD STANDARD
011300     DATA RECORD JRN-ENREG.
011400 01  JRN-ENREG.
011500     05  JRN-CLE                     PIC X(15).
011600     05  JRN-MODELE                  PIC X(04).
011700     05  JRN-DATE                    PIC 9(08).
011800     05  JRN-HEURE                   PIC 9(06).
011900     05  JRN-CANAL                   PIC X(01).
012000     05  JRN-LANGUE                  PIC X(02).
012100     05  FILLER                      PIC X(03).
012200     05  JRN-TYPE                    PIC X(01).
012300         88  JRN-MISE-SOUS-PLI       VALUE 'P'.
012400     05  FILLER                      PIC X(40).
012500 FD  ETATSUI
012600     LABEL RECORD STANDARD
012700     DATA RECORD ESV-LIGNE.
012800 01  ESV-LIGNE                       PIC X(132).
012900 WORKING-STORAGE SECTION.
013000 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
013100 77  CPT-SIGNALEES                   PIC S9(08) COMP VALUE ZERO.
013200 77  CPT-ECHUES                      PIC S9(08) COMP VALUE ZERO.
013300 77  CPT-PREMIERES                   PIC S9(08) COMP VALUE ZERO.
013400 77  CPT-CORBEILLE                   PIC S9(08) COMP VALUE ZERO.
013500 77  CPT-COURRIERS                   PIC S9(08) COMP VALUE ZERO.
013600 77  IX-CLE                          PIC S9(04) COMP VALUE ZERO.
013700 01  W-FIN-SUI                       PIC X(01).
013800 01  W-FIN-LEC                       PIC X(01).
013900 01  W-SUIFIC-STATUS                 PIC X(02).
014000     88  W-SUI-OK                    VALUE '00'.
014100     88  W-SUI-FIN                   VALUE '10'.
014200     88  W-SUI-ABSENT                VALUE '23'.
014300 COPY FFFFFGSW.
014400 01  W-SUSPFIC-STATUS                PIC X(02).
014500     88  W-SUS-OK                    VALUE '00'.
014600     88  W-SUS-FIN                   VALUE '10'.
014700     88  W-SUS-ABSENT                VALUE '23'.
014800 01  W-NOTEFIC-STATUS                PIC X(02).
014900     88  W-NOT-OK                    VALUE '00'.
015000     88  W-NOT-FIN                   VALUE '10'.
015100     88  W-NOT-ABSENT                VALUE '23'.
015200 01  W-WRKBSK-STATUS                 PIC X(02).
015300     88  W-WRK-OK                    VALUE '00'.
015400     88  W-WRK-FIN                   VALUE '10'.
015500     88  W-WRK-ABSENT                VALUE '23'.
015600 01  W-HLDFIC-STATUS                 PIC X(02).
015700     88  W-HLD-OK                    VALUE '00'.
015800     88  W-HLD-ABSENT                VALUE '23'.
015900 01  W-LETJRN-STATUS                 PIC X(02).
016000     88  W-JRN-OK                    VALUE '00'.
016100     88  W-JRN-FIN                   VALUE '10'.
016200 01  W-ETATSUI-STATUS                PIC X(02).
016300     88  W-ESV-OK                    VALUE '00'.
016400 01  W-MOTIF-ABANDON                 PIC X(40).
016500 01  W-DATE-JOUR                     PIC 9(08).
016600*    DEBUT DE FENETRE : LENDEMAIN DE LA DERNIERE PASSE, CALCULE
016700*    PAR SIMPLE AJOUT D UN JOUR A LA DATE AAAAMMJJ. LA VALEUR
016800*    PEUT NE PAS ETRE UNE DATE (31/10 + 1 = 32/10) MAIS ELLE
016900*    RESTE JUSTE EN COMPARAISON, SEUL USAGE QUI EN EST FAIT.
017000 01  W-DEPUIS                        PIC 9(08).
017100 01  W-DEPUIS-MINI                   PIC 9(08).
017200 01  W-CLE-CHERCHEE                  PIC X(15).
017300 01  W-TROUVE                        PIC X(01).
017400 01  W-ZONES                         PIC X(07).
017500 01  W-GEL-TYPE                      PIC X(01).
017600 01  W-GEL-VALEUR                    PIC X(15).
017700*    CLES SUIVIES (TOUS OPERATEURS) POUR LA LECTURE DE WRKBSK ET
017800*    DE LETJRN ; FENETRE LA PLUS LARGE DES ENTREES DE LA CLE
017900 01  W-NB-CLES                       PIC S9(04) COMP VALUE ZERO.
018000 01  W-TABLE-CLES.
018100     05  W-CLE OCCURS 5000.
018200         10  WC-FGS-CLE              PIC X(15).
018300         10  WC-DEPUIS               PIC 9(08).
018400         10  WC-NB-CORBEILLE         PIC S9(04) COMP.
018500         10  WC-NB-COURRIERS         PIC S9(04) COMP.
018600 01  ESV-ENTETE.
018700     05  FILLER                      PIC X(50)
018800         VALUE 'GSSV160 - PASSE NOCTURNE DES LISTES DE SUIVI - '.
018900     05  FILLER                      PIC X(07) VALUE 'DATE : '.
019000     05  ESV-E-DATE                  PIC 9(08).
019100     05  FILLER                      PIC X(67) VALUE SPACES.
019200 01  ESV-TITRES.
019300     05  FILLER                      PIC X(10) VALUE 'OPERATEUR'.
019400     05  FILLER                      PIC X(17) VALUE 'CLE'.
019500     05  FILLER                      PIC X(10) VALUE 'DEPUIS'.
019600     05  FILLER                      PIC X(10) VALUE 'MAITRE'.
019700     05  FILLER                      PIC X(05) VALUE 'SUSP'.
019800     05  FILLER                      PIC X(05) VALUE 'CORB'.
019900     05  FILLER                      PIC X(05) VALUE 'NOTE'.
020000     05  FILLER                      PIC X(05) VALUE 'GEL'.
020100     05  FILLER                      PIC X(05) VALUE 'COUR'.
020200     05  FILLER                      PIC X(60)
020300         VALUE 'MOTIF DU SUIVI'.
020400 01  ESV-DETAIL.
020500     05  ESV-D-OPERATEUR             PIC X(08).
020600     05  FILLER                      PIC X(02) VALUE SPACES.
020700     05  ESV-D-CLE                   PIC X(15).
020800     05  FILLER                      PIC X(02) VALUE SPACES.
020900     05  ESV-D-DEPUIS                PIC 9(08).
021000     05  FILLER                      PIC X(02) VALUE SPACES.
021100     05  ESV-D-MAITRE                PIC X(01).
021200     05  FILLER                      PIC X(01) VALUE SPACE.
021300     05  ESV-D-ZONES                 PIC X(07).
021400     05  FILLER                      PIC X(01) VALUE SPACE.
021500     05  ESV-D-SUSPENS               PIC ZZ9.
021600     05  FILLER                      PIC X(02) VALUE SPACES.
021700     05  ESV-D-CORBEILLE             PIC ZZ9.
021800     05  FILLER                      PIC X(02) VALUE SPACES.
021900     05  ESV-D-NOTES                 PIC ZZ9.
022000     05  FILLER                      PIC X(04) VALUE SPACES.
022100     05  ESV-D-GEL                   PIC X(01).
022200     05  FILLER                      PIC X(02) VALUE SPACES.
022300     05  ESV-D-COURRIERS             PIC ZZ9.
022400     05  FILLER                      PIC X(02) VALUE SPACES.
022500     05  ESV-D-MOTIF                 PIC X(30).
022600     05  FILLER                      PIC X(30) VALUE SPACES.
022700 01  ESV-COMPTE.
022800     05  ESV-C-LIBELLE               PIC X(30).
022900     05  FILLER                      PIC X(06) VALUE ' NB : '.
023000     05  ESV-C-NB                    PIC Z(07)9.
023100     05  FILLER                      PIC X(88) VALUE SPACES.
023200 PROCEDURE DIVISION.
023300******************************************************************
023400*  0000-MAINLINE : RECENSEMENT DES CLES, WRKBSK ET LETJRN EN UNE *
023500*  LECTURE, PUIS CONSTAT ENTREE PAR ENTREE                       *
023600******************************************************************
023700 0000-MAINLINE.
023800     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
023900     PERFORM 2000-RECENSER THRU 2000-EXIT.
024000     PERFORM 2100-CORBEILLE THRU 2100-EXIT.
024100     PERFORM 2200-COURRIER THRU 2200-EXIT.
024200     PERFORM 3000-CONSTATER THRU 3000-EXIT.
024300     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
024400     GOBACK.
024500 0000-EXIT.
024600     EXIT.
024700******************************************************************
024800*  1000-INITIALISATION : OUVERTURES ET ENTETE DE L ETAT          *
024900******************************************************************
025000 1000-INITIALISATION.
025100     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
025200     OPEN I-O SUIFIC.
025300     IF NOT W-SUI-OK
025400         MOVE 'OPEN SUIFIC'  TO W-MOTIF-ABANDON
025500         GO TO 9900-ABANDON.
025600     OPEN INPUT FFFFFGS.
025700     IF NOT W-FGS-OK
025800         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
025900         GO TO 9900-ABANDON.
026000     OPEN INPUT SUSPFIC.
026100     IF NOT W-SUS-OK
026200         MOVE 'OPEN SUSPFIC' TO W-MOTIF-ABANDON
026300         GO TO 9900-ABANDON.
026400     OPEN INPUT NOTEFIC.
026500     IF NOT W-NOT-OK
026600         MOVE 'OPEN NOTEFIC' TO W-MOTIF-ABANDON
026700         GO TO 9900-ABANDON.
026800     OPEN INPUT HLDFIC.
026900     IF NOT W-HLD-OK
027000         MOVE 'OPEN HLDFIC'  TO W-MOTIF-ABANDON
027100         GO TO 9900-ABANDON.
027200     OPEN OUTPUT ETATSUI.
027300     IF NOT W-ESV-OK
027400         MOVE 'OPEN ETATSUI' TO W-MOTIF-ABANDON
027500         GO TO 9900-ABANDON.
027600     MOVE W-DATE-JOUR TO ESV-E-DATE.
027700     WRITE ESV-LIGNE FROM ESV-ENTETE.
027800     WRITE ESV-LIGNE FROM ESV-TITRES.
027900     MOVE SPACES TO ESV-LIGNE.
028000     WRITE ESV-LIGNE.
028100 1000-EXIT.
028200     EXIT.
028300******************************************************************
028400*  2000-RECENSER : TABLE DES CLES SUIVIES, FENETRE LA PLUS LARGE *
028500*  (LES ENTREES ECHUES, SUPPRIMEES PLUS LOIN, SONT IGNOREES)     *
028600******************************************************************
028700 2000-RECENSER.
028800     MOVE W-DATE-JOUR TO W-DEPUIS-MINI.
028900     MOVE LOW-VALUES TO SUI-CLE.
029000     START SUIFIC KEY NOT LESS SUI-CLE.
029100     IF W-SUI-ABSENT OR W-SUI-FIN
029200         GO TO 2000-EXIT.
029300     IF NOT W-SUI-OK
029400         MOVE 'START SUIFIC' TO W-MOTIF-ABANDON
029500         GO TO 9900-ABANDON.
029600     MOVE 'N' TO W-FIN-SUI.
029700     PERFORM 2010-UNE-ENTREE THRU 2010-EXIT
029800         UNTIL W-FIN-SUI = 'O'.
029900 2000-EXIT.
030000     EXIT.
030100 2010-UNE-ENTREE.
030200     READ SUIFIC NEXT.
030300     IF W-SUI-FIN
030400         MOVE 'O' TO W-FIN-SUI
030500         GO TO 2010-EXIT.
030600     IF NOT W-SUI-OK
030700         MOVE 'READ SUIFIC' TO W-MOTIF-ABANDON
030800         GO TO 9900-ABANDON.
030900     IF SUI-DATE-FIN GREATER ZERO
031000      AND SUI-DATE-FIN LESS W-DATE-JOUR
031100         GO TO 2010-EXIT.
031200     PERFORM 2050-FENETRE THRU 2050-EXIT.
031300     IF W-DEPUIS LESS W-DEPUIS-MINI
031400         MOVE W-DEPUIS TO W-DEPUIS-MINI.
031500     MOVE SUI-FGS-CLE TO W-CLE-CHERCHEE.
031600     PERFORM 2900-CHERCHER-CLE THRU 2900-EXIT.
031700     IF W-TROUVE = 'O'
031800      AND W-DEPUIS LESS WC-DEPUIS (IX-CLE)
031900         MOVE W-DEPUIS TO WC-DEPUIS (IX-CLE).
032000     IF W-TROUVE = 'O'
032100         GO TO 2010-EXIT.
032200     IF W-NB-CLES = 5000
032300         MOVE 'TABLE DES CLES SUIVIES PLEINE' TO W-MOTIF-ABANDON
032400         GO TO 9900-ABANDON.
032500     ADD 1 TO W-NB-CLES.
032600     MOVE SUI-FGS-CLE TO WC-FGS-CLE (W-NB-CLES).
032700     MOVE W-DEPUIS    TO WC-DEPUIS (W-NB-CLES).
032800     MOVE ZERO        TO WC-NB-CORBEILLE (W-NB-CLES)
032900                         WC-NB-COURRIERS (W-NB-CLES).
033000 2010-EXIT.
033100     EXIT.
033200******************************************************************
033300*  2050-FENETRE : DEBUT DE FENETRE DE L ENTREE EN COURS          *
033400******************************************************************
033500 2050-FENETRE.
033600     IF SUI-DATE-PASSE = ZERO
033700         MOVE SUI-DATE-AJOUT TO W-DEPUIS
033800     ELSE
033900         COMPUTE W-DEPUIS = SUI-DATE-PASSE + 1.
034000 2050-EXIT.
034100     EXIT.
034200******************************************************************
034300*  2100-CORBEILLE : ELEMENTS WRKBSK CREES DANS LA FENETRE        *
034400******************************************************************
034500 2100-CORBEILLE.
034600     IF W-NB-CLES = ZERO
034700         GO TO 2100-EXIT.
034800     OPEN INPUT WRKBSK.
034900     IF NOT W-WRK-OK
035000         MOVE 'OPEN WRKBSK' TO W-MOTIF-ABANDON
035100         GO TO 9900-ABANDON.
035200     MOVE LOW-VALUES TO WRK-CLE.
035300     START WRKBSK KEY NOT LESS WRK-CLE.
035400     IF W-WRK-ABSENT OR W-WRK-FIN
035500         GO TO 2100-FERMER.
035600     MOVE 'N' TO W-FIN-LEC.
035700     PERFORM 2110-UN-ELEMENT THRU 2110-EXIT
035800         UNTIL W-FIN-LEC = 'O'.
035900 2100-FERMER.
036000     CLOSE WRKBSK.
036100 2100-EXIT.
036200     EXIT.
036300 2110-UN-ELEMENT.
036400     READ WRKBSK NEXT.
036500     IF W-WRK-FIN
036600         MOVE 'O' TO W-FIN-LEC
036700         GO TO 2110-EXIT.
036800     IF NOT W-WRK-OK
036900         MOVE 'READ WRKBSK' TO W-MOTIF-ABANDON
037000         GO TO 9900-ABANDON.
037100     IF WRK-DATE LESS W-DEPUIS-MINI
037200      OR WRK-DATE GREATER W-DATE-JOUR
037300         GO TO 2110-EXIT.
037400     MOVE WRK-FGS-CLE TO W-CLE-CHERCHEE.
037500     PERFORM 2900-CHERCHER-CLE THRU 2900-EXIT.
037600     IF W-TROUVE NOT = 'O'
037700         GO TO 2110-EXIT.
037800     IF WRK-DATE LESS WC-DEPUIS (IX-CLE)
037900         GO TO 2110-EXIT.
038000     ADD 1 TO WC-NB-CORBEILLE (IX-CLE).
038100     ADD 1 TO CPT-CORBEILLE.
038200 2110-EXIT.
038300     EXIT.
038400******************************************************************
038500*  2200-COURRIER : COURRIERS EMIS DANS LA FENETRE (LETJRN)       *
038600******************************************************************
038700 2200-COURRIER.
038800     IF W-NB-CLES = ZERO
038900         GO TO 2200-EXIT.
039000     OPEN INPUT LETJRN.
039100     IF NOT W-JRN-OK
039200         MOVE 'OPEN LETJRN' TO W-MOTIF-ABANDON
039300         GO TO 9900-ABANDON.
039400     MOVE 'N' TO W-FIN-LEC.
039500     PERFORM 2210-UNE-LETTRE THRU 2210-EXIT
039600         UNTIL W-FIN-LEC = 'O'.
039700     CLOSE LETJRN.
039800 2200-EXIT.
039900     EXIT.
040000 2210-UNE-LETTRE.
040100     READ LETJRN.
040200     IF W-JRN-FIN
040300         MOVE 'O' TO W-FIN-LEC
040400         GO TO 2210-EXIT.
040500     IF NOT W-JRN-OK
040600         MOVE 'READ LETJRN' TO W-MOTIF-ABANDON
040700         GO TO 9900-ABANDON.
040800     IF JRN-MISE-SOUS-PLI
040900         GO TO 2210-EXIT.
041000     IF JRN-DATE LESS W-DEPUIS-MINI
041100      OR JRN-DATE GREATER W-DATE-JOUR
041200         GO TO 2210-EXIT.
041300     MOVE JRN-CLE TO W-CLE-CHERCHEE.
041400     PERFORM 2900-CHERCHER-CLE THRU 2900-EXIT.
041500     IF W-TROUVE NOT = 'O'
041600         GO TO 2210-EXIT.
041700     IF JRN-DATE LESS WC-DEPUIS (IX-CLE)
041800         GO TO 2210-EXIT.
041900     ADD 1 TO WC-NB-COURRIERS (IX-CLE).
042000     ADD 1 TO CPT-COURRIERS.
042100 2210-EXIT.
042200     EXIT.
042300******************************************************************
042400*  2900-CHERCHER-CLE : W-CLE-CHERCHEE DANS LA TABLE DES CLES     *
042500*  (W-TROUVE = 'O' ET IX-CLE POSITIONNE SI PRESENTE)             *
042600******************************************************************
042700 2900-CHERCHER-CLE.
042800     MOVE 'N' TO W-TROUVE.
042900     PERFORM 2910-COMPARER THRU 2910-EXIT
043000         VARYING IX-CLE FROM 1 BY 1
043100         UNTIL IX-CLE GREATER W-NB-CLES
043200            OR W-TROUVE = 'O'.
043300     IF W-TROUVE = 'O'
043400         SUBTRACT 1 FROM IX-CLE.
043500 2900-EXIT.
043600     EXIT.
043700 2910-COMPARER.
043800     IF WC-FGS-CLE (IX-CLE) = W-CLE-CHERCHEE
043900         MOVE 'O' TO W-TROUVE.
044000 2910-EXIT.
044100     EXIT.
044200******************************************************************
044300*  3000-CONSTATER : RELECTURE DE SUIFIC, CONSTAT ET REECRITURE   *
044400******************************************************************
044500 3000-CONSTATER.
044600     MOVE LOW-VALUES TO SUI-CLE.
044700     START SUIFIC KEY NOT LESS SUI-CLE.
044800     IF W-SUI-ABSENT OR W-SUI-FIN
044900         GO TO 3000-EXIT.
045000     IF NOT W-SUI-OK
045100         MOVE 'START SUIFIC' TO W-MOTIF-ABANDON
045200         GO TO 9900-ABANDON.
045300     MOVE 'N' TO W-FIN-SUI.
045400     PERFORM 3010-UNE-ENTREE THRU 3010-EXIT
045500         UNTIL W-FIN-SUI = 'O'.
045600 3000-EXIT.
045700     EXIT.
045800 3010-UNE-ENTREE.
045900     READ SUIFIC NEXT.
046000     IF W-SUI-FIN
046100         MOVE 'O' TO W-FIN-SUI
046200         GO TO 3010-EXIT.
046300     IF NOT W-SUI-OK
046400         MOVE 'READ SUIFIC' TO W-MOTIF-ABANDON
046500         GO TO 9900-ABANDON.
046600     ADD 1 TO CPT-LUES.
046700     IF SUI-DATE-FIN GREATER ZERO
046800      AND SUI-DATE-FIN LESS W-DATE-JOUR
046900         PERFORM 3900-ECHEANCE THRU 3900-EXIT
047000         GO TO 3010-EXIT.
047100     IF SUI-DATE-PASSE = ZERO
047200         ADD 1 TO CPT-PREMIERES.
047300     PERFORM 2050-FENETRE THRU 2050-EXIT.
047400     MOVE SPACES TO SUI-CT-MAITRE SUI-CT-ZONES SUI-CT-GEL.
047500     MOVE ZERO   TO SUI-CT-NB-SUSPENS SUI-CT-NB-CORBEILLE
047600                    SUI-CT-NB-NOTES SUI-CT-NB-COURRIERS.
047700     PERFORM 3100-MAITRE THRU 3100-EXIT.
047800     PERFORM 3200-SUSPENS THRU 3200-EXIT.
047900     PERFORM 3300-NOTES THRU 3300-EXIT.
048000     PERFORM 3400-GELS THRU 3400-EXIT.
048100     MOVE SUI-FGS-CLE TO W-CLE-CHERCHEE.
048200     PERFORM 2900-CHERCHER-CLE THRU 2900-EXIT.
048300     IF W-TROUVE = 'O'
048400         PERFORM 3500-REPRENDRE-TABLE THRU 3500-EXIT.
048500     MOVE W-DATE-JOUR TO SUI-DATE-PASSE.
048600     REWRITE SUI-ENREG.
048700     IF NOT W-SUI-OK
048800         MOVE 'REWRITE SUIFIC' TO W-MOTIF-ABANDON
048900         GO TO 9900-ABANDON.
049000     IF SUI-CT-MAITRE = SPACE AND SUI-CT-GEL = SPACE
049100      AND SUI-CT-NB-SUSPENS = ZERO AND SUI-CT-NB-CORBEILLE = ZERO
049200      AND SUI-CT-NB-NOTES = ZERO AND SUI-CT-NB-COURRIERS = ZERO
049300         GO TO 3010-EXIT.
049400     PERFORM 3800-IMPRIMER THRU 3800-EXIT.
049500     ADD 1 TO CPT-SIGNALEES.
049600 3010-EXIT.
049700     EXIT.
049800******************************************************************
049900*  3100-MAITRE : COMPARAISON DU MAITRE A LA PHOTO DE LA VEILLE,  *
050000*  PUIS NOUVELLE PHOTO                                           *
050100******************************************************************
050200 3100-MAITRE.
050300     MOVE SUI-FGS-CLE TO FFFFFGS-CLE.
050400     READ FFFFFGS.
050500     IF W-FGS-ABSENT
050600         IF SUI-PH-PRISE
050700             MOVE 'S' TO SUI-CT-MAITRE
050800             MOVE 'N' TO SUI-PH-PRESENT
050900             GO TO 3100-EXIT
051000         ELSE
051100             MOVE 'N' TO SUI-PH-PRESENT
051200             GO TO 3100-EXIT.
051300     IF NOT W-FGS-OK
051400         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
051500         GO TO 9900-ABANDON.
051600     IF SUI-PH-ABSENT
051700         MOVE 'A' TO SUI-CT-MAITRE
051800         GO TO 3100-PHOTO.
051900     IF NOT SUI-PH-PRISE
052000         GO TO 3100-PHOTO.
052100     MOVE SPACES TO W-ZONES.
052200     IF FFFFFGS-STATUT NOT = SUI-PH-STATUT
052300         MOVE 'S' TO W-ZONES (1:1).
052400     IF FFFFFGS-MONTANT NOT = SUI-PH-MONTANT
052500         MOVE 'M' TO W-ZONES (2:1).
052600     IF FFFFFGS-MONTANT-ECH NOT = SUI-PH-MONTANT-ECH
052700         MOVE 'E' TO W-ZONES (3:1).
052800     IF FFFFFGS-DATE-EFFET NOT = SUI-PH-DATE-EFFET
052900         MOVE 'D' TO W-ZONES (4:1).
053000     IF FFFFFGS-PRODUIT NOT = SUI-PH-PRODUIT
053100         MOVE 'P' TO W-ZONES (5:1).
053200     IF FFFFFGS-UNITE NOT = SUI-PH-UNITE
053300         MOVE 'U' TO W-ZONES (6:1).
053400     IF W-ZONES = SPACES
053500      AND FFFFFGS-DATE-MAJ NOT LESS W-DEPUIS
053600         MOVE 'A' TO W-ZONES (7:1).
053700     IF W-ZONES NOT = SPACES
053800         MOVE 'M'     TO SUI-CT-MAITRE
053900         MOVE W-ZONES TO SUI-CT-ZONES.
054000 3100-PHOTO.
054100     MOVE 'O'                 TO SUI-PH-PRESENT.
054200     MOVE FFFFFGS-STATUT      TO SUI-PH-STATUT.
054300     MOVE FFFFFGS-MONTANT     TO SUI-PH-MONTANT.
054400     MOVE FFFFFGS-MONTANT-ECH TO SUI-PH-MONTANT-ECH.
054500     MOVE FFFFFGS-DATE-EFFET  TO SUI-PH-DATE-EFFET.
054600     MOVE FFFFFGS-PRODUIT     TO SUI-PH-PRODUIT.
054700     MOVE FFFFFGS-UNITE       TO SUI-PH-UNITE.
054800 3100-EXIT.
054900     EXIT.
055000******************************************************************
055100*  3200-SUSPENS : SUSPENS DE LA CLE REJETES DANS LA FENETRE      *
055200******************************************************************
055300 3200-SUSPENS.
055400     MOVE SUI-FGS-CLE TO SUS-FGS-CLE.
055500     MOVE ZERO        TO SUS-SEQ.
055600     START SUSPFIC KEY NOT LESS SUS-CLE.
055700     IF W-SUS-ABSENT OR W-SUS-FIN
055800         GO TO 3200-EXIT.
055900     MOVE 'N' TO W-FIN-LEC.
056000     PERFORM 3210-UN-SUSPENS THRU 3210-EXIT
056100         UNTIL W-FIN-LEC = 'O'.
056200 3200-EXIT.
056300     EXIT.
056400 3210-UN-SUSPENS.
056500     READ SUSPFIC NEXT.
056600     IF NOT W-SUS-OK
056700      OR SUS-FGS-CLE NOT = SUI-FGS-CLE
056800         MOVE 'O' TO W-FIN-LEC
056900         GO TO 3210-EXIT.
057000     IF SUS-DATE-REJET NOT LESS W-DEPUIS
057100      AND SUS-DATE-REJET NOT GREATER W-DATE-JOUR
057200      AND SUI-CT-NB-SUSPENS LESS 999
057300         ADD 1 TO SUI-CT-NB-SUSPENS.
057400 3210-EXIT.
057500     EXIT.
057600******************************************************************
057700*  3300-NOTES : NOTES DE LA CLE SAISIES DANS LA FENETRE          *
057800******************************************************************
057900 3300-NOTES.
058000     MOVE SUI-FGS-CLE TO NOT-FGS-CLE.
058100     MOVE ZERO        TO NOT-SEQ.
058200     START NOTEFIC KEY NOT LESS NOT-CLE.
058300     IF W-NOT-ABSENT OR W-NOT-FIN
058400         GO TO 3300-EXIT.
058500     MOVE 'N' TO W-FIN-LEC.
058600     PERFORM 3310-UNE-NOTE THRU 3310-EXIT
058700         UNTIL W-FIN-LEC = 'O'.
058800 3300-EXIT.
058900     EXIT.
059000 3310-UNE-NOTE.
059100     READ NOTEFIC NEXT.
059200     IF NOT W-NOT-OK
059300      OR NOT-FGS-CLE NOT = SUI-FGS-CLE
059400         MOVE 'O' TO W-FIN-LEC
059500         GO TO 3310-EXIT.
059600     IF NOT-DATE NOT LESS W-DEPUIS
059700      AND NOT-DATE NOT GREATER W-DATE-JOUR
059800      AND SUI-CT-NB-NOTES LESS 999
059900         ADD 1 TO SUI-CT-NB-NOTES.
060000 3310-EXIT.
060100     EXIT.
060200******************************************************************
060300*  3400-GELS : GEL HLDFIC SUR LA CLE, PUIS SUR L ID-NAT DU MAITRE*
060400*  (UN GEL POSE DANS LA FENETRE PRIME SUR UN GEL LEVE)           *
060500******************************************************************
060600 3400-GELS.
060700     MOVE 'C'         TO W-GEL-TYPE.
060800     MOVE SUI-FGS-CLE TO W-GEL-VALEUR.
060900     PERFORM 3410-UN-GEL THRU 3410-EXIT.
061000     IF NOT SUI-PH-PRISE
061100      OR FFFFFGS-ID-NAT = SPACES
061200         GO TO 3400-EXIT.
061300     MOVE 'I'            TO W-GEL-TYPE.
061400     MOVE FFFFFGS-ID-NAT TO W-GEL-VALEUR.
061500     PERFORM 3410-UN-GEL THRU 3410-EXIT.
061600 3400-EXIT.
061700     EXIT.
061800 3410-UN-GEL.
061900     MOVE W-GEL-TYPE   TO HLD-TYPE.
062000     MOVE W-GEL-VALEUR TO HLD-VALEUR.
062100     READ HLDFIC.
062200     IF W-HLD-ABSENT
062300         GO TO 3410-EXIT.
062400     IF NOT W-HLD-OK
062500         MOVE 'READ HLDFIC' TO W-MOTIF-ABANDON
062600         GO TO 9900-ABANDON.
062700     IF HLD-DATE-DEBUT NOT LESS W-DEPUIS
062800      AND HLD-DATE-DEBUT NOT GREATER W-DATE-JOUR
062900         MOVE 'P' TO SUI-CT-GEL
063000         GO TO 3410-EXIT.
063100     IF SUI-CT-GEL-POSE
063200         GO TO 3410-EXIT.
063300     IF HLD-DATE-FIN NOT LESS W-DEPUIS
063400      AND HLD-DATE-FIN NOT GREATER W-DATE-JOUR
063500         MOVE 'L' TO SUI-CT-GEL.
063600 3410-EXIT.
063700     EXIT.
063800******************************************************************
063900*  3500-REPRENDRE-TABLE : CORBEILLE ET COURRIERS COMPTES A LA    *
064000*  LECTURE DE WRKBSK ET LETJRN                                   *
064100******************************************************************
064200 3500-REPRENDRE-TABLE.
064300     IF WC-NB-CORBEILLE (IX-CLE) GREATER 999
064400         MOVE 999 TO SUI-CT-NB-CORBEILLE
064500     ELSE
064600         MOVE WC-NB-CORBEILLE (IX-CLE) TO SUI-CT-NB-CORBEILLE.
064700     IF WC-NB-COURRIERS (IX-CLE) GREATER 999
064800         MOVE 999 TO SUI-CT-NB-COURRIERS
064900     ELSE
065000         MOVE WC-NB-COURRIERS (IX-CLE) TO SUI-CT-NB-COURRIERS.
065100 3500-EXIT.
065200     EXIT.
065300******************************************************************
065400*  3800-IMPRIMER : ENTREE SIGNALEE PORTEE A L ETAT               *
065500******************************************************************
065600 3800-IMPRIMER.
065700     MOVE SUI-OPERATEUR       TO ESV-D-OPERATEUR.
065800     MOVE SUI-FGS-CLE         TO ESV-D-CLE.
065900     MOVE W-DEPUIS            TO ESV-D-DEPUIS.
066000     MOVE SUI-CT-MAITRE       TO ESV-D-MAITRE.
066100     MOVE SUI-CT-ZONES        TO ESV-D-ZONES.
066200     MOVE SUI-CT-NB-SUSPENS   TO ESV-D-SUSPENS.
066300     MOVE SUI-CT-NB-CORBEILLE TO ESV-D-CORBEILLE.
066400     MOVE SUI-CT-NB-NOTES     TO ESV-D-NOTES.
066500     MOVE SUI-CT-GEL          TO ESV-D-GEL.
066600     MOVE SUI-CT-NB-COURRIERS TO ESV-D-COURRIERS.
066700     MOVE SUI-MOTIF           TO ESV-D-MOTIF.
066800     WRITE ESV-LIGNE FROM ESV-DETAIL.
066900 3800-EXIT.
067000     EXIT.
067100******************************************************************
067200*  3900-ECHEANCE : ENTREE ARRIVEE A ECHEANCE, RETIREE DE LA LISTE*
067300******************************************************************
067400 3900-ECHEANCE.
067500     DELETE SUIFIC.
067600     IF NOT W-SUI-OK
067700         MOVE 'DELETE SUIFIC' TO W-MOTIF-ABANDON
067800         GO TO 9900-ABANDON.
067900     ADD 1 TO CPT-ECHUES.
068000     MOVE SPACES          TO ESV-DETAIL.
068100     MOVE SUI-OPERATEUR   TO ESV-D-OPERATEUR.
068200     MOVE SUI-FGS-CLE     TO ESV-D-CLE.
068300     MOVE SUI-DATE-FIN    TO ESV-D-DEPUIS.
068400     MOVE 'ECHEANCE ATTEINTE - SUIVI RETIRE' TO ESV-D-MOTIF.
068500     WRITE ESV-LIGNE FROM ESV-DETAIL.
068600 3900-EXIT.
068700     EXIT.
068800******************************************************************
068900*  4000-TERMINAISON : COMPTES DE LA PASSE ET FERMETURES          *
069000******************************************************************
069100 4000-TERMINAISON.
069200     MOVE SPACES TO ESV-LIGNE.
069300     WRITE ESV-LIGNE.
069400     MOVE 'ENTREES DE SUIVI LUES'    TO ESV-C-LIBELLE.
069500     MOVE CPT-LUES                   TO ESV-C-NB.
069600     WRITE ESV-LIGNE FROM ESV-COMPTE.
069700     MOVE 'ENTREES SIGNALEES'        TO ESV-C-LIBELLE.
069800     MOVE CPT-SIGNALEES              TO ESV-C-NB.
069900     WRITE ESV-LIGNE FROM ESV-COMPTE.
070000     MOVE 'PREMIERES PASSES (PHOTO)' TO ESV-C-LIBELLE.
070100     MOVE CPT-PREMIERES              TO ESV-C-NB.
070200     WRITE ESV-LIGNE FROM ESV-COMPTE.
070300     MOVE 'ENTREES ECHUES RETIREES'  TO ESV-C-LIBELLE.
070400     MOVE CPT-ECHUES                 TO ESV-C-NB.
070500     WRITE ESV-LIGNE FROM ESV-COMPTE.
070600     MOVE 'CLES SUIVIES DISTINCTES'  TO ESV-C-LIBELLE.
070700     MOVE W-NB-CLES                  TO ESV-C-NB.
070800     WRITE ESV-LIGNE FROM ESV-COMPTE.
070900     MOVE 'ELEMENTS WRKBSK RETENUS'  TO ESV-C-LIBELLE.
071000     MOVE CPT-CORBEILLE              TO ESV-C-NB.
071100     WRITE ESV-LIGNE FROM ESV-COMPTE.
071200     MOVE 'COURRIERS LETJRN RETENUS' TO ESV-C-LIBELLE.
071300     MOVE CPT-COURRIERS              TO ESV-C-NB.
071400     WRITE ESV-LIGNE FROM ESV-COMPTE.
071500     CLOSE SUIFIC FFFFFGS SUSPFIC NOTEFIC HLDFIC ETATSUI.
071600 4000-EXIT.
071700     EXIT.
071800******************************************************************
071900*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
072000******************************************************************
072100 9900-ABANDON.
072200     DISPLAY 'GSSV160 - ABANDON : ' W-MOTIF-ABANDON.
072300     MOVE 16 TO RETURN-CODE.
072400     STOP RUN.
