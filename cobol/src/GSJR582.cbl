000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSJR582.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSJR582 : DEFAISANCE D UN LOT DE MOUVEMENTS APPLIQUE          *
000900*  ------------------------------------------------------------  *
001000*  UN LOT MVTFIC APPLIQUE A TORT (DOUBLE PASSAGE, FICHIER SOEUR  *
001100*  FAUX) EST DEFAIT CLE PAR CLE AU LIEU D UNE RECONSTITUTION     *
001200*  COMPLETE. LE LOT EST DESIGNE PAR LA REFERENCE DE SON ENTETE   *
001300*  FFFFFGCT (SOURCE, DATE DE CREATION, CYCLE) QUE GSBT010 POSE   *
001400*  SUR CHAQUE COMPTE RENDU CRDFIC.                               *
001500*   - LE COMPTE RENDU DU PASSAGE QUI A APPLIQUE LE LOT (CRDFIC   *
001600*     DE CE JOUR) DONNE LES CLES TOUCHEES ET LE RANG DE CHAQUE   *
001700*     MOUVEMENT AP DU LOT PARMI LES AP DE LA CLE ;               *
001800*   - LE JOURNAL DES IMAGES APRES, TRIE PAR CLE, DATE ET HEURE,  *
001900*     DONNE LES TRACES GSBT010 DU JOUR DANS LE MEME ORDRE : LES  *
002000*     TRACES DU LOT SONT CELLES DE CES RANGS ;                   *
002100*   - L IMAGE AVANT EST LA DERNIERE TRACE DE LA CLE PRECEDANT LE *
002200*     LOT, A DEFAUT L IMAGE DE LA GENERATION FGSGEN, A DEFAUT LA *
002300*     CLE N EXISTAIT PAS (LE LOT L A CREEE).                     *
002400*  UNE CLE MODIFIEE DE NOUVEAU APRES LE LOT (TRACE POSTERIEURE,  *
002500*  QUEL QU EN SOIT L EMETTEUR), UN LOT ENTRELACE AVEC UN AUTRE   *
002600*  SUR LA MEME CLE, UN JOURNAL DISCORDANT DU COMPTE RENDU OU UN  *
002700*  MAITRE DIFFERENT DE L IMAGE APRES DU LOT N EST PAS TOUCHEE :  *
002800*  ELLE EST LISTEE A TRAITER MANUELLEMENT (CODE RETOUR 4).       *
002900*  CARTE PARAMETRE :                                             *
003000*   MODE(1) SOURCE(8) DATE(8) CYCLE(4) SUPERVISEUR(8)            *
003100*   (ZONES SEPAREES PAR UN BLANC)                                *
003200*   MODE S = SIMULATION : ETAT SEUL, MAITRE LU SANS MISE A JOUR  *
003300*   MODE A = APPLICATION : LE SUPERVISEUR DOIT AVOIR LE PROFIL   *
003400*            D APPROBATION (AUTFIC, HORS FORMATION) ; L IMAGE    *
003500*            AVANT EST REPOSEE SOUS VERROU GSEQ200 ET JOURNALISEE*
003600*            (GSJR580, EMETTEUR GSJR582)                         *
003700*  FGSGEN DOIT ETRE LA GENERATION ANTERIEURE AU PASSAGE DU LOT   *
003800*  ET JRNIN LE JOURNAL DEPUIS CETTE GENERATION (LE JCL Y         *
003900*  CONCATENE LA FILE TP GJRNFIC).                                *
004000*  ------------------------------------------------------------  *
004100*  ENTREE  : CRDFIC   COMPTE RENDU DU PASSAGE DU LOT             *
004200*            JRNIN    JOURNAL DES IMAGES APRES (DESSIN GSJR580)  *
004300*            FGSGEN   GENERATION DU MAITRE (ORDRE DE CLE)        *
004400*            AUTFIC   PROFILS D AUTORISATION (MODE A)            *
004500*  M-A-J   : FFFFFGS  FICHIER MAITRE (MODE A)                    *
004600*            JRNFIC   (PAR GSJR580) IMAGES REPOSEES (MODE A)     *
004610*            ECHFIC   (PAR GSEC670) ECHEANCIER REBATI (MODE A)   *
004620*            EVTFIC   (PAR GSPB090) EVENEMENTS (MODE A)          *
004700*  SORTIE  : ETATBCK  CLES DU LOT, ACTION ET CLES A TRAITER      *
004800*  TRAVAIL : JRNTRI   TRIJRN                                     *
004900*  ------------------------------------------------------------  *
005000*  HISTORIQUE DES MODIFICATIONS                                  *
005100*  15/10/26  DA  CREATION                                        *
005200******************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.
005600     IBM-370.
005700 OBJECT-COMPUTER.
005800     IBM-370.
005900 SPECIAL-NAMES.
006000     DECIMAL-POINT IS COMMA.
006100 INPUT-OUTPUT SECTION.
006200 FILE-CONTROL.
006300     SELECT CRDFIC  ASSIGN  CRDFIC
006400       ORGANIZATION  INDEXED
006500       ACCESS MODE   SEQUENTIAL
006600       RECORD KEY    CRD-CLE
006700       FILE STATUS   W-CRDFIC-STATUS.
006800     SELECT JRNIN   ASSIGN  JRNIN
006900       ORGANIZATION  SEQUENTIAL
007000       FILE STATUS   W-JRNIN-STATUS.
007100     SELECT JRNTRI  ASSIGN  JRNTRI
007200       ORGANIZATION  SEQUENTIAL
007300       FILE STATUS   W-JRNTRI-STATUS.
007400     SELECT FGSGEN  ASSIGN  FGSGEN
007500       ORGANIZATION  SEQUENTIAL
007600       FILE STATUS   W-FGSGEN-STATUS.
007700     SELECT FFFFFGS ASSIGN  FFFFFGS
007800       ORGANIZATION  INDEXED
007900       ACCESS MODE   RANDOM
008000       RECORD KEY    FFFFFGS-CLE
008100       FILE STATUS   W-FFFFFGS-STATUS.
008200     SELECT AUTFIC  ASSIGN  AUTFIC
008300       ORGANIZATION  INDEXED
008400       ACCESS MODE   RANDOM
008500       RECORD KEY    AUT-OPERATEUR
008600       FILE STATUS   W-AUTFIC-STATUS.
008700     SELECT ETATBCK ASSIGN  ETATBCK
008800       ORGANIZATION  SEQUENTIAL
008900       FILE STATUS   W-ETATBCK-STATUS.
009000     SELECT TRIJRN  ASSIGN  TRIJRN.
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  CRDFIC
009400     LABEL RECORD STANDARD
009500     DATA RECORD CRD-ENREG.
009600 COPY FFFFFGX.
009700 FD  JRNIN
009800     LABEL RECORD STANDARD
009900     DATA RECORD JRN-ENREG.
010000 01  JRN-ENREG                       PIC X(430).
010100*    JOURNAL TRIE PAR CLE, DATE ET HEURE (DESSIN JRN DE GSJR580)
010200 FD  JRNTRI
010300     LABEL RECORD STANDARD
010400     DATA RECORD JRT-ENREG.
010500 01  JRT-ENREG.
010600     05  JRT-DATE                    PIC 9(08).
010700     05  JRT-HEURE                   PIC 9(06).
010800     05  JRT-TYPE                    PIC X(01).
010900     05  JRT-EMETTEUR                PIC X(08).
011000     05  JRT-IMAGE                   PIC X(400).
011100     05  JRT-IMAGE-R REDEFINES JRT-IMAGE.
011200         10  JRT-CLE                 PIC X(15).
011300         10  FILLER                  PIC X(385).
011400     05  JRT-CODE-MVT                PIC X(01).
011500     05  FILLER                      PIC X(06).
011600 FD  FGSGEN
011700     LABEL RECORD STANDARD
011800     DATA RECORD GEN-ENREG.
011900 01  GEN-ENREG.
012000     05  GEN-CLE                     PIC X(15).
012100     05  FILLER                      PIC X(385).
012200 FD  FFFFFGS
012300     LABEL RECORD STANDARD
012400     DATA RECORD FFFFFGS-ENREG.
012500 COPY FFFFFFGS.
012600 FD  AUTFIC
012700     LABEL RECORD STANDARD
012800     DATA RECORD AUT-ENREG.
012900 COPY FFFFFGA.
013000 FD  ETATBCK
013100     LABEL RECORD STANDARD
013200     DATA RECORD BCK-LIGNE.
013300 01  BCK-LIGNE                       PIC X(132).
013400 SD  TRIJRN
013500     DATA RECORD TRJ-ENREG.
013600 01  TRJ-ENREG.
013700     05  TRJ-DATE                    PIC 9(08).
013800     05  TRJ-HEURE                   PIC 9(06).
013900     05  TRJ-TYPE                    PIC X(01).
014000     05  TRJ-EMETTEUR                PIC X(08).
014100     05  TRJ-CLE                     PIC X(15).
014200     05  FILLER                      PIC X(392).
014300 WORKING-STORAGE SECTION.
014400 77  CPT-CRD-LUS                     PIC S9(08) COMP VALUE ZERO.
014500 77  CPT-CLES-LOT                    PIC S9(08) COMP VALUE ZERO.
014600 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
014700 77  CPT-RESTAUREES                  PIC S9(08) COMP VALUE ZERO.
014800 77  CPT-RECREEES                    PIC S9(08) COMP VALUE ZERO.
014900 77  CPT-SUPPRIMEES                  PIC S9(08) COMP VALUE ZERO.
015000 77  CPT-SANS-EFFET                  PIC S9(08) COMP VALUE ZERO.
015100 77  CPT-MANUELLES                   PIC S9(08) COMP VALUE ZERO.
015200 77  W-NB-AP                         PIC S9(04) COMP.
015300 77  W-NB-LOT                        PIC S9(04) COMP.
015400 77  W-RANG-PREMIER                  PIC S9(04) COMP.
015500 77  W-RANG-DERNIER                  PIC S9(04) COMP.
015600 77  W-RANG                          PIC S9(04) COMP.
015700 77  W-NB-TRACES-LOT                 PIC S9(04) COMP.
015800 77  W-NB-TRACES-APRES               PIC S9(04) COMP.
015900 01  W-FIN-CRD                       PIC X(01) VALUE 'N'.
016000     88  FIN-CRD                     VALUE 'O'.
016100 01  W-FIN-JRT                       PIC X(01) VALUE 'N'.
016200     88  FIN-JRT                     VALUE 'O'.
016300 01  W-FIN-GEN                       PIC X(01) VALUE 'N'.
016400     88  FIN-GEN                     VALUE 'O'.
016500 01  W-CRDFIC-STATUS                 PIC X(02).
016600     88  W-CRD-OK                    VALUE '00'.
016700     88  W-CRD-FIN                   VALUE '10'.
016800 01  W-JRNIN-STATUS                  PIC X(02).
016900 01  W-JRNTRI-STATUS                 PIC X(02).
017000     88  W-JRT-OK                    VALUE '00'.
017100     88  W-JRT-FIN                   VALUE '10'.
017200 01  W-FGSGEN-STATUS                 PIC X(02).
017300     88  W-GEN-OK                    VALUE '00'.
017400     88  W-GEN-FIN                   VALUE '10'.
017500 COPY FFFFFGSW.
017600 01  W-AUTFIC-STATUS                 PIC X(02).
017700     88  W-AUT-OK                    VALUE '00'.
017800     88  W-AUT-ABSENT                VALUE '23'.
017900 01  W-ETATBCK-STATUS                PIC X(02).
018000     88  W-BCK-OK                    VALUE '00'.
018100 01  W-MOTIF-ABANDON                 PIC X(40).
018200 01  W-PARM.
018300     05  W-PARM-MODE                 PIC X(01).
018400         88  PARM-SIMULATION         VALUE 'S'.
018500         88  PARM-APPLICATION        VALUE 'A'.
018600     05  FILLER                      PIC X(01).
018700     05  W-PARM-SOURCE               PIC X(08).
018800     05  FILLER                      PIC X(01).
018900     05  W-PARM-DATE                 PIC X(08).
019000     05  FILLER                      PIC X(01).
019100     05  W-PARM-CYCLE                PIC X(04).
019200     05  FILLER                      PIC X(01).
019300     05  W-PARM-SUPERVISEUR          PIC X(08).
019400     05  FILLER                      PIC X(47).
019500*    REFERENCE DU LOT A DEFAIRE - MEME DESSIN QUE CRD-LOT
019600 01  W-LOT.
019700     05  W-LOT-SOURCE                PIC X(08).
019800     05  W-LOT-DATE                  PIC 9(08).
019900     05  W-LOT-CYCLE                 PIC 9(04).
020000 01  W-DATE-JOUR                     PIC 9(08).
020100 01  W-DATE-APPLI                    PIC 9(08).
020200 01  W-CLE                           PIC X(15).
020300 01  W-PHASE                         PIC X(01).
020400     88  PHASE-AVANT-LOT             VALUE 'A'.
020500     88  PHASE-LOT                   VALUE 'L'.
020600 01  W-AVANT-EXISTE                  PIC X(01).
020700 01  W-IMAGE-AVANT                   PIC X(400).
020800 01  W-APRES-TYPE                    PIC X(01).
020900 01  W-IMAGE-APRES                   PIC X(400).
021000 01  W-MAITRE-EXISTE                 PIC X(01).
021100 01  W-APRES-EMETTEUR                PIC X(08).
021200 01  W-APRES-DATE                    PIC 9(08).
021300 01  W-APRES-HEURE                   PIC 9(06).
021400 01  W-ACTION                        PIC X(12).
021500 01  W-OBSERVATION                   PIC X(60).
021600 COPY GSEQZ.
021700 COPY GSJRZ.
021730 COPY GSECZ.
021760 COPY GSPBZ.
021800 01  BCK-ENTETE.
021900     05  FILLER                      PIC X(38)
022000         VALUE 'GSJR582 - DEFAISANCE DE LOT - SOURCE '.
022100     05  BCK-E-SOURCE                PIC X(08).
022200     05  FILLER                      PIC X(07) VALUE ' DATE '.
022300     05  BCK-E-DATE                  PIC 9(08).
022400     05  FILLER                      PIC X(08) VALUE ' CYCLE '.
022500     05  BCK-E-CYCLE                 PIC 9(04).
022600     05  FILLER                      PIC X(08) VALUE ' MODE '.
022700     05  BCK-E-MODE                  PIC X(11).
022800     05  FILLER                      PIC X(14)
022900         VALUE ' SUPERVISEUR '.
023000     05  BCK-E-SUPERVISEUR           PIC X(08).
023100     05  FILLER                      PIC X(06) VALUE ' DU '.
023200     05  BCK-E-JOUR                  PIC 9(08).
023300     05  FILLER                      PIC X(04) VALUE SPACES.
023400 01  BCK-TITRES.
023500     05  FILLER                      PIC X(16) VALUE 'CLE'.
023600     05  FILLER                      PIC X(05) VALUE 'MVTS'.
023700     05  FILLER                      PIC X(13) VALUE 'ACTION'.
023800     05  FILLER                      PIC X(98)
023900         VALUE 'OBSERVATION'.
024000 01  BCK-DETAIL.
024100     05  BCK-D-CLE                   PIC X(15).
024200     05  FILLER                      PIC X(01) VALUE SPACE.
024300     05  BCK-D-MVTS                  PIC ZZZ9.
024400     05  FILLER                      PIC X(01) VALUE SPACE.
024500     05  BCK-D-ACTION                PIC X(12).
024600     05  FILLER                      PIC X(01) VALUE SPACE.
024700     05  BCK-D-OBSERVATION           PIC X(60).
024800     05  FILLER                      PIC X(38) VALUE SPACES.
024900 01  BCK-COMPTE.
025000     05  BCK-C-LIBELLE               PIC X(30).
025100     05  FILLER                      PIC X(06) VALUE ' NB : '.
025200     05  BCK-C-NB                    PIC Z(07)9.
025300     05  FILLER                      PIC X(88) VALUE SPACES.
025400 PROCEDURE DIVISION.
025500******************************************************************
025600*  0000-MAINLINE : CARTE ET CONTROLES, TRI DU JOURNAL, PUIS      *
025700*  RAPPROCHEMENT COMPTE RENDU / JOURNAL / GENERATION PAR CLE     *
025800******************************************************************
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
026100     SORT TRIJRN
026200         ON ASCENDING KEY TRJ-CLE TRJ-DATE TRJ-HEURE
026300         WITH DUPLICATES IN ORDER
026400         USING JRNIN
026500         GIVING JRNTRI.
026600     IF SORT-RETURN NOT = ZERO
026700         MOVE 'TRI DU JOURNAL JRNIN' TO W-MOTIF-ABANDON
026800         GO TO 9900-ABANDON.
026900     PERFORM 1500-OUVRIR-ENTREES THRU 1500-EXIT.
027000     PERFORM 2000-UNE-CLE THRU 2000-EXIT
027100         UNTIL FIN-CRD.
027200     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
027300     GOBACK.
027400 0000-EXIT.
027500     EXIT.
027600******************************************************************
027700*  1000-INITIALISATION : CARTE PARAMETRE, HABILITATION DU        *
027800*  SUPERVISEUR ET PHASE DE MISE A JOUR (GSEQ200) EN              *
027900*  APPLICATION, OUVERTURES ET ENTETE                             *
028000******************************************************************
028100 1000-INITIALISATION.
028200     MOVE SPACES TO W-PARM.
028300     ACCEPT W-PARM.
028400     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
028500     IF NOT PARM-SIMULATION AND NOT PARM-APPLICATION
028600         MOVE 'CARTE PARAMETRE - MODE S OU A' TO W-MOTIF-ABANDON
028700         GO TO 9900-ABANDON.
028800     IF W-PARM-SOURCE = SPACES
028900      OR W-PARM-DATE NOT NUMERIC
029000      OR W-PARM-CYCLE NOT NUMERIC
029100         MOVE 'CARTE PARAMETRE - REFERENCE DE LOT'
029200           TO W-MOTIF-ABANDON
029300         GO TO 9900-ABANDON.
029400     MOVE W-PARM-SOURCE TO W-LOT-SOURCE.
029500     MOVE W-PARM-DATE   TO W-LOT-DATE.
029600     MOVE W-PARM-CYCLE  TO W-LOT-CYCLE.
029700     IF PARM-APPLICATION
029800         PERFORM 1100-HABILITATION THRU 1100-EXIT
029900         MOVE 'D' TO EQZ-FONCTION
030000         MOVE 'M' TO EQZ-PHASE
030100         CALL 'GSEQ200' USING EQZ-ZONE
030200         IF NOT EQZ-SERVI
030300             MOVE 'GSEQ200 - DEBUT DE PHASE' TO W-MOTIF-ABANDON
030400             GO TO 9900-ABANDON.
030500     IF PARM-APPLICATION
030600         OPEN I-O FFFFFGS
030700     ELSE
030800         OPEN INPUT FFFFFGS.
030900     IF NOT W-FGS-OK
031000         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
031100         GO TO 9900-ABANDON.
031200     OPEN OUTPUT ETATBCK.
031300     IF NOT W-BCK-OK
031400         MOVE 'OPEN ETATBCK' TO W-MOTIF-ABANDON
031500         GO TO 9900-ABANDON.
031600     MOVE W-LOT-SOURCE TO BCK-E-SOURCE.
031700     MOVE W-LOT-DATE   TO BCK-E-DATE.
031800     MOVE W-LOT-CYCLE  TO BCK-E-CYCLE.
031900     IF PARM-APPLICATION
032000         MOVE 'APPLICATION' TO BCK-E-MODE
032100     ELSE
032200         MOVE 'SIMULATION'  TO BCK-E-MODE.
032300     MOVE W-PARM-SUPERVISEUR TO BCK-E-SUPERVISEUR.
032400     MOVE W-DATE-JOUR        TO BCK-E-JOUR.
032500     WRITE BCK-LIGNE FROM BCK-ENTETE.
032600     WRITE BCK-LIGNE FROM BCK-TITRES.
032700 1000-EXIT.
032800     EXIT.
032900******************************************************************
033000*  1100-HABILITATION : L APPLICATION EXIGE UN SUPERVISEUR AU     *
033100*  PROFIL D APPROBATION, HORS COPIES DE FORMATION                *
033200******************************************************************
033300 1100-HABILITATION.
033400     IF W-PARM-SUPERVISEUR = SPACES OR LOW-VALUE
033500         MOVE 'APPLICATION SANS SUPERVISEUR' TO W-MOTIF-ABANDON
033600         GO TO 9900-ABANDON.
033700     OPEN INPUT AUTFIC.
033800     IF NOT W-AUT-OK
033900         MOVE 'OPEN AUTFIC' TO W-MOTIF-ABANDON
034000         GO TO 9900-ABANDON.
034100     MOVE W-PARM-SUPERVISEUR TO AUT-OPERATEUR.
034200     READ AUTFIC.
034300     IF W-AUT-ABSENT
034400         MOVE 'SUPERVISEUR INCONNU DE AUTFIC' TO W-MOTIF-ABANDON
034500         GO TO 9900-ABANDON.
034600     IF NOT W-AUT-OK
034700         MOVE 'READ AUTFIC' TO W-MOTIF-ABANDON
034800         GO TO 9900-ABANDON.
034900     IF AUT-APPROBATION NOT = 'O' OR AUT-EN-FORMATION
035000         MOVE 'SUPERVISEUR NON HABILITE' TO W-MOTIF-ABANDON
035100         GO TO 9900-ABANDON.
035200     CLOSE AUTFIC.
035300 1100-EXIT.
035400     EXIT.
035500******************************************************************
035600*  1500-OUVRIR-ENTREES : LES TROIS ENTREES EN ORDRE DE CLE ET    *
035700*  LEUR PREMIER ENREGISTREMENT                                   *
035800******************************************************************
035900 1500-OUVRIR-ENTREES.
036000     OPEN INPUT CRDFIC.
036100     IF NOT W-CRD-OK
036200         MOVE 'OPEN CRDFIC' TO W-MOTIF-ABANDON
036300         GO TO 9900-ABANDON.
036400     OPEN INPUT JRNTRI.
036500     IF NOT W-JRT-OK
036600         MOVE 'OPEN JRNTRI' TO W-MOTIF-ABANDON
036700         GO TO 9900-ABANDON.
036800     OPEN INPUT FGSGEN.
036900     IF NOT W-GEN-OK
037000         MOVE 'OPEN FGSGEN' TO W-MOTIF-ABANDON
037100         GO TO 9900-ABANDON.
037200     PERFORM 8100-LIRE-CRD THRU 8100-EXIT.
037300     PERFORM 8200-LIRE-JRT THRU 8200-EXIT.
037400     PERFORM 8300-LIRE-GEN THRU 8300-EXIT.
037500 1500-EXIT.
037600     EXIT.
037700******************************************************************
037800*  2000-UNE-CLE : LES COMPTES RENDUS D UNE CLE ; SI LE LOT Y A   *
037900*  APPLIQUE AU MOINS UN MOUVEMENT, IMAGE AVANT, CONTROLES PUIS   *
038000*  DEFAISANCE OU SIGNALEMENT                                     *
038100******************************************************************
038200 2000-UNE-CLE.
038300     MOVE CRD-FGS-CLE TO W-CLE.
038400     MOVE ZERO TO W-NB-AP W-NB-LOT W-RANG-PREMIER W-RANG-DERNIER.
038500     PERFORM 2100-CUMULER-CRD THRU 2100-EXIT
038600         UNTIL FIN-CRD OR CRD-FGS-CLE NOT = W-CLE.
038700     IF W-NB-LOT = ZERO
038800         GO TO 2000-EXIT.
038900     ADD 1 TO CPT-CLES-LOT.
039000     ADD W-NB-LOT TO CPT-MVTS-LOT.
039100     PERFORM 2200-IMAGE-GENERATION THRU 2200-EXIT.
039200     PERFORM 2300-PARCOURIR-JOURNAL THRU 2300-EXIT.
039300     PERFORM 2500-CONTROLER THRU 2500-EXIT.
039400     IF W-OBSERVATION NOT = SPACES
039500         MOVE 'A TRAITER' TO W-ACTION
039600         ADD 1 TO CPT-MANUELLES
039700     ELSE
039800         PERFORM 2600-DEFAIRE THRU 2600-EXIT.
039900     PERFORM 5000-DETAIL THRU 5000-EXIT.
040000 2000-EXIT.
040100     EXIT.
040200******************************************************************
040300*  2100-CUMULER-CRD : RANG DE CHAQUE AP DU LOT PARMI LES AP DE   *
040400*  LA CLE (LES RJ N ONT PAS DE TRACE AU JOURNAL)                 *
040500******************************************************************
040600 2100-CUMULER-CRD.
040700     IF NOT CRD-APPLIQUE
040800         GO TO 2100-SUIVANT.
040900     ADD 1 TO W-NB-AP.
041000     IF CRD-LOT NOT = W-LOT
041100         GO TO 2100-SUIVANT.
041200     ADD 1 TO W-NB-LOT.
041300     IF W-RANG-PREMIER = ZERO
041400         MOVE W-NB-AP TO W-RANG-PREMIER.
041500     MOVE W-NB-AP  TO W-RANG-DERNIER.
041600     MOVE CRD-DATE TO W-DATE-APPLI.
041700 2100-SUIVANT.
041800     PERFORM 8100-LIRE-CRD THRU 8100-EXIT.
041900 2100-EXIT.
042000     EXIT.
042100******************************************************************
042200*  2200-IMAGE-GENERATION : IMAGE DE LA CLE DANS LA GENERATION,   *
042300*  POINT DE DEPART DE L IMAGE AVANT                              *
042400******************************************************************
042500 2200-IMAGE-GENERATION.
042600     MOVE 'N' TO W-AVANT-EXISTE.
042700 2200-AVANCER.
042800     IF FIN-GEN
042900         GO TO 2200-EXIT.
043000     IF GEN-CLE LESS W-CLE
043100         PERFORM 8300-LIRE-GEN THRU 8300-EXIT
043200         GO TO 2200-AVANCER.
043300     IF GEN-CLE = W-CLE
043400         MOVE GEN-ENREG TO W-IMAGE-AVANT
043500         MOVE 'O'       TO W-AVANT-EXISTE.
043600 2200-EXIT.
043700     EXIT.
043800******************************************************************
043900*  2300-PARCOURIR-JOURNAL : LES TRACES DE LA CLE DANS L ORDRE -  *
044000*  AVANT LE LOT ELLES FONT L IMAGE AVANT, LE LOT DONNE L IMAGE   *
044100*  APRES, TOUTE AUTRE TRACE ENSUITE EST UN CHANGEMENT ULTERIEUR  *
044200******************************************************************
044300 2300-PARCOURIR-JOURNAL.
044400     MOVE ZERO TO W-RANG W-NB-TRACES-LOT W-NB-TRACES-APRES.
044500     MOVE 'A'    TO W-PHASE.
044600     MOVE SPACES TO W-APRES-TYPE W-APRES-EMETTEUR.
044700     MOVE ZERO   TO W-APRES-DATE W-APRES-HEURE.
044800 2300-AVANCER.
044900     IF FIN-JRT
045000         GO TO 2300-EXIT.
045100     IF JRT-CLE LESS W-CLE
045200         PERFORM 8200-LIRE-JRT THRU 8200-EXIT
045300         GO TO 2300-AVANCER.
045400     PERFORM 2310-UNE-TRACE THRU 2310-EXIT
045500         UNTIL FIN-JRT OR JRT-CLE NOT = W-CLE.
045600 2300-EXIT.
045700     EXIT.
045800 2310-UNE-TRACE.
045900     IF JRT-EMETTEUR = 'GSBT010 ' AND JRT-DATE = W-DATE-APPLI
046000         ADD 1 TO W-RANG
046100         IF W-RANG NOT LESS W-RANG-PREMIER
046200          AND W-RANG NOT GREATER W-RANG-DERNIER
046300             ADD 1 TO W-NB-TRACES-LOT
046400             MOVE 'L'       TO W-PHASE
046500             MOVE JRT-TYPE  TO W-APRES-TYPE
046600             MOVE JRT-IMAGE TO W-IMAGE-APRES
046700             GO TO 2310-SUIVANT.
046800     IF PHASE-LOT
046900         ADD 1 TO W-NB-TRACES-APRES
047000         IF W-NB-TRACES-APRES = 1
047100             MOVE JRT-EMETTEUR TO W-APRES-EMETTEUR
047200             MOVE JRT-DATE     TO W-APRES-DATE
047300             MOVE JRT-HEURE    TO W-APRES-HEURE
047400         END-IF
047500         GO TO 2310-SUIVANT.
047600     EVALUATE JRT-TYPE
047700         WHEN 'A'
047800         WHEN 'M'
047900             MOVE JRT-IMAGE TO W-IMAGE-AVANT
048000             MOVE 'O'       TO W-AVANT-EXISTE
048100         WHEN 'S'
048200             MOVE 'N'       TO W-AVANT-EXISTE
048300         WHEN OTHER
048400             CONTINUE
048500     END-EVALUATE.
048600 2310-SUIVANT.
048700     PERFORM 8200-LIRE-JRT THRU 8200-EXIT.
048800 2310-EXIT.
048900     EXIT.
049000******************************************************************
049100*  2500-CONTROLER : LA CLE N EST DEFAITE QUE SI LE JOURNAL       *
049200*  CONCORDE AVEC LE COMPTE RENDU, SI LE LOT Y EST D UN SEUL      *
049300*  TENANT, SI RIEN NE L A TOUCHEE DEPUIS ET SI LE MAITRE EST     *
049400*  ENCORE L IMAGE APRES DU LOT                                   *
049500******************************************************************
049600 2500-CONTROLER.
049700     MOVE SPACES TO W-OBSERVATION.
049800     IF W-RANG NOT = W-NB-AP
049900      OR W-NB-TRACES-LOT NOT = W-NB-LOT
050000         MOVE 'JOURNAL DISCORDANT DU COMPTE RENDU CRDFIC'
050100           TO W-OBSERVATION
050200         GO TO 2500-EXIT.
050300     IF W-RANG-DERNIER - W-RANG-PREMIER + 1 NOT = W-NB-LOT
050400         MOVE 'LOT ENTRELACE AVEC UN AUTRE LOT SUR LA CLE'
050500           TO W-OBSERVATION
050600         GO TO 2500-EXIT.
050700     IF W-NB-TRACES-APRES GREATER ZERO
050800         STRING 'MODIFIEE APRES LE LOT PAR ' W-APRES-EMETTEUR
050900                ' LE ' W-APRES-DATE ' A ' W-APRES-HEURE
051000             DELIMITED SIZE INTO W-OBSERVATION
051100         END-STRING
051200         GO TO 2500-EXIT.
051300     MOVE W-CLE TO FFFFFGS-CLE.
051400     READ FFFFFGS.
051500     IF W-FGS-OK
051600         MOVE 'O' TO W-MAITRE-EXISTE
051700     ELSE
051800         IF W-FGS-ABSENT
051900             MOVE 'N' TO W-MAITRE-EXISTE
052000         ELSE
052100             MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
052200             GO TO 9900-ABANDON.
052300     IF W-APRES-TYPE = 'S'
052400         IF W-MAITRE-EXISTE = 'O'
052500             MOVE 'MAITRE RECREE HORS JOURNAL APRES LE LOT'
052600               TO W-OBSERVATION
052700         END-IF
052800         GO TO 2500-EXIT.
052900     IF W-MAITRE-EXISTE = 'N'
053000         MOVE 'MAITRE SUPPRIME HORS JOURNAL APRES LE LOT'
053100           TO W-OBSERVATION
053200         GO TO 2500-EXIT.
053300     IF FFFFFGS-ENREG NOT = W-IMAGE-APRES
053400         MOVE 'MAITRE DIFFERENT DE L IMAGE APRES DU LOT'
053500           TO W-OBSERVATION.
053600 2500-EXIT.
053700     EXIT.
053800******************************************************************
053900*  2600-DEFAIRE : L IMAGE AVANT REPOSEE (REECRITURE, RECREATION  *
054000*  OU SUPPRESSION) - EN SIMULATION, ACTION SEULEMENT ANNONCEE    *
054100******************************************************************
054200 2600-DEFAIRE.
054300     EVALUATE TRUE
054400         WHEN W-AVANT-EXISTE = 'O' AND W-MAITRE-EXISTE = 'O'
054500             MOVE 'RESTAURE'   TO W-ACTION
054600             ADD 1 TO CPT-RESTAUREES
054700         WHEN W-AVANT-EXISTE = 'O'
054800             MOVE 'RECREE'     TO W-ACTION
054900             ADD 1 TO CPT-RECREEES
055000         WHEN W-MAITRE-EXISTE = 'O'
055100             MOVE 'SUPPRIME'   TO W-ACTION
055200             ADD 1 TO CPT-SUPPRIMEES
055300         WHEN OTHER
055400             MOVE 'SANS EFFET' TO W-ACTION
055500             MOVE 'CREEE PUIS SUPPRIMEE PAR LE LOT'
055600               TO W-OBSERVATION
055700             ADD 1 TO CPT-SANS-EFFET
055800     END-EVALUATE.
055900     IF PARM-SIMULATION OR W-ACTION = 'SANS EFFET'
056000         GO TO 2600-EXIT.
056100     MOVE 'P'   TO EQZ-FONCTION.
056200     MOVE W-CLE TO EQZ-CLE.
056300     CALL 'GSEQ200' USING EQZ-ZONE.
056400     IF EQZ-INCIDENT
056500         MOVE 'GSEQ200 - POSE DE VERROU' TO W-MOTIF-ABANDON
056600         GO TO 9900-ABANDON.
056700     IF EQZ-OCCUPE
056800         PERFORM 2650-ANNULER-ACTION THRU 2650-EXIT
056900         GO TO 2600-EXIT.
057000     EVALUATE W-ACTION
057100         WHEN 'RESTAURE'
057200             MOVE W-IMAGE-AVANT TO FFFFFGS-ENREG
057300             REWRITE FFFFFGS-ENREG
057400             MOVE 'M' TO JRZ-TYPE
057500         WHEN 'RECREE'
057600             MOVE W-IMAGE-AVANT TO FFFFFGS-ENREG
057700             WRITE FFFFFGS-ENREG
057800             MOVE 'A' TO JRZ-TYPE
057900         WHEN 'SUPPRIME'
058000             MOVE W-IMAGE-APRES TO FFFFFGS-ENREG
058100             DELETE FFFFFGS
058200             MOVE 'S' TO JRZ-TYPE
058300     END-EVALUATE.
058400     IF NOT W-FGS-OK
058500         MOVE 'MISE A JOUR FFFFFGS' TO W-MOTIF-ABANDON
058600         GO TO 9900-ABANDON.
058700     MOVE 'GSJR582 '    TO JRZ-EMETTEUR.
058800     MOVE SPACE         TO JRZ-CODE-MVT.
058900     MOVE FFFFFGS-ENREG TO JRZ-IMAGE.
059000     CALL 'GSJR580' USING JRZ-ZONE.
059100     IF JRZ-INCIDENT
059200         MOVE 'CALL GSJR580 - JRNFIC' TO W-MOTIF-ABANDON
059300         GO TO 9900-ABANDON.
059304*    L ECHEANCIER SUIT L IMAGE REPOSEE ET L EVENEMENT PART AU
059308*    MAGASIN D AVANCE, COMME A L APPLICATION PAR GSBT010
059312     IF W-ACTION = 'SUPPRIME'
059316         MOVE 'A' TO ECZ-FONCTION
059320     ELSE
059324         MOVE 'C' TO ECZ-FONCTION.
059328     MOVE FFFFFGS-CLE         TO ECZ-FGS-CLE.
059332     MOVE FFFFFGS-MONTANT     TO ECZ-MONTANT.
059336     MOVE FFFFFGS-MONTANT-ECH TO ECZ-MONTANT-ECH.
059340     MOVE FFFFFGS-DATE-EFFET  TO ECZ-DATE-EFFET.
059344     MOVE W-DATE-JOUR         TO ECZ-DATE-JOUR.
059348     MOVE 'GSJR582 '          TO ECZ-PROGRAMME.
059352     CALL 'GSEC670' USING ECZ-ZONE.
059356     IF ECZ-INCIDENT
059360         MOVE 'CALL GSEC670 - ECHFIC' TO W-MOTIF-ABANDON
059364         GO TO 9900-ABANDON.
059368     MOVE JRZ-TYPE            TO PBZ-TYPE.
059372     MOVE W-CLE               TO PBZ-CLE.
059376     MOVE 'GSJR582 '          TO PBZ-EMETTEUR.
059380     MOVE FFFFFGS-ENREG       TO PBZ-IMAGE.
059384     CALL 'GSPB090' USING PBZ-ZONE.
059388     IF PBZ-INCIDENT
059392         MOVE 'CALL GSPB090 - EVTFIC' TO W-MOTIF-ABANDON
059396         GO TO 9900-ABANDON.
059400     MOVE 'L'   TO EQZ-FONCTION.
059500     MOVE W-CLE TO EQZ-CLE.
059600     CALL 'GSEQ200' USING EQZ-ZONE.
059700 2600-EXIT.
059800     EXIT.
059900******************************************************************
060000*  2650-ANNULER-ACTION : CLE VERROUILLEE PAR LE TP - RIEN N EST  *
060100*  REPOSE, LA CLE PASSE A TRAITER MANUELLEMENT                   *
060200******************************************************************
060300 2650-ANNULER-ACTION.
060400     EVALUATE W-ACTION
060500         WHEN 'RESTAURE'
060600             SUBTRACT 1 FROM CPT-RESTAUREES
060700         WHEN 'RECREE'
060800             SUBTRACT 1 FROM CPT-RECREEES
060900         WHEN 'SUPPRIME'
061000             SUBTRACT 1 FROM CPT-SUPPRIMEES
061100     END-EVALUATE.
061200     MOVE 'A TRAITER' TO W-ACTION.
061300     MOVE 'ENREGISTREMENT VERROUILLE' TO W-OBSERVATION.
061400     ADD 1 TO CPT-MANUELLES.
061500 2650-EXIT.
061600     EXIT.
061700******************************************************************
061800*  4000-TERMINAISON : COMPTES, FERMETURES ET CODE RETOUR         *
061900*  (4 SI DES CLES RESTENT A TRAITER OU SI LE LOT EST INCONNU)    *
062000******************************************************************
062100 4000-TERMINAISON.
062200     IF CPT-CLES-LOT = ZERO
062300         MOVE SPACES TO BCK-DETAIL
062400         MOVE 'LOT INCONNU DU COMPTE RENDU CRDFIC'
062500           TO BCK-D-OBSERVATION
062600         WRITE BCK-LIGNE FROM BCK-DETAIL.
062700     MOVE 'COMPTES RENDUS LUS'            TO BCK-C-LIBELLE.
062800     MOVE CPT-CRD-LUS                     TO BCK-C-NB.
062900     WRITE BCK-LIGNE FROM BCK-COMPTE.
063000     MOVE 'CLES TOUCHEES PAR LE LOT'      TO BCK-C-LIBELLE.
063100     MOVE CPT-CLES-LOT                    TO BCK-C-NB.
063200     WRITE BCK-LIGNE FROM BCK-COMPTE.
063300     MOVE 'MOUVEMENTS APPLIQUES DU LOT'   TO BCK-C-LIBELLE.
063400     MOVE CPT-MVTS-LOT                    TO BCK-C-NB.
063500     WRITE BCK-LIGNE FROM BCK-COMPTE.
063600     MOVE 'CLES RESTAUREES'               TO BCK-C-LIBELLE.
063700     MOVE CPT-RESTAUREES                  TO BCK-C-NB.
063800     WRITE BCK-LIGNE FROM BCK-COMPTE.
063900     MOVE 'CLES RECREEES'                 TO BCK-C-LIBELLE.
064000     MOVE CPT-RECREEES                    TO BCK-C-NB.
064100     WRITE BCK-LIGNE FROM BCK-COMPTE.
064200     MOVE 'CLES SUPPRIMEES'               TO BCK-C-LIBELLE.
064300     MOVE CPT-SUPPRIMEES                  TO BCK-C-NB.
064400     WRITE BCK-LIGNE FROM BCK-COMPTE.
064500     MOVE 'CLES SANS EFFET'               TO BCK-C-LIBELLE.
064600     MOVE CPT-SANS-EFFET                  TO BCK-C-NB.
064700     WRITE BCK-LIGNE FROM BCK-COMPTE.
064800     MOVE 'CLES A TRAITER MANUELLEMENT'   TO BCK-C-LIBELLE.
064900     MOVE CPT-MANUELLES                   TO BCK-C-NB.
065000     WRITE BCK-LIGNE FROM BCK-COMPTE.
065100     CLOSE CRDFIC JRNTRI FGSGEN FFFFFGS ETATBCK.
065200     IF PARM-APPLICATION
065300         MOVE 'F' TO EQZ-FONCTION
065400         CALL 'GSEQ200' USING EQZ-ZONE.
065500     DISPLAY 'GSJR582 - CLES DU LOT : ' CPT-CLES-LOT
065600             ' A TRAITER : ' CPT-MANUELLES.
065700     IF CPT-CLES-LOT = ZERO OR CPT-MANUELLES GREATER ZERO
065800         MOVE 4 TO RETURN-CODE.
065900 4000-EXIT.
066000     EXIT.
066100******************************************************************
066200*  5000-DETAIL : LIGNE DE L ETAT POUR UNE CLE DU LOT             *
066300******************************************************************
066400 5000-DETAIL.
066500     MOVE W-CLE         TO BCK-D-CLE.
066600     MOVE W-NB-LOT      TO BCK-D-MVTS.
066700     MOVE W-ACTION      TO BCK-D-ACTION.
066800     MOVE W-OBSERVATION TO BCK-D-OBSERVATION.
066900     WRITE BCK-LIGNE FROM BCK-DETAIL.
067000     IF NOT W-BCK-OK
067100         MOVE 'WRITE ETATBCK' TO W-MOTIF-ABANDON
067200         GO TO 9900-ABANDON.
067300 5000-EXIT.
067400     EXIT.
067500******************************************************************
067600*  8100-LIRE-CRD : COMPTE RENDU SUIVANT (ORDRE DE CLE)           *
067700******************************************************************
067800 8100-LIRE-CRD.
067900     READ CRDFIC NEXT.
068000     IF W-CRD-FIN
068100         MOVE 'O' TO W-FIN-CRD
068200         GO TO 8100-EXIT.
068300     IF NOT W-CRD-OK
068400         MOVE 'READ CRDFIC' TO W-MOTIF-ABANDON
068500         GO TO 9900-ABANDON.
068600     ADD 1 TO CPT-CRD-LUS.
068700 8100-EXIT.
068800     EXIT.
068900******************************************************************
069000*  8200-LIRE-JRT : TRACE SUIVANTE DU JOURNAL TRIE                *
069100******************************************************************
069200 8200-LIRE-JRT.
069300     READ JRNTRI.
069400     IF W-JRT-FIN
069500         MOVE 'O' TO W-FIN-JRT
069600         GO TO 8200-EXIT.
069700     IF NOT W-JRT-OK
069800         MOVE 'READ JRNTRI' TO W-MOTIF-ABANDON
069900         GO TO 9900-ABANDON.
070000 8200-EXIT.
070100     EXIT.
070200******************************************************************
070300*  8300-LIRE-GEN : IMAGE DE GENERATION SUIVANTE                  *
070400******************************************************************
070500 8300-LIRE-GEN.
070600     READ FGSGEN.
070700     IF W-GEN-FIN
070800         MOVE 'O' TO W-FIN-GEN
070900         GO TO 8300-EXIT.
071000     IF NOT W-GEN-OK
071100         MOVE 'READ FGSGEN' TO W-MOTIF-ABANDON
071200         GO TO 9900-ABANDON.
071300 8300-EXIT.
071400     EXIT.
071500******************************************************************
071600*  9900-ABANDON : ARRET ANORMAL                                  *
071700******************************************************************
071800 9900-ABANDON.
071900     DISPLAY 'GSJR582 - ABANDON : ' W-MOTIF-ABANDON.
072000     DISPLAY 'GSJR582 - STATUS FFFFFGS : ' W-FFFFFGS-STATUS.
072100     MOVE 16 TO RETURN-CODE.
072200     STOP RUN.
