000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSA770.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSA770 : ANALYSE NOCTURNE DES OPERATIONS SUSPECTES           *
000900*  ------------------------------------------------------------  *
001000*  PASSE EN FIN DE CHAINE, APRES GSBT010 ET GSHM762. LES         *
001100*  MOUVEMENTS APPLIQUES SONT RELUS DANS LE JOURNAL DES IMAGES    *
001200*  APRES (JRNFIC, TRIE PAR CLE : LA VARIATION DE MONTANT EST     *
001300*  L ECART AVEC L IMAGE PRECEDENTE DE LA CLE) ET LES REJETS DE   *
001400*  LA NUIT DANS LES COMPTES RENDUS (CRDFIC, SORT RJ). CHAQUE     *
001500*  EVENEMENT COMPTE POUR SA CLE (NIVEAU C) ET, SI LA CLE EST     *
001600*  LIEE (LIAFIC ACTIF), POUR SA TETE DE GROUPE (NIVEAU G).       *
001700*  REGLES (REFTBL TYPE RSUS - ABSENTE OU HORS PERIODE = REGLE    *
001800*  INACTIVE) ; LIBELLE COURT = NNNJJJPPP (NOMBRE, JOURS,         *
001900*  POURCENTAGE), LIBELLE LONG (1:13) = MONTANT EN EUROS :        *
002000*   FRAC : AU MOINS NNN AJUSTEMENTS J EN JJJ JOURS, CHACUN       *
002100*          ENTRE (100 - PPP) % DU MONTANT ET LE MONTANT          *
002200*          (FRACTIONNEMENT SOUS LE SEUIL DE DECLARATION) ;       *
002300*   ALRE : CREDIT D AU MOINS LE MONTANT PUIS DEBIT D AU MOINS    *
002400*          (100 - PPP) % DE CE CREDIT SOUS JJJ JOURS ;           *
002500*   REJT : AU MOINS NNN MOUVEMENTS REJETES DANS LA NUIT.         *
002600*  UNE REGLE NE SE DECLENCHE QUE SI UN MOUVEMENT CONTRIBUTEUR    *
002700*  EST DE LA DATE ANALYSEE : UN MEME FAIT N OUVRE PAS UN         *
002800*  DOSSIER CHAQUE NUIT. CHAQUE DECLENCHEMENT OUVRE UN DOSSIER    *
002900*  CASFIC (ETAT O) AVEC SES MOUVEMENTS CONTRIBUTEURS, TRAITE     *
003000*  PAR LA TRANSACTION GSSA771.                                   *
003100*  PARAMETRE : DATE ANALYSEE AAAAMMJJ (A BLANC = DATE DU JOUR)   *
003200*  ------------------------------------------------------------  *
003300*  ENTREE : JRNFIC   CRDFIC   LIAFIC   REFTBL (PAR GSRT060)      *
003400*  M-A-J  : CASFIC   SORTIE : ETATSAR                            *
003500*  TRAVAIL: JRNTRI   EVTFIC   TRIJRN   TRIEVT                    *
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
005000     SELECT JRNFIC  ASSIGN  JRNFIC
005100       ORGANIZATION  SEQUENTIAL
005200       FILE STATUS   W-JRNFIC-STATUS.
005300     SELECT JRNTRI  ASSIGN  JRNTRI
005400       ORGANIZATION  SEQUENTIAL
005500       FILE STATUS   W-JRNTRI-STATUS.
005600     SELECT CRDFIC  ASSIGN  CRDFIC
005700       ORGANIZATION  INDEXED
005800       ACCESS MODE   SEQUENTIAL
005900       RECORD KEY    CRD-CLE
006000       FILE STATUS   W-CRDFIC-STATUS.
006100     SELECT LIAFIC  ASSIGN  LIAFIC
006200       ORGANIZATION  INDEXED
006300       ACCESS MODE   SEQUENTIAL
006400       RECORD KEY    LIA-CLE
006500       FILE STATUS   W-LIAFIC-STATUS.
006600     SELECT EVTFIC  ASSIGN  EVTFIC
006700       ORGANIZATION  SEQUENTIAL
006800       FILE STATUS   W-EVTFIC-STATUS.
006900     SELECT CASFIC  ASSIGN  CASFIC
007000       ORGANIZATION  INDEXED
007100       ACCESS MODE   RANDOM
007200       RECORD KEY    CAS-CLE
007300       FILE STATUS   W-CASFIC-STATUS.
007400     SELECT ETATSAR ASSIGN  ETATSAR
007500       ORGANIZATION  SEQUENTIAL
007600       FILE STATUS   W-ETATSAR-STATUS.
007700     SELECT TRIJRN  ASSIGN  TRIJRN.
007800     SELECT TRIEVT  ASSIGN  TRIEVT.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  JRNFIC
008200     LABEL RECORD STANDARD
008300     DATA RECORD JRN-ENREG.
008400 01  JRN-ENREG                       PIC X(430).
008500*    JOURNAL TRIE PAR CLE, DATE ET HEURE (DESSIN JRN DE GSJR580)
008600 FD  JRNTRI
008700     LABEL RECORD STANDARD
008800     DATA RECORD JRT-ENREG.
008900 01  JRT-ENREG.
009000     05  JRT-DATE                    PIC 9(08).
009100     05  JRT-HEURE                   PIC 9(06).
009200     05  JRT-TYPE                    PIC X(01).
009300     05  JRT-EMETTEUR                PIC X(08).
009400     05  JRT-IMAGE                   PIC X(400).
009500     05  JRT-CODE-MVT                PIC X(01).
009600     05  FILLER                      PIC X(06).
009700 FD  CRDFIC
009800     LABEL RECORD STANDARD
009900     DATA RECORD CRD-ENREG.
010000 COPY FFFFFGX.
010100 FD  LIAFIC
010200     LABEL RECORD STANDARD
010300     DATA RECORD LIA-ENREG.
010400 COPY FFFFFGL.
010500*    EVENEMENT A ANALYSER - PAR NIVEAU ET CLE D ANALYSE
010600 FD  EVTFIC
010700     LABEL RECORD STANDARD
010800     DATA RECORD EVF-ENREG.
010900 01  EVF-ENREG.
011000     05  EVF-NIVEAU                  PIC X(01).
011100     05  EVF-CLE-ANALYSE             PIC X(15).
011200     05  EVF-DATE                    PIC 9(08).
011300     05  EVF-HEURE                   PIC 9(06).
011400     05  EVF-FGS-CLE                 PIC X(15).
011500     05  EVF-CODE                    PIC X(01).
011600     05  EVF-DELTA                   PIC S9(11)V99 COMP-3.
011700     05  FILLER                      PIC X(07).
011800 FD  CASFIC
011900     LABEL RECORD STANDARD
012000     DATA RECORD CAS-ENREG.
012100 COPY FFFFFGSA.
012200 FD  ETATSAR
012300     LABEL RECORD STANDARD
012400     DATA RECORD SAR-LIGNE.
012500 01  SAR-LIGNE                       PIC X(132).
012600 SD  TRIJRN
012700     DATA RECORD TRJ-ENREG.
012800 01  TRJ-ENREG.
012900     05  TRJ-DATE                    PIC 9(08).
013000     05  TRJ-HEURE                   PIC 9(06).
013100     05  TRJ-TYPE                    PIC X(01).
013200     05  TRJ-EMETTEUR                PIC X(08).
013300     05  TRJ-CLE                     PIC X(15).
013400     05  FILLER                      PIC X(392).
013500 SD  TRIEVT
013600     DATA RECORD TRE-ENREG.
013700 01  TRE-ENREG.
013800     05  TRE-NIVEAU                  PIC X(01).
013900     05  TRE-CLE-ANALYSE             PIC X(15).
014000     05  TRE-DATE                    PIC 9(08).
014100     05  TRE-HEURE                   PIC 9(06).
014200     05  FILLER                      PIC X(30).
014300 WORKING-STORAGE SECTION.
014400 77  CPT-JRN-LUS                     PIC S9(08) COMP VALUE ZERO.
014500 77  CPT-EVENEMENTS                  PIC S9(08) COMP VALUE ZERO.
014600 77  CPT-REJETS                      PIC S9(08) COMP VALUE ZERO.
014700 77  CPT-ANALYSES                    PIC S9(08) COMP VALUE ZERO.
014800 77  CPT-DEBORDS                     PIC S9(08) COMP VALUE ZERO.
014900 77  CPT-CAS                         PIC S9(08) COMP VALUE ZERO.
015000 77  IX-LIA                          PIC S9(04) COMP VALUE ZERO.
015100 77  NB-LIA                          PIC S9(04) COMP VALUE ZERO.
015200 77  IX-EVT                          PIC S9(04) COMP VALUE ZERO.
015300 77  IX-AUT                          PIC S9(04) COMP VALUE ZERO.
015400 77  NB-EVT                          PIC S9(04) COMP VALUE ZERO.
015500 77  IX-CAS                          PIC S9(04) COMP VALUE ZERO.
015600 01  W-FIN-JRN                       PIC X(01) VALUE 'N'.
015700     88  FIN-JRN                     VALUE 'O'.
015800 01  W-FIN-CRD                       PIC X(01) VALUE 'N'.
015900     88  FIN-CRD                     VALUE 'O'.
016000 01  W-FIN-LIA                       PIC X(01) VALUE 'N'.
016100     88  FIN-LIA                     VALUE 'O'.
016200 01  W-FIN-EVT                       PIC X(01) VALUE 'N'.
016300     88  FIN-EVT                     VALUE 'O'.
016400 01  W-JRNFIC-STATUS                 PIC X(02).
016500     88  W-JRN-OK                    VALUE '00'.
016600 01  W-JRNTRI-STATUS                 PIC X(02).
016700     88  W-JRT-OK                    VALUE '00'.
016800     88  W-JRT-FIN                   VALUE '10'.
016900 01  W-CRDFIC-STATUS                 PIC X(02).
017000     88  W-CRD-OK                    VALUE '00'.
017100     88  W-CRD-FIN                   VALUE '10'.
017200 01  W-LIAFIC-STATUS                 PIC X(02).
017300     88  W-LIA-OK                    VALUE '00'.
017400     88  W-LIA-FIN                   VALUE '10'.
017500 01  W-EVTFIC-STATUS                 PIC X(02).
017600     88  W-EVT-OK                    VALUE '00'.
017700     88  W-EVT-FIN                   VALUE '10'.
017800 01  W-CASFIC-STATUS                 PIC X(02).
017900     88  W-CAS-OK                    VALUE '00'.
018000     88  W-CAS-DOUBLE                VALUE '22'.
018100 01  W-ETATSAR-STATUS                PIC X(02).
018200     88  W-SAR-OK                    VALUE '00'.
018300 01  W-MOTIF-ABANDON                 PIC X(40).
018400 01  W-DATE-JOUR                     PIC 9(08).
018500 01  W-PARM-DATE                     PIC X(08).
018600 01  W-PARM-DATE-9 REDEFINES W-PARM-DATE
018700                                     PIC 9(08).
018800 01  W-DATE-ANALYSE                  PIC 9(08).
018900 01  W-JOUR-ANALYSE                  PIC S9(09) COMP.
019000 01  W-JOUR-DEBUT                    PIC S9(09) COMP.
019100 01  W-FENETRE                       PIC S9(04) COMP VALUE 1.
019200 01  W-DERNIER-SEQ                   PIC 9(06) VALUE ZERO.
019300*    REGLES RSUS - PARAMETRES DU LIBELLE COURT ET DU LIBELLE LONG
019400 01  W-PARM-REGLE                    PIC X(09).
019500 01  W-PARM-REGLE-R REDEFINES W-PARM-REGLE.
019600     05  W-PR-NOMBRE                 PIC 9(03).
019700     05  W-PR-JOURS                  PIC 9(03).
019800     05  W-PR-POURCENT               PIC 9(03).
019900 01  W-PARM-MONTANT                  PIC X(13).
020000 01  W-PARM-MONTANT-9 REDEFINES W-PARM-MONTANT
020100                                     PIC 9(13).
020200 01  W-REGLE-LUE                     PIC X(04).
020300 01  W-REGLE-ACTIVE                  PIC X(01).
020400 01  W-FRAC.
020500     05  W-FRAC-ACTIVE               PIC X(01) VALUE 'N'.
020600     05  W-FRAC-NOMBRE               PIC 9(03).
020700     05  W-FRAC-JOURS                PIC 9(03).
020800     05  W-FRAC-POURCENT             PIC 9(03).
020900     05  W-FRAC-MONTANT              PIC S9(13)V99 COMP-3.
021000 01  W-ALRE.
021100     05  W-ALRE-ACTIVE               PIC X(01) VALUE 'N'.
021200     05  W-ALRE-JOURS                PIC 9(03).
021300     05  W-ALRE-POURCENT             PIC 9(03).
021400     05  W-ALRE-MONTANT              PIC S9(13)V99 COMP-3.
021500 01  W-REJT.
021600     05  W-REJT-ACTIVE               PIC X(01) VALUE 'N'.
021700     05  W-REJT-NOMBRE               PIC 9(03).
021800*    VARIATION DE MONTANT PAR CLE DANS LE JOURNAL TRIE
021900 01  W-CLE-PRECEDENTE                PIC X(15) VALUE LOW-VALUE.
022000 01  W-PRECEDENT-CONNU               PIC X(01).
022100 01  W-MONTANT-PRECEDENT             PIC S9(11)V99 COMP-3.
022200 01  W-MONTANT-APRES                 PIC S9(11)V99 COMP-3.
022300 01  W-DELTA                         PIC S9(11)V99 COMP-3.
022400 01  W-JRN-IMAGE.
022500     05  W-JIM-CLE                   PIC X(15).
022600     05  FILLER                      PIC X(45).
022700     05  W-JIM-MONTANT               PIC S9(11)V99 COMP-3.
022800     05  FILLER                      PIC X(333).
022900*    LIENS ACTIFS : MEMBRE -> TETE DE GROUPE
023000 01  W-TABLE-LIENS.
023100     05  W-LIA-POSTE OCCURS 3000.
023200         10  W-LIA-TETE              PIC X(15).
023300         10  W-LIA-MEMBRE            PIC X(15).
023400 01  W-CLE-CHERCHEE                  PIC X(15).
023500 01  W-TETE-GROUPE                   PIC X(15).
023600*    EVENEMENTS D UNE CLE D ANALYSE
023700 01  W-ANALYSE-EN-COURS.
023800     05  W-AEC-NIVEAU                PIC X(01).
023900     05  W-AEC-CLE                   PIC X(15).
024000 01  W-TABLE-EVENEMENTS.
024100     05  W-EV-POSTE OCCURS 500.
024200         10  W-EV-DATE               PIC 9(08).
024300         10  W-EV-JOUR               PIC S9(09) COMP.
024400         10  W-EV-HEURE              PIC 9(06).
024500         10  W-EV-FGS-CLE            PIC X(15).
024600         10  W-EV-CODE               PIC X(01).
024700         10  W-EV-DELTA              PIC S9(11)V99 COMP-3.
024800         10  W-EV-RETENU             PIC X(01).
024900         10  W-EV-APPARIE            PIC X(01).
025000 01  W-REGLE-CAS                     PIC X(04).
025100 01  W-NB-RETENUS                    PIC S9(04) COMP.
025200 01  W-MONTANT-CAS                   PIC S9(13)V99 COMP-3.
025300 01  W-DECLENCHE                     PIC X(01).
025400 01  W-TROUVE                        PIC X(01).
025500 01  W-ABS-DELTA                     PIC S9(11)V99 COMP-3.
025600 01  W-BORNE                         PIC S9(13)V99 COMP-3.
025700*    JOUR ABSOLU D UNE DATE (JOURS DEPUIS L AN 0, CALENDRIER
025800*    GREGORIEN, ANNEE COMMENCANT EN MARS)
025900 01  W-DATE-CALC                     PIC 9(08).
026000 01  W-DATE-CALC-R REDEFINES W-DATE-CALC.
026100     05  W-DC-AAAA                   PIC 9(04).
026200     05  W-DC-MM                     PIC 9(02).
026300     05  W-DC-JJ                     PIC 9(02).
026400 01  W-JA-AN                         PIC S9(05) COMP.
026500 01  W-JA-MOIS                       PIC S9(05) COMP.
026600 01  W-JA-QUOTIENT                   PIC S9(09) COMP.
026700 01  W-JOUR-ABSOLU                   PIC S9(09) COMP.
026800 01  W-DERNIERE-DATE-CALC            PIC 9(08) VALUE ZERO.
026900 COPY GSREFZ.
027000 01  SAR-ENTETE.
027100     05  FILLER                      PIC X(48)
027200         VALUE 'GSSA770 - OPERATIONS SUSPECTES - DATE ANALYSEE '.
027300     05  SAR-DATE                    PIC 9(08).
027400     05  FILLER                      PIC X(10) VALUE ' - REGLES '.
027500     05  SAR-REGLES                  PIC X(14).
027600     05  FILLER                      PIC X(52) VALUE SPACES.
027700 01  SAR-DETAIL.
027800     05  FILLER                      PIC X(09) VALUE 'DOSSIER  '.
027900     05  SAR-CAS-DATE                PIC 9(08).
028000     05  FILLER                      PIC X(01) VALUE '-'.
028100     05  SAR-CAS-SEQ                 PIC 9(06).
028200     05  FILLER                      PIC X(10) VALUE ' REGLE :  '.
028300     05  SAR-REGLE                   PIC X(04).
028400     05  FILLER                      PIC X(11)
028500         VALUE ' NIVEAU :  '.
028600     05  SAR-NIVEAU                  PIC X(01).
028700     05  FILLER                      PIC X(08) VALUE ' CLE :  '.
028800     05  SAR-CLE                     PIC X(15).
028900     05  FILLER                      PIC X(13)
029000         VALUE ' MOUVEMENTS :'.
029100     05  SAR-NB                      PIC ZZ9.
029200     05  FILLER                      PIC X(11)
029300         VALUE ' MONTANT : '.
029400     05  SAR-MONTANT                 PIC Z(12)9,99.
029500     05  FILLER                      PIC X(16) VALUE SPACES.
029600 01  SAR-TOTAUX.
029700     05  FILLER                      PIC X(21)
029800         VALUE 'TOTAUX - JOURNAL LU :'.
029900     05  TOT-JRN                     PIC Z(07)9.
030000     05  FILLER                      PIC X(14)
030100         VALUE ' EVENEMENTS : '.
030200     05  TOT-EVT                     PIC Z(07)9.
030300     05  FILLER                      PIC X(10) VALUE ' REJETS : '.
030400     05  TOT-REJ                     PIC Z(07)9.
030500     05  FILLER                      PIC X(12)
030600         VALUE ' ANALYSES : '.
030700     05  TOT-ANA                     PIC Z(07)9.
030800     05  FILLER                      PIC X(11)
030900         VALUE ' DOSSIERS :'.
031000     05  TOT-CAS                     PIC Z(07)9.
031100     05  FILLER                      PIC X(11)
031200         VALUE ' DEBORDS : '.
031300     05  TOT-DEB                     PIC Z(07)9.
031400     05  FILLER                      PIC X(05) VALUE SPACES.
031500 PROCEDURE DIVISION.
031600******************************************************************
031700*  0000-MAINLINE : REGLES, LIENS, EVENEMENTS, TRI, ANALYSE       *
031800******************************************************************
031900 0000-MAINLINE.
032000     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
032100     PERFORM 1300-CHARGER-LIENS THRU 1300-EXIT.
032200     SORT TRIJRN
032300         ON ASCENDING KEY TRJ-CLE TRJ-DATE TRJ-HEURE
032400         USING JRNFIC
032500         GIVING JRNTRI.
032600     PERFORM 2000-EVENEMENTS-JOURNAL THRU 2000-EXIT.
032700     PERFORM 2500-EVENEMENTS-REJETS THRU 2500-EXIT.
032800     SORT TRIEVT
032900         ON ASCENDING KEY TRE-NIVEAU TRE-CLE-ANALYSE
033000                          TRE-DATE TRE-HEURE
033100         USING EVTFIC
033200         GIVING EVTFIC.
033300     PERFORM 3000-ANALYSER THRU 3000-EXIT.
033400     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
033500     GOBACK.
033600 0000-EXIT.
033700     EXIT.
033800******************************************************************
033900*  1000-INITIALISATION : DATE ANALYSEE, REGLES, FENETRE          *
034000******************************************************************
034100 1000-INITIALISATION.
034200     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
034300     ACCEPT W-PARM-DATE.
034400     IF W-PARM-DATE = SPACES
034500         MOVE W-DATE-JOUR TO W-DATE-ANALYSE
034600     ELSE
034700         IF W-PARM-DATE-9 NOT NUMERIC
034800             MOVE 'DATE ANALYSEE INVALIDE' TO W-MOTIF-ABANDON
034900             GO TO 9900-ABANDON
035000         ELSE
035100             MOVE W-PARM-DATE-9 TO W-DATE-ANALYSE.
035200     MOVE W-DATE-ANALYSE TO W-DATE-CALC.
035300     PERFORM 2700-JOUR-ABSOLU THRU 2700-EXIT.
035400     MOVE W-JOUR-ABSOLU TO W-JOUR-ANALYSE.
035500     PERFORM 1200-CHARGER-REGLES THRU 1200-EXIT.
035600     COMPUTE W-JOUR-DEBUT = W-JOUR-ANALYSE - W-FENETRE + 1.
035700     OPEN I-O    CASFIC.
035800     IF NOT W-CAS-OK
035900         MOVE 'OPEN CASFIC' TO W-MOTIF-ABANDON
036000         GO TO 9900-ABANDON.
036100     OPEN OUTPUT ETATSAR.
036200     IF NOT W-SAR-OK
036300         MOVE 'OPEN ETATSAR' TO W-MOTIF-ABANDON
036400         GO TO 9900-ABANDON.
036500     MOVE W-DATE-ANALYSE TO SAR-DATE.
036600     MOVE SPACES TO SAR-REGLES.
036700     IF W-FRAC-ACTIVE = 'O'
036800         MOVE 'FRAC' TO SAR-REGLES (1:4).
036900     IF W-ALRE-ACTIVE = 'O'
037000         MOVE 'ALRE' TO SAR-REGLES (6:4).
037100     IF W-REJT-ACTIVE = 'O'
037200         MOVE 'REJT' TO SAR-REGLES (11:4).
037300     WRITE SAR-LIGNE FROM SAR-ENTETE.
037400 1000-EXIT.
037500     EXIT.
037600******************************************************************
037700*  1200-CHARGER-REGLES : LES TROIS REGLES RSUS A LA DATE         *
037800*  ANALYSEE - LA FENETRE COUVRE LA PLUS LONGUE DUREE             *
037900******************************************************************
038000 1200-CHARGER-REGLES.
038100     MOVE 'FRAC' TO W-REGLE-LUE.
038200     PERFORM 1250-LIRE-REGLE THRU 1250-EXIT.
038300     IF W-REGLE-ACTIVE = 'O'
038400         MOVE 'O'                TO W-FRAC-ACTIVE
038500         MOVE W-PR-NOMBRE        TO W-FRAC-NOMBRE
038600         MOVE W-PR-JOURS         TO W-FRAC-JOURS
038700         MOVE W-PR-POURCENT      TO W-FRAC-POURCENT
038800         MOVE W-PARM-MONTANT-9   TO W-FRAC-MONTANT
038900         IF W-PR-JOURS GREATER W-FENETRE
039000             MOVE W-PR-JOURS TO W-FENETRE
039100         END-IF
039200     END-IF.
039300     MOVE 'ALRE' TO W-REGLE-LUE.
039400     PERFORM 1250-LIRE-REGLE THRU 1250-EXIT.
039500     IF W-REGLE-ACTIVE = 'O'
039600         MOVE 'O'                TO W-ALRE-ACTIVE
039700         MOVE W-PR-JOURS         TO W-ALRE-JOURS
039800         MOVE W-PR-POURCENT      TO W-ALRE-POURCENT
039900         MOVE W-PARM-MONTANT-9   TO W-ALRE-MONTANT
040000         IF W-PR-JOURS GREATER W-FENETRE
040100             MOVE W-PR-JOURS TO W-FENETRE
040200         END-IF
040300     END-IF.
040400     MOVE 'REJT' TO W-REGLE-LUE.
040500     PERFORM 1250-LIRE-REGLE THRU 1250-EXIT.
040600     IF W-REGLE-ACTIVE = 'O'
040700         MOVE 'O'                TO W-REJT-ACTIVE
040800         MOVE W-PR-NOMBRE        TO W-REJT-NOMBRE.
040900 1200-EXIT.
041000     EXIT.
041100******************************************************************
041200*  1250-LIRE-REGLE : REGLE W-REGLE-LUE - PARAMETRES NUMERIQUES   *
041300*  OBLIGATOIRES (ZONES SANS OBJET A ZERO)                        *
041400******************************************************************
041500 1250-LIRE-REGLE.
041600     MOVE 'N'            TO W-REGLE-ACTIVE.
041700     MOVE 'RSUS'         TO REF-D-TYPE.
041800     MOVE SPACES         TO REF-D-CODE.
041900     MOVE W-REGLE-LUE    TO REF-D-CODE (1:4).
042000     MOVE W-DATE-ANALYSE TO REF-D-DATE.
042100     CALL 'GSRT060' USING REF-DEM.
042200     IF REF-D-INCIDENT
042300         MOVE 'GSRT060 - LECTURE REFTBL' TO W-MOTIF-ABANDON
042400         GO TO 9900-ABANDON.
042500     IF NOT REF-D-TROUVE
042600         GO TO 1250-EXIT.
042700     MOVE REF-D-LIB-COURT (1:9) TO W-PARM-REGLE.
042800     MOVE REF-D-LIB-LONG (1:13) TO W-PARM-MONTANT.
042900     IF W-PARM-REGLE NOT NUMERIC
043000      OR W-PARM-MONTANT-9 NOT NUMERIC
043100         MOVE SPACES TO W-MOTIF-ABANDON
043200         STRING 'REGLE RSUS ' W-REGLE-LUE ' NON NUMERIQUE'
043300             DELIMITED SIZE INTO W-MOTIF-ABANDON
043400         END-STRING
043500         GO TO 9900-ABANDON.
043600     IF W-PR-POURCENT GREATER 100
043700         MOVE SPACES TO W-MOTIF-ABANDON
043800         STRING 'REGLE RSUS ' W-REGLE-LUE ' POURCENTAGE > 100'
043900             DELIMITED SIZE INTO W-MOTIF-ABANDON
044000         END-STRING
044100         GO TO 9900-ABANDON.
044200     MOVE 'O' TO W-REGLE-ACTIVE.
044300 1250-EXIT.
044400     EXIT.
044500******************************************************************
044600*  1300-CHARGER-LIENS : LIENS LIAFIC ACTIFS A LA DATE ANALYSEE   *
044700******************************************************************
044800 1300-CHARGER-LIENS.
044900     OPEN INPUT LIAFIC.
045000     IF NOT W-LIA-OK
045100         MOVE 'OPEN LIAFIC' TO W-MOTIF-ABANDON
045200         GO TO 9900-ABANDON.
045300     PERFORM 8300-LIRE-LIEN THRU 8300-EXIT.
045400     PERFORM 1350-UN-LIEN THRU 1350-EXIT
045500         UNTIL FIN-LIA.
045600     CLOSE LIAFIC.
045700 1300-EXIT.
045800     EXIT.
045900 1350-UN-LIEN.
046000     IF LIA-DATE-DEBUT GREATER W-DATE-ANALYSE
046100      OR (LIA-DATE-FIN GREATER ZERO
046200         AND LIA-DATE-FIN LESS W-DATE-ANALYSE)
046300         GO TO 1350-SUIVANT.
046400     IF NB-LIA NOT LESS 3000
046500         MOVE 'TABLE DES LIENS PLEINE (3000)' TO W-MOTIF-ABANDON
046600         GO TO 9900-ABANDON.
046700     ADD 1 TO NB-LIA.
046800     MOVE LIA-FGS-CLE-1 TO W-LIA-TETE (NB-LIA).
046900     MOVE LIA-FGS-CLE-2 TO W-LIA-MEMBRE (NB-LIA).
047000 1350-SUIVANT.
047100     PERFORM 8300-LIRE-LIEN THRU 8300-EXIT.
047200 1350-EXIT.
047300     EXIT.
047400******************************************************************
047500*  2000-EVENEMENTS-JOURNAL : JOURNAL TRIE PAR CLE - VARIATION    *
047600*  DE MONTANT PAR RAPPORT A L IMAGE PRECEDENTE DE LA CLE ;       *
047700*  SEULS LES EVENEMENTS DE LA FENETRE SONT ECRITS                *
047800******************************************************************
047900 2000-EVENEMENTS-JOURNAL.
048000     OPEN INPUT JRNTRI.
048100     IF NOT W-JRT-OK
048200         MOVE 'OPEN JRNTRI' TO W-MOTIF-ABANDON
048300         GO TO 9900-ABANDON.
048400     OPEN OUTPUT EVTFIC.
048500     IF NOT W-EVT-OK
048600         MOVE 'OPEN EVTFIC' TO W-MOTIF-ABANDON
048700         GO TO 9900-ABANDON.
048800     PERFORM 8100-LIRE-JOURNAL THRU 8100-EXIT.
048900     PERFORM 2100-UNE-IMAGE THRU 2100-EXIT
049000         UNTIL FIN-JRN.
049100     CLOSE JRNTRI.
049200 2000-EXIT.
049300     EXIT.
049400 2100-UNE-IMAGE.
049500     ADD 1 TO CPT-JRN-LUS.
049600     MOVE JRT-IMAGE TO W-JRN-IMAGE.
049700     IF W-JIM-CLE NOT = W-CLE-PRECEDENTE
049800         MOVE W-JIM-CLE TO W-CLE-PRECEDENTE
049900         MOVE 'N'       TO W-PRECEDENT-CONNU
050000         MOVE ZERO      TO W-MONTANT-PRECEDENT.
050100     IF W-JIM-MONTANT NUMERIC
050200         MOVE W-JIM-MONTANT TO W-MONTANT-APRES
050300     ELSE
050400         MOVE ZERO TO W-MONTANT-APRES.
050500     EVALUATE TRUE
050600         WHEN JRT-TYPE = 'A'
050700             MOVE W-MONTANT-APRES TO W-DELTA
050800         WHEN JRT-TYPE = 'S'
050900             MOVE ZERO TO W-DELTA
051000         WHEN W-PRECEDENT-CONNU = 'O'
051100             COMPUTE W-DELTA = W-MONTANT-APRES
051200                             - W-MONTANT-PRECEDENT
051300         WHEN OTHER
051400             MOVE ZERO TO W-DELTA
051500     END-EVALUATE.
051600     MOVE W-MONTANT-APRES TO W-MONTANT-PRECEDENT.
051700     MOVE 'O'             TO W-PRECEDENT-CONNU.
051800     IF JRT-DATE GREATER W-DATE-ANALYSE
051900         GO TO 2100-SUIVANT.
052000     MOVE JRT-DATE TO W-DATE-CALC.
052100     PERFORM 2650-JOUR-DATE THRU 2650-EXIT.
052200     IF W-JOUR-ABSOLU LESS W-JOUR-DEBUT
052300         GO TO 2100-SUIVANT.
052400     MOVE JRT-DATE     TO EVF-DATE.
052500     MOVE JRT-HEURE    TO EVF-HEURE.
052600     MOVE W-JIM-CLE    TO EVF-FGS-CLE.
052700     MOVE JRT-CODE-MVT TO EVF-CODE.
052800     MOVE W-DELTA      TO EVF-DELTA.
052900     PERFORM 2600-ECRIRE-EVENEMENT THRU 2600-EXIT.
053000 2100-SUIVANT.
053100     PERFORM 8100-LIRE-JOURNAL THRU 8100-EXIT.
053200 2100-EXIT.
053300     EXIT.
053400******************************************************************
053500*  2500-EVENEMENTS-REJETS : COMPTES RENDUS RJ DE LA DATE         *
053600*  ANALYSEE - EVENEMENT DE CODE X SANS VARIATION                 *
053700******************************************************************
053800 2500-EVENEMENTS-REJETS.
053900     OPEN INPUT CRDFIC.
054000     IF NOT W-CRD-OK
054100         MOVE 'OPEN CRDFIC' TO W-MOTIF-ABANDON
054200         GO TO 9900-ABANDON.
054300     PERFORM 8200-LIRE-COMPTE-RENDU THRU 8200-EXIT.
054400     PERFORM 2550-UN-COMPTE-RENDU THRU 2550-EXIT
054500         UNTIL FIN-CRD.
054600     CLOSE CRDFIC EVTFIC.
054700 2500-EXIT.
054800     EXIT.
054900 2550-UN-COMPTE-RENDU.
055000     IF NOT CRD-REJETE OR CRD-DATE NOT = W-DATE-ANALYSE
055100         GO TO 2550-SUIVANT.
055200     ADD 1 TO CPT-REJETS.
055300     MOVE CRD-DATE    TO EVF-DATE.
055400     MOVE ZERO        TO EVF-HEURE.
055500     MOVE CRD-FGS-CLE TO EVF-FGS-CLE.
055600     MOVE 'X'         TO EVF-CODE.
055700     MOVE ZERO        TO EVF-DELTA.
055800     PERFORM 2600-ECRIRE-EVENEMENT THRU 2600-EXIT.
055900 2550-SUIVANT.
056000     PERFORM 8200-LIRE-COMPTE-RENDU THRU 8200-EXIT.
056100 2550-EXIT.
056200     EXIT.
056300******************************************************************
056400*  2600-ECRIRE-EVENEMENT : NIVEAU C SUR LA CLE, NIVEAU G SUR LA  *
056500*  TETE DE GROUPE QUAND LA CLE EST LIEE                          *
056600******************************************************************
056700 2600-ECRIRE-EVENEMENT.
056800     MOVE 'C'         TO EVF-NIVEAU.
056900     MOVE EVF-FGS-CLE TO EVF-CLE-ANALYSE.
057000     WRITE EVF-ENREG.
057100     IF NOT W-EVT-OK
057200         MOVE 'WRITE EVTFIC' TO W-MOTIF-ABANDON
057300         GO TO 9900-ABANDON.
057400     ADD 1 TO CPT-EVENEMENTS.
057500     MOVE EVF-FGS-CLE TO W-CLE-CHERCHEE.
057600     PERFORM 2620-TETE-DE-GROUPE THRU 2620-EXIT.
057700     IF W-TETE-GROUPE = SPACES
057800         GO TO 2600-EXIT.
057900     MOVE 'G'           TO EVF-NIVEAU.
058000     MOVE W-TETE-GROUPE TO EVF-CLE-ANALYSE.
058100     WRITE EVF-ENREG.
058200     IF NOT W-EVT-OK
058300         MOVE 'WRITE EVTFIC' TO W-MOTIF-ABANDON
058400         GO TO 9900-ABANDON.
058500 2600-EXIT.
058600     EXIT.
058700******************************************************************
058800*  2620-TETE-DE-GROUPE : TETE DU GROUPE DE W-CLE-CHERCHEE        *
058900*  (ELLE-MEME SI C EST UNE TETE) - BLANC SI LA CLE N EST PAS LIEE*
059000******************************************************************
059100 2620-TETE-DE-GROUPE.
059200     MOVE SPACES TO W-TETE-GROUPE.
059300     MOVE ZERO   TO IX-LIA.
059400 2620-CHERCHER.
059500     ADD 1 TO IX-LIA.
059600     IF IX-LIA GREATER NB-LIA
059700         GO TO 2620-EXIT.
059800     IF W-LIA-MEMBRE (IX-LIA) = W-CLE-CHERCHEE
059900         MOVE W-LIA-TETE (IX-LIA) TO W-TETE-GROUPE
060000         GO TO 2620-EXIT.
060100     IF W-LIA-TETE (IX-LIA) = W-CLE-CHERCHEE
060200         MOVE W-CLE-CHERCHEE TO W-TETE-GROUPE.
060300     GO TO 2620-CHERCHER.
060400 2620-EXIT.
060500     EXIT.
060600******************************************************************
060700*  2650-JOUR-DATE : JOUR ABSOLU DE W-DATE-CALC, RECALCULE        *
060800*  SEULEMENT QUAND LA DATE CHANGE                                *
060900******************************************************************
061000 2650-JOUR-DATE.
061100     IF W-DATE-CALC = W-DERNIERE-DATE-CALC
061200         GO TO 2650-EXIT.
061300     MOVE W-DATE-CALC TO W-DERNIERE-DATE-CALC.
061400     PERFORM 2700-JOUR-ABSOLU THRU 2700-EXIT.
061500 2650-EXIT.
061600     EXIT.
061700******************************************************************
061800*  2700-JOUR-ABSOLU : RANG DU JOUR DE W-DATE-CALC DEPUIS L AN 0  *
061900*  (ANNEE DECALEE A MARS : LE 29 FEVRIER TOMBE EN FIN D ANNEE)   *
062000*  CHAQUE DIVISION EST RANGEE DANS UN ENTIER : TRONCATURE        *
062100******************************************************************
062200 2700-JOUR-ABSOLU.
062300     IF W-DC-MM GREATER 2
062400         MOVE W-DC-AAAA TO W-JA-AN
062500         COMPUTE W-JA-MOIS = W-DC-MM - 3
062600     ELSE
062700         COMPUTE W-JA-AN   = W-DC-AAAA - 1
062800         COMPUTE W-JA-MOIS = W-DC-MM + 9.
062900     COMPUTE W-JOUR-ABSOLU = 365 * W-JA-AN + W-DC-JJ.
063000     COMPUTE W-JA-QUOTIENT = W-JA-AN / 4.
063100     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
063200     COMPUTE W-JA-QUOTIENT = W-JA-AN / 100.
063300     SUBTRACT W-JA-QUOTIENT FROM W-JOUR-ABSOLU.
063400     COMPUTE W-JA-QUOTIENT = W-JA-AN / 400.
063500     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
063600     COMPUTE W-JA-QUOTIENT = (153 * W-JA-MOIS + 2) / 5.
063700     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
063800 2700-EXIT.
063900     EXIT.
064000******************************************************************
064100*  3000-ANALYSER : EVENEMENTS TRIES - RUPTURE SUR NIVEAU ET CLE  *
064200*  D ANALYSE, LES REGLES SONT EVALUEES A CHAQUE RUPTURE          *
064300******************************************************************
064400 3000-ANALYSER.
064500     OPEN INPUT EVTFIC.
064600     IF NOT W-EVT-OK
064700         MOVE 'OPEN EVTFIC TRIE' TO W-MOTIF-ABANDON
064800         GO TO 9900-ABANDON.
064900     MOVE LOW-VALUE TO W-ANALYSE-EN-COURS.
065000     MOVE ZERO      TO NB-EVT.
065100     PERFORM 8400-LIRE-EVENEMENT THRU 8400-EXIT.
065200     PERFORM 3100-UN-EVENEMENT THRU 3100-EXIT
065300         UNTIL FIN-EVT.
065400     IF NB-EVT GREATER ZERO
065500         PERFORM 4000-EVALUER THRU 4000-EXIT.
065600     CLOSE EVTFIC.
065700 3000-EXIT.
065800     EXIT.
065900 3100-UN-EVENEMENT.
066000     IF EVF-NIVEAU NOT = W-AEC-NIVEAU
066100      OR EVF-CLE-ANALYSE NOT = W-AEC-CLE
066200         IF NB-EVT GREATER ZERO
066300             PERFORM 4000-EVALUER THRU 4000-EXIT
066400         END-IF
066500         MOVE EVF-NIVEAU      TO W-AEC-NIVEAU
066600         MOVE EVF-CLE-ANALYSE TO W-AEC-CLE
066700         MOVE ZERO            TO NB-EVT.
066800     IF NB-EVT NOT LESS 500
066900         ADD 1 TO CPT-DEBORDS
067000         GO TO 3100-SUIVANT.
067100     ADD 1 TO NB-EVT.
067200     MOVE EVF-DATE    TO W-EV-DATE (NB-EVT) W-DATE-CALC.
067300     PERFORM 2650-JOUR-DATE THRU 2650-EXIT.
067400     MOVE W-JOUR-ABSOLU TO W-EV-JOUR (NB-EVT).
067500     MOVE EVF-HEURE   TO W-EV-HEURE (NB-EVT).
067600     MOVE EVF-FGS-CLE TO W-EV-FGS-CLE (NB-EVT).
067700     MOVE EVF-CODE    TO W-EV-CODE (NB-EVT).
067800     MOVE EVF-DELTA   TO W-EV-DELTA (NB-EVT).
067900     MOVE 'N'         TO W-EV-APPARIE (NB-EVT).
068000 3100-SUIVANT.
068100     PERFORM 8400-LIRE-EVENEMENT THRU 8400-EXIT.
068200 3100-EXIT.
068300     EXIT.
068400******************************************************************
068500*  4000-EVALUER : LES REGLES ACTIVES SUR LA CLE D ANALYSE        *
068600******************************************************************
068700 4000-EVALUER.
068800     ADD 1 TO CPT-ANALYSES.
068900     IF W-FRAC-ACTIVE = 'O'
069000         PERFORM 4100-FRACTIONNEMENT THRU 4100-EXIT.
069100     IF W-ALRE-ACTIVE = 'O'
069200         PERFORM 4200-ALLER-RETOUR THRU 4200-EXIT.
069300     IF W-REJT-ACTIVE = 'O'
069400         PERFORM 4300-REJETS-REPETES THRU 4300-EXIT.
069500 4000-EXIT.
069600     EXIT.
069700******************************************************************
069800*  4100-FRACTIONNEMENT : AJUSTEMENTS J DES JJJ DERNIERS JOURS    *
069900*  DONT LA VARIATION EST DANS LA BANDE SOUS LE MONTANT           *
070000******************************************************************
070100 4100-FRACTIONNEMENT.
070200     PERFORM 4900-RAZ-RETENUS THRU 4900-EXIT.
070300     COMPUTE W-BORNE = W-FRAC-MONTANT * (100 - W-FRAC-POURCENT)
070400                     / 100.
070500     PERFORM 4150-UN-AJUSTEMENT THRU 4150-EXIT
070600         VARYING IX-EVT FROM 1 BY 1 UNTIL IX-EVT GREATER NB-EVT.
070700     IF W-NB-RETENUS NOT LESS W-FRAC-NOMBRE
070800      AND W-NB-RETENUS GREATER ZERO
070900      AND W-DECLENCHE = 'O'
071000         MOVE 'FRAC' TO W-REGLE-CAS
071100         PERFORM 5000-OUVRIR-CAS THRU 5000-EXIT.
071200 4100-EXIT.
071300     EXIT.
071400 4150-UN-AJUSTEMENT.
071500     IF W-EV-CODE (IX-EVT) NOT = 'J'
071600      OR W-EV-JOUR (IX-EVT) NOT GREATER
071700         W-JOUR-ANALYSE - W-FRAC-JOURS
071800         GO TO 4150-EXIT.
071900     PERFORM 4950-VALEUR-ABSOLUE THRU 4950-EXIT.
072000     IF W-ABS-DELTA LESS W-BORNE
072100      OR W-ABS-DELTA NOT LESS W-FRAC-MONTANT
072200      OR W-ABS-DELTA = ZERO
072300         GO TO 4150-EXIT.
072400     PERFORM 4960-RETENIR THRU 4960-EXIT.
072500 4150-EXIT.
072600     EXIT.
072700******************************************************************
072800*  4200-ALLER-RETOUR : DEBIT DE LA DATE ANALYSEE QUI EXTOURNE UN *
072900*  CREDIT D AU MOINS LE MONTANT DES JJJ JOURS PRECEDENTS - UN    *
073000*  DOSSIER PAR COUPLE, UN CREDIT N EST APPARIE QU UNE FOIS       *
073100******************************************************************
073200 4200-ALLER-RETOUR.
073300     COMPUTE W-BORNE = W-ALRE-MONTANT.
073400     PERFORM 4250-UN-DEBIT THRU 4250-EXIT
073500         VARYING IX-EVT FROM 2 BY 1 UNTIL IX-EVT GREATER NB-EVT.
073600 4200-EXIT.
073700     EXIT.
073800 4250-UN-DEBIT.
073900     IF W-EV-DELTA (IX-EVT) NOT LESS ZERO
074000      OR W-EV-DATE (IX-EVT) NOT = W-DATE-ANALYSE
074100         GO TO 4250-EXIT.
074200     PERFORM 4950-VALEUR-ABSOLUE THRU 4950-EXIT.
074300     MOVE 'N' TO W-TROUVE.
074400     PERFORM 4270-UN-CREDIT THRU 4270-EXIT
074500         VARYING IX-AUT FROM 1 BY 1
074600         UNTIL IX-AUT NOT LESS IX-EVT OR W-TROUVE = 'O'.
074700     IF W-TROUVE NOT = 'O'
074800         GO TO 4250-EXIT.
074900     PERFORM 4900-RAZ-RETENUS THRU 4900-EXIT.
075000     MOVE 'O' TO W-EV-APPARIE (IX-AUT).
075100     MOVE 'O' TO W-EV-RETENU (IX-AUT) W-EV-RETENU (IX-EVT).
075200     MOVE 2   TO W-NB-RETENUS.
075300     MOVE W-EV-DELTA (IX-AUT) TO W-MONTANT-CAS.
075400     MOVE 'ALRE' TO W-REGLE-CAS.
075500     PERFORM 5000-OUVRIR-CAS THRU 5000-EXIT.
075600 4250-EXIT.
075700     EXIT.
075800*    CREDIT CANDIDAT : IX-AUT EST LAISSE SUR LE CREDIT TROUVE
075900 4270-UN-CREDIT.
076000     IF W-EV-APPARIE (IX-AUT) = 'O'
076100      OR W-EV-DELTA (IX-AUT) LESS W-BORNE
076200      OR W-EV-DELTA (IX-AUT) NOT GREATER ZERO
076300      OR W-EV-JOUR (IX-EVT) - W-EV-JOUR (IX-AUT)
076400         GREATER W-ALRE-JOURS
076500      OR W-ABS-DELTA * 100 LESS
076600         W-EV-DELTA (IX-AUT) * (100 - W-ALRE-POURCENT)
076700         GO TO 4270-EXIT.
076800     MOVE 'O' TO W-TROUVE.
076900     SUBTRACT 1 FROM IX-AUT.
077000 4270-EXIT.
077100     EXIT.
077200******************************************************************
077300*  4300-REJETS-REPETES : REJETS (CODE X) DE LA DATE ANALYSEE     *
077400******************************************************************
077500 4300-REJETS-REPETES.
077600     PERFORM 4900-RAZ-RETENUS THRU 4900-EXIT.
077700     PERFORM 4350-UN-REJET THRU 4350-EXIT
077800         VARYING IX-EVT FROM 1 BY 1 UNTIL IX-EVT GREATER NB-EVT.
077900     IF W-NB-RETENUS NOT LESS W-REJT-NOMBRE
078000      AND W-NB-RETENUS GREATER ZERO
078100         MOVE 'REJT' TO W-REGLE-CAS
078200         PERFORM 5000-OUVRIR-CAS THRU 5000-EXIT.
078300 4300-EXIT.
078400     EXIT.
078500 4350-UN-REJET.
078600     IF W-EV-CODE (IX-EVT) NOT = 'X'
078700      OR W-EV-DATE (IX-EVT) NOT = W-DATE-ANALYSE
078800         GO TO 4350-EXIT.
078900     MOVE ZERO TO W-ABS-DELTA.
079000     PERFORM 4960-RETENIR THRU 4960-EXIT.
079100 4350-EXIT.
079200     EXIT.
079300******************************************************************
079400*  4900-RAZ-RETENUS : AUCUN EVENEMENT RETENU POUR LA REGLE       *
079500******************************************************************
079600 4900-RAZ-RETENUS.
079700     MOVE ZERO TO W-NB-RETENUS W-MONTANT-CAS.
079800     MOVE 'N'  TO W-DECLENCHE.
079900     PERFORM 4910-RAZ-UN THRU 4910-EXIT
080000         VARYING IX-CAS FROM 1 BY 1 UNTIL IX-CAS GREATER NB-EVT.
080100 4900-EXIT.
080200     EXIT.
080300 4910-RAZ-UN.
080400     MOVE 'N' TO W-EV-RETENU (IX-CAS).
080500 4910-EXIT.
080600     EXIT.
080700******************************************************************
080800*  4950-VALEUR-ABSOLUE : VARIATION DE L EVENEMENT IX-EVT         *
080900******************************************************************
081000 4950-VALEUR-ABSOLUE.
081100     IF W-EV-DELTA (IX-EVT) LESS ZERO
081200         COMPUTE W-ABS-DELTA = ZERO - W-EV-DELTA (IX-EVT)
081300     ELSE
081400         MOVE W-EV-DELTA (IX-EVT) TO W-ABS-DELTA.
081500 4950-EXIT.
081600     EXIT.
081700******************************************************************
081800*  4960-RETENIR : L EVENEMENT IX-EVT CONTRIBUE A LA REGLE        *
081900******************************************************************
082000 4960-RETENIR.
082100     MOVE 'O' TO W-EV-RETENU (IX-EVT).
082200     ADD 1 TO W-NB-RETENUS.
082300     ADD W-ABS-DELTA TO W-MONTANT-CAS.
082400     IF W-EV-DATE (IX-EVT) = W-DATE-ANALYSE
082500         MOVE 'O' TO W-DECLENCHE.
082600 4960-EXIT.
082700     EXIT.
082800******************************************************************
082900*  5000-OUVRIR-CAS : DOSSIER CASFIC A L ETAT O AVEC LES DIX      *
083000*  PREMIERS MOUVEMENTS RETENUS, NUMERO SUIVANT DU JOUR           *
083100******************************************************************
083200 5000-OUVRIR-CAS.
083300     MOVE SPACES         TO CAS-ENREG.
083400     MOVE W-DATE-JOUR    TO CAS-DATE.
083500     MOVE W-DERNIER-SEQ  TO CAS-SEQ.
083600     MOVE 'O'            TO CAS-ETAT.
083700     MOVE W-REGLE-CAS    TO CAS-REGLE.
083800     MOVE W-AEC-NIVEAU   TO CAS-NIVEAU.
083900     MOVE W-AEC-CLE      TO CAS-CLE-ANALYSE.
084000     MOVE W-NB-RETENUS   TO CAS-NB-MVTS.
084100     MOVE W-MONTANT-CAS  TO CAS-MONTANT.
084200     MOVE ZERO           TO CAS-DATE-DECISION CAS-HEURE-DECISION.
084300     PERFORM 5050-RAZ-MOUVEMENT THRU 5050-EXIT
084400         VARYING IX-CAS FROM 1 BY 1 UNTIL IX-CAS GREATER 10.
084500     MOVE ZERO TO IX-CAS.
084600     PERFORM 5100-UN-MOUVEMENT THRU 5100-EXIT
084700         VARYING IX-AUT FROM 1 BY 1 UNTIL IX-AUT GREATER NB-EVT.
084800 5000-ECRIRE.
084900     ADD 1 TO CAS-SEQ.
085000     WRITE CAS-ENREG.
085100     IF W-CAS-DOUBLE AND CAS-SEQ LESS 999999
085200         GO TO 5000-ECRIRE.
085300     IF NOT W-CAS-OK
085400         MOVE 'WRITE CASFIC' TO W-MOTIF-ABANDON
085500         GO TO 9900-ABANDON.
085600     MOVE CAS-SEQ TO W-DERNIER-SEQ.
085700     ADD 1 TO CPT-CAS.
085800     MOVE CAS-DATE        TO SAR-CAS-DATE.
085900     MOVE CAS-SEQ         TO SAR-CAS-SEQ.
086000     MOVE CAS-REGLE       TO SAR-REGLE.
086100     MOVE CAS-NIVEAU      TO SAR-NIVEAU.
086200     MOVE CAS-CLE-ANALYSE TO SAR-CLE.
086300     MOVE CAS-NB-MVTS     TO SAR-NB.
086400     MOVE CAS-MONTANT     TO SAR-MONTANT.
086500     WRITE SAR-LIGNE FROM SAR-DETAIL.
086600 5000-EXIT.
086700     EXIT.
086800 5050-RAZ-MOUVEMENT.
086900     MOVE SPACES TO CAS-M-FGS-CLE (IX-CAS) CAS-M-CODE (IX-CAS).
087000     MOVE ZERO   TO CAS-M-DATE (IX-CAS) CAS-M-HEURE (IX-CAS)
087100                    CAS-M-DELTA (IX-CAS).
087200 5050-EXIT.
087300     EXIT.
087400 5100-UN-MOUVEMENT.
087500     IF W-EV-RETENU (IX-AUT) NOT = 'O'
087600      OR IX-CAS NOT LESS 10
087700         GO TO 5100-EXIT.
087800     ADD 1 TO IX-CAS.
087900     MOVE W-EV-FGS-CLE (IX-AUT) TO CAS-M-FGS-CLE (IX-CAS).
088000     MOVE W-EV-DATE (IX-AUT)    TO CAS-M-DATE (IX-CAS).
088100     MOVE W-EV-HEURE (IX-AUT)   TO CAS-M-HEURE (IX-CAS).
088200     MOVE W-EV-CODE (IX-AUT)    TO CAS-M-CODE (IX-CAS).
088300     MOVE W-EV-DELTA (IX-AUT)   TO CAS-M-DELTA (IX-CAS).
088400 5100-EXIT.
088500     EXIT.
088600******************************************************************
088700*  8100-LIRE-JOURNAL : IMAGE SUIVANTE DU JOURNAL TRIE            *
088800******************************************************************
088900 8100-LIRE-JOURNAL.
089000     READ JRNTRI.
089100     IF W-JRT-FIN
089200         MOVE 'O' TO W-FIN-JRN
089300         GO TO 8100-EXIT.
089400     IF NOT W-JRT-OK
089500         MOVE 'READ JRNTRI' TO W-MOTIF-ABANDON
089600         GO TO 9900-ABANDON.
089700 8100-EXIT.
089800     EXIT.
089900******************************************************************
090000*  8200-LIRE-COMPTE-RENDU : COMPTE RENDU SUIVANT                 *
090100******************************************************************
090200 8200-LIRE-COMPTE-RENDU.
090300     READ CRDFIC NEXT.
090400     IF W-CRD-FIN
090500         MOVE 'O' TO W-FIN-CRD
090600         GO TO 8200-EXIT.
090700     IF NOT W-CRD-OK
090800         MOVE 'READ CRDFIC' TO W-MOTIF-ABANDON
090900         GO TO 9900-ABANDON.
091000 8200-EXIT.
091100     EXIT.
091200******************************************************************
091300*  8300-LIRE-LIEN : LIEN SUIVANT                                 *
091400******************************************************************
091500 8300-LIRE-LIEN.
091600     READ LIAFIC NEXT.
091700     IF W-LIA-FIN
091800         MOVE 'O' TO W-FIN-LIA
091900         GO TO 8300-EXIT.
092000     IF NOT W-LIA-OK
092100         MOVE 'READ LIAFIC' TO W-MOTIF-ABANDON
092200         GO TO 9900-ABANDON.
092300 8300-EXIT.
092400     EXIT.
092500******************************************************************
092600*  8400-LIRE-EVENEMENT : EVENEMENT TRIE SUIVANT                  *
092700******************************************************************
092800 8400-LIRE-EVENEMENT.
092900     READ EVTFIC.
093000     IF W-EVT-FIN
093100         MOVE 'O' TO W-FIN-EVT
093200         GO TO 8400-EXIT.
093300     IF NOT W-EVT-OK
093400         MOVE 'READ EVTFIC' TO W-MOTIF-ABANDON
093500         GO TO 9900-ABANDON.
093600 8400-EXIT.
093700     EXIT.
093800******************************************************************
093900*  9000-TERMINAISON : TOTAUX ET FERMETURES                       *
094000******************************************************************
094100 9000-TERMINAISON.
094200     MOVE CPT-JRN-LUS    TO TOT-JRN.
094300     MOVE CPT-EVENEMENTS TO TOT-EVT.
094400     MOVE CPT-REJETS     TO TOT-REJ.
094500     MOVE CPT-ANALYSES   TO TOT-ANA.
094600     MOVE CPT-CAS        TO TOT-CAS.
094700     MOVE CPT-DEBORDS    TO TOT-DEB.
094800     WRITE SAR-LIGNE FROM SAR-TOTAUX.
094900     CLOSE CASFIC ETATSAR.
095000     DISPLAY 'GSSA770 - DOSSIERS OUVERTS : ' CPT-CAS.
095100     IF CPT-DEBORDS GREATER ZERO
095200         DISPLAY 'GSSA770 - EVENEMENTS HORS TABLE : ' CPT-DEBORDS
095300         MOVE 4 TO RETURN-CODE.
095400 9000-EXIT.
095500     EXIT.
095600******************************************************************
095700*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT                     *
095800******************************************************************
095900 9900-ABANDON.
096000     DISPLAY 'GSSA770 - ABANDON : ' W-MOTIF-ABANDON.
096100     MOVE 16 TO RETURN-CODE.
096200     STOP RUN.
