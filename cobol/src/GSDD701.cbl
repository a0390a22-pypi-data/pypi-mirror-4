000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDD701.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSDD701 : RETOURS DE PRELEVEMENT RENVOYES PAR LA BANQUE       *
000900*  ------------------------------------------------------------  *
001000*  CHAQUE RETOUR (RETPRL) ANNULE LE REGLEMENT POSE A LA          *
001100*  PRESENTATION PAR GSDD700 : MOUVEMENT J SUR MONTANT-ECH,       *
001200*  SIGNE +, MOTIF RJPR (LOT MVTRPR) ; GSBT010 EXTOURNE ALORS LE  *
001300*  MONTANT DE L ECHEANCIER (GSEC670 FONCTION X) ET L ECHEANCE    *
001400*  REDEVIENT DUE OU PARTIELLE.                                   *
001500*  LE MANDAT COMPTE LES RETOURS CONSECUTIFS : AU TROISIEME IL    *
001600*  EST SUSPENDU ; UN RETOUR MD01 (MANDAT ABSENT OU REVOQUE CHEZ  *
001700*  LA BANQUE) LE REVOQUE AUSSITOT. UN MANDAT INACTIF N EST PLUS  *
001800*  PRESENTE PAR GSDD700.                                         *
001900*  CHAQUE RETOUR POSE UN ELEMENT DANS LA CORBEILLE (GSWB080,     *
002000*  TYPE PRLV, FILE PRELEV) ; UN RETOUR ILLISIBLE (CLE OU MONTANT *
002100*  INVALIDE) N EST PAS EXTOURNE ET PART SEUL EN CORBEILLE.       *
002200*  ------------------------------------------------------------  *
002300*  ENTREE  : RETPRL   RETOURS DE PRELEVEMENT DE LA BANQUE        *
002400*            CYCOUT   CYCLE OUVERT PAR GSCY210                   *
002500*  M-A-J   : MDTFIC   MANDATS DE PRELEVEMENT                     *
002600*  SORTIE  : MVTRPR   LOT DE MOUVEMENTS J POUR GSBT010           *
002700*            ETATRPR  ETAT DES RETOURS                           *
002800*            WRKBSK   CORBEILLE DES EXCEPTIONS (VIA GSWB080)     *
002900*  ------------------------------------------------------------  *
003000*  HISTORIQUE DES MODIFICATIONS                                  *
003100*  15/10/26  DA  CREATION                                        *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.
003600     IBM-370.
003700 OBJECT-COMPUTER.
003800     IBM-370.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT RETPRL  ASSIGN  RETPRL
004400       ORGANIZATION  SEQUENTIAL
004500       FILE STATUS   W-RETPRL-STATUS.
004600     SELECT MDTFIC  ASSIGN  MDTFIC
004700       ORGANIZATION  INDEXED
004800       ACCESS MODE   RANDOM
004900       RECORD KEY    MDT-FGS-CLE
005000       FILE STATUS   W-MDTFIC-STATUS.
005100     SELECT MVTRPR  ASSIGN  MVTRPR
005200       ORGANIZATION  SEQUENTIAL
005300       FILE STATUS   W-MVTRPR-STATUS.
005400     SELECT CYCOUT  ASSIGN  CYCOUT
005500       ORGANIZATION  SEQUENTIAL
005600       FILE STATUS   W-CYCOUT-STATUS.
005700     SELECT ETATRPR ASSIGN  ETATRPR
005800       ORGANIZATION  SEQUENTIAL
005900       FILE STATUS   W-ETATRPR-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  RETPRL
006300     LABEL RECORD STANDARD
006400     DATA RECORD RTP-ENREG.
006500 COPY FFFFFGDR.
006600 FD  MDTFIC
006700     LABEL RECORD STANDARD
006800     DATA RECORD MDT-ENREG.
006900 COPY FFFFFGMD.
007000 FD  MVTRPR
007100     LABEL RECORD STANDARD
007200     DATA RECORD MVT-ENREG.
007300 COPY FFFFFGT.
007400 FD  CYCOUT
007500     LABEL RECORD STANDARD
007600     DATA RECORD CYO-ENREG.
007700 01  CYO-ENREG.
007800     05  CYO-DATE                    PIC 9(08).
007900     05  CYO-NUMERO                  PIC 9(04).
008000     05  FILLER                      PIC X(68).
008100 FD  ETATRPR
008200     LABEL RECORD STANDARD
008300     DATA RECORD ERP-LIGNE.
008400 01  ERP-LIGNE                       PIC X(132).
008500 WORKING-STORAGE SECTION.
008600 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
008700 77  CPT-EXTOURNES                   PIC S9(08) COMP VALUE ZERO.
008800 77  CPT-ILLISIBLES                  PIC S9(08) COMP VALUE ZERO.
008900 77  CPT-SANS-MANDAT                 PIC S9(08) COMP VALUE ZERO.
009000 77  CPT-SUSPENDUS                   PIC S9(08) COMP VALUE ZERO.
009100 77  CPT-REVOQUES                    PIC S9(08) COMP VALUE ZERO.
009200 77  CPT-ELEMENTS                    PIC S9(08) COMP VALUE ZERO.
009300 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
009400 77  W-NB-SUSPENSION                 PIC 9(02) VALUE 3.
009500 01  W-FIN-RTP                       PIC X(01) VALUE 'N'.
009600     88  FIN-RTP                     VALUE 'O'.
009700 01  W-RETPRL-STATUS                 PIC X(02).
009800     88  W-RTP-OK                    VALUE '00'.
009900     88  W-RTP-FIN                   VALUE '10'.
010000 01  W-MDTFIC-STATUS                 PIC X(02).
010100     88  W-MDT-OK                    VALUE '00'.
010200     88  W-MDT-ABSENT                VALUE '23'.
010300 01  W-MVTRPR-STATUS                 PIC X(02).
010400     88  W-MVT-OK                    VALUE '00'.
010500 01  W-CYCOUT-STATUS                 PIC X(02).
010600     88  W-CYO-OK                    VALUE '00'.
010700 01  W-ETATRPR-STATUS                PIC X(02).
010800     88  W-ERP-OK                    VALUE '00'.
010900 01  W-MOTIF-ABANDON                 PIC X(40).
011000 01  W-DATE-JOUR                     PIC 9(08).
011100 01  W-CYCLE-JOUR                    PIC 9(04) VALUE ZERO.
011200 01  W-MONTANT-RETOUR                PIC S9(11)V99 COMP-3.
011300 01  W-MONTANT-EDIT                  PIC -(10)9,99.
011400 01  W-SORT                          PIC X(16).
011500 01  W-MOTIF-WRK                     PIC X(30).
011600 01  W-TOT-LUS                       PIC S9(13)V99 COMP-3
011700                                     VALUE ZERO.
011800 01  W-TOT-EXTOURNES                 PIC S9(13)V99 COMP-3
011900                                     VALUE ZERO.
012000 01  W-TOT-ILLISIBLES                PIC S9(13)V99 COMP-3
012100                                     VALUE ZERO.
012200 COPY GSWBZ.
012300*    CONTROLE DE LOT FFFFFGCT - HASH CALCULES COMME DANS GSBC030
012400 COPY FFFFFGCT.
012500 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
012600 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
012700                                     VALUE 0.
012800 01  W-HASH-CLE-15                   PIC 9(15).
012900 01  W-HASH-MONT-15                  PIC 9(15).
013000 01  W-CLE-HASH-X                    PIC X(15).
013100 01  W-CLE-HASH-9 REDEFINES W-CLE-HASH-X
013200                                     PIC 9(15).
013300 01  W-HASH-IMAGE.
013400     05  W-HIM-CLE                   PIC X(15).
013500     05  FILLER                      PIC X(45).
013600     05  W-HIM-MONTANT               PIC S9(11)V99 COMP-3.
013700     05  W-HIM-MONTANT-ECH           PIC S9(11)V99 COMP-3.
013800     05  FILLER                      PIC X(326).
013900 01  ERP-ENTETE.
014000     05  FILLER                      PIC X(44)
014100         VALUE 'GSDD701 - RETOURS DE PRELEVEMENT - DATE     '.
014200     05  ERP-E-DATE                  PIC 9(08).
014300     05  FILLER                      PIC X(80) VALUE SPACES.
014400 01  ERP-DETAIL.
014500     05  ERP-D-CLE                   PIC X(15).
014600     05  FILLER                      PIC X(01) VALUE SPACE.
014700     05  ERP-D-DATE-ECH              PIC 9(08).
014800     05  FILLER                      PIC X(01) VALUE SPACE.
014900     05  ERP-D-MONTANT               PIC -(10)9,99.
015000     05  FILLER                      PIC X(01) VALUE SPACE.
015100     05  ERP-D-MOTIF                 PIC X(04).
015200     05  FILLER                      PIC X(01) VALUE SPACE.
015300     05  ERP-D-NB-RETOURS            PIC Z9.
015400     05  FILLER                      PIC X(01) VALUE SPACE.
015500     05  ERP-D-SORT                  PIC X(16).
015600     05  FILLER                      PIC X(68) VALUE SPACES.
015700 01  ERP-TOTAL.
015800     05  ERP-T-LIBELLE               PIC X(30).
015900     05  FILLER                      PIC X(06) VALUE ' NB : '.
016000     05  ERP-T-NB                    PIC Z(07)9.
016100     05  FILLER                      PIC X(11)
016200         VALUE ' MONTANT : '.
016300     05  ERP-T-MONTANT               PIC -(12)9,99.
016400     05  FILLER                      PIC X(61) VALUE SPACES.
016500 PROCEDURE DIVISION.
016600******************************************************************
016700*  0000-MAINLINE : RETOURS, EXTOURNES, MANDATS, CORBEILLE        *
016800******************************************************************
016900 0000-MAINLINE.
017000     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
017100     OPEN INPUT RETPRL.
017200     IF NOT W-RTP-OK
017300         MOVE 'OPEN RETPRL' TO W-MOTIF-ABANDON
017400         GO TO 9900-ABANDON.
017500     OPEN I-O MDTFIC.
017600     IF NOT W-MDT-OK
017700         MOVE 'OPEN MDTFIC' TO W-MOTIF-ABANDON
017800         GO TO 9900-ABANDON.
017900     OPEN OUTPUT MVTRPR.
018000     IF NOT W-MVT-OK
018100         MOVE 'OPEN MVTRPR' TO W-MOTIF-ABANDON
018200         GO TO 9900-ABANDON.
018300     OPEN OUTPUT ETATRPR.
018400     IF NOT W-ERP-OK
018500         MOVE 'OPEN ETATRPR' TO W-MOTIF-ABANDON
018600         GO TO 9900-ABANDON.
018700     MOVE W-DATE-JOUR TO ERP-E-DATE.
018800     WRITE ERP-LIGNE FROM ERP-ENTETE.
018900     PERFORM 7100-ENTETE-LOT THRU 7100-EXIT.
019000     PERFORM 8100-LIRE-RTP THRU 8100-EXIT.
019100     PERFORM 2000-UN-RETOUR THRU 2000-EXIT
019200         UNTIL FIN-RTP.
019300     PERFORM 7300-PIED-LOT THRU 7300-EXIT.
019400     PERFORM 3000-BILAN THRU 3000-EXIT.
019500     CLOSE RETPRL MDTFIC MVTRPR ETATRPR.
019600     DISPLAY 'GSDD701 - RETOURS : ' CPT-LUS
019700             ' EXTOURNES : ' CPT-EXTOURNES
019800             ' ILLISIBLES : ' CPT-ILLISIBLES.
019900     DISPLAY 'GSDD701 - MANDATS SUSPENDUS : ' CPT-SUSPENDUS
020000             ' REVOQUES : ' CPT-REVOQUES
020100             ' SANS MANDAT : ' CPT-SANS-MANDAT.
020200     GOBACK.
020300 0000-EXIT.
020400     EXIT.
020500******************************************************************
020600*  2000-UN-RETOUR : EXTOURNE, MANDAT PUIS ELEMENT DE CORBEILLE   *
020700******************************************************************
020800 2000-UN-RETOUR.
020900     ADD 1 TO CPT-LUS.
021000     MOVE RTP-FGS-CLE  TO ERP-D-CLE.
021100     MOVE RTP-DATE-ECH TO ERP-D-DATE-ECH.
021200     MOVE RTP-MOTIF    TO ERP-D-MOTIF.
021300     MOVE ZERO         TO ERP-D-NB-RETOURS ERP-D-MONTANT.
021400     IF RTP-FGS-CLE = SPACES
021500      OR RTP-MONTANT NOT NUMERIC
021600      OR RTP-MONTANT = ZERO
021700         PERFORM 2900-ILLISIBLE THRU 2900-EXIT
021800         GO TO 2000-SUIVANT.
021900     MOVE RTP-MONTANT TO W-MONTANT-RETOUR ERP-D-MONTANT.
022000     ADD 1 TO CPT-EXTOURNES.
022100     ADD W-MONTANT-RETOUR TO W-TOT-LUS W-TOT-EXTOURNES.
022200     PERFORM 2500-EMETTRE THRU 2500-EXIT.
022300     PERFORM 2200-MANDAT THRU 2200-EXIT.
022400     MOVE 'PRLV'         TO WBZ-TYPE-EXC.
022500     MOVE RTP-FGS-CLE    TO WBZ-FGS-CLE.
022600     MOVE W-MOTIF-WRK    TO WBZ-MOTIF.
022700     PERFORM 2800-POSER-ELEMENT THRU 2800-EXIT.
022800     MOVE W-SORT TO ERP-D-SORT.
022900     WRITE ERP-LIGNE FROM ERP-DETAIL.
023000 2000-SUIVANT.
023100     PERFORM 8100-LIRE-RTP THRU 8100-EXIT.
023200 2000-EXIT.
023300     EXIT.
023400******************************************************************
023500*  2200-MANDAT : UN RETOUR DE PLUS SUR LE MANDAT - MD01 LE       *
023600*  REVOQUE, LE TROISIEME RETOUR CONSECUTIF LE SUSPEND            *
023700******************************************************************
023800 2200-MANDAT.
023900     MOVE W-MONTANT-RETOUR TO W-MONTANT-EDIT.
024000     MOVE SPACES TO W-MOTIF-WRK.
024100     MOVE RTP-FGS-CLE TO MDT-FGS-CLE.
024200     READ MDTFIC.
024300     IF W-MDT-ABSENT
024400         ADD 1 TO CPT-SANS-MANDAT
024500         MOVE 'SANS MANDAT' TO W-SORT
024600         STRING 'RETOUR ' RTP-MOTIF ' - SANS MANDAT'
024700             DELIMITED SIZE INTO W-MOTIF-WRK
024800         END-STRING
024900         GO TO 2200-EXIT.
025000     IF NOT W-MDT-OK
025100         MOVE 'READ MDTFIC' TO W-MOTIF-ABANDON
025200         GO TO 9900-ABANDON.
025300     IF MDT-NB-RETOURS LESS 99
025400         ADD 1 TO MDT-NB-RETOURS.
025500     MOVE MDT-NB-RETOURS TO ERP-D-NB-RETOURS.
025600     IF RTP-DATE-RETOUR NUMERIC
025700      AND RTP-DATE-RETOUR GREATER ZERO
025800         MOVE RTP-DATE-RETOUR TO MDT-DATE-DERN-RETOUR
025900     ELSE
026000         MOVE W-DATE-JOUR     TO MDT-DATE-DERN-RETOUR.
026100     MOVE RTP-MOTIF   TO MDT-MOTIF-DERN-RETOUR.
026200     MOVE W-DATE-JOUR TO MDT-DATE-MAJ.
026300     MOVE 'EXTOURNE' TO W-SORT.
026400     STRING 'RETOUR ' RTP-MOTIF ' ' W-MONTANT-EDIT
026500         DELIMITED SIZE INTO W-MOTIF-WRK
026600     END-STRING.
026700     IF RTP-MANDAT-REVOQUE
026800      AND NOT MDT-REVOQUE
026900         MOVE 'R'         TO MDT-STATUT
027000         MOVE W-DATE-JOUR TO MDT-DATE-SUSPENSION
027100         ADD 1 TO CPT-REVOQUES
027200         MOVE 'MANDAT REVOQUE' TO W-SORT
027300         MOVE SPACES TO W-MOTIF-WRK
027400         STRING 'RETOUR ' RTP-MOTIF ' - MANDAT REVOQUE'
027500             DELIMITED SIZE INTO W-MOTIF-WRK
027600         END-STRING
027700     ELSE
027800         IF MDT-ACTIF
027900          AND MDT-NB-RETOURS NOT LESS W-NB-SUSPENSION
028000             MOVE 'S'         TO MDT-STATUT
028100             MOVE W-DATE-JOUR TO MDT-DATE-SUSPENSION
028200             ADD 1 TO CPT-SUSPENDUS
028300             MOVE 'MANDAT SUSPENDU' TO W-SORT
028400             MOVE SPACES TO W-MOTIF-WRK
028500             STRING 'RETOUR ' RTP-MOTIF ' - MANDAT SUSPENDU'
028600                 DELIMITED SIZE INTO W-MOTIF-WRK
028700             END-STRING
028800         END-IF
028900     END-IF.
029000     REWRITE MDT-ENREG.
029100     IF NOT W-MDT-OK
029200         MOVE 'REWRITE MDTFIC' TO W-MOTIF-ABANDON
029300         GO TO 9900-ABANDON.
029400 2200-EXIT.
029500     EXIT.
029600******************************************************************
029700*  2500-EMETTRE : MOUVEMENT J D EXTOURNE DU MONTANT RETOURNE     *
029800******************************************************************
029900 2500-EMETTRE.
030000     MOVE SPACES           TO MVT-ENREG.
030100     MOVE 'J'              TO MVT-CODE.
030200     MOVE ZERO             TO MVT-AGE.
030300     MOVE RTP-FGS-CLE      TO MVT-AJU-CLE.
030400     MOVE 'E'              TO MVT-AJU-ZONE.
030500     MOVE '+'              TO MVT-AJU-SIGNE.
030600     MOVE W-MONTANT-RETOUR TO MVT-AJU-DELTA.
030700     MOVE 'RJPR'           TO MVT-AJU-MOTIF.
030800     WRITE MVT-ENREG.
030900     IF NOT W-MVT-OK
031000         MOVE 'WRITE MVTRPR' TO W-MOTIF-ABANDON
031100         GO TO 9900-ABANDON.
031200     PERFORM 7200-HASHER THRU 7200-EXIT.
031300 2500-EXIT.
031400     EXIT.
031500******************************************************************
031600*  2800-POSER-ELEMENT : ELEMENT DE LA FILE PRELEV (GSWB080)      *
031700******************************************************************
031800 2800-POSER-ELEMENT.
031900     MOVE 'GSDD701 ' TO WBZ-PROGRAMME.
032000     CALL 'GSWB080' USING WBZ-ZONE.
032100     IF NOT WBZ-POSE
032200         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
032300         GO TO 9900-ABANDON.
032400     ADD 1 TO CPT-ELEMENTS.
032500 2800-EXIT.
032600     EXIT.
032700******************************************************************
032800*  2900-ILLISIBLE : RETOUR SANS CLE OU MONTANT EXPLOITABLE -     *
032900*  RIEN N EST EXTOURNE, L ELEMENT DE CORBEILLE SUFFIT            *
033000******************************************************************
033100 2900-ILLISIBLE.
033200     ADD 1 TO CPT-ILLISIBLES.
033300     IF RTP-MONTANT NUMERIC
033400         ADD RTP-MONTANT TO W-TOT-LUS W-TOT-ILLISIBLES.
033500     MOVE 'PRLV'         TO WBZ-TYPE-EXC.
033600     MOVE RTP-FGS-CLE    TO WBZ-FGS-CLE.
033700     MOVE SPACES         TO WBZ-MOTIF.
033800     STRING 'RETOUR ' RTP-MOTIF ' ILLISIBLE'
033900         DELIMITED SIZE INTO WBZ-MOTIF
034000     END-STRING.
034100     PERFORM 2800-POSER-ELEMENT THRU 2800-EXIT.
034200     MOVE 'ILLISIBLE' TO ERP-D-SORT.
034300     WRITE ERP-LIGNE FROM ERP-DETAIL.
034400 2900-EXIT.
034500     EXIT.
034600******************************************************************
034700*  3000-BILAN : TOTAUX DE L ETAT - LES RETOURS LUS SE RETROUVENT *
034800*  EXTOURNES OU ILLISIBLES                                       *
034900******************************************************************
035000 3000-BILAN.
035100     MOVE 'RETOURS LUS'               TO ERP-T-LIBELLE.
035200     MOVE CPT-LUS                     TO ERP-T-NB.
035300     MOVE W-TOT-LUS                   TO ERP-T-MONTANT.
035400     WRITE ERP-LIGNE FROM ERP-TOTAL.
035500     MOVE 'EXTOURNES (MOUVEMENT J RJPR)' TO ERP-T-LIBELLE.
035600     MOVE CPT-EXTOURNES               TO ERP-T-NB.
035700     MOVE W-TOT-EXTOURNES             TO ERP-T-MONTANT.
035800     WRITE ERP-LIGNE FROM ERP-TOTAL.
035900     MOVE 'ILLISIBLES (CORBEILLE)'    TO ERP-T-LIBELLE.
036000     MOVE CPT-ILLISIBLES              TO ERP-T-NB.
036100     MOVE W-TOT-ILLISIBLES            TO ERP-T-MONTANT.
036200     WRITE ERP-LIGNE FROM ERP-TOTAL.
036300     MOVE ZERO                        TO ERP-T-MONTANT.
036400     MOVE 'MANDATS SUSPENDUS'         TO ERP-T-LIBELLE.
036500     MOVE CPT-SUSPENDUS               TO ERP-T-NB.
036600     WRITE ERP-LIGNE FROM ERP-TOTAL.
036700     MOVE 'MANDATS REVOQUES (MD01)'   TO ERP-T-LIBELLE.
036800     MOVE CPT-REVOQUES                TO ERP-T-NB.
036900     WRITE ERP-LIGNE FROM ERP-TOTAL.
037000     MOVE 'RETOURS SANS MANDAT'       TO ERP-T-LIBELLE.
037100     MOVE CPT-SANS-MANDAT             TO ERP-T-NB.
037200     WRITE ERP-LIGNE FROM ERP-TOTAL.
037300     MOVE 'ELEMENTS CORBEILLE PRELEV' TO ERP-T-LIBELLE.
037400     MOVE CPT-ELEMENTS                TO ERP-T-NB.
037500     WRITE ERP-LIGNE FROM ERP-TOTAL.
037600     IF CPT-EXTOURNES + CPT-ILLISIBLES NOT = CPT-LUS
037700      OR CPT-ELEMENTS NOT = CPT-LUS
037800         MOVE 'ECART RETOURS / EXTOURNES' TO W-MOTIF-ABANDON
037900         GO TO 9900-ABANDON.
038000 3000-EXIT.
038100     EXIT.
038200******************************************************************
038300*  7100-ENTETE-LOT : ENTETE FFFFFGCT DU LOT DE MOUVEMENTS -      *
038400*  CYCLE DU JOUR RELEVE SUR CYCOUT (ABSENT TOLERE = CYCLE 0) -   *
038500*  GSBC030 REBALANCE LE LOT AVANT GSBT010                        *
038600******************************************************************
038700 7100-ENTETE-LOT.
038800     OPEN INPUT CYCOUT.
038900     IF W-CYO-OK
039000         READ CYCOUT
039100         IF W-CYO-OK
039200             MOVE CYO-NUMERO TO W-CYCLE-JOUR
039300         END-IF
039400         CLOSE CYCOUT.
039500     MOVE SPACES       TO CTL-ENTETE-ZONE.
039600     MOVE '1'          TO CTL-E-CODE.
039700     MOVE 'RETPRL  '   TO CTL-E-SOURCE.
039800     MOVE W-DATE-JOUR  TO CTL-E-DATE-CREA.
039900     MOVE W-CYCLE-JOUR TO CTL-E-CYCLE.
040000     MOVE CTL-ENTETE-ZONE TO MVT-ENREG.
040100     WRITE MVT-ENREG.
040200     IF NOT W-MVT-OK
040300         MOVE 'WRITE ENTETE MVTRPR' TO W-MOTIF-ABANDON
040400         GO TO 9900-ABANDON.
040500 7100-EXIT.
040600     EXIT.
040700******************************************************************
040800*  7200-HASHER : CUMULS DU PIED - MEMES REGLES QUE GSBC030       *
040900******************************************************************
041000 7200-HASHER.
041100     ADD 1 TO CPT-MVTS-LOT.
041200     MOVE MVT-IMAGE TO W-HASH-IMAGE.
041300     MOVE W-HIM-CLE TO W-CLE-HASH-X.
041400     IF W-CLE-HASH-9 NUMERIC
041500         ADD W-CLE-HASH-9 TO W-HASH-CLE.
041600     IF W-HIM-MONTANT NUMERIC
041700         IF W-HIM-MONTANT LESS ZERO
041800             SUBTRACT W-HIM-MONTANT FROM W-HASH-MONTANT
041900         ELSE
042000             ADD W-HIM-MONTANT TO W-HASH-MONTANT
042100         END-IF
042200     END-IF.
042300     IF W-HIM-MONTANT-ECH NUMERIC
042400         IF W-HIM-MONTANT-ECH LESS ZERO
042500             SUBTRACT W-HIM-MONTANT-ECH FROM W-HASH-MONTANT
042600         ELSE
042700             ADD W-HIM-MONTANT-ECH TO W-HASH-MONTANT
042800         END-IF
042900     END-IF.
043000 7200-EXIT.
043100     EXIT.
043200******************************************************************
043300*  7300-PIED-LOT : PIED DE LOT FFFFFGCT - HASH TRONQUES A 15     *
043400******************************************************************
043500 7300-PIED-LOT.
043600     MOVE W-HASH-CLE TO W-HASH-CLE-15.
043700     COMPUTE W-HASH-MONT-15 = W-HASH-MONTANT * 100.
043800     MOVE SPACES          TO CTL-PIED-ZONE.
043900     MOVE '9'             TO CTL-P-CODE.
044000     MOVE CPT-MVTS-LOT    TO CTL-P-NB-MVTS.
044100     MOVE W-HASH-CLE-15   TO CTL-P-HASH-CLE.
044200     MOVE W-HASH-MONT-15  TO CTL-P-HASH-MONTANT.
044300     MOVE CTL-PIED-ZONE   TO MVT-ENREG.
044400     WRITE MVT-ENREG.
044500     IF NOT W-MVT-OK
044600         MOVE 'WRITE PIED MVTRPR' TO W-MOTIF-ABANDON
044700         GO TO 9900-ABANDON.
044800 7300-EXIT.
044900     EXIT.
045000******************************************************************
045100*  8100-LIRE-RTP : LECTURE DES RETOURS                           *
045200******************************************************************
045300 8100-LIRE-RTP.
045400     READ RETPRL.
045500     IF W-RTP-FIN
045600         MOVE 'O' TO W-FIN-RTP
045700         GO TO 8100-EXIT.
045800     IF NOT W-RTP-OK
045900         MOVE 'READ RETPRL' TO W-MOTIF-ABANDON
046000         GO TO 9900-ABANDON.
046100 8100-EXIT.
046200     EXIT.
046300******************************************************************
046400*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
046500******************************************************************
046600 9900-ABANDON.
046700     DISPLAY 'GSDD701 - ABANDON : ' W-MOTIF-ABANDON.
046800     MOVE 16 TO RETURN-CODE.
046900     STOP RUN.
