000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDD700.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSDD700 : PRELEVEMENT DES ECHEANCES DU JOUR                   *
000900*  ------------------------------------------------------------  *
001000*  LES ECHEANCES OUVERTES (DUES OU PARTIELLES) DE L ECHEANCIER   *
001100*  ECHFIC ARRIVANT A LA DATE DE PRELEVEMENT SONT PRESENTEES A LA *
001200*  BANQUE POUR LEUR RESTE DU, SUR LE MANDAT ACTIF DE LA CLE      *
001300*  (MDTFIC) : UNE LIGNE D AU FICHIER PRLFIC, SEQUENCE FRST AU    *
001400*  PREMIER PRELEVEMENT DU MANDAT, RCUR ENSUITE.                  *
001500*  CHAQUE PRESENTATION VAUT REGLEMENT : MOUVEMENT J SUR          *
001600*  MONTANT-ECH, SIGNE -, MOTIF RGLT (LOT MVTPRL, ENTETE ET PIED  *
001700*  FFFFFGCT COMME MVTENC) ; UN RETOUR BANQUE L EXTOURNE          *
001800*  (GSDD701).                                                    *
001900*  SANS MANDAT, MANDAT SUSPENDU OU REVOQUE : L ECHEANCE N EST    *
002000*  PAS PRESENTEE ET RESTE OUVERTE (RELANCES GSRV680).            *
002100*  UN MANDAT DEJA PRESENTE A CETTE DATE (PASSAGE REPRIS) N EST   *
002200*  PAS REPRESENTE.                                               *
002300*  RAPPROCHEMENT : RESTE DU DES ECHEANCES DU JOUR = PRESENTE +   *
002400*  SANS MANDAT + MANDAT INACTIF + DEJA PRESENTE, SINON ABANDON ; *
002500*  LE PIED PRLFIC PORTE LE NOMBRE ET LE TOTAL PRESENTES.         *
002600*  CARTE PARAMETRE : DATE DE PRELEVEMENT AAAAMMJJ (BLANC = JOUR) *
002700*                    PUIS IDENTIFIANT CREANCIER (ICS) EN COL 10  *
002800*  ------------------------------------------------------------  *
002900*  ENTREE  : ECHFIC   ECHEANCIER (LECTURE SEQUENTIELLE)          *
003000*            CYCOUT   CYCLE OUVERT PAR GSCY210                   *
003100*  M-A-J   : MDTFIC   MANDATS DE PRELEVEMENT                     *
003200*  SORTIE  : PRLFIC   PRELEVEMENTS REMIS A LA BANQUE             *
003300*            MVTPRL   LOT DE MOUVEMENTS J POUR GSBT010           *
003400*            ETATPRL  ETAT DES PRELEVEMENTS                      *
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
004900     SELECT ECHFIC  ASSIGN  ECHFIC
005000       ORGANIZATION  INDEXED
005100       ACCESS MODE   SEQUENTIAL
005200       RECORD KEY    ECH-CLE
005300       FILE STATUS   W-ECHFIC-STATUS.
005400     SELECT MDTFIC  ASSIGN  MDTFIC
005500       ORGANIZATION  INDEXED
005600       ACCESS MODE   RANDOM
005700       RECORD KEY    MDT-FGS-CLE
005800       FILE STATUS   W-MDTFIC-STATUS.
005900     SELECT PRLFIC  ASSIGN  PRLFIC
006000       ORGANIZATION  SEQUENTIAL
006100       FILE STATUS   W-PRLFIC-STATUS.
006200     SELECT MVTPRL  ASSIGN  MVTPRL
006300       ORGANIZATION  SEQUENTIAL
006400       FILE STATUS   W-MVTPRL-STATUS.
006500     SELECT CYCOUT  ASSIGN  CYCOUT
006600       ORGANIZATION  SEQUENTIAL
006700       FILE STATUS   W-CYCOUT-STATUS.
006800     SELECT ETATPRL ASSIGN  ETATPRL
006900       ORGANIZATION  SEQUENTIAL
007000       FILE STATUS   W-ETATPRL-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  ECHFIC
007400     LABEL RECORD STANDARD
007500     DATA RECORD ECH-ENREG.
007600 COPY FFFFFGEC.
007700 FD  MDTFIC
007800     LABEL RECORD STANDARD
007900     DATA RECORD MDT-ENREG.
008000 COPY FFFFFGMD.
008100 FD  PRLFIC
008200     LABEL RECORD STANDARD
008300     DATA RECORDS PRL-ENTETE PRL-DETAIL PRL-PIED.
008400 COPY FFFFFGPL.
008500 FD  MVTPRL
008600     LABEL RECORD STANDARD
008700     DATA RECORD MVT-ENREG.
008800 COPY FFFFFGT.
008900 FD  CYCOUT
009000     LABEL RECORD STANDARD
009100     DATA RECORD CYO-ENREG.
009200 01  CYO-ENREG.
009300     05  CYO-DATE                    PIC 9(08).
009400     05  CYO-NUMERO                  PIC 9(04).
009500     05  FILLER                      PIC X(68).
009600 FD  ETATPRL
009700     LABEL RECORD STANDARD
009800     DATA RECORD ETP-LIGNE.
009900 01  ETP-LIGNE                       PIC X(132).
010000 WORKING-STORAGE SECTION.
010100 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
010200 77  CPT-DU-JOUR                     PIC S9(08) COMP VALUE ZERO.
010300 77  CPT-PRESENTES                   PIC S9(08) COMP VALUE ZERO.
010400 77  CPT-FRST                        PIC S9(08) COMP VALUE ZERO.
010500 77  CPT-SANS-MANDAT                 PIC S9(08) COMP VALUE ZERO.
010600 77  CPT-INACTIFS                    PIC S9(08) COMP VALUE ZERO.
010700 77  CPT-DEJA-PRESENTES              PIC S9(08) COMP VALUE ZERO.
010800 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
010900 01  W-FIN-ECH                       PIC X(01) VALUE 'N'.
011000     88  FIN-ECH                     VALUE 'O'.
011100 01  W-ECHFIC-STATUS                 PIC X(02).
011200     88  W-ECH-OK                    VALUE '00'.
011300     88  W-ECH-FIN                   VALUE '10'.
011400 01  W-MDTFIC-STATUS                 PIC X(02).
011500     88  W-MDT-OK                    VALUE '00'.
011600     88  W-MDT-ABSENT                VALUE '23'.
011700 01  W-PRLFIC-STATUS                 PIC X(02).
011800     88  W-PRL-OK                    VALUE '00'.
011900 01  W-MVTPRL-STATUS                 PIC X(02).
012000     88  W-MVT-OK                    VALUE '00'.
012100 01  W-CYCOUT-STATUS                 PIC X(02).
012200     88  W-CYO-OK                    VALUE '00'.
012300 01  W-ETATPRL-STATUS                PIC X(02).
012400     88  W-ETP-OK                    VALUE '00'.
012500 01  W-MOTIF-ABANDON                 PIC X(40).
012600 01  W-PARM.
012700     05  W-PARM-DATE                 PIC X(08).
012800     05  FILLER                      PIC X(01).
012900     05  W-PARM-ICS                  PIC X(13).
013000     05  FILLER                      PIC X(58).
013100 01  W-PARM-DATE-9 REDEFINES W-PARM  PIC 9(08).
013200 01  W-DATE-JOUR                     PIC 9(08).
013300 01  W-DATE-PRELEV                   PIC 9(08).
013400 01  W-CYCLE-JOUR                    PIC 9(04) VALUE ZERO.
013500 01  W-RESTE-DU                      PIC S9(11)V99 COMP-3.
013600 01  W-SORT                          PIC X(16).
013700 01  W-TOT-DU-JOUR                   PIC S9(13)V99 COMP-3
013800                                     VALUE ZERO.
013900 01  W-TOT-PRESENTES                 PIC S9(13)V99 COMP-3
014000                                     VALUE ZERO.
014100 01  W-TOT-SANS-MANDAT               PIC S9(13)V99 COMP-3
014200                                     VALUE ZERO.
014300 01  W-TOT-INACTIFS                  PIC S9(13)V99 COMP-3
014400                                     VALUE ZERO.
014500 01  W-TOT-DEJA-PRESENTES            PIC S9(13)V99 COMP-3
014600                                     VALUE ZERO.
014700 01  W-TOT-CONTROLE                  PIC S9(13)V99 COMP-3
014800                                     VALUE ZERO.
014900*    CONTROLE DE LOT FFFFFGCT - HASH CALCULES COMME DANS GSBC030
015000 COPY FFFFFGCT.
015100 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
015200 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
015300                                     VALUE 0.
015400 01  W-HASH-CLE-15                   PIC 9(15).
015500 01  W-HASH-MONT-15                  PIC 9(15).
015600 01  W-CLE-HASH-X                    PIC X(15).
015700 01  W-CLE-HASH-9 REDEFINES W-CLE-HASH-X
015800                                     PIC 9(15).
015900 01  W-HASH-IMAGE.
016000     05  W-HIM-CLE                   PIC X(15).
016100     05  FILLER                      PIC X(45).
016200     05  W-HIM-MONTANT               PIC S9(11)V99 COMP-3.
016300     05  W-HIM-MONTANT-ECH           PIC S9(11)V99 COMP-3.
016400     05  FILLER                      PIC X(326).
016500 01  ETP-ENTETE.
016600     05  FILLER                      PIC X(44)
016700         VALUE 'GSDD700 - PRELEVEMENTS DU JOUR - DATE       '.
016800     05  ETP-E-DATE                  PIC 9(08).
016900     05  FILLER                      PIC X(80) VALUE SPACES.
017000 01  ETP-DETAIL.
017100     05  ETP-D-CLE                   PIC X(15).
017200     05  FILLER                      PIC X(01) VALUE SPACE.
017300     05  ETP-D-DATE-ECH              PIC 9(08).
017400     05  FILLER                      PIC X(01) VALUE SPACE.
017500     05  ETP-D-MONTANT               PIC -(10)9,99.
017600     05  FILLER                      PIC X(01) VALUE SPACE.
017700     05  ETP-D-SORT                  PIC X(16).
017800     05  FILLER                      PIC X(01) VALUE SPACE.
017900     05  ETP-D-RUM                   PIC X(35).
018000     05  FILLER                      PIC X(40) VALUE SPACES.
018100 01  ETP-TOTAL.
018200     05  ETP-T-LIBELLE               PIC X(30).
018300     05  FILLER                      PIC X(06) VALUE ' NB : '.
018400     05  ETP-T-NB                    PIC Z(07)9.
018500     05  FILLER                      PIC X(11)
018600         VALUE ' MONTANT : '.
018700     05  ETP-T-MONTANT               PIC -(12)9,99.
018800     05  FILLER                      PIC X(61) VALUE SPACES.
018900 PROCEDURE DIVISION.
019000******************************************************************
019100*  0000-MAINLINE : ECHEANCES DU JOUR, FICHIER BANQUE, LOT J      *
019200******************************************************************
019300 0000-MAINLINE.
019400     ACCEPT W-PARM.
019500     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
019600     IF W-PARM-DATE = SPACES
019700         MOVE W-DATE-JOUR TO W-DATE-PRELEV
019800     ELSE
019900         IF W-PARM-DATE-9 NOT NUMERIC
020000             MOVE 'CARTE PARAMETRE INVALIDE' TO W-MOTIF-ABANDON
020100             GO TO 9900-ABANDON
020200         ELSE
020300             MOVE W-PARM-DATE-9 TO W-DATE-PRELEV.
020400     IF W-PARM-ICS = SPACES
020500         MOVE 'CARTE PARAMETRE SANS ICS' TO W-MOTIF-ABANDON
020600         GO TO 9900-ABANDON.
020700     OPEN INPUT ECHFIC.
020800     IF NOT W-ECH-OK
020900         MOVE 'OPEN ECHFIC' TO W-MOTIF-ABANDON
021000         GO TO 9900-ABANDON.
021100     OPEN I-O MDTFIC.
021200     IF NOT W-MDT-OK
021300         MOVE 'OPEN MDTFIC' TO W-MOTIF-ABANDON
021400         GO TO 9900-ABANDON.
021500     OPEN OUTPUT PRLFIC.
021600     IF NOT W-PRL-OK
021700         MOVE 'OPEN PRLFIC' TO W-MOTIF-ABANDON
021800         GO TO 9900-ABANDON.
021900     OPEN OUTPUT MVTPRL.
022000     IF NOT W-MVT-OK
022100         MOVE 'OPEN MVTPRL' TO W-MOTIF-ABANDON
022200         GO TO 9900-ABANDON.
022300     OPEN OUTPUT ETATPRL.
022400     IF NOT W-ETP-OK
022500         MOVE 'OPEN ETATPRL' TO W-MOTIF-ABANDON
022600         GO TO 9900-ABANDON.
022700     MOVE W-DATE-PRELEV TO ETP-E-DATE.
022800     WRITE ETP-LIGNE FROM ETP-ENTETE.
022900     PERFORM 7100-ENTETE-LOT THRU 7100-EXIT.
023000     PERFORM 6100-ENTETE-BANQUE THRU 6100-EXIT.
023100     PERFORM 8100-LIRE-ECH THRU 8100-EXIT.
023200     PERFORM 2000-UNE-ECHEANCE THRU 2000-EXIT
023300         UNTIL FIN-ECH.
023400     PERFORM 6300-PIED-BANQUE THRU 6300-EXIT.
023500     PERFORM 7300-PIED-LOT THRU 7300-EXIT.
023600     PERFORM 3000-BILAN THRU 3000-EXIT.
023700     CLOSE ECHFIC MDTFIC PRLFIC MVTPRL ETATPRL.
023800     DISPLAY 'GSDD700 - ECHEANCES DU JOUR : ' CPT-DU-JOUR
023900             ' PRESENTEES : ' CPT-PRESENTES.
024000     DISPLAY 'GSDD700 - SANS MANDAT : ' CPT-SANS-MANDAT
024100             ' MANDAT INACTIF : ' CPT-INACTIFS
024200             ' DEJA PRESENTEES : ' CPT-DEJA-PRESENTES.
024300     GOBACK.
024400 0000-EXIT.
024500     EXIT.
024600******************************************************************
024700*  2000-UNE-ECHEANCE : SEULES LES ECHEANCES OUVERTES DU JOUR DE  *
024800*  PRELEVEMENT SONT RETENUES, PUIS AIGUILLEES SELON LE MANDAT    *
024900******************************************************************
025000 2000-UNE-ECHEANCE.
025100     ADD 1 TO CPT-LUES.
025200     IF ECH-DATE-ECH NOT = W-DATE-PRELEV
025300      OR NOT ECH-OUVERTE
025400         GO TO 2000-SUIVANTE.
025500     COMPUTE W-RESTE-DU = ECH-MONTANT-DU - ECH-MONTANT-PAYE.
025600     IF W-RESTE-DU NOT GREATER ZERO
025700         GO TO 2000-SUIVANTE.
025800     ADD 1 TO CPT-DU-JOUR.
025900     ADD W-RESTE-DU TO W-TOT-DU-JOUR.
026000     MOVE SPACES TO ETP-D-RUM.
026100     MOVE ECH-FGS-CLE TO MDT-FGS-CLE.
026200     READ MDTFIC.
026300     IF W-MDT-ABSENT
026400         ADD 1 TO CPT-SANS-MANDAT
026500         ADD W-RESTE-DU TO W-TOT-SANS-MANDAT
026600         MOVE 'SANS MANDAT' TO W-SORT
026700         GO TO 2000-ETAT.
026800     IF NOT W-MDT-OK
026900         MOVE 'READ MDTFIC' TO W-MOTIF-ABANDON
027000         GO TO 9900-ABANDON.
027100     MOVE MDT-RUM TO ETP-D-RUM.
027200     IF NOT MDT-ACTIF
027300         ADD 1 TO CPT-INACTIFS
027400         ADD W-RESTE-DU TO W-TOT-INACTIFS
027500         IF MDT-REVOQUE
027600             MOVE 'MANDAT REVOQUE' TO W-SORT
027700         ELSE
027800             MOVE 'MANDAT SUSPENDU' TO W-SORT
027900         END-IF
028000         GO TO 2000-ETAT.
028100     IF MDT-DATE-DERN-PRESENT = W-DATE-PRELEV
028200         ADD 1 TO CPT-DEJA-PRESENTES
028300         ADD W-RESTE-DU TO W-TOT-DEJA-PRESENTES
028400         MOVE 'DEJA PRESENTE' TO W-SORT
028500         GO TO 2000-ETAT.
028600     PERFORM 2100-PRESENTER THRU 2100-EXIT.
028700 2000-ETAT.
028800     MOVE ECH-FGS-CLE  TO ETP-D-CLE.
028900     MOVE ECH-DATE-ECH TO ETP-D-DATE-ECH.
029000     MOVE W-RESTE-DU   TO ETP-D-MONTANT.
029100     MOVE W-SORT       TO ETP-D-SORT.
029200     WRITE ETP-LIGNE FROM ETP-DETAIL.
029300 2000-SUIVANTE.
029400     PERFORM 8100-LIRE-ECH THRU 8100-EXIT.
029500 2000-EXIT.
029600     EXIT.
029700******************************************************************
029800*  2100-PRESENTER : LIGNE BANQUE, MOUVEMENT J ET MANDAT - LE     *
029900*  COMPTEUR DE RETOURS CONSECUTIFS RETOMBE A ZERO SI LA          *
030000*  PRESENTATION PRECEDENTE N A PAS ETE RETOURNEE                 *
030100******************************************************************
030200 2100-PRESENTER.
030300     MOVE SPACES        TO PRL-DETAIL.
030400     MOVE 'D'           TO PRL-D-TYPE.
030500     IF MDT-DATE-DERN-PRESENT = ZERO
030600         MOVE 'FRST'    TO PRL-D-SEQUENCE
030700         ADD 1 TO CPT-FRST
030800     ELSE
030900         MOVE 'RCUR'    TO PRL-D-SEQUENCE.
031000     MOVE MDT-RUM            TO PRL-D-RUM.
031100     MOVE MDT-DATE-SIGNATURE TO PRL-D-DATE-SIGNATURE.
031200     MOVE MDT-IBAN           TO PRL-D-IBAN.
031300     MOVE MDT-BIC            TO PRL-D-BIC.
031400     MOVE MDT-TITULAIRE      TO PRL-D-TITULAIRE.
031500     MOVE W-RESTE-DU         TO PRL-D-MONTANT.
031600     MOVE ECH-FGS-CLE        TO PRL-D-FGS-CLE.
031700     MOVE ECH-DATE-ECH       TO PRL-D-DATE-ECH.
031800     WRITE PRL-DETAIL.
031900     IF NOT W-PRL-OK
032000         MOVE 'WRITE PRLFIC' TO W-MOTIF-ABANDON
032100         GO TO 9900-ABANDON.
032200     MOVE SPACES         TO W-SORT.
032300     STRING 'PRESENTE ' PRL-D-SEQUENCE DELIMITED SIZE
032400         INTO W-SORT
032500     END-STRING.
032600     PERFORM 2500-EMETTRE THRU 2500-EXIT.
032700     IF MDT-DATE-DERN-PRESENT GREATER ZERO
032800      AND MDT-DATE-DERN-RETOUR LESS MDT-DATE-DERN-PRESENT
032900         MOVE ZERO TO MDT-NB-RETOURS.
033000     MOVE W-DATE-PRELEV TO MDT-DATE-DERN-PRESENT.
033100     MOVE W-RESTE-DU    TO MDT-MONTANT-DERN-PRESENT.
033200     MOVE W-DATE-JOUR   TO MDT-DATE-MAJ.
033300     REWRITE MDT-ENREG.
033400     IF NOT W-MDT-OK
033500         MOVE 'REWRITE MDTFIC' TO W-MOTIF-ABANDON
033600         GO TO 9900-ABANDON.
033700     ADD 1 TO CPT-PRESENTES.
033800     ADD W-RESTE-DU TO W-TOT-PRESENTES.
033900 2100-EXIT.
034000     EXIT.
034100******************************************************************
034200*  2500-EMETTRE : MOUVEMENT J DE REGLEMENT DU MONTANT PRESENTE   *
034300******************************************************************
034400 2500-EMETTRE.
034500     MOVE SPACES        TO MVT-ENREG.
034600     MOVE 'J'           TO MVT-CODE.
034700     MOVE ZERO          TO MVT-AGE.
034800     MOVE ECH-FGS-CLE   TO MVT-AJU-CLE.
034900     MOVE 'E'           TO MVT-AJU-ZONE.
035000     MOVE '-'           TO MVT-AJU-SIGNE.
035100     MOVE W-RESTE-DU    TO MVT-AJU-DELTA.
035200     MOVE 'RGLT'        TO MVT-AJU-MOTIF.
035300     WRITE MVT-ENREG.
035400     IF NOT W-MVT-OK
035500         MOVE 'WRITE MVTPRL' TO W-MOTIF-ABANDON
035600         GO TO 9900-ABANDON.
035700     PERFORM 7200-HASHER THRU 7200-EXIT.
035800 2500-EXIT.
035900     EXIT.
036000******************************************************************
036100*  3000-BILAN : TOTAUX DE L ETAT - LE RESTE DU DES ECHEANCES DU  *
036200*  JOUR SE RETROUVE PRESENTE OU ECARTE                           *
036300******************************************************************
036400 3000-BILAN.
036500     MOVE 'ECHEANCES DU JOUR (RESTE DU)' TO ETP-T-LIBELLE.
036600     MOVE CPT-DU-JOUR                 TO ETP-T-NB.
036700     MOVE W-TOT-DU-JOUR               TO ETP-T-MONTANT.
036800     WRITE ETP-LIGNE FROM ETP-TOTAL.
036900     MOVE 'PRESENTEES (PRLFIC)'       TO ETP-T-LIBELLE.
037000     MOVE CPT-PRESENTES               TO ETP-T-NB.
037100     MOVE W-TOT-PRESENTES             TO ETP-T-MONTANT.
037200     WRITE ETP-LIGNE FROM ETP-TOTAL.
037300     MOVE '  DONT PREMIERS (FRST)'    TO ETP-T-LIBELLE.
037400     MOVE CPT-FRST                    TO ETP-T-NB.
037500     MOVE ZERO                        TO ETP-T-MONTANT.
037600     WRITE ETP-LIGNE FROM ETP-TOTAL.
037700     MOVE 'SANS MANDAT'               TO ETP-T-LIBELLE.
037800     MOVE CPT-SANS-MANDAT             TO ETP-T-NB.
037900     MOVE W-TOT-SANS-MANDAT           TO ETP-T-MONTANT.
038000     WRITE ETP-LIGNE FROM ETP-TOTAL.
038100     MOVE 'MANDAT SUSPENDU OU REVOQUE' TO ETP-T-LIBELLE.
038200     MOVE CPT-INACTIFS                TO ETP-T-NB.
038300     MOVE W-TOT-INACTIFS              TO ETP-T-MONTANT.
038400     WRITE ETP-LIGNE FROM ETP-TOTAL.
038500     MOVE 'DEJA PRESENTEES'           TO ETP-T-LIBELLE.
038600     MOVE CPT-DEJA-PRESENTES          TO ETP-T-NB.
038700     MOVE W-TOT-DEJA-PRESENTES        TO ETP-T-MONTANT.
038800     WRITE ETP-LIGNE FROM ETP-TOTAL.
038900     COMPUTE W-TOT-CONTROLE = W-TOT-PRESENTES + W-TOT-SANS-MANDAT
039000         + W-TOT-INACTIFS + W-TOT-DEJA-PRESENTES.
039100     IF W-TOT-CONTROLE NOT = W-TOT-DU-JOUR
039200         MOVE 'ECART ECHEANCES / PRELEVEMENTS' TO W-MOTIF-ABANDON
039300         GO TO 9900-ABANDON.
039400 3000-EXIT.
039500     EXIT.
039600******************************************************************
039700*  6100-ENTETE-BANQUE : ENTETE DU FICHIER REMIS A LA BANQUE      *
039800******************************************************************
039900 6100-ENTETE-BANQUE.
040000     MOVE SPACES        TO PRL-ENTETE.
040100     MOVE 'E'           TO PRL-E-TYPE.
040200     MOVE W-PARM-ICS    TO PRL-E-ICS.
040300     MOVE W-DATE-PRELEV TO PRL-E-DATE-PRELEV.
040400     MOVE W-DATE-JOUR   TO PRL-E-DATE-CREA.
040500     WRITE PRL-ENTETE.
040600     IF NOT W-PRL-OK
040700         MOVE 'WRITE ENTETE PRLFIC' TO W-MOTIF-ABANDON
040800         GO TO 9900-ABANDON.
040900 6100-EXIT.
041000     EXIT.
041100******************************************************************
041200*  6300-PIED-BANQUE : NOMBRE ET TOTAL DES PRELEVEMENTS REMIS     *
041300******************************************************************
041400 6300-PIED-BANQUE.
041500     MOVE SPACES          TO PRL-PIED.
041600     MOVE 'T'             TO PRL-P-TYPE.
041700     MOVE CPT-PRESENTES   TO PRL-P-NB.
041800     MOVE W-TOT-PRESENTES TO PRL-P-TOTAL.
041900     WRITE PRL-PIED.
042000     IF NOT W-PRL-OK
042100         MOVE 'WRITE PIED PRLFIC' TO W-MOTIF-ABANDON
042200         GO TO 9900-ABANDON.
042300 6300-EXIT.
042400     EXIT.
042500******************************************************************
042600*  7100-ENTETE-LOT : ENTETE FFFFFGCT DU LOT DE MOUVEMENTS -      *
042700*  CYCLE DU JOUR RELEVE SUR CYCOUT (ABSENT TOLERE = CYCLE 0) -   *
042800*  GSBC030 REBALANCE LE LOT AVANT GSBT010                        *
042900******************************************************************
043000 7100-ENTETE-LOT.
043100     OPEN INPUT CYCOUT.
043200     IF W-CYO-OK
043300         READ CYCOUT
043400         IF W-CYO-OK
043500             MOVE CYO-NUMERO TO W-CYCLE-JOUR
043600         END-IF
043700         CLOSE CYCOUT.
043800     MOVE SPACES       TO CTL-ENTETE-ZONE.
043900     MOVE '1'          TO CTL-E-CODE.
044000     MOVE 'PRELEV  '   TO CTL-E-SOURCE.
044100     MOVE W-DATE-JOUR  TO CTL-E-DATE-CREA.
044200     MOVE W-CYCLE-JOUR TO CTL-E-CYCLE.
044300     MOVE CTL-ENTETE-ZONE TO MVT-ENREG.
044400     WRITE MVT-ENREG.
044500     IF NOT W-MVT-OK
044600         MOVE 'WRITE ENTETE MVTPRL' TO W-MOTIF-ABANDON
044700         GO TO 9900-ABANDON.
044800 7100-EXIT.
044900     EXIT.
045000******************************************************************
045100*  7200-HASHER : CUMULS DU PIED - MEMES REGLES QUE GSBC030       *
045200******************************************************************
045300 7200-HASHER.
045400     ADD 1 TO CPT-MVTS-LOT.
045500     MOVE MVT-IMAGE TO W-HASH-IMAGE.
045600     MOVE W-HIM-CLE TO W-CLE-HASH-X.
045700     IF W-CLE-HASH-9 NUMERIC
045800         ADD W-CLE-HASH-9 TO W-HASH-CLE.
045900     IF W-HIM-MONTANT NUMERIC
046000         IF W-HIM-MONTANT LESS ZERO
046100             SUBTRACT W-HIM-MONTANT FROM W-HASH-MONTANT
046200         ELSE
046300             ADD W-HIM-MONTANT TO W-HASH-MONTANT
046400         END-IF
046500     END-IF.
046600     IF W-HIM-MONTANT-ECH NUMERIC
046700         IF W-HIM-MONTANT-ECH LESS ZERO
046800             SUBTRACT W-HIM-MONTANT-ECH FROM W-HASH-MONTANT
046900         ELSE
047000             ADD W-HIM-MONTANT-ECH TO W-HASH-MONTANT
047100         END-IF
047200     END-IF.
047300 7200-EXIT.
047400     EXIT.
047500******************************************************************
047600*  7300-PIED-LOT : PIED DE LOT FFFFFGCT - HASH TRONQUES A 15     *
047700******************************************************************
047800 7300-PIED-LOT.
047900     MOVE W-HASH-CLE TO W-HASH-CLE-15.
048000     COMPUTE W-HASH-MONT-15 = W-HASH-MONTANT * 100.
048100     MOVE SPACES          TO CTL-PIED-ZONE.
048200     MOVE '9'             TO CTL-P-CODE.
048300     MOVE CPT-MVTS-LOT    TO CTL-P-NB-MVTS.
048400     MOVE W-HASH-CLE-15   TO CTL-P-HASH-CLE.
048500     MOVE W-HASH-MONT-15  TO CTL-P-HASH-MONTANT.
048600     MOVE CTL-PIED-ZONE   TO MVT-ENREG.
048700     WRITE MVT-ENREG.
048800     IF NOT W-MVT-OK
048900         MOVE 'WRITE PIED MVTPRL' TO W-MOTIF-ABANDON
049000         GO TO 9900-ABANDON.
049100 7300-EXIT.
049200     EXIT.
049300******************************************************************
049400*  8100-LIRE-ECH : LECTURE DE L ECHEANCIER                       *
049500******************************************************************
049600 8100-LIRE-ECH.
049700     READ ECHFIC NEXT.
049800     IF W-ECH-FIN
049900         MOVE 'O' TO W-FIN-ECH
050000         GO TO 8100-EXIT.
050100     IF NOT W-ECH-OK
050200         MOVE 'READ ECHFIC' TO W-MOTIF-ABANDON
050300         GO TO 9900-ABANDON.
050400 8100-EXIT.
050500     EXIT.
050600******************************************************************
050700*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
050800******************************************************************
050900 9900-ABANDON.
051000     DISPLAY 'GSDD700 - ABANDON : ' W-MOTIF-ABANDON.
051100     MOVE 16 TO RETURN-CODE.
051200     STOP RUN.
