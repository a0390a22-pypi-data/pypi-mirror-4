000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSRB690.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSRB690 : AFFECTATION DES ENCAISSEMENTS DU RELEVE BANCAIRE    *
000900*  ------------------------------------------------------------  *
001000*  LES REGLEMENTS CLIENTS NE SONT PLUS RESSAISIS A LA MAIN EN    *
001100*  MOUVEMENTS J : LE RELEVE DE FIN DE JOURNEE (RELBQ, CFONB 120) *
001200*  EST LU ET CHAQUE CREDIT EST RAPPROCHE D UNE CLE FFFFFGS PAR   *
001300*  SA REFERENCE (POSITIONS 1-15 OU 2-16) VERIFIEE PAR GSCK040    *
001400*  PUIS LUE AU MAITRE.                                           *
001500*  UNE SEULE CLE : MOUVEMENT J SUR MONTANT-ECH, SIGNE -, MOTIF   *
001600*  RGLT (LE REGLEMENT SOLDE L ECHEANCIER DANS GSBT010).          *
001700*  AUCUNE CLE, CLE INCONNUE OU PLUSIEURS CLES : LE CREDIT PART   *
001800*  AU FICHIER DES NON AFFECTES NAFFIC, OU L OPERATEUR LE         *
001900*  RATTACHE A UNE CLE (TRANSACTION GSRB691) ; LES CREDITS AINSI  *
002000*  AFFECTES SONT EMIS EN MOUVEMENT J AU PASSAGE SUIVANT.         *
002100*  LE LOT MVTENC PORTE L ENTETE ET LE PIED FFFFFGCT (CONTROLE    *
002200*  GSBC030 AVANT GSBT010, COMME MVTFEE).                         *
002300*  CHAQUE COMPTE DU RELEVE EST EQUILIBRE : ANCIEN SOLDE (01) +   *
002400*  MOUVEMENTS (04) = NOUVEAU SOLDE (07), SINON ABANDON. LES      *
002500*  DEBITS NE SONT QUE SOLDES ; LES COMPLEMENTS (05) SONT IGNORES.*
002600*  UN CREDIT NON AFFECTE DEJA PRESENT (RELEVE REPASSE) N EST PAS *
002700*  RECHARGE.                                                     *
002800*  ------------------------------------------------------------  *
002900*  ENTREE  : RELBQ    RELEVE BANCAIRE DE FIN DE JOURNEE          *
003000*            FFFFFGS  FICHIER MAITRE (LECTURE DIRECTE)           *
003100*            CYCOUT   CYCLE OUVERT PAR GSCY210                   *
003200*  M-A-J   : NAFFIC   ENCAISSEMENTS NON AFFECTES                 *
003300*  SORTIE  : MVTENC   LOT DE MOUVEMENTS J POUR GSBT010           *
003400*            ETATENC  ETAT DES ENCAISSEMENTS                     *
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
004900     SELECT RELBQ   ASSIGN  RELBQ
005000       ORGANIZATION  SEQUENTIAL
005100       FILE STATUS   W-RELBQ-STATUS.
005200     SELECT FFFFFGS ASSIGN  FFFFFGS
005300       ORGANIZATION  INDEXED
005400       ACCESS MODE   RANDOM
005500       RECORD KEY    FFFFFGS-CLE
005600       FILE STATUS   W-FFFFFGS-STATUS.
005700     SELECT NAFFIC  ASSIGN  NAFFIC
005800       ORGANIZATION  INDEXED
005900       ACCESS MODE   DYNAMIC
006000       RECORD KEY    NAF-CLE
006100       FILE STATUS   W-NAFFIC-STATUS.
006200     SELECT MVTENC  ASSIGN  MVTENC
006300       ORGANIZATION  SEQUENTIAL
006400       FILE STATUS   W-MVTENC-STATUS.
006500     SELECT CYCOUT  ASSIGN  CYCOUT
006600       ORGANIZATION  SEQUENTIAL
006700       FILE STATUS   W-CYCOUT-STATUS.
006800     SELECT ETATENC ASSIGN  ETATENC
006900       ORGANIZATION  SEQUENTIAL
007000       FILE STATUS   W-ETATENC-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  RELBQ
007400     LABEL RECORD STANDARD
007500     DATA RECORD BQR-ENREG.
007600 COPY FFFFFGBQ.
007700 FD  FFFFFGS
007800     LABEL RECORD STANDARD
007900     DATA RECORD FFFFFGS-ENREG.
008000 COPY FFFFFFGS.
008100 FD  NAFFIC
008200     LABEL RECORD STANDARD
008300     DATA RECORD NAF-ENREG.
008400 COPY FFFFFGNA.
008500 FD  MVTENC
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
009600 FD  ETATENC
009700     LABEL RECORD STANDARD
009800     DATA RECORD ENC-LIGNE.
009900 01  ENC-LIGNE                       PIC X(132).
010000 WORKING-STORAGE SECTION.
010100 77  CPT-LIGNES                      PIC S9(08) COMP VALUE ZERO.
010200 77  CPT-DEBITS                      PIC S9(08) COMP VALUE ZERO.
010300 77  CPT-CREDITS                     PIC S9(08) COMP VALUE ZERO.
010400 77  CPT-APPLIQUES                   PIC S9(08) COMP VALUE ZERO.
010500 77  CPT-NON-AFFECTES                PIC S9(08) COMP VALUE ZERO.
010600 77  CPT-DEJA-CHARGES                PIC S9(08) COMP VALUE ZERO.
010700 77  CPT-AFFECTES-EMIS               PIC S9(08) COMP VALUE ZERO.
010800 77  CPT-EN-ATTENTE                  PIC S9(08) COMP VALUE ZERO.
010900 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
011000 77  W-NB-CLES                       PIC S9(04) COMP VALUE ZERO.
011100 77  W-CLE-INCONNUE                  PIC X(01) VALUE 'N'.
011200 77  W-COMPTE-OUVERT                 PIC X(01) VALUE 'N'.
011300 01  W-FIN-BQ                        PIC X(01) VALUE 'N'.
011400     88  FIN-BQ                      VALUE 'O'.
011500 01  W-FIN-NAF                       PIC X(01) VALUE 'N'.
011600     88  FIN-NAF                     VALUE 'O'.
011700 01  W-RELBQ-STATUS                  PIC X(02).
011800     88  W-BQ-OK                     VALUE '00'.
011900     88  W-BQ-FIN                    VALUE '10'.
012000 COPY FFFFFGSW.
012100 01  W-NAFFIC-STATUS                 PIC X(02).
012200     88  W-NAF-OK                    VALUE '00'.
012300     88  W-NAF-FIN                   VALUE '10'.
012400     88  W-NAF-DOUBLE                VALUE '22'.
012500     88  W-NAF-ABSENT                VALUE '23'.
012600 01  W-MVTENC-STATUS                 PIC X(02).
012700     88  W-MVT-OK                    VALUE '00'.
012800 01  W-CYCOUT-STATUS                 PIC X(02).
012900     88  W-CYO-OK                    VALUE '00'.
013000 01  W-ETATENC-STATUS                PIC X(02).
013100     88  W-ENC-OK                    VALUE '00'.
013200 01  W-MOTIF-ABANDON                 PIC X(40).
013300 01  W-DATE-JOUR                     PIC 9(08).
013400 01  W-CYCLE-JOUR                    PIC 9(04) VALUE ZERO.
013500 01  W-DATE-OPE                      PIC 9(08).
013600 01  W-DATE-OPE-R REDEFINES W-DATE-OPE.
013700     05  W-DO-AAAA                   PIC 9(04).
013800     05  W-DO-MM                     PIC 9(02).
013900     05  W-DO-JJ                     PIC 9(02).
014000 01  W-COMPTE-COURANT                PIC X(11).
014100 01  W-SOLDE-COURANT                 PIC S9(13)V99 COMP-3.
014200 01  W-MONTANT-ENC                   PIC S9(11)V99 COMP-3.
014300 01  W-CLE-CANDIDATE                 PIC X(15).
014400 01  W-CLE-RETENUE                   PIC X(15).
014500 01  W-MOTIF-NAF                     PIC X(02).
014600 01  W-TOT-CREDITS                   PIC S9(13)V99 COMP-3
014700                                     VALUE ZERO.
014800 01  W-TOT-APPLIQUES                 PIC S9(13)V99 COMP-3
014900                                     VALUE ZERO.
015000 01  W-TOT-NON-AFFECTES              PIC S9(13)V99 COMP-3
015100                                     VALUE ZERO.
015200 01  W-TOT-DEJA-CHARGES              PIC S9(13)V99 COMP-3
015300                                     VALUE ZERO.
015400 01  W-TOT-AFFECTES-EMIS             PIC S9(13)V99 COMP-3
015500                                     VALUE ZERO.
015600 01  W-TOT-EN-ATTENTE                PIC S9(13)V99 COMP-3
015700                                     VALUE ZERO.
015800 01  W-TOT-CONTROLE                  PIC S9(13)V99 COMP-3
015900                                     VALUE ZERO.
016000 COPY GSCKDZ.
016100*    CONTROLE DE LOT FFFFFGCT - HASH CALCULES COMME DANS GSBC030
016200 COPY FFFFFGCT.
016300 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
016400 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
016500                                     VALUE 0.
016600 01  W-HASH-CLE-15                   PIC 9(15).
016700 01  W-HASH-MONT-15                  PIC 9(15).
016800 01  W-CLE-HASH-X                    PIC X(15).
016900 01  W-CLE-HASH-9 REDEFINES W-CLE-HASH-X
017000                                     PIC 9(15).
017100 01  W-HASH-IMAGE.
017200     05  W-HIM-CLE                   PIC X(15).
017300     05  FILLER                      PIC X(45).
017400     05  W-HIM-MONTANT               PIC S9(11)V99 COMP-3.
017500     05  W-HIM-MONTANT-ECH           PIC S9(11)V99 COMP-3.
017600     05  FILLER                      PIC X(326).
017700 01  ENC-ENTETE.
017800     05  FILLER                      PIC X(44)
017900         VALUE 'GSRB690 - ENCAISSEMENTS DU RELEVE - DATE    '.
018000     05  ENC-E-DATE                  PIC 9(08).
018100     05  FILLER                      PIC X(80) VALUE SPACES.
018200 01  ENC-DETAIL.
018300     05  ENC-D-DATE                  PIC 9(08).
018400     05  FILLER                      PIC X(01) VALUE SPACE.
018500     05  ENC-D-ECRITURE              PIC X(07).
018600     05  FILLER                      PIC X(01) VALUE SPACE.
018700     05  ENC-D-REFERENCE             PIC X(16).
018800     05  FILLER                      PIC X(01) VALUE SPACE.
018900     05  ENC-D-MONTANT               PIC -(10)9,99.
019000     05  FILLER                      PIC X(01) VALUE SPACE.
019100     05  ENC-D-SORT                  PIC X(16).
019200     05  FILLER                      PIC X(01) VALUE SPACE.
019300     05  ENC-D-CLE                   PIC X(15).
019400     05  FILLER                      PIC X(51) VALUE SPACES.
019500 01  ENC-TOTAL.
019600     05  ENC-T-LIBELLE               PIC X(30).
019700     05  FILLER                      PIC X(06) VALUE ' NB : '.
019800     05  ENC-T-NB                    PIC Z(07)9.
019900     05  FILLER                      PIC X(11)
020000         VALUE ' MONTANT : '.
020100     05  ENC-T-MONTANT               PIC -(12)9,99.
020200     05  FILLER                      PIC X(61) VALUE SPACES.
020300 PROCEDURE DIVISION.
020400******************************************************************
020500*  0000-MAINLINE : RELEVE, PUIS CREDITS AFFECTES PAR OPERATEUR   *
020600******************************************************************
020700 0000-MAINLINE.
020800     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
020900     OPEN INPUT RELBQ.
021000     IF NOT W-BQ-OK
021100         MOVE 'OPEN RELBQ' TO W-MOTIF-ABANDON
021200         GO TO 9900-ABANDON.
021300     OPEN INPUT FFFFFGS.
021400     IF NOT W-FGS-OK
021500         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
021600         GO TO 9900-ABANDON.
021700     OPEN I-O NAFFIC.
021800     IF NOT W-NAF-OK
021900         MOVE 'OPEN NAFFIC' TO W-MOTIF-ABANDON
022000         GO TO 9900-ABANDON.
022100     OPEN OUTPUT MVTENC.
022200     IF NOT W-MVT-OK
022300         MOVE 'OPEN MVTENC' TO W-MOTIF-ABANDON
022400         GO TO 9900-ABANDON.
022500     OPEN OUTPUT ETATENC.
022600     IF NOT W-ENC-OK
022700         MOVE 'OPEN ETATENC' TO W-MOTIF-ABANDON
022800         GO TO 9900-ABANDON.
022900     MOVE W-DATE-JOUR TO ENC-E-DATE.
023000     WRITE ENC-LIGNE FROM ENC-ENTETE.
023100     PERFORM 7100-ENTETE-LOT THRU 7100-EXIT.
023200     PERFORM 8100-LIRE-BQ THRU 8100-EXIT.
023300     PERFORM 2000-UNE-LIGNE THRU 2000-EXIT
023400         UNTIL FIN-BQ.
023500     IF W-COMPTE-OUVERT = 'O'
023600         MOVE 'RELEVE SANS NOUVEAU SOLDE (07)'
023700           TO W-MOTIF-ABANDON
023800         GO TO 9900-ABANDON.
023900     PERFORM 4000-AFFECTES THRU 4000-EXIT.
024000     PERFORM 7300-PIED-LOT THRU 7300-EXIT.
024100     PERFORM 3000-BILAN THRU 3000-EXIT.
024200     CLOSE RELBQ FFFFFGS NAFFIC MVTENC ETATENC.
024300     DISPLAY 'GSRB690 - CREDITS : ' CPT-CREDITS
024400             ' APPLIQUES : ' CPT-APPLIQUES.
024500     DISPLAY 'GSRB690 - NON AFFECTES : ' CPT-NON-AFFECTES
024600             ' DEJA CHARGES : ' CPT-DEJA-CHARGES.
024700     DISPLAY 'GSRB690 - AFFECTES PAR OPERATEUR EMIS : '
024800             CPT-AFFECTES-EMIS
024900             ' EN ATTENTE : ' CPT-EN-ATTENTE.
025000     GOBACK.
025100 0000-EXIT.
025200     EXIT.
025300******************************************************************
025400*  2000-UNE-LIGNE : AIGUILLAGE PAR CODE ENREGISTREMENT CFONB     *
025500******************************************************************
025600 2000-UNE-LIGNE.
025700     ADD 1 TO CPT-LIGNES.
025800     EVALUATE TRUE
025900         WHEN BQR-ANCIEN-SOLDE
026000             PERFORM 2100-ANCIEN-SOLDE THRU 2100-EXIT
026100         WHEN BQR-MOUVEMENT
026200             PERFORM 2200-MOUVEMENT THRU 2200-EXIT
026300         WHEN BQR-NOUVEAU-SOLDE
026400             PERFORM 2900-NOUVEAU-SOLDE THRU 2900-EXIT
026500         WHEN OTHER
026600             CONTINUE
026700     END-EVALUATE.
026800     PERFORM 8100-LIRE-BQ THRU 8100-EXIT.
026900 2000-EXIT.
027000     EXIT.
027100******************************************************************
027200*  2100-ANCIEN-SOLDE : OUVERTURE DU COMPTE SUR SON ANCIEN SOLDE  *
027300******************************************************************
027400 2100-ANCIEN-SOLDE.
027500     IF W-COMPTE-OUVERT = 'O'
027600         MOVE 'RELEVE - COMPTE SANS NOUVEAU SOLDE (07)'
027700           TO W-MOTIF-ABANDON
027800         GO TO 9900-ABANDON.
027900     PERFORM 2050-CONTROLER-MONTANT THRU 2050-EXIT.
028000     MOVE 'O'         TO W-COMPTE-OUVERT.
028100     MOVE BQR-COMPTE  TO W-COMPTE-COURANT.
028200     MOVE BQR-MONTANT TO W-SOLDE-COURANT.
028300 2100-EXIT.
028400     EXIT.
028500******************************************************************
028600*  2050-CONTROLER-MONTANT : DEUX DECIMALES, MONTANT NUMERIQUE    *
028700******************************************************************
028800 2050-CONTROLER-MONTANT.
028900     IF BQR-NB-DECIMALES NOT = '2'
029000         MOVE 'RELEVE - NOMBRE DE DECIMALES NON GERE'
029100           TO W-MOTIF-ABANDON
029200         GO TO 9900-ABANDON.
029300     IF BQR-MONTANT NOT NUMERIC
029400         MOVE 'RELEVE - MONTANT NON NUMERIQUE' TO W-MOTIF-ABANDON
029500         GO TO 9900-ABANDON.
029600 2050-EXIT.
029700     EXIT.
029800******************************************************************
029900*  2200-MOUVEMENT : LE MOUVEMENT SOLDE LE COMPTE ; UN CREDIT EST *
030000*  RAPPROCHE D UNE CLE PUIS EMIS OU MIS EN NON AFFECTE           *
030100******************************************************************
030200 2200-MOUVEMENT.
030300     IF W-COMPTE-OUVERT NOT = 'O'
030400      OR BQR-COMPTE NOT = W-COMPTE-COURANT
030500         MOVE 'RELEVE - MOUVEMENT HORS COMPTE OUVERT'
030600           TO W-MOTIF-ABANDON
030700         GO TO 9900-ABANDON.
030800     PERFORM 2050-CONTROLER-MONTANT THRU 2050-EXIT.
030900     ADD BQR-MONTANT TO W-SOLDE-COURANT.
031000     IF BQR-MONTANT NOT GREATER ZERO
031100         ADD 1 TO CPT-DEBITS
031200         GO TO 2200-EXIT.
031300     ADD 1 TO CPT-CREDITS.
031400     ADD BQR-MONTANT TO W-TOT-CREDITS.
031500     MOVE BQR-MONTANT TO W-MONTANT-ENC.
031600     PERFORM 2150-DATE-OPE THRU 2150-EXIT.
031700     PERFORM 2300-RAPPROCHER THRU 2300-EXIT.
031800     MOVE W-DATE-OPE       TO ENC-D-DATE.
031900     MOVE BQR-NUM-ECRITURE TO ENC-D-ECRITURE.
032000     MOVE BQR-REFERENCE    TO ENC-D-REFERENCE.
032100     MOVE W-MONTANT-ENC    TO ENC-D-MONTANT.
032200     IF W-MOTIF-NAF = SPACES
032300         PERFORM 2500-EMETTRE THRU 2500-EXIT
032400         ADD 1 TO CPT-APPLIQUES
032500         ADD W-MONTANT-ENC TO W-TOT-APPLIQUES
032600         MOVE 'APPLIQUE'    TO ENC-D-SORT
032700         MOVE W-CLE-RETENUE TO ENC-D-CLE
032800     ELSE
032900         PERFORM 2600-NON-AFFECTE THRU 2600-EXIT.
033000     WRITE ENC-LIGNE FROM ENC-DETAIL.
033100 2200-EXIT.
033200     EXIT.
033300******************************************************************
033400*  2150-DATE-OPE : DATE COMPTABLE JJMMAA EN AAAAMMJJ (PIVOT 50)  *
033500******************************************************************
033600 2150-DATE-OPE.
033700     IF BQR-DC-AA LESS 50
033800         COMPUTE W-DO-AAAA = 2000 + BQR-DC-AA
033900     ELSE
034000         COMPUTE W-DO-AAAA = 1900 + BQR-DC-AA.
034100     MOVE BQR-DC-MM TO W-DO-MM.
034200     MOVE BQR-DC-JJ TO W-DO-JJ.
034300 2150-EXIT.
034400     EXIT.
034500******************************************************************
034600*  2300-RAPPROCHER : LA REFERENCE PEUT PORTER LA CLE CADREE A    *
034700*  GAUCHE OU DECALEE D UNE POSITION - UNE SEULE CLE VALIDE ET    *
034800*  CONNUE DU MAITRE EST RETENUE, SINON MOTIF DE NON AFFECTATION  *
034900******************************************************************
035000 2300-RAPPROCHER.
035100     MOVE ZERO   TO W-NB-CLES.
035200     MOVE 'N'    TO W-CLE-INCONNUE.
035300     MOVE SPACES TO W-CLE-RETENUE W-MOTIF-NAF.
035400     MOVE BQR-REFERENCE (1:15) TO W-CLE-CANDIDATE.
035500     PERFORM 2350-ESSAYER THRU 2350-EXIT.
035600     MOVE BQR-REFERENCE (2:15) TO W-CLE-CANDIDATE.
035700     PERFORM 2350-ESSAYER THRU 2350-EXIT.
035800     IF W-NB-CLES = 1
035900         GO TO 2300-EXIT.
036000     IF W-NB-CLES GREATER 1
036100         MOVE 'AM' TO W-MOTIF-NAF
036200         GO TO 2300-EXIT.
036300     IF W-CLE-INCONNUE = 'O'
036400         MOVE 'CI' TO W-MOTIF-NAF
036500     ELSE
036600         MOVE 'NR' TO W-MOTIF-NAF.
036700 2300-EXIT.
036800     EXIT.
036900******************************************************************
037000*  2350-ESSAYER : CHIFFRE DE CONTROLE (GSCK040) PUIS PRESENCE    *
037100*  AU MAITRE DE LA CLE CANDIDATE                                 *
037200******************************************************************
037300 2350-ESSAYER.
037400     MOVE 'V'             TO CKD-FONCTION.
037500     MOVE W-CLE-CANDIDATE TO CKD-CLE.
037600     CALL 'GSCK040' USING CKD-ZONE.
037700     IF NOT CKD-CORRECT
037800         GO TO 2350-EXIT.
037900     IF W-NB-CLES GREATER ZERO
038000      AND W-CLE-CANDIDATE = W-CLE-RETENUE
038100         GO TO 2350-EXIT.
038200     MOVE W-CLE-CANDIDATE TO FFFFFGS-CLE.
038300     READ FFFFFGS.
038400     IF W-FGS-ABSENT
038500         MOVE 'O' TO W-CLE-INCONNUE
038600         GO TO 2350-EXIT.
038700     IF NOT W-FGS-OK
038800         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
038900         GO TO 9900-ABANDON.
039000     ADD 1 TO W-NB-CLES.
039100     MOVE W-CLE-CANDIDATE TO W-CLE-RETENUE.
039200 2350-EXIT.
039300     EXIT.
039400******************************************************************
039500*  2500-EMETTRE : MOUVEMENT J DE REGLEMENT SUR LA CLE RETENUE    *
039600******************************************************************
039700 2500-EMETTRE.
039800     MOVE SPACES        TO MVT-ENREG.
039900     MOVE 'J'           TO MVT-CODE.
040000     MOVE ZERO          TO MVT-AGE.
040100     MOVE W-CLE-RETENUE TO MVT-AJU-CLE.
040200     MOVE 'E'           TO MVT-AJU-ZONE.
040300     MOVE '-'           TO MVT-AJU-SIGNE.
040400     MOVE W-MONTANT-ENC TO MVT-AJU-DELTA.
040500     MOVE 'RGLT'        TO MVT-AJU-MOTIF.
040600     WRITE MVT-ENREG.
040700     IF NOT W-MVT-OK
040800         MOVE 'WRITE MVTENC' TO W-MOTIF-ABANDON
040900         GO TO 9900-ABANDON.
041000     PERFORM 7200-HASHER THRU 7200-EXIT.
041100 2500-EXIT.
041200     EXIT.
041300******************************************************************
041400*  2600-NON-AFFECTE : LE CREDIT ATTEND L OPERATEUR DANS NAFFIC - *
041500*  UN CREDIT DEJA CHARGE (RELEVE REPASSE) N EST PAS REPRIS       *
041600******************************************************************
041700 2600-NON-AFFECTE.
041800     MOVE SPACES           TO NAF-ENREG.
041900     MOVE BQR-COMPTE       TO NAF-COMPTE.
042000     MOVE W-DATE-OPE       TO NAF-DATE-OPE.
042100     MOVE BQR-NUM-ECRITURE TO NAF-NUM-ECRITURE.
042200     MOVE W-MONTANT-ENC    TO NAF-MONTANT.
042300     MOVE BQR-LIBELLE      TO NAF-LIBELLE.
042400     MOVE BQR-REFERENCE    TO NAF-REFERENCE.
042500     MOVE W-MOTIF-NAF      TO NAF-MOTIF.
042600     MOVE 'N'              TO NAF-STATUT.
042700     MOVE ZERO             TO NAF-DATE-AFFECT NAF-DATE-EMIS.
042800     MOVE W-DATE-JOUR      TO NAF-DATE-CREA.
042900     WRITE NAF-ENREG.
043000     IF W-NAF-DOUBLE
043100         ADD 1 TO CPT-DEJA-CHARGES
043200         ADD W-MONTANT-ENC TO W-TOT-DEJA-CHARGES
043300         MOVE 'DEJA CHARGE'  TO ENC-D-SORT
043400         MOVE SPACES         TO ENC-D-CLE
043500         GO TO 2600-EXIT.
043600     IF NOT W-NAF-OK
043700         MOVE 'WRITE NAFFIC' TO W-MOTIF-ABANDON
043800         GO TO 9900-ABANDON.
043900     ADD 1 TO CPT-NON-AFFECTES.
044000     ADD W-MONTANT-ENC TO W-TOT-NON-AFFECTES.
044100     MOVE SPACES TO ENC-D-SORT.
044200     STRING 'NON AFFECTE ' W-MOTIF-NAF DELIMITED SIZE
044300         INTO ENC-D-SORT
044400     END-STRING.
044500     MOVE SPACES TO ENC-D-CLE.
044600 2600-EXIT.
044700     EXIT.
044800******************************************************************
044900*  2900-NOUVEAU-SOLDE : EQUILIBRE DU COMPTE SUR LE RELEVE        *
045000******************************************************************
045100 2900-NOUVEAU-SOLDE.
045200     IF W-COMPTE-OUVERT NOT = 'O'
045300      OR BQR-COMPTE NOT = W-COMPTE-COURANT
045400         MOVE 'RELEVE - NOUVEAU SOLDE SANS ANCIEN SOLDE'
045500           TO W-MOTIF-ABANDON
045600         GO TO 9900-ABANDON.
045700     PERFORM 2050-CONTROLER-MONTANT THRU 2050-EXIT.
045800     IF W-SOLDE-COURANT NOT = BQR-MONTANT
045900         MOVE SPACES TO W-MOTIF-ABANDON
046000         STRING 'RELEVE DESEQUILIBRE - COMPTE ' BQR-COMPTE
046100             DELIMITED SIZE INTO W-MOTIF-ABANDON
046200         END-STRING
046300         GO TO 9900-ABANDON.
046400     MOVE 'N' TO W-COMPTE-OUVERT.
046500 2900-EXIT.
046600     EXIT.
046700******************************************************************
046800*  3000-BILAN : TOTAUX DE L ETAT - LES CREDITS DU RELEVE SE      *
046900*  RETROUVENT APPLIQUES, NON AFFECTES OU DEJA CHARGES            *
047000******************************************************************
047100 3000-BILAN.
047200     MOVE 'CREDITS DU RELEVE'         TO ENC-T-LIBELLE.
047300     MOVE CPT-CREDITS                 TO ENC-T-NB.
047400     MOVE W-TOT-CREDITS               TO ENC-T-MONTANT.
047500     WRITE ENC-LIGNE FROM ENC-TOTAL.
047600     MOVE 'APPLIQUES (MOUVEMENT J)'   TO ENC-T-LIBELLE.
047700     MOVE CPT-APPLIQUES               TO ENC-T-NB.
047800     MOVE W-TOT-APPLIQUES             TO ENC-T-MONTANT.
047900     WRITE ENC-LIGNE FROM ENC-TOTAL.
048000     MOVE 'NON AFFECTES (NAFFIC)'     TO ENC-T-LIBELLE.
048100     MOVE CPT-NON-AFFECTES            TO ENC-T-NB.
048200     MOVE W-TOT-NON-AFFECTES          TO ENC-T-MONTANT.
048300     WRITE ENC-LIGNE FROM ENC-TOTAL.
048400     MOVE 'DEJA CHARGES'              TO ENC-T-LIBELLE.
048500     MOVE CPT-DEJA-CHARGES            TO ENC-T-NB.
048600     MOVE W-TOT-DEJA-CHARGES          TO ENC-T-MONTANT.
048700     WRITE ENC-LIGNE FROM ENC-TOTAL.
048800     MOVE 'AFFECTES OPERATEUR EMIS'   TO ENC-T-LIBELLE.
048900     MOVE CPT-AFFECTES-EMIS           TO ENC-T-NB.
049000     MOVE W-TOT-AFFECTES-EMIS         TO ENC-T-MONTANT.
049100     WRITE ENC-LIGNE FROM ENC-TOTAL.
049200     MOVE 'RESTANT EN ATTENTE (NAFFIC)' TO ENC-T-LIBELLE.
049300     MOVE CPT-EN-ATTENTE              TO ENC-T-NB.
049400     MOVE W-TOT-EN-ATTENTE            TO ENC-T-MONTANT.
049500     WRITE ENC-LIGNE FROM ENC-TOTAL.
049600     COMPUTE W-TOT-CONTROLE = W-TOT-APPLIQUES
049700         + W-TOT-NON-AFFECTES + W-TOT-DEJA-CHARGES.
049800     IF W-TOT-CONTROLE NOT = W-TOT-CREDITS
049900         MOVE 'ECART CREDITS / AFFECTATIONS' TO W-MOTIF-ABANDON
050000         GO TO 9900-ABANDON.
050100 3000-EXIT.
050200     EXIT.
050300******************************************************************
050400*  4000-AFFECTES : LES CREDITS RATTACHES PAR L OPERATEUR         *
050500*  (STATUT A) PARTENT EN MOUVEMENT J ET PASSENT EN E             *
050600******************************************************************
050700 4000-AFFECTES.
050800     MOVE LOW-VALUE TO NAF-CLE.
050900     START NAFFIC KEY NOT LESS NAF-CLE.
051000     IF W-NAF-ABSENT OR W-NAF-FIN
051100         GO TO 4000-EXIT.
051200     IF NOT W-NAF-OK
051300         MOVE 'START NAFFIC' TO W-MOTIF-ABANDON
051400         GO TO 9900-ABANDON.
051500 4000-LIRE.
051600     READ NAFFIC NEXT.
051700     IF W-NAF-FIN
051800         GO TO 4000-EXIT.
051900     IF NOT W-NAF-OK
052000         MOVE 'READ NAFFIC' TO W-MOTIF-ABANDON
052100         GO TO 9900-ABANDON.
052200     IF NAF-EN-ATTENTE
052300         ADD 1 TO CPT-EN-ATTENTE
052400         ADD NAF-MONTANT TO W-TOT-EN-ATTENTE
052500         GO TO 4000-LIRE.
052600     IF NOT NAF-AFFECTE
052700         GO TO 4000-LIRE.
052800     MOVE NAF-CLE-AFFECTEE TO W-CLE-RETENUE.
052900     MOVE NAF-MONTANT      TO W-MONTANT-ENC.
053000     PERFORM 2500-EMETTRE THRU 2500-EXIT.
053100     MOVE 'E'         TO NAF-STATUT.
053200     MOVE W-DATE-JOUR TO NAF-DATE-EMIS.
053300     REWRITE NAF-ENREG.
053400     IF NOT W-NAF-OK
053500         MOVE 'REWRITE NAFFIC' TO W-MOTIF-ABANDON
053600         GO TO 9900-ABANDON.
053700     ADD 1 TO CPT-AFFECTES-EMIS.
053800     ADD NAF-MONTANT TO W-TOT-AFFECTES-EMIS.
053900     MOVE NAF-DATE-OPE     TO ENC-D-DATE.
054000     MOVE NAF-NUM-ECRITURE TO ENC-D-ECRITURE.
054100     MOVE NAF-REFERENCE    TO ENC-D-REFERENCE.
054200     MOVE NAF-MONTANT      TO ENC-D-MONTANT.
054300     MOVE 'AFFECTE OPERAT.' TO ENC-D-SORT.
054400     MOVE NAF-CLE-AFFECTEE TO ENC-D-CLE.
054500     WRITE ENC-LIGNE FROM ENC-DETAIL.
054600     GO TO 4000-LIRE.
054700 4000-EXIT.
054800     EXIT.
054900******************************************************************
055000*  7100-ENTETE-LOT : ENTETE FFFFFGCT DU LOT DE MOUVEMENTS -      *
055100*  CYCLE DU JOUR RELEVE SUR CYCOUT (ABSENT TOLERE = CYCLE 0) -   *
055200*  GSBC030 REBALANCE LE LOT AVANT GSBT010                        *
055300******************************************************************
055400 7100-ENTETE-LOT.
055500     OPEN INPUT CYCOUT.
055600     IF W-CYO-OK
055700         READ CYCOUT
055800         IF W-CYO-OK
055900             MOVE CYO-NUMERO TO W-CYCLE-JOUR
056000         END-IF
056100         CLOSE CYCOUT.
056200     MOVE SPACES       TO CTL-ENTETE-ZONE.
056300     MOVE '1'          TO CTL-E-CODE.
056400     MOVE 'RELBQ   '   TO CTL-E-SOURCE.
056500     MOVE W-DATE-JOUR  TO CTL-E-DATE-CREA.
056600     MOVE W-CYCLE-JOUR TO CTL-E-CYCLE.
056700     MOVE CTL-ENTETE-ZONE TO MVT-ENREG.
056800     WRITE MVT-ENREG.
056900     IF NOT W-MVT-OK
057000         MOVE 'WRITE ENTETE MVTENC' TO W-MOTIF-ABANDON
057100         GO TO 9900-ABANDON.
057200 7100-EXIT.
057300     EXIT.
057400******************************************************************
057500*  7200-HASHER : CUMULS DU PIED - MEMES REGLES QUE GSBC030       *
057600******************************************************************
057700 7200-HASHER.
057800     ADD 1 TO CPT-MVTS-LOT.
057900     MOVE MVT-IMAGE TO W-HASH-IMAGE.
058000     MOVE W-HIM-CLE TO W-CLE-HASH-X.
058100     IF W-CLE-HASH-9 NUMERIC
058200         ADD W-CLE-HASH-9 TO W-HASH-CLE.
058300     IF W-HIM-MONTANT NUMERIC
058400         IF W-HIM-MONTANT LESS ZERO
058500             SUBTRACT W-HIM-MONTANT FROM W-HASH-MONTANT
058600         ELSE
058700             ADD W-HIM-MONTANT TO W-HASH-MONTANT
058800         END-IF
058900     END-IF.
059000     IF W-HIM-MONTANT-ECH NUMERIC
059100         IF W-HIM-MONTANT-ECH LESS ZERO
059200             SUBTRACT W-HIM-MONTANT-ECH FROM W-HASH-MONTANT
059300         ELSE
059400             ADD W-HIM-MONTANT-ECH TO W-HASH-MONTANT
059500         END-IF
059600     END-IF.
059700 7200-EXIT.
059800     EXIT.
059900******************************************************************
060000*  7300-PIED-LOT : PIED DE LOT FFFFFGCT - HASH TRONQUES A 15     *
060100******************************************************************
060200 7300-PIED-LOT.
060300     MOVE W-HASH-CLE TO W-HASH-CLE-15.
060400     COMPUTE W-HASH-MONT-15 = W-HASH-MONTANT * 100.
060500     MOVE SPACES          TO CTL-PIED-ZONE.
060600     MOVE '9'             TO CTL-P-CODE.
060700     MOVE CPT-MVTS-LOT    TO CTL-P-NB-MVTS.
060800     MOVE W-HASH-CLE-15   TO CTL-P-HASH-CLE.
060900     MOVE W-HASH-MONT-15  TO CTL-P-HASH-MONTANT.
061000     MOVE CTL-PIED-ZONE   TO MVT-ENREG.
061100     WRITE MVT-ENREG.
061200     IF NOT W-MVT-OK
061300         MOVE 'WRITE PIED MVTENC' TO W-MOTIF-ABANDON
061400         GO TO 9900-ABANDON.
061500 7300-EXIT.
061600     EXIT.
061700******************************************************************
061800*  8100-LIRE-BQ : LECTURE DU RELEVE                              *
061900******************************************************************
062000 8100-LIRE-BQ.
062100     READ RELBQ.
062200     IF W-BQ-FIN
062300         MOVE 'O' TO W-FIN-BQ
062400         GO TO 8100-EXIT.
062500     IF NOT W-BQ-OK
062600         MOVE 'READ RELBQ' TO W-MOTIF-ABANDON
062700         GO TO 9900-ABANDON.
062800 8100-EXIT.
062900     EXIT.
063000******************************************************************
063100*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
063200******************************************************************
063300 9900-ABANDON.
063400     DISPLAY 'GSRB690 - ABANDON : ' W-MOTIF-ABANDON.
063500     MOVE 16 TO RETURN-CODE.
063600     STOP RUN.
