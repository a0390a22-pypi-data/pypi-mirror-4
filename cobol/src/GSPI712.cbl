000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPI712.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPI712 : EMISSION DES VIREMENTS LIBERES                      *
000900*  ------------------------------------------------------------  *
001000*  CHAQUE INSTRUCTION LIBEREE (ETAT L, GSPI711) PART AU FICHIER  *
001100*  DE VIREMENTS REMIS A LA BANQUE (VIRFIC) ET PASSE EN ETAT E.   *
001200*  LE MONTANT DE L ENREGISTREMENT EST SOLDE PAR UN MOUVEMENT J   *
001300*  SUR MONTANT (LOT MVTPAY POUR GSBT010) :                       *
001400*    REMBOURSEMENT (R) : SIGNE +, MOTIF REMB (LE TROP PERCU)     *
001500*    VERSEMENT     (V) : SIGNE -, MOTIF VERS (LE MONTANT ECHU)   *
001600*  ET PAR UNE ECRITURE GLPOST (DEBIT + CREDIT) SELON LA REGLE    *
001700*  MAPFIC DU MEME NOM EN VIGUEUR A LA DATE D EXECUTION           *
001750*  (PAR GSMP980) ; LES DEUX REGLES SONT OBLIGATOIRES.            *
001800*  UNE INSTRUCTION LIBEREE SANS COMPTE N EST PAS EMISE ET RESTE  *
001900*  EN ETAT L (COMPTEE A PART SUR L ETAT).                        *
002000*  RAPPROCHEMENT : LIBEREES = EMISES + SANS COMPTE, SINON        *
002100*  ABANDON ; LE PIED VIRFIC PORTE LE NOMBRE ET LE TOTAL EMIS.    *
002200*  CARTE PARAMETRE : DATE D EXECUTION AAAAMMJJ (BLANC = JOUR)    *
002300*                    PUIS IBAN DONNEUR D ORDRE EN COL 10         *
002400*                    PUIS BIC DONNEUR D ORDRE EN COL 45          *
002500*  ------------------------------------------------------------  *
002600*  ENTREE  : MAPFIC   (PAR GSMP980) REGLES D IMPUTATION          *
002700*            CYCOUT   CYCLE OUVERT PAR GSCY210                   *
002800*  M-A-J   : PAYFIC   INSTRUCTIONS DE PAIEMENT                   *
002900*  SORTIE  : VIRFIC   VIREMENTS REMIS A LA BANQUE                *
003000*            MVTPAY   LOT DE MOUVEMENTS J POUR GSBT010           *
003100*            GLPOST   ECRITURES COMPTABLES (EN EXTENSION)        *
003200*            ETATVIR  ETAT DES VIREMENTS EMIS                    *
003300*  ------------------------------------------------------------  *
003400*  HISTORIQUE DES MODIFICATIONS                                  *
003500*  15/10/26  DA  CREATION                                        *
003510*  15/10/26  DA  REGLES REMB ET VERS PRISES A MAPFIC A LA DATE   *
003520*                D EXECUTION PAR GSMP980 (CPTMAP SUPPRIME)       *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.
004000     IBM-370.
004100 OBJECT-COMPUTER.
004200     IBM-370.
004300 SPECIAL-NAMES.
004400     DECIMAL-POINT IS COMMA.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT PAYFIC  ASSIGN  PAYFIC
004800       ORGANIZATION  INDEXED
004900       ACCESS MODE   SEQUENTIAL
005000       RECORD KEY    PAY-CLE
005100       FILE STATUS   W-PAYFIC-STATUS.
005500     SELECT VIRFIC  ASSIGN  VIRFIC
005600       ORGANIZATION  SEQUENTIAL
005700       FILE STATUS   W-VIRFIC-STATUS.
005800     SELECT MVTPAY  ASSIGN  MVTPAY
005900       ORGANIZATION  SEQUENTIAL
006000       FILE STATUS   W-MVTPAY-STATUS.
006100     SELECT CYCOUT  ASSIGN  CYCOUT
006200       ORGANIZATION  SEQUENTIAL
006300       FILE STATUS   W-CYCOUT-STATUS.
006400     SELECT GLPOST  ASSIGN  GLPOST
006500       ORGANIZATION  SEQUENTIAL
006600       FILE STATUS   W-GLPOST-STATUS.
006700     SELECT ETATVIR ASSIGN  ETATVIR
006800       ORGANIZATION  SEQUENTIAL
006900       FILE STATUS   W-ETATVIR-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  PAYFIC
007300     LABEL RECORD STANDARD
007400     DATA RECORD PAY-ENREG.
007500 COPY FFFFFGPI.
008400 FD  VIRFIC
008500     LABEL RECORD STANDARD
008600     DATA RECORD VIR-ENTETE VIR-DETAIL VIR-PIED.
008700 COPY FFFFFGVI.
008800 FD  MVTPAY
008900     LABEL RECORD STANDARD
009000     DATA RECORD MVT-ENREG.
009100 COPY FFFFFGT.
009200 FD  CYCOUT
009300     LABEL RECORD STANDARD
009400     DATA RECORD CYO-ENREG.
009500 01  CYO-ENREG.
009600     05  CYO-DATE                    PIC 9(08).
009700     05  CYO-NUMERO                  PIC 9(04).
009800     05  FILLER                      PIC X(68).
009900 FD  GLPOST
010000     LABEL RECORD STANDARD
010100     DATA RECORD GLP-ENREG.
010200 01  GLP-ENREG.
010300     05  GLP-COMPTE                  PIC X(10).
010400     05  GLP-SENS                    PIC X(01).
010500     05  GLP-MONTANT                 PIC S9(13)V99.
010600     05  GLP-DATE                    PIC 9(08).
010700     05  GLP-ORIGINE                 PIC X(08).
010800     05  FILLER                      PIC X(38).
010900 FD  ETATVIR
011000     LABEL RECORD STANDARD
011100     DATA RECORD EVI-LIGNE.
011200 01  EVI-LIGNE                       PIC X(132).
011300 WORKING-STORAGE SECTION.
011400 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
011500 77  CPT-LIBEREES                    PIC S9(08) COMP VALUE ZERO.
011600 77  CPT-EMISES                      PIC S9(08) COMP VALUE ZERO.
011700 77  CPT-REMB                        PIC S9(08) COMP VALUE ZERO.
011800 77  CPT-VERS                        PIC S9(08) COMP VALUE ZERO.
011900 77  CPT-SANS-COMPTE                 PIC S9(08) COMP VALUE ZERO.
012000 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
012100 01  W-FIN-PAY                       PIC X(01) VALUE 'N'.
012200     88  FIN-PAY                     VALUE 'O'.
012300 01  W-PAYFIC-STATUS                 PIC X(02).
012400     88  W-PAY-OK                    VALUE '00'.
012500     88  W-PAY-FIN                   VALUE '10'.
012900 01  W-VIRFIC-STATUS                 PIC X(02).
013000     88  W-VIR-OK                    VALUE '00'.
013100 01  W-MVTPAY-STATUS                 PIC X(02).
013200     88  W-MVT-OK                    VALUE '00'.
013300 01  W-CYCOUT-STATUS                 PIC X(02).
013400     88  W-CYO-OK                    VALUE '00'.
013500 01  W-GLPOST-STATUS                 PIC X(02).
013600     88  W-GLP-OK                    VALUE '00'.
013700 01  W-ETATVIR-STATUS                PIC X(02).
013800     88  W-EVI-OK                    VALUE '00'.
013900 01  W-MOTIF-ABANDON                 PIC X(40).
014000 01  W-PARM.
014100     05  W-PARM-DATE                 PIC X(08).
014200     05  FILLER                      PIC X(01).
014300     05  W-PARM-IBAN-DO              PIC X(34).
014400     05  FILLER                      PIC X(01).
014500     05  W-PARM-BIC-DO               PIC X(11).
014600     05  FILLER                      PIC X(25).
014700 01  W-PARM-DATE-9 REDEFINES W-PARM  PIC 9(08).
014800 01  W-DATE-JOUR                     PIC 9(08).
014900 01  W-DATE-EXEC                     PIC 9(08).
015000 01  W-CYCLE-JOUR                    PIC 9(04) VALUE ZERO.
015100 01  W-REGLES.
015200     05  W-REMB-DEBIT                PIC X(10) VALUE SPACES.
015300     05  W-REMB-CREDIT               PIC X(10) VALUE SPACES.
015400     05  W-VERS-DEBIT                PIC X(10) VALUE SPACES.
015500     05  W-VERS-CREDIT               PIC X(10) VALUE SPACES.
015510 COPY GSMPZ.
015600 01  W-COMPTE-DEBIT                  PIC X(10).
015700 01  W-COMPTE-CREDIT                 PIC X(10).
015800 01  W-TOT-LIBEREES                  PIC S9(13)V99 COMP-3
015900                                     VALUE ZERO.
016000 01  W-TOT-EMISES                    PIC S9(13)V99 COMP-3
016100                                     VALUE ZERO.
016200 01  W-TOT-SANS-COMPTE               PIC S9(13)V99 COMP-3
016300                                     VALUE ZERO.
016400*    CONTROLE DE LOT FFFFFGCT - HASH CALCULES COMME DANS GSBC030
016500 COPY FFFFFGCT.
016600 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
016700 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
016800                                     VALUE 0.
016900 01  W-HASH-CLE-15                   PIC 9(15).
017000 01  W-HASH-MONT-15                  PIC 9(15).
017100 01  W-CLE-HASH-X                    PIC X(15).
017200 01  W-CLE-HASH-9 REDEFINES W-CLE-HASH-X
017300                                     PIC 9(15).
017400 01  W-HASH-IMAGE.
017500     05  W-HIM-CLE                   PIC X(15).
017600     05  FILLER                      PIC X(45).
017700     05  W-HIM-MONTANT               PIC S9(11)V99 COMP-3.
017800     05  W-HIM-MONTANT-ECH           PIC S9(11)V99 COMP-3.
017900     05  FILLER                      PIC X(326).
018000 01  EVI-ENTETE.
018100     05  FILLER                      PIC X(44)
018200         VALUE 'GSPI712 - VIREMENTS EMIS - EXECUTION        '.
018300     05  EVI-E-DATE                  PIC 9(08).
018400     05  FILLER                      PIC X(80) VALUE SPACES.
018500 01  EVI-DETAIL.
018600     05  EVI-D-CLE                   PIC X(15).
018700     05  FILLER                      PIC X(01) VALUE SPACE.
018800     05  EVI-D-DATE-CREA             PIC 9(08).
018900     05  FILLER                      PIC X(01) VALUE SPACE.
019000     05  EVI-D-NATURE                PIC X(01).
019100     05  FILLER                      PIC X(01) VALUE SPACE.
019200     05  EVI-D-MONTANT               PIC -(10)9,99.
019300     05  FILLER                      PIC X(01) VALUE SPACE.
019400     05  EVI-D-IBAN                  PIC X(34).
019500     05  FILLER                      PIC X(01) VALUE SPACE.
019600     05  EVI-D-LIBERE-PAR            PIC X(08).
019700     05  FILLER                      PIC X(01) VALUE SPACE.
019800     05  EVI-D-SORT                  PIC X(16).
019900     05  FILLER                      PIC X(30) VALUE SPACES.
020000 01  EVI-TOTAL.
020100     05  EVI-T-LIBELLE               PIC X(30).
020200     05  FILLER                      PIC X(06) VALUE ' NB : '.
020300     05  EVI-T-NB                    PIC Z(07)9.
020400     05  FILLER                      PIC X(11)
020500         VALUE ' MONTANT : '.
020600     05  EVI-T-MONTANT               PIC -(12)9,99.
020700     05  FILLER                      PIC X(61) VALUE SPACES.
020800 PROCEDURE DIVISION.
020900******************************************************************
021000*  0000-MAINLINE : INSTRUCTIONS LIBEREES, VIREMENTS, LOT J, GL   *
021100******************************************************************
021200 0000-MAINLINE.
021300     ACCEPT W-PARM.
021400     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
021500     IF W-PARM-DATE = SPACES
021600         MOVE W-DATE-JOUR TO W-DATE-EXEC
021700     ELSE
021800         IF W-PARM-DATE-9 NOT NUMERIC
021900             MOVE 'CARTE PARAMETRE INVALIDE' TO W-MOTIF-ABANDON
022000             GO TO 9900-ABANDON
022100         ELSE
022200             MOVE W-PARM-DATE-9 TO W-DATE-EXEC.
022300     IF W-PARM-IBAN-DO = SPACES
022400      OR W-PARM-BIC-DO = SPACES
022500         MOVE 'CARTE PARAMETRE SANS COMPTE DONNEUR'
022600           TO W-MOTIF-ABANDON
022700         GO TO 9900-ABANDON.
022800     PERFORM 1200-REGLES-MAPFIC THRU 1200-EXIT.
022900     OPEN I-O PAYFIC.
023000     IF NOT W-PAY-OK
023100         MOVE 'OPEN PAYFIC' TO W-MOTIF-ABANDON
023200         GO TO 9900-ABANDON.
023300     OPEN OUTPUT VIRFIC.
023400     IF NOT W-VIR-OK
023500         MOVE 'OPEN VIRFIC' TO W-MOTIF-ABANDON
023600         GO TO 9900-ABANDON.
023700     OPEN OUTPUT MVTPAY.
023800     IF NOT W-MVT-OK
023900         MOVE 'OPEN MVTPAY' TO W-MOTIF-ABANDON
024000         GO TO 9900-ABANDON.
024100     OPEN EXTEND GLPOST.
024200     IF NOT W-GLP-OK
024300         MOVE 'OPEN GLPOST' TO W-MOTIF-ABANDON
024400         GO TO 9900-ABANDON.
024500     OPEN OUTPUT ETATVIR.
024600     IF NOT W-EVI-OK
024700         MOVE 'OPEN ETATVIR' TO W-MOTIF-ABANDON
024800         GO TO 9900-ABANDON.
024900     MOVE W-DATE-EXEC TO EVI-E-DATE.
025000     WRITE EVI-LIGNE FROM EVI-ENTETE.
025100     PERFORM 7100-ENTETE-LOT THRU 7100-EXIT.
025200     PERFORM 6100-ENTETE-BANQUE THRU 6100-EXIT.
025300     PERFORM 8100-LIRE-PAY THRU 8100-EXIT.
025400     PERFORM 2000-UNE-INSTRUCTION THRU 2000-EXIT
025500         UNTIL FIN-PAY.
025600     PERFORM 6300-PIED-BANQUE THRU 6300-EXIT.
025700     PERFORM 7300-PIED-LOT THRU 7300-EXIT.
025800     PERFORM 3000-BILAN THRU 3000-EXIT.
025900     CLOSE PAYFIC VIRFIC MVTPAY GLPOST ETATVIR.
026000     DISPLAY 'GSPI712 - INSTRUCTIONS LIBEREES : ' CPT-LIBEREES
026100             ' EMISES : ' CPT-EMISES
026200             ' SANS COMPTE : ' CPT-SANS-COMPTE.
026300     GOBACK.
026400 0000-EXIT.
026500     EXIT.
026600******************************************************************
026700*  1200-REGLES-MAPFIC : LES REGLES D IMPUTATION REMB ET VERS EN  *
026800*  VIGUEUR A LA DATE D EXECUTION (PAS DE MASSE COMPTABLE SANS    *
026900*  REGLE : ABANDON SINON)                                        *
027000******************************************************************
027100 1200-REGLES-MAPFIC.
027200     MOVE 'REMB' TO MPZ-PREFIXE.
027300     PERFORM 1210-REGLE THRU 1210-EXIT.
027400     MOVE MPZ-COMPTE-DEBIT  TO W-REMB-DEBIT.
027500     MOVE MPZ-COMPTE-CREDIT TO W-REMB-CREDIT.
027600     MOVE 'VERS' TO MPZ-PREFIXE.
027700     PERFORM 1210-REGLE THRU 1210-EXIT.
027800     MOVE MPZ-COMPTE-DEBIT  TO W-VERS-DEBIT.
027900     MOVE MPZ-COMPTE-CREDIT TO W-VERS-CREDIT.
028000 1200-EXIT.
028100     EXIT.
028200 1210-REGLE.
028300     MOVE W-DATE-EXEC TO MPZ-DATE.
028400     CALL 'GSMP980' USING MPZ-DEM.
028500     IF MPZ-INCIDENT
028600         MOVE 'MAPFIC INACCESSIBLE (GSMP980)' TO W-MOTIF-ABANDON
028700         GO TO 9900-ABANDON.
028800     IF NOT MPZ-TROUVE
028900         MOVE SPACES TO W-MOTIF-ABANDON
029000         STRING 'REGLE MAPFIC ' MPZ-PREFIXE ' ABSENTE A LA DATE'
029100             DELIMITED SIZE INTO W-MOTIF-ABANDON
029200         END-STRING
029300         GO TO 9900-ABANDON.
029400 1210-EXIT.
029500     EXIT.
029900******************************************************************
030000*  2000-UNE-INSTRUCTION : SEULES LES LIBEREES PARTENT            *
030100******************************************************************
030200 2000-UNE-INSTRUCTION.
030300     ADD 1 TO CPT-LUS.
030400     IF NOT PAY-LIBEREE
030500         GO TO 2000-SUIVANT.
030600     ADD 1 TO CPT-LIBEREES.
030700     ADD PAY-MONTANT TO W-TOT-LIBEREES.
030800     MOVE PAY-FGS-CLE    TO EVI-D-CLE.
030900     MOVE PAY-DATE-CREA  TO EVI-D-DATE-CREA.
031000     MOVE PAY-NATURE     TO EVI-D-NATURE.
031100     MOVE PAY-MONTANT    TO EVI-D-MONTANT.
031200     MOVE PAY-IBAN       TO EVI-D-IBAN.
031300     MOVE PAY-LIBERE-PAR TO EVI-D-LIBERE-PAR.
031400     IF PAY-IBAN = SPACES
031500      OR PAY-BIC = SPACES
031600         ADD 1 TO CPT-SANS-COMPTE
031700         ADD PAY-MONTANT TO W-TOT-SANS-COMPTE
031800         MOVE 'SANS COMPTE' TO EVI-D-SORT
031900         WRITE EVI-LIGNE FROM EVI-DETAIL
032000         GO TO 2000-SUIVANT.
032100     PERFORM 2500-VIREMENT THRU 2500-EXIT.
032200     PERFORM 2600-EMETTRE THRU 2600-EXIT.
032300     PERFORM 2700-ECRITURE THRU 2700-EXIT.
032400     MOVE 'E'         TO PAY-STATUT.
032500     MOVE W-DATE-EXEC TO PAY-DATE-EMIS.
032600     REWRITE PAY-ENREG.
032700     IF NOT W-PAY-OK
032800         MOVE 'REWRITE PAYFIC' TO W-MOTIF-ABANDON
032900         GO TO 9900-ABANDON.
033000     ADD 1 TO CPT-EMISES.
033100     ADD PAY-MONTANT TO W-TOT-EMISES.
033200     IF PAY-REMBOURSEMENT
033300         ADD 1 TO CPT-REMB
033400         MOVE 'EMIS REMB' TO EVI-D-SORT
033500     ELSE
033600         ADD 1 TO CPT-VERS
033700         MOVE 'EMIS VERS' TO EVI-D-SORT.
033800     WRITE EVI-LIGNE FROM EVI-DETAIL.
033900 2000-SUIVANT.
034000     PERFORM 8100-LIRE-PAY THRU 8100-EXIT.
034100 2000-EXIT.
034200     EXIT.
034300******************************************************************
034400*  2500-VIREMENT : LIGNE DU FICHIER BANQUE - LA REFERENCE DE     *
034500*  BOUT EN BOUT EST LA CLE PAYFIC                                *
034600******************************************************************
034700 2500-VIREMENT.
034800     MOVE SPACES           TO VIR-DETAIL.
034900     MOVE 'D'              TO VIR-D-TYPE.
035000     MOVE PAY-IBAN         TO VIR-D-IBAN.
035100     MOVE PAY-BIC          TO VIR-D-BIC.
035200     MOVE PAY-BENEFICIAIRE TO VIR-D-BENEFICIAIRE.
035300     MOVE PAY-MONTANT      TO VIR-D-MONTANT.
035400     MOVE PAY-CLE          TO VIR-D-REFERENCE.
035500     IF PAY-REMBOURSEMENT
035600         STRING 'REMBOURSEMENT ' PAY-FGS-CLE
035700             DELIMITED SIZE INTO VIR-D-LIBELLE
035800         END-STRING
035900     ELSE
036000         STRING 'VERSEMENT ECHEANCE ' PAY-FGS-CLE
036100             DELIMITED SIZE INTO VIR-D-LIBELLE
036200         END-STRING.
036300     WRITE VIR-DETAIL.
036400     IF NOT W-VIR-OK
036500         MOVE 'WRITE VIRFIC' TO W-MOTIF-ABANDON
036600         GO TO 9900-ABANDON.
036700 2500-EXIT.
036800     EXIT.
036900******************************************************************
037000*  2600-EMETTRE : MOUVEMENT J QUI SOLDE LE MONTANT PAYE          *
037100******************************************************************
037200 2600-EMETTRE.
037300     MOVE SPACES           TO MVT-ENREG.
037400     MOVE 'J'              TO MVT-CODE.
037500     MOVE ZERO             TO MVT-AGE.
037600     MOVE PAY-FGS-CLE      TO MVT-AJU-CLE.
037700     MOVE 'M'              TO MVT-AJU-ZONE.
037800     MOVE PAY-MONTANT      TO MVT-AJU-DELTA.
037900     IF PAY-REMBOURSEMENT
038000         MOVE '+'          TO MVT-AJU-SIGNE
038100         MOVE 'REMB'       TO MVT-AJU-MOTIF
038200     ELSE
038300         MOVE '-'          TO MVT-AJU-SIGNE
038400         MOVE 'VERS'       TO MVT-AJU-MOTIF.
038500     WRITE MVT-ENREG.
038600     IF NOT W-MVT-OK
038700         MOVE 'WRITE MVTPAY' TO W-MOTIF-ABANDON
038800         GO TO 9900-ABANDON.
038900     PERFORM 7200-HASHER THRU 7200-EXIT.
039000 2600-EXIT.
039100     EXIT.
039200******************************************************************
039300*  2700-ECRITURE : DEBIT PUIS CREDIT SELON LA REGLE DE LA NATURE *
039400******************************************************************
039500 2700-ECRITURE.
039600     IF PAY-REMBOURSEMENT
039700         MOVE W-REMB-DEBIT  TO W-COMPTE-DEBIT
039800         MOVE W-REMB-CREDIT TO W-COMPTE-CREDIT
039900     ELSE
040000         MOVE W-VERS-DEBIT  TO W-COMPTE-DEBIT
040100         MOVE W-VERS-CREDIT TO W-COMPTE-CREDIT.
040200     MOVE W-COMPTE-DEBIT  TO GLP-COMPTE.
040300     MOVE 'D'             TO GLP-SENS.
040400     MOVE PAY-MONTANT     TO GLP-MONTANT.
040500     MOVE W-DATE-EXEC     TO GLP-DATE.
040600     MOVE 'GSPI712 '      TO GLP-ORIGINE.
040700     MOVE SPACES          TO GLP-ENREG (43:38).
040800     WRITE GLP-ENREG.
040900     IF NOT W-GLP-OK
041000         MOVE 'WRITE GLPOST (D)' TO W-MOTIF-ABANDON
041100         GO TO 9900-ABANDON.
041200     MOVE W-COMPTE-CREDIT TO GLP-COMPTE.
041300     MOVE 'C'             TO GLP-SENS.
041400     WRITE GLP-ENREG.
041500     IF NOT W-GLP-OK
041600         MOVE 'WRITE GLPOST (C)' TO W-MOTIF-ABANDON
041700         GO TO 9900-ABANDON.
041800 2700-EXIT.
041900     EXIT.
042000******************************************************************
042100*  3000-BILAN : TOTAUX DE L ETAT - LES LIBEREES SE RETROUVENT    *
042200*  EMISES OU SANS COMPTE                                         *
042300******************************************************************
042400 3000-BILAN.
042500     MOVE 'INSTRUCTIONS LIBEREES'     TO EVI-T-LIBELLE.
042600     MOVE CPT-LIBEREES                TO EVI-T-NB.
042700     MOVE W-TOT-LIBEREES              TO EVI-T-MONTANT.
042800     WRITE EVI-LIGNE FROM EVI-TOTAL.
042900     MOVE 'VIREMENTS EMIS'            TO EVI-T-LIBELLE.
043000     MOVE CPT-EMISES                  TO EVI-T-NB.
043100     MOVE W-TOT-EMISES                TO EVI-T-MONTANT.
043200     WRITE EVI-LIGNE FROM EVI-TOTAL.
043300     MOVE 'LIBEREES SANS COMPTE'      TO EVI-T-LIBELLE.
043400     MOVE CPT-SANS-COMPTE             TO EVI-T-NB.
043500     MOVE W-TOT-SANS-COMPTE           TO EVI-T-MONTANT.
043600     WRITE EVI-LIGNE FROM EVI-TOTAL.
043700     MOVE ZERO                        TO EVI-T-MONTANT.
043800     MOVE 'DONT REMBOURSEMENTS (REMB)' TO EVI-T-LIBELLE.
043900     MOVE CPT-REMB                    TO EVI-T-NB.
044000     WRITE EVI-LIGNE FROM EVI-TOTAL.
044100     MOVE 'DONT VERSEMENTS (VERS)'    TO EVI-T-LIBELLE.
044200     MOVE CPT-VERS                    TO EVI-T-NB.
044300     WRITE EVI-LIGNE FROM EVI-TOTAL.
044400     IF CPT-EMISES + CPT-SANS-COMPTE NOT = CPT-LIBEREES
044500      OR W-TOT-EMISES + W-TOT-SANS-COMPTE NOT = W-TOT-LIBEREES
044600         MOVE 'ECART LIBEREES / EMISES' TO W-MOTIF-ABANDON
044700         GO TO 9900-ABANDON.
044800 3000-EXIT.
044900     EXIT.
045000******************************************************************
045100*  6100-ENTETE-BANQUE : ENTETE DU FICHIER REMIS A LA BANQUE      *
045200******************************************************************
045300 6100-ENTETE-BANQUE.
045400     MOVE SPACES         TO VIR-ENTETE.
045500     MOVE 'E'            TO VIR-E-TYPE.
045600     MOVE W-PARM-IBAN-DO TO VIR-E-IBAN-DO.
045700     MOVE W-PARM-BIC-DO  TO VIR-E-BIC-DO.
045800     MOVE W-DATE-EXEC    TO VIR-E-DATE-EXEC.
045900     MOVE W-DATE-JOUR    TO VIR-E-DATE-CREA.
046000     WRITE VIR-ENTETE.
046100     IF NOT W-VIR-OK
046200         MOVE 'WRITE ENTETE VIRFIC' TO W-MOTIF-ABANDON
046300         GO TO 9900-ABANDON.
046400 6100-EXIT.
046500     EXIT.
046600******************************************************************
046700*  6300-PIED-BANQUE : NOMBRE ET TOTAL DES VIREMENTS REMIS        *
046800******************************************************************
046900 6300-PIED-BANQUE.
047000     MOVE SPACES          TO VIR-PIED.
047100     MOVE 'T'             TO VIR-P-TYPE.
047200     MOVE CPT-EMISES      TO VIR-P-NB.
047300     MOVE W-TOT-EMISES    TO VIR-P-TOTAL.
047400     WRITE VIR-PIED.
047500     IF NOT W-VIR-OK
047600         MOVE 'WRITE PIED VIRFIC' TO W-MOTIF-ABANDON
047700         GO TO 9900-ABANDON.
047800 6300-EXIT.
047900     EXIT.
048000******************************************************************
048100*  7100-ENTETE-LOT : ENTETE FFFFFGCT DU LOT DE MOUVEMENTS -      *
048200*  CYCLE DU JOUR RELEVE SUR CYCOUT (ABSENT TOLERE = CYCLE 0) -   *
048300*  GSBC030 REBALANCE LE LOT AVANT GSBT010                        *
048400******************************************************************
048500 7100-ENTETE-LOT.
048600     OPEN INPUT CYCOUT.
048700     IF W-CYO-OK
048800         READ CYCOUT
048900         IF W-CYO-OK
049000             MOVE CYO-NUMERO TO W-CYCLE-JOUR
049100         END-IF
049200         CLOSE CYCOUT.
049300     MOVE SPACES       TO CTL-ENTETE-ZONE.
049400     MOVE '1'          TO CTL-E-CODE.
049500     MOVE 'VIREMENT'   TO CTL-E-SOURCE.
049600     MOVE W-DATE-JOUR  TO CTL-E-DATE-CREA.
049700     MOVE W-CYCLE-JOUR TO CTL-E-CYCLE.
049800     MOVE CTL-ENTETE-ZONE TO MVT-ENREG.
049900     WRITE MVT-ENREG.
050000     IF NOT W-MVT-OK
050100         MOVE 'WRITE ENTETE MVTPAY' TO W-MOTIF-ABANDON
050200         GO TO 9900-ABANDON.
050300 7100-EXIT.
050400     EXIT.
050500******************************************************************
050600*  7200-HASHER : CUMULS DU PIED - MEMES REGLES QUE GSBC030       *
050700******************************************************************
050800 7200-HASHER.
050900     ADD 1 TO CPT-MVTS-LOT.
051000     MOVE MVT-IMAGE TO W-HASH-IMAGE.
051100     MOVE W-HIM-CLE TO W-CLE-HASH-X.
051200     IF W-CLE-HASH-9 NUMERIC
051300         ADD W-CLE-HASH-9 TO W-HASH-CLE.
051400     IF W-HIM-MONTANT NUMERIC
051500         IF W-HIM-MONTANT LESS ZERO
051600             SUBTRACT W-HIM-MONTANT FROM W-HASH-MONTANT
051700         ELSE
051800             ADD W-HIM-MONTANT TO W-HASH-MONTANT
051900         END-IF
052000     END-IF.
052100     IF W-HIM-MONTANT-ECH NUMERIC
052200         IF W-HIM-MONTANT-ECH LESS ZERO
052300             SUBTRACT W-HIM-MONTANT-ECH FROM W-HASH-MONTANT
052400         ELSE
052500             ADD W-HIM-MONTANT-ECH TO W-HASH-MONTANT
052600         END-IF
052700     END-IF.
052800 7200-EXIT.
052900     EXIT.
053000******************************************************************
053100*  7300-PIED-LOT : PIED DE LOT FFFFFGCT - HASH TRONQUES A 15     *
053200******************************************************************
053300 7300-PIED-LOT.
053400     MOVE W-HASH-CLE TO W-HASH-CLE-15.
053500     COMPUTE W-HASH-MONT-15 = W-HASH-MONTANT * 100.
053600     MOVE SPACES          TO CTL-PIED-ZONE.
053700     MOVE '9'             TO CTL-P-CODE.
053800     MOVE CPT-MVTS-LOT    TO CTL-P-NB-MVTS.
053900     MOVE W-HASH-CLE-15   TO CTL-P-HASH-CLE.
054000     MOVE W-HASH-MONT-15  TO CTL-P-HASH-MONTANT.
054100     MOVE CTL-PIED-ZONE   TO MVT-ENREG.
054200     WRITE MVT-ENREG.
054300     IF NOT W-MVT-OK
054400         MOVE 'WRITE PIED MVTPAY' TO W-MOTIF-ABANDON
054500         GO TO 9900-ABANDON.
054600 7300-EXIT.
054700     EXIT.
054800******************************************************************
054900*  8100-LIRE-PAY : LECTURE SEQUENTIELLE DES INSTRUCTIONS         *
055000******************************************************************
055100 8100-LIRE-PAY.
055200     READ PAYFIC.
055300     IF W-PAY-FIN
055400         MOVE 'O' TO W-FIN-PAY
055500         GO TO 8100-EXIT.
055600     IF NOT W-PAY-OK
055700         MOVE 'READ PAYFIC' TO W-MOTIF-ABANDON
055800         GO TO 9900-ABANDON.
055900 8100-EXIT.
056000     EXIT.
056100******************************************************************
056200*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
056300******************************************************************
056400 9900-ABANDON.
056500     DISPLAY 'GSPI712 - ABANDON : ' W-MOTIF-ABANDON.
056600     MOVE 16 TO RETURN-CODE.
056700     STOP RUN.
