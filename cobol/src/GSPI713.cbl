000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPI713.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPI713 : REJETS DE VIREMENT RENVOYES PAR LA BANQUE           *
000900*  ------------------------------------------------------------  *
001000*  CHAQUE REJET (REJVIR) RETROUVE L INSTRUCTION EMISE PAR SA     *
001100*  REFERENCE DE BOUT EN BOUT (CLE PAYFIC) ET ANNULE CE QUE       *
001200*  GSPI712 AVAIT PASSE :                                         *
001300*    - L INSTRUCTION PASSE EN ETAT J (MOTIF ET DATE DU REJET) ;  *
001400*    - UN MOUVEMENT J DE SIGNE INVERSE, MOTIF RJVI (LOT MVTRVI), *
001500*      REMET LE MONTANT DE L ENREGISTREMENT A SA VALEUR ;        *
001600*    - UNE ECRITURE GLPOST INVERSE (DEBIT ET CREDIT DE LA REGLE  *
001700*    MAPFIC REMB OU VERS DU JOUR PERMUTES, PAR GSMP980).         *
001800*  LE PROCHAIN PASSAGE DE GSPI710 REPOSE ALORS UNE INSTRUCTION   *
001900*  NOUVELLE, A COMPLETER AVEC UN COMPTE CORRIGE.                 *
002000*  CHAQUE REJET POSE UN ELEMENT DANS LA CORBEILLE (GSWB080,      *
002100*  TYPE VIRT, FILE VIREMENT) ; UN REJET SANS INSTRUCTION EMISE   *
002200*  CORRESPONDANTE N EST PAS EXTOURNE ET PART SEUL EN CORBEILLE.  *
002300*  ------------------------------------------------------------  *
002400*  ENTREE  : REJVIR   REJETS DE VIREMENT DE LA BANQUE            *
002500*            MAPFIC   (PAR GSMP980) REGLES D IMPUTATION          *
002600*            CYCOUT   CYCLE OUVERT PAR GSCY210                   *
002700*  M-A-J   : PAYFIC   INSTRUCTIONS DE PAIEMENT                   *
002800*  SORTIE  : MVTRVI   LOT DE MOUVEMENTS J POUR GSBT010           *
002900*            GLPOST   ECRITURES COMPTABLES (EN EXTENSION)        *
003000*            ETATRJV  ETAT DES REJETS                            *
003100*            WRKBSK   CORBEILLE DES EXCEPTIONS (VIA GSWB080)     *
003200*  ------------------------------------------------------------  *
003300*  HISTORIQUE DES MODIFICATIONS                                  *
003400*  15/10/26  DA  CREATION                                        *
003410*  15/10/26  DA  REGLES REMB ET VERS PRISES A MAPFIC A LA DATE   *
003420*                DU JOUR PAR GSMP980 (CPTMAP SUPPRIME)           *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.
003900     IBM-370.
004000 OBJECT-COMPUTER.
004100     IBM-370.
004200 SPECIAL-NAMES.
004300     DECIMAL-POINT IS COMMA.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT REJVIR  ASSIGN  REJVIR
004700       ORGANIZATION  SEQUENTIAL
004800       FILE STATUS   W-REJVIR-STATUS.
004900     SELECT PAYFIC  ASSIGN  PAYFIC
005000       ORGANIZATION  INDEXED
005100       ACCESS MODE   RANDOM
005200       RECORD KEY    PAY-CLE
005300       FILE STATUS   W-PAYFIC-STATUS.
005700     SELECT MVTRVI  ASSIGN  MVTRVI
005800       ORGANIZATION  SEQUENTIAL
005900       FILE STATUS   W-MVTRVI-STATUS.
006000     SELECT CYCOUT  ASSIGN  CYCOUT
006100       ORGANIZATION  SEQUENTIAL
006200       FILE STATUS   W-CYCOUT-STATUS.
006300     SELECT GLPOST  ASSIGN  GLPOST
006400       ORGANIZATION  SEQUENTIAL
006500       FILE STATUS   W-GLPOST-STATUS.
006600     SELECT ETATRJV ASSIGN  ETATRJV
006700       ORGANIZATION  SEQUENTIAL
006800       FILE STATUS   W-ETATRJV-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  REJVIR
007200     LABEL RECORD STANDARD
007300     DATA RECORD RJV-ENREG.
007400 COPY FFFFFGRJ.
007500 FD  PAYFIC
007600     LABEL RECORD STANDARD
007700     DATA RECORD PAY-ENREG.
007800 COPY FFFFFGPI.
008700 FD  MVTRVI
008800     LABEL RECORD STANDARD
008900     DATA RECORD MVT-ENREG.
009000 COPY FFFFFGT.
009100 FD  CYCOUT
009200     LABEL RECORD STANDARD
009300     DATA RECORD CYO-ENREG.
009400 01  CYO-ENREG.
009500     05  CYO-DATE                    PIC 9(08).
009600     05  CYO-NUMERO                  PIC 9(04).
009700     05  FILLER                      PIC X(68).
009800 FD  GLPOST
009900     LABEL RECORD STANDARD
010000     DATA RECORD GLP-ENREG.
010100 01  GLP-ENREG.
010200     05  GLP-COMPTE                  PIC X(10).
010300     05  GLP-SENS                    PIC X(01).
010400     05  GLP-MONTANT                 PIC S9(13)V99.
010500     05  GLP-DATE                    PIC 9(08).
010600     05  GLP-ORIGINE                 PIC X(08).
010700     05  FILLER                      PIC X(38).
010800 FD  ETATRJV
010900     LABEL RECORD STANDARD
011000     DATA RECORD ERJ-LIGNE.
011100 01  ERJ-LIGNE                       PIC X(132).
011200 WORKING-STORAGE SECTION.
011300 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
011400 77  CPT-EXTOURNES                   PIC S9(08) COMP VALUE ZERO.
011500 77  CPT-INCONNUS                    PIC S9(08) COMP VALUE ZERO.
011600 77  CPT-ELEMENTS                    PIC S9(08) COMP VALUE ZERO.
011700 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
011800 01  W-FIN-RJV                       PIC X(01) VALUE 'N'.
011900     88  FIN-RJV                     VALUE 'O'.
012000 01  W-REJVIR-STATUS                 PIC X(02).
012100     88  W-RJV-OK                    VALUE '00'.
012200     88  W-RJV-FIN                   VALUE '10'.
012300 01  W-PAYFIC-STATUS                 PIC X(02).
012400     88  W-PAY-OK                    VALUE '00'.
012500     88  W-PAY-ABSENT                VALUE '23'.
012900 01  W-MVTRVI-STATUS                 PIC X(02).
013000     88  W-MVT-OK                    VALUE '00'.
013100 01  W-CYCOUT-STATUS                 PIC X(02).
013200     88  W-CYO-OK                    VALUE '00'.
013300 01  W-GLPOST-STATUS                 PIC X(02).
013400     88  W-GLP-OK                    VALUE '00'.
013500 01  W-ETATRJV-STATUS                PIC X(02).
013600     88  W-ERJ-OK                    VALUE '00'.
013700 01  W-MOTIF-ABANDON                 PIC X(40).
013800 01  W-DATE-JOUR                     PIC 9(08).
013900 01  W-CYCLE-JOUR                    PIC 9(04) VALUE ZERO.
014000 01  W-REGLES.
014100     05  W-REMB-DEBIT                PIC X(10) VALUE SPACES.
014200     05  W-REMB-CREDIT               PIC X(10) VALUE SPACES.
014300     05  W-VERS-DEBIT                PIC X(10) VALUE SPACES.
014400     05  W-VERS-CREDIT               PIC X(10) VALUE SPACES.
014410 COPY GSMPZ.
014500 01  W-COMPTE-DEBIT                  PIC X(10).
014600 01  W-COMPTE-CREDIT                 PIC X(10).
014700 01  W-MONTANT-EDIT                  PIC -(10)9,99.
014800 01  W-TOT-EXTOURNES                 PIC S9(13)V99 COMP-3
014900                                     VALUE ZERO.
015000 COPY GSWBZ.
015100*    CONTROLE DE LOT FFFFFGCT - HASH CALCULES COMME DANS GSBC030
015200 COPY FFFFFGCT.
015300 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
015400 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
015500                                     VALUE 0.
015600 01  W-HASH-CLE-15                   PIC 9(15).
015700 01  W-HASH-MONT-15                  PIC 9(15).
015800 01  W-CLE-HASH-X                    PIC X(15).
015900 01  W-CLE-HASH-9 REDEFINES W-CLE-HASH-X
016000                                     PIC 9(15).
016100 01  W-HASH-IMAGE.
016200     05  W-HIM-CLE                   PIC X(15).
016300     05  FILLER                      PIC X(45).
016400     05  W-HIM-MONTANT               PIC S9(11)V99 COMP-3.
016500     05  W-HIM-MONTANT-ECH           PIC S9(11)V99 COMP-3.
016600     05  FILLER                      PIC X(326).
016700 01  ERJ-ENTETE.
016800     05  FILLER                      PIC X(44)
016900         VALUE 'GSPI713 - REJETS DE VIREMENT - DATE         '.
017000     05  ERJ-E-DATE                  PIC 9(08).
017100     05  FILLER                      PIC X(80) VALUE SPACES.
017200 01  ERJ-DETAIL.
017300     05  ERJ-D-CLE                   PIC X(15).
017400     05  FILLER                      PIC X(01) VALUE SPACE.
017500     05  ERJ-D-DATE-CREA             PIC 9(08).
017600     05  FILLER                      PIC X(01) VALUE SPACE.
017700     05  ERJ-D-NATURE                PIC X(01).
017800     05  FILLER                      PIC X(01) VALUE SPACE.
017900     05  ERJ-D-MONTANT               PIC -(10)9,99.
018000     05  FILLER                      PIC X(01) VALUE SPACE.
018100     05  ERJ-D-MOTIF                 PIC X(04).
018200     05  FILLER                      PIC X(01) VALUE SPACE.
018300     05  ERJ-D-SORT                  PIC X(16).
018400     05  FILLER                      PIC X(69) VALUE SPACES.
018500 01  ERJ-TOTAL.
018600     05  ERJ-T-LIBELLE               PIC X(30).
018700     05  FILLER                      PIC X(06) VALUE ' NB : '.
018800     05  ERJ-T-NB                    PIC Z(07)9.
018900     05  FILLER                      PIC X(11)
019000         VALUE ' MONTANT : '.
019100     05  ERJ-T-MONTANT               PIC -(12)9,99.
019200     05  FILLER                      PIC X(61) VALUE SPACES.
019300 PROCEDURE DIVISION.
019400******************************************************************
019500*  0000-MAINLINE : REJETS, EXTOURNES, ECRITURES, CORBEILLE       *
019600******************************************************************
019700 0000-MAINLINE.
019800     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
019900     PERFORM 1200-REGLES-MAPFIC THRU 1200-EXIT.
020000     OPEN INPUT REJVIR.
020100     IF NOT W-RJV-OK
020200         MOVE 'OPEN REJVIR' TO W-MOTIF-ABANDON
020300         GO TO 9900-ABANDON.
020400     OPEN I-O PAYFIC.
020500     IF NOT W-PAY-OK
020600         MOVE 'OPEN PAYFIC' TO W-MOTIF-ABANDON
020700         GO TO 9900-ABANDON.
020800     OPEN OUTPUT MVTRVI.
020900     IF NOT W-MVT-OK
021000         MOVE 'OPEN MVTRVI' TO W-MOTIF-ABANDON
021100         GO TO 9900-ABANDON.
021200     OPEN EXTEND GLPOST.
021300     IF NOT W-GLP-OK
021400         MOVE 'OPEN GLPOST' TO W-MOTIF-ABANDON
021500         GO TO 9900-ABANDON.
021600     OPEN OUTPUT ETATRJV.
021700     IF NOT W-ERJ-OK
021800         MOVE 'OPEN ETATRJV' TO W-MOTIF-ABANDON
021900         GO TO 9900-ABANDON.
022000     MOVE W-DATE-JOUR TO ERJ-E-DATE.
022100     WRITE ERJ-LIGNE FROM ERJ-ENTETE.
022200     PERFORM 7100-ENTETE-LOT THRU 7100-EXIT.
022300     PERFORM 8100-LIRE-RJV THRU 8100-EXIT.
022400     PERFORM 2000-UN-REJET THRU 2000-EXIT
022500         UNTIL FIN-RJV.
022600     PERFORM 7300-PIED-LOT THRU 7300-EXIT.
022700     PERFORM 3000-BILAN THRU 3000-EXIT.
022800     CLOSE REJVIR PAYFIC MVTRVI GLPOST ETATRJV.
022900     DISPLAY 'GSPI713 - REJETS : ' CPT-LUS
023000             ' EXTOURNES : ' CPT-EXTOURNES
023100             ' SANS INSTRUCTION : ' CPT-INCONNUS.
023200     GOBACK.
023300 0000-EXIT.
023400     EXIT.
023500******************************************************************
023600*  1200-REGLES-MAPFIC : LES REGLES D IMPUTATION REMB ET VERS EN  *
023700*  VIGUEUR A LA DATE DU JOUR (PAS DE MASSE COMPTABLE SANS        *
023800*  REGLE : ABANDON SINON)                                        *
023900******************************************************************
024000 1200-REGLES-MAPFIC.
024100     MOVE 'REMB' TO MPZ-PREFIXE.
024200     PERFORM 1210-REGLE THRU 1210-EXIT.
024300     MOVE MPZ-COMPTE-DEBIT  TO W-REMB-DEBIT.
024400     MOVE MPZ-COMPTE-CREDIT TO W-REMB-CREDIT.
024500     MOVE 'VERS' TO MPZ-PREFIXE.
024600     PERFORM 1210-REGLE THRU 1210-EXIT.
024700     MOVE MPZ-COMPTE-DEBIT  TO W-VERS-DEBIT.
024800     MOVE MPZ-COMPTE-CREDIT TO W-VERS-CREDIT.
024900 1200-EXIT.
025000     EXIT.
025100 1210-REGLE.
025200     MOVE W-DATE-JOUR TO MPZ-DATE.
025300     CALL 'GSMP980' USING MPZ-DEM.
025400     IF MPZ-INCIDENT
025500         MOVE 'MAPFIC INACCESSIBLE (GSMP980)' TO W-MOTIF-ABANDON
025600         GO TO 9900-ABANDON.
025700     IF NOT MPZ-TROUVE
025800         MOVE SPACES TO W-MOTIF-ABANDON
025900         STRING 'REGLE MAPFIC ' MPZ-PREFIXE ' ABSENTE A LA DATE'
026000             DELIMITED SIZE INTO W-MOTIF-ABANDON
026100         END-STRING
026200         GO TO 9900-ABANDON.
026300 1210-EXIT.
026400     EXIT.
026800******************************************************************
026900*  2000-UN-REJET : INSTRUCTION EMISE RETROUVEE, EXTOURNE, ETAT J *
027000*  PUIS ELEMENT DE CORBEILLE                                     *
027100******************************************************************
027200 2000-UN-REJET.
027300     ADD 1 TO CPT-LUS.
027400     MOVE RJV-FGS-CLE   TO ERJ-D-CLE.
027500     MOVE RJV-DATE-CREA TO ERJ-D-DATE-CREA.
027600     MOVE RJV-NATURE    TO ERJ-D-NATURE.
027700     MOVE RJV-MOTIF     TO ERJ-D-MOTIF.
027800     MOVE ZERO          TO ERJ-D-MONTANT.
027900     MOVE 'VIRT'        TO WBZ-TYPE-EXC.
028000     MOVE RJV-FGS-CLE   TO WBZ-FGS-CLE.
028100     MOVE SPACES        TO WBZ-MOTIF.
028200     MOVE RJV-REFERENCE TO PAY-CLE.
028300     READ PAYFIC.
028400     IF W-PAY-ABSENT
028500         STRING 'REJET ' RJV-MOTIF ' - INSTRUCTION INCONNUE'
028600             DELIMITED SIZE INTO WBZ-MOTIF
028700         END-STRING
028800         PERFORM 2900-SANS-INSTRUCTION THRU 2900-EXIT
028900         GO TO 2000-SUIVANT.
029000     IF NOT W-PAY-OK
029100         MOVE 'READ PAYFIC' TO W-MOTIF-ABANDON
029200         GO TO 9900-ABANDON.
029300     IF NOT PAY-EMISE
029400         STRING 'REJET ' RJV-MOTIF ' - INSTRUCTION ETAT '
029500                PAY-STATUT
029600             DELIMITED SIZE INTO WBZ-MOTIF
029700         END-STRING
029800         PERFORM 2900-SANS-INSTRUCTION THRU 2900-EXIT
029900         GO TO 2000-SUIVANT.
030000     MOVE PAY-MONTANT TO ERJ-D-MONTANT W-MONTANT-EDIT.
030100     PERFORM 2500-EMETTRE THRU 2500-EXIT.
030200     PERFORM 2700-ECRITURE THRU 2700-EXIT.
030300     MOVE 'J'         TO PAY-STATUT.
030400     MOVE RJV-MOTIF   TO PAY-MOTIF-REJET.
030500     IF RJV-DATE-REJET NUMERIC
030600      AND RJV-DATE-REJET GREATER ZERO
030700         MOVE RJV-DATE-REJET TO PAY-DATE-REJET
030800     ELSE
030900         MOVE W-DATE-JOUR    TO PAY-DATE-REJET.
031000     REWRITE PAY-ENREG.
031100     IF NOT W-PAY-OK
031200         MOVE 'REWRITE PAYFIC' TO W-MOTIF-ABANDON
031300         GO TO 9900-ABANDON.
031400     ADD 1 TO CPT-EXTOURNES.
031500     ADD PAY-MONTANT TO W-TOT-EXTOURNES.
031600     STRING 'REJET ' RJV-MOTIF ' ' W-MONTANT-EDIT
031700         DELIMITED SIZE INTO WBZ-MOTIF
031800     END-STRING.
031900     PERFORM 2800-POSER-ELEMENT THRU 2800-EXIT.
032000     MOVE 'EXTOURNE' TO ERJ-D-SORT.
032100     WRITE ERJ-LIGNE FROM ERJ-DETAIL.
032200 2000-SUIVANT.
032300     PERFORM 8100-LIRE-RJV THRU 8100-EXIT.
032400 2000-EXIT.
032500     EXIT.
032600******************************************************************
032700*  2500-EMETTRE : MOUVEMENT J INVERSE DE CELUI DE GSPI712        *
032800******************************************************************
032900 2500-EMETTRE.
033000     MOVE SPACES           TO MVT-ENREG.
033100     MOVE 'J'              TO MVT-CODE.
033200     MOVE ZERO             TO MVT-AGE.
033300     MOVE PAY-FGS-CLE      TO MVT-AJU-CLE.
033400     MOVE 'M'              TO MVT-AJU-ZONE.
033500     MOVE PAY-MONTANT      TO MVT-AJU-DELTA.
033600     MOVE 'RJVI'           TO MVT-AJU-MOTIF.
033700     IF PAY-REMBOURSEMENT
033800         MOVE '-'          TO MVT-AJU-SIGNE
033900     ELSE
034000         MOVE '+'          TO MVT-AJU-SIGNE.
034100     WRITE MVT-ENREG.
034200     IF NOT W-MVT-OK
034300         MOVE 'WRITE MVTRVI' TO W-MOTIF-ABANDON
034400         GO TO 9900-ABANDON.
034500     PERFORM 7200-HASHER THRU 7200-EXIT.
034600 2500-EXIT.
034700     EXIT.
034800******************************************************************
034900*  2700-ECRITURE : ECRITURE INVERSE - LE COMPTE CREDITE A        *
035000*  L EMISSION EST DEBITE, LE COMPTE DEBITE EST CREDITE           *
035100******************************************************************
035200 2700-ECRITURE.
035300     IF PAY-REMBOURSEMENT
035400         MOVE W-REMB-CREDIT TO W-COMPTE-DEBIT
035500         MOVE W-REMB-DEBIT  TO W-COMPTE-CREDIT
035600     ELSE
035700         MOVE W-VERS-CREDIT TO W-COMPTE-DEBIT
035800         MOVE W-VERS-DEBIT  TO W-COMPTE-CREDIT.
035900     MOVE W-COMPTE-DEBIT  TO GLP-COMPTE.
036000     MOVE 'D'             TO GLP-SENS.
036100     MOVE PAY-MONTANT     TO GLP-MONTANT.
036200     MOVE W-DATE-JOUR     TO GLP-DATE.
036300     MOVE 'GSPI713 '      TO GLP-ORIGINE.
036400     MOVE SPACES          TO GLP-ENREG (43:38).
036500     WRITE GLP-ENREG.
036600     IF NOT W-GLP-OK
036700         MOVE 'WRITE GLPOST (D)' TO W-MOTIF-ABANDON
036800         GO TO 9900-ABANDON.
036900     MOVE W-COMPTE-CREDIT TO GLP-COMPTE.
037000     MOVE 'C'             TO GLP-SENS.
037100     WRITE GLP-ENREG.
037200     IF NOT W-GLP-OK
037300         MOVE 'WRITE GLPOST (C)' TO W-MOTIF-ABANDON
037400         GO TO 9900-ABANDON.
037500 2700-EXIT.
037600     EXIT.
037700******************************************************************
037800*  2800-POSER-ELEMENT : ELEMENT DE LA FILE VIREMENT (GSWB080)    *
037900******************************************************************
038000 2800-POSER-ELEMENT.
038100     MOVE 'GSPI713 ' TO WBZ-PROGRAMME.
038200     CALL 'GSWB080' USING WBZ-ZONE.
038300     IF NOT WBZ-POSE
038400         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
038500         GO TO 9900-ABANDON.
038600     ADD 1 TO CPT-ELEMENTS.
038700 2800-EXIT.
038800     EXIT.
038900******************************************************************
039000*  2900-SANS-INSTRUCTION : AUCUNE INSTRUCTION EMISE POUR CETTE   *
039100*  REFERENCE - RIEN N EST EXTOURNE, L ELEMENT DE CORBEILLE       *
039200*  SUFFIT                                                        *
039300******************************************************************
039400 2900-SANS-INSTRUCTION.
039500     ADD 1 TO CPT-INCONNUS.
039600     IF RJV-MONTANT NUMERIC
039700         MOVE RJV-MONTANT TO ERJ-D-MONTANT.
039800     PERFORM 2800-POSER-ELEMENT THRU 2800-EXIT.
039900     MOVE 'SANS INSTRUCTION' TO ERJ-D-SORT.
040000     WRITE ERJ-LIGNE FROM ERJ-DETAIL.
040100 2900-EXIT.
040200     EXIT.
040300******************************************************************
040400*  3000-BILAN : TOTAUX DE L ETAT - LES REJETS LUS SE RETROUVENT  *
040500*  EXTOURNES OU SANS INSTRUCTION, TOUS EN CORBEILLE              *
040600******************************************************************
040700 3000-BILAN.
040800     MOVE ZERO                        TO ERJ-T-MONTANT.
040900     MOVE 'REJETS LUS'                TO ERJ-T-LIBELLE.
041000     MOVE CPT-LUS                     TO ERJ-T-NB.
041100     WRITE ERJ-LIGNE FROM ERJ-TOTAL.
041200     MOVE 'EXTOURNES (MOUVEMENT J RJVI)' TO ERJ-T-LIBELLE.
041300     MOVE CPT-EXTOURNES               TO ERJ-T-NB.
041400     MOVE W-TOT-EXTOURNES             TO ERJ-T-MONTANT.
041500     WRITE ERJ-LIGNE FROM ERJ-TOTAL.
041600     MOVE ZERO                        TO ERJ-T-MONTANT.
041700     MOVE 'SANS INSTRUCTION EMISE'    TO ERJ-T-LIBELLE.
041800     MOVE CPT-INCONNUS                TO ERJ-T-NB.
041900     WRITE ERJ-LIGNE FROM ERJ-TOTAL.
042000     MOVE 'ELEMENTS CORBEILLE VIREMENT' TO ERJ-T-LIBELLE.
042100     MOVE CPT-ELEMENTS                TO ERJ-T-NB.
042200     WRITE ERJ-LIGNE FROM ERJ-TOTAL.
042300     IF CPT-EXTOURNES + CPT-INCONNUS NOT = CPT-LUS
042400      OR CPT-ELEMENTS NOT = CPT-LUS
042500         MOVE 'ECART REJETS / EXTOURNES' TO W-MOTIF-ABANDON
042600         GO TO 9900-ABANDON.
042700 3000-EXIT.
042800     EXIT.
042900******************************************************************
043000*  7100-ENTETE-LOT : ENTETE FFFFFGCT DU LOT DE MOUVEMENTS -      *
043100*  CYCLE DU JOUR RELEVE SUR CYCOUT (ABSENT TOLERE = CYCLE 0) -   *
043200*  GSBC030 REBALANCE LE LOT AVANT GSBT010                        *
043300******************************************************************
043400 7100-ENTETE-LOT.
043500     OPEN INPUT CYCOUT.
043600     IF W-CYO-OK
043700         READ CYCOUT
043800         IF W-CYO-OK
043900             MOVE CYO-NUMERO TO W-CYCLE-JOUR
044000         END-IF
044100         CLOSE CYCOUT.
044200     MOVE SPACES       TO CTL-ENTETE-ZONE.
044300     MOVE '1'          TO CTL-E-CODE.
044400     MOVE 'REJVIR  '   TO CTL-E-SOURCE.
044500     MOVE W-DATE-JOUR  TO CTL-E-DATE-CREA.
044600     MOVE W-CYCLE-JOUR TO CTL-E-CYCLE.
044700     MOVE CTL-ENTETE-ZONE TO MVT-ENREG.
044800     WRITE MVT-ENREG.
044900     IF NOT W-MVT-OK
045000         MOVE 'WRITE ENTETE MVTRVI' TO W-MOTIF-ABANDON
045100         GO TO 9900-ABANDON.
045200 7100-EXIT.
045300     EXIT.
045400******************************************************************
045500*  7200-HASHER : CUMULS DU PIED - MEMES REGLES QUE GSBC030       *
045600******************************************************************
045700 7200-HASHER.
045800     ADD 1 TO CPT-MVTS-LOT.
045900     MOVE MVT-IMAGE TO W-HASH-IMAGE.
046000     MOVE W-HIM-CLE TO W-CLE-HASH-X.
046100     IF W-CLE-HASH-9 NUMERIC
046200         ADD W-CLE-HASH-9 TO W-HASH-CLE.
046300     IF W-HIM-MONTANT NUMERIC
046400         IF W-HIM-MONTANT LESS ZERO
046500             SUBTRACT W-HIM-MONTANT FROM W-HASH-MONTANT
046600         ELSE
046700             ADD W-HIM-MONTANT TO W-HASH-MONTANT
046800         END-IF
046900     END-IF.
047000     IF W-HIM-MONTANT-ECH NUMERIC
047100         IF W-HIM-MONTANT-ECH LESS ZERO
047200             SUBTRACT W-HIM-MONTANT-ECH FROM W-HASH-MONTANT
047300         ELSE
047400             ADD W-HIM-MONTANT-ECH TO W-HASH-MONTANT
047500         END-IF
047600     END-IF.
047700 7200-EXIT.
047800     EXIT.
047900******************************************************************
048000*  7300-PIED-LOT : PIED DE LOT FFFFFGCT - HASH TRONQUES A 15     *
048100******************************************************************
048200 7300-PIED-LOT.
048300     MOVE W-HASH-CLE TO W-HASH-CLE-15.
048400     COMPUTE W-HASH-MONT-15 = W-HASH-MONTANT * 100.
048500     MOVE SPACES          TO CTL-PIED-ZONE.
048600     MOVE '9'             TO CTL-P-CODE.
048700     MOVE CPT-MVTS-LOT    TO CTL-P-NB-MVTS.
048800     MOVE W-HASH-CLE-15   TO CTL-P-HASH-CLE.
048900     MOVE W-HASH-MONT-15  TO CTL-P-HASH-MONTANT.
049000     MOVE CTL-PIED-ZONE   TO MVT-ENREG.
049100     WRITE MVT-ENREG.
049200     IF NOT W-MVT-OK
049300         MOVE 'WRITE PIED MVTRVI' TO W-MOTIF-ABANDON
049400         GO TO 9900-ABANDON.
049500 7300-EXIT.
049600     EXIT.
049700******************************************************************
049800*  8100-LIRE-RJV : LECTURE DES REJETS                            *
049900******************************************************************
050000 8100-LIRE-RJV.
050100     READ REJVIR.
050200     IF W-RJV-FIN
050300         MOVE 'O' TO W-FIN-RJV
050400         GO TO 8100-EXIT.
050500     IF NOT W-RJV-OK
050600         MOVE 'READ REJVIR' TO W-MOTIF-ABANDON
050700         GO TO 9900-ABANDON.
050800 8100-EXIT.
050900     EXIT.
051000******************************************************************
051100*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
051200******************************************************************
051300 9900-ABANDON.
051400     DISPLAY 'GSPI713 - ABANDON : ' W-MOTIF-ABANDON.
051500     MOVE 16 TO RETURN-CODE.
051600     STOP RUN.
