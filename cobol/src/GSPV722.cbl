000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPV722.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPV722 : EXECUTION DES PASSAGES EN PERTE APPROUVES           *
000900*  ------------------------------------------------------------  *
001000*  CHAQUE DEMANDE APPROUVEE (ETAT A, TRANSACTION GSPV721) FAIT   *
001100*  PASSER L ENREGISTREMENT AU STATUT PP PAR UN MOUVEMENT M DU    *
001200*  LOT MVTPER (SOURCE PERTE, APPLIQUE PAR GSBT010 APRES GSBC030) *
001300*  ET PASSE L ENCOURS DU JOUR A GLPOST PAR LA REGLE MAPFIC DU    *
001400*  PREFIXE PERT DU JOUR (GSMP980). LE MONTANT RESTE AU MAITRE    *
001450*  POUR LE SUIVI DES RECUPERATIONS ; GSPV720 NE LE PROVISIONNE   *
001500*  PLUS ET REPREND SA PROVISION. LA DEMANDE PASSE EN X (PASSEE   *
001600*  EN PERTE).                                                    *
001700*  CLE ABSENTE DU MAITRE : DEMANDE LAISSEE EN A ET SIGNALEE.     *
001800*  ENCOURS SOLDE DEPUIS L APPROBATION : DEMANDE RETIREE (R).     *
001900*  DEJA AU STATUT PP : DEMANDE CLOSE EN X SANS ECRITURE.         *
002000*  CARTE PARAMETRE : DATE DE PASSAGE(8), DATE DU JOUR PAR DEFAUT *
002100*  ------------------------------------------------------------  *
002200*  ENTREE  : FFFFFGS  MAITRE (LECTURE DIRECTE)                   *
002300*            MAPFIC   (PAR GSMP980) REGLES D IMPUTATION          *
002400*            CYCOUT   CYCLE DU JOUR                              *
002500*  M-A-J   : PERFIC   DEMANDES DE PASSAGE EN PERTE               *
002600*  SORTIE  : MVTPER   LOT DE MOUVEMENTS (FFFFFGT)                *
002700*            GLPOST   ECRITURES COMPTABLES (EN EXTENSION)        *
002800*            ETATPER  ETAT DES PASSAGES EN PERTE                 *
002900*  ------------------------------------------------------------  *
003000*  HISTORIQUE DES MODIFICATIONS                                  *
003100*  15/10/26  DA  CREATION                                        *
003110*  15/10/26  DA  REGLE PERT PRISE A MAPFIC A LA DATE DE PASSAGE  *
003120*                PAR GSMP980 (CPTMAP SUPPRIME)                   *
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
004300     SELECT PERFIC  ASSIGN  PERFIC
004400       ORGANIZATION  INDEXED
004500       ACCESS MODE   SEQUENTIAL
004600       RECORD KEY    PER-FGS-CLE
004700       FILE STATUS   W-PERFIC-STATUS.
004800     SELECT FFFFFGS ASSIGN  FFFFFGS
004900       ORGANIZATION  INDEXED
005000       ACCESS MODE   RANDOM
005100       RECORD KEY    FFFFFGS-CLE
005200       FILE STATUS   W-FFFFFGS-STATUS.
005600     SELECT MVTPER  ASSIGN  MVTPER
005700       ORGANIZATION  SEQUENTIAL
005800       FILE STATUS   W-MVTPER-STATUS.
005900     SELECT CYCOUT  ASSIGN  CYCOUT
006000       ORGANIZATION  SEQUENTIAL
006100       FILE STATUS   W-CYCOUT-STATUS.
006200     SELECT GLPOST  ASSIGN  GLPOST
006300       ORGANIZATION  SEQUENTIAL
006400       FILE STATUS   W-GLPOST-STATUS.
006500     SELECT ETATPER ASSIGN  ETATPER
006600       ORGANIZATION  SEQUENTIAL
006700       FILE STATUS   W-ETATPER-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  PERFIC
007100     LABEL RECORD STANDARD
007200     DATA RECORD PER-ENREG.
007300 COPY FFFFFGPP.
007400 FD  FFFFFGS
007500     LABEL RECORD STANDARD
007600     DATA RECORD FFFFFGS-ENREG.
007700 COPY FFFFFFGS.
008600 FD  MVTPER
008700     LABEL RECORD STANDARD
008800     DATA RECORD MVT-ENREG.
008900 COPY FFFFFGT.
009000 FD  CYCOUT
009100     LABEL RECORD STANDARD
009200     DATA RECORD CYO-ENREG.
009300 01  CYO-ENREG.
009400     05  CYO-DATE                    PIC 9(08).
009500     05  CYO-NUMERO                  PIC 9(04).
009600     05  FILLER                      PIC X(68).
009700 FD  GLPOST
009800     LABEL RECORD STANDARD
009900     DATA RECORD GLP-ENREG.
010000 01  GLP-ENREG.
010100     05  GLP-COMPTE                  PIC X(10).
010200     05  GLP-SENS                    PIC X(01).
010300     05  GLP-MONTANT                 PIC S9(13)V99.
010400     05  GLP-DATE                    PIC 9(08).
010500     05  GLP-ORIGINE                 PIC X(08).
010600     05  FILLER                      PIC X(38).
010700 FD  ETATPER
010800     LABEL RECORD STANDARD
010900     DATA RECORD EPE-LIGNE.
011000 01  EPE-LIGNE                       PIC X(132).
011100 WORKING-STORAGE SECTION.
011200 77  CPT-APPROUVEES                  PIC S9(08) COMP VALUE ZERO.
011300 77  CPT-PASSEES                     PIC S9(08) COMP VALUE ZERO.
011400 77  CPT-ABSENTES                    PIC S9(08) COMP VALUE ZERO.
011500 77  CPT-DEJA-PP                     PIC S9(08) COMP VALUE ZERO.
011600 77  CPT-SOLDEES                     PIC S9(08) COMP VALUE ZERO.
011700 77  CPT-ECRITURES                   PIC S9(08) COMP VALUE ZERO.
011800 01  W-FIN-PER                       PIC X(01) VALUE 'N'.
011900     88  FIN-PER                     VALUE 'O'.
012000 01  W-PERFIC-STATUS                 PIC X(02).
012100     88  W-PER-OK                    VALUE '00'.
012200     88  W-PER-FIN                   VALUE '10'.
012300 COPY FFFFFGSW.
012700 01  W-MVTPER-STATUS                 PIC X(02).
012800     88  W-MVT-OK                    VALUE '00'.
012900 01  W-CYCOUT-STATUS                 PIC X(02).
013000     88  W-CYO-OK                    VALUE '00'.
013100 01  W-GLPOST-STATUS                 PIC X(02).
013200     88  W-GLP-OK                    VALUE '00'.
013300 01  W-ETATPER-STATUS                PIC X(02).
013400     88  W-EPE-OK                    VALUE '00'.
013500 01  W-MOTIF-ABANDON                 PIC X(40).
013600 01  W-PARM.
013700     05  W-PARM-DATE                 PIC X(08).
013800 01  W-DATE-JOUR                     PIC 9(08).
013900 01  W-NOM-CLAIR                     PIC X(30).
014000 01  W-COMPTE-DEBIT                  PIC X(10).
014100 01  W-COMPTE-CREDIT                 PIC X(10).
014200 COPY GSMPZ.
014300 01  W-TOT-PASSE                     PIC S9(15)V99 COMP-3
014400                                     VALUE ZERO.
014500 01  W-TOT-GL                        PIC S9(15)V99 COMP-3
014600                                     VALUE ZERO.
014700 COPY GSCRZ.
014800 01  W-CYCLE-JOUR                    PIC 9(04) VALUE ZERO.
014900 01  W-DATE-LOT                      PIC 9(08) VALUE ZERO.
015000*    CONTROLE DE LOT FFFFFGCT - HASH CALCULES COMME DANS GSBC030
015100 COPY FFFFFGCT.
015200 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
015300 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
015400                                     VALUE 0.
015500 01  W-HASH-CLE-15                   PIC 9(15).
015600 01  W-HASH-MONT-15                  PIC 9(15).
015700 01  W-CLE-HASH-X                    PIC X(15).
015800 01  W-CLE-HASH-9 REDEFINES W-CLE-HASH-X
015900                                     PIC 9(15).
016000 01  W-HASH-IMAGE.
016100     05  W-HIM-CLE                   PIC X(15).
016200     05  FILLER                      PIC X(45).
016300     05  W-HIM-MONTANT               PIC S9(11)V99 COMP-3.
016400     05  W-HIM-MONTANT-ECH           PIC S9(11)V99 COMP-3.
016500     05  FILLER                      PIC X(326).
016600 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
016700 01  EPE-ENTETE.
016800     05  FILLER                      PIC X(40)
016900         VALUE 'GSPV722 - PASSAGES EN PERTE - DATE '.
017000     05  EPE-E-DATE                  PIC 9(08).
017100     05  FILLER                      PIC X(84) VALUE SPACES.
017200 01  EPE-DETAIL.
017300     05  EPE-D-CLE                   PIC X(15).
017400     05  FILLER                      PIC X(01) VALUE SPACE.
017500     05  EPE-D-PROPOSE               PIC -(10)9,99.
017600     05  FILLER                      PIC X(01) VALUE SPACE.
017700     05  EPE-D-PASSE                 PIC -(10)9,99.
017800     05  FILLER                      PIC X(01) VALUE SPACE.
017900     05  EPE-D-PROPPAR               PIC X(08).
018000     05  FILLER                      PIC X(01) VALUE SPACE.
018100     05  EPE-D-APPRPAR               PIC X(08).
018200     05  FILLER                      PIC X(01) VALUE SPACE.
018300     05  EPE-D-SORT                  PIC X(20).
018400     05  FILLER                      PIC X(01) VALUE SPACE.
018500     05  EPE-D-MOTIF                 PIC X(30).
018600     05  FILLER                      PIC X(17) VALUE SPACES.
018700 01  EPE-TOTAL.
018800     05  EPE-T-LIBELLE               PIC X(30).
018900     05  FILLER                      PIC X(06) VALUE ' NB : '.
019000     05  EPE-T-NB                    PIC Z(07)9.
019100     05  FILLER                      PIC X(11)
019200         VALUE ' MONTANT : '.
019300     05  EPE-T-MONTANT               PIC -(12)9,99.
019400     05  FILLER                      PIC X(61) VALUE SPACES.
019500 PROCEDURE DIVISION.
019600******************************************************************
019700*  0000-MAINLINE : REGLE PERT, PASSE SUR LES DEMANDES, BILAN     *
019800******************************************************************
019900 0000-MAINLINE.
020000     ACCEPT W-PARM.
020100     IF W-PARM-DATE NUMERIC
020200         MOVE W-PARM-DATE TO W-DATE-JOUR
020300     ELSE
020400         ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
020500     PERFORM 1200-REGLE-MAPFIC THRU 1200-EXIT.
020600     OPEN I-O PERFIC.
020700     IF NOT W-PER-OK
020800         MOVE 'OPEN PERFIC'  TO W-MOTIF-ABANDON
020900         GO TO 9900-ABANDON.
021000     OPEN INPUT FFFFFGS.
021100     IF NOT W-FGS-OK
021200         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
021300         GO TO 9900-ABANDON.
021400     OPEN OUTPUT MVTPER ETATPER.
021500     IF NOT W-MVT-OK OR NOT W-EPE-OK
021600         MOVE 'OPEN SORTIES PERTE' TO W-MOTIF-ABANDON
021700         GO TO 9900-ABANDON.
021800     OPEN EXTEND GLPOST.
021900     IF NOT W-GLP-OK
022000         MOVE 'OPEN GLPOST'  TO W-MOTIF-ABANDON
022100         GO TO 9900-ABANDON.
022200     PERFORM 7100-ENTETE-LOT THRU 7100-EXIT.
022300     MOVE W-DATE-JOUR TO EPE-E-DATE.
022400     WRITE EPE-LIGNE FROM EPE-ENTETE.
022500     PERFORM 8100-LIRE-PER THRU 8100-EXIT.
022600     PERFORM 2000-UNE-DEMANDE THRU 2000-EXIT
022700         UNTIL FIN-PER.
022800     PERFORM 7700-PIED-LOT THRU 7700-EXIT.
022900     PERFORM 3000-BILAN THRU 3000-EXIT.
023000     CLOSE PERFIC FFFFFGS MVTPER GLPOST ETATPER.
023100     DISPLAY 'GSPV722 - APPROUVEES : ' CPT-APPROUVEES.
023200     DISPLAY 'GSPV722 - PASSEES    : ' CPT-PASSEES.
023300     DISPLAY 'GSPV722 - ABSENTES   : ' CPT-ABSENTES.
023400     IF CPT-ABSENTES GREATER ZERO
023500         MOVE 4 TO RETURN-CODE.
023600     GOBACK.
023700 0000-EXIT.
023800     EXIT.
023900******************************************************************
024000*  1200-REGLE-MAPFIC : LA REGLE D IMPUTATION DU PREFIXE PERT EN  *
024100*  VIGUEUR A LA DATE DE PASSAGE                                  *
024200******************************************************************
024300 1200-REGLE-MAPFIC.
024400     MOVE 'PERT'        TO MPZ-PREFIXE.
024500     MOVE W-DATE-JOUR TO MPZ-DATE.
024600     CALL 'GSMP980' USING MPZ-DEM.
024700     IF MPZ-INCIDENT
024800         MOVE 'MAPFIC INACCESSIBLE (GSMP980)' TO W-MOTIF-ABANDON
024900         GO TO 9900-ABANDON.
025000     IF NOT MPZ-TROUVE
025100         MOVE 'REGLE MAPFIC PERT ABSENTE A LA DATE'
025200           TO W-MOTIF-ABANDON
025300         GO TO 9900-ABANDON.
025400     MOVE MPZ-COMPTE-DEBIT  TO W-COMPTE-DEBIT.
025500     MOVE MPZ-COMPTE-CREDIT TO W-COMPTE-CREDIT.
025600 1200-EXIT.
025700     EXIT.
026600******************************************************************
026700*  2000-UNE-DEMANDE : SEULES LES DEMANDES APPROUVEES SONT VUES   *
026800******************************************************************
026900 2000-UNE-DEMANDE.
027000     IF NOT PER-APPROUVEE
027100         GO TO 2000-SUIVANT.
027200     ADD 1 TO CPT-APPROUVEES.
027300     MOVE ZERO TO EPE-D-PASSE.
027400     MOVE PER-FGS-CLE TO FFFFFGS-CLE.
027500     READ FFFFFGS.
027600     IF W-FGS-ABSENT
027700         ADD 1 TO CPT-ABSENTES
027800         MOVE 'CLE ABSENTE' TO EPE-D-SORT
027900         GO TO 2000-DETAIL.
028000     IF NOT W-FGS-OK
028100         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
028200         GO TO 9900-ABANDON.
028300     IF FFFFFGS-STATUT = 'PP'
028400         ADD 1 TO CPT-DEJA-PP
028500         MOVE 'DEJA EN PERTE' TO EPE-D-SORT
028600         MOVE 'X' TO PER-ETAT
028700         MOVE W-DATE-JOUR TO PER-DATE-PASSAGE
028800         MOVE ZERO TO PER-MONTANT-PASSE
028900         PERFORM 2900-REECRIRE THRU 2900-EXIT
029000         GO TO 2000-DETAIL.
029100     IF FFFFFGS-MONTANT NOT GREATER ZERO
029200         ADD 1 TO CPT-SOLDEES
029300         MOVE 'SOLDE - RETIREE' TO EPE-D-SORT
029400         MOVE 'R' TO PER-ETAT
029500         PERFORM 2900-REECRIRE THRU 2900-EXIT
029600         GO TO 2000-DETAIL.
029700     PERFORM 2500-PASSER-EN-PERTE THRU 2500-EXIT.
029800     MOVE 'PASSEE EN PERTE' TO EPE-D-SORT.
029900     MOVE PER-MONTANT-PASSE TO EPE-D-PASSE.
030000 2000-DETAIL.
030100     MOVE PER-FGS-CLE         TO EPE-D-CLE.
030200     MOVE PER-MONTANT-PROPOSE TO EPE-D-PROPOSE.
030300     MOVE PER-PROPOSE-PAR     TO EPE-D-PROPPAR.
030400     MOVE PER-APPROUVE-PAR    TO EPE-D-APPRPAR.
030500     MOVE PER-MOTIF           TO EPE-D-MOTIF.
030600     WRITE EPE-LIGNE FROM EPE-DETAIL.
030700 2000-SUIVANT.
030800     PERFORM 8100-LIRE-PER THRU 8100-EXIT.
030900 2000-EXIT.
031000     EXIT.
031100******************************************************************
031200*  2500-PASSER-EN-PERTE : MOUVEMENT M AU STATUT PP, ECRITURE     *
031300*  PERT SUR L ENCOURS DU JOUR, DEMANDE EN X                      *
031400******************************************************************
031500 2500-PASSER-EN-PERTE.
031600     PERFORM 7000-DECODER THRU 7000-EXIT.
031700     MOVE 'M'           TO MVT-CODE.
031800     MOVE ZERO          TO MVT-AGE.
031900     MOVE FFFFFGS-ENREG TO MVT-IMAGE.
032000     MOVE W-NOM-CLAIR   TO MVT-IMAGE (18:30).
032100     MOVE CRZ-ID-NAT    TO MVT-IMAGE (48:13).
032200     MOVE 'PP'          TO MVT-IMAGE (16:2).
032300*    DATE D EFFET = DATE DE PASSAGE (CONVENTION GSCL231)
032400     MOVE W-DATE-JOUR   TO MVT-IMAGE (75:8).
032500     WRITE MVT-ENREG.
032600     IF NOT W-MVT-OK
032700         MOVE 'WRITE MVTPER' TO W-MOTIF-ABANDON
032800         GO TO 9900-ABANDON.
032900     PERFORM 7600-HASHER THRU 7600-EXIT.
033000     MOVE W-COMPTE-DEBIT  TO GLP-COMPTE.
033100     MOVE 'D'             TO GLP-SENS.
033200     MOVE FFFFFGS-MONTANT TO GLP-MONTANT.
033300     MOVE W-DATE-JOUR     TO GLP-DATE.
033400     MOVE 'GSPV722 '      TO GLP-ORIGINE.
033500     MOVE SPACES          TO GLP-ENREG (43:38).
033600     WRITE GLP-ENREG.
033700     IF NOT W-GLP-OK
033800         MOVE 'WRITE GLPOST (D)' TO W-MOTIF-ABANDON
033900         GO TO 9900-ABANDON.
034000     MOVE W-COMPTE-CREDIT TO GLP-COMPTE.
034100     MOVE 'C'             TO GLP-SENS.
034200     WRITE GLP-ENREG.
034300     IF NOT W-GLP-OK
034400         MOVE 'WRITE GLPOST (C)' TO W-MOTIF-ABANDON
034500         GO TO 9900-ABANDON.
034600     ADD 1               TO CPT-ECRITURES.
034700     ADD FFFFFGS-MONTANT TO W-TOT-GL.
034800     MOVE 'X'             TO PER-ETAT.
034900     MOVE W-DATE-JOUR     TO PER-DATE-PASSAGE.
035000     MOVE FFFFFGS-MONTANT TO PER-MONTANT-PASSE.
035100     PERFORM 2900-REECRIRE THRU 2900-EXIT.
035200     ADD 1               TO CPT-PASSEES.
035300     ADD FFFFFGS-MONTANT TO W-TOT-PASSE.
035400 2500-EXIT.
035500     EXIT.
035600******************************************************************
035700*  2900-REECRIRE : LA DEMANDE DANS SON NOUVEL ETAT               *
035800******************************************************************
035900 2900-REECRIRE.
036000     REWRITE PER-ENREG.
036100     IF NOT W-PER-OK
036200         MOVE 'REWRITE PERFIC' TO W-MOTIF-ABANDON
036300         GO TO 9900-ABANDON.
036400 2900-EXIT.
036500     EXIT.
036600******************************************************************
036700*  3000-BILAN : APPROUVEES = PASSEES + DEJA PP + SOLDEES +       *
036800*  ABSENTES, ET MONTANT PASSE = MONTANT ECRIT AU GRAND LIVRE     *
036900******************************************************************
037000 3000-BILAN.
037100     MOVE 'DEMANDES APPROUVEES'      TO EPE-T-LIBELLE.
037200     MOVE CPT-APPROUVEES             TO EPE-T-NB.
037300     MOVE ZERO                       TO EPE-T-MONTANT.
037400     WRITE EPE-LIGNE FROM EPE-TOTAL.
037500     MOVE 'PASSEES EN PERTE'         TO EPE-T-LIBELLE.
037600     MOVE CPT-PASSEES                TO EPE-T-NB.
037700     MOVE W-TOT-PASSE                TO EPE-T-MONTANT.
037800     WRITE EPE-LIGNE FROM EPE-TOTAL.
037900     MOVE 'ECRITURES PERT PASSEES'   TO EPE-T-LIBELLE.
038000     MOVE CPT-ECRITURES              TO EPE-T-NB.
038100     MOVE W-TOT-GL                   TO EPE-T-MONTANT.
038200     WRITE EPE-LIGNE FROM EPE-TOTAL.
038300     MOVE ZERO                       TO EPE-T-MONTANT.
038400     MOVE 'DEJA AU STATUT PP'        TO EPE-T-LIBELLE.
038500     MOVE CPT-DEJA-PP                TO EPE-T-NB.
038600     WRITE EPE-LIGNE FROM EPE-TOTAL.
038700     MOVE 'SOLDEES DEPUIS - RETIREES' TO EPE-T-LIBELLE.
038800     MOVE CPT-SOLDEES                TO EPE-T-NB.
038900     WRITE EPE-LIGNE FROM EPE-TOTAL.
039000     MOVE 'CLES ABSENTES DU MAITRE'  TO EPE-T-LIBELLE.
039100     MOVE CPT-ABSENTES               TO EPE-T-NB.
039200     WRITE EPE-LIGNE FROM EPE-TOTAL.
039300     IF CPT-PASSEES + CPT-DEJA-PP + CPT-SOLDEES + CPT-ABSENTES
039400        NOT = CPT-APPROUVEES
039500      OR CPT-ECRITURES NOT = CPT-PASSEES
039600      OR W-TOT-GL NOT = W-TOT-PASSE
039700         MOVE 'ECART DEMANDES / PASSAGES' TO W-MOTIF-ABANDON
039800         GO TO 9900-ABANDON.
039900 3000-EXIT.
040000     EXIT.
040100******************************************************************
040200*  7000-DECODER : NOM ET IDENTIFIANT EN CLAIR                    *
040300******************************************************************
040400 7000-DECODER.
040500     MOVE 'D'                 TO CRZ-FONCTION.
040600     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
040700     MOVE FFFFFGS-NOM         TO CRZ-NOM.
040800     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
040900     CALL 'GSCR390' USING CRZ-ZONE.
041000     MOVE CRZ-NOM TO W-NOM-CLAIR.
041100 7000-EXIT.
041200     EXIT.
041300******************************************************************
041400*  7100-ENTETE-LOT : ENTETE FFFFFGCT DU LOT DE MOUVEMENTS -      *
041500*  CYCLE DU JOUR RELEVE SUR CYCOUT (ABSENT TOLERE = CYCLE 0) -   *
041600*  GSBC030 REBALANCE LE LOT AVANT GSBT010                        *
041700******************************************************************
041800 7100-ENTETE-LOT.
041900     ACCEPT W-DATE-LOT FROM DATE YYYYMMDD.
042000     OPEN INPUT CYCOUT.
042100     IF W-CYO-OK
042200         READ CYCOUT
042300         IF W-CYO-OK
042400             MOVE CYO-NUMERO TO W-CYCLE-JOUR
042500         END-IF
042600         CLOSE CYCOUT.
042700     MOVE SPACES       TO CTL-ENTETE-ZONE.
042800     MOVE '1'          TO CTL-E-CODE.
042900     MOVE 'PERTE   '   TO CTL-E-SOURCE.
043000     MOVE W-DATE-LOT   TO CTL-E-DATE-CREA.
043100     MOVE W-CYCLE-JOUR TO CTL-E-CYCLE.
043200     MOVE CTL-ENTETE-ZONE TO MVT-ENREG.
043300     WRITE MVT-ENREG.
043400     IF NOT W-MVT-OK
043500         MOVE 'WRITE ENTETE MVTPER' TO W-MOTIF-ABANDON
043600         GO TO 9900-ABANDON.
043700 7100-EXIT.
043800     EXIT.
043900******************************************************************
044000*  7600-HASHER : CUMULS DU PIED - MEMES REGLES QUE GSBC030       *
044100******************************************************************
044200 7600-HASHER.
044300     ADD 1 TO CPT-MVTS-LOT.
044400     MOVE MVT-IMAGE TO W-HASH-IMAGE.
044500     MOVE W-HIM-CLE TO W-CLE-HASH-X.
044600     IF W-CLE-HASH-9 NUMERIC
044700         ADD W-CLE-HASH-9 TO W-HASH-CLE.
044800     IF W-HIM-MONTANT NUMERIC
044900         IF W-HIM-MONTANT LESS ZERO
045000             SUBTRACT W-HIM-MONTANT FROM W-HASH-MONTANT
045100         ELSE
045200             ADD W-HIM-MONTANT TO W-HASH-MONTANT
045300         END-IF
045400     END-IF.
045500     IF W-HIM-MONTANT-ECH NUMERIC
045600         IF W-HIM-MONTANT-ECH LESS ZERO
045700             SUBTRACT W-HIM-MONTANT-ECH FROM W-HASH-MONTANT
045800         ELSE
045900             ADD W-HIM-MONTANT-ECH TO W-HASH-MONTANT
046000         END-IF
046100     END-IF.
046200 7600-EXIT.
046300     EXIT.
046400******************************************************************
046500*  7700-PIED-LOT : PIED DE LOT FFFFFGCT - HASH TRONQUES A 15     *
046600******************************************************************
046700 7700-PIED-LOT.
046800     MOVE W-HASH-CLE TO W-HASH-CLE-15.
046900     COMPUTE W-HASH-MONT-15 = W-HASH-MONTANT * 100.
047000     MOVE SPACES          TO CTL-PIED-ZONE.
047100     MOVE '9'             TO CTL-P-CODE.
047200     MOVE CPT-MVTS-LOT    TO CTL-P-NB-MVTS.
047300     MOVE W-HASH-CLE-15   TO CTL-P-HASH-CLE.
047400     MOVE W-HASH-MONT-15  TO CTL-P-HASH-MONTANT.
047500     MOVE CTL-PIED-ZONE   TO MVT-ENREG.
047600     WRITE MVT-ENREG.
047700     IF NOT W-MVT-OK
047800         MOVE 'WRITE PIED MVTPER' TO W-MOTIF-ABANDON
047900         GO TO 9900-ABANDON.
048000 7700-EXIT.
048100     EXIT.
048200******************************************************************
048300*  8100-LIRE-PER : LECTURE SEQUENTIELLE DES DEMANDES             *
048400******************************************************************
048500 8100-LIRE-PER.
048600     READ PERFIC NEXT.
048700     IF W-PER-FIN
048800         MOVE 'O' TO W-FIN-PER
048900         GO TO 8100-EXIT.
049000     IF NOT W-PER-OK
049100         MOVE 'READ PERFIC' TO W-MOTIF-ABANDON
049200         GO TO 9900-ABANDON.
049300 8100-EXIT.
049400     EXIT.
049500******************************************************************
049600*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
049700******************************************************************
049800 9900-ABANDON.
049900     DISPLAY 'GSPV722 - ABANDON : ' W-MOTIF-ABANDON.
050000     MOVE 16 TO RETURN-CODE.
050100     STOP RUN.
