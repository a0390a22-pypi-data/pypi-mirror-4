000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCD890.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSCD890 : REGLEMENT DES DEMANDES DE CLOTURE                   *
000900*  ------------------------------------------------------------  *
001000*  PASSE DE NUIT SUR LES DEMANDES CLDFIC A L ETAT D (POSEES PAR  *
001100*  GSOL010, GSRV681 OU GSMT880). UNE CLE NE PASSE AU STATUT      *
001200*  CIBLE QU APRES SON REGLEMENT FINAL :                          *
001300*   - INTERETS COURUS DU POSTE D HISTORIQUE 5 (IC, GSIA600)      *
001400*     CAPITALISES DANS LE SOLDE A REMBOURSER ;                   *
001500*   - FRAIS PAR LES REGLES DE GSFE590 (BAREME TARFIC, LIGNE      *
001600*     VALIDEE EN VIGUEUR A LA DATE D EXECUTION, TRANCHE SUR LA   *
001700*     BASE = SOLDE + INTERETS, FRAIS = BASE X TAUX / 100 +       *
001800*     FORFAIT) : FRAIS DE LA PERIODE NON FACTUREE (PLAN DE FRAIS *
001900*     DU PRODUIT, A DEFAUT ENTITE + STATUT COURANT) PLUS FRAIS   *
002000*     DE CLOTURE (LIGNES ENTITE + STATUT CIBLE) - LE TOUT BORNE  *
002100*     A LA BASE ;                                                *
002200*   - REMBOURSEMENT (BASE - FRAIS) EN INSTRUCTION PAYFIC DE LA   *
002300*     NATURE DE LA DEMANDE (R OU V), ETAT N, AU COMPTE DU MANDAT *
002400*     MDTFIC - SANS MANDAT LE COMPTE SE SAISIT A LA SOUMISSION   *
002500*     (GSPI711) ;                                                *
002600*   - MOUVEMENT M (SOLDE A ZERO, POSTE 5 REMIS A ZERO, ANCIENNE  *
002700*     SITUATION EN TETE DE L HISTORIQUE, STATUT CIBLE) AU LOT    *
002800*     MVTCLO (ENTETE SOURCE CLOTURE ET PIED FFFFFGCT) APPLIQUE   *
002900*     PAR GSBT010 ; ECRITURES GLPOST EQUILIBREES DES INTERETS    *
003000*      (REGLES MAPFIC INTC ET FRAI PAR GSMP980).                 *
003010*     INTERETS ET FRAIS AU JOURNAL FISCAL FISJRN (ATTESTATION    *
003020*     ANNUELLE GSFI910).                                         *
003100*  LA DEMANDE PASSE A L ETAT R AVEC SES CHIFFRES ; LE RELEVE     *
003200*  FINAL SUIT PAR GSCO292 EN MODE C.                             *
003300*  REJET (ETAT X, MOTIF, ELEMENT DE CORBEILLE TYPE CLOT, FILE    *
003400*  CLOTURE) : CLE INCONNUE, DEJA SUPPRIMEE OU AU STATUT CIBLE,   *
003500*  TRANSITION HORS MATRICE REFTBL TRST (CANAL B OU *), SOLDE     *
003600*  NEGATIF A REGULARISER. CODE RETOUR 4 S IL Y A DES REJETS.     *
003700*  REGISTRE ETATCLD PAR ENTITE : CHIFFRES DE CHAQUE CLOTURE,     *
003800*  SOUS-TOTAL PAR ENTITE ET TOTAL GENERAL.                       *
003900*  CARTE PARAMETRE : DATE D EXECUTION AAAAMMJJ (BLANC = JOUR).   *
004000*  ------------------------------------------------------------  *
004100*  ENTREE  : FFFFFGS  FICHIER MAITRE (LECTURE DIRECTE)           *
004200*            TARFIC   BAREME DES FRAIS                           *
004300*            MAPFIC   (PAR GSMP980) REGLES D IMPUTATION          *
004400*            MDTFIC   MANDATS (COMPTE DU CLIENT)                 *
004500*            CYCOUT   CYCLE OUVERT PAR GSCY210                   *
004600*            REFTBL   (PAR GSRT060) TYPE TRST                    *
004700*            PRDFIC   (PAR GSPD852) PLAN DE FRAIS DU PRODUIT     *
004800*  M-A-J   : CLDFIC   DEMANDES DE CLOTURE                        *
004900*            PAYFIC   INSTRUCTIONS DE PAIEMENT                   *
005000*  SORTIE  : MVTCLO   LOT DE MOUVEMENTS M POUR GSBT010           *
005100*            GLPOST   INTERFACE COMPTABLE (EN EXTENSION)         *
005110*            FISJRN   JOURNAL FISCAL (EN EXTENSION)              *
005200*            WRKBSK   CORBEILLE DES EXCEPTIONS (VIA GSWB080)     *
005300*            ETATCLD  REGISTRE DES CLOTURES PAR ENTITE           *
005400*  ------------------------------------------------------------  *
005500*  HISTORIQUE DES MODIFICATIONS                                  *
005600*  15/10/26  DA  CREATION                                        *
005610*  15/10/26  DA  INTERETS ET FRAIS DE CLOTURE AU JOURNAL FISCAL  *
005620*                FISJRN (ATTESTATION FISCALE GSFI910)            *
005630*  15/10/26  DA  REGLES D IMPUTATION INTC ET FRAI PRISES A       *
005640*                MAPFIC PAR LE MODULE GSMP980 (REGLES DATEES,    *
005650*                CPTMAP SUPPRIME)                                *
005700******************************************************************
005800 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER.
006100     IBM-370.
006200 OBJECT-COMPUTER.
006300     IBM-370.
006400 SPECIAL-NAMES.
006500     DECIMAL-POINT IS COMMA.
006600 INPUT-OUTPUT SECTION.
006700 FILE-CONTROL.
006800     SELECT CLDFIC  ASSIGN  CLDFIC
006900       ORGANIZATION  INDEXED
007000       ACCESS MODE   SEQUENTIAL
007100       RECORD KEY    CLD-FGS-CLE
007200       FILE STATUS   W-CLDFIC-STATUS.
007300     SELECT FFFFFGS ASSIGN  FFFFFGS
007400       ORGANIZATION  INDEXED
007500       ACCESS MODE   RANDOM
007600       RECORD KEY    FFFFFGS-CLE
007700       FILE STATUS   W-FFFFFGS-STATUS.
007800     SELECT TARFIC  ASSIGN  TARFIC
007900       ORGANIZATION  INDEXED
008000       ACCESS MODE   DYNAMIC
008100       RECORD KEY    TAR-CLE
008200       FILE STATUS   W-TARFIC-STATUS.
008600     SELECT MDTFIC  ASSIGN  MDTFIC
008700       ORGANIZATION  INDEXED
008800       ACCESS MODE   RANDOM
008900       RECORD KEY    MDT-FGS-CLE
009000       FILE STATUS   W-MDTFIC-STATUS.
009100     SELECT PAYFIC  ASSIGN  PAYFIC
009200       ORGANIZATION  INDEXED
009300       ACCESS MODE   RANDOM
009400       RECORD KEY    PAY-CLE
009500       FILE STATUS   W-PAYFIC-STATUS.
009600     SELECT MVTCLO  ASSIGN  MVTCLO
009700       ORGANIZATION  SEQUENTIAL
009800       FILE STATUS   W-MVTCLO-STATUS.
009900     SELECT GLPOST  ASSIGN  GLPOST
010000       ORGANIZATION  SEQUENTIAL
010100       FILE STATUS   W-GLPOST-STATUS.
010110     SELECT FISJRN  ASSIGN  FISJRN
010120       ORGANIZATION  SEQUENTIAL
010130       FILE STATUS   W-FISJRN-STATUS.
010200     SELECT CYCOUT  ASSIGN  CYCOUT
010300       ORGANIZATION  SEQUENTIAL
010400       FILE STATUS   W-CYCOUT-STATUS.
010500     SELECT ETATCLD ASSIGN  ETATCLD
010600       ORGANIZATION  SEQUENTIAL
010700       FILE STATUS   W-ETATCLD-STATUS.
010800 DATA DIVISION.
010900 FILE SECTION.
011000 FD  CLDFIC
011100     LABEL RECORD STANDARD
011200     DATA RECORD CLD-ENREG.
011300 COPY FFFFFGCD.
011400 FD  FFFFFGS
011500     LABEL RECORD STANDARD
011600     DATA RECORD FFFFFGS-ENREG.
011700 COPY FFFFFFGS.
011800 FD  TARFIC
011900     LABEL RECORD STANDARD
012000     DATA RECORD TAR-ENREG.
012100 COPY FFFFFGTF.
013000 FD  MDTFIC
013100     LABEL RECORD STANDARD
013200     DATA RECORD MDT-ENREG.
013300 COPY FFFFFGMD.
013400 FD  PAYFIC
013500     LABEL RECORD STANDARD
013600     DATA RECORD PAY-ENREG.
013700 COPY FFFFFGPI.
013800 FD  MVTCLO
013900     LABEL RECORD STANDARD
014000     DATA RECORD MVT-ENREG.
014100 COPY FFFFFGT.
014200 FD  GLPOST
014300     LABEL RECORD STANDARD
014400     DATA RECORD GLP-ENREG.
014500 01  GLP-ENREG.
014600     05  GLP-COMPTE                  PIC X(10).
014700     05  GLP-SENS                    PIC X(01).
014800     05  GLP-MONTANT                 PIC S9(13)V99.
014900     05  GLP-DATE                    PIC 9(08).
015000     05  GLP-ORIGINE                 PIC X(08).
015100     05  FILLER                      PIC X(38).
015110 FD  FISJRN
015120     LABEL RECORD STANDARD
015130     DATA RECORD FIS-ENREG.
015140 COPY FFFFFGFJ.
015200 FD  CYCOUT
015300     LABEL RECORD STANDARD
015400     DATA RECORD CYO-ENREG.
015500 01  CYO-ENREG.
015600     05  CYO-DATE                    PIC 9(08).
015700     05  CYO-NUMERO                  PIC 9(04).
015800     05  FILLER                      PIC X(68).
015900 FD  ETATCLD
016000     LABEL RECORD STANDARD
016100     DATA RECORD ECL-LIGNE.
016200 01  ECL-LIGNE                       PIC X(132).
016300 WORKING-STORAGE SECTION.
016400 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
016500 77  CPT-A-REGLER                    PIC S9(08) COMP VALUE ZERO.
016600 77  CPT-REGLEES                     PIC S9(08) COMP VALUE ZERO.
016700 77  CPT-REJETEES                    PIC S9(08) COMP VALUE ZERO.
016800 77  CPT-PAIEMENTS                   PIC S9(08) COMP VALUE ZERO.
016900 77  CPT-SANS-COMPTE                 PIC S9(08) COMP VALUE ZERO.
017000 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
017100 77  IX-HIS                          PIC S9(04) COMP VALUE ZERO.
017200 77  IX-PREC                         PIC S9(04) COMP VALUE ZERO.
017300 77  W-FIN-TAR                       PIC X(01).
017400 01  W-FIN-CLD                       PIC X(01) VALUE 'N'.
017500     88  FIN-CLD                     VALUE 'O'.
017600 01  W-CLDFIC-STATUS                 PIC X(02).
017700     88  W-CLD-OK                    VALUE '00'.
017800     88  W-CLD-FIN                   VALUE '10'.
017900 COPY FFFFFGSW.
018000 01  W-TARFIC-STATUS                 PIC X(02).
018100     88  W-TAR-OK                    VALUE '00'.
018200     88  W-TAR-FIN                   VALUE '10'.
018300     88  W-TAR-ABSENT                VALUE '23'.
018700 01  W-MDTFIC-STATUS                 PIC X(02).
018800     88  W-MDT-OK                    VALUE '00'.
018900     88  W-MDT-ABSENT                VALUE '23'.
019000 01  W-PAYFIC-STATUS                 PIC X(02).
019100     88  W-PAY-OK                    VALUE '00'.
019200     88  W-PAY-DOUBLE                VALUE '22'.
019300 01  W-MVTCLO-STATUS                 PIC X(02).
019400     88  W-MVT-OK                    VALUE '00'.
019500 01  W-GLPOST-STATUS                 PIC X(02).
019600     88  W-GLP-OK                    VALUE '00'.
019610 01  W-FISJRN-STATUS                 PIC X(02).
019620     88  W-FIS-OK                    VALUE '00'.
019700 01  W-CYCOUT-STATUS                 PIC X(02).
019800     88  W-CYO-OK                    VALUE '00'.
019900 01  W-ETATCLD-STATUS                PIC X(02).
020000     88  W-ECL-OK                    VALUE '00'.
020100 01  W-MOTIF-ABANDON                 PIC X(40).
020200 01  W-PARM.
020300     05  W-PARM-DATE                 PIC X(08).
020400     05  FILLER                      PIC X(72).
020500 01  W-PARM-R REDEFINES W-PARM.
020600     05  W-PARM-DATE-9               PIC 9(08).
020700     05  FILLER                      PIC X(72).
020800 01  W-DATE-JOUR                     PIC 9(08).
020900 01  W-DATE-EXEC                     PIC 9(08).
021000*    REGLES D IMPUTATION MAPFIC (INTC = INTERETS  FRAI = FRAIS)
021100 01  W-INTC-DEBIT                    PIC X(10).
021200 01  W-INTC-CREDIT                   PIC X(10).
021300 01  W-FRAI-DEBIT                    PIC X(10).
021400 01  W-FRAI-CREDIT                   PIC X(10).
021500 COPY GSMPZ.
021700*    CHIFFRES DU REGLEMENT DE LA DEMANDE EN COURS
021800 01  W-SOLDE-AVANT                   PIC S9(11)V99 COMP-3.
021900 01  W-INTERETS                      PIC S9(11)V99 COMP-3.
022000 01  W-BASE                          PIC S9(11)V99 COMP-3.
022100 01  W-FRAIS-PERIODE                 PIC S9(11)V99 COMP-3.
022200 01  W-FRAIS-CLOTURE                 PIC S9(11)V99 COMP-3.
022300 01  W-FRAIS                         PIC S9(11)V99 COMP-3.
022400 01  W-REMBOURSE                     PIC S9(11)V99 COMP-3.
022500 01  W-REJET                         PIC X(30).
022600 01  W-SORT                          PIC X(30).
022700 01  W-NOM-CLAIR                     PIC X(30).
022800*    CLE DE BAREME CHERCHEE (PLAN DU PRODUIT OU ENTITE + STATUT)
022900 01  W-BAR-ENTITE                    PIC X(02).
023000 01  W-BAR-STATUT                    PIC X(02).
023100 01  W-TROUVE                        PIC X(01).
023200*    CUMULS DE L ENTITE EN COURS ET CUMULS GENERAUX DU REGISTRE
023300 01  W-ENTITE-COURANTE               PIC X(02) VALUE SPACES.
023400 01  W-CUMULS-ENTITE.
023500     05  W-ENT-NB                    PIC S9(08) COMP.
023600     05  W-ENT-SOLDE                 PIC S9(13)V99 COMP-3.
023700     05  W-ENT-INTERETS              PIC S9(13)V99 COMP-3.
023800     05  W-ENT-FRAIS                 PIC S9(13)V99 COMP-3.
023900     05  W-ENT-REMBOURSE             PIC S9(13)V99 COMP-3.
024000 01  W-CUMULS-GENERAUX.
024100     05  W-GEN-NB                    PIC S9(08) COMP VALUE ZERO.
024200     05  W-GEN-SOLDE                 PIC S9(13)V99 COMP-3
024300                                     VALUE ZERO.
024400     05  W-GEN-INTERETS              PIC S9(13)V99 COMP-3
024500                                     VALUE ZERO.
024600     05  W-GEN-FRAIS                 PIC S9(13)V99 COMP-3
024700                                     VALUE ZERO.
024800     05  W-GEN-REMBOURSE             PIC S9(13)V99 COMP-3
024900                                     VALUE ZERO.
025000 COPY GSREFZ.
025100 COPY GSWBZ.
025200 COPY GSCRZ.
025300 COPY GSPDZ.
025400*    CONTROLE DE LOT FFFFFGCT - HASH CALCULES COMME DANS GSBC030
025500 COPY FFFFFGCT.
025600 01  W-CYCLE-JOUR                    PIC 9(04) VALUE ZERO.
025700 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
025800 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
025900                                     VALUE 0.
026000 01  W-HASH-CLE-15                   PIC 9(15).
026100 01  W-HASH-MONT-15                  PIC 9(15).
026200 01  W-CLE-HASH-X                    PIC X(15).
026300 01  W-CLE-HASH-9 REDEFINES W-CLE-HASH-X
026400                                     PIC 9(15).
026500 01  W-HASH-IMAGE.
026600     05  W-HIM-CLE                   PIC X(15).
026700     05  FILLER                      PIC X(45).
026800     05  W-HIM-MONTANT               PIC S9(11)V99 COMP-3.
026900     05  W-HIM-MONTANT-ECH           PIC S9(11)V99 COMP-3.
027000     05  FILLER                      PIC X(326).
027100 01  ECL-ENTETE.
027200     05  FILLER                      PIC X(44)
027300         VALUE 'GSCD890 - REGISTRE DES CLOTURES - DATE      '.
027400     05  ECL-E-DATE                  PIC 9(08).
027500     05  FILLER                      PIC X(09) VALUE ' CYCLE : '.
027600     05  ECL-E-CYCLE                 PIC 9(04).
027700     05  FILLER                      PIC X(67) VALUE SPACES.
027800 01  ECL-TITRES.
027900     05  FILLER                      PIC X(17) VALUE 'CLE'.
028000     05  FILLER                      PIC X(08) VALUE 'O STATUT'.
028100     05  FILLER                      PIC X(15)
028200         VALUE '   SOLDE AVANT'.
028300     05  FILLER                      PIC X(15)
028400         VALUE '      INTERETS'.
028500     05  FILLER                      PIC X(15)
028600         VALUE '         FRAIS'.
028700     05  FILLER                      PIC X(16)
028800         VALUE '     REMBOURSE'.
028900     05  FILLER                      PIC X(46) VALUE 'SORT'.
029000 01  ECL-DETAIL.
029100     05  ECL-D-CLE                   PIC X(15).
029200     05  FILLER                      PIC X(02) VALUE SPACES.
029300     05  ECL-D-ORIGINE               PIC X(01).
029400     05  FILLER                      PIC X(01) VALUE SPACE.
029500     05  ECL-D-STATUT-AVANT          PIC X(02).
029600     05  FILLER                      PIC X(01) VALUE '>'.
029700     05  ECL-D-STATUT-CIBLE          PIC X(02).
029800     05  FILLER                      PIC X(01) VALUE SPACE.
029900     05  ECL-D-SOLDE                 PIC -(10)9,99.
030000     05  FILLER                      PIC X(01) VALUE SPACE.
030100     05  ECL-D-INTERETS              PIC -(10)9,99.
030200     05  FILLER                      PIC X(01) VALUE SPACE.
030300     05  ECL-D-FRAIS                 PIC -(10)9,99.
030400     05  FILLER                      PIC X(01) VALUE SPACE.
030500     05  ECL-D-REMBOURSE             PIC -(10)9,99.
030600     05  FILLER                      PIC X(02) VALUE SPACES.
030700     05  ECL-D-SORT                  PIC X(30).
030800     05  FILLER                      PIC X(16) VALUE SPACES.
030900 01  ECL-TOTAL.
031000     05  ECL-T-LIBELLE               PIC X(17).
031100     05  ECL-T-NB                    PIC Z(06)9.
031200     05  FILLER                      PIC X(01) VALUE SPACE.
031300     05  ECL-T-SOLDE                 PIC -(10)9,99.
031400     05  FILLER                      PIC X(01) VALUE SPACE.
031500     05  ECL-T-INTERETS              PIC -(10)9,99.
031600     05  FILLER                      PIC X(01) VALUE SPACE.
031700     05  ECL-T-FRAIS                 PIC -(10)9,99.
031800     05  FILLER                      PIC X(01) VALUE SPACE.
031900     05  ECL-T-REMBOURSE             PIC -(10)9,99.
032000     05  FILLER                      PIC X(48) VALUE SPACES.
032100 01  ECL-COMPTE.
032200     05  ECL-C-LIBELLE               PIC X(30).
032300     05  FILLER                      PIC X(06) VALUE ' NB : '.
032400     05  ECL-C-NB                    PIC Z(07)9.
032500     05  FILLER                      PIC X(88) VALUE SPACES.
032600 PROCEDURE DIVISION.
032700******************************************************************
032800*  0000-MAINLINE : LES DEMANDES DE CLOTURE DANS L ORDRE DES CLES *
032900******************************************************************
033000 0000-MAINLINE.
033100     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
033200     PERFORM 2000-UNE-DEMANDE THRU 2000-EXIT
033300         UNTIL FIN-CLD.
033400     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
033500     IF CPT-REJETEES GREATER ZERO
033600         MOVE 4 TO RETURN-CODE.
033700     GOBACK.
033800 0000-EXIT.
033900     EXIT.
034000******************************************************************
034100*  1000-INITIALISATION : CARTE, REGLES MAPFIC, OUVERTURES,       *
034200*  ENTETE DU LOT                                                 *
034300******************************************************************
034400 1000-INITIALISATION.
034500     MOVE SPACES TO W-PARM.
034600     ACCEPT W-PARM.
034700     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
034800     IF W-PARM-DATE = SPACES
034900         MOVE W-DATE-JOUR TO W-DATE-EXEC
035000     ELSE
035100         IF W-PARM-DATE-9 NOT NUMERIC
035200             MOVE 'CARTE PARAMETRE - DATE' TO W-MOTIF-ABANDON
035300             GO TO 9900-ABANDON
035400         ELSE
035500             MOVE W-PARM-DATE-9 TO W-DATE-EXEC.
035600     PERFORM 1200-REGLES-MAPFIC THRU 1200-EXIT.
035700     OPEN INPUT CYCOUT.
035800     IF W-CYO-OK
035900         READ CYCOUT
036000         IF W-CYO-OK
036100             MOVE CYO-NUMERO TO W-CYCLE-JOUR
036200         END-IF
036300         CLOSE CYCOUT.
036400     OPEN I-O CLDFIC.
036500     IF NOT W-CLD-OK
036600         MOVE 'OPEN CLDFIC'  TO W-MOTIF-ABANDON
036700         GO TO 9900-ABANDON.
036800     OPEN INPUT FFFFFGS.
036900     IF NOT W-FGS-OK
037000         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
037100         GO TO 9900-ABANDON.
037200     OPEN INPUT TARFIC.
037300     IF NOT W-TAR-OK
037400         MOVE 'OPEN TARFIC'  TO W-MOTIF-ABANDON
037500         GO TO 9900-ABANDON.
037600     OPEN INPUT MDTFIC.
037700     IF NOT W-MDT-OK
037800         MOVE 'OPEN MDTFIC'  TO W-MOTIF-ABANDON
037900         GO TO 9900-ABANDON.
038000     OPEN I-O PAYFIC.
038100     IF NOT W-PAY-OK
038200         MOVE 'OPEN PAYFIC'  TO W-MOTIF-ABANDON
038300         GO TO 9900-ABANDON.
038400     OPEN OUTPUT MVTCLO ETATCLD.
038500     IF NOT W-MVT-OK OR NOT W-ECL-OK
038600         MOVE 'OPEN SORTIES CLOTURES' TO W-MOTIF-ABANDON
038700         GO TO 9900-ABANDON.
038800     OPEN EXTEND GLPOST.
038900     IF NOT W-GLP-OK
039000         MOVE 'OPEN GLPOST'  TO W-MOTIF-ABANDON
039100         GO TO 9900-ABANDON.
039110     OPEN EXTEND FISJRN.
039120     IF NOT W-FIS-OK
039130         MOVE 'OPEN FISJRN'  TO W-MOTIF-ABANDON
039140         GO TO 9900-ABANDON.
039200     PERFORM 7100-ENTETE-LOT THRU 7100-EXIT.
039300     MOVE W-DATE-EXEC  TO ECL-E-DATE.
039400     MOVE W-CYCLE-JOUR TO ECL-E-CYCLE.
039500     WRITE ECL-LIGNE FROM ECL-ENTETE.
039600     WRITE ECL-LIGNE FROM ECL-TITRES.
039700     PERFORM 8100-LIRE-CLD THRU 8100-EXIT.
039800 1000-EXIT.
039900     EXIT.
040000******************************************************************
040100*  1200-REGLES-MAPFIC : LES REGLES D IMPUTATION INTC ET FRAI EN  *
040200*  VIGUEUR A LA DATE D EXECUTION (PAS DE MASSE COMPTABLE SANS    *
040300*  REGLE : ABANDON SINON)                                        *
040400******************************************************************
040500 1200-REGLES-MAPFIC.
040600     MOVE 'INTC' TO MPZ-PREFIXE.
040700     PERFORM 1210-REGLE THRU 1210-EXIT.
040800     MOVE MPZ-COMPTE-DEBIT  TO W-INTC-DEBIT.
040900     MOVE MPZ-COMPTE-CREDIT TO W-INTC-CREDIT.
041000     MOVE 'FRAI' TO MPZ-PREFIXE.
041100     PERFORM 1210-REGLE THRU 1210-EXIT.
041200     MOVE MPZ-COMPTE-DEBIT  TO W-FRAI-DEBIT.
041300     MOVE MPZ-COMPTE-CREDIT TO W-FRAI-CREDIT.
041400 1200-EXIT.
041500     EXIT.
041600 1210-REGLE.
041700     MOVE W-DATE-EXEC TO MPZ-DATE.
041800     CALL 'GSMP980' USING MPZ-DEM.
041900     IF MPZ-INCIDENT
042000         MOVE 'MAPFIC INACCESSIBLE (GSMP980)' TO W-MOTIF-ABANDON
042100         GO TO 9900-ABANDON.
042200     IF NOT MPZ-TROUVE
042300         MOVE SPACES TO W-MOTIF-ABANDON
042400         STRING 'REGLE MAPFIC ' MPZ-PREFIXE ' ABSENTE A LA DATE'
042500             DELIMITED SIZE INTO W-MOTIF-ABANDON
042600         END-STRING
042700         GO TO 9900-ABANDON.
042800 1210-EXIT.
042900     EXIT.
043500******************************************************************
043600*  2000-UNE-DEMANDE : CONTROLES, CHIFFRES PUIS REGLEMENT D UNE   *
043700*  DEMANDE A L ETAT D - LES AUTRES SONT LAISSEES EN L ETAT       *
043800******************************************************************
043900 2000-UNE-DEMANDE.
044000     IF NOT CLD-DEMANDEE
044100         GO TO 2000-SUIVANT.
044200     ADD 1 TO CPT-A-REGLER.
044300     MOVE CLD-FGS-CLE TO FFFFFGS-CLE.
044400     READ FFFFFGS.
044500     IF W-FGS-ABSENT
044600         MOVE SPACES TO CLD-STATUT-AVANT
044700         MOVE 'CLE INCONNUE DU MAITRE' TO W-REJET
044800         PERFORM 3800-REJETER THRU 3800-EXIT
044900         GO TO 2000-SUIVANT.
045000     IF NOT W-FGS-OK
045100         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
045200         GO TO 9900-ABANDON.
045300     MOVE FFFFFGS-STATUT TO CLD-STATUT-AVANT.
045400     IF FFFFFGS-STATUT = 'SU'
045500         MOVE 'ENREGISTREMENT DEJA SUPPRIME' TO W-REJET
045600         PERFORM 3800-REJETER THRU 3800-EXIT
045700         GO TO 2000-SUIVANT.
045800     IF FFFFFGS-STATUT = CLD-STATUT-CIBLE
045900         MOVE 'DEJA AU STATUT CIBLE' TO W-REJET
046000         PERFORM 3800-REJETER THRU 3800-EXIT
046100         GO TO 2000-SUIVANT.
046200     PERFORM 2100-CONTROLE-MATRICE THRU 2100-EXIT.
046300     IF W-REJET NOT = SPACES
046400         PERFORM 3800-REJETER THRU 3800-EXIT
046500         GO TO 2000-SUIVANT.
046600     PERFORM 2200-CHIFFRER THRU 2200-EXIT.
046700     IF W-REJET NOT = SPACES
046800         PERFORM 3800-REJETER THRU 3800-EXIT
046900         GO TO 2000-SUIVANT.
047000     PERFORM 3000-REGLER THRU 3000-EXIT.
047100 2000-SUIVANT.
047200     PERFORM 8100-LIRE-CLD THRU 8100-EXIT.
047300 2000-EXIT.
047400     EXIT.
047500******************************************************************
047600*  2100-CONTROLE-MATRICE : LA TRANSITION VERS LE STATUT CIBLE    *
047700*  DOIT ETRE OUVERTE AU LOT (REFTBL TRST, CANAL B OU *)          *
047800******************************************************************
047900 2100-CONTROLE-MATRICE.
048000     MOVE SPACES           TO W-REJET.
048100     MOVE 'TRST'           TO REF-D-TYPE.
048200     MOVE SPACES           TO REF-D-CODE.
048300     MOVE FFFFFGS-STATUT   TO REF-D-CODE (1:2).
048400     MOVE CLD-STATUT-CIBLE TO REF-D-CODE (3:2).
048500     MOVE W-DATE-EXEC      TO REF-D-DATE.
048600     CALL 'GSRT060' USING REF-DEM.
048700     IF REF-D-INCIDENT
048800         MOVE 'GSRT060 - LECTURE REFTBL TRST' TO W-MOTIF-ABANDON
048900         GO TO 9900-ABANDON.
049000     IF REF-D-TROUVE
049100      AND (REF-D-LIB-COURT (1:1) = 'B'
049200           OR REF-D-LIB-COURT (1:1) = '*')
049300         GO TO 2100-EXIT.
049400     STRING 'CLOTURE HORS MATRICE ' FFFFFGS-STATUT '>'
049500            CLD-STATUT-CIBLE DELIMITED SIZE INTO W-REJET
049600     END-STRING.
049700 2100-EXIT.
049800     EXIT.
049900******************************************************************
050000*  2200-CHIFFRER : SOLDE, INTERETS COURUS (POSTE 5 IC), FRAIS    *
050100*  DE LA PERIODE ET DE CLOTURE BORNES A LA BASE, REMBOURSEMENT   *
050200******************************************************************
050300 2200-CHIFFRER.
050400     MOVE SPACES TO W-REJET.
050500     MOVE ZERO   TO W-SOLDE-AVANT W-INTERETS W-FRAIS-PERIODE
050600                    W-FRAIS-CLOTURE W-FRAIS W-REMBOURSE.
050700     IF FFFFFGS-MONTANT NUMERIC
050800         MOVE FFFFFGS-MONTANT TO W-SOLDE-AVANT.
050900     IF FFFFFGS-HIS-STATUT (5) = 'IC'
051000      AND FFFFFGS-HIS-MONTANT (5) NUMERIC
051100         MOVE FFFFFGS-HIS-MONTANT (5) TO W-INTERETS.
051200     ADD W-SOLDE-AVANT W-INTERETS GIVING W-BASE.
051300     IF W-BASE LESS ZERO
051400         MOVE 'SOLDE NEGATIF A REGULARISER' TO W-REJET
051500         GO TO 2200-EXIT.
051600     PERFORM 2300-FRAIS-PERIODE THRU 2300-EXIT.
051700     MOVE FFFFFGS-CLE-ENTITE TO W-BAR-ENTITE.
051800     MOVE CLD-STATUT-CIBLE   TO W-BAR-STATUT.
051900     PERFORM 2400-FRAIS-BAREME THRU 2400-EXIT.
052000     IF W-TROUVE = 'O'
052100         MOVE W-FRAIS TO W-FRAIS-CLOTURE.
052200     ADD W-FRAIS-PERIODE W-FRAIS-CLOTURE GIVING W-FRAIS.
052300     IF W-FRAIS GREATER W-BASE
052400         MOVE W-BASE TO W-FRAIS.
052500     IF W-FRAIS LESS ZERO
052600         MOVE ZERO   TO W-FRAIS.
052700     SUBTRACT W-FRAIS FROM W-BASE GIVING W-REMBOURSE.
052800 2200-EXIT.
052900     EXIT.
053000******************************************************************
053100*  2300-FRAIS-PERIODE : FRAIS NON FACTURES DE LA PERIODE, AU     *
053200*  PLAN DE FRAIS DU PRODUIT PUIS A L ENTITE + STATUT COURANT     *
053300*  (MEME RECHERCHE QUE GSFE590)                                  *
053400******************************************************************
053500 2300-FRAIS-PERIODE.
053600     IF FFFFFGS-PRODUIT = SPACES OR LOW-VALUE
053700         GO TO 2300-ENTITE.
053800     MOVE FFFFFGS-PRODUIT TO PDZ-CODE.
053900*    LA PERIODE DE COMMERCIALISATION NE BORNE QUE LA VENTE
054000     MOVE ZERO            TO PDZ-DATE.
054100     MOVE SPACES          TO PDZ-STATUT.
054200     CALL 'GSPD852' USING PDZ-ZONE.
054300     IF PDZ-INCIDENT
054400         MOVE 'GSPD852 - LECTURE PRDFIC' TO W-MOTIF-ABANDON
054500         GO TO 9900-ABANDON.
054600     IF NOT PDZ-SERVI OR PDZ-PLAN-FRAIS = SPACES
054700         GO TO 2300-ENTITE.
054800     MOVE '**'           TO W-BAR-ENTITE.
054900     MOVE PDZ-PLAN-FRAIS TO W-BAR-STATUT.
055000     PERFORM 2400-FRAIS-BAREME THRU 2400-EXIT.
055100     IF W-TROUVE = 'O'
055200         MOVE W-FRAIS TO W-FRAIS-PERIODE
055300         GO TO 2300-EXIT.
055400 2300-ENTITE.
055500     MOVE FFFFFGS-CLE-ENTITE TO W-BAR-ENTITE.
055600     MOVE FFFFFGS-STATUT     TO W-BAR-STATUT.
055700     PERFORM 2400-FRAIS-BAREME THRU 2400-EXIT.
055800     IF W-TROUVE = 'O'
055900         MOVE W-FRAIS TO W-FRAIS-PERIODE.
056000 2300-EXIT.
056100     EXIT.
056200******************************************************************
056300*  2400-FRAIS-BAREME : LIGNE VALIDEE, EN VIGUEUR, DONT LA        *
056400*  TRANCHE CONTIENT LA BASE, SOUS LA CLE W-BAR-ENTITE +          *
056500*  W-BAR-STATUT - FRAIS = BASE X TAUX / 100 + FORFAIT            *
056600******************************************************************
056700 2400-FRAIS-BAREME.
056800     MOVE 'N'          TO W-TROUVE.
056900     MOVE ZERO         TO W-FRAIS.
057000     MOVE W-BAR-ENTITE TO TAR-ENTITE.
057100     MOVE W-BAR-STATUT TO TAR-STATUT.
057200     MOVE ZERO         TO TAR-TRANCHE.
057300     START TARFIC KEY NOT LESS TAR-CLE.
057400     IF W-TAR-ABSENT OR W-TAR-FIN OR NOT W-TAR-OK
057500         GO TO 2400-EXIT.
057600     MOVE 'N' TO W-FIN-TAR.
057700     PERFORM 2450-UNE-LIGNE THRU 2450-EXIT
057800         UNTIL W-FIN-TAR = 'O' OR W-TROUVE = 'O'.
057900     IF W-TROUVE = 'O'
058000         COMPUTE W-FRAIS ROUNDED =
058100             W-BASE * TAR-TAUX / 100
058200             + TAR-FORFAIT.
058300 2400-EXIT.
058400     EXIT.
058500 2450-UNE-LIGNE.
058600     READ TARFIC NEXT.
058700     IF NOT W-TAR-OK
058800      OR TAR-ENTITE NOT = W-BAR-ENTITE
058900      OR TAR-STATUT NOT = W-BAR-STATUT
059000         MOVE 'O' TO W-FIN-TAR
059100         GO TO 2450-EXIT.
059200     IF NOT TAR-VALIDE
059300         GO TO 2450-EXIT.
059400     IF W-DATE-EXEC LESS TAR-DATE-DEBUT
059500      OR (TAR-DATE-FIN GREATER ZERO
059600       AND W-DATE-EXEC GREATER TAR-DATE-FIN)
059700         GO TO 2450-EXIT.
059800     IF W-BASE LESS TAR-SEUIL-BAS
059900      OR W-BASE GREATER TAR-SEUIL-HAUT
060000         GO TO 2450-EXIT.
060100     MOVE 'O' TO W-TROUVE.
060200 2450-EXIT.
060300     EXIT.
060400******************************************************************
060500*  3000-REGLER : MOUVEMENT M DE CLOTURE, ECRITURES GLPOST,       *
060600*  INSTRUCTION DE PAIEMENT, DEMANDE A L ETAT R                   *
060700******************************************************************
060800 3000-REGLER.
060900     MOVE 'CLOTURE REGLEE' TO W-SORT.
061000     PERFORM 3100-DECALER-HISTO THRU 3100-EXIT.
061100     MOVE ZERO             TO FFFFFGS-HIS-MONTANT (5).
061200     MOVE 'IC'             TO FFFFFGS-HIS-STATUT (5).
061300     MOVE W-DATE-EXEC      TO FFFFFGS-HIS-DATE-EFFET (5).
061400     MOVE W-DATE-EXEC      TO FFFFFGS-DATE-EFFET.
061500     MOVE CLD-STATUT-CIBLE TO FFFFFGS-STATUT.
061600     MOVE ZERO             TO FFFFFGS-MONTANT.
061700     PERFORM 3200-GENERER THRU 3200-EXIT.
061800     IF W-INTERETS NOT = ZERO
061900         MOVE W-INTC-DEBIT  TO GLP-COMPTE
062000         MOVE W-INTERETS    TO GLP-MONTANT
062100         PERFORM 3300-IMPUTER THRU 3300-EXIT
062200         MOVE W-INTC-CREDIT TO GLP-COMPTE
062300         PERFORM 3350-CONTREPARTIE THRU 3350-EXIT.
062400     IF W-FRAIS NOT = ZERO
062500         MOVE W-FRAI-DEBIT  TO GLP-COMPTE
062600         MOVE W-FRAIS       TO GLP-MONTANT
062700         PERFORM 3300-IMPUTER THRU 3300-EXIT
062800         MOVE W-FRAI-CREDIT TO GLP-COMPTE
062900         PERFORM 3350-CONTREPARTIE THRU 3350-EXIT.
062910     IF W-INTERETS NOT = ZERO
062920         MOVE 'I'           TO FIS-NATURE
062930         MOVE W-INTERETS    TO FIS-MONTANT
062940         PERFORM 3400-JOURNALISER THRU 3400-EXIT.
062950     IF W-FRAIS NOT = ZERO
062960         MOVE 'F'           TO FIS-NATURE
062970         MOVE W-FRAIS       TO FIS-MONTANT
062980         PERFORM 3400-JOURNALISER THRU 3400-EXIT.
063000     IF W-REMBOURSE GREATER ZERO
063100         PERFORM 3500-INSTRUIRE-PAIEMENT THRU 3500-EXIT
063200     ELSE
063300         MOVE 'CLOTURE - RIEN A REMBOURSER' TO W-SORT.
063400     MOVE 'R'             TO CLD-ETAT.
063500     MOVE W-DATE-EXEC     TO CLD-DATE-REGLEMENT.
063600     MOVE ZERO            TO CLD-DATE-RELEVE.
063700     MOVE W-SOLDE-AVANT   TO CLD-SOLDE-AVANT.
063800     MOVE W-INTERETS      TO CLD-INTERETS.
063900     MOVE W-FRAIS         TO CLD-FRAIS.
064000     MOVE W-REMBOURSE     TO CLD-REMBOURSE.
064100     MOVE SPACES          TO CLD-MOTIF-REJET.
064200     PERFORM 8200-REECRIRE-CLD THRU 8200-EXIT.
064300     ADD 1 TO CPT-REGLEES.
064400     PERFORM 5000-DETAIL THRU 5000-EXIT.
064500 3000-EXIT.
064600     EXIT.
064700******************************************************************
064800*  3100-DECALER-HISTO : POSTES 1 A 4 DECALES D UN CRAN, LA       *
064900*  SITUATION QUI S ACHEVE ENTRE EN POSTE 1 (COMME GSMT880)       *
065000******************************************************************
065100 3100-DECALER-HISTO.
065200     PERFORM 3150-DECALER-POSTE THRU 3150-EXIT
065300         VARYING IX-HIS FROM 4 BY -1
065400         UNTIL IX-HIS LESS 2.
065500     MOVE FFFFFGS-DATE-EFFET TO FFFFFGS-HIS-DATE-EFFET (1).
065600     MOVE FFFFFGS-STATUT     TO FFFFFGS-HIS-STATUT (1).
065700     MOVE W-SOLDE-AVANT      TO FFFFFGS-HIS-MONTANT (1).
065800 3100-EXIT.
065900     EXIT.
066000 3150-DECALER-POSTE.
066100     COMPUTE IX-PREC = IX-HIS - 1.
066200     MOVE FFFFFGS-HISTO (IX-PREC) TO FFFFFGS-HISTO (IX-HIS).
066300 3150-EXIT.
066400     EXIT.
066500******************************************************************
066600*  3200-GENERER : MOUVEMENT M DE L IMAGE REGLEE - NOM ET ID-NAT  *
066700*  EN CLAIR (GSCR390) COMME POUR TOUT MOUVEMENT DE LOT           *
066800******************************************************************
066900 3200-GENERER.
067000     MOVE 'D'                 TO CRZ-FONCTION.
067100     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
067200     MOVE FFFFFGS-NOM         TO CRZ-NOM.
067300     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
067400     CALL 'GSCR390' USING CRZ-ZONE.
067500     MOVE CRZ-NOM             TO W-NOM-CLAIR.
067600     MOVE 'M'                 TO MVT-CODE.
067700     MOVE ZERO                TO MVT-AGE.
067800     MOVE FFFFFGS-ENREG       TO MVT-IMAGE.
067900     MOVE W-NOM-CLAIR         TO MVT-IMAGE (18:30).
068000     MOVE CRZ-ID-NAT          TO MVT-IMAGE (48:13).
068100     WRITE MVT-ENREG.
068200     IF NOT W-MVT-OK
068300         MOVE 'WRITE MVTCLO' TO W-MOTIF-ABANDON
068400         GO TO 9900-ABANDON.
068500     PERFORM 7200-HASHER THRU 7200-EXIT.
068600 3200-EXIT.
068700     EXIT.
068800******************************************************************
068900*  3300-IMPUTER : ECRITURE GLPOST AU DEBIT (COMPTE ET MONTANT    *
069000*  POSES) - 3350 : LA MEME AU CREDIT DU COMPTE POSE              *
069100******************************************************************
069200 3300-IMPUTER.
069300     MOVE 'D'             TO GLP-SENS.
069400     MOVE W-DATE-EXEC     TO GLP-DATE.
069500     MOVE 'GSCD890 '      TO GLP-ORIGINE.
069600     MOVE SPACES          TO GLP-ENREG (43:38).
069700     WRITE GLP-ENREG.
069800     IF NOT W-GLP-OK
069900         MOVE 'WRITE GLPOST (D)' TO W-MOTIF-ABANDON
070000         GO TO 9900-ABANDON.
070100 3300-EXIT.
070200     EXIT.
070300 3350-CONTREPARTIE.
070400     MOVE 'C'             TO GLP-SENS.
070500     WRITE GLP-ENREG.
070600     IF NOT W-GLP-OK
070700         MOVE 'WRITE GLPOST (C)' TO W-MOTIF-ABANDON
070800         GO TO 9900-ABANDON.
070900 3350-EXIT.
071000     EXIT.
071010******************************************************************
071015*  3400-JOURNALISER : LIGNE DU JOURNAL FISCAL FISJRN (NATURE ET  *
071020*  MONTANT POSES) A LA DATE D EXECUTION                          *
071025******************************************************************
071030 3400-JOURNALISER.
071035     MOVE CLD-FGS-CLE     TO FIS-FGS-CLE.
071040     MOVE W-DATE-EXEC     TO FIS-DATE.
071045     MOVE 'GSCD890 '      TO FIS-ORIGINE.
071050     MOVE SPACES          TO FIS-ENREG (40:11).
071055     WRITE FIS-ENREG.
071060     IF NOT W-FIS-OK
071065         MOVE 'WRITE FISJRN' TO W-MOTIF-ABANDON
071070         GO TO 9900-ABANDON.
071075 3400-EXIT.
071080     EXIT.
071100******************************************************************
071200*  3500-INSTRUIRE-PAIEMENT : INSTRUCTION PAYFIC DE LA NATURE DE  *
071300*  LA DEMANDE A L ETAT N - COMPTE DU MANDAT S IL EXISTE          *
071400******************************************************************
071500 3500-INSTRUIRE-PAIEMENT.
071600     MOVE SPACES              TO PAY-ENREG.
071700     MOVE CLD-FGS-CLE         TO PAY-FGS-CLE.
071800     MOVE W-DATE-EXEC         TO PAY-DATE-CREA.
071900     MOVE CLD-NATURE-PAIEMENT TO PAY-NATURE.
072000     MOVE W-REMBOURSE         TO PAY-MONTANT.
072100     MOVE 'N'                 TO PAY-STATUT.
072200     MOVE ZERO                TO PAY-DATE-SOUMIS PAY-DATE-LIBERE
072300                                 PAY-DATE-EMIS PAY-DATE-REJET.
072400     MOVE CLD-FGS-CLE         TO MDT-FGS-CLE.
072500     READ MDTFIC.
072600     IF W-MDT-OK
072700         MOVE MDT-IBAN       TO PAY-IBAN
072800         MOVE MDT-BIC        TO PAY-BIC
072900         MOVE MDT-TITULAIRE  TO PAY-BENEFICIAIRE
073000     ELSE
073100         IF W-MDT-ABSENT
073200             ADD 1 TO CPT-SANS-COMPTE
073300             MOVE 'REGLEE - SANS COMPTE (GSPI711)' TO W-SORT
073400         ELSE
073500             MOVE 'READ MDTFIC' TO W-MOTIF-ABANDON
073600             GO TO 9900-ABANDON.
073700     WRITE PAY-ENREG.
073800     IF W-PAY-DOUBLE
073900         MOVE 'REGLEE - PAIEMENT DEJA POSE' TO W-SORT
074000         GO TO 3500-EXIT.
074100     IF NOT W-PAY-OK
074200         MOVE 'WRITE PAYFIC' TO W-MOTIF-ABANDON
074300         GO TO 9900-ABANDON.
074400     ADD 1 TO CPT-PAIEMENTS.
074500 3500-EXIT.
074600     EXIT.
074700******************************************************************
074800*  3800-REJETER : DEMANDE A L ETAT X (W-REJET POSE) ET ELEMENT   *
074900*  DE LA FILE CLOTURE (GSWB080)                                  *
075000******************************************************************
075100 3800-REJETER.
075200     MOVE 'CLOT'        TO WBZ-TYPE-EXC.
075300     MOVE CLD-FGS-CLE   TO WBZ-FGS-CLE.
075400     MOVE W-REJET       TO WBZ-MOTIF.
075500     MOVE 'GSCD890 '    TO WBZ-PROGRAMME.
075600     CALL 'GSWB080' USING WBZ-ZONE.
075700     IF NOT WBZ-POSE
075800         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
075900         GO TO 9900-ABANDON.
076000     MOVE 'X'           TO CLD-ETAT.
076100     MOVE W-REJET       TO CLD-MOTIF-REJET.
076200     PERFORM 8200-REECRIRE-CLD THRU 8200-EXIT.
076300     ADD 1 TO CPT-REJETEES.
076400     MOVE ZERO          TO W-SOLDE-AVANT W-INTERETS W-FRAIS
076500                           W-REMBOURSE.
076600     MOVE W-REJET       TO W-SORT.
076700     PERFORM 5000-DETAIL THRU 5000-EXIT.
076800 3800-EXIT.
076900     EXIT.
077000******************************************************************
077100*  4000-TERMINAISON : PIED DU LOT, DERNIERE ENTITE, TOTAUX ET    *
077200*  FERMETURES                                                    *
077300******************************************************************
077400 4000-TERMINAISON.
077500     PERFORM 7300-PIED-LOT THRU 7300-EXIT.
077600     IF W-ENTITE-COURANTE NOT = SPACES
077700         PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT.
077800     MOVE 'TOTAL GENERAL'    TO ECL-T-LIBELLE.
077900     MOVE W-GEN-NB           TO ECL-T-NB.
078000     MOVE W-GEN-SOLDE        TO ECL-T-SOLDE.
078100     MOVE W-GEN-INTERETS     TO ECL-T-INTERETS.
078200     MOVE W-GEN-FRAIS        TO ECL-T-FRAIS.
078300     MOVE W-GEN-REMBOURSE    TO ECL-T-REMBOURSE.
078400     WRITE ECL-LIGNE FROM ECL-TOTAL.
078500     MOVE 'DEMANDES A REGLER'         TO ECL-C-LIBELLE.
078600     MOVE CPT-A-REGLER                TO ECL-C-NB.
078700     WRITE ECL-LIGNE FROM ECL-COMPTE.
078800     MOVE 'CLOTURES REGLEES'          TO ECL-C-LIBELLE.
078900     MOVE CPT-REGLEES                 TO ECL-C-NB.
079000     WRITE ECL-LIGNE FROM ECL-COMPTE.
079100     MOVE 'PAIEMENTS POSES (PAYFIC)'  TO ECL-C-LIBELLE.
079200     MOVE CPT-PAIEMENTS               TO ECL-C-NB.
079300     WRITE ECL-LIGNE FROM ECL-COMPTE.
079400     MOVE '  DONT SANS COMPTE (MANDAT)' TO ECL-C-LIBELLE.
079500     MOVE CPT-SANS-COMPTE             TO ECL-C-NB.
079600     WRITE ECL-LIGNE FROM ECL-COMPTE.
079700     MOVE 'REJETEES (FILE CLOTURE)'   TO ECL-C-LIBELLE.
079800     MOVE CPT-REJETEES                TO ECL-C-NB.
079900     WRITE ECL-LIGNE FROM ECL-COMPTE.
080000     MOVE 'MOUVEMENTS DU LOT MVTCLO'  TO ECL-C-LIBELLE.
080100     MOVE CPT-MVTS-LOT                TO ECL-C-NB.
080200     WRITE ECL-LIGNE FROM ECL-COMPTE.
080300     CLOSE CLDFIC FFFFFGS TARFIC MDTFIC PAYFIC MVTCLO GLPOST
080400           ETATCLD FISJRN.
080500     DISPLAY 'GSCD890 - DEMANDES LUES : ' CPT-LUES
080600             ' A REGLER : ' CPT-A-REGLER.
080700     DISPLAY 'GSCD890 - REGLEES : ' CPT-REGLEES
080800             ' PAIEMENTS : ' CPT-PAIEMENTS
080900             ' REJETEES : ' CPT-REJETEES.
081000 4000-EXIT.
081100     EXIT.
081200******************************************************************
081300*  5000-DETAIL : LIGNE DU REGISTRE (W-SORT POSE), RUPTURE SUR    *
081400*  L ENTITE (LES DEMANDES ARRIVENT DANS L ORDRE DES CLES)        *
081500******************************************************************
081600 5000-DETAIL.
081700     IF CLD-FGS-CLE (1:2) NOT = W-ENTITE-COURANTE
081800         IF W-ENTITE-COURANTE NOT = SPACES
081900             PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT
082000         END-IF
082100         MOVE CLD-FGS-CLE (1:2) TO W-ENTITE-COURANTE
082200         MOVE ZERO TO W-ENT-NB W-ENT-SOLDE W-ENT-INTERETS
082300                      W-ENT-FRAIS W-ENT-REMBOURSE.
082400     MOVE CLD-FGS-CLE      TO ECL-D-CLE.
082500     MOVE CLD-ORIGINE      TO ECL-D-ORIGINE.
082600     MOVE CLD-STATUT-AVANT TO ECL-D-STATUT-AVANT.
082700     MOVE CLD-STATUT-CIBLE TO ECL-D-STATUT-CIBLE.
082800     MOVE W-SOLDE-AVANT    TO ECL-D-SOLDE.
082900     MOVE W-INTERETS       TO ECL-D-INTERETS.
083000     MOVE W-FRAIS          TO ECL-D-FRAIS.
083100     MOVE W-REMBOURSE      TO ECL-D-REMBOURSE.
083200     MOVE W-SORT           TO ECL-D-SORT.
083300     WRITE ECL-LIGNE FROM ECL-DETAIL.
083400     IF NOT W-ECL-OK
083500         MOVE 'WRITE ETATCLD' TO W-MOTIF-ABANDON
083600         GO TO 9900-ABANDON.
083700     IF CLD-REJETEE
083800         GO TO 5000-EXIT.
083900     ADD 1               TO W-ENT-NB W-GEN-NB.
084000     ADD W-SOLDE-AVANT   TO W-ENT-SOLDE W-GEN-SOLDE.
084100     ADD W-INTERETS      TO W-ENT-INTERETS W-GEN-INTERETS.
084200     ADD W-FRAIS         TO W-ENT-FRAIS W-GEN-FRAIS.
084300     ADD W-REMBOURSE     TO W-ENT-REMBOURSE W-GEN-REMBOURSE.
084400 5000-EXIT.
084500     EXIT.
084600******************************************************************
084700*  5100-RUPTURE-ENTITE : SOUS-TOTAL DES CLOTURES REGLEES DE      *
084800*  L ENTITE QUI S ACHEVE                                         *
084900******************************************************************
085000 5100-RUPTURE-ENTITE.
085100     MOVE SPACES             TO ECL-T-LIBELLE.
085200     STRING 'TOTAL ENTITE ' W-ENTITE-COURANTE
085300         DELIMITED SIZE INTO ECL-T-LIBELLE
085400     END-STRING.
085500     MOVE W-ENT-NB           TO ECL-T-NB.
085600     MOVE W-ENT-SOLDE        TO ECL-T-SOLDE.
085700     MOVE W-ENT-INTERETS     TO ECL-T-INTERETS.
085800     MOVE W-ENT-FRAIS        TO ECL-T-FRAIS.
085900     MOVE W-ENT-REMBOURSE    TO ECL-T-REMBOURSE.
086000     WRITE ECL-LIGNE FROM ECL-TOTAL.
086100     IF NOT W-ECL-OK
086200         MOVE 'WRITE ETATCLD' TO W-MOTIF-ABANDON
086300         GO TO 9900-ABANDON.
086400 5100-EXIT.
086500     EXIT.
086600******************************************************************
086700*  7100-ENTETE-LOT : ENTETE FFFFFGCT DU LOT MVTCLO               *
086800******************************************************************
086900 7100-ENTETE-LOT.
087000     MOVE SPACES       TO CTL-ENTETE-ZONE.
087100     MOVE '1'          TO CTL-E-CODE.
087200     MOVE 'CLOTURE '   TO CTL-E-SOURCE.
087300     MOVE W-DATE-JOUR  TO CTL-E-DATE-CREA.
087400     MOVE W-CYCLE-JOUR TO CTL-E-CYCLE.
087500     MOVE CTL-ENTETE-ZONE TO MVT-ENREG.
087600     WRITE MVT-ENREG.
087700     IF NOT W-MVT-OK
087800         MOVE 'WRITE ENTETE MVTCLO' TO W-MOTIF-ABANDON
087900         GO TO 9900-ABANDON.
088000 7100-EXIT.
088100     EXIT.
088200******************************************************************
088300*  7200-HASHER : CUMULS DU PIED - MEMES REGLES QUE GSBC030       *
088400******************************************************************
088500 7200-HASHER.
088600     ADD 1 TO CPT-MVTS-LOT.
088700     MOVE MVT-IMAGE TO W-HASH-IMAGE.
088800     MOVE W-HIM-CLE TO W-CLE-HASH-X.
088900     IF W-CLE-HASH-9 NUMERIC
089000         ADD W-CLE-HASH-9 TO W-HASH-CLE.
089100     IF W-HIM-MONTANT NUMERIC
089200         IF W-HIM-MONTANT LESS ZERO
089300             SUBTRACT W-HIM-MONTANT FROM W-HASH-MONTANT
089400         ELSE
089500             ADD W-HIM-MONTANT TO W-HASH-MONTANT
089600         END-IF
089700     END-IF.
089800     IF W-HIM-MONTANT-ECH NUMERIC
089900         IF W-HIM-MONTANT-ECH LESS ZERO
090000             SUBTRACT W-HIM-MONTANT-ECH FROM W-HASH-MONTANT
090100         ELSE
090200             ADD W-HIM-MONTANT-ECH TO W-HASH-MONTANT
090300         END-IF
090400     END-IF.
090500 7200-EXIT.
090600     EXIT.
090700******************************************************************
090800*  7300-PIED-LOT : PIED DE LOT FFFFFGCT - HASH TRONQUES A 15     *
090900******************************************************************
091000 7300-PIED-LOT.
091100     MOVE W-HASH-CLE TO W-HASH-CLE-15.
091200     COMPUTE W-HASH-MONT-15 = W-HASH-MONTANT * 100.
091300     MOVE SPACES          TO CTL-PIED-ZONE.
091400     MOVE '9'             TO CTL-P-CODE.
091500     MOVE CPT-MVTS-LOT    TO CTL-P-NB-MVTS.
091600     MOVE W-HASH-CLE-15   TO CTL-P-HASH-CLE.
091700     MOVE W-HASH-MONT-15  TO CTL-P-HASH-MONTANT.
091800     MOVE CTL-PIED-ZONE   TO MVT-ENREG.
091900     WRITE MVT-ENREG.
092000     IF NOT W-MVT-OK
092100         MOVE 'WRITE PIED MVTCLO' TO W-MOTIF-ABANDON
092200         GO TO 9900-ABANDON.
092300 7300-EXIT.
092400     EXIT.
092500******************************************************************
092600*  8100-LIRE-CLD : LECTURE SEQUENTIELLE DES DEMANDES             *
092700******************************************************************
092800 8100-LIRE-CLD.
092900     READ CLDFIC NEXT.
093000     IF W-CLD-FIN
093100         MOVE 'O' TO W-FIN-CLD
093200         GO TO 8100-EXIT.
093300     IF NOT W-CLD-OK
093400         MOVE 'READ CLDFIC' TO W-MOTIF-ABANDON
093500         GO TO 9900-ABANDON.
093600     ADD 1 TO CPT-LUES.
093700 8100-EXIT.
093800     EXIT.
093900******************************************************************
094000*  8200-REECRIRE-CLD : LA DEMANDE LUE, REGLEE OU REJETEE         *
094100******************************************************************
094200 8200-REECRIRE-CLD.
094300     REWRITE CLD-ENREG.
094400     IF NOT W-CLD-OK
094500         MOVE 'REWRITE CLDFIC' TO W-MOTIF-ABANDON
094600         GO TO 9900-ABANDON.
094700 8200-EXIT.
094800     EXIT.
094900******************************************************************
095000*  9900-ABANDON : ARRET ANORMAL - LE LOT NE DOIT PAS PASSER      *
095100******************************************************************
095200 9900-ABANDON.
095300     DISPLAY 'GSCD890 - ABANDON : ' W-MOTIF-ABANDON.
095400     MOVE 16 TO RETURN-CODE.
095500     STOP RUN.
