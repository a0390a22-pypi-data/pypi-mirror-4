001600*  PAR IDENTIFIANT) EST SAUTE ET PORTE A L ETAT ETATARC AVEC     *
001700*  SON DOSSIER : L ARCHIVE NE FAIT PAS DISPARAITRE CE QUE LE     *
001800*  CONTENTIEUX A DEMANDE DE PRESERVER.                           *
001810*  EN FIN D ARCHIVAGE, LES CHIFFRES DE CONTROLE DE LA GENERATION *
001820*  (NOMBRE D IMAGES, TOTAL DES MONTANTS) SONT POSES DANS ARCCTL  *
001830*  (FFFFFGAK) : LA VERIFICATION PERIODIQUE GSAR533 RELIT         *
001840*  L ARCHIVE ET S Y COMPARE.                                     *
001900*  ------------------------------------------------------------  *
002000*  HISTORIQUE DES MODIFICATIONS                                  *
002100*  02/09/26  DA  CREATION                                        *
002110*  15/10/26  DA  CHIFFRES DE CONTROLE DE LA GENERATION POSES     *
002120*                DANS ARCCTL POUR LA VERIFICATION GSAR533        *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003800     SELECT ARCFGS  ASSIGN  ARCFGS
003900       ORGANIZATION  SEQUENTIAL
004000       FILE STATUS   W-ARCFGS-STATUS.
004010     SELECT ARCCTL  ASSIGN  ARCCTL
004020       ORGANIZATION  INDEXED
004030       ACCESS MODE   RANDOM
004040       RECORD KEY    ACT-CLE
004050       FILE STATUS   W-ARCCTL-STATUS.
004100     SELECT ETATARC ASSIGN  ETATARC
004200       ORGANIZATION  SEQUENTIAL
004300       FILE STATUS   W-ETATARC-STATUS.
005400     05  ARC-ANNEE                   PIC 9(04).
005500     05  ARC-IMAGE                   PIC X(400).
005600     05  FILLER                      PIC X(06).
005610 FD  ARCCTL
005620     LABEL RECORD STANDARD
005630     DATA RECORD ACT-ENREG.
005640 COPY FFFFFGAK.
005700 FD  ETATARC
005800     LABEL RECORD STANDARD
005900     DATA RECORD ARE-LIGNE.
006200 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
006300 77  CPT-ARCHIVES                    PIC S9(08) COMP VALUE ZERO.
006400 77  CPT-PRESERVES                   PIC S9(08) COMP VALUE ZERO.
006410 01  W-TOTAL-ARCHIVE                 PIC S9(15)V99 COMP-3
006420                                     VALUE ZERO.
006500 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
006600     88  FIN-FGS                     VALUE 'O'.
006700 COPY FFFFFGSW.
006800 01  W-ARCFGS-STATUS                 PIC X(02).
006900     88  W-ARC-OK                    VALUE '00'.
006910 01  W-ARCCTL-STATUS                 PIC X(02).
006920     88  W-ACT-OK                    VALUE '00'.
006930     88  W-ACT-DOUBLE                VALUE '22'.
007000 01  W-ETATARC-STATUS                PIC X(02).
007100     88  W-ARE-OK                    VALUE '00'.
007200 01  W-MOTIF-ABANDON                 PIC X(40).
012800     MOVE CPT-PRESERVES TO ARE-T-PRESERVES.
012900     WRITE ARE-LIGNE FROM ARE-TOTAUX.
013000     CLOSE FFFFFGS ARCFGS ETATARC.
013050     PERFORM 3000-CHIFFRES-CONTROLE THRU 3000-EXIT.
013100     DISPLAY 'GSAR530 - ARCHIVES  : ' CPT-ARCHIVES.
013200     DISPLAY 'GSAR530 - PRESERVES : ' CPT-PRESERVES.
013300     GOBACK.
015900     IF NOT W-ARC-OK
016000         MOVE 'WRITE ARCFGS' TO W-MOTIF-ABANDON
016100         GO TO 9900-ABANDON.
016150     ADD FFFFFGS-MONTANT TO W-TOTAL-ARCHIVE.
016200     MOVE 'ARCHIVE   '  TO ARE-D-ACTION.
016300     MOVE FFFFFGS-CLE   TO ARE-D-CLE.
016400     MOVE SPACES        TO ARE-D-TEXTE.
019300     CALL 'GSHD395' USING HDZ-ZONE.
019400 2100-EXIT.
019500     EXIT.
019510******************************************************************
019520*  3000-CHIFFRES-CONTROLE : LA GENERATION ECRITE ET FERMEE, SES  *
019530*  CHIFFRES PARTENT A ARCCTL (UNE REPRISE LE MEME JOUR REMPLACE  *
019540*  CEUX DU PASSAGE PRECEDENT, COMME SA GENERATION)               *
019550******************************************************************
019560 3000-CHIFFRES-CONTROLE.
019561     OPEN I-O ARCCTL.
019562     IF NOT W-ACT-OK
019563         MOVE 'OPEN ARCCTL' TO W-MOTIF-ABANDON
019564         GO TO 9900-ABANDON.
019565     MOVE SPACES             TO ACT-ENREG.
019566     MOVE W-DATE-JOUR (1:4)  TO ACT-ANNEE.
019567     MOVE W-DATE-JOUR        TO ACT-DATE-ARCHIVAGE.
019568     MOVE CPT-ARCHIVES       TO ACT-NB-IMAGES.
019569     MOVE W-TOTAL-ARCHIVE    TO ACT-TOTAL-MONTANT.
019570     MOVE W-PARM-STATUT      TO ACT-STATUT.
019571     MOVE 'GSAR530 '         TO ACT-PROGRAMME.
019572     WRITE ACT-ENREG.
019573     IF W-ACT-DOUBLE
019574         REWRITE ACT-ENREG.
019575     IF NOT W-ACT-OK
019576         MOVE 'WRITE ARCCTL' TO W-MOTIF-ABANDON
019577         GO TO 9900-ABANDON.
019578     CLOSE ARCCTL.
019579 3000-EXIT.
019580     EXIT.
019600******************************************************************
019700*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
019800******************************************************************
