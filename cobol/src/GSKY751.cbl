000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSKY751.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSKY751 : TENUE DES DOSSIERS DE CONNAISSANCE CLIENT KYCFIC    *
000900*  ------------------------------------------------------------  *
001000*  REPREND LES CARTES KYCMVT SAISIES PAR LA CONFORMITE :         *
001100*    C = CREATION DU DOSSIER (PIECE, CLASSE, DATE DE REVUE)      *
001200*    D = NOUVELLE PIECE D IDENTITE (TYPE, NUMERO, VALIDITE)      *
001300*    R = REVUE ENREGISTREE (DATE, CLASSE SI ELLE CHANGE)         *
001400*    S = SUPPRESSION DU DOSSIER                                  *
001410*    F = RESIDENCE FISCALE AUTO-CERTIFIEE (PAYS, DATE)           *
001420*    LA CARTE C OU D PEUT CITER L IMAGE NUMERISEE DE LA PIECE :  *
001430*    ELLE DOIT ALORS ETRE INDEXEE DANS DOCFIC POUR LA CLE.       *
001500*  LA PROCHAINE REVUE EST RECALCULEE A PARTIR DE LA DERNIERE     *
001600*  SELON LA CLASSE (E = 1 AN, M = 3 ANS, F = 5 ANS). UNE PIECE   *
001700*  OU UNE REVUE NOUVELLE REARME SON RAPPEL ; LE DOSSIER BLOQUE   *
001800*  PAR GSKY750 EST DEBLOQUE DES QU AUCUNE ECHEANCE N EST PLUS    *
001900*  DEPASSEE. CARTE REFUSEE = AFFICHEE, CODE RETOUR 4.            *
002000*  ------------------------------------------------------------  *
002100*  ENTREE : KYCMVT, DOCFIC   M-A-J : KYCFIC                      *
002200*  ------------------------------------------------------------  *
002300*  HISTORIQUE DES MODIFICATIONS                                  *
002400*  15/10/26  DA  CREATION                                        *
002410*  15/10/26  DA  CARTE F : RESIDENCE FISCALE AUTO-CERTIFIEE      *
002420*  15/10/26  DA  IMAGE NUMERISEE DE LA PIECE (CONTROLE DOCFIC)   *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.
002900     IBM-370.
003000 OBJECT-COMPUTER.
003100     IBM-370.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT KYCMVT  ASSIGN  KYCMVT
003700       ORGANIZATION  SEQUENTIAL
003800       FILE STATUS   W-KYCMVT-STATUS.
003900     SELECT KYCFIC  ASSIGN  KYCFIC
004000       ORGANIZATION  INDEXED
004100       ACCESS MODE   RANDOM
004200       RECORD KEY    KYC-FGS-CLE
004300       FILE STATUS   W-KYCFIC-STATUS.
004310     SELECT DOCFIC  ASSIGN  DOCFIC
004320       ORGANIZATION  INDEXED
004330       ACCESS MODE   RANDOM
004340       RECORD KEY    DOC-CLE
004350       FILE STATUS   W-DOCFIC-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  KYCMVT
004700     LABEL RECORD STANDARD
004800     DATA RECORD KMV-ENREG.
004900 01  KMV-ENREG.
005000     05  KMV-CODE                    PIC X(01).
005100         88  KMV-CREATION            VALUE 'C'.
005200         88  KMV-PIECE               VALUE 'D'.
005300         88  KMV-REVUE               VALUE 'R'.
005400         88  KMV-SUPPRESSION         VALUE 'S'.
005410         88  KMV-RESIDENCE           VALUE 'F'.
005500     05  KMV-CLE                     PIC X(15).
005600     05  KMV-DOC-TYPE                PIC X(02).
005700     05  KMV-DOC-NUMERO              PIC X(20).
005800     05  KMV-DOC-EXPIRATION          PIC 9(08).
005900     05  KMV-CLASSE-RISQUE           PIC X(01).
006000     05  KMV-DATE-REVUE              PIC 9(08).
006010     05  KMV-RESIDENCE-FISC          PIC X(02).
006020     05  KMV-DATE-AUTOCERT           PIC 9(08).
006030     05  KMV-DOC-IMAGE               PIC X(12).
006100     05  FILLER                      PIC X(03).
006200 FD  KYCFIC
006300     LABEL RECORD STANDARD
006400     DATA RECORD KYC-ENREG.
006500 COPY FFFFFGKY.
006510 FD  DOCFIC
006520     LABEL RECORD STANDARD
006530     DATA RECORD DOC-ENREG.
006540 COPY FFFFFGDX.
006600 WORKING-STORAGE SECTION.
006700 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
006800 77  CPT-CREES                       PIC S9(08) COMP VALUE ZERO.
006900 77  CPT-PIECES                      PIC S9(08) COMP VALUE ZERO.
007000 77  CPT-REVUES                      PIC S9(08) COMP VALUE ZERO.
007100 77  CPT-SUPPRIMES                   PIC S9(08) COMP VALUE ZERO.
007110 77  CPT-RESIDENCES                  PIC S9(08) COMP VALUE ZERO.
007200 77  CPT-DEBLOQUES                   PIC S9(08) COMP VALUE ZERO.
007300 77  CPT-REFUSES                     PIC S9(08) COMP VALUE ZERO.
007400 01  W-FIN-MVT                       PIC X(01) VALUE 'N'.
007500     88  FIN-MVT                     VALUE 'O'.
007600 01  W-KYCMVT-STATUS                 PIC X(02).
007700     88  W-KMV-OK                    VALUE '00'.
007800     88  W-KMV-FIN                   VALUE '10'.
007900 01  W-KYCFIC-STATUS                 PIC X(02).
008000     88  W-KYC-OK                    VALUE '00'.
008100     88  W-KYC-DOUBLE                VALUE '22'.
008200     88  W-KYC-ABSENT                VALUE '23'.
008210 01  W-DOCFIC-STATUS                 PIC X(02).
008220     88  W-DOC-OK                    VALUE '00'.
008230     88  W-DOC-ABSENT                VALUE '23'.
008300 01  W-DATE-JOUR                     PIC 9(08).
008400 01  W-MOTIF-REFUS                   PIC X(30).
008500 01  W-MOTIF-ABANDON                 PIC X(20).
008600*    PROCHAINE REVUE : DERNIERE REVUE PLUS LE PAS DE LA CLASSE
008700 01  W-DATE-CALC                     PIC 9(08).
008800 01  W-DATE-CALC-R REDEFINES W-DATE-CALC.
008900     05  W-DC-AAAA                   PIC 9(04).
009000     05  W-DC-MM                     PIC 9(02).
009100     05  W-DC-JJ                     PIC 9(02).
009200 01  W-PAS-ANNEES                    PIC 9(01).
009300 PROCEDURE DIVISION.
009400******************************************************************
009500*  0000-MAINLINE : UNE CARTE APRES L AUTRE                       *
009600******************************************************************
009700 0000-MAINLINE.
009800     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
009900     PERFORM 2000-UNE-CARTE THRU 2000-EXIT
010000         UNTIL FIN-MVT.
010100     PERFORM 3000-TERMINAISON THRU 3000-EXIT.
010200     GOBACK.
010300 0000-EXIT.
010400     EXIT.
010500******************************************************************
010600*  1000-INITIALISATION : OUVERTURES ET PREMIERE CARTE            *
010700******************************************************************
010800 1000-INITIALISATION.
010900     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
011000     OPEN INPUT KYCMVT.
011100     IF NOT W-KMV-OK
011200         MOVE 'OPEN KYCMVT'  TO W-MOTIF-ABANDON
011300         GO TO 9900-ABANDON.
011400     OPEN I-O KYCFIC.
011500     IF NOT W-KYC-OK
011600         MOVE 'OPEN KYCFIC'  TO W-MOTIF-ABANDON
011700         GO TO 9900-ABANDON.
011710     OPEN INPUT DOCFIC.
011720     IF NOT W-DOC-OK
011730         MOVE 'OPEN DOCFIC'  TO W-MOTIF-ABANDON
011740         GO TO 9900-ABANDON.
011800     PERFORM 8100-LIRE-MVT THRU 8100-EXIT.
011900 1000-EXIT.
012000     EXIT.
012100******************************************************************
012200*  2000-UNE-CARTE : AIGUILLAGE SELON LE CODE MOUVEMENT           *
012300******************************************************************
012400 2000-UNE-CARTE.
012500     MOVE SPACES TO W-MOTIF-REFUS.
012600     IF KMV-CLE = SPACES OR LOW-VALUE
012700         MOVE 'CLE ABSENTE' TO W-MOTIF-REFUS
012800         GO TO 2000-REFUS.
012900     EVALUATE TRUE
013000         WHEN KMV-CREATION    PERFORM 2100-CREER   THRU 2100-EXIT
013100         WHEN KMV-PIECE       PERFORM 2200-PIECE   THRU 2200-EXIT
013200         WHEN KMV-REVUE       PERFORM 2300-REVUE   THRU 2300-EXIT
013300         WHEN KMV-SUPPRESSION PERFORM 2400-SUPPRIMER
013400                                  THRU 2400-EXIT
013410         WHEN KMV-RESIDENCE   PERFORM 2800-RESIDENCE
013420                                  THRU 2800-EXIT
013500         WHEN OTHER           MOVE 'CODE MOUVEMENT INCONNU'
013600                                TO W-MOTIF-REFUS
013700     END-EVALUATE.
013800     IF W-MOTIF-REFUS = SPACES
013900         GO TO 2000-SUIVANT.
014000 2000-REFUS.
014100     ADD 1 TO CPT-REFUSES.
014200     DISPLAY 'GSKY751 - CARTE REFUSEE : ' KMV-CODE ' ' KMV-CLE
014300             ' ' W-MOTIF-REFUS.
014400 2000-SUIVANT.
014500     PERFORM 8100-LIRE-MVT THRU 8100-EXIT.
014600 2000-EXIT.
014700     EXIT.
014800******************************************************************
014900*  2100-CREER : NOUVEAU DOSSIER COMPLET                          *
015000******************************************************************
015100 2100-CREER.
015200     PERFORM 2500-CONTROLER-PIECE THRU 2500-EXIT.
015300     IF W-MOTIF-REFUS NOT = SPACES
015400         GO TO 2100-EXIT.
015500     IF NOT (KMV-CLASSE-RISQUE = 'E' OR 'M' OR 'F')
015600         MOVE 'CLASSE DE RISQUE INCONNUE' TO W-MOTIF-REFUS
015700         GO TO 2100-EXIT.
015800     PERFORM 2550-CONTROLER-REVUE THRU 2550-EXIT.
015900     IF W-MOTIF-REFUS NOT = SPACES
016000         GO TO 2100-EXIT.
016100     MOVE SPACES             TO KYC-ENREG.
016200     MOVE KMV-CLE            TO KYC-FGS-CLE.
016300     MOVE KMV-DOC-TYPE       TO KYC-DOC-TYPE.
016400     MOVE KMV-DOC-NUMERO     TO KYC-DOC-NUMERO.
016500     MOVE KMV-DOC-EXPIRATION TO KYC-DOC-EXPIRATION.
016510     MOVE KMV-DOC-IMAGE      TO KYC-DOC-IMAGE.
016600     MOVE KMV-CLASSE-RISQUE  TO KYC-CLASSE-RISQUE.
016700     MOVE KMV-DATE-REVUE     TO KYC-DATE-REVUE.
016800     MOVE ZERO               TO KYC-RAPPEL-DOC KYC-RAPPEL-REVUE.
016900     MOVE ZERO               TO KYC-DATE-BLOCAGE.
016910     MOVE SPACES             TO KYC-RESIDENCE-FISC.
016920     MOVE ZERO               TO KYC-DATE-AUTOCERT.
017000     MOVE 'N'                TO KYC-ETAT.
017100     MOVE W-DATE-JOUR        TO KYC-DATE-MAJ.
017200     PERFORM 2600-PROCHAINE-REVUE THRU 2600-EXIT.
017300     WRITE KYC-ENREG.
017400     IF W-KYC-DOUBLE
017500         MOVE 'DOSSIER DEJA EXISTANT' TO W-MOTIF-REFUS
017600         GO TO 2100-EXIT.
017700     IF NOT W-KYC-OK
017800         MOVE 'WRITE KYCFIC' TO W-MOTIF-ABANDON
017900         GO TO 9900-ABANDON.
018000     ADD 1 TO CPT-CREES.
018100 2100-EXIT.
018200     EXIT.
018300******************************************************************
018400*  2200-PIECE : LA NOUVELLE PIECE REMPLACE L ANCIENNE            *
018500******************************************************************
018600 2200-PIECE.
018700     PERFORM 2500-CONTROLER-PIECE THRU 2500-EXIT.
018800     IF W-MOTIF-REFUS NOT = SPACES
018900         GO TO 2200-EXIT.
019000     PERFORM 8200-LIRE-KYC THRU 8200-EXIT.
019100     IF W-MOTIF-REFUS NOT = SPACES
019200         GO TO 2200-EXIT.
019300     MOVE KMV-DOC-TYPE       TO KYC-DOC-TYPE.
019400     MOVE KMV-DOC-NUMERO     TO KYC-DOC-NUMERO.
019500     MOVE KMV-DOC-EXPIRATION TO KYC-DOC-EXPIRATION.
019510     MOVE KMV-DOC-IMAGE      TO KYC-DOC-IMAGE.
019600     MOVE ZERO               TO KYC-RAPPEL-DOC.
019700     PERFORM 2700-DEBLOQUER THRU 2700-EXIT.
019800     PERFORM 8300-REECRIRE-KYC THRU 8300-EXIT.
019900     ADD 1 TO CPT-PIECES.
020000 2200-EXIT.
020100     EXIT.
020200******************************************************************
020300*  2300-REVUE : LA REVUE FAITE REPART POUR UN CYCLE              *
020400******************************************************************
020500 2300-REVUE.
020600     PERFORM 2550-CONTROLER-REVUE THRU 2550-EXIT.
020700     IF W-MOTIF-REFUS NOT = SPACES
020800         GO TO 2300-EXIT.
020900     IF KMV-CLASSE-RISQUE NOT = SPACE
021000      AND NOT (KMV-CLASSE-RISQUE = 'E' OR 'M' OR 'F')
021100         MOVE 'CLASSE DE RISQUE INCONNUE' TO W-MOTIF-REFUS
021200         GO TO 2300-EXIT.
021300     PERFORM 8200-LIRE-KYC THRU 8200-EXIT.
021400     IF W-MOTIF-REFUS NOT = SPACES
021500         GO TO 2300-EXIT.
021600     IF KMV-CLASSE-RISQUE NOT = SPACE
021700         MOVE KMV-CLASSE-RISQUE TO KYC-CLASSE-RISQUE.
021800     MOVE KMV-DATE-REVUE TO KYC-DATE-REVUE.
021900     MOVE ZERO           TO KYC-RAPPEL-REVUE.
022000     PERFORM 2600-PROCHAINE-REVUE THRU 2600-EXIT.
022100     PERFORM 2700-DEBLOQUER THRU 2700-EXIT.
022200     PERFORM 8300-REECRIRE-KYC THRU 8300-EXIT.
022300     ADD 1 TO CPT-REVUES.
022400 2300-EXIT.
022500     EXIT.
022600******************************************************************
022700*  2400-SUPPRIMER : LE DOSSIER DISPARAIT (CLE SORTIE DU STOCK)   *
022800******************************************************************
022900 2400-SUPPRIMER.
023000     MOVE KMV-CLE TO KYC-FGS-CLE.
023100     DELETE KYCFIC.
023200     IF W-KYC-ABSENT
023300         MOVE 'DOSSIER INEXISTANT' TO W-MOTIF-REFUS
023400         GO TO 2400-EXIT.
023500     IF NOT W-KYC-OK
023600         MOVE 'DELETE KYCFIC' TO W-MOTIF-ABANDON
023700         GO TO 9900-ABANDON.
023800     ADD 1 TO CPT-SUPPRIMES.
023900 2400-EXIT.
024000     EXIT.
024100******************************************************************
024200*  2500-CONTROLER-PIECE : TYPE CONNU, NUMERO ET VALIDITE         *
024250*  PRESENTS, IMAGE CITEE PRESENTE DANS L INDEX DOCFIC            *
024300******************************************************************
024400 2500-CONTROLER-PIECE.
024500     IF NOT (KMV-DOC-TYPE = 'CI' OR 'PP' OR 'TS' OR 'PC')
024600         MOVE 'TYPE DE PIECE INCONNU' TO W-MOTIF-REFUS
024700         GO TO 2500-EXIT.
024800     IF KMV-DOC-NUMERO = SPACES
024900         MOVE 'NUMERO DE PIECE ABSENT' TO W-MOTIF-REFUS
025000         GO TO 2500-EXIT.
025100     IF KMV-DOC-EXPIRATION NOT NUMERIC
025200      OR KMV-DOC-EXPIRATION = ZERO
025300         MOVE 'FIN DE VALIDITE INVALIDE' TO W-MOTIF-REFUS
025310         GO TO 2500-EXIT.
025320     IF KMV-DOC-IMAGE = SPACES OR LOW-VALUE
025330         GO TO 2500-EXIT.
025340     MOVE KMV-CLE       TO DOC-FGS-CLE.
025350     MOVE KMV-DOC-IMAGE TO DOC-REF-IMAGE.
025360     READ DOCFIC.
025370     IF W-DOC-ABSENT
025380         MOVE 'IMAGE DE PIECE NON INDEXEE' TO W-MOTIF-REFUS
025390         GO TO 2500-EXIT.
025392     IF NOT W-DOC-OK
025394         MOVE 'READ DOCFIC'  TO W-MOTIF-ABANDON
025396         GO TO 9900-ABANDON.
025400 2500-EXIT.
025500     EXIT.
025600******************************************************************
025700*  2550-CONTROLER-REVUE : DATE DE REVUE PRESENTE ET NON FUTURE   *
025800******************************************************************
025900 2550-CONTROLER-REVUE.
026000     IF KMV-DATE-REVUE NOT NUMERIC
026100      OR KMV-DATE-REVUE = ZERO
026200      OR KMV-DATE-REVUE GREATER W-DATE-JOUR
026300         MOVE 'DATE DE REVUE INVALIDE' TO W-MOTIF-REFUS.
026400 2550-EXIT.
026500     EXIT.
026600******************************************************************
026700*  2600-PROCHAINE-REVUE : DERNIERE REVUE + 1, 3 OU 5 ANS ; LE    *
026800*  29 FEVRIER DEVIENT LE 28 (L ANNEE CIBLE PEUT NE PAS L AVOIR)  *
026900******************************************************************
027000 2600-PROCHAINE-REVUE.
027100     EVALUATE TRUE
027200         WHEN KYC-RISQUE-ELEVE  MOVE 1 TO W-PAS-ANNEES
027300         WHEN KYC-RISQUE-MOYEN  MOVE 3 TO W-PAS-ANNEES
027400         WHEN OTHER             MOVE 5 TO W-PAS-ANNEES
027500     END-EVALUATE.
027600     MOVE KYC-DATE-REVUE TO W-DATE-CALC.
027700     ADD W-PAS-ANNEES TO W-DC-AAAA.
027800     IF W-DC-MM = 2 AND W-DC-JJ = 29
027900         MOVE 28 TO W-DC-JJ.
028000     MOVE W-DATE-CALC TO KYC-PROCHAINE-REVUE.
028100 2600-EXIT.
028200     EXIT.
028300******************************************************************
028400*  2700-DEBLOQUER : LE BLOCAGE TOMBE QUAND PLUS AUCUNE ECHEANCE  *
028500*  N EST DEPASSEE - LE BLOCAGE LUI-MEME RESTE A LA VEILLE GSKY750*
028600******************************************************************
028700 2700-DEBLOQUER.
028800     MOVE W-DATE-JOUR TO KYC-DATE-MAJ.
028900     IF NOT KYC-BLOQUE
029000         GO TO 2700-EXIT.
029100     IF KYC-DOC-EXPIRATION LESS W-DATE-JOUR
029200      OR KYC-PROCHAINE-REVUE LESS W-DATE-JOUR
029300         GO TO 2700-EXIT.
029400     MOVE 'N'    TO KYC-ETAT.
029500     MOVE SPACES TO KYC-MOTIF-BLOCAGE.
029600     MOVE ZERO   TO KYC-DATE-BLOCAGE.
029700     ADD 1 TO CPT-DEBLOQUES.
029800 2700-EXIT.
029900     EXIT.
029910******************************************************************
029920*  2800-RESIDENCE : PAYS DE RESIDENCE FISCALE DECLARE PAR LE     *
029930*  CLIENT ET DATE DE SON AUTO-CERTIFICATION (NON FUTURE)         *
029940******************************************************************
029950 2800-RESIDENCE.
029955     IF KMV-RESIDENCE-FISC = SPACES OR LOW-VALUE
029960         MOVE 'PAYS DE RESIDENCE ABSENT' TO W-MOTIF-REFUS
029965         GO TO 2800-EXIT.
029970     IF KMV-DATE-AUTOCERT NOT NUMERIC
029972      OR KMV-DATE-AUTOCERT = ZERO
029974      OR KMV-DATE-AUTOCERT GREATER W-DATE-JOUR
029976         MOVE 'DATE AUTO-CERTIF. INVALIDE' TO W-MOTIF-REFUS
029978         GO TO 2800-EXIT.
029980     PERFORM 8200-LIRE-KYC THRU 8200-EXIT.
029982     IF W-MOTIF-REFUS NOT = SPACES
029984         GO TO 2800-EXIT.
029986     MOVE KMV-RESIDENCE-FISC TO KYC-RESIDENCE-FISC.
029988     MOVE KMV-DATE-AUTOCERT  TO KYC-DATE-AUTOCERT.
029990     MOVE W-DATE-JOUR        TO KYC-DATE-MAJ.
029992     PERFORM 8300-REECRIRE-KYC THRU 8300-EXIT.
029994     ADD 1 TO CPT-RESIDENCES.
029996 2800-EXIT.
029998     EXIT.
030000******************************************************************
030100*  3000-TERMINAISON : FERMETURES ET COMPTES                      *
030200******************************************************************
030300 3000-TERMINAISON.
030400     CLOSE KYCMVT KYCFIC DOCFIC.
030500     DISPLAY 'GSKY751 - CARTES LUES     : ' CPT-LUES.
030600     DISPLAY 'GSKY751 - DOSSIERS CREES  : ' CPT-CREES.
030700     DISPLAY 'GSKY751 - PIECES NOUVELLES: ' CPT-PIECES.
030800     DISPLAY 'GSKY751 - REVUES          : ' CPT-REVUES.
030900     DISPLAY 'GSKY751 - SUPPRESSIONS    : ' CPT-SUPPRIMES.
031000     DISPLAY 'GSKY751 - DEBLOCAGES      : ' CPT-DEBLOQUES.
031010     DISPLAY 'GSKY751 - RESIDENCES      : ' CPT-RESIDENCES.
031100     DISPLAY 'GSKY751 - CARTES REFUSEES : ' CPT-REFUSES.
031200     IF CPT-REFUSES GREATER ZERO
031300         MOVE 4 TO RETURN-CODE.
031400 3000-EXIT.
031500     EXIT.
031600******************************************************************
031700*  8100-LIRE-MVT : CARTE KYCMVT SUIVANTE                         *
031800******************************************************************
031900 8100-LIRE-MVT.
032000     READ KYCMVT.
032100     IF W-KMV-FIN
032200         MOVE 'O' TO W-FIN-MVT
032300         GO TO 8100-EXIT.
032400     IF NOT W-KMV-OK
032500         MOVE 'READ KYCMVT'  TO W-MOTIF-ABANDON
032600         GO TO 9900-ABANDON.
032700     ADD 1 TO CPT-LUES.
032800 8100-EXIT.
032900     EXIT.
033000******************************************************************
033100*  8200-LIRE-KYC : LE DOSSIER DE LA CARTE DOIT EXISTER           *
033200******************************************************************
033300 8200-LIRE-KYC.
033400     MOVE KMV-CLE TO KYC-FGS-CLE.
033500     READ KYCFIC.
033600     IF W-KYC-ABSENT
033700         MOVE 'DOSSIER INEXISTANT' TO W-MOTIF-REFUS
033800         GO TO 8200-EXIT.
033900     IF NOT W-KYC-OK
034000         MOVE 'READ KYCFIC'  TO W-MOTIF-ABANDON
034100         GO TO 9900-ABANDON.
034200 8200-EXIT.
034300     EXIT.
034400******************************************************************
034500*  8300-REECRIRE-KYC : MISE A JOUR DU DOSSIER LU                 *
034600******************************************************************
034700 8300-REECRIRE-KYC.
034800     REWRITE KYC-ENREG.
034900     IF NOT W-KYC-OK
035000         MOVE 'REWRITE KYCFIC' TO W-MOTIF-ABANDON
035100         GO TO 9900-ABANDON.
035200 8300-EXIT.
035300     EXIT.
035400******************************************************************
035500*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
035600******************************************************************
035700 9900-ABANDON.
035800     DISPLAY 'GSKY751 - ABANDON : ' W-MOTIF-ABANDON.
035900     MOVE 16 TO RETURN-CODE.
036000     STOP RUN.
