001100*  TABLEUR : LE BAREME TARFIC (LIGNES VALIDEES SOUS DOUBLE       *
001200*  CONTROLE PAR GSFE591) DONNE PAR ENTITE, STATUT ET TRANCHE     *
001300*  DE MONTANT LE TAUX ET LE FORFAIT.                             *
001400*  CARTE PARAMETRE : MODE(1) S/A  DATE-ARRETE(8)  BASE(1) J/M    *
001410*  BASE J (DEFAUT) : MONTANT DU JOUR ; BASE M : SOLDE MOYEN      *
001420*  QUOTIDIEN DU MOIS DE L ARRETE (PHOTOS SLDFIC, MODULE          *
001430*  GSSL861), MONTANT DU JOUR A DEFAUT DE PHOTO.                  *
001500*  POUR CHAQUE ENREGISTREMENT DU MAITRE SERVI PAR UNE LIGNE DE   *
001600*  BAREME EN VIGUEUR :                                           *
001700*   FRAIS = BASE X TAUX / 100 + FORFAIT (TRANCHE SUR LA BASE)    *
001800*  MODE S : CALCUL ET REGISTRE SEULS, COMME GSMC370.             *
001900*  MODE A : MOUVEMENT M (MONTANT DIMINUE DES FRAIS) VERS         *
002000*  MVTFEE (APPLIQUE PAR GSBT010) ET ECRITURE COMPTABLE GLPOST    *
002100*  PAR LA REGLE MAPFIC DU PREFIXE FRAI A LA DATE D ARRETE        *
002200*  (GSMP980 - DEBIT + CREDIT PAR ECRITURE : INTERFACE            *
002300*  EQUILIBREE, COMME GSGL160). REGISTRE ETATFEE PAR UNITE.       *
002301*  CHAQUE FRAIS FACTURE EN MODE A EST AUSSI PORTE AU JOURNAL     *
002302*  FISCAL FISJRN (ATTESTATION ANNUELLE GSFI910).                 *
002310*  PREAVIS (REGISTRE AVIFIC - GSAV960) : UNE LIGNE PREAVISEE A   *
002320*  LA CLE NE SERT QU A PARTIR DE SA DATE OPPOSABLE ; AVANT, LE   *
002330*  TAUX ET LE FORFAIT ANCIENS (LIGNE MODIFIEE SUR PLACE)         *
002340*  RESTENT APPLIQUES, UNE LIGNE NOUVELLE EST ECARTEE.            *
002400*  ------------------------------------------------------------  *
002500*  HISTORIQUE DES MODIFICATIONS                                  *
002600*  02/09/26  DA  CREATION                                        *
002605*  15/10/26  DA  BAREME DU PLAN DE FRAIS DU PRODUIT (CATALOGUE   *
002610*                PRDFIC, MODULE GSPD852) CHERCHE EN PREMIER :    *
002615*                LIGNES ENTITE ** + STATUT = CODE DU PLAN ;      *
002620*                A DEFAUT, BAREME ENTITE + STATUT                *
002625*  15/10/26  DA  BASE M : FRAIS SUR LE SOLDE MOYEN QUOTIDIEN     *
002630*                DU MOIS (GSSL861)                               *
002635*  15/10/26  DA  DOSSIER CLOTURE (SU) IGNORE : LES FRAIS DE      *
002640*                CLOTURE SONT PRELEVES PAR GSCD890               *
002645*  15/10/26  DA  JOURNAL FISCAL FISJRN DES FRAIS FACTURES        *
002650*                (ATTESTATION FISCALE ANNUELLE GSFI910)          *
002655*  15/10/26  DA  PREAVIS DES CHANGEMENTS DE FRAIS (AVIFIC -      *
002660*                GSAV960) : LIGNE NON OPPOSABLE A LA CLE         *
002665*                ECARTEE, VALEURS ANCIENNES MAINTENUES           *
002670*  15/10/26  DA  REGLE D IMPUTATION FRAI PRISE A MAPFIC PAR LE   *
002675*                MODULE GSMP980 (REGLE DATEE, CPTMAP SUPPRIME) ; *
002680*                OUVERTURE AVIFIC APRES LE CONTROLE TARFIC       *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004500       ACCESS MODE   DYNAMIC
004600       RECORD KEY    TAR-CLE
004700       FILE STATUS   W-TARFIC-STATUS.
004710     SELECT AVIFIC  ASSIGN  AVIFIC
004720       ORGANIZATION  INDEXED
004730       ACCESS MODE   RANDOM
004740       RECORD KEY    AVI-CLE
004750       FILE STATUS   W-AVIFIC-STATUS.
005100     SELECT MVTFEE  ASSIGN  MVTFEE
005200       ORGANIZATION  SEQUENTIAL
005300       FILE STATUS   W-MVTFEE-STATUS.
005400     SELECT GLPOST  ASSIGN  GLPOST
005500       ORGANIZATION  SEQUENTIAL
005600       FILE STATUS   W-GLPOST-STATUS.
005610     SELECT FISJRN  ASSIGN  FISJRN
005620       ORGANIZATION  SEQUENTIAL
005630       FILE STATUS   W-FISJRN-STATUS.
005700     SELECT ETATFEE ASSIGN  ETATFEE
005800       ORGANIZATION  SEQUENTIAL
005900       FILE STATUS   W-ETATFEE-STATUS.
006700     LABEL RECORD STANDARD
006800     DATA RECORD TAR-ENREG.
006900 COPY FFFFFGTF.
006910 FD  AVIFIC
006920     LABEL RECORD STANDARD
006930     DATA RECORD AVI-ENREG.
006940 COPY FFFFFGAV.
007800 FD  MVTFEE
007900     LABEL RECORD STANDARD
008000     DATA RECORD MVT-ENREG.
008900     05  GLP-DATE                    PIC 9(08).
009000     05  GLP-ORIGINE                 PIC X(08).
009100     05  FILLER                      PIC X(38).
009110 FD  FISJRN
009120     LABEL RECORD STANDARD
009130     DATA RECORD FIS-ENREG.
009140 COPY FFFFFGFJ.
009200 FD  ETATFEE
009300     LABEL RECORD STANDARD
009400     DATA RECORD FEE-LIGNE.
009600 WORKING-STORAGE SECTION.
009700 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
009800 77  CPT-FACTURES                    PIC S9(08) COMP VALUE ZERO.
009810 77  CPT-SANS-PHOTO                  PIC S9(08) COMP VALUE ZERO.
009820 77  CPT-NON-OPPOSABLES              PIC S9(08) COMP VALUE ZERO.
009900 77  IX-UNI                          PIC S9(04) COMP VALUE ZERO.
010000 77  NB-UNITES                       PIC S9(04) COMP VALUE ZERO.
010100 77  W-FIN-TAR                       PIC X(01).
010800     88  W-TAR-OK                    VALUE '00'.
010900     88  W-TAR-FIN                   VALUE '10'.
011000     88  W-TAR-ABSENT                VALUE '23'.
011010*    REGISTRE DES PREAVIS (ABSENT = PAS DE PREAVIS EXIGE)
011020 01  W-AVIFIC-STATUS                 PIC X(02).
011030     88  W-AVI-OK                    VALUE '00'.
011040     88  W-AVI-ABSENT                VALUE '23'.
011050 77  W-AVIFIC-OUVERT                 PIC X(01) VALUE 'N'.
011060 01  W-NON-OPPOSABLE                 PIC X(01).
011400 01  W-MVTFEE-STATUS                 PIC X(02).
011500     88  W-MVT-OK                    VALUE '00'.
011504 01  W-CYCOUT-STATUS                 PIC X(02).
011584 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
011600 01  W-GLPOST-STATUS                 PIC X(02).
011700     88  W-GLP-OK                    VALUE '00'.
011710 01  W-FISJRN-STATUS                 PIC X(02).
011720     88  W-FIS-OK                    VALUE '00'.
011800 01  W-ETATFEE-STATUS                PIC X(02).
011900     88  W-FEE-OK                    VALUE '00'.
012000 01  W-MOTIF-ABANDON                 PIC X(40).
012400         88  MODE-APPLICATION        VALUE 'A'.
012500     05  FILLER                      PIC X(01).
012600     05  W-PARM-ARRETE               PIC X(08).
012610     05  FILLER                      PIC X(01).
012620     05  W-PARM-BASE                 PIC X(01).
012630         88  BASE-JOUR               VALUE 'J' ' '.
012640         88  BASE-MOYENNE            VALUE 'M'.
012700 01  W-DATE-ARRETE                   PIC 9(08).
012800 01  W-FRAIS                         PIC S9(11)V99 COMP-3.
012900 01  W-TROUVE                        PIC X(01).
012910*    TAUX ET FORFAIT RETENUS (LIGNE OU VALEURS ANCIENNES)
012920 01  W-TAUX-FRAIS                    PIC S9(03)V9(04) COMP-3.
012930 01  W-FORFAIT-FRAIS                 PIC S9(09)V99 COMP-3.
013000 01  W-COMPTE-DEBIT                  PIC X(10).
013100 01  W-COMPTE-CREDIT                 PIC X(10).
013200 COPY GSMPZ.
013210 COPY GSCRZ.
013220 COPY GSPDZ.
013230*    CLE DE BAREME CHERCHEE (PLAN DU PRODUIT OU ENTITE + STATUT)
013240 01  W-BAR-ENTITE                    PIC X(02).
013250 01  W-BAR-STATUT                    PIC X(02).
013260 COPY GSSLZ.
013270*    MONTANT SERVANT DE BASE AU FRAIS (J = DU JOUR  M = MOYEN)
013280 01  W-BASE-FRAIS                    PIC S9(11)V99 COMP-3.
013290 01  W-BASE-NATURE                   PIC X(01).
013300*    REGISTRE PAR UNITE (TABLE FERMEE A 50, SATURATION
013400*    SIGNALEE COMME POUR GSEN440)
013500 77  W-DEBORDEMENT                   PIC X(01) VALUE 'N'.
014500     05  FILLER                      PIC X(09)
014600         VALUE ' FRAIS : '.
014700     05  FEE-D-FRAIS                 PIC -(10)9,99.
014800     05  FILLER                      PIC X(08)
014810         VALUE ' BASE : '.
014820     05  FEE-D-BASE                  PIC -(10)9,99.
014830     05  FILLER                      PIC X(01) VALUE SPACE.
014840     05  FEE-D-NATURE                PIC X(01).
014850     05  FILLER                      PIC X(63) VALUE SPACES.
014900 01  FEE-UNITE.
015000     05  FILLER                      PIC X(08)
015100         VALUE 'UNITE : '.
017000         MOVE 'DATE D ARRETE INVALIDE' TO W-MOTIF-ABANDON
017100         GO TO 9900-ABANDON.
017200     MOVE W-PARM-ARRETE TO W-DATE-ARRETE.
017210     IF NOT BASE-JOUR AND NOT BASE-MOYENNE
017220         MOVE 'BASE J OU M' TO W-MOTIF-ABANDON
017230         GO TO 9900-ABANDON.
017300     OPEN INPUT FFFFFGS.
017400     IF NOT W-FGS-OK
017500         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
017800     IF NOT W-TAR-OK
017900         MOVE 'OPEN TARFIC'  TO W-MOTIF-ABANDON
018000         GO TO 9900-ABANDON.
018010     OPEN INPUT AVIFIC.
018020     IF W-AVI-OK
018030         MOVE 'O' TO W-AVIFIC-OUVERT
018040     ELSE
018050         DISPLAY 'GSFE590 - AVIFIC ABSENT : ' W-AVIFIC-STATUS.
018100     OPEN OUTPUT ETATFEE.
018200     IF NOT W-FEE-OK
018300         MOVE 'OPEN ETATFEE' TO W-MOTIF-ABANDON
018400         GO TO 9900-ABANDON.
018500     IF MODE-APPLICATION
018600         PERFORM 1200-REGLE-MAPFIC THRU 1200-EXIT
018700         OPEN OUTPUT MVTFEE
018800         IF NOT W-MVT-OK
018900             MOVE 'OPEN MVTFEE' TO W-MOTIF-ABANDON
019300         IF NOT W-GLP-OK
019400             MOVE 'OPEN GLPOST' TO W-MOTIF-ABANDON
019500             GO TO 9900-ABANDON
019600         END-IF
019610         OPEN EXTEND FISJRN
019620         IF NOT W-FIS-OK
019630             MOVE 'OPEN FISJRN' TO W-MOTIF-ABANDON
019640             GO TO 9900-ABANDON
019650         END-IF.
019700     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
019800     PERFORM 2000-UN-ENREG THRU 2000-EXIT
019900         UNTIL FIN-FGS.
020000     PERFORM 3000-REGISTRE-UNITES THRU 3000-EXIT.
020100     IF MODE-APPLICATION
020150         PERFORM 7300-PIED-LOT THRU 7300-EXIT
020200         CLOSE MVTFEE GLPOST FISJRN.
020300     CLOSE FFFFFGS TARFIC ETATFEE.
020310     IF W-AVIFIC-OUVERT = 'O'
020320         CLOSE AVIFIC.
020400     DISPLAY 'GSFE590 - MODE ' W-PARM-MODE
020500             ' FACTURES : ' CPT-FACTURES.
020510     DISPLAY 'GSFE590 - BASE ' W-PARM-BASE
020520             ' SANS PHOTO DE SOLDE : ' CPT-SANS-PHOTO.
020530     DISPLAY 'GSFE590 - LIGNES NON OPPOSABLES (PREAVIS) : '
020540             CPT-NON-OPPOSABLES.
020600     IF W-DEBORDEMENT = 'O'
020700         MOVE 8 TO RETURN-CODE.
020800     GOBACK.
020900 0000-EXIT.
021000     EXIT.
021100******************************************************************
021110*  1200-REGLE-MAPFIC : LA REGLE D IMPUTATION DU PREFIXE FRAI EN  *
021120*  VIGUEUR A LA DATE D ARRETE (PAS DE MASSE COMPTABLE SANS       *
021130*  REGLE : ABANDON SINON)                                        *
021140******************************************************************
021150 1200-REGLE-MAPFIC.
021160     MOVE 'FRAI'        TO MPZ-PREFIXE.
021170     MOVE W-DATE-ARRETE TO MPZ-DATE.
021180     CALL 'GSMP980' USING MPZ-DEM.
021190     IF MPZ-INCIDENT
021200         MOVE 'MAPFIC INACCESSIBLE (GSMP980)' TO W-MOTIF-ABANDON
021210         GO TO 9900-ABANDON.
021220     IF NOT MPZ-TROUVE
021230         MOVE 'REGLE MAPFIC FRAI ABSENTE A LA DATE'
021240           TO W-MOTIF-ABANDON
021250         GO TO 9900-ABANDON.
021260     MOVE MPZ-COMPTE-DEBIT  TO W-COMPTE-DEBIT.
021270     MOVE MPZ-COMPTE-CREDIT TO W-COMPTE-CREDIT.
021280 1200-EXIT.
021290     EXIT.
023900******************************************************************
024000*  2000-UN-ENREG : LA LIGNE DE BAREME EN VIGUEUR PUIS LE FRAIS   *
024100******************************************************************
024200 2000-UN-ENREG.
024300     ADD 1 TO CPT-LUS.
024310     IF FFFFFGS-STATUT = 'SU'
024320         GO TO 2000-SUIVANT.
024400     IF FFFFFGS-MONTANT NOT NUMERIC
024500         GO TO 2000-SUIVANT.
024510     PERFORM 2050-BASE THRU 2050-EXIT.
024600     PERFORM 2100-CHERCHER-BAREME THRU 2100-EXIT.
024700     IF W-TROUVE NOT = 'O'
024800         GO TO 2000-SUIVANT.
024900     COMPUTE W-FRAIS ROUNDED =
025000         W-BASE-FRAIS * W-TAUX-FRAIS / 100
025100         + W-FORFAIT-FRAIS.
025200     IF W-FRAIS = ZERO
025300         GO TO 2000-SUIVANT.
025400     ADD 1 TO CPT-FACTURES.
025700     MOVE FFFFFGS-CLE   TO FEE-D-CLE.
025800     MOVE FFFFFGS-UNITE TO FEE-D-UNITE.
025900     MOVE W-FRAIS       TO FEE-D-FRAIS.
025910     MOVE W-BASE-FRAIS  TO FEE-D-BASE.
025920     MOVE W-BASE-NATURE TO FEE-D-NATURE.
026000     WRITE FEE-LIGNE FROM FEE-DETAIL.
026100     IF MODE-APPLICATION
026200         PERFORM 2700-EMETTRE THRU 2700-EXIT.
026400     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
026500 2000-EXIT.
026600     EXIT.
026602******************************************************************
026604*  2050-BASE : MONTANT DU JOUR, OU SOLDE MOYEN QUOTIDIEN DU MOIS *
026606*  DE L ARRETE EN BASE M (REPLI SUR LE JOUR SANS PHOTO)          *
026608******************************************************************
026610 2050-BASE.
026612     MOVE FFFFFGS-MONTANT TO W-BASE-FRAIS.
026614     MOVE 'J'             TO W-BASE-NATURE.
026616     IF NOT BASE-MOYENNE
026618         GO TO 2050-EXIT.
026620     MOVE FFFFFGS-CLE     TO SLZ-FGS-CLE.
026622     MOVE W-DATE-ARRETE   TO SLZ-DATE-DEBUT SLZ-DATE-FIN.
026624     MOVE '01'            TO SLZ-DATE-DEBUT (7:2).
026626     CALL 'GSSL861' USING SLZ-ZONE.
026628     IF SLZ-INCIDENT OR SLZ-DATES-INVALIDES
026630         MOVE 'GSSL861 - SOLDE MOYEN' TO W-MOTIF-ABANDON
026632         GO TO 9900-ABANDON.
026634     IF SLZ-AUCUNE-PHOTO
026636         ADD 1 TO CPT-SANS-PHOTO
026638         GO TO 2050-EXIT.
026640     MOVE SLZ-MOYENNE     TO W-BASE-FRAIS.
026642     MOVE 'M'             TO W-BASE-NATURE.
026644 2050-EXIT.
026646     EXIT.
026700******************************************************************
026800*  2100-CHERCHER-BAREME : LIGNE VALIDEE, EN VIGUEUR, DONT LA     *
026810*  TRANCHE CONTIENT LE MONTANT - D ABORD AU PLAN DE FRAIS DU     *
026820*  PRODUIT (ENTITE ** + STATUT = PLAN), PUIS A L ENTITE + STATUT *
026830******************************************************************
026840 2100-CHERCHER-BAREME.
026850     MOVE 'N' TO W-TROUVE.
026860     IF FFFFFGS-PRODUIT = SPACES OR LOW-VALUE
026870         GO TO 2100-ENTITE.
026880     MOVE FFFFFGS-PRODUIT TO PDZ-CODE.
026885*    LA PERIODE DE COMMERCIALISATION NE BORNE QUE LA VENTE
026890     MOVE ZERO            TO PDZ-DATE.
026900     MOVE SPACES          TO PDZ-STATUT.
026910     CALL 'GSPD852' USING PDZ-ZONE.
026920     IF PDZ-INCIDENT
026930         MOVE 'GSPD852 - LECTURE PRDFIC' TO W-MOTIF-ABANDON
026940         GO TO 9900-ABANDON.
026950     IF NOT PDZ-SERVI OR PDZ-PLAN-FRAIS = SPACES
026960         GO TO 2100-ENTITE.
026970     MOVE '**'           TO W-BAR-ENTITE.
026980     MOVE PDZ-PLAN-FRAIS TO W-BAR-STATUT.
026990     PERFORM 2120-PARCOURIR THRU 2120-EXIT.
027000     IF W-TROUVE = 'O'
027010         GO TO 2100-EXIT.
027020 2100-ENTITE.
027030     MOVE FFFFFGS-CLE-ENTITE TO W-BAR-ENTITE.
027040     MOVE FFFFFGS-STATUT     TO W-BAR-STATUT.
027050     PERFORM 2120-PARCOURIR THRU 2120-EXIT.
027060 2100-EXIT.
027070     EXIT.
027080 2120-PARCOURIR.
027090     MOVE W-BAR-ENTITE TO TAR-ENTITE.
027100     MOVE W-BAR-STATUT TO TAR-STATUT.
027110     MOVE ZERO         TO TAR-TRANCHE.
027120     START TARFIC KEY NOT LESS TAR-CLE.
027130     IF W-TAR-ABSENT OR W-TAR-FIN OR NOT W-TAR-OK
027140         GO TO 2120-EXIT.
027150     MOVE 'N' TO W-FIN-TAR.
027160     PERFORM 2150-UNE-LIGNE THRU 2150-EXIT
027170         UNTIL W-FIN-TAR = 'O' OR W-TROUVE = 'O'.
027180 2120-EXIT.
027190     EXIT.
028400 2150-UNE-LIGNE.
028500     READ TARFIC NEXT.
028600     IF NOT W-TAR-OK
028700      OR TAR-ENTITE NOT = W-BAR-ENTITE
028800      OR TAR-STATUT NOT = W-BAR-STATUT
028900         MOVE 'O' TO W-FIN-TAR
029000         GO TO 2150-EXIT.
029100     IF NOT TAR-VALIDE
029400      OR (TAR-DATE-FIN GREATER ZERO
029500       AND W-DATE-ARRETE GREATER TAR-DATE-FIN)
029600         GO TO 2150-EXIT.
029700     IF W-BASE-FRAIS LESS TAR-SEUIL-BAS
029800      OR W-BASE-FRAIS GREATER TAR-SEUIL-HAUT
029900         GO TO 2150-EXIT.
029909     PERFORM 2170-PREAVIS THRU 2170-EXIT.
029918     IF W-NON-OPPOSABLE = 'O'
029927         IF AVI-VALEURS-ANCIENNES
029936             MOVE AVI-ANCIEN-TAUX    TO W-TAUX-FRAIS
029945             MOVE AVI-ANCIEN-FORFAIT TO W-FORFAIT-FRAIS
029954             MOVE 'O' TO W-TROUVE
029963         END-IF
029972         GO TO 2150-EXIT.
029981     MOVE TAR-TAUX    TO W-TAUX-FRAIS.
029990     MOVE TAR-FORFAIT TO W-FORFAIT-FRAIS.
030000     MOVE 'O' TO W-TROUVE.
030100 2150-EXIT.
030200     EXIT.
030204******************************************************************
030208*  2170-PREAVIS : LA LIGNE EST-ELLE OPPOSABLE A LA CLE A LA      *
030212*  DATE D ARRETE ? (PAS DE PREAVIS AU REGISTRE = OUI)            *
030216******************************************************************
030220 2170-PREAVIS.
030224     MOVE 'N' TO W-NON-OPPOSABLE.
030228     IF W-AVIFIC-OUVERT NOT = 'O'
030232         GO TO 2170-EXIT.
030236     MOVE FFFFFGS-CLE TO AVI-FGS-CLE.
030240     MOVE 'F'         TO AVI-NATURE.
030244     MOVE TAR-CLE     TO AVI-LIGNE.
030248     READ AVIFIC.
030252     IF W-AVI-ABSENT
030256         GO TO 2170-EXIT.
030260     IF NOT W-AVI-OK
030264         MOVE 'READ AVIFIC' TO W-MOTIF-ABANDON
030268         GO TO 9900-ABANDON.
030272     IF W-DATE-ARRETE NOT LESS AVI-DATE-OPPOSABLE
030276         GO TO 2170-EXIT.
030280     MOVE 'O' TO W-NON-OPPOSABLE.
030284     ADD 1 TO CPT-NON-OPPOSABLES.
030288 2170-EXIT.
030292     EXIT.
030300******************************************************************
030400*  2500-CUMULER-UNITE : LE REGISTRE SE COUPE PAR UNITE           *
030500******************************************************************
036000     IF NOT W-GLP-OK
036100         MOVE 'WRITE GLPOST (C)' TO W-MOTIF-ABANDON
036200         GO TO 9900-ABANDON.
036205     MOVE FFFFFGS-CLE     TO FIS-FGS-CLE.
036214     MOVE 'F'             TO FIS-NATURE.
036223     MOVE W-DATE-ARRETE   TO FIS-DATE.
036232     MOVE W-FRAIS         TO FIS-MONTANT.
036241     MOVE 'GSFE590 '      TO FIS-ORIGINE.
036250     MOVE SPACES          TO FIS-ENREG (40:11).
036259     WRITE FIS-ENREG.
036268     IF NOT W-FIS-OK
036277         MOVE 'WRITE FISJRN' TO W-MOTIF-ABANDON
036286         GO TO 9900-ABANDON.
036300 2700-EXIT.
036400     EXIT.
036500******************************************************************
