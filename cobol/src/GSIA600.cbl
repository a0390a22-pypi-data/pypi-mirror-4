001100*  REMPLACE : LE TAUX VIENT DU BAREME TXIFIC (ENTITE + STATUT,   *
001200*  A DATES D EFFET), LA BASE EST LE NOMBRE DE JOURS OUVRES DE    *
001300*  L ANNEE (GSCA220 FONCTION E DU 1ER JANVIER AU 31 DECEMBRE).   *
001400*  CARTE PARAMETRE : MODE(1) J/M  DATE-ARRETE(8)  BASE(1) J/M    *
001500*  MODE J (CHAQUE NUIT OUVREE) : INTERET DU JOUR =               *
001600*   MONTANT-ECH X TAUX / 100 / JOURS-OUVRES-ANNEE, CUMULE SUR    *
001700*   LE POSTE D HISTORIQUE 5 DE L ENREGISTREMENT (STATUT IC,      *
001900*  MODE M (FIN DE MOIS) : LE COURU DU POSTE 5 EST CAPITALISE     *
002000*   PAR UN MOUVEMENT M (MONTANT-ECH AUGMENTE, POSTE 5 REMIS A    *
002100*   ZERO) VERS MVTINT (APPLIQUE PAR GSBT010) ET UNE ECRITURE     *
002200*   GLPOST PAR LA REGLE MAPFIC DU PREFIXE INTC (GSMP980).        *
002201*   CHAQUE MONTANT CAPITALISE EST AUSSI PORTE AU JOURNAL         *
002202*   FISCAL FISJRN (ATTESTATION ANNUELLE GSFI910).                *
002210*  BASE M (MODE M SEUL) : LE MONTANT CAPITALISE EST RECALCULE    *
002220*   SUR LE SOLDE MOYEN QUOTIDIEN DE MONTANT-ECH DU MOIS DE       *
002230*   L ARRETE (PHOTOS SLDFIC, MODULE GSSL861) : MOYENNE X TAUX    *
002240*   / 100 X JOURS OUVRES COUVERTS / JOURS-OUVRES-ANNEE ; SANS    *
002250*   PHOTO, LE COURU DU POSTE 5. BASE J (DEFAUT) : LE COURU.      *
002300*  REGISTRE ETATINT : LA REPONSE AUX AUDITEURS SUR L ORIGINE     *
002400*  DES CHIFFRES.                                                 *
002410*  PREAVIS (REGISTRE AVIFIC - GSAV960) : UNE LIGNE PREAVISEE A   *
002420*  LA CLE NE SERT QU A PARTIR DE SA DATE OPPOSABLE ; AVANT, LE   *
002430*  TAUX ANCIEN (LIGNE MODIFIEE SUR PLACE) OU LA LIGNE            *
002440*  PRECEDENTE (LIGNE NOUVELLE) RESTE APPLIQUE.                   *
002500*  ------------------------------------------------------------  *
002600*  HISTORIQUE DES MODIFICATIONS                                  *
002606*  02/09/26  DA  CREATION                                        *
002612*  15/10/26  DA  CODE MOUVEMENT DU JOURNAL DES IMAGES APRES A    *
002618*                BLANC (ECRITURE HORS LOT DE MOUVEMENTS)         *
002624*  15/10/26  DA  TAUX DU PLAN D INTERET DU PRODUIT (CATALOGUE    *
002630*                PRDFIC, MODULE GSPD852) CHERCHE EN PREMIER :    *
002636*                LIGNES ENTITE ** + STATUT = CODE DU PLAN ;      *
002642*                A DEFAUT, TAUX ENTITE + STATUT                  *
002648*  15/10/26  DA  BASE M : CAPITALISATION SUR LE SOLDE MOYEN      *
002654*                QUOTIDIEN DU MOIS (GSSL861)                     *
002660*  15/10/26  DA  DOSSIER CLOTURE (SU) IGNORE : LES INTERETS      *
002666*                SONT CAPITALISES PAR GSCD890                    *
002672*  15/10/26  DA  JOURNAL FISCAL FISJRN DES INTERETS CAPITALISES  *
002678*                (ATTESTATION FISCALE ANNUELLE GSFI910)          *
002684*  15/10/26  DA  PREAVIS DES CHANGEMENTS DE TAUX (AVIFIC -       *
002690*                GSAV960) : LIGNE NON OPPOSABLE A LA CLE         *
002696*                ECARTEE AU PROFIT DE LA PRECEDENTE              *
002702*  15/10/26  DA  REGLE D IMPUTATION INTC PRISE A MAPFIC PAR LE   *
002708*                MODULE GSMP980 (REGLE DATEE, CPTMAP SUPPRIME)   *
002720******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.
004600       ACCESS MODE   DYNAMIC
004700       RECORD KEY    TXI-CLE
004800       FILE STATUS   W-TXIFIC-STATUS.
004810     SELECT AVIFIC  ASSIGN  AVIFIC
004820       ORGANIZATION  INDEXED
004830       ACCESS MODE   RANDOM
004840       RECORD KEY    AVI-CLE
004850       FILE STATUS   W-AVIFIC-STATUS.
005200     SELECT MVTINT  ASSIGN  MVTINT
005300       ORGANIZATION  SEQUENTIAL
005400       FILE STATUS   W-MVTINT-STATUS.
005500     SELECT GLPOST  ASSIGN  GLPOST
005600       ORGANIZATION  SEQUENTIAL
005700       FILE STATUS   W-GLPOST-STATUS.
005710     SELECT FISJRN  ASSIGN  FISJRN
005720       ORGANIZATION  SEQUENTIAL
005730       FILE STATUS   W-FISJRN-STATUS.
005800     SELECT ETATINT ASSIGN  ETATINT
005900       ORGANIZATION  SEQUENTIAL
006000       FILE STATUS   W-ETATINT-STATUS.
006800     LABEL RECORD STANDARD
006900     DATA RECORD TXI-ENREG.
007000 COPY FFFFFGTI.
007010 FD  AVIFIC
007020     LABEL RECORD STANDARD
007030     DATA RECORD AVI-ENREG.
007040 COPY FFFFFGAV.
007900 FD  MVTINT
008000     LABEL RECORD STANDARD
008100     DATA RECORD MVT-ENREG.
009000     05  GLP-DATE                    PIC 9(08).
009100     05  GLP-ORIGINE                 PIC X(08).
009200     05  FILLER                      PIC X(38).
009210 FD  FISJRN
009220     LABEL RECORD STANDARD
009230     DATA RECORD FIS-ENREG.
009240 COPY FFFFFGFJ.
009300 FD  ETATINT
009400     LABEL RECORD STANDARD
009500     DATA RECORD INT-LIGNE.
009800 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
009900 77  CPT-COURUS                      PIC S9(08) COMP VALUE ZERO.
010000 77  CPT-CAPITALISES                 PIC S9(08) COMP VALUE ZERO.
010010 77  CPT-SANS-PHOTO                  PIC S9(08) COMP VALUE ZERO.
010020 77  CPT-NON-OPPOSABLES              PIC S9(08) COMP VALUE ZERO.
010100 77  W-FIN-TXI                       PIC X(01).
010200 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
010300     88  FIN-FGS                     VALUE 'O'.
010600     88  W-TXI-OK                    VALUE '00'.
010700     88  W-TXI-FIN                   VALUE '10'.
010800     88  W-TXI-ABSENT                VALUE '23'.
010810*    REGISTRE DES PREAVIS (ABSENT = PAS DE PREAVIS EXIGE)
010820 01  W-AVIFIC-STATUS                 PIC X(02).
010830     88  W-AVI-OK                    VALUE '00'.
010840     88  W-AVI-ABSENT                VALUE '23'.
010850 77  W-AVIFIC-OUVERT                 PIC X(01) VALUE 'N'.
010860 01  W-NON-OPPOSABLE                 PIC X(01).
011200 01  W-MVTINT-STATUS                 PIC X(02).
011300     88  W-MVT-OK                    VALUE '00'.
011304 01  W-CYCOUT-STATUS                 PIC X(02).
011384 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
011400 01  W-GLPOST-STATUS                 PIC X(02).
011500     88  W-GLP-OK                    VALUE '00'.
011510 01  W-FISJRN-STATUS                 PIC X(02).
011520     88  W-FIS-OK                    VALUE '00'.
011600 01  W-ETATINT-STATUS                PIC X(02).
011700     88  W-INT-OK                    VALUE '00'.
011800 01  W-MOTIF-ABANDON                 PIC X(40).
012200         88  MODE-MENSUEL            VALUE 'M'.
012300     05  FILLER                      PIC X(01).
012400     05  W-PARM-ARRETE               PIC X(08).
012410     05  FILLER                      PIC X(01).
012420     05  W-PARM-BASE                 PIC X(01).
012430         88  BASE-JOUR               VALUE 'J' ' '.
012440         88  BASE-MOYENNE            VALUE 'M'.
012500 01  W-DATE-ARRETE                   PIC 9(08).
012600 01  W-JOURS-OUVRES-AN               PIC S9(04) COMP VALUE 0.
012610 01  W-ANNEE-ARRETE                  PIC 9(04).
012900 01  W-TROUVE                        PIC X(01).
013000 01  W-COMPTE-DEBIT                  PIC X(10).
013100 01  W-COMPTE-CREDIT                 PIC X(10).
013200 COPY GSMPZ.
013300 01  W-CUMUL-COURU                   PIC S9(15)V99 COMP-3
013400                                     VALUE ZERO.
013500 COPY GSCAZ.
013600 COPY GSCRZ.
013700 COPY GSJRZ.
013710 COPY GSPDZ.
013720*    CLE DE BAREME CHERCHEE (PLAN DU PRODUIT OU ENTITE + STATUT)
013730 01  W-BAR-ENTITE                    PIC X(02).
013740 01  W-BAR-STATUT                    PIC X(02).
013750 COPY GSSLZ.
013760 01  W-MOYEN-SERVI                   PIC X(01).
013800 01  INT-DETAIL.
013900     05  INT-D-CLE                   PIC X(15).
014000     05  FILLER                      PIC X(09)
016800         MOVE 'DATE D ARRETE INVALIDE' TO W-MOTIF-ABANDON
016900         GO TO 9900-ABANDON.
017000     MOVE W-PARM-ARRETE TO W-DATE-ARRETE.
017010     IF NOT BASE-JOUR AND NOT BASE-MOYENNE
017020         MOVE 'BASE J OU M' TO W-MOTIF-ABANDON
017030         GO TO 9900-ABANDON.
017100     PERFORM 1000-BASE-OUVREE THRU 1000-EXIT.
017200     OPEN I-O FFFFFGS.
017300     IF NOT W-FGS-OK
017700     IF NOT W-TXI-OK
017800         MOVE 'OPEN TXIFIC'  TO W-MOTIF-ABANDON
017900         GO TO 9900-ABANDON.
017910     OPEN INPUT AVIFIC.
017920     IF W-AVI-OK
017930         MOVE 'O' TO W-AVIFIC-OUVERT
017940     ELSE
017950         DISPLAY 'GSIA600 - AVIFIC ABSENT : ' W-AVIFIC-STATUS.
018000     OPEN OUTPUT ETATINT.
018100     IF NOT W-INT-OK
018200         MOVE 'OPEN ETATINT' TO W-MOTIF-ABANDON
018300         GO TO 9900-ABANDON.
018400     IF MODE-MENSUEL
018500         PERFORM 1200-REGLE-MAPFIC THRU 1200-EXIT
018600         OPEN OUTPUT MVTINT
018700         IF NOT W-MVT-OK
018800             MOVE 'OPEN MVTINT' TO W-MOTIF-ABANDON
019200         IF NOT W-GLP-OK
019300             MOVE 'OPEN GLPOST' TO W-MOTIF-ABANDON
019400             GO TO 9900-ABANDON
019500         END-IF
019510         OPEN EXTEND FISJRN
019520         IF NOT W-FIS-OK
019530             MOVE 'OPEN FISJRN' TO W-MOTIF-ABANDON
019540             GO TO 9900-ABANDON
019550         END-IF.
019600     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
019700     PERFORM 2000-UN-ENREG THRU 2000-EXIT
019800         UNTIL FIN-FGS.
020100     WRITE INT-LIGNE FROM INT-TOTAUX.
020200     IF MODE-MENSUEL
020250         PERFORM 7300-PIED-LOT THRU 7300-EXIT
020300         CLOSE MVTINT GLPOST FISJRN.
020400     CLOSE FFFFFGS TXIFIC ETATINT.
020410     IF W-AVIFIC-OUVERT = 'O'
020420         CLOSE AVIFIC.
020500     DISPLAY 'GSIA600 - MODE ' W-PARM-MODE
020600             ' COURUS : ' CPT-COURUS
020700             ' CAPITALISES : ' CPT-CAPITALISES.
020710     DISPLAY 'GSIA600 - BASE ' W-PARM-BASE
020720             ' SANS PHOTO DE SOLDE : ' CPT-SANS-PHOTO.
020730     DISPLAY 'GSIA600 - LIGNES NON OPPOSABLES (PREAVIS) : '
020740             CPT-NON-OPPOSABLES.
020800     GOBACK.
020900 0000-EXIT.
021000     EXIT.
022800 1000-EXIT.
022900     EXIT.
023000******************************************************************
023010*  1200-REGLE-MAPFIC : LA REGLE D IMPUTATION DU PREFIXE INTC EN  *
023020*  VIGUEUR A LA DATE D ARRETE                                    *
023030******************************************************************
023040 1200-REGLE-MAPFIC.
023050     MOVE 'INTC'        TO MPZ-PREFIXE.
023060     MOVE W-DATE-ARRETE TO MPZ-DATE.
023070     CALL 'GSMP980' USING MPZ-DEM.
023080     IF MPZ-INCIDENT
023090         MOVE 'MAPFIC INACCESSIBLE (GSMP980)' TO W-MOTIF-ABANDON
023100         GO TO 9900-ABANDON.
023110     IF NOT MPZ-TROUVE
023120         MOVE 'REGLE MAPFIC INTC ABSENTE A LA DATE'
023130           TO W-MOTIF-ABANDON
023140         GO TO 9900-ABANDON.
023150     MOVE MPZ-COMPTE-DEBIT  TO W-COMPTE-DEBIT.
023160     MOVE MPZ-COMPTE-CREDIT TO W-COMPTE-CREDIT.
023170 1200-EXIT.
023180     EXIT.
025700******************************************************************
025800*  2000-UN-ENREG : TAUX EN VIGUEUR PUIS COURU OU CAPITALISATION  *
025900******************************************************************
026000 2000-UN-ENREG.
026100     ADD 1 TO CPT-LUS.
026110     IF FFFFFGS-STATUT = 'SU'
026120         GO TO 2000-SUIVANT.
026200     IF FFFFFGS-MONTANT-ECH NOT NUMERIC
026300      OR FFFFFGS-MONTANT-ECH = ZERO
026400         GO TO 2000-SUIVANT.
027400 2000-EXIT.
027500     EXIT.
027600******************************************************************
027700*  2100-CHERCHER-TAUX : LA LIGNE LA PLUS RECENTE NON FUTURE -    *
027710*  D ABORD AU PLAN D INTERET DU PRODUIT (ENTITE ** + STATUT =    *
027720*  PLAN), PUIS A L ENTITE + STATUT                               *
027730******************************************************************
027740 2100-CHERCHER-TAUX.
027750     MOVE 'N' TO W-TROUVE.
027760     IF FFFFFGS-PRODUIT = SPACES OR LOW-VALUE
027770         GO TO 2100-ENTITE.
027780     MOVE FFFFFGS-PRODUIT TO PDZ-CODE.
027785*    LA PERIODE DE COMMERCIALISATION NE BORNE QUE LA VENTE
027790     MOVE ZERO            TO PDZ-DATE.
027800     MOVE SPACES          TO PDZ-STATUT.
027810     CALL 'GSPD852' USING PDZ-ZONE.
027820     IF PDZ-INCIDENT
027830         MOVE 'GSPD852 - LECTURE PRDFIC' TO W-MOTIF-ABANDON
027840         GO TO 9900-ABANDON.
027850     IF NOT PDZ-SERVI OR PDZ-PLAN-INTERET = SPACES
027860         GO TO 2100-ENTITE.
027870     MOVE '**'             TO W-BAR-ENTITE.
027880     MOVE PDZ-PLAN-INTERET TO W-BAR-STATUT.
027890     PERFORM 2120-PARCOURIR THRU 2120-EXIT.
027900     IF W-TROUVE = 'O'
027910         GO TO 2100-EXIT.
027920 2100-ENTITE.
027930     MOVE FFFFFGS-CLE-ENTITE TO W-BAR-ENTITE.
027940     MOVE FFFFFGS-STATUT     TO W-BAR-STATUT.
027950     PERFORM 2120-PARCOURIR THRU 2120-EXIT.
027960 2100-EXIT.
027970     EXIT.
027980 2120-PARCOURIR.
027990     MOVE W-BAR-ENTITE TO TXI-ENTITE.
028000     MOVE W-BAR-STATUT TO TXI-STATUT.
028010     MOVE ZERO         TO TXI-DATE-DEBUT.
028020     START TXIFIC KEY NOT LESS TXI-CLE.
028030     IF W-TXI-ABSENT OR W-TXI-FIN OR NOT W-TXI-OK
028040         GO TO 2120-EXIT.
028050     MOVE 'N' TO W-FIN-TXI.
028060     PERFORM 2150-UNE-LIGNE THRU 2150-EXIT
028070         UNTIL W-FIN-TXI = 'O'.
028080 2120-EXIT.
028090     EXIT.
029200 2150-UNE-LIGNE.
029300     READ TXIFIC NEXT.
029400     IF NOT W-TXI-OK
029500      OR TXI-ENTITE NOT = W-BAR-ENTITE
029600      OR TXI-STATUT NOT = W-BAR-STATUT
029700      OR TXI-DATE-DEBUT GREATER W-DATE-ARRETE
029800         MOVE 'O' TO W-FIN-TXI
029900         GO TO 2150-EXIT.
030000     IF TXI-DATE-FIN GREATER ZERO
030100      AND W-DATE-ARRETE GREATER TXI-DATE-FIN
030200         GO TO 2150-EXIT.
030210     PERFORM 2170-PREAVIS THRU 2170-EXIT.
030220     IF W-NON-OPPOSABLE = 'O'
030230         IF AVI-VALEURS-ANCIENNES
030240             MOVE AVI-ANCIEN-TAUX TO W-TAUX-RETENU
030250             MOVE 'O' TO W-TROUVE
030260         END-IF
030270         GO TO 2150-EXIT.
030300     MOVE TXI-TAUX-ANNUEL TO W-TAUX-RETENU.
030400     MOVE 'O' TO W-TROUVE.
030500 2150-EXIT.
030600     EXIT.
030604******************************************************************
030608*  2170-PREAVIS : LA LIGNE EST-ELLE OPPOSABLE A LA CLE A LA      *
030612*  DATE D ARRETE ? (PAS DE PREAVIS AU REGISTRE = OUI)            *
030616******************************************************************
030620 2170-PREAVIS.
030624     MOVE 'N' TO W-NON-OPPOSABLE.
030628     IF W-AVIFIC-OUVERT NOT = 'O'
030632         GO TO 2170-EXIT.
030636     MOVE FFFFFGS-CLE TO AVI-FGS-CLE.
030640     MOVE 'T'         TO AVI-NATURE.
030644     MOVE TXI-CLE     TO AVI-LIGNE.
030648     READ AVIFIC.
030652     IF W-AVI-ABSENT
030656         GO TO 2170-EXIT.
030660     IF NOT W-AVI-OK
030664         MOVE 'READ AVIFIC' TO W-MOTIF-ABANDON
030668         GO TO 9900-ABANDON.
030672     IF W-DATE-ARRETE NOT LESS AVI-DATE-OPPOSABLE
030676         GO TO 2170-EXIT.
030680     MOVE 'O' TO W-NON-OPPOSABLE.
030684     ADD 1 TO CPT-NON-OPPOSABLES.
030688 2170-EXIT.
030692     EXIT.
030700******************************************************************
030800*  2300-COURIR : L INTERET DU JOUR AU POSTE D HISTORIQUE 5       *
030900*  (STATUT IC) - REECRITURE JOURNALISEE                          *
032600         GO TO 9900-ABANDON.
032700     MOVE 'M'            TO JRZ-TYPE.
032800     MOVE 'GSIA600 '     TO JRZ-EMETTEUR.
032850     MOVE SPACE          TO JRZ-CODE-MVT.
032900     MOVE FFFFFGS-ENREG  TO JRZ-IMAGE.
033000     CALL 'GSJR580' USING JRZ-ZONE.
033100     IF JRZ-INCIDENT
034000     WRITE INT-LIGNE FROM INT-DETAIL.
034100 2300-EXIT.
034200     EXIT.
034202******************************************************************
034204*  2650-INTERET-MOYEN : BASE M - INTERET DU MOIS RECALCULE SUR   *
034206*  LE SOLDE MOYEN QUOTIDIEN DE MONTANT-ECH (GSSL861) ; SANS      *
034208*  PHOTO, LE COURU DU POSTE 5 RESTE LA REFERENCE                 *
034210******************************************************************
034212 2650-INTERET-MOYEN.
034214     MOVE FFFFFGS-CLE   TO SLZ-FGS-CLE.
034216     MOVE W-DATE-ARRETE TO SLZ-DATE-DEBUT SLZ-DATE-FIN.
034218     MOVE '01'          TO SLZ-DATE-DEBUT (7:2).
034220     CALL 'GSSL861' USING SLZ-ZONE.
034222     IF SLZ-INCIDENT OR SLZ-DATES-INVALIDES
034224         MOVE 'GSSL861 - SOLDE MOYEN' TO W-MOTIF-ABANDON
034226         GO TO 9900-ABANDON.
034228     IF SLZ-AUCUNE-PHOTO
034230         ADD 1 TO CPT-SANS-PHOTO
034232         GO TO 2650-EXIT.
034234     COMPUTE W-INTERET-JOUR ROUNDED =
034236         SLZ-MOYENNE-ECH * W-TAUX-RETENU / 100
034238         * SLZ-NB-JOURS / W-JOURS-OUVRES-AN.
034240     MOVE 'O' TO W-MOYEN-SERVI.
034242 2650-EXIT.
034244     EXIT.
034300******************************************************************
034400*  2600-CAPITALISER : LE COURU DU POSTE 5 PART EN MOUVEMENT M    *
034500*  (MONTANT-ECH AUGMENTE, POSTE REMIS A ZERO) ET EN ECRITURE     *
034600*  GLPOST - LE MOUVEMENT EST APPLIQUE PAR GSBT010               *
034650*  BASE M : MONTANT RECALCULE SUR LE SOLDE MOYEN (2650)          *
034700******************************************************************
034800 2600-CAPITALISER.
034810     MOVE 'N' TO W-MOYEN-SERVI.
034820     IF BASE-MOYENNE
034830         PERFORM 2650-INTERET-MOYEN THRU 2650-EXIT.
034840     IF W-MOYEN-SERVI = 'O'
034850         GO TO 2600-MOUVEMENT.
034900     IF FFFFFGS-HIS-STATUT (5) NOT = 'IC'
035000      OR FFFFFGS-HIS-MONTANT (5) NOT NUMERIC
035100      OR FFFFFGS-HIS-MONTANT (5) = ZERO
035200         GO TO 2600-EXIT.
035300     MOVE FFFFFGS-HIS-MONTANT (5) TO W-INTERET-JOUR.
035310 2600-MOUVEMENT.
035320     IF W-INTERET-JOUR = ZERO
035330         GO TO 2600-EXIT.
035400*    L IMAGE DE MOUVEMENT PART EN CLAIR (CONVENTION MVTFIC)
035500     MOVE 'D'                 TO CRZ-FONCTION.
035600     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
036100     MOVE CRZ-ID-NAT          TO FFFFFGS-ID-NAT.
036200     ADD W-INTERET-JOUR TO FFFFFGS-MONTANT-ECH.
036300     MOVE ZERO          TO FFFFFGS-HIS-MONTANT (5).
036310     MOVE 'IC'          TO FFFFFGS-HIS-STATUT (5).
036400     MOVE W-DATE-ARRETE TO FFFFFGS-HIS-DATE-EFFET (5).
036500     MOVE 'M'           TO MVT-CODE.
036600     MOVE ZERO          TO MVT-AGE.
038500     IF NOT W-GLP-OK
038600         MOVE 'WRITE GLPOST (C)' TO W-MOTIF-ABANDON
038700         GO TO 9900-ABANDON.
038705     MOVE FFFFFGS-CLE     TO FIS-FGS-CLE.
038714     MOVE 'I'             TO FIS-NATURE.
038723     MOVE W-DATE-ARRETE   TO FIS-DATE.
038732     MOVE W-INTERET-JOUR  TO FIS-MONTANT.
038741     MOVE 'GSIA600 '      TO FIS-ORIGINE.
038750     MOVE SPACES          TO FIS-ENREG (40:11).
038759     WRITE FIS-ENREG.
038768     IF NOT W-FIS-OK
038777         MOVE 'WRITE FISJRN' TO W-MOTIF-ABANDON
038786         GO TO 9900-ABANDON.
038800     ADD 1 TO CPT-CAPITALISES.
038900     ADD W-INTERET-JOUR TO W-CUMUL-COURU.
039000     MOVE FFFFFGS-CLE     TO INT-D-CLE.
