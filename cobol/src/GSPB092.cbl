002000*  VIDE MAIS EQUILIBRE : LA CHAINE CONTINUE.                     *
002100*  SORTIES : MVTMQ   LOT DE MOUVEMENTS AVEC CONTROLES            *
002200*            ETATMQE ETAT DU VIDAGE ET DES REFUS                 *
002210*  ENTREE  : FFFFFGS  MAITRE (NOM / ID-NAT DES MESSAGES M)       *
002220*  M-A-J   : CIDFIC   CHANGEMENTS DE NOM / ID-NAT A VALIDER      *
002300*  ------------------------------------------------------------  *
002400*  HISTORIQUE DES MODIFICATIONS                                  *
002500*  02/09/26  DA  CREATION                                        *
002510*  15/10/26  DA  MESSAGE M CHANGEANT LE NOM OU L ID-NAT : LE     *
002520*                CHANGEMENT ATTEND LA VALIDATION A QUATRE YEUX   *
002530*                (CIDFIC - GSCI831), LE MOUVEMENT EMIS GARDE LES *
002540*                VALEURS DU MAITRE (FFFFFGS LU EN ENTREE)        *
002542*  15/10/26  DA  STATUT AVANT A BLANC POUR GSED050 : LA          *
002544*                MATRICE DES TRANSITIONS EST OPPOSEE A           *
002546*                L APPLICATION PAR GSBT010                       *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004300     SELECT ETATMQE ASSIGN  ETATMQE
004400       ORGANIZATION  SEQUENTIAL
004500       FILE STATUS   W-ETATMQE-STATUS.
004510     SELECT FFFFFGS ASSIGN  FFFFFGS
004520       ORGANIZATION  INDEXED
004530       ACCESS MODE   RANDOM
004540       RECORD KEY    MAI-CLE
004550       FILE STATUS   W-FFFFFGS-STATUS.
004560     SELECT CIDFIC  ASSIGN  CIDFIC
004570       ORGANIZATION  INDEXED
004580       ACCESS MODE   DYNAMIC
004590       RECORD KEY    CID-CLE
004595       FILE STATUS   W-CIDFIC-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  CYCOUT
006000     LABEL RECORD STANDARD
006100     DATA RECORD MQE-LIGNE.
006200 01  MQE-LIGNE                       PIC X(132).
006210*    LE MAITRE N EST LU QUE POUR CONFRONTER LE NOM ET L ID-NAT
006220*    D UN MESSAGE M : L IMAGE EST VUE PAR POSITION (NOM 18:30,
006230*    ID-NAT 48:13, VERSION DE CODAGE 199:1) CAR LE DESSIN
006240*    FFFFFFGS PORTE DEJA LE MESSAGE EN COURS DE CONTROLE
006250 FD  FFFFFGS
006260     LABEL RECORD STANDARD
006270     DATA RECORD MAI-ENREG.
006280 01  MAI-ENREG.
006285     05  MAI-CLE                     PIC X(15).
006290     05  FILLER                      PIC X(385).
006292 FD  CIDFIC
006294     LABEL RECORD STANDARD
006296     DATA RECORD CID-ENREG.
006298 COPY FFFFFGCI.
006300 WORKING-STORAGE SECTION.
006400 77  CPT-MSG-LUS                     PIC S9(08) COMP VALUE ZERO.
006500 77  CPT-MVT-EMIS                    PIC S9(08) COMP VALUE ZERO.
006600 77  CPT-MSG-REFUSES                 PIC S9(08) COMP VALUE ZERO.
006650 77  CPT-IDENT-RETENUS               PIC S9(08) COMP VALUE ZERO.
006700 01  W-FIN-FILE                      PIC X(01) VALUE 'N'.
006800     88  FIN-FILE                    VALUE 'O'.
006900 01  W-MQ-INDISPONIBLE               PIC X(01) VALUE 'N'.
007400     88  W-MVT-OK                    VALUE '00'.
007500 01  W-ETATMQE-STATUS                PIC X(02).
007600     88  W-MQE-OK                    VALUE '00'.
007610 COPY FFFFFGSW.
007620 01  W-CIDFIC-STATUS                 PIC X(02).
007630     88  W-CID-OK                    VALUE '00'.
007640     88  W-CID-DOUBLE                VALUE '22'.
007650 01  W-HEURE-JOUR                    PIC 9(08).
007660 01  W-NOM-MAITRE                    PIC X(30).
007670 01  W-IDNAT-MAITRE                  PIC X(13).
007680 COPY GSCRZ.
007700 01  W-DATE-JOUR                     PIC 9(08).
007800 01  W-MOTIF-REFUS                   PIC X(30).
007900 COPY FFFFFGCT.
013400     05  FILLER                      PIC X(02) VALUE SPACES.
013500     05  MQR-MOTIF                   PIC X(30).
013600     05  FILLER                      PIC X(75) VALUE SPACES.
013610 01  MQE-IDENTITE.
013620     05  FILLER                      PIC X(14)
013630         VALUE 'QUATRE YEUX - '.
013640     05  MQI-CLE                     PIC X(15).
013650     05  FILLER                      PIC X(34)
013660         VALUE ' NOM / ID-NAT A VALIDER - DEMANDE '.
013670     05  MQI-DEMANDE                 PIC X(14).
013680     05  FILLER                      PIC X(55) VALUE SPACES.
013700 01  MQE-TOTAUX.
013800     05  FILLER                      PIC X(16)
013900         VALUE 'TOTAUX - LUS :  '.
017200         DISPLAY 'GSPB092 - OPEN ETATMQE : ' W-ETATMQE-STATUS
017300         MOVE 16 TO RETURN-CODE
017400         STOP RUN.
017410     OPEN INPUT  FFFFFGS.
017420     IF NOT W-FGS-OK
017430         DISPLAY 'GSPB092 - OPEN FFFFFGS : ' W-FFFFFGS-STATUS
017440         MOVE 16 TO RETURN-CODE
017450         STOP RUN.
017460     OPEN I-O    CIDFIC.
017470     IF NOT W-CID-OK
017480         DISPLAY 'GSPB092 - OPEN CIDFIC : ' W-CIDFIC-STATUS
017485         MOVE 16 TO RETURN-CODE
017490         STOP RUN.
017500     WRITE MQE-LIGNE FROM MQE-ENTETE.
017600     MOVE LOW-VALUE TO CTL-ENTETE-ZONE.
017700     MOVE '1'        TO CTL-E-CODE.
023600     MOVE W-ME-IMAGE TO FFFFFGS-ENREG.
023700     MOVE W-ME-TYPE  TO EDT-FONCTION.
023800     MOVE 'B'        TO EDT-ENV.
023895     MOVE SPACES TO EDT-STATUT-AVANT EDT-TRANSITION.
023900     CALL 'GSED050' USING EDT-ZONE FFFFFGS-ENREG.
024000     IF EDT-NB-ERREURS GREATER ZERO
024100         MOVE SPACES TO W-MOTIF-REFUS
024400         END-STRING
024500         PERFORM 8000-REFUSER THRU 8000-EXIT
024600         GO TO 2000-EXIT.
024610     IF W-ME-TYPE = 'M'
024620         PERFORM 2200-QUATRE-YEUX THRU 2200-EXIT.
024700     MOVE W-ME-TYPE  TO MVT-CODE.
024800     MOVE ZERO       TO MVT-AGE.
024900     MOVE W-ME-IMAGE TO MVT-IMAGE.
028000     END-IF.
028100 2100-EXIT.
028200     EXIT.
028201******************************************************************
028202*  2200-QUATRE-YEUX : LE NOM ET L ID-NAT DU MESSAGE M SONT       *
028203*  CONFRONTES AU MAITRE DECODE. DIFFERENCE = DEMANDE A CIDFIC    *
028204*  (IMAGES AVANT ET APRES ENCODEES PAR GSCR390) ET VALEURS DU    *
028205*  MAITRE REMISES DANS LE MESSAGE. CLE INCONNUE : RIEN A         *
028206*  CONFRONTER, LA CHAINE REJETTERA LE MOUVEMENT                  *
028207******************************************************************
028208 2200-QUATRE-YEUX.
028209     MOVE W-ME-IMAGE (1:15) TO MAI-CLE.
028210     READ FFFFFGS.
028211     IF W-FGS-ABSENT
028212         GO TO 2200-EXIT.
028213     IF NOT W-FGS-OK
028214         DISPLAY 'GSPB092 - READ FFFFFGS : ' W-FFFFFGS-STATUS
028215         MOVE 16 TO RETURN-CODE
028216         STOP RUN.
028217     MOVE 'D'                  TO CRZ-FONCTION.
028218     MOVE MAI-ENREG (199:1)    TO CRZ-VERSION.
028219     MOVE MAI-ENREG (18:30)    TO CRZ-NOM.
028220     MOVE MAI-ENREG (48:13)    TO CRZ-ID-NAT.
028221     CALL 'GSCR390' USING CRZ-ZONE.
028222     MOVE CRZ-NOM              TO W-NOM-MAITRE.
028223     MOVE CRZ-ID-NAT           TO W-IDNAT-MAITRE.
028224     IF W-ME-IMAGE (18:30) = W-NOM-MAITRE
028225      AND W-ME-IMAGE (48:13) = W-IDNAT-MAITRE
028226         GO TO 2200-EXIT.
028227     ACCEPT W-HEURE-JOUR FROM TIME.
028228     MOVE SPACES               TO CID-ENREG.
028229     MOVE W-DATE-JOUR          TO CID-DATE.
028230     MOVE W-HEURE-JOUR (1:6)   TO CID-SEQ CID-HEURE.
028231     MOVE 'A'                  TO CID-ETAT.
028232     MOVE MAI-CLE              TO CID-FGS-CLE.
028233     MOVE MAI-CLE (1:2)        TO CID-ENTITE.
028234     MOVE 'GSPB092 '           TO CID-ORIGINE.
028235     MOVE CTL-E-SOURCE         TO CID-OPERATEUR.
028236     MOVE ZERO                 TO CID-DATE-DECISION
028237                                  CID-HEURE-DECISION.
028238     MOVE 'N'                  TO CID-EDITE.
028239     MOVE 'C'                  TO CRZ-FONCTION.
028240     MOVE W-NOM-MAITRE         TO CRZ-NOM.
028241     MOVE W-IDNAT-MAITRE       TO CRZ-ID-NAT.
028242     CALL 'GSCR390' USING CRZ-ZONE.
028243     MOVE CRZ-NOM              TO CID-NOM-AVANT.
028244     MOVE CRZ-ID-NAT           TO CID-IDNAT-AVANT.
028245     MOVE 'C'                  TO CRZ-FONCTION.
028246     MOVE W-ME-IMAGE (18:30)   TO CRZ-NOM.
028247     MOVE W-ME-IMAGE (48:13)   TO CRZ-ID-NAT.
028248     CALL 'GSCR390' USING CRZ-ZONE.
028249     MOVE CRZ-NOM              TO CID-NOM-APRES.
028250     MOVE CRZ-ID-NAT           TO CID-IDNAT-APRES.
028251     MOVE CRZ-VERSION          TO CID-VERSION-CLE.
028252 2200-ECRIRE.
028253     WRITE CID-ENREG.
028254     IF W-CID-DOUBLE AND CID-SEQ LESS 999999
028255         ADD 1 TO CID-SEQ
028256         GO TO 2200-ECRIRE.
028257     IF NOT W-CID-OK
028258         DISPLAY 'GSPB092 - WRITE CIDFIC : ' W-CIDFIC-STATUS
028259         MOVE 16 TO RETURN-CODE
028260         STOP RUN.
028261     MOVE W-NOM-MAITRE         TO W-ME-IMAGE (18:30).
028262     MOVE W-IDNAT-MAITRE       TO W-ME-IMAGE (48:13).
028263     ADD 1 TO CPT-IDENT-RETENUS.
028264     MOVE MAI-CLE              TO MQI-CLE.
028265     MOVE CID-CLE              TO MQI-DEMANDE.
028266     WRITE MQE-LIGNE FROM MQE-IDENTITE.
028267 2200-EXIT.
028268     EXIT.
028300******************************************************************
028400*  3000-TERMINAISON : PIED DE LOT - DECONNEXION - TOTAUX         *
028500******************************************************************
031100     MOVE CPT-MVT-EMIS    TO MQT-EMIS.
031200     MOVE CPT-MSG-REFUSES TO MQT-REFUSES.
031300     WRITE MQE-LIGNE FROM MQE-TOTAUX.
031400     CLOSE MVTMQ ETATMQE FFFFFGS CIDFIC.
031500     DISPLAY 'GSPB092 - MESSAGES LUS  : ' CPT-MSG-LUS.
031600     DISPLAY 'GSPB092 - MOUVEMENTS    : ' CPT-MVT-EMIS.
031700     DISPLAY 'GSPB092 - REFUSES       : ' CPT-MSG-REFUSES.
031710     DISPLAY 'GSPB092 - NOM / ID-NAT A VALIDER : '
031720             CPT-IDENT-RETENUS.
031800     IF MQ-INDISPONIBLE
031900         DISPLAY 'GSPB092 - GESTIONNAIRE INDISPONIBLE'
032000         MOVE 4 TO RETURN-CODE.
