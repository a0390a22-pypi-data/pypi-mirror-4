001700*  LES DEMANDES DE MISE A JOUR SONT DEPOSEES EN MOUVEMENTS       *
001800*  (FICHIER MVTSOEUR) ET PASSENT PAR LES CONTROLES DE LA         *
001900*  CHAINE D APPLICATION COMME TOUT LE MONDE.                     *
001920*  CHAQUE APPEL EST COMPTE AU JOURNAL DES USAGES (FICHIER        *
001940*  USGSOE, DESSIN FFFFFGUJ) : APPELANT ZC-APPELANT, FONCTION,    *
001960*  ISSUE ET DUREE - CONSOLIDE PAR GSUS150, REFACTURE PAR         *
001980*  GSUS151.                                                      *
002000*  ------------------------------------------------------------  *
002100*  HISTORIQUE DES MODIFICATIONS                                  *
002200*  22/08/26  DA  CREATION                                        *
002240*  02/09/26  DA  VERSION 02 : CORRELATION DEPOSEE AVEC MJ        *
002250*                (FICHIER CORFIC) ET FONCTION RS RENDANT LE      *
002260*                SORT RAPPROCHE PAR GSIC471 (FICHIER RSPFIC)     *
002261*  15/10/26  DA  CHAQUE IMAGE DECODEE RENDUE (LC / PS) EST       *
002262*                TRACEE AU FICHIER DSCSOE - ECHEC = RAISON 99    *
002263*                SANS IMAGE                                      *
002264*  15/10/26  DA  DEMANDE MJ CHANGEANT LE NOM OU L ID-NAT : LE    *
002265*                CHANGEMENT ATTEND LA VALIDATION A QUATRE YEUX   *
002266*                (CIDFIC - GSCI831) ET LE MOUVEMENT DEPOSE GARDE *
002267*                LES VALEURS DU MAITRE                           *
002268*  15/10/26  DA  APPEL COMPTE AU JOURNAL DES USAGES USGSOE       *
002269*                (APPELANT, FONCTION, ISSUE, DUREE)              *
002270******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.
004000       ORGANIZATION  SEQUENTIAL
004100       ACCESS MODE   SEQUENTIAL
004200       FILE STATUS   W-MVTSOEUR-STATUS.
004202     SELECT CIDFIC  ASSIGN  CIDFIC
004203       ORGANIZATION  INDEXED
004204       ACCESS MODE   DYNAMIC
004205       RECORD KEY    CID-CLE
004206       FILE STATUS   W-CIDFIC-STATUS.
004210     SELECT CORFIC  ASSIGN  CORFIC
004220       ORGANIZATION  SEQUENTIAL
004230       ACCESS MODE   SEQUENTIAL
004270       ACCESS MODE   RANDOM
004280       RECORD KEY    RSP-CORRELATION
004290       FILE STATUS   W-RSPFIC-STATUS.
004291     SELECT DSCSOE  ASSIGN  DSCSOE
004292       ORGANIZATION  SEQUENTIAL
004293       ACCESS MODE   SEQUENTIAL
004294       FILE STATUS   W-DSCSOE-STATUS.
004295     SELECT USGSOE  ASSIGN  USGSOE
004296       ORGANIZATION  SEQUENTIAL
004297       ACCESS MODE   SEQUENTIAL
004298       FILE STATUS   W-USGSOE-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  FFFFFGS
005000     LABEL RECORD STANDARD
005100     DATA RECORD MVT-ENREG.
005200 COPY FFFFFGT.
005202 FD  CIDFIC
005204     LABEL RECORD STANDARD
005206     DATA RECORD CID-ENREG.
005208 COPY FFFFFGCI.
005210 FD  CORFIC
005220     LABEL RECORD STANDARD
005230     DATA RECORD COR-ENREG.
005260     LABEL RECORD STANDARD
005270     DATA RECORD RSP-ENREG.
005280 COPY FFFFFGRP.
005284 FD  DSCSOE
005286     LABEL RECORD STANDARD
005288     DATA RECORD DSC-ENREG.
005290 COPY FFFFFGDC.
005292 FD  USGSOE
005294     LABEL RECORD STANDARD
005296     DATA RECORD USJ-ENREG.
005298 COPY FFFFFGUJ.
005300 WORKING-STORAGE SECTION.
005400 77  W-OUVERT                        PIC X(01) VALUE 'N'.
005410 77  W-RSP-OUVERT                    PIC X(01) VALUE 'N'.
005420 01  W-CIDFIC-STATUS                 PIC X(02).
005430     88  W-CID-OK                    VALUE '00'.
005440     88  W-CID-DOUBLE                VALUE '22'.
005450 01  W-NOM-MAITRE                    PIC X(30).
005460 01  W-IDNAT-MAITRE                  PIC X(13).
005467 01  W-USGSOE-STATUS                 PIC X(02).
005474     88  W-USG-OK                    VALUE '00'.
005481*    JOURNAL DES USAGES : N = A OUVRIR  O = OUVERT
005488*    X = INDISPONIBLE (APPELS SERVIS SANS ETRE COMPTES)
005495 77  W-USG-OUVERT                    PIC X(01) VALUE 'N'.
005502 01  W-HEURE-DEBUT                   PIC 9(08).
005509 01  W-HD REDEFINES W-HEURE-DEBUT.
005516     05  W-HD-HH                     PIC 9(02).
005523     05  W-HD-MM                     PIC 9(02).
005530     05  W-HD-SS                     PIC 9(02).
005537     05  W-HD-CC                     PIC 9(02).
005544 01  W-HEURE-FIN                     PIC 9(08).
005551 01  W-HF REDEFINES W-HEURE-FIN.
005558     05  W-HF-HH                     PIC 9(02).
005565     05  W-HF-MM                     PIC 9(02).
005572     05  W-HF-SS                     PIC 9(02).
005579     05  W-HF-CC                     PIC 9(02).
005586 01  W-DUREE-CS                      PIC S9(09) COMP-3.
005600 COPY FFFFFGSW.
005625 01  W-DSCSOE-STATUS                 PIC X(02).
005650     88  W-DSC-OK                    VALUE '00'.
005675 01  W-HEURE-JOUR                    PIC 9(08).
005700 01  W-MVTSOEUR-STATUS               PIC X(02).
005800     88  W-MVS-OK                    VALUE '00'.
005802 01  W-CORFIC-STATUS                 PIC X(02).
006500*  0000-MAINLINE : VERSION PUIS AIGUILLAGE PAR FONCTION          *
006600******************************************************************
006700 0000-MAINLINE.
006750     ACCEPT W-HEURE-DEBUT FROM TIME.
006800     IF ZC-VERSION NOT = '01' AND '02'
006900         MOVE 'VE' TO ZC-RAISON
007000         GO TO 0000-FIN.
007774             CLOSE FFFFFGS MVTSOEUR
007776             GO TO 0000-FIN
007778         END-IF
007781         OPEN EXTEND DSCSOE
007782         IF NOT W-DSC-OK
007783             MOVE '99' TO ZC-RAISON
007784             CLOSE FFFFFGS MVTSOEUR CORFIC
007785             GO TO 0000-FIN
007786         END-IF
007787         OPEN I-O    CIDFIC
007788         IF NOT W-CID-OK
007789             MOVE '99' TO ZC-RAISON
007790             CLOSE FFFFFGS MVTSOEUR CORFIC DSCSOE
007791             GO TO 0000-FIN
007792         END-IF
007800         MOVE 'O' TO W-OUVERT.
007900     EVALUATE TRUE
008000         WHEN ZC-LECTURE-CLE
008700             MOVE 'FO' TO ZC-RAISON
008800     END-EVALUATE.
008900 0000-FIN.
008950     PERFORM 8500-COMPTER-APPEL THRU 8500-EXIT.
009000     GOBACK.
009100 0000-EXIT.
009200     EXIT.
010500         GO TO 1000-EXIT.
010600     MOVE '00'          TO ZC-RAISON.
010650     PERFORM 8000-DECODER THRU 8000-EXIT.
010662     IF ZC-RAISON NOT = '00'
010674         MOVE SPACES TO ZC-IMAGE
010686         GO TO 1000-EXIT.
010700     MOVE FFFFFGS-ENREG TO ZC-IMAGE.
010800 1000-EXIT.
010900     EXIT.
012800         GO TO 2000-EXIT.
012900     MOVE '00'          TO ZC-RAISON.
012950     PERFORM 8000-DECODER THRU 8000-EXIT.
012962     IF ZC-RAISON NOT = '00'
012974         MOVE SPACES TO ZC-IMAGE
012986         GO TO 2000-EXIT.
013000     MOVE FFFFFGS-CLE   TO ZC-CLE.
013100     MOVE FFFFFGS-ENREG TO ZC-IMAGE.
013200 2000-EXIT.
013800     MOVE 'M'      TO MVT-CODE.
013900     MOVE ZERO     TO MVT-AGE.
014000     MOVE ZC-IMAGE TO MVT-IMAGE.
014010*    NOM OU ID-NAT CHANGE : LE CHANGEMENT ATTEND LA
014020*    VALIDATION A QUATRE YEUX (3100) - LE MOUVEMENT PART AVEC
014030*    LES VALEURS DU MAITRE
014040     MOVE '00' TO ZC-RAISON.
014050     PERFORM 3100-QUATRE-YEUX THRU 3100-EXIT.
014060     IF ZC-RAISON NOT = '00'
014070         GO TO 3000-EXIT.
014100     WRITE MVT-ENREG.
014200     IF W-MVS-OK
014300         MOVE '00' TO ZC-RAISON
015600     CALL 'GSCR390' USING CRZ-ZONE.
015700     MOVE CRZ-NOM         TO FFFFFGS-NOM.
015800     MOVE CRZ-ID-NAT      TO FFFFFGS-ID-NAT.
015805*    LE CLAIR NE SORT QUE TRACE AU JOURNAL DES DIVULGATIONS -
015810*    SANS TRACE PAS DE RETOUR (RAISON 99)
015815     ACCEPT W-DATE-JOUR  FROM DATE YYYYMMDD.
015820     ACCEPT W-HEURE-JOUR FROM TIME.
015825     MOVE SPACES              TO DSC-ENREG.
015830     MOVE W-DATE-JOUR         TO DSC-DATE.
015835     MOVE W-HEURE-JOUR (1:6)  TO DSC-HEURE.
015840     MOVE 'SOEUR   '          TO DSC-IDENTITE.
015845     MOVE 'APPL'              TO DSC-CANAL.
015850     MOVE 'GSIC470 '          TO DSC-PROGRAMME.
015855     MOVE FFFFFGS-CLE         TO DSC-FGS-CLE.
015860     MOVE 'R'                 TO DSC-NATURE.
015865     IF ZC-VERSION = '02'
015870         MOVE ZC-CORRELATION  TO DSC-REFERENCE.
015875     MOVE 'N'                 TO DSC-FORMATION.
015880     WRITE DSC-ENREG.
015885     IF NOT W-DSC-OK
015890         MOVE '99' TO ZC-RAISON.
015900 8000-EXIT.
016000     EXIT.
016100******************************************************************
016200*  3100-QUATRE-YEUX : LE NOM ET L ID-NAT DE LA DEMANDE SONT      *
016300*  CONFRONTES AU MAITRE DECODE. DIFFERENCE = DEMANDE A CIDFIC    *
016400*  (IMAGES AVANT ET APRES ENCODEES PAR GSCR390) ET VALEURS DU    *
016500*  MAITRE REMISES DANS LE MOUVEMENT. CLE INCONNUE : RIEN A       *
016600*  CONFRONTER, LA CHAINE REJETTERA LE MOUVEMENT                  *
016700******************************************************************
016800 3100-QUATRE-YEUX.
016900     MOVE ZC-IMAGE (1:15) TO FFFFFGS-CLE.
017000     READ FFFFFGS.
017100     IF W-FGS-ABSENT
017200         GO TO 3100-EXIT.
017300     IF NOT W-FGS-OK
017400         MOVE '99' TO ZC-RAISON
017500         GO TO 3100-EXIT.
017600     MOVE 'D'                 TO CRZ-FONCTION.
017700     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
017800     MOVE FFFFFGS-NOM         TO CRZ-NOM.
017900     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
018000     CALL 'GSCR390' USING CRZ-ZONE.
018100     MOVE CRZ-NOM             TO W-NOM-MAITRE.
018200     MOVE CRZ-ID-NAT          TO W-IDNAT-MAITRE.
018300     IF ZC-IMAGE (18:30) = W-NOM-MAITRE
018400      AND ZC-IMAGE (48:13) = W-IDNAT-MAITRE
018500         GO TO 3100-EXIT.
018600     ACCEPT W-DATE-JOUR  FROM DATE YYYYMMDD.
018700     ACCEPT W-HEURE-JOUR FROM TIME.
018800     MOVE SPACES              TO CID-ENREG.
018900     MOVE W-DATE-JOUR         TO CID-DATE.
019000     MOVE W-HEURE-JOUR (1:6)  TO CID-SEQ CID-HEURE.
019100     MOVE 'A'                 TO CID-ETAT.
019200     MOVE FFFFFGS-CLE         TO CID-FGS-CLE.
019300     MOVE FFFFFGS-CLE-ENTITE  TO CID-ENTITE.
019400     MOVE 'GSIC470 '          TO CID-ORIGINE.
019500     MOVE 'SOEUR   '          TO CID-OPERATEUR.
019600     MOVE ZERO                TO CID-DATE-DECISION
019700                                 CID-HEURE-DECISION.
019800     MOVE 'N'                 TO CID-EDITE.
019900     MOVE 'C'                 TO CRZ-FONCTION.
020000     MOVE W-NOM-MAITRE        TO CRZ-NOM.
020100     MOVE W-IDNAT-MAITRE      TO CRZ-ID-NAT.
020200     CALL 'GSCR390' USING CRZ-ZONE.
020300     MOVE CRZ-NOM             TO CID-NOM-AVANT.
020400     MOVE CRZ-ID-NAT          TO CID-IDNAT-AVANT.
020500     MOVE 'C'                 TO CRZ-FONCTION.
020600     MOVE ZC-IMAGE (18:30)    TO CRZ-NOM.
020700     MOVE ZC-IMAGE (48:13)    TO CRZ-ID-NAT.
020800     CALL 'GSCR390' USING CRZ-ZONE.
020900     MOVE CRZ-NOM             TO CID-NOM-APRES.
021000     MOVE CRZ-ID-NAT          TO CID-IDNAT-APRES.
021100     MOVE CRZ-VERSION         TO CID-VERSION-CLE.
021200 3100-ECRIRE.
021300     WRITE CID-ENREG.
021400     IF W-CID-DOUBLE AND CID-SEQ LESS 999999
021500         ADD 1 TO CID-SEQ
021600         GO TO 3100-ECRIRE.
021700     IF NOT W-CID-OK
021800         MOVE '99' TO ZC-RAISON
021900         GO TO 3100-EXIT.
022000     MOVE W-NOM-MAITRE        TO MVT-IMAGE (18:30).
022100     MOVE W-IDNAT-MAITRE      TO MVT-IMAGE (48:13).
022200 3100-EXIT.
022300     EXIT.
022400******************************************************************
022500*  8500-COMPTER-APPEL : L APPEL EST COMPTE AU JOURNAL DES USAGES *
022600*  (FICHIER USGSOE) AVEC SON ISSUE ET SA DUREE. LE COMPTAGE NE   *
022700*  REFUSE JAMAIS LE SERVICE : USGSOE INDISPONIBLE EST SIGNALE    *
022800*  UNE FOIS ET LES APPELS SONT SERVIS SANS ETRE COMPTES          *
022900******************************************************************
023000 8500-COMPTER-APPEL.
023100     IF W-USG-OUVERT = 'X'
023200         GO TO 8500-EXIT.
023300     IF W-USG-OUVERT = 'N'
023400         OPEN EXTEND USGSOE
023500         IF NOT W-USG-OK
023600             MOVE 'X' TO W-USG-OUVERT
023700             DISPLAY 'GSIC470 - USGSOE INDISPONIBLE : '
023800                     W-USGSOE-STATUS ' - APPELS NON COMPTES'
023900             GO TO 8500-EXIT
024000         END-IF
024100         MOVE 'O' TO W-USG-OUVERT.
024200     ACCEPT W-HEURE-FIN FROM TIME.
024300     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
024400     MOVE SPACES              TO USJ-ENREG.
024500     MOVE W-DATE-JOUR         TO USJ-DATE.
024600     MOVE W-HEURE-FIN (1:6)   TO USJ-HEURE.
024700     MOVE ZC-APPELANT         TO USJ-APPELANT.
024800     IF ZC-APPELANT = SPACES OR LOW-VALUE
024900         MOVE 'INCONNU '      TO USJ-APPELANT.
025000     MOVE 'IC'                TO USJ-SERVICE.
025100     MOVE 'GSIC470 '          TO USJ-PROGRAMME.
025200     MOVE ZC-FONCTION         TO USJ-FONCTION.
025300     MOVE ZC-RAISON           TO USJ-RETOUR.
025400     EVALUATE ZC-RAISON
025500         WHEN '00'
025600             MOVE 'S' TO USJ-ISSUE
025700         WHEN '99'
025800             MOVE 'I' TO USJ-ISSUE
025900         WHEN OTHER
026000             MOVE 'F' TO USJ-ISSUE
026100     END-EVALUATE.
026200     MOVE 1                   TO USJ-NB-APPELS.
026300     COMPUTE W-DUREE-CS =
026400         ((W-HF-HH * 60 + W-HF-MM) * 60 + W-HF-SS) * 100
026500         + W-HF-CC
026600         - ((W-HD-HH * 60 + W-HD-MM) * 60 + W-HD-SS) * 100
026700         - W-HD-CC.
026800*    APPEL A CHEVAL SUR MINUIT
026900     IF W-DUREE-CS LESS ZERO
027000         ADD 8640000 TO W-DUREE-CS.
027100     COMPUTE USJ-DUREE-MS = W-DUREE-CS * 10.
027200     MOVE 'O'                 TO USJ-CHRONO.
027300     WRITE USJ-ENREG.
027400     IF NOT W-USG-OK
027500         DISPLAY 'GSIC470 - WRITE USGSOE : ' W-USGSOE-STATUS.
027600 8500-EXIT.
027700     EXIT.
