000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSFX182.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSFX182 : CONTROLE DES FLUX PARTENAIRES MANQUANTS             *
000900*  ------------------------------------------------------------  *
001000*  LANCE APRES LA FERMETURE DES FENETRES D ARRIVEE (ET AU PLUS   *
001100*  TARD AVANT GSRC243), CE PASSAGE PARCOURT LE CALENDRIER FLXCAL *
001200*  ET, POUR CHAQUE FLUX SURVEILLE ATTENDU A LA DATE (JOUR OUVRE  *
001300*  DE SA JURIDICTION SELON GSCA220) DONT LA FENETRE EST CLOSE,   *
001400*  CHERCHE UNE ARRIVEE A ARVFIC. SANS ARRIVEE, LE MANQUANT EST   *
001500*  POSE A ARVFIC (ETAT M, CYCLE ZERO) ET SIGNALE : MESSAGE       *
001600*  CONSOLE, ELEMENT DE CORBEILLE TYPE FLUX ET LIGNE A L ETAT     *
001700*  ETATMAN - CODE RETOUR 4. UN MANQUANT DEJA POSE N EST PAS      *
001800*  SIGNALE DEUX FOIS ; SI LE FLUX ARRIVE ENSUITE, GSFX181 RETIRE *
001900*  LE MANQUANT ET SIGNALE L ARRIVEE EN RETARD.                   *
002000*  CARTE MANPARM : DATE A CONTROLER AAAAMMJJ (A BLANC OU ZERO =  *
002100*  DATE DU JOUR). UNE DATE PASSEE EST CONTROLEE FENETRES CLOSES. *
002200*  ------------------------------------------------------------  *
002300*  HISTORIQUE DES MODIFICATIONS                                  *
002400*  15/10/26  DA  CREATION                                        *
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
003600     SELECT FLXCAL  ASSIGN  FLXCAL
003700       ORGANIZATION  INDEXED
003800       ACCESS MODE   SEQUENTIAL
003900       RECORD KEY    FLX-SOURCE
004000       FILE STATUS   W-FLXCAL-STATUS.
004100     SELECT ARVFIC  ASSIGN  ARVFIC
004200       ORGANIZATION  INDEXED
004300       ACCESS MODE   DYNAMIC
004400       RECORD KEY    ARV-CLE
004500       FILE STATUS   W-ARVFIC-STATUS.
004600     SELECT ETATMAN ASSIGN  ETATMAN
004700       ORGANIZATION  SEQUENTIAL
004800       FILE STATUS   W-ETATMAN-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  FLXCAL
005200     LABEL RECORD STANDARD
005300     DATA RECORD FLX-ENREG.
005400 COPY FFFFFGFL.
005500 FD  ARVFIC
005600     LABEL RECORD STANDARD
005700     DATA RECORD ARV-ENREG.
005800 COPY FFFFFGFR.
005900 FD  ETATMAN
006000     LABEL RECORD STANDARD
006100     DATA RECORD EMN-LIGNE.
006200 01  EMN-LIGNE                       PIC X(132).
006300 WORKING-STORAGE SECTION.
006400 77  CPT-FLUX                        PIC S9(08) COMP VALUE ZERO.
006500 77  CPT-NON-ATTENDUS                PIC S9(08) COMP VALUE ZERO.
006600 77  CPT-OUVERTS                     PIC S9(08) COMP VALUE ZERO.
006700 77  CPT-ARRIVES                     PIC S9(08) COMP VALUE ZERO.
006800 77  CPT-MANQUANTS                   PIC S9(08) COMP VALUE ZERO.
006900 77  CPT-DEJA-SIGNALES               PIC S9(08) COMP VALUE ZERO.
007000 77  CPT-SANS-CALENDRIER             PIC S9(08) COMP VALUE ZERO.
007100 01  W-FIN-FLX                       PIC X(01) VALUE 'N'.
007200     88  FIN-FLX                     VALUE 'O'.
007300 01  W-FLXCAL-STATUS                 PIC X(02).
007400     88  W-FLX-OK                    VALUE '00'.
007500     88  W-FLX-FIN                   VALUE '10'.
007600 01  W-ARVFIC-STATUS                 PIC X(02).
007700     88  W-ARV-OK                    VALUE '00'.
007800     88  W-ARV-FIN                   VALUE '10'.
007900     88  W-ARV-ABSENT                VALUE '23'.
008000 01  W-ETATMAN-STATUS                PIC X(02).
008100     88  W-EMN-OK                    VALUE '00'.
008200 01  W-MOTIF-ABANDON                 PIC X(40).
008300 01  W-DATE-JOUR                     PIC 9(08).
008400 01  W-HEURE-JOUR                    PIC 9(08).
008500 01  W-HEURE-JOUR-R REDEFINES W-HEURE-JOUR.
008600     05  W-HJ-HHMM                   PIC 9(04).
008700     05  W-HJ-SSCC                   PIC 9(04).
008800 01  W-PARM.
008900     05  W-PARM-DATE                 PIC 9(08).
009000 01  W-DATE-CTL                      PIC 9(08).
009100 01  W-DATE-CTL-R REDEFINES W-DATE-CTL.
009200     05  W-DC-SIECLE                 PIC 9(02).
009300     05  W-DC-AAMMJJ                 PIC 9(06).
009400 01  W-NATURE                        PIC X(16).
009500*    CLE DE L ELEMENT DE CORBEILLE : SOURCE + DATE AAMMJJ
009600 01  W-CLE-FLUX.
009700     05  W-CF-SOURCE                 PIC X(08).
009800     05  W-CF-DATE                   PIC 9(06).
009900     05  FILLER                      PIC X(01) VALUE SPACE.
010000 COPY GSCAZ.
010100 COPY GSWBZ.
010200 01  EMN-ENTETE.
010300     05  FILLER                      PIC X(49)
010400         VALUE 'GSFX182 - FLUX PARTENAIRES MANQUANTS - DATE '.
010500     05  EMN-E-DATE                  PIC 9(08).
010600     05  FILLER                      PIC X(75) VALUE SPACES.
010700 01  EMN-DETAIL.
010800     05  EMN-D-SOURCE                PIC X(08).
010900     05  FILLER                      PIC X(01) VALUE SPACE.
011000     05  EMN-D-LIBELLE               PIC X(30).
011100     05  FILLER                      PIC X(01) VALUE SPACE.
011200     05  EMN-D-CANAL                 PIC X(01).
011300     05  FILLER                      PIC X(01) VALUE SPACE.
011400     05  EMN-D-DEBUT                 PIC 9(04).
011500     05  FILLER                      PIC X(01) VALUE '-'.
011600     05  EMN-D-FIN                   PIC 9(04).
011700     05  FILLER                      PIC X(01) VALUE SPACE.
011800     05  EMN-D-NATURE                PIC X(16).
011900     05  FILLER                      PIC X(64) VALUE SPACES.
012000 01  EMN-TOTAL.
012100     05  EMN-T-LIBELLE               PIC X(40).
012200     05  EMN-T-NOMBRE                PIC Z(07)9.
012300     05  FILLER                      PIC X(84) VALUE SPACES.
012400 PROCEDURE DIVISION.
012500******************************************************************
012600*  0000-MAINLINE : UN CONTROLE PAR FLUX DU CALENDRIER            *
012700******************************************************************
012800 0000-MAINLINE.
012900     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
013000     PERFORM 2000-CONTROLER-FLUX THRU 2000-EXIT
013100         UNTIL FIN-FLX.
013200     PERFORM 3000-TERMINAISON THRU 3000-EXIT.
013300     GOBACK.
013400 0000-EXIT.
013500     EXIT.
013600******************************************************************
013700*  1000-INITIALISATION : CARTE, HORODATE, OUVERTURES             *
013800******************************************************************
013900 1000-INITIALISATION.
014000     ACCEPT W-PARM.
014100     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
014200     ACCEPT W-HEURE-JOUR FROM TIME.
014300     IF W-PARM = SPACES
014400         MOVE ZERO TO W-PARM-DATE.
014500     IF W-PARM-DATE NOT NUMERIC
014600         MOVE 'CARTE MANPARM INVALIDE' TO W-MOTIF-ABANDON
014700         GO TO 9900-ABANDON.
014800     IF W-PARM-DATE = ZERO
014900         MOVE W-DATE-JOUR TO W-DATE-CTL
015000     ELSE
015100         MOVE W-PARM-DATE TO W-DATE-CTL.
015200     IF W-DATE-CTL GREATER W-DATE-JOUR
015300         MOVE 'DATE MANPARM FUTURE' TO W-MOTIF-ABANDON
015400         GO TO 9900-ABANDON.
015500     OPEN INPUT FLXCAL.
015600     IF NOT W-FLX-OK
015700         MOVE 'OPEN FLXCAL'  TO W-MOTIF-ABANDON
015800         GO TO 9900-ABANDON.
015900     OPEN I-O ARVFIC.
016000     IF NOT W-ARV-OK
016100         MOVE 'OPEN ARVFIC'  TO W-MOTIF-ABANDON
016200         GO TO 9900-ABANDON.
016300     OPEN OUTPUT ETATMAN.
016400     IF NOT W-EMN-OK
016500         MOVE 'OPEN ETATMAN' TO W-MOTIF-ABANDON
016600         GO TO 9900-ABANDON.
016700     MOVE W-DATE-CTL TO EMN-E-DATE.
016800     WRITE EMN-LIGNE FROM EMN-ENTETE.
016900     PERFORM 8100-LIRE-FLX THRU 8100-EXIT.
017000 1000-EXIT.
017100     EXIT.
017200******************************************************************
017300*  2000-CONTROLER-FLUX : FLUX ATTENDU, FENETRE CLOSE, ARRIVEE    *
017400******************************************************************
017500 2000-CONTROLER-FLUX.
017600     IF NOT FLX-SURVEILLE
017700         GO TO 2000-SUIVANT.
017800     ADD 1 TO CPT-FLUX.
017900     MOVE 'S'             TO CAZ-FONCTION.
018000     MOVE FLX-JURIDICTION TO CAZ-JURIDICTION.
018100     MOVE W-DATE-CTL      TO CAZ-DATE-ENTREE.
018200     CALL 'GSCA220' USING CAZ-ZONE.
018300     IF CAZ-INCIDENT
018400         MOVE 'CALL GSCA220' TO W-MOTIF-ABANDON
018500         GO TO 9900-ABANDON.
018600     IF NOT CAZ-SERVI
018700         ADD 1 TO CPT-SANS-CALENDRIER
018800         MOVE 'SANS CALENDRIER' TO EMN-D-NATURE
018900         PERFORM 2900-LIGNE THRU 2900-EXIT
019000         GO TO 2000-SUIVANT.
019100     IF CAZ-DATE-SORTIE NOT = W-DATE-CTL
019200         ADD 1 TO CPT-NON-ATTENDUS
019300         GO TO 2000-SUIVANT.
019400     IF W-DATE-CTL = W-DATE-JOUR
019500      AND W-HJ-HHMM NOT GREATER FLX-HEURE-FIN
019600         ADD 1 TO CPT-OUVERTS
019700         GO TO 2000-SUIVANT.
019800     PERFORM 2500-CHERCHER-ARRIVEE THRU 2500-EXIT.
019900 2000-SUIVANT.
020000     PERFORM 8100-LIRE-FLX THRU 8100-EXIT.
020100 2000-EXIT.
020200     EXIT.
020300******************************************************************
020400*  2500-CHERCHER-ARRIVEE : PREMIERE CLE DE LA SOURCE A LA DATE - *
020500*  ARRIVEE, MANQUANT DEJA POSE, OU RIEN (MANQUANT A POSER)       *
020600******************************************************************
020700 2500-CHERCHER-ARRIVEE.
020800     MOVE FLX-SOURCE TO ARV-SOURCE.
020900     MOVE W-DATE-CTL TO ARV-DATE.
021000     MOVE ZERO       TO ARV-CYCLE.
021100     START ARVFIC KEY NOT LESS ARV-CLE.
021200     IF W-ARV-ABSENT
021300         GO TO 2500-MANQUANT.
021400     IF NOT W-ARV-OK
021500         MOVE 'START ARVFIC' TO W-MOTIF-ABANDON
021600         GO TO 9900-ABANDON.
021700     READ ARVFIC NEXT.
021800     IF W-ARV-FIN
021900         GO TO 2500-MANQUANT.
022000     IF NOT W-ARV-OK
022100         MOVE 'READ ARVFIC' TO W-MOTIF-ABANDON
022200         GO TO 9900-ABANDON.
022300     IF ARV-SOURCE NOT = FLX-SOURCE
022400      OR ARV-DATE NOT = W-DATE-CTL
022500         GO TO 2500-MANQUANT.
022600     IF ARV-MANQUANT
022700         ADD 1 TO CPT-DEJA-SIGNALES
022800         GO TO 2500-EXIT.
022900     ADD 1 TO CPT-ARRIVES.
023000     GO TO 2500-EXIT.
023100 2500-MANQUANT.
023200     MOVE SPACES     TO ARV-ENREG.
023300     MOVE FLX-SOURCE TO ARV-SOURCE.
023400     MOVE W-DATE-CTL TO ARV-DATE.
023500     MOVE ZERO       TO ARV-CYCLE ARV-DATE-RECU ARV-HEURE-RECU
023600                        ARV-VOLUME ARV-NB-RECEPTIONS.
023700     MOVE 'M'        TO ARV-ETAT.
023800     MOVE 'O'        TO ARV-RETARD.
023900     WRITE ARV-ENREG.
024000     IF NOT W-ARV-OK
024100         MOVE 'WRITE ARVFIC' TO W-MOTIF-ABANDON
024200         GO TO 9900-ABANDON.
024300     ADD 1 TO CPT-MANQUANTS.
024400     PERFORM 7000-ALERTER THRU 7000-EXIT.
024500 2500-EXIT.
024600     EXIT.
024700 2900-LIGNE.
024800     MOVE FLX-SOURCE      TO EMN-D-SOURCE.
024900     MOVE FLX-LIBELLE     TO EMN-D-LIBELLE.
025000     MOVE FLX-CANAL       TO EMN-D-CANAL.
025100     MOVE FLX-HEURE-DEBUT TO EMN-D-DEBUT.
025200     MOVE FLX-HEURE-FIN   TO EMN-D-FIN.
025300     WRITE EMN-LIGNE FROM EMN-DETAIL.
025400 2900-EXIT.
025500     EXIT.
025600******************************************************************
025700*  3000-TERMINAISON : TOTAUX, FERMETURES, CODE RETOUR            *
025800******************************************************************
025900 3000-TERMINAISON.
026000     MOVE 'FLUX SURVEILLES'             TO EMN-T-LIBELLE.
026100     MOVE CPT-FLUX                      TO EMN-T-NOMBRE.
026200     WRITE EMN-LIGNE FROM EMN-TOTAL.
026300     MOVE 'NON ATTENDUS A LA DATE'      TO EMN-T-LIBELLE.
026400     MOVE CPT-NON-ATTENDUS              TO EMN-T-NOMBRE.
026500     WRITE EMN-LIGNE FROM EMN-TOTAL.
026600     MOVE 'FENETRE ENCORE OUVERTE'      TO EMN-T-LIBELLE.
026700     MOVE CPT-OUVERTS                   TO EMN-T-NOMBRE.
026800     WRITE EMN-LIGNE FROM EMN-TOTAL.
026900     MOVE 'ARRIVES'                     TO EMN-T-LIBELLE.
027000     MOVE CPT-ARRIVES                   TO EMN-T-NOMBRE.
027100     WRITE EMN-LIGNE FROM EMN-TOTAL.
027200     MOVE 'MANQUANTS SIGNALES'          TO EMN-T-LIBELLE.
027300     MOVE CPT-MANQUANTS                 TO EMN-T-NOMBRE.
027400     WRITE EMN-LIGNE FROM EMN-TOTAL.
027500     MOVE 'MANQUANTS DEJA SIGNALES'     TO EMN-T-LIBELLE.
027600     MOVE CPT-DEJA-SIGNALES             TO EMN-T-NOMBRE.
027700     WRITE EMN-LIGNE FROM EMN-TOTAL.
027800     MOVE 'DATE HORS CALENDRIER'        TO EMN-T-LIBELLE.
027900     MOVE CPT-SANS-CALENDRIER           TO EMN-T-NOMBRE.
028000     WRITE EMN-LIGNE FROM EMN-TOTAL.
028100     CLOSE FLXCAL ARVFIC ETATMAN.
028200     DISPLAY 'GSFX182 - SURVEILLES : ' CPT-FLUX.
028300     DISPLAY 'GSFX182 - ARRIVES    : ' CPT-ARRIVES.
028400     DISPLAY 'GSFX182 - MANQUANTS  : ' CPT-MANQUANTS.
028500     IF CPT-MANQUANTS GREATER ZERO
028600      OR CPT-SANS-CALENDRIER GREATER ZERO
028700         MOVE 4 TO RETURN-CODE.
028800 3000-EXIT.
028900     EXIT.
029000******************************************************************
029100*  7000-ALERTER : MESSAGE CONSOLE, ELEMENT DE CORBEILLE DE LA    *
029200*  FILE FLUX ET LIGNE D ETAT                                     *
029300******************************************************************
029400 7000-ALERTER.
029500     MOVE 'MANQUANT' TO W-NATURE.
029600     DISPLAY 'GSFX182 - ALERTE FLUX ' FLX-SOURCE ' ' W-DATE-CTL
029700             ' : ' W-NATURE
029800         UPON CONSOLE.
029900     MOVE FLX-SOURCE   TO W-CF-SOURCE.
030000     MOVE W-DC-AAMMJJ  TO W-CF-DATE.
030100     MOVE 'FLUX'       TO WBZ-TYPE-EXC.
030200     MOVE W-CLE-FLUX   TO WBZ-FGS-CLE.
030300     MOVE SPACES       TO WBZ-MOTIF.
030400     STRING 'FLUX ' DELIMITED SIZE
030500            FLX-SOURCE DELIMITED SPACE
030600            ' ' W-NATURE DELIMITED SIZE
030700         INTO WBZ-MOTIF
030800     END-STRING.
030900     MOVE 'GSFX182 '   TO WBZ-PROGRAMME.
031000     CALL 'GSWB080' USING WBZ-ZONE.
031100     IF WBZ-INCIDENT
031200         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
031300         GO TO 9900-ABANDON.
031400     MOVE W-NATURE     TO EMN-D-NATURE.
031500     PERFORM 2900-LIGNE THRU 2900-EXIT.
031600 7000-EXIT.
031700     EXIT.
031800******************************************************************
031900*  8100-LIRE-FLX : FLUX SUIVANT DU CALENDRIER                    *
032000******************************************************************
032100 8100-LIRE-FLX.
032200     READ FLXCAL NEXT.
032300     IF W-FLX-FIN
032400         MOVE 'O' TO W-FIN-FLX
032500         GO TO 8100-EXIT.
032600     IF NOT W-FLX-OK
032700         MOVE 'READ FLXCAL' TO W-MOTIF-ABANDON
032800         GO TO 9900-ABANDON.
032900 8100-EXIT.
033000     EXIT.
033100******************************************************************
033200*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER OU CARTE    *
033300******************************************************************
033400 9900-ABANDON.
033500     DISPLAY 'GSFX182 - ABANDON : ' W-MOTIF-ABANDON.
033600     MOVE 16 TO RETURN-CODE.
033700     STOP RUN.
