000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSFX183.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSFX183 : PONCTUALITE MENSUELLE DES FLUX PARTENAIRES          *
000900*  ------------------------------------------------------------  *
001000*  POUR LE MOIS DE LA CARTE PONPARM (AAAAMM), UNE LIGNE PAR FLUX *
001100*  DU CALENDRIER FLXCAL :                                        *
001200*   - JOURS ATTENDUS : JOURS OUVRES DU MOIS DANS LA JURIDICTION  *
001300*     DU FLUX (GSCA220 : DERNIER JOUR OUVRE PUIS NOMBRE DE JOURS *
001400*     OUVRES DEPUIS LE PREMIER DU MOIS) - ZERO SI FLUX RETIRE ;  *
001500*   - ARRIVEES, JOURS SERVIS A L HEURE, ARRIVEES EN RETARD,      *
001600*     MANQUANTS RESTES SANS ARRIVEE, RECEPTIONS EN DOUBLE, HORS  *
001700*     BANDE DE VOLUME ET VOLUME DU MOIS, RELEVES A ARVFIC ;      *
001800*   - PONCTUALITE = JOURS SERVIS A L HEURE / JOURS ATTENDUS.     *
001900*  TOTAUX DE TOUS LES FLUX EN FIN D ETAT ETATPON.                *
002000*  ------------------------------------------------------------  *
002100*  HISTORIQUE DES MODIFICATIONS                                  *
002200*  15/10/26  DA  CREATION                                        *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.
002700     IBM-370.
002800 OBJECT-COMPUTER.
002900     IBM-370.
003000 SPECIAL-NAMES.
003100     DECIMAL-POINT IS COMMA.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FLXCAL  ASSIGN  FLXCAL
003500       ORGANIZATION  INDEXED
003600       ACCESS MODE   SEQUENTIAL
003700       RECORD KEY    FLX-SOURCE
003800       FILE STATUS   W-FLXCAL-STATUS.
003900     SELECT ARVFIC  ASSIGN  ARVFIC
004000       ORGANIZATION  INDEXED
004100       ACCESS MODE   DYNAMIC
004200       RECORD KEY    ARV-CLE
004300       FILE STATUS   W-ARVFIC-STATUS.
004400     SELECT ETATPON ASSIGN  ETATPON
004500       ORGANIZATION  SEQUENTIAL
004600       FILE STATUS   W-ETATPON-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  FLXCAL
005000     LABEL RECORD STANDARD
005100     DATA RECORD FLX-ENREG.
005200 COPY FFFFFGFL.
005300 FD  ARVFIC
005400     LABEL RECORD STANDARD
005500     DATA RECORD ARV-ENREG.
005600 COPY FFFFFGFR.
005700 FD  ETATPON
005800     LABEL RECORD STANDARD
005900     DATA RECORD EPN-LIGNE.
006000 01  EPN-LIGNE                       PIC X(132).
006100 WORKING-STORAGE SECTION.
006200 77  CPT-FLUX                        PIC S9(08) COMP VALUE ZERO.
006300 01  W-FIN-FLX                       PIC X(01) VALUE 'N'.
006400     88  FIN-FLX                     VALUE 'O'.
006500 01  W-FIN-ARV                       PIC X(01) VALUE 'N'.
006600     88  FIN-ARV                     VALUE 'O'.
006700 01  W-FLXCAL-STATUS                 PIC X(02).
006800     88  W-FLX-OK                    VALUE '00'.
006900     88  W-FLX-FIN                   VALUE '10'.
007000 01  W-ARVFIC-STATUS                 PIC X(02).
007100     88  W-ARV-OK                    VALUE '00'.
007200     88  W-ARV-FIN                   VALUE '10'.
007300     88  W-ARV-ABSENT                VALUE '23'.
007400 01  W-ETATPON-STATUS                PIC X(02).
007500     88  W-EPN-OK                    VALUE '00'.
007600 01  W-MOTIF-ABANDON                 PIC X(40).
007700 01  W-PARM.
007800     05  W-PARM-MOIS                 PIC 9(06).
007900 01  W-PREMIER-JOUR                  PIC 9(08).
008000 01  W-DERNIER-JOUR                  PIC 9(08).
008100 01  W-DERNIERE-PONCTUELLE           PIC 9(08).
008200 01  W-TAUX                          PIC S9(03)V9 COMP-3.
008300*    CUMULS DU FLUX EN COURS (F) ET DE L ETAT (T)
008400 01  W-CUMULS-FLUX.
008500     05  W-F-ATTENDUS                PIC S9(08) COMP.
008600     05  W-F-ARRIVEES                PIC S9(08) COMP.
008700     05  W-F-PONCTUELS               PIC S9(08) COMP.
008800     05  W-F-RETARDS                 PIC S9(08) COMP.
008900     05  W-F-MANQUANTS               PIC S9(08) COMP.
009000     05  W-F-DOUBLES                 PIC S9(08) COMP.
009100     05  W-F-HORS-BANDE              PIC S9(08) COMP.
009200     05  W-F-VOLUME                  PIC S9(11) COMP-3.
009300 01  W-CUMULS-TOTAL.
009400     05  W-T-ATTENDUS                PIC S9(08) COMP VALUE ZERO.
009500     05  W-T-ARRIVEES                PIC S9(08) COMP VALUE ZERO.
009600     05  W-T-PONCTUELS               PIC S9(08) COMP VALUE ZERO.
009700     05  W-T-RETARDS                 PIC S9(08) COMP VALUE ZERO.
009800     05  W-T-MANQUANTS               PIC S9(08) COMP VALUE ZERO.
009900     05  W-T-DOUBLES                 PIC S9(08) COMP VALUE ZERO.
010000     05  W-T-HORS-BANDE              PIC S9(08) COMP VALUE ZERO.
010100     05  W-T-VOLUME                  PIC S9(11) COMP-3 VALUE ZERO.
010200 COPY GSCAZ.
010300 01  EPN-ENTETE.
010400     05  FILLER                      PIC X(49)
010500         VALUE 'GSFX183 - PONCTUALITE DES FLUX - MOIS '.
010600     05  EPN-E-MOIS                  PIC 9(06).
010700     05  FILLER                      PIC X(77) VALUE SPACES.
010800 01  EPN-TITRES.
010900     05  FILLER                      PIC X(40) VALUE
011000         'SOURCE   LIBELLE                       '.
011100     05  FILLER                      PIC X(48) VALUE
011200         'ATTEND ARRIVE HEURE RETARD MANQ DOUBLE HBANDE   '.
011300     05  FILLER                      PIC X(44) VALUE
011400         '      VOLUME  PONCT'.
011500 01  EPN-DETAIL.
011600     05  EPN-D-SOURCE                PIC X(08).
011700     05  FILLER                      PIC X(01) VALUE SPACE.
011800     05  EPN-D-LIBELLE               PIC X(30).
011900     05  FILLER                      PIC X(01) VALUE SPACE.
012000     05  EPN-D-ATTENDUS              PIC Z(05)9.
012100     05  FILLER                      PIC X(01) VALUE SPACE.
012200     05  EPN-D-ARRIVEES              PIC Z(05)9.
012300     05  FILLER                      PIC X(01) VALUE SPACE.
012400     05  EPN-D-PONCTUELS             PIC Z(04)9.
012500     05  FILLER                      PIC X(01) VALUE SPACE.
012600     05  EPN-D-RETARDS               PIC Z(05)9.
012700     05  FILLER                      PIC X(01) VALUE SPACE.
012800     05  EPN-D-MANQUANTS             PIC Z(03)9.
012900     05  FILLER                      PIC X(01) VALUE SPACE.
013000     05  EPN-D-DOUBLES               PIC Z(05)9.
013100     05  FILLER                      PIC X(01) VALUE SPACE.
013200     05  EPN-D-HORS-BANDE            PIC Z(05)9.
013300     05  FILLER                      PIC X(01) VALUE SPACE.
013400     05  EPN-D-VOLUME                PIC Z(10)9.
013500     05  FILLER                      PIC X(01) VALUE SPACE.
013600     05  EPN-D-TAUX                  PIC ZZ9,9.
013700     05  EPN-D-SIGNE                 PIC X(01).
013800     05  FILLER                      PIC X(01) VALUE SPACE.
013900     05  EPN-D-REMARQUE              PIC X(24).
014000 PROCEDURE DIVISION.
014100******************************************************************
014200*  0000-MAINLINE : UNE LIGNE PAR FLUX DU CALENDRIER PUIS TOTAUX  *
014300******************************************************************
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
014600     PERFORM 2000-UN-FLUX THRU 2000-EXIT
014700         UNTIL FIN-FLX.
014800     PERFORM 3000-TERMINAISON THRU 3000-EXIT.
014900     GOBACK.
015000 0000-EXIT.
015100     EXIT.
015200******************************************************************
015300*  1000-INITIALISATION : CARTE, BORNES DU MOIS, OUVERTURES       *
015400******************************************************************
015500 1000-INITIALISATION.
015600     ACCEPT W-PARM.
015700     IF W-PARM-MOIS NOT NUMERIC
015800         MOVE 'CARTE PONPARM INVALIDE' TO W-MOTIF-ABANDON
015900         GO TO 9900-ABANDON.
016000     COMPUTE W-PREMIER-JOUR = W-PARM-MOIS * 100 + 1.
016100     COMPUTE W-DERNIER-JOUR = W-PARM-MOIS * 100 + 31.
016200     OPEN INPUT FLXCAL.
016300     IF NOT W-FLX-OK
016400         MOVE 'OPEN FLXCAL'  TO W-MOTIF-ABANDON
016500         GO TO 9900-ABANDON.
016600     OPEN INPUT ARVFIC.
016700     IF NOT W-ARV-OK
016800         MOVE 'OPEN ARVFIC'  TO W-MOTIF-ABANDON
016900         GO TO 9900-ABANDON.
017000     OPEN OUTPUT ETATPON.
017100     IF NOT W-EPN-OK
017200         MOVE 'OPEN ETATPON' TO W-MOTIF-ABANDON
017300         GO TO 9900-ABANDON.
017400     MOVE W-PARM-MOIS TO EPN-E-MOIS.
017500     WRITE EPN-LIGNE FROM EPN-ENTETE.
017600     WRITE EPN-LIGNE FROM EPN-TITRES.
017700     PERFORM 8100-LIRE-FLX THRU 8100-EXIT.
017800 1000-EXIT.
017900     EXIT.
018000******************************************************************
018100*  2000-UN-FLUX : JOURS ATTENDUS, ARRIVEES DU MOIS, LIGNE        *
018200******************************************************************
018300 2000-UN-FLUX.
018400     ADD 1 TO CPT-FLUX.
018500     MOVE ZERO   TO W-F-ATTENDUS W-F-ARRIVEES W-F-PONCTUELS
018520                    W-F-RETARDS W-F-MANQUANTS W-F-DOUBLES
018540                    W-F-HORS-BANDE W-F-VOLUME.
018600     MOVE ZERO   TO W-DERNIERE-PONCTUELLE.
018700     MOVE SPACES TO EPN-D-REMARQUE.
018800     IF NOT FLX-SURVEILLE
018900         MOVE 'FLUX RETIRE' TO EPN-D-REMARQUE
019000     ELSE
019100         PERFORM 2200-JOURS-ATTENDUS THRU 2200-EXIT.
019200     PERFORM 2500-ARRIVEES THRU 2500-EXIT.
019300     PERFORM 2800-LIGNE THRU 2800-EXIT.
019400     PERFORM 8100-LIRE-FLX THRU 8100-EXIT.
019500 2000-EXIT.
019600     EXIT.
019700******************************************************************
019800*  2200-JOURS-ATTENDUS : JOURS OUVRES DU MOIS (GSCA220)          *
019900******************************************************************
020000 2200-JOURS-ATTENDUS.
020100     MOVE 'M'             TO CAZ-FONCTION.
020200     MOVE FLX-JURIDICTION TO CAZ-JURIDICTION.
020300     MOVE W-PREMIER-JOUR  TO CAZ-DATE-ENTREE.
020400     CALL 'GSCA220' USING CAZ-ZONE.
020500     IF NOT CAZ-SERVI
020600         GO TO 2200-SANS-CALENDRIER.
020700     MOVE CAZ-DATE-SORTIE TO CAZ-DATE-2.
020800     MOVE 'E'             TO CAZ-FONCTION.
020900     MOVE W-PREMIER-JOUR  TO CAZ-DATE-ENTREE.
021000     CALL 'GSCA220' USING CAZ-ZONE.
021100     IF NOT CAZ-SERVI
021200         GO TO 2200-SANS-CALENDRIER.
021300     MOVE CAZ-NB-JOURS TO W-F-ATTENDUS.
021400     GO TO 2200-EXIT.
021500 2200-SANS-CALENDRIER.
021600     IF CAZ-INCIDENT
021700         MOVE 'CALL GSCA220' TO W-MOTIF-ABANDON
021800         GO TO 9900-ABANDON.
021900     MOVE 'MOIS HORS CALENDRIER' TO EPN-D-REMARQUE.
022000 2200-EXIT.
022100     EXIT.
022200******************************************************************
022300*  2500-ARRIVEES : ENREGISTREMENTS ARVFIC DU FLUX DANS LE MOIS   *
022400******************************************************************
022500 2500-ARRIVEES.
022600     MOVE 'N'            TO W-FIN-ARV.
022700     MOVE FLX-SOURCE     TO ARV-SOURCE.
022800     MOVE W-PREMIER-JOUR TO ARV-DATE.
022900     MOVE ZERO           TO ARV-CYCLE.
023000     START ARVFIC KEY NOT LESS ARV-CLE.
023100     IF W-ARV-ABSENT
023200         GO TO 2500-EXIT.
023300     IF NOT W-ARV-OK
023400         MOVE 'START ARVFIC' TO W-MOTIF-ABANDON
023500         GO TO 9900-ABANDON.
023600     PERFORM 8200-LIRE-ARV THRU 8200-EXIT.
023700     PERFORM 2600-UNE-ARRIVEE THRU 2600-EXIT
023800         UNTIL FIN-ARV.
023900 2500-EXIT.
024000     EXIT.
024100******************************************************************
024200*  2600-UNE-ARRIVEE : CUMULS D UN ENREGISTREMENT - UN JOUR SERVI *
024300*  A L HEURE NE COMPTE QU UNE FOIS, QUEL QUE SOIT LE NOMBRE DE   *
024400*  CYCLES DU JOUR                                                *
024500******************************************************************
024600 2600-UNE-ARRIVEE.
024700     IF ARV-MANQUANT
024800         ADD 1 TO W-F-MANQUANTS
024900         GO TO 2600-SUIVANT.
025000     ADD 1 TO W-F-ARRIVEES.
025100     ADD ARV-VOLUME TO W-F-VOLUME.
025200     IF ARV-EN-RETARD
025300         ADD 1 TO W-F-RETARDS
025400     ELSE
025500         IF ARV-DATE NOT = W-DERNIERE-PONCTUELLE
025600             ADD 1 TO W-F-PONCTUELS
025700             MOVE ARV-DATE TO W-DERNIERE-PONCTUELLE
025800         END-IF
025900     END-IF.
026000     IF ARV-NB-RECEPTIONS GREATER 1
026100         ADD 1 TO W-F-DOUBLES.
026200     IF ARV-BANDE = 'B' OR ARV-BANDE = 'H'
026300         ADD 1 TO W-F-HORS-BANDE.
026400 2600-SUIVANT.
026500     PERFORM 8200-LIRE-ARV THRU 8200-EXIT.
026600 2600-EXIT.
026700     EXIT.
026800******************************************************************
026900*  2800-LIGNE : LIGNE DU FLUX ET REPORT AUX TOTAUX               *
027000******************************************************************
027100 2800-LIGNE.
027200     PERFORM 2850-EDITER THRU 2850-EXIT.
027300     ADD W-F-ATTENDUS    TO W-T-ATTENDUS.
027400     ADD W-F-ARRIVEES    TO W-T-ARRIVEES.
027500     ADD W-F-PONCTUELS   TO W-T-PONCTUELS.
027600     ADD W-F-RETARDS     TO W-T-RETARDS.
027700     ADD W-F-MANQUANTS   TO W-T-MANQUANTS.
027800     ADD W-F-DOUBLES     TO W-T-DOUBLES.
027900     ADD W-F-HORS-BANDE  TO W-T-HORS-BANDE.
028000     ADD W-F-VOLUME      TO W-T-VOLUME.
028100 2800-EXIT.
028200     EXIT.
028300 2850-EDITER.
028400     MOVE FLX-SOURCE     TO EPN-D-SOURCE.
028500     MOVE FLX-LIBELLE    TO EPN-D-LIBELLE.
028600     MOVE W-F-ATTENDUS   TO EPN-D-ATTENDUS.
028700     MOVE W-F-ARRIVEES   TO EPN-D-ARRIVEES.
028800     MOVE W-F-PONCTUELS  TO EPN-D-PONCTUELS.
028900     MOVE W-F-RETARDS    TO EPN-D-RETARDS.
029000     MOVE W-F-MANQUANTS  TO EPN-D-MANQUANTS.
029100     MOVE W-F-DOUBLES    TO EPN-D-DOUBLES.
029200     MOVE W-F-HORS-BANDE TO EPN-D-HORS-BANDE.
029300     MOVE W-F-VOLUME     TO EPN-D-VOLUME.
029400     PERFORM 2900-TAUX THRU 2900-EXIT.
029500     WRITE EPN-LIGNE FROM EPN-DETAIL.
029600 2850-EXIT.
029700     EXIT.
029800******************************************************************
029900*  2900-TAUX : PONCTUALITE EN POUR CENT (SANS JOUR ATTENDU : A   *
030000*  ZERO, SANS SIGNE %)                                           *
030100******************************************************************
030200 2900-TAUX.
030300     MOVE SPACE TO EPN-D-SIGNE.
030400     IF W-F-ATTENDUS = ZERO
030500         MOVE ZERO TO EPN-D-TAUX
030600         GO TO 2900-EXIT.
030700     IF W-F-PONCTUELS NOT LESS W-F-ATTENDUS
030800         MOVE 100 TO W-TAUX
030900     ELSE
031000         COMPUTE W-TAUX ROUNDED =
031100             W-F-PONCTUELS * 100 / W-F-ATTENDUS.
031200     MOVE W-TAUX TO EPN-D-TAUX.
031300     MOVE '%'    TO EPN-D-SIGNE.
031400 2900-EXIT.
031500     EXIT.
031600******************************************************************
031700*  3000-TERMINAISON : TOTAUX DE L ETAT ET FERMETURES             *
031800******************************************************************
031900 3000-TERMINAISON.
032000     MOVE W-CUMULS-TOTAL TO W-CUMULS-FLUX.
032100     MOVE 'TOTAL'        TO FLX-SOURCE.
032200     MOVE 'TOUS LES FLUX' TO FLX-LIBELLE.
032300     MOVE SPACES         TO EPN-D-REMARQUE.
032400     PERFORM 2850-EDITER THRU 2850-EXIT.
032500     CLOSE FLXCAL ARVFIC ETATPON.
032600     DISPLAY 'GSFX183 - FLUX       : ' CPT-FLUX.
032700     DISPLAY 'GSFX183 - ARRIVEES   : ' W-T-ARRIVEES.
032800     DISPLAY 'GSFX183 - MANQUANTS  : ' W-T-MANQUANTS.
032900 3000-EXIT.
033000     EXIT.
033100******************************************************************
033200*  8100-LIRE-FLX : FLUX SUIVANT DU CALENDRIER                    *
033300******************************************************************
033400 8100-LIRE-FLX.
033500     READ FLXCAL NEXT.
033600     IF W-FLX-FIN
033700         MOVE 'O' TO W-FIN-FLX
033800         GO TO 8100-EXIT.
033900     IF NOT W-FLX-OK
034000         MOVE 'READ FLXCAL' TO W-MOTIF-ABANDON
034100         GO TO 9900-ABANDON.
034200 8100-EXIT.
034300     EXIT.
034400******************************************************************
034500*  8200-LIRE-ARV : ARRIVEE SUIVANTE - FIN A LA SORTIE DU FLUX OU *
034600*  DU MOIS                                                       *
034700******************************************************************
034800 8200-LIRE-ARV.
034900     READ ARVFIC NEXT.
035000     IF W-ARV-FIN
035100         MOVE 'O' TO W-FIN-ARV
035200         GO TO 8200-EXIT.
035300     IF NOT W-ARV-OK
035400         MOVE 'READ ARVFIC' TO W-MOTIF-ABANDON
035500         GO TO 9900-ABANDON.
035600     IF ARV-SOURCE NOT = FLX-SOURCE
035700      OR ARV-DATE GREATER W-DERNIER-JOUR
035800         MOVE 'O' TO W-FIN-ARV.
035900 8200-EXIT.
036000     EXIT.
036100******************************************************************
036200*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER OU CARTE    *
036300******************************************************************
036400 9900-ABANDON.
036500     DISPLAY 'GSFX183 - ABANDON : ' W-MOTIF-ABANDON.
036600     MOVE 16 TO RETURN-CODE.
036700     STOP RUN.
