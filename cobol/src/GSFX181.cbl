000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSFX181.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSFX181 : ENREGISTREMENT DE L ARRIVEE D UN FLUX PARTENAIRE    *
000900*  ------------------------------------------------------------  *
001000*  PLACE EN TETE DE LA CHAINE QUI CONSOMME LE FLUX (AVANT        *
001100*  GSIN110 POUR UN FICHIER PARTENAIRE, APRES GSPB092 POUR LA     *
001200*  FILE MQ), CE PASSAGE LIT LE FLUX FLUXIN SANS LE MODIFIER :    *
001300*   - L ENTETE FFFFFGCT DONNE SOURCE, DATE ET CYCLE ; SANS       *
001400*     ENTETE, SOURCE DE LA CARTE, DATE DU JOUR ET CYCLE ZERO ;   *
001500*   - LE VOLUME EST LE NOMBRE DE MOUVEMENTS DU PIED, OU A DEFAUT *
001600*     LE COMPTE DES ENREGISTREMENTS DE DETAIL.                   *
001700*  L ARRIVEE EST ECRITE A ARVFIC (FFFFFGFR) ET CONFRONTEE AU     *
001800*  CALENDRIER FLXCAL (FFFFFGFL) : FLUX EN DOUBLE, EN RETARD      *
001900*  (APRES LA FIN DE FENETRE OU DEJA DECLARE MANQUANT PAR         *
002000*  GSFX182), HORS BANDE DE VOLUME, HORS CALENDRIER OU SANS       *
002100*  ENTETE DONNENT UNE ALERTE : MESSAGE CONSOLE, ELEMENT DE       *
002200*  CORBEILLE TYPE FLUX (CLE = SOURCE + DATE AAMMJJ) ET LIGNE     *
002300*  A L ETAT ETATFLX - CODE RETOUR 4. LE FLUX N EST JAMAIS        *
002400*  BLOQUE ICI : LES CONTROLES DE LOT RESTENT CEUX DE GSIN110.    *
002500*  CARTE FLXPARM : SOURCE A RETENIR SI LE FLUX EST SANS ENTETE.  *
002600*  ------------------------------------------------------------  *
002700*  HISTORIQUE DES MODIFICATIONS                                  *
002800*  15/10/26  DA  CREATION                                        *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.
003300     IBM-370.
003400 OBJECT-COMPUTER.
003500     IBM-370.
003600 SPECIAL-NAMES.
003700     DECIMAL-POINT IS COMMA.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT FLUXIN  ASSIGN  FLUXIN
004100       ORGANIZATION  SEQUENTIAL
004200       FILE STATUS   W-FLUXIN-STATUS.
004300     SELECT FLXCAL  ASSIGN  FLXCAL
004400       ORGANIZATION  INDEXED
004500       ACCESS MODE   RANDOM
004600       RECORD KEY    FLX-SOURCE
004700       FILE STATUS   W-FLXCAL-STATUS.
004800     SELECT ARVFIC  ASSIGN  ARVFIC
004900       ORGANIZATION  INDEXED
005000       ACCESS MODE   RANDOM
005100       RECORD KEY    ARV-CLE
005200       FILE STATUS   W-ARVFIC-STATUS.
005300     SELECT ETATFLX ASSIGN  ETATFLX
005400       ORGANIZATION  SEQUENTIAL
005500       FILE STATUS   W-ETATFLX-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800*    FICHIER PARTENAIRE (400) OU MOUVEMENTS DE LA FILE MQ (403)
005900 FD  FLUXIN
006000     LABEL RECORD STANDARD
006100     RECORD VARYING FROM 400 TO 403 DEPENDING W-LG-FLX
006200     DATA RECORD FLI-ENREG.
006300 01  FLI-ENREG                       PIC X(403).
006400 FD  FLXCAL
006500     LABEL RECORD STANDARD
006600     DATA RECORD FLX-ENREG.
006700 COPY FFFFFGFL.
006800 FD  ARVFIC
006900     LABEL RECORD STANDARD
007000     DATA RECORD ARV-ENREG.
007100 COPY FFFFFGFR.
007200 FD  ETATFLX
007300     LABEL RECORD STANDARD
007400     DATA RECORD EFX-LIGNE.
007500 01  EFX-LIGNE                       PIC X(132).
007600 WORKING-STORAGE SECTION.
007700 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
007800 77  CPT-DETAILS                     PIC S9(08) COMP VALUE ZERO.
007900 77  CPT-ALERTES                     PIC S9(08) COMP VALUE ZERO.
008000 77  W-LG-FLX                        PIC 9(04) COMP VALUE ZERO.
008100 01  W-FIN-FLX                       PIC X(01) VALUE 'N'.
008200     88  FIN-FLX                     VALUE 'O'.
008300 01  W-VU-ENTETE                     PIC X(01) VALUE 'N'.
008400     88  VU-ENTETE                   VALUE 'O'.
008500 01  W-VU-PIED                       PIC X(01) VALUE 'N'.
008600     88  VU-PIED                     VALUE 'O'.
008700 01  W-AU-CALENDRIER                 PIC X(01) VALUE 'N'.
008800     88  AU-CALENDRIER               VALUE 'O'.
008900 01  W-ETAIT-MANQUANT                PIC X(01) VALUE 'N'.
009000     88  ETAIT-MANQUANT              VALUE 'O'.
009100 01  W-FLUXIN-STATUS                 PIC X(02).
009200     88  W-FLI-OK                    VALUE '00' '04'.
009300     88  W-FLI-FIN                   VALUE '10'.
009400 01  W-FLXCAL-STATUS                 PIC X(02).
009500     88  W-FLX-OK                    VALUE '00'.
009600     88  W-FLX-ABSENT                VALUE '23'.
009700 01  W-ARVFIC-STATUS                 PIC X(02).
009800     88  W-ARV-OK                    VALUE '00'.
009900     88  W-ARV-DOUBLE                VALUE '22'.
010000     88  W-ARV-ABSENT                VALUE '23'.
010100 01  W-ETATFLX-STATUS                PIC X(02).
010200     88  W-EFX-OK                    VALUE '00'.
010300 01  W-MOTIF-ABANDON                 PIC X(40).
010400 01  W-DATE-JOUR                     PIC 9(08).
010500 01  W-HEURE-JOUR                    PIC 9(08).
010600 01  W-HEURE-JOUR-R REDEFINES W-HEURE-JOUR.
010700     05  W-HJ-HHMM                   PIC 9(04).
010800     05  W-HJ-SSCC                   PIC 9(04).
010900 01  W-PARM.
011000     05  W-PARM-SOURCE               PIC X(08).
011100*    IDENTITE DU FLUX RECU
011200 01  W-SOURCE                        PIC X(08).
011300 01  W-DATE-FLUX                     PIC 9(08).
011400 01  W-DATE-FLUX-R REDEFINES W-DATE-FLUX.
011500     05  W-DF-SIECLE                 PIC 9(02).
011600     05  W-DF-AAMMJJ                 PIC 9(06).
011700 01  W-CYCLE                         PIC 9(04).
011800 01  W-VOLUME                        PIC 9(09).
011900 01  W-BANDE                         PIC X(01).
012000 01  W-RETARD                        PIC X(01).
012100 01  W-NATURE                        PIC X(16).
012200*    CLE DE L ELEMENT DE CORBEILLE : SOURCE + DATE AAMMJJ
012300 01  W-CLE-FLUX.
012400     05  W-CF-SOURCE                 PIC X(08).
012500     05  W-CF-DATE                   PIC 9(06).
012600     05  FILLER                      PIC X(01) VALUE SPACE.
012700*    IMAGE DE CONTROLE (ENTETE ET PIED) DU FLUX
012800 01  W-IMAGE-CTL                     PIC X(403).
012900 COPY FFFFFGCT.
013000 COPY GSWBZ.
013100 01  EFX-ENTETE.
013200     05  FILLER                      PIC X(49)
013300         VALUE 'GSFX181 - ARRIVEE DES FLUX PARTENAIRES - DATE '.
013400     05  EFX-E-DATE                  PIC 9(08).
013500     05  FILLER                      PIC X(75) VALUE SPACES.
013600 01  EFX-DETAIL.
013700     05  EFX-D-SOURCE                PIC X(08).
013800     05  FILLER                      PIC X(01) VALUE SPACE.
013900     05  EFX-D-DATE                  PIC 9(08).
014000     05  FILLER                      PIC X(01) VALUE SPACE.
014100     05  EFX-D-CYCLE                 PIC 9(04).
014200     05  FILLER                      PIC X(01) VALUE SPACE.
014300     05  EFX-D-VOLUME                PIC Z(08)9.
014400     05  FILLER                      PIC X(01) VALUE SPACE.
014500     05  EFX-D-MINI                  PIC Z(08)9.
014600     05  FILLER                      PIC X(01) VALUE SPACE.
014700     05  EFX-D-MAXI                  PIC Z(08)9.
014800     05  FILLER                      PIC X(01) VALUE SPACE.
014900     05  EFX-D-RECU-DATE             PIC 9(08).
015000     05  FILLER                      PIC X(01) VALUE SPACE.
015100     05  EFX-D-RECU-HEURE            PIC 9(04).
015200     05  FILLER                      PIC X(01) VALUE SPACE.
015300     05  EFX-D-FIN-FENETRE           PIC 9(04).
015400     05  FILLER                      PIC X(01) VALUE SPACE.
015500     05  EFX-D-NATURE                PIC X(16).
015600     05  FILLER                      PIC X(44) VALUE SPACES.
015700 PROCEDURE DIVISION.
015800******************************************************************
015900*  0000-MAINLINE : LECTURE DU FLUX PUIS ENREGISTREMENT           *
016000******************************************************************
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
016300     PERFORM 2000-LIRE-FLUX THRU 2000-EXIT
016400         UNTIL FIN-FLX.
016500     PERFORM 3000-IDENTIFIER THRU 3000-EXIT.
016600     PERFORM 4000-ENREGISTRER THRU 4000-EXIT.
016700     PERFORM 5000-CONTROLER THRU 5000-EXIT.
016800     PERFORM 6000-TERMINAISON THRU 6000-EXIT.
016900     GOBACK.
017000 0000-EXIT.
017100     EXIT.
017200******************************************************************
017300*  1000-INITIALISATION : CARTE, HORODATE, OUVERTURES             *
017400******************************************************************
017500 1000-INITIALISATION.
017600     ACCEPT W-PARM.
017700     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
017800     ACCEPT W-HEURE-JOUR FROM TIME.
017900     OPEN INPUT FLUXIN.
018000     IF NOT W-FLI-OK
018100         MOVE 'OPEN FLUXIN'  TO W-MOTIF-ABANDON
018200         GO TO 9900-ABANDON.
018300     OPEN INPUT FLXCAL.
018400     IF NOT W-FLX-OK
018500         MOVE 'OPEN FLXCAL'  TO W-MOTIF-ABANDON
018600         GO TO 9900-ABANDON.
018700     OPEN I-O ARVFIC.
018800     IF NOT W-ARV-OK
018900         MOVE 'OPEN ARVFIC'  TO W-MOTIF-ABANDON
019000         GO TO 9900-ABANDON.
019100     OPEN OUTPUT ETATFLX.
019200     IF NOT W-EFX-OK
019300         MOVE 'OPEN ETATFLX' TO W-MOTIF-ABANDON
019400         GO TO 9900-ABANDON.
019500     MOVE W-DATE-JOUR TO EFX-E-DATE.
019600     WRITE EFX-LIGNE FROM EFX-ENTETE.
019700     PERFORM 8100-LIRE-FLX THRU 8100-EXIT.
019800 1000-EXIT.
019900     EXIT.
020000******************************************************************
020100*  2000-LIRE-FLUX : ENTETE (PREMIER ENREGISTREMENT SEULEMENT),   *
020200*  PIED (LE DERNIER LU) ET DETAILS COMPTES                       *
020300******************************************************************
020400 2000-LIRE-FLUX.
020500     ADD 1 TO CPT-LUS.
020600     MOVE SPACES TO W-IMAGE-CTL.
020700     MOVE FLI-ENREG (1:W-LG-FLX) TO W-IMAGE-CTL (1:W-LG-FLX).
020800     IF CPT-LUS = 1
020900      AND W-IMAGE-CTL (1:1) = '1'
021000         MOVE W-IMAGE-CTL TO CTL-ENTETE-ZONE
021100         MOVE 'O' TO W-VU-ENTETE
021200         GO TO 2000-SUIVANT.
021300     IF W-IMAGE-CTL (1:1) = '9'
021400         MOVE W-IMAGE-CTL TO CTL-PIED-ZONE
021500         MOVE 'O' TO W-VU-PIED
021600         GO TO 2000-SUIVANT.
021700     ADD 1 TO CPT-DETAILS.
021800 2000-SUIVANT.
021900     PERFORM 8100-LIRE-FLX THRU 8100-EXIT.
022000 2000-EXIT.
022100     EXIT.
022200******************************************************************
022300*  3000-IDENTIFIER : SOURCE, DATE, CYCLE ET VOLUME DU FLUX       *
022400******************************************************************
022500 3000-IDENTIFIER.
022600     MOVE W-PARM-SOURCE TO W-SOURCE.
022700     MOVE W-DATE-JOUR   TO W-DATE-FLUX.
022800     MOVE ZERO          TO W-CYCLE.
022900     IF VU-ENTETE
023000         IF CTL-E-SOURCE NOT = SPACES
023100             MOVE CTL-E-SOURCE TO W-SOURCE
023200         END-IF
023300         IF CTL-E-DATE-CREA NUMERIC
023400             MOVE CTL-E-DATE-CREA TO W-DATE-FLUX
023500         END-IF
023600         IF CTL-E-CYCLE NUMERIC
023700             MOVE CTL-E-CYCLE TO W-CYCLE
023800         END-IF.
023900     MOVE CPT-DETAILS TO W-VOLUME.
024000     IF VU-PIED
024100      AND CTL-P-NB-MVTS NUMERIC
024200         MOVE CTL-P-NB-MVTS TO W-VOLUME.
024300     MOVE W-SOURCE      TO FLX-SOURCE.
024400     READ FLXCAL.
024500     IF W-FLX-OK
024600         IF FLX-SURVEILLE
024700             MOVE 'O' TO W-AU-CALENDRIER
024800         END-IF
024900         GO TO 3000-EXIT.
025000     IF NOT W-FLX-ABSENT
025100         MOVE 'READ FLXCAL' TO W-MOTIF-ABANDON
025200         GO TO 9900-ABANDON.
025300 3000-EXIT.
025400     EXIT.
025500******************************************************************
025600*  4000-ENREGISTRER : ARRIVEE ECRITE A ARVFIC - LE MANQUANT POSE *
025700*  PAR GSFX182 POUR LA DATE EST RETIRE, UNE CLE DEJA PRESENTE    *
025800*  EST UN FLUX RECU EN DOUBLE                                    *
025900******************************************************************
026000 4000-ENREGISTRER.
026100     MOVE W-SOURCE    TO ARV-SOURCE.
026200     MOVE W-DATE-FLUX TO ARV-DATE.
026300     MOVE ZERO        TO ARV-CYCLE.
026400     READ ARVFIC.
026500     IF W-ARV-OK
026600      AND ARV-MANQUANT
026700         MOVE 'O' TO W-ETAIT-MANQUANT
026800         DELETE ARVFIC
026900         IF NOT W-ARV-OK
027000             MOVE 'DELETE ARVFIC' TO W-MOTIF-ABANDON
027100             GO TO 9900-ABANDON
027200         END-IF.
027300     IF NOT W-ARV-OK
027400      AND NOT W-ARV-ABSENT
027500         MOVE 'READ ARVFIC' TO W-MOTIF-ABANDON
027600         GO TO 9900-ABANDON.
027700     PERFORM 4500-QUALIFIER THRU 4500-EXIT.
027800     MOVE SPACES            TO ARV-ENREG.
027900     MOVE W-SOURCE          TO ARV-SOURCE.
028000     MOVE W-DATE-FLUX       TO ARV-DATE.
028100     MOVE W-CYCLE           TO ARV-CYCLE.
028200     MOVE 'A'               TO ARV-ETAT.
028300     MOVE W-DATE-JOUR       TO ARV-DATE-RECU.
028400     COMPUTE ARV-HEURE-RECU = W-HEURE-JOUR / 100.
028500     MOVE W-VOLUME          TO ARV-VOLUME.
028600     MOVE 1                 TO ARV-NB-RECEPTIONS.
028700     MOVE W-RETARD          TO ARV-RETARD.
028800     MOVE W-BANDE           TO ARV-BANDE.
028900     IF NOT VU-ENTETE
029000         MOVE 'N'           TO ARV-ENTETE.
029100     WRITE ARV-ENREG.
029200     IF W-ARV-OK
029300         GO TO 4000-EXIT.
029400     IF NOT W-ARV-DOUBLE
029500         MOVE 'WRITE ARVFIC' TO W-MOTIF-ABANDON
029600         GO TO 9900-ABANDON.
029700     READ ARVFIC.
029800     IF NOT W-ARV-OK
029900         MOVE 'READ ARVFIC' TO W-MOTIF-ABANDON
030000         GO TO 9900-ABANDON.
030100     ADD 1 TO ARV-NB-RECEPTIONS.
030200     REWRITE ARV-ENREG.
030300     IF NOT W-ARV-OK
030400         MOVE 'REWRITE ARVFIC' TO W-MOTIF-ABANDON
030500         GO TO 9900-ABANDON.
030600     MOVE 'EN DOUBLE' TO W-NATURE.
030700     PERFORM 7000-ALERTER THRU 7000-EXIT.
030800 4000-EXIT.
030900     EXIT.
031000******************************************************************
031100*  4500-QUALIFIER : RETARD ET BANDE DE VOLUME SELON LE CALENDRIER*
031200******************************************************************
031300 4500-QUALIFIER.
031400     MOVE 'N'    TO W-RETARD.
031500     MOVE SPACE  TO W-BANDE.
031600     IF ETAIT-MANQUANT
031700         MOVE 'O' TO W-RETARD.
031800     IF NOT AU-CALENDRIER
031900         GO TO 4500-EXIT.
032000     IF W-DATE-JOUR GREATER W-DATE-FLUX
032100         MOVE 'O' TO W-RETARD.
032200     IF W-DATE-JOUR = W-DATE-FLUX
032300      AND W-HJ-HHMM GREATER FLX-HEURE-FIN
032400         MOVE 'O' TO W-RETARD.
032500     IF FLX-VOLUME-MIN = ZERO
032600      AND FLX-VOLUME-MAX = ZERO
032700         GO TO 4500-EXIT.
032800     MOVE 'N' TO W-BANDE.
032900     IF FLX-VOLUME-MIN NOT = ZERO
033000      AND W-VOLUME LESS FLX-VOLUME-MIN
033100         MOVE 'B' TO W-BANDE.
033200     IF FLX-VOLUME-MAX NOT = ZERO
033300      AND W-VOLUME GREATER FLX-VOLUME-MAX
033400         MOVE 'H' TO W-BANDE.
033500 4500-EXIT.
033600     EXIT.
033700******************************************************************
033800*  5000-CONTROLER : UNE ALERTE PAR ANOMALIE DE L ARRIVEE         *
033900******************************************************************
034000 5000-CONTROLER.
034100     IF NOT VU-ENTETE
034200         MOVE 'SANS ENTETE' TO W-NATURE
034300         PERFORM 7000-ALERTER THRU 7000-EXIT.
034400     IF NOT AU-CALENDRIER
034500         MOVE 'HORS CALENDRIER' TO W-NATURE
034600         PERFORM 7000-ALERTER THRU 7000-EXIT
034700         GO TO 5000-EXIT.
034800     IF W-RETARD = 'O'
034900         MOVE 'EN RETARD' TO W-NATURE
035000         PERFORM 7000-ALERTER THRU 7000-EXIT.
035100     IF W-BANDE = 'B'
035200         MOVE 'SOUS LE MINIMUM' TO W-NATURE
035300         PERFORM 7000-ALERTER THRU 7000-EXIT.
035400     IF W-BANDE = 'H'
035500         MOVE 'AU DELA DU MAXI' TO W-NATURE
035600         PERFORM 7000-ALERTER THRU 7000-EXIT.
035700 5000-EXIT.
035800     EXIT.
035900******************************************************************
036000*  6000-TERMINAISON : LIGNE D ARRIVEE, FERMETURES, CODE RETOUR   *
036100******************************************************************
036200 6000-TERMINAISON.
036300     MOVE 'ENREGISTRE' TO W-NATURE.
036400     PERFORM 7500-LIGNE THRU 7500-EXIT.
036500     CLOSE FLUXIN FLXCAL ARVFIC ETATFLX.
036600     DISPLAY 'GSFX181 - FLUX      : ' W-SOURCE ' ' W-DATE-FLUX
036700             ' ' W-CYCLE.
036800     DISPLAY 'GSFX181 - VOLUME    : ' W-VOLUME.
036900     DISPLAY 'GSFX181 - ALERTES   : ' CPT-ALERTES.
037000     IF CPT-ALERTES GREATER ZERO
037100         MOVE 4 TO RETURN-CODE.
037200 6000-EXIT.
037300     EXIT.
037400******************************************************************
037500*  7000-ALERTER : MESSAGE CONSOLE, ELEMENT DE CORBEILLE DE LA    *
037600*  FILE FLUX ET LIGNE D ETAT                                     *
037700******************************************************************
037800 7000-ALERTER.
037900     ADD 1 TO CPT-ALERTES.
038000     DISPLAY 'GSFX181 - ALERTE FLUX ' W-SOURCE ' ' W-DATE-FLUX
038100             ' : ' W-NATURE
038200         UPON CONSOLE.
038300     MOVE W-SOURCE     TO W-CF-SOURCE.
038400     MOVE W-DF-AAMMJJ  TO W-CF-DATE.
038500     MOVE 'FLUX'       TO WBZ-TYPE-EXC.
038600     MOVE W-CLE-FLUX   TO WBZ-FGS-CLE.
038700     MOVE SPACES       TO WBZ-MOTIF.
038800     STRING 'FLUX ' DELIMITED SIZE
038900            W-SOURCE DELIMITED SPACE
039000            ' ' W-NATURE DELIMITED SIZE
039100         INTO WBZ-MOTIF
039200     END-STRING.
039300     MOVE 'GSFX181 '   TO WBZ-PROGRAMME.
039400     CALL 'GSWB080' USING WBZ-ZONE.
039500     IF WBZ-INCIDENT
039600         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
039700         GO TO 9900-ABANDON.
039800     PERFORM 7500-LIGNE THRU 7500-EXIT.
039900 7000-EXIT.
040000     EXIT.
040100 7500-LIGNE.
040200     MOVE W-SOURCE     TO EFX-D-SOURCE.
040300     MOVE W-DATE-FLUX  TO EFX-D-DATE.
040400     MOVE W-CYCLE      TO EFX-D-CYCLE.
040500     MOVE W-VOLUME     TO EFX-D-VOLUME.
040600     MOVE ZERO         TO EFX-D-MINI EFX-D-MAXI EFX-D-FIN-FENETRE.
040700     IF AU-CALENDRIER
040800         MOVE FLX-VOLUME-MIN TO EFX-D-MINI
040900         MOVE FLX-VOLUME-MAX TO EFX-D-MAXI
041000         MOVE FLX-HEURE-FIN  TO EFX-D-FIN-FENETRE.
041100     MOVE W-DATE-JOUR  TO EFX-D-RECU-DATE.
041200     MOVE W-HJ-HHMM    TO EFX-D-RECU-HEURE.
041300     MOVE W-NATURE     TO EFX-D-NATURE.
041400     WRITE EFX-LIGNE FROM EFX-DETAIL.
041500 7500-EXIT.
041600     EXIT.
041700******************************************************************
041800*  8100-LIRE-FLX : ENREGISTREMENT SUIVANT DU FLUX                *
041900******************************************************************
042000 8100-LIRE-FLX.
042100     READ FLUXIN.
042200     IF W-FLI-FIN
042300         MOVE 'O' TO W-FIN-FLX
042400         GO TO 8100-EXIT.
042500     IF NOT W-FLI-OK
042600         MOVE 'READ FLUXIN' TO W-MOTIF-ABANDON
042700         GO TO 9900-ABANDON.
042800 8100-EXIT.
042900     EXIT.
043000******************************************************************
043100*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
043200******************************************************************
043300 9900-ABANDON.
043400     DISPLAY 'GSFX181 - ABANDON : ' W-MOTIF-ABANDON.
043500     MOVE 16 TO RETURN-CODE.
043600     STOP RUN.
