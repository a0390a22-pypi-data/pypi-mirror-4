001600*  DEBORDEMENT DES TABLES (AGENCES OU DIVISIONS) EST SIGNALE    *
001700*  EN CLAIR ET REND LE CODE 8 : LES SECTIONS NE BOUCLENT PLUS   *
001800*  EN SILENCE SUR LE GENERAL.                                    *
001810*  CARTE PARAMETRE (FACULTATIVE) : MODE(1) DEBUT(6) FIN(6)       *
001820*    MODE A BLANC = PASSE SUR LE MAITRE (SITUATION DU JOUR)      *
001830*    MODE H = ACTIVITE DES PERIODES DEBUT A FIN (AAAAMM) LUE     *
001840*             DANS SUMFIC (POSTES TYPE U) TELLE QU ENREGISTREE   *
001850*    MODE R = MEMES PERIODES RETRAITEES SUR LA STRUCTURE ACTUELLE*
001860*             (UNITE FERMEE -> UNITE ACTUELLE, GSOU315)          *
001900*  ------------------------------------------------------------  *
002000*  HISTORIQUE DES MODIFICATIONS                                  *
002100*  22/08/26  DA  CREATION                                        *
002110*  22/08/26  DA  SATURATION DE LA TABLE DES REGIONS SIGNALEE     *
002120*                COMME CELLES DES AGENCES ET DIVISIONS           *
002130*  15/10/26  DA  CARTE MODE / PERIODES : ACTIVITE HISTORIQUE DE  *
002140*                SUMFIC TELLE QU ENREGISTREE (H) OU RETRAITEE    *
002150*                APRES REORGANISATION (R)                        *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003500       ACCESS MODE   SEQUENTIAL
003600       RECORD KEY    FFFFFGS-CLE
003700       FILE STATUS   W-FFFFFGS-STATUS.
003710     SELECT SUMFIC  ASSIGN  SUMFIC
003720       ORGANIZATION  INDEXED
003730       ACCESS MODE   DYNAMIC
003740       RECORD KEY    SUM-CLE
003750       FILE STATUS   W-SUMFIC-STATUS.
003800     SELECT ETATUNI ASSIGN  ETATUNI
003900       ORGANIZATION  SEQUENTIAL
004000       FILE STATUS   W-ETATUNI-STATUS.
004700     LABEL RECORD STANDARD
004800     DATA RECORD FFFFFGS-ENREG.
004900 COPY FFFFFFGS.
004910 FD  SUMFIC
004920     LABEL RECORD STANDARD
004930     DATA RECORD SUM-ENREG.
004940 COPY FFFFFGM.
005000 FD  ETATUNI
005100     LABEL RECORD STANDARD
005200     DATA RECORD UNE-LIGNE.
006800                                     VALUE ZERO.
006900 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
007000     88  FIN-FGS                     VALUE 'O'.
007010 01  W-FIN-SUM                       PIC X(01) VALUE 'N'.
007020     88  FIN-SUM                     VALUE 'O'.
007100 COPY FFFFFGSW.
007110 01  W-SUMFIC-STATUS                 PIC X(02).
007120     88  W-SUM-OK                    VALUE '00'.
007130     88  W-SUM-FIN                   VALUE '10'.
007140     88  W-SUM-ABSENT                VALUE '23'.
007150 01  W-PARM.
007160     05  W-PARM-MODE                 PIC X(01).
007170         88  MODE-MAITRE             VALUE SPACE.
007180         88  MODE-HISTORIQUE         VALUE 'H'.
007190         88  MODE-RETRAITE           VALUE 'R'.
007191     05  FILLER                      PIC X(01).
007192     05  W-PARM-DEBUT                PIC 9(06).
007193     05  FILLER                      PIC X(01).
007194     05  W-PARM-FIN                  PIC 9(06).
007195 01  W-UNITE-CUMUL                   PIC X(06).
007196 01  W-NB-CUMUL                      PIC S9(09) COMP.
007197 01  W-MONTANT-CUMUL                 PIC S9(15)V99 COMP-3.
007200 01  W-ETATUNI-STATUS                PIC X(02).
007300     88  W-UNE-OK                    VALUE '00'.
007400 01  W-ETATAGE-STATUS                PIC X(02).
009900     05  OUZ-LIBELLE                 PIC X(20).
010000     05  OUZ-REGION                  PIC X(06).
010100     05  OUZ-DIVISION                PIC X(06).
010110     05  OUZ-ETAT                    PIC X(01).
010120     05  OUZ-SUCCESSEUR              PIC X(06).
010130     05  OUZ-DATE-FERMETURE          PIC 9(08).
010140     05  OUZ-ACTUELLE                PIC X(06).
010150 01  LIG-TITRE.
010155     05  FILLER                      PIC X(32)
010160         VALUE 'GSOU310 - ACTIVITE DES PERIODES '.
010165     05  LIG-T-DEBUT                 PIC 9(06).
010170     05  FILLER                      PIC X(03) VALUE ' - '.
010175     05  LIG-T-FIN                   PIC 9(06).
010180     05  FILLER                      PIC X(01) VALUE SPACE.
010185     05  LIG-T-MENTION               PIC X(12).
010190     05  FILLER                      PIC X(72) VALUE SPACES.
010200 01  LIG-DETAIL.
010300     05  LIG-NIVEAU                  PIC X(10).
010400     05  LIG-CODE                    PIC X(06).
011600*  0000-MAINLINE : CUMULS PAR UNITE PUIS EDITION HIERARCHIQUE    *
011700******************************************************************
011800 0000-MAINLINE.
011900     MOVE SPACES TO W-PARM.
012000     ACCEPT W-PARM.
012100     PERFORM 1000-CONTROLER-CARTE THRU 1000-EXIT.
012200     OPEN OUTPUT ETATUNI.
012300     OPEN OUTPUT ETATAGE.
012400     IF MODE-MAITRE
012500         PERFORM 1100-PASSE-MAITRE THRU 1100-EXIT
012600     ELSE
012700         PERFORM 1200-PASSE-SUMFIC THRU 1200-EXIT.
012800     PERFORM 3000-EDITER THRU 3000-EXIT.
012900     CLOSE ETATUNI ETATAGE.
013200     IF W-DEBORDEMENT = 'O'
013300         DISPLAY 'GSOU310 - SECTIONS INCOMPLETES - '
013400                 'LE GENERAL NE SE RAPPROCHE PLUS'
013700 0000-EXIT.
013800     EXIT.
013900******************************************************************
014000*  2000-CUMULER : UN ENREGISTREMENT DU MAITRE DANS SON AGENCE    *
014100******************************************************************
014200 2000-CUMULER.
014300     MOVE FFFFFGS-UNITE TO W-UNITE-CUMUL.
014400     MOVE 1             TO W-NB-CUMUL.
014500     IF FFFFFGS-MONTANT NUMERIC
014510         MOVE FFFFFGS-MONTANT TO W-MONTANT-CUMUL
014520     ELSE
014530         MOVE ZERO TO W-MONTANT-CUMUL.
014600     PERFORM 2100-POSTE-UNITE THRU 2100-EXIT.
014700     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
014800 2000-EXIT.
015100*  2100-POSTE-UNITE : RECHERCHE OU CREATION DU POSTE D AGENCE    *
015200******************************************************************
015300 2100-POSTE-UNITE.
015310     ADD W-NB-CUMUL      TO CPT-GLOBAL.
015320     ADD W-MONTANT-CUMUL TO W-CUMUL-GLOBAL.
015400     MOVE ZERO TO IX-UNI.
015500 2100-CHERCHER.
015600     ADD 1 TO IX-UNI.
015700     IF IX-UNI GREATER NB-UNITES
015800         PERFORM 2200-CREER-UNITE THRU 2200-EXIT
015900         GO TO 2100-POSER.
016000     IF W-UNI-CODE (IX-UNI) NOT = W-UNITE-CUMUL
016100         GO TO 2100-CHERCHER.
016200 2100-POSER.
016300     IF IX-UNI = ZERO
016400         GO TO 2100-EXIT.
016500     ADD W-NB-CUMUL      TO W-UNI-NB (IX-UNI).
016600     ADD W-MONTANT-CUMUL TO W-UNI-MONTANT (IX-UNI).
016800 2100-EXIT.
016900     EXIT.
017000******************************************************************
018100         GO TO 2200-EXIT.
018200     ADD 1 TO NB-UNITES.
018300     MOVE NB-UNITES TO IX-UNI.
018400     MOVE W-UNITE-CUMUL TO W-UNI-CODE (IX-UNI).
018500     MOVE ZERO TO W-UNI-NB (IX-UNI)
018600                  W-UNI-MONTANT (IX-UNI).
018700     MOVE W-UNITE-CUMUL TO OUZ-CODE.
018800     CALL 'GSOU315' USING OUZ-ZONE.
018900     IF OUZ-TROUVEE
019000         MOVE OUZ-LIBELLE  TO W-UNI-LIBELLE (IX-UNI)
032600         STOP RUN.
032700 8100-EXIT.
032800     EXIT.
032900******************************************************************
033000*  1000-CONTROLER-CARTE : MODE CONNU ET PERIODES COHERENTES      *
033100******************************************************************
033200 1000-CONTROLER-CARTE.
033300     IF NOT MODE-MAITRE AND NOT MODE-HISTORIQUE
033400                        AND NOT MODE-RETRAITE
033500         DISPLAY 'GSOU310 - MODE INVALIDE : ' W-PARM-MODE
033600         MOVE 16 TO RETURN-CODE
033700         STOP RUN.
033800     IF MODE-MAITRE
033900         GO TO 1000-EXIT.
034000     IF W-PARM-DEBUT NOT NUMERIC
034100      OR W-PARM-FIN NOT NUMERIC
034200      OR W-PARM-DEBUT GREATER W-PARM-FIN
034300         DISPLAY 'GSOU310 - PERIODES INVALIDES : '
034400                 W-PARM-DEBUT ' ' W-PARM-FIN
034500         MOVE 16 TO RETURN-CODE
034600         STOP RUN.
034700 1000-EXIT.
034800     EXIT.
034900******************************************************************
035000*  1100-PASSE-MAITRE : SITUATION DU JOUR SUR FFFFFGS             *
035100******************************************************************
035200 1100-PASSE-MAITRE.
035300     OPEN INPUT  FFFFFGS.
035400     IF NOT W-FGS-OK
035500         DISPLAY 'GSOU310 - OPEN FFFFFGS : '
035600                 W-FFFFFGS-STATUS
035700         MOVE 16 TO RETURN-CODE
035800         STOP RUN.
035900     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
036000     PERFORM 2000-CUMULER THRU 2000-EXIT
036100         UNTIL FIN-FGS.
036200     CLOSE FFFFFGS.
036300 1100-EXIT.
036400     EXIT.
036500******************************************************************
036600*  1200-PASSE-SUMFIC : POSTES PAR UNITE (TYPE U) DES PERIODES    *
036700*  DEMANDEES, TELS QU ENREGISTRES OU RETRAITES                   *
036800******************************************************************
036900 1200-PASSE-SUMFIC.
037000     OPEN INPUT  SUMFIC.
037100     IF NOT W-SUM-OK
037200         DISPLAY 'GSOU310 - OPEN SUMFIC : ' W-SUMFIC-STATUS
037300         MOVE 16 TO RETURN-CODE
037400         STOP RUN.
037500     MOVE W-PARM-DEBUT TO LIG-T-DEBUT.
037600     MOVE W-PARM-FIN   TO LIG-T-FIN.
037700     IF MODE-RETRAITE
037800         MOVE 'RETRAITEES' TO LIG-T-MENTION
037900     ELSE
038000         MOVE 'ENREGISTREES' TO LIG-T-MENTION.
038100     WRITE UNE-LIGNE FROM LIG-TITRE.
038200     WRITE AGE-LIGNE FROM LIG-TITRE.
038300     MOVE 'U'          TO SUM-TYPE.
038400     MOVE W-PARM-DEBUT TO SUM-PERIODE.
038500     MOVE LOW-VALUE    TO SUM-CODE.
038600     START SUMFIC KEY NOT LESS SUM-CLE.
038700     IF W-SUM-ABSENT OR W-SUM-FIN
038800         MOVE 'O' TO W-FIN-SUM
038900     ELSE
039000         IF NOT W-SUM-OK
039100             DISPLAY 'GSOU310 - START SUMFIC : '
039200                     W-SUMFIC-STATUS
039300             MOVE 16 TO RETURN-CODE
039400             STOP RUN
039500         ELSE
039600             PERFORM 8200-LIRE-SUM THRU 8200-EXIT.
039700     PERFORM 2500-CUMULER-SUM THRU 2500-EXIT
039800         UNTIL FIN-SUM.
039900     CLOSE SUMFIC.
040000 1200-EXIT.
040100     EXIT.
040200******************************************************************
040300*  2500-CUMULER-SUM : UN POSTE DE SYNTHESE DANS SON AGENCE - EN  *
040400*  MODE R, L UNITE FERMEE CEDE LA PLACE A SON UNITE ACTUELLE     *
040500******************************************************************
040600 2500-CUMULER-SUM.
040700     MOVE SUM-CODE (1:6) TO W-UNITE-CUMUL.
040800     IF MODE-RETRAITE AND SUM-CODE NOT = SPACES
040900         MOVE SUM-CODE (1:6) TO OUZ-CODE
041000         CALL 'GSOU315' USING OUZ-ZONE
041100         IF OUZ-TROUVEE
041200             MOVE OUZ-ACTUELLE TO W-UNITE-CUMUL.
041300     MOVE SUM-NB      TO W-NB-CUMUL.
041400     MOVE SUM-MONTANT TO W-MONTANT-CUMUL.
041500     PERFORM 2100-POSTE-UNITE THRU 2100-EXIT.
041600     PERFORM 8200-LIRE-SUM THRU 8200-EXIT.
041700 2500-EXIT.
041800     EXIT.
041900******************************************************************
042000*  8200-LIRE-SUM : POSTE PAR UNITE SUIVANT DANS LES PERIODES     *
042100******************************************************************
042200 8200-LIRE-SUM.
042300     READ SUMFIC NEXT.
042400     IF W-SUM-FIN
042500         MOVE 'O' TO W-FIN-SUM
042600         GO TO 8200-EXIT.
042700     IF NOT W-SUM-OK
042800         DISPLAY 'GSOU310 - READ SUMFIC : ' W-SUMFIC-STATUS
042900         MOVE 16 TO RETURN-CODE
043000         STOP RUN.
043100     IF SUM-TYPE NOT = 'U'
043200      OR SUM-PERIODE GREATER W-PARM-FIN
043300         MOVE 'O' TO W-FIN-SUM.
043400 8200-EXIT.
043500     EXIT.
