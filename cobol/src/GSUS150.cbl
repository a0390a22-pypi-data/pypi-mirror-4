000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSUS150.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSUS150 : CONSOLIDATION QUOTIDIENNE DES USAGES                *
000900*  ------------------------------------------------------------  *
001000*  LE JOURNAL DES USAGES (USGJRN : FILE TD GUSJ DE GSCH140,      *
001100*  GSBK150 ET GSWS130, PLUS LE FICHIER USGSOE DE GSIC470) EST    *
001200*  CUMULE A USGFIC PAR JOUR, APPELANT, SERVICE, FONCTION ET      *
001300*  ISSUE : NOMBRE D APPELS, APPELS CHRONOMETRES, DUREE TOTALE    *
001400*  ET DUREE MAXIMUM.                                             *
001500*  CHAQUE JOUR PRESENT AU JOURNAL EST REFAIT EN ENTIER : SES     *
001600*  POSTES USGFIC SONT SUPPRIMES A SA PREMIERE RENCONTRE PUIS     *
001700*  RECONSTITUES - UNE REPRISE NE COMPTE JAMAIS DEUX FOIS.        *
001800*  CARTE PARAMETRE : DATE DEBUT(8) AAAAMMJJ - LES APPELS         *
001900*  ANTERIEURS SONT IGNORES (BLANC = TOUT LE JOURNAL).            *
002000*  APPELANT A BLANC COMPTE AU NOM INCONNU. ENREGISTREMENT        *
002100*  ILLISIBLE ECARTE ET SIGNALE (CODE RETOUR 4).                  *
002200*  ------------------------------------------------------------  *
002300*  ENTREE : USGJRN                                               *
002400*  MISE A JOUR : USGFIC                                          *
002500*  ------------------------------------------------------------  *
002600*  HISTORIQUE DES MODIFICATIONS                                  *
002700*  15/10/26  DA  CREATION                                        *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.
003200     IBM-370.
003300 OBJECT-COMPUTER.
003400     IBM-370.
003500 SPECIAL-NAMES.
003600     DECIMAL-POINT IS COMMA.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT USGJRN  ASSIGN  USGJRN
004000       ORGANIZATION  SEQUENTIAL
004100       FILE STATUS   W-USGJRN-STATUS.
004200     SELECT USGFIC  ASSIGN  USGFIC
004300       ORGANIZATION  INDEXED
004400       ACCESS MODE   DYNAMIC
004500       RECORD KEY    USG-CLE
004600       FILE STATUS   W-USGFIC-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  USGJRN
005000     LABEL RECORD STANDARD
005100     DATA RECORD USJ-ENREG.
005200 COPY FFFFFGUJ.
005300 FD  USGFIC
005400     LABEL RECORD STANDARD
005500     DATA RECORD USG-ENREG.
005600 COPY FFFFFGUS.
005700 WORKING-STORAGE SECTION.
005800 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
005900 77  CPT-RETENUS                     PIC S9(08) COMP VALUE ZERO.
006000 77  CPT-ANTERIEURS                  PIC S9(08) COMP VALUE ZERO.
006100 77  CPT-ECARTES                     PIC S9(08) COMP VALUE ZERO.
006200 77  CPT-SUPPRIMES                   PIC S9(08) COMP VALUE ZERO.
006300 77  CPT-CREES                       PIC S9(08) COMP VALUE ZERO.
006400 77  CPT-APPELS                      PIC S9(09) COMP VALUE ZERO.
006500 77  IX-JOUR                         PIC S9(04) COMP VALUE ZERO.
006600 77  NB-JOURS                        PIC S9(04) COMP VALUE ZERO.
006700 01  W-FIN-USJ                       PIC X(01) VALUE 'N'.
006800     88  FIN-USJ                     VALUE 'O'.
006900 01  W-FIN-JOUR                      PIC X(01).
007000 01  W-USGJRN-STATUS                 PIC X(02).
007100     88  W-USJ-OK                    VALUE '00'.
007200     88  W-USJ-FIN                   VALUE '10'.
007300 01  W-USGFIC-STATUS                 PIC X(02).
007400     88  W-USF-OK                    VALUE '00'.
007500     88  W-USF-FIN                   VALUE '10'.
007600     88  W-USF-ABSENT                VALUE '23'.
007700 01  W-MOTIF-ABANDON                 PIC X(40).
007800 01  W-PARM.
007900     05  W-PARM-DEBUT                PIC X(08).
008000     05  W-PARM-DEBUT-9 REDEFINES W-PARM-DEBUT
008100                                     PIC 9(08).
008200     05  FILLER                      PIC X(72).
008300 01  W-DATE-DEBUT                    PIC 9(08) VALUE ZERO.
008400*    JOURS DEJA REFAITS DANS CE PASSAGE (100 AU PLUS : AU DELA,
008500*    AVANCER LA DATE DEBUT DE LA CARTE)
008600 01  W-TABLE-JOURS.
008700     05  W-JOUR-REFAIT               PIC 9(08) OCCURS 100.
008800 PROCEDURE DIVISION.
008900******************************************************************
009000*  0000-MAINLINE : UN PASSAGE SUR LE JOURNAL                     *
009100******************************************************************
009200 0000-MAINLINE.
009300     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
009400     PERFORM 8100-LIRE-USJ THRU 8100-EXIT.
009500     PERFORM 2000-UN-APPEL THRU 2000-EXIT
009600         UNTIL FIN-USJ.
009700     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
009800     GOBACK.
009900 0000-EXIT.
010000     EXIT.
010100******************************************************************
010200*  1000-INITIALISATION : CARTE PARAMETRE ET OUVERTURES           *
010300******************************************************************
010400 1000-INITIALISATION.
010500     MOVE SPACES TO W-PARM.
010600     ACCEPT W-PARM.
010700     IF W-PARM-DEBUT NOT = SPACES
010800         IF W-PARM-DEBUT-9 NOT NUMERIC
010900             MOVE 'DATE DEBUT INVALIDE' TO W-MOTIF-ABANDON
011000             GO TO 9900-ABANDON
011100         ELSE
011200             MOVE W-PARM-DEBUT-9 TO W-DATE-DEBUT.
011300     OPEN INPUT USGJRN.
011400     IF NOT W-USJ-OK
011500         MOVE 'OPEN USGJRN' TO W-MOTIF-ABANDON
011600         GO TO 9900-ABANDON.
011700     OPEN I-O USGFIC.
011800     IF NOT W-USF-OK
011900         MOVE 'OPEN USGFIC' TO W-MOTIF-ABANDON
012000         GO TO 9900-ABANDON.
012100 1000-EXIT.
012200     EXIT.
012300******************************************************************
012400*  2000-UN-APPEL : LE POSTE USGFIC DE L APPEL EST CREE OU        *
012500*  CUMULE, APRES REMISE A ZERO DE SON JOUR                       *
012600******************************************************************
012700 2000-UN-APPEL.
012800     ADD 1 TO CPT-LUS.
012900     IF USJ-DATE NOT NUMERIC
013000      OR USJ-NB-APPELS NOT NUMERIC
013100      OR USJ-DUREE-MS NOT NUMERIC
013200         ADD 1 TO CPT-ECARTES
013300         DISPLAY 'GSUS150 - ENREGISTREMENT ILLISIBLE ECARTE : '
013400                 USJ-ENREG (1:40)
013500         GO TO 2000-SUIVANT.
013600     IF USJ-DATE LESS W-DATE-DEBUT
013700         ADD 1 TO CPT-ANTERIEURS
013800         GO TO 2000-SUIVANT.
013900     PERFORM 2100-REFAIRE-JOUR THRU 2100-EXIT.
014000     MOVE USJ-DATE      TO USG-DATE.
014100     MOVE USJ-APPELANT  TO USG-APPELANT.
014200     IF USJ-APPELANT = SPACES OR LOW-VALUE
014300         MOVE 'INCONNU ' TO USG-APPELANT.
014400     MOVE USJ-SERVICE   TO USG-SERVICE.
014500     MOVE USJ-FONCTION  TO USG-FONCTION.
014600     MOVE USJ-ISSUE     TO USG-ISSUE.
014700     READ USGFIC.
014800     IF W-USF-ABSENT
014900         MOVE ZERO TO USG-NB-APPELS USG-NB-CHRONO
015000                      USG-DUREE-TOTALE USG-DUREE-MAX
015100         MOVE SPACES TO USG-ENREG (62:19)
015200     ELSE
015300         IF NOT W-USF-OK
015400             MOVE 'READ USGFIC' TO W-MOTIF-ABANDON
015500             GO TO 9900-ABANDON.
015600     ADD USJ-NB-APPELS TO USG-NB-APPELS CPT-APPELS.
015700     IF USJ-CHRONOMETRE
015800         ADD USJ-NB-APPELS TO USG-NB-CHRONO
015900         ADD USJ-DUREE-MS  TO USG-DUREE-TOTALE
016000         IF USJ-DUREE-MS GREATER USG-DUREE-MAX
016100             MOVE USJ-DUREE-MS TO USG-DUREE-MAX
016200         END-IF
016300     END-IF.
016400     IF W-USF-ABSENT
016500         WRITE USG-ENREG
016600         ADD 1 TO CPT-CREES
016700     ELSE
016800         REWRITE USG-ENREG.
016900     IF NOT W-USF-OK
017000         MOVE 'ECRITURE USGFIC' TO W-MOTIF-ABANDON
017100         GO TO 9900-ABANDON.
017200     ADD 1 TO CPT-RETENUS.
017300 2000-SUIVANT.
017400     PERFORM 8100-LIRE-USJ THRU 8100-EXIT.
017500 2000-EXIT.
017600     EXIT.
017700******************************************************************
017800*  2100-REFAIRE-JOUR : A LA PREMIERE RENCONTRE D UN JOUR, SES    *
017900*  POSTES USGFIC SONT SUPPRIMES AVANT D ETRE RECONSTITUES        *
018000******************************************************************
018100 2100-REFAIRE-JOUR.
018200     MOVE ZERO TO IX-JOUR.
018300 2100-CHERCHER.
018400     ADD 1 TO IX-JOUR.
018500     IF IX-JOUR NOT GREATER NB-JOURS
018600         IF W-JOUR-REFAIT (IX-JOUR) = USJ-DATE
018700             GO TO 2100-EXIT
018800         ELSE
018900             GO TO 2100-CHERCHER.
019000     IF NB-JOURS NOT LESS 100
019100         MOVE 'PLUS DE 100 JOURS - AVANCER LA DATE DEBUT'
019200           TO W-MOTIF-ABANDON
019300         GO TO 9900-ABANDON.
019400     ADD 1 TO NB-JOURS.
019500     MOVE USJ-DATE TO W-JOUR-REFAIT (NB-JOURS).
019600     MOVE LOW-VALUE TO USG-CLE.
019700     MOVE USJ-DATE  TO USG-DATE.
019800     START USGFIC KEY NOT LESS USG-CLE.
019900     IF W-USF-ABSENT OR W-USF-FIN
020000         GO TO 2100-EXIT.
020100     IF NOT W-USF-OK
020200         MOVE 'START USGFIC' TO W-MOTIF-ABANDON
020300         GO TO 9900-ABANDON.
020400     MOVE 'N' TO W-FIN-JOUR.
020500     PERFORM 2150-SUPPRIMER THRU 2150-EXIT
020600         UNTIL W-FIN-JOUR = 'O'.
020700 2100-EXIT.
020800     EXIT.
020900 2150-SUPPRIMER.
021000     READ USGFIC NEXT.
021100     IF W-USF-FIN
021200      OR (W-USF-OK AND USG-DATE NOT = USJ-DATE)
021300         MOVE 'O' TO W-FIN-JOUR
021400         GO TO 2150-EXIT.
021500     IF NOT W-USF-OK
021600         MOVE 'READ NEXT USGFIC' TO W-MOTIF-ABANDON
021700         GO TO 9900-ABANDON.
021800     DELETE USGFIC.
021900     IF NOT W-USF-OK
022000         MOVE 'DELETE USGFIC' TO W-MOTIF-ABANDON
022100         GO TO 9900-ABANDON.
022200     ADD 1 TO CPT-SUPPRIMES.
022300 2150-EXIT.
022400     EXIT.
022500******************************************************************
022600*  8100-LIRE-USJ : LECTURE SEQUENTIELLE DU JOURNAL               *
022700******************************************************************
022800 8100-LIRE-USJ.
022900     READ USGJRN.
023000     IF W-USJ-FIN
023100         MOVE 'O' TO W-FIN-USJ
023200         GO TO 8100-EXIT.
023300     IF NOT W-USJ-OK
023400         MOVE 'READ USGJRN' TO W-MOTIF-ABANDON
023500         GO TO 9900-ABANDON.
023600 8100-EXIT.
023700     EXIT.
023800******************************************************************
023900*  9000-TERMINAISON : FERMETURES ET COMPTES RENDUS               *
024000******************************************************************
024100 9000-TERMINAISON.
024200     CLOSE USGJRN USGFIC.
024300     DISPLAY 'GSUS150 - LUS : ' CPT-LUS
024400             ' RETENUS : ' CPT-RETENUS
024500             ' APPELS : ' CPT-APPELS.
024600     DISPLAY 'GSUS150 - JOURS REFAITS : ' NB-JOURS
024700             ' POSTES SUPPRIMES : ' CPT-SUPPRIMES
024800             ' CREES : ' CPT-CREES.
024900     DISPLAY 'GSUS150 - ANTERIEURS IGNORES : ' CPT-ANTERIEURS
025000             ' ECARTES : ' CPT-ECARTES.
025100     IF CPT-ECARTES GREATER ZERO
025200         MOVE 4 TO RETURN-CODE.
025300 9000-EXIT.
025400     EXIT.
025500******************************************************************
025600*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
025700******************************************************************
025800 9900-ABANDON.
025900     DISPLAY 'GSUS150 - ABANDON : ' W-MOTIF-ABANDON.
026000     MOVE 16 TO RETURN-CODE.
026100     STOP RUN.
