000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDM993.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSDM993 : ETAT DE SUIVI DES DEMANDES D ENTREE EN RELATION PAR *
000900*            UNITE                                               *
001000*  ------------------------------------------------------------  *
001100*  POUR CHAQUE UNITE ET CHAQUE ETAPE (C F K A D R) :             *
001200*  - LE NOMBRE DE DEMANDES ACTUELLEMENT DANS L ETAPE ET LEUR AGE *
001300*    MOYEN DANS L ETAPE (JOURS DEPUIS L ENTREE) ;                *
001400*  - LE NOMBRE DE PASSAGES TERMINES DANS L ETAPE ET LEUR DUREE   *
001500*    MOYENNE EN JOURS (DE L ENTREE DANS L ETAPE A L ENTREE DANS  *
001600*    L ETAPE SUIVANTE ATTEINTE, APP-PASSAGE). LES ETAPES D ET R  *
001700*    SONT TERMINALES : PAS DE DUREE.                             *
001800*  UNE LIGNE DE TOTAL TOUTES UNITES SUIT.                        *
001900*  LES DEMANDES REFUSEES PURGEES PAR GSDM992 NE SONT PLUS        *
002000*  COMPTEES.                                                     *
002100*  ------------------------------------------------------------  *
002200*  ENTREE  : APPFIC   DEMANDES D ENTREE EN RELATION              *
002300*  SORTIE  : ETATPIP  ETAT DE SUIVI                              *
002400*  ------------------------------------------------------------  *
002500*  HISTORIQUE DES MODIFICATIONS                                  *
002600*  15/10/26  DA  CREATION                                        *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.
003100     IBM-370.
003200 OBJECT-COMPUTER.
003300     IBM-370.
003400 SPECIAL-NAMES.
003500     DECIMAL-POINT IS COMMA.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT APPFIC  ASSIGN  APPFIC
003900       ORGANIZATION  INDEXED
004000       ACCESS MODE   SEQUENTIAL
004100       RECORD KEY    APP-CLE
004200       FILE STATUS   W-APPFIC-STATUS.
004300     SELECT ETATPIP ASSIGN  ETATPIP
004400       ORGANIZATION  SEQUENTIAL
004500       FILE STATUS   W-ETATPIP-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  APPFIC
004900     LABEL RECORD STANDARD
005000     DATA RECORD APP-ENREG.
005100 COPY FFFFFGAP.
005200 FD  ETATPIP
005300     LABEL RECORD STANDARD
005400     DATA RECORD EPP-LIGNE.
005500 01  EPP-LIGNE                       PIC X(132).
005600 WORKING-STORAGE SECTION.
005700 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
005800 77  NB-UNITES                       PIC S9(04) COMP VALUE ZERO.
005900 77  IX-UNI                          PIC S9(04) COMP VALUE ZERO.
006000 77  IX-ETP                          PIC S9(04) COMP VALUE ZERO.
006100 77  IX-SUI                          PIC S9(04) COMP VALUE ZERO.
006200 77  IX-COURANT                      PIC S9(04) COMP VALUE ZERO.
006300 01  W-FIN-APP                       PIC X(01) VALUE 'N'.
006400     88  FIN-APP                     VALUE 'O'.
006500 01  W-APPFIC-STATUS                 PIC X(02).
006600     88  W-APP-OK                    VALUE '00'.
006700     88  W-APP-FIN                   VALUE '10'.
006800 01  W-ETATPIP-STATUS                PIC X(02).
006900     88  W-EPP-OK                    VALUE '00'.
007000 01  W-MOTIF-ABANDON                 PIC X(40).
007100 01  W-DATE-JOUR                     PIC 9(08).
007200 01  W-DATE-SORTIE                   PIC 9(08).
007300 01  W-JOUR-ENTREE                   PIC S9(09) COMP.
007400 01  W-DUREE                         PIC S9(09) COMP.
007500*    JOUR ABSOLU (MEME CALCUL QUE GSKY750)
007600 01  W-DATE-CALC                     PIC 9(08).
007700 01  W-DATE-CALC-R REDEFINES W-DATE-CALC.
007800     05  W-DC-AAAA                   PIC 9(04).
007900     05  W-DC-MM                     PIC 9(02).
008000     05  W-DC-JJ                     PIC 9(02).
008100 01  W-JA-AN                         PIC S9(05) COMP.
008200 01  W-JA-MOIS                       PIC S9(05) COMP.
008300 01  W-JA-QUOTIENT                   PIC S9(09) COMP.
008400 01  W-JOUR-ABSOLU                   PIC S9(09) COMP.
008500 01  W-JOUR-ABSOLU-JOUR              PIC S9(09) COMP.
008600*    LIBELLES DES ETAPES PAR RANG DE APP-PASSAGE
008700 01  W-TABLE-ETAPES.
008800     05  FILLER                      PIC X(21)
008900         VALUE 'CSAISIE              '.
009000     05  FILLER                      PIC X(21)
009100         VALUE 'FFILTRAGE            '.
009200     05  FILLER                      PIC X(21)
009300         VALUE 'KCONNAISSANCE CLIENT '.
009400     05  FILLER                      PIC X(21)
009500         VALUE 'AAPPROUVEE           '.
009600     05  FILLER                      PIC X(21)
009700         VALUE 'DREFUSEE             '.
009800     05  FILLER                      PIC X(21)
009900         VALUE 'RCREEE AU MAITRE     '.
010000 01  W-TABLE-ETAPES-R REDEFINES W-TABLE-ETAPES.
010100     05  W-ETP OCCURS 6.
010200         10  W-ETP-CODE              PIC X(01).
010300         10  W-ETP-LIBELLE           PIC X(20).
010400*    CUMULS PAR UNITE (POSTE 201 = TOUTES UNITES)
010500 01  W-TABLE-UNITES.
010600     05  W-UNI OCCURS 201.
010700         10  W-UNI-CODE              PIC X(06).
010800         10  W-UNI-ETAPE OCCURS 6.
010900             15  W-UE-NB-COURS       PIC S9(07) COMP.
011000             15  W-UE-AGE-CUMUL      PIC S9(09) COMP.
011100             15  W-UE-NB-TERMINES    PIC S9(07) COMP.
011200             15  W-UE-DUREE-CUMUL    PIC S9(09) COMP.
011300 01  W-MOYENNE                       PIC S9(05)V9 COMP-3.
011400 01  EPP-ENTETE.
011500     05  FILLER                      PIC X(44)
011600         VALUE 'GSDM993 - SUIVI DES DEMANDES PAR UNITE - DU '.
011700     05  EPP-E-DATE                  PIC 9(08).
011800     05  FILLER                      PIC X(80) VALUE SPACES.
011900 01  EPP-TITRES.
012000     05  FILLER                      PIC X(37)
012100         VALUE 'UNITE  ETAPE                 EN COURS'.
012200     05  FILLER                      PIC X(35)
012300         VALUE '  AGE MOYEN  TERMINES  DUREE MOY.'.
012400     05  FILLER                      PIC X(60) VALUE SPACES.
012500 01  EPP-DETAIL.
012600     05  EPP-D-UNITE                 PIC X(06).
012700     05  FILLER                      PIC X(01) VALUE SPACE.
012800     05  EPP-D-ETAPE                 PIC X(20).
012900     05  FILLER                      PIC X(02) VALUE SPACES.
013000     05  EPP-D-NB-COURS              PIC Z(07)9.
013100     05  FILLER                      PIC X(02) VALUE SPACES.
013200     05  EPP-D-AGE                   PIC Z(04)9,9.
013300     05  FILLER                      PIC X(03) VALUE SPACES.
013400     05  EPP-D-NB-TERMINES           PIC Z(07)9.
013500     05  FILLER                      PIC X(02) VALUE SPACES.
013600     05  EPP-D-DUREE                 PIC Z(04)9,9.
013700     05  FILLER                      PIC X(66) VALUE SPACES.
013800 01  EPP-DETAIL-R REDEFINES EPP-DETAIL.
013900     05  FILLER                      PIC X(59).
014000     05  EPP-D-DUREE-X               PIC X(07).
014100     05  FILLER                      PIC X(66).
014200 PROCEDURE DIVISION.
014300******************************************************************
014400*  0000-MAINLINE : CUMUL DES DEMANDES PUIS EDITION PAR UNITE     *
014500******************************************************************
014600 0000-MAINLINE.
014700     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
014800     MOVE W-DATE-JOUR TO W-DATE-CALC.
014900     PERFORM 2700-JOUR-ABSOLU THRU 2700-EXIT.
015000     MOVE W-JOUR-ABSOLU TO W-JOUR-ABSOLU-JOUR.
015100     OPEN INPUT APPFIC.
015200     IF NOT W-APP-OK
015300         MOVE 'OPEN APPFIC' TO W-MOTIF-ABANDON
015400         GO TO 9900-ABANDON.
015500     OPEN OUTPUT ETATPIP.
015600     IF NOT W-EPP-OK
015700         MOVE 'OPEN ETATPIP' TO W-MOTIF-ABANDON
015800         GO TO 9900-ABANDON.
015900     MOVE 201 TO IX-UNI.
016000     PERFORM 1100-VIDER-UNITE THRU 1100-EXIT.
016100     MOVE 'TOTAL '  TO W-UNI-CODE (201).
016200     PERFORM 8100-LIRE-APP THRU 8100-EXIT.
016300     PERFORM 2000-UNE-DEMANDE THRU 2000-EXIT
016400         UNTIL FIN-APP.
016500     MOVE W-DATE-JOUR TO EPP-E-DATE.
016600     WRITE EPP-LIGNE FROM EPP-ENTETE.
016700     MOVE SPACES TO EPP-LIGNE.
016800     WRITE EPP-LIGNE.
016900     WRITE EPP-LIGNE FROM EPP-TITRES.
017000     PERFORM 3000-EDITER-UNITE THRU 3000-EXIT
017100         VARYING IX-UNI FROM 1 BY 1
017200         UNTIL IX-UNI GREATER NB-UNITES.
017300     MOVE 201 TO IX-UNI.
017400     PERFORM 3000-EDITER-UNITE THRU 3000-EXIT.
017500     CLOSE APPFIC ETATPIP.
017600     DISPLAY 'GSDM993 - DEMANDES LUES : ' CPT-LUES
017700             ' UNITES : ' NB-UNITES.
017800     GOBACK.
017900 0000-EXIT.
018000     EXIT.
018100******************************************************************
018200*  1100-VIDER-UNITE : POSTE DE CUMUL IX-UNI A ZERO               *
018300******************************************************************
018400 1100-VIDER-UNITE.
018500     MOVE SPACES TO W-UNI-CODE (IX-UNI).
018600     PERFORM 1150-VIDER-ETAPE THRU 1150-EXIT
018700         VARYING IX-ETP FROM 1 BY 1 UNTIL IX-ETP GREATER 6.
018800 1100-EXIT.
018900     EXIT.
019000 1150-VIDER-ETAPE.
019100     MOVE ZERO TO W-UE-NB-COURS (IX-UNI IX-ETP)
019200                  W-UE-AGE-CUMUL (IX-UNI IX-ETP)
019300                  W-UE-NB-TERMINES (IX-UNI IX-ETP)
019400                  W-UE-DUREE-CUMUL (IX-UNI IX-ETP).
019500 1150-EXIT.
019600     EXIT.
019700******************************************************************
019800*  2000-UNE-DEMANDE : CUMUL D UNE DEMANDE DANS SON UNITE ET AU   *
019900*  TOTAL (LE COMPTEUR DE L ENTITE, NUMERO ZERO, EST IGNORE)      *
020000******************************************************************
020100 2000-UNE-DEMANDE.
020200     IF APP-NUMERO = ZERO
020300         GO TO 2000-SUITE.
020400     ADD 1 TO CPT-LUES.
020500     PERFORM 2050-POSTE-UNITE THRU 2050-EXIT.
020600     MOVE ZERO TO IX-COURANT.
020700     PERFORM 2060-RANG-COURANT THRU 2060-EXIT
020800         VARYING IX-ETP FROM 1 BY 1 UNTIL IX-ETP GREATER 6.
020900     PERFORM 2100-UNE-ETAPE THRU 2100-EXIT
021000         VARYING IX-ETP FROM 1 BY 1 UNTIL IX-ETP GREATER 6.
021100 2000-SUITE.
021200     PERFORM 8100-LIRE-APP THRU 8100-EXIT.
021300 2000-EXIT.
021400     EXIT.
021500******************************************************************
021600*  2050-POSTE-UNITE : POSTE DE L UNITE DE LA DEMANDE, CREE S IL  *
021700*  MANQUE                                                        *
021800******************************************************************
021900 2050-POSTE-UNITE.
022000     MOVE 1 TO IX-UNI.
022100     PERFORM 2055-CHERCHER-UNITE THRU 2055-EXIT
022200         UNTIL IX-UNI GREATER NB-UNITES
022300            OR W-UNI-CODE (IX-UNI) = APP-UNITE.
022400     IF IX-UNI NOT GREATER NB-UNITES
022500         GO TO 2050-EXIT.
022600     IF NB-UNITES NOT LESS 200
022700         MOVE 'TABLE DES UNITES PLEINE' TO W-MOTIF-ABANDON
022800         GO TO 9900-ABANDON.
022900     ADD 1 TO NB-UNITES.
023000     MOVE NB-UNITES TO IX-UNI.
023100     PERFORM 1100-VIDER-UNITE THRU 1100-EXIT.
023200     MOVE APP-UNITE TO W-UNI-CODE (IX-UNI).
023300 2050-EXIT.
023400     EXIT.
023500 2055-CHERCHER-UNITE.
023600     ADD 1 TO IX-UNI.
023700 2055-EXIT.
023800     EXIT.
023900 2060-RANG-COURANT.
024000     IF W-ETP-CODE (IX-ETP) = APP-ETAPE
024100         MOVE IX-ETP TO IX-COURANT.
024200 2060-EXIT.
024300     EXIT.
024400******************************************************************
024500*  2100-UNE-ETAPE : ETAPE IX-ETP DE LA DEMANDE - ETAPE COURANTE  *
024600*  : EN COURS ET AGE ; ETAPE QUITTEE (C F K A) : DUREE JUSQU A   *
024700*  LA PREMIERE ETAPE SUIVANTE DATEE                              *
024800******************************************************************
024900 2100-UNE-ETAPE.
025000     IF APP-PAS-DATE (IX-ETP) NOT NUMERIC
025100      OR APP-PAS-DATE (IX-ETP) = ZERO
025200         GO TO 2100-EXIT.
025300     MOVE APP-PAS-DATE (IX-ETP) TO W-DATE-CALC.
025400     PERFORM 2700-JOUR-ABSOLU THRU 2700-EXIT.
025500     MOVE W-JOUR-ABSOLU TO W-JOUR-ENTREE.
025600     IF IX-ETP = IX-COURANT
025700         COMPUTE W-DUREE = W-JOUR-ABSOLU-JOUR - W-JOUR-ENTREE
025800         ADD 1       TO W-UE-NB-COURS (IX-UNI IX-ETP)
025900                        W-UE-NB-COURS (201 IX-ETP)
026000         ADD W-DUREE TO W-UE-AGE-CUMUL (IX-UNI IX-ETP)
026100                        W-UE-AGE-CUMUL (201 IX-ETP)
026200         GO TO 2100-EXIT.
026300     IF IX-ETP GREATER 4
026400         GO TO 2100-EXIT.
026500     MOVE 99999999 TO W-DATE-SORTIE.
026600     PERFORM 2150-SORTIE THRU 2150-EXIT
026700         VARYING IX-SUI FROM IX-ETP BY 1 UNTIL IX-SUI GREATER 6.
026800     IF W-DATE-SORTIE = 99999999
026900         GO TO 2100-EXIT.
027000     MOVE W-DATE-SORTIE TO W-DATE-CALC.
027100     PERFORM 2700-JOUR-ABSOLU THRU 2700-EXIT.
027200     COMPUTE W-DUREE = W-JOUR-ABSOLU - W-JOUR-ENTREE.
027300     ADD 1       TO W-UE-NB-TERMINES (IX-UNI IX-ETP)
027400                    W-UE-NB-TERMINES (201 IX-ETP).
027500     ADD W-DUREE TO W-UE-DUREE-CUMUL (IX-UNI IX-ETP)
027600                    W-UE-DUREE-CUMUL (201 IX-ETP).
027700 2100-EXIT.
027800     EXIT.
027900******************************************************************
028000*  2150-SORTIE : PLUS PETITE DATE D ENTREE DES ETAPES DE RANG    *
028100*  SUPERIEUR (REFUS EN COURS DE ROUTE COMPRIS)                   *
028200******************************************************************
028300 2150-SORTIE.
028400     IF IX-SUI = IX-ETP
028500         GO TO 2150-EXIT.
028600     IF APP-PAS-DATE (IX-SUI) NUMERIC
028700      AND APP-PAS-DATE (IX-SUI) GREATER ZERO
028800      AND APP-PAS-DATE (IX-SUI) LESS W-DATE-SORTIE
028900         MOVE APP-PAS-DATE (IX-SUI) TO W-DATE-SORTIE.
029000 2150-EXIT.
029100     EXIT.
029200******************************************************************
029300*  2700-JOUR-ABSOLU : RANG DU JOUR DE W-DATE-CALC DEPUIS L AN 0  *
029400*  (ANNEE DECALEE A MARS : LE 29 FEVRIER TOMBE EN FIN D ANNEE)   *
029500*  CHAQUE DIVISION EST RANGEE DANS UN ENTIER : TRONCATURE        *
029600******************************************************************
029700 2700-JOUR-ABSOLU.
029800     IF W-DC-MM GREATER 2
029900         MOVE W-DC-AAAA TO W-JA-AN
030000         COMPUTE W-JA-MOIS = W-DC-MM - 3
030100     ELSE
030200         COMPUTE W-JA-AN   = W-DC-AAAA - 1
030300         COMPUTE W-JA-MOIS = W-DC-MM + 9.
030400     COMPUTE W-JOUR-ABSOLU = 365 * W-JA-AN + W-DC-JJ.
030500     COMPUTE W-JA-QUOTIENT = W-JA-AN / 4.
030600     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
030700     COMPUTE W-JA-QUOTIENT = W-JA-AN / 100.
030800     SUBTRACT W-JA-QUOTIENT FROM W-JOUR-ABSOLU.
030900     COMPUTE W-JA-QUOTIENT = W-JA-AN / 400.
031000     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
031100     COMPUTE W-JA-QUOTIENT = (153 * W-JA-MOIS + 2) / 5.
031200     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
031300 2700-EXIT.
031400     EXIT.
031500******************************************************************
031600*  3000-EDITER-UNITE : SIX LIGNES PAR UNITE, UNE PAR ETAPE       *
031700******************************************************************
031800 3000-EDITER-UNITE.
031900     PERFORM 3100-EDITER-ETAPE THRU 3100-EXIT
032000         VARYING IX-ETP FROM 1 BY 1 UNTIL IX-ETP GREATER 6.
032100     MOVE SPACES TO EPP-LIGNE.
032200     WRITE EPP-LIGNE.
032300 3000-EXIT.
032400     EXIT.
032500 3100-EDITER-ETAPE.
032600     IF IX-ETP = 1
032700         MOVE W-UNI-CODE (IX-UNI) TO EPP-D-UNITE
032800     ELSE
032900         MOVE SPACES TO EPP-D-UNITE.
033000     MOVE W-ETP-LIBELLE (IX-ETP) TO EPP-D-ETAPE.
033100     MOVE W-UE-NB-COURS (IX-UNI IX-ETP) TO EPP-D-NB-COURS.
033200     MOVE ZERO TO W-MOYENNE.
033300     IF W-UE-NB-COURS (IX-UNI IX-ETP) GREATER ZERO
033400         COMPUTE W-MOYENNE ROUNDED =
033500             W-UE-AGE-CUMUL (IX-UNI IX-ETP)
033600           / W-UE-NB-COURS (IX-UNI IX-ETP).
033700     MOVE W-MOYENNE TO EPP-D-AGE.
033800     MOVE W-UE-NB-TERMINES (IX-UNI IX-ETP) TO EPP-D-NB-TERMINES.
033900     MOVE ZERO TO W-MOYENNE.
034000     IF W-UE-NB-TERMINES (IX-UNI IX-ETP) GREATER ZERO
034100         COMPUTE W-MOYENNE ROUNDED =
034200             W-UE-DUREE-CUMUL (IX-UNI IX-ETP)
034300           / W-UE-NB-TERMINES (IX-UNI IX-ETP).
034400     MOVE W-MOYENNE TO EPP-D-DUREE.
034500     IF IX-ETP GREATER 4
034600         MOVE SPACES TO EPP-D-DUREE-X.
034700     WRITE EPP-LIGNE FROM EPP-DETAIL.
034800 3100-EXIT.
034900     EXIT.
035000******************************************************************
035100*  8100-LIRE-APP : DEMANDE SUIVANTE                              *
035200******************************************************************
035300 8100-LIRE-APP.
035400     READ APPFIC NEXT RECORD.
035500     IF W-APP-FIN
035600         MOVE 'O' TO W-FIN-APP
035700         GO TO 8100-EXIT.
035800     IF NOT W-APP-OK
035900         MOVE 'READ APPFIC' TO W-MOTIF-ABANDON
036000         GO TO 9900-ABANDON.
036100 8100-EXIT.
036200     EXIT.
036300******************************************************************
036400*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
036500******************************************************************
036600 9900-ABANDON.
036700     DISPLAY 'GSDM993 - ABANDON : ' W-MOTIF-ABANDON.
036800     MOVE 16 TO RETURN-CODE.
036900     STOP RUN.
