000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCA223.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSCA223 : GENERATION ANNUELLE DU CALENDRIER OUVRE PAR         *
000900*            JURIDICTION                                         *
001000*  ------------------------------------------------------------  *
001100*  L ANNEE SUIVANTE NE SE SAISIT PLUS JOUR PAR JOUR EN CARTES    *
001200*  CALSEQ : POUR CHAQUE JURIDICTION CITEE DANS LES REGLES CALREG *
001300*  (DESSIN FFFFFGKR), LES 365 OU 366 JOURS DE L ANNEE SONT       *
001400*  GENERES OUVRES PUIS FERMES PAR :                              *
001500*   - LES REGLES W (JOURS DE LA SEMAINE CHOMES - WEEK-END) ;     *
001600*   - LES REGLES F (FERIES A DATE FIXE) ET P (FERIES MOBILES,    *
001700*     DECALES DU DIMANCHE DE PAQUES - CALCUL GREGORIEN), QUI     *
001800*     PASSENT APRES LES REGLES W ET DONNENT LEUR LIBELLE AU JOUR.*
001900*  UNE REGLE F SANS JOUR DANS L ANNEE (29/02 HORS BISSEXTILE) OU *
002000*  UNE REGLE P HORS DE L ANNEE RESTE SANS EFFET (SIGNALEE, CODE  *
002100*  RETOUR 4) ; UNE REGLE MAL FORMEE EST REFUSEE (CODE RETOUR 4). *
002200*  CHAQUE JOUR GENERE EST COMPARE AU CALENDRIER CALFIC :         *
002300*   - ABSENT      : CARTE CALGEN (FORMAT CALSEQ) ;               *
002400*   - IDENTIQUE   : (MEME ETAT OUVRE / FERME) RIEN ;             *
002500*   - DIFFERENT   : LIGNE A L ETAT ETATCAL ; LE JOUR CHARGE EST  *
002600*                   CONSERVE (FERIE EXCEPTIONNEL APPROUVE PAR    *
002700*                   GSCA222 PAR EXEMPLE) SAUF OPTION R, QUI EN   *
002800*                   FAIT UNE CARTE CALGEN (CODE RETOUR 4 DES     *
002900*                   QU UN JOUR DIFFERE).                         *
003000*  CALGEN SE CHARGE ENSUITE PAR GSCA221 (PASSE SOUS LE NOM       *
003100*  CALSEQ) : LE CALENDRIER N EST JAMAIS MODIFIE ICI.             *
003200*  UNE JURIDICTION SANS REGLE N EST PAS GENEREE.                 *
003300*  CARTE PARAMETRE : ANNEE AAAA (BLANC = ANNEE SUIVANTE) ET EN   *
003400*  COLONNE 6 L OPTION R (REMPLACER LES JOURS DIFFERENTS ;        *
003500*  BLANC = CONSERVER LE CALENDRIER CHARGE).                      *
003600*  ------------------------------------------------------------  *
003700*  ENTREE  : CALREG   REGLES DE GENERATION                       *
003800*            CALFIC   CALENDRIER OUVRE (LECTURE DIRECTE)         *
003900*  SORTIE  : CALGEN   CARTES JOUR POUR GSCA221                   *
004000*            ETATCAL  ECARTS ET COMPTES PAR JURIDICTION          *
004100*  ------------------------------------------------------------  *
004200*  HISTORIQUE DES MODIFICATIONS                                  *
004300*  15/10/26  DA  CREATION                                        *
004400******************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER.
004800     IBM-370.
004900 OBJECT-COMPUTER.
005000     IBM-370.
005100 SPECIAL-NAMES.
005200     DECIMAL-POINT IS COMMA.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT CALREG  ASSIGN  CALREG
005600       ORGANIZATION  SEQUENTIAL
005700       FILE STATUS   W-CALREG-STATUS.
005800     SELECT CALFIC  ASSIGN  CALFIC
005900       ORGANIZATION  INDEXED
006000       ACCESS MODE   RANDOM
006100       RECORD KEY    CAL-CLE
006200       FILE STATUS   W-CALFIC-STATUS.
006300     SELECT CALGEN  ASSIGN  CALGEN
006400       ORGANIZATION  SEQUENTIAL
006500       FILE STATUS   W-CALGEN-STATUS.
006600     SELECT ETATCAL ASSIGN  ETATCAL
006700       ORGANIZATION  SEQUENTIAL
006800       FILE STATUS   W-ETATCAL-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  CALREG
007200     LABEL RECORD STANDARD
007300     DATA RECORD REG-ENREG.
007400 COPY FFFFFGKR.
007500 FD  CALFIC
007600     LABEL RECORD STANDARD
007700     DATA RECORD CAL-ENREG.
007800 COPY FFFFFGK.
007900*    CARTE JOUR AU FORMAT CALSEQ DE GSCA221
008000 FD  CALGEN
008100     LABEL RECORD STANDARD
008200     DATA RECORD CGN-ENREG.
008300 01  CGN-ENREG.
008400     05  CGN-JURIDICTION             PIC X(02).
008500     05  CGN-DATE                    PIC 9(08).
008600     05  CGN-OUVRE                   PIC X(01).
008700     05  CGN-LIBELLE                 PIC X(20).
008800     05  FILLER                      PIC X(49).
008900 FD  ETATCAL
009000     LABEL RECORD STANDARD
009100     DATA RECORD ECA-LIGNE.
009200 01  ECA-LIGNE                       PIC X(132).
009300 WORKING-STORAGE SECTION.
009400 77  CPT-REGLES-LUES                 PIC S9(08) COMP VALUE ZERO.
009500 77  CPT-REGLES-REFUSEES             PIC S9(08) COMP VALUE ZERO.
009600 77  CPT-REGLES-SANS-EFFET           PIC S9(08) COMP VALUE ZERO.
009700 77  CPT-CARTES                      PIC S9(08) COMP VALUE ZERO.
009800 77  CPT-NOUVEAUX                    PIC S9(08) COMP VALUE ZERO.
009900 77  CPT-IDENTIQUES                  PIC S9(08) COMP VALUE ZERO.
010000 77  CPT-DIFFERENTS                  PIC S9(08) COMP VALUE ZERO.
010100 77  CPT-REMPLACES                   PIC S9(08) COMP VALUE ZERO.
010200 77  IX-REGLE                        PIC S9(04) COMP VALUE ZERO.
010300 77  IX-JUR                          PIC S9(04) COMP VALUE ZERO.
010400 77  IX-JOUR                         PIC S9(04) COMP VALUE ZERO.
010500 77  IX-MOIS                         PIC S9(04) COMP VALUE ZERO.
010600 01  W-FIN-REG                       PIC X(01) VALUE 'N'.
010700     88  FIN-REG                     VALUE 'O'.
010800 01  W-CALREG-STATUS                 PIC X(02).
010900     88  W-REG-OK                    VALUE '00'.
011000     88  W-REG-FIN                   VALUE '10'.
011100 01  W-CALFIC-STATUS                 PIC X(02).
011200     88  W-CAL-OK                    VALUE '00'.
011300     88  W-CAL-ABSENT                VALUE '23'.
011400 01  W-CALGEN-STATUS                 PIC X(02).
011500     88  W-CGN-OK                    VALUE '00'.
011600 01  W-ETATCAL-STATUS                PIC X(02).
011700     88  W-ECA-OK                    VALUE '00'.
011800 01  W-MOTIF-ABANDON                 PIC X(40).
011900 01  W-PARM.
012000     05  W-PARM-ANNEE                PIC X(04).
012100     05  FILLER                      PIC X(01).
012200     05  W-PARM-OPTION               PIC X(01).
012300     05  FILLER                      PIC X(74).
012400 01  W-PARM-R REDEFINES W-PARM.
012500     05  W-PARM-ANNEE-9              PIC 9(04).
012600     05  FILLER                      PIC X(76).
012700 01  W-OPTION                        PIC X(01).
012800     88  W-REMPLACER                 VALUE 'R'.
012900 01  W-DATE-JOUR.
013000     05  W-JOUR-AAAA                 PIC 9(04).
013100     05  FILLER                      PIC 9(04).
013200 01  W-DATE-JOUR-9 REDEFINES W-DATE-JOUR
013300                                     PIC 9(08).
013400 01  W-ANNEE                         PIC 9(04).
013500 01  W-NB-JOURS-AN                   PIC S9(04) COMP.
013600 01  W-SEMAINE-1ER-JANVIER           PIC S9(04) COMP.
013700 01  W-PAQUES                        PIC S9(04) COMP.
013800 01  W-RANG                          PIC S9(04) COMP.
013900*    DATE DU JOUR GENERE EN COURS DE COMPARAISON
014000 01  W-DATE-GEN.
014100     05  W-G-AAAA                    PIC 9(04).
014200     05  W-G-MM                      PIC 9(02).
014300     05  W-G-JJ                      PIC 9(02).
014400 01  W-DATE-GEN-9 REDEFINES W-DATE-GEN
014500                                     PIC 9(08).
014600*    JOURS PAR MOIS (FEVRIER AJUSTE) ET JOURS AVANT CHAQUE MOIS
014700 01  W-TABLE-MOIS                    PIC X(24)
014800         VALUE '312831303130313130313031'.
014900 01  W-TABLE-MOIS-R REDEFINES W-TABLE-MOIS.
015000     05  W-JOURS-DU-MOIS             PIC 9(02) OCCURS 12.
015100 01  W-TABLE-CUMULS.
015200     05  W-JOURS-AVANT               PIC S9(04) COMP OCCURS 12.
015300 01  W-TABLE-NOMS                    PIC X(14)
015400         VALUE 'LUMAMEJEVESADI'.
015500 01  W-TABLE-NOMS-R REDEFINES W-TABLE-NOMS.
015600     05  W-NOM-JOUR                  PIC X(02) OCCURS 7.
015700*    ZONES DE CALCUL (JOUR DE LA SEMAINE, PAQUES)
015800 01  W-CALCUL.
015900     05  W-C-QUOT                    PIC S9(08) COMP.
016000     05  W-C-RESTE                   PIC S9(08) COMP.
016100     05  W-C-TRAV                    PIC S9(08) COMP.
016200     05  W-C-R4                      PIC S9(08) COMP.
016300     05  W-C-R100                    PIC S9(08) COMP.
016400     05  W-C-R400                    PIC S9(08) COMP.
016500     05  W-P-A                       PIC S9(08) COMP.
016600     05  W-P-B                       PIC S9(08) COMP.
016700     05  W-P-C                       PIC S9(08) COMP.
016800     05  W-P-D                       PIC S9(08) COMP.
016900     05  W-P-E                       PIC S9(08) COMP.
017000     05  W-P-F                       PIC S9(08) COMP.
017100     05  W-P-G                       PIC S9(08) COMP.
017200     05  W-P-H                       PIC S9(08) COMP.
017300     05  W-P-I                       PIC S9(08) COMP.
017400     05  W-P-K                       PIC S9(08) COMP.
017500     05  W-P-L                       PIC S9(08) COMP.
017600     05  W-P-M                       PIC S9(08) COMP.
017700     05  W-P-MOIS                    PIC S9(08) COMP.
017800     05  W-P-JOUR                    PIC S9(08) COMP.
017900*    REGLES CHARGEES
018000 01  W-NB-REGLES                     PIC S9(04) COMP VALUE ZERO.
018100 01  W-TABLE-REGLES.
018200     05  W-REGLE OCCURS 500.
018300         10  WR-JURIDICTION          PIC X(02).
018400         10  WR-TYPE                 PIC X(01).
018500         10  WR-JOUR-SEMAINE         PIC 9(01).
018600         10  WR-MMJJ.
018700             15  WR-MM               PIC 9(02).
018800             15  WR-JJ               PIC 9(02).
018900         10  WR-SIGNE                PIC X(01).
019000         10  WR-DECALAGE             PIC 9(03).
019100         10  WR-LIBELLE              PIC X(20).
019200*    JURIDICTIONS CITEES PAR LES REGLES (ORDRE D APPARITION)
019300 01  W-NB-JUR                        PIC S9(04) COMP VALUE ZERO.
019400 01  W-TABLE-JUR.
019500     05  W-JUR OCCURS 100            PIC X(02).
019600*    ANNEE GENEREE POUR LA JURIDICTION EN COURS
019700 01  W-TABLE-AN.
019800     05  W-AN OCCURS 366.
019900         10  WA-OUVRE                PIC X(01).
020000         10  WA-LIBELLE              PIC X(20).
020100         10  WA-SEMAINE              PIC S9(04) COMP.
020200*    COMPTES DE LA JURIDICTION EN COURS
020300 01  W-CUMULS-JUR.
020400     05  W-J-FERMES                  PIC S9(08) COMP.
020500     05  W-J-NOUVEAUX                PIC S9(08) COMP.
020600     05  W-J-IDENTIQUES              PIC S9(08) COMP.
020700     05  W-J-DIFFERENTS              PIC S9(08) COMP.
020800     05  W-J-REMPLACES               PIC S9(08) COMP.
020900 01  ECA-ENTETE.
021000     05  FILLER                      PIC X(44)
021100         VALUE 'GSCA223 - GENERATION DU CALENDRIER - ANNEE  '.
021200     05  ECA-E-ANNEE                 PIC 9(04).
021300     05  FILLER                      PIC X(10) VALUE ' - OPTION '.
021400     05  ECA-E-OPTION                PIC X(09).
021500     05  FILLER                      PIC X(08) VALUE ' - DATE '.
021600     05  ECA-E-DATE                  PIC 9(08).
021700     05  FILLER                      PIC X(49) VALUE SPACES.
021800 01  ECA-TITRES.
021900     05  FILLER                      PIC X(15)
022000         VALUE 'JU DATE     JR'.
022100     05  FILLER                      PIC X(23) VALUE 'CHARGE'.
022200     05  FILLER                      PIC X(23) VALUE 'GENERE'.
022300     05  FILLER                      PIC X(71) VALUE 'ACTION'.
022400 01  ECA-DETAIL.
022500     05  ECA-D-JURIDICTION           PIC X(02).
022600     05  FILLER                      PIC X(01) VALUE SPACE.
022700     05  ECA-D-DATE                  PIC 9(08).
022800     05  FILLER                      PIC X(01) VALUE SPACE.
022900     05  ECA-D-NOM                   PIC X(02).
023000     05  FILLER                      PIC X(01) VALUE SPACE.
023100     05  ECA-D-OUVRE-CHARGE          PIC X(01).
023200     05  FILLER                      PIC X(01) VALUE SPACE.
023300     05  ECA-D-LIBELLE-CHARGE        PIC X(20).
023400     05  FILLER                      PIC X(01) VALUE SPACE.
023500     05  ECA-D-OUVRE-GENERE          PIC X(01).
023600     05  FILLER                      PIC X(01) VALUE SPACE.
023700     05  ECA-D-LIBELLE-GENERE        PIC X(20).
023800     05  FILLER                      PIC X(01) VALUE SPACE.
023900     05  ECA-D-ACTION                PIC X(10).
024000     05  FILLER                      PIC X(61) VALUE SPACES.
024100 01  ECA-TOTAL.
024200     05  FILLER                      PIC X(12)
024300         VALUE 'JURIDICTION '.
024400     05  ECA-T-JURIDICTION           PIC X(02).
024500     05  FILLER                      PIC X(08) VALUE ' JOURS '.
024600     05  ECA-T-JOURS                 PIC ZZ9.
024700     05  FILLER                      PIC X(09) VALUE ' FERMES '.
024800     05  ECA-T-FERMES                PIC ZZ9.
024900     05  FILLER                      PIC X(11) VALUE ' NOUVEAUX '.
025000     05  ECA-T-NOUVEAUX              PIC ZZ9.
025100     05  FILLER                      PIC X(13)
025200         VALUE ' IDENTIQUES '.
025300     05  ECA-T-IDENTIQUES            PIC ZZ9.
025400     05  FILLER                      PIC X(13)
025500         VALUE ' DIFFERENTS '.
025600     05  ECA-T-DIFFERENTS            PIC ZZ9.
025700     05  FILLER                      PIC X(12)
025800         VALUE ' REMPLACES '.
025900     05  ECA-T-REMPLACES             PIC ZZ9.
026000     05  FILLER                      PIC X(34) VALUE SPACES.
026100 01  ECA-COMPTE.
026200     05  ECA-C-LIBELLE               PIC X(30).
026300     05  FILLER                      PIC X(06) VALUE ' NB : '.
026400     05  ECA-C-NB                    PIC Z(07)9.
026500     05  FILLER                      PIC X(88) VALUE SPACES.
026600 PROCEDURE DIVISION.
026700******************************************************************
026800*  0000-MAINLINE : REGLES, CALCULS DE L ANNEE PUIS UNE           *
026900*  GENERATION PAR JURIDICTION                                    *
027000******************************************************************
027100 0000-MAINLINE.
027200     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
027300     PERFORM 1500-OUVERTURES THRU 1500-EXIT.
027400     PERFORM 1600-CHARGER-REGLE THRU 1600-EXIT
027500         UNTIL FIN-REG.
027600     PERFORM 1700-CALCULS-ANNEE THRU 1700-EXIT.
027700     PERFORM 2000-JURIDICTION THRU 2000-EXIT
027800         VARYING IX-JUR FROM 1 BY 1
027900         UNTIL IX-JUR GREATER W-NB-JUR.
028000     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
028100     IF CPT-DIFFERENTS GREATER ZERO
028200      OR CPT-REGLES-REFUSEES GREATER ZERO
028300      OR CPT-REGLES-SANS-EFFET GREATER ZERO
028400         MOVE 4 TO RETURN-CODE.
028500     GOBACK.
028600 0000-EXIT.
028700     EXIT.
028800******************************************************************
028900*  1000-INITIALISATION : CARTE PARAMETRE - ANNEE ET OPTION       *
029000******************************************************************
029100 1000-INITIALISATION.
029200     MOVE SPACES TO W-PARM.
029300     ACCEPT W-PARM.
029400     ACCEPT W-DATE-JOUR-9 FROM DATE YYYYMMDD.
029500     IF W-PARM-ANNEE = SPACES
029600         ADD 1 TO W-JOUR-AAAA GIVING W-ANNEE
029700     ELSE
029800         IF W-PARM-ANNEE-9 NOT NUMERIC
029900          OR W-PARM-ANNEE-9 LESS 1900
030000             MOVE 'CARTE PARAMETRE - ANNEE' TO W-MOTIF-ABANDON
030100             GO TO 9900-ABANDON
030200         ELSE
030300             MOVE W-PARM-ANNEE-9 TO W-ANNEE.
030400     IF W-PARM-OPTION NOT = SPACE AND W-PARM-OPTION NOT = 'R'
030500         MOVE 'CARTE PARAMETRE - OPTION (R OU BLANC)'
030600           TO W-MOTIF-ABANDON
030700         GO TO 9900-ABANDON.
030800     MOVE W-PARM-OPTION TO W-OPTION.
030900 1000-EXIT.
031000     EXIT.
031100******************************************************************
031200*  1500-OUVERTURES : FICHIERS, ENTETE DE L ETAT, PREMIERE REGLE  *
031300******************************************************************
031400 1500-OUVERTURES.
031500     OPEN INPUT CALREG.
031600     IF NOT W-REG-OK
031700         MOVE 'OPEN CALREG'  TO W-MOTIF-ABANDON
031800         GO TO 9900-ABANDON.
031900     OPEN INPUT CALFIC.
032000     IF NOT W-CAL-OK
032100         MOVE 'OPEN CALFIC'  TO W-MOTIF-ABANDON
032200         GO TO 9900-ABANDON.
032300     OPEN OUTPUT CALGEN ETATCAL.
032400     IF NOT W-CGN-OK OR NOT W-ECA-OK
032500         MOVE 'OPEN SORTIES GENERATION' TO W-MOTIF-ABANDON
032600         GO TO 9900-ABANDON.
032700     MOVE W-ANNEE       TO ECA-E-ANNEE.
032800     IF W-REMPLACER
032900         MOVE 'REMPLACER' TO ECA-E-OPTION
033000     ELSE
033100         MOVE 'CONSERVER' TO ECA-E-OPTION.
033200     MOVE W-DATE-JOUR-9 TO ECA-E-DATE.
033300     WRITE ECA-LIGNE FROM ECA-ENTETE.
033400     WRITE ECA-LIGNE FROM ECA-TITRES.
033500     PERFORM 8100-LIRE-REG THRU 8100-EXIT.
033600 1500-EXIT.
033700     EXIT.
033800******************************************************************
033900*  1600-CHARGER-REGLE : CONTROLE DE LA REGLE, MISE EN TABLE ET   *
034000*  JURIDICTION RETENUE A LA PREMIERE APPARITION                  *
034100******************************************************************
034200 1600-CHARGER-REGLE.
034300     IF REG-JURIDICTION = SPACES
034400         GO TO 1600-REFUSER.
034500     IF REG-SEMAINE
034600         IF REG-JOUR-SEMAINE NOT NUMERIC
034700          OR REG-JOUR-SEMAINE = ZERO
034800          OR REG-JOUR-SEMAINE GREATER 7
034900             GO TO 1600-REFUSER.
035000     IF REG-FIXE
035100         IF REG-MMJJ NOT NUMERIC
035200             GO TO 1600-REFUSER.
035300     IF REG-PAQUES
035400         IF REG-DECALAGE NOT NUMERIC
035500          OR (REG-SIGNE NOT = '+' AND REG-SIGNE NOT = '-')
035600             GO TO 1600-REFUSER.
035700     IF NOT REG-SEMAINE AND NOT REG-FIXE AND NOT REG-PAQUES
035800         GO TO 1600-REFUSER.
035900     IF W-NB-REGLES = 500
036000         MOVE 'TABLE DES REGLES PLEINE (500)' TO W-MOTIF-ABANDON
036100         GO TO 9900-ABANDON.
036200     ADD 1 TO W-NB-REGLES.
036300     MOVE REG-JURIDICTION  TO WR-JURIDICTION (W-NB-REGLES).
036400     MOVE REG-TYPE         TO WR-TYPE (W-NB-REGLES).
036500     MOVE ZERO             TO WR-JOUR-SEMAINE (W-NB-REGLES)
036600                              WR-DECALAGE (W-NB-REGLES).
036700     MOVE '0000'           TO WR-MMJJ (W-NB-REGLES).
036800     MOVE REG-SIGNE        TO WR-SIGNE (W-NB-REGLES).
036900     MOVE REG-LIBELLE      TO WR-LIBELLE (W-NB-REGLES).
037000     IF REG-SEMAINE
037100         MOVE REG-JOUR-SEMAINE TO WR-JOUR-SEMAINE (W-NB-REGLES).
037200     IF REG-FIXE
037300         MOVE REG-MMJJ     TO WR-MMJJ (W-NB-REGLES).
037400     IF REG-PAQUES
037500         MOVE REG-DECALAGE TO WR-DECALAGE (W-NB-REGLES).
037600     MOVE 1 TO IX-JUR.
037700 1600-CHERCHER-JUR.
037800     IF IX-JUR GREATER W-NB-JUR
037900         GO TO 1600-AJOUTER-JUR.
038000     IF W-JUR (IX-JUR) = REG-JURIDICTION
038100         GO TO 1600-SUIVANTE.
038200     ADD 1 TO IX-JUR.
038300     GO TO 1600-CHERCHER-JUR.
038400 1600-AJOUTER-JUR.
038500     IF W-NB-JUR = 100
038600         MOVE 'TABLE DES JURIDICTIONS PLEINE (100)'
038700           TO W-MOTIF-ABANDON
038800         GO TO 9900-ABANDON.
038900     ADD 1 TO W-NB-JUR.
039000     MOVE REG-JURIDICTION TO W-JUR (W-NB-JUR).
039100     GO TO 1600-SUIVANTE.
039200 1600-REFUSER.
039300     ADD 1 TO CPT-REGLES-REFUSEES.
039400     DISPLAY 'GSCA223 - REGLE REFUSEE : ' REG-ENREG.
039500 1600-SUIVANTE.
039600     PERFORM 8100-LIRE-REG THRU 8100-EXIT.
039700 1600-EXIT.
039800     EXIT.
039900******************************************************************
040000*  1700-CALCULS-ANNEE : BISSEXTILE, JOURS AVANT CHAQUE MOIS,     *
040100*  JOUR DE LA SEMAINE DU 1ER JANVIER ET RANG DE PAQUES           *
040200******************************************************************
040300 1700-CALCULS-ANNEE.
040400     MOVE 365 TO W-NB-JOURS-AN.
040500     DIVIDE W-ANNEE BY 4 GIVING W-C-QUOT REMAINDER W-C-RESTE.
040600     IF W-C-RESTE = ZERO
040700         MOVE 366 TO W-NB-JOURS-AN
040800         DIVIDE W-ANNEE BY 100 GIVING W-C-QUOT
040900             REMAINDER W-C-RESTE
041000         IF W-C-RESTE = ZERO
041100             MOVE 365 TO W-NB-JOURS-AN
041200             DIVIDE W-ANNEE BY 400 GIVING W-C-QUOT
041300                 REMAINDER W-C-RESTE
041400             IF W-C-RESTE = ZERO
041500                 MOVE 366 TO W-NB-JOURS-AN.
041600     IF W-NB-JOURS-AN = 366
041700         MOVE 29 TO W-JOURS-DU-MOIS (2).
041800     MOVE ZERO TO W-JOURS-AVANT (1).
041900     PERFORM 1710-CUMULER-MOIS THRU 1710-EXIT
042000         VARYING IX-MOIS FROM 2 BY 1
042100         UNTIL IX-MOIS GREATER 12.
042200*    1ER JANVIER (GAUSS) : 0 = DIMANCHE, 1 = LUNDI ...
042300     COMPUTE W-C-TRAV = W-ANNEE - 1.
042400     DIVIDE W-C-TRAV BY 4   GIVING W-C-QUOT REMAINDER W-C-R4.
042500     DIVIDE W-C-TRAV BY 100 GIVING W-C-QUOT REMAINDER W-C-R100.
042600     DIVIDE W-C-TRAV BY 400 GIVING W-C-QUOT REMAINDER W-C-R400.
042700     COMPUTE W-C-TRAV = 1 + 5 * W-C-R4 + 4 * W-C-R100
042800                          + 6 * W-C-R400.
042900     DIVIDE W-C-TRAV BY 7 GIVING W-C-QUOT REMAINDER W-C-RESTE.
043000     IF W-C-RESTE = ZERO
043100         MOVE 7 TO W-SEMAINE-1ER-JANVIER
043200     ELSE
043300         MOVE W-C-RESTE TO W-SEMAINE-1ER-JANVIER.
043400     PERFORM 1750-PAQUES THRU 1750-EXIT.
043500 1700-EXIT.
043600     EXIT.
043700 1710-CUMULER-MOIS.
043800     COMPUTE W-JOURS-AVANT (IX-MOIS) =
043900         W-JOURS-AVANT (IX-MOIS - 1)
044000       + W-JOURS-DU-MOIS (IX-MOIS - 1).
044100 1710-EXIT.
044200     EXIT.
044300******************************************************************
044400*  1750-PAQUES : DIMANCHE DE PAQUES GREGORIEN (ALGORITHME        *
044500*  ANONYME DIT DE MEEUS) - RANG DANS L ANNEE                     *
044600******************************************************************
044700 1750-PAQUES.
044800     DIVIDE W-ANNEE BY 19  GIVING W-C-QUOT REMAINDER W-P-A.
044900     DIVIDE W-ANNEE BY 100 GIVING W-P-B    REMAINDER W-P-C.
045000     DIVIDE W-P-B   BY 4   GIVING W-P-D    REMAINDER W-P-E.
045100     COMPUTE W-C-TRAV = W-P-B + 8.
045200     DIVIDE W-C-TRAV BY 25 GIVING W-P-F.
045300     COMPUTE W-C-TRAV = W-P-B - W-P-F + 1.
045400     DIVIDE W-C-TRAV BY 3  GIVING W-P-G.
045500     COMPUTE W-C-TRAV = 19 * W-P-A + W-P-B - W-P-D - W-P-G + 15.
045600     DIVIDE W-C-TRAV BY 30 GIVING W-C-QUOT REMAINDER W-P-H.
045700     DIVIDE W-P-C   BY 4   GIVING W-P-I    REMAINDER W-P-K.
045800     COMPUTE W-C-TRAV = 32 + 2 * W-P-E + 2 * W-P-I
045900                        - W-P-H - W-P-K.
046000     DIVIDE W-C-TRAV BY 7  GIVING W-C-QUOT REMAINDER W-P-L.
046100     COMPUTE W-C-TRAV = W-P-A + 11 * W-P-H + 22 * W-P-L.
046200     DIVIDE W-C-TRAV BY 451 GIVING W-P-M.
046300     COMPUTE W-C-TRAV = W-P-H + W-P-L - 7 * W-P-M + 114.
046400     DIVIDE W-C-TRAV BY 31 GIVING W-P-MOIS REMAINDER W-P-JOUR.
046500     ADD 1 TO W-P-JOUR.
046600     COMPUTE W-PAQUES = W-JOURS-AVANT (W-P-MOIS) + W-P-JOUR.
046700 1750-EXIT.
046800     EXIT.
046900******************************************************************
047000*  2000-JURIDICTION : ANNEE GENEREE PUIS COMPAREE AU CALENDRIER  *
047100******************************************************************
047200 2000-JURIDICTION.
047300     MOVE ZERO TO W-J-FERMES W-J-NOUVEAUX W-J-IDENTIQUES
047400                  W-J-DIFFERENTS W-J-REMPLACES.
047500     PERFORM 2100-JOUR-OUVRE THRU 2100-EXIT
047600         VARYING IX-JOUR FROM 1 BY 1
047700         UNTIL IX-JOUR GREATER W-NB-JOURS-AN.
047800     PERFORM 2200-REGLE-SEMAINE THRU 2200-EXIT
047900         VARYING IX-REGLE FROM 1 BY 1
048000         UNTIL IX-REGLE GREATER W-NB-REGLES.
048100     PERFORM 2300-REGLE-FERIE THRU 2300-EXIT
048200         VARYING IX-REGLE FROM 1 BY 1
048300         UNTIL IX-REGLE GREATER W-NB-REGLES.
048400     MOVE W-ANNEE TO W-G-AAAA.
048500     MOVE 1       TO W-G-MM.
048600     MOVE ZERO    TO W-G-JJ.
048700     PERFORM 2500-COMPARER THRU 2500-EXIT
048800         VARYING IX-JOUR FROM 1 BY 1
048900         UNTIL IX-JOUR GREATER W-NB-JOURS-AN.
049000     PERFORM 5100-TOTAL-JURIDICTION THRU 5100-EXIT.
049100 2000-EXIT.
049200     EXIT.
049300******************************************************************
049400*  2100-JOUR-OUVRE : TOUT JOUR NAIT OUVRE, AVEC SON JOUR DE LA   *
049500*  SEMAINE (1 = LUNDI ... 7 = DIMANCHE)                          *
049600******************************************************************
049700 2100-JOUR-OUVRE.
049800     MOVE 'O'    TO WA-OUVRE (IX-JOUR).
049900     MOVE SPACES TO WA-LIBELLE (IX-JOUR).
050000     COMPUTE W-C-TRAV = W-SEMAINE-1ER-JANVIER + IX-JOUR - 2.
050100     DIVIDE W-C-TRAV BY 7 GIVING W-C-QUOT REMAINDER W-C-RESTE.
050200     COMPUTE WA-SEMAINE (IX-JOUR) = W-C-RESTE + 1.
050300 2100-EXIT.
050400     EXIT.
050500******************************************************************
050600*  2200-REGLE-SEMAINE : REGLE W DE LA JURIDICTION - FERME CHAQUE *
050700*  JOUR DE LA SEMAINE CITE                                       *
050800******************************************************************
050900 2200-REGLE-SEMAINE.
051000     IF WR-JURIDICTION (IX-REGLE) NOT = W-JUR (IX-JUR)
051100      OR WR-TYPE (IX-REGLE) NOT = 'W'
051200         GO TO 2200-EXIT.
051300     PERFORM 2210-JOUR-SEMAINE THRU 2210-EXIT
051400         VARYING IX-JOUR FROM 1 BY 1
051500         UNTIL IX-JOUR GREATER W-NB-JOURS-AN.
051600 2200-EXIT.
051700     EXIT.
051800 2210-JOUR-SEMAINE.
051900     IF WA-SEMAINE (IX-JOUR) = WR-JOUR-SEMAINE (IX-REGLE)
052000         MOVE 'N' TO WA-OUVRE (IX-JOUR)
052100         MOVE WR-LIBELLE (IX-REGLE) TO WA-LIBELLE (IX-JOUR).
052200 2210-EXIT.
052300     EXIT.
052400******************************************************************
052500*  2300-REGLE-FERIE : REGLE F OU P DE LA JURIDICTION - RANG DU   *
052600*  JOUR DANS L ANNEE, FERME AVEC LE LIBELLE DE LA REGLE ; RANG   *
052700*  HORS DE L ANNEE = REGLE SANS EFFET                            *
052800******************************************************************
052900 2300-REGLE-FERIE.
053000     IF WR-JURIDICTION (IX-REGLE) NOT = W-JUR (IX-JUR)
053100         GO TO 2300-EXIT.
053200     IF WR-TYPE (IX-REGLE) = 'F'
053300         IF WR-MM (IX-REGLE) = ZERO
053400          OR WR-MM (IX-REGLE) GREATER 12
053500             GO TO 2300-SANS-EFFET
053600         ELSE
053700             IF WR-JJ (IX-REGLE) = ZERO
053800              OR WR-JJ (IX-REGLE) GREATER
053900                 W-JOURS-DU-MOIS (WR-MM (IX-REGLE))
054000                 GO TO 2300-SANS-EFFET
054100             ELSE
054200                 COMPUTE W-RANG =
054300                     W-JOURS-AVANT (WR-MM (IX-REGLE))
054400                   + WR-JJ (IX-REGLE)
054500                 GO TO 2300-FERMER.
054600     IF WR-TYPE (IX-REGLE) = 'P'
054700         IF WR-SIGNE (IX-REGLE) = '+'
054800             COMPUTE W-RANG = W-PAQUES + WR-DECALAGE (IX-REGLE)
054900         ELSE
055000             COMPUTE W-RANG = W-PAQUES - WR-DECALAGE (IX-REGLE)
055100         END-IF
055200         IF W-RANG LESS 1 OR W-RANG GREATER W-NB-JOURS-AN
055300             GO TO 2300-SANS-EFFET
055400         ELSE
055500             GO TO 2300-FERMER.
055600     GO TO 2300-EXIT.
055700 2300-FERMER.
055800     MOVE 'N'                   TO WA-OUVRE (W-RANG).
055900     MOVE WR-LIBELLE (IX-REGLE) TO WA-LIBELLE (W-RANG).
056000     GO TO 2300-EXIT.
056100 2300-SANS-EFFET.
056200     ADD 1 TO CPT-REGLES-SANS-EFFET.
056300     DISPLAY 'GSCA223 - REGLE SANS EFFET EN ' W-ANNEE ' : '
056400             WR-JURIDICTION (IX-REGLE) ' ' WR-TYPE (IX-REGLE)
056500             ' ' WR-MMJJ (IX-REGLE) ' ' WR-SIGNE (IX-REGLE)
056600             WR-DECALAGE (IX-REGLE) ' ' WR-LIBELLE (IX-REGLE).
056700 2300-EXIT.
056800     EXIT.
056900******************************************************************
057000*  2500-COMPARER : JOUR GENERE CONTRE LE CALENDRIER CHARGE -     *
057100*  ABSENT = CARTE ; DIFFERENT = LIGNE D ECART, CARTE SI OPTION R *
057200******************************************************************
057300 2500-COMPARER.
057400     ADD 1 TO W-G-JJ.
057500     IF W-G-JJ GREATER W-JOURS-DU-MOIS (W-G-MM)
057600         ADD 1 TO W-G-MM
057700         MOVE 1 TO W-G-JJ.
057800     IF WA-OUVRE (IX-JOUR) = 'N'
057900         ADD 1 TO W-J-FERMES.
058000     MOVE W-JUR (IX-JUR) TO CAL-JURIDICTION.
058100     MOVE W-DATE-GEN-9   TO CAL-DATE.
058200     READ CALFIC.
058300     IF W-CAL-ABSENT
058400         ADD 1 TO W-J-NOUVEAUX CPT-NOUVEAUX
058500         PERFORM 2600-CARTE THRU 2600-EXIT
058600         GO TO 2500-EXIT.
058700     IF NOT W-CAL-OK
058800         MOVE 'READ CALFIC' TO W-MOTIF-ABANDON
058900         GO TO 9900-ABANDON.
059000     IF CAL-OUVRE = WA-OUVRE (IX-JOUR)
059100         ADD 1 TO W-J-IDENTIQUES CPT-IDENTIQUES
059200         GO TO 2500-EXIT.
059300     ADD 1 TO W-J-DIFFERENTS CPT-DIFFERENTS.
059400     MOVE W-JUR (IX-JUR)          TO ECA-D-JURIDICTION.
059500     MOVE W-DATE-GEN-9            TO ECA-D-DATE.
059600     MOVE W-NOM-JOUR (WA-SEMAINE (IX-JOUR)) TO ECA-D-NOM.
059700     MOVE CAL-OUVRE               TO ECA-D-OUVRE-CHARGE.
059800     MOVE CAL-LIBELLE             TO ECA-D-LIBELLE-CHARGE.
059900     MOVE WA-OUVRE (IX-JOUR)      TO ECA-D-OUVRE-GENERE.
060000     MOVE WA-LIBELLE (IX-JOUR)    TO ECA-D-LIBELLE-GENERE.
060100     IF W-REMPLACER
060200         MOVE 'REMPLACE' TO ECA-D-ACTION
060300         ADD 1 TO W-J-REMPLACES CPT-REMPLACES
060400         PERFORM 2600-CARTE THRU 2600-EXIT
060500     ELSE
060600         MOVE 'CONSERVE' TO ECA-D-ACTION.
060700     WRITE ECA-LIGNE FROM ECA-DETAIL.
060800     IF NOT W-ECA-OK
060900         MOVE 'WRITE ETATCAL' TO W-MOTIF-ABANDON
061000         GO TO 9900-ABANDON.
061100 2500-EXIT.
061200     EXIT.
061300******************************************************************
061400*  2600-CARTE : CARTE JOUR CALGEN POUR LE CHARGEMENT GSCA221     *
061500******************************************************************
061600 2600-CARTE.
061700     MOVE SPACES                TO CGN-ENREG.
061800     MOVE W-JUR (IX-JUR)        TO CGN-JURIDICTION.
061900     MOVE W-DATE-GEN-9          TO CGN-DATE.
062000     MOVE WA-OUVRE (IX-JOUR)    TO CGN-OUVRE.
062100     MOVE WA-LIBELLE (IX-JOUR)  TO CGN-LIBELLE.
062200     WRITE CGN-ENREG.
062300     IF NOT W-CGN-OK
062400         MOVE 'WRITE CALGEN' TO W-MOTIF-ABANDON
062500         GO TO 9900-ABANDON.
062600     ADD 1 TO CPT-CARTES.
062700 2600-EXIT.
062800     EXIT.
062900******************************************************************
063000*  4000-TERMINAISON : COMPTES GENERAUX ET FERMETURES             *
063100******************************************************************
063200 4000-TERMINAISON.
063300     MOVE 'REGLES LUES'                   TO ECA-C-LIBELLE.
063400     MOVE CPT-REGLES-LUES                 TO ECA-C-NB.
063500     WRITE ECA-LIGNE FROM ECA-COMPTE.
063600     MOVE '  DONT REFUSEES'               TO ECA-C-LIBELLE.
063700     MOVE CPT-REGLES-REFUSEES             TO ECA-C-NB.
063800     WRITE ECA-LIGNE FROM ECA-COMPTE.
063900     MOVE 'REGLES SANS EFFET DANS L ANNEE' TO ECA-C-LIBELLE.
064000     MOVE CPT-REGLES-SANS-EFFET           TO ECA-C-NB.
064100     WRITE ECA-LIGNE FROM ECA-COMPTE.
064200     MOVE 'JURIDICTIONS GENEREES'         TO ECA-C-LIBELLE.
064300     MOVE W-NB-JUR                        TO ECA-C-NB.
064400     WRITE ECA-LIGNE FROM ECA-COMPTE.
064500     MOVE 'JOURS NOUVEAUX'                TO ECA-C-LIBELLE.
064600     MOVE CPT-NOUVEAUX                    TO ECA-C-NB.
064700     WRITE ECA-LIGNE FROM ECA-COMPTE.
064800     MOVE 'JOURS IDENTIQUES'              TO ECA-C-LIBELLE.
064900     MOVE CPT-IDENTIQUES                  TO ECA-C-NB.
065000     WRITE ECA-LIGNE FROM ECA-COMPTE.
065100     MOVE 'JOURS DIFFERENTS'              TO ECA-C-LIBELLE.
065200     MOVE CPT-DIFFERENTS                  TO ECA-C-NB.
065300     WRITE ECA-LIGNE FROM ECA-COMPTE.
065400     MOVE '  DONT REMPLACES'              TO ECA-C-LIBELLE.
065500     MOVE CPT-REMPLACES                   TO ECA-C-NB.
065600     WRITE ECA-LIGNE FROM ECA-COMPTE.
065700     MOVE 'CARTES CALGEN'                 TO ECA-C-LIBELLE.
065800     MOVE CPT-CARTES                      TO ECA-C-NB.
065900     WRITE ECA-LIGNE FROM ECA-COMPTE.
066000     CLOSE CALREG CALFIC CALGEN ETATCAL.
066100     DISPLAY 'GSCA223 - ANNEE ' W-ANNEE
066200             ' JURIDICTIONS : ' W-NB-JUR
066300             ' CARTES : ' CPT-CARTES.
066400     DISPLAY 'GSCA223 - DIFFERENTS : ' CPT-DIFFERENTS
066500             ' REMPLACES : ' CPT-REMPLACES
066600             ' REGLES REFUSEES : ' CPT-REGLES-REFUSEES.
066700 4000-EXIT.
066800     EXIT.
066900******************************************************************
067000*  5100-TOTAL-JURIDICTION : COMPTES DE LA JURIDICTION GENEREE    *
067100******************************************************************
067200 5100-TOTAL-JURIDICTION.
067300     MOVE W-JUR (IX-JUR)  TO ECA-T-JURIDICTION.
067400     MOVE W-NB-JOURS-AN   TO ECA-T-JOURS.
067500     MOVE W-J-FERMES      TO ECA-T-FERMES.
067600     MOVE W-J-NOUVEAUX    TO ECA-T-NOUVEAUX.
067700     MOVE W-J-IDENTIQUES  TO ECA-T-IDENTIQUES.
067800     MOVE W-J-DIFFERENTS  TO ECA-T-DIFFERENTS.
067900     MOVE W-J-REMPLACES   TO ECA-T-REMPLACES.
068000     WRITE ECA-LIGNE FROM ECA-TOTAL.
068100     IF NOT W-ECA-OK
068200         MOVE 'WRITE ETATCAL' TO W-MOTIF-ABANDON
068300         GO TO 9900-ABANDON.
068400 5100-EXIT.
068500     EXIT.
068600******************************************************************
068700*  8100-LIRE-REG : REGLE SUIVANTE                                *
068800******************************************************************
068900 8100-LIRE-REG.
069000     READ CALREG.
069100     IF W-REG-FIN
069200         MOVE 'O' TO W-FIN-REG
069300         GO TO 8100-EXIT.
069400     IF NOT W-REG-OK
069500         MOVE 'READ CALREG' TO W-MOTIF-ABANDON
069600         GO TO 9900-ABANDON.
069700     ADD 1 TO CPT-REGLES-LUES.
069800 8100-EXIT.
069900     EXIT.
070000******************************************************************
070100*  9900-ABANDON : ARRET ANORMAL                                  *
070200******************************************************************
070300 9900-ABANDON.
070400     DISPLAY 'GSCA223 - ABANDON : ' W-MOTIF-ABANDON.
070500     MOVE 16 TO RETURN-CODE.
070600     STOP RUN.
