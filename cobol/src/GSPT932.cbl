000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPT932.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPT932 : ETAT SEMESTRIEL DES RECLAMATIONS PAR ENTITE         *
000900*  ------------------------------------------------------------  *
001000*  ETAT REMIS AU REGULATEUR CHAQUE SEMESTRE. LES RECLAMATIONS DE *
001100*  RECFIC SONT LUES DANS L ORDRE DES CLES, DONC PAR ENTITE. POUR *
001200*  CHAQUE CATEGORIE (REFTBL RECL) DE L ENTITE :                  *
001300*   - RECUES    : RECEPTION DANS LE SEMESTRE ;                   *
001400*   - CLOSES    : REPONSE FINALE DANS LE SEMESTRE, DONT CLOSES   *
001500*                 DANS LE DELAI ET FONDEES (ISSUE F OU P) ;      *
001600*   - ABANDON   : RETIREES PAR LE CLIENT DANS LE SEMESTRE ;      *
001700*   - OUV.FIN   : RECUES AU PLUS TARD EN FIN DE SEMESTRE ET PAS  *
001800*                 ENCORE TERMINEES A CETTE DATE ;                *
001900*   - J.MOY.    : DELAI MOYEN DE CLOTURE EN JOURS OUVRES         *
002000*                 (GSCA220, LE JOUR DE RECEPTION NE COMPTE PAS) ;*
002100*   - INDEMNITES VERSEES SUR LES RECLAMATIONS CLOSES.            *
002200*  LIGNE PAR CATEGORIE A LA RUPTURE D ENTITE, TOTAL DE L ENTITE  *
002300*  PUIS TOTAL GENERAL. UNE CATEGORIE ABSENTE DE REFTBL EST EDITEE*
002400*  AVEC LE LIBELLE INCONNUE (CODE RETOUR 4).                     *
002500*  CARTE PARAMETRE : SEMESTRE AAAAS (S = 1 OU 2, BLANC =         *
002600*  SEMESTRE PRECEDENT), DELAI EN JOURS OUVRES (3 CHIFFRES, BLANC *
002700*  = 015, LE MEME QUE CELUI DE LA VEILLE GSPT931).               *
002800*  ------------------------------------------------------------  *
002900*  ENTREE  : RECFIC   RECLAMATIONS CLIENT (SEQUENTIEL)           *
003000*            REFTBL   (PAR GSRT060) TYPE RECL                    *
003100*  SORTIE  : ETATPLT  ETAT SEMESTRIEL PAR ENTITE ET CATEGORIE    *
003200*  ------------------------------------------------------------  *
003300*  HISTORIQUE DES MODIFICATIONS                                  *
003400*  15/10/26  DA  CREATION                                        *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.
003900     IBM-370.
004000 OBJECT-COMPUTER.
004100     IBM-370.
004200 SPECIAL-NAMES.
004300     DECIMAL-POINT IS COMMA.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT RECFIC  ASSIGN  RECFIC
004700       ORGANIZATION  INDEXED
004800       ACCESS MODE   SEQUENTIAL
004900       RECORD KEY    REC-CLE
005000       FILE STATUS   W-RECFIC-STATUS.
005100     SELECT ETATPLT ASSIGN  ETATPLT
005200       ORGANIZATION  SEQUENTIAL
005300       FILE STATUS   W-ETATPLT-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  RECFIC
005700     LABEL RECORD STANDARD
005800     DATA RECORD REC-ENREG.
005900 COPY FFFFFGRC.
006000 FD  ETATPLT
006100     LABEL RECORD STANDARD
006200     DATA RECORD EPL-LIGNE.
006300 01  EPL-LIGNE                       PIC X(132).
006400 WORKING-STORAGE SECTION.
006500 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
006600 77  CPT-HORS-PERIODE                PIC S9(08) COMP VALUE ZERO.
006700 77  CPT-RETENUES                    PIC S9(08) COMP VALUE ZERO.
006800 77  CPT-CATEGORIES-INCONNUES        PIC S9(08) COMP VALUE ZERO.
006900 77  NB-CAT                          PIC S9(04) COMP VALUE ZERO.
007000 77  IX-CAT                          PIC S9(04) COMP VALUE ZERO.
007100 01  W-FIN-REC                       PIC X(01) VALUE 'N'.
007200     88  FIN-REC                     VALUE 'O'.
007300 01  W-RECFIC-STATUS                 PIC X(02).
007400     88  W-REC-OK                    VALUE '00'.
007500     88  W-REC-FIN                   VALUE '10'.
007600 01  W-ETATPLT-STATUS                PIC X(02).
007700     88  W-EPL-OK                    VALUE '00'.
007800 01  W-MOTIF-ABANDON                 PIC X(40).
007900 01  W-PARM.
008000     05  W-PARM-PERIODE.
008100         10  W-PARM-ANNEE            PIC X(04).
008200         10  W-PARM-SEMESTRE         PIC X(01).
008300     05  W-PARM-DELAI                PIC X(03).
008400     05  FILLER                      PIC X(72).
008500 01  W-PARM-R REDEFINES W-PARM.
008600     05  W-PARM-ANNEE-9              PIC 9(04).
008700     05  FILLER                      PIC X(01).
008800     05  W-PARM-DELAI-9              PIC 9(03).
008900     05  FILLER                      PIC X(72).
009000 01  W-DATE-JOUR.
009100     05  W-JOUR-AAAA                 PIC 9(04).
009200     05  W-JOUR-MM                   PIC 9(02).
009300     05  W-JOUR-JJ                   PIC 9(02).
009400 01  W-DELAI                         PIC 9(03) VALUE 15.
009500*    BORNES DU SEMESTRE DECLARE
009600 01  W-DEBUT-PERIODE.
009700     05  W-DEBUT-AAAA                PIC 9(04).
009800     05  W-DEBUT-MMJJ                PIC 9(04).
009900 01  W-DEBUT-PERIODE-9 REDEFINES W-DEBUT-PERIODE
010000                                     PIC 9(08).
010100 01  W-FIN-PERIODE.
010200     05  W-FIN-AAAA                  PIC 9(04).
010300     05  W-FIN-MMJJ                  PIC 9(04).
010400 01  W-FIN-PERIODE-9 REDEFINES W-FIN-PERIODE
010500                                     PIC 9(08).
010600 01  W-AGE                           PIC S9(04) COMP.
010700 01  W-MOYENNE                       PIC S9(04)V9 COMP-3.
010800*    MOUVEMENTS DE LA RECLAMATION LUE SUR LE SEMESTRE (0 OU 1,
010900*    JOURS ET INDEMNITE DE CLOTURE)
011000 01  W-MOUVEMENT.
011100     05  W-MVT-RECUES                PIC S9(04) COMP.
011200     05  W-MVT-CLOSES                PIC S9(04) COMP.
011300     05  W-MVT-DANS-DELAI            PIC S9(04) COMP.
011400     05  W-MVT-FONDEES               PIC S9(04) COMP.
011500     05  W-MVT-ABANDONS              PIC S9(04) COMP.
011600     05  W-MVT-OUVERTES              PIC S9(04) COMP.
011700     05  W-MVT-JOURS                 PIC S9(04) COMP.
011800     05  W-MVT-INDEMNITE             PIC S9(11)V99 COMP-3.
011900*    CUMULS PAR CATEGORIE DE L ENTITE EN COURS
012000 01  W-TABLE-CATEGORIES.
012100     05  W-CAT-POSTE OCCURS 100.
012200         10  W-CAT-CODE              PIC X(04).
012300         10  W-CAT-RECUES            PIC S9(08) COMP.
012400         10  W-CAT-CLOSES            PIC S9(08) COMP.
012500         10  W-CAT-DANS-DELAI        PIC S9(08) COMP.
012600         10  W-CAT-FONDEES           PIC S9(08) COMP.
012700         10  W-CAT-ABANDONS          PIC S9(08) COMP.
012800         10  W-CAT-OUVERTES          PIC S9(08) COMP.
012900         10  W-CAT-JOURS             PIC S9(09) COMP.
013000         10  W-CAT-INDEMNITE         PIC S9(13)V99 COMP-3.
013100*    CUMULS DE L ENTITE EN COURS ET CUMULS GENERAUX DE L ETAT
013200 01  W-ENTITE-COURANTE               PIC X(02) VALUE SPACES.
013300 01  W-CUMULS-ENTITE.
013400     05  W-ENT-RECUES                PIC S9(08) COMP.
013500     05  W-ENT-CLOSES                PIC S9(08) COMP.
013600     05  W-ENT-DANS-DELAI            PIC S9(08) COMP.
013700     05  W-ENT-FONDEES               PIC S9(08) COMP.
013800     05  W-ENT-ABANDONS              PIC S9(08) COMP.
013900     05  W-ENT-OUVERTES              PIC S9(08) COMP.
014000     05  W-ENT-JOURS                 PIC S9(09) COMP.
014100     05  W-ENT-INDEMNITE             PIC S9(13)V99 COMP-3.
014200 01  W-CUMULS-GENERAUX.
014300     05  W-GEN-RECUES                PIC S9(08) COMP VALUE ZERO.
014400     05  W-GEN-CLOSES                PIC S9(08) COMP VALUE ZERO.
014500     05  W-GEN-DANS-DELAI            PIC S9(08) COMP VALUE ZERO.
014600     05  W-GEN-FONDEES               PIC S9(08) COMP VALUE ZERO.
014700     05  W-GEN-ABANDONS              PIC S9(08) COMP VALUE ZERO.
014800     05  W-GEN-OUVERTES              PIC S9(08) COMP VALUE ZERO.
014900     05  W-GEN-JOURS                 PIC S9(09) COMP VALUE ZERO.
015000     05  W-GEN-INDEMNITE             PIC S9(13)V99 COMP-3
015100                                     VALUE ZERO.
015200 COPY GSCAZ.
015300 COPY GSREFZ.
015400 01  EPL-ENTETE.
015500     05  FILLER                      PIC X(44)
015600         VALUE 'GSPT932 - RECLAMATIONS DU SEMESTRE - DU     '.
015700     05  EPL-E-DEBUT                 PIC 9(08).
015800     05  FILLER                      PIC X(04) VALUE ' AU '.
015900     05  EPL-E-FIN                   PIC 9(08).
016000     05  FILLER                      PIC X(09) VALUE '  DELAI '.
016100     05  EPL-E-DELAI                 PIC ZZ9.
016200     05  FILLER                      PIC X(56)
016300         VALUE ' JOURS OUVRES'.
016400 01  EPL-TITRES.
016500     05  FILLER                      PIC X(25)
016600         VALUE 'EN CAT  LIBELLE'.
016700     05  FILLER                      PIC X(08) VALUE '  RECUES'.
016800     05  FILLER                      PIC X(08) VALUE '  CLOSES'.
016900     05  FILLER                      PIC X(08) VALUE 'DS DELAI'.
017000     05  FILLER                      PIC X(08) VALUE ' FONDEES'.
017100     05  FILLER                      PIC X(08) VALUE ' ABANDON'.
017200     05  FILLER                      PIC X(08) VALUE ' OUV.FIN'.
017300     05  FILLER                      PIC X(07) VALUE ' J.MOY.'.
017400     05  FILLER                      PIC X(16)
017500         VALUE '      INDEMNITES'.
017600     05  FILLER                      PIC X(36) VALUE SPACES.
017700 01  EPL-DETAIL.
017800     05  EPL-D-ENTITE                PIC X(02).
017900     05  FILLER                      PIC X(01) VALUE SPACE.
018000     05  EPL-D-CATEGORIE             PIC X(04).
018100     05  FILLER                      PIC X(01) VALUE SPACE.
018200     05  EPL-D-LIBELLE               PIC X(16).
018300     05  FILLER                      PIC X(01) VALUE SPACE.
018400     05  EPL-D-RECUES                PIC Z(06)9.
018500     05  FILLER                      PIC X(01) VALUE SPACE.
018600     05  EPL-D-CLOSES                PIC Z(06)9.
018700     05  FILLER                      PIC X(01) VALUE SPACE.
018800     05  EPL-D-DANS-DELAI            PIC Z(06)9.
018900     05  FILLER                      PIC X(01) VALUE SPACE.
019000     05  EPL-D-FONDEES               PIC Z(06)9.
019100     05  FILLER                      PIC X(01) VALUE SPACE.
019200     05  EPL-D-ABANDONS              PIC Z(06)9.
019300     05  FILLER                      PIC X(01) VALUE SPACE.
019400     05  EPL-D-OUVERTES              PIC Z(06)9.
019500     05  FILLER                      PIC X(01) VALUE SPACE.
019600     05  EPL-D-MOYENNE               PIC ZZZ9,9.
019700     05  FILLER                      PIC X(01) VALUE SPACE.
019800     05  EPL-D-INDEMNITE             PIC Z(12)9,99.
019900     05  FILLER                      PIC X(36) VALUE SPACES.
020000 01  EPL-COMPTE.
020100     05  EPL-C-LIBELLE               PIC X(30).
020200     05  FILLER                      PIC X(06) VALUE ' NB : '.
020300     05  EPL-C-NB                    PIC Z(07)9.
020400     05  FILLER                      PIC X(88) VALUE SPACES.
020500 PROCEDURE DIVISION.
020600******************************************************************
020700*  0000-MAINLINE : LES RECLAMATIONS DANS L ORDRE DES CLES        *
020800******************************************************************
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
021100     PERFORM 2000-UNE-RECLAMATION THRU 2000-EXIT
021200         UNTIL FIN-REC.
021300     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
021400     GOBACK.
021500 0000-EXIT.
021600     EXIT.
021700******************************************************************
021800*  1000-INITIALISATION : CARTE PARAMETRE, BORNES DU SEMESTRE,    *
021900*  OUVERTURES ET ENTETE                                          *
022000******************************************************************
022100 1000-INITIALISATION.
022200     MOVE SPACES TO W-PARM.
022300     ACCEPT W-PARM.
022400     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
022500     IF W-PARM-PERIODE = SPACES
022600         IF W-JOUR-MM GREATER 06
022700             MOVE W-JOUR-AAAA TO W-DEBUT-AAAA
022800             MOVE '1'         TO W-PARM-SEMESTRE
022900         ELSE
023000             COMPUTE W-DEBUT-AAAA = W-JOUR-AAAA - 1
023100             MOVE '2'         TO W-PARM-SEMESTRE
023200         END-IF
023300     ELSE
023400         IF W-PARM-ANNEE-9 NOT NUMERIC
023500             MOVE 'CARTE PARAMETRE - ANNEE' TO W-MOTIF-ABANDON
023600             GO TO 9900-ABANDON
023700         ELSE
023800             MOVE W-PARM-ANNEE-9 TO W-DEBUT-AAAA.
023900     IF W-PARM-SEMESTRE = '1'
024000         MOVE 0101 TO W-DEBUT-MMJJ
024100         MOVE 0630 TO W-FIN-MMJJ
024200     ELSE
024300         IF W-PARM-SEMESTRE = '2'
024400             MOVE 0701 TO W-DEBUT-MMJJ
024500             MOVE 1231 TO W-FIN-MMJJ
024600         ELSE
024700             MOVE 'CARTE PARAMETRE - SEMESTRE 1 OU 2'
024800               TO W-MOTIF-ABANDON
024900             GO TO 9900-ABANDON.
025000     MOVE W-DEBUT-AAAA TO W-FIN-AAAA.
025100     IF W-PARM-DELAI NOT = SPACES
025200         IF W-PARM-DELAI-9 NOT NUMERIC
025300             MOVE 'CARTE PARAMETRE - DELAI' TO W-MOTIF-ABANDON
025400             GO TO 9900-ABANDON
025500         ELSE
025600             MOVE W-PARM-DELAI-9 TO W-DELAI.
025700     OPEN INPUT RECFIC.
025800     IF NOT W-REC-OK
025900         MOVE 'OPEN RECFIC'  TO W-MOTIF-ABANDON
026000         GO TO 9900-ABANDON.
026100     OPEN OUTPUT ETATPLT.
026200     IF NOT W-EPL-OK
026300         MOVE 'OPEN ETATPLT' TO W-MOTIF-ABANDON
026400         GO TO 9900-ABANDON.
026500     MOVE W-DEBUT-PERIODE-9 TO EPL-E-DEBUT.
026600     MOVE W-FIN-PERIODE-9   TO EPL-E-FIN.
026700     MOVE W-DELAI           TO EPL-E-DELAI.
026800     WRITE EPL-LIGNE FROM EPL-ENTETE.
026900     WRITE EPL-LIGNE FROM EPL-TITRES.
027000     PERFORM 8100-LIRE-REC THRU 8100-EXIT.
027100 1000-EXIT.
027200     EXIT.
027300******************************************************************
027400*  2000-UNE-RECLAMATION : MOUVEMENTS DU SEMESTRE - LA            *
027500*  RECLAMATION SANS MOUVEMENT ET NON OUVERTE EN FIN DE SEMESTRE  *
027600*  EST HORS PERIODE                                              *
027700******************************************************************
027800 2000-UNE-RECLAMATION.
027900     IF REC-DATE-RECEPTION GREATER W-FIN-PERIODE-9
028000         ADD 1 TO CPT-HORS-PERIODE
028100         GO TO 2000-SUIVANT.
028200     MOVE ZERO TO W-MVT-RECUES W-MVT-CLOSES W-MVT-DANS-DELAI
028300                  W-MVT-FONDEES W-MVT-ABANDONS W-MVT-OUVERTES
028400                  W-MVT-JOURS W-MVT-INDEMNITE.
028500     IF REC-DATE-RECEPTION NOT LESS W-DEBUT-PERIODE-9
028600         MOVE 1 TO W-MVT-RECUES.
028700     IF REC-OUVERTE
028800      OR REC-DATE-CLOTURE GREATER W-FIN-PERIODE-9
028900         MOVE 1 TO W-MVT-OUVERTES
029000     ELSE
029100         IF REC-DATE-CLOTURE NOT LESS W-DEBUT-PERIODE-9
029200             IF REC-CLOSE
029300                 PERFORM 2100-CLOTURE THRU 2100-EXIT
029400             ELSE
029500                 MOVE 1 TO W-MVT-ABANDONS.
029600     IF W-MVT-RECUES = ZERO AND W-MVT-OUVERTES = ZERO
029700      AND W-MVT-CLOSES = ZERO AND W-MVT-ABANDONS = ZERO
029800         ADD 1 TO CPT-HORS-PERIODE
029900         GO TO 2000-SUIVANT.
030000     ADD 1 TO CPT-RETENUES.
030100     IF REC-FGS-CLE (1:2) NOT = W-ENTITE-COURANTE
030200         IF W-ENTITE-COURANTE NOT = SPACES
030300             PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT
030400         END-IF
030500         MOVE REC-FGS-CLE (1:2) TO W-ENTITE-COURANTE
030600         MOVE ZERO TO NB-CAT W-ENT-RECUES W-ENT-CLOSES
030700                      W-ENT-DANS-DELAI W-ENT-FONDEES
030800                      W-ENT-ABANDONS W-ENT-OUVERTES
030900                      W-ENT-JOURS W-ENT-INDEMNITE.
031000     PERFORM 2900-CUMULER THRU 2900-EXIT.
031100 2000-SUIVANT.
031200     PERFORM 8100-LIRE-REC THRU 8100-EXIT.
031300 2000-EXIT.
031400     EXIT.
031500******************************************************************
031600*  2100-CLOTURE : RECLAMATION CLOSE DANS LE SEMESTRE - JOURS     *
031700*  OUVRES DE LA RECEPTION A LA CLOTURE, RESPECT DU DELAI, ISSUE  *
031800*  ET INDEMNITE                                                  *
031900******************************************************************
032000 2100-CLOTURE.
032100     MOVE 1 TO W-MVT-CLOSES.
032200     MOVE 'E'  TO CAZ-FONCTION.
032300     MOVE 'FR' TO CAZ-JURIDICTION.
032400     MOVE REC-DATE-RECEPTION TO CAZ-DATE-ENTREE.
032500     MOVE REC-DATE-CLOTURE   TO CAZ-DATE-2.
032600     CALL 'GSCA220' USING CAZ-ZONE.
032700     IF NOT CAZ-SERVI
032800         MOVE 'GSCA220 - CALENDRIER NON CHARGE'
032900           TO W-MOTIF-ABANDON
033000         GO TO 9900-ABANDON.
033100     COMPUTE W-AGE = CAZ-NB-JOURS - 1.
033200     IF W-AGE LESS ZERO
033300         MOVE ZERO TO W-AGE.
033400     MOVE W-AGE TO W-MVT-JOURS.
033500     IF W-AGE NOT GREATER W-DELAI
033600         MOVE 1 TO W-MVT-DANS-DELAI.
033700     IF REC-FONDEE OR REC-PARTIELLE
033800         MOVE 1 TO W-MVT-FONDEES.
033900     MOVE REC-INDEMNITE TO W-MVT-INDEMNITE.
034000 2100-EXIT.
034100     EXIT.
034200******************************************************************
034300*  2900-CUMULER : MOUVEMENTS VERS LE POSTE DE LA CATEGORIE (CREE *
034400*  A LA PREMIERE RENCONTRE DANS L ENTITE), L ENTITE ET LE TOTAL  *
034500******************************************************************
034600 2900-CUMULER.
034700     PERFORM 8500-CHERCHER-CATEGORIE THRU 8500-EXIT.
034800     IF IX-CAT GREATER NB-CAT
034900         IF NB-CAT NOT LESS 100
035000             MOVE 'TABLE DES CATEGORIES PLEINE (100)'
035100               TO W-MOTIF-ABANDON
035200             GO TO 9900-ABANDON
035300         ELSE
035400             ADD 1 TO NB-CAT
035500             MOVE NB-CAT TO IX-CAT
035600             MOVE REC-CATEGORIE TO W-CAT-CODE (IX-CAT)
035700             MOVE ZERO TO W-CAT-RECUES (IX-CAT)
035800                          W-CAT-CLOSES (IX-CAT)
035900                          W-CAT-DANS-DELAI (IX-CAT)
036000                          W-CAT-FONDEES (IX-CAT)
036100                          W-CAT-ABANDONS (IX-CAT)
036200                          W-CAT-OUVERTES (IX-CAT)
036300                          W-CAT-JOURS (IX-CAT)
036400                          W-CAT-INDEMNITE (IX-CAT).
036500     ADD W-MVT-RECUES     TO W-CAT-RECUES (IX-CAT)
036600                             W-ENT-RECUES W-GEN-RECUES.
036700     ADD W-MVT-CLOSES     TO W-CAT-CLOSES (IX-CAT)
036800                             W-ENT-CLOSES W-GEN-CLOSES.
036900     ADD W-MVT-DANS-DELAI TO W-CAT-DANS-DELAI (IX-CAT)
037000                             W-ENT-DANS-DELAI W-GEN-DANS-DELAI.
037100     ADD W-MVT-FONDEES    TO W-CAT-FONDEES (IX-CAT)
037200                             W-ENT-FONDEES W-GEN-FONDEES.
037300     ADD W-MVT-ABANDONS   TO W-CAT-ABANDONS (IX-CAT)
037400                             W-ENT-ABANDONS W-GEN-ABANDONS.
037500     ADD W-MVT-OUVERTES   TO W-CAT-OUVERTES (IX-CAT)
037600                             W-ENT-OUVERTES W-GEN-OUVERTES.
037700     ADD W-MVT-JOURS      TO W-CAT-JOURS (IX-CAT)
037800                             W-ENT-JOURS W-GEN-JOURS.
037900     ADD W-MVT-INDEMNITE  TO W-CAT-INDEMNITE (IX-CAT)
038000                             W-ENT-INDEMNITE W-GEN-INDEMNITE.
038100 2900-EXIT.
038200     EXIT.
038300******************************************************************
038400*  4000-TERMINAISON : DERNIERE ENTITE, TOTAL GENERAL, COMPTES    *
038500*  ET FERMETURES                                                 *
038600******************************************************************
038700 4000-TERMINAISON.
038800     IF W-ENTITE-COURANTE NOT = SPACES
038900         PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT.
039000     MOVE SPACES             TO EPL-D-ENTITE EPL-D-CATEGORIE.
039100     MOVE 'TOTAL GENERAL'    TO EPL-D-LIBELLE.
039200     MOVE W-GEN-RECUES       TO EPL-D-RECUES.
039300     MOVE W-GEN-CLOSES       TO EPL-D-CLOSES.
039400     MOVE W-GEN-DANS-DELAI   TO EPL-D-DANS-DELAI.
039500     MOVE W-GEN-FONDEES      TO EPL-D-FONDEES.
039600     MOVE W-GEN-ABANDONS     TO EPL-D-ABANDONS.
039700     MOVE W-GEN-OUVERTES     TO EPL-D-OUVERTES.
039800     MOVE ZERO               TO W-MOYENNE.
039900     IF W-GEN-CLOSES GREATER ZERO
040000         COMPUTE W-MOYENNE ROUNDED = W-GEN-JOURS / W-GEN-CLOSES.
040100     MOVE W-MOYENNE          TO EPL-D-MOYENNE.
040200     MOVE W-GEN-INDEMNITE    TO EPL-D-INDEMNITE.
040300     PERFORM 5900-ECRIRE THRU 5900-EXIT.
040400     MOVE 'RECLAMATIONS LUES'             TO EPL-C-LIBELLE.
040500     MOVE CPT-LUES                        TO EPL-C-NB.
040600     WRITE EPL-LIGNE FROM EPL-COMPTE.
040700     MOVE 'RETENUES POUR LE SEMESTRE'     TO EPL-C-LIBELLE.
040800     MOVE CPT-RETENUES                    TO EPL-C-NB.
040900     WRITE EPL-LIGNE FROM EPL-COMPTE.
041000     MOVE 'HORS PERIODE'                  TO EPL-C-LIBELLE.
041100     MOVE CPT-HORS-PERIODE                TO EPL-C-NB.
041200     WRITE EPL-LIGNE FROM EPL-COMPTE.
041300     MOVE 'CATEGORIES INCONNUES REFTBL'   TO EPL-C-LIBELLE.
041400     MOVE CPT-CATEGORIES-INCONNUES        TO EPL-C-NB.
041500     WRITE EPL-LIGNE FROM EPL-COMPTE.
041600     CLOSE RECFIC ETATPLT.
041700     DISPLAY 'GSPT932 - RECLAMATIONS LUES : ' CPT-LUES
041800             ' RETENUES : ' CPT-RETENUES.
041900     IF CPT-CATEGORIES-INCONNUES GREATER ZERO
042000         MOVE 4 TO RETURN-CODE.
042100 4000-EXIT.
042200     EXIT.
042300******************************************************************
042400*  5000-LIGNE-CATEGORIE : UNE CATEGORIE DE L ENTITE QUI          *
042500*  S ACHEVE, LIBELLE COURT DE REFTBL RECL A LA FIN DU SEMESTRE   *
042600******************************************************************
042700 5000-LIGNE-CATEGORIE.
042800     MOVE 'RECL'                   TO REF-D-TYPE.
042900     MOVE SPACES                   TO REF-D-CODE.
043000     MOVE W-CAT-CODE (IX-CAT)      TO REF-D-CODE (1:4).
043100     MOVE W-FIN-PERIODE-9          TO REF-D-DATE.
043200     CALL 'GSRT060' USING REF-DEM.
043300     IF REF-D-INCIDENT
043400         MOVE 'GSRT060 - LECTURE REFTBL RECL' TO W-MOTIF-ABANDON
043500         GO TO 9900-ABANDON.
043600     IF REF-D-TROUVE
043700         MOVE REF-D-LIB-COURT      TO EPL-D-LIBELLE
043800     ELSE
043900         MOVE 'INCONNUE'           TO EPL-D-LIBELLE
044000         ADD 1 TO CPT-CATEGORIES-INCONNUES.
044100     MOVE W-ENTITE-COURANTE        TO EPL-D-ENTITE.
044200     MOVE W-CAT-CODE (IX-CAT)      TO EPL-D-CATEGORIE.
044300     MOVE W-CAT-RECUES (IX-CAT)    TO EPL-D-RECUES.
044400     MOVE W-CAT-CLOSES (IX-CAT)    TO EPL-D-CLOSES.
044500     MOVE W-CAT-DANS-DELAI (IX-CAT) TO EPL-D-DANS-DELAI.
044600     MOVE W-CAT-FONDEES (IX-CAT)   TO EPL-D-FONDEES.
044700     MOVE W-CAT-ABANDONS (IX-CAT)  TO EPL-D-ABANDONS.
044800     MOVE W-CAT-OUVERTES (IX-CAT)  TO EPL-D-OUVERTES.
044900     MOVE ZERO                     TO W-MOYENNE.
045000     IF W-CAT-CLOSES (IX-CAT) GREATER ZERO
045100         COMPUTE W-MOYENNE ROUNDED =
045200             W-CAT-JOURS (IX-CAT) / W-CAT-CLOSES (IX-CAT).
045300     MOVE W-MOYENNE                TO EPL-D-MOYENNE.
045400     MOVE W-CAT-INDEMNITE (IX-CAT) TO EPL-D-INDEMNITE.
045500     PERFORM 5900-ECRIRE THRU 5900-EXIT.
045600 5000-EXIT.
045700     EXIT.
045800******************************************************************
045900*  5100-RUPTURE-ENTITE : LIGNES DES CATEGORIES PUIS TOTAL DE     *
046000*  L ENTITE QUI S ACHEVE                                         *
046100******************************************************************
046200 5100-RUPTURE-ENTITE.
046300     PERFORM 5000-LIGNE-CATEGORIE THRU 5000-EXIT
046400         VARYING IX-CAT FROM 1 BY 1
046500         UNTIL IX-CAT GREATER NB-CAT.
046600     MOVE W-ENTITE-COURANTE  TO EPL-D-ENTITE.
046700     MOVE SPACES             TO EPL-D-CATEGORIE.
046800     MOVE 'TOTAL ENTITE'     TO EPL-D-LIBELLE.
046900     MOVE W-ENT-RECUES       TO EPL-D-RECUES.
047000     MOVE W-ENT-CLOSES       TO EPL-D-CLOSES.
047100     MOVE W-ENT-DANS-DELAI   TO EPL-D-DANS-DELAI.
047200     MOVE W-ENT-FONDEES      TO EPL-D-FONDEES.
047300     MOVE W-ENT-ABANDONS     TO EPL-D-ABANDONS.
047400     MOVE W-ENT-OUVERTES     TO EPL-D-OUVERTES.
047500     MOVE ZERO               TO W-MOYENNE.
047600     IF W-ENT-CLOSES GREATER ZERO
047700         COMPUTE W-MOYENNE ROUNDED = W-ENT-JOURS / W-ENT-CLOSES.
047800     MOVE W-MOYENNE          TO EPL-D-MOYENNE.
047900     MOVE W-ENT-INDEMNITE    TO EPL-D-INDEMNITE.
048000     PERFORM 5900-ECRIRE THRU 5900-EXIT.
048100 5100-EXIT.
048200     EXIT.
048300******************************************************************
048400*  5900-ECRIRE : ECRITURE D UNE LIGNE DE L ETAT                  *
048500******************************************************************
048600 5900-ECRIRE.
048700     WRITE EPL-LIGNE FROM EPL-DETAIL.
048800     IF NOT W-EPL-OK
048900         MOVE 'WRITE ETATPLT' TO W-MOTIF-ABANDON
049000         GO TO 9900-ABANDON.
049100 5900-EXIT.
049200     EXIT.
049300******************************************************************
049400*  8100-LIRE-REC : LECTURE SEQUENTIELLE DES RECLAMATIONS         *
049500******************************************************************
049600 8100-LIRE-REC.
049700     READ RECFIC NEXT.
049800     IF W-REC-FIN
049900         MOVE 'O' TO W-FIN-REC
050000         GO TO 8100-EXIT.
050100     IF NOT W-REC-OK
050200         MOVE 'READ RECFIC' TO W-MOTIF-ABANDON
050300         GO TO 9900-ABANDON.
050400     ADD 1 TO CPT-LUES.
050500 8100-EXIT.
050600     EXIT.
050700******************************************************************
050800*  8500-CHERCHER-CATEGORIE : POSTE DE LA CATEGORIE LUE DANS LA   *
050900*  TABLE DE L ENTITE (IX-CAT > NB-CAT SI ABSENTE)                *
051000******************************************************************
051100 8500-CHERCHER-CATEGORIE.
051200     MOVE ZERO TO IX-CAT.
051300 8500-SUIVANT.
051400     ADD 1 TO IX-CAT.
051500     IF IX-CAT GREATER NB-CAT
051600         GO TO 8500-EXIT.
051700     IF W-CAT-CODE (IX-CAT) = REC-CATEGORIE
051800         GO TO 8500-EXIT.
051900     GO TO 8500-SUIVANT.
052000 8500-EXIT.
052100     EXIT.
052200******************************************************************
052300*  9900-ABANDON : ARRET ANORMAL                                  *
052400******************************************************************
052500 9900-ABANDON.
052600     DISPLAY 'GSPT932 - ABANDON : ' W-MOTIF-ABANDON.
052700     MOVE 16 TO RETURN-CODE.
052800     STOP RUN.
