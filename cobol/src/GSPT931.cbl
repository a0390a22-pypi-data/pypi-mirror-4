000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPT931.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPT931 : VEILLE DE NUIT DU DELAI DE REPONSE AUX RECLAMATIONS *
000900*  ------------------------------------------------------------  *
001000*  LA REPONSE FINALE A UNE RECLAMATION EST DUE DANS UN DELAI     *
001100*  REGLEMENTAIRE EXPRIME EN JOURS OUVRES. POUR CHAQUE            *
001200*  RECLAMATION OUVERTE DE RECFIC, L AGE EN JOURS OUVRES ENTRE LA *
001300*  RECEPTION ET LA DATE D EXECUTION (GSCA220 FONCTION E, LE JOUR *
001400*  DE RECEPTION NE COMPTE PAS) EST GARDE SUR LA FICHE AVEC LA    *
001500*  DATE DE LA VEILLE. CHAQUE NIVEAU N EST SIGNALE QU UNE FOIS A  *
001600*  LA FILE RECLAM (GSWB080, TYPE RECL) :                         *
001700*   - PREAVIS (ALERTE P) DES QUE L AGE ATTEINT DELAI - PREAVIS ; *
001800*   - ESCALADE (ALERTE E) DES QUE L AGE DEPASSE LE DELAI, MEME   *
001900*     SANS PREAVIS PREALABLE.                                    *
002000*  LES RECLAMATIONS CLOSES OU ABANDONNEES SONT SEULEMENT         *
002100*  COMPTEES. L ETAT ETATRCL LISTE LES RECLAMATIONS SIGNALEES A   *
002200*  CE PASSAGE ET TOUTES CELLES DEJA HORS DELAI.                  *
002300*  CARTE PARAMETRE : DELAI EN JOURS OUVRES (3 CHIFFRES, BLANC =  *
002400*  015), PREAVIS EN JOURS OUVRES (3 CHIFFRES, BLANC = 005),      *
002500*  DATE D EXECUTION AAAAMMJJ (BLANC = JOUR).                     *
002600*  ------------------------------------------------------------  *
002700*  M-A-J   : RECFIC   RECLAMATIONS CLIENT (SEQUENTIEL)           *
002800*  SORTIE  : ETATRCL  RECLAMATIONS AU PREAVIS OU HORS DELAI      *
002900*            WRKBSK   (PAR GSWB080) FILE RECLAM                  *
003000*  ------------------------------------------------------------  *
003100*  HISTORIQUE DES MODIFICATIONS                                  *
003200*  15/10/26  DA  CREATION                                        *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.
003700     IBM-370.
003800 OBJECT-COMPUTER.
003900     IBM-370.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RECFIC  ASSIGN  RECFIC
004500       ORGANIZATION  INDEXED
004600       ACCESS MODE   SEQUENTIAL
004700       RECORD KEY    REC-CLE
004800       FILE STATUS   W-RECFIC-STATUS.
004900     SELECT ETATRCL ASSIGN  ETATRCL
005000       ORGANIZATION  SEQUENTIAL
005100       FILE STATUS   W-ETATRCL-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  RECFIC
005500     LABEL RECORD STANDARD
005600     DATA RECORD REC-ENREG.
005700 COPY FFFFFGRC.
005800 FD  ETATRCL
005900     LABEL RECORD STANDARD
006000     DATA RECORD ERC-LIGNE.
006100 01  ERC-LIGNE                       PIC X(132).
006200 WORKING-STORAGE SECTION.
006300 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
006400 77  CPT-OUVERTES                    PIC S9(08) COMP VALUE ZERO.
006500 77  CPT-TERMINEES                   PIC S9(08) COMP VALUE ZERO.
006600 77  CPT-PREAVIS                     PIC S9(08) COMP VALUE ZERO.
006700 77  CPT-ESCALADES                   PIC S9(08) COMP VALUE ZERO.
006800 77  CPT-HORS-DELAI                  PIC S9(08) COMP VALUE ZERO.
006900 01  W-FIN-REC                       PIC X(01) VALUE 'N'.
007000     88  FIN-REC                     VALUE 'O'.
007100 01  W-RECFIC-STATUS                 PIC X(02).
007200     88  W-REC-OK                    VALUE '00'.
007300     88  W-REC-FIN                   VALUE '10'.
007400 01  W-ETATRCL-STATUS                PIC X(02).
007500     88  W-ERC-OK                    VALUE '00'.
007600 01  W-MOTIF-ABANDON                 PIC X(40).
007700 01  W-PARM.
007800     05  W-PARM-DELAI                PIC X(03).
007900     05  W-PARM-PREAVIS              PIC X(03).
008000     05  W-PARM-DATE                 PIC X(08).
008100     05  FILLER                      PIC X(66).
008200 01  W-PARM-R REDEFINES W-PARM.
008300     05  W-PARM-DELAI-9              PIC 9(03).
008400     05  W-PARM-PREAVIS-9            PIC 9(03).
008500     05  W-PARM-DATE-9               PIC 9(08).
008600     05  FILLER                      PIC X(66).
008700 01  W-DATE-JOUR                     PIC 9(08).
008800 01  W-DATE-EXEC                     PIC 9(08).
008900 01  W-DELAI                         PIC 9(03) VALUE 15.
009000 01  W-PREAVIS                       PIC 9(03) VALUE 5.
009100 01  W-SEUIL-PREAVIS                 PIC 9(03).
009200 01  W-AGE                           PIC S9(04) COMP.
009300 01  W-AGE-ED                        PIC 9(03).
009400 01  W-NOTE                          PIC X(10).
009500 COPY GSCAZ.
009600 COPY GSWBZ.
009700 01  ERC-ENTETE.
009800     05  FILLER                      PIC X(44)
009900         VALUE 'GSPT931 - DELAI DES RECLAMATIONS - DATE     '.
010000     05  ERC-E-DATE                  PIC 9(08).
010100     05  FILLER                      PIC X(09) VALUE '  DELAI '.
010200     05  ERC-E-DELAI                 PIC ZZ9.
010300     05  FILLER                      PIC X(11) VALUE '  PREAVIS '.
010400     05  ERC-E-PREAVIS               PIC ZZ9.
010500     05  FILLER                      PIC X(54) VALUE SPACES.
010600 01  ERC-TITRES.
010700     05  FILLER                      PIC X(16) VALUE 'CLE'.
010800     05  FILLER                      PIC X(04) VALUE 'NUM'.
010900     05  FILLER                      PIC X(05) VALUE 'CAT'.
011000     05  FILLER                      PIC X(09) VALUE 'RECEPT.'.
011100     05  FILLER                      PIC X(02) VALUE 'C'.
011200     05  FILLER                      PIC X(09) VALUE 'GESTION.'.
011300     05  FILLER                      PIC X(04) VALUE 'AGE'.
011400     05  FILLER                      PIC X(11) VALUE 'NOTE'.
011500     05  FILLER                      PIC X(72) VALUE 'OBJET'.
011600 01  ERC-DETAIL.
011700     05  ERC-D-CLE                   PIC X(15).
011800     05  FILLER                      PIC X(01) VALUE SPACE.
011900     05  ERC-D-NUMERO                PIC 9(03).
012000     05  FILLER                      PIC X(01) VALUE SPACE.
012100     05  ERC-D-CATEGORIE             PIC X(04).
012200     05  FILLER                      PIC X(01) VALUE SPACE.
012300     05  ERC-D-RECEPTION             PIC 9(08).
012400     05  FILLER                      PIC X(01) VALUE SPACE.
012500     05  ERC-D-CANAL                 PIC X(01).
012600     05  FILLER                      PIC X(01) VALUE SPACE.
012700     05  ERC-D-GESTIONNAIRE          PIC X(08).
012800     05  FILLER                      PIC X(01) VALUE SPACE.
012900     05  ERC-D-AGE                   PIC ZZ9.
013000     05  FILLER                      PIC X(01) VALUE SPACE.
013100     05  ERC-D-NOTE                  PIC X(10).
013200     05  FILLER                      PIC X(01) VALUE SPACE.
013300     05  ERC-D-OBJET                 PIC X(40).
013400     05  FILLER                      PIC X(32) VALUE SPACES.
013500 01  ERC-COMPTE.
013600     05  ERC-C-LIBELLE               PIC X(30).
013700     05  FILLER                      PIC X(06) VALUE ' NB : '.
013800     05  ERC-C-NB                    PIC Z(07)9.
013900     05  FILLER                      PIC X(88) VALUE SPACES.
014000 PROCEDURE DIVISION.
014100******************************************************************
014200*  0000-MAINLINE : LES RECLAMATIONS DANS L ORDRE DES CLES        *
014300******************************************************************
014400 0000-MAINLINE.
014500     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
014600     PERFORM 2000-UNE-RECLAMATION THRU 2000-EXIT
014700         UNTIL FIN-REC.
014800     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
014900     GOBACK.
015000 0000-EXIT.
015100     EXIT.
015200******************************************************************
015300*  1000-INITIALISATION : CARTE PARAMETRE, OUVERTURES ET ENTETE   *
015400******************************************************************
015500 1000-INITIALISATION.
015600     MOVE SPACES TO W-PARM.
015700     ACCEPT W-PARM.
015800     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
015900     IF W-PARM-DELAI NOT = SPACES
016000         IF W-PARM-DELAI-9 NOT NUMERIC
016100             MOVE 'CARTE PARAMETRE - DELAI' TO W-MOTIF-ABANDON
016200             GO TO 9900-ABANDON
016300         ELSE
016400             MOVE W-PARM-DELAI-9 TO W-DELAI.
016500     IF W-PARM-PREAVIS NOT = SPACES
016600         IF W-PARM-PREAVIS-9 NOT NUMERIC
016700             MOVE 'CARTE PARAMETRE - PREAVIS' TO W-MOTIF-ABANDON
016800             GO TO 9900-ABANDON
016900         ELSE
017000             MOVE W-PARM-PREAVIS-9 TO W-PREAVIS.
017100     IF W-DELAI = ZERO
017200      OR W-PREAVIS NOT LESS W-DELAI
017300         MOVE 'CARTE PARAMETRE - PREAVIS >= DELAI'
017400           TO W-MOTIF-ABANDON
017500         GO TO 9900-ABANDON.
017600     COMPUTE W-SEUIL-PREAVIS = W-DELAI - W-PREAVIS.
017700     IF W-PARM-DATE = SPACES
017800         MOVE W-DATE-JOUR TO W-DATE-EXEC
017900     ELSE
018000         IF W-PARM-DATE-9 NOT NUMERIC
018100             MOVE 'CARTE PARAMETRE - DATE' TO W-MOTIF-ABANDON
018200             GO TO 9900-ABANDON
018300         ELSE
018400             MOVE W-PARM-DATE-9 TO W-DATE-EXEC.
018500     OPEN I-O RECFIC.
018600     IF NOT W-REC-OK
018700         MOVE 'OPEN RECFIC'  TO W-MOTIF-ABANDON
018800         GO TO 9900-ABANDON.
018900     OPEN OUTPUT ETATRCL.
019000     IF NOT W-ERC-OK
019100         MOVE 'OPEN ETATRCL' TO W-MOTIF-ABANDON
019200         GO TO 9900-ABANDON.
019300     MOVE W-DATE-EXEC TO ERC-E-DATE.
019400     MOVE W-DELAI     TO ERC-E-DELAI.
019500     MOVE W-PREAVIS   TO ERC-E-PREAVIS.
019600     WRITE ERC-LIGNE FROM ERC-ENTETE.
019700     WRITE ERC-LIGNE FROM ERC-TITRES.
019800     PERFORM 8100-LIRE-REC THRU 8100-EXIT.
019900 1000-EXIT.
020000     EXIT.
020100******************************************************************
020200*  2000-UNE-RECLAMATION : CLOSES ET ABANDONNEES SONT COMPTEES ;  *
020300*  L OUVERTE RECOIT SON AGE DU JOUR PUIS, AU SEUIL, SON PREAVIS  *
020400*  OU SON ESCALADE                                               *
020500******************************************************************
020600 2000-UNE-RECLAMATION.
020700     MOVE SPACES TO W-NOTE.
020800     IF NOT REC-OUVERTE
020900         ADD 1 TO CPT-TERMINEES
021000         GO TO 2000-SUIVANT.
021100     ADD 1 TO CPT-OUVERTES.
021200     PERFORM 2100-AGE-OUVRE THRU 2100-EXIT.
021300     IF W-AGE GREATER W-DELAI
021400         ADD 1 TO CPT-HORS-DELAI
021500         IF NOT REC-ESCALADEE
021600             MOVE 'E'          TO REC-ALERTE
021700             MOVE 'ESCALADE'   TO W-NOTE
021800             PERFORM 2900-SIGNALER THRU 2900-EXIT
021900             ADD 1 TO CPT-ESCALADES
022000         ELSE
022100             MOVE 'HORS DELAI' TO W-NOTE
022200         END-IF
022300     ELSE
022400         IF W-AGE NOT LESS W-SEUIL-PREAVIS
022500          AND REC-SANS-ALERTE
022600             MOVE 'P'          TO REC-ALERTE
022700             MOVE 'PREAVIS'    TO W-NOTE
022800             PERFORM 2900-SIGNALER THRU 2900-EXIT
022900             ADD 1 TO CPT-PREAVIS.
023000     MOVE W-AGE       TO REC-JOURS-OUVRES.
023100     MOVE W-DATE-EXEC TO REC-DATE-VEILLE.
023200     REWRITE REC-ENREG.
023300     IF NOT W-REC-OK
023400         MOVE 'REWRITE RECFIC' TO W-MOTIF-ABANDON
023500         GO TO 9900-ABANDON.
023600     IF W-NOTE NOT = SPACES
023700         PERFORM 5000-DETAIL THRU 5000-EXIT.
023800 2000-SUIVANT.
023900     PERFORM 8100-LIRE-REC THRU 8100-EXIT.
024000 2000-EXIT.
024100     EXIT.
024200******************************************************************
024300*  2100-AGE-OUVRE : JOURS OUVRES ENTRE LA RECEPTION ET LA DATE   *
024400*  D EXECUTION (LE JOUR DE RECEPTION NE COMPTE PAS) - BORNE A    *
024500*  999 POUR LA FICHE                                             *
024600******************************************************************
024700 2100-AGE-OUVRE.
024800     MOVE 'E'  TO CAZ-FONCTION.
024900     MOVE 'FR' TO CAZ-JURIDICTION.
025000     MOVE REC-DATE-RECEPTION TO CAZ-DATE-ENTREE.
025100     MOVE W-DATE-EXEC        TO CAZ-DATE-2.
025200     CALL 'GSCA220' USING CAZ-ZONE.
025300     IF NOT CAZ-SERVI
025400         MOVE 'GSCA220 - CALENDRIER NON CHARGE'
025500           TO W-MOTIF-ABANDON
025600         GO TO 9900-ABANDON.
025700     COMPUTE W-AGE = CAZ-NB-JOURS - 1.
025800     IF W-AGE LESS ZERO
025900         MOVE ZERO TO W-AGE.
026000     IF W-AGE GREATER 999
026100         MOVE 999 TO W-AGE.
026200 2100-EXIT.
026300     EXIT.
026400******************************************************************
026500*  2900-SIGNALER : ELEMENT DE LA FILE RECLAM - LE MOTIF PORTE LE *
026600*  NUMERO, LE NIVEAU ET L AGE EN JOURS OUVRES                    *
026700******************************************************************
026800 2900-SIGNALER.
026900     MOVE W-AGE          TO W-AGE-ED.
027000     MOVE 'RECL'         TO WBZ-TYPE-EXC.
027100     MOVE REC-FGS-CLE    TO WBZ-FGS-CLE.
027200     MOVE SPACES         TO WBZ-MOTIF.
027300     STRING 'RECL ' REC-NUMERO ' ' W-NOTE ' ' W-AGE-ED ' J'
027400         DELIMITED SIZE INTO WBZ-MOTIF
027500     END-STRING.
027600     MOVE 'GSPT931 '     TO WBZ-PROGRAMME.
027700     CALL 'GSWB080' USING WBZ-ZONE.
027800     IF NOT WBZ-POSE
027900         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
028000         GO TO 9900-ABANDON.
028100 2900-EXIT.
028200     EXIT.
028300******************************************************************
028400*  4000-TERMINAISON : COMPTES ET FERMETURES                      *
028500******************************************************************
028600 4000-TERMINAISON.
028700     MOVE 'RECLAMATIONS LUES'             TO ERC-C-LIBELLE.
028800     MOVE CPT-LUES                        TO ERC-C-NB.
028900     WRITE ERC-LIGNE FROM ERC-COMPTE.
029000     MOVE 'OUVERTES'                      TO ERC-C-LIBELLE.
029100     MOVE CPT-OUVERTES                    TO ERC-C-NB.
029200     WRITE ERC-LIGNE FROM ERC-COMPTE.
029300     MOVE 'DONT HORS DELAI'               TO ERC-C-LIBELLE.
029400     MOVE CPT-HORS-DELAI                  TO ERC-C-NB.
029500     WRITE ERC-LIGNE FROM ERC-COMPTE.
029600     MOVE 'PREAVIS POSES A CE PASSAGE'    TO ERC-C-LIBELLE.
029700     MOVE CPT-PREAVIS                     TO ERC-C-NB.
029800     WRITE ERC-LIGNE FROM ERC-COMPTE.
029900     MOVE 'ESCALADES POSEES A CE PASSAGE' TO ERC-C-LIBELLE.
030000     MOVE CPT-ESCALADES                   TO ERC-C-NB.
030100     WRITE ERC-LIGNE FROM ERC-COMPTE.
030200     MOVE 'CLOSES OU ABANDONNEES'         TO ERC-C-LIBELLE.
030300     MOVE CPT-TERMINEES                   TO ERC-C-NB.
030400     WRITE ERC-LIGNE FROM ERC-COMPTE.
030500     CLOSE RECFIC ETATRCL.
030600     DISPLAY 'GSPT931 - RECLAMATIONS LUES : ' CPT-LUES
030700             ' PREAVIS : ' CPT-PREAVIS
030800             ' ESCALADES : ' CPT-ESCALADES.
030900 4000-EXIT.
031000     EXIT.
031100******************************************************************
031200*  5000-DETAIL : LIGNE DE L ETAT POUR UNE RECLAMATION SIGNALEE A *
031300*  CE PASSAGE OU DEJA HORS DELAI                                 *
031400******************************************************************
031500 5000-DETAIL.
031600     MOVE REC-FGS-CLE        TO ERC-D-CLE.
031700     MOVE REC-NUMERO         TO ERC-D-NUMERO.
031800     MOVE REC-CATEGORIE      TO ERC-D-CATEGORIE.
031900     MOVE REC-DATE-RECEPTION TO ERC-D-RECEPTION.
032000     MOVE REC-CANAL          TO ERC-D-CANAL.
032100     MOVE REC-GESTIONNAIRE   TO ERC-D-GESTIONNAIRE.
032200     MOVE W-AGE              TO ERC-D-AGE.
032300     MOVE W-NOTE             TO ERC-D-NOTE.
032400     MOVE REC-OBJET          TO ERC-D-OBJET.
032500     WRITE ERC-LIGNE FROM ERC-DETAIL.
032600     IF NOT W-ERC-OK
032700         MOVE 'WRITE ETATRCL' TO W-MOTIF-ABANDON
032800         GO TO 9900-ABANDON.
032900 5000-EXIT.
033000     EXIT.
033100******************************************************************
033200*  8100-LIRE-REC : LECTURE SEQUENTIELLE DES RECLAMATIONS         *
033300******************************************************************
033400 8100-LIRE-REC.
033500     READ RECFIC NEXT.
033600     IF W-REC-FIN
033700         MOVE 'O' TO W-FIN-REC
033800         GO TO 8100-EXIT.
033900     IF NOT W-REC-OK
034000         MOVE 'READ RECFIC' TO W-MOTIF-ABANDON
034100         GO TO 9900-ABANDON.
034200     ADD 1 TO CPT-LUES.
034300 8100-EXIT.
034400     EXIT.
034500******************************************************************
034600*  9900-ABANDON : ARRET ANORMAL                                  *
034700******************************************************************
034800 9900-ABANDON.
034900     DISPLAY 'GSPT931 - ABANDON : ' W-MOTIF-ABANDON.
035000     MOVE 16 TO RETURN-CODE.
035100     STOP RUN.
