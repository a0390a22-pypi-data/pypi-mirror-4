000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPI710.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPI710 : DETECTION DES PAIEMENTS SORTANTS A INSTRUIRE        *
000900*  ------------------------------------------------------------  *
001000*  LES DEMANDES DE PAIEMENT NE SE FONT PLUS SUR PAPIER : LE      *
001100*  MAITRE EST PARCOURU APRES LA MISE A JOUR GSBT010 ET CHAQUE    *
001200*  ENREGISTREMENT A PAYER POSE UNE INSTRUCTION PAYFIC A L ETAT N *
001300*   - MONTANT NEGATIF (EXTOURNE DE FRAIS, TROP PERCU) :          *
001400*     REMBOURSEMENT (NATURE R) DE LA VALEUR ABSOLUE ;            *
001500*   - STATUT EC (ECHU) ET MONTANT POSITIF : VERSEMENT A          *
001600*     L ECHEANCE (NATURE V) DU MONTANT.                          *
001700*  LE COMPTE DU BENEFICIAIRE EST REPRIS DU MANDAT MDTFIC QUAND   *
001800*  IL EXISTE, SINON SAISI A LA SOUMISSION (GSPI711).             *
001900*  UNE INSTRUCTION DEJA EN COURS POUR LA CLE ET LA NATURE (N, P, *
002000*  L, OU EMISE DU JOUR) N EST PAS DOUBLEE : A L ETAT N SON       *
002100*  MONTANT EST ACTUALISE, SOUMISE OU LIBEREE UN ECART EST        *
002200*  SIGNALE A L ETAT SANS TOUCHER A CE QUI A ETE APPROUVE.        *
002300*  ------------------------------------------------------------  *
002400*  ENTREE  : FFFFFGS  FICHIER MAITRE (LECTURE SEQUENTIELLE)      *
002500*            MDTFIC   MANDATS DE PRELEVEMENT (COMPTE CLIENT)     *
002600*  M-A-J   : PAYFIC   INSTRUCTIONS DE PAIEMENT                   *
002700*  SORTIE  : ETATPID  ETAT DES INSTRUCTIONS POSEES               *
002800*  ------------------------------------------------------------  *
002900*  HISTORIQUE DES MODIFICATIONS                                  *
003000*  15/10/26  DA  CREATION                                        *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.
003500     IBM-370.
003600 OBJECT-COMPUTER.
003700     IBM-370.
003800 SPECIAL-NAMES.
003900     DECIMAL-POINT IS COMMA.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT FFFFFGS ASSIGN  FFFFFGS
004300       ORGANIZATION  INDEXED
004400       ACCESS MODE   SEQUENTIAL
004500       RECORD KEY    FFFFFGS-CLE
004600       FILE STATUS   W-FFFFFGS-STATUS.
004700     SELECT MDTFIC  ASSIGN  MDTFIC
004800       ORGANIZATION  INDEXED
004900       ACCESS MODE   RANDOM
005000       RECORD KEY    MDT-FGS-CLE
005100       FILE STATUS   W-MDTFIC-STATUS.
005200     SELECT PAYFIC  ASSIGN  PAYFIC
005300       ORGANIZATION  INDEXED
005400       ACCESS MODE   DYNAMIC
005500       RECORD KEY    PAY-CLE
005600       FILE STATUS   W-PAYFIC-STATUS.
005700     SELECT ETATPID ASSIGN  ETATPID
005800       ORGANIZATION  SEQUENTIAL
005900       FILE STATUS   W-ETATPID-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  FFFFFGS
006300     LABEL RECORD STANDARD
006400     DATA RECORD FFFFFGS-ENREG.
006500 COPY FFFFFFGS.
006600 FD  MDTFIC
006700     LABEL RECORD STANDARD
006800     DATA RECORD MDT-ENREG.
006900 COPY FFFFFGMD.
007000 FD  PAYFIC
007100     LABEL RECORD STANDARD
007200     DATA RECORD PAY-ENREG.
007300 COPY FFFFFGPI.
007400 FD  ETATPID
007500     LABEL RECORD STANDARD
007600     DATA RECORD EPI-LIGNE.
007700 01  EPI-LIGNE                       PIC X(132).
007800 WORKING-STORAGE SECTION.
007900 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
008000 77  CPT-A-PAYER                     PIC S9(08) COMP VALUE ZERO.
008100 77  CPT-POSEES                      PIC S9(08) COMP VALUE ZERO.
008200 77  CPT-ACTUALISEES                 PIC S9(08) COMP VALUE ZERO.
008300 77  CPT-EN-COURS                    PIC S9(08) COMP VALUE ZERO.
008400 77  CPT-ECARTS                      PIC S9(08) COMP VALUE ZERO.
008500 77  CPT-SANS-COMPTE                 PIC S9(08) COMP VALUE ZERO.
008600 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
008700     88  FIN-FGS                     VALUE 'O'.
008800 01  W-FIN-PAY                       PIC X(01) VALUE 'N'.
008900     88  FIN-PAY                     VALUE 'O'.
009000 COPY FFFFFGSW.
009100 01  W-MDTFIC-STATUS                 PIC X(02).
009200     88  W-MDT-OK                    VALUE '00'.
009300     88  W-MDT-ABSENT                VALUE '23'.
009400 01  W-PAYFIC-STATUS                 PIC X(02).
009500     88  W-PAY-OK                    VALUE '00'.
009600     88  W-PAY-FIN                   VALUE '10'.
009700     88  W-PAY-DOUBLE                VALUE '22'.
009800     88  W-PAY-ABSENT                VALUE '23'.
009900 01  W-ETATPID-STATUS                PIC X(02).
010000     88  W-EPI-OK                    VALUE '00'.
010100 01  W-MOTIF-ABANDON                 PIC X(40).
010200 01  W-DATE-JOUR                     PIC 9(08).
010300 01  W-NATURE                        PIC X(01).
010400 01  W-A-PAYER                       PIC S9(11)V99 COMP-3.
010500 01  W-SORT                          PIC X(20).
010600 01  W-TOT-A-PAYER                   PIC S9(13)V99 COMP-3
010700                                     VALUE ZERO.
010800 01  W-TOT-POSEES                    PIC S9(13)V99 COMP-3
010900                                     VALUE ZERO.
011000 01  EPI-ENTETE.
011100     05  FILLER                      PIC X(44)
011200         VALUE 'GSPI710 - INSTRUCTIONS DE PAIEMENT - DATE   '.
011300     05  EPI-E-DATE                  PIC 9(08).
011400     05  FILLER                      PIC X(80) VALUE SPACES.
011500 01  EPI-DETAIL.
011600     05  EPI-D-CLE                   PIC X(15).
011700     05  FILLER                      PIC X(01) VALUE SPACE.
011800     05  EPI-D-STATUT                PIC X(02).
011900     05  FILLER                      PIC X(01) VALUE SPACE.
012000     05  EPI-D-NATURE                PIC X(01).
012100     05  FILLER                      PIC X(01) VALUE SPACE.
012200     05  EPI-D-MONTANT               PIC -(10)9,99.
012300     05  FILLER                      PIC X(01) VALUE SPACE.
012400     05  EPI-D-SORT                  PIC X(20).
012500     05  FILLER                      PIC X(01) VALUE SPACE.
012600     05  EPI-D-INSTRUCTION           PIC X(24).
012700     05  FILLER                      PIC X(51) VALUE SPACES.
012800 01  EPI-TOTAL.
012900     05  EPI-T-LIBELLE               PIC X(30).
013000     05  FILLER                      PIC X(06) VALUE ' NB : '.
013100     05  EPI-T-NB                    PIC Z(07)9.
013200     05  FILLER                      PIC X(11)
013300         VALUE ' MONTANT : '.
013400     05  EPI-T-MONTANT               PIC -(12)9,99.
013500     05  FILLER                      PIC X(61) VALUE SPACES.
013600 PROCEDURE DIVISION.
013700******************************************************************
013800*  0000-MAINLINE : PASSE SUR LE MAITRE                           *
013900******************************************************************
014000 0000-MAINLINE.
014100     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
014200     OPEN INPUT FFFFFGS.
014300     IF NOT W-FGS-OK
014400         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
014500         GO TO 9900-ABANDON.
014600     OPEN INPUT MDTFIC.
014700     IF NOT W-MDT-OK
014800         MOVE 'OPEN MDTFIC' TO W-MOTIF-ABANDON
014900         GO TO 9900-ABANDON.
015000     OPEN I-O PAYFIC.
015100     IF NOT W-PAY-OK
015200         MOVE 'OPEN PAYFIC' TO W-MOTIF-ABANDON
015300         GO TO 9900-ABANDON.
015400     OPEN OUTPUT ETATPID.
015500     IF NOT W-EPI-OK
015600         MOVE 'OPEN ETATPID' TO W-MOTIF-ABANDON
015700         GO TO 9900-ABANDON.
015800     MOVE W-DATE-JOUR TO EPI-E-DATE.
015900     WRITE EPI-LIGNE FROM EPI-ENTETE.
016000     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
016100     PERFORM 2000-UN-ENREG THRU 2000-EXIT
016200         UNTIL FIN-FGS.
016300     PERFORM 3000-BILAN THRU 3000-EXIT.
016400     CLOSE FFFFFGS MDTFIC PAYFIC ETATPID.
016500     DISPLAY 'GSPI710 - A PAYER : ' CPT-A-PAYER
016600             ' POSEES : ' CPT-POSEES
016700             ' ACTUALISEES : ' CPT-ACTUALISEES.
016800     DISPLAY 'GSPI710 - DEJA EN COURS : ' CPT-EN-COURS
016900             ' ECARTS : ' CPT-ECARTS
017000             ' SANS COMPTE : ' CPT-SANS-COMPTE.
017100     GOBACK.
017200 0000-EXIT.
017300     EXIT.
017400******************************************************************
017500*  2000-UN-ENREG : MONTANT NEGATIF = REMBOURSEMENT, ECHU AVEC    *
017600*  MONTANT = VERSEMENT, SINON RIEN A PAYER                       *
017700******************************************************************
017800 2000-UN-ENREG.
017900     ADD 1 TO CPT-LUS.
018000     IF FFFFFGS-MONTANT NOT NUMERIC
018100         GO TO 2000-SUIVANT.
018200     IF FFFFFGS-MONTANT LESS ZERO
018300         MOVE 'R' TO W-NATURE
018400         COMPUTE W-A-PAYER = ZERO - FFFFFGS-MONTANT
018500     ELSE
018600         IF FFFFFGS-STATUT = 'EC'
018700          AND FFFFFGS-MONTANT GREATER ZERO
018800             MOVE 'V' TO W-NATURE
018900             MOVE FFFFFGS-MONTANT TO W-A-PAYER
019000         ELSE
019100             GO TO 2000-SUIVANT.
019200     ADD 1 TO CPT-A-PAYER.
019300     ADD W-A-PAYER TO W-TOT-A-PAYER.
019400     MOVE SPACES TO EPI-D-INSTRUCTION.
019500     PERFORM 2100-CHERCHER-EN-COURS THRU 2100-EXIT.
019600     IF W-SORT = SPACES
019700         PERFORM 2500-POSER THRU 2500-EXIT.
019800     MOVE FFFFFGS-CLE    TO EPI-D-CLE.
019900     MOVE FFFFFGS-STATUT TO EPI-D-STATUT.
020000     MOVE W-NATURE       TO EPI-D-NATURE.
020100     MOVE W-A-PAYER      TO EPI-D-MONTANT.
020200     MOVE W-SORT         TO EPI-D-SORT.
020300     WRITE EPI-LIGNE FROM EPI-DETAIL.
020400 2000-SUIVANT.
020500     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
020600 2000-EXIT.
020700     EXIT.
020800******************************************************************
020900*  2100-CHERCHER-EN-COURS : INSTRUCTION OUVERTE (OU EMISE DU     *
021000*  JOUR, SON MOUVEMENT J N ETANT PAS ENCORE PASSE) POUR LA CLE   *
021100*  ET LA NATURE - W-SORT RESTE A BLANC SI AUCUNE                 *
021200******************************************************************
021300 2100-CHERCHER-EN-COURS.
021400     MOVE SPACES TO W-SORT.
021500     MOVE FFFFFGS-CLE TO PAY-FGS-CLE.
021600     MOVE ZERO        TO PAY-DATE-CREA.
021700     MOVE LOW-VALUE   TO PAY-NATURE.
021800     START PAYFIC KEY NOT LESS PAY-CLE.
021900     IF W-PAY-ABSENT OR W-PAY-FIN
022000         GO TO 2100-EXIT.
022100     IF NOT W-PAY-OK
022200         MOVE 'START PAYFIC' TO W-MOTIF-ABANDON
022300         GO TO 9900-ABANDON.
022400 2100-LIRE.
022500     READ PAYFIC NEXT.
022600     IF W-PAY-FIN
022700         GO TO 2100-EXIT.
022800     IF NOT W-PAY-OK
022900         MOVE 'READ PAYFIC' TO W-MOTIF-ABANDON
023000         GO TO 9900-ABANDON.
023100     IF PAY-FGS-CLE NOT = FFFFFGS-CLE
023200         GO TO 2100-EXIT.
023300     IF PAY-NATURE NOT = W-NATURE
023400         GO TO 2100-LIRE.
023500     IF NOT PAY-OUVERTE
023600      AND NOT (PAY-EMISE AND PAY-DATE-EMIS = W-DATE-JOUR)
023700         GO TO 2100-LIRE.
023800     MOVE PAY-CLE TO EPI-D-INSTRUCTION.
023900     IF PAY-MONTANT = W-A-PAYER
024000         ADD 1 TO CPT-EN-COURS
024100         MOVE 'DEJA EN COURS' TO W-SORT
024200         GO TO 2100-EXIT.
024300     IF PAY-NOUVELLE
024400         MOVE W-A-PAYER TO PAY-MONTANT
024500         REWRITE PAY-ENREG
024600         IF NOT W-PAY-OK
024700             MOVE 'REWRITE PAYFIC' TO W-MOTIF-ABANDON
024800             GO TO 9900-ABANDON
024900         END-IF
025000         ADD 1 TO CPT-ACTUALISEES
025100         MOVE 'MONTANT ACTUALISE' TO W-SORT
025200         GO TO 2100-EXIT.
025300     ADD 1 TO CPT-ECARTS.
025400     MOVE 'ECART - A VERIFIER' TO W-SORT.
025500 2100-EXIT.
025600     EXIT.
025700******************************************************************
025800*  2500-POSER : NOUVELLE INSTRUCTION A L ETAT N - COMPTE DU      *
025900*  MANDAT S IL EXISTE                                            *
026000******************************************************************
026100 2500-POSER.
026200     MOVE SPACES         TO PAY-ENREG.
026300     MOVE FFFFFGS-CLE    TO PAY-FGS-CLE.
026400     MOVE W-DATE-JOUR    TO PAY-DATE-CREA.
026500     MOVE W-NATURE       TO PAY-NATURE.
026600     MOVE W-A-PAYER      TO PAY-MONTANT.
026700     MOVE 'N'            TO PAY-STATUT.
026800     MOVE ZERO           TO PAY-DATE-SOUMIS PAY-DATE-LIBERE
026900                            PAY-DATE-EMIS PAY-DATE-REJET.
027000     MOVE FFFFFGS-CLE    TO MDT-FGS-CLE.
027100     READ MDTFIC.
027200     IF W-MDT-OK
027300         MOVE MDT-IBAN       TO PAY-IBAN
027400         MOVE MDT-BIC        TO PAY-BIC
027500         MOVE MDT-TITULAIRE  TO PAY-BENEFICIAIRE
027600     ELSE
027700         IF W-MDT-ABSENT
027800             ADD 1 TO CPT-SANS-COMPTE
027900         ELSE
028000             MOVE 'READ MDTFIC' TO W-MOTIF-ABANDON
028100             GO TO 9900-ABANDON.
028200     WRITE PAY-ENREG.
028300     IF W-PAY-DOUBLE
028400         ADD 1 TO CPT-EN-COURS
028500         MOVE 'DEJA POSEE CE JOUR' TO W-SORT
028600         GO TO 2500-EXIT.
028700     IF NOT W-PAY-OK
028800         MOVE 'WRITE PAYFIC' TO W-MOTIF-ABANDON
028900         GO TO 9900-ABANDON.
029000     ADD 1 TO CPT-POSEES.
029100     ADD W-A-PAYER TO W-TOT-POSEES.
029200     MOVE PAY-CLE TO EPI-D-INSTRUCTION.
029300     IF PAY-IBAN = SPACES
029400         MOVE 'POSEE - SANS COMPTE' TO W-SORT
029500     ELSE
029600         MOVE 'POSEE' TO W-SORT.
029700 2500-EXIT.
029800     EXIT.
029900******************************************************************
030000*  3000-BILAN : TOTAUX DE L ETAT                                 *
030100******************************************************************
030200 3000-BILAN.
030300     MOVE 'ENREGISTREMENTS A PAYER'   TO EPI-T-LIBELLE.
030400     MOVE CPT-A-PAYER                 TO EPI-T-NB.
030500     MOVE W-TOT-A-PAYER               TO EPI-T-MONTANT.
030600     WRITE EPI-LIGNE FROM EPI-TOTAL.
030700     MOVE 'INSTRUCTIONS POSEES (ETAT N)' TO EPI-T-LIBELLE.
030800     MOVE CPT-POSEES                  TO EPI-T-NB.
030900     MOVE W-TOT-POSEES                TO EPI-T-MONTANT.
031000     WRITE EPI-LIGNE FROM EPI-TOTAL.
031100     MOVE ZERO                        TO EPI-T-MONTANT.
031200     MOVE '  DONT SANS COMPTE (MANDAT)' TO EPI-T-LIBELLE.
031300     MOVE CPT-SANS-COMPTE             TO EPI-T-NB.
031400     WRITE EPI-LIGNE FROM EPI-TOTAL.
031500     MOVE 'MONTANTS ACTUALISES (ETAT N)' TO EPI-T-LIBELLE.
031600     MOVE CPT-ACTUALISEES             TO EPI-T-NB.
031700     WRITE EPI-LIGNE FROM EPI-TOTAL.
031800     MOVE 'DEJA EN COURS'             TO EPI-T-LIBELLE.
031900     MOVE CPT-EN-COURS                TO EPI-T-NB.
032000     WRITE EPI-LIGNE FROM EPI-TOTAL.
032100     MOVE 'ECARTS A VERIFIER'         TO EPI-T-LIBELLE.
032200     MOVE CPT-ECARTS                  TO EPI-T-NB.
032300     WRITE EPI-LIGNE FROM EPI-TOTAL.
032400 3000-EXIT.
032500     EXIT.
032600******************************************************************
032700*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
032800******************************************************************
032900 8100-LIRE-FGS.
033000     READ FFFFFGS NEXT.
033100     IF W-FGS-FIN
033200         MOVE 'O' TO W-FIN-FGS
033300         GO TO 8100-EXIT.
033400     IF NOT W-FGS-OK
033500         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
033600         GO TO 9900-ABANDON.
033700 8100-EXIT.
033800     EXIT.
033900******************************************************************
034000*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
034100******************************************************************
034200 9900-ABANDON.
034300     DISPLAY 'GSPI710 - ABANDON : ' W-MOTIF-ABANDON.
034400     MOVE 16 TO RETURN-CODE.
034500     STOP RUN.
