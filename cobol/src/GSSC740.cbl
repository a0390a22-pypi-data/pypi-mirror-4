000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSC740.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSC740 : CHARGEMENT DE LA LISTE DE SURVEILLANCE (SANCTIONS)  *
000900*  ------------------------------------------------------------  *
001000*  LA CONFORMITE DEPOSE LES LISTES DE SANCTIONS RECUES EN UN     *
001100*  FICHIER LSTFIC (LRECL 80) :                                   *
001200*   CODE 1 : ENTETE - DATE DE LA LISTE ET NUMERO D EDITION       *
001300*   CODE 2 : UNE ENTREE - REFERENCE, LISTE D ORIGINE, NOM,       *
001400*            IDENTIFIANT NATIONAL S IL EST CONNU, DATE D         *
001500*            INSCRIPTION                                         *
001600*   CODE 9 : PIED - NOMBRE D ENTREES CODE 2                      *
001700*  PASSE 1 : LE FICHIER EST CONTROLE EN ENTIER (ENTETE, PIED     *
001800*            ET NOMBRE) AVANT TOUTE ECRITURE : UNE LISTE         *
001900*            TRONQUEE N EST JAMAIS CHARGEE.                      *
002000*  PASSE 2 : RECHARGE COMPLETE DE WLSFIC, CHAQUE ENTREE RANGEE   *
002100*            SOUS LA CLE SONORE DE SON NOM (GSPH520), PUIS       *
002200*            ENREGISTREMENT DE CONTROLE (VERSION CHARGEE).       *
002300*  UNE EDITION DEJA EN PLACE N EST PAS RECHARGEE ; UNE EDITION   *
002400*  PLUS ANCIENNE EST REFUSEE. LA NOUVELLE VERSION DECLENCHE LE   *
002500*  REFILTRAGE COMPLET DU MAITRE (GSSC742) DE LA NUIT.            *
002600*  ENTREES INVALIDES OU EN DOUBLE : EDITEES, CODE RETOUR 4.      *
002700*  ------------------------------------------------------------  *
002800*  ENTREE  : LSTFIC   LISTES DE LA CONFORMITE                    *
002900*  SORTIE  : WLSFIC   LISTE DE SURVEILLANCE (DESSIN FFFFFGWL)    *
003000*            ETATLST  ETAT DU CHARGEMENT                         *
003100*  ------------------------------------------------------------  *
003200*  HISTORIQUE DES MODIFICATIONS                                  *
003300*  15/10/26  DA  CREATION                                        *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.
003800     IBM-370.
003900 OBJECT-COMPUTER.
004000     IBM-370.
004100 SPECIAL-NAMES.
004200     DECIMAL-POINT IS COMMA.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT LSTFIC  ASSIGN  LSTFIC
004600       ORGANIZATION  SEQUENTIAL
004700       FILE STATUS   W-LSTFIC-STATUS.
004800     SELECT WLSFIC  ASSIGN  WLSFIC
004900       ORGANIZATION  INDEXED
005000       ACCESS MODE   DYNAMIC
005100       RECORD KEY    WLS-CLE
005200       FILE STATUS   W-WLSFIC-STATUS.
005300     SELECT ETATLST ASSIGN  ETATLST
005400       ORGANIZATION  SEQUENTIAL
005500       FILE STATUS   W-ETATLST-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  LSTFIC
005900     LABEL RECORD STANDARD
006000     DATA RECORD LST-ENREG.
006100 01  LST-ENREG.
006200     05  LST-CODE                    PIC X(01).
006300         88  LST-ENTETE              VALUE '1'.
006400         88  LST-ENTREE              VALUE '2'.
006500         88  LST-PIED                VALUE '9'.
006600     05  LST-CORPS                   PIC X(79).
006700     05  LST-CORPS-ENTETE REDEFINES LST-CORPS.
006800         10  LST-DATE-LISTE          PIC 9(08).
006900         10  LST-NUMERO              PIC 9(04).
007000         10  FILLER                  PIC X(67).
007100     05  LST-CORPS-ENTREE REDEFINES LST-CORPS.
007200         10  LST-REFERENCE           PIC X(12).
007300         10  LST-LISTE               PIC X(04).
007400         10  LST-NOM                 PIC X(30).
007500         10  LST-ID-NAT              PIC X(13).
007600         10  LST-DATE-INSCRIPTION    PIC 9(08).
007700         10  FILLER                  PIC X(12).
007800     05  LST-CORPS-PIED REDEFINES LST-CORPS.
007900         10  LST-NB-ENTREES          PIC 9(07).
008000         10  FILLER                  PIC X(72).
008100 FD  WLSFIC
008200     LABEL RECORD STANDARD
008300     DATA RECORD WLS-ENREG.
008400 COPY FFFFFGWL.
008500 FD  ETATLST
008600     LABEL RECORD STANDARD
008700     DATA RECORD ETL-LIGNE.
008800 01  ETL-LIGNE                       PIC X(132).
008900 WORKING-STORAGE SECTION.
009000 77  CPT-ENTREES-PASSE1              PIC S9(08) COMP VALUE ZERO.
009100 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
009200 77  CPT-CHARGEES                    PIC S9(08) COMP VALUE ZERO.
009300 77  CPT-REJETEES                    PIC S9(08) COMP VALUE ZERO.
009400 77  CPT-DOUBLES                     PIC S9(08) COMP VALUE ZERO.
009500 01  W-FIN-LST                       PIC X(01) VALUE 'N'.
009600     88  FIN-LST                     VALUE 'O'.
009700 01  W-PIED-LU                       PIC X(01) VALUE 'N'.
009800 01  W-LSTFIC-STATUS                 PIC X(02).
009900     88  W-LST-OK                    VALUE '00'.
010000     88  W-LST-FIN                   VALUE '10'.
010100 01  W-WLSFIC-STATUS                 PIC X(02).
010200     88  W-WLS-OK                    VALUE '00'.
010300     88  W-WLS-DOUBLE                VALUE '22'.
010400 01  W-ETATLST-STATUS                PIC X(02).
010500     88  W-ETL-OK                    VALUE '00'.
010600 01  W-DATE-JOUR                     PIC 9(08).
010700 01  W-VERSION-LISTE                 PIC 9(12) VALUE ZERO.
010800 01  W-VERSION-EN-PLACE              PIC 9(12) VALUE ZERO.
010900 01  W-NB-PIED                       PIC 9(07) VALUE ZERO.
011000 01  W-MOTIF-REJET                   PIC X(40).
011100 01  W-MOTIF-ABANDON                 PIC X(40).
011200 COPY GSPHZ.
011300 01  ETL-ENTETE.
011400     05  FILLER                      PIC X(50)
011500         VALUE 'GSSC740 - CHARGEMENT DE LA LISTE DE SURVEILLANCE'.
011600     05  FILLER                      PIC X(10) VALUE 'VERSION : '.
011700     05  ETE-VERSION                 PIC 9(12).
011800     05  FILLER                      PIC X(60) VALUE SPACES.
011900 01  ETL-DETAIL.
012000     05  FILLER                      PIC X(01) VALUE SPACE.
012100     05  ETD-REFERENCE               PIC X(12).
012200     05  FILLER                      PIC X(02) VALUE SPACES.
012300     05  ETD-LISTE                   PIC X(04).
012400     05  FILLER                      PIC X(02) VALUE SPACES.
012500     05  ETD-NOM                     PIC X(30).
012600     05  FILLER                      PIC X(02) VALUE SPACES.
012700     05  ETD-MOTIF                   PIC X(40).
012800     05  FILLER                      PIC X(39) VALUE SPACES.
012900 01  ETL-TOTAL.
013000     05  FILLER                      PIC X(10)
013100         VALUE 'TOTAUX -  '.
013200     05  FILLER                      PIC X(07) VALUE 'LUES : '.
013300     05  ETT-LUES                    PIC Z(06)9.
013400     05  FILLER                      PIC X(12)
013500         VALUE ' CHARGEES : '.
013600     05  ETT-CHARGEES                PIC Z(06)9.
013700     05  FILLER                      PIC X(12)
013800         VALUE ' REJETEES : '.
013900     05  ETT-REJETEES                PIC Z(06)9.
014000     05  FILLER                      PIC X(11)
014100         VALUE ' DOUBLES : '.
014200     05  ETT-DOUBLES                 PIC Z(06)9.
014300     05  FILLER                      PIC X(52) VALUE SPACES.
014400 PROCEDURE DIVISION.
014500******************************************************************
014600*  0000-MAINLINE : CONTROLE COMPLET PUIS RECHARGE                *
014700******************************************************************
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
015000     IF W-VERSION-LISTE = W-VERSION-EN-PLACE
015100         DISPLAY 'GSSC740 - EDITION ' W-VERSION-LISTE
015200                 ' DEJA EN PLACE - RIEN A CHARGER'
015300         CLOSE LSTFIC
015400         GO TO 0000-FIN.
015500     PERFORM 2000-CONTROLER THRU 2000-EXIT
015600         UNTIL FIN-LST.
015700     PERFORM 2900-CONTROLE-PIED THRU 2900-EXIT.
015800     PERFORM 3000-OUVRIR-CHARGEMENT THRU 3000-EXIT.
015900     PERFORM 3100-UNE-ENTREE THRU 3100-EXIT
016000         UNTIL FIN-LST.
016100     PERFORM 3800-ENREG-CONTROLE THRU 3800-EXIT.
016200     PERFORM 3900-BILAN THRU 3900-EXIT.
016300     CLOSE LSTFIC WLSFIC ETATLST.
016400     DISPLAY 'GSSC740 - VERSION CHARGEE : ' W-VERSION-LISTE.
016500     DISPLAY 'GSSC740 - ENTREES LUES    : ' CPT-LUES.
016600     DISPLAY 'GSSC740 - CHARGEES        : ' CPT-CHARGEES.
016700     DISPLAY 'GSSC740 - REJETEES        : ' CPT-REJETEES.
016800     DISPLAY 'GSSC740 - DOUBLES         : ' CPT-DOUBLES.
016900     IF CPT-REJETEES GREATER ZERO OR CPT-DOUBLES GREATER ZERO
017000         MOVE 4 TO RETURN-CODE.
017100 0000-FIN.
017200     GOBACK.
017300 0000-EXIT.
017400     EXIT.
017500******************************************************************
017600*  1000-INITIALISATION : ENTETE DU FICHIER RECU ET VERSION EN    *
017700*  PLACE - UNE EDITION PLUS ANCIENNE QUE LA LISTE CHARGEE EST    *
017800*  REFUSEE                                                       *
017900******************************************************************
018000 1000-INITIALISATION.
018100     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
018200     OPEN INPUT LSTFIC.
018300     IF NOT W-LST-OK
018400         MOVE 'OPEN LSTFIC' TO W-MOTIF-ABANDON
018500         GO TO 9900-ABANDON.
018600     PERFORM 8100-LIRE-LST THRU 8100-EXIT.
018700     IF FIN-LST OR NOT LST-ENTETE
018800         MOVE 'ENTETE LSTFIC ABSENTE' TO W-MOTIF-ABANDON
018900         GO TO 9900-ABANDON.
019000     IF LST-DATE-LISTE NOT NUMERIC OR LST-NUMERO NOT NUMERIC
019100         MOVE 'ENTETE LSTFIC NON NUMERIQUE' TO W-MOTIF-ABANDON
019200         GO TO 9900-ABANDON.
019300     COMPUTE W-VERSION-LISTE =
019400         LST-DATE-LISTE * 10000 + LST-NUMERO.
019500     PERFORM 1100-VERSION-EN-PLACE THRU 1100-EXIT.
019600     IF W-VERSION-LISTE LESS W-VERSION-EN-PLACE
019700         MOVE 'EDITION PLUS ANCIENNE QUE LA LISTE EN PLACE'
019800           TO W-MOTIF-ABANDON
019900         GO TO 9900-ABANDON.
020000 1000-EXIT.
020100     EXIT.
020200******************************************************************
020300*  1100-VERSION-EN-PLACE : VERSION PORTEE PAR L ENREGISTREMENT   *
020400*  DE CONTROLE - LISTE ABSENTE OU VIDE = PREMIER CHARGEMENT      *
020500******************************************************************
020600 1100-VERSION-EN-PLACE.
020700     MOVE ZERO TO W-VERSION-EN-PLACE.
020800     OPEN INPUT WLSFIC.
020900     IF NOT W-WLS-OK
021000         GO TO 1100-EXIT.
021100     MOVE '00000000' TO WLS-PHONETIQUE.
021200     MOVE SPACES     TO WLS-REFERENCE.
021300     READ WLSFIC.
021400     IF W-WLS-OK
021500         MOVE WLC-VERSION TO W-VERSION-EN-PLACE.
021600     CLOSE WLSFIC.
021700 1100-EXIT.
021800     EXIT.
021900******************************************************************
022000*  2000-CONTROLER : PASSE 1 - COMPTE DES ENTREES JUSQU AU PIED   *
022100******************************************************************
022200 2000-CONTROLER.
022300     PERFORM 8100-LIRE-LST THRU 8100-EXIT.
022400     IF FIN-LST
022500         GO TO 2000-EXIT.
022600     IF LST-ENTREE
022700         ADD 1 TO CPT-ENTREES-PASSE1
022800         GO TO 2000-EXIT.
022900     IF LST-PIED
023000         MOVE 'O' TO W-PIED-LU
023100         MOVE LST-NB-ENTREES TO W-NB-PIED
023200         MOVE 'O' TO W-FIN-LST
023300         GO TO 2000-EXIT.
023400     MOVE 'CODE ENREGISTREMENT LSTFIC INCONNU' TO W-MOTIF-ABANDON.
023500     GO TO 9900-ABANDON.
023600 2000-EXIT.
023700     EXIT.
023800******************************************************************
023900*  2900-CONTROLE-PIED : PIED PRESENT ET NOMBRE JUSTE, SINON LA   *
024000*  LISTE EN PLACE RESTE INTACTE                                  *
024100******************************************************************
024200 2900-CONTROLE-PIED.
024300     IF W-PIED-LU NOT = 'O'
024400         MOVE 'PIED LSTFIC ABSENT - LISTE TRONQUEE'
024500           TO W-MOTIF-ABANDON
024600         GO TO 9900-ABANDON.
024700     IF W-NB-PIED NOT = CPT-ENTREES-PASSE1
024800         MOVE 'PIED LSTFIC - NOMBRE D ENTREES DISCORDANT'
024900           TO W-MOTIF-ABANDON
025000         GO TO 9900-ABANDON.
025100     CLOSE LSTFIC.
025200 2900-EXIT.
025300     EXIT.
025400******************************************************************
025500*  3000-OUVRIR-CHARGEMENT : RELECTURE DU FICHIER RECU, LISTE     *
025600*  RECREEE, ENTETE D ETAT                                        *
025700******************************************************************
025800 3000-OUVRIR-CHARGEMENT.
025900     MOVE 'N' TO W-FIN-LST.
026000     OPEN INPUT LSTFIC.
026100     IF NOT W-LST-OK
026200         MOVE 'OPEN LSTFIC' TO W-MOTIF-ABANDON
026300         GO TO 9900-ABANDON.
026400     OPEN OUTPUT WLSFIC.
026500     IF NOT W-WLS-OK
026600         MOVE 'OPEN WLSFIC' TO W-MOTIF-ABANDON
026700         GO TO 9900-ABANDON.
026800     OPEN OUTPUT ETATLST.
026900     IF NOT W-ETL-OK
027000         MOVE 'OPEN ETATLST' TO W-MOTIF-ABANDON
027100         GO TO 9900-ABANDON.
027200     MOVE W-VERSION-LISTE TO ETE-VERSION.
027300     WRITE ETL-LIGNE FROM ETL-ENTETE.
027400*    L ENTETE DEJA CONTROLE EST SAUTE
027500     PERFORM 8100-LIRE-LST THRU 8100-EXIT.
027600 3000-EXIT.
027700     EXIT.
027800******************************************************************
027900*  3100-UNE-ENTREE : PASSE 2 - CONTROLE DE L ENTREE, CLE SONORE  *
028000*  ET ECRITURE                                                   *
028100******************************************************************
028200 3100-UNE-ENTREE.
028300     PERFORM 8100-LIRE-LST THRU 8100-EXIT.
028400     IF FIN-LST
028500         GO TO 3100-EXIT.
028600     IF LST-PIED
028700         MOVE 'O' TO W-FIN-LST
028800         GO TO 3100-EXIT.
028900     ADD 1 TO CPT-LUES.
029000     MOVE SPACES TO W-MOTIF-REJET.
029100     IF LST-REFERENCE = SPACES
029200         MOVE 'REFERENCE ABSENTE' TO W-MOTIF-REJET.
029300     IF LST-LISTE = SPACES
029400         MOVE 'LISTE D ORIGINE ABSENTE' TO W-MOTIF-REJET.
029500     IF LST-NOM = SPACES
029600         MOVE 'NOM ABSENT' TO W-MOTIF-REJET.
029700     IF LST-DATE-INSCRIPTION NOT NUMERIC
029800         MOVE 'DATE D INSCRIPTION NON NUMERIQUE' TO W-MOTIF-REJET.
029900     IF W-MOTIF-REJET NOT = SPACES
030000         ADD 1 TO CPT-REJETEES
030100         PERFORM 3200-LIGNE-ETAT THRU 3200-EXIT
030200         GO TO 3100-EXIT.
030300     MOVE LST-NOM TO PHZ-NOM.
030400     CALL 'GSPH520' USING PHZ-ZONE.
030500     MOVE SPACES               TO WLS-ENREG.
030600     MOVE PHZ-CLE              TO WLS-PHONETIQUE.
030700     MOVE LST-REFERENCE        TO WLS-REFERENCE.
030800     MOVE LST-LISTE            TO WLS-LISTE.
030900     MOVE LST-NOM              TO WLS-NOM.
031000     MOVE LST-ID-NAT           TO WLS-ID-NAT.
031100     MOVE LST-DATE-INSCRIPTION TO WLS-DATE-INSCRIPTION.
031200     MOVE W-DATE-JOUR          TO WLS-DATE-CHARGE.
031300     WRITE WLS-ENREG.
031400     IF W-WLS-DOUBLE
031500         ADD 1 TO CPT-DOUBLES
031600         MOVE 'DOUBLE - MEME CLE SONORE ET REFERENCE'
031700           TO W-MOTIF-REJET
031800         PERFORM 3200-LIGNE-ETAT THRU 3200-EXIT
031900         GO TO 3100-EXIT.
032000     IF NOT W-WLS-OK
032100         MOVE 'WRITE WLSFIC' TO W-MOTIF-ABANDON
032200         GO TO 9900-ABANDON.
032300     ADD 1 TO CPT-CHARGEES.
032400 3100-EXIT.
032500     EXIT.
032600******************************************************************
032700*  3200-LIGNE-ETAT : ENTREE NON CHARGEE ET SON MOTIF             *
032800******************************************************************
032900 3200-LIGNE-ETAT.
033000     MOVE LST-REFERENCE TO ETD-REFERENCE.
033100     MOVE LST-LISTE     TO ETD-LISTE.
033200     MOVE LST-NOM       TO ETD-NOM.
033300     MOVE W-MOTIF-REJET TO ETD-MOTIF.
033400     WRITE ETL-LIGNE FROM ETL-DETAIL.
033500 3200-EXIT.
033600     EXIT.
033700******************************************************************
033800*  3800-ENREG-CONTROLE : VERSION CHARGEE - LA VERSION FILTREE    *
033900*  REPART A ZERO POUR DECLENCHER LE REFILTRAGE GSSC742           *
034000******************************************************************
034100 3800-ENREG-CONTROLE.
034200     MOVE SPACES          TO WLS-ENREG.
034300     MOVE '00000000'      TO WLS-PHONETIQUE.
034400     MOVE W-VERSION-LISTE TO WLC-VERSION.
034500     MOVE CPT-CHARGEES    TO WLC-NB-ENTREES.
034600     MOVE W-DATE-JOUR     TO WLC-DATE-CHARGE.
034700     MOVE ZERO            TO WLC-VERSION-FILTREE
034800                             WLC-DATE-FILTRAGE.
034900     WRITE WLS-ENREG.
035000     IF NOT W-WLS-OK
035100         MOVE 'WRITE WLSFIC - CONTROLE' TO W-MOTIF-ABANDON
035200         GO TO 9900-ABANDON.
035300 3800-EXIT.
035400     EXIT.
035500******************************************************************
035600*  3900-BILAN : LUES = CHARGEES + REJETEES + DOUBLES, ET LUES =  *
035700*  NOMBRE DE LA PASSE 1                                          *
035800******************************************************************
035900 3900-BILAN.
036000     MOVE CPT-LUES     TO ETT-LUES.
036100     MOVE CPT-CHARGEES TO ETT-CHARGEES.
036200     MOVE CPT-REJETEES TO ETT-REJETEES.
036300     MOVE CPT-DOUBLES  TO ETT-DOUBLES.
036400     WRITE ETL-LIGNE FROM ETL-TOTAL.
036500     IF CPT-LUES NOT = CPT-ENTREES-PASSE1
036600         MOVE 'BILAN - PASSE 2 DIFFERENTE DE LA PASSE 1'
036700           TO W-MOTIF-ABANDON
036800         GO TO 9900-ABANDON.
036900     IF CPT-LUES NOT = CPT-CHARGEES + CPT-REJETEES + CPT-DOUBLES
037000         MOVE 'BILAN - ENTREES NON JUSTIFIEES' TO W-MOTIF-ABANDON
037100         GO TO 9900-ABANDON.
037200 3900-EXIT.
037300     EXIT.
037400******************************************************************
037500*  8100-LIRE-LST : LECTURE DU FICHIER RECU                       *
037600******************************************************************
037700 8100-LIRE-LST.
037800     READ LSTFIC.
037900     IF W-LST-FIN
038000         MOVE 'O' TO W-FIN-LST
038100         GO TO 8100-EXIT.
038200     IF NOT W-LST-OK
038300         MOVE 'READ LSTFIC' TO W-MOTIF-ABANDON
038400         GO TO 9900-ABANDON.
038500 8100-EXIT.
038600     EXIT.
038700******************************************************************
038800*  9900-ABANDON : ARRET ANORMAL                                  *
038900******************************************************************
039000 9900-ABANDON.
039100     DISPLAY 'GSSC740 - ABANDON : ' W-MOTIF-ABANDON.
039200     DISPLAY 'GSSC740 - STATUS LSTFIC : ' W-LSTFIC-STATUS.
039300     DISPLAY 'GSSC740 - STATUS WLSFIC : ' W-WLSFIC-STATUS.
039400     MOVE 16 TO RETURN-CODE.
039500     STOP RUN.
