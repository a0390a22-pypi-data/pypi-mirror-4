000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSIM125.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSIM125 : CHARGEMENT NOCTURNE DE L INDEX DES DOCUMENTS        *
000900*  ------------------------------------------------------------  *
001000*  L IMAGERIE EXPORTE CHAQUE NUIT LES DOCUMENTS NUMERISES DU     *
001100*  JOUR (CONTRATS SIGNES, PIECES D IDENTITE, DECISIONS DE        *
001200*  JUSTICE ...) RATTACHES A UNE CLE FFFFFGS. CHAQUE LIGNE DE     *
001300*  L EXPORT IMGEXP PORTE UNE ACTION :                            *
001400*   A = AJOUT OU MISE A JOUR DE L ENTREE D INDEX (CLE + REFERENCE*
001500*       IMAGE) - TYPE, DATE DE RECEPTION, CLASSE ET LIBELLE SONT *
001600*       REPRIS DE L EXPORT (UN LIBELLE A BLANC GARDE CELUI DEJA  *
001700*       PRESENT) ;                                               *
001800*   S = SUPPRESSION DE L ENTREE (DOCUMENT RETIRE DE L IMAGERIE). *
001900*  CONTROLES : CLE CONNUE DU MAITRE, TYPE EN VIGUEUR A REFTBL    *
002000*  DOCT, CLASSE DE RETENTION EN VIGUEUR A REFTBL DOCR AVEC UNE   *
002100*  DUREE NUMERIQUE, DATE DE RECEPTION VALIDE ET NON FUTURE.      *
002200*  TOUTE LIGNE EN ECHEC EST PORTEE A L ETAT ETATIMG AVEC SON     *
002300*  MOTIF ; CODE RETOUR 4 S IL Y A DES REJETS.                    *
002400*  LA PASSE EST REJOUABLE TELLE QUELLE (AJOUT SUR ENTREE         *
002500*  EXISTANTE = MISE A JOUR).                                     *
002600*  ------------------------------------------------------------  *
002700*  ENTREE  : IMGEXP   EXPORT DE L IMAGERIE                       *
002800*            FFFFFGS  FICHIER MAITRE (LECTURE DIRECTE)           *
002900*            REFTBL   (PAR GSRT060) TYPES DOCT ET DOCR           *
003000*  M-A-J   : DOCFIC   INDEX DES DOCUMENTS                        *
003100*  SORTIE  : ETATIMG  REJETS ET COMPTES DU CHARGEMENT            *
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
004600     SELECT IMGEXP  ASSIGN  IMGEXP
004700       ORGANIZATION  SEQUENTIAL
004800       FILE STATUS   W-IMGEXP-STATUS.
004900     SELECT FFFFFGS ASSIGN  FFFFFGS
005000       ORGANIZATION  INDEXED
005100       ACCESS MODE   RANDOM
005200       RECORD KEY    FFFFFGS-CLE
005300       FILE STATUS   W-FFFFFGS-STATUS.
005400     SELECT DOCFIC  ASSIGN  DOCFIC
005500       ORGANIZATION  INDEXED
005600       ACCESS MODE   RANDOM
005700       RECORD KEY    DOC-CLE
005800       FILE STATUS   W-DOCFIC-STATUS.
005900     SELECT ETATIMG ASSIGN  ETATIMG
006000       ORGANIZATION  SEQUENTIAL
006100       FILE STATUS   W-ETATIMG-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  IMGEXP
006500     LABEL RECORD STANDARD
006600     DATA RECORD IMX-ENREG.
006700 01  IMX-ENREG.
006800     05  IMX-ACTION                  PIC X(01).
006900         88  IMX-AJOUT               VALUE 'A'.
007000         88  IMX-SUPPRESSION         VALUE 'S'.
007100     05  IMX-FGS-CLE                 PIC X(15).
007200     05  IMX-REF-IMAGE               PIC X(12).
007300     05  IMX-TYPE                    PIC X(04).
007400     05  IMX-DATE-RECEPTION          PIC X(08).
007500     05  IMX-DATE-RECEPTION-9 REDEFINES IMX-DATE-RECEPTION
007600                                     PIC 9(08).
007700     05  IMX-CLASSE                  PIC X(02).
007800     05  IMX-LIBELLE                 PIC X(30).
007900     05  FILLER                      PIC X(08).
008000 FD  FFFFFGS
008100     LABEL RECORD STANDARD
008200     DATA RECORD FFFFFGS-ENREG.
008300 COPY FFFFFFGS.
008400 FD  DOCFIC
008500     LABEL RECORD STANDARD
008600     DATA RECORD DOC-ENREG.
008700 COPY FFFFFGDX.
008800 FD  ETATIMG
008900     LABEL RECORD STANDARD
009000     DATA RECORD EIM-LIGNE.
009100 01  EIM-LIGNE                       PIC X(132).
009200 WORKING-STORAGE SECTION.
009300 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
009400 77  CPT-CREES                       PIC S9(08) COMP VALUE ZERO.
009500 77  CPT-MODIFIEES                   PIC S9(08) COMP VALUE ZERO.
009600 77  CPT-SUPPRIMEES                  PIC S9(08) COMP VALUE ZERO.
009700 77  CPT-REJETEES                    PIC S9(08) COMP VALUE ZERO.
009800 01  W-FIN-IMX                       PIC X(01) VALUE 'N'.
009900     88  FIN-IMX                     VALUE 'O'.
010000 01  W-IMGEXP-STATUS                 PIC X(02).
010100     88  W-IMX-OK                    VALUE '00'.
010200     88  W-IMX-FIN                   VALUE '10'.
010300 COPY FFFFFGSW.
010400 01  W-DOCFIC-STATUS                 PIC X(02).
010500     88  W-DOC-OK                    VALUE '00'.
010600     88  W-DOC-ABSENT                VALUE '23'.
010700 01  W-ETATIMG-STATUS                PIC X(02).
010800     88  W-EIM-OK                    VALUE '00'.
010900 01  W-MOTIF-ABANDON                 PIC X(40).
011000 01  W-DATE-JOUR                     PIC 9(08).
011100 01  W-REJET                         PIC X(40).
011200 01  W-EXISTE                        PIC X(01).
011300 01  W-MM                            PIC 9(02).
011400 01  W-JJ                            PIC 9(02).
011500 COPY GSREFZ.
011600 01  EIM-ENTETE.
011700     05  FILLER                      PIC X(50)
011800         VALUE 'GSIM125 - CHARGEMENT DE L INDEX DES DOCUMENTS - '.
011900     05  FILLER                      PIC X(07) VALUE 'DATE : '.
012000     05  EIM-E-DATE                  PIC 9(08).
012100     05  FILLER                      PIC X(67) VALUE SPACES.
012200 01  EIM-TITRES.
012300     05  FILLER                      PIC X(03) VALUE 'A'.
012400     05  FILLER                      PIC X(17) VALUE 'CLE'.
012500     05  FILLER                      PIC X(14) VALUE 'REF IMAGE'.
012600     05  FILLER                      PIC X(06) VALUE 'TYPE'.
012700     05  FILLER                      PIC X(10) VALUE 'RECEPTION'.
012800     05  FILLER                      PIC X(04) VALUE 'CL'.
012900     05  FILLER                      PIC X(78)
012950         VALUE 'MOTIF DU REJET'.
013000 01  EIM-DETAIL.
013100     05  EIM-D-ACTION                PIC X(01).
013200     05  FILLER                      PIC X(02) VALUE SPACES.
013300     05  EIM-D-CLE                   PIC X(15).
013400     05  FILLER                      PIC X(02) VALUE SPACES.
013500     05  EIM-D-REF                   PIC X(12).
013600     05  FILLER                      PIC X(02) VALUE SPACES.
013700     05  EIM-D-TYPE                  PIC X(04).
013800     05  FILLER                      PIC X(02) VALUE SPACES.
013900     05  EIM-D-DATE                  PIC X(08).
014000     05  FILLER                      PIC X(02) VALUE SPACES.
014100     05  EIM-D-CLASSE                PIC X(02).
014200     05  FILLER                      PIC X(02) VALUE SPACES.
014300     05  EIM-D-MOTIF                 PIC X(40).
014400     05  FILLER                      PIC X(38) VALUE SPACES.
014500 01  EIM-COMPTE.
014600     05  EIM-C-LIBELLE               PIC X(30).
014700     05  FILLER                      PIC X(06) VALUE ' NB : '.
014800     05  EIM-C-NB                    PIC Z(07)9.
014900     05  FILLER                      PIC X(88) VALUE SPACES.
015000 PROCEDURE DIVISION.
015100******************************************************************
015200*  0000-MAINLINE : L EXPORT DE L IMAGERIE LIGNE A LIGNE          *
015300******************************************************************
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
015600     PERFORM 2000-UNE-LIGNE THRU 2000-EXIT
015700         UNTIL FIN-IMX.
015800     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
015900     IF CPT-REJETEES GREATER ZERO
016000         MOVE 4 TO RETURN-CODE.
016100     GOBACK.
016200 0000-EXIT.
016300     EXIT.
016400******************************************************************
016500*  1000-INITIALISATION : OUVERTURES ET ENTETE DE L ETAT          *
016600******************************************************************
016700 1000-INITIALISATION.
016800     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
016900     OPEN INPUT IMGEXP.
017000     IF NOT W-IMX-OK
017100         MOVE 'OPEN IMGEXP'  TO W-MOTIF-ABANDON
017200         GO TO 9900-ABANDON.
017300     OPEN INPUT FFFFFGS.
017400     IF NOT W-FGS-OK
017500         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
017600         GO TO 9900-ABANDON.
017700     OPEN I-O DOCFIC.
017800     IF NOT W-DOC-OK
017900         MOVE 'OPEN DOCFIC'  TO W-MOTIF-ABANDON
018000         GO TO 9900-ABANDON.
018100     OPEN OUTPUT ETATIMG.
018200     IF NOT W-EIM-OK
018300         MOVE 'OPEN ETATIMG' TO W-MOTIF-ABANDON
018400         GO TO 9900-ABANDON.
018500     MOVE W-DATE-JOUR TO EIM-E-DATE.
018600     WRITE EIM-LIGNE FROM EIM-ENTETE.
018700     WRITE EIM-LIGNE FROM EIM-TITRES.
018800     MOVE SPACES TO EIM-LIGNE.
018900     WRITE EIM-LIGNE.
019000     PERFORM 8100-LIRE-IMX THRU 8100-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300******************************************************************
019400*  2000-UNE-LIGNE : AIGUILLAGE SUR L ACTION DE L EXPORT          *
019500******************************************************************
019600 2000-UNE-LIGNE.
019700     MOVE SPACES TO W-REJET.
019800     IF IMX-FGS-CLE = SPACES OR IMX-REF-IMAGE = SPACES
019900         MOVE 'CLE OU REFERENCE IMAGE ABSENTE' TO W-REJET
020000         PERFORM 3800-REJETER THRU 3800-EXIT
020100         GO TO 2000-SUIVANT.
020200     MOVE IMX-FGS-CLE   TO DOC-FGS-CLE.
020300     MOVE IMX-REF-IMAGE TO DOC-REF-IMAGE.
020400     IF IMX-SUPPRESSION
020500         PERFORM 3000-SUPPRIMER THRU 3000-EXIT
020600         GO TO 2000-SUIVANT.
020700     IF NOT IMX-AJOUT
020800         MOVE 'ACTION INCONNUE (A OU S)' TO W-REJET
020900         PERFORM 3800-REJETER THRU 3800-EXIT
021000         GO TO 2000-SUIVANT.
021100     PERFORM 2100-CONTROLER THRU 2100-EXIT.
021200     IF W-REJET NOT = SPACES
021300         PERFORM 3800-REJETER THRU 3800-EXIT
021400         GO TO 2000-SUIVANT.
021500     PERFORM 3100-AJOUTER THRU 3100-EXIT.
021600 2000-SUIVANT.
021700     PERFORM 8100-LIRE-IMX THRU 8100-EXIT.
021800 2000-EXIT.
021900     EXIT.
022000******************************************************************
022100*  2100-CONTROLER : CLE AU MAITRE, DATE, TYPE ET CLASSE A REFTBL *
022200*  (W-REJET POSE AU PREMIER CONTROLE EN ECHEC)                   *
022300******************************************************************
022400 2100-CONTROLER.
022500     MOVE IMX-FGS-CLE TO FFFFFGS-CLE.
022600     READ FFFFFGS.
022700     IF W-FGS-ABSENT
022800         MOVE 'CLE INCONNUE DU FICHIER MAITRE' TO W-REJET
022900         GO TO 2100-EXIT.
023000     IF NOT W-FGS-OK
023100         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
023200         GO TO 9900-ABANDON.
023300     IF IMX-DATE-RECEPTION NOT NUMERIC
023400         MOVE 'DATE DE RECEPTION NON NUMERIQUE' TO W-REJET
023500         GO TO 2100-EXIT.
023600     MOVE IMX-DATE-RECEPTION (5:2) TO W-MM.
023700     MOVE IMX-DATE-RECEPTION (7:2) TO W-JJ.
023800     IF W-MM LESS 1 OR W-MM GREATER 12
023900      OR W-JJ LESS 1 OR W-JJ GREATER 31
024000         MOVE 'DATE DE RECEPTION INVALIDE' TO W-REJET
024100         GO TO 2100-EXIT.
024200     IF IMX-DATE-RECEPTION-9 GREATER W-DATE-JOUR
024300         MOVE 'DATE DE RECEPTION FUTURE' TO W-REJET
024400         GO TO 2100-EXIT.
024500     MOVE 'DOCT'        TO REF-D-TYPE.
024600     MOVE SPACES        TO REF-D-CODE.
024700     MOVE IMX-TYPE      TO REF-D-CODE (1:4).
024800     MOVE W-DATE-JOUR   TO REF-D-DATE.
024900     CALL 'GSRT060' USING REF-DEM.
025000     IF REF-D-INCIDENT
025100         MOVE 'GSRT060 - LECTURE REFTBL DOCT' TO W-MOTIF-ABANDON
025200         GO TO 9900-ABANDON.
025300     IF NOT REF-D-TROUVE
025400         MOVE 'TYPE DE DOCUMENT INCONNU (DOCT)' TO W-REJET
025500         GO TO 2100-EXIT.
025600     MOVE 'DOCR'        TO REF-D-TYPE.
025700     MOVE SPACES        TO REF-D-CODE.
025800     MOVE IMX-CLASSE    TO REF-D-CODE (1:2).
025900     MOVE W-DATE-JOUR   TO REF-D-DATE.
026000     CALL 'GSRT060' USING REF-DEM.
026100     IF REF-D-INCIDENT
026200         MOVE 'GSRT060 - LECTURE REFTBL DOCR' TO W-MOTIF-ABANDON
026300         GO TO 9900-ABANDON.
026400     IF NOT REF-D-TROUVE
026500         MOVE 'CLASSE DE RETENTION INCONNUE (DOCR)' TO W-REJET
026600         GO TO 2100-EXIT.
026700     IF REF-D-LIB-COURT (1:3) NOT NUMERIC
026800         MOVE 'CLASSE DE RETENTION SANS DUREE' TO W-REJET.
026900 2100-EXIT.
027000     EXIT.
027100******************************************************************
027200*  3000-SUPPRIMER : DOCUMENT RETIRE DE L IMAGERIE                *
027300******************************************************************
027400 3000-SUPPRIMER.
027500     READ DOCFIC.
027600     IF W-DOC-ABSENT
027700         MOVE 'DOCUMENT ABSENT DE L INDEX' TO W-REJET
027800         PERFORM 3800-REJETER THRU 3800-EXIT
027900         GO TO 3000-EXIT.
028000     IF NOT W-DOC-OK
028100         MOVE 'READ DOCFIC' TO W-MOTIF-ABANDON
028200         GO TO 9900-ABANDON.
028300     DELETE DOCFIC.
028400     IF NOT W-DOC-OK
028500         MOVE 'DELETE DOCFIC' TO W-MOTIF-ABANDON
028600         GO TO 9900-ABANDON.
028700     ADD 1 TO CPT-SUPPRIMEES.
028800 3000-EXIT.
028900     EXIT.
029000******************************************************************
029100*  3100-AJOUTER : CREATION OU MISE A JOUR DE L ENTREE D INDEX    *
029200******************************************************************
029300 3100-AJOUTER.
029400     MOVE 'O' TO W-EXISTE.
029500     READ DOCFIC.
029600     IF W-DOC-ABSENT
029700         MOVE 'N' TO W-EXISTE
029800         MOVE SPACES        TO DOC-ENREG
029900         MOVE IMX-FGS-CLE   TO DOC-FGS-CLE
030000         MOVE IMX-REF-IMAGE TO DOC-REF-IMAGE
030100     ELSE
030200         IF NOT W-DOC-OK
030300             MOVE 'READ DOCFIC' TO W-MOTIF-ABANDON
030400             GO TO 9900-ABANDON.
030500     MOVE IMX-TYPE             TO DOC-TYPE.
030600     MOVE IMX-DATE-RECEPTION-9 TO DOC-DATE-RECEPTION.
030700     MOVE IMX-CLASSE           TO DOC-CLASSE-RETENTION.
030800     IF IMX-LIBELLE NOT = SPACES
030900         MOVE IMX-LIBELLE      TO DOC-LIBELLE.
031000     MOVE 'I'                  TO DOC-ORIGINE.
031100     MOVE 'GSIM125'            TO DOC-SAISI-PAR.
031200     MOVE W-DATE-JOUR          TO DOC-DATE-MAJ.
031300     IF W-EXISTE = 'O'
031400         GO TO 3100-REECRIRE.
031500     WRITE DOC-ENREG.
031600     IF NOT W-DOC-OK
031700         MOVE 'WRITE DOCFIC' TO W-MOTIF-ABANDON
031800         GO TO 9900-ABANDON.
031900     ADD 1 TO CPT-CREES.
032000     GO TO 3100-EXIT.
032100 3100-REECRIRE.
032200     REWRITE DOC-ENREG.
032300     IF NOT W-DOC-OK
032400         MOVE 'REWRITE DOCFIC' TO W-MOTIF-ABANDON
032500         GO TO 9900-ABANDON.
032600     ADD 1 TO CPT-MODIFIEES.
032700 3100-EXIT.
032800     EXIT.
032900******************************************************************
033000*  3800-REJETER : LIGNE D EXPORT EN ECHEC PORTEE A L ETAT        *
033100******************************************************************
033200 3800-REJETER.
033300     MOVE IMX-ACTION         TO EIM-D-ACTION.
033400     MOVE IMX-FGS-CLE        TO EIM-D-CLE.
033500     MOVE IMX-REF-IMAGE      TO EIM-D-REF.
033600     MOVE IMX-TYPE           TO EIM-D-TYPE.
033700     MOVE IMX-DATE-RECEPTION TO EIM-D-DATE.
033800     MOVE IMX-CLASSE         TO EIM-D-CLASSE.
033900     MOVE W-REJET            TO EIM-D-MOTIF.
034000     WRITE EIM-LIGNE FROM EIM-DETAIL.
034100     ADD 1 TO CPT-REJETEES.
034200 3800-EXIT.
034300     EXIT.
034400******************************************************************
034500*  4000-TERMINAISON : COMPTES DU CHARGEMENT ET FERMETURES        *
034600******************************************************************
034700 4000-TERMINAISON.
034800     MOVE SPACES TO EIM-LIGNE.
034900     WRITE EIM-LIGNE.
035000     MOVE 'LIGNES LUES'          TO EIM-C-LIBELLE.
035100     MOVE CPT-LUES               TO EIM-C-NB.
035200     WRITE EIM-LIGNE FROM EIM-COMPTE.
035300     MOVE 'DOCUMENTS CREES'      TO EIM-C-LIBELLE.
035400     MOVE CPT-CREES              TO EIM-C-NB.
035500     WRITE EIM-LIGNE FROM EIM-COMPTE.
035600     MOVE 'DOCUMENTS MIS A JOUR' TO EIM-C-LIBELLE.
035700     MOVE CPT-MODIFIEES          TO EIM-C-NB.
035800     WRITE EIM-LIGNE FROM EIM-COMPTE.
035900     MOVE 'DOCUMENTS SUPPRIMES'  TO EIM-C-LIBELLE.
036000     MOVE CPT-SUPPRIMEES         TO EIM-C-NB.
036100     WRITE EIM-LIGNE FROM EIM-COMPTE.
036200     MOVE 'LIGNES REJETEES'      TO EIM-C-LIBELLE.
036300     MOVE CPT-REJETEES           TO EIM-C-NB.
036400     WRITE EIM-LIGNE FROM EIM-COMPTE.
036500     CLOSE IMGEXP FFFFFGS DOCFIC ETATIMG.
036600 4000-EXIT.
036700     EXIT.
036800******************************************************************
036900*  8100-LIRE-IMX : LIGNE SUIVANTE DE L EXPORT                    *
037000******************************************************************
037100 8100-LIRE-IMX.
037200     READ IMGEXP.
037300     IF W-IMX-FIN
037400         MOVE 'O' TO W-FIN-IMX
037500         GO TO 8100-EXIT.
037600     IF NOT W-IMX-OK
037700         MOVE 'READ IMGEXP' TO W-MOTIF-ABANDON
037800         GO TO 9900-ABANDON.
037900     ADD 1 TO CPT-LUES.
038000 8100-EXIT.
038100     EXIT.
038200******************************************************************
038300*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
038400******************************************************************
038500 9900-ABANDON.
038600     DISPLAY 'GSIM125 - ABANDON : ' W-MOTIF-ABANDON.
038700     MOVE 16 TO RETURN-CODE.
038800     STOP RUN.
