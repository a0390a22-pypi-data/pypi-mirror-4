000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSAB361.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSAB361 : ACCUSES DE REMISE DE LA PASSERELLE DE MESSAGERIE    *
000900*            RAPPROCHES DES ALERTES EMISES                       *
001000*  ------------------------------------------------------------  *
001100*  LA PASSERELLE RETOURNE UN ACCUSE PAR NOTIFICATION (RECALE :   *
001200*  REFERENCE NTF-REFERENCE + ETAT D = DELIVREE, E = ECHEC,       *
001300*  X = EXPIREE + HORODATE + MOTIF). CE PASSAGE LE RAPPROCHE DES  *
001400*  NOTIFICATIONS EMISES PAR GSAB360 (NOTEMIS : NOTALE DU         *
001500*  PASSAGE) ET DE CELLES ENCORE SANS ACCUSE DES PASSAGES         *
001600*  PRECEDENTS (NOTATTIN), SUR LE MODELE DE GSPB093.              *
001700*  CARTE NOTPARM : DELAI DE GRACE EN JOURS OUVRES (3 CHIFFRES)   *
001800*  SORTIES : ETATNOT   ECHECS DE REMISE, NOTIFICATIONS SANS      *
001900*                      ACCUSE AU DELA DU DELAI, TOTAUX PAR CANAL *
002000*            NOTATTOUT NOTIFICATIONS TOUJOURS SANS ACCUSE        *
002100*  ------------------------------------------------------------  *
002200*  HISTORIQUE DES MODIFICATIONS                                  *
002300*  15/10/26  DA  CREATION                                        *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.
002800     IBM-370.
002900 OBJECT-COMPUTER.
003000     IBM-370.
003100 SPECIAL-NAMES.
003200     DECIMAL-POINT IS COMMA.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RECALE  ASSIGN  RECALE
003600       ORGANIZATION  SEQUENTIAL
003700       FILE STATUS   W-RECALE-STATUS.
003800     SELECT NOTEMIS ASSIGN  NOTEMIS
003900       ORGANIZATION  SEQUENTIAL
004000       FILE STATUS   W-NOTEMIS-STATUS.
004100     SELECT NOTATTIN ASSIGN NOTATTIN
004200       ORGANIZATION  SEQUENTIAL
004300       FILE STATUS   W-NOTATTIN-STATUS.
004400     SELECT NOTATTOUT ASSIGN NOTATTOUT
004500       ORGANIZATION  SEQUENTIAL
004600       FILE STATUS   W-NOTATTOUT-STATUS.
004700     SELECT ETATNOT ASSIGN  ETATNOT
004800       ORGANIZATION  SEQUENTIAL
004900       FILE STATUS   W-ETATNOT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RECALE
005300     LABEL RECORD STANDARD
005400     DATA RECORD RCP-ENREG.
005500 01  RCP-ENREG.
005600     05  RCP-REFERENCE               PIC X(20).
005700     05  RCP-ETAT                    PIC X(01).
005800     05  RCP-DATE                    PIC 9(08).
005900     05  RCP-HEURE                   PIC 9(06).
006000     05  RCP-MOTIF                   PIC X(30).
006100     05  FILLER                      PIC X(15).
006200 FD  NOTEMIS
006300     LABEL RECORD STANDARD
006400     DATA RECORD NTE-ENREG.
006500 01  NTE-ENREG                       PIC X(200).
006600 FD  NOTATTIN
006700     LABEL RECORD STANDARD
006800     DATA RECORD NTA-ENREG.
006900 01  NTA-ENREG                       PIC X(200).
007000 FD  NOTATTOUT
007100     LABEL RECORD STANDARD
007200     DATA RECORD NTO-ENREG.
007300 01  NTO-ENREG                       PIC X(200).
007400 FD  ETATNOT
007500     LABEL RECORD STANDARD
007600     DATA RECORD ENO-LIGNE.
007700 01  ENO-LIGNE                       PIC X(132).
007800 WORKING-STORAGE SECTION.
007900 77  CPT-EMISES                      PIC S9(08) COMP VALUE ZERO.
008000 77  CPT-DELIVRE-SMS                 PIC S9(08) COMP VALUE ZERO.
008100 77  CPT-DELIVRE-COURRIEL            PIC S9(08) COMP VALUE ZERO.
008200 77  CPT-ECHECS                      PIC S9(08) COMP VALUE ZERO.
008300 77  CPT-EN-ATTENTE                  PIC S9(08) COMP VALUE ZERO.
008400 77  CPT-HORS-DELAI                  PIC S9(08) COMP VALUE ZERO.
008500 77  CPT-INCONNUS                    PIC S9(08) COMP VALUE ZERO.
008600 77  IX-RCP                          PIC S9(04) COMP VALUE ZERO.
008700 77  NB-RCP                          PIC S9(04) COMP VALUE ZERO.
008800 77  W-TROUVE                        PIC S9(04) COMP VALUE ZERO.
008900 01  W-FIN-RCP                       PIC X(01) VALUE 'N'.
009000     88  FIN-RCP                     VALUE 'O'.
009100 01  W-FIN-ATT                       PIC X(01) VALUE 'N'.
009200     88  FIN-ATT                     VALUE 'O'.
009300 01  W-FIN-NTF                       PIC X(01) VALUE 'N'.
009400     88  FIN-NTF                     VALUE 'O'.
009500 77  W-DEBORDEMENT                   PIC X(01) VALUE 'N'.
009600 01  W-RECALE-STATUS                 PIC X(02).
009700     88  W-RCP-OK                    VALUE '00'.
009800     88  W-RCP-FIN                   VALUE '10'.
009900 01  W-NOTEMIS-STATUS                PIC X(02).
010000     88  W-NTF-OK                    VALUE '00'.
010100     88  W-NTF-FIN                   VALUE '10'.
010200 01  W-NOTATTIN-STATUS               PIC X(02).
010300     88  W-ATT-OK                    VALUE '00'.
010400     88  W-ATT-FIN                   VALUE '10'.
010500 01  W-NOTATTOUT-STATUS              PIC X(02).
010600     88  W-ATO-OK                    VALUE '00'.
010700 01  W-ETATNOT-STATUS                PIC X(02).
010800     88  W-ENO-OK                    VALUE '00'.
010900 01  W-MOTIF-ABANDON                 PIC X(40).
011000 01  W-DATE-JOUR                     PIC 9(08).
011100 01  W-AGE-OUVRE                     PIC S9(04) COMP VALUE ZERO.
011200 01  W-PARM.
011300     05  W-PARM-GRACE                PIC 9(03).
011400*    NOTIFICATION EN COURS DE RAPPROCHEMENT
011500 COPY FFFFFGNO.
011600*    TABLE DES ACCUSES RECUS - SATURATION SIGNALEE (CODE 8)
011700*    COMME POUR GSPB093
011800 01  W-TABLE-ACCUSES.
011900     05  W-RCP-POSTE OCCURS 5000.
012000         10  W-RCP-REFERENCE         PIC X(20).
012100         10  W-RCP-ETAT              PIC X(01).
012200         10  W-RCP-MOTIF             PIC X(30).
012300         10  W-RCP-SERVI             PIC X(01).
012400 COPY GSCAZ.
012500 01  ENO-ENTETE.
012600     05  FILLER                      PIC X(49)
012700         VALUE 'GSAB361 - REMISE DES ALERTES CLIENTS - DATE '.
012800     05  ENO-E-DATE                  PIC 9(08).
012900     05  FILLER                      PIC X(75) VALUE SPACES.
013000 01  ENO-DETAIL.
013100     05  ENO-D-NATURE                PIC X(12).
013200     05  ENO-D-REFERENCE             PIC X(20).
013300     05  FILLER                      PIC X(01) VALUE SPACE.
013400     05  ENO-D-CLE                   PIC X(15).
013500     05  FILLER                      PIC X(01) VALUE SPACE.
013600     05  ENO-D-EVENEMENT             PIC X(04).
013700     05  FILLER                      PIC X(01) VALUE SPACE.
013800     05  ENO-D-CANAL                 PIC X(01).
013900     05  FILLER                      PIC X(01) VALUE SPACE.
014000     05  ENO-D-CONTACT               PIC X(40).
014100     05  FILLER                      PIC X(01) VALUE SPACE.
014200     05  ENO-D-MOTIF                 PIC X(30).
014300     05  FILLER                      PIC X(05) VALUE SPACES.
014400 01  ENO-TOTAL.
014500     05  ENO-T-LIBELLE               PIC X(40).
014600     05  ENO-T-NOMBRE                PIC Z(07)9.
014700     05  FILLER                      PIC X(84) VALUE SPACES.
014800 PROCEDURE DIVISION.
014900******************************************************************
015000*  0000-MAINLINE : CHARGEMENT DES ACCUSES PUIS RAPPROCHEMENT     *
015100******************************************************************
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
015400     PERFORM 1500-CHARGER-ACCUSES THRU 1500-EXIT
015500         UNTIL FIN-RCP.
015600     PERFORM 2000-UNE-ATTENTE THRU 2000-EXIT
015700         UNTIL FIN-ATT.
015800     PERFORM 2500-UNE-EMISE THRU 2500-EXIT
015900         UNTIL FIN-NTF.
016000     PERFORM 3000-TERMINAISON THRU 3000-EXIT.
016100     GOBACK.
016200 0000-EXIT.
016300     EXIT.
016400******************************************************************
016500*  1000-INITIALISATION : CARTE, OUVERTURES, PREMIERES LECTURES   *
016600******************************************************************
016700 1000-INITIALISATION.
016800     ACCEPT W-PARM.
016900     IF W-PARM-GRACE NOT NUMERIC
017000         MOVE 'CARTE NOTPARM INVALIDE' TO W-MOTIF-ABANDON
017100         GO TO 9900-ABANDON.
017200     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
017300     OPEN INPUT RECALE.
017400     IF NOT W-RCP-OK
017500         MOVE 'OPEN RECALE'    TO W-MOTIF-ABANDON
017600         GO TO 9900-ABANDON.
017700     OPEN INPUT NOTEMIS.
017800     IF NOT W-NTF-OK
017900         MOVE 'OPEN NOTEMIS'   TO W-MOTIF-ABANDON
018000         GO TO 9900-ABANDON.
018100     OPEN INPUT NOTATTIN.
018200     IF NOT W-ATT-OK
018300         MOVE 'OPEN NOTATTIN'  TO W-MOTIF-ABANDON
018400         GO TO 9900-ABANDON.
018500     OPEN OUTPUT NOTATTOUT.
018600     IF NOT W-ATO-OK
018700         MOVE 'OPEN NOTATTOUT' TO W-MOTIF-ABANDON
018800         GO TO 9900-ABANDON.
018900     OPEN OUTPUT ETATNOT.
019000     IF NOT W-ENO-OK
019100         MOVE 'OPEN ETATNOT'   TO W-MOTIF-ABANDON
019200         GO TO 9900-ABANDON.
019300     MOVE W-DATE-JOUR TO ENO-E-DATE.
019400     WRITE ENO-LIGNE FROM ENO-ENTETE.
019500     PERFORM 8100-LIRE-RCP THRU 8100-EXIT.
019600     PERFORM 8200-LIRE-ATT THRU 8200-EXIT.
019700     PERFORM 8300-LIRE-NTF THRU 8300-EXIT.
019800 1000-EXIT.
019900     EXIT.
020000******************************************************************
020100*  1500-CHARGER-ACCUSES : LES ACCUSES RECUS EN TABLE             *
020200******************************************************************
020300 1500-CHARGER-ACCUSES.
020400     IF NB-RCP LESS 5000
020500         ADD 1 TO NB-RCP
020600         MOVE RCP-REFERENCE TO W-RCP-REFERENCE (NB-RCP)
020700         MOVE RCP-ETAT      TO W-RCP-ETAT (NB-RCP)
020800         MOVE RCP-MOTIF     TO W-RCP-MOTIF (NB-RCP)
020900         MOVE 'N'           TO W-RCP-SERVI (NB-RCP)
021000     ELSE
021100         IF W-DEBORDEMENT = 'N'
021200             MOVE 'O' TO W-DEBORDEMENT
021300             DISPLAY 'GSAB361 - TABLE DES ACCUSES SATUREE - '
021400                     'RAPPROCHEMENT INCOMPLET'
021500         END-IF.
021600     PERFORM 8100-LIRE-RCP THRU 8100-EXIT.
021700 1500-EXIT.
021800     EXIT.
021900******************************************************************
022000*  2000-UNE-ATTENTE : NOTIFICATION SANS ACCUSE D UN PASSAGE      *
022100*  PRECEDENT RAPPROCHEE DES ACCUSES RECUS                        *
022200******************************************************************
022300 2000-UNE-ATTENTE.
022400     MOVE NTA-ENREG TO NTF-ENREG.
022500     PERFORM 2700-RAPPROCHER THRU 2700-EXIT.
022600     PERFORM 8200-LIRE-ATT THRU 8200-EXIT.
022700 2000-EXIT.
022800     EXIT.
022900******************************************************************
023000*  2500-UNE-EMISE : NOTIFICATION EMISE CE PASSAGE RAPPROCHEE     *
023100******************************************************************
023200 2500-UNE-EMISE.
023300     MOVE NTE-ENREG TO NTF-ENREG.
023400     PERFORM 2700-RAPPROCHER THRU 2700-EXIT.
023500     PERFORM 8300-LIRE-NTF THRU 8300-EXIT.
023600 2500-EXIT.
023700     EXIT.
023800******************************************************************
023900*  2700-RAPPROCHER : UNE NOTIFICATION CONTRE LA TABLE DES        *
024000*  ACCUSES - DELIVREE, EN ECHEC OU TOUJOURS EN ATTENTE           *
024100******************************************************************
024200 2700-RAPPROCHER.
024300     ADD 1 TO CPT-EMISES.
024400     MOVE ZERO TO W-TROUVE IX-RCP.
024500 2700-CHERCHER.
024600     ADD 1 TO IX-RCP.
024700     IF IX-RCP GREATER NB-RCP
024800         GO TO 2700-VERDICT.
024900     IF W-RCP-SERVI (IX-RCP) = 'N'
025000      AND W-RCP-REFERENCE (IX-RCP) = NTF-REFERENCE
025100         MOVE IX-RCP TO W-TROUVE
025200         GO TO 2700-VERDICT.
025300     GO TO 2700-CHERCHER.
025400 2700-VERDICT.
025500     IF W-TROUVE = ZERO
025600         PERFORM 2800-EN-ATTENTE THRU 2800-EXIT
025700         GO TO 2700-EXIT.
025800     MOVE 'O' TO W-RCP-SERVI (W-TROUVE).
025900     IF W-RCP-ETAT (W-TROUVE) = 'D'
026000         IF NTF-CANAL = 'S'
026100             ADD 1 TO CPT-DELIVRE-SMS
026200         ELSE
026300             ADD 1 TO CPT-DELIVRE-COURRIEL
026400         END-IF
026500         GO TO 2700-EXIT.
026600     ADD 1 TO CPT-ECHECS.
026700     IF W-RCP-ETAT (W-TROUVE) = 'X'
026800         MOVE 'EXPIREE'  TO ENO-D-NATURE
026900     ELSE
027000         MOVE 'ECHEC'    TO ENO-D-NATURE.
027100     MOVE W-RCP-MOTIF (W-TROUVE) TO ENO-D-MOTIF.
027200     PERFORM 2900-LIGNE THRU 2900-EXIT.
027300 2700-EXIT.
027400     EXIT.
027500******************************************************************
027600*  2800-EN-ATTENTE : SANS ACCUSE - AGE EN JOURS OUVRES PUIS      *
027700*  REPORT, ET LIGNE D ETAT AU DELA DU DELAI DE GRACE             *
027800******************************************************************
027900 2800-EN-ATTENTE.
028000     MOVE 'E'          TO CAZ-FONCTION.
028100     MOVE 'FR'         TO CAZ-JURIDICTION.
028200     MOVE NTF-REF-DATE TO CAZ-DATE-ENTREE.
028300     MOVE W-DATE-JOUR  TO CAZ-DATE-2.
028400     CALL 'GSCA220' USING CAZ-ZONE.
028500     IF CAZ-SERVI
028600         COMPUTE W-AGE-OUVRE = CAZ-NB-JOURS - 1
028700     ELSE
028800         MOVE ZERO TO W-AGE-OUVRE.
028900     ADD 1 TO CPT-EN-ATTENTE.
029000     WRITE NTO-ENREG FROM NTF-ENREG.
029100     IF NOT W-ATO-OK
029200         MOVE 'WRITE NOTATTOUT' TO W-MOTIF-ABANDON
029300         GO TO 9900-ABANDON.
029400     IF W-AGE-OUVRE NOT GREATER W-PARM-GRACE
029500         GO TO 2800-EXIT.
029600     ADD 1 TO CPT-HORS-DELAI.
029700     MOVE 'SANS ACCUSE' TO ENO-D-NATURE.
029800     MOVE SPACES        TO ENO-D-MOTIF.
029900     PERFORM 2900-LIGNE THRU 2900-EXIT.
030000 2800-EXIT.
030100     EXIT.
030200 2900-LIGNE.
030300     MOVE NTF-REFERENCE TO ENO-D-REFERENCE.
030400     MOVE NTF-FGS-CLE   TO ENO-D-CLE.
030500     MOVE NTF-EVENEMENT TO ENO-D-EVENEMENT.
030600     MOVE NTF-CANAL     TO ENO-D-CANAL.
030700     MOVE NTF-CONTACT   TO ENO-D-CONTACT.
030800     WRITE ENO-LIGNE FROM ENO-DETAIL.
030900 2900-EXIT.
031000     EXIT.
031100******************************************************************
031200*  3000-TERMINAISON : ACCUSES INCONNUS, TOTAUX ET FERMETURES     *
031300******************************************************************
031400 3000-TERMINAISON.
031500     MOVE ZERO TO IX-RCP.
031600 3000-INCONNUS.
031700     ADD 1 TO IX-RCP.
031800     IF IX-RCP NOT GREATER NB-RCP
031900         IF W-RCP-SERVI (IX-RCP) = 'N'
032000             ADD 1 TO CPT-INCONNUS
032100         END-IF
032200         GO TO 3000-INCONNUS.
032300     MOVE 'NOTIFICATIONS RAPPROCHEES'   TO ENO-T-LIBELLE.
032400     MOVE CPT-EMISES                    TO ENO-T-NOMBRE.
032500     WRITE ENO-LIGNE FROM ENO-TOTAL.
032600     MOVE 'DELIVREES - SMS'             TO ENO-T-LIBELLE.
032700     MOVE CPT-DELIVRE-SMS               TO ENO-T-NOMBRE.
032800     WRITE ENO-LIGNE FROM ENO-TOTAL.
032900     MOVE 'DELIVREES - COURRIEL'        TO ENO-T-LIBELLE.
033000     MOVE CPT-DELIVRE-COURRIEL          TO ENO-T-NOMBRE.
033100     WRITE ENO-LIGNE FROM ENO-TOTAL.
033200     MOVE 'ECHECS ET EXPIREES'          TO ENO-T-LIBELLE.
033300     MOVE CPT-ECHECS                    TO ENO-T-NOMBRE.
033400     WRITE ENO-LIGNE FROM ENO-TOTAL.
033500     MOVE 'SANS ACCUSE'                 TO ENO-T-LIBELLE.
033600     MOVE CPT-EN-ATTENTE                TO ENO-T-NOMBRE.
033700     WRITE ENO-LIGNE FROM ENO-TOTAL.
033800     MOVE 'DONT HORS DELAI'             TO ENO-T-LIBELLE.
033900     MOVE CPT-HORS-DELAI                TO ENO-T-NOMBRE.
034000     WRITE ENO-LIGNE FROM ENO-TOTAL.
034100     MOVE 'ACCUSES SANS NOTIFICATION'   TO ENO-T-LIBELLE.
034200     MOVE CPT-INCONNUS                  TO ENO-T-NOMBRE.
034300     WRITE ENO-LIGNE FROM ENO-TOTAL.
034400     CLOSE RECALE NOTEMIS NOTATTIN NOTATTOUT ETATNOT.
034500     DISPLAY 'GSAB361 - RAPPROCHEES : ' CPT-EMISES.
034600     DISPLAY 'GSAB361 - ECHECS      : ' CPT-ECHECS.
034700     DISPLAY 'GSAB361 - ATTENTE     : ' CPT-EN-ATTENTE.
034800     DISPLAY 'GSAB361 - INCONNUS    : ' CPT-INCONNUS.
034900     IF W-DEBORDEMENT = 'O'
035000         MOVE 8 TO RETURN-CODE.
035100 3000-EXIT.
035200     EXIT.
035300******************************************************************
035400*  8100-LIRE-RCP : LECTURE DE L ACCUSE SUIVANT                   *
035500******************************************************************
035600 8100-LIRE-RCP.
035700     READ RECALE.
035800     IF W-RCP-FIN
035900         MOVE 'O' TO W-FIN-RCP
036000         GO TO 8100-EXIT.
036100     IF NOT W-RCP-OK
036200         MOVE 'READ RECALE' TO W-MOTIF-ABANDON
036300         GO TO 9900-ABANDON.
036400 8100-EXIT.
036500     EXIT.
036600******************************************************************
036700*  8200-LIRE-ATT : LECTURE DE L ATTENTE REPORTEE SUIVANTE        *
036800******************************************************************
036900 8200-LIRE-ATT.
037000     READ NOTATTIN.
037100     IF W-ATT-FIN
037200         MOVE 'O' TO W-FIN-ATT
037300         GO TO 8200-EXIT.
037400     IF NOT W-ATT-OK
037500         MOVE 'READ NOTATTIN' TO W-MOTIF-ABANDON
037600         GO TO 9900-ABANDON.
037700 8200-EXIT.
037800     EXIT.
037900******************************************************************
038000*  8300-LIRE-NTF : LECTURE DE LA NOTIFICATION EMISE SUIVANTE     *
038100******************************************************************
038200 8300-LIRE-NTF.
038300     READ NOTEMIS.
038400     IF W-NTF-FIN
038500         MOVE 'O' TO W-FIN-NTF
038600         GO TO 8300-EXIT.
038700     IF NOT W-NTF-OK
038800         MOVE 'READ NOTEMIS' TO W-MOTIF-ABANDON
038900         GO TO 9900-ABANDON.
039000 8300-EXIT.
039100     EXIT.
039200******************************************************************
039300*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER OU CARTE    *
039400******************************************************************
039500 9900-ABANDON.
039600     DISPLAY 'GSAB361 - ABANDON : ' W-MOTIF-ABANDON.
039700     MOVE 16 TO RETURN-CODE.
039800     STOP RUN.
