000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSKY750.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSKY750 : VEILLE DES ECHEANCES DE CONNAISSANCE CLIENT         *
000900*  ------------------------------------------------------------  *
001000*  CHAQUE NUIT, CHAQUE DOSSIER KYCFIC EST CONFRONTE A SES DEUX   *
001100*  ECHEANCES : FIN DE VALIDITE DE LA PIECE D IDENTITE ET         *
001200*  PROCHAINE REVUE PERIODIQUE.                                   *
001300*   - ECHEANCE A 60 JOURS OU MOINS ET PAS ENCORE RAPPELEE :      *
001400*     DEMANDE DE LETTRE AU CLIENT (KYCDEM, DESSIN RELDEM -       *
001500*     MODELE KYDO POUR LA PIECE, KYRV POUR LA REVUE) ET          *
001600*     L ECHEANCE EST NOTEE RAPPELEE ;                            *
001700*   - ECHEANCE DEPASSEE : LE DOSSIER EST BLOQUE (MOTIF D, R OU   *
001800*     T = LES DEUX) - L EDITION GSED050 REFUSE ALORS LES         *
001900*     MODIFICATIONS JUSQU A LA REVUE OU LA PIECE NOUVELLE        *
002000*     ENREGISTREE PAR GSKY751 ;                                  *
002100*   - PLUS RIEN DE DEPASSE SUR UN DOSSIER BLOQUE : DEBLOCAGE.    *
002200*  LES LETTRES PARTENT PAR LE COURRIER GSCO290 (CARTE ** KYDO /  *
002300*  ** KYRV, KYCDEM PASSE SOUS LE NOM RELDEM) ; LA VARIABLE       *
002400*  &ECHEANCE PORTE LA DATE RAPPELEE.                             *
002500*  ETAT ETATKYC : UNE LIGNE PAR DOSSIER TOUCHE.                  *
002600*  ------------------------------------------------------------  *
002700*  M-A-J : KYCFIC       SORTIE : KYCDEM  ETATKYC                 *
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
004200     SELECT KYCFIC  ASSIGN  KYCFIC
004300       ORGANIZATION  INDEXED
004400       ACCESS MODE   SEQUENTIAL
004500       RECORD KEY    KYC-FGS-CLE
004600       FILE STATUS   W-KYCFIC-STATUS.
004700     SELECT KYCDEM  ASSIGN  KYCDEM
004800       ORGANIZATION  SEQUENTIAL
004900       FILE STATUS   W-KYCDEM-STATUS.
005000     SELECT ETATKYC ASSIGN  ETATKYC
005100       ORGANIZATION  SEQUENTIAL
005200       FILE STATUS   W-ETATKYC-STATUS.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  KYCFIC
005600     LABEL RECORD STANDARD
005700     DATA RECORD KYC-ENREG.
005800 COPY FFFFFGKY.
005900 FD  KYCDEM
006000     LABEL RECORD STANDARD
006100     DATA RECORD RLD-ENREG.
006200 COPY FFFFFGRD.
006300 FD  ETATKYC
006400     LABEL RECORD STANDARD
006500     DATA RECORD ETK-LIGNE.
006600 01  ETK-LIGNE                       PIC X(132).
006700 WORKING-STORAGE SECTION.
006800 77  CPT-DOSSIERS                    PIC S9(08) COMP VALUE ZERO.
006900 77  CPT-RAPPELS-PIECE               PIC S9(08) COMP VALUE ZERO.
007000 77  CPT-RAPPELS-REVUE               PIC S9(08) COMP VALUE ZERO.
007100 77  CPT-BLOQUES                     PIC S9(08) COMP VALUE ZERO.
007200 77  CPT-DEBLOQUES                   PIC S9(08) COMP VALUE ZERO.
007300 77  CPT-TOUJOURS-BLOQUES            PIC S9(08) COMP VALUE ZERO.
007400 77  CPT-INVALIDES                   PIC S9(08) COMP VALUE ZERO.
007500 01  W-FIN-KYC                       PIC X(01) VALUE 'N'.
007600     88  FIN-KYC                     VALUE 'O'.
007700 01  W-KYCFIC-STATUS                 PIC X(02).
007800     88  W-KYC-OK                    VALUE '00'.
007900     88  W-KYC-FIN                   VALUE '10'.
008000 01  W-KYCDEM-STATUS                 PIC X(02).
008100     88  W-KDM-OK                    VALUE '00'.
008200 01  W-ETATKYC-STATUS                PIC X(02).
008300     88  W-ETK-OK                    VALUE '00'.
008400 01  W-MOTIF-ABANDON                 PIC X(40).
008500 01  W-DATE-JOUR                     PIC 9(08).
008600*    DOSSIER EN COURS
008700 01  W-JOURS                         PIC S9(09) COMP.
008800 01  W-PIECE-ECHUE                   PIC X(01).
008900 01  W-REVUE-ECHUE                   PIC X(01).
009000 01  W-MOTIF                         PIC X(01).
009100 01  W-MODIFIE                       PIC X(01).
009200 01  W-ACTION                        PIC X(24).
009300 01  W-MODELE                        PIC X(04).
009400 01  W-ECHEANCE                      PIC 9(08).
009500*    JOUR ABSOLU D UNE DATE (JOURS DEPUIS L AN 0, CALENDRIER
009600*    GREGORIEN, ANNEE COMMENCANT EN MARS)
009700 01  W-DATE-CALC                     PIC 9(08).
009800 01  W-DATE-CALC-R REDEFINES W-DATE-CALC.
009900     05  W-DC-AAAA                   PIC 9(04).
010000     05  W-DC-MM                     PIC 9(02).
010100     05  W-DC-JJ                     PIC 9(02).
010200 01  W-JA-AN                         PIC S9(05) COMP.
010300 01  W-JA-MOIS                       PIC S9(05) COMP.
010400 01  W-JA-QUOTIENT                   PIC S9(09) COMP.
010500 01  W-JOUR-ABSOLU                   PIC S9(09) COMP.
010600 01  W-JOUR-ABSOLU-JOUR              PIC S9(09) COMP.
010700 01  ETK-ENTETE.
010800     05  FILLER                      PIC X(50)
010900         VALUE 'GSKY750 - ECHEANCES CONNAISSANCE CLIENT - DATE '.
011000     05  ETK-E-DATE                  PIC 9(08).
011100     05  FILLER                      PIC X(74) VALUE SPACES.
011200 01  ETK-DETAIL.
011300     05  FILLER                      PIC X(01) VALUE SPACE.
011400     05  ETK-CLE                     PIC X(15).
011500     05  FILLER                      PIC X(02) VALUE SPACES.
011600     05  ETK-DOC-TYPE                PIC X(02).
011700     05  FILLER                      PIC X(02) VALUE SPACES.
011800     05  ETK-EXPIRATION              PIC 9(08).
011900     05  FILLER                      PIC X(02) VALUE SPACES.
012000     05  ETK-CLASSE                  PIC X(01).
012100     05  FILLER                      PIC X(02) VALUE SPACES.
012200     05  ETK-REVUE                   PIC 9(08).
012300     05  FILLER                      PIC X(02) VALUE SPACES.
012400     05  ETK-ETAT                    PIC X(01).
012500     05  ETK-MOTIF                   PIC X(01).
012600     05  FILLER                      PIC X(02) VALUE SPACES.
012700     05  ETK-ACTION                  PIC X(24).
012800     05  FILLER                      PIC X(60) VALUE SPACES.
012900 PROCEDURE DIVISION.
013000******************************************************************
013100*  0000-MAINLINE : UN DOSSIER APRES L AUTRE                      *
013200******************************************************************
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
013500     PERFORM 2000-UN-DOSSIER THRU 2000-EXIT
013600         UNTIL FIN-KYC.
013700     PERFORM 3000-TERMINAISON THRU 3000-EXIT.
013800     GOBACK.
013900 0000-EXIT.
014000     EXIT.
014100******************************************************************
014200*  1000-INITIALISATION : OUVERTURES, ENTETE, JOUR ABSOLU DU JOUR *
014300******************************************************************
014400 1000-INITIALISATION.
014500     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
014600     OPEN I-O KYCFIC.
014700     IF NOT W-KYC-OK
014800         MOVE 'OPEN KYCFIC'  TO W-MOTIF-ABANDON
014900         GO TO 9900-ABANDON.
015000     OPEN OUTPUT KYCDEM.
015100     IF NOT W-KDM-OK
015200         MOVE 'OPEN KYCDEM'  TO W-MOTIF-ABANDON
015300         GO TO 9900-ABANDON.
015400     OPEN OUTPUT ETATKYC.
015500     IF NOT W-ETK-OK
015600         MOVE 'OPEN ETATKYC' TO W-MOTIF-ABANDON
015700         GO TO 9900-ABANDON.
015800     MOVE W-DATE-JOUR TO ETK-E-DATE.
015900     WRITE ETK-LIGNE FROM ETK-ENTETE.
016000     MOVE W-DATE-JOUR TO W-DATE-CALC.
016100     PERFORM 2700-JOUR-ABSOLU THRU 2700-EXIT.
016200     MOVE W-JOUR-ABSOLU TO W-JOUR-ABSOLU-JOUR.
016300     PERFORM 8100-LIRE-KYC THRU 8100-EXIT.
016400 1000-EXIT.
016500     EXIT.
016600******************************************************************
016700*  2000-UN-DOSSIER : RAPPELS PUIS BLOCAGE / DEBLOCAGE            *
016800******************************************************************
016900 2000-UN-DOSSIER.
017000     MOVE 'N'    TO W-PIECE-ECHUE W-REVUE-ECHUE W-MODIFIE.
017100     MOVE SPACES TO W-ACTION.
017200     IF KYC-DOC-EXPIRATION NOT NUMERIC
017300      OR KYC-PROCHAINE-REVUE NOT NUMERIC
017400         ADD 1 TO CPT-INVALIDES
017500         MOVE 'DATES INVALIDES' TO W-ACTION
017600         PERFORM 2800-EDITER THRU 2800-EXIT
017700         GO TO 2000-SUIVANT.
017800     PERFORM 2100-PIECE THRU 2100-EXIT.
017900     PERFORM 2200-REVUE THRU 2200-EXIT.
018000     PERFORM 2300-BLOCAGE THRU 2300-EXIT.
018100     IF W-MODIFIE = 'O'
018200         MOVE W-DATE-JOUR TO KYC-DATE-MAJ
018300         REWRITE KYC-ENREG
018400         IF NOT W-KYC-OK
018500             MOVE 'REWRITE KYCFIC' TO W-MOTIF-ABANDON
018600             GO TO 9900-ABANDON
018700         END-IF
018800     END-IF.
018900     IF W-ACTION NOT = SPACES
019000         PERFORM 2800-EDITER THRU 2800-EXIT.
019100 2000-SUIVANT.
019200     PERFORM 8100-LIRE-KYC THRU 8100-EXIT.
019300 2000-EXIT.
019400     EXIT.
019500******************************************************************
019600*  2100-PIECE : FIN DE VALIDITE DE LA PIECE D IDENTITE           *
019700******************************************************************
019800 2100-PIECE.
019900     IF KYC-DOC-EXPIRATION = ZERO
020000         GO TO 2100-EXIT.
020100     MOVE KYC-DOC-EXPIRATION TO W-DATE-CALC.
020200     PERFORM 2700-JOUR-ABSOLU THRU 2700-EXIT.
020300     COMPUTE W-JOURS = W-JOUR-ABSOLU - W-JOUR-ABSOLU-JOUR.
020400     IF W-JOURS LESS ZERO
020500         MOVE 'O' TO W-PIECE-ECHUE.
020600     IF W-JOURS GREATER 60
020700      OR KYC-RAPPEL-DOC = KYC-DOC-EXPIRATION
020800         GO TO 2100-EXIT.
020900     MOVE 'KYDO'             TO W-MODELE.
021000     MOVE KYC-DOC-EXPIRATION TO W-ECHEANCE.
021100     PERFORM 2600-DEMANDER-LETTRE THRU 2600-EXIT.
021200     MOVE KYC-DOC-EXPIRATION TO KYC-RAPPEL-DOC.
021300     MOVE 'O'                TO W-MODIFIE.
021400     MOVE 'RAPPEL PIECE'     TO W-ACTION.
021500     ADD 1 TO CPT-RAPPELS-PIECE.
021600 2100-EXIT.
021700     EXIT.
021800******************************************************************
021900*  2200-REVUE : PROCHAINE REVUE PERIODIQUE                       *
022000******************************************************************
022100 2200-REVUE.
022200     IF KYC-PROCHAINE-REVUE = ZERO
022300         GO TO 2200-EXIT.
022400     MOVE KYC-PROCHAINE-REVUE TO W-DATE-CALC.
022500     PERFORM 2700-JOUR-ABSOLU THRU 2700-EXIT.
022600     COMPUTE W-JOURS = W-JOUR-ABSOLU - W-JOUR-ABSOLU-JOUR.
022700     IF W-JOURS LESS ZERO
022800         MOVE 'O' TO W-REVUE-ECHUE.
022900     IF W-JOURS GREATER 60
023000      OR KYC-RAPPEL-REVUE = KYC-PROCHAINE-REVUE
023100         GO TO 2200-EXIT.
023200     MOVE 'KYRV'              TO W-MODELE.
023300     MOVE KYC-PROCHAINE-REVUE TO W-ECHEANCE.
023400     PERFORM 2600-DEMANDER-LETTRE THRU 2600-EXIT.
023500     MOVE KYC-PROCHAINE-REVUE TO KYC-RAPPEL-REVUE.
023600     MOVE 'O'                 TO W-MODIFIE.
023700     IF W-ACTION = SPACES
023800         MOVE 'RAPPEL REVUE'        TO W-ACTION
023900     ELSE
024000         MOVE 'RAPPEL PIECE + REVUE' TO W-ACTION.
024100     ADD 1 TO CPT-RAPPELS-REVUE.
024200 2200-EXIT.
024300     EXIT.
024400******************************************************************
024500*  2300-BLOCAGE : ECHEANCE DEPASSEE = DOSSIER BLOQUE ; PLUS RIEN *
024600*  DE DEPASSE = DOSSIER DEBLOQUE                                 *
024700******************************************************************
024800 2300-BLOCAGE.
024900     MOVE SPACE TO W-MOTIF.
025000     IF W-PIECE-ECHUE = 'O' AND W-REVUE-ECHUE = 'O'
025100         MOVE 'T' TO W-MOTIF
025200     ELSE
025300         IF W-PIECE-ECHUE = 'O'
025400             MOVE 'D' TO W-MOTIF
025500         ELSE
025600             IF W-REVUE-ECHUE = 'O'
025700                 MOVE 'R' TO W-MOTIF.
025800     IF W-MOTIF = SPACE
025900         GO TO 2300-LEVER.
026000     IF KYC-BLOQUE
026100         ADD 1 TO CPT-TOUJOURS-BLOQUES
026200         IF KYC-MOTIF-BLOCAGE NOT = W-MOTIF
026300             MOVE W-MOTIF TO KYC-MOTIF-BLOCAGE
026400             MOVE 'O'     TO W-MODIFIE
026500         END-IF
026600         GO TO 2300-EXIT.
026700     MOVE 'B'         TO KYC-ETAT.
026800     MOVE W-MOTIF     TO KYC-MOTIF-BLOCAGE.
026900     MOVE W-DATE-JOUR TO KYC-DATE-BLOCAGE.
027000     MOVE 'O'         TO W-MODIFIE.
027100     MOVE 'BLOCAGE'   TO W-ACTION.
027200     ADD 1 TO CPT-BLOQUES.
027300     GO TO 2300-EXIT.
027400 2300-LEVER.
027500     IF NOT KYC-BLOQUE
027600         GO TO 2300-EXIT.
027700     MOVE 'N'         TO KYC-ETAT.
027800     MOVE SPACE       TO KYC-MOTIF-BLOCAGE.
027900     MOVE ZERO        TO KYC-DATE-BLOCAGE.
028000     MOVE 'O'         TO W-MODIFIE.
028100     MOVE 'DEBLOCAGE' TO W-ACTION.
028200     ADD 1 TO CPT-DEBLOQUES.
028300 2300-EXIT.
028400     EXIT.
028500******************************************************************
028600*  2600-DEMANDER-LETTRE : DEMANDE KYCDEM POUR LE COURRIER ; LE   *
028700*  NOMBRE DE JOURS RESTANTS EST NUL UNE FOIS L ECHEANCE PASSEE   *
028800******************************************************************
028900 2600-DEMANDER-LETTRE.
029000     MOVE SPACES      TO RLD-ENREG.
029100     MOVE KYC-FGS-CLE TO RLD-CLE.
029200     MOVE W-MODELE    TO RLD-MODELE.
029300     MOVE ZERO        TO RLD-MONTANT-RETARD.
029400     IF W-JOURS LESS ZERO
029500         MOVE ZERO    TO RLD-JOURS-RETARD
029600     ELSE
029700         MOVE W-JOURS TO RLD-JOURS-RETARD.
029800     MOVE W-ECHEANCE  TO RLD-DATE-PROMESSE.
029900     WRITE RLD-ENREG.
030000     IF NOT W-KDM-OK
030100         MOVE 'WRITE KYCDEM' TO W-MOTIF-ABANDON
030200         GO TO 9900-ABANDON.
030300 2600-EXIT.
030400     EXIT.
030500******************************************************************
030600*  2700-JOUR-ABSOLU : RANG DU JOUR DE W-DATE-CALC DEPUIS L AN 0  *
030700*  (ANNEE DECALEE A MARS : LE 29 FEVRIER TOMBE EN FIN D ANNEE)   *
030800*  CHAQUE DIVISION EST RANGEE DANS UN ENTIER : TRONCATURE        *
030900******************************************************************
031000 2700-JOUR-ABSOLU.
031100     IF W-DC-MM GREATER 2
031200         MOVE W-DC-AAAA TO W-JA-AN
031300         COMPUTE W-JA-MOIS = W-DC-MM - 3
031400     ELSE
031500         COMPUTE W-JA-AN   = W-DC-AAAA - 1
031600         COMPUTE W-JA-MOIS = W-DC-MM + 9.
031700     COMPUTE W-JOUR-ABSOLU = 365 * W-JA-AN + W-DC-JJ.
031800     COMPUTE W-JA-QUOTIENT = W-JA-AN / 4.
031900     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
032000     COMPUTE W-JA-QUOTIENT = W-JA-AN / 100.
032100     SUBTRACT W-JA-QUOTIENT FROM W-JOUR-ABSOLU.
032200     COMPUTE W-JA-QUOTIENT = W-JA-AN / 400.
032300     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
032400     COMPUTE W-JA-QUOTIENT = (153 * W-JA-MOIS + 2) / 5.
032500     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
032600 2700-EXIT.
032700     EXIT.
032800******************************************************************
032900*  2800-EDITER : UNE LIGNE D ETAT PAR DOSSIER TOUCHE             *
033000******************************************************************
033100 2800-EDITER.
033200     MOVE KYC-FGS-CLE         TO ETK-CLE.
033300     MOVE KYC-DOC-TYPE        TO ETK-DOC-TYPE.
033400     MOVE KYC-DOC-EXPIRATION  TO ETK-EXPIRATION.
033500     MOVE KYC-CLASSE-RISQUE   TO ETK-CLASSE.
033600     MOVE KYC-PROCHAINE-REVUE TO ETK-REVUE.
033700     MOVE KYC-ETAT            TO ETK-ETAT.
033800     MOVE KYC-MOTIF-BLOCAGE   TO ETK-MOTIF.
033900     MOVE W-ACTION            TO ETK-ACTION.
034000     WRITE ETK-LIGNE FROM ETK-DETAIL.
034100 2800-EXIT.
034200     EXIT.
034300******************************************************************
034400*  3000-TERMINAISON : FERMETURES ET COMPTES                      *
034500******************************************************************
034600 3000-TERMINAISON.
034700     CLOSE KYCFIC KYCDEM ETATKYC.
034800     DISPLAY 'GSKY750 - DOSSIERS LUS     : ' CPT-DOSSIERS.
034900     DISPLAY 'GSKY750 - RAPPELS PIECE    : ' CPT-RAPPELS-PIECE.
035000     DISPLAY 'GSKY750 - RAPPELS REVUE    : ' CPT-RAPPELS-REVUE.
035100     DISPLAY 'GSKY750 - NOUVEAUX BLOCAGES: ' CPT-BLOQUES.
035200     DISPLAY 'GSKY750 - TOUJOURS BLOQUES : ' CPT-TOUJOURS-BLOQUES.
035300     DISPLAY 'GSKY750 - DEBLOCAGES       : ' CPT-DEBLOQUES.
035400     DISPLAY 'GSKY750 - DATES INVALIDES  : ' CPT-INVALIDES.
035500 3000-EXIT.
035600     EXIT.
035700******************************************************************
035800*  8100-LIRE-KYC : LECTURE SEQUENTIELLE DES DOSSIERS             *
035900******************************************************************
036000 8100-LIRE-KYC.
036100     READ KYCFIC NEXT.
036200     IF W-KYC-FIN
036300         MOVE 'O' TO W-FIN-KYC
036400         GO TO 8100-EXIT.
036500     IF NOT W-KYC-OK
036600         MOVE 'READ KYCFIC' TO W-MOTIF-ABANDON
036700         GO TO 9900-ABANDON.
036800     ADD 1 TO CPT-DOSSIERS.
036900 8100-EXIT.
037000     EXIT.
037100******************************************************************
037200*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
037300******************************************************************
037400 9900-ABANDON.
037500     DISPLAY 'GSKY750 - ABANDON : ' W-MOTIF-ABANDON.
037600     MOVE 16 TO RETURN-CODE.
037700     STOP RUN.
