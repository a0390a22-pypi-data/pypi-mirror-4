000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPO300.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPO300 : PREPARATION DE LA MISE SOUS PLI DU COURRIER IMPRIME *
000900*  ------------------------------------------------------------  *
001000*  LES PIECES IMPRIMEES DU JOUR (LETTRE - GSCO290, RELPRT -      *
001100*  GSCO292, LETDOR - GSDO620, DESSIN FFFFFGPO) SONT LUES ENSEMBLE*
001200*  SOUS LE DD PCOFIC. CHAQUE PIECE RECOIT SA DESTINATION :       *
001300*   - AU TITULAIRE : L ADRESSE COURANTE DU SATELLITE ADRFIC      *
001400*     (DERNIERE DONT L EFFET N EST PAS POSTERIEUR A LA PIECE) ;  *
001500*   - AU REPRESENTANT, A LA SUCCESSION, A L ANCIENNE OU A LA     *
001600*     NOUVELLE ADRESSE : L ADRESSE PORTEE PAR LA PIECE.          *
001700*  PAYS A BLANC = FR. PIECE SANS ADRESSE : PAYS EN HIGH-VALUE    *
001800*  ET CLE EN LIGNE 1 (PLI RETENU PAR GSPO310, CODE RETOUR 4).    *
001900*  SORTIE PLIPRE (DESSIN FFFFFGPT), TRIEE PAR L ETAPE DE TRI DU  *
002000*  JCL SUR LES POSITIONS 1 A 126 (PAYS, CODE POSTAL, ADRESSE,    *
002100*  PIECE, RANG DE LIGNE) EN PLITRI POUR GSPO310.                 *
002200*  ------------------------------------------------------------  *
002300*  ENTREE : PCOFIC   ADRFIC         SORTIE : PLIPRE              *
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
003800     SELECT PCOFIC  ASSIGN  PCOFIC
003900       ORGANIZATION  SEQUENTIAL
004000       FILE STATUS   W-PCOFIC-STATUS.
004100     SELECT ADRFIC  ASSIGN  ADRFIC
004200       ORGANIZATION  INDEXED
004300       ACCESS MODE   DYNAMIC
004400       RECORD KEY    ADR-CLE
004500       FILE STATUS   W-ADRFIC-STATUS.
004600     SELECT PLIPRE  ASSIGN  PLIPRE
004700       ORGANIZATION  SEQUENTIAL
004800       FILE STATUS   W-PLIPRE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  PCOFIC
005200     LABEL RECORD STANDARD
005300     DATA RECORD PCO-ENREG.
005400 COPY FFFFFGPO.
005500 FD  ADRFIC
005600     LABEL RECORD STANDARD
005700     DATA RECORD ADR-ENREG.
005800 COPY FFFFFGAD.
005900 FD  PLIPRE
006000     LABEL RECORD STANDARD
006100     DATA RECORD PLT-ENREG.
006200 COPY FFFFFGPT.
006300 WORKING-STORAGE SECTION.
006400 77  CPT-LIGNES                      PIC S9(08) COMP VALUE ZERO.
006500 77  CPT-PIECES                      PIC S9(08) COMP VALUE ZERO.
006600 77  CPT-PAR-ADRFIC                  PIC S9(08) COMP VALUE ZERO.
006700 77  CPT-ADRESSE-PORTEE              PIC S9(08) COMP VALUE ZERO.
006800 77  CPT-SANS-ADRESSE                PIC S9(08) COMP VALUE ZERO.
006900 01  W-FIN-PCO                       PIC X(01) VALUE 'N'.
007000     88  FIN-PCO                     VALUE 'O'.
007100 01  W-FIN-ADR                       PIC X(01).
007200 01  W-PCOFIC-STATUS                 PIC X(02).
007300     88  W-PCO-OK                    VALUE '00'.
007400     88  W-PCO-FIN                   VALUE '10'.
007500 01  W-ADRFIC-STATUS                 PIC X(02).
007600     88  W-ADR-OK                    VALUE '00'.
007700     88  W-ADR-FIN                   VALUE '10'.
007800     88  W-ADR-ABSENT                VALUE '23'.
007900 01  W-PLIPRE-STATUS                 PIC X(02).
008000     88  W-PLP-OK                    VALUE '00'.
008100 01  W-MOTIF-ABANDON                 PIC X(40).
008200*    PIECE EN COURS ET SA DESTINATION
008300 01  W-PIECE-COURANTE                PIC X(29) VALUE LOW-VALUE.
008400 01  W-RANG-LIGNE                    PIC 9(05) VALUE ZERO.
008500 01  W-DESTINATION.
008600     05  W-DST-PAYS                  PIC X(02).
008700     05  W-DST-CODE-POSTAL           PIC X(10).
008800     05  W-DST-ADR-LIGNE-1           PIC X(30).
008900     05  W-DST-ADR-LIGNE-2           PIC X(30).
009000     05  W-DST-ADR-VILLE             PIC X(20).
009100 PROCEDURE DIVISION.
009200******************************************************************
009300*  0000-MAINLINE : UNE LIGNE PLIPRE PAR LIGNE DE PIECE           *
009400******************************************************************
009500 0000-MAINLINE.
009600     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
009700     PERFORM 8100-LIRE-PCO THRU 8100-EXIT.
009800     PERFORM 2000-UNE-LIGNE THRU 2000-EXIT
009900         UNTIL FIN-PCO.
010000     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
010100     GOBACK.
010200 0000-EXIT.
010300     EXIT.
010400******************************************************************
010500*  1000-INITIALISATION : OUVERTURES - SANS ADRFIC PAS DE MISE    *
010600*  SOUS PLI                                                      *
010700******************************************************************
010800 1000-INITIALISATION.
010900     OPEN INPUT PCOFIC.
011000     IF NOT W-PCO-OK
011100         MOVE 'OPEN PCOFIC' TO W-MOTIF-ABANDON
011200         GO TO 9900-ABANDON.
011300     OPEN INPUT ADRFIC.
011400     IF NOT W-ADR-OK
011500         MOVE 'OPEN ADRFIC' TO W-MOTIF-ABANDON
011600         GO TO 9900-ABANDON.
011700     OPEN OUTPUT PLIPRE.
011800     IF NOT W-PLP-OK
011900         MOVE 'OPEN PLIPRE' TO W-MOTIF-ABANDON
012000         GO TO 9900-ABANDON.
012100 1000-EXIT.
012200     EXIT.
012300******************************************************************
012400*  2000-UNE-LIGNE : LA LIGNE PREND LA DESTINATION DE SA PIECE    *
012500******************************************************************
012600 2000-UNE-LIGNE.
012700     IF PCO-PIECE NOT = W-PIECE-COURANTE
012800         PERFORM 2100-NOUVELLE-PIECE THRU 2100-EXIT.
012900     ADD 1 TO W-RANG-LIGNE CPT-LIGNES.
013000     MOVE W-DST-PAYS          TO PLT-PAYS.
013100     MOVE W-DST-CODE-POSTAL   TO PLT-CODE-POSTAL.
013200     MOVE W-DST-ADR-LIGNE-1   TO PLT-ADR-LIGNE-1.
013300     MOVE W-DST-ADR-LIGNE-2   TO PLT-ADR-LIGNE-2.
013400     MOVE W-DST-ADR-VILLE     TO PLT-ADR-VILLE.
013500     MOVE PCO-PIECE           TO PLT-PIECE.
013600     MOVE W-RANG-LIGNE        TO PLT-RANG-LIGNE.
013700     MOVE PCO-CLE             TO PLT-CLE.
013800     MOVE PCO-MODELE          TO PLT-MODELE.
013900     MOVE PCO-RPR-NUMERO      TO PLT-RPR-NUMERO.
014000     MOVE PCO-DESTINATAIRE    TO PLT-DESTINATAIRE.
014100     MOVE PCO-LIGNE           TO PLT-LIGNE.
014200     MOVE SPACES              TO PLT-ENREG (282:19).
014300     WRITE PLT-ENREG.
014400     IF NOT W-PLP-OK
014500         MOVE 'WRITE PLIPRE' TO W-MOTIF-ABANDON
014600         GO TO 9900-ABANDON.
014700     PERFORM 8100-LIRE-PCO THRU 8100-EXIT.
014800 2000-EXIT.
014900     EXIT.
015000******************************************************************
015100*  2100-NOUVELLE-PIECE : DESTINATION DE LA PIECE - ADRFIC POUR   *
015200*  LE TITULAIRE, SINON L ADRESSE PORTEE PAR LA PIECE             *
015300******************************************************************
015400 2100-NOUVELLE-PIECE.
015500     ADD 1 TO CPT-PIECES.
015600     MOVE PCO-PIECE TO W-PIECE-COURANTE.
015700     MOVE ZERO      TO W-RANG-LIGNE.
015800     MOVE SPACES    TO W-DESTINATION.
015900     IF PCO-TITULAIRE
016000         PERFORM 2200-ADRESSE-ADRFIC THRU 2200-EXIT
016100     ELSE
016200         MOVE PCO-ADR-PAYS        TO W-DST-PAYS
016300         MOVE PCO-ADR-CODE-POSTAL TO W-DST-CODE-POSTAL
016400         MOVE PCO-ADR-LIGNE-1     TO W-DST-ADR-LIGNE-1
016500         MOVE PCO-ADR-LIGNE-2     TO W-DST-ADR-LIGNE-2
016600         MOVE PCO-ADR-VILLE       TO W-DST-ADR-VILLE.
016700     IF W-DST-ADR-LIGNE-1 = SPACES
016800      AND W-DST-CODE-POSTAL = SPACES
016900         GO TO 2100-SANS-ADRESSE.
017000     IF NOT PCO-TITULAIRE
017100         ADD 1 TO CPT-ADRESSE-PORTEE.
017200     IF W-DST-PAYS = SPACES OR W-DST-PAYS = LOW-VALUE
017300         MOVE 'FR' TO W-DST-PAYS.
017400     GO TO 2100-EXIT.
017500 2100-SANS-ADRESSE.
017600     ADD 1 TO CPT-SANS-ADRESSE.
017700     MOVE SPACES     TO W-DESTINATION.
017800     MOVE HIGH-VALUE TO W-DST-PAYS.
017900     MOVE PCO-CLE    TO W-DST-ADR-LIGNE-1.
018000     DISPLAY 'GSPO300 - PIECE SANS ADRESSE : ' PCO-ORIGINE
018100             ' ' PCO-NUMERO ' CLE ' PCO-CLE.
018200 2100-EXIT.
018300     EXIT.
018400******************************************************************
018500*  2200-ADRESSE-ADRFIC : DERNIERE ADRESSE DE LA CLE DONT L EFFET *
018600*  N EST PAS POSTERIEUR A LA DATE DE LA PIECE                    *
018700******************************************************************
018800 2200-ADRESSE-ADRFIC.
018900     MOVE PCO-CLE TO ADR-FGS-CLE.
019000     MOVE ZERO    TO ADR-DATE-EFFET.
019100     START ADRFIC KEY NOT LESS ADR-CLE.
019200     IF W-ADR-ABSENT OR W-ADR-FIN
019300         GO TO 2200-EXIT.
019400     IF NOT W-ADR-OK
019500         MOVE 'START ADRFIC' TO W-MOTIF-ABANDON
019600         GO TO 9900-ABANDON.
019700     MOVE 'N' TO W-FIN-ADR.
019800     PERFORM 2250-UNE-ADRESSE THRU 2250-EXIT
019900         UNTIL W-FIN-ADR = 'O'.
020000 2200-EXIT.
020100     EXIT.
020200 2250-UNE-ADRESSE.
020300     READ ADRFIC NEXT.
020400     IF NOT W-ADR-OK
020500      OR ADR-FGS-CLE NOT = PCO-CLE
020600      OR ADR-DATE-EFFET GREATER PCO-DATE
020700         MOVE 'O' TO W-FIN-ADR
020800         GO TO 2250-EXIT.
020900     IF W-DST-ADR-LIGNE-1 = SPACES
021000      AND W-DST-CODE-POSTAL = SPACES
021100         ADD 1 TO CPT-PAR-ADRFIC.
021200     MOVE ADR-PAYS        TO W-DST-PAYS.
021300     MOVE ADR-CODE-POSTAL TO W-DST-CODE-POSTAL.
021400     MOVE ADR-LIGNE-1     TO W-DST-ADR-LIGNE-1.
021500     MOVE ADR-LIGNE-2     TO W-DST-ADR-LIGNE-2.
021600     MOVE ADR-VILLE       TO W-DST-ADR-VILLE.
021700 2250-EXIT.
021800     EXIT.
021900******************************************************************
022000*  8100-LIRE-PCO : LIGNE DE PIECE SUIVANTE                       *
022100******************************************************************
022200 8100-LIRE-PCO.
022300     READ PCOFIC.
022400     IF W-PCO-FIN
022500         MOVE 'O' TO W-FIN-PCO
022600         GO TO 8100-EXIT.
022700     IF NOT W-PCO-OK
022800         MOVE 'READ PCOFIC' TO W-MOTIF-ABANDON
022900         GO TO 9900-ABANDON.
023000 8100-EXIT.
023100     EXIT.
023200******************************************************************
023300*  9000-TERMINAISON : FERMETURES ET COMPTES RENDUS               *
023400******************************************************************
023500 9000-TERMINAISON.
023600     CLOSE PCOFIC ADRFIC PLIPRE.
023700     DISPLAY 'GSPO300 - LIGNES LUES       : ' CPT-LIGNES.
023800     DISPLAY 'GSPO300 - PIECES            : ' CPT-PIECES.
023900     DISPLAY 'GSPO300 - ADRESSE ADRFIC    : ' CPT-PAR-ADRFIC.
024000     DISPLAY 'GSPO300 - ADRESSE DE PIECE  : ' CPT-ADRESSE-PORTEE.
024100     DISPLAY 'GSPO300 - SANS ADRESSE      : ' CPT-SANS-ADRESSE.
024200     IF CPT-SANS-ADRESSE GREATER ZERO
024300         MOVE 4 TO RETURN-CODE.
024400 9000-EXIT.
024500     EXIT.
024600******************************************************************
024700*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
024800******************************************************************
024900 9900-ABANDON.
025000     DISPLAY 'GSPO300 - ABANDON : ' W-MOTIF-ABANDON.
025100     MOVE 16 TO RETURN-CODE.
025200     STOP RUN.
