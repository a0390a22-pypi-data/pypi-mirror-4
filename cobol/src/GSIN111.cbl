002000*  L ACCUSE REPART PAR LE MEME CANAL DE TRANSFERT QUE LE         *
002100*  FICHIER ENTRANT : LE PARTENAIRE CORRIGE ET REEMET LE JOUR     *
002200*  MEME.                                                         *
002225*  EN SORTIE AUSSI, AU JOURNAL QUALITE QLTJRN (EN EXTENSION) :   *
002250*   LE LOT (TYPE L) ET CHAQUE REFUS (TYPE R) AU NOM DU           *
002275*   PARTENAIRE, POUR LA FICHE QUALITE MENSUELLE GSIN112.         *
002300*  ------------------------------------------------------------  *
002400*  HISTORIQUE DES MODIFICATIONS                                  *
002500*  02/09/26  DA  CREATION                                        *
002501*  15/10/26  DA  LOT ET REFUS JOURNALISES DANS QLTJRN POUR LA    *
002502*                FICHE QUALITE PARTENAIRE GSIN112                *
002503******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.
004300     SELECT ACKFIC  ASSIGN  ACKFIC
004400       ORGANIZATION  SEQUENTIAL
004500       FILE STATUS   W-ACKFIC-STATUS.
004525     SELECT QLTJRN  ASSIGN  QLTJRN
004550       ORGANIZATION  SEQUENTIAL
004575       FILE STATUS   W-QLTJRN-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  PARTFIC
005900     LABEL RECORD STANDARD
006000     DATA RECORD ACK-ENREG.
006100 01  ACK-ENREG                       PIC X(80).
006120 FD  QLTJRN
006140     LABEL RECORD STANDARD
006160     DATA RECORD QLJ-ENREG.
006180 COPY FFFFFGQJ.
006200 WORKING-STORAGE SECTION.
006300 77  CPT-RECUS                       PIC S9(08) COMP VALUE ZERO.
006400 77  CPT-REFUSES                     PIC S9(08) COMP VALUE ZERO.
007500     88  W-PRJ-FIN                   VALUE '10'.
007600 01  W-ACKFIC-STATUS                 PIC X(02).
007700     88  W-ACK-OK                    VALUE '00'.
007733 01  W-QLTJRN-STATUS                PIC X(02).
007766     88  W-QLJ-OK                    VALUE '00'.
007800 01  W-MOTIF-ABANDON                 PIC X(40).
007900 01  W-IMAGE-CTL                     PIC X(403).
008000 COPY FFFFFGCT.
011100     IF NOT W-ACK-OK
011200         MOVE 'OPEN ACKFIC'  TO W-MOTIF-ABANDON
011300         GO TO 9900-ABANDON.
011320     OPEN EXTEND QLTJRN.
011340     IF NOT W-QLJ-OK
011360         MOVE 'OPEN QLTJRN'  TO W-MOTIF-ABANDON
011380         GO TO 9900-ABANDON.
011400     MOVE SPACES TO ACK-E-SOURCE.
011500     MOVE ZERO   TO ACK-E-DATE ACK-E-CYCLE.
011600     PERFORM 8100-LIRE-PAR THRU 8100-EXIT.
012600     MOVE CPT-ACCEPTES TO ACK-T-ACCEPTES.
012700     MOVE CPT-REFUSES  TO ACK-T-REFUSES.
012800     WRITE ACK-ENREG FROM ACK-TOTAUX.
012812     MOVE SPACES TO QLJ-ENREG.
012824     MOVE ZERO   TO QLJ-AGE.
012836     MOVE 'L'          TO QLJ-TYPE.
012848     MOVE CPT-RECUS    TO QLJ-RECUS.
012860     MOVE CPT-ACCEPTES TO QLJ-ACCEPTES.
012872     MOVE CPT-REFUSES  TO QLJ-REFUSES.
012884     PERFORM 8300-ECRIRE-QLJ THRU 8300-EXIT.
012900     CLOSE PARTFIC PARTREJ ACKFIC QLTJRN.
013000     DISPLAY 'GSIN111 - ACCEPTES : ' CPT-ACCEPTES.
013100     DISPLAY 'GSIN111 - REFUSES  : ' CPT-REFUSES.
013200     GOBACK.
016600     IF NOT W-ACK-OK
016700         MOVE 'WRITE ACKFIC' TO W-MOTIF-ABANDON
016800         GO TO 9900-ABANDON.
016814     MOVE SPACES TO QLJ-ENREG.
016828     MOVE ZERO   TO QLJ-RECUS QLJ-ACCEPTES QLJ-REFUSES QLJ-AGE.
016842     MOVE 'R'              TO QLJ-TYPE.
016856     MOVE PRJ-CODE-REFUS   TO QLJ-CODE.
016870     MOVE PRJ-IMAGE (1:15) TO QLJ-FGS-CLE.
016884     PERFORM 8300-ECRIRE-QLJ THRU 8300-EXIT.
016900     PERFORM 8200-LIRE-PRJ THRU 8200-EXIT.
017000 2500-EXIT.
017100     EXIT.
019500         GO TO 9900-ABANDON.
019600 8200-EXIT.
019700     EXIT.
019705******************************************************************
019710*  8300-ECRIRE-QLJ : EVENEMENT AU JOURNAL QUALITE PARTENAIRE     *
019715******************************************************************
019720 8300-ECRIRE-QLJ.
019725     MOVE ACK-E-SOURCE TO QLJ-PARTENAIRE.
019730     IF QLJ-PARTENAIRE = SPACES
019735         MOVE 'INCONNU' TO QLJ-PARTENAIRE.
019740     ACCEPT QLJ-DATE FROM DATE YYYYMMDD.
019745     MOVE ACK-E-DATE   TO QLJ-LOT-DATE.
019750     MOVE ACK-E-CYCLE  TO QLJ-LOT-CYCLE.
019755     WRITE QLJ-ENREG.
019760     IF NOT W-QLJ-OK
019765         MOVE 'WRITE QLTJRN' TO W-MOTIF-ABANDON
019770         GO TO 9900-ABANDON.
019775 8300-EXIT.
019780     EXIT.
019800******************************************************************
019900*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
020000******************************************************************
