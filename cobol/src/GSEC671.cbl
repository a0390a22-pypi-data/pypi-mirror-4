000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSEC671.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSEC671 : REFECTION DES ECHEANCIERS DEMANDEE PAR LA           *
000900*            TRANSACTION GSOL010 (FILE GECH - DD ECHDEM)         *
001000*  ------------------------------------------------------------  *
001100*  LE MODULE GSEC670 EST EN E/S NATIVES ET NE PEUT ETRE APPELE   *
001200*  SOUS CICS. QUAND UN OPERATEUR CHANGE LE MONTANT D UN          *
001300*  ENREGISTREMENT A ECHEANCES, GSOL010 DEPOSE LA CLE A LA FILE   *
001400*  GECH. CE PASSAGE RELIT LE MAITRE SOUS CHAQUE CLE ET FAIT      *
001500*  REBATIR L ECHEANCIER SUR L ETAT COURANT : PLUSIEURS DEMANDES  *
001600*  POUR UNE MEME CLE DONNENT LE MEME RESULTAT.                   *
001700*  CLE DISPARUE DU MAITRE OU MONTANT-ECH A ZERO : LES ECHEANCES  *
001800*  OUVERTES SONT ABANDONNEES.                                    *
001900*  ETAT ETATECH : UNE LIGNE PAR DEMANDE ET LES TOTAUX.           *
002000*  ------------------------------------------------------------  *
002100*  HISTORIQUE DES MODIFICATIONS                                  *
002200*  15/10/26  DA  CREATION                                        *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.
002700     IBM-370.
002800 OBJECT-COMPUTER.
002900     IBM-370.
003000 SPECIAL-NAMES.
003100     DECIMAL-POINT IS COMMA.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ECHDEM  ASSIGN  ECHDEM
003500       ORGANIZATION  SEQUENTIAL
003600       FILE STATUS   W-ECHDEM-STATUS.
003700     SELECT FFFFFGS ASSIGN  FFFFFGS
003800       ORGANIZATION  INDEXED
003900       ACCESS MODE   RANDOM
004000       RECORD KEY    FFFFFGS-CLE
004100       FILE STATUS   W-FFFFFGS-STATUS.
004200     SELECT ETATECH ASSIGN  ETATECH
004300       ORGANIZATION  SEQUENTIAL
004400       FILE STATUS   W-ETATECH-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ECHDEM
004800     LABEL RECORD STANDARD
004900     DATA RECORD ECD-ENREG.
005000 01  ECD-ENREG.
005100     05  ECD-DATE                    PIC 9(08).
005200     05  ECD-HEURE                   PIC 9(06).
005300     05  ECD-OPERATEUR               PIC X(08).
005400     05  ECD-CLE                     PIC X(15).
005500     05  FILLER                      PIC X(03).
005600 FD  FFFFFGS
005700     LABEL RECORD STANDARD
005800     DATA RECORD FFFFFGS-ENREG.
005900 COPY FFFFFFGS.
006000 FD  ETATECH
006100     LABEL RECORD STANDARD
006200     DATA RECORD ETE-LIGNE.
006300 01  ETE-LIGNE                       PIC X(132).
006400 WORKING-STORAGE SECTION.
006500 77  CPT-DEMANDES                    PIC S9(08) COMP VALUE ZERO.
006600 77  CPT-REBATIS                     PIC S9(08) COMP VALUE ZERO.
006700 77  CPT-ABANDONNES                  PIC S9(08) COMP VALUE ZERO.
006800 77  CPT-HORS-CAL                    PIC S9(08) COMP VALUE ZERO.
006900 01  W-FIN-DEM                       PIC X(01) VALUE 'N'.
007000     88  FIN-DEM                     VALUE 'O'.
007100 01  W-ECHDEM-STATUS                 PIC X(02).
007200     88  W-ECD-OK                    VALUE '00'.
007300     88  W-ECD-FIN                   VALUE '10'.
007400 COPY FFFFFGSW.
007500 01  W-ETATECH-STATUS                PIC X(02).
007600     88  W-ETE-OK                    VALUE '00'.
007700 01  W-MOTIF-ABANDON                 PIC X(40).
007800 01  W-DATE-JOUR                     PIC 9(08).
007900 01  W-VERDICT                       PIC X(16).
008000 COPY GSECZ.
008100 01  ETE-ENTETE.
008200     05  FILLER                      PIC X(50)
008300         VALUE 'GSEC671 - REFECTION DES ECHEANCIERS DEMANDES EN TP
008400-        ''.
008500     05  FILLER                      PIC X(82) VALUE SPACES.
008600 01  ETE-DETAIL.
008700     05  FILLER                      PIC X(01) VALUE SPACE.
008800     05  ETE-CLE                     PIC X(15).
008900     05  FILLER                      PIC X(02) VALUE SPACES.
009000     05  ETE-OPERATEUR               PIC X(08).
009100     05  FILLER                      PIC X(02) VALUE SPACES.
009200     05  ETE-HEURE                   PIC 9(06).
009300     05  FILLER                      PIC X(02) VALUE SPACES.
009400     05  ETE-VERDICT                 PIC X(16).
009500     05  FILLER                      PIC X(02) VALUE SPACES.
009600     05  ETE-NB-LIGNES               PIC Z(03)9.
009700     05  FILLER                      PIC X(74) VALUE SPACES.
009800 01  ETE-TOTAUX.
009900     05  FILLER                      PIC X(19)
010000         VALUE 'TOTAUX - DEMANDES :'.
010100     05  ETE-T-DEMANDES              PIC Z(07)9.
010200     05  FILLER                      PIC X(11)
010300         VALUE ' REBATIS : '.
010400     05  ETE-T-REBATIS               PIC Z(07)9.
010500     05  FILLER                      PIC X(14)
010600         VALUE ' ABANDONNES : '.
010700     05  ETE-T-ABANDONNES            PIC Z(07)9.
010800     05  FILLER                      PIC X(19)
010900         VALUE ' HORS CALENDRIER : '.
011000     05  ETE-T-HORS-CAL              PIC Z(07)9.
011100     05  FILLER                      PIC X(37) VALUE SPACES.
011200 PROCEDURE DIVISION.
011300******************************************************************
011400*  0000-MAINLINE : UNE DEMANDE A LA FOIS JUSQU A FIN DE FILE     *
011500******************************************************************
011600 0000-MAINLINE.
011700     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
011800     PERFORM 2000-UNE-DEMANDE THRU 2000-EXIT
011900         UNTIL FIN-DEM.
012000     PERFORM 3000-TERMINAISON THRU 3000-EXIT.
012100     GOBACK.
012200 0000-EXIT.
012300     EXIT.
012400******************************************************************
012500*  1000-INITIALISATION : OUVERTURES ET ENTETE D ETAT             *
012600******************************************************************
012700 1000-INITIALISATION.
012800     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
012900     OPEN INPUT ECHDEM.
013000     IF NOT W-ECD-OK
013100         MOVE 'OPEN ECHDEM'  TO W-MOTIF-ABANDON
013200         GO TO 9900-ABANDON.
013300     OPEN INPUT FFFFFGS.
013400     IF NOT W-FGS-OK
013500         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
013600         GO TO 9900-ABANDON.
013700     OPEN OUTPUT ETATECH.
013800     IF NOT W-ETE-OK
013900         MOVE 'OPEN ETATECH' TO W-MOTIF-ABANDON
014000         GO TO 9900-ABANDON.
014100     WRITE ETE-LIGNE FROM ETE-ENTETE.
014200     PERFORM 8100-LIRE-DEM THRU 8100-EXIT.
014300 1000-EXIT.
014400     EXIT.
014500******************************************************************
014600*  2000-UNE-DEMANDE : RELECTURE DU MAITRE ET APPEL DE GSEC670    *
014700*  SUR L ETAT COURANT DE L ENREGISTREMENT                        *
014800******************************************************************
014900 2000-UNE-DEMANDE.
015000     ADD 1 TO CPT-DEMANDES.
015100     MOVE ECD-CLE TO FFFFFGS-CLE.
015200     READ FFFFFGS.
015300     IF W-FGS-ABSENT
015400         MOVE 'A'                TO ECZ-FONCTION
015500         MOVE ECD-CLE            TO ECZ-FGS-CLE
015600         MOVE ZERO               TO ECZ-MONTANT ECZ-MONTANT-ECH
015700         MOVE ZERO               TO ECZ-DATE-EFFET
015800         MOVE 'CLE DISPARUE    ' TO W-VERDICT
015900         GO TO 2000-APPELER.
016000     IF NOT W-FGS-OK
016100         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
016200         GO TO 9900-ABANDON.
016300     MOVE FFFFFGS-CLE         TO ECZ-FGS-CLE.
016400     MOVE FFFFFGS-MONTANT     TO ECZ-MONTANT.
016500     MOVE FFFFFGS-MONTANT-ECH TO ECZ-MONTANT-ECH.
016600     MOVE FFFFFGS-DATE-EFFET  TO ECZ-DATE-EFFET.
016700     IF FFFFFGS-MONTANT-ECH GREATER ZERO
016800         MOVE 'C'                TO ECZ-FONCTION
016900         MOVE 'REBATI          ' TO W-VERDICT
017000     ELSE
017100         MOVE 'A'                TO ECZ-FONCTION
017200         MOVE 'SANS ECHEANCE   ' TO W-VERDICT.
017300 2000-APPELER.
017400     MOVE W-DATE-JOUR TO ECZ-DATE-JOUR.
017500     MOVE 'GSEC671 '  TO ECZ-PROGRAMME.
017600     CALL 'GSEC670' USING ECZ-ZONE.
017700     IF ECZ-INCIDENT
017800         MOVE 'CALL GSEC670 - ECHFIC' TO W-MOTIF-ABANDON
017900         GO TO 9900-ABANDON.
018000     IF ECZ-CONSTRUIRE
018100         ADD 1 TO CPT-REBATIS
018200     ELSE
018300         ADD 1 TO CPT-ABANDONNES.
018400     IF ECZ-HORS-CALENDRIER
018500         ADD 1 TO CPT-HORS-CAL
018600         MOVE 'REBATI HORS CAL ' TO W-VERDICT.
018700     PERFORM 2800-EDITER THRU 2800-EXIT.
018800     PERFORM 8100-LIRE-DEM THRU 8100-EXIT.
018900 2000-EXIT.
019000     EXIT.
019100******************************************************************
019200*  2800-EDITER : UNE LIGNE D ETAT PAR DEMANDE                    *
019300******************************************************************
019400 2800-EDITER.
019500     MOVE ECD-CLE       TO ETE-CLE.
019600     MOVE ECD-OPERATEUR TO ETE-OPERATEUR.
019700     MOVE ECD-HEURE     TO ETE-HEURE.
019800     MOVE W-VERDICT     TO ETE-VERDICT.
019900     MOVE ECZ-NB-LIGNES TO ETE-NB-LIGNES.
020000     WRITE ETE-LIGNE FROM ETE-DETAIL.
020100 2800-EXIT.
020200     EXIT.
020300******************************************************************
020400*  3000-TERMINAISON : TOTAUX ET FERMETURES                       *
020500******************************************************************
020600 3000-TERMINAISON.
020700     MOVE CPT-DEMANDES   TO ETE-T-DEMANDES.
020800     MOVE CPT-REBATIS    TO ETE-T-REBATIS.
020900     MOVE CPT-ABANDONNES TO ETE-T-ABANDONNES.
021000     MOVE CPT-HORS-CAL   TO ETE-T-HORS-CAL.
021100     WRITE ETE-LIGNE FROM ETE-TOTAUX.
021200     CLOSE ECHDEM FFFFFGS ETATECH.
021300     DISPLAY 'GSEC671 - DEMANDES LUES  : ' CPT-DEMANDES.
021400     DISPLAY 'GSEC671 - REBATIS        : ' CPT-REBATIS.
021500     DISPLAY 'GSEC671 - ABANDONNES     : ' CPT-ABANDONNES.
021600     GOBACK.
021700 3000-EXIT.
021800     EXIT.
021900******************************************************************
022000*  8100-LIRE-DEM : LECTURE DE LA DEMANDE SUIVANTE                *
022100******************************************************************
022200 8100-LIRE-DEM.
022300     READ ECHDEM.
022400     IF W-ECD-FIN
022500         MOVE 'O' TO W-FIN-DEM
022600         GO TO 8100-EXIT.
022700     IF NOT W-ECD-OK
022800         MOVE 'READ ECHDEM' TO W-MOTIF-ABANDON
022900         GO TO 9900-ABANDON.
023000 8100-EXIT.
023100     EXIT.
023200******************************************************************
023300*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
023400******************************************************************
023500 9900-ABANDON.
023600     DISPLAY 'GSEC671 - ABANDON : ' W-MOTIF-ABANDON.
023700     MOVE 16 TO RETURN-CODE.
023800     STOP RUN.
