000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSL860.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSL860 : PHOTO QUOTIDIENNE DES SOLDES DE FIN DE JOURNEE      *
000900*  ------------------------------------------------------------  *
001000*  PASSE EN FIN DE CHAINE, APRES GSBT010 (ET LES MOTEURS DONT    *
001100*  LES LOTS Y SONT APPLIQUES). POUR CHAQUE ENREGISTREMENT DU     *
001200*  MAITRE NON SUPPRIME (STATUT AUTRE QUE SU), UNE PHOTO SLDFIC   *
001300*  (CLE + DATE) DE FFFFFGS-MONTANT ET FFFFFGS-MONTANT-ECH.       *
001400*  CARTE PARAMETRE : DATE(8) DE LA PHOTO - A BLANC = DATE DU     *
001500*  JOUR. SEULS LES JOURS OUVRES (GSCA220 FONCTION S,             *
001600*  JURIDICTION FR) SONT PHOTOGRAPHIES : UN JOUR CHOME LAISSE     *
001700*  VALOIR LA PHOTO DE LA VEILLE OUVREE (MODULE GSSL861).         *
001800*  REPRISE : LA PASSE EST REJOUABLE - UNE PHOTO DEJA POSEE       *
001900*  POUR LA DATE EST REECRITE.                                    *
002000*  LA PURGE DES PHOTOS SUIT LA POLITIQUE GSPU570 (MAGASIN        *
002100*  SLDFIC).                                                      *
002200*  ------------------------------------------------------------  *
002300*  HISTORIQUE DES MODIFICATIONS                                  *
002400*  15/10/26  DA  CREATION                                        *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.
002900     IBM-370.
003000 OBJECT-COMPUTER.
003100     IBM-370.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FFFFFGS ASSIGN  FFFFFGS
003700       ORGANIZATION  INDEXED
003800       ACCESS MODE   SEQUENTIAL
003900       RECORD KEY    FFFFFGS-CLE
004000       FILE STATUS   W-FFFFFGS-STATUS.
004100     SELECT SLDFIC  ASSIGN  SLDFIC
004200       ORGANIZATION  INDEXED
004300       ACCESS MODE   RANDOM
004400       RECORD KEY    SLD-CLE
004500       FILE STATUS   W-SLDFIC-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  FFFFFGS
004900     LABEL RECORD STANDARD
005000     DATA RECORD FFFFFGS-ENREG.
005100 COPY FFFFFFGS.
005200 FD  SLDFIC
005300     LABEL RECORD STANDARD
005400     DATA RECORD SLD-ENREG.
005500 COPY FFFFFGSL.
005600 WORKING-STORAGE SECTION.
005700 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
005800 77  CPT-PHOTOS                      PIC S9(08) COMP VALUE ZERO.
005900 77  CPT-REECRITES                   PIC S9(08) COMP VALUE ZERO.
006000 77  CPT-SUPPRIMES                   PIC S9(08) COMP VALUE ZERO.
006100 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
006200     88  FIN-FGS                     VALUE 'O'.
006300 COPY FFFFFGSW.
006400 01  W-SLDFIC-STATUS                 PIC X(02).
006500     88  W-SLD-OK                    VALUE '00'.
006600     88  W-SLD-DOUBLON               VALUE '22'.
006700 01  W-MOTIF-ABANDON                 PIC X(40).
006800 01  W-PARM.
006900     05  W-PARM-DATE                 PIC X(08).
007000     05  FILLER                      PIC X(72).
007100 01  W-DATE-JOUR                     PIC 9(08).
007200 01  W-DATE-PHOTO                    PIC 9(08).
007300 COPY GSCAZ.
007400 PROCEDURE DIVISION.
007500******************************************************************
007600*  0000-MAINLINE : DATE DE LA PHOTO, JOUR OUVRE, PASSE MAITRE    *
007700******************************************************************
007800 0000-MAINLINE.
007900     MOVE SPACES TO W-PARM.
008000     ACCEPT W-PARM.
008100     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
008200     IF W-PARM-DATE = SPACES
008300         MOVE W-DATE-JOUR TO W-DATE-PHOTO
008400     ELSE
008500         IF W-PARM-DATE NUMERIC
008600             MOVE W-PARM-DATE TO W-DATE-PHOTO
008700         ELSE
008800             MOVE 'DATE DE PHOTO INVALIDE' TO W-MOTIF-ABANDON
008900             GO TO 9900-ABANDON.
009000     MOVE 'S'          TO CAZ-FONCTION.
009100     MOVE 'FR'         TO CAZ-JURIDICTION.
009200     MOVE W-DATE-PHOTO TO CAZ-DATE-ENTREE.
009300     CALL 'GSCA220' USING CAZ-ZONE.
009400     IF NOT CAZ-SERVI
009500         MOVE 'GSCA220 - CALENDRIER INDISPONIBLE'
009600           TO W-MOTIF-ABANDON
009700         GO TO 9900-ABANDON.
009800     IF CAZ-DATE-SORTIE NOT = W-DATE-PHOTO
009900         DISPLAY 'GSSL860 - JOUR NON OUVRE ' W-DATE-PHOTO
010000                 ' - PAS DE PHOTO'
010100         GOBACK.
010200     OPEN INPUT FFFFFGS.
010300     IF NOT W-FGS-OK
010400         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
010500         GO TO 9900-ABANDON.
010600     OPEN I-O SLDFIC.
010700     IF NOT W-SLD-OK
010800         MOVE 'OPEN SLDFIC'  TO W-MOTIF-ABANDON
010900         GO TO 9900-ABANDON.
011000     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
011100     PERFORM 2000-UN-ENREG THRU 2000-EXIT
011200         UNTIL FIN-FGS.
011300     CLOSE FFFFFGS SLDFIC.
011400     DISPLAY 'GSSL860 - DATE DE LA PHOTO  : ' W-DATE-PHOTO.
011500     DISPLAY 'GSSL860 - ENREGISTREMENTS   : ' CPT-LUS.
011600     DISPLAY 'GSSL860 - PHOTOS POSEES     : ' CPT-PHOTOS.
011700     DISPLAY 'GSSL860 - PHOTOS REECRITES  : ' CPT-REECRITES.
011800     DISPLAY 'GSSL860 - SUPPRIMES ECARTES : ' CPT-SUPPRIMES.
011900     GOBACK.
012000 0000-EXIT.
012100     EXIT.
012200******************************************************************
012300*  2000-UN-ENREG : LA PHOTO DE LA CLE (REECRITE EN REPRISE)      *
012400******************************************************************
012500 2000-UN-ENREG.
012600     IF FFFFFGS-STATUT = 'SU'
012700         ADD 1 TO CPT-SUPPRIMES
012800         GO TO 2000-SUIVANT.
012900     MOVE SPACES         TO SLD-ENREG.
013000     MOVE FFFFFGS-CLE    TO SLD-FGS-CLE.
013100     MOVE W-DATE-PHOTO   TO SLD-DATE.
013200     MOVE FFFFFGS-STATUT TO SLD-STATUT.
013300     IF FFFFFGS-MONTANT NUMERIC
013400         MOVE FFFFFGS-MONTANT     TO SLD-MONTANT
013500     ELSE
013600         MOVE ZERO                TO SLD-MONTANT.
013700     IF FFFFFGS-MONTANT-ECH NUMERIC
013800         MOVE FFFFFGS-MONTANT-ECH TO SLD-MONTANT-ECH
013900     ELSE
014000         MOVE ZERO                TO SLD-MONTANT-ECH.
014100     WRITE SLD-ENREG.
014200     IF W-SLD-DOUBLON
014300         REWRITE SLD-ENREG
014400         IF NOT W-SLD-OK
014500             MOVE 'REWRITE SLDFIC' TO W-MOTIF-ABANDON
014600             GO TO 9900-ABANDON
014700         END-IF
014800         ADD 1 TO CPT-REECRITES
014900         GO TO 2000-SUIVANT.
015000     IF NOT W-SLD-OK
015100         MOVE 'WRITE SLDFIC' TO W-MOTIF-ABANDON
015200         GO TO 9900-ABANDON.
015300     ADD 1 TO CPT-PHOTOS.
015400 2000-SUIVANT.
015500     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
015600 2000-EXIT.
015700     EXIT.
015800******************************************************************
015900*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
016000******************************************************************
016100 8100-LIRE-FGS.
016200     READ FFFFFGS NEXT.
016300     IF W-FGS-FIN
016400         MOVE 'O' TO W-FIN-FGS
016500         GO TO 8100-EXIT.
016600     IF NOT W-FGS-OK
016700         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
016800         GO TO 9900-ABANDON.
016900     ADD 1 TO CPT-LUS.
017000 8100-EXIT.
017100     EXIT.
017200******************************************************************
017300*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
017400******************************************************************
017500 9900-ABANDON.
017600     DISPLAY 'GSSL860 - ABANDON : ' W-MOTIF-ABANDON.
017700     MOVE 16 TO RETURN-CODE.
017800     STOP RUN.
