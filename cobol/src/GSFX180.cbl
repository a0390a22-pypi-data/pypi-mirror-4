000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSFX180.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSFX180 : CHARGEMENT DU CALENDRIER DES FLUX PARTENAIRES FLXCAL*
000900*  ------------------------------------------------------------  *
001000*  REPREND LE FICHIER D ENTRETIEN FLXSEQ (UN FLUX PAR CARTE :    *
001100*  SOURCE + LIBELLE + CANAL F/Q + JURIDICTION + FENETRE HHMM     *
001200*  HHMM + VOLUME MINIMUM ET MAXIMUM + ACTIF O/N) ET LE VERSE     *
001300*  DANS LE CALENDRIER INDEXE : AJOUT OU REMPLACEMENT FLUX PAR    *
001400*  FLUX, SUR LE MODELE DE GSCA221.                               *
001500*  UN FLUX RETIRE N EST PAS SUPPRIME : IL EST CHARGE ACTIF N     *
001600*  POUR QUE LE SUIVI MENSUEL GSFX183 GARDE SON HISTOIRE.         *
001700*  ------------------------------------------------------------  *
001800*  HISTORIQUE DES MODIFICATIONS                                  *
001900*  15/10/26  DA  CREATION                                        *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER.
002400     IBM-370.
002500 OBJECT-COMPUTER.
002600     IBM-370.
002700 SPECIAL-NAMES.
002800     DECIMAL-POINT IS COMMA.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT FLXSEQ  ASSIGN  FLXSEQ
003200       ORGANIZATION  SEQUENTIAL
003300       FILE STATUS   W-FLXSEQ-STATUS.
003400     SELECT FLXCAL  ASSIGN  FLXCAL
003500       ORGANIZATION  INDEXED
003600       ACCESS MODE   RANDOM
003700       RECORD KEY    FLX-SOURCE
003800       FILE STATUS   W-FLXCAL-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  FLXSEQ
004200     LABEL RECORD STANDARD
004300     DATA RECORD FSQ-ENREG.
004400 01  FSQ-ENREG.
004500     05  FSQ-SOURCE                  PIC X(08).
004600     05  FSQ-LIBELLE                 PIC X(30).
004700     05  FSQ-CANAL                   PIC X(01).
004800     05  FSQ-JURIDICTION             PIC X(02).
004900     05  FSQ-HEURE-DEBUT             PIC 9(04).
005000     05  FSQ-HEURE-FIN               PIC 9(04).
005100     05  FSQ-VOLUME-MIN              PIC 9(09).
005200     05  FSQ-VOLUME-MAX              PIC 9(09).
005300     05  FSQ-ACTIF                   PIC X(01).
005400     05  FILLER                      PIC X(12).
005500 FD  FLXCAL
005600     LABEL RECORD STANDARD
005700     DATA RECORD FLX-ENREG.
005800 COPY FFFFFGFL.
005900 WORKING-STORAGE SECTION.
006000 77  CPT-AJOUTES                     PIC S9(08) COMP VALUE ZERO.
006100 77  CPT-REMPLACES                   PIC S9(08) COMP VALUE ZERO.
006200 77  CPT-REFUSES                     PIC S9(08) COMP VALUE ZERO.
006300 01  W-FIN-SEQ                       PIC X(01) VALUE 'N'.
006400     88  FIN-SEQ                     VALUE 'O'.
006500 01  W-FLXSEQ-STATUS                 PIC X(02).
006600     88  W-FSQ-OK                    VALUE '00'.
006700     88  W-FSQ-FIN                   VALUE '10'.
006800 01  W-FLXCAL-STATUS                 PIC X(02).
006900     88  W-FLX-OK                    VALUE '00'.
007000     88  W-FLX-DOUBLE                VALUE '22'.
007100 01  W-DATE-JOUR                     PIC 9(08).
007200 PROCEDURE DIVISION.
007300******************************************************************
007400*  0000-MAINLINE : CHARGEMENT FLUX PAR FLUX                      *
007500******************************************************************
007600 0000-MAINLINE.
007700     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
007800     OPEN INPUT FLXSEQ.
007900     IF NOT W-FSQ-OK
008000         DISPLAY 'GSFX180 - OPEN FLXSEQ : ' W-FLXSEQ-STATUS
008100         MOVE 16 TO RETURN-CODE
008200         STOP RUN.
008300     OPEN I-O FLXCAL.
008400     IF NOT W-FLX-OK
008500         DISPLAY 'GSFX180 - OPEN FLXCAL : ' W-FLXCAL-STATUS
008600         MOVE 16 TO RETURN-CODE
008700         STOP RUN.
008800     PERFORM 8100-LIRE THRU 8100-EXIT.
008900     PERFORM 2000-VERSER THRU 2000-EXIT
009000         UNTIL FIN-SEQ.
009100     CLOSE FLXSEQ FLXCAL.
009200     DISPLAY 'GSFX180 - AJOUTES   : ' CPT-AJOUTES.
009300     DISPLAY 'GSFX180 - REMPLACES : ' CPT-REMPLACES.
009400     DISPLAY 'GSFX180 - REFUSES   : ' CPT-REFUSES.
009500     IF CPT-REFUSES GREATER ZERO
009600         MOVE 4 TO RETURN-CODE.
009700     GOBACK.
009800 0000-EXIT.
009900     EXIT.
010000******************************************************************
010100*  2000-VERSER : UN FLUX DU CALENDRIER - CARTE CONTROLEE AVANT   *
010200*  CHARGEMENT (FENETRE ET BANDE COHERENTES)                      *
010300******************************************************************
010400 2000-VERSER.
010500     IF FSQ-SOURCE = SPACES
010600      OR (FSQ-CANAL NOT = 'F' AND FSQ-CANAL NOT = 'Q')
010700      OR (FSQ-ACTIF NOT = 'O' AND FSQ-ACTIF NOT = 'N')
010800      OR FSQ-HEURE-DEBUT NOT NUMERIC
010900      OR FSQ-HEURE-FIN NOT NUMERIC
011000      OR FSQ-VOLUME-MIN NOT NUMERIC
011100      OR FSQ-VOLUME-MAX NOT NUMERIC
011200         GO TO 2000-REFUS.
011300     IF FSQ-HEURE-DEBUT GREATER 2359
011400      OR FSQ-HEURE-FIN GREATER 2359
011500      OR FSQ-HEURE-FIN LESS FSQ-HEURE-DEBUT
011600         GO TO 2000-REFUS.
011700     IF FSQ-VOLUME-MAX NOT = ZERO
011800      AND FSQ-VOLUME-MAX LESS FSQ-VOLUME-MIN
011900         GO TO 2000-REFUS.
012000     MOVE SPACES          TO FLX-ENREG.
012100     MOVE FSQ-SOURCE      TO FLX-SOURCE.
012200     MOVE FSQ-LIBELLE     TO FLX-LIBELLE.
012300     MOVE FSQ-CANAL       TO FLX-CANAL.
012400     MOVE FSQ-JURIDICTION TO FLX-JURIDICTION.
012500     MOVE FSQ-HEURE-DEBUT TO FLX-HEURE-DEBUT.
012600     MOVE FSQ-HEURE-FIN   TO FLX-HEURE-FIN.
012700     MOVE FSQ-VOLUME-MIN  TO FLX-VOLUME-MIN.
012800     MOVE FSQ-VOLUME-MAX  TO FLX-VOLUME-MAX.
012900     MOVE FSQ-ACTIF       TO FLX-ACTIF.
013000     MOVE W-DATE-JOUR     TO FLX-DATE-MAJ.
013100     WRITE FLX-ENREG.
013200     IF W-FLX-OK
013300         ADD 1 TO CPT-AJOUTES
013400         GO TO 2000-SUIVANT.
013500     IF W-FLX-DOUBLE
013600         REWRITE FLX-ENREG
013700         IF W-FLX-OK
013800             ADD 1 TO CPT-REMPLACES
013900         ELSE
014000             DISPLAY 'GSFX180 - REWRITE FLXCAL : '
014100                     W-FLXCAL-STATUS
014200             MOVE 16 TO RETURN-CODE
014300             STOP RUN
014400         END-IF
014500         GO TO 2000-SUIVANT.
014600     DISPLAY 'GSFX180 - WRITE FLXCAL : ' W-FLXCAL-STATUS.
014700     MOVE 16 TO RETURN-CODE.
014800     STOP RUN.
014900 2000-REFUS.
015000     ADD 1 TO CPT-REFUSES.
015100     DISPLAY 'GSFX180 - CARTE REFUSEE : ' FSQ-ENREG.
015200 2000-SUIVANT.
015300     PERFORM 8100-LIRE THRU 8100-EXIT.
015400 2000-EXIT.
015500     EXIT.
015600******************************************************************
015700*  8100-LIRE : CARTE FLUX SUIVANTE                               *
015800******************************************************************
015900 8100-LIRE.
016000     READ FLXSEQ.
016100     IF W-FSQ-FIN
016200         MOVE 'O' TO W-FIN-SEQ
016300         GO TO 8100-EXIT.
016400     IF NOT W-FSQ-OK
016500         DISPLAY 'GSFX180 - READ FLXSEQ : ' W-FLXSEQ-STATUS
016600         MOVE 16 TO RETURN-CODE
016700         STOP RUN.
016800 8100-EXIT.
016900     EXIT.
