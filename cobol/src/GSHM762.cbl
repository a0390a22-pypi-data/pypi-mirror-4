000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSHM762.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSHM762 : COMPTE RENDU DES MOUVEMENTS RETENUS REJETES         *
000900*  ------------------------------------------------------------  *
001000*  PASSE APRES GSBT010 (QUI RECREE CRDFIC) ET AVANT GSIC471 :    *
001100*  CHAQUE RETENUE REJETEE PAR L APPROBATEUR (HLDFIC ETAT R,      *
001200*  TRANSACTION GSHM761) DONNE UN COMPTE RENDU RJ SUR SA CLE      *
001300*  AVEC LE MOTIF DU REJET - GSIC471 REND AINSI SON SORT A        *
001400*  L APPLICATION SOEUR - PUIS PASSE A L ETAT C.                  *
001500*  LES RETENUES ENCORE EN ATTENTE N ONT PAS DE COMPTE RENDU :    *
001600*  LEUR CORRELATION RESTE AT JUSQU A LA DECISION.                *
001700*  ------------------------------------------------------------  *
001800*  M-A-J : HLDFIC   CRDFIC                                       *
001900*  ------------------------------------------------------------  *
002000*  HISTORIQUE DES MODIFICATIONS                                  *
002100*  15/10/26  DA  CREATION                                        *
002110*  15/10/26  DA  REFERENCE DE LOT A BLANC SUR LE COMPTE RENDU    *
002120*                (LA RETENUE N EST PAS UN MOUVEMENT DE LOT)      *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.
002600     IBM-370.
002700 OBJECT-COMPUTER.
002800     IBM-370.
002900 SPECIAL-NAMES.
003000     DECIMAL-POINT IS COMMA.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT HLDFIC  ASSIGN  HLDFIC
003400       ORGANIZATION  INDEXED
003500       ACCESS MODE   DYNAMIC
003600       RECORD KEY    HLD-CLE
003700       FILE STATUS   W-HLDFIC-STATUS.
003800     SELECT CRDFIC  ASSIGN  CRDFIC
003900       ORGANIZATION  INDEXED
004000       ACCESS MODE   DYNAMIC
004100       RECORD KEY    CRD-CLE
004200       FILE STATUS   W-CRDFIC-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  HLDFIC
004600     LABEL RECORD STANDARD
004700     DATA RECORD HLD-ENREG.
004800 COPY FFFFFGHM.
004900 FD  CRDFIC
005000     LABEL RECORD STANDARD
005100     DATA RECORD CRD-ENREG.
005200 COPY FFFFFGX.
005300 WORKING-STORAGE SECTION.
005400 77  CPT-RENDUS                      PIC S9(08) COMP VALUE ZERO.
005500 01  W-FIN-HLD                       PIC X(01) VALUE 'N'.
005600     88  FIN-HLD                     VALUE 'O'.
005700 01  W-HLDFIC-STATUS                 PIC X(02).
005800     88  W-HLD-OK                    VALUE '00'.
005900     88  W-HLD-FIN                   VALUE '10'.
006000     88  W-HLD-ABSENT                VALUE '23'.
006100 01  W-CRDFIC-STATUS                 PIC X(02).
006200     88  W-CRD-OK                    VALUE '00'.
006300     88  W-CRD-DOUBLE                VALUE '22'.
006400 01  W-MOTIF-ABANDON                 PIC X(40).
006500 01  W-DATE-JOUR                     PIC 9(08).
006600 PROCEDURE DIVISION.
006700******************************************************************
006800*  0000-MAINLINE : PARCOURS DES RETENUES                         *
006900******************************************************************
007000 0000-MAINLINE.
007100     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
007200     OPEN I-O HLDFIC.
007300     IF NOT W-HLD-OK
007400         MOVE 'OPEN HLDFIC' TO W-MOTIF-ABANDON
007500         GO TO 9900-ABANDON.
007600     OPEN I-O CRDFIC.
007700     IF NOT W-CRD-OK
007800         MOVE 'OPEN CRDFIC' TO W-MOTIF-ABANDON
007900         GO TO 9900-ABANDON.
008000     MOVE LOW-VALUE TO HLD-CLE.
008100     START HLDFIC KEY NOT LESS HLD-CLE.
008200     IF W-HLD-ABSENT OR W-HLD-FIN
008300         MOVE 'O' TO W-FIN-HLD
008400     ELSE
008500         IF NOT W-HLD-OK
008600             MOVE 'START HLDFIC' TO W-MOTIF-ABANDON
008700             GO TO 9900-ABANDON
008800         ELSE
008900             PERFORM 8100-LIRE-RETENUE THRU 8100-EXIT.
009000     PERFORM 2000-UNE-RETENUE THRU 2000-EXIT
009100         UNTIL FIN-HLD.
009200     CLOSE HLDFIC CRDFIC.
009300     DISPLAY 'GSHM762 - REJETS RENDUS : ' CPT-RENDUS.
009400     GOBACK.
009500 0000-EXIT.
009600     EXIT.
009700******************************************************************
009800*  2000-UNE-RETENUE : RETENUE REJETEE -> COMPTE RENDU RJ         *
009900*  (NUMERO D ORDRE SUIVANT SUR LA CLE, COMME GSBT010) - ETAT C   *
010000******************************************************************
010100 2000-UNE-RETENUE.
010200     IF NOT HLD-REJETE
010300         GO TO 2000-SUIVANT.
010400     MOVE HLD-FGS-CLE TO CRD-FGS-CLE.
010500     MOVE ZERO        TO CRD-SEQ.
010600     MOVE 'RJ'        TO CRD-SORT.
010700     MOVE SPACES      TO CRD-MOTIF.
010800     STRING 'REJET APPROBATEUR - ' HLD-MOTIF
010900         DELIMITED SIZE INTO CRD-MOTIF
011000     END-STRING.
011100     MOVE W-DATE-JOUR TO CRD-DATE.
011200     MOVE SPACE       TO CRD-CONSOMME.
011210     MOVE SPACES      TO CRD-LOT-SOURCE.
011220     MOVE ZERO        TO CRD-LOT-DATE CRD-LOT-CYCLE.
011300 2000-ECRIRE.
011400     ADD 1 TO CRD-SEQ.
011500     WRITE CRD-ENREG.
011600     IF W-CRD-DOUBLE AND CRD-SEQ LESS 9999
011700         GO TO 2000-ECRIRE.
011800     IF NOT W-CRD-OK
011900         MOVE 'WRITE CRDFIC' TO W-MOTIF-ABANDON
012000         GO TO 9900-ABANDON.
012100     MOVE 'C'         TO HLD-ETAT.
012200     MOVE W-DATE-JOUR TO HLD-DATE-SORTIE.
012300     REWRITE HLD-ENREG.
012400     IF NOT W-HLD-OK
012500         MOVE 'REWRITE HLDFIC' TO W-MOTIF-ABANDON
012600         GO TO 9900-ABANDON.
012700     ADD 1 TO CPT-RENDUS.
012800 2000-SUIVANT.
012900     PERFORM 8100-LIRE-RETENUE THRU 8100-EXIT.
013000 2000-EXIT.
013100     EXIT.
013200******************************************************************
013300*  8100-LIRE-RETENUE : RETENUE SUIVANTE                          *
013400******************************************************************
013500 8100-LIRE-RETENUE.
013600     READ HLDFIC NEXT.
013700     IF W-HLD-FIN
013800         MOVE 'O' TO W-FIN-HLD
013900         GO TO 8100-EXIT.
014000     IF NOT W-HLD-OK
014100         MOVE 'READ HLDFIC' TO W-MOTIF-ABANDON
014200         GO TO 9900-ABANDON.
014300 8100-EXIT.
014400     EXIT.
014500******************************************************************
014600*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
014700******************************************************************
014800 9900-ABANDON.
014900     DISPLAY 'GSHM762 - ABANDON : ' W-MOTIF-ABANDON.
015000     MOVE 16 TO RETURN-CODE.
015100     STOP RUN.
