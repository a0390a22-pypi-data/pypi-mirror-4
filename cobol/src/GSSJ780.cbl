000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSJ780.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MODULES COMMUNS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSJ780 : MONTANT BLOQUE PAR LES ORDRES DE SAISIE (SAIFIC)    *
000900*  ------------------------------------------------------------  *
001000*  UNE SAISIE JUDICIAIRE OU UN AVIS A TIERS DETENTEUR GELE UNE   *
001100*  PART DU MONTANT DE LA CLE : LES CHAINES BATCH DEMANDENT ICI   *
001200*  LE CUMUL DES ORDRES ACTIFS (ETAT A, DATE DU JOUR DANS LA      *
001300*  FENETRE DE L ORDRE) AVANT D APPLIQUER UN DEBIT. UN SAIFIC     *
001400*  ABSENT DE L ENVIRONNEMENT REND LIBRE : LES TRAVAUX SANS       *
001500*  ORDRE POSE NE S ARRETENT PAS POUR AUTANT.                     *
001600*  ------------------------------------------------------------  *
001700*  HISTORIQUE DES MODIFICATIONS                                  *
001800*  15/10/26  DA  CREATION                                        *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.
002300     IBM-370.
002400 OBJECT-COMPUTER.
002500     IBM-370.
002600 SPECIAL-NAMES.
002700     DECIMAL-POINT IS COMMA.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT SAIFIC  ASSIGN  SAIFIC
003100       ORGANIZATION  INDEXED
003200       ACCESS MODE   DYNAMIC
003300       RECORD KEY    SAI-CLE
003400       FILE STATUS   W-SAIFIC-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  SAIFIC
003800     LABEL RECORD STANDARD
003900     DATA RECORD SAI-ENREG.
004000 COPY FFFFFGSJ.
004100 WORKING-STORAGE SECTION.
004200 77  W-OUVERT                        PIC X(01) VALUE 'N'.
004300 77  W-INDISPONIBLE                  PIC X(01) VALUE 'N'.
004400 01  W-SAIFIC-STATUS                 PIC X(02).
004500     88  W-SAI-OK                    VALUE '00'.
004600     88  W-SAI-FIN                   VALUE '10'.
004700     88  W-SAI-ABSENT                VALUE '23'.
004800 01  W-DATE-JOUR                     PIC 9(08).
004900 LINKAGE SECTION.
005000 COPY GSSJZ.
005100 PROCEDURE DIVISION USING SJZ-ZONE.
005200******************************************************************
005300*  0000-MAINLINE : CUMUL DES ORDRES ACTIFS DE LA CLE             *
005400******************************************************************
005500 0000-MAINLINE.
005600     MOVE '0'    TO SJZ-RETOUR.
005700     MOVE ZERO   TO SJZ-NB-ORDRES SJZ-MONTANT-BLOQUE.
005800     IF W-INDISPONIBLE = 'O'
005900         GO TO 0000-FIN.
006000     IF W-OUVERT = 'N'
006100         OPEN INPUT SAIFIC
006200         IF NOT W-SAI-OK
006300             MOVE 'O' TO W-INDISPONIBLE
006400             GO TO 0000-FIN
006500         ELSE
006600             MOVE 'O' TO W-OUVERT.
006700     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
006800     MOVE SJZ-FGS-CLE TO SAI-FGS-CLE.
006900     MOVE ZERO        TO SAI-NUMERO.
007000     START SAIFIC KEY NOT LESS SAI-CLE.
007100     IF W-SAI-ABSENT
007200         GO TO 0000-FIN.
007300     IF NOT W-SAI-OK
007400         MOVE '9' TO SJZ-RETOUR
007500         GO TO 0000-FIN.
007600 0000-LIRE.
007700     READ SAIFIC NEXT.
007800     IF W-SAI-FIN
007900         GO TO 0000-FIN.
008000     IF NOT W-SAI-OK
008100         MOVE '9' TO SJZ-RETOUR
008200         GO TO 0000-FIN.
008300     IF SAI-FGS-CLE NOT = SJZ-FGS-CLE
008400         GO TO 0000-FIN.
008500     IF SAI-ACTIF
008600      AND W-DATE-JOUR NOT LESS SAI-DATE-DEBUT
008700      AND W-DATE-JOUR NOT GREATER SAI-DATE-FIN
008800         ADD 1                  TO SJZ-NB-ORDRES
008900         ADD SAI-MONTANT-BLOQUE TO SJZ-MONTANT-BLOQUE
009000         MOVE '1'               TO SJZ-RETOUR.
009100     GO TO 0000-LIRE.
009200 0000-FIN.
009300     GOBACK.
009400 0000-EXIT.
009500     EXIT.
