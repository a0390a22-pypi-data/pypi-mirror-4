000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPD852.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MODULES COMMUNS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPD852 : PRODUIT DU CATALOGUE PRDFIC EN VIGUEUR A UNE DATE   *
000900*  ------------------------------------------------------------  *
001000*  LU PAR L EDITION COMMUNE GSED050 (CONTROLE BATCH DU CODE      *
001100*  PRODUIT DE L ENREGISTREMENT) ET PAR LES MOTEURS GSFE590,      *
001200*  GSIA600 ET GSCO292 QUI Y PRENNENT LEURS PLANS AVANT LE REPLI  *
001300*  ENTITE + STATUT. SEUL UN PRODUIT VALIDE (DOUBLE CONTROLE      *
001400*  GSPD851) EST SERVI ; LE STATUT DONNE EST CONFRONTE AUX        *
001500*  STATUTS AUTORISES DU PRODUIT (PDZ-STATUT-OK O / N).           *
001600*  RETOUR 0 = SERVI   1 = INCONNU   2 = NON VALIDE               *
001700*         3 = HORS PERIODE   9 = INCIDENT FICHIER                *
001800*  ------------------------------------------------------------  *
001900*  HISTORIQUE DES MODIFICATIONS                                  *
002000*  15/10/26  DA  CREATION                                        *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.
002500     IBM-370.
002600 OBJECT-COMPUTER.
002700     IBM-370.
002800 SPECIAL-NAMES.
002900     DECIMAL-POINT IS COMMA.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PRDFIC  ASSIGN  PRDFIC
003300       ORGANIZATION  INDEXED
003400       ACCESS MODE   RANDOM
003500       RECORD KEY    PRD-CLE
003600       FILE STATUS   W-PRDFIC-STATUS.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  PRDFIC
004000     LABEL RECORD STANDARD
004100     DATA RECORD PRD-ENREG.
004200 COPY FFFFFGPD.
004300 WORKING-STORAGE SECTION.
004400 77  W-OUVERT                        PIC X(01) VALUE 'N'.
004500 77  IX-STA                          PIC S9(04) COMP VALUE ZERO.
004600 01  W-PRDFIC-STATUS                 PIC X(02).
004700     88  W-PRD-OK                    VALUE '00'.
004800     88  W-PRD-ABSENT                VALUE '23'.
004900 LINKAGE SECTION.
005000 COPY GSPDZ.
005100 PROCEDURE DIVISION USING PDZ-ZONE.
005200******************************************************************
005300*  0000-MAINLINE : OUVERTURE AU PREMIER APPEL PUIS LECTURE       *
005400******************************************************************
005500 0000-MAINLINE.
005600     MOVE 'N'    TO PDZ-STATUT-OK.
005700     MOVE SPACES TO PDZ-LIBELLE PDZ-PLAN-FRAIS PDZ-PLAN-INTERET
005800                    PDZ-FREQ-RELEVE.
005900     IF W-OUVERT = 'N'
006000         OPEN INPUT PRDFIC
006100         IF NOT W-PRD-OK
006200             MOVE '9' TO PDZ-RETOUR
006300             GO TO 0000-FIN
006400         ELSE
006500             MOVE 'O' TO W-OUVERT.
006600     MOVE PDZ-CODE TO PRD-CODE.
006700     READ PRDFIC.
006800     IF W-PRD-ABSENT
006900         MOVE '1' TO PDZ-RETOUR
007000         GO TO 0000-FIN.
007100     IF NOT W-PRD-OK
007200         MOVE '9' TO PDZ-RETOUR
007300         GO TO 0000-FIN.
007400     MOVE PRD-LIBELLE TO PDZ-LIBELLE.
007500     IF NOT PRD-VALIDE
007600         MOVE '2' TO PDZ-RETOUR
007700         GO TO 0000-FIN.
007800     IF PDZ-DATE GREATER ZERO
007900      AND (PDZ-DATE LESS PRD-DATE-DEBUT
008000       OR (PRD-DATE-FIN GREATER ZERO
008100           AND PDZ-DATE GREATER PRD-DATE-FIN))
008200         MOVE '3' TO PDZ-RETOUR
008300         GO TO 0000-FIN.
008400     MOVE '0'              TO PDZ-RETOUR.
008500     MOVE PRD-PLAN-FRAIS   TO PDZ-PLAN-FRAIS.
008600     MOVE PRD-PLAN-INTERET TO PDZ-PLAN-INTERET.
008700     MOVE PRD-FREQ-RELEVE  TO PDZ-FREQ-RELEVE.
008800     IF PDZ-STATUT = SPACES OR PRD-STATUTS = SPACES
008900         MOVE 'O' TO PDZ-STATUT-OK
009000         GO TO 0000-FIN.
009100     PERFORM 1000-UN-STATUT THRU 1000-EXIT
009200         VARYING IX-STA FROM 1 BY 1
009300         UNTIL IX-STA GREATER 8 OR PDZ-STATUT-OK = 'O'.
009400 0000-FIN.
009500     GOBACK.
009600 0000-EXIT.
009700     EXIT.
009800******************************************************************
009900*  1000-UN-STATUT : LE STATUT DONNE FIGURE-T-IL AU PRODUIT       *
010000******************************************************************
010100 1000-UN-STATUT.
010200     IF PRD-STATUT-AUTORISE (IX-STA) = PDZ-STATUT
010300         MOVE 'O' TO PDZ-STATUT-OK.
010400 1000-EXIT.
010500     EXIT.
