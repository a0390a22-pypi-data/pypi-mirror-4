000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSKY752.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MODULES COMMUNS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSKY752 : ETAT DE LA REVUE DE CONNAISSANCE CLIENT D UNE CLE   *
000900*  ------------------------------------------------------------  *
001000*  LU PAR L EDITION COMMUNE GSED050 AVANT TOUTE MODIFICATION     *
001100*  BATCH : LE DOSSIER KYCFIC BLOQUE PAR LA VEILLE GSKY750 REND   *
001200*  1 AVEC LE MOTIF ET LA DATE DU BLOCAGE. UNE CLE SANS DOSSIER   *
001300*  N EST PAS BLOQUEE.                                            *
001400*  RETOUR 0 = A JOUR   1 = BLOQUE   9 = INCIDENT FICHIER         *
001500*  ------------------------------------------------------------  *
001600*  HISTORIQUE DES MODIFICATIONS                                  *
001700*  15/10/26  DA  CREATION                                        *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER.
002200     IBM-370.
002300 OBJECT-COMPUTER.
002400     IBM-370.
002500 SPECIAL-NAMES.
002600     DECIMAL-POINT IS COMMA.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT KYCFIC  ASSIGN  KYCFIC
003000       ORGANIZATION  INDEXED
003100       ACCESS MODE   RANDOM
003200       RECORD KEY    KYC-FGS-CLE
003300       FILE STATUS   W-KYCFIC-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  KYCFIC
003700     LABEL RECORD STANDARD
003800     DATA RECORD KYC-ENREG.
003900 COPY FFFFFGKY.
004000 WORKING-STORAGE SECTION.
004100 77  W-OUVERT                        PIC X(01) VALUE 'N'.
004200 01  W-KYCFIC-STATUS                 PIC X(02).
004300     88  W-KYC-OK                    VALUE '00'.
004400     88  W-KYC-ABSENT                VALUE '23'.
004500 LINKAGE SECTION.
004600 COPY GSKYZ.
004700 PROCEDURE DIVISION USING KYZ-ZONE.
004800******************************************************************
004900*  0000-MAINLINE : OUVERTURE AU PREMIER APPEL PUIS LECTURE       *
005000******************************************************************
005100 0000-MAINLINE.
005200     MOVE SPACES TO KYZ-MOTIF-BLOCAGE.
005300     MOVE ZERO   TO KYZ-DATE-BLOCAGE.
005400     IF W-OUVERT = 'N'
005500         OPEN INPUT KYCFIC
005600         IF NOT W-KYC-OK
005700             MOVE '9' TO KYZ-RETOUR
005800             GO TO 0000-FIN
005900         ELSE
006000             MOVE 'O' TO W-OUVERT.
006100     MOVE KYZ-FGS-CLE TO KYC-FGS-CLE.
006200     READ KYCFIC.
006300     IF W-KYC-ABSENT
006400         MOVE '0' TO KYZ-RETOUR
006500         GO TO 0000-FIN.
006600     IF NOT W-KYC-OK
006700         MOVE '9' TO KYZ-RETOUR
006800         GO TO 0000-FIN.
006900     IF NOT KYC-BLOQUE
007000         MOVE '0' TO KYZ-RETOUR
007100         GO TO 0000-FIN.
007200     MOVE '1'               TO KYZ-RETOUR.
007300     MOVE KYC-MOTIF-BLOCAGE TO KYZ-MOTIF-BLOCAGE.
007400     MOVE KYC-DATE-BLOCAGE  TO KYZ-DATE-BLOCAGE.
007500 0000-FIN.
007600     GOBACK.
007700 0000-EXIT.
007800     EXIT.
