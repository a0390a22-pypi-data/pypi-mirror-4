000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSC741.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MODULES COMMUNS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSC741 : FILTRAGE D UN NOM FFFFFGS CONTRE LA LISTE DE        *
000900*            SURVEILLANCE (SANCTIONS)                            *
001000*  ------------------------------------------------------------  *
001100*  LE NOM EN CLAIR EST RAMENE A SA CLE SONORE (GSPH520) ; LES    *
001200*  ENTREES WLSFIC DE MEME CLE SONT LES CANDIDATES. POUR CHACUNE, *
001300*  L ALERTE (CLE FFFFFGS + REFERENCE) EST CHERCHEE AU FICHIER    *
001400*  SCDFIC : LEVEE = IGNOREE, EN ATTENTE OU CONFIRMEE = CONNUE,   *
001500*  ABSENTE = NOUVELLE, POSEE EN ATTENTE POUR L ANALYSTE.         *
001600*  APPELE PAR GSBT010 (AJOUTS ET CHANGEMENTS DE NOM) ET PAR LE   *
001700*  REFILTRAGE COMPLET GSSC742. LES FICHIERS SONT OUVERTS AU      *
001800*  PREMIER APPEL ; LA FONCTION Z LES FERME.                      *
001900*  ------------------------------------------------------------  *
002000*  ENTREE  : WLSFIC   LISTE DE SURVEILLANCE (GSSC740)            *
002100*  M-A-J   : SCDFIC   ALERTES ET DECISIONS DE LA CONFORMITE      *
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
003600     SELECT WLSFIC  ASSIGN  WLSFIC
003700       ORGANIZATION  INDEXED
003800       ACCESS MODE   DYNAMIC
003900       RECORD KEY    WLS-CLE
004000       FILE STATUS   W-WLSFIC-STATUS.
004100     SELECT SCDFIC  ASSIGN  SCDFIC
004200       ORGANIZATION  INDEXED
004300       ACCESS MODE   DYNAMIC
004400       RECORD KEY    SCD-CLE
004500       FILE STATUS   W-SCDFIC-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  WLSFIC
004900     LABEL RECORD STANDARD
005000     DATA RECORD WLS-ENREG.
005100 COPY FFFFFGWL.
005200 FD  SCDFIC
005300     LABEL RECORD STANDARD
005400     DATA RECORD SCD-ENREG.
005500 COPY FFFFFGSD.
005600 WORKING-STORAGE SECTION.
005700 77  W-OUVERT                        PIC X(01) VALUE 'N'.
005800 01  W-WLSFIC-STATUS                 PIC X(02).
005900     88  W-WLS-OK                    VALUE '00'.
006000     88  W-WLS-FIN                   VALUE '10'.
006100     88  W-WLS-ABSENT                VALUE '23'.
006200 01  W-SCDFIC-STATUS                 PIC X(02).
006300     88  W-SCD-OK                    VALUE '00'.
006400     88  W-SCD-ABSENT                VALUE '23'.
006500 01  W-DATE-JOUR                     PIC 9(08).
006600 01  W-FIN-CANDIDATS                 PIC X(01).
006700     88  FIN-CANDIDATS               VALUE 'O'.
006800 COPY GSPHZ.
006900 LINKAGE SECTION.
007000 COPY GSSCZ.
007100 PROCEDURE DIVISION USING SCZ-ZONE.
007200******************************************************************
007300*  0000-MAINLINE : OUVERTURE AU PREMIER APPEL PUIS FILTRAGE      *
007400******************************************************************
007500 0000-MAINLINE.
007600     MOVE '0' TO SCZ-RETOUR.
007700     IF SCZ-FERMER
007800         PERFORM 9000-FERMER THRU 9000-EXIT
007900         GO TO 0000-FIN.
008000     IF W-OUVERT = 'N'
008100         PERFORM 1000-OUVRIR THRU 1000-EXIT
008200         IF SCZ-INCIDENT
008300             GO TO 0000-FIN
008400         END-IF
008500     END-IF.
008600     MOVE SPACES TO SCZ-LISTE SCZ-REFERENCE SCZ-NOM-LISTE
008700                    SCZ-ETAT.
008800     MOVE SCZ-NOM TO PHZ-NOM.
008900     CALL 'GSPH520' USING PHZ-ZONE.
009000     IF PHZ-NOM-VIDE
009100         GO TO 0000-FIN.
009200     MOVE PHZ-CLE    TO WLS-PHONETIQUE.
009300     MOVE LOW-VALUES TO WLS-REFERENCE.
009400     START WLSFIC KEY NOT LESS WLS-CLE.
009500     IF W-WLS-ABSENT
009600         GO TO 0000-FIN.
009700     IF NOT W-WLS-OK
009800         MOVE '9' TO SCZ-RETOUR
009900         GO TO 0000-FIN.
010000     MOVE 'N' TO W-FIN-CANDIDATS.
010100     PERFORM 2000-CANDIDAT THRU 2000-EXIT
010200         UNTIL FIN-CANDIDATS.
010300 0000-FIN.
010400     GOBACK.
010500 0000-EXIT.
010600     EXIT.
010700******************************************************************
010800*  1000-OUVRIR : LISTE EN LECTURE, ALERTES EN MISE A JOUR        *
010900******************************************************************
011000 1000-OUVRIR.
011100     OPEN INPUT WLSFIC.
011200     IF NOT W-WLS-OK
011300         MOVE '9' TO SCZ-RETOUR
011400         GO TO 1000-EXIT.
011500     OPEN I-O SCDFIC.
011600     IF NOT W-SCD-OK
011700         CLOSE WLSFIC
011800         MOVE '9' TO SCZ-RETOUR
011900         GO TO 1000-EXIT.
012000     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
012100     MOVE 'O' TO W-OUVERT.
012200 1000-EXIT.
012300     EXIT.
012400******************************************************************
012500*  2000-CANDIDAT : ENTREE SUIVANTE DE MEME CLE SONORE ET SORT DE *
012600*  SON ALERTE POUR LA CLE FFFFFGS                                *
012700******************************************************************
012800 2000-CANDIDAT.
012900     READ WLSFIC NEXT.
013000     IF W-WLS-FIN
013100         MOVE 'O' TO W-FIN-CANDIDATS
013200         GO TO 2000-EXIT.
013300     IF NOT W-WLS-OK
013400         MOVE '9' TO SCZ-RETOUR
013500         MOVE 'O' TO W-FIN-CANDIDATS
013600         GO TO 2000-EXIT.
013700     IF WLS-PHONETIQUE NOT = PHZ-CLE
013800         MOVE 'O' TO W-FIN-CANDIDATS
013900         GO TO 2000-EXIT.
014000     MOVE SCZ-FGS-CLE   TO SCD-FGS-CLE.
014100     MOVE WLS-REFERENCE TO SCD-REFERENCE.
014200     READ SCDFIC.
014300     IF W-SCD-ABSENT
014400         PERFORM 2100-POSER-ALERTE THRU 2100-EXIT
014500         GO TO 2000-EXIT.
014600     IF NOT W-SCD-OK
014700         MOVE '9' TO SCZ-RETOUR
014800         MOVE 'O' TO W-FIN-CANDIDATS
014900         GO TO 2000-EXIT.
015000     IF SCD-LEVEE
015100         GO TO 2000-EXIT.
015200*    ALERTE EN ATTENTE OU CONFIRMEE : RENDUE SEULEMENT SI AUCUNE
015300*    AUTRE N A ENCORE ETE RETENUE
015400     IF SCZ-LIBRE
015500         MOVE '2' TO SCZ-RETOUR
015600         PERFORM 2200-RENDRE-ENTREE THRU 2200-EXIT.
015700 2000-EXIT.
015800     EXIT.
015900******************************************************************
016000*  2100-POSER-ALERTE : ALERTE NOUVELLE POSEE EN ATTENTE - LA     *
016100*  PREMIERE NOUVELLE PREVAUT SUR UNE ALERTE DEJA CONNUE          *
016200******************************************************************
016300 2100-POSER-ALERTE.
016400     MOVE SPACES         TO SCD-ENREG.
016500     MOVE SCZ-FGS-CLE    TO SCD-FGS-CLE.
016600     MOVE WLS-REFERENCE  TO SCD-REFERENCE.
016700     MOVE WLS-LISTE      TO SCD-LISTE.
016800     MOVE WLS-NOM        TO SCD-NOM-LISTE.
016900     MOVE 'E'            TO SCD-ETAT.
017000     MOVE SCZ-PROGRAMME  TO SCD-ORIGINE.
017100     MOVE W-DATE-JOUR    TO SCD-DATE-DETECTION.
017200     MOVE ZERO           TO SCD-DATE-DECISION SCD-HEURE-DECISION.
017300     WRITE SCD-ENREG.
017400     IF NOT W-SCD-OK
017500         MOVE '9' TO SCZ-RETOUR
017600         MOVE 'O' TO W-FIN-CANDIDATS
017700         GO TO 2100-EXIT.
017800     IF NOT SCZ-ALERTE-NOUVELLE
017900         MOVE '1' TO SCZ-RETOUR
018000         PERFORM 2200-RENDRE-ENTREE THRU 2200-EXIT.
018100 2100-EXIT.
018200     EXIT.
018300******************************************************************
018400*  2200-RENDRE-ENTREE : L ENTREE RETENUE EST RENDUE A L APPELANT *
018500******************************************************************
018600 2200-RENDRE-ENTREE.
018700     MOVE WLS-LISTE     TO SCZ-LISTE.
018800     MOVE WLS-REFERENCE TO SCZ-REFERENCE.
018900     MOVE WLS-NOM       TO SCZ-NOM-LISTE.
019000     MOVE SCD-ETAT      TO SCZ-ETAT.
019100 2200-EXIT.
019200     EXIT.
019300******************************************************************
019400*  9000-FERMER : FERMETURE DEMANDEE PAR L APPELANT               *
019500******************************************************************
019600 9000-FERMER.
019700     IF W-OUVERT = 'O'
019800         CLOSE WLSFIC SCDFIC
019900         MOVE 'N' TO W-OUVERT.
020000 9000-EXIT.
020100     EXIT.
