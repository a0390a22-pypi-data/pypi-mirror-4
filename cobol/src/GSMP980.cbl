000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSMP980.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MODULES COMMUNS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSMP980 : REGLE D IMPUTATION COMPTABLE EN VIGUEUR A UNE DATE  *
000900*  ------------------------------------------------------------  *
001000*  MODULE BATCH COMMUN A TOUS LES PROGRAMMES QUI IMPUTENT AU     *
001100*  GRAND LIVRE (DESSIN GSMPZ) : POUR UN PREFIXE ET UNE DATE, LES *
001200*  COMPTES DEBIT ET CREDIT DE LA REGLE MAPFIC EN VIGUEUR.        *
001300*  LA REGLE EN VIGUEUR EST CELLE DE PLUS GRANDE DATE DE DEBUT NON*
001400*  POSTERIEURE A LA DATE (LES REGLES ANNULEES - FIN AVANT DEBUT -*
001500*  SONT IGNOREES) ; SI SA FIN EST PASSEE, LE PREFIXE EST SANS    *
001600*  REGLE A LA DATE.                                              *
001700*  LE FICHIER MAPFIC EST OUVERT AU PREMIER APPEL ET RESTE        *
001800*  OUVERT. LES DERNIERES REPONSES SONT GARDEES EN TABLE (PREFIXE *
001900*  ET DATE) : UN DEVERSEMENT LIGNE A LIGNE NE RELIT PAS LE       *
002000*  FICHIER POUR CHAQUE LIGNE.                                    *
002100*  ------------------------------------------------------------  *
002200*  HISTORIQUE DES MODIFICATIONS                                  *
002300*  15/10/26  DA  CREATION                                        *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.
002800     IBM-370.
002900 OBJECT-COMPUTER.
003000     IBM-370.
003100 SPECIAL-NAMES.
003200     DECIMAL-POINT IS COMMA.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MAPFIC  ASSIGN  MAPFIC
003600       ORGANIZATION  INDEXED
003700       ACCESS MODE   DYNAMIC
003800       RECORD KEY    MAP-CLE
003900       FILE STATUS   W-MAPFIC-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  MAPFIC
004300     LABEL RECORD STANDARD
004400     DATA RECORD MAP-ENREG.
004500 COPY FFFFFGMP.
004600 WORKING-STORAGE SECTION.
004700 77  W-OUVERT                        PIC X(01) VALUE 'N'.
004800 77  IX-MEM                          PIC S9(04) COMP VALUE ZERO.
004900 77  NB-MEM                          PIC S9(04) COMP VALUE ZERO.
005000 77  IX-REMPLACE                     PIC S9(04) COMP VALUE ZERO.
005100 77  IX-TROUVE                       PIC S9(04) COMP VALUE ZERO.
005200 01  W-MAPFIC-STATUS                 PIC X(02).
005300     88  W-MAP-OK                    VALUE '00'.
005400     88  W-MAP-FIN                   VALUE '10'.
005500     88  W-MAP-ABSENT                VALUE '23'.
005600 01  W-REGLE-VUE                     PIC X(01).
005700 01  W-REGLE.
005800     05  W-RG-DATE-DEBUT             PIC 9(08).
005900     05  W-RG-DATE-FIN               PIC 9(08).
006000     05  W-RG-DEBIT                  PIC X(10).
006100     05  W-RG-CREDIT                 PIC X(10).
006200*    DERNIERES REPONSES (REMPLACEMENT TOURNANT AU DELA DE 50)
006300 01  W-TABLE-MEMOIRE.
006400     05  W-MEM-POSTE OCCURS 50.
006500         10  W-MEM-PREFIXE           PIC X(04).
006600         10  W-MEM-DATE              PIC 9(08).
006700         10  W-MEM-RETOUR            PIC X(01).
006800         10  W-MEM-DEBIT             PIC X(10).
006900         10  W-MEM-CREDIT            PIC X(10).
007000         10  W-MEM-DATE-DEBUT        PIC 9(08).
007100 LINKAGE SECTION.
007200 COPY GSMPZ.
007300 PROCEDURE DIVISION USING MPZ-DEM.
007400******************************************************************
007500*  0000-MAINLINE : REPONSE GARDEE, SINON LECTURE DES REGLES DU   *
007600*  PREFIXE (OUVERTURE AU PREMIER APPEL)                          *
007700******************************************************************
007800 0000-MAINLINE.
007900     MOVE SPACES TO MPZ-COMPTE-DEBIT MPZ-COMPTE-CREDIT.
008000     MOVE ZERO   TO MPZ-DATE-DEBUT.
008100     MOVE ZERO   TO IX-TROUVE.
008200     PERFORM 1000-CHERCHER-MEMOIRE THRU 1000-EXIT
008300         VARYING IX-MEM FROM 1 BY 1
008400         UNTIL IX-MEM GREATER NB-MEM
008500            OR IX-TROUVE GREATER ZERO.
008600     IF IX-TROUVE GREATER ZERO
008700         MOVE W-MEM-RETOUR (IX-TROUVE)     TO MPZ-RETOUR
008800         MOVE W-MEM-DEBIT (IX-TROUVE)      TO MPZ-COMPTE-DEBIT
008900         MOVE W-MEM-CREDIT (IX-TROUVE)     TO MPZ-COMPTE-CREDIT
009000         MOVE W-MEM-DATE-DEBUT (IX-TROUVE) TO MPZ-DATE-DEBUT
009100         GO TO 0000-FIN.
009200     IF W-OUVERT = 'N'
009300         OPEN INPUT MAPFIC
009400         IF NOT W-MAP-OK
009500             MOVE '9' TO MPZ-RETOUR
009600             GO TO 0000-FIN
009700         ELSE
009800             MOVE 'O' TO W-OUVERT.
009900     PERFORM 2000-LIRE-REGLES THRU 2000-EXIT.
010000     IF MPZ-INCIDENT
010100         GO TO 0000-FIN.
010200     PERFORM 3000-MEMORISER THRU 3000-EXIT.
010300 0000-FIN.
010400     GOBACK.
010500 0000-EXIT.
010600     EXIT.
010700******************************************************************
010800*  1000-CHERCHER-MEMOIRE : MEME PREFIXE ET MEME DATE DEJA SERVIS *
010900******************************************************************
011000 1000-CHERCHER-MEMOIRE.
011100     IF W-MEM-PREFIXE (IX-MEM) = MPZ-PREFIXE
011200      AND W-MEM-DATE (IX-MEM) = MPZ-DATE
011300         MOVE IX-MEM TO IX-TROUVE.
011400 1000-EXIT.
011500     EXIT.
011600******************************************************************
011700*  2000-LIRE-REGLES : LES REGLES DU PREFIXE DE DEBUT NON         *
011800*  POSTERIEUR A LA DATE, DANS L ORDRE DES DATES - LA DERNIERE    *
011900*  NON ANNULEE EST LA REGLE EN VIGUEUR SI ELLE N EST PAS FINIE   *
012000******************************************************************
012100 2000-LIRE-REGLES.
012200     MOVE 'N'         TO W-REGLE-VUE.
012300     MOVE '1'         TO MPZ-RETOUR.
012400     MOVE MPZ-PREFIXE TO MAP-PREFIXE.
012500     MOVE ZERO        TO MAP-DATE-DEBUT.
012600     START MAPFIC KEY NOT LESS MAP-CLE.
012700     IF W-MAP-ABSENT OR W-MAP-FIN
012800         GO TO 2000-EXIT.
012900     IF NOT W-MAP-OK
013000         MOVE '9' TO MPZ-RETOUR
013100         GO TO 2000-EXIT.
013200 2000-LIRE.
013300     READ MAPFIC NEXT.
013400     IF W-MAP-FIN
013500         GO TO 2000-VERDICT.
013600     IF NOT W-MAP-OK
013700         MOVE '9' TO MPZ-RETOUR
013800         GO TO 2000-EXIT.
013900     IF MAP-PREFIXE NOT = MPZ-PREFIXE
014000      OR MAP-DATE-DEBUT GREATER MPZ-DATE
014100         GO TO 2000-VERDICT.
014200     IF MAP-DATE-FIN GREATER ZERO
014300      AND MAP-DATE-FIN LESS MAP-DATE-DEBUT
014400         GO TO 2000-LIRE.
014500     MOVE 'O'               TO W-REGLE-VUE.
014600     MOVE MAP-DATE-DEBUT    TO W-RG-DATE-DEBUT.
014700     MOVE MAP-DATE-FIN      TO W-RG-DATE-FIN.
014800     MOVE MAP-COMPTE-DEBIT  TO W-RG-DEBIT.
014900     MOVE MAP-COMPTE-CREDIT TO W-RG-CREDIT.
015000     GO TO 2000-LIRE.
015100 2000-VERDICT.
015200     IF W-REGLE-VUE = 'N'
015300         GO TO 2000-EXIT.
015400     IF W-RG-DATE-FIN GREATER ZERO
015500      AND W-RG-DATE-FIN LESS MPZ-DATE
015600         GO TO 2000-EXIT.
015700     MOVE '0'             TO MPZ-RETOUR.
015800     MOVE W-RG-DEBIT      TO MPZ-COMPTE-DEBIT.
015900     MOVE W-RG-CREDIT     TO MPZ-COMPTE-CREDIT.
016000     MOVE W-RG-DATE-DEBUT TO MPZ-DATE-DEBUT.
016100 2000-EXIT.
016200     EXIT.
016300******************************************************************
016400*  3000-MEMORISER : LA REPONSE ENTRE EN TABLE (POSTE SUIVANT,    *
016500*  LE PLUS ANCIEN EST REMPLACE QUAND LA TABLE EST PLEINE)        *
016600******************************************************************
016700 3000-MEMORISER.
016800     IF NB-MEM LESS 50
016900         ADD 1 TO NB-MEM
017000         MOVE NB-MEM TO IX-MEM
017100     ELSE
017200         ADD 1 TO IX-REMPLACE
017300         IF IX-REMPLACE GREATER 50
017400             MOVE 1 TO IX-REMPLACE
017500         END-IF
017600         MOVE IX-REMPLACE TO IX-MEM.
017700     MOVE MPZ-PREFIXE       TO W-MEM-PREFIXE (IX-MEM).
017800     MOVE MPZ-DATE          TO W-MEM-DATE (IX-MEM).
017900     MOVE MPZ-RETOUR        TO W-MEM-RETOUR (IX-MEM).
018000     MOVE MPZ-COMPTE-DEBIT  TO W-MEM-DEBIT (IX-MEM).
018100     MOVE MPZ-COMPTE-CREDIT TO W-MEM-CREDIT (IX-MEM).
018200     MOVE MPZ-DATE-DEBUT    TO W-MEM-DATE-DEBUT (IX-MEM).
018300 3000-EXIT.
018400     EXIT.
