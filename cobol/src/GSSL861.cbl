000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSL861.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MODULES COMMUNS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSL861 : SOLDE MOYEN, MINIMUM ET MAXIMUM D UNE CLE SUR UNE   *
000900*            PERIODE (PHOTOS QUOTIDIENNES SLDFIC)                *
001000*  ------------------------------------------------------------  *
001100*  LES FRAIS ET LES INTERETS NE SE CALCULENT PLUS SEULEMENT SUR  *
001200*  LE SOLDE DU JOUR : LES MOTEURS GSFE590 ET GSIA600 (BASE M DE  *
001300*  LA CARTE) ET LE RELEVE GSCO292 DEMANDENT ICI LE SOLDE MOYEN   *
001400*  QUOTIDIEN DE LA PERIODE.                                      *
001500*  CHAQUE PHOTO DE LA PERIODE VAUT POUR SES JOURS OUVRES         *
001600*  (GSCA220 FONCTION E, JURIDICTION FR) JUSQU A LA PHOTO         *
001700*  SUIVANTE EXCLUE, LA DERNIERE JUSQU A LA FIN DE PERIODE        *
001800*  INCLUSE. LES PHOTOS SONT POSEES LES SEULS JOURS OUVRES        *
001900*  (GSSL860). MOYENNE = SOMME DES SOLDES PONDERES / JOURS        *
002000*  COUVERTS ; MINIMUM ET MAXIMUM SUR LES PHOTOS DE LA PERIODE.   *
002100*  RETOUR 0 = SERVI   1 = AUCUNE PHOTO   2 = DATES INVALIDES     *
002200*         9 = INCIDENT FICHIER OU CALENDRIER                     *
002300*  ------------------------------------------------------------  *
002400*  HISTORIQUE DES MODIFICATIONS                                  *
002500*  15/10/26  DA  CREATION                                        *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.
003000     IBM-370.
003100 OBJECT-COMPUTER.
003200     IBM-370.
003300 SPECIAL-NAMES.
003400     DECIMAL-POINT IS COMMA.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SLDFIC  ASSIGN  SLDFIC
003800       ORGANIZATION  INDEXED
003900       ACCESS MODE   DYNAMIC
004000       RECORD KEY    SLD-CLE
004100       FILE STATUS   W-SLDFIC-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  SLDFIC
004500     LABEL RECORD STANDARD
004600     DATA RECORD SLD-ENREG.
004700 COPY FFFFFGSL.
004800 WORKING-STORAGE SECTION.
004900 77  W-OUVERT                        PIC X(01) VALUE 'N'.
005000 77  W-SUIVANTE                      PIC X(01) VALUE 'N'.
005100 77  W-POIDS                         PIC S9(04) COMP VALUE ZERO.
005200 01  W-SLDFIC-STATUS                 PIC X(02).
005300     88  W-SLD-OK                    VALUE '00'.
005400     88  W-SLD-FIN                   VALUE '10'.
005500     88  W-SLD-ABSENT                VALUE '23'.
005600*    PHOTO EN COURS ET PHOTO SUIVANTE
005700 01  W-COUR-DATE                     PIC 9(08).
005800 01  W-COUR-MONTANT                  PIC S9(11)V99 COMP-3.
005900 01  W-COUR-ECH                      PIC S9(11)V99 COMP-3.
006000 01  W-SUIV-DATE                     PIC 9(08).
006100 01  W-SUIV-MONTANT                  PIC S9(11)V99 COMP-3.
006200 01  W-SUIV-ECH                      PIC S9(11)V99 COMP-3.
006300*    SOMMES PONDEREES PAR LES JOURS OUVRES
006400 01  W-SOMME                         PIC S9(16)V99 COMP-3.
006500 01  W-SOMME-ECH                     PIC S9(16)V99 COMP-3.
006600 COPY GSCAZ.
006700 LINKAGE SECTION.
006800 COPY GSSLZ.
006900 PROCEDURE DIVISION USING SLZ-ZONE.
007000******************************************************************
007100*  0000-MAINLINE : CONTROLE DES DATES, PREMIERE PHOTO, CUMULS    *
007200******************************************************************
007300 0000-MAINLINE.
007400     MOVE '0' TO SLZ-RETOUR.
007500     MOVE ZERO TO SLZ-NB-PHOTOS SLZ-NB-JOURS
007600                  SLZ-MOYENNE SLZ-MINIMUM SLZ-MAXIMUM
007700                  SLZ-MOYENNE-ECH SLZ-MINIMUM-ECH SLZ-MAXIMUM-ECH.
007800     IF SLZ-DATE-DEBUT NOT NUMERIC
007900      OR SLZ-DATE-FIN NOT NUMERIC
008000      OR SLZ-DATE-DEBUT = ZERO
008100      OR SLZ-DATE-DEBUT GREATER SLZ-DATE-FIN
008200         MOVE '2' TO SLZ-RETOUR
008300         GO TO 0000-FIN.
008400     IF W-OUVERT = 'N'
008500         OPEN INPUT SLDFIC
008600         IF NOT W-SLD-OK
008700             MOVE '9' TO SLZ-RETOUR
008800             GO TO 0000-FIN
008900         ELSE
009000             MOVE 'O' TO W-OUVERT.
009100     MOVE ZERO TO W-SOMME W-SOMME-ECH.
009200     MOVE SLZ-FGS-CLE    TO SLD-FGS-CLE.
009300     MOVE SLZ-DATE-DEBUT TO SLD-DATE.
009400     START SLDFIC KEY NOT LESS SLD-CLE.
009500     IF W-SLD-ABSENT OR W-SLD-FIN
009600         MOVE '1' TO SLZ-RETOUR
009700         GO TO 0000-FIN.
009800     IF NOT W-SLD-OK
009900         MOVE '9' TO SLZ-RETOUR
010000         GO TO 0000-FIN.
010100     PERFORM 1000-LIRE THRU 1000-EXIT.
010200     IF SLZ-INCIDENT
010300         GO TO 0000-FIN.
010400     IF W-SUIVANTE = 'N'
010500         MOVE '1' TO SLZ-RETOUR
010600         GO TO 0000-FIN.
010700     PERFORM 2000-UNE-PHOTO THRU 2000-EXIT
010800         UNTIL W-SUIVANTE = 'N' OR SLZ-INCIDENT.
010900     IF SLZ-INCIDENT
011000         GO TO 0000-FIN.
011100*    PHOTOS TOUTES SANS JOUR OUVRE : LA DERNIERE TIENT LIEU DE
011200*    MOYENNE
011300     IF SLZ-NB-JOURS GREATER ZERO
011400         COMPUTE SLZ-MOYENNE ROUNDED = W-SOMME / SLZ-NB-JOURS
011500         COMPUTE SLZ-MOYENNE-ECH ROUNDED =
011600             W-SOMME-ECH / SLZ-NB-JOURS
011700     ELSE
011800         MOVE W-COUR-MONTANT TO SLZ-MOYENNE
011900         MOVE W-COUR-ECH     TO SLZ-MOYENNE-ECH.
012000 0000-FIN.
012100     GOBACK.
012200 0000-EXIT.
012300     EXIT.
012400******************************************************************
012500*  1000-LIRE : PHOTO SUIVANTE DE LA CLE DANS LA PERIODE          *
012600******************************************************************
012700 1000-LIRE.
012800     MOVE 'N' TO W-SUIVANTE.
012900     READ SLDFIC NEXT.
013000     IF W-SLD-FIN
013100         GO TO 1000-EXIT.
013200     IF NOT W-SLD-OK
013300         MOVE '9' TO SLZ-RETOUR
013400         GO TO 1000-EXIT.
013500     IF SLD-FGS-CLE NOT = SLZ-FGS-CLE
013600      OR SLD-DATE GREATER SLZ-DATE-FIN
013700         GO TO 1000-EXIT.
013800     MOVE 'O'      TO W-SUIVANTE.
013900     MOVE SLD-DATE TO W-SUIV-DATE.
014000     IF SLD-MONTANT NUMERIC
014100         MOVE SLD-MONTANT     TO W-SUIV-MONTANT
014200     ELSE
014300         MOVE ZERO            TO W-SUIV-MONTANT.
014400     IF SLD-MONTANT-ECH NUMERIC
014500         MOVE SLD-MONTANT-ECH TO W-SUIV-ECH
014600     ELSE
014700         MOVE ZERO            TO W-SUIV-ECH.
014800 1000-EXIT.
014900     EXIT.
015000******************************************************************
015100*  2000-UNE-PHOTO : MINIMUM / MAXIMUM, PUIS POIDS EN JOURS       *
015200*  OUVRES JUSQU A LA PHOTO SUIVANTE (EXCLUE) OU A LA FIN DE      *
015300*  PERIODE (INCLUSE)                                             *
015400******************************************************************
015500 2000-UNE-PHOTO.
015600     MOVE W-SUIV-DATE    TO W-COUR-DATE.
015700     MOVE W-SUIV-MONTANT TO W-COUR-MONTANT.
015800     MOVE W-SUIV-ECH     TO W-COUR-ECH.
015900     ADD 1 TO SLZ-NB-PHOTOS.
016000     IF SLZ-NB-PHOTOS = 1
016100         MOVE W-COUR-MONTANT TO SLZ-MINIMUM SLZ-MAXIMUM
016200         MOVE W-COUR-ECH     TO SLZ-MINIMUM-ECH SLZ-MAXIMUM-ECH.
016300     IF W-COUR-MONTANT LESS SLZ-MINIMUM
016400         MOVE W-COUR-MONTANT TO SLZ-MINIMUM.
016500     IF W-COUR-MONTANT GREATER SLZ-MAXIMUM
016600         MOVE W-COUR-MONTANT TO SLZ-MAXIMUM.
016700     IF W-COUR-ECH LESS SLZ-MINIMUM-ECH
016800         MOVE W-COUR-ECH     TO SLZ-MINIMUM-ECH.
016900     IF W-COUR-ECH GREATER SLZ-MAXIMUM-ECH
017000         MOVE W-COUR-ECH     TO SLZ-MAXIMUM-ECH.
017100     PERFORM 1000-LIRE THRU 1000-EXIT.
017200     IF SLZ-INCIDENT
017300         GO TO 2000-EXIT.
017400     MOVE 'E'         TO CAZ-FONCTION.
017500     MOVE 'FR'        TO CAZ-JURIDICTION.
017600     MOVE W-COUR-DATE TO CAZ-DATE-ENTREE.
017700     IF W-SUIVANTE = 'O'
017800         MOVE W-SUIV-DATE  TO CAZ-DATE-2
017900     ELSE
018000         MOVE SLZ-DATE-FIN TO CAZ-DATE-2.
018100     CALL 'GSCA220' USING CAZ-ZONE.
018200     IF NOT CAZ-SERVI
018300         MOVE '9' TO SLZ-RETOUR
018400         GO TO 2000-EXIT.
018500     MOVE CAZ-NB-JOURS TO W-POIDS.
018600*    LA PHOTO SUIVANTE (JOUR OUVRE) OUVRE SA PROPRE PERIODE
018700     IF W-SUIVANTE = 'O'
018800      AND W-POIDS GREATER ZERO
018900         SUBTRACT 1 FROM W-POIDS.
019000     COMPUTE W-SOMME     = W-SOMME + W-COUR-MONTANT * W-POIDS.
019100     COMPUTE W-SOMME-ECH = W-SOMME-ECH + W-COUR-ECH * W-POIDS.
019200     ADD W-POIDS TO SLZ-NB-JOURS.
019300 2000-EXIT.
019400     EXIT.
