000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCI830.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSCI830 : ECHEANCE ET ETAT DES CHANGEMENTS D IDENTITE         *
000900*  ------------------------------------------------------------  *
001000*  PARCOURT LES CHANGEMENTS DE NOM / ID-NAT POSES EN ATTENTE     *
001100*  DE VALIDATION A QUATRE YEUX (CIDFIC - GSOL010, GSPB092,       *
001200*  GSIC470) :                                                    *
001300*   - UNE DEMANDE EN ATTENTE AU DELA DE W-DELAI-MAX JOURS        *
001400*     OUVRES (GSCA220) PASSE A L ETAT E (EXPIREE) - LE MAITRE    *
001500*     GARDE L ANCIENNE VALEUR ET LA DEMANDE EST A RESAISIR ;     *
001600*   - CHAQUE DEMANDE REJETEE (R), EXPIREE (E) OU CADUQUE (C)     *
001700*     EST EDITEE UNE FOIS SUR ETATCID (CID-EDITE = O) ;          *
001800*   - LES DEMANDES ENCORE EN ATTENTE SONT LISTEES AVEC LEUR      *
001900*     NUMERO POUR LES APPROBATEURS (TRANSACTION GSCI831).        *
002000*  L ETAT NE PORTE NI NOM NI ID-NAT EN CLAIR : LE DETAIL SE      *
002100*  CONSULTE SUR GSCI831, OU LA DIVULGATION EST TRACEE.           *
002200*  ------------------------------------------------------------  *
002300*  M-A-J  : CIDFIC                                               *
002400*  SORTIE : ETATCID                                              *
002500*  ------------------------------------------------------------  *
002600*  HISTORIQUE DES MODIFICATIONS                                  *
002700*  15/10/26  DA  CREATION                                        *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.
003200     IBM-370.
003300 OBJECT-COMPUTER.
003400     IBM-370.
003500 SPECIAL-NAMES.
003600     DECIMAL-POINT IS COMMA.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CIDFIC  ASSIGN  CIDFIC
004000       ORGANIZATION  INDEXED
004100       ACCESS MODE   DYNAMIC
004200       RECORD KEY    CID-CLE
004300       FILE STATUS   W-CIDFIC-STATUS.
004400     SELECT ETATCID ASSIGN  ETATCID
004500       ORGANIZATION  SEQUENTIAL
004600       FILE STATUS   W-ETATCID-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CIDFIC
005000     LABEL RECORD STANDARD
005100     DATA RECORD CID-ENREG.
005200 COPY FFFFFGCI.
005300 FD  ETATCID
005400     LABEL RECORD STANDARD
005500     DATA RECORD CIR-LIGNE.
005600 01  CIR-LIGNE                       PIC X(132).
005700 WORKING-STORAGE SECTION.
005800 77  CPT-EXPIREES                    PIC S9(08) COMP VALUE ZERO.
005900 77  CPT-EDITEES                     PIC S9(08) COMP VALUE ZERO.
006000 77  CPT-EN-ATTENTE                  PIC S9(08) COMP VALUE ZERO.
006100*    DELAI DE VALIDATION EN JOURS OUVRES
006200 77  W-DELAI-MAX                     PIC S9(04) COMP VALUE 5.
006300 01  W-FIN-CID                       PIC X(01) VALUE 'N'.
006400     88  FIN-CID                     VALUE 'O'.
006500 01  W-CIDFIC-STATUS                 PIC X(02).
006600     88  W-CID-OK                    VALUE '00'.
006700     88  W-CID-FIN                   VALUE '10'.
006800     88  W-CID-ABSENT                VALUE '23'.
006900 01  W-ETATCID-STATUS                PIC X(02).
007000     88  W-CIR-OK                    VALUE '00'.
007100 01  W-MOTIF-ABANDON                 PIC X(40).
007200 01  W-DATE-JOUR                     PIC 9(08).
007300 01  W-AGE-OUVRE                     PIC S9(04) COMP VALUE ZERO.
007400 COPY GSCAZ.
007500 01  CIR-ENTETE.
007600     05  FILLER                      PIC X(40)
007700         VALUE 'GSCI830 - CHANGEMENTS D IDENTITE - DATE '.
007800     05  CIR-E-DATE                  PIC 9(08).
007900     05  FILLER                      PIC X(84) VALUE SPACES.
008000 01  CIR-TITRES.
008100     05  FILLER                      PIC X(09) VALUE 'ETAT'.
008200     05  FILLER                      PIC X(15) VALUE 'DEMANDE'.
008300     05  FILLER                      PIC X(16) VALUE 'CLIENT'.
008400     05  FILLER                      PIC X(09) VALUE 'ORIGINE'.
008500     05  FILLER                      PIC X(09) VALUE 'SAISIE'.
008600     05  FILLER                      PIC X(09) VALUE 'APPROB.'.
008700     05  FILLER                      PIC X(08) VALUE 'DATE'.
008800     05  FILLER                      PIC X(10) VALUE '      AGE'.
008900     05  FILLER                      PIC X(47) VALUE 'MOTIF'.
009000 01  CIR-DETAIL.
009100     05  CIR-D-LIBELLE               PIC X(09).
009200     05  CIR-D-CLE                   PIC X(14).
009300     05  FILLER                      PIC X(01) VALUE SPACE.
009400     05  CIR-D-FGS-CLE               PIC X(15).
009500     05  FILLER                      PIC X(01) VALUE SPACE.
009600     05  CIR-D-ORIGINE               PIC X(08).
009700     05  FILLER                      PIC X(01) VALUE SPACE.
009800     05  CIR-D-OPERATEUR             PIC X(08).
009900     05  FILLER                      PIC X(01) VALUE SPACE.
010000     05  CIR-D-APPROBATEUR           PIC X(08).
010100     05  FILLER                      PIC X(01) VALUE SPACE.
010200     05  CIR-D-DATE                  PIC 9(08).
010300     05  FILLER                      PIC X(05) VALUE SPACES.
010400     05  CIR-D-AGE                   PIC Z(03)9.
010500     05  FILLER                      PIC X(01) VALUE SPACE.
010600     05  CIR-D-MOTIF                 PIC X(30).
010700     05  FILLER                      PIC X(17) VALUE SPACES.
010800 01  CIR-TOTAUX.
010900     05  FILLER                      PIC X(18)
011000         VALUE 'TOTAUX - EXPIREES '.
011100     05  CIR-T-EXPIREES              PIC Z(07)9.
011200     05  FILLER                      PIC X(09)
011300         VALUE ' EDITEES '.
011400     05  CIR-T-EDITEES               PIC Z(07)9.
011500     05  FILLER                      PIC X(12)
011600         VALUE ' EN ATTENTE '.
011700     05  CIR-T-EN-ATTENTE            PIC Z(07)9.
011800     05  FILLER                      PIC X(69) VALUE SPACES.
011900 PROCEDURE DIVISION.
012000******************************************************************
012100*  0000-MAINLINE : PARCOURS DES DEMANDES                         *
012200******************************************************************
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
012500     PERFORM 2000-UNE-DEMANDE THRU 2000-EXIT
012600         UNTIL FIN-CID.
012700     PERFORM 3000-TERMINAISON THRU 3000-EXIT.
012800     GOBACK.
012900 0000-EXIT.
013000     EXIT.
013100******************************************************************
013200*  1000-INITIALISATION : OUVERTURES ET PREMIERE LECTURE          *
013300******************************************************************
013400 1000-INITIALISATION.
013500     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
013600     OPEN I-O CIDFIC.
013700     IF NOT W-CID-OK
013800         MOVE 'OPEN CIDFIC' TO W-MOTIF-ABANDON
013900         GO TO 9900-ABANDON.
014000     OPEN OUTPUT ETATCID.
014100     IF NOT W-CIR-OK
014200         MOVE 'OPEN ETATCID' TO W-MOTIF-ABANDON
014300         GO TO 9900-ABANDON.
014400     MOVE W-DATE-JOUR TO CIR-E-DATE.
014500     WRITE CIR-LIGNE FROM CIR-ENTETE.
014600     WRITE CIR-LIGNE FROM CIR-TITRES.
014700     MOVE LOW-VALUE TO CID-CLE.
014800     START CIDFIC KEY NOT LESS CID-CLE.
014900     IF W-CID-ABSENT OR W-CID-FIN
015000         MOVE 'O' TO W-FIN-CID
015100     ELSE
015200         IF NOT W-CID-OK
015300             MOVE 'START CIDFIC' TO W-MOTIF-ABANDON
015400             GO TO 9900-ABANDON
015500         ELSE
015600             PERFORM 8100-LIRE-DEMANDE THRU 8100-EXIT.
015700 1000-EXIT.
015800     EXIT.
015900******************************************************************
016000*  2000-UNE-DEMANDE : EN ATTENTE -> AGE, ECHEANCE OU LISTE ;     *
016100*  REJETEE, EXPIREE OU CADUQUE NON EDITEE -> EDITION             *
016200******************************************************************
016300 2000-UNE-DEMANDE.
016400     IF CID-VALIDE
016500         GO TO 2000-SUIVANT.
016600     PERFORM 2100-AGE THRU 2100-EXIT.
016700     IF CID-EN-ATTENTE
016800      AND W-AGE-OUVRE NOT GREATER W-DELAI-MAX
016900         MOVE 'ATTENTE'  TO CIR-D-LIBELLE
017000         PERFORM 2500-EDITER THRU 2500-EXIT
017100         ADD 1 TO CPT-EN-ATTENTE
017200         GO TO 2000-SUIVANT.
017300     IF CID-EN-ATTENTE
017400         MOVE 'E'         TO CID-ETAT
017500         MOVE SPACES      TO CID-APPROBATEUR
017600         MOVE W-DATE-JOUR TO CID-DATE-DECISION
017700         MOVE ZERO        TO CID-HEURE-DECISION
017800         MOVE 'DELAI DE VALIDATION DEPASSE' TO CID-MOTIF
017900         ADD 1 TO CPT-EXPIREES.
018000     IF NOT CID-A-EDITER OR CID-EDITE = 'O'
018100         GO TO 2000-SUIVANT.
018200     EVALUATE TRUE
018300         WHEN CID-REJETE  MOVE 'REJETEE'  TO CIR-D-LIBELLE
018400         WHEN CID-EXPIRE  MOVE 'EXPIREE'  TO CIR-D-LIBELLE
018500         WHEN OTHER       MOVE 'CADUQUE'  TO CIR-D-LIBELLE
018600     END-EVALUATE.
018700     PERFORM 2500-EDITER THRU 2500-EXIT.
018800     MOVE 'O' TO CID-EDITE.
018900     REWRITE CID-ENREG.
019000     IF NOT W-CID-OK
019100         MOVE 'REWRITE CIDFIC' TO W-MOTIF-ABANDON
019200         GO TO 9900-ABANDON.
019300     ADD 1 TO CPT-EDITEES.
019400 2000-SUIVANT.
019500     PERFORM 8100-LIRE-DEMANDE THRU 8100-EXIT.
019600 2000-EXIT.
019700     EXIT.
019800******************************************************************
019900*  2100-AGE : JOURS OUVRES DEPUIS LA DEMANDE (GSCA220, MEME      *
020000*  REGLE QUE GSGL161 - DATE HORS CALENDRIER = AGE NUL)           *
020100******************************************************************
020200 2100-AGE.
020300     MOVE 'E'         TO CAZ-FONCTION.
020400     MOVE 'FR'        TO CAZ-JURIDICTION.
020500     MOVE CID-DATE    TO CAZ-DATE-ENTREE.
020600     MOVE W-DATE-JOUR TO CAZ-DATE-2.
020700     CALL 'GSCA220' USING CAZ-ZONE.
020800     IF CAZ-SERVI
020900         COMPUTE W-AGE-OUVRE = CAZ-NB-JOURS - 1
021000     ELSE
021100         MOVE ZERO TO W-AGE-OUVRE.
021200 2100-EXIT.
021300     EXIT.
021400******************************************************************
021500*  2500-EDITER : LIGNE DE DETAIL (LIBELLE GARNI PAR L APPELANT)  *
021600******************************************************************
021700 2500-EDITER.
021800     MOVE CID-CLE         TO CIR-D-CLE.
021900     MOVE CID-FGS-CLE     TO CIR-D-FGS-CLE.
022000     MOVE CID-ORIGINE     TO CIR-D-ORIGINE.
022100     MOVE CID-OPERATEUR   TO CIR-D-OPERATEUR.
022200     MOVE W-AGE-OUVRE     TO CIR-D-AGE.
022300     IF CID-EN-ATTENTE
022400         MOVE SPACES      TO CIR-D-APPROBATEUR CIR-D-MOTIF
022500         MOVE CID-DATE    TO CIR-D-DATE
022600     ELSE
022700         MOVE CID-APPROBATEUR   TO CIR-D-APPROBATEUR
022800         MOVE CID-DATE-DECISION TO CIR-D-DATE
022900         MOVE CID-MOTIF         TO CIR-D-MOTIF.
023000     WRITE CIR-LIGNE FROM CIR-DETAIL.
023100     IF NOT W-CIR-OK
023200         MOVE 'WRITE ETATCID' TO W-MOTIF-ABANDON
023300         GO TO 9900-ABANDON.
023400 2500-EXIT.
023500     EXIT.
023600******************************************************************
023700*  3000-TERMINAISON : TOTAUX ET FERMETURES                       *
023800******************************************************************
023900 3000-TERMINAISON.
024000     MOVE CPT-EXPIREES   TO CIR-T-EXPIREES.
024100     MOVE CPT-EDITEES    TO CIR-T-EDITEES.
024200     MOVE CPT-EN-ATTENTE TO CIR-T-EN-ATTENTE.
024300     WRITE CIR-LIGNE FROM CIR-TOTAUX.
024400     CLOSE CIDFIC ETATCID.
024500     DISPLAY 'GSCI830 - DEMANDES EXPIREES : ' CPT-EXPIREES.
024600     DISPLAY 'GSCI830 - DEMANDES EDITEES  : ' CPT-EDITEES.
024700     DISPLAY 'GSCI830 - DEMANDES EN ATTENTE : ' CPT-EN-ATTENTE.
024800 3000-EXIT.
024900     EXIT.
025000******************************************************************
025100*  8100-LIRE-DEMANDE : DEMANDE SUIVANTE                          *
025200******************************************************************
025300 8100-LIRE-DEMANDE.
025400     READ CIDFIC NEXT.
025500     IF W-CID-FIN
025600         MOVE 'O' TO W-FIN-CID
025700         GO TO 8100-EXIT.
025800     IF NOT W-CID-OK
025900         MOVE 'READ CIDFIC' TO W-MOTIF-ABANDON
026000         GO TO 9900-ABANDON.
026100 8100-EXIT.
026200     EXIT.
026300******************************************************************
026400*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
026500******************************************************************
026600 9900-ABANDON.
026700     DISPLAY 'GSCI830 - ABANDON : ' W-MOTIF-ABANDON.
026800     MOVE 16 TO RETURN-CODE.
026900     STOP RUN.
