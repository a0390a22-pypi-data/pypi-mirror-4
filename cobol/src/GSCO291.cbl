001500*   - DEVIENT UN ELEMENT DE LA CORBEILLE (FILE EDITION, PAR      *
001600*     GSWB080) POUR QUE QUELQU UN CORRIGE L ADRESSE ;            *
001700*   - SORT SUR L ETAT ETATNPA.                                   *
001716*  NPAIFIC PEUT PORTER LE PLI (DATE(8) NUMERO(6)) LU SUR LA      *
001732*  LIGNE DE MARQUAGE DE GSPO310 : LE RETOUR VAUT ALORS POUR      *
001748*  CHAQUE PIECE DU PLI (LIGNES P DE LETJRN) - ADRESSE MORTE POUR *
001764*  UNE PIECE AU TITULAIRE, CORBEILLE SEULE POUR UN AUTRE         *
001780*  DESTINATAIRE (REPRESENTANT, SUCCESSION...).                   *
001800*  ------------------------------------------------------------  *
001900*  HISTORIQUE DES MODIFICATIONS                                  *
002000*  02/09/26  DA  CREATION                                        *
002001*  15/10/26  DA  RETOUR D UN PLI IDENTIFIE (GSPO310) : PIECES DU *
002002*                PLI PAR LES LIGNES P DE LETJRN                  *
002003******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.
004000     SELECT ETATNPA ASSIGN  ETATNPA
004100       ORGANIZATION  SEQUENTIAL
004200       FILE STATUS   W-ETATNPA-STATUS.
004225     SELECT LETJRN  ASSIGN  LETJRN
004250       ORGANIZATION  SEQUENTIAL
004275       FILE STATUS   W-LETJRN-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  NPAIFIC
004900     05  NPA-CLE                     PIC X(15).
005000     05  NPA-DATE                    PIC 9(08).
005100     05  NPA-MOTIF                   PIC X(20).
005125     05  NPA-PLI.
005150         10  NPA-PLI-DATE            PIC 9(08).
005175         10  NPA-PLI-NUMERO          PIC 9(06).
005200     05  FILLER                      PIC X(23).
005300 FD  DEAFIC
005400     LABEL RECORD STANDARD
005500     DATA RECORD DEA-ENREG.
006200     LABEL RECORD STANDARD
006300     DATA RECORD NPE-LIGNE.
006400 01  NPE-LIGNE                       PIC X(132).
006406*    JOURNAL DES COURRIERS : SEULES LES LIGNES P (MISE SOUS PLI
006412*    PAR GSPO310) SONT LUES
006418 FD  LETJRN
006424     LABEL RECORD STANDARD
006430     DATA RECORD JRN-ENREG.
006436 01  JRN-ENREG.
006442     05  JRN-CLE                     PIC X(15).
006445     05  FILLER                      PIC X(24).
006448     05  JRN-TYPE                    PIC X(01).
006454         88  JRN-MISE-SOUS-PLI       VALUE 'P'.
006460     05  JRN-ORIGINE                 PIC X(08).
006466     05  JRN-PIECE                   PIC 9(07).
006472     05  JRN-DESTINATAIRE            PIC X(01).
006478     05  JRN-PLI                     PIC X(14).
006484     05  JRN-PLI-RANG                PIC 9(02).
006490     05  FILLER                      PIC X(08).
006500 WORKING-STORAGE SECTION.
006600 77  CPT-RETOURS                     PIC S9(08) COMP VALUE ZERO.
006700 77  CPT-POSES                       PIC S9(08) COMP VALUE ZERO.
006800 77  CPT-RAFRAICHIS                  PIC S9(08) COMP VALUE ZERO.
006811 77  CPT-PLIS                        PIC S9(08) COMP VALUE ZERO.
006822 77  CPT-PLIS-INCONNUS               PIC S9(08) COMP VALUE ZERO.
006833 77  CPT-PIECES-PLI                  PIC S9(08) COMP VALUE ZERO.
006844 77  CPT-AUTRES                      PIC S9(08) COMP VALUE ZERO.
006855 77  IX-PLR                          PIC S9(04) COMP VALUE ZERO.
006866 77  NB-PLR                          PIC S9(04) COMP VALUE ZERO.
006877 77  IX-PRT                          PIC S9(04) COMP VALUE ZERO.
006888 77  NB-PRT                          PIC S9(04) COMP VALUE ZERO.
006900 01  W-FIN-NPA                       PIC X(01) VALUE 'N'.
007000     88  FIN-NPA                     VALUE 'O'.
007100 01  W-NPAIFIC-STATUS                PIC X(02).
007700 01  W-ETATNPA-STATUS                PIC X(02).
007800     88  W-NPE-OK                    VALUE '00'.
007900 01  W-MOTIF-ABANDON                 PIC X(40).
007904 01  W-LETJRN-STATUS                 PIC X(02).
007908     88  W-JRN-OK                    VALUE '00'.
007912     88  W-JRN-FIN                   VALUE '10'.
007916 01  W-FIN-JRN                       PIC X(01).
007920     88  FIN-JRN                     VALUE 'O'.
007924 01  W-PLI-CHERCHE                   PIC X(14).
007928 01  W-PLI-TROUVE                    PIC X(01).
007932 01  W-NB-TROUVES                    PIC S9(04) COMP.
007936*    PLIS RETOURNES DU JOUR (500 AU PLUS) ET LEURS PIECES AU
007940*    JOURNAL LETJRN (2000 AU PLUS)
007944 01  W-TABLE-PLIS.
007948     05  W-PLR-PLI                   PIC X(14) OCCURS 500.
007952 01  W-TABLE-PIECES.
007956     05  W-PRT-POSTE OCCURS 2000.
007960         10  W-PRT-PLI               PIC X(14).
007964         10  W-PRT-RANG              PIC 9(02).
007968         10  W-PRT-CLE               PIC X(15).
007972         10  W-PRT-ORIGINE           PIC X(08).
007976         10  W-PRT-PIECE             PIC 9(07).
007980         10  W-PRT-DEST              PIC X(01).
008000 COPY GSWBZ.
008100 01  NPE-DETAIL.
008200     05  FILLER                      PIC X(07)
008800     05  NPE-D-MOTIF                 PIC X(20).
008900     05  FILLER                      PIC X(01) VALUE SPACE.
009000     05  NPE-D-SORT                  PIC X(10).
009100     05  NPE-D-PLI-ZONE.
009108         10  NPE-D-LIB-PLI           PIC X(05).
009116         10  NPE-D-PLI               PIC X(14).
009124         10  NPE-D-BARRE             PIC X(01).
009132         10  NPE-D-RANG              PIC X(02).
009140         10  FILLER                  PIC X(01).
009148         10  NPE-D-ORIGINE           PIC X(08).
009156         10  FILLER                  PIC X(01).
009164         10  NPE-D-PIECE             PIC X(07).
009172         10  FILLER                  PIC X(01).
009180         10  NPE-D-DEST              PIC X(01).
009188     05  FILLER                      PIC X(28) VALUE SPACES.
009200 PROCEDURE DIVISION.
009300******************************************************************
009400*  0000-MAINLINE : UN RETOUR = ADRESSE MORTE + CORBEILLE         *
010600     IF NOT W-NPE-OK
010700         MOVE 'OPEN ETATNPA' TO W-MOTIF-ABANDON
010800         GO TO 9900-ABANDON.
010850     PERFORM 1500-PLIS-RETOURNES THRU 1500-EXIT.
010900     PERFORM 8100-LIRE-NPA THRU 8100-EXIT.
011000     PERFORM 2000-UN-RETOUR THRU 2000-EXIT
011100         UNTIL FIN-NPA.
011300     DISPLAY 'GSCO291 - RETOURS    : ' CPT-RETOURS.
011400     DISPLAY 'GSCO291 - POSES      : ' CPT-POSES.
011500     DISPLAY 'GSCO291 - RAFRAICHIS : ' CPT-RAFRAICHIS.
011520     DISPLAY 'GSCO291 - PLIS       : ' CPT-PLIS.
011540     DISPLAY 'GSCO291 - PIECES     : ' CPT-PIECES-PLI.
011560     DISPLAY 'GSCO291 - AUTRES DEST: ' CPT-AUTRES.
011580     DISPLAY 'GSCO291 - PLIS ABSENTS : ' CPT-PLIS-INCONNUS.
011600     GOBACK.
011700 0000-EXIT.
011800     EXIT.
011801******************************************************************
011802*  1500-PLIS-RETOURNES : RELEVE DES PLIS IDENTIFIES DE NPAIFIC,  *
011803*  PUIS DE LEURS PIECES DANS LES LIGNES P DU JOURNAL LETJRN      *
011804******************************************************************
011805 1500-PLIS-RETOURNES.
011806     PERFORM 8100-LIRE-NPA THRU 8100-EXIT.
011807     PERFORM 1510-NOTER-PLI THRU 1510-EXIT
011808         UNTIL FIN-NPA.
011809     CLOSE NPAIFIC.
011810     OPEN INPUT NPAIFIC.
011811     IF NOT W-NPA-OK
011812         MOVE 'OPEN NPAIFIC' TO W-MOTIF-ABANDON
011813         GO TO 9900-ABANDON.
011814     MOVE 'N' TO W-FIN-NPA.
011815     IF NB-PLR = ZERO
011816         GO TO 1500-EXIT.
011817     OPEN INPUT LETJRN.
011818     IF NOT W-JRN-OK
011819         MOVE 'OPEN LETJRN' TO W-MOTIF-ABANDON
011820         GO TO 9900-ABANDON.
011821     MOVE 'N' TO W-FIN-JRN.
011822     PERFORM 1550-LIGNE-JOURNAL THRU 1550-EXIT
011823         UNTIL FIN-JRN.
011824     CLOSE LETJRN.
011825 1500-EXIT.
011826     EXIT.
011827 1510-NOTER-PLI.
011828     IF NPA-PLI-DATE NOT NUMERIC
011829      OR NPA-PLI-DATE = ZERO
011830         GO TO 1510-SUIVANT.
011831     MOVE NPA-PLI TO W-PLI-CHERCHE.
011832     PERFORM 1600-CHERCHER-PLI THRU 1600-EXIT.
011833     IF W-PLI-TROUVE = 'O'
011834         GO TO 1510-SUIVANT.
011835     IF NB-PLR = 500
011836         MOVE 'PLUS DE 500 PLIS RETOURNES' TO W-MOTIF-ABANDON
011837         GO TO 9900-ABANDON.
011838     ADD 1 TO NB-PLR.
011839     MOVE NPA-PLI TO W-PLR-PLI (NB-PLR).
011840 1510-SUIVANT.
011841     PERFORM 8100-LIRE-NPA THRU 8100-EXIT.
011842 1510-EXIT.
011843     EXIT.
011844 1550-LIGNE-JOURNAL.
011845     READ LETJRN.
011846     IF W-JRN-FIN
011847         MOVE 'O' TO W-FIN-JRN
011848         GO TO 1550-EXIT.
011849     IF NOT W-JRN-OK
011850         MOVE 'READ LETJRN' TO W-MOTIF-ABANDON
011851         GO TO 9900-ABANDON.
011852     IF NOT JRN-MISE-SOUS-PLI
011853         GO TO 1550-EXIT.
011854     MOVE JRN-PLI TO W-PLI-CHERCHE.
011855     PERFORM 1600-CHERCHER-PLI THRU 1600-EXIT.
011856     IF W-PLI-TROUVE NOT = 'O'
011857         GO TO 1550-EXIT.
011858     IF NB-PRT = 2000
011859         MOVE 'PLUS DE 2000 PIECES RETOURNEES'
011860             TO W-MOTIF-ABANDON
011861         GO TO 9900-ABANDON.
011862     ADD 1 TO NB-PRT.
011863     MOVE JRN-PLI          TO W-PRT-PLI (NB-PRT).
011864     MOVE JRN-PLI-RANG     TO W-PRT-RANG (NB-PRT).
011865     MOVE JRN-CLE          TO W-PRT-CLE (NB-PRT).
011866     MOVE JRN-ORIGINE      TO W-PRT-ORIGINE (NB-PRT).
011867     MOVE JRN-PIECE        TO W-PRT-PIECE (NB-PRT).
011868     MOVE JRN-DESTINATAIRE TO W-PRT-DEST (NB-PRT).
011869 1550-EXIT.
011870     EXIT.
011871 1600-CHERCHER-PLI.
011872     MOVE 'N' TO W-PLI-TROUVE.
011873     MOVE 1   TO IX-PLR.
011874 1600-BOUCLE.
011875     IF IX-PLR GREATER NB-PLR
011876         GO TO 1600-EXIT.
011877     IF W-PLR-PLI (IX-PLR) = W-PLI-CHERCHE
011878         MOVE 'O' TO W-PLI-TROUVE
011879         GO TO 1600-EXIT.
011880     ADD 1 TO IX-PLR.
011881     GO TO 1600-BOUCLE.
011882 1600-EXIT.
011883     EXIT.
011900******************************************************************
012000*  2000-UN-RETOUR : RETOUR D UN PLI IDENTIFIE PAR GSPO310 OU,    *
012100*  A DEFAUT, RETOUR PAR LA CLE                                   *
012200******************************************************************
012300 2000-UN-RETOUR.
012400     ADD 1 TO CPT-RETOURS.
012401     IF NPA-PLI-DATE NUMERIC
012402      AND NPA-PLI-DATE GREATER ZERO
012403         PERFORM 2100-RETOUR-PLI THRU 2100-EXIT
012404     ELSE
012405         MOVE SPACES TO NPE-D-PLI-ZONE
012406         PERFORM 2200-ADRESSE-MORTE THRU 2200-EXIT.
012407     PERFORM 8100-LIRE-NPA THRU 8100-EXIT.
012408 2000-EXIT.
012409     EXIT.
012410******************************************************************
012411*  2100-RETOUR-PLI : CHAQUE PIECE DU PLI RETOURNE (LIGNES P DE   *
012412*  LETJRN) - ADRESSE MORTE POUR LE TITULAIRE, CORBEILLE POUR UN  *
012413*  AUTRE DESTINATAIRE ; PLI INCONNU : RETOUR PAR LA CLE          *
012414******************************************************************
012415 2100-RETOUR-PLI.
012416     MOVE ZERO TO W-NB-TROUVES.
012417     PERFORM 2110-PIECE-DU-PLI THRU 2110-EXIT
012418         VARYING IX-PRT FROM 1 BY 1 UNTIL IX-PRT GREATER NB-PRT.
012419     IF W-NB-TROUVES GREATER ZERO
012420         ADD 1 TO CPT-PLIS
012421         GO TO 2100-EXIT.
012422     ADD 1 TO CPT-PLIS-INCONNUS.
012423     DISPLAY 'GSCO291 - PLI ABSENT DE LETJRN : ' NPA-PLI
012424             ' CLE ' NPA-CLE.
012425     MOVE SPACES  TO NPE-D-PLI-ZONE.
012426     MOVE ' PLI ' TO NPE-D-LIB-PLI.
012427     MOVE NPA-PLI TO NPE-D-PLI.
012428     IF NPA-CLE NOT = SPACES
012429         PERFORM 2200-ADRESSE-MORTE THRU 2200-EXIT
012430         GO TO 2100-EXIT.
012431     MOVE NPA-CLE      TO NPE-D-CLE.
012432     MOVE NPA-DATE     TO NPE-D-DATE.
012433     MOVE NPA-MOTIF    TO NPE-D-MOTIF.
012434     MOVE 'INCONNU   ' TO NPE-D-SORT.
012435     WRITE NPE-LIGNE FROM NPE-DETAIL.
012436 2100-EXIT.
012437     EXIT.
012438 2110-PIECE-DU-PLI.
012439     IF W-PRT-PLI (IX-PRT) NOT = NPA-PLI
012440         GO TO 2110-EXIT.
012441     ADD 1 TO W-NB-TROUVES CPT-PIECES-PLI.
012442     MOVE ' PLI '                  TO NPE-D-LIB-PLI.
012443     MOVE W-PRT-PLI (IX-PRT)       TO NPE-D-PLI.
012444     MOVE '/'                      TO NPE-D-BARRE.
012445     MOVE W-PRT-RANG (IX-PRT)      TO NPE-D-RANG.
012446     MOVE W-PRT-ORIGINE (IX-PRT)   TO NPE-D-ORIGINE.
012447     MOVE W-PRT-PIECE (IX-PRT)     TO NPE-D-PIECE.
012448     MOVE W-PRT-DEST (IX-PRT)      TO NPE-D-DEST.
012449     MOVE W-PRT-CLE (IX-PRT)       TO NPA-CLE.
012450     IF W-PRT-DEST (IX-PRT) = 'T'
012451         PERFORM 2200-ADRESSE-MORTE THRU 2200-EXIT
012452     ELSE
012453         PERFORM 2150-AUTRE-DESTINATAIRE THRU 2150-EXIT.
012454 2110-EXIT.
012455     EXIT.
012456*    REPRESENTANT, SUCCESSION, ANCIENNE OU NOUVELLE ADRESSE :
012457*    L ADRESSE DU TITULAIRE N EST PAS EN CAUSE
012458 2150-AUTRE-DESTINATAIRE.
012459     ADD 1 TO CPT-AUTRES.
012460     MOVE 'EDIT'    TO WBZ-TYPE-EXC.
012461     MOVE NPA-CLE   TO WBZ-FGS-CLE.
012462     MOVE SPACES    TO WBZ-MOTIF.
012463     STRING 'NPAI DEST ' W-PRT-DEST (IX-PRT) ' ' NPA-MOTIF
012464         DELIMITED SIZE INTO WBZ-MOTIF
012465     END-STRING.
012466     MOVE 'GSCO291 ' TO WBZ-PROGRAMME.
012467     CALL 'GSWB080' USING WBZ-ZONE.
012468     IF WBZ-INCIDENT
012469         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
012470         GO TO 9900-ABANDON.
012471     MOVE NPA-CLE      TO NPE-D-CLE.
012472     MOVE NPA-DATE     TO NPE-D-DATE.
012473     MOVE NPA-MOTIF    TO NPE-D-MOTIF.
012474     MOVE 'A CORRIGER' TO NPE-D-SORT.
012475     WRITE NPE-LIGNE FROM NPE-DETAIL.
012476 2150-EXIT.
012477     EXIT.
012478******************************************************************
012479*  2200-ADRESSE-MORTE : POSE OU RAFRAICHISSEMENT DE L ADRESSE    *
012480*  MORTE DE LA CLE PUIS ELEMENT DE CORBEILLE                     *
012481******************************************************************
012482 2200-ADRESSE-MORTE.
012500     MOVE NPA-CLE   TO DEA-CLE.
012600     MOVE NPA-DATE  TO DEA-DATE.
012700     MOVE NPA-MOTIF TO DEA-MOTIF.
014900     MOVE NPA-DATE  TO NPE-D-DATE.
015000     MOVE NPA-MOTIF TO NPE-D-MOTIF.
015100     WRITE NPE-LIGNE FROM NPE-DETAIL.
015200 2200-EXIT.
015400     EXIT.
015500******************************************************************
015600*  2500-CORBEILLE : L ADRESSE A CORRIGER DEVIENT UN ELEMENT      *
