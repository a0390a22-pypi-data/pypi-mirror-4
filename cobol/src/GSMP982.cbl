000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSMP982.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSMP982 : CONTROLE DE COUVERTURE DES REGLES D IMPUTATION      *
000900*            DATEES (MAPFIC) ET REPRISE DES CARTES CPTMAP        *
001000*  ------------------------------------------------------------  *
001100*  MODE L (LISTE) : POUR UNE DATE DONNEE, CHAQUE PREFIXE A       *
001200*  IMPUTER - LES CODES DES MOTEURS (FRAI INTC REMB VERS PROV     *
001300*  PERT) ET CHAQUE PREFIXE COTNET PRESENT DANS AFFVEAP SUR LE    *
001400*  PERIMETRE DU DEVERSEMENT GSGL160 (COTNET LIKE 'ET%') - EST    *
001500*  SOUMIS AU MODULE GSMP980 COMME LE FERA LE PROGRAMME QUI       *
001600*  IMPUTE. L ETAT ETATMAP DONNE LA REGLE EN VIGUEUR (DEBUT,      *
001700*  COMPTES) OU SIGNALE LE PREFIXE SANS REGLE : CODE 4 S IL Y EN  *
001800*  A UN, POUR QUE LA REGLE SOIT PROPOSEE (GSMP981) AVANT LA      *
001900*  DATE. A PASSER AVEC LA DATE DE FIN DE MOIS POUR VERIFIER LES  *
002000*  REGLES PREPAREES A L AVANCE.                                  *
002100*  MODE I (REPRISE, UNE FOIS) : LES CARTES DE L ANCIEN FICHIER   *
002200*  CPTMAP (PREFIXE, DEBIT, CREDIT) DEVIENNENT DES REGLES MAPFIC  *
002300*  SANS FIN, DEBUT = DATE DE LA CARTE, PROPOSANT ET APPROBATEUR  *
002400*  'REPRISE'. UN PREFIXE AYANT DEJA UNE REGLE EST REFUSE (LA     *
002500*  REPRISE NE REMPLACE RIEN) ET SIGNALE A L ETAT : CODE 4.       *
002600*  CARTE   : MODE(1) DATE AAAAMMJJ(8) - DATE A BLANC = DU JOUR   *
002700*  ENTREE  : CPTMAP   CARTES DE REGLES (MODE I)                  *
002800*            MAPFIC   REGLES DATEES (MODE I, PAR GSMP980 EN L)   *
002900*  SORTIE  : ETATMAP  ETAT DE COUVERTURE OU DE REPRISE           *
003000*  ------------------------------------------------------------  *
003100*  HISTORIQUE DES MODIFICATIONS                                  *
003200*  15/10/26  DA  CREATION                                        *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.
003700     IBM-370.
003800 OBJECT-COMPUTER.
003900     IBM-370.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CPTMAP  ASSIGN  CPTMAP
004500       ORGANIZATION  SEQUENTIAL
004600       FILE STATUS   W-CPTMAP-STATUS.
004700     SELECT MAPFIC  ASSIGN  MAPFIC
004800       ORGANIZATION  INDEXED
004900       ACCESS MODE   DYNAMIC
005000       RECORD KEY    MAP-CLE
005100       FILE STATUS   W-MAPFIC-STATUS.
005200     SELECT ETATMAP ASSIGN  ETATMAP
005300       ORGANIZATION  SEQUENTIAL
005400       FILE STATUS   W-ETATMAP-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CPTMAP
005800     LABEL RECORD STANDARD
005900     DATA RECORD CRT-ENREG.
006000 01  CRT-ENREG.
006100     05  CRT-PREFIXE-COTNET          PIC X(04).
006200     05  CRT-COMPTE-DEBIT            PIC X(10).
006300     05  CRT-COMPTE-CREDIT           PIC X(10).
006400     05  FILLER                      PIC X(56).
006500 FD  MAPFIC
006600     LABEL RECORD STANDARD
006700     DATA RECORD MAP-ENREG.
006800 COPY FFFFFGMP.
006900 FD  ETATMAP
007000     LABEL RECORD STANDARD
007100     DATA RECORD ETM-LIGNE.
007200 01  ETM-LIGNE                       PIC X(132).
007300 WORKING-STORAGE SECTION.
007400 77  IX-MOT                          PIC S9(04) COMP VALUE ZERO.
007500 77  CPT-PREFIXES                    PIC S9(08) COMP VALUE ZERO.
007600 77  CPT-SANS-REGLE                  PIC S9(08) COMP VALUE ZERO.
007700 77  CPT-CARTES                      PIC S9(08) COMP VALUE ZERO.
007800 77  CPT-REPRISES                    PIC S9(08) COMP VALUE ZERO.
007900 77  CPT-REFUSEES                    PIC S9(08) COMP VALUE ZERO.
008000 01  W-CPTMAP-STATUS                 PIC X(02).
008100     88  W-CRT-OK                    VALUE '00'.
008200     88  W-CRT-FIN                   VALUE '10'.
008300 01  W-MAPFIC-STATUS                 PIC X(02).
008400     88  W-MAP-OK                    VALUE '00'.
008500     88  W-MAP-FIN                   VALUE '10'.
008600     88  W-MAP-ABSENT                VALUE '23'.
008700     88  W-MAP-DOUBLE                VALUE '22'.
008800 01  W-ETATMAP-STATUS                PIC X(02).
008900     88  W-ETM-OK                    VALUE '00'.
009000 01  W-MOTIF-ABANDON                 PIC X(40).
009100 01  W-CARTE.
009200     05  W-MODE                      PIC X(01).
009300         88  W-MODE-LISTE            VALUE 'L'.
009400         88  W-MODE-REPRISE          VALUE 'I'.
009500     05  W-DATE-CARTE                PIC X(08).
009600     05  W-DATE-CARTE-9 REDEFINES W-DATE-CARTE
009700                                     PIC 9(08).
009800 01  W-DATE-REGLE                    PIC 9(08).
009900 01  W-FIN-CURSEUR                   PIC X(01) VALUE 'N'.
010000     88  FIN-CURSEUR                 VALUE 'O'.
010100 01  W-FIN-CARTES                    PIC X(01) VALUE 'N'.
010200     88  FIN-CARTES                  VALUE 'O'.
010300 01  W-PREFIXE                       PIC X(04).
010400 01  W-ORIGINE                       PIC X(08).
010500 01  W-DEJA-PRESENT                  PIC X(01).
010600*    CODES DES MOTEURS QUI IMPUTENT SANS COTNET (GSFE590 FRAI,
010700*    GSIA600 INTC, GSPI712 REMB VERS, GSPV720 PROV, GSPV722 PERT)
010800 01  W-PREFIXES-MOTEURS              PIC X(24)
010900     VALUE 'FRAIINTCREMBVERSPROVPERT'.
011000 01  W-PREFIXES-MOTEURS-R REDEFINES W-PREFIXES-MOTEURS.
011100     05  W-MOT-PREFIXE               PIC X(04) OCCURS 6.
011200 COPY GSMPZ.
011300 01  MH37-PREFIXE                    PIC X(04).
011400 01  ETM-TITRE.
011500     05  FILLER                      PIC X(30)
011600         VALUE 'GSMP982 - REGLES D IMPUTATION '.
011700     05  FILLER                      PIC X(12)
011800         VALUE 'MAPFIC - AU '.
011900     05  ETM-T-DATE                  PIC 9(08).
012000     05  FILLER                      PIC X(03) VALUE ' - '.
012100     05  ETM-T-MODE                  PIC X(20).
012200     05  FILLER                      PIC X(59) VALUE SPACES.
012300 01  ETM-ENTETE.
012400     05  FILLER                      PIC X(40)
012500         VALUE 'PREFIXE ORIGINE  DEBUT    COMPTE DEBIT '.
012600     05  FILLER                      PIC X(40)
012700         VALUE 'COMPTE CREDIT  OBSERVATION             '.
012800     05  FILLER                      PIC X(52) VALUE SPACES.
012900 01  ETM-DETAIL.
013000     05  ETM-D-PREFIXE               PIC X(04).
013100     05  FILLER                      PIC X(04) VALUE SPACES.
013200     05  ETM-D-ORIGINE               PIC X(08).
013300     05  FILLER                      PIC X(01) VALUE SPACES.
013400     05  ETM-D-DEBUT                 PIC X(08).
013500     05  FILLER                      PIC X(01) VALUE SPACES.
013600     05  ETM-D-DEBIT                 PIC X(10).
013700     05  FILLER                      PIC X(03) VALUE SPACES.
013800     05  ETM-D-CREDIT                PIC X(10).
013900     05  FILLER                      PIC X(05) VALUE SPACES.
014000     05  ETM-D-OBSERVATION           PIC X(40).
014100     05  FILLER                      PIC X(38) VALUE SPACES.
014200 01  ETM-TOTAUX.
014300     05  FILLER                      PIC X(20)
014400         VALUE 'PREFIXES EXAMINES : '.
014500     05  ETM-X-EXAMINES              PIC Z(07)9.
014600     05  FILLER                      PIC X(16)
014700         VALUE '  SANS REGLE :  '.
014800     05  ETM-X-SANS-REGLE            PIC Z(07)9.
014900     05  FILLER                      PIC X(80) VALUE SPACES.
015000 01  ETM-TOTAUX-REPRISE.
015100     05  FILLER                      PIC X(20)
015200         VALUE 'CARTES LUES :       '.
015300     05  ETM-R-CARTES                PIC Z(07)9.
015400     05  FILLER                      PIC X(16)
015500         VALUE '  REPRISES :    '.
015600     05  ETM-R-REPRISES              PIC Z(07)9.
015700     05  FILLER                      PIC X(16)
015800         VALUE '  REFUSEES :    '.
015900     05  ETM-R-REFUSEES              PIC Z(07)9.
016000     05  FILLER                      PIC X(56) VALUE SPACES.
016100*    DECLARATION SQL - PREFIXES COTNET DE LA TABLE AFFVEAP (MH37)
016200     EXEC SQL INCLUDE SQLCA END-EXEC.
016300     EXEC SQL
016400       DECLARE C-MH37-P CURSOR FOR
016500       SELECT DISTINCT
016600            SUBSTR(A.COTNET, 1, 4)
016700       FROM AFFVEAP   A
016800       WHERE
016900            A.COTNET LIKE 'ET%'
017000       ORDER BY 1
017100     END-EXEC.
017200 PROCEDURE DIVISION.
017300******************************************************************
017400*  0000-MAINLINE : CARTE PUIS LISTE OU REPRISE                   *
017500******************************************************************
017600 0000-MAINLINE.
017700     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
017800     IF W-MODE-LISTE
017900         PERFORM 2000-LISTER THRU 2000-EXIT
018000     ELSE
018100         PERFORM 5000-REPRENDRE THRU 5000-EXIT.
018200     PERFORM 9000-BILAN THRU 9000-EXIT.
018300     GOBACK.
018400 0000-EXIT.
018500     EXIT.
018600******************************************************************
018700*  1000-INITIALISATION : CARTE MODE ET DATE, OUVERTURE DE L ETAT *
018800******************************************************************
018900 1000-INITIALISATION.
019000     MOVE SPACES TO W-CARTE.
019100     ACCEPT W-CARTE.
019200     IF NOT W-MODE-LISTE
019300      AND NOT W-MODE-REPRISE
019400         MOVE 'MODE INCONNU (CARTE : L OU I)' TO W-MOTIF-ABANDON
019500         GO TO 9900-ABANDON.
019600     IF W-DATE-CARTE = SPACES
019700         ACCEPT W-DATE-REGLE FROM DATE YYYYMMDD
019800     ELSE
019900         IF W-DATE-CARTE-9 NOT NUMERIC
020000             MOVE 'DATE NON NUMERIQUE (CARTE)' TO W-MOTIF-ABANDON
020100             GO TO 9900-ABANDON
020200         ELSE
020300             MOVE W-DATE-CARTE-9 TO W-DATE-REGLE.
020400     OPEN OUTPUT ETATMAP.
020500     IF NOT W-ETM-OK
020600         MOVE 'OPEN ETATMAP' TO W-MOTIF-ABANDON
020700         GO TO 9900-ABANDON.
020800     MOVE W-DATE-REGLE TO ETM-T-DATE.
020900     IF W-MODE-LISTE
021000         MOVE 'COUVERTURE' TO ETM-T-MODE
021100     ELSE
021200         MOVE 'REPRISE DE CPTMAP' TO ETM-T-MODE.
021300     WRITE ETM-LIGNE FROM ETM-TITRE.
021400     WRITE ETM-LIGNE FROM ETM-ENTETE.
021500 1000-EXIT.
021600     EXIT.
021700******************************************************************
021800*  2000-LISTER : LES CODES DES MOTEURS PUIS LES PREFIXES COTNET  *
021900*  DE AFFVEAP, CHACUN SOUMIS A GSMP980 A LA DATE DE LA CARTE     *
022000******************************************************************
022100 2000-LISTER.
022200     MOVE 'MOTEUR  ' TO W-ORIGINE.
022300     PERFORM 2100-PREFIXE-MOTEUR THRU 2100-EXIT
022400         VARYING IX-MOT FROM 1 BY 1 UNTIL IX-MOT GREATER 6.
022500     MOVE 'AFFVEAP ' TO W-ORIGINE.
022600     EXEC SQL OPEN C-MH37-P END-EXEC.
022700     IF SQLCODE NOT = ZERO
022800         MOVE 'OPEN CURSEUR C-MH37-P' TO W-MOTIF-ABANDON
022900         GO TO 9900-ABANDON.
023000     PERFORM 8100-FETCH THRU 8100-EXIT.
023100     PERFORM 2200-PREFIXE-COTNET THRU 2200-EXIT
023200         UNTIL FIN-CURSEUR.
023300     EXEC SQL CLOSE C-MH37-P END-EXEC.
023400 2000-EXIT.
023500     EXIT.
023600 2100-PREFIXE-MOTEUR.
023700     MOVE W-MOT-PREFIXE (IX-MOT) TO W-PREFIXE.
023800     PERFORM 2500-CONTROLER-PREFIXE THRU 2500-EXIT.
023900 2100-EXIT.
024000     EXIT.
024100 2200-PREFIXE-COTNET.
024200     MOVE MH37-PREFIXE TO W-PREFIXE.
024300     PERFORM 2500-CONTROLER-PREFIXE THRU 2500-EXIT.
024400     PERFORM 8100-FETCH THRU 8100-EXIT.
024500 2200-EXIT.
024600     EXIT.
024700******************************************************************
024800*  2500-CONTROLER-PREFIXE : REGLE EN VIGUEUR A LA DATE OU        *
024900*  PREFIXE SANS REGLE - UNE LIGNE D ETAT PAR PREFIXE             *
025000******************************************************************
025100 2500-CONTROLER-PREFIXE.
025200     ADD 1 TO CPT-PREFIXES.
025300     MOVE W-PREFIXE    TO MPZ-PREFIXE.
025400     MOVE W-DATE-REGLE TO MPZ-DATE.
025500     CALL 'GSMP980' USING MPZ-DEM.
025600     IF MPZ-INCIDENT
025700         MOVE 'MAPFIC INACCESSIBLE (GSMP980)' TO W-MOTIF-ABANDON
025800         GO TO 9900-ABANDON.
025900     MOVE SPACES    TO ETM-D-DEBUT ETM-D-DEBIT ETM-D-CREDIT.
026000     MOVE W-PREFIXE TO ETM-D-PREFIXE.
026100     MOVE W-ORIGINE TO ETM-D-ORIGINE.
026200     IF MPZ-TROUVE
026300         MOVE MPZ-DATE-DEBUT    TO ETM-D-DEBUT
026400         MOVE MPZ-COMPTE-DEBIT  TO ETM-D-DEBIT
026500         MOVE MPZ-COMPTE-CREDIT TO ETM-D-CREDIT
026600         MOVE SPACES            TO ETM-D-OBSERVATION
026700     ELSE
026800         ADD 1 TO CPT-SANS-REGLE
026900         MOVE '*** SANS REGLE A LA DATE ***'
027000           TO ETM-D-OBSERVATION.
027100     WRITE ETM-LIGNE FROM ETM-DETAIL.
027200     IF NOT W-ETM-OK
027300         MOVE 'WRITE ETATMAP' TO W-MOTIF-ABANDON
027400         GO TO 9900-ABANDON.
027500 2500-EXIT.
027600     EXIT.
027700******************************************************************
027800*  5000-REPRENDRE : CHAQUE CARTE CPTMAP DEVIENT UNE REGLE MAPFIC *
027900*  DEBUTANT A LA DATE DE LA CARTE, SAUF SI LE PREFIXE A DEJA UNE *
028000*  REGLE                                                         *
028100******************************************************************
028200 5000-REPRENDRE.
028300     OPEN INPUT CPTMAP.
028400     IF NOT W-CRT-OK
028500         MOVE 'OPEN CPTMAP' TO W-MOTIF-ABANDON
028600         GO TO 9900-ABANDON.
028700     OPEN I-O MAPFIC.
028800     IF NOT W-MAP-OK
028900         MOVE 'OPEN MAPFIC' TO W-MOTIF-ABANDON
029000         GO TO 9900-ABANDON.
029100     MOVE 'CPTMAP  ' TO W-ORIGINE.
029200     PERFORM 8300-LIRE-CARTE THRU 8300-EXIT.
029300     PERFORM 5100-UNE-CARTE THRU 5100-EXIT
029400         UNTIL FIN-CARTES.
029500     CLOSE CPTMAP MAPFIC.
029600 5000-EXIT.
029700     EXIT.
029800 5100-UNE-CARTE.
029900     ADD 1 TO CPT-CARTES.
030000     MOVE CRT-PREFIXE-COTNET TO W-PREFIXE.
030100     MOVE W-PREFIXE          TO ETM-D-PREFIXE.
030200     MOVE W-ORIGINE          TO ETM-D-ORIGINE.
030300     MOVE W-DATE-REGLE       TO ETM-D-DEBUT.
030400     MOVE CRT-COMPTE-DEBIT   TO ETM-D-DEBIT.
030500     MOVE CRT-COMPTE-CREDIT  TO ETM-D-CREDIT.
030600     PERFORM 5200-PREFIXE-PRESENT THRU 5200-EXIT.
030700     IF W-DEJA-PRESENT = 'O'
030800         ADD 1 TO CPT-REFUSEES
030900         MOVE '*** REFUSEE - PREFIXE DEJA DANS MAPFIC'
031000           TO ETM-D-OBSERVATION
031100         GO TO 5100-ECRIRE-LIGNE.
031200     MOVE SPACES             TO MAP-ENREG.
031300     MOVE W-PREFIXE          TO MAP-PREFIXE.
031400     MOVE W-DATE-REGLE       TO MAP-DATE-DEBUT.
031500     MOVE ZERO               TO MAP-DATE-FIN.
031600     MOVE CRT-COMPTE-DEBIT   TO MAP-COMPTE-DEBIT.
031700     MOVE CRT-COMPTE-CREDIT  TO MAP-COMPTE-CREDIT.
031800     MOVE 'REPRISE CPTMAP'   TO MAP-LIBELLE.
031900     MOVE 'REPRISE '         TO MAP-PROPOSE-PAR.
032000     MOVE 'REPRISE '         TO MAP-APPROUVE-PAR.
032100     MOVE W-DATE-REGLE       TO MAP-DATE-APPROBATION.
032200     WRITE MAP-ENREG.
032300     IF NOT W-MAP-OK
032400         MOVE 'WRITE MAPFIC' TO W-MOTIF-ABANDON
032500         GO TO 9900-ABANDON.
032600     ADD 1 TO CPT-REPRISES.
032700     MOVE 'REPRISE' TO ETM-D-OBSERVATION.
032800 5100-ECRIRE-LIGNE.
032900     WRITE ETM-LIGNE FROM ETM-DETAIL.
033000     IF NOT W-ETM-OK
033100         MOVE 'WRITE ETATMAP' TO W-MOTIF-ABANDON
033200         GO TO 9900-ABANDON.
033300     PERFORM 8300-LIRE-CARTE THRU 8300-EXIT.
033400 5100-EXIT.
033500     EXIT.
033600******************************************************************
033700*  5200-PREFIXE-PRESENT : UNE REGLE QUELCONQUE DU PREFIXE DANS   *
033800*  MAPFIC (Y COMPRIS UNE CARTE EN DOUBLE DANS CPTMAP)            *
033900******************************************************************
034000 5200-PREFIXE-PRESENT.
034100     MOVE 'N'       TO W-DEJA-PRESENT.
034200     MOVE W-PREFIXE TO MAP-PREFIXE.
034300     MOVE ZERO      TO MAP-DATE-DEBUT.
034400     START MAPFIC KEY NOT LESS MAP-CLE.
034500     IF W-MAP-ABSENT
034600         GO TO 5200-EXIT.
034700     IF NOT W-MAP-OK
034800         MOVE 'START MAPFIC' TO W-MOTIF-ABANDON
034900         GO TO 9900-ABANDON.
035000     READ MAPFIC NEXT.
035100     IF W-MAP-FIN
035200         GO TO 5200-EXIT.
035300     IF NOT W-MAP-OK
035400         MOVE 'READ MAPFIC' TO W-MOTIF-ABANDON
035500         GO TO 9900-ABANDON.
035600     IF MAP-PREFIXE = W-PREFIXE
035700         MOVE 'O' TO W-DEJA-PRESENT.
035800 5200-EXIT.
035900     EXIT.
036000******************************************************************
036100*  8100-FETCH : PREFIXE COTNET SUIVANT DU CURSEUR                *
036200******************************************************************
036300 8100-FETCH.
036400     EXEC SQL
036500       FETCH C-MH37-P
036600        INTO :MH37-PREFIXE
036700     END-EXEC.
036800     IF SQLCODE = +100
036900         MOVE 'O' TO W-FIN-CURSEUR
037000         GO TO 8100-EXIT.
037100     IF SQLCODE NOT = ZERO
037200         MOVE 'FETCH C-MH37-P' TO W-MOTIF-ABANDON
037300         GO TO 9900-ABANDON.
037400 8100-EXIT.
037500     EXIT.
037600******************************************************************
037700*  8300-LIRE-CARTE : CARTE CPTMAP SUIVANTE                       *
037800******************************************************************
037900 8300-LIRE-CARTE.
038000     READ CPTMAP.
038100     IF W-CRT-FIN
038200         MOVE 'O' TO W-FIN-CARTES
038300         GO TO 8300-EXIT.
038400     IF NOT W-CRT-OK
038500         MOVE 'READ CPTMAP' TO W-MOTIF-ABANDON
038600         GO TO 9900-ABANDON.
038700 8300-EXIT.
038800     EXIT.
038900******************************************************************
039000*  9000-BILAN : TOTAUX ET CODE RETOUR                            *
039100******************************************************************
039200 9000-BILAN.
039300     MOVE SPACES TO ETM-LIGNE.
039400     WRITE ETM-LIGNE.
039500     IF W-MODE-LISTE
039600         MOVE CPT-PREFIXES   TO ETM-X-EXAMINES
039700         MOVE CPT-SANS-REGLE TO ETM-X-SANS-REGLE
039800         WRITE ETM-LIGNE FROM ETM-TOTAUX
039900         DISPLAY 'GSMP982 - PREFIXES EXAMINES : ' CPT-PREFIXES
040000         DISPLAY 'GSMP982 - SANS REGLE        : ' CPT-SANS-REGLE
040100         IF CPT-SANS-REGLE GREATER ZERO
040200             MOVE 4 TO RETURN-CODE
040300         END-IF
040400     ELSE
040500         MOVE CPT-CARTES     TO ETM-R-CARTES
040600         MOVE CPT-REPRISES   TO ETM-R-REPRISES
040700         MOVE CPT-REFUSEES   TO ETM-R-REFUSEES
040800         WRITE ETM-LIGNE FROM ETM-TOTAUX-REPRISE
040900         DISPLAY 'GSMP982 - CARTES LUES : ' CPT-CARTES
041000         DISPLAY 'GSMP982 - REPRISES    : ' CPT-REPRISES
041100         DISPLAY 'GSMP982 - REFUSEES    : ' CPT-REFUSEES
041200         IF CPT-REFUSEES GREATER ZERO
041300             MOVE 4 TO RETURN-CODE
041400         END-IF
041500     END-IF.
041600     CLOSE ETATMAP.
041700 9000-EXIT.
041800     EXIT.
041900******************************************************************
042000*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER, SQL OU     *
042100*  CARTE                                                         *
042200******************************************************************
042300 9900-ABANDON.
042400     DISPLAY 'GSMP982 - ABANDON : ' W-MOTIF-ABANDON.
042500     DISPLAY 'GSMP982 - SQLCODE : ' SQLCODE.
042600     MOVE 16 TO RETURN-CODE.
042700     STOP RUN.
