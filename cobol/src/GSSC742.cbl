000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSC742.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSC742 : REFILTRAGE DU MAITRE SUR LA LISTE DE SURVEILLANCE   *
000900*  ------------------------------------------------------------  *
001000*  PASSAGE DE NUIT. QUAND GSSC740 A CHARGE UNE NOUVELLE EDITION  *
001100*  DE LA LISTE (VERSION CHARGEE DIFFERENTE DE LA VERSION         *
001200*  FILTREE), TOUT LE MAITRE EST REPASSE AU FILTRAGE (GSSC741) :  *
001300*  UN CLIENT EXISTANT QUI APPARAIT SUR LA NOUVELLE LISTE LEVE    *
001400*  UNE ALERTE, POSEE EN CORBEILLE CONFORM (TYPE SANC).           *
001500*  LES ALERTES DEJA CONNUES SONT EDITEES AVEC LEUR ETAT, LES     *
001600*  ALERTES LEVEES NE REVIENNENT PAS.                             *
001700*  LISTE INCHANGEE : RIEN A FAIRE, SAUF PARAMETRE F (FORCER).    *
001800*  LA VERSION FILTREE N EST POSEE QU EN FIN DE PASSAGE COMPLET : *
001900*  UN PASSAGE INTERROMPU EST REPRIS EN ENTIER LA NUIT SUIVANTE.  *
002000*  ------------------------------------------------------------  *
002100*  ENTREE  : FFFFFGS  FICHIER MAITRE                             *
002200*            SYSIN    PARAMETRE F = FORCER LE REFILTRAGE         *
002300*  M-A-J   : WLSFIC   ENREGISTREMENT DE CONTROLE DE LA LISTE     *
002400*            SCDFIC   ALERTES (PAR LE MODULE GSSC741)            *
002500*            WRKBSK   CORBEILLE (PAR LE MODULE GSWB080)          *
002600*  SORTIE  : ETATFIL  ETAT DU REFILTRAGE                         *
002700*  ------------------------------------------------------------  *
002800*  HISTORIQUE DES MODIFICATIONS                                  *
002900*  15/10/26  DA  CREATION                                        *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.
003400     IBM-370.
003500 OBJECT-COMPUTER.
003600     IBM-370.
003700 SPECIAL-NAMES.
003800     DECIMAL-POINT IS COMMA.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT FFFFFGS ASSIGN  FFFFFGS
004200       ORGANIZATION  INDEXED
004300       ACCESS MODE   DYNAMIC
004400       RECORD KEY    FFFFFGS-CLE
004500       FILE STATUS   W-FFFFFGS-STATUS.
004600     SELECT WLSFIC  ASSIGN  WLSFIC
004700       ORGANIZATION  INDEXED
004800       ACCESS MODE   DYNAMIC
004900       RECORD KEY    WLS-CLE
005000       FILE STATUS   W-WLSFIC-STATUS.
005100     SELECT ETATFIL ASSIGN  ETATFIL
005200       ORGANIZATION  SEQUENTIAL
005300       FILE STATUS   W-ETATFIL-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  FFFFFGS
005700     LABEL RECORD STANDARD
005800     DATA RECORD FFFFFGS-ENREG.
005900 COPY FFFFFFGS.
006000 FD  WLSFIC
006100     LABEL RECORD STANDARD
006200     DATA RECORD WLS-ENREG.
006300 COPY FFFFFGWL.
006400 FD  ETATFIL
006500     LABEL RECORD STANDARD
006600     DATA RECORD ETF-LIGNE.
006700 01  ETF-LIGNE                       PIC X(132).
006800 WORKING-STORAGE SECTION.
006900 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
007000 77  CPT-LIBRES                      PIC S9(08) COMP VALUE ZERO.
007100 77  CPT-NOUVELLES                   PIC S9(08) COMP VALUE ZERO.
007200 77  CPT-CONNUES                     PIC S9(08) COMP VALUE ZERO.
007300 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
007400     88  FIN-FGS                     VALUE 'O'.
007500 COPY FFFFFGSW.
007600 01  W-WLSFIC-STATUS                 PIC X(02).
007700     88  W-WLS-OK                    VALUE '00'.
007800 01  W-ETATFIL-STATUS                PIC X(02).
007900     88  W-ETF-OK                    VALUE '00'.
008000 01  W-PARM-FORCE                    PIC X(01).
008100     88  W-FORCER                    VALUE 'F'.
008200 01  W-DATE-JOUR                     PIC 9(08).
008300 01  W-VERSION                       PIC 9(12).
008400 01  W-VERSION-FILTREE               PIC 9(12).
008500 01  W-MOTIF-ABANDON                 PIC X(40).
008600 COPY GSCRZ.
008700 COPY GSSCZ.
008800 COPY GSWBZ.
008900 01  ETF-ENTETE.
009000     05  FILLER                      PIC X(32)
009100         VALUE 'GSSC742 - REFILTRAGE DU MAITRE '.
009200     05  FILLER                      PIC X(28)
009300         VALUE 'SUR LA LISTE DE SURVEILLANCE'.
009400     05  FILLER                      PIC X(10) VALUE 'VERSION : '.
009500     05  ETE-VERSION                 PIC 9(12).
009600     05  FILLER                      PIC X(50) VALUE SPACES.
009700 01  ETF-DETAIL.
009800     05  FILLER                      PIC X(01) VALUE SPACE.
009900     05  ETD-CLE                     PIC X(15).
010000     05  FILLER                      PIC X(02) VALUE SPACES.
010100     05  ETD-LISTE                   PIC X(04).
010200     05  FILLER                      PIC X(02) VALUE SPACES.
010300     05  ETD-REFERENCE               PIC X(12).
010400     05  FILLER                      PIC X(02) VALUE SPACES.
010500     05  ETD-NOM-LISTE               PIC X(30).
010600     05  FILLER                      PIC X(02) VALUE SPACES.
010700     05  ETD-SORT                    PIC X(10).
010800     05  FILLER                      PIC X(52) VALUE SPACES.
010900 01  ETF-TOTAL.
011000     05  FILLER                      PIC X(10)
011100         VALUE 'TOTAUX -  '.
011200     05  FILLER                      PIC X(06) VALUE 'LUS : '.
011300     05  ETT-LUS                     PIC Z(07)9.
011400     05  FILLER                      PIC X(10) VALUE ' LIBRES : '.
011500     05  ETT-LIBRES                  PIC Z(07)9.
011600     05  FILLER                      PIC X(13)
011700         VALUE ' NOUVELLES : '.
011800     05  ETT-NOUVELLES               PIC Z(07)9.
011900     05  FILLER                      PIC X(11)
012000         VALUE ' CONNUES : '.
012100     05  ETT-CONNUES                 PIC Z(07)9.
012200     05  FILLER                      PIC X(50) VALUE SPACES.
012300 PROCEDURE DIVISION.
012400******************************************************************
012500*  0000-MAINLINE : VERSION A FILTRER, BALAYAGE, VERSION POSEE    *
012600******************************************************************
012700 0000-MAINLINE.
012800     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
012900     IF W-VERSION = W-VERSION-FILTREE AND NOT W-FORCER
013000         DISPLAY 'GSSC742 - LISTE ' W-VERSION
013100                 ' DEJA FILTREE - RIEN A FAIRE'
013200         GO TO 0000-FIN.
013300     PERFORM 1100-OUVERTURES THRU 1100-EXIT.
013400     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
013500     PERFORM 2000-UN-ENREG THRU 2000-EXIT
013600         UNTIL FIN-FGS.
013700     MOVE 'Z' TO SCZ-FONCTION.
013800     CALL 'GSSC741' USING SCZ-ZONE.
013900     PERFORM 3000-BILAN THRU 3000-EXIT.
014000     PERFORM 3100-POSER-VERSION THRU 3100-EXIT.
014100     CLOSE FFFFFGS ETATFIL.
014200     DISPLAY 'GSSC742 - VERSION FILTREE : ' W-VERSION.
014300     DISPLAY 'GSSC742 - LUS             : ' CPT-LUS.
014400     DISPLAY 'GSSC742 - LIBRES          : ' CPT-LIBRES.
014500     DISPLAY 'GSSC742 - NOUVELLES       : ' CPT-NOUVELLES.
014600     DISPLAY 'GSSC742 - CONNUES         : ' CPT-CONNUES.
014700 0000-FIN.
014800     GOBACK.
014900 0000-EXIT.
015000     EXIT.
015100******************************************************************
015200*  1000-INITIALISATION : PARAMETRE ET ENREGISTREMENT DE CONTROLE *
015300*  DE LA LISTE - LISTE JAMAIS CHARGEE = ABANDON                  *
015400******************************************************************
015500 1000-INITIALISATION.
015600     MOVE SPACE TO W-PARM-FORCE.
015700     ACCEPT W-PARM-FORCE.
015800     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
015900     OPEN INPUT WLSFIC.
016000     IF NOT W-WLS-OK
016100         MOVE 'OPEN WLSFIC' TO W-MOTIF-ABANDON
016200         GO TO 9900-ABANDON.
016300     MOVE '00000000' TO WLS-PHONETIQUE.
016400     MOVE SPACES     TO WLS-REFERENCE.
016500     READ WLSFIC.
016600     IF NOT W-WLS-OK
016700         MOVE 'WLSFIC - CONTROLE ABSENT (GSSC740)'
016800           TO W-MOTIF-ABANDON
016900         GO TO 9900-ABANDON.
017000     MOVE WLC-VERSION         TO W-VERSION.
017100     MOVE WLC-VERSION-FILTREE TO W-VERSION-FILTREE.
017200     CLOSE WLSFIC.
017300 1000-EXIT.
017400     EXIT.
017500******************************************************************
017600*  1100-OUVERTURES : MAITRE EN LECTURE ET ENTETE D ETAT          *
017700******************************************************************
017800 1100-OUVERTURES.
017900     OPEN INPUT FFFFFGS.
018000     IF NOT W-FGS-OK
018100         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
018200         GO TO 9900-ABANDON.
018300     OPEN OUTPUT ETATFIL.
018400     IF NOT W-ETF-OK
018500         MOVE 'OPEN ETATFIL' TO W-MOTIF-ABANDON
018600         GO TO 9900-ABANDON.
018700     MOVE W-VERSION TO ETE-VERSION.
018800     WRITE ETF-LIGNE FROM ETF-ENTETE.
018900 1100-EXIT.
019000     EXIT.
019100******************************************************************
019200*  2000-UN-ENREG : NOM DECODE PASSE AU FILTRAGE - UNE ALERTE     *
019300*  NOUVELLE VA EN CORBEILLE, TOUTE ALERTE EST EDITEE             *
019400******************************************************************
019500 2000-UN-ENREG.
019600     ADD 1 TO CPT-LUS.
019700     MOVE 'D'                 TO CRZ-FONCTION.
019800     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
019900     MOVE FFFFFGS-NOM         TO CRZ-NOM.
020000     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
020100     CALL 'GSCR390' USING CRZ-ZONE.
020200     MOVE 'F'          TO SCZ-FONCTION.
020300     MOVE FFFFFGS-CLE  TO SCZ-FGS-CLE.
020400     MOVE CRZ-NOM      TO SCZ-NOM.
020500     MOVE 'GSSC742 '   TO SCZ-PROGRAMME.
020600     CALL 'GSSC741' USING SCZ-ZONE.
020700     IF SCZ-INCIDENT
020800         MOVE 'GSSC741 - FILTRAGE' TO W-MOTIF-ABANDON
020900         GO TO 9900-ABANDON.
021000     IF SCZ-LIBRE
021100         ADD 1 TO CPT-LIBRES
021200         GO TO 2000-SUIVANT.
021300     IF SCZ-ALERTE-NOUVELLE
021400         ADD 1 TO CPT-NOUVELLES
021500         MOVE 'NOUVELLE' TO ETD-SORT
021600         PERFORM 2100-POSER-CORBEILLE THRU 2100-EXIT
021700     ELSE
021800         ADD 1 TO CPT-CONNUES
021900         IF SCZ-ETAT = 'C'
022000             MOVE 'CONFIRMEE' TO ETD-SORT
022100         ELSE
022200             MOVE 'EN ATTENTE' TO ETD-SORT.
022300     MOVE FFFFFGS-CLE   TO ETD-CLE.
022400     MOVE SCZ-LISTE     TO ETD-LISTE.
022500     MOVE SCZ-REFERENCE TO ETD-REFERENCE.
022600     MOVE SCZ-NOM-LISTE TO ETD-NOM-LISTE.
022700     WRITE ETF-LIGNE FROM ETF-DETAIL.
022800 2000-SUIVANT.
022900     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
023000 2000-EXIT.
023100     EXIT.
023200******************************************************************
023300*  2100-POSER-CORBEILLE : L ALERTE NOUVELLE DEVIENT UN ELEMENT   *
023400*  DE LA FILE CONFORM (GSWB080 TYPE SANC)                        *
023500******************************************************************
023600 2100-POSER-CORBEILLE.
023700     MOVE 'SANC'        TO WBZ-TYPE-EXC.
023800     MOVE FFFFFGS-CLE   TO WBZ-FGS-CLE.
023900     MOVE SPACES        TO WBZ-MOTIF.
024000     STRING 'FILTRAGE ' SCZ-LISTE ' ' SCZ-REFERENCE
024100         DELIMITED SIZE INTO WBZ-MOTIF
024200     END-STRING.
024300     MOVE 'GSSC742 '    TO WBZ-PROGRAMME.
024400     CALL 'GSWB080' USING WBZ-ZONE.
024500     IF WBZ-INCIDENT
024600         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
024700         GO TO 9900-ABANDON.
024800 2100-EXIT.
024900     EXIT.
025000******************************************************************
025100*  3000-BILAN : LUS = LIBRES + NOUVELLES + CONNUES               *
025200******************************************************************
025300 3000-BILAN.
025400     MOVE CPT-LUS       TO ETT-LUS.
025500     MOVE CPT-LIBRES    TO ETT-LIBRES.
025600     MOVE CPT-NOUVELLES TO ETT-NOUVELLES.
025700     MOVE CPT-CONNUES   TO ETT-CONNUES.
025800     WRITE ETF-LIGNE FROM ETF-TOTAL.
025900     IF CPT-LUS NOT = CPT-LIBRES + CPT-NOUVELLES + CPT-CONNUES
026000         MOVE 'BILAN - ENREGISTREMENTS NON JUSTIFIES'
026100           TO W-MOTIF-ABANDON
026200         GO TO 9900-ABANDON.
026300 3000-EXIT.
026400     EXIT.
026500******************************************************************
026600*  3100-POSER-VERSION : LA VERSION FILTREE REJOINT LA VERSION    *
026700*  CHARGEE - LE MODULE A RENDU LA LISTE AVANT LA MISE A JOUR     *
026800******************************************************************
026900 3100-POSER-VERSION.
027000     OPEN I-O WLSFIC.
027100     IF NOT W-WLS-OK
027200         MOVE 'OPEN WLSFIC' TO W-MOTIF-ABANDON
027300         GO TO 9900-ABANDON.
027400     MOVE '00000000' TO WLS-PHONETIQUE.
027500     MOVE SPACES     TO WLS-REFERENCE.
027600     READ WLSFIC.
027700     IF NOT W-WLS-OK
027800         MOVE 'READ WLSFIC - CONTROLE' TO W-MOTIF-ABANDON
027900         GO TO 9900-ABANDON.
028000     MOVE W-VERSION   TO WLC-VERSION-FILTREE.
028100     MOVE W-DATE-JOUR TO WLC-DATE-FILTRAGE.
028200     REWRITE WLS-ENREG.
028300     IF NOT W-WLS-OK
028400         MOVE 'REWRITE WLSFIC - CONTROLE' TO W-MOTIF-ABANDON
028500         GO TO 9900-ABANDON.
028600     CLOSE WLSFIC.
028700 3100-EXIT.
028800     EXIT.
028900******************************************************************
029000*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
029100******************************************************************
029200 8100-LIRE-FGS.
029300     READ FFFFFGS NEXT.
029400     IF W-FGS-FIN
029500         MOVE 'O' TO W-FIN-FGS
029600         GO TO 8100-EXIT.
029700     IF NOT W-FGS-OK
029800         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
029900         GO TO 9900-ABANDON.
030000 8100-EXIT.
030100     EXIT.
030200******************************************************************
030300*  9900-ABANDON : ARRET ANORMAL                                  *
030400******************************************************************
030500 9900-ABANDON.
030600     DISPLAY 'GSSC742 - ABANDON : ' W-MOTIF-ABANDON.
030700     DISPLAY 'GSSC742 - STATUS FFFFFGS : ' W-FFFFFGS-STATUS.
030800     DISPLAY 'GSSC742 - STATUS WLSFIC  : ' W-WLSFIC-STATUS.
030900     MOVE 16 TO RETURN-CODE.
031000     STOP RUN.
