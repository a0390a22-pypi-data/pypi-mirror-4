000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDV800.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSDV800 : RELEVE DES DIVULGATIONS D UN CLIENT                 *
000900*  ------------------------------------------------------------  *
001000*  LE JOURNAL DES DIVULGATIONS (DSCJRN : FILE TD GDSJ DE         *
001100*  GSOL010, GSOL430, GSAR531, GSTL660 ET GSWS130, PLUS LE        *
001200*  FICHIER DSCSOE DE GSIC470 ET LE FICHIER DSCDAS DE GSDA810)    *
001250*  EST LU EN ENTIER ; CHAQUE                                     *
001300*  DIVULGATION DE LA PERIODE QUI PORTE SUR LE CLIENT DEMANDE     *
001400*  EST LISTEE : DATE, HEURE, IDENTITE, CANAL, PROGRAMME,         *
001500*  NATURE ET REFERENCE DE L ECHANGE.                             *
001600*  RECHERCHE PAR CLE : LA CLE FFFFFGS DE LA CARTE.               *
001700*  RECHERCHE PAR ID-NAT : LE MAITRE EST PARCOURU ET L ID-NAT     *
001800*  DECODE (GSCR390) ; TOUTES LES CLES QUI LE PORTENT SONT        *
001900*  RETENUES (50 AU PLUS). L ID-NAT N EST JAMAIS IMPRIME.         *
002000*  CARTE PARAMETRE : TYPE(1) C = CLE / I = ID-NAT, VALEUR(15),   *
002100*  DATE DEBUT(8), DATE FIN(8) - UN BLANC ENTRE CHAQUE ZONE       *
002200*  ------------------------------------------------------------  *
002300*  ENTREE : DSCJRN   FFFFFGS                                     *
002400*  SORTIE : ETATDSC                                              *
002500*  ------------------------------------------------------------  *
002600*  HISTORIQUE DES MODIFICATIONS                                  *
002700*  15/10/26  DA  CREATION                                        *
002750*  15/10/26  DA  DIVULGATIONS DU PACK D ACCES (DSCDAS - GSDA810) *
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
003900     SELECT DSCJRN  ASSIGN  DSCJRN
004000       ORGANIZATION  SEQUENTIAL
004100       FILE STATUS   W-DSCJRN-STATUS.
004200     SELECT FFFFFGS ASSIGN  FFFFFGS
004300       ORGANIZATION  INDEXED
004400       ACCESS MODE   SEQUENTIAL
004500       RECORD KEY    FFFFFGS-CLE
004600       FILE STATUS   W-FFFFFGS-STATUS.
004700     SELECT ETATDSC ASSIGN  ETATDSC
004800       ORGANIZATION  SEQUENTIAL
004900       FILE STATUS   W-ETATDSC-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  DSCJRN
005300     LABEL RECORD STANDARD
005400     DATA RECORD DSC-ENREG.
005500 COPY FFFFFGDC.
005600 FD  FFFFFGS
005700     LABEL RECORD STANDARD
005800     DATA RECORD FFFFFGS-ENREG.
005900 COPY FFFFFFGS.
006000 FD  ETATDSC
006100     LABEL RECORD STANDARD
006200     DATA RECORD EDS-LIGNE.
006300 01  EDS-LIGNE                       PIC X(132).
006400 WORKING-STORAGE SECTION.
006500 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
006600 77  CPT-RETENUS                     PIC S9(08) COMP VALUE ZERO.
006700 77  CPT-ECRAN                       PIC S9(08) COMP VALUE ZERO.
006800 77  CPT-PORTAIL                     PIC S9(08) COMP VALUE ZERO.
006900 77  CPT-APPLI                       PIC S9(08) COMP VALUE ZERO.
007000 77  IX-CLE                          PIC S9(04) COMP VALUE ZERO.
007100 77  NB-CLE                          PIC S9(04) COMP VALUE ZERO.
007200 01  W-FIN-DSC                       PIC X(01) VALUE 'N'.
007300     88  FIN-DSC                     VALUE 'O'.
007400 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
007500     88  FIN-FGS                     VALUE 'O'.
007600 01  W-DSCJRN-STATUS                 PIC X(02).
007700     88  W-DSC-OK                    VALUE '00'.
007800     88  W-DSC-FIN                   VALUE '10'.
007900 COPY FFFFFGSW.
008000 01  W-ETATDSC-STATUS                PIC X(02).
008100     88  W-EDS-OK                    VALUE '00'.
008200 01  W-MOTIF-ABANDON                 PIC X(40).
008300 01  W-PARM.
008400     05  W-PARM-TYPE                 PIC X(01).
008500         88  W-PARM-PAR-CLE          VALUE 'C'.
008600         88  W-PARM-PAR-IDNAT        VALUE 'I'.
008700     05  FILLER                      PIC X(01).
008800     05  W-PARM-VALEUR               PIC X(15).
008900     05  FILLER                      PIC X(01).
009000     05  W-PARM-DEBUT                PIC X(08).
009100     05  W-PARM-DEBUT-9 REDEFINES W-PARM-DEBUT
009200                                     PIC 9(08).
009300     05  FILLER                      PIC X(01).
009400     05  W-PARM-FIN                  PIC X(08).
009500     05  W-PARM-FIN-9 REDEFINES W-PARM-FIN
009600                                     PIC 9(08).
009700 01  W-DATE-DEBUT                    PIC 9(08).
009800 01  W-DATE-FIN                      PIC 9(08).
009900 01  W-ID-CHERCHE                    PIC X(13).
010000*    CLES RETENUES (UNE PAR CLE, 50 AU PLUS PAR ID-NAT)
010100 01  W-TABLE-CLES.
010200     05  W-CLE-RETENUE               PIC X(15) OCCURS 50.
010300 COPY GSCRZ.
010400 01  EDS-ENTETE.
010500     05  FILLER                      PIC X(36)
010600         VALUE 'GSDV800 - RELEVE DES DIVULGATIONS - '.
010700     05  EDS-CRITERE                 PIC X(22).
010800     05  FILLER                      PIC X(04) VALUE ' DU '.
010900     05  EDS-DEBUT                   PIC 9(08).
011000     05  FILLER                      PIC X(04) VALUE ' AU '.
011100     05  EDS-FIN                     PIC 9(08).
011200     05  FILLER                      PIC X(50) VALUE SPACES.
011300 01  EDS-CLE.
011400     05  FILLER                      PIC X(16)
011500         VALUE 'CLE RETENUE   : '.
011600     05  EDS-C-CLE                   PIC X(15).
011700     05  FILLER                      PIC X(101) VALUE SPACES.
011800 01  EDS-DETAIL.
011900     05  EDS-D-DATE                  PIC 9(08).
012000     05  FILLER                      PIC X(01) VALUE SPACE.
012100     05  EDS-D-HEURE                 PIC 9(06).
012200     05  FILLER                      PIC X(01) VALUE SPACE.
012300     05  EDS-D-CLE                   PIC X(15).
012400     05  FILLER                      PIC X(01) VALUE SPACE.
012500     05  EDS-D-IDENTITE              PIC X(08).
012600     05  FILLER                      PIC X(01) VALUE SPACE.
012700     05  EDS-D-CANAL                 PIC X(04).
012800     05  FILLER                      PIC X(01) VALUE SPACE.
012900     05  EDS-D-PROGRAMME             PIC X(08).
013000     05  FILLER                      PIC X(01) VALUE SPACE.
013100     05  EDS-D-NATURE                PIC X(12).
013200     05  FILLER                      PIC X(01) VALUE SPACE.
013300     05  EDS-D-REFERENCE             PIC X(16).
013400     05  FILLER                      PIC X(01) VALUE SPACE.
013500     05  EDS-D-FORMATION             PIC X(09).
013600     05  FILLER                      PIC X(38) VALUE SPACES.
013700 01  EDS-TOTAUX.
013800     05  FILLER                      PIC X(14)
013900         VALUE 'TOTAUX - LUS '.
014000     05  EDS-T-LUS                   PIC Z(07)9.
014100     05  FILLER                      PIC X(14)
014200         VALUE ' DIVULGATIONS '.
014300     05  EDS-T-RETENUS               PIC Z(07)9.
014400     05  FILLER                      PIC X(09) VALUE ' ECRAN : '.
014500     05  EDS-T-ECRAN                 PIC Z(07)9.
014600     05  FILLER                      PIC X(11)
014700         VALUE ' PORTAIL : '.
014800     05  EDS-T-PORTAIL               PIC Z(07)9.
014900     05  FILLER                      PIC X(15)
015000         VALUE ' APPL. SOEUR : '.
015100     05  EDS-T-APPLI                 PIC Z(07)9.
015200     05  FILLER                      PIC X(29) VALUE SPACES.
015300 PROCEDURE DIVISION.
015400******************************************************************
015500*  0000-MAINLINE : CLES DU CLIENT PUIS LECTURE DU JOURNAL        *
015600******************************************************************
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
015900     PERFORM 8100-LIRE-DSC THRU 8100-EXIT.
016000     PERFORM 2000-UNE-DIVULGATION THRU 2000-EXIT
016100         UNTIL FIN-DSC.
016200     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
016300     GOBACK.
016400 0000-EXIT.
016500     EXIT.
016600******************************************************************
016700*  1000-INITIALISATION : CARTE, OUVERTURES, CLES RETENUES        *
016800******************************************************************
016900 1000-INITIALISATION.
017000     ACCEPT W-PARM.
017100     IF (NOT W-PARM-PAR-CLE AND NOT W-PARM-PAR-IDNAT)
017200      OR W-PARM-VALEUR = SPACES
017300      OR W-PARM-DEBUT-9 NOT NUMERIC
017400      OR W-PARM-FIN-9 NOT NUMERIC
017500         MOVE 'CARTE PARAMETRE INVALIDE' TO W-MOTIF-ABANDON
017600         GO TO 9900-ABANDON.
017700     MOVE W-PARM-DEBUT-9 TO W-DATE-DEBUT.
017800     MOVE W-PARM-FIN-9   TO W-DATE-FIN.
017900     IF W-DATE-FIN LESS W-DATE-DEBUT
018000         MOVE 'PERIODE INVALIDE' TO W-MOTIF-ABANDON
018100         GO TO 9900-ABANDON.
018200     OPEN INPUT  DSCJRN.
018300     IF NOT W-DSC-OK
018400         MOVE 'OPEN DSCJRN' TO W-MOTIF-ABANDON
018500         GO TO 9900-ABANDON.
018600     OPEN OUTPUT ETATDSC.
018700     IF NOT W-EDS-OK
018800         MOVE 'OPEN ETATDSC' TO W-MOTIF-ABANDON
018900         GO TO 9900-ABANDON.
019000     MOVE W-DATE-DEBUT TO EDS-DEBUT.
019100     MOVE W-DATE-FIN   TO EDS-FIN.
019200     IF W-PARM-PAR-CLE
019300         MOVE 'PAR CLE'           TO EDS-CRITERE
019400         MOVE 1                   TO NB-CLE
019500         MOVE W-PARM-VALEUR       TO W-CLE-RETENUE (1)
019600     ELSE
019700         MOVE 'PAR ID-NAT'        TO EDS-CRITERE
019800         PERFORM 1100-CLES-IDNAT THRU 1100-EXIT.
019900     WRITE EDS-LIGNE FROM EDS-ENTETE.
020000     PERFORM 1300-IMPRIMER-CLE THRU 1300-EXIT
020100         VARYING IX-CLE FROM 1 BY 1
020200         UNTIL IX-CLE GREATER NB-CLE.
020300 1000-EXIT.
020400     EXIT.
020500******************************************************************
020600*  1100-CLES-IDNAT : PARCOURS DU MAITRE - L ID-NAT EST ENCODE    *
020700*  AU REPOS, IL EST DECODE AVANT COMPARAISON                     *
020800******************************************************************
020900 1100-CLES-IDNAT.
021000     MOVE W-PARM-VALEUR (1:13) TO W-ID-CHERCHE.
021100     OPEN INPUT FFFFFGS.
021200     IF NOT W-FGS-OK
021300         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
021400         GO TO 9900-ABANDON.
021500     PERFORM 8200-LIRE-FGS THRU 8200-EXIT.
021600     PERFORM 1200-UN-CLIENT THRU 1200-EXIT
021700         UNTIL FIN-FGS.
021800     CLOSE FFFFFGS.
021900 1100-EXIT.
022000     EXIT.
022100******************************************************************
022200*  1200-UN-CLIENT : CLE RETENUE SI L ID-NAT DECODE CORRESPOND    *
022300******************************************************************
022400 1200-UN-CLIENT.
022500     MOVE 'D'                 TO CRZ-FONCTION.
022600     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
022700     MOVE FFFFFGS-NOM         TO CRZ-NOM.
022800     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
022900     CALL 'GSCR390' USING CRZ-ZONE.
023000     IF CRZ-ID-NAT NOT = W-ID-CHERCHE
023100         GO TO 1200-SUIVANT.
023200     IF NB-CLE NOT LESS 50
023300         DISPLAY 'GSDV800 - PLUS DE 50 CLES - CLE IGNOREE : '
023400                 FFFFFGS-CLE
023500         MOVE 4 TO RETURN-CODE
023600         GO TO 1200-SUIVANT.
023700     ADD 1 TO NB-CLE.
023800     MOVE FFFFFGS-CLE TO W-CLE-RETENUE (NB-CLE).
023900 1200-SUIVANT.
024000     PERFORM 8200-LIRE-FGS THRU 8200-EXIT.
024100 1200-EXIT.
024200     EXIT.
024300******************************************************************
024400*  1300-IMPRIMER-CLE : LES CLES RETENUES EN TETE DU RELEVE       *
024500******************************************************************
024600 1300-IMPRIMER-CLE.
024700     MOVE W-CLE-RETENUE (IX-CLE) TO EDS-C-CLE.
024800     WRITE EDS-LIGNE FROM EDS-CLE.
024900 1300-EXIT.
025000     EXIT.
025100******************************************************************
025200*  2000-UNE-DIVULGATION : PERIODE PUIS CLE RETENUE               *
025300******************************************************************
025400 2000-UNE-DIVULGATION.
025500     ADD 1 TO CPT-LUS.
025600     IF DSC-DATE LESS W-DATE-DEBUT
025700      OR DSC-DATE GREATER W-DATE-FIN
025800         GO TO 2000-SUIVANT.
025900     PERFORM 2100-CHERCHER-CLE THRU 2100-EXIT.
026000     IF IX-CLE GREATER NB-CLE
026100         GO TO 2000-SUIVANT.
026200     ADD 1 TO CPT-RETENUS.
026300     EVALUATE TRUE
026400         WHEN DSC-ECRAN       ADD 1 TO CPT-ECRAN
026500         WHEN DSC-PORTAIL     ADD 1 TO CPT-PORTAIL
026600         WHEN DSC-APPLICATION ADD 1 TO CPT-APPLI
026700     END-EVALUATE.
026800     MOVE DSC-DATE       TO EDS-D-DATE.
026900     MOVE DSC-HEURE      TO EDS-D-HEURE.
027000     MOVE DSC-FGS-CLE    TO EDS-D-CLE.
027100     MOVE DSC-IDENTITE   TO EDS-D-IDENTITE.
027200     MOVE DSC-CANAL      TO EDS-D-CANAL.
027300     MOVE DSC-PROGRAMME  TO EDS-D-PROGRAMME.
027400     EVALUATE DSC-NATURE
027500         WHEN 'A'  MOVE 'AFFICHAGE'    TO EDS-D-NATURE
027600         WHEN 'R'  MOVE 'RETOUR'       TO EDS-D-NATURE
027700         WHEN 'E'  MOVE 'EXPORT'       TO EDS-D-NATURE
027800         WHEN OTHER
027900                   MOVE DSC-NATURE     TO EDS-D-NATURE
028000     END-EVALUATE.
028100     MOVE DSC-REFERENCE  TO EDS-D-REFERENCE.
028200     IF DSC-FORMATION = 'O'
028300         MOVE 'FORMATION' TO EDS-D-FORMATION
028400     ELSE
028500         MOVE SPACES      TO EDS-D-FORMATION.
028600     WRITE EDS-LIGNE FROM EDS-DETAIL.
028700     IF NOT W-EDS-OK
028800         MOVE 'WRITE ETATDSC' TO W-MOTIF-ABANDON
028900         GO TO 9900-ABANDON.
029000 2000-SUIVANT.
029100     PERFORM 8100-LIRE-DSC THRU 8100-EXIT.
029200 2000-EXIT.
029300     EXIT.
029400******************************************************************
029500*  2100-CHERCHER-CLE : IX-CLE > NB-CLE SI LA CLE N EST PAS       *
029600*  RETENUE                                                       *
029700******************************************************************
029800 2100-CHERCHER-CLE.
029900     MOVE ZERO TO IX-CLE.
030000 2100-SUIVANT.
030100     ADD 1 TO IX-CLE.
030200     IF IX-CLE GREATER NB-CLE
030300         GO TO 2100-EXIT.
030400     IF W-CLE-RETENUE (IX-CLE) = DSC-FGS-CLE
030500         GO TO 2100-EXIT.
030600     GO TO 2100-SUIVANT.
030700 2100-EXIT.
030800     EXIT.
030900******************************************************************
031000*  8100-LIRE-DSC : LECTURE DU JOURNAL DES DIVULGATIONS           *
031100******************************************************************
031200 8100-LIRE-DSC.
031300     READ DSCJRN.
031400     IF W-DSC-FIN
031500         MOVE 'O' TO W-FIN-DSC
031600         GO TO 8100-EXIT.
031700     IF NOT W-DSC-OK
031800         MOVE 'READ DSCJRN' TO W-MOTIF-ABANDON
031900         GO TO 9900-ABANDON.
032000 8100-EXIT.
032100     EXIT.
032200******************************************************************
032300*  8200-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
032400******************************************************************
032500 8200-LIRE-FGS.
032600     READ FFFFFGS NEXT.
032700     IF W-FGS-FIN
032800         MOVE 'O' TO W-FIN-FGS
032900         GO TO 8200-EXIT.
033000     IF NOT W-FGS-OK
033100         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
033200         GO TO 9900-ABANDON.
033300 8200-EXIT.
033400     EXIT.
033500******************************************************************
033600*  9000-TERMINAISON : TOTAUX ET FERMETURES                       *
033700******************************************************************
033800 9000-TERMINAISON.
033900     MOVE CPT-LUS     TO EDS-T-LUS.
034000     MOVE CPT-RETENUS TO EDS-T-RETENUS.
034100     MOVE CPT-ECRAN   TO EDS-T-ECRAN.
034200     MOVE CPT-PORTAIL TO EDS-T-PORTAIL.
034300     MOVE CPT-APPLI   TO EDS-T-APPLI.
034400     WRITE EDS-LIGNE FROM EDS-TOTAUX.
034500     CLOSE DSCJRN ETATDSC.
034600     DISPLAY 'GSDV800 - CLES RETENUES : ' NB-CLE.
034700     DISPLAY 'GSDV800 - DIVULGATIONS  : ' CPT-RETENUS.
034800 9000-EXIT.
034900     EXIT.
035000******************************************************************
035100*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT                     *
035200******************************************************************
035300 9900-ABANDON.
035400     DISPLAY 'GSDV800 - ABANDON : ' W-MOTIF-ABANDON.
035500     MOVE 16 TO RETURN-CODE.
035600     STOP RUN.
