000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSLM633.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSLM633 : SIMULATION DE CHOCS SUR LES PLAFONDS D EXPOSITION   *
000900*            PAR ENTITE                                          *
001000*  ------------------------------------------------------------  *
001100*  GSLM630 ET GSLM632 DISENT OU EN EST CHAQUE ENTITE FACE A SES  *
001200*  PLAFONDS LIMFIC AUJOURD HUI ; LE COMITE DES RISQUES DEMANDE   *
001300*  CE QU IL EN SERAIT SI LES MONTANTS D UN STATUT, D UNE UNITE,  *
001400*  D UNE ENTITE OU D UN GROUPE DE LIAISONS (DEFAUT CONJOINT)     *
001500*  VARIAIENT. LES SCENARIOS ARRIVENT EN CARTES SCNCAR (DESSIN    *
001600*  FFFFFGLK) : CIBLE, CHOC EN POURCENTAGE DU MONTANT OU EN       *
001700*  MONTANT ABSOLU PAR ENREGISTREMENT VISE, HAUSSE OU BAISSE.     *
001800*  LES POSITIONS SONT RECALCULEES SUR FFFFFGS COMME GSEN440 LES  *
001900*  POSE (NOMBRE ET CUMUL DES MONTANTS PAR ENTITE) : D ABORD LA   *
002000*  SITUATION DU JOUR (BASE), PUIS POUR CHAQUE SCENARIO, CHAQUE   *
002100*  ENREGISTREMENT VOYANT S AJOUTER LES CHOCS DE TOUTES LES       *
002200*  CARTES DU SCENARIO QUI LE VISENT (CALCULES SUR SON MONTANT    *
002300*  DU JOUR, SANS EFFET CUMULATIF). LE NOMBRE N EST PAS CHOQUE.   *
002400*  RIEN N EST MIS A JOUR : FFFFFGS, LIMFIC ET LIAFIC SONT LUS.   *
002500*  ETATSTR : UNE SECTION PAR SCENARIO (BASE EN TETE), UNE        *
002600*  LIGNE PAR ENTITE - MONTANT DU JOUR ET CHOQUE, MARGES SOUS LE  *
002700*  SEUIL DE BLOCAGE, ETAT DU JOUR ET ETAT SOUS LE CHOC (OK,      *
002800*  AVERT, DEPASSE, SANS PLAFOND), PUIS LES COMPTES DU SCENARIO.  *
002900*  CODE RETOUR 4 : CARTE REFUSEE, ENTITE HORS TABLE, OU ENTITE   *
003000*  AVERT / DEPASSE SOUS UN SCENARIO (CONVENTION GSLM632).        *
003100*  ------------------------------------------------------------  *
003200*  ENTREE  : SCNCAR   CARTES SCENARIO                            *
003300*            FFFFFGS  FICHIER MAITRE (LECTURE SEQUENTIELLE)      *
003400*            LIMFIC   PLAFONDS D ENTITE (LECTURE DIRECTE)        *
003500*            LIAFIC   LIAISONS (SEULEMENT SI UNE CARTE G)        *
003600*  SORTIE  : ETATSTR  RESULTATS PAR SCENARIO ET PAR ENTITE       *
003700*  ------------------------------------------------------------  *
003800*  HISTORIQUE DES MODIFICATIONS                                  *
003900*  15/10/26  DA  CREATION                                        *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.
004400     IBM-370.
004500 OBJECT-COMPUTER.
004600     IBM-370.
004700 SPECIAL-NAMES.
004800     DECIMAL-POINT IS COMMA.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT SCNCAR  ASSIGN  SCNCAR
005200       ORGANIZATION  SEQUENTIAL
005300       FILE STATUS   W-SCNCAR-STATUS.
005400     SELECT FFFFFGS ASSIGN  FFFFFGS
005500       ORGANIZATION  INDEXED
005600       ACCESS MODE   SEQUENTIAL
005700       RECORD KEY    FFFFFGS-CLE
005800       FILE STATUS   W-FFFFFGS-STATUS.
005900     SELECT LIMFIC  ASSIGN  LIMFIC
006000       ORGANIZATION  INDEXED
006100       ACCESS MODE   RANDOM
006200       RECORD KEY    LIM-ENTITE
006300       FILE STATUS   W-LIMFIC-STATUS.
006400     SELECT LIAFIC  ASSIGN  LIAFIC
006500       ORGANIZATION  INDEXED
006600       ACCESS MODE   SEQUENTIAL
006700       RECORD KEY    LIA-CLE
006800       FILE STATUS   W-LIAFIC-STATUS.
006900     SELECT ETATSTR ASSIGN  ETATSTR
007000       ORGANIZATION  SEQUENTIAL
007100       FILE STATUS   W-ETATSTR-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  SCNCAR
007500     LABEL RECORD STANDARD
007600     DATA RECORD SCN-ENREG.
007700 COPY FFFFFGLK.
007800 FD  FFFFFGS
007900     LABEL RECORD STANDARD
008000     DATA RECORD FFFFFGS-ENREG.
008100 COPY FFFFFFGS.
008200 FD  LIMFIC
008300     LABEL RECORD STANDARD
008400     DATA RECORD LIM-ENREG.
008500 COPY FFFFFGLM.
008600 FD  LIAFIC
008700     LABEL RECORD STANDARD
008800     DATA RECORD LIA-ENREG.
008900 COPY FFFFFGL.
009000 FD  ETATSTR
009100     LABEL RECORD STANDARD
009200     DATA RECORD STR-LIGNE.
009300 01  STR-LIGNE                       PIC X(132).
009400 WORKING-STORAGE SECTION.
009500 77  CPT-CARTES-LUES                 PIC S9(08) COMP VALUE ZERO.
009600 77  CPT-CARTES-REFUSEES             PIC S9(08) COMP VALUE ZERO.
009700 77  CPT-FGS-LUS                     PIC S9(08) COMP VALUE ZERO.
009800 77  CPT-HORS-TABLE                  PIC S9(08) COMP VALUE ZERO.
009900 77  CPT-MEMBRES                     PIC S9(08) COMP VALUE ZERO.
010000 77  CPT-ALERTES-SCN                 PIC S9(08) COMP VALUE ZERO.
010100 77  CPT-SEC-AVERT                   PIC S9(04) COMP VALUE ZERO.
010200 77  CPT-SEC-DEPASSE                 PIC S9(04) COMP VALUE ZERO.
010300 77  IX-CARTE                        PIC S9(04) COMP VALUE ZERO.
010400 77  IX-SCN                          PIC S9(04) COMP VALUE ZERO.
010500 77  IX-ENT                          PIC S9(04) COMP VALUE ZERO.
010600 77  IX-MBR                          PIC S9(04) COMP VALUE ZERO.
010700 77  IX-COL                          PIC S9(04) COMP VALUE ZERO.
010800 01  W-FIN-SCN                       PIC X(01) VALUE 'N'.
010900     88  FIN-SCN                     VALUE 'O'.
011000 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
011100     88  FIN-FGS                     VALUE 'O'.
011200 01  W-FIN-LIA                       PIC X(01) VALUE 'N'.
011300     88  FIN-LIA                     VALUE 'O'.
011400 01  W-SCNCAR-STATUS                 PIC X(02).
011500     88  W-SCN-OK                    VALUE '00'.
011600     88  W-SCN-FIN                   VALUE '10'.
011700 COPY FFFFFGSW.
011800 01  W-LIMFIC-STATUS                 PIC X(02).
011900     88  W-LIM-OK                    VALUE '00'.
012000     88  W-LIM-ABSENT                VALUE '23'.
012100 01  W-LIAFIC-STATUS                 PIC X(02).
012200     88  W-LIA-OK                    VALUE '00'.
012300     88  W-LIA-FIN                   VALUE '10'.
012400 01  W-ETATSTR-STATUS                PIC X(02).
012500     88  W-STR-OK                    VALUE '00'.
012600 01  W-MOTIF-ABANDON                 PIC X(40).
012700 01  W-DATE-JOUR                     PIC 9(08).
012800 01  W-CARTES-GROUPE                 PIC X(01) VALUE 'N'.
012900 01  W-VISE                          PIC X(01).
013000 01  W-MONTANT-FGS                   PIC S9(15)V99 COMP-3.
013100 01  W-MONTANT-CHOQUE                PIC S9(15)V99 COMP-3.
013200 01  W-CHOC                          PIC S9(15)V99 COMP-3.
013300 01  W-MONTANT-EVALUE                PIC S9(15)V99 COMP-3.
013400 01  W-MARGE-NB                      PIC S9(09) COMP.
013500 01  W-MARGE-MONTANT                 PIC S9(15)V99 COMP-3.
013600 01  W-ETAT-EVALUE                   PIC X(07).
013700 01  W-ETAT-BASE                     PIC X(07).
013800*    SCENARIOS DANS L ORDRE DES CARTES (20 AU PLUS)
013900 01  W-NB-SCN                        PIC S9(04) COMP VALUE ZERO.
014000 01  W-TABLE-SCN.
014100     05  W-SCN OCCURS 20.
014200         10  W-SCN-CODE              PIC X(04).
014300         10  W-SCN-LIBELLE           PIC X(20).
014400         10  W-SCN-AVERT             PIC S9(04) COMP.
014500         10  W-SCN-DEPASSE           PIC S9(04) COMP.
014600*    CARTES RETENUES, RATTACHEES A LEUR SCENARIO
014700 01  W-NB-CARTES                     PIC S9(04) COMP VALUE ZERO.
014800 01  W-TABLE-CARTES.
014900     05  W-CAR OCCURS 100.
015000         10  W-CAR-SCN               PIC S9(04) COMP.
015100         10  W-CAR-CIBLE             PIC X(01).
015200         10  W-CAR-VALEUR            PIC X(15).
015300         10  W-CAR-MODE              PIC X(01).
015400         10  W-CAR-SIGNE             PIC X(01).
015500         10  W-CAR-TAUX              PIC 9(03)V99.
015600         10  W-CAR-MONTANT           PIC S9(13)V99 COMP-3.
015700*    MEMBRES DES GROUPES VISES PAR UNE CARTE G (LA TETE EST
015800*    RECONNUE PAR LA VALEUR DE LA CARTE)
015900 01  W-NB-MBR                        PIC S9(04) COMP VALUE ZERO.
016000 01  W-TABLE-MBR.
016100     05  W-MBR OCCURS 500.
016200         10  W-MBR-CARTE             PIC S9(04) COMP.
016300         10  W-MBR-CLE               PIC X(15).
016400*    POSITIONS PAR ENTITE : COLONNE 1 = BASE, 1 + N = SCENARIO N
016500 01  W-NB-ENT                        PIC S9(04) COMP VALUE ZERO.
016600 01  W-TABLE-ENT.
016700     05  W-ENT OCCURS 20.
016800         10  W-ENT-CODE              PIC X(02).
016900         10  W-ENT-SANS-LIMITE       PIC X(01).
017000         10  W-ENT-NB-AVERT          PIC 9(09).
017100         10  W-ENT-NB-BLOCAGE        PIC 9(09).
017200         10  W-ENT-MT-AVERT          PIC S9(15)V99 COMP-3.
017300         10  W-ENT-MT-BLOCAGE        PIC S9(15)V99 COMP-3.
017400         10  W-ENT-NB                PIC S9(09) COMP.
017500         10  W-ENT-MONTANT           PIC S9(15)V99 COMP-3
017600                                     OCCURS 21.
017700 01  STR-ENTETE.
017800     05  FILLER                      PIC X(44)
017900         VALUE 'GSLM633 - CHOCS SUR PLAFONDS D ENTITE AU '.
018000     05  STE-DATE                    PIC 9(08).
018100     05  FILLER                      PIC X(80) VALUE SPACES.
018200 01  STR-SCENARIO.
018300     05  FILLER                      PIC X(11)
018400         VALUE 'SCENARIO : '.
018500     05  STS-CODE                    PIC X(04).
018600     05  FILLER                      PIC X(01) VALUE SPACE.
018700     05  STS-LIBELLE                 PIC X(26).
018800     05  FILLER                      PIC X(90) VALUE SPACES.
018900 01  STR-TITRES.
019000     05  FILLER                      PIC X(13)
019100         VALUE 'ENT        NB'.
019200     05  FILLER                      PIC X(18)
019300         VALUE '   MONTANT DU JOUR'.
019400     05  FILLER                      PIC X(18)
019500         VALUE '    MONTANT CHOQUE'.
019600     05  FILLER                      PIC X(18)
019700         VALUE '         VARIATION'.
019800     05  FILLER                      PIC X(17)
019900         VALUE '  MONTANT BLOCAGE'.
020000     05  FILLER                      PIC X(18)
020100         VALUE '     MARGE MONTANT'.
020200     05  FILLER                      PIC X(11)
020300         VALUE '   MARGE NB'.
020400     05  FILLER                      PIC X(19)
020500         VALUE ' ETAT-J  ETAT-CH'.
020600 01  STR-DETAIL.
020700     05  STD-ENTITE                  PIC X(02).
020800     05  FILLER                      PIC X(02) VALUE SPACES.
020900     05  STD-NB                      PIC Z(08)9.
021000     05  FILLER                      PIC X(01) VALUE SPACE.
021100     05  STD-MT-BASE                 PIC Z(12)9,99-.
021200     05  FILLER                      PIC X(01) VALUE SPACE.
021300     05  STD-MT-CHOQUE               PIC Z(12)9,99-.
021400     05  FILLER                      PIC X(01) VALUE SPACE.
021500     05  STD-VARIATION               PIC Z(12)9,99-.
021600     05  FILLER                      PIC X(01) VALUE SPACE.
021700     05  STD-MT-BLOCAGE              PIC Z(12)9,99.
021800     05  FILLER                      PIC X(01) VALUE SPACE.
021900     05  STD-MARGE-MT                PIC Z(12)9,99-.
022000     05  FILLER                      PIC X(01) VALUE SPACE.
022100     05  STD-MARGE-NB                PIC Z(08)9-.
022200     05  FILLER                      PIC X(01) VALUE SPACE.
022300     05  STD-ETAT-BASE               PIC X(07).
022400     05  FILLER                      PIC X(01) VALUE SPACE.
022500     05  STD-ETAT-CHOC               PIC X(07).
022600     05  FILLER                      PIC X(03) VALUE SPACES.
022700 01  STR-TOTAL.
022800     05  FILLER                      PIC X(11)
022900         VALUE 'SCENARIO : '.
023000     05  STT-CODE                    PIC X(04).
023100     05  FILLER                      PIC X(11)
023200         VALUE ' ENTITES : '.
023300     05  STT-ENTITES                 PIC Z(03)9.
023400     05  FILLER                      PIC X(09) VALUE ' AVERT : '.
023500     05  STT-AVERT                   PIC Z(03)9.
023600     05  FILLER                      PIC X(11)
023700         VALUE ' DEPASSE : '.
023800     05  STT-DEPASSE                 PIC Z(03)9.
023900     05  FILLER                      PIC X(74) VALUE SPACES.
024000 01  STR-COMPTE.
024100     05  STC-LIBELLE                 PIC X(30).
024200     05  FILLER                      PIC X(06) VALUE ' NB : '.
024300     05  STC-NB                      PIC Z(07)9.
024400     05  FILLER                      PIC X(88) VALUE SPACES.
024500 PROCEDURE DIVISION.
024600******************************************************************
024700*  0000-MAINLINE : SCENARIOS, GROUPES, PASSE SUR LE MAITRE PUIS  *
024800*  EDITION PAR SCENARIO                                          *
024900******************************************************************
025000 0000-MAINLINE.
025100     PERFORM 1500-OUVERTURES THRU 1500-EXIT.
025200     PERFORM 1600-CHARGER-CARTE THRU 1600-EXIT
025300         UNTIL FIN-SCN.
025400     IF W-NB-SCN = ZERO
025500         MOVE 'AUCUNE CARTE SCENARIO VALIDE' TO W-MOTIF-ABANDON
025600         GO TO 9900-ABANDON.
025700     IF W-CARTES-GROUPE = 'O'
025800         PERFORM 1800-CHARGER-GROUPES THRU 1800-EXIT.
025900     PERFORM 8200-LIRE-FGS THRU 8200-EXIT.
026000     PERFORM 2000-UN-ENREGISTREMENT THRU 2000-EXIT
026100         UNTIL FIN-FGS.
026200     MOVE W-DATE-JOUR TO STE-DATE.
026300     WRITE STR-LIGNE FROM STR-ENTETE.
026400     PERFORM 3000-SECTION THRU 3000-EXIT
026500         VARYING IX-COL FROM 1 BY 1
026600         UNTIL IX-COL GREATER W-NB-SCN + 1.
026700     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
026800     IF CPT-CARTES-REFUSEES GREATER ZERO
026900      OR CPT-HORS-TABLE GREATER ZERO
027000      OR CPT-ALERTES-SCN GREATER ZERO
027100         MOVE 4 TO RETURN-CODE.
027200     GOBACK.
027300 0000-EXIT.
027400     EXIT.
027500******************************************************************
027600*  1500-OUVERTURES : FICHIERS EN LECTURE, ETAT, PREMIERE CARTE   *
027700******************************************************************
027800 1500-OUVERTURES.
027900     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
028000     OPEN INPUT SCNCAR.
028100     IF NOT W-SCN-OK
028200         MOVE 'OPEN SCNCAR'  TO W-MOTIF-ABANDON
028300         GO TO 9900-ABANDON.
028400     OPEN INPUT FFFFFGS.
028500     IF NOT W-FGS-OK
028600         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
028700         GO TO 9900-ABANDON.
028800     OPEN INPUT LIMFIC.
028900     IF NOT W-LIM-OK
029000         MOVE 'OPEN LIMFIC'  TO W-MOTIF-ABANDON
029100         GO TO 9900-ABANDON.
029200     OPEN OUTPUT ETATSTR.
029300     IF NOT W-STR-OK
029400         MOVE 'OPEN ETATSTR' TO W-MOTIF-ABANDON
029500         GO TO 9900-ABANDON.
029600     PERFORM 8100-LIRE-SCN THRU 8100-EXIT.
029700 1500-EXIT.
029800     EXIT.
029900******************************************************************
030000*  1600-CHARGER-CARTE : CONTROLE DE LA CARTE, SCENARIO RETENU A  *
030100*  SA PREMIERE CARTE, CARTE MISE EN TABLE                        *
030200******************************************************************
030300 1600-CHARGER-CARTE.
030400     IF SCN-SCENARIO = SPACES
030500         GO TO 1600-REFUSER.
030600     IF NOT SCN-ENTITE AND NOT SCN-STATUT AND NOT SCN-UNITE
030700      AND NOT SCN-GROUPE AND NOT SCN-TOUT
030800         GO TO 1600-REFUSER.
030900     IF SCN-VALEUR = SPACES AND NOT SCN-TOUT
031000         GO TO 1600-REFUSER.
031100     IF SCN-SIGNE NOT = '+' AND SCN-SIGNE NOT = '-'
031200         GO TO 1600-REFUSER.
031300     IF SCN-POURCENT
031400         IF SCN-TAUX NOT NUMERIC
031500             GO TO 1600-REFUSER.
031600     IF SCN-ABSOLU
031700         IF SCN-MONTANT NOT NUMERIC
031800             GO TO 1600-REFUSER.
031900     IF NOT SCN-POURCENT AND NOT SCN-ABSOLU
032000         GO TO 1600-REFUSER.
032100     MOVE 1 TO IX-SCN.
032200 1600-CHERCHER-SCN.
032300     IF IX-SCN GREATER W-NB-SCN
032400         GO TO 1600-AJOUTER-SCN.
032500     IF W-SCN-CODE (IX-SCN) = SCN-SCENARIO
032600         GO TO 1600-RETENIR.
032700     ADD 1 TO IX-SCN.
032800     GO TO 1600-CHERCHER-SCN.
032900 1600-AJOUTER-SCN.
033000     IF W-NB-SCN = 20
033100         MOVE 'TABLE DES SCENARIOS PLEINE (20)' TO W-MOTIF-ABANDON
033200         GO TO 9900-ABANDON.
033300     ADD 1 TO W-NB-SCN.
033400     MOVE W-NB-SCN     TO IX-SCN.
033500     MOVE SCN-SCENARIO TO W-SCN-CODE (IX-SCN).
033600     MOVE SCN-LIBELLE  TO W-SCN-LIBELLE (IX-SCN).
033700     MOVE ZERO         TO W-SCN-AVERT (IX-SCN)
033800                          W-SCN-DEPASSE (IX-SCN).
033900 1600-RETENIR.
034000     IF W-NB-CARTES = 100
034100         MOVE 'TABLE DES CARTES PLEINE (100)' TO W-MOTIF-ABANDON
034200         GO TO 9900-ABANDON.
034300     ADD 1 TO W-NB-CARTES.
034400     MOVE IX-SCN      TO W-CAR-SCN (W-NB-CARTES).
034500     MOVE SCN-CIBLE   TO W-CAR-CIBLE (W-NB-CARTES).
034600     MOVE SCN-VALEUR  TO W-CAR-VALEUR (W-NB-CARTES).
034700     MOVE SCN-MODE    TO W-CAR-MODE (W-NB-CARTES).
034800     MOVE SCN-SIGNE   TO W-CAR-SIGNE (W-NB-CARTES).
034900     MOVE ZERO        TO W-CAR-TAUX (W-NB-CARTES)
035000                         W-CAR-MONTANT (W-NB-CARTES).
035100     IF SCN-POURCENT
035200         MOVE SCN-TAUX    TO W-CAR-TAUX (W-NB-CARTES)
035300     ELSE
035400         MOVE SCN-MONTANT TO W-CAR-MONTANT (W-NB-CARTES).
035500     IF SCN-GROUPE
035600         MOVE 'O' TO W-CARTES-GROUPE.
035700     GO TO 1600-SUIVANTE.
035800 1600-REFUSER.
035900     ADD 1 TO CPT-CARTES-REFUSEES.
036000     DISPLAY 'GSLM633 - CARTE REFUSEE : ' SCN-ENREG.
036100 1600-SUIVANTE.
036200     PERFORM 8100-LIRE-SCN THRU 8100-EXIT.
036300 1600-EXIT.
036400     EXIT.
036500******************************************************************
036600*  1800-CHARGER-GROUPES : PASSE SUR LIAFIC - CHAQUE LIAISON EN   *
036700*  VIGUEUR CE JOUR SOUS UNE TETE VISEE PAR UNE CARTE G DONNE UN  *
036800*  MEMBRE A CETTE CARTE (REGLE D EFFET DE GSRL501)               *
036900******************************************************************
037000 1800-CHARGER-GROUPES.
037100     OPEN INPUT LIAFIC.
037200     IF NOT W-LIA-OK
037300         MOVE 'OPEN LIAFIC'  TO W-MOTIF-ABANDON
037400         GO TO 9900-ABANDON.
037500     PERFORM 8300-LIRE-LIA THRU 8300-EXIT.
037600     PERFORM 1810-UNE-LIAISON THRU 1810-EXIT
037700         UNTIL FIN-LIA.
037800     CLOSE LIAFIC.
037900 1800-EXIT.
038000     EXIT.
038100 1810-UNE-LIAISON.
038200     IF LIA-DATE-DEBUT GREATER W-DATE-JOUR
038300      OR (LIA-DATE-FIN GREATER ZERO
038400         AND LIA-DATE-FIN LESS W-DATE-JOUR)
038500         GO TO 1810-SUIVANTE.
038600     PERFORM 1820-CARTE-GROUPE THRU 1820-EXIT
038700         VARYING IX-CARTE FROM 1 BY 1
038800         UNTIL IX-CARTE GREATER W-NB-CARTES.
038900 1810-SUIVANTE.
039000     PERFORM 8300-LIRE-LIA THRU 8300-EXIT.
039100 1810-EXIT.
039200     EXIT.
039300 1820-CARTE-GROUPE.
039400     IF W-CAR-CIBLE (IX-CARTE) NOT = 'G'
039500      OR W-CAR-VALEUR (IX-CARTE) NOT = LIA-FGS-CLE-1
039600         GO TO 1820-EXIT.
039700     IF W-NB-MBR = 500
039800         MOVE 'TABLE DES MEMBRES PLEINE (500)' TO W-MOTIF-ABANDON
039900         GO TO 9900-ABANDON.
040000     ADD 1 TO W-NB-MBR CPT-MEMBRES.
040100     MOVE IX-CARTE      TO W-MBR-CARTE (W-NB-MBR).
040200     MOVE LIA-FGS-CLE-2 TO W-MBR-CLE (W-NB-MBR).
040300 1820-EXIT.
040400     EXIT.
040500******************************************************************
040600*  2000-UN-ENREGISTREMENT : L ENREGISTREMENT ENTRE DANS LA BASE  *
040700*  DE SON ENTITE, PUIS DANS CHAQUE SCENARIO AVEC SES CHOCS       *
040800******************************************************************
040900 2000-UN-ENREGISTREMENT.
041000     PERFORM 2100-ENTITE THRU 2100-EXIT.
041100     IF IX-ENT = ZERO
041200         ADD 1 TO CPT-HORS-TABLE
041300         GO TO 2000-SUIVANT.
041400     ADD 1 TO W-ENT-NB (IX-ENT).
041500     MOVE ZERO TO W-MONTANT-FGS.
041600     IF FFFFFGS-MONTANT NUMERIC
041700         MOVE FFFFFGS-MONTANT TO W-MONTANT-FGS.
041800     ADD W-MONTANT-FGS TO W-ENT-MONTANT (IX-ENT, 1).
041900     PERFORM 2200-SCENARIO THRU 2200-EXIT
042000         VARYING IX-SCN FROM 1 BY 1
042100         UNTIL IX-SCN GREATER W-NB-SCN.
042200 2000-SUIVANT.
042300     PERFORM 8200-LIRE-FGS THRU 8200-EXIT.
042400 2000-EXIT.
042500     EXIT.
042600******************************************************************
042700*  2100-ENTITE : POSTE DE L ENTITE (CREE A SA PREMIERE           *
042800*  RENCONTRE AVEC SES SEUILS LIMFIC) - TABLE SATUREE = IX-ENT    *
042900*  A ZERO, L ENREGISTREMENT EST COMPTE HORS TABLE                *
043000******************************************************************
043100 2100-ENTITE.
043200     MOVE 1 TO IX-ENT.
043300 2100-CHERCHER.
043400     IF IX-ENT GREATER W-NB-ENT
043500         GO TO 2100-CREER.
043600     IF W-ENT-CODE (IX-ENT) = FFFFFGS-CLE-ENTITE
043700         GO TO 2100-EXIT.
043800     ADD 1 TO IX-ENT.
043900     GO TO 2100-CHERCHER.
044000 2100-CREER.
044100     IF W-NB-ENT = 20
044200         MOVE ZERO TO IX-ENT
044300         GO TO 2100-EXIT.
044400     ADD 1 TO W-NB-ENT.
044500     MOVE W-NB-ENT TO IX-ENT.
044600     MOVE FFFFFGS-CLE-ENTITE TO W-ENT-CODE (IX-ENT).
044700     MOVE 'N'  TO W-ENT-SANS-LIMITE (IX-ENT).
044800     MOVE ZERO TO W-ENT-NB (IX-ENT)
044900                  W-ENT-NB-AVERT (IX-ENT)
045000                  W-ENT-NB-BLOCAGE (IX-ENT)
045100                  W-ENT-MT-AVERT (IX-ENT)
045200                  W-ENT-MT-BLOCAGE (IX-ENT).
045300     PERFORM 2110-RAZ-COLONNE THRU 2110-EXIT
045400         VARYING IX-COL FROM 1 BY 1
045500         UNTIL IX-COL GREATER 21.
045600     MOVE FFFFFGS-CLE-ENTITE TO LIM-ENTITE.
045700     READ LIMFIC.
045800     IF W-LIM-ABSENT
045900         MOVE 'O' TO W-ENT-SANS-LIMITE (IX-ENT)
046000         GO TO 2100-EXIT.
046100     IF NOT W-LIM-OK
046200         MOVE 'READ LIMFIC' TO W-MOTIF-ABANDON
046300         GO TO 9900-ABANDON.
046400     MOVE LIM-NB-AVERT         TO W-ENT-NB-AVERT (IX-ENT).
046500     MOVE LIM-NB-BLOCAGE       TO W-ENT-NB-BLOCAGE (IX-ENT).
046600     MOVE LIM-MONTANT-AVERT    TO W-ENT-MT-AVERT (IX-ENT).
046700     MOVE LIM-MONTANT-BLOCAGE  TO W-ENT-MT-BLOCAGE (IX-ENT).
046800 2100-EXIT.
046900     EXIT.
047000 2110-RAZ-COLONNE.
047100     MOVE ZERO TO W-ENT-MONTANT (IX-ENT, IX-COL).
047200 2110-EXIT.
047300     EXIT.
047400******************************************************************
047500*  2200-SCENARIO : MONTANT DE L ENREGISTREMENT CHOQUE PAR LES    *
047600*  CARTES DU SCENARIO QUI LE VISENT, CUMULE A SA COLONNE         *
047700******************************************************************
047800 2200-SCENARIO.
047900     MOVE W-MONTANT-FGS TO W-MONTANT-CHOQUE.
048000     PERFORM 2300-CARTE THRU 2300-EXIT
048100         VARYING IX-CARTE FROM 1 BY 1
048200         UNTIL IX-CARTE GREATER W-NB-CARTES.
048300     COMPUTE IX-COL = IX-SCN + 1.
048400     ADD W-MONTANT-CHOQUE TO W-ENT-MONTANT (IX-ENT, IX-COL).
048500 2200-EXIT.
048600     EXIT.
048700 2300-CARTE.
048800     IF W-CAR-SCN (IX-CARTE) NOT = IX-SCN
048900         GO TO 2300-EXIT.
049000     PERFORM 2400-VISE THRU 2400-EXIT.
049100     IF W-VISE NOT = 'O'
049200         GO TO 2300-EXIT.
049300     IF W-CAR-MODE (IX-CARTE) = 'P'
049400         COMPUTE W-CHOC ROUNDED =
049500             W-MONTANT-FGS * W-CAR-TAUX (IX-CARTE) / 100
049600     ELSE
049700         MOVE W-CAR-MONTANT (IX-CARTE) TO W-CHOC.
049800     IF W-CAR-SIGNE (IX-CARTE) = '-'
049900         SUBTRACT W-CHOC FROM W-MONTANT-CHOQUE
050000     ELSE
050100         ADD W-CHOC TO W-MONTANT-CHOQUE.
050200 2300-EXIT.
050300     EXIT.
050400******************************************************************
050500*  2400-VISE : L ENREGISTREMENT EST-IL VISE PAR LA CARTE         *
050600*  IX-CARTE (W-VISE = O)                                         *
050700******************************************************************
050800 2400-VISE.
050900     MOVE 'N' TO W-VISE.
051000     EVALUATE W-CAR-CIBLE (IX-CARTE)
051100         WHEN 'T'
051200             MOVE 'O' TO W-VISE
051300         WHEN 'E'
051400             IF FFFFFGS-CLE-ENTITE = W-CAR-VALEUR (IX-CARTE) (1:2)
051500                 MOVE 'O' TO W-VISE
051600             END-IF
051700         WHEN 'S'
051800             IF FFFFFGS-STATUT = W-CAR-VALEUR (IX-CARTE) (1:2)
051900                 MOVE 'O' TO W-VISE
052000             END-IF
052100         WHEN 'U'
052200             IF FFFFFGS-UNITE = W-CAR-VALEUR (IX-CARTE) (1:6)
052300                 MOVE 'O' TO W-VISE
052400             END-IF
052500         WHEN 'G'
052600             IF FFFFFGS-CLE = W-CAR-VALEUR (IX-CARTE)
052700                 MOVE 'O' TO W-VISE
052800             END-IF
052900     END-EVALUATE.
053000     IF W-VISE = 'O' OR W-CAR-CIBLE (IX-CARTE) NOT = 'G'
053100         GO TO 2400-EXIT.
053200     MOVE 1 TO IX-MBR.
053300 2400-MEMBRE.
053400     IF IX-MBR GREATER W-NB-MBR
053500         GO TO 2400-EXIT.
053600     IF W-MBR-CARTE (IX-MBR) = IX-CARTE
053700      AND W-MBR-CLE (IX-MBR) = FFFFFGS-CLE
053800         MOVE 'O' TO W-VISE
053900         GO TO 2400-EXIT.
054000     ADD 1 TO IX-MBR.
054100     GO TO 2400-MEMBRE.
054200 2400-EXIT.
054300     EXIT.
054400******************************************************************
054500*  3000-SECTION : UNE SECTION DE L ETAT - COLONNE 1 = SITUATION  *
054600*  DU JOUR, COLONNE 1 + N = SCENARIO N                           *
054700******************************************************************
054800 3000-SECTION.
054900     IF IX-COL = 1
055000         MOVE 'BASE'                TO STS-CODE
055100         MOVE 'SITUATION DU JOUR'   TO STS-LIBELLE
055200     ELSE
055300         COMPUTE IX-SCN = IX-COL - 1
055400         MOVE W-SCN-CODE (IX-SCN)    TO STS-CODE
055500         MOVE W-SCN-LIBELLE (IX-SCN) TO STS-LIBELLE.
055600     MOVE SPACES TO STR-LIGNE.
055700     WRITE STR-LIGNE.
055800     WRITE STR-LIGNE FROM STR-SCENARIO.
055900     WRITE STR-LIGNE FROM STR-TITRES.
056000     MOVE STS-CODE TO STT-CODE.
056100     MOVE ZERO     TO CPT-SEC-AVERT CPT-SEC-DEPASSE.
056200     IF IX-COL GREATER 1
056300         MOVE ZERO TO W-SCN-AVERT (IX-SCN) W-SCN-DEPASSE (IX-SCN).
056400     PERFORM 3100-LIGNE-ENTITE THRU 3100-EXIT
056500         VARYING IX-ENT FROM 1 BY 1
056600         UNTIL IX-ENT GREATER W-NB-ENT.
056700     MOVE W-NB-ENT        TO STT-ENTITES.
056800     MOVE CPT-SEC-AVERT   TO STT-AVERT.
056900     MOVE CPT-SEC-DEPASSE TO STT-DEPASSE.
057000     WRITE STR-LIGNE FROM STR-TOTAL.
057100     IF NOT W-STR-OK
057200         MOVE 'WRITE ETATSTR' TO W-MOTIF-ABANDON
057300         GO TO 9900-ABANDON.
057400 3000-EXIT.
057500     EXIT.
057600******************************************************************
057700*  3100-LIGNE-ENTITE : POSITION DU JOUR ET POSITION CHOQUEE DE   *
057800*  L ENTITE, MARGES SOUS LE BLOCAGE ET ETATS                     *
057900******************************************************************
058000 3100-LIGNE-ENTITE.
058100     MOVE W-ENT-MONTANT (IX-ENT, 1) TO W-MONTANT-EVALUE.
058200     PERFORM 3200-ETAT THRU 3200-EXIT.
058300     MOVE W-ETAT-EVALUE TO W-ETAT-BASE.
058400     MOVE W-ENT-MONTANT (IX-ENT, IX-COL) TO W-MONTANT-EVALUE.
058500     PERFORM 3200-ETAT THRU 3200-EXIT.
058600     IF W-ENT-NB-BLOCAGE (IX-ENT) GREATER ZERO
058700         COMPUTE W-MARGE-NB =
058800             W-ENT-NB-BLOCAGE (IX-ENT) - W-ENT-NB (IX-ENT)
058900     ELSE
059000         MOVE ZERO TO W-MARGE-NB.
059100     IF W-ENT-MT-BLOCAGE (IX-ENT) GREATER ZERO
059200         COMPUTE W-MARGE-MONTANT =
059300             W-ENT-MT-BLOCAGE (IX-ENT) - W-MONTANT-EVALUE
059400     ELSE
059500         MOVE ZERO TO W-MARGE-MONTANT.
059600     MOVE W-ENT-CODE (IX-ENT)        TO STD-ENTITE.
059700     MOVE W-ENT-NB (IX-ENT)          TO STD-NB.
059800     MOVE W-ENT-MONTANT (IX-ENT, 1)  TO STD-MT-BASE.
059900     MOVE W-MONTANT-EVALUE           TO STD-MT-CHOQUE.
060000     SUBTRACT W-ENT-MONTANT (IX-ENT, 1) FROM W-MONTANT-EVALUE
060100         GIVING STD-VARIATION.
060200     MOVE W-ENT-MT-BLOCAGE (IX-ENT)  TO STD-MT-BLOCAGE.
060300     MOVE W-MARGE-MONTANT            TO STD-MARGE-MT.
060400     MOVE W-MARGE-NB                 TO STD-MARGE-NB.
060500     MOVE W-ETAT-BASE                TO STD-ETAT-BASE.
060600     MOVE W-ETAT-EVALUE              TO STD-ETAT-CHOC.
060700     WRITE STR-LIGNE FROM STR-DETAIL.
060800     IF NOT W-STR-OK
060900         MOVE 'WRITE ETATSTR' TO W-MOTIF-ABANDON
061000         GO TO 9900-ABANDON.
061100     IF W-ETAT-EVALUE = 'AVERT  '
061200         ADD 1 TO CPT-SEC-AVERT.
061300     IF W-ETAT-EVALUE = 'DEPASSE'
061400         ADD 1 TO CPT-SEC-DEPASSE.
061500     IF IX-COL = 1
061600         GO TO 3100-EXIT.
061700     IF W-ETAT-EVALUE = 'AVERT  '
061800         ADD 1 TO W-SCN-AVERT (IX-SCN) CPT-ALERTES-SCN.
061900     IF W-ETAT-EVALUE = 'DEPASSE'
062000         ADD 1 TO W-SCN-DEPASSE (IX-SCN) CPT-ALERTES-SCN.
062100 3100-EXIT.
062200     EXIT.
062300******************************************************************
062400*  3200-ETAT : ETAT DE L ENTITE IX-ENT POUR LE MONTANT           *
062500*  W-MONTANT-EVALUE (REGLES DE GSLM632 ; SEUIL NUL = PAS DE      *
062600*  LIMITE SUR CET AXE)                                           *
062700******************************************************************
062800 3200-ETAT.
062900     IF W-ENT-SANS-LIMITE (IX-ENT) = 'O'
063000         MOVE 'SANS PL' TO W-ETAT-EVALUE
063100         GO TO 3200-EXIT.
063200     MOVE 'OK     ' TO W-ETAT-EVALUE.
063300     IF (W-ENT-NB-AVERT (IX-ENT) GREATER ZERO
063400      AND W-ENT-NB (IX-ENT) GREATER W-ENT-NB-AVERT (IX-ENT))
063500      OR (W-ENT-MT-AVERT (IX-ENT) GREATER ZERO
063600      AND W-MONTANT-EVALUE GREATER W-ENT-MT-AVERT (IX-ENT))
063700         MOVE 'AVERT  ' TO W-ETAT-EVALUE.
063800     IF (W-ENT-NB-BLOCAGE (IX-ENT) GREATER ZERO
063900      AND W-ENT-NB (IX-ENT) GREATER W-ENT-NB-BLOCAGE (IX-ENT))
064000      OR (W-ENT-MT-BLOCAGE (IX-ENT) GREATER ZERO
064100      AND W-MONTANT-EVALUE GREATER W-ENT-MT-BLOCAGE (IX-ENT))
064200         MOVE 'DEPASSE' TO W-ETAT-EVALUE.
064300 3200-EXIT.
064400     EXIT.
064500******************************************************************
064600*  4000-TERMINAISON : COMPTES GENERAUX ET FERMETURES             *
064700******************************************************************
064800 4000-TERMINAISON.
064900     MOVE SPACES TO STR-LIGNE.
065000     WRITE STR-LIGNE.
065100     MOVE 'CARTES SCENARIO LUES'          TO STC-LIBELLE.
065200     MOVE CPT-CARTES-LUES                 TO STC-NB.
065300     WRITE STR-LIGNE FROM STR-COMPTE.
065400     MOVE '  DONT REFUSEES'               TO STC-LIBELLE.
065500     MOVE CPT-CARTES-REFUSEES             TO STC-NB.
065600     WRITE STR-LIGNE FROM STR-COMPTE.
065700     MOVE 'SCENARIOS SIMULES'             TO STC-LIBELLE.
065800     MOVE W-NB-SCN                        TO STC-NB.
065900     WRITE STR-LIGNE FROM STR-COMPTE.
066000     MOVE 'MEMBRES DE GROUPES VISES'      TO STC-LIBELLE.
066100     MOVE CPT-MEMBRES                     TO STC-NB.
066200     WRITE STR-LIGNE FROM STR-COMPTE.
066300     MOVE 'ENREGISTREMENTS FFFFFGS LUS'   TO STC-LIBELLE.
066400     MOVE CPT-FGS-LUS                     TO STC-NB.
066500     WRITE STR-LIGNE FROM STR-COMPTE.
066600     MOVE '  DONT ENTITE HORS TABLE'      TO STC-LIBELLE.
066700     MOVE CPT-HORS-TABLE                  TO STC-NB.
066800     WRITE STR-LIGNE FROM STR-COMPTE.
066900     MOVE 'ALERTES SOUS SCENARIO'         TO STC-LIBELLE.
067000     MOVE CPT-ALERTES-SCN                 TO STC-NB.
067100     WRITE STR-LIGNE FROM STR-COMPTE.
067200     CLOSE SCNCAR FFFFFGS LIMFIC ETATSTR.
067300     DISPLAY 'GSLM633 - SCENARIOS : ' W-NB-SCN
067400             ' CARTES REFUSEES : ' CPT-CARTES-REFUSEES.
067500     DISPLAY 'GSLM633 - ENREGISTREMENTS : ' CPT-FGS-LUS
067600             ' HORS TABLE : ' CPT-HORS-TABLE
067700             ' ALERTES : ' CPT-ALERTES-SCN.
067800 4000-EXIT.
067900     EXIT.
068000******************************************************************
068100*  8100-LIRE-SCN : CARTE SCENARIO SUIVANTE                       *
068200******************************************************************
068300 8100-LIRE-SCN.
068400     READ SCNCAR.
068500     IF W-SCN-FIN
068600         MOVE 'O' TO W-FIN-SCN
068700         GO TO 8100-EXIT.
068800     IF NOT W-SCN-OK
068900         MOVE 'READ SCNCAR' TO W-MOTIF-ABANDON
069000         GO TO 9900-ABANDON.
069100     ADD 1 TO CPT-CARTES-LUES.
069200 8100-EXIT.
069300     EXIT.
069400******************************************************************
069500*  8200-LIRE-FGS : ENREGISTREMENT MAITRE SUIVANT                 *
069600******************************************************************
069700 8200-LIRE-FGS.
069800     READ FFFFFGS NEXT.
069900     IF W-FGS-FIN
070000         MOVE 'O' TO W-FIN-FGS
070100         GO TO 8200-EXIT.
070200     IF NOT W-FGS-OK
070300         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
070400         GO TO 9900-ABANDON.
070500     ADD 1 TO CPT-FGS-LUS.
070600 8200-EXIT.
070700     EXIT.
070800******************************************************************
070900*  8300-LIRE-LIA : LIAISON SUIVANTE                              *
071000******************************************************************
071100 8300-LIRE-LIA.
071200     READ LIAFIC NEXT.
071300     IF W-LIA-FIN
071400         MOVE 'O' TO W-FIN-LIA
071500         GO TO 8300-EXIT.
071600     IF NOT W-LIA-OK
071700         MOVE 'READ LIAFIC' TO W-MOTIF-ABANDON
071800         GO TO 9900-ABANDON.
071900 8300-EXIT.
072000     EXIT.
072100******************************************************************
072200*  9900-ABANDON : ARRET ANORMAL                                  *
072300******************************************************************
072400 9900-ABANDON.
072500     DISPLAY 'GSLM633 - ABANDON : ' W-MOTIF-ABANDON.
072600     MOVE 16 TO RETURN-CODE.
072700     STOP RUN.
