000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCV840.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSCV840 : CYCLE DE VIE DES STATUTS - PASSAGES AUTOMATIQUES    *
000900*  ------------------------------------------------------------  *
001000*  PASSE DE NUIT SUR LE MAITRE. LES REGLES VIVENT EN REFTBL      *
001100*  TYPE CYCV, CODE = STATUT DE DEPART + NUMERO DE REGLE (1 A 9,  *
001200*  APPLIQUEES DANS CET ORDRE) :                                  *
001300*    LIBELLE COURT (1:2) = STATUT D ARRIVEE                      *
001400*                  (3:1) = CRITERE  A = ANCIENNETE DU STATUT EN  *
001500*                          JOURS OUVRES DEPUIS LA DATE D EFFET   *
001600*                          (GSCA220) AU DELA DU SEUIL            *
001700*                                   R = RETARD DU DOSSIER RCVFIC *
001800*                          NON SOLDE (JOURS) AU MOINS EGAL AU    *
001900*                          SEUIL                                 *
002000*                  (4:5) = SEUIL EN JOURS                        *
002100*    LIBELLE LONG = MOTIF DE CYCLE DE VIE, REPRIS A L ETAT       *
002200*  EX. : EC1 = AN A00030 (EN COURS PLUS DE 30 JOURS OUVRES ->    *
002300*        ANNULE)   EC2 = CX R00090 (RETARD 90 J ET + ->          *
002400*        CONTENTIEUX)                                            *
002500*  LA PREMIERE REGLE SATISFAITE DONNE UN MOUVEMENT M VERS LE     *
002600*  STATUT D ARRIVEE (LOT MVTCYV, ENTETE SOURCE CYCLEVIE ET PIED  *
002700*  FFFFFGCT, APPLIQUE PAR GSBT010) - DATE D EFFET DU JOUR.       *
002800*  LA TRANSITION DOIT ETRE OUVERTE AU LOT DANS LA MATRICE        *
002900*  REFTBL TRST (CANAL B OU *) ; SINON LA REGLE EST SEULEMENT     *
003000*  SIGNALEE HORS MATRICE. UNE TRANSITION A APPROUVER PART        *
003100*  QUAND MEME : GSHM760 LA RETIENT POUR L APPROBATEUR.           *
003200*  CHAQUE PASSAGE EST LISTE SUR ETATCYV AVEC SON MOTIF.          *
003300*  ------------------------------------------------------------  *
003400*  ENTREE : FFFFFGS   RCVFIC   CYCOUT   REFTBL (PAR GSRT060)     *
003500*  SORTIE : MVTCYV    ETATCYV                                    *
003600*  ------------------------------------------------------------  *
003700*  HISTORIQUE DES MODIFICATIONS                                  *
003800*  15/10/26  DA  CREATION                                        *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.
004300     IBM-370.
004400 OBJECT-COMPUTER.
004500     IBM-370.
004600 SPECIAL-NAMES.
004700     DECIMAL-POINT IS COMMA.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT FFFFFGS ASSIGN  FFFFFGS
005100       ORGANIZATION  INDEXED
005200       ACCESS MODE   SEQUENTIAL
005300       RECORD KEY    FFFFFGS-CLE
005400       FILE STATUS   W-FFFFFGS-STATUS.
005500     SELECT RCVFIC  ASSIGN  RCVFIC
005600       ORGANIZATION  INDEXED
005700       ACCESS MODE   RANDOM
005800       RECORD KEY    RCV-FGS-CLE
005900       FILE STATUS   W-RCVFIC-STATUS.
006000     SELECT MVTCYV  ASSIGN  MVTCYV
006100       ORGANIZATION  SEQUENTIAL
006200       FILE STATUS   W-MVTCYV-STATUS.
006300     SELECT CYCOUT  ASSIGN  CYCOUT
006400       ORGANIZATION  SEQUENTIAL
006500       FILE STATUS   W-CYCOUT-STATUS.
006600     SELECT ETATCYV ASSIGN  ETATCYV
006700       ORGANIZATION  SEQUENTIAL
006800       FILE STATUS   W-ETATCYV-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  FFFFFGS
007200     LABEL RECORD STANDARD
007300     DATA RECORD FFFFFGS-ENREG.
007400 COPY FFFFFFGS.
007500 FD  RCVFIC
007600     LABEL RECORD STANDARD
007700     DATA RECORD RCV-ENREG.
007800 COPY FFFFFGRV.
007900 FD  MVTCYV
008000     LABEL RECORD STANDARD
008100     DATA RECORD MVT-ENREG.
008200 COPY FFFFFGT.
008300 FD  CYCOUT
008400     LABEL RECORD STANDARD
008500     DATA RECORD CYO-ENREG.
008600 01  CYO-ENREG.
008700     05  CYO-DATE                    PIC 9(08).
008800     05  CYO-NUMERO                  PIC 9(04).
008900     05  FILLER                      PIC X(68).
009000 FD  ETATCYV
009100     LABEL RECORD STANDARD
009200     DATA RECORD CYE-LIGNE.
009300 01  CYE-LIGNE                       PIC X(132).
009400 WORKING-STORAGE SECTION.
009500 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
009600 77  CPT-GENERES                     PIC S9(08) COMP VALUE ZERO.
009700 77  CPT-A-APPROUVER                 PIC S9(08) COMP VALUE ZERO.
009800 77  CPT-HORS-MATRICE                PIC S9(08) COMP VALUE ZERO.
009900 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
010000 77  IX-STA                          PIC S9(04) COMP VALUE ZERO.
010100 77  IX-RGL                          PIC S9(04) COMP VALUE ZERO.
010200 77  IX-DERNIERE                     PIC S9(04) COMP VALUE ZERO.
010300 77  NB-STATUTS                      PIC S9(04) COMP VALUE ZERO.
010400 77  NB-REGLES                       PIC S9(04) COMP VALUE ZERO.
010500 77  W-NUMERO                        PIC 9(01) VALUE ZERO.
010600 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
010700     88  FIN-FGS                     VALUE 'O'.
010800 COPY FFFFFGSW.
010900 01  W-RCVFIC-STATUS                 PIC X(02).
011000     88  W-RCV-OK                    VALUE '00'.
011100     88  W-RCV-ABSENT                VALUE '23'.
011200 01  W-MVTCYV-STATUS                 PIC X(02).
011300     88  W-MVT-OK                    VALUE '00'.
011400 01  W-CYCOUT-STATUS                 PIC X(02).
011500     88  W-CYO-OK                    VALUE '00'.
011600 01  W-ETATCYV-STATUS                PIC X(02).
011700     88  W-CYE-OK                    VALUE '00'.
011800 01  W-MOTIF-ABANDON                 PIC X(40).
011900 01  W-DATE-JOUR                     PIC 9(08).
012000 01  W-CYCLE-JOUR                    PIC 9(04) VALUE ZERO.
012100 01  W-NOM-CLAIR                     PIC X(30).
012200*    CRITERES DE L ENREGISTREMENT COURANT - CALCULES UNE FOIS
012300 01  W-AGE-LU                        PIC X(01).
012400 01  W-AGE-OUVRE                     PIC S9(05) COMP VALUE ZERO.
012500 01  W-RETARD-LU                     PIC X(01).
012600 01  W-JOURS-RETARD                  PIC S9(05) COMP VALUE ZERO.
012700 01  W-VALEUR                        PIC S9(05) COMP VALUE ZERO.
012800 01  W-REGLE-SATISFAITE              PIC X(01).
012900 01  W-SEUIL-X                       PIC X(05).
013000 01  W-SEUIL-9 REDEFINES W-SEUIL-X   PIC 9(05).
013100*    STATUTS DE DEPART DEJA CHARGES ET LEURS REGLES CYCV
013200 01  W-TABLE-STATUTS.
013300     05  W-STA-POSTE OCCURS 40.
013400         10  W-STA-CODE              PIC X(02).
013500         10  W-STA-PREMIERE          PIC S9(04) COMP.
013600         10  W-STA-NB                PIC S9(04) COMP.
013700 01  W-TABLE-REGLES.
013800     05  W-RGL-POSTE OCCURS 200.
013900         10  W-RGL-CODE              PIC X(03).
014000         10  W-RGL-VERS              PIC X(02).
014100         10  W-RGL-CRITERE           PIC X(01).
014200             88  W-RGL-ANCIENNETE    VALUE 'A'.
014300             88  W-RGL-RETARD        VALUE 'R'.
014400         10  W-RGL-SEUIL             PIC 9(05).
014500         10  W-RGL-MOTIF             PIC X(40).
014600         10  W-RGL-OUVERTE           PIC X(01).
014700         10  W-RGL-APPROBATION       PIC X(01).
014800*    CONTROLE DE LOT FFFFFGCT - HASH CALCULES COMME DANS GSBC030
014900 COPY FFFFFGCT.
015000 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
015100 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
015200                                     VALUE 0.
015300 01  W-HASH-CLE-15                   PIC 9(15).
015400 01  W-HASH-MONT-15                  PIC 9(15).
015500 01  W-CLE-HASH-X                    PIC X(15).
015600 01  W-CLE-HASH-9 REDEFINES W-CLE-HASH-X
015700                                     PIC 9(15).
015800 01  W-HASH-IMAGE.
015900     05  W-HIM-CLE                   PIC X(15).
016000     05  FILLER                      PIC X(45).
016100     05  W-HIM-MONTANT               PIC S9(11)V99 COMP-3.
016200     05  W-HIM-MONTANT-ECH           PIC S9(11)V99 COMP-3.
016300     05  FILLER                      PIC X(326).
016400 COPY GSCRZ.
016500 COPY GSREFZ.
016600 COPY GSCAZ.
016700 01  CYE-ENTETE.
016800     05  FILLER                      PIC X(43)
016900         VALUE 'GSCV840 - CYCLE DE VIE DES STATUTS - DATE '.
017000     05  CYE-E-DATE                  PIC 9(08).
017100     05  FILLER                      PIC X(09) VALUE ' CYCLE : '.
017200     05  CYE-E-CYCLE                 PIC 9(04).
017300     05  FILLER                      PIC X(68) VALUE SPACES.
017400 01  CYE-TITRES.
017500     05  FILLER                      PIC X(16) VALUE 'CLE'.
017600     05  FILLER                      PIC X(08) VALUE 'PASSAGE'.
017700     05  FILLER                      PIC X(06) VALUE 'REGLE'.
017800     05  FILLER                      PIC X(14)
017900         VALUE 'CRIT. VALEUR'.
018000     05  FILLER                      PIC X(06) VALUE 'SEUIL'.
018100     05  FILLER                      PIC X(13) VALUE 'SORT'.
018200     05  FILLER                      PIC X(69) VALUE 'MOTIF'.
018300 01  CYE-DETAIL.
018400     05  CYE-D-CLE                   PIC X(15).
018500     05  FILLER                      PIC X(01) VALUE SPACE.
018600     05  CYE-D-AVANT                 PIC X(02).
018700     05  FILLER                      PIC X(03) VALUE ' > '.
018800     05  CYE-D-APRES                 PIC X(02).
018900     05  FILLER                      PIC X(01) VALUE SPACE.
019000     05  CYE-D-REGLE                 PIC X(03).
019100     05  FILLER                      PIC X(03) VALUE SPACES.
019200     05  CYE-D-CRITERE               PIC X(01).
019300     05  FILLER                      PIC X(02) VALUE SPACES.
019400     05  CYE-D-VALEUR                PIC Z(04)9.
019500     05  FILLER                      PIC X(06) VALUE SPACES.
019600     05  CYE-D-SEUIL                 PIC Z(04)9.
019700     05  FILLER                      PIC X(01) VALUE SPACE.
019800     05  CYE-D-SORT                  PIC X(12).
019900     05  FILLER                      PIC X(01) VALUE SPACE.
020000     05  CYE-D-MOTIF                 PIC X(40).
020100     05  FILLER                      PIC X(29) VALUE SPACES.
020200 01  CYE-TOTAUX.
020300     05  FILLER                      PIC X(16)
020400         VALUE 'TOTAUX - LUS : '.
020500     05  CYE-T-LUS                   PIC Z(07)9.
020600     05  FILLER                      PIC X(12)
020700         VALUE ' GENERES : '.
020800     05  CYE-T-GENERES               PIC Z(07)9.
020900     05  FILLER                      PIC X(16)
021000         VALUE ' A APPROUVER : '.
021100     05  CYE-T-APPROUVER             PIC Z(07)9.
021200     05  FILLER                      PIC X(17)
021300         VALUE ' HORS MATRICE : '.
021400     05  CYE-T-HORS-MATRICE          PIC Z(07)9.
021500     05  FILLER                      PIC X(39) VALUE SPACES.
021600 PROCEDURE DIVISION.
021700******************************************************************
021800*  0000-MAINLINE : LES REGLES DE CYCLE DE VIE SUR TOUT LE MAITRE *
021900******************************************************************
022000 0000-MAINLINE.
022100     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
022200     PERFORM 2000-UN-ENREG THRU 2000-EXIT
022300         UNTIL FIN-FGS.
022400     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
022500     GOBACK.
022600 0000-EXIT.
022700     EXIT.
022800******************************************************************
022900*  1000-INITIALISATION : OUVERTURES, ENTETE DU LOT, PREMIERE     *
023000*  LECTURE DU MAITRE                                             *
023100******************************************************************
023200 1000-INITIALISATION.
023300     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
023400     OPEN INPUT CYCOUT.
023500     IF W-CYO-OK
023600         READ CYCOUT
023700         IF W-CYO-OK
023800             MOVE CYO-NUMERO TO W-CYCLE-JOUR
023900         END-IF
024000         CLOSE CYCOUT.
024100     OPEN INPUT FFFFFGS.
024200     IF NOT W-FGS-OK
024300         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
024400         GO TO 9900-ABANDON.
024500     OPEN INPUT RCVFIC.
024600     IF NOT W-RCV-OK
024700         MOVE 'OPEN RCVFIC'  TO W-MOTIF-ABANDON
024800         GO TO 9900-ABANDON.
024900     OPEN OUTPUT MVTCYV ETATCYV.
025000     IF NOT W-MVT-OK OR NOT W-CYE-OK
025100         MOVE 'OPEN SORTIES CYCLE DE VIE' TO W-MOTIF-ABANDON
025200         GO TO 9900-ABANDON.
025300     PERFORM 7100-ENTETE-LOT THRU 7100-EXIT.
025400     MOVE W-DATE-JOUR  TO CYE-E-DATE.
025500     MOVE W-CYCLE-JOUR TO CYE-E-CYCLE.
025600     WRITE CYE-LIGNE FROM CYE-ENTETE.
025700     WRITE CYE-LIGNE FROM CYE-TITRES.
025800     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
025900 1000-EXIT.
026000     EXIT.
026100******************************************************************
026200*  2000-UN-ENREG : REGLES DU STATUT COURANT DANS L ORDRE DE      *
026300*  LEUR NUMERO - LA PREMIERE SATISFAITE S APPLIQUE SEULE         *
026400******************************************************************
026500 2000-UN-ENREG.
026600     ADD 1 TO CPT-LUS.
026700     IF FFFFFGS-STATUT = SPACES OR LOW-VALUE
026800         GO TO 2000-SUIVANT.
026900     PERFORM 2100-REGLES-DU-STATUT THRU 2100-EXIT.
027000     IF W-STA-NB (IX-STA) = ZERO
027100         GO TO 2000-SUIVANT.
027200     MOVE 'N' TO W-AGE-LU W-RETARD-LU W-REGLE-SATISFAITE.
027300     COMPUTE IX-DERNIERE =
027400         W-STA-PREMIERE (IX-STA) + W-STA-NB (IX-STA) - 1.
027500     PERFORM 2300-UNE-REGLE THRU 2300-EXIT
027600         VARYING IX-RGL FROM W-STA-PREMIERE (IX-STA) BY 1
027700         UNTIL IX-RGL GREATER IX-DERNIERE
027800            OR W-REGLE-SATISFAITE = 'O'.
027900 2000-SUIVANT.
028000     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
028100 2000-EXIT.
028200     EXIT.
028300******************************************************************
028400*  2100-REGLES-DU-STATUT : POSTE DU STATUT COURANT, CHARGE DE    *
028500*  REFTBL CYCV A SA PREMIERE RENCONTRE (IX-STA EN RETOUR)        *
028600******************************************************************
028700 2100-REGLES-DU-STATUT.
028800     MOVE 1 TO IX-STA.
028900 2100-CHERCHER.
029000     IF IX-STA GREATER NB-STATUTS
029100         GO TO 2100-CHARGER.
029200     IF W-STA-CODE (IX-STA) = FFFFFGS-STATUT
029300         GO TO 2100-EXIT.
029400     ADD 1 TO IX-STA.
029500     GO TO 2100-CHERCHER.
029600 2100-CHARGER.
029700     IF NB-STATUTS NOT LESS 40
029800         MOVE 'TABLE DES STATUTS CYCV SATUREE' TO W-MOTIF-ABANDON
029900         GO TO 9900-ABANDON.
030000     ADD 1 TO NB-STATUTS.
030100     MOVE NB-STATUTS     TO IX-STA.
030200     MOVE FFFFFGS-STATUT TO W-STA-CODE (IX-STA).
030300     COMPUTE W-STA-PREMIERE (IX-STA) = NB-REGLES + 1.
030400     MOVE ZERO           TO W-STA-NB (IX-STA).
030500     PERFORM 2200-CHARGER-REGLE THRU 2200-EXIT
030600         VARYING W-NUMERO FROM 1 BY 1
030700         UNTIL W-NUMERO GREATER 8.
030800     MOVE 9 TO W-NUMERO.
030900     PERFORM 2200-CHARGER-REGLE THRU 2200-EXIT.
031000 2100-EXIT.
031100     EXIT.
031200******************************************************************
031300*  2200-CHARGER-REGLE : REGLE CYCV STATUT + W-NUMERO EN VIGUEUR  *
031400*  CE JOUR, AVEC L OUVERTURE AU LOT DE SA TRANSITION (TRST)      *
031500******************************************************************
031600 2200-CHARGER-REGLE.
031700     MOVE 'CYCV'          TO REF-D-TYPE.
031800     MOVE SPACES          TO REF-D-CODE.
031900     MOVE FFFFFGS-STATUT  TO REF-D-CODE (1:2).
032000     MOVE W-NUMERO        TO REF-D-CODE (3:1).
032100     MOVE W-DATE-JOUR     TO REF-D-DATE.
032200     CALL 'GSRT060' USING REF-DEM.
032300     IF REF-D-INCIDENT
032400         MOVE 'GSRT060 - LECTURE REFTBL CYCV' TO W-MOTIF-ABANDON
032500         GO TO 9900-ABANDON.
032600     IF NOT REF-D-TROUVE
032700         GO TO 2200-EXIT.
032800     MOVE REF-D-LIB-COURT (4:5) TO W-SEUIL-X.
032900     IF W-SEUIL-9 NOT NUMERIC
033000      OR (REF-D-LIB-COURT (3:1) NOT = 'A'
033100          AND REF-D-LIB-COURT (3:1) NOT = 'R')
033200         DISPLAY 'GSCV840 - REGLE CYCV MAL FORMEE IGNOREE : '
033300                 REF-D-CODE
033400         GO TO 2200-EXIT.
033500     IF NB-REGLES NOT LESS 200
033600         MOVE 'TABLE DES REGLES CYCV SATUREE' TO W-MOTIF-ABANDON
033700         GO TO 9900-ABANDON.
033800     ADD 1 TO NB-REGLES.
033900     ADD 1 TO W-STA-NB (IX-STA).
034000     MOVE REF-D-CODE (1:3)      TO W-RGL-CODE (NB-REGLES).
034100     MOVE REF-D-LIB-COURT (1:2) TO W-RGL-VERS (NB-REGLES).
034200     MOVE REF-D-LIB-COURT (3:1) TO W-RGL-CRITERE (NB-REGLES).
034300     MOVE W-SEUIL-9             TO W-RGL-SEUIL (NB-REGLES).
034400     MOVE REF-D-LIB-LONG        TO W-RGL-MOTIF (NB-REGLES).
034500     MOVE 'N'                   TO W-RGL-OUVERTE (NB-REGLES)
034600                                   W-RGL-APPROBATION (NB-REGLES).
034700     MOVE 'TRST'                TO REF-D-TYPE.
034800     MOVE SPACES                TO REF-D-CODE.
034900     MOVE FFFFFGS-STATUT        TO REF-D-CODE (1:2).
035000     MOVE W-RGL-VERS (NB-REGLES) TO REF-D-CODE (3:2).
035100     CALL 'GSRT060' USING REF-DEM.
035200     IF REF-D-INCIDENT
035300         MOVE 'GSRT060 - LECTURE REFTBL TRST' TO W-MOTIF-ABANDON
035400         GO TO 9900-ABANDON.
035500     IF REF-D-TROUVE
035600      AND (REF-D-LIB-COURT (1:1) = 'B' OR '*')
035700         MOVE 'O' TO W-RGL-OUVERTE (NB-REGLES)
035800         MOVE REF-D-LIB-COURT (2:1)
035900           TO W-RGL-APPROBATION (NB-REGLES).
036000 2200-EXIT.
036100     EXIT.
036200******************************************************************
036300*  2300-UNE-REGLE : CRITERE DE LA REGLE IX-RGL SUR               *
036400*  L ENREGISTREMENT COURANT ; SATISFAITE = MOUVEMENT M OU        *
036500*  SIGNALEMENT HORS MATRICE, ET FIN DES REGLES DU STATUT         *
036600******************************************************************
036700 2300-UNE-REGLE.
036800     IF W-RGL-ANCIENNETE (IX-RGL)
036900         PERFORM 2400-ANCIENNETE THRU 2400-EXIT
037000         IF W-AGE-LU NOT = 'O'
037100             GO TO 2300-EXIT
037200         END-IF
037300         MOVE W-AGE-OUVRE TO W-VALEUR
037400         IF W-VALEUR NOT GREATER W-RGL-SEUIL (IX-RGL)
037500             GO TO 2300-EXIT
037600         END-IF
037700     ELSE
037800         PERFORM 2500-RETARD THRU 2500-EXIT
037900         IF W-RETARD-LU NOT = 'O'
038000             GO TO 2300-EXIT
038100         END-IF
038200         MOVE W-JOURS-RETARD TO W-VALEUR
038300         IF W-VALEUR LESS W-RGL-SEUIL (IX-RGL)
038400             GO TO 2300-EXIT
038500         END-IF
038600     END-IF.
038700     MOVE 'O' TO W-REGLE-SATISFAITE.
038800     IF W-RGL-OUVERTE (IX-RGL) NOT = 'O'
038900         ADD 1 TO CPT-HORS-MATRICE
039000         MOVE 'HORS MATRICE' TO CYE-D-SORT
039100         PERFORM 5000-DETAIL THRU 5000-EXIT
039200         GO TO 2300-EXIT.
039300     PERFORM 3000-GENERER THRU 3000-EXIT.
039400     ADD 1 TO CPT-GENERES.
039500     MOVE 'GENERE'       TO CYE-D-SORT.
039600     IF W-RGL-APPROBATION (IX-RGL) = 'O'
039700         ADD 1 TO CPT-A-APPROUVER
039800         MOVE 'A APPROUVER'  TO CYE-D-SORT.
039900     PERFORM 5000-DETAIL THRU 5000-EXIT.
040000 2300-EXIT.
040100     EXIT.
040200******************************************************************
040300*  2400-ANCIENNETE : JOURS OUVRES DEPUIS LA DATE D EFFET DU      *
040400*  STATUT (GSCA220, CALENDRIER FR) - UNE FOIS PAR ENREGISTREMENT *
040500******************************************************************
040600 2400-ANCIENNETE.
040700     IF W-AGE-LU NOT = 'N'
040800         GO TO 2400-EXIT.
040900     MOVE 'X' TO W-AGE-LU.
041000     IF FFFFFGS-DATE-EFFET NOT NUMERIC
041100      OR FFFFFGS-DATE-EFFET NOT LESS W-DATE-JOUR
041200         GO TO 2400-EXIT.
041300     MOVE 'E'                TO CAZ-FONCTION.
041400     MOVE 'FR'               TO CAZ-JURIDICTION.
041500     MOVE FFFFFGS-DATE-EFFET TO CAZ-DATE-ENTREE.
041600     MOVE W-DATE-JOUR        TO CAZ-DATE-2.
041700     CALL 'GSCA220' USING CAZ-ZONE.
041800     IF CAZ-INCIDENT
041900         MOVE 'GSCA220 - CALENDRIER' TO W-MOTIF-ABANDON
042000         GO TO 9900-ABANDON.
042100     IF CAZ-SERVI
042200         COMPUTE W-AGE-OUVRE = CAZ-NB-JOURS - 1
042300         MOVE 'O' TO W-AGE-LU.
042400 2400-EXIT.
042500     EXIT.
042600******************************************************************
042700*  2500-RETARD : JOURS DE RETARD DU DOSSIER DE RECOUVREMENT      *
042800*  (GSRV680) - SANS DOSSIER OU DOSSIER SOLDE : PAS DE RETARD     *
042900******************************************************************
043000 2500-RETARD.
043100     IF W-RETARD-LU NOT = 'N'
043200         GO TO 2500-EXIT.
043300     MOVE 'X' TO W-RETARD-LU.
043400     MOVE FFFFFGS-CLE TO RCV-FGS-CLE.
043500     READ RCVFIC.
043600     IF W-RCV-ABSENT
043700         GO TO 2500-EXIT.
043800     IF NOT W-RCV-OK
043900         MOVE 'READ RCVFIC' TO W-MOTIF-ABANDON
044000         GO TO 9900-ABANDON.
044100     IF RCV-SOLDE
044200         GO TO 2500-EXIT.
044300     MOVE RCV-JOURS-RETARD TO W-JOURS-RETARD.
044400     MOVE 'O' TO W-RETARD-LU.
044500 2500-EXIT.
044600     EXIT.
044700******************************************************************
044800*  3000-GENERER : MOUVEMENT M VERS LE STATUT D ARRIVEE - IMAGE   *
044900*  DU MAITRE EN CLAIR (GSCR390), DATE D EFFET DU JOUR            *
045000******************************************************************
045100 3000-GENERER.
045200     MOVE 'D'                 TO CRZ-FONCTION.
045300     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
045400     MOVE FFFFFGS-NOM         TO CRZ-NOM.
045500     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
045600     CALL 'GSCR390' USING CRZ-ZONE.
045700     MOVE CRZ-NOM             TO W-NOM-CLAIR.
045800     MOVE 'M'                 TO MVT-CODE.
045900     MOVE ZERO                TO MVT-AGE.
046000     MOVE FFFFFGS-ENREG       TO MVT-IMAGE.
046100     MOVE W-NOM-CLAIR         TO MVT-IMAGE (18:30).
046200     MOVE CRZ-ID-NAT          TO MVT-IMAGE (48:13).
046300     MOVE W-RGL-VERS (IX-RGL) TO MVT-IMAGE (16:2).
046400     MOVE W-DATE-JOUR         TO MVT-IMAGE (75:8).
046500     WRITE MVT-ENREG.
046600     IF NOT W-MVT-OK
046700         MOVE 'WRITE MVTCYV' TO W-MOTIF-ABANDON
046800         GO TO 9900-ABANDON.
046900     PERFORM 7600-HASHER THRU 7600-EXIT.
047000 3000-EXIT.
047100     EXIT.
047200******************************************************************
047300*  4000-TERMINAISON : PIED DU LOT, TOTAUX ET FERMETURES          *
047400******************************************************************
047500 4000-TERMINAISON.
047600     PERFORM 7700-PIED-LOT THRU 7700-EXIT.
047700     MOVE CPT-LUS          TO CYE-T-LUS.
047800     MOVE CPT-GENERES      TO CYE-T-GENERES.
047900     MOVE CPT-A-APPROUVER  TO CYE-T-APPROUVER.
048000     MOVE CPT-HORS-MATRICE TO CYE-T-HORS-MATRICE.
048100     WRITE CYE-LIGNE FROM CYE-TOTAUX.
048200     CLOSE FFFFFGS RCVFIC MVTCYV ETATCYV.
048300     DISPLAY 'GSCV840 - LUS          : ' CPT-LUS.
048400     DISPLAY 'GSCV840 - GENERES      : ' CPT-GENERES.
048500     DISPLAY 'GSCV840 - HORS MATRICE : ' CPT-HORS-MATRICE.
048600 4000-EXIT.
048700     EXIT.
048800******************************************************************
048900*  5000-DETAIL : LIGNE D ETAT DU PASSAGE (CYE-D-SORT POSE)       *
049000******************************************************************
049100 5000-DETAIL.
049200     MOVE FFFFFGS-CLE             TO CYE-D-CLE.
049300     MOVE FFFFFGS-STATUT          TO CYE-D-AVANT.
049400     MOVE W-RGL-VERS (IX-RGL)     TO CYE-D-APRES.
049500     MOVE W-RGL-CODE (IX-RGL)     TO CYE-D-REGLE.
049600     MOVE W-RGL-CRITERE (IX-RGL)  TO CYE-D-CRITERE.
049700     MOVE W-VALEUR                TO CYE-D-VALEUR.
049800     MOVE W-RGL-SEUIL (IX-RGL)    TO CYE-D-SEUIL.
049900     MOVE W-RGL-MOTIF (IX-RGL)    TO CYE-D-MOTIF.
050000     WRITE CYE-LIGNE FROM CYE-DETAIL.
050100     IF NOT W-CYE-OK
050200         MOVE 'WRITE ETATCYV' TO W-MOTIF-ABANDON
050300         GO TO 9900-ABANDON.
050400 5000-EXIT.
050500     EXIT.
050600******************************************************************
050700*  7100-ENTETE-LOT : ENTETE FFFFFGCT DU LOT MVTCYV               *
050800******************************************************************
050900 7100-ENTETE-LOT.
051000     MOVE SPACES       TO CTL-ENTETE-ZONE.
051100     MOVE '1'          TO CTL-E-CODE.
051200     MOVE 'CYCLEVIE'   TO CTL-E-SOURCE.
051300     MOVE W-DATE-JOUR  TO CTL-E-DATE-CREA.
051400     MOVE W-CYCLE-JOUR TO CTL-E-CYCLE.
051500     MOVE CTL-ENTETE-ZONE TO MVT-ENREG.
051600     WRITE MVT-ENREG.
051700     IF NOT W-MVT-OK
051800         MOVE 'WRITE ENTETE MVTCYV' TO W-MOTIF-ABANDON
051900         GO TO 9900-ABANDON.
052000 7100-EXIT.
052100     EXIT.
052200******************************************************************
052300*  7600-HASHER : CUMULS DU PIED - MEMES REGLES QUE GSBC030       *
052400******************************************************************
052500 7600-HASHER.
052600     ADD 1 TO CPT-MVTS-LOT.
052700     MOVE MVT-IMAGE TO W-HASH-IMAGE.
052800     MOVE W-HIM-CLE TO W-CLE-HASH-X.
052900     IF W-CLE-HASH-9 NUMERIC
053000         ADD W-CLE-HASH-9 TO W-HASH-CLE.
053100     IF W-HIM-MONTANT NUMERIC
053200         IF W-HIM-MONTANT LESS ZERO
053300             SUBTRACT W-HIM-MONTANT FROM W-HASH-MONTANT
053400         ELSE
053500             ADD W-HIM-MONTANT TO W-HASH-MONTANT
053600         END-IF
053700     END-IF.
053800     IF W-HIM-MONTANT-ECH NUMERIC
053900         IF W-HIM-MONTANT-ECH LESS ZERO
054000             SUBTRACT W-HIM-MONTANT-ECH FROM W-HASH-MONTANT
054100         ELSE
054200             ADD W-HIM-MONTANT-ECH TO W-HASH-MONTANT
054300         END-IF
054400     END-IF.
054500 7600-EXIT.
054600     EXIT.
054700******************************************************************
054800*  7700-PIED-LOT : PIED DE LOT FFFFFGCT - HASH TRONQUES A 15     *
054900******************************************************************
055000 7700-PIED-LOT.
055100     MOVE W-HASH-CLE TO W-HASH-CLE-15.
055200     COMPUTE W-HASH-MONT-15 = W-HASH-MONTANT * 100.
055300     MOVE SPACES          TO CTL-PIED-ZONE.
055400     MOVE '9'             TO CTL-P-CODE.
055500     MOVE CPT-MVTS-LOT    TO CTL-P-NB-MVTS.
055600     MOVE W-HASH-CLE-15   TO CTL-P-HASH-CLE.
055700     MOVE W-HASH-MONT-15  TO CTL-P-HASH-MONTANT.
055800     MOVE CTL-PIED-ZONE   TO MVT-ENREG.
055900     WRITE MVT-ENREG.
056000     IF NOT W-MVT-OK
056100         MOVE 'WRITE PIED MVTCYV' TO W-MOTIF-ABANDON
056200         GO TO 9900-ABANDON.
056300 7700-EXIT.
056400     EXIT.
056500******************************************************************
056600*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
056700******************************************************************
056800 8100-LIRE-FGS.
056900     READ FFFFFGS NEXT.
057000     IF W-FGS-FIN
057100         MOVE 'O' TO W-FIN-FGS
057200         GO TO 8100-EXIT.
057300     IF NOT W-FGS-OK
057400         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
057500         GO TO 9900-ABANDON.
057600 8100-EXIT.
057700     EXIT.
057800******************************************************************
057900*  9900-ABANDON : ARRET ANORMAL - LE LOT NE DOIT PAS PASSER      *
058000******************************************************************
058100 9900-ABANDON.
058200     DISPLAY 'GSCV840 - ABANDON : ' W-MOTIF-ABANDON.
058300     MOVE 16 TO RETURN-CODE.
058400     STOP RUN.
