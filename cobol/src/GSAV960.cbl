000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSAV960.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSAV960 : PREAVIS AUX CLIENTS DES CHANGEMENTS DE TAUX ET DE   *
000900*            FRAIS                                               *
001000*  ------------------------------------------------------------  *
001100*  UNE LIGNE TXIFIC OU TARFIC VALIDEE S APPLIQUAIT DES SA DATE   *
001200*  DE DEBUT SANS TRACE D UNE INFORMATION PREALABLE DU CLIENT,    *
001300*  QUE LA REGLEMENTATION DE LA CONSOMMATION EXIGE. CHAQUE NUIT,  *
001400*  AVANT LES MOTEURS GSIA600 ET GSFE590 :                        *
001500*  1. LES LIGNES DE BAREME (TXIFIC ; TARFIC A L ETAT V) NON      *
001600*     ECHUES SONT COMPAREES A LEUR LIGNE DE REFERENCE AVIFIC     *
001700*     (DESSIN FFFFFGAV) : LIGNE ABSENTE = NOUVELLE, TAUX OU      *
001800*     FORFAIT DIFFERENT = MODIFIEE. ANCIENNES VALEURS : CELLES DE*
001900*     LA REFERENCE (MODIFIEE) OU, POUR UN TAUX NOUVEAU, CELLES DE*
002000*     LA LIGNE PRECEDENTE DE MEME ENTITE / STATUT. UN TAUX       *
002100*     NOUVEAU EGAL AU PRECEDENT NE DONNE PAS DE PREAVIS.         *
002200*  2. LES ENREGISTREMENTS FFFFFGS SERVIS PAR CES LIGNES (ENTITE  *
002300*     + STATUT, OU LIGNE DE PLAN ** DU PRODUIT - GSPD852 ; POUR  *
002400*     LES FRAIS, MONTANT DANS LA TRANCHE) RECOIVENT UN PREAVIS   *
002500*     PAR CLE ET PAR LIGNE DANS AVIFIC : DATE D AVIS = JOUR,     *
002600*     OPPOSABLE AU BOUT DU DELAI EN MOIS DE LA CARTE. UN PREAVIS *
002700*     NON ECHU D UNE LIGNE MODIFIEE A NOUVEAU GARDE LES VALEURS  *
002800*     ANCIENNES QU IL PROTEGE.                                   *
002900*  3. UNE DEMANDE DE LETTRE PAR CLE ET PAR NATURE (LA PREMIERE   *
003000*     LIGNE DANS L ORDRE DES CLES DE BAREME) PART VERS AVIDEM,   *
003100*     DANS L ORDRE DES CLES : GSCO290 LA FUSIONNE (CARTE ** AVTX *
003200*     POUR LES TAUX, ** AVFR POUR LES FRAIS) AVEC ANCIENNE ET    *
003300*     NOUVELLE VALEUR ET DATE D EFFET (DATE DE DEBUT DE LA       *
003400*     LIGNE, AU PLUS TOT LA FIN DU PREAVIS).                     *
003500*  4. LES LIGNES DE REFERENCE SONT MISES A JOUR EN DERNIER : UN  *
003600*     ABANDON LAISSE LES CHANGEMENTS A DETECTER AU PASSAGE       *
003700*     SUIVANT.                                                   *
003800*  CARTE PARAMETRE : MODE(1) A/I  DELAI(2) MOIS (BLANC = 02)     *
003900*   MODE A : DETECTION ET PREAVIS.                               *
004000*   MODE I : REFERENCE PRISE SUR LES BAREMES DU JOUR SANS        *
004100*   PREAVIS (MISE EN PLACE DU REGISTRE, REPRISE APRES            *
004200*   CORRECTION D UNE SAISIE) - REGISTRE CREE S IL EST VIDE.      *
004300*  CODE RETOUR 4 (MODE A) : LIGNE NOUVELLE OU MODIFIEE.          *
004400*  ------------------------------------------------------------  *
004500*  ENTREE  : TXIFIC   BAREME DES TAUX (LECTURE SEQUENTIELLE)     *
004600*            TARFIC   BAREME DES FRAIS (LECTURE SEQUENTIELLE)    *
004700*            FFFFFGS  FICHIER MAITRE (LECTURE SEQUENTIELLE)      *
004800*  MAJ     : AVIFIC   REGISTRE DES PREAVIS                       *
004900*  SORTIE  : AVIDEM   DEMANDES DE LETTRE (DESSIN FFFFFGRD)       *
005000*            ETATAVI  LIGNES CHANGEES ET COMPTES                 *
005100*  ------------------------------------------------------------  *
005200*  HISTORIQUE DES MODIFICATIONS                                  *
005300*  15/10/26  DA  CREATION                                        *
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.
005800     IBM-370.
005900 OBJECT-COMPUTER.
006000     IBM-370.
006100 SPECIAL-NAMES.
006200     DECIMAL-POINT IS COMMA.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT TXIFIC  ASSIGN  TXIFIC
006600       ORGANIZATION  INDEXED
006700       ACCESS MODE   SEQUENTIAL
006800       RECORD KEY    TXI-CLE
006900       FILE STATUS   W-TXIFIC-STATUS.
007000     SELECT TARFIC  ASSIGN  TARFIC
007100       ORGANIZATION  INDEXED
007200       ACCESS MODE   SEQUENTIAL
007300       RECORD KEY    TAR-CLE
007400       FILE STATUS   W-TARFIC-STATUS.
007500     SELECT FFFFFGS ASSIGN  FFFFFGS
007600       ORGANIZATION  INDEXED
007700       ACCESS MODE   SEQUENTIAL
007800       RECORD KEY    FFFFFGS-CLE
007900       FILE STATUS   W-FFFFFGS-STATUS.
008000     SELECT AVIFIC  ASSIGN  AVIFIC
008100       ORGANIZATION  INDEXED
008200       ACCESS MODE   RANDOM
008300       RECORD KEY    AVI-CLE
008400       FILE STATUS   W-AVIFIC-STATUS.
008500     SELECT AVIDEM  ASSIGN  AVIDEM
008600       ORGANIZATION  SEQUENTIAL
008700       FILE STATUS   W-AVIDEM-STATUS.
008800     SELECT ETATAVI ASSIGN  ETATAVI
008900       ORGANIZATION  SEQUENTIAL
009000       FILE STATUS   W-ETATAVI-STATUS.
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  TXIFIC
009400     LABEL RECORD STANDARD
009500     DATA RECORD TXI-ENREG.
009600 COPY FFFFFGTI.
009700 FD  TARFIC
009800     LABEL RECORD STANDARD
009900     DATA RECORD TAR-ENREG.
010000 COPY FFFFFGTF.
010100 FD  FFFFFGS
010200     LABEL RECORD STANDARD
010300     DATA RECORD FFFFFGS-ENREG.
010400 COPY FFFFFFGS.
010500 FD  AVIFIC
010600     LABEL RECORD STANDARD
010700     DATA RECORD AVI-ENREG.
010800 COPY FFFFFGAV.
010900 FD  AVIDEM
011000     LABEL RECORD STANDARD
011100     DATA RECORD RLD-ENREG.
011200 COPY FFFFFGRD.
011300 FD  ETATAVI
011400     LABEL RECORD STANDARD
011500     DATA RECORD AVE-LIGNE.
011600 01  AVE-LIGNE                       PIC X(132).
011700 WORKING-STORAGE SECTION.
011800 77  CPT-TXI-LUES                    PIC S9(08) COMP VALUE ZERO.
011900 77  CPT-TAR-LUES                    PIC S9(08) COMP VALUE ZERO.
012000 77  CPT-NOUVELLES                   PIC S9(08) COMP VALUE ZERO.
012100 77  CPT-MODIFIEES                   PIC S9(08) COMP VALUE ZERO.
012200 77  CPT-SANS-EFFET                  PIC S9(08) COMP VALUE ZERO.
012300 77  CPT-FGS-LUS                     PIC S9(08) COMP VALUE ZERO.
012400 77  CPT-PREAVIS                     PIC S9(08) COMP VALUE ZERO.
012500 77  CPT-REPREAVIS                   PIC S9(08) COMP VALUE ZERO.
012600 77  CPT-LETTRES                     PIC S9(08) COMP VALUE ZERO.
012700 77  CPT-REFERENCES                  PIC S9(08) COMP VALUE ZERO.
012800 77  IX-LIG                          PIC S9(04) COMP VALUE ZERO.
012900 01  W-FIN-TXI                       PIC X(01) VALUE 'N'.
013000     88  FIN-TXI                     VALUE 'O'.
013100 01  W-FIN-TAR                       PIC X(01) VALUE 'N'.
013200     88  FIN-TAR                     VALUE 'O'.
013300 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
013400     88  FIN-FGS                     VALUE 'O'.
013500 01  W-TXIFIC-STATUS                 PIC X(02).
013600     88  W-TXI-OK                    VALUE '00'.
013700     88  W-TXI-FIN                   VALUE '10'.
013800 01  W-TARFIC-STATUS                 PIC X(02).
013900     88  W-TAR-OK                    VALUE '00'.
014000     88  W-TAR-FIN                   VALUE '10'.
014100 COPY FFFFFGSW.
014200 01  W-AVIFIC-STATUS                 PIC X(02).
014300     88  W-AVI-OK                    VALUE '00'.
014400     88  W-AVI-ABSENT                VALUE '23'.
014500     88  W-AVI-VIDE                  VALUE '35'.
014600 01  W-AVIDEM-STATUS                 PIC X(02).
014700     88  W-DEM-OK                    VALUE '00'.
014800 01  W-ETATAVI-STATUS                PIC X(02).
014900     88  W-AVE-OK                    VALUE '00'.
015000 01  W-MOTIF-ABANDON                 PIC X(40).
015100 01  W-PARM.
015200     05  W-PARM-MODE                 PIC X(01).
015300         88  MODE-AVIS               VALUE 'A'.
015400         88  MODE-INITIAL            VALUE 'I'.
015500     05  FILLER                      PIC X(01).
015600     05  W-PARM-DELAI                PIC X(02).
015700     05  W-PARM-DELAI-9 REDEFINES W-PARM-DELAI
015800                                     PIC 9(02).
015900     05  FILLER                      PIC X(76).
016000 01  W-DELAI-MOIS                    PIC 9(02) VALUE 2.
016100 01  W-DATE-JOUR                     PIC 9(08).
016200 01  W-DATE-OPPOSABLE                PIC 9(08).
016300 01  W-DATE-CALCUL                   PIC 9(08).
016400 01  W-DATE-CALCUL-R REDEFINES W-DATE-CALCUL.
016500     05  W-CAL-AAAA                  PIC 9(04).
016600     05  W-CAL-MM                    PIC 9(02).
016700     05  W-CAL-JJ                    PIC 9(02).
016800 01  W-TOTAL-MOIS                    PIC 9(06).
016900 01  W-RESTE-MOIS                    PIC 9(02).
017000 01  W-NB-JOURS-MOIS                 PIC 9(02).
017100 01  W-Z-QUOT                        PIC 9(06).
017200 01  W-Z-RESTE                       PIC 9(04).
017300*    JOURS PAR MOIS
017400 01  W-TABLE-MOIS                    PIC X(24)
017500         VALUE '312831303130313130313031'.
017600 01  W-TABLE-MOIS-R REDEFINES W-TABLE-MOIS.
017700     05  W-JOURS-DU-MOIS             PIC 9(02) OCCURS 12.
017800*    LIGNE DE BAREME EN COURS D EXAMEN (TAUX OU FRAIS)
017900 01  W-NATURE                        PIC X(01).
018000 01  W-LIGNE                         PIC X(12).
018100 01  W-LIGNE-TAR REDEFINES W-LIGNE.
018200     05  W-LT-CLE                    PIC X(06).
018300     05  FILLER                      PIC X(06).
018400 01  W-NOUVEAU-TAUX                  PIC S9(03)V9(04) COMP-3.
018500 01  W-NOUVEAU-FORFAIT               PIC S9(09)V99 COMP-3.
018600 01  W-MOUVEMENT                     PIC X(08).
018700*    LIGNE TAUX PRECEDENTE (MEME ENTITE / STATUT, ORDRE DES CLES)
018800 01  W-PREC-ENTITE                   PIC X(02) VALUE SPACES.
018900 01  W-PREC-STATUT                   PIC X(02) VALUE SPACES.
019000 01  W-PREC-TAUX                     PIC S9(03)V9(04) COMP-3
019100                                     VALUE ZERO.
019200 01  W-PREC-CONNUE                   PIC X(01) VALUE 'N'.
019300 01  W-LIGNES-PLAN                   PIC X(01) VALUE 'N'.
019400*    LIGNES NOUVELLES OU MODIFIEES (REFERENCE MISE A JOUR APRES
019500*    LA PASSE SUR LE MAITRE)
019600 01  W-NB-LIG                        PIC S9(04) COMP VALUE ZERO.
019700 01  W-TABLE-LIG.
019800     05  W-LIG OCCURS 300.
019900         10  W-LIG-NATURE            PIC X(01).
020000         10  W-LIG-CLE               PIC X(12).
020100         10  W-LIG-ENTITE            PIC X(02).
020200         10  W-LIG-STATUT            PIC X(02).
020300         10  W-LIG-SEUIL-BAS         PIC S9(11)V99 COMP-3.
020400         10  W-LIG-SEUIL-HAUT        PIC S9(11)V99 COMP-3.
020500         10  W-LIG-DATE-DEBUT        PIC 9(08).
020600         10  W-LIG-REPRISE           PIC X(01).
020700         10  W-LIG-MOUVEMENT         PIC X(08).
020800         10  W-LIG-AVIS              PIC X(01).
020900         10  W-LIG-REF-EXISTE        PIC X(01).
021000         10  W-LIG-ANCIEN-TAUX       PIC S9(03)V9(04) COMP-3.
021100         10  W-LIG-ANCIEN-FORFAIT    PIC S9(09)V99 COMP-3.
021200         10  W-LIG-NOUVEAU-TAUX      PIC S9(03)V9(04) COMP-3.
021300         10  W-LIG-NOUVEAU-FORFAIT   PIC S9(09)V99 COMP-3.
021400         10  W-LIG-NB-AVIS           PIC S9(08) COMP.
021500*    ENREGISTREMENT MAITRE EN COURS : PLANS DU PRODUIT, LETTRES
021600 01  W-PLAN-INTERET                  PIC X(02).
021700 01  W-PLAN-FRAIS                    PIC X(02).
021800 01  W-SERVIE                        PIC X(01).
021900 01  W-LETTRE-T                      PIC X(01).
022000 01  W-LETTRE-F                      PIC X(01).
022100 01  W-DEM-T.
022200     05  W-DEM-T-EFFET               PIC 9(08).
022300     05  W-DEM-T-ANCIEN-TAUX         PIC S9(03)V9(04) COMP-3.
022400     05  W-DEM-T-NOUVEAU-TAUX        PIC S9(03)V9(04) COMP-3.
022500 01  W-DEM-F.
022600     05  W-DEM-F-EFFET               PIC 9(08).
022700     05  W-DEM-F-ANCIEN-TAUX         PIC S9(03)V9(04) COMP-3.
022800     05  W-DEM-F-NOUVEAU-TAUX        PIC S9(03)V9(04) COMP-3.
022900     05  W-DEM-F-ANCIEN-FORFAIT      PIC S9(09)V99 COMP-3.
023000     05  W-DEM-F-NOUVEAU-FORFAIT     PIC S9(09)V99 COMP-3.
023100 01  W-DATE-EFFET                    PIC 9(08).
023200 COPY GSPDZ.
023300 01  AVE-ENTETE.
023400     05  FILLER                      PIC X(45)
023500         VALUE 'GSAV960 - PREAVIS DE CHANGEMENT DE BAREME AU '.
023600     05  AVE-E-DATE                  PIC 9(08).
023700     05  FILLER                      PIC X(08) VALUE ' MODE : '.
023800     05  AVE-E-MODE                  PIC X(01).
023900     05  FILLER                      PIC X(17)
024000         VALUE ' DELAI (MOIS) : '.
024100     05  AVE-E-DELAI                 PIC Z9.
024200     05  FILLER                      PIC X(51) VALUE SPACES.
024300 01  AVE-TITRES.
024400     05  FILLER                      PIC X(24)
024500         VALUE 'N LIGNE        MOUVEMENT'.
024600     05  FILLER                      PIC X(22)
024700         VALUE ' ANC.TAUX  NOUV.TAUX  '.
024800     05  FILLER                      PIC X(32)
024900         VALUE '  ANC. FORFAIT   NOUV. FORFAIT  '.
025000     05  FILLER                      PIC X(23)
025100         VALUE 'DEBUT     AVIS  PREAVIS'.
025200     05  FILLER                      PIC X(31) VALUE SPACES.
025300 01  AVE-DETAIL.
025400     05  AVE-D-NATURE                PIC X(01).
025500     05  FILLER                      PIC X(01) VALUE SPACE.
025600     05  AVE-D-LIGNE                 PIC X(12).
025700     05  FILLER                      PIC X(01) VALUE SPACE.
025800     05  AVE-D-MOUVEMENT             PIC X(08).
025900     05  FILLER                      PIC X(01) VALUE SPACE.
026000     05  AVE-D-ANCIEN-TAUX           PIC ZZ9,9999-.
026100     05  FILLER                      PIC X(02) VALUE SPACES.
026200     05  AVE-D-NOUVEAU-TAUX          PIC ZZ9,9999-.
026300     05  FILLER                      PIC X(02) VALUE SPACES.
026400     05  AVE-D-ANCIEN-FORFAIT        PIC Z(09)9,99-.
026500     05  FILLER                      PIC X(02) VALUE SPACES.
026600     05  AVE-D-NOUVEAU-FORFAIT       PIC Z(09)9,99-.
026700     05  FILLER                      PIC X(02) VALUE SPACES.
026800     05  AVE-D-DEBUT                 PIC 9(08).
026900     05  FILLER                      PIC X(02) VALUE SPACES.
027000     05  AVE-D-AVIS                  PIC X(03).
027100     05  FILLER                      PIC X(02) VALUE SPACES.
027200     05  AVE-D-NB-AVIS               PIC Z(07)9.
027300     05  FILLER                      PIC X(31) VALUE SPACES.
027400 01  AVE-COMPTE.
027500     05  AVE-C-LIBELLE               PIC X(30).
027600     05  FILLER                      PIC X(06) VALUE ' NB : '.
027700     05  AVE-C-NB                    PIC Z(07)9.
027800     05  FILLER                      PIC X(88) VALUE SPACES.
027900 PROCEDURE DIVISION.
028000******************************************************************
028100*  0000-MAINLINE : DETECTION, PREAVIS PAR CLE, REFERENCES        *
028200******************************************************************
028300 0000-MAINLINE.
028400     PERFORM 1000-CARTE THRU 1000-EXIT.
028500     PERFORM 1500-OUVERTURES THRU 1500-EXIT.
028600     PERFORM 8100-LIRE-TXI THRU 8100-EXIT.
028700     PERFORM 2000-UNE-LIGNE-TAUX THRU 2000-EXIT
028800         UNTIL FIN-TXI.
028900     PERFORM 8200-LIRE-TAR THRU 8200-EXIT.
029000     PERFORM 2200-UNE-LIGNE-FRAIS THRU 2200-EXIT
029100         UNTIL FIN-TAR.
029200     IF MODE-AVIS
029300      AND W-NB-LIG GREATER ZERO
029400         PERFORM 3000-PASSE-MAITRE THRU 3000-EXIT.
029500     PERFORM 5000-REFERENCES THRU 5000-EXIT
029600         VARYING IX-LIG FROM 1 BY 1
029700         UNTIL IX-LIG GREATER W-NB-LIG.
029800     PERFORM 6000-ETAT THRU 6000-EXIT.
029900     CLOSE TXIFIC TARFIC AVIFIC AVIDEM ETATAVI.
030000     DISPLAY 'GSAV960 - MODE ' W-PARM-MODE
030100             ' NOUVELLES : ' CPT-NOUVELLES
030200             ' MODIFIEES : ' CPT-MODIFIEES.
030300     DISPLAY 'GSAV960 - PREAVIS : ' CPT-PREAVIS
030400             ' LETTRES : ' CPT-LETTRES.
030500     IF MODE-AVIS
030600      AND W-NB-LIG GREATER ZERO
030700         MOVE 4 TO RETURN-CODE.
030800     GOBACK.
030900 0000-EXIT.
031000     EXIT.
031100******************************************************************
031200*  1000-CARTE : MODE ET DELAI DE PREAVIS                         *
031300******************************************************************
031400 1000-CARTE.
031500     MOVE SPACES TO W-PARM.
031600     ACCEPT W-PARM.
031700     IF NOT MODE-AVIS AND NOT MODE-INITIAL
031800         MOVE 'MODE A OU I OBLIGATOIRE' TO W-MOTIF-ABANDON
031900         GO TO 9900-ABANDON.
032000     IF W-PARM-DELAI = SPACES
032100         GO TO 1000-JOUR.
032200     IF W-PARM-DELAI NOT NUMERIC
032300      OR W-PARM-DELAI-9 = ZERO
032400         MOVE 'DELAI DE PREAVIS INVALIDE' TO W-MOTIF-ABANDON
032500         GO TO 9900-ABANDON.
032600     MOVE W-PARM-DELAI-9 TO W-DELAI-MOIS.
032700 1000-JOUR.
032800     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
032900     MOVE W-DATE-JOUR TO W-DATE-CALCUL.
033000     PERFORM 7000-AJOUTER-DELAI THRU 7000-EXIT.
033100     MOVE W-DATE-CALCUL TO W-DATE-OPPOSABLE.
033200 1000-EXIT.
033300     EXIT.
033400******************************************************************
033500*  1500-OUVERTURES : BAREMES EN LECTURE, REGISTRE EN MISE A      *
033600*  JOUR (CREE EN MODE I S IL EST VIDE), SORTIES                  *
033700******************************************************************
033800 1500-OUVERTURES.
033900     OPEN INPUT TXIFIC.
034000     IF NOT W-TXI-OK
034100         MOVE 'OPEN TXIFIC'  TO W-MOTIF-ABANDON
034200         GO TO 9900-ABANDON.
034300     OPEN INPUT TARFIC.
034400     IF NOT W-TAR-OK
034500         MOVE 'OPEN TARFIC'  TO W-MOTIF-ABANDON
034600         GO TO 9900-ABANDON.
034700     OPEN I-O AVIFIC.
034800     IF W-AVI-VIDE AND MODE-INITIAL
034900         OPEN OUTPUT AVIFIC
035000         CLOSE AVIFIC
035100         OPEN I-O AVIFIC.
035200     IF NOT W-AVI-OK
035300         MOVE 'OPEN AVIFIC'  TO W-MOTIF-ABANDON
035400         GO TO 9900-ABANDON.
035500     OPEN OUTPUT AVIDEM.
035600     IF NOT W-DEM-OK
035700         MOVE 'OPEN AVIDEM'  TO W-MOTIF-ABANDON
035800         GO TO 9900-ABANDON.
035900     OPEN OUTPUT ETATAVI.
036000     IF NOT W-AVE-OK
036100         MOVE 'OPEN ETATAVI' TO W-MOTIF-ABANDON
036200         GO TO 9900-ABANDON.
036300 1500-EXIT.
036400     EXIT.
036500******************************************************************
036600*  2000-UNE-LIGNE-TAUX : LIGNE TXIFIC NON ECHUE COMPAREE A SA    *
036700*  REFERENCE - LA LIGNE LUE DEVIENT LA PRECEDENTE DE LA SUIVANTE *
036800******************************************************************
036900 2000-UNE-LIGNE-TAUX.
037000     IF TXI-ENTITE NOT = W-PREC-ENTITE
037100      OR TXI-STATUT NOT = W-PREC-STATUT
037200         MOVE 'N' TO W-PREC-CONNUE.
037300     IF TXI-DATE-FIN GREATER ZERO
037400      AND TXI-DATE-FIN LESS W-DATE-JOUR
037500         GO TO 2000-PRECEDENTE.
037600     MOVE 'T'             TO W-NATURE.
037700     MOVE TXI-CLE         TO W-LIGNE.
037800     MOVE TXI-TAUX-ANNUEL TO W-NOUVEAU-TAUX.
037900     MOVE ZERO            TO W-NOUVEAU-FORFAIT.
038000     PERFORM 2500-COMPARER THRU 2500-EXIT.
038100     IF W-MOUVEMENT = SPACES
038200         GO TO 2000-PRECEDENTE.
038300     MOVE TXI-ENTITE     TO W-LIG-ENTITE (W-NB-LIG).
038400     MOVE TXI-STATUT     TO W-LIG-STATUT (W-NB-LIG).
038500     MOVE ZERO           TO W-LIG-SEUIL-BAS (W-NB-LIG)
038600                            W-LIG-SEUIL-HAUT (W-NB-LIG).
038700     MOVE TXI-DATE-DEBUT TO W-LIG-DATE-DEBUT (W-NB-LIG).
038800     IF W-LIG-REF-EXISTE (W-NB-LIG) = 'O'
038900         GO TO 2000-PRECEDENTE.
039000*    TAUX NOUVEAU : L ANCIEN EST CELUI DE LA LIGNE PRECEDENTE
039100     MOVE 'P' TO W-LIG-REPRISE (W-NB-LIG).
039200     IF W-PREC-CONNUE = 'O'
039300         MOVE W-PREC-TAUX TO W-LIG-ANCIEN-TAUX (W-NB-LIG)
039400         IF W-PREC-TAUX = TXI-TAUX-ANNUEL
039500          AND W-LIG-AVIS (W-NB-LIG) = 'O'
039600             MOVE 'N' TO W-LIG-AVIS (W-NB-LIG)
039700             ADD 1 TO CPT-SANS-EFFET
039800         END-IF
039900     END-IF.
040000 2000-PRECEDENTE.
040100     MOVE TXI-ENTITE      TO W-PREC-ENTITE.
040200     MOVE TXI-STATUT      TO W-PREC-STATUT.
040300     MOVE TXI-TAUX-ANNUEL TO W-PREC-TAUX.
040400     MOVE 'O'             TO W-PREC-CONNUE.
040500     PERFORM 8100-LIRE-TXI THRU 8100-EXIT.
040600 2000-EXIT.
040700     EXIT.
040800******************************************************************
040900*  2200-UNE-LIGNE-FRAIS : LIGNE TARFIC VALIDEE NON ECHUE         *
041000*  COMPAREE A SA REFERENCE (UNE LIGNE PROPOSEE NE SERT PAS :     *
041100*  SA REFERENCE RESTE LA DERNIERE VALEUR VALIDEE)                *
041200******************************************************************
041300 2200-UNE-LIGNE-FRAIS.
041400     IF NOT TAR-VALIDE
041500         GO TO 2200-SUIVANTE.
041600     IF TAR-DATE-FIN GREATER ZERO
041700      AND TAR-DATE-FIN LESS W-DATE-JOUR
041800         GO TO 2200-SUIVANTE.
041900     MOVE 'F'         TO W-NATURE.
042000     MOVE SPACES      TO W-LIGNE.
042100     MOVE TAR-CLE     TO W-LT-CLE.
042200     MOVE TAR-TAUX    TO W-NOUVEAU-TAUX.
042300     MOVE TAR-FORFAIT TO W-NOUVEAU-FORFAIT.
042400     PERFORM 2500-COMPARER THRU 2500-EXIT.
042500     IF W-MOUVEMENT = SPACES
042600         GO TO 2200-SUIVANTE.
042700     MOVE TAR-ENTITE     TO W-LIG-ENTITE (W-NB-LIG).
042800     MOVE TAR-STATUT     TO W-LIG-STATUT (W-NB-LIG).
042900     MOVE TAR-SEUIL-BAS  TO W-LIG-SEUIL-BAS (W-NB-LIG).
043000     MOVE TAR-SEUIL-HAUT TO W-LIG-SEUIL-HAUT (W-NB-LIG).
043100     MOVE TAR-DATE-DEBUT TO W-LIG-DATE-DEBUT (W-NB-LIG).
043200     IF W-LIG-REF-EXISTE (W-NB-LIG) NOT = 'O'
043300         MOVE 'P' TO W-LIG-REPRISE (W-NB-LIG).
043400 2200-SUIVANTE.
043500     PERFORM 8200-LIRE-TAR THRU 8200-EXIT.
043600 2200-EXIT.
043700     EXIT.
043800******************************************************************
043900*  2500-COMPARER : LECTURE DE LA REFERENCE DE LA LIGNE ;         *
044000*  NOUVELLE OU MODIFIEE, ELLE ENTRE EN TABLE (W-MOUVEMENT        *
044100*  RENSEIGNE), SINON W-MOUVEMENT RESTE A BLANC                   *
044200******************************************************************
044300 2500-COMPARER.
044400     MOVE SPACES   TO W-MOUVEMENT.
044500     MOVE SPACES   TO AVI-FGS-CLE.
044600     MOVE W-NATURE TO AVI-NATURE.
044700     MOVE W-LIGNE  TO AVI-LIGNE.
044800     READ AVIFIC.
044900     IF W-AVI-ABSENT
045000         MOVE 'NOUVELLE' TO W-MOUVEMENT
045100         ADD 1 TO CPT-NOUVELLES
045200         GO TO 2500-RETENIR.
045300     IF NOT W-AVI-OK
045400         MOVE 'READ AVIFIC' TO W-MOTIF-ABANDON
045500         GO TO 9900-ABANDON.
045600     IF AVI-NOUVEAU-TAUX = W-NOUVEAU-TAUX
045700      AND AVI-NOUVEAU-FORFAIT = W-NOUVEAU-FORFAIT
045800         GO TO 2500-EXIT.
045900     MOVE 'MODIFIEE' TO W-MOUVEMENT.
046000     ADD 1 TO CPT-MODIFIEES.
046100 2500-RETENIR.
046200     IF W-NB-LIG = 300
046300         MOVE 'PLUS DE 300 LIGNES CHANGEES' TO W-MOTIF-ABANDON
046400         GO TO 9900-ABANDON.
046500     ADD 1 TO W-NB-LIG.
046600     MOVE W-NATURE          TO W-LIG-NATURE (W-NB-LIG).
046700     MOVE W-LIGNE           TO W-LIG-CLE (W-NB-LIG).
046800     MOVE W-MOUVEMENT       TO W-LIG-MOUVEMENT (W-NB-LIG).
046900     MOVE W-NOUVEAU-TAUX    TO W-LIG-NOUVEAU-TAUX (W-NB-LIG).
047000     MOVE W-NOUVEAU-FORFAIT TO W-LIG-NOUVEAU-FORFAIT (W-NB-LIG).
047100     MOVE ZERO              TO W-LIG-NB-AVIS (W-NB-LIG).
047200     MOVE 'O'               TO W-LIG-AVIS (W-NB-LIG).
047300     IF MODE-INITIAL
047400         MOVE 'N' TO W-LIG-AVIS (W-NB-LIG).
047500     IF W-MOUVEMENT = 'NOUVELLE'
047600         MOVE 'N'  TO W-LIG-REF-EXISTE (W-NB-LIG)
047700         MOVE ZERO TO W-LIG-ANCIEN-TAUX (W-NB-LIG)
047800                      W-LIG-ANCIEN-FORFAIT (W-NB-LIG)
047900     ELSE
048000         MOVE 'O' TO W-LIG-REF-EXISTE (W-NB-LIG)
048100         MOVE 'A' TO W-LIG-REPRISE (W-NB-LIG)
048200         MOVE AVI-NOUVEAU-TAUX    TO W-LIG-ANCIEN-TAUX (W-NB-LIG)
048300         MOVE AVI-NOUVEAU-FORFAIT
048400           TO W-LIG-ANCIEN-FORFAIT (W-NB-LIG).
048500     IF W-LIG-ENTITE (W-NB-LIG) = '**'
048600         MOVE 'O' TO W-LIGNES-PLAN.
048700 2500-EXIT.
048800     EXIT.
048900******************************************************************
049000*  3000-PASSE-MAITRE : LES ENREGISTREMENTS SERVIS PAR UNE LIGNE  *
049100*  CHANGEE RECOIVENT PREAVIS ET LETTRE                           *
049200******************************************************************
049300 3000-PASSE-MAITRE.
049400     OPEN INPUT FFFFFGS.
049500     IF NOT W-FGS-OK
049600         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
049700         GO TO 9900-ABANDON.
049800     PERFORM 8300-LIRE-FGS THRU 8300-EXIT.
049900     PERFORM 3100-UN-ENREGISTREMENT THRU 3100-EXIT
050000         UNTIL FIN-FGS.
050100     CLOSE FFFFFGS.
050200 3000-EXIT.
050300     EXIT.
050400******************************************************************
050500*  3100-UN-ENREGISTREMENT : PLANS DU PRODUIT, LIGNES QUI LE      *
050600*  SERVENT, PUIS LES DEMANDES DE LETTRE DE LA CLE                *
050700******************************************************************
050800 3100-UN-ENREGISTREMENT.
050900     IF FFFFFGS-STATUT = 'SU'
051000         GO TO 3100-SUIVANT.
051100     MOVE SPACES TO W-PLAN-INTERET W-PLAN-FRAIS.
051200     IF W-LIGNES-PLAN = 'O'
051300         PERFORM 3150-PLANS THRU 3150-EXIT.
051400     MOVE 'N' TO W-LETTRE-T W-LETTRE-F.
051500     PERFORM 3200-UNE-LIGNE THRU 3200-EXIT
051600         VARYING IX-LIG FROM 1 BY 1
051700         UNTIL IX-LIG GREATER W-NB-LIG.
051800     IF W-LETTRE-T = 'O'
051900         MOVE SPACES               TO RLD-AVI-ENREG
052000         MOVE FFFFFGS-CLE          TO RLD-AVI-CLE
052100         MOVE 'AVTX'               TO RLD-AVI-MODELE
052200         MOVE W-DEM-T-EFFET        TO RLD-AVI-DATE-EFFET
052300         MOVE W-DEM-T-ANCIEN-TAUX  TO RLD-AVI-ANCIEN-TAUX
052400         MOVE W-DEM-T-NOUVEAU-TAUX TO RLD-AVI-NOUVEAU-TAUX
052500         MOVE ZERO                 TO RLD-AVI-ANCIEN-FORFAIT
052600                                      RLD-AVI-NOUVEAU-FORFAIT
052700         PERFORM 8400-ECRIRE-DEM THRU 8400-EXIT.
052800     IF W-LETTRE-F = 'O'
052900         MOVE SPACES               TO RLD-AVI-ENREG
053000         MOVE FFFFFGS-CLE          TO RLD-AVI-CLE
053100         MOVE 'AVFR'               TO RLD-AVI-MODELE
053200         MOVE W-DEM-F-EFFET        TO RLD-AVI-DATE-EFFET
053300         MOVE W-DEM-F-ANCIEN-TAUX  TO RLD-AVI-ANCIEN-TAUX
053400         MOVE W-DEM-F-NOUVEAU-TAUX TO RLD-AVI-NOUVEAU-TAUX
053500         MOVE W-DEM-F-ANCIEN-FORFAIT
053600           TO RLD-AVI-ANCIEN-FORFAIT
053700         MOVE W-DEM-F-NOUVEAU-FORFAIT
053800           TO RLD-AVI-NOUVEAU-FORFAIT
053900         PERFORM 8400-ECRIRE-DEM THRU 8400-EXIT.
054000 3100-SUIVANT.
054100     PERFORM 8300-LIRE-FGS THRU 8300-EXIT.
054200 3100-EXIT.
054300     EXIT.
054400******************************************************************
054500*  3150-PLANS : PLANS D INTERET ET DE FRAIS DU PRODUIT (LA       *
054600*  PERIODE DE COMMERCIALISATION NE BORNE QUE LA VENTE)           *
054700******************************************************************
054800 3150-PLANS.
054900     IF FFFFFGS-PRODUIT = SPACES OR LOW-VALUE
055000         GO TO 3150-EXIT.
055100     MOVE FFFFFGS-PRODUIT TO PDZ-CODE.
055200     MOVE ZERO            TO PDZ-DATE.
055300     MOVE SPACES          TO PDZ-STATUT.
055400     CALL 'GSPD852' USING PDZ-ZONE.
055500     IF PDZ-INCIDENT
055600         MOVE 'GSPD852 - LECTURE PRDFIC' TO W-MOTIF-ABANDON
055700         GO TO 9900-ABANDON.
055800     IF NOT PDZ-SERVI
055900         GO TO 3150-EXIT.
056000     MOVE PDZ-PLAN-INTERET TO W-PLAN-INTERET.
056100     MOVE PDZ-PLAN-FRAIS   TO W-PLAN-FRAIS.
056200 3150-EXIT.
056300     EXIT.
056400******************************************************************
056500*  3200-UNE-LIGNE : LA LIGNE SERT-ELLE L ENREGISTREMENT ?        *
056600*  ENTITE + STATUT, OU LIGNE DE PLAN DU PRODUIT ; FRAIS : MONTANT*
056700*  DANS LA TRANCHE                                               *
056800******************************************************************
056900 3200-UNE-LIGNE.
057000     IF W-LIG-AVIS (IX-LIG) NOT = 'O'
057100         GO TO 3200-EXIT.
057200     MOVE 'N' TO W-SERVIE.
057300     IF W-LIG-ENTITE (IX-LIG) = FFFFFGS-CLE-ENTITE
057400      AND W-LIG-STATUT (IX-LIG) = FFFFFGS-STATUT
057500         MOVE 'O' TO W-SERVIE.
057600     IF W-LIG-ENTITE (IX-LIG) = '**'
057700         IF W-LIG-NATURE (IX-LIG) = 'T'
057800          AND W-PLAN-INTERET NOT = SPACES
057900          AND W-LIG-STATUT (IX-LIG) = W-PLAN-INTERET
058000             MOVE 'O' TO W-SERVIE
058100         END-IF
058200         IF W-LIG-NATURE (IX-LIG) = 'F'
058300          AND W-PLAN-FRAIS NOT = SPACES
058400          AND W-LIG-STATUT (IX-LIG) = W-PLAN-FRAIS
058500             MOVE 'O' TO W-SERVIE
058600         END-IF
058700     END-IF.
058800     IF W-SERVIE NOT = 'O'
058900         GO TO 3200-EXIT.
059000     IF W-LIG-NATURE (IX-LIG) = 'F'
059100         IF FFFFFGS-MONTANT NOT NUMERIC
059200          OR FFFFFGS-MONTANT LESS W-LIG-SEUIL-BAS (IX-LIG)
059300          OR FFFFFGS-MONTANT GREATER W-LIG-SEUIL-HAUT (IX-LIG)
059400             GO TO 3200-EXIT.
059500     PERFORM 3300-PREAVIS THRU 3300-EXIT.
059600 3200-EXIT.
059700     EXIT.
059800******************************************************************
059900*  3300-PREAVIS : PREAVIS DE LA CLE POUR LA LIGNE ET DEMANDE DE  *
060000*  LETTRE DE LA NATURE (PREMIERE LIGNE SEULE). UN PREAVIS NON    *
060100*  ECHU GARDE LES VALEURS ANCIENNES QU IL PROTEGE                *
060200******************************************************************
060300 3300-PREAVIS.
060400     MOVE FFFFFGS-CLE            TO AVI-FGS-CLE.
060500     MOVE W-LIG-NATURE (IX-LIG)  TO AVI-NATURE.
060600     MOVE W-LIG-CLE (IX-LIG)     TO AVI-LIGNE.
060700     READ AVIFIC.
060800     IF W-AVI-OK
060900      AND AVI-DATE-OPPOSABLE GREATER W-DATE-JOUR
061000         ADD 1 TO CPT-REPREAVIS
061100         GO TO 3300-NOUVEAU.
061200     IF NOT W-AVI-OK AND NOT W-AVI-ABSENT
061300         MOVE 'READ AVIFIC' TO W-MOTIF-ABANDON
061400         GO TO 9900-ABANDON.
061500     MOVE W-LIG-REPRISE (IX-LIG)        TO AVI-REPRISE.
061600     MOVE W-LIG-ANCIEN-TAUX (IX-LIG)    TO AVI-ANCIEN-TAUX.
061700     MOVE W-LIG-ANCIEN-FORFAIT (IX-LIG) TO AVI-ANCIEN-FORFAIT.
061800 3300-NOUVEAU.
061900     MOVE W-DATE-JOUR                    TO AVI-DATE-AVIS.
062000     MOVE W-DATE-OPPOSABLE               TO AVI-DATE-OPPOSABLE.
062100     MOVE W-LIG-NOUVEAU-TAUX (IX-LIG)    TO AVI-NOUVEAU-TAUX.
062200     MOVE W-LIG-NOUVEAU-FORFAIT (IX-LIG) TO AVI-NOUVEAU-FORFAIT.
062300     IF W-AVI-OK
062400         REWRITE AVI-ENREG
062500     ELSE
062600         WRITE AVI-ENREG.
062700     IF NOT W-AVI-OK
062800         MOVE 'ECRITURE AVIFIC' TO W-MOTIF-ABANDON
062900         GO TO 9900-ABANDON.
063000     ADD 1 TO CPT-PREAVIS.
063100     ADD 1 TO W-LIG-NB-AVIS (IX-LIG).
063200     MOVE W-LIG-DATE-DEBUT (IX-LIG) TO W-DATE-EFFET.
063300     IF W-DATE-EFFET LESS W-DATE-OPPOSABLE
063400         MOVE W-DATE-OPPOSABLE TO W-DATE-EFFET.
063500     IF W-LIG-NATURE (IX-LIG) = 'T'
063600      AND W-LETTRE-T NOT = 'O'
063700         MOVE 'O'                TO W-LETTRE-T
063800         MOVE W-DATE-EFFET       TO W-DEM-T-EFFET
063900         MOVE AVI-ANCIEN-TAUX    TO W-DEM-T-ANCIEN-TAUX
064000         MOVE AVI-NOUVEAU-TAUX   TO W-DEM-T-NOUVEAU-TAUX.
064100     IF W-LIG-NATURE (IX-LIG) = 'F'
064200      AND W-LETTRE-F NOT = 'O'
064300         MOVE 'O'                TO W-LETTRE-F
064400         MOVE W-DATE-EFFET       TO W-DEM-F-EFFET
064500         MOVE AVI-ANCIEN-TAUX    TO W-DEM-F-ANCIEN-TAUX
064600         MOVE AVI-NOUVEAU-TAUX   TO W-DEM-F-NOUVEAU-TAUX
064700         MOVE AVI-ANCIEN-FORFAIT TO W-DEM-F-ANCIEN-FORFAIT
064800         MOVE AVI-NOUVEAU-FORFAIT TO W-DEM-F-NOUVEAU-FORFAIT.
064900 3300-EXIT.
065000     EXIT.
065100******************************************************************
065200*  5000-REFERENCES : LA LIGNE CHANGEE DEVIENT LA REFERENCE       *
065300******************************************************************
065400 5000-REFERENCES.
065500     MOVE SPACES                         TO AVI-ENREG.
065600     MOVE W-LIG-NATURE (IX-LIG)          TO AVI-NATURE.
065700     MOVE W-LIG-CLE (IX-LIG)             TO AVI-LIGNE.
065800     MOVE W-DATE-JOUR                    TO AVI-DATE-AVIS.
065900     MOVE ZERO                           TO AVI-DATE-OPPOSABLE
066000                                            AVI-ANCIEN-TAUX
066100                                            AVI-ANCIEN-FORFAIT.
066200     MOVE W-LIG-NOUVEAU-TAUX (IX-LIG)    TO AVI-NOUVEAU-TAUX.
066300     MOVE W-LIG-NOUVEAU-FORFAIT (IX-LIG) TO AVI-NOUVEAU-FORFAIT.
066400     IF W-LIG-REF-EXISTE (IX-LIG) = 'O'
066500         REWRITE AVI-ENREG
066600     ELSE
066700         WRITE AVI-ENREG.
066800     IF NOT W-AVI-OK
066900         MOVE 'REFERENCE AVIFIC' TO W-MOTIF-ABANDON
067000         GO TO 9900-ABANDON.
067100     ADD 1 TO CPT-REFERENCES.
067200 5000-EXIT.
067300     EXIT.
067400******************************************************************
067500*  6000-ETAT : LIGNES CHANGEES PUIS COMPTES                      *
067600******************************************************************
067700 6000-ETAT.
067800     MOVE W-DATE-JOUR  TO AVE-E-DATE.
067900     MOVE W-PARM-MODE  TO AVE-E-MODE.
068000     MOVE W-DELAI-MOIS TO AVE-E-DELAI.
068100     WRITE AVE-LIGNE FROM AVE-ENTETE.
068200     WRITE AVE-LIGNE FROM AVE-TITRES.
068300     PERFORM 6100-DETAIL THRU 6100-EXIT
068400         VARYING IX-LIG FROM 1 BY 1
068500         UNTIL IX-LIG GREATER W-NB-LIG.
068600     MOVE 'LIGNES DE TAUX LUES'     TO AVE-C-LIBELLE.
068700     MOVE CPT-TXI-LUES              TO AVE-C-NB.
068800     WRITE AVE-LIGNE FROM AVE-COMPTE.
068900     MOVE 'LIGNES DE FRAIS LUES'    TO AVE-C-LIBELLE.
069000     MOVE CPT-TAR-LUES              TO AVE-C-NB.
069100     WRITE AVE-LIGNE FROM AVE-COMPTE.
069200     MOVE 'LIGNES NOUVELLES'        TO AVE-C-LIBELLE.
069300     MOVE CPT-NOUVELLES             TO AVE-C-NB.
069400     WRITE AVE-LIGNE FROM AVE-COMPTE.
069500     MOVE 'LIGNES MODIFIEES'        TO AVE-C-LIBELLE.
069600     MOVE CPT-MODIFIEES             TO AVE-C-NB.
069700     WRITE AVE-LIGNE FROM AVE-COMPTE.
069800     MOVE 'TAUX NOUVEAUX SANS EFFET' TO AVE-C-LIBELLE.
069900     MOVE CPT-SANS-EFFET            TO AVE-C-NB.
070000     WRITE AVE-LIGNE FROM AVE-COMPTE.
070100     MOVE 'ENREGISTREMENTS LUS'     TO AVE-C-LIBELLE.
070200     MOVE CPT-FGS-LUS               TO AVE-C-NB.
070300     WRITE AVE-LIGNE FROM AVE-COMPTE.
070400     MOVE 'PREAVIS ENREGISTRES'     TO AVE-C-LIBELLE.
070500     MOVE CPT-PREAVIS               TO AVE-C-NB.
070600     WRITE AVE-LIGNE FROM AVE-COMPTE.
070700     MOVE 'DONT PREAVIS EN COURS REPRIS' TO AVE-C-LIBELLE.
070800     MOVE CPT-REPREAVIS             TO AVE-C-NB.
070900     WRITE AVE-LIGNE FROM AVE-COMPTE.
071000     MOVE 'LETTRES DEMANDEES'       TO AVE-C-LIBELLE.
071100     MOVE CPT-LETTRES               TO AVE-C-NB.
071200     WRITE AVE-LIGNE FROM AVE-COMPTE.
071300     MOVE 'REFERENCES MISES A JOUR' TO AVE-C-LIBELLE.
071400     MOVE CPT-REFERENCES            TO AVE-C-NB.
071500     WRITE AVE-LIGNE FROM AVE-COMPTE.
071600 6000-EXIT.
071700     EXIT.
071800 6100-DETAIL.
071900     MOVE W-LIG-NATURE (IX-LIG)          TO AVE-D-NATURE.
072000     MOVE W-LIG-CLE (IX-LIG)             TO AVE-D-LIGNE.
072100     MOVE W-LIG-MOUVEMENT (IX-LIG)       TO AVE-D-MOUVEMENT.
072200     MOVE W-LIG-ANCIEN-TAUX (IX-LIG)     TO AVE-D-ANCIEN-TAUX.
072300     MOVE W-LIG-NOUVEAU-TAUX (IX-LIG)    TO AVE-D-NOUVEAU-TAUX.
072400     MOVE W-LIG-ANCIEN-FORFAIT (IX-LIG)  TO AVE-D-ANCIEN-FORFAIT.
072500     MOVE W-LIG-NOUVEAU-FORFAIT (IX-LIG) TO AVE-D-NOUVEAU-FORFAIT.
072600     MOVE W-LIG-DATE-DEBUT (IX-LIG)      TO AVE-D-DEBUT.
072700     IF W-LIG-AVIS (IX-LIG) = 'O'
072800         MOVE 'OUI' TO AVE-D-AVIS
072900     ELSE
073000         MOVE 'NON' TO AVE-D-AVIS.
073100     MOVE W-LIG-NB-AVIS (IX-LIG)         TO AVE-D-NB-AVIS.
073200     WRITE AVE-LIGNE FROM AVE-DETAIL.
073300 6100-EXIT.
073400     EXIT.
073500******************************************************************
073600*  7000-AJOUTER-DELAI : W-DATE-CALCUL AVANCEE DU DELAI EN MOIS,  *
073700*  JOUR RAMENE AU DERNIER DU MOIS D ARRIVEE S IL LE DEPASSE      *
073800******************************************************************
073900 7000-AJOUTER-DELAI.
074000     COMPUTE W-TOTAL-MOIS =
074100         W-CAL-AAAA * 12 + W-CAL-MM - 1 + W-DELAI-MOIS.
074200     DIVIDE W-TOTAL-MOIS BY 12 GIVING W-Z-QUOT
074300         REMAINDER W-RESTE-MOIS.
074400     MOVE W-Z-QUOT TO W-CAL-AAAA.
074500     COMPUTE W-CAL-MM = W-RESTE-MOIS + 1.
074600     MOVE W-JOURS-DU-MOIS (W-CAL-MM) TO W-NB-JOURS-MOIS.
074700     IF W-CAL-MM = 2
074800         DIVIDE W-CAL-AAAA BY 4 GIVING W-Z-QUOT
074900             REMAINDER W-Z-RESTE
075000         IF W-Z-RESTE = ZERO
075100             MOVE 29 TO W-NB-JOURS-MOIS
075200             DIVIDE W-CAL-AAAA BY 100 GIVING W-Z-QUOT
075300                 REMAINDER W-Z-RESTE
075400             IF W-Z-RESTE = ZERO
075500                 MOVE 28 TO W-NB-JOURS-MOIS
075600                 DIVIDE W-CAL-AAAA BY 400 GIVING W-Z-QUOT
075700                     REMAINDER W-Z-RESTE
075800                 IF W-Z-RESTE = ZERO
075900                     MOVE 29 TO W-NB-JOURS-MOIS.
076000     IF W-CAL-JJ GREATER W-NB-JOURS-MOIS
076100         MOVE W-NB-JOURS-MOIS TO W-CAL-JJ.
076200 7000-EXIT.
076300     EXIT.
076400******************************************************************
076500*  8100-LIRE-TXI : LIGNE DE TAUX SUIVANTE                        *
076600******************************************************************
076700 8100-LIRE-TXI.
076800     READ TXIFIC NEXT.
076900     IF W-TXI-FIN
077000         MOVE 'O' TO W-FIN-TXI
077100         GO TO 8100-EXIT.
077200     IF NOT W-TXI-OK
077300         MOVE 'READ TXIFIC' TO W-MOTIF-ABANDON
077400         GO TO 9900-ABANDON.
077500     ADD 1 TO CPT-TXI-LUES.
077600 8100-EXIT.
077700     EXIT.
077800******************************************************************
077900*  8200-LIRE-TAR : LIGNE DE FRAIS SUIVANTE                       *
078000******************************************************************
078100 8200-LIRE-TAR.
078200     READ TARFIC NEXT.
078300     IF W-TAR-FIN
078400         MOVE 'O' TO W-FIN-TAR
078500         GO TO 8200-EXIT.
078600     IF NOT W-TAR-OK
078700         MOVE 'READ TARFIC' TO W-MOTIF-ABANDON
078800         GO TO 9900-ABANDON.
078900     ADD 1 TO CPT-TAR-LUES.
079000 8200-EXIT.
079100     EXIT.
079200******************************************************************
079300*  8300-LIRE-FGS : ENREGISTREMENT MAITRE SUIVANT                 *
079400******************************************************************
079500 8300-LIRE-FGS.
079600     READ FFFFFGS NEXT.
079700     IF W-FGS-FIN
079800         MOVE 'O' TO W-FIN-FGS
079900         GO TO 8300-EXIT.
080000     IF NOT W-FGS-OK
080100         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
080200         GO TO 9900-ABANDON.
080300     ADD 1 TO CPT-FGS-LUS.
080400 8300-EXIT.
080500     EXIT.
080600******************************************************************
080700*  8400-ECRIRE-DEM : DEMANDE DE LETTRE VERS AVIDEM               *
080800******************************************************************
080900 8400-ECRIRE-DEM.
081000     WRITE RLD-AVI-ENREG.
081100     IF NOT W-DEM-OK
081200         MOVE 'WRITE AVIDEM' TO W-MOTIF-ABANDON
081300         GO TO 9900-ABANDON.
081400     ADD 1 TO CPT-LETTRES.
081500 8400-EXIT.
081600     EXIT.
081700******************************************************************
081800*  9900-ABANDON : ARRET ANORMAL                                  *
081900******************************************************************
082000 9900-ABANDON.
082100     DISPLAY 'GSAV960 - ABANDON : ' W-MOTIF-ABANDON.
082200     MOVE 16 TO RETURN-CODE.
082300     STOP RUN.
