000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSHM760.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSHM760 : RETENUE DES GROS MOUVEMENTS AVANT APPLICATION       *
000900*  ------------------------------------------------------------  *
001000*  PASSE APRES LE CONTROLE DE LOT GSBC030 ET AVANT GSBS020 /     *
001100*  GSBT010, SUR LE LOT MVTFIC CONTROLE :                         *
001200*   - LES MOUVEMENTS LIBERES PAR L APPROBATEUR (HLDFIC ETAT L,   *
001300*     TRANSACTION GSHM761) SONT REINJECTES EN TETE DU LOT ET     *
001400*     PASSENT A L ETAT I ;                                       *
001500*   - CHAQUE MOUVEMENT DU LOT DONT LA VARIATION DE MONTANT       *
001600*     DEPASSE LE SEUIL DE SON ENTITE EST RETENU DANS HLDFIC      *
001700*     (ETAT A) AVEC LA SOURCE ET L OPERATEUR DE L ENTETE ;       *
001710*   - CHAQUE MODIFICATION (M / R) QUI CHANGE LE STATUT           *
001720*     SUR UNE TRANSITION MARQUEE A APPROUVER DANS LA MATRICE     *
001730*     REFTBL TRST (LIBELLE COURT, 2E CARACTERE = O) EST          *
001740*     RETENUE DE MEME, NATURE T ;                                *
001800*   - LES AUTRES SONT RECOPIES TELS QUELS.                       *
001900*  VARIATION : A = MONTANT DE L IMAGE   S = MONTANT DU MAITRE    *
002000*              M / R = ECART IMAGE - MAITRE   J = DELTA          *
002100*              (EN VALEUR ABSOLUE)                               *
002200*  SEUIL : REFTBL TYPE SEUM, CODE = ENTITE (DEUX PREMIERS        *
002300*          CARACTERES DE LA CLE), A DEFAUT CODE ** ; LIBELLE     *
002400*          COURT = MONTANT EN EUROS SUR 13 CHIFFRES. SANS SEUIL  *
002500*          RIEN N EST RETENU.                                    *
002600*  LE LOT MVTAPP REPREND L ENTETE ET RECALCULE LE PIED PAR LES   *
002700*  REGLES DE GSBC030 : IL RESTE EQUILIBRE. L ETAT ETATHLD        *
002800*  RAPPROCHE LUS = CONSERVES + RETENUS ; TOUT ECART ABANDONNE.   *
002900*  ------------------------------------------------------------  *
003000*  ENTREE : MVTFIC   FFFFFGS   REFTBL (PAR GSRT060)              *
003100*  M-A-J  : HLDFIC   SORTIE : MVTAPP   ETATHLD                   *
003200*  ------------------------------------------------------------  *
003300*  HISTORIQUE DES MODIFICATIONS                                  *
003400*  15/10/26  DA  CREATION                                        *
003410*  15/10/26  DA  RETENUE DES TRANSITIONS DE STATUT SOUMISES A    *
003420*                APPROBATION (REFTBL TRST) - NATURE T            *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.
003900     IBM-370.
004000 OBJECT-COMPUTER.
004100     IBM-370.
004200 SPECIAL-NAMES.
004300     DECIMAL-POINT IS COMMA.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT MVTFIC  ASSIGN  MVTFIC
004700       ORGANIZATION  SEQUENTIAL
004800       FILE STATUS   W-MVTFIC-STATUS.
004900     SELECT MVTAPP  ASSIGN  MVTAPP
005000       ORGANIZATION  SEQUENTIAL
005100       FILE STATUS   W-MVTAPP-STATUS.
005200     SELECT FFFFFGS ASSIGN  FFFFFGS
005300       ORGANIZATION  INDEXED
005400       ACCESS MODE   RANDOM
005500       RECORD KEY    FFFFFGS-CLE
005600       FILE STATUS   W-FFFFFGS-STATUS.
005700     SELECT HLDFIC  ASSIGN  HLDFIC
005800       ORGANIZATION  INDEXED
005900       ACCESS MODE   DYNAMIC
006000       RECORD KEY    HLD-CLE
006100       FILE STATUS   W-HLDFIC-STATUS.
006200     SELECT ETATHLD ASSIGN  ETATHLD
006300       ORGANIZATION  SEQUENTIAL
006400       FILE STATUS   W-ETATHLD-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  MVTFIC
006800     LABEL RECORD STANDARD
006900     DATA RECORD MVT-ENREG.
007000 COPY FFFFFGT.
007100 FD  MVTAPP
007200     LABEL RECORD STANDARD
007300     DATA RECORD APP-ENREG.
007400 01  APP-ENREG                       PIC X(403).
007500 FD  FFFFFGS
007600     LABEL RECORD STANDARD
007700     DATA RECORD FFFFFGS-ENREG.
007800 COPY FFFFFFGS.
007900 FD  HLDFIC
008000     LABEL RECORD STANDARD
008100     DATA RECORD HLD-ENREG.
008200 COPY FFFFFGHM.
008300 FD  ETATHLD
008400     LABEL RECORD STANDARD
008500     DATA RECORD HLE-LIGNE.
008600 01  HLE-LIGNE                       PIC X(132).
008700 WORKING-STORAGE SECTION.
008800 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
008900 77  CPT-CONSERVES                   PIC S9(08) COMP VALUE ZERO.
009000 77  CPT-RETENUS                     PIC S9(08) COMP VALUE ZERO.
009100 77  CPT-RELACHES                    PIC S9(08) COMP VALUE ZERO.
009200 77  CPT-EN-ATTENTE                  PIC S9(08) COMP VALUE ZERO.
009300 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
009400 01  W-FIN-MVT                       PIC X(01) VALUE 'N'.
009500     88  FIN-MVT                     VALUE 'O'.
009600 01  W-FIN-HLD                       PIC X(01) VALUE 'N'.
009700     88  FIN-HLD                     VALUE 'O'.
009800 01  W-MVTFIC-STATUS                 PIC X(02).
009900     88  W-MVT-OK                    VALUE '00'.
010000     88  W-MVT-FIN                   VALUE '10'.
010100 01  W-MVTAPP-STATUS                 PIC X(02).
010200     88  W-APP-OK                    VALUE '00'.
010300 01  W-FFFFFGS-STATUS                PIC X(02).
010400     88  W-FGS-OK                    VALUE '00'.
010500     88  W-FGS-ABSENT                VALUE '23'.
010600 01  W-HLDFIC-STATUS                 PIC X(02).
010700     88  W-HLD-OK                    VALUE '00'.
010800     88  W-HLD-FIN                   VALUE '10'.
010900     88  W-HLD-DOUBLE                VALUE '22'.
011000     88  W-HLD-ABSENT                VALUE '23'.
011100 01  W-ETATHLD-STATUS                PIC X(02).
011200     88  W-ETA-OK                    VALUE '00'.
011300 01  W-MOTIF-ABANDON                 PIC X(40).
011400 01  W-DATE-JOUR                     PIC 9(08).
011500 01  W-DERNIER-SEQ                   PIC 9(06) VALUE ZERO.
011600 01  W-PIED-LU                       PIC X(01) VALUE 'N'.
011700 01  W-NB-PIED                       PIC 9(09) VALUE ZERO.
011800*    ENTETE DU LOT LU, REPRISE EN SORTIE ET DANS CHAQUE RETENUE
011900 01  W-ENTETE-LOT                    PIC X(403).
012000*    SEUIL DE L ENTITE - DERNIERE ENTITE RECHERCHEE GARDEE
012100 01  W-ENTITE                        PIC X(02).
012200 01  W-ENTITE-SEUIL                  PIC X(02) VALUE LOW-VALUE.
012300 01  W-SEUIL-TROUVE                  PIC X(01) VALUE 'N'.
012400 01  W-SEUIL                         PIC S9(13)V99 COMP-3 VALUE 0.
012500 01  W-SEUIL-X                       PIC X(13).
012600 01  W-SEUIL-9 REDEFINES W-SEUIL-X   PIC 9(13).
012700 01  W-VARIATION                     PIC S9(13)V99 COMP-3.
012800 01  W-MONTANT-IMAGE                 PIC S9(11)V99 COMP-3.
012810*    TRANSITION DE STATUT DU MOUVEMENT M / R (REFTBL TRST)
012820 01  W-NATURE-RETENUE                PIC X(01).
012830 01  W-STATUT-AVANT                  PIC X(02).
012840 01  W-STATUT-APRES                  PIC X(02).
012850 01  W-TRS-APPROBATION               PIC X(01).
012900*    CONTROLE DE LOT FFFFFGCT - HASH CALCULES COMME DANS GSBC030
013000 COPY FFFFFGCT.
013100 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
013200 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
013300                                     VALUE 0.
013400 01  W-HASH-CLE-15                   PIC 9(15).
013500 01  W-HASH-MONT-15                  PIC 9(15).
013600 01  W-CLE-HASH-X                    PIC X(15).
013700 01  W-CLE-HASH-9 REDEFINES W-CLE-HASH-X
013800                                     PIC 9(15).
013900 01  W-HASH-IMAGE.
014000     05  W-HIM-CLE                   PIC X(15).
014100     05  FILLER                      PIC X(45).
014200     05  W-HIM-MONTANT               PIC S9(11)V99 COMP-3.
014300     05  W-HIM-MONTANT-ECH           PIC S9(11)V99 COMP-3.
014400     05  FILLER                      PIC X(326).
014500 COPY GSREFZ.
014600 01  HLE-ENTETE.
014700     05  FILLER                      PIC X(46)
014800         VALUE 'GSHM760 - RETENUE DES GROS MOUVEMENTS - LOT : '.
014900     05  HLE-SOURCE                  PIC X(08).
015000     05  FILLER                      PIC X(09) VALUE ' CYCLE : '.
015100     05  HLE-CYCLE                   PIC 9(04).
015200     05  FILLER                      PIC X(13)
015300         VALUE ' OPERATEUR : '.
015400     05  HLE-OPERATEUR               PIC X(08).
015500     05  FILLER                      PIC X(44) VALUE SPACES.
015600 01  HLE-DETAIL.
015700     05  HLE-SENS                    PIC X(10).
015800     05  HLE-CLE                     PIC X(15).
015900     05  FILLER                      PIC X(08) VALUE ' CODE : '.
016000     05  HLE-CODE                    PIC X(01).
016100     05  FILLER                      PIC X(13)
016200         VALUE ' VARIATION : '.
016300     05  HLE-VARIATION               PIC Z(12)9,99.
016400     05  FILLER                      PIC X(09) VALUE ' SEUIL : '.
016500     05  HLE-SEUIL                   PIC Z(12)9,99.
016600     05  FILLER                      PIC X(10) VALUE ' RETENUE :'.
016700     05  HLE-DATE-RET                PIC 9(08).
016800     05  FILLER                      PIC X(01) VALUE '-'.
016900     05  HLE-SEQ-RET                 PIC 9(06).
017000     05  HLE-TRANSITION.
017010        10  HLE-TRS-LIB             PIC X(05).
017020        10  HLE-TRS-AVANT           PIC X(02).
017030        10  HLE-TRS-SIGNE           PIC X(01).
017040        10  HLE-TRS-APRES           PIC X(02).
017050    05  FILLER                      PIC X(09) VALUE SPACES.
017100 01  HLE-TOTAUX.
017200     05  FILLER                      PIC X(16)
017300         VALUE 'TOTAUX - LUS : '.
017400     05  TOT-LUS                     PIC Z(07)9.
017500     05  FILLER                      PIC X(13)
017600         VALUE ' CONSERVES : '.
017700     05  TOT-CONSERVES               PIC Z(07)9.
017800     05  FILLER                      PIC X(11)
017900         VALUE ' RETENUS : '.
018000     05  TOT-RETENUS                 PIC Z(07)9.
018100     05  FILLER                      PIC X(12)
018200         VALUE ' RELACHES : '.
018300     05  TOT-RELACHES                PIC Z(07)9.
018400     05  FILLER                      PIC X(14)
018500         VALUE ' EN ATTENTE : '.
018600     05  TOT-ATTENTE                 PIC Z(07)9.
018700     05  FILLER                      PIC X(15)
018800         VALUE ' LOT SORTIE : '.
018900     05  TOT-SORTIE                  PIC Z(07)9.
019000     05  FILLER                      PIC X(03) VALUE SPACES.
019100 01  HLE-EQUILIBRE.
019200     05  FILLER                      PIC X(26)
019300         VALUE 'EQUILIBRE - PIED ENTREE : '.
019400     05  EQU-PIED                    PIC Z(08)9.
019500     05  FILLER                      PIC X(20)
019600         VALUE ' - LOT SORTIE : '.
019700     05  EQU-SORTIE                  PIC Z(08)9.
019800     05  FILLER                      PIC X(68) VALUE SPACES.
019900 PROCEDURE DIVISION.
020000******************************************************************
020100*  0000-MAINLINE : RELACHES, PUIS TRI DU LOT, PUIS PIED          *
020200******************************************************************
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
020500     PERFORM 2000-RELACHER THRU 2000-EXIT
020600         UNTIL FIN-HLD.
020700     PERFORM 3000-TRIER-MOUVEMENT THRU 3000-EXIT
020800         UNTIL FIN-MVT.
020900     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
021000     GOBACK.
021100 0000-EXIT.
021200     EXIT.
021300******************************************************************
021400*  1000-INITIALISATION : OUVERTURES, ENTETE DU LOT RECOPIEE EN   *
021500*  SORTIE, POSITIONNEMENT EN TETE DES RETENUES                   *
021600******************************************************************
021700 1000-INITIALISATION.
021800     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
021900     OPEN INPUT  MVTFIC.
022000     IF NOT W-MVT-OK
022100         MOVE 'OPEN MVTFIC' TO W-MOTIF-ABANDON
022200         GO TO 9900-ABANDON.
022300     OPEN INPUT  FFFFFGS.
022400     IF NOT W-FGS-OK
022500         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
022600         GO TO 9900-ABANDON.
022700     OPEN I-O    HLDFIC.
022800     IF NOT W-HLD-OK
022900         MOVE 'OPEN HLDFIC' TO W-MOTIF-ABANDON
023000         GO TO 9900-ABANDON.
023100     OPEN OUTPUT MVTAPP.
023200     IF NOT W-APP-OK
023300         MOVE 'OPEN MVTAPP' TO W-MOTIF-ABANDON
023400         GO TO 9900-ABANDON.
023500     OPEN OUTPUT ETATHLD.
023600     IF NOT W-ETA-OK
023700         MOVE 'OPEN ETATHLD' TO W-MOTIF-ABANDON
023800         GO TO 9900-ABANDON.
023900     PERFORM 8100-LIRE-MVT THRU 8100-EXIT.
024000     IF FIN-MVT OR MVT-CODE NOT = '1'
024100         MOVE 'ENTETE DE LOT ABSENTE' TO W-MOTIF-ABANDON
024200         GO TO 9900-ABANDON.
024300     MOVE MVT-ENREG TO W-ENTETE-LOT CTL-ENTETE-ZONE.
024400     WRITE APP-ENREG FROM W-ENTETE-LOT.
024500     IF NOT W-APP-OK
024600         MOVE 'WRITE ENTETE MVTAPP' TO W-MOTIF-ABANDON
024700         GO TO 9900-ABANDON.
024800     MOVE CTL-E-SOURCE    TO HLE-SOURCE.
024900     MOVE CTL-E-CYCLE     TO HLE-CYCLE.
025000     MOVE CTL-E-OPERATEUR TO HLE-OPERATEUR.
025100     WRITE HLE-LIGNE FROM HLE-ENTETE.
025200     PERFORM 8100-LIRE-MVT THRU 8100-EXIT.
025300     MOVE LOW-VALUE TO HLD-CLE.
025400     START HLDFIC KEY NOT LESS HLD-CLE.
025500     IF W-HLD-ABSENT OR W-HLD-FIN
025600         MOVE 'O' TO W-FIN-HLD
025700     ELSE
025800         IF NOT W-HLD-OK
025900             MOVE 'START HLDFIC' TO W-MOTIF-ABANDON
026000             GO TO 9900-ABANDON
026100         ELSE
026200             PERFORM 8200-LIRE-RETENUE THRU 8200-EXIT.
026300 1000-EXIT.
026400     EXIT.
026500******************************************************************
026600*  2000-RELACHER : RETENUE LIBEREE -> REINJECTEE DANS LE LOT,    *
026700*  ETAT I ; LES RETENUES EN ATTENTE SONT SEULEMENT COMPTEES      *
026800******************************************************************
026900 2000-RELACHER.
027000     IF HLD-EN-ATTENTE
027100         ADD 1 TO CPT-EN-ATTENTE
027200         GO TO 2000-SUIVANT.
027300     IF NOT HLD-LIBERE
027400         GO TO 2000-SUIVANT.
027500     WRITE APP-ENREG FROM HLD-MOUVEMENT.
027600     IF NOT W-APP-OK
027700         MOVE 'WRITE MVTAPP' TO W-MOTIF-ABANDON
027800         GO TO 9900-ABANDON.
027900     MOVE HLD-IMAGE TO W-HASH-IMAGE.
028000     PERFORM 7200-HASHER THRU 7200-EXIT.
028100     ADD 1 TO CPT-RELACHES.
028200     MOVE 'RELACHE - ' TO HLE-SENS.
028300     MOVE HLD-CODE-MVT TO HLE-CODE.
028400     PERFORM 5000-DETAIL-RETENUE THRU 5000-EXIT.
028500     MOVE 'I'          TO HLD-ETAT.
028600     MOVE W-DATE-JOUR  TO HLD-DATE-SORTIE.
028700     MOVE CTL-E-CYCLE  TO HLD-CYCLE-SORTIE.
028800     REWRITE HLD-ENREG.
028900     IF NOT W-HLD-OK
029000         MOVE 'REWRITE HLDFIC' TO W-MOTIF-ABANDON
029100         GO TO 9900-ABANDON.
029200 2000-SUIVANT.
029300     PERFORM 8200-LIRE-RETENUE THRU 8200-EXIT.
029400 2000-EXIT.
029500     EXIT.
029600******************************************************************
029700*  3000-TRIER-MOUVEMENT : AU DELA DU SEUIL DE L ENTITE LE        *
029800*  MOUVEMENT EST RETENU, SINON RECOPIE DANS LE LOT               *
029900******************************************************************
030000 3000-TRIER-MOUVEMENT.
030100     IF MVT-CODE = '9'
030200         MOVE MVT-ENREG     TO CTL-PIED-ZONE
030300         MOVE CTL-P-NB-MVTS TO W-NB-PIED
030400         MOVE 'O'           TO W-PIED-LU
030500         GO TO 3000-SUIVANT.
030600     IF MVT-CODE = '1'
030700         MOVE 'ENTETE DE LOT EN DOUBLE' TO W-MOTIF-ABANDON
030800         GO TO 9900-ABANDON.
030900     ADD 1 TO CPT-LUS.
031000     MOVE MVT-IMAGE TO W-HASH-IMAGE.
031100     MOVE W-HIM-CLE (1:2) TO W-ENTITE.
031200     PERFORM 3200-SEUIL-ENTITE THRU 3200-EXIT.
031210     PERFORM 3400-TRANSITION THRU 3400-EXIT.
031220     MOVE 'S'  TO W-NATURE-RETENUE.
031230     MOVE ZERO TO W-VARIATION.
031300     IF W-SEUIL-TROUVE = 'O'
031400         PERFORM 3100-VARIATION THRU 3100-EXIT
031500         IF W-VARIATION GREATER W-SEUIL
031600             PERFORM 3300-RETENIR THRU 3300-EXIT
031700             GO TO 3000-SUIVANT
031800         END-IF
031900     END-IF.
031910     IF W-TRS-APPROBATION = 'O'
031920         MOVE 'T' TO W-NATURE-RETENUE
031930         PERFORM 3300-RETENIR THRU 3300-EXIT
031940         GO TO 3000-SUIVANT.
032000     WRITE APP-ENREG FROM MVT-ENREG.
032100     IF NOT W-APP-OK
032200         MOVE 'WRITE MVTAPP' TO W-MOTIF-ABANDON
032300         GO TO 9900-ABANDON.
032400     PERFORM 7200-HASHER THRU 7200-EXIT.
032500     ADD 1 TO CPT-CONSERVES.
032600 3000-SUIVANT.
032700     PERFORM 8100-LIRE-MVT THRU 8100-EXIT.
032800 3000-EXIT.
032900     EXIT.
033000******************************************************************
033100*  3100-VARIATION : VARIATION DE MONTANT EN VALEUR ABSOLUE -     *
033200*  MAITRE LU SUR LA CLE POUR M, R ET S (ABSENT = ZERO)           *
033300******************************************************************
033400 3100-VARIATION.
033500     MOVE ZERO TO W-VARIATION W-MONTANT-IMAGE.
033600     IF MVT-AJUSTEMENT
033700         IF MVT-AJU-DELTA NUMERIC
033800             MOVE MVT-AJU-DELTA TO W-VARIATION
033900         END-IF
034000         GO TO 3100-EXIT.
034100     IF W-HIM-MONTANT NUMERIC
034200         MOVE W-HIM-MONTANT TO W-MONTANT-IMAGE.
034300     IF MVT-AJOUT
034400         MOVE W-MONTANT-IMAGE TO W-VARIATION
034500         GO TO 3100-ABSOLU.
034600     MOVE W-HIM-CLE TO FFFFFGS-CLE.
034700     READ FFFFFGS.
034800     IF W-FGS-ABSENT
034900         MOVE ZERO TO FFFFFGS-MONTANT
035000     ELSE
035100         IF NOT W-FGS-OK
035200             MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
035300             GO TO 9900-ABANDON.
035400     IF MVT-SUPPR
035500         MOVE FFFFFGS-MONTANT TO W-VARIATION
035600     ELSE
035700         COMPUTE W-VARIATION = W-MONTANT-IMAGE - FFFFFGS-MONTANT.
035800 3100-ABSOLU.
035900     IF W-VARIATION LESS ZERO
036000         COMPUTE W-VARIATION = ZERO - W-VARIATION.
036100 3100-EXIT.
036200     EXIT.
036300******************************************************************
036400*  3200-SEUIL-ENTITE : REFTBL SEUM DE L ENTITE, A DEFAUT ** -    *
036500*  GARDE POUR L ENTITE SUIVANTE SI ELLE EST LA MEME              *
036600******************************************************************
036700 3200-SEUIL-ENTITE.
036800     IF W-ENTITE = W-ENTITE-SEUIL
036900         GO TO 3200-EXIT.
037000     MOVE W-ENTITE    TO W-ENTITE-SEUIL.
037100     MOVE 'N'         TO W-SEUIL-TROUVE.
037200     MOVE 'SEUM'      TO REF-D-TYPE.
037300     MOVE SPACES      TO REF-D-CODE.
037400     MOVE W-ENTITE    TO REF-D-CODE (1:2).
037500     MOVE W-DATE-JOUR TO REF-D-DATE.
037600     CALL 'GSRT060' USING REF-DEM.
037700     IF REF-D-INCIDENT
037800         MOVE 'GSRT060 - LECTURE REFTBL' TO W-MOTIF-ABANDON
037900         GO TO 9900-ABANDON.
038000     IF NOT REF-D-TROUVE
038100         MOVE SPACES TO REF-D-CODE
038200         MOVE '**'   TO REF-D-CODE (1:2)
038300         CALL 'GSRT060' USING REF-DEM
038400         IF NOT REF-D-TROUVE
038500             GO TO 3200-EXIT
038600         END-IF
038700     END-IF.
038800     MOVE REF-D-LIB-COURT (1:13) TO W-SEUIL-X.
038900     IF W-SEUIL-9 NOT NUMERIC
039000         MOVE 'SEUIL SEUM NON NUMERIQUE' TO W-MOTIF-ABANDON
039100         GO TO 9900-ABANDON.
039200     MOVE W-SEUIL-9 TO W-SEUIL.
039300     MOVE 'O'       TO W-SEUIL-TROUVE.
039400 3200-EXIT.
039500     EXIT.
039600******************************************************************
039700*  3300-RETENIR : LE MOUVEMENT PART DANS HLDFIC A L ETAT A,      *
039800*  NUMERO SUIVANT DU JOUR                                        *
039900******************************************************************
040000 3300-RETENIR.
040100     MOVE SPACES          TO HLD-ENREG.
040200     MOVE W-DATE-JOUR     TO HLD-DATE.
040300     MOVE W-DERNIER-SEQ   TO HLD-SEQ.
040400     MOVE 'A'             TO HLD-ETAT.
040500     MOVE CTL-E-SOURCE    TO HLD-SOURCE.
040600     MOVE CTL-E-OPERATEUR TO HLD-OPERATEUR.
040700     MOVE CTL-E-CYCLE     TO HLD-CYCLE.
040800     MOVE W-HIM-CLE       TO HLD-FGS-CLE.
040900     MOVE W-ENTITE        TO HLD-ENTITE.
041000     MOVE W-VARIATION     TO HLD-VARIATION.
041100     MOVE W-SEUIL         TO HLD-SEUIL.
041110     IF W-SEUIL-TROUVE NOT = 'O'
041120         MOVE ZERO        TO HLD-SEUIL.
041130     MOVE W-NATURE-RETENUE TO HLD-NATURE.
041140     MOVE W-STATUT-AVANT  TO HLD-STATUT-AVANT.
041150     MOVE W-STATUT-APRES  TO HLD-STATUT-APRES.
041200     MOVE ZERO            TO HLD-DATE-DECISION HLD-HEURE-DECISION
041300                             HLD-DATE-SORTIE HLD-CYCLE-SORTIE.
041400     MOVE MVT-ENREG       TO HLD-MOUVEMENT.
041500 3300-ECRIRE.
041600     ADD 1 TO HLD-SEQ.
041700     WRITE HLD-ENREG.
041800     IF W-HLD-DOUBLE AND HLD-SEQ LESS 999999
041900         GO TO 3300-ECRIRE.
042000     IF NOT W-HLD-OK
042100         MOVE 'WRITE HLDFIC' TO W-MOTIF-ABANDON
042200         GO TO 9900-ABANDON.
042300     MOVE HLD-SEQ TO W-DERNIER-SEQ.
042400     ADD 1 TO CPT-RETENUS.
042500     MOVE 'RETENU  - ' TO HLE-SENS.
042600     MOVE MVT-CODE     TO HLE-CODE.
042700     PERFORM 5000-DETAIL-RETENUE THRU 5000-EXIT.
042800 3300-EXIT.
042900     EXIT.
042902******************************************************************
042904*  3400-TRANSITION : M / R CHANGEANT LE STATUT DU MAITRE -       *
042906*  TRANSITION CHERCHEE EN REFTBL TRST (AVANT + APRES) ;          *
042908*  APPROBATION REQUISE = LIBELLE COURT 2E CARACTERE O.           *
042910*  TRANSITION ABSENTE : GSBT010 LA REJETTERA (GSED050 E012)      *
042912******************************************************************
042914 3400-TRANSITION.
042916     MOVE SPACES TO W-STATUT-AVANT W-STATUT-APRES.
042918     MOVE 'N'    TO W-TRS-APPROBATION.
042920     IF NOT MVT-MODIF AND NOT MVT-MODIF-EXTOURNE
042922         GO TO 3400-EXIT.
042924     MOVE W-HIM-CLE TO FFFFFGS-CLE.
042926     READ FFFFFGS.
042928     IF W-FGS-ABSENT
042930         GO TO 3400-EXIT.
042932     IF NOT W-FGS-OK
042934         MOVE 'READ FFFFFGS - TRANSITION' TO W-MOTIF-ABANDON
042936         GO TO 9900-ABANDON.
042938     IF MVT-IMAGE (16:2) = FFFFFGS-STATUT
042940         GO TO 3400-EXIT.
042942     MOVE FFFFFGS-STATUT   TO W-STATUT-AVANT.
042944     MOVE MVT-IMAGE (16:2) TO W-STATUT-APRES.
042946     MOVE 'TRST'           TO REF-D-TYPE.
042948     MOVE SPACES           TO REF-D-CODE.
042950     MOVE W-STATUT-AVANT   TO REF-D-CODE (1:2).
042952     MOVE W-STATUT-APRES   TO REF-D-CODE (3:2).
042954     MOVE W-DATE-JOUR      TO REF-D-DATE.
042956     CALL 'GSRT060' USING REF-DEM.
042958     IF REF-D-INCIDENT
042960         MOVE 'GSRT060 - LECTURE REFTBL TRST' TO W-MOTIF-ABANDON
042962         GO TO 9900-ABANDON.
042964     IF REF-D-TROUVE AND REF-D-LIB-COURT (2:1) = 'O'
042966         MOVE 'O' TO W-TRS-APPROBATION.
042968 3400-EXIT.
042970     EXIT.
043000******************************************************************
043100*  4000-TERMINAISON : PIED DU LOT DE SORTIE, RAPPROCHEMENT,      *
043200*  TOTAUX ET FERMETURES                                          *
043300******************************************************************
043400 4000-TERMINAISON.
043500     IF W-PIED-LU NOT = 'O'
043600         MOVE 'PIED DE LOT ABSENT' TO W-MOTIF-ABANDON
043700         GO TO 9900-ABANDON.
043800     IF W-NB-PIED NOT = CPT-LUS
043900      OR CPT-LUS NOT = CPT-CONSERVES + CPT-RETENUS
044000         MOVE 'ECART LUS / CONSERVES + RETENUS' TO W-MOTIF-ABANDON
044100         GO TO 9900-ABANDON.
044200     PERFORM 7300-PIED-LOT THRU 7300-EXIT.
044300     MOVE CPT-LUS        TO TOT-LUS.
044400     MOVE CPT-CONSERVES  TO TOT-CONSERVES.
044500     MOVE CPT-RETENUS    TO TOT-RETENUS.
044600     MOVE CPT-RELACHES   TO TOT-RELACHES.
044700     MOVE CPT-EN-ATTENTE TO TOT-ATTENTE.
044800     MOVE CPT-MVTS-LOT   TO TOT-SORTIE.
044900     WRITE HLE-LIGNE FROM HLE-TOTAUX.
045000     MOVE W-NB-PIED      TO EQU-PIED.
045100     MOVE CPT-MVTS-LOT   TO EQU-SORTIE.
045200     WRITE HLE-LIGNE FROM HLE-EQUILIBRE.
045300     CLOSE MVTFIC FFFFFGS HLDFIC MVTAPP ETATHLD.
045400     DISPLAY 'GSHM760 - MOUVEMENTS RETENUS  : ' CPT-RETENUS.
045500     DISPLAY 'GSHM760 - MOUVEMENTS RELACHES : ' CPT-RELACHES.
045600 4000-EXIT.
045700     EXIT.
045800******************************************************************
045900*  5000-DETAIL-RETENUE : LIGNE D ETAT D UNE RETENUE              *
046000******************************************************************
046100 5000-DETAIL-RETENUE.
046200     MOVE HLD-FGS-CLE   TO HLE-CLE.
046300     MOVE HLD-VARIATION TO HLE-VARIATION.
046400     MOVE HLD-SEUIL     TO HLE-SEUIL.
046500     MOVE HLD-DATE      TO HLE-DATE-RET.
046600     MOVE HLD-SEQ       TO HLE-SEQ-RET.
046610     IF HLD-STATUT-AVANT = SPACES OR LOW-VALUE
046620         MOVE SPACES           TO HLE-TRANSITION
046630     ELSE
046640         MOVE ' TRS '          TO HLE-TRS-LIB
046650         MOVE HLD-STATUT-AVANT TO HLE-TRS-AVANT
046660         MOVE '>'              TO HLE-TRS-SIGNE
046670         MOVE HLD-STATUT-APRES TO HLE-TRS-APRES.
046700     WRITE HLE-LIGNE FROM HLE-DETAIL.
046800 5000-EXIT.
046900     EXIT.
047000******************************************************************
047100*  7200-HASHER : CUMULS DU PIED - MEMES REGLES QUE GSBC030       *
047200******************************************************************
047300 7200-HASHER.
047400     ADD 1 TO CPT-MVTS-LOT.
047500     MOVE W-HIM-CLE TO W-CLE-HASH-X.
047600     IF W-CLE-HASH-9 NUMERIC
047700         ADD W-CLE-HASH-9 TO W-HASH-CLE.
047800     IF W-HIM-MONTANT NUMERIC
047900         IF W-HIM-MONTANT LESS ZERO
048000             SUBTRACT W-HIM-MONTANT FROM W-HASH-MONTANT
048100         ELSE
048200             ADD W-HIM-MONTANT TO W-HASH-MONTANT
048300         END-IF
048400     END-IF.
048500     IF W-HIM-MONTANT-ECH NUMERIC
048600         IF W-HIM-MONTANT-ECH LESS ZERO
048700             SUBTRACT W-HIM-MONTANT-ECH FROM W-HASH-MONTANT
048800         ELSE
048900             ADD W-HIM-MONTANT-ECH TO W-HASH-MONTANT
049000         END-IF
049100     END-IF.
049200 7200-EXIT.
049300     EXIT.
049400******************************************************************
049500*  7300-PIED-LOT : PIED DE LOT FFFFFGCT - HASH TRONQUES A 15     *
049600******************************************************************
049700 7300-PIED-LOT.
049800     MOVE W-HASH-CLE TO W-HASH-CLE-15.
049900     COMPUTE W-HASH-MONT-15 = W-HASH-MONTANT * 100.
050000     MOVE SPACES          TO CTL-PIED-ZONE.
050100     MOVE '9'             TO CTL-P-CODE.
050200     MOVE CPT-MVTS-LOT    TO CTL-P-NB-MVTS.
050300     MOVE W-HASH-CLE-15   TO CTL-P-HASH-CLE.
050400     MOVE W-HASH-MONT-15  TO CTL-P-HASH-MONTANT.
050500     WRITE APP-ENREG FROM CTL-PIED-ZONE.
050600     IF NOT W-APP-OK
050700         MOVE 'WRITE PIED MVTAPP' TO W-MOTIF-ABANDON
050800         GO TO 9900-ABANDON.
050900 7300-EXIT.
051000     EXIT.
051100******************************************************************
051200*  8100-LIRE-MVT : ENREGISTREMENT SUIVANT DU LOT                 *
051300******************************************************************
051400 8100-LIRE-MVT.
051500     READ MVTFIC.
051600     IF W-MVT-FIN
051700         MOVE 'O' TO W-FIN-MVT
051800         GO TO 8100-EXIT.
051900     IF NOT W-MVT-OK
052000         MOVE 'READ MVTFIC' TO W-MOTIF-ABANDON
052100         GO TO 9900-ABANDON.
052200 8100-EXIT.
052300     EXIT.
052400******************************************************************
052500*  8200-LIRE-RETENUE : RETENUE SUIVANTE                          *
052600******************************************************************
052700 8200-LIRE-RETENUE.
052800     READ HLDFIC NEXT.
052900     IF W-HLD-FIN
053000         MOVE 'O' TO W-FIN-HLD
053100         GO TO 8200-EXIT.
053200     IF NOT W-HLD-OK
053300         MOVE 'READ HLDFIC' TO W-MOTIF-ABANDON
053400         GO TO 9900-ABANDON.
053500 8200-EXIT.
053600     EXIT.
053700******************************************************************
053800*  9900-ABANDON : ARRET ANORMAL - LE LOT NE DOIT PAS PASSER      *
053900******************************************************************
054000 9900-ABANDON.
054100     DISPLAY 'GSHM760 - ABANDON : ' W-MOTIF-ABANDON.
054200     MOVE 16 TO RETURN-CODE.
054300     STOP RUN.
