000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSGA731.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSGA731 : COUVERTURE DES ENCOURS PAR LES GARANTIES            *
000900*  ------------------------------------------------------------  *
001000*  POUR CHAQUE ENREGISTREMENT DU MAITRE PORTANT DES GARANTIES    *
001100*  GARFIC : VALEUR CUMULEE, TAUX DE COUVERTURE = VALEUR /        *
001200*  MONTANT EN POURCENT, ET SIGNALEMENT DES CAS A REVOIR :        *
001300*   SOUS-COUVERT  : MONTANT POSITIF ET TAUX SOUS LE SEUIL        *
001400*   REEVAL RETARD : UNE GARANTIE DONT LA DATE DE REEVALUATION    *
001500*                   EST PASSEE                                   *
001600*   GARANT NON LIE: GARANT FFFFFGS SANS LIAISON LIAFIC EN EFFET  *
001700*                   (LA LIAISON A PU ETRE RETIREE DEPUIS LA      *
001800*                   SAISIE PAR GSGA730)                          *
001900*  PUIS UN TOTAL PAR ENTITE : ENCOURS GARANTIS ET NON GARANTIS,  *
002000*  VALEUR, TAUX ET NOMBRE DE CAS SIGNALES.                       *
002100*  CARTE PARAMETRE : SEUIL(3) EN POURCENT, 100 PAR DEFAUT        *
002200*  ------------------------------------------------------------  *
002300*  ENTREE  : FFFFFGS  MAITRE (LECTURE SEQUENTIELLE)              *
002400*            GARFIC   GARANTIES PAR CLE                          *
002500*            LIAFIC   LIAISONS ENTRE ENREGISTREMENTS             *
002600*  SORTIE  : ETATGAR  ETAT DE COUVERTURE                         *
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
004300       ACCESS MODE   SEQUENTIAL
004400       RECORD KEY    FFFFFGS-CLE
004500       FILE STATUS   W-FFFFFGS-STATUS.
004600     SELECT GARFIC  ASSIGN  GARFIC
004700       ORGANIZATION  INDEXED
004800       ACCESS MODE   DYNAMIC
004900       RECORD KEY    GAR-CLE
005000       FILE STATUS   W-GARFIC-STATUS.
005100     SELECT LIAFIC  ASSIGN  LIAFIC
005200       ORGANIZATION  INDEXED
005300       ACCESS MODE   RANDOM
005400       RECORD KEY    LIA-CLE
005500       FILE STATUS   W-LIAFIC-STATUS.
005600     SELECT ETATGAR ASSIGN  ETATGAR
005700       ORGANIZATION  SEQUENTIAL
005800       FILE STATUS   W-ETATGAR-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  FFFFFGS
006200     LABEL RECORD STANDARD
006300     DATA RECORD FFFFFGS-ENREG.
006400 COPY FFFFFFGS.
006500 FD  GARFIC
006600     LABEL RECORD STANDARD
006700     DATA RECORD GAR-ENREG.
006800 COPY FFFFFGGA.
006900 FD  LIAFIC
007000     LABEL RECORD STANDARD
007100     DATA RECORD LIA-ENREG.
007200 COPY FFFFFGL.
007300 FD  ETATGAR
007400     LABEL RECORD STANDARD
007500     DATA RECORD EGA-LIGNE.
007600 01  EGA-LIGNE                       PIC X(132).
007700 WORKING-STORAGE SECTION.
007800 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
007900 77  CPT-GARANTIS                    PIC S9(08) COMP VALUE ZERO.
008000 77  CPT-SOUS-COUVERTS               PIC S9(08) COMP VALUE ZERO.
008100 77  CPT-REEVAL-RETARD               PIC S9(08) COMP VALUE ZERO.
008200 77  CPT-GARANT-NON-LIE              PIC S9(08) COMP VALUE ZERO.
008300 77  W-NB-GARANTIES                  PIC S9(04) COMP VALUE ZERO.
008400 77  W-NB-RETARD                     PIC S9(04) COMP VALUE ZERO.
008500 77  W-NB-NON-LIE                    PIC S9(04) COMP VALUE ZERO.
008600 77  IX-ENT                          PIC S9(04) COMP VALUE ZERO.
008700 77  NB-ENTITES                      PIC S9(04) COMP VALUE ZERO.
008800 77  W-FIN-GAR                       PIC X(01).
008900 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
009000     88  FIN-FGS                     VALUE 'O'.
009100 COPY FFFFFGSW.
009200 01  W-GARFIC-STATUS                 PIC X(02).
009300     88  W-GAR-OK                    VALUE '00'.
009400     88  W-GAR-FIN                   VALUE '10'.
009500     88  W-GAR-ABSENT                VALUE '23'.
009600 01  W-LIAFIC-STATUS                 PIC X(02).
009700     88  W-LIA-OK                    VALUE '00'.
009800     88  W-LIA-ABSENT                VALUE '23'.
009900 01  W-ETATGAR-STATUS                PIC X(02).
010000     88  W-EGA-OK                    VALUE '00'.
010100 01  W-MOTIF-ABANDON                 PIC X(40).
010200 01  W-PARM.
010300     05  W-PARM-SEUIL                PIC X(03).
010400 01  W-SEUIL                         PIC 9(03) VALUE 100.
010500 01  W-DATE-JOUR                     PIC 9(08).
010600 01  W-LIAISON                       PIC X(01).
010700 01  W-ENCOURS                       PIC S9(11)V99 COMP-3.
010800 01  W-VALEUR                        PIC S9(13)V99 COMP-3.
010900 01  W-TAUX                          PIC S9(05)V99 COMP-3.
011000 01  W-SIGNAL                        PIC X(01).
011100 01  W-TOT-ENCOURS                   PIC S9(15)V99 COMP-3
011200                                     VALUE ZERO.
011300 01  W-TOT-VALEUR                    PIC S9(15)V99 COMP-3
011400                                     VALUE ZERO.
011500*    TOTAUX PAR ENTITE - SATURATION = ABANDON (ETAT FAUX SINON)
011600 01  W-TABLE-ENTITES.
011700     05  W-ENT-POSTE OCCURS 20.
011800         10  W-ENT-CODE              PIC X(02).
011900         10  W-ENT-GARANTIS          PIC S9(08) COMP.
012000         10  W-ENT-ENC-GARANTI       PIC S9(13)V99 COMP-3.
012100         10  W-ENT-VALEUR            PIC S9(13)V99 COMP-3.
012200         10  W-ENT-NON-GARANTIS      PIC S9(08) COMP.
012300         10  W-ENT-ENC-NON-GARANTI   PIC S9(13)V99 COMP-3.
012400         10  W-ENT-SOUS-COUVERTS     PIC S9(08) COMP.
012500         10  W-ENT-REEVAL-RETARD     PIC S9(08) COMP.
012600         10  W-ENT-GARANT-NON-LIE    PIC S9(08) COMP.
012700 01  EGA-ENTETE.
012800     05  FILLER                      PIC X(38)
012900         VALUE 'GSGA731 - COUVERTURE DES ENCOURS AU '.
013000     05  EGA-E-DATE                  PIC 9(08).
013100     05  FILLER                      PIC X(09) VALUE ' - SEUIL '.
013200     05  EGA-E-SEUIL                 PIC ZZ9.
013300     05  FILLER                      PIC X(74) VALUE ' %'.
013400 01  EGA-DETAIL.
013500     05  EGA-D-CLE                   PIC X(15).
013600     05  FILLER                      PIC X(01) VALUE SPACE.
013700     05  EGA-D-UNITE                 PIC X(06).
013800     05  FILLER                      PIC X(01) VALUE SPACE.
013900     05  EGA-D-ENCOURS               PIC -(10)9,99.
014000     05  FILLER                      PIC X(01) VALUE SPACE.
014100     05  EGA-D-VALEUR                PIC -(12)9,99.
014200     05  FILLER                      PIC X(01) VALUE SPACE.
014300     05  EGA-D-TAUX                  PIC Z(04)9,99.
014400     05  FILLER                      PIC X(02) VALUE ' %'.
014500     05  FILLER                      PIC X(01) VALUE SPACE.
014600     05  EGA-D-NB                    PIC ZZ9.
014700     05  FILLER                      PIC X(01) VALUE SPACE.
014800     05  EGA-D-SOUS                  PIC X(12).
014900     05  FILLER                      PIC X(01) VALUE SPACE.
015000     05  EGA-D-RETARD                PIC X(13).
015100     05  FILLER                      PIC X(01) VALUE SPACE.
015200     05  EGA-D-NON-LIE               PIC X(14).
015300     05  FILLER                      PIC X(21) VALUE SPACES.
015400 01  EGA-ENTITE-1.
015500     05  FILLER                      PIC X(13)
015600         VALUE 'TOTAL ENTITE '.
015700     05  EGA-N-ENTITE                PIC X(02).
015800     05  FILLER                      PIC X(12)
015900         VALUE ' GARANTIS : '.
016000     05  EGA-N-GARANTIS              PIC Z(07)9.
016100     05  FILLER                      PIC X(09) VALUE ' ENCOURS '.
016200     05  EGA-N-ENC-GARANTI           PIC -(12)9,99.
016300     05  FILLER                      PIC X(08) VALUE ' VALEUR '.
016400     05  EGA-N-VALEUR                PIC -(12)9,99.
016500     05  FILLER                      PIC X(06) VALUE ' TAUX '.
016600     05  EGA-N-TAUX                  PIC Z(04)9,99.
016700     05  FILLER                      PIC X(34) VALUE ' %'.
016800 01  EGA-ENTITE-2.
016900     05  FILLER                      PIC X(10) VALUE SPACES.
017000     05  FILLER                      PIC X(16)
017100         VALUE ' NON GARANTIS : '.
017200     05  EGA-N-NON-GARANTIS          PIC Z(07)9.
017300     05  FILLER                      PIC X(09) VALUE ' ENCOURS '.
017400     05  EGA-N-ENC-NON-GARANTI       PIC -(12)9,99.
017500     05  FILLER                      PIC X(15)
017600         VALUE ' SOUS-COUVERTS '.
017700     05  EGA-N-SOUS                  PIC Z(07)9.
017800     05  FILLER                      PIC X(15)
017900         VALUE ' REEVAL RETARD '.
018000     05  EGA-N-RETARD                PIC Z(07)9.
018100     05  FILLER                      PIC X(16)
018200         VALUE ' GARANT NON LIE '.
018300     05  EGA-N-NON-LIE               PIC Z(07)9.
018400     05  FILLER                      PIC X(03) VALUE SPACES.
018500 01  EGA-TOTAL.
018600     05  EGA-T-LIBELLE               PIC X(30).
018700     05  FILLER                      PIC X(06) VALUE ' NB : '.
018800     05  EGA-T-NB                    PIC Z(07)9.
018900     05  FILLER                      PIC X(11)
019000         VALUE ' MONTANT : '.
019100     05  EGA-T-MONTANT               PIC -(12)9,99.
019200     05  FILLER                      PIC X(61) VALUE SPACES.
019300 PROCEDURE DIVISION.
019400******************************************************************
019500*  0000-MAINLINE : PASSE SUR LE MAITRE, TOTAUX PAR ENTITE        *
019600******************************************************************
019700 0000-MAINLINE.
019800     ACCEPT W-PARM.
019900     IF W-PARM-SEUIL NUMERIC
020000         MOVE W-PARM-SEUIL TO W-SEUIL.
020100     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
020200     OPEN INPUT FFFFFGS.
020300     IF NOT W-FGS-OK
020400         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
020500         GO TO 9900-ABANDON.
020600     OPEN INPUT GARFIC.
020700     IF NOT W-GAR-OK
020800         MOVE 'OPEN GARFIC'  TO W-MOTIF-ABANDON
020900         GO TO 9900-ABANDON.
021000     OPEN INPUT LIAFIC.
021100     IF NOT W-LIA-OK
021200         MOVE 'OPEN LIAFIC'  TO W-MOTIF-ABANDON
021300         GO TO 9900-ABANDON.
021400     OPEN OUTPUT ETATGAR.
021500     IF NOT W-EGA-OK
021600         MOVE 'OPEN ETATGAR' TO W-MOTIF-ABANDON
021700         GO TO 9900-ABANDON.
021800     MOVE W-DATE-JOUR TO EGA-E-DATE.
021900     MOVE W-SEUIL     TO EGA-E-SEUIL.
022000     WRITE EGA-LIGNE FROM EGA-ENTETE.
022100     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
022200     PERFORM 2000-UN-ENREG THRU 2000-EXIT
022300         UNTIL FIN-FGS.
022400     PERFORM 3000-ENTITES THRU 3000-EXIT.
022500     PERFORM 3900-BILAN THRU 3900-EXIT.
022600     CLOSE FFFFFGS GARFIC LIAFIC ETATGAR.
022700     DISPLAY 'GSGA731 - GARANTIS      : ' CPT-GARANTIS.
022800     DISPLAY 'GSGA731 - SOUS-COUVERTS : ' CPT-SOUS-COUVERTS.
022900     DISPLAY 'GSGA731 - REEVAL RETARD : ' CPT-REEVAL-RETARD.
023000     GOBACK.
023100 0000-EXIT.
023200     EXIT.
023300******************************************************************
023400*  2000-UN-ENREG : GARANTIES DE LA CLE, TAUX ET SIGNALEMENTS     *
023500******************************************************************
023600 2000-UN-ENREG.
023700     ADD 1 TO CPT-LUS.
023800     MOVE ZERO TO W-ENCOURS.
023900     IF FFFFFGS-MONTANT NUMERIC
024000      AND FFFFFGS-MONTANT GREATER ZERO
024100         MOVE FFFFFGS-MONTANT TO W-ENCOURS.
024200     PERFORM 2100-CUMULER-GARANTIES THRU 2100-EXIT.
024300     PERFORM 7300-CUMULER-ENTITE THRU 7300-EXIT.
024400     IF W-NB-GARANTIES = ZERO
024500         ADD 1 TO W-ENT-NON-GARANTIS (IX-ENT)
024600         ADD W-ENCOURS TO W-ENT-ENC-NON-GARANTI (IX-ENT)
024700         GO TO 2000-SUIVANT.
024800     ADD 1 TO CPT-GARANTIS.
024900     ADD W-ENCOURS TO W-TOT-ENCOURS.
025000     ADD W-VALEUR  TO W-TOT-VALEUR.
025100     ADD 1         TO W-ENT-GARANTIS (IX-ENT).
025200     ADD W-ENCOURS TO W-ENT-ENC-GARANTI (IX-ENT).
025300     ADD W-VALEUR  TO W-ENT-VALEUR (IX-ENT).
025400     MOVE SPACES TO EGA-D-SOUS EGA-D-RETARD EGA-D-NON-LIE.
025500     IF W-ENCOURS = ZERO
025600         MOVE 99999,99 TO W-TAUX
025700     ELSE
025800         COMPUTE W-TAUX ROUNDED = W-VALEUR * 100 / W-ENCOURS
025900             ON SIZE ERROR MOVE 99999,99 TO W-TAUX
026000         END-COMPUTE.
026100     IF W-ENCOURS GREATER ZERO
026200      AND W-TAUX LESS W-SEUIL
026300         MOVE 'SOUS-COUVERT' TO EGA-D-SOUS
026400         ADD 1 TO CPT-SOUS-COUVERTS
026500         ADD 1 TO W-ENT-SOUS-COUVERTS (IX-ENT).
026600     IF W-NB-RETARD GREATER ZERO
026700         MOVE 'REEVAL RETARD' TO EGA-D-RETARD
026800         ADD 1 TO CPT-REEVAL-RETARD
026900         ADD 1 TO W-ENT-REEVAL-RETARD (IX-ENT).
027000     IF W-NB-NON-LIE GREATER ZERO
027100         MOVE 'GARANT NON LIE' TO EGA-D-NON-LIE
027200         ADD 1 TO CPT-GARANT-NON-LIE
027300         ADD 1 TO W-ENT-GARANT-NON-LIE (IX-ENT).
027400     MOVE FFFFFGS-CLE    TO EGA-D-CLE.
027500     MOVE FFFFFGS-UNITE  TO EGA-D-UNITE.
027600     MOVE W-ENCOURS      TO EGA-D-ENCOURS.
027700     MOVE W-VALEUR       TO EGA-D-VALEUR.
027800     MOVE W-TAUX         TO EGA-D-TAUX.
027900     MOVE W-NB-GARANTIES TO EGA-D-NB.
028000     WRITE EGA-LIGNE FROM EGA-DETAIL.
028100 2000-SUIVANT.
028200     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
028300 2000-EXIT.
028400     EXIT.
028500******************************************************************
028600*  2100-CUMULER-GARANTIES : PARCOURS DES GARANTIES DE LA CLE     *
028700******************************************************************
028800 2100-CUMULER-GARANTIES.
028900     MOVE ZERO TO W-NB-GARANTIES W-NB-RETARD W-NB-NON-LIE
029000                  W-VALEUR.
029100     MOVE FFFFFGS-CLE TO GAR-FGS-CLE.
029200     MOVE ZERO        TO GAR-NUMERO.
029300     START GARFIC KEY NOT LESS GAR-CLE.
029400     IF W-GAR-ABSENT OR W-GAR-FIN OR NOT W-GAR-OK
029500         GO TO 2100-EXIT.
029600     MOVE 'N' TO W-FIN-GAR.
029700     PERFORM 2150-UNE-GARANTIE THRU 2150-EXIT
029800         UNTIL W-FIN-GAR = 'O'.
029900 2100-EXIT.
030000     EXIT.
030100 2150-UNE-GARANTIE.
030200     READ GARFIC NEXT.
030300     IF NOT W-GAR-OK
030400      OR GAR-FGS-CLE NOT = FFFFFGS-CLE
030500         MOVE 'O' TO W-FIN-GAR
030600         GO TO 2150-EXIT.
030700     ADD 1 TO W-NB-GARANTIES.
030800     IF GAR-VALEUR NUMERIC
030900         ADD GAR-VALEUR TO W-VALEUR.
031000     IF GAR-DATE-REEVAL LESS W-DATE-JOUR
031100         ADD 1 TO W-NB-RETARD.
031200     IF GAR-GARANT-CLE NOT = SPACES
031300         PERFORM 2200-CONTROLER-GARANT THRU 2200-EXIT
031400         IF W-LIAISON NOT = 'O'
031500             ADD 1 TO W-NB-NON-LIE
031600         END-IF
031700     END-IF.
031800 2150-EXIT.
031900     EXIT.
032000******************************************************************
032100*  2200-CONTROLER-GARANT : LIAISON LIAFIC EN EFFET DANS UN SENS  *
032200*  OU DANS L AUTRE (MEME REGLE QUE LA SAISIE GSGA730)            *
032300******************************************************************
032400 2200-CONTROLER-GARANT.
032500     MOVE GAR-FGS-CLE    TO LIA-FGS-CLE-1.
032600     MOVE GAR-GARANT-CLE TO LIA-FGS-CLE-2.
032700     PERFORM 2300-LIRE-LIAISON THRU 2300-EXIT.
032800     IF W-LIAISON = 'O'
032900         GO TO 2200-EXIT.
033000     MOVE GAR-GARANT-CLE TO LIA-FGS-CLE-1.
033100     MOVE GAR-FGS-CLE    TO LIA-FGS-CLE-2.
033200     PERFORM 2300-LIRE-LIAISON THRU 2300-EXIT.
033300 2200-EXIT.
033400     EXIT.
033500 2300-LIRE-LIAISON.
033600     MOVE 'N' TO W-LIAISON.
033700     READ LIAFIC.
033800     IF W-LIA-ABSENT
033900         GO TO 2300-EXIT.
034000     IF NOT W-LIA-OK
034100         MOVE 'READ LIAFIC' TO W-MOTIF-ABANDON
034200         GO TO 9900-ABANDON.
034300     IF LIA-DATE-DEBUT NOT GREATER W-DATE-JOUR
034400      AND (LIA-DATE-FIN = ZERO
034500        OR LIA-DATE-FIN NOT LESS W-DATE-JOUR)
034600         MOVE 'O' TO W-LIAISON.
034700 2300-EXIT.
034800     EXIT.
034900******************************************************************
035000*  3000-ENTITES : LES DEUX LIGNES DE TOTAL PAR ENTITE            *
035100******************************************************************
035200 3000-ENTITES.
035300     MOVE ZERO TO IX-ENT.
035400 3000-LIGNE.
035500     ADD 1 TO IX-ENT.
035600     IF IX-ENT GREATER NB-ENTITES
035700         GO TO 3000-EXIT.
035800     MOVE W-ENT-CODE (IX-ENT)        TO EGA-N-ENTITE.
035900     MOVE W-ENT-GARANTIS (IX-ENT)    TO EGA-N-GARANTIS.
036000     MOVE W-ENT-ENC-GARANTI (IX-ENT) TO EGA-N-ENC-GARANTI.
036100     MOVE W-ENT-VALEUR (IX-ENT)      TO EGA-N-VALEUR.
036200     IF W-ENT-ENC-GARANTI (IX-ENT) = ZERO
036300         MOVE ZERO TO W-TAUX
036400     ELSE
036500         COMPUTE W-TAUX ROUNDED = W-ENT-VALEUR (IX-ENT) * 100
036600                                / W-ENT-ENC-GARANTI (IX-ENT)
036700             ON SIZE ERROR MOVE 99999,99 TO W-TAUX
036800         END-COMPUTE.
036900     MOVE W-TAUX TO EGA-N-TAUX.
037000     WRITE EGA-LIGNE FROM EGA-ENTITE-1.
037100     MOVE W-ENT-NON-GARANTIS (IX-ENT)    TO EGA-N-NON-GARANTIS.
037200     MOVE W-ENT-ENC-NON-GARANTI (IX-ENT) TO EGA-N-ENC-NON-GARANTI.
037300     MOVE W-ENT-SOUS-COUVERTS (IX-ENT)   TO EGA-N-SOUS.
037400     MOVE W-ENT-REEVAL-RETARD (IX-ENT)   TO EGA-N-RETARD.
037500     MOVE W-ENT-GARANT-NON-LIE (IX-ENT)  TO EGA-N-NON-LIE.
037600     WRITE EGA-LIGNE FROM EGA-ENTITE-2.
037700     GO TO 3000-LIGNE.
037800 3000-EXIT.
037900     EXIT.
038000******************************************************************
038100*  3900-BILAN : TOTAUX GENERAUX                                  *
038200******************************************************************
038300 3900-BILAN.
038400     MOVE 'ENREGISTREMENTS LUS'        TO EGA-T-LIBELLE.
038500     MOVE CPT-LUS                      TO EGA-T-NB.
038600     MOVE ZERO                         TO EGA-T-MONTANT.
038700     WRITE EGA-LIGNE FROM EGA-TOTAL.
038800     MOVE 'ENCOURS GARANTIS'           TO EGA-T-LIBELLE.
038900     MOVE CPT-GARANTIS                 TO EGA-T-NB.
039000     MOVE W-TOT-ENCOURS                TO EGA-T-MONTANT.
039100     WRITE EGA-LIGNE FROM EGA-TOTAL.
039200     MOVE 'VALEUR DES GARANTIES'       TO EGA-T-LIBELLE.
039300     MOVE W-TOT-VALEUR                 TO EGA-T-MONTANT.
039400     WRITE EGA-LIGNE FROM EGA-TOTAL.
039500     MOVE ZERO                         TO EGA-T-MONTANT.
039600     MOVE 'SOUS-COUVERTS'              TO EGA-T-LIBELLE.
039700     MOVE CPT-SOUS-COUVERTS            TO EGA-T-NB.
039800     WRITE EGA-LIGNE FROM EGA-TOTAL.
039900     MOVE 'REEVALUATIONS EN RETARD'    TO EGA-T-LIBELLE.
040000     MOVE CPT-REEVAL-RETARD            TO EGA-T-NB.
040100     WRITE EGA-LIGNE FROM EGA-TOTAL.
040200     MOVE 'GARANTS SANS LIAISON LIAFIC' TO EGA-T-LIBELLE.
040300     MOVE CPT-GARANT-NON-LIE           TO EGA-T-NB.
040400     WRITE EGA-LIGNE FROM EGA-TOTAL.
040500 3900-EXIT.
040600     EXIT.
040700******************************************************************
040800*  7300-CUMULER-ENTITE : POSTE DE L ENTITE DE LA CLE             *
040900******************************************************************
041000 7300-CUMULER-ENTITE.
041100     MOVE ZERO TO IX-ENT.
041200 7300-CHERCHER.
041300     ADD 1 TO IX-ENT.
041400     IF IX-ENT GREATER NB-ENTITES
041500         IF NB-ENTITES LESS 20
041600             ADD 1 TO NB-ENTITES
041700             MOVE NB-ENTITES TO IX-ENT
041800             MOVE FFFFFGS-CLE-ENTITE TO W-ENT-CODE (IX-ENT)
041900             MOVE ZERO TO W-ENT-GARANTIS (IX-ENT)
042000                          W-ENT-ENC-GARANTI (IX-ENT)
042100                          W-ENT-VALEUR (IX-ENT)
042200                          W-ENT-NON-GARANTIS (IX-ENT)
042300                          W-ENT-ENC-NON-GARANTI (IX-ENT)
042400                          W-ENT-SOUS-COUVERTS (IX-ENT)
042500                          W-ENT-REEVAL-RETARD (IX-ENT)
042600                          W-ENT-GARANT-NON-LIE (IX-ENT)
042700         ELSE
042800             MOVE 'TABLE DES ENTITES SATUREE' TO W-MOTIF-ABANDON
042900             GO TO 9900-ABANDON
043000         END-IF
043100         GO TO 7300-EXIT.
043200     IF W-ENT-CODE (IX-ENT) NOT = FFFFFGS-CLE-ENTITE
043300         GO TO 7300-CHERCHER.
043400 7300-EXIT.
043500     EXIT.
043600******************************************************************
043700*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
043800******************************************************************
043900 8100-LIRE-FGS.
044000     READ FFFFFGS NEXT.
044100     IF W-FGS-FIN
044200         MOVE 'O' TO W-FIN-FGS
044300         GO TO 8100-EXIT.
044400     IF NOT W-FGS-OK
044500         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
044600         GO TO 9900-ABANDON.
044700 8100-EXIT.
044800     EXIT.
044900******************************************************************
045000*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
045100******************************************************************
045200 9900-ABANDON.
045300     DISPLAY 'GSGA731 - ABANDON : ' W-MOTIF-ABANDON.
045400     MOVE 16 TO RETURN-CODE.
045500     STOP RUN.
