000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSOR870.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSOR870 : GENERATION DES ORDRES PERMANENTS ECHUS              *
000900*  ------------------------------------------------------------  *
001000*  PASSE EN TETE DE CHAINE, APRES L OUVERTURE DU CYCLE GSCY210   *
001100*  ET AVANT LE CONTROLE DE LOT GSBC030 / LA MISE A JOUR GSBT010. *
001200*  UN ORDRE EN VIGUEUR (ORPFIC, SAISI PAR GSOR871) EST ECHU      *
001300*  QUAND SON ECHEANCE, REPORTEE AU JOUR OUVRE (GSCA220           *
001400*  FONCTION S, JURIDICTION FR), NE DEPASSE PAS LA DATE           *
001500*  D EXECUTION. CHAQUE ECHEANCE ECHUE DONNE UN MOUVEMENT J SUR   *
001600*  LA ZONE DE L ORDRE (DEUX POUR UN VIREMENT : DEBIT DE LA CLE,  *
001700*  CREDIT DE LA CONTREPARTIE) AU LOT MVTORP, ENTETE ET PIED      *
001800*  FFFFFGCT COMME LES AUTRES LOTS. L ECHEANCE AVANCE ALORS DE    *
001900*  LA FREQUENCE (1, 3, 6 OU 12 MOIS AU QUANTIEME D ANCRAGE) ;    *
002000*  DES ECHEANCES MANQUEES SONT RATTRAPEES, 12 AU PLUS PAR        *
002100*  PASSAGE. LA DATE DE FIN DEPASSEE TERMINE L ORDRE (ETAT T).    *
002200*  UNE ECHEANCE NON GENERABLE (CLE OU CONTREPARTIE ABSENTE OU    *
002300*  SUPPRIMEE, MOTIF INCONNU DE REFTBL MOTR, MONTANT INVALIDE)    *
002400*  EST SAUTEE : ELEMENT DANS LA CORBEILLE (TYPE ORDP, FILE       *
002500*  ORDPERM) ET LIGNE A L ETAT ; L ECHEANCE AVANCE QUAND MEME.    *
002600*  CARTE PARAMETRE : DATE D EXECUTION AAAAMMJJ (BLANC = JOUR)    *
002700*  ------------------------------------------------------------  *
002800*  ENTREE  : FFFFFGS  FICHIER MAITRE (LECTURE DIRECTE)           *
002900*            CYCOUT   CYCLE OUVERT PAR GSCY210                   *
003000*  M-A-J   : ORPFIC   ORDRES PERMANENTS                          *
003100*  SORTIE  : MVTORP   LOT DE MOUVEMENTS J POUR GSBT010           *
003200*            WRKBSK   CORBEILLE DES EXCEPTIONS (VIA GSWB080)     *
003300*            ETATORP  ETAT DES ORDRES GENERES, SAUTES, TERMINES  *
003400*  ------------------------------------------------------------  *
003500*  HISTORIQUE DES MODIFICATIONS                                  *
003600*  15/10/26  DA  CREATION                                        *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.
004100     IBM-370.
004200 OBJECT-COMPUTER.
004300     IBM-370.
004400 SPECIAL-NAMES.
004500     DECIMAL-POINT IS COMMA.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT ORPFIC  ASSIGN  ORPFIC
004900       ORGANIZATION  INDEXED
005000       ACCESS MODE   SEQUENTIAL
005100       RECORD KEY    ORP-CLE
005200       FILE STATUS   W-ORPFIC-STATUS.
005300     SELECT FFFFFGS ASSIGN  FFFFFGS
005400       ORGANIZATION  INDEXED
005500       ACCESS MODE   RANDOM
005600       RECORD KEY    FFFFFGS-CLE
005700       FILE STATUS   W-FFFFFGS-STATUS.
005800     SELECT MVTORP  ASSIGN  MVTORP
005900       ORGANIZATION  SEQUENTIAL
006000       FILE STATUS   W-MVTORP-STATUS.
006100     SELECT CYCOUT  ASSIGN  CYCOUT
006200       ORGANIZATION  SEQUENTIAL
006300       FILE STATUS   W-CYCOUT-STATUS.
006400     SELECT ETATORP ASSIGN  ETATORP
006500       ORGANIZATION  SEQUENTIAL
006600       FILE STATUS   W-ETATORP-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  ORPFIC
007000     LABEL RECORD STANDARD
007100     DATA RECORD ORP-ENREG.
007200 COPY FFFFFGOP.
007300 FD  FFFFFGS
007400     LABEL RECORD STANDARD
007500     DATA RECORD FFFFFGS-ENREG.
007600 COPY FFFFFFGS.
007700 FD  MVTORP
007800     LABEL RECORD STANDARD
007900     DATA RECORD MVT-ENREG.
008000 COPY FFFFFGT.
008100 FD  CYCOUT
008200     LABEL RECORD STANDARD
008300     DATA RECORD CYO-ENREG.
008400 01  CYO-ENREG.
008500     05  CYO-DATE                    PIC 9(08).
008600     05  CYO-NUMERO                  PIC 9(04).
008700     05  FILLER                      PIC X(68).
008800 FD  ETATORP
008900     LABEL RECORD STANDARD
009000     DATA RECORD EOR-LIGNE.
009100 01  EOR-LIGNE                       PIC X(132).
009200 WORKING-STORAGE SECTION.
009300 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
009400 77  CPT-EN-VIGUEUR                  PIC S9(08) COMP VALUE ZERO.
009500 77  CPT-GENERES                     PIC S9(08) COMP VALUE ZERO.
009600 77  CPT-SAUTES                      PIC S9(08) COMP VALUE ZERO.
009700 77  CPT-TERMINES                    PIC S9(08) COMP VALUE ZERO.
009800 77  CPT-NON-ECHUS                   PIC S9(08) COMP VALUE ZERO.
009900 77  CPT-MVTS-LOT                    PIC S9(08) COMP VALUE ZERO.
010000 77  W-NB-OCCUR                      PIC S9(04) COMP VALUE ZERO.
010100 01  W-FIN-ORP                       PIC X(01) VALUE 'N'.
010200     88  FIN-ORP                     VALUE 'O'.
010300 01  W-ORPFIC-STATUS                 PIC X(02).
010400     88  W-ORP-OK                    VALUE '00'.
010500     88  W-ORP-FIN                   VALUE '10'.
010600 COPY FFFFFGSW.
010700 01  W-MVTORP-STATUS                 PIC X(02).
010800     88  W-MVT-OK                    VALUE '00'.
010900 01  W-CYCOUT-STATUS                 PIC X(02).
011000     88  W-CYO-OK                    VALUE '00'.
011100 01  W-ETATORP-STATUS                PIC X(02).
011200     88  W-EOR-OK                    VALUE '00'.
011300 01  W-MOTIF-ABANDON                 PIC X(40).
011400 01  W-PARM.
011500     05  W-PARM-DATE                 PIC X(08).
011600     05  FILLER                      PIC X(72).
011700 01  W-PARM-DATE-9 REDEFINES W-PARM  PIC 9(08).
011800 01  W-DATE-JOUR                     PIC 9(08).
011900 01  W-DATE-EXEC                     PIC 9(08).
012000 01  W-DATE-OUVREE                   PIC 9(08).
012100 01  W-CYCLE-JOUR                    PIC 9(04) VALUE ZERO.
012200 01  W-MODIFIE                       PIC X(01).
012300 01  W-ECHEC                         PIC X(20).
012400 01  W-SORT                          PIC X(34).
012500 01  W-MVT-CLE                       PIC X(15).
012600 01  W-MVT-SIGNE                     PIC X(01).
012700 01  W-TOT-GENERES                   PIC S9(13)V99 COMP-3
012800                                     VALUE ZERO.
012900 01  W-TOT-SAUTES                    PIC S9(13)V99 COMP-3
013000                                     VALUE ZERO.
013100*    ECHEANCE EN COURS D AVANCE (FREQUENCE EN MOIS)
013200 01  W-ECH-DATE                      PIC 9(08).
013300 01  W-ECH-DATE-R REDEFINES W-ECH-DATE.
013400     05  W-ECH-ANNEE                 PIC 9(04).
013500     05  W-ECH-MOIS                  PIC 9(02).
013600     05  W-ECH-JOUR                  PIC 9(02).
013700 01  W-NB-MOIS                       PIC S9(04) COMP.
013800 01  W-MOIS-CALCUL                   PIC S9(04) COMP.
013900 01  W-QUOTIENT                      PIC S9(04) COMP.
014000 01  W-RESTE                         PIC S9(04) COMP.
014100 01  W-JOURS-MOIS                    PIC 9(02).
014200 01  W-TABLE-MOIS                    PIC X(24)
014300         VALUE '312831303130313130313031'.
014400 01  W-TABLE-MOIS-R REDEFINES W-TABLE-MOIS.
014500     05  W-JM                        PIC 9(02) OCCURS 12.
014600 COPY GSCAZ.
014700 COPY GSREFZ.
014800 COPY GSWBZ.
014900*    CONTROLE DE LOT FFFFFGCT - HASH CALCULES COMME DANS GSBC030
015000 COPY FFFFFGCT.
015100 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
015200 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
015300                                     VALUE 0.
015400 01  W-HASH-CLE-15                   PIC 9(15).
015500 01  W-HASH-MONT-15                  PIC 9(15).
015600 01  W-CLE-HASH-X                    PIC X(15).
015700 01  W-CLE-HASH-9 REDEFINES W-CLE-HASH-X
015800                                     PIC 9(15).
015900 01  W-HASH-IMAGE.
016000     05  W-HIM-CLE                   PIC X(15).
016100     05  FILLER                      PIC X(45).
016200     05  W-HIM-MONTANT               PIC S9(11)V99 COMP-3.
016300     05  W-HIM-MONTANT-ECH           PIC S9(11)V99 COMP-3.
016400     05  FILLER                      PIC X(326).
016500 01  EOR-ENTETE.
016600     05  FILLER                      PIC X(44)
016700         VALUE 'GSOR870 - ORDRES PERMANENTS - EXECUTION     '.
016800     05  EOR-E-DATE                  PIC 9(08).
016900     05  FILLER                      PIC X(80) VALUE SPACES.
017000 01  EOR-DETAIL.
017100     05  EOR-D-CLE                   PIC X(15).
017200     05  FILLER                      PIC X(01) VALUE SPACE.
017300     05  EOR-D-NUMERO                PIC 9(03).
017400     05  FILLER                      PIC X(01) VALUE SPACE.
017500     05  EOR-D-TYPE                  PIC X(01).
017600     05  EOR-D-ZONE                  PIC X(01).
017700     05  FILLER                      PIC X(01) VALUE SPACE.
017800     05  EOR-D-MONTANT               PIC -(10)9,99.
017900     05  FILLER                      PIC X(01) VALUE SPACE.
018000     05  EOR-D-MOTIF                 PIC X(04).
018100     05  FILLER                      PIC X(01) VALUE SPACE.
018200     05  EOR-D-FREQUENCE             PIC X(01).
018300     05  FILLER                      PIC X(01) VALUE SPACE.
018400     05  EOR-D-ECHEANCE              PIC 9(08).
018500     05  FILLER                      PIC X(01) VALUE SPACE.
018600     05  EOR-D-CONTREPARTIE          PIC X(15).
018700     05  FILLER                      PIC X(01) VALUE SPACE.
018800     05  EOR-D-SORT                  PIC X(34).
018900     05  FILLER                      PIC X(28) VALUE SPACES.
019000 01  EOR-TOTAL.
019100     05  EOR-T-LIBELLE               PIC X(30).
019200     05  FILLER                      PIC X(06) VALUE ' NB : '.
019300     05  EOR-T-NB                    PIC Z(07)9.
019400     05  FILLER                      PIC X(11)
019500         VALUE ' MONTANT : '.
019600     05  EOR-T-MONTANT               PIC -(12)9,99.
019700     05  FILLER                      PIC X(61) VALUE SPACES.
019800 PROCEDURE DIVISION.
019900******************************************************************
020000*  0000-MAINLINE : ORDRES EN VIGUEUR, LOT J, ETAT                *
020100******************************************************************
020200 0000-MAINLINE.
020300     MOVE SPACES TO W-PARM.
020400     ACCEPT W-PARM.
020500     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
020600     IF W-PARM-DATE = SPACES
020700         MOVE W-DATE-JOUR TO W-DATE-EXEC
020800     ELSE
020900         IF W-PARM-DATE-9 NOT NUMERIC
021000             MOVE 'CARTE PARAMETRE INVALIDE' TO W-MOTIF-ABANDON
021100             GO TO 9900-ABANDON
021200         ELSE
021300             MOVE W-PARM-DATE-9 TO W-DATE-EXEC.
021400     OPEN I-O ORPFIC.
021500     IF NOT W-ORP-OK
021600         MOVE 'OPEN ORPFIC' TO W-MOTIF-ABANDON
021700         GO TO 9900-ABANDON.
021800     OPEN INPUT FFFFFGS.
021900     IF NOT W-FGS-OK
022000         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
022100         GO TO 9900-ABANDON.
022200     OPEN OUTPUT MVTORP.
022300     IF NOT W-MVT-OK
022400         MOVE 'OPEN MVTORP' TO W-MOTIF-ABANDON
022500         GO TO 9900-ABANDON.
022600     OPEN OUTPUT ETATORP.
022700     IF NOT W-EOR-OK
022800         MOVE 'OPEN ETATORP' TO W-MOTIF-ABANDON
022900         GO TO 9900-ABANDON.
023000     MOVE W-DATE-EXEC TO EOR-E-DATE.
023100     WRITE EOR-LIGNE FROM EOR-ENTETE.
023200     PERFORM 7100-ENTETE-LOT THRU 7100-EXIT.
023300     PERFORM 8100-LIRE-ORP THRU 8100-EXIT.
023400     PERFORM 2000-UN-ORDRE THRU 2000-EXIT
023500         UNTIL FIN-ORP.
023600     PERFORM 7300-PIED-LOT THRU 7300-EXIT.
023700     PERFORM 3000-BILAN THRU 3000-EXIT.
023800     CLOSE ORPFIC FFFFFGS MVTORP ETATORP.
023900     DISPLAY 'GSOR870 - ORDRES EN VIGUEUR : ' CPT-EN-VIGUEUR
024000             ' GENERES : ' CPT-GENERES
024100             ' SAUTES : ' CPT-SAUTES
024200             ' TERMINES : ' CPT-TERMINES.
024300     IF CPT-SAUTES GREATER ZERO
024400         MOVE 4 TO RETURN-CODE.
024500     GOBACK.
024600 0000-EXIT.
024700     EXIT.
024800******************************************************************
024900*  2000-UN-ORDRE : TANT QUE L ECHEANCE OUVREE EST ATTEINTE,      *
025000*  GENERER (OU SAUTER) PUIS AVANCER ; DATE DE FIN DEPASSEE =     *
025100*  ORDRE TERMINE                                                 *
025200******************************************************************
025300 2000-UN-ORDRE.
025400     ADD 1 TO CPT-LUS.
025500     IF NOT ORP-EN-VIGUEUR
025600         GO TO 2000-SUIVANT.
025700     ADD 1 TO CPT-EN-VIGUEUR.
025800     MOVE ZERO TO W-NB-OCCUR.
025900     MOVE 'N'  TO W-MODIFIE.
026000     IF ORP-DATE-PROCHAINE NOT NUMERIC
026100      OR ORP-DATE-FIN NOT NUMERIC
026200         MOVE 'ECHEANCE INVALIDE' TO W-ECHEC
026300         PERFORM 2800-POSER-ELEMENT THRU 2800-EXIT
026400         GO TO 2000-SUIVANT.
026500 2000-ECHEANCE.
026600     IF ORP-DATE-FIN GREATER ZERO
026700      AND ORP-DATE-PROCHAINE GREATER ORP-DATE-FIN
026800         PERFORM 2700-TERMINER THRU 2700-EXIT
026900         GO TO 2000-REECRIRE.
027000     PERFORM 2100-JOUR-OUVRE THRU 2100-EXIT.
027100     IF W-DATE-OUVREE GREATER W-DATE-EXEC
027200      OR W-NB-OCCUR NOT LESS 12
027300         GO TO 2000-REECRIRE.
027400     ADD 1 TO W-NB-OCCUR.
027500     MOVE 'O' TO W-MODIFIE.
027600     PERFORM 2200-CONTROLER THRU 2200-EXIT.
027700     IF W-ECHEC = SPACES
027800         PERFORM 2600-EMETTRE THRU 2600-EXIT
027900     ELSE
028000         PERFORM 2800-POSER-ELEMENT THRU 2800-EXIT.
028100     PERFORM 2500-AVANCER THRU 2500-EXIT.
028200     GO TO 2000-ECHEANCE.
028300 2000-REECRIRE.
028400     IF W-MODIFIE = 'N'
028500         ADD 1 TO CPT-NON-ECHUS
028600         GO TO 2000-SUIVANT.
028700     REWRITE ORP-ENREG.
028800     IF NOT W-ORP-OK
028900         MOVE 'REWRITE ORPFIC' TO W-MOTIF-ABANDON
029000         GO TO 9900-ABANDON.
029100 2000-SUIVANT.
029200     PERFORM 8100-LIRE-ORP THRU 8100-EXIT.
029300 2000-EXIT.
029400     EXIT.
029500******************************************************************
029600*  2100-JOUR-OUVRE : L ECHEANCE OU LE JOUR OUVRE SUIVANT         *
029700******************************************************************
029800 2100-JOUR-OUVRE.
029900     MOVE 'S'                TO CAZ-FONCTION.
030000     MOVE 'FR'               TO CAZ-JURIDICTION.
030100     MOVE ORP-DATE-PROCHAINE TO CAZ-DATE-ENTREE.
030200     CALL 'GSCA220' USING CAZ-ZONE.
030300     IF NOT CAZ-SERVI
030400         MOVE 'GSCA220 - CALENDRIER INDISPONIBLE'
030500           TO W-MOTIF-ABANDON
030600         GO TO 9900-ABANDON.
030700     MOVE CAZ-DATE-SORTIE TO W-DATE-OUVREE.
030800 2100-EXIT.
030900     EXIT.
031000******************************************************************
031100*  2200-CONTROLER : LES CONDITIONS DE GENERATION - W-ECHEC       *
031200*  PORTE LA RAISON DU SAUT (BLANC = GENERABLE)                   *
031300******************************************************************
031400 2200-CONTROLER.
031500     MOVE SPACES TO W-ECHEC.
031600     IF ORP-MONTANT NOT NUMERIC
031700      OR ORP-MONTANT NOT GREATER ZERO
031800      OR NOT ORP-TYPE-VALIDE
031900      OR NOT ORP-ZONE-VALIDE
032000         MOVE 'ORDRE INVALIDE' TO W-ECHEC
032100         GO TO 2200-EXIT.
032200     MOVE ORP-FGS-CLE TO FFFFFGS-CLE.
032300     PERFORM 2250-LIRE-MAITRE THRU 2250-EXIT.
032400     IF W-FGS-ABSENT
032500         MOVE 'CLE ABSENTE' TO W-ECHEC
032600         GO TO 2200-EXIT.
032700     IF FFFFFGS-STATUT = 'SU'
032800         MOVE 'CLE SUPPRIMEE (SU)' TO W-ECHEC
032900         GO TO 2200-EXIT.
033000     MOVE 'MOTR'    TO REF-D-TYPE.
033100     MOVE SPACES    TO REF-D-CODE.
033200     MOVE ORP-MOTIF TO REF-D-CODE (1:4).
033300     MOVE ZERO      TO REF-D-DATE.
033400     CALL 'GSRT060' USING REF-DEM.
033500     IF REF-D-INCIDENT
033600         MOVE 'GSRT060 - LECTURE REFTBL MOTR' TO W-MOTIF-ABANDON
033700         GO TO 9900-ABANDON.
033800     IF NOT REF-D-TROUVE
033900         MOVE 'MOTIF INCONNU (MOTR)' TO W-ECHEC
034000         GO TO 2200-EXIT.
034100     IF NOT ORP-VIREMENT
034200         GO TO 2200-EXIT.
034300     IF ORP-CONTREPARTIE = SPACES
034400      OR ORP-CONTREPARTIE = ORP-FGS-CLE
034500         MOVE 'CONTREPARTIE INVAL.' TO W-ECHEC
034600         GO TO 2200-EXIT.
034700     MOVE ORP-CONTREPARTIE TO FFFFFGS-CLE.
034800     PERFORM 2250-LIRE-MAITRE THRU 2250-EXIT.
034900     IF W-FGS-ABSENT
035000         MOVE 'CONTREPARTIE ABSENTE' TO W-ECHEC
035100         GO TO 2200-EXIT.
035200     IF FFFFFGS-STATUT = 'SU'
035300         MOVE 'CONTREPARTIE (SU)' TO W-ECHEC.
035400 2200-EXIT.
035500     EXIT.
035600 2250-LIRE-MAITRE.
035700     READ FFFFFGS.
035800     IF NOT W-FGS-OK AND NOT W-FGS-ABSENT
035900         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
036000         GO TO 9900-ABANDON.
036100 2250-EXIT.
036200     EXIT.
036300******************************************************************
036400*  2500-AVANCER : ECHEANCE SUIVANTE = + 1, 3, 6 OU 12 MOIS AU    *
036500*  QUANTIEME D ANCRAGE, RAMENE A LA FIN D UN MOIS PLUS COURT     *
036600******************************************************************
036700 2500-AVANCER.
036800     MOVE ORP-DATE-PROCHAINE TO W-ECH-DATE.
036900     EVALUATE TRUE
037000         WHEN ORP-TRIMESTRIELLE MOVE 3  TO W-NB-MOIS
037100         WHEN ORP-SEMESTRIELLE  MOVE 6  TO W-NB-MOIS
037200         WHEN ORP-ANNUELLE      MOVE 12 TO W-NB-MOIS
037300         WHEN OTHER             MOVE 1  TO W-NB-MOIS
037400     END-EVALUATE.
037500     COMPUTE W-MOIS-CALCUL = W-ECH-MOIS + W-NB-MOIS - 1.
037600     DIVIDE W-MOIS-CALCUL BY 12
037700         GIVING W-QUOTIENT REMAINDER W-RESTE.
037800     ADD W-QUOTIENT TO W-ECH-ANNEE.
037900     COMPUTE W-ECH-MOIS = W-RESTE + 1.
038000     PERFORM 2550-JOURS-DU-MOIS THRU 2550-EXIT.
038100     IF ORP-JOUR NUMERIC
038200      AND ORP-JOUR GREATER ZERO
038300      AND ORP-JOUR NOT GREATER W-JOURS-MOIS
038400         MOVE ORP-JOUR     TO W-ECH-JOUR
038500     ELSE
038600         MOVE W-JOURS-MOIS TO W-ECH-JOUR.
038700     MOVE W-ECH-DATE TO ORP-DATE-PROCHAINE.
038800 2500-EXIT.
038900     EXIT.
039000 2550-JOURS-DU-MOIS.
039100     MOVE W-JM (W-ECH-MOIS) TO W-JOURS-MOIS.
039200     IF W-ECH-MOIS NOT = 2
039300         GO TO 2550-EXIT.
039400     DIVIDE W-ECH-ANNEE BY 4
039500         GIVING W-QUOTIENT REMAINDER W-RESTE.
039600     IF W-RESTE NOT = ZERO
039700         GO TO 2550-EXIT.
039800     DIVIDE W-ECH-ANNEE BY 100
039900         GIVING W-QUOTIENT REMAINDER W-RESTE.
040000     IF W-RESTE NOT = ZERO
040100         MOVE 29 TO W-JOURS-MOIS
040200         GO TO 2550-EXIT.
040300     DIVIDE W-ECH-ANNEE BY 400
040400         GIVING W-QUOTIENT REMAINDER W-RESTE.
040500     IF W-RESTE = ZERO
040600         MOVE 29 TO W-JOURS-MOIS.
040700 2550-EXIT.
040800     EXIT.
040900******************************************************************
041000*  2600-EMETTRE : MOUVEMENT(S) J DE L ECHEANCE - LE VIREMENT     *
041100*  DEBITE LA CLE ET CREDITE LA CONTREPARTIE DU MEME MONTANT      *
041200******************************************************************
041300 2600-EMETTRE.
041400     MOVE ORP-FGS-CLE TO W-MVT-CLE.
041500     IF ORP-CREDIT
041600         MOVE '+' TO W-MVT-SIGNE
041700     ELSE
041800         MOVE '-' TO W-MVT-SIGNE.
041900     PERFORM 2650-ECRIRE-MVT THRU 2650-EXIT.
042000     IF ORP-VIREMENT
042100         MOVE ORP-CONTREPARTIE TO W-MVT-CLE
042200         MOVE '+'              TO W-MVT-SIGNE
042300         PERFORM 2650-ECRIRE-MVT THRU 2650-EXIT.
042400     ADD 1 TO CPT-GENERES.
042500     ADD ORP-MONTANT TO W-TOT-GENERES.
042600     ADD 1 TO ORP-NB-GENERES.
042700     MOVE W-DATE-EXEC TO ORP-DATE-DERNIERE.
042800     MOVE 'GENERE' TO W-SORT.
042900     PERFORM 2900-LIGNE THRU 2900-EXIT.
043000 2600-EXIT.
043100     EXIT.
043200 2650-ECRIRE-MVT.
043300     MOVE SPACES      TO MVT-ENREG.
043400     MOVE 'J'         TO MVT-CODE.
043500     MOVE ZERO        TO MVT-AGE.
043600     MOVE W-MVT-CLE   TO MVT-AJU-CLE.
043700     MOVE ORP-ZONE    TO MVT-AJU-ZONE.
043800     MOVE W-MVT-SIGNE TO MVT-AJU-SIGNE.
043900     MOVE ORP-MONTANT TO MVT-AJU-DELTA.
044000     MOVE ORP-MOTIF   TO MVT-AJU-MOTIF.
044100     WRITE MVT-ENREG.
044200     IF NOT W-MVT-OK
044300         MOVE 'WRITE MVTORP' TO W-MOTIF-ABANDON
044400         GO TO 9900-ABANDON.
044500     PERFORM 7200-HASHER THRU 7200-EXIT.
044600 2650-EXIT.
044700     EXIT.
044800******************************************************************
044900*  2700-TERMINER : DATE DE FIN DEPASSEE - L ORDRE PASSE EN T     *
045000******************************************************************
045100 2700-TERMINER.
045200     MOVE 'T' TO ORP-ETAT.
045300     MOVE 'O' TO W-MODIFIE.
045400     ADD 1 TO CPT-TERMINES.
045500     MOVE 'TERMINE - DATE DE FIN ATTEINTE' TO W-SORT.
045600     PERFORM 2900-LIGNE THRU 2900-EXIT.
045700 2700-EXIT.
045800     EXIT.
045900******************************************************************
046000*  2800-POSER-ELEMENT : ECHEANCE SAUTEE - ELEMENT DE LA FILE     *
046100*  ORDPERM (GSWB080) ET LIGNE A L ETAT                           *
046200******************************************************************
046300 2800-POSER-ELEMENT.
046400     ADD 1 TO CPT-SAUTES.
046500     IF ORP-MONTANT NUMERIC
046600         ADD ORP-MONTANT TO W-TOT-SAUTES.
046700     MOVE 'ORDP'      TO WBZ-TYPE-EXC.
046800     MOVE ORP-FGS-CLE TO WBZ-FGS-CLE.
046900     MOVE SPACES      TO WBZ-MOTIF.
047000     STRING 'ORDRE ' ORP-NUMERO ' ' W-ECHEC
047100         DELIMITED SIZE INTO WBZ-MOTIF
047200     END-STRING.
047300     MOVE 'GSOR870 '  TO WBZ-PROGRAMME.
047400     CALL 'GSWB080' USING WBZ-ZONE.
047500     IF NOT WBZ-POSE
047600         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
047700         GO TO 9900-ABANDON.
047800     MOVE SPACES TO W-SORT.
047900     STRING 'SAUTE - ' W-ECHEC
048000         DELIMITED SIZE INTO W-SORT
048100     END-STRING.
048200     PERFORM 2900-LIGNE THRU 2900-EXIT.
048300 2800-EXIT.
048400     EXIT.
048500******************************************************************
048600*  2900-LIGNE : UNE LIGNE D ETAT PAR ECHEANCE TRAITEE            *
048700******************************************************************
048800 2900-LIGNE.
048900     MOVE ORP-FGS-CLE        TO EOR-D-CLE.
049000     MOVE ORP-NUMERO         TO EOR-D-NUMERO.
049100     MOVE ORP-TYPE           TO EOR-D-TYPE.
049200     MOVE ORP-ZONE           TO EOR-D-ZONE.
049300     IF ORP-MONTANT NUMERIC
049400         MOVE ORP-MONTANT    TO EOR-D-MONTANT
049500     ELSE
049600         MOVE ZERO           TO EOR-D-MONTANT.
049700     MOVE ORP-MOTIF          TO EOR-D-MOTIF.
049800     MOVE ORP-FREQUENCE      TO EOR-D-FREQUENCE.
049900     MOVE ORP-DATE-PROCHAINE TO EOR-D-ECHEANCE.
050000     MOVE ORP-CONTREPARTIE   TO EOR-D-CONTREPARTIE.
050100     MOVE W-SORT             TO EOR-D-SORT.
050200     WRITE EOR-LIGNE FROM EOR-DETAIL.
050300 2900-EXIT.
050400     EXIT.
050500******************************************************************
050600*  3000-BILAN : TOTAUX DE L ETAT                                 *
050700******************************************************************
050800 3000-BILAN.
050900     MOVE 'ECHEANCES GENEREES'        TO EOR-T-LIBELLE.
051000     MOVE CPT-GENERES                 TO EOR-T-NB.
051100     MOVE W-TOT-GENERES               TO EOR-T-MONTANT.
051200     WRITE EOR-LIGNE FROM EOR-TOTAL.
051300     MOVE 'ECHEANCES SAUTEES (ORDPERM)' TO EOR-T-LIBELLE.
051400     MOVE CPT-SAUTES                  TO EOR-T-NB.
051500     MOVE W-TOT-SAUTES                TO EOR-T-MONTANT.
051600     WRITE EOR-LIGNE FROM EOR-TOTAL.
051700     MOVE ZERO                        TO EOR-T-MONTANT.
051800     MOVE 'ORDRES TERMINES'           TO EOR-T-LIBELLE.
051900     MOVE CPT-TERMINES                TO EOR-T-NB.
052000     WRITE EOR-LIGNE FROM EOR-TOTAL.
052100     MOVE 'ORDRES NON ECHUS'          TO EOR-T-LIBELLE.
052200     MOVE CPT-NON-ECHUS               TO EOR-T-NB.
052300     WRITE EOR-LIGNE FROM EOR-TOTAL.
052400     MOVE 'MOUVEMENTS DU LOT MVTORP'  TO EOR-T-LIBELLE.
052500     MOVE CPT-MVTS-LOT                TO EOR-T-NB.
052600     WRITE EOR-LIGNE FROM EOR-TOTAL.
052700 3000-EXIT.
052800     EXIT.
052900******************************************************************
053000*  7100-ENTETE-LOT : ENTETE FFFFFGCT DU LOT DE MOUVEMENTS -      *
053100*  CYCLE DU JOUR RELEVE SUR CYCOUT (ABSENT TOLERE = CYCLE 0) -   *
053200*  GSBC030 REBALANCE LE LOT AVANT GSBT010                        *
053300******************************************************************
053400 7100-ENTETE-LOT.
053500     OPEN INPUT CYCOUT.
053600     IF W-CYO-OK
053700         READ CYCOUT
053800         IF W-CYO-OK
053900             MOVE CYO-NUMERO TO W-CYCLE-JOUR
054000         END-IF
054100         CLOSE CYCOUT.
054200     MOVE SPACES       TO CTL-ENTETE-ZONE.
054300     MOVE '1'          TO CTL-E-CODE.
054400     MOVE 'ORDPERM '   TO CTL-E-SOURCE.
054500     MOVE W-DATE-JOUR  TO CTL-E-DATE-CREA.
054600     MOVE W-CYCLE-JOUR TO CTL-E-CYCLE.
054700     MOVE CTL-ENTETE-ZONE TO MVT-ENREG.
054800     WRITE MVT-ENREG.
054900     IF NOT W-MVT-OK
055000         MOVE 'WRITE ENTETE MVTORP' TO W-MOTIF-ABANDON
055100         GO TO 9900-ABANDON.
055200 7100-EXIT.
055300     EXIT.
055400******************************************************************
055500*  7200-HASHER : CUMULS DU PIED - MEMES REGLES QUE GSBC030       *
055600******************************************************************
055700 7200-HASHER.
055800     ADD 1 TO CPT-MVTS-LOT.
055900     MOVE MVT-IMAGE TO W-HASH-IMAGE.
056000     MOVE W-HIM-CLE TO W-CLE-HASH-X.
056100     IF W-CLE-HASH-9 NUMERIC
056200         ADD W-CLE-HASH-9 TO W-HASH-CLE.
056300     IF W-HIM-MONTANT NUMERIC
056400         IF W-HIM-MONTANT LESS ZERO
056500             SUBTRACT W-HIM-MONTANT FROM W-HASH-MONTANT
056600         ELSE
056700             ADD W-HIM-MONTANT TO W-HASH-MONTANT
056800         END-IF
056900     END-IF.
057000     IF W-HIM-MONTANT-ECH NUMERIC
057100         IF W-HIM-MONTANT-ECH LESS ZERO
057200             SUBTRACT W-HIM-MONTANT-ECH FROM W-HASH-MONTANT
057300         ELSE
057400             ADD W-HIM-MONTANT-ECH TO W-HASH-MONTANT
057500         END-IF
057600     END-IF.
057700 7200-EXIT.
057800     EXIT.
057900******************************************************************
058000*  7300-PIED-LOT : PIED DE LOT FFFFFGCT - HASH TRONQUES A 15     *
058100******************************************************************
058200 7300-PIED-LOT.
058300     MOVE W-HASH-CLE TO W-HASH-CLE-15.
058400     COMPUTE W-HASH-MONT-15 = W-HASH-MONTANT * 100.
058500     MOVE SPACES          TO CTL-PIED-ZONE.
058600     MOVE '9'             TO CTL-P-CODE.
058700     MOVE CPT-MVTS-LOT    TO CTL-P-NB-MVTS.
058800     MOVE W-HASH-CLE-15   TO CTL-P-HASH-CLE.
058900     MOVE W-HASH-MONT-15  TO CTL-P-HASH-MONTANT.
059000     MOVE CTL-PIED-ZONE   TO MVT-ENREG.
059100     WRITE MVT-ENREG.
059200     IF NOT W-MVT-OK
059300         MOVE 'WRITE PIED MVTORP' TO W-MOTIF-ABANDON
059400         GO TO 9900-ABANDON.
059500 7300-EXIT.
059600     EXIT.
059700******************************************************************
059800*  8100-LIRE-ORP : LECTURE SEQUENTIELLE DES ORDRES               *
059900******************************************************************
060000 8100-LIRE-ORP.
060100     READ ORPFIC.
060200     IF W-ORP-FIN
060300         MOVE 'O' TO W-FIN-ORP
060400         GO TO 8100-EXIT.
060500     IF NOT W-ORP-OK
060600         MOVE 'READ ORPFIC' TO W-MOTIF-ABANDON
060700         GO TO 9900-ABANDON.
060800 8100-EXIT.
060900     EXIT.
061000******************************************************************
061100*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
061200******************************************************************
061300 9900-ABANDON.
061400     DISPLAY 'GSOR870 - ABANDON : ' W-MOTIF-ABANDON.
061500     MOVE 16 TO RETURN-CODE.
061600     STOP RUN.
