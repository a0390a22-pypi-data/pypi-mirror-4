000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPV720.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPV720 : PROVISIONNEMENT DE FIN DE MOIS PAR TRANCHE DE       *
000900*            RETARD                                              *
001000*  ------------------------------------------------------------  *
001100*  LE CALCUL FAIT JUSQU ICI PAR LA FINANCE SUR UN EXTRAIT EST    *
001200*  REMPLACE : POUR CHAQUE ENREGISTREMENT, PROVISION = MONTANT    *
001300*  RESTANT (POSITIF) X TAUX DU BAREME TXPFIC (ENTITE + STATUT +  *
001400*  TRANCHE DE RETARD DU DOSSIER RCVFIC, 0 SANS DOSSIER OU        *
001500*  DOSSIER SOLDE). UN ENREGISTREMENT PASSE EN PERTE (STATUT PP,  *
001600*  GSPV722) N EST PLUS PROVISIONNE : SA PROVISION EST REPRISE.   *
001700*  CARTE PARAMETRE : MODE(1) S/A  DATE-ARRETE(8) EN COL 3        *
001800*  MODE S (SIMULATION) : REGISTRE SEUL, RIEN N EST ECRIT.        *
001900*  MODE A (APPLICATION) : PROVISION EN STOCK PRVFIC MISE A JOUR, *
002000*   MOUVEMENT DE PROVISION PAR CLE (MVTPRO) ET, PAR ENTITE, LA   *
002100*   VARIATION NETTE SUR LE MOIS PRECEDENT PASSEE A GLPOST PAR LA *
002200*   REGLE MAPFIC DU PREFIXE PROV A LA DATE D ARRETE (GSMP980) :  *
002300*   HAUSSE = DOTATION (DEBIT / CREDIT DE LA REGLE),              *
002400*   BAISSE = REPRISE (COMPTES PERMUTES).                         *
002500*  UN ARRETE DEJA PASSE POUR UNE CLE N EST PAS REPRIS (RELANCE   *
002600*  SANS DOUBLE ECRITURE) ; IL FIGURE AU REGISTRE SANS ECRITURE.  *
002700*  REGISTRE ETATPRV POUR LES AUDITEURS : DETAIL PAR CLE, PUIS    *
002800*  SOUS-TOTAUX PAR ENTITE ET UNITE ET TOTAL PAR ENTITE AVEC      *
002900*  L ECRITURE PASSEE.                                            *
003000*  ------------------------------------------------------------  *
003100*  ENTREE  : FFFFFGS  MAITRE (LECTURE SEQUENTIELLE)              *
003200*            TXPFIC   BAREME DES TAUX DE PROVISION               *
003300*            RCVFIC   DOSSIERS DE RECOUVREMENT (GSRV680)         *
003400*            MAPFIC   (PAR GSMP980) REGLES D IMPUTATION          *
003500*  M-A-J   : PRVFIC   PROVISION EN STOCK PAR CLE                 *
003600*  SORTIE  : MVTPRO   MOUVEMENTS DE PROVISION PAR CLE            *
003700*            GLPOST   ECRITURES COMPTABLES (EN EXTENSION)        *
003800*            ETATPRV  REGISTRE DES PROVISIONS                    *
003900*  ------------------------------------------------------------  *
004000*  HISTORIQUE DES MODIFICATIONS                                  *
004100*  15/10/26  DA  CREATION                                        *
004110*  15/10/26  DA  REGLE PROV PRISE A MAPFIC A LA DATE D ARRETE    *
004120*                PAR GSMP980 (CPTMAP SUPPRIME)                   *
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.
004600     IBM-370.
004700 OBJECT-COMPUTER.
004800     IBM-370.
004900 SPECIAL-NAMES.
005000     DECIMAL-POINT IS COMMA.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT FFFFFGS ASSIGN  FFFFFGS
005400       ORGANIZATION  INDEXED
005500       ACCESS MODE   SEQUENTIAL
005600       RECORD KEY    FFFFFGS-CLE
005700       FILE STATUS   W-FFFFFGS-STATUS.
005800     SELECT TXPFIC  ASSIGN  TXPFIC
005900       ORGANIZATION  INDEXED
006000       ACCESS MODE   DYNAMIC
006100       RECORD KEY    TXP-CLE
006200       FILE STATUS   W-TXPFIC-STATUS.
006300     SELECT RCVFIC  ASSIGN  RCVFIC
006400       ORGANIZATION  INDEXED
006500       ACCESS MODE   RANDOM
006600       RECORD KEY    RCV-FGS-CLE
006700       FILE STATUS   W-RCVFIC-STATUS.
006800     SELECT PRVFIC  ASSIGN  PRVFIC
006900       ORGANIZATION  INDEXED
007000       ACCESS MODE   RANDOM
007100       RECORD KEY    PRV-FGS-CLE
007200       FILE STATUS   W-PRVFIC-STATUS.
007600     SELECT MVTPRO  ASSIGN  MVTPRO
007700       ORGANIZATION  SEQUENTIAL
007800       FILE STATUS   W-MVTPRO-STATUS.
007900     SELECT GLPOST  ASSIGN  GLPOST
008000       ORGANIZATION  SEQUENTIAL
008100       FILE STATUS   W-GLPOST-STATUS.
008200     SELECT ETATPRV ASSIGN  ETATPRV
008300       ORGANIZATION  SEQUENTIAL
008400       FILE STATUS   W-ETATPRV-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  FFFFFGS
008800     LABEL RECORD STANDARD
008900     DATA RECORD FFFFFGS-ENREG.
009000 COPY FFFFFFGS.
009100 FD  TXPFIC
009200     LABEL RECORD STANDARD
009300     DATA RECORD TXP-ENREG.
009400 COPY FFFFFGTP.
009500 FD  RCVFIC
009600     LABEL RECORD STANDARD
009700     DATA RECORD RCV-ENREG.
009800 COPY FFFFFGRV.
009900 FD  PRVFIC
010000     LABEL RECORD STANDARD
010100     DATA RECORD PRV-ENREG.
010200 COPY FFFFFGPV.
011100 FD  MVTPRO
011200     LABEL RECORD STANDARD
011300     DATA RECORD PVM-ENREG.
011400 COPY FFFFFGPM.
011500 FD  GLPOST
011600     LABEL RECORD STANDARD
011700     DATA RECORD GLP-ENREG.
011800 01  GLP-ENREG.
011900     05  GLP-COMPTE                  PIC X(10).
012000     05  GLP-SENS                    PIC X(01).
012100     05  GLP-MONTANT                 PIC S9(13)V99.
012200     05  GLP-DATE                    PIC 9(08).
012300     05  GLP-ORIGINE                 PIC X(08).
012400     05  FILLER                      PIC X(38).
012500 FD  ETATPRV
012600     LABEL RECORD STANDARD
012700     DATA RECORD EPV-LIGNE.
012800 01  EPV-LIGNE                       PIC X(132).
012900 WORKING-STORAGE SECTION.
013000 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
013100 77  CPT-PROVISIONNES                PIC S9(08) COMP VALUE ZERO.
013200 77  CPT-DEJA-PASSES                 PIC S9(08) COMP VALUE ZERO.
013300 77  CPT-SANS-TAUX                   PIC S9(08) COMP VALUE ZERO.
013400 77  CPT-MOUVEMENTS                  PIC S9(08) COMP VALUE ZERO.
013500 77  CPT-ECRITURES                   PIC S9(08) COMP VALUE ZERO.
013600 77  IX-UNI                          PIC S9(04) COMP VALUE ZERO.
013700 77  NB-UNITES                       PIC S9(04) COMP VALUE ZERO.
013800 77  IX-ENT                          PIC S9(04) COMP VALUE ZERO.
013900 77  NB-ENTITES                      PIC S9(04) COMP VALUE ZERO.
014000 77  W-FIN-TXP                       PIC X(01).
014100 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
014200     88  FIN-FGS                     VALUE 'O'.
014300 COPY FFFFFGSW.
014400 01  W-TXPFIC-STATUS                 PIC X(02).
014500     88  W-TXP-OK                    VALUE '00'.
014600     88  W-TXP-FIN                   VALUE '10'.
014700     88  W-TXP-ABSENT                VALUE '23'.
014800 01  W-RCVFIC-STATUS                 PIC X(02).
014900     88  W-RCV-OK                    VALUE '00'.
015000     88  W-RCV-ABSENT                VALUE '23'.
015100 01  W-PRVFIC-STATUS                 PIC X(02).
015200     88  W-PRV-OK                    VALUE '00'.
015300     88  W-PRV-ABSENT                VALUE '23'.
015700 01  W-MVTPRO-STATUS                 PIC X(02).
015800     88  W-PVM-OK                    VALUE '00'.
015900 01  W-GLPOST-STATUS                 PIC X(02).
016000     88  W-GLP-OK                    VALUE '00'.
016100 01  W-ETATPRV-STATUS                PIC X(02).
016200     88  W-EPV-OK                    VALUE '00'.
016300 01  W-MOTIF-ABANDON                 PIC X(40).
016400 01  W-PARM.
016500     05  W-PARM-MODE                 PIC X(01).
016600         88  MODE-SIMULATION         VALUE 'S'.
016700         88  MODE-APPLICATION        VALUE 'A'.
016800     05  FILLER                      PIC X(01).
016900     05  W-PARM-ARRETE               PIC X(08).
017000 01  W-DATE-ARRETE                   PIC 9(08).
017100 01  W-TRANCHE                       PIC 9(01).
017200 01  W-TAUX-RETENU                   PIC S9(03)V9(04) COMP-3.
017300 01  W-TROUVE                        PIC X(01).
017400 01  W-DEJA-PASSE                    PIC X(01).
017500 01  W-STOCK-PRESENT                 PIC X(01).
017600 01  W-BASE                          PIC S9(11)V99 COMP-3.
017700 01  W-PROVISION                     PIC S9(11)V99 COMP-3.
017800 01  W-ANCIENNE                      PIC S9(11)V99 COMP-3.
017900 01  W-VARIATION                     PIC S9(11)V99 COMP-3.
018000 01  W-MONTANT-GL                    PIC S9(13)V99 COMP-3.
018100 01  W-COMPTE-DEBIT                  PIC X(10).
018200 01  W-COMPTE-CREDIT                 PIC X(10).
018300 COPY GSMPZ.
018400 01  W-TOT-BASE                      PIC S9(15)V99 COMP-3
018500                                     VALUE ZERO.
018600 01  W-TOT-PROVISION                 PIC S9(15)V99 COMP-3
018700                                     VALUE ZERO.
018800 01  W-TOT-VARIATION                 PIC S9(15)V99 COMP-3
018900                                     VALUE ZERO.
019000 01  W-TOT-A-PASSER                  PIC S9(15)V99 COMP-3
019100                                     VALUE ZERO.
019200 01  W-TOT-DOTATIONS                 PIC S9(15)V99 COMP-3
019300                                     VALUE ZERO.
019400 01  W-TOT-REPRISES                  PIC S9(15)V99 COMP-3
019500                                     VALUE ZERO.
019600*    REGISTRE PAR ENTITE / UNITE (TABLE FERMEE A 200, SATURATION
019700*    SIGNALEE COMME POUR GSFE590)
019800 77  W-DEBORDEMENT                   PIC X(01) VALUE 'N'.
019900 01  W-TABLE-UNITES.
020000     05  W-UNI-POSTE OCCURS 200.
020100         10  W-UNI-ENTITE            PIC X(02).
020200         10  W-UNI-CODE              PIC X(06).
020300         10  W-UNI-NB                PIC S9(08) COMP.
020400         10  W-UNI-BASE              PIC S9(13)V99 COMP-3.
020500         10  W-UNI-PROVISION         PIC S9(13)V99 COMP-3.
020600         10  W-UNI-VARIATION         PIC S9(13)V99 COMP-3.
020700*    TOTAUX PAR ENTITE (VARIATION A PASSER = ARRETES DE CE PASSAGE
020800*    SEULS) - SATURATION = ABANDON, L ECRITURE SERAIT FAUSSE
020900 01  W-TABLE-ENTITES.
021000     05  W-ENT-POSTE OCCURS 20.
021100         10  W-ENT-CODE              PIC X(02).
021200         10  W-ENT-NB                PIC S9(08) COMP.
021300         10  W-ENT-PROVISION         PIC S9(13)V99 COMP-3.
021400         10  W-ENT-VARIATION         PIC S9(13)V99 COMP-3.
021500         10  W-ENT-A-PASSER          PIC S9(13)V99 COMP-3.
021600 01  EPV-ENTETE.
021700     05  FILLER                      PIC X(28)
021800         VALUE 'GSPV720 - PROVISIONS - MODE'.
021900     05  EPV-E-MODE                  PIC X(01).
022000     05  FILLER                      PIC X(10)
022100         VALUE ' - ARRETE '.
022200     05  EPV-E-DATE                  PIC 9(08).
022300     05  FILLER                      PIC X(85) VALUE SPACES.
022400 01  EPV-DETAIL.
022500     05  EPV-D-CLE                   PIC X(15).
022600     05  FILLER                      PIC X(01) VALUE SPACE.
022700     05  EPV-D-UNITE                 PIC X(06).
022800     05  FILLER                      PIC X(01) VALUE SPACE.
022900     05  EPV-D-STATUT                PIC X(02).
023000     05  FILLER                      PIC X(01) VALUE SPACE.
023100     05  EPV-D-TRANCHE               PIC 9(01).
023200     05  FILLER                      PIC X(01) VALUE SPACE.
023300     05  EPV-D-BASE                  PIC -(10)9,99.
023400     05  FILLER                      PIC X(01) VALUE SPACE.
023500     05  EPV-D-TAUX                  PIC ZZ9,9999.
023600     05  FILLER                      PIC X(01) VALUE SPACE.
023700     05  EPV-D-ANCIENNE              PIC -(10)9,99.
023800     05  FILLER                      PIC X(01) VALUE SPACE.
023900     05  EPV-D-NOUVELLE              PIC -(10)9,99.
024000     05  FILLER                      PIC X(01) VALUE SPACE.
024100     05  EPV-D-VARIATION             PIC -(10)9,99.
024200     05  FILLER                      PIC X(01) VALUE SPACE.
024300     05  EPV-D-SORT                  PIC X(12).
024400     05  FILLER                      PIC X(23) VALUE SPACES.
024500 01  EPV-UNITE.
024600     05  FILLER                      PIC X(07) VALUE 'ENTITE '.
024700     05  EPV-U-ENTITE                PIC X(02).
024800     05  FILLER                      PIC X(07) VALUE ' UNITE '.
024900     05  EPV-U-CODE                  PIC X(06).
025000     05  FILLER                      PIC X(04) VALUE ' NB '.
025100     05  EPV-U-NB                    PIC Z(07)9.
025200     05  FILLER                      PIC X(06) VALUE ' BASE '.
025300     05  EPV-U-BASE                  PIC -(12)9,99.
025400     05  FILLER                      PIC X(11)
025500         VALUE ' PROVISION '.
025600     05  EPV-U-PROVISION             PIC -(12)9,99.
025700     05  FILLER                      PIC X(11)
025800         VALUE ' VARIATION '.
025900     05  EPV-U-VARIATION             PIC -(12)9,99.
026000     05  FILLER                      PIC X(22) VALUE SPACES.
026100 01  EPV-ENTITE.
026200     05  FILLER                      PIC X(13)
026300         VALUE 'TOTAL ENTITE '.
026400     05  EPV-N-ENTITE                PIC X(02).
026500     05  FILLER                      PIC X(04) VALUE ' NB '.
026600     05  EPV-N-NB                    PIC Z(07)9.
026700     05  FILLER                      PIC X(11)
026800         VALUE ' PROVISION '.
026900     05  EPV-N-PROVISION             PIC -(12)9,99.
027000     05  FILLER                      PIC X(11)
027100         VALUE ' VARIATION '.
027200     05  EPV-N-VARIATION             PIC -(12)9,99.
027300     05  FILLER                      PIC X(11)
027400         VALUE ' ECRITURE '.
027500     05  EPV-N-ECRITURE              PIC -(12)9,99.
027600     05  FILLER                      PIC X(01) VALUE SPACE.
027700     05  EPV-N-SENS                  PIC X(08).
027800     05  FILLER                      PIC X(15) VALUE SPACES.
027900 01  EPV-TOTAL.
028000     05  EPV-T-LIBELLE               PIC X(30).
028100     05  FILLER                      PIC X(06) VALUE ' NB : '.
028200     05  EPV-T-NB                    PIC Z(07)9.
028300     05  FILLER                      PIC X(11)
028400         VALUE ' MONTANT : '.
028500     05  EPV-T-MONTANT               PIC -(12)9,99.
028600     05  FILLER                      PIC X(61) VALUE SPACES.
028700 PROCEDURE DIVISION.
028800******************************************************************
028900*  0000-MAINLINE : BAREME, PASSE SUR LE MAITRE, ECRITURES        *
029000******************************************************************
029100 0000-MAINLINE.
029200     ACCEPT W-PARM.
029300     IF NOT MODE-SIMULATION AND NOT MODE-APPLICATION
029400         MOVE 'MODE S OU A OBLIGATOIRE' TO W-MOTIF-ABANDON
029500         GO TO 9900-ABANDON.
029600     IF W-PARM-ARRETE NOT NUMERIC
029700         MOVE 'DATE D ARRETE INVALIDE' TO W-MOTIF-ABANDON
029800         GO TO 9900-ABANDON.
029900     MOVE W-PARM-ARRETE TO W-DATE-ARRETE.
030000     OPEN INPUT FFFFFGS.
030100     IF NOT W-FGS-OK
030200         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
030300         GO TO 9900-ABANDON.
030400     OPEN INPUT TXPFIC.
030500     IF NOT W-TXP-OK
030600         MOVE 'OPEN TXPFIC'  TO W-MOTIF-ABANDON
030700         GO TO 9900-ABANDON.
030800     OPEN INPUT RCVFIC.
030900     IF NOT W-RCV-OK
031000         MOVE 'OPEN RCVFIC'  TO W-MOTIF-ABANDON
031100         GO TO 9900-ABANDON.
031200     IF MODE-APPLICATION
031300         OPEN I-O PRVFIC
031400     ELSE
031500         OPEN INPUT PRVFIC.
031600     IF NOT W-PRV-OK
031700         MOVE 'OPEN PRVFIC'  TO W-MOTIF-ABANDON
031800         GO TO 9900-ABANDON.
031900     OPEN OUTPUT ETATPRV.
032000     IF NOT W-EPV-OK
032100         MOVE 'OPEN ETATPRV' TO W-MOTIF-ABANDON
032200         GO TO 9900-ABANDON.
032300     IF MODE-APPLICATION
032400         PERFORM 1200-REGLE-MAPFIC THRU 1200-EXIT
032500         OPEN OUTPUT MVTPRO
032600         IF NOT W-PVM-OK
032700             MOVE 'OPEN MVTPRO' TO W-MOTIF-ABANDON
032800             GO TO 9900-ABANDON
032900         END-IF
033000         OPEN EXTEND GLPOST
033100         IF NOT W-GLP-OK
033200             MOVE 'OPEN GLPOST' TO W-MOTIF-ABANDON
033300             GO TO 9900-ABANDON
033400         END-IF.
033500     MOVE W-PARM-MODE   TO EPV-E-MODE.
033600     MOVE W-DATE-ARRETE TO EPV-E-DATE.
033700     WRITE EPV-LIGNE FROM EPV-ENTETE.
033800     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
033900     PERFORM 2000-UN-ENREG THRU 2000-EXIT
034000         UNTIL FIN-FGS.
034100     PERFORM 3000-REGISTRE-UNITES THRU 3000-EXIT.
034200     PERFORM 3500-ENTITES THRU 3500-EXIT.
034300     PERFORM 3900-BILAN THRU 3900-EXIT.
034400     IF MODE-APPLICATION
034500         CLOSE MVTPRO GLPOST.
034600     CLOSE FFFFFGS TXPFIC RCVFIC PRVFIC ETATPRV.
034700     DISPLAY 'GSPV720 - MODE ' W-PARM-MODE
034800             ' PROVISIONNES : ' CPT-PROVISIONNES
034900             ' DEJA PASSES : ' CPT-DEJA-PASSES
035000             ' SANS TAUX : ' CPT-SANS-TAUX.
035100     IF W-DEBORDEMENT = 'O'
035200         MOVE 8 TO RETURN-CODE.
035300     GOBACK.
035400 0000-EXIT.
035500     EXIT.
035600******************************************************************
035700*  1200-REGLE-MAPFIC : LA REGLE D IMPUTATION DU PREFIXE PROV EN  *
035800*  VIGUEUR A LA DATE D ARRETE                                    *
035900******************************************************************
036000 1200-REGLE-MAPFIC.
036100     MOVE 'PROV'        TO MPZ-PREFIXE.
036200     MOVE W-DATE-ARRETE TO MPZ-DATE.
036300     CALL 'GSMP980' USING MPZ-DEM.
036400     IF MPZ-INCIDENT
036500         MOVE 'MAPFIC INACCESSIBLE (GSMP980)' TO W-MOTIF-ABANDON
036600         GO TO 9900-ABANDON.
036700     IF NOT MPZ-TROUVE
036800         MOVE 'REGLE MAPFIC PROV ABSENTE A LA DATE'
036900           TO W-MOTIF-ABANDON
037000         GO TO 9900-ABANDON.
037100     MOVE MPZ-COMPTE-DEBIT  TO W-COMPTE-DEBIT.
037200     MOVE MPZ-COMPTE-CREDIT TO W-COMPTE-CREDIT.
037300 1200-EXIT.
037400     EXIT.
038400******************************************************************
038500*  2000-UN-ENREG : TRANCHE, TAUX, PROVISION ET VARIATION         *
038600******************************************************************
038700 2000-UN-ENREG.
038800     ADD 1 TO CPT-LUS.
038900     IF FFFFFGS-MONTANT NOT NUMERIC
039000         GO TO 2000-SUIVANT.
039100     PERFORM 2050-STOCK THRU 2050-EXIT.
039200     IF W-DEJA-PASSE = 'O'
039300         PERFORM 2900-DEJA-PASSE THRU 2900-EXIT
039400         GO TO 2000-SUIVANT.
039500     MOVE ZERO TO W-BASE W-PROVISION W-TAUX-RETENU.
039600     PERFORM 2080-TRANCHE THRU 2080-EXIT.
039700     MOVE SPACES TO EPV-D-SORT.
039800     IF FFFFFGS-STATUT NOT = 'PP'
039900      AND FFFFFGS-MONTANT GREATER ZERO
040000         MOVE FFFFFGS-MONTANT TO W-BASE
040100         PERFORM 2100-CHERCHER-TAUX THRU 2100-EXIT
040200         IF W-TROUVE = 'O'
040300             COMPUTE W-PROVISION ROUNDED =
040400                 W-BASE * W-TAUX-RETENU / 100
040500         ELSE
040600             ADD 1 TO CPT-SANS-TAUX
040700             MOVE 'SANS TAUX' TO EPV-D-SORT
040800         END-IF
040900     END-IF.
041000*    RIEN A PROVISIONNER NI A REPRENDRE : PAS DE LIGNE
041100     IF W-PROVISION = ZERO
041200      AND W-ANCIENNE = ZERO
041300      AND EPV-D-SORT = SPACES
041400         GO TO 2000-SUIVANT.
041500     COMPUTE W-VARIATION = W-PROVISION - W-ANCIENNE.
041600     IF EPV-D-SORT = SPACES
041700         IF W-VARIATION GREATER ZERO
041800             MOVE 'DOTATION' TO EPV-D-SORT
041900         ELSE
042000             IF W-VARIATION LESS ZERO
042100                 MOVE 'REPRISE' TO EPV-D-SORT
042200             ELSE
042300                 MOVE 'INCHANGEE' TO EPV-D-SORT
042400             END-IF
042500         END-IF
042600     END-IF.
042700     IF MODE-APPLICATION
042800         PERFORM 2500-METTRE-A-JOUR THRU 2500-EXIT.
042900     ADD 1 TO CPT-PROVISIONNES.
043000     PERFORM 2700-CUMULER THRU 2700-EXIT.
043100     PERFORM 2800-DETAIL THRU 2800-EXIT.
043200     PERFORM 7300-CUMULER-ENTITE THRU 7300-EXIT.
043300     ADD W-VARIATION TO W-ENT-A-PASSER (IX-ENT).
043400     ADD W-VARIATION TO W-TOT-A-PASSER.
043500 2000-SUIVANT.
043600     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
043700 2000-EXIT.
043800     EXIT.
043900******************************************************************
044000*  2050-STOCK : PROVISION DU MOIS PRECEDENT (PRVFIC) - ARRETE    *
044100*  DEJA PASSE SIGNALE, ARRETE ANTERIEUR AU STOCK = ABANDON       *
044200******************************************************************
044300 2050-STOCK.
044400     MOVE 'N'  TO W-DEJA-PASSE.
044500     MOVE ZERO TO W-ANCIENNE.
044600     MOVE FFFFFGS-CLE TO PRV-FGS-CLE.
044700     READ PRVFIC.
044800     IF W-PRV-ABSENT
044900         MOVE 'N' TO W-STOCK-PRESENT
045000         GO TO 2050-EXIT.
045100     IF NOT W-PRV-OK
045200         MOVE 'READ PRVFIC' TO W-MOTIF-ABANDON
045300         GO TO 9900-ABANDON.
045400     MOVE 'O' TO W-STOCK-PRESENT.
045500     IF PRV-DATE-ARRETE = W-DATE-ARRETE
045600         MOVE 'O' TO W-DEJA-PASSE
045700         GO TO 2050-EXIT.
045800     IF PRV-DATE-ARRETE GREATER W-DATE-ARRETE
045900         MOVE 'ARRETE ANTERIEUR AU STOCK PRVFIC'
046000           TO W-MOTIF-ABANDON
046100         GO TO 9900-ABANDON.
046200     MOVE PRV-PROVISION TO W-ANCIENNE.
046300 2050-EXIT.
046400     EXIT.
046500******************************************************************
046600*  2080-TRANCHE : TRANCHE DU DOSSIER DE RECOUVREMENT - 0 SANS    *
046700*  DOSSIER OU DOSSIER SOLDE                                      *
046800******************************************************************
046900 2080-TRANCHE.
047000     MOVE ZERO TO W-TRANCHE.
047100     MOVE FFFFFGS-CLE TO RCV-FGS-CLE.
047200     READ RCVFIC.
047300     IF W-RCV-ABSENT
047400         GO TO 2080-EXIT.
047500     IF NOT W-RCV-OK
047600         MOVE 'READ RCVFIC' TO W-MOTIF-ABANDON
047700         GO TO 9900-ABANDON.
047800     IF NOT RCV-SOLDE
047900         MOVE RCV-TRANCHE TO W-TRANCHE.
048000 2080-EXIT.
048100     EXIT.
048200******************************************************************
048300*  2100-CHERCHER-TAUX : LA LIGNE LA PLUS RECENTE NON FUTURE      *
048400*  (MEME REGLE QUE GSIA600 SUR TXIFIC)                           *
048500******************************************************************
048600 2100-CHERCHER-TAUX.
048700     MOVE 'N' TO W-TROUVE.
048800     MOVE FFFFFGS-CLE-ENTITE TO TXP-ENTITE.
048900     MOVE FFFFFGS-STATUT     TO TXP-STATUT.
049000     MOVE W-TRANCHE          TO TXP-TRANCHE.
049100     MOVE ZERO               TO TXP-DATE-DEBUT.
049200     START TXPFIC KEY NOT LESS TXP-CLE.
049300     IF W-TXP-ABSENT OR W-TXP-FIN OR NOT W-TXP-OK
049400         GO TO 2100-EXIT.
049500     MOVE 'N' TO W-FIN-TXP.
049600     PERFORM 2150-UNE-LIGNE THRU 2150-EXIT
049700         UNTIL W-FIN-TXP = 'O'.
049800 2100-EXIT.
049900     EXIT.
050000 2150-UNE-LIGNE.
050100     READ TXPFIC NEXT.
050200     IF NOT W-TXP-OK
050300      OR TXP-ENTITE NOT = FFFFFGS-CLE-ENTITE
050400      OR TXP-STATUT NOT = FFFFFGS-STATUT
050500      OR TXP-TRANCHE NOT = W-TRANCHE
050600      OR TXP-DATE-DEBUT GREATER W-DATE-ARRETE
050700         MOVE 'O' TO W-FIN-TXP
050800         GO TO 2150-EXIT.
050900     IF TXP-DATE-FIN GREATER ZERO
051000      AND W-DATE-ARRETE GREATER TXP-DATE-FIN
051100         GO TO 2150-EXIT.
051200     MOVE TXP-TAUX TO W-TAUX-RETENU.
051300     MOVE 'O' TO W-TROUVE.
051400 2150-EXIT.
051500     EXIT.
051600******************************************************************
051700*  2500-METTRE-A-JOUR : MOUVEMENT DE PROVISION PUIS STOCK PRVFIC *
051800******************************************************************
051900 2500-METTRE-A-JOUR.
052000     MOVE SPACES          TO PVM-ENREG.
052100     MOVE FFFFFGS-CLE     TO PVM-FGS-CLE.
052200     MOVE W-DATE-ARRETE   TO PVM-DATE-ARRETE.
052300     MOVE FFFFFGS-UNITE   TO PVM-UNITE.
052400     MOVE W-TRANCHE       TO PVM-TRANCHE.
052500     MOVE FFFFFGS-STATUT  TO PVM-STATUT.
052600     MOVE W-BASE          TO PVM-BASE.
052700     MOVE W-TAUX-RETENU   TO PVM-TAUX.
052800     MOVE W-ANCIENNE      TO PVM-ANCIENNE.
052900     MOVE W-PROVISION     TO PVM-NOUVELLE.
053000     MOVE W-VARIATION     TO PVM-VARIATION.
053100     WRITE PVM-ENREG.
053200     IF NOT W-PVM-OK
053300         MOVE 'WRITE MVTPRO' TO W-MOTIF-ABANDON
053400         GO TO 9900-ABANDON.
053500     ADD 1 TO CPT-MOUVEMENTS.
053600     IF W-STOCK-PRESENT = 'O'
053700         MOVE PRV-DATE-ARRETE TO PRV-DATE-PREC
053800     ELSE
053900         MOVE SPACES          TO PRV-ENREG
054000         MOVE FFFFFGS-CLE     TO PRV-FGS-CLE
054100         MOVE ZERO            TO PRV-DATE-PREC.
054200     MOVE W-ANCIENNE      TO PRV-PROVISION-PREC.
054300     MOVE W-DATE-ARRETE   TO PRV-DATE-ARRETE.
054400     MOVE W-TRANCHE       TO PRV-TRANCHE.
054500     MOVE FFFFFGS-STATUT  TO PRV-STATUT.
054600     MOVE W-BASE          TO PRV-BASE.
054700     MOVE W-TAUX-RETENU   TO PRV-TAUX.
054800     MOVE W-PROVISION     TO PRV-PROVISION.
054900     IF W-STOCK-PRESENT = 'O'
055000         REWRITE PRV-ENREG
055100     ELSE
055200         WRITE PRV-ENREG.
055300     IF NOT W-PRV-OK
055400         MOVE 'ECRITURE PRVFIC' TO W-MOTIF-ABANDON
055500         GO TO 9900-ABANDON.
055600 2500-EXIT.
055700     EXIT.
055800******************************************************************
055900*  2700-CUMULER : TOTAUX GENERAUX ET REGISTRE ENTITE / UNITE     *
056000******************************************************************
056100 2700-CUMULER.
056200     ADD W-BASE      TO W-TOT-BASE.
056300     ADD W-PROVISION TO W-TOT-PROVISION.
056400     ADD W-VARIATION TO W-TOT-VARIATION.
056500     MOVE ZERO TO IX-UNI.
056600 2700-CHERCHER.
056700     ADD 1 TO IX-UNI.
056800     IF IX-UNI GREATER NB-UNITES
056900         IF NB-UNITES LESS 200
057000             ADD 1 TO NB-UNITES
057100             MOVE NB-UNITES TO IX-UNI
057200             MOVE FFFFFGS-CLE-ENTITE TO W-UNI-ENTITE (IX-UNI)
057300             MOVE FFFFFGS-UNITE      TO W-UNI-CODE (IX-UNI)
057400             MOVE ZERO TO W-UNI-NB (IX-UNI)
057500                          W-UNI-BASE (IX-UNI)
057600                          W-UNI-PROVISION (IX-UNI)
057700                          W-UNI-VARIATION (IX-UNI)
057800         ELSE
057900             IF W-DEBORDEMENT = 'N'
058000                 MOVE 'O' TO W-DEBORDEMENT
058100                 DISPLAY 'GSPV720 - TABLE DES UNITES '
058200                         'SATUREE - REGISTRE INCOMPLET'
058300             END-IF
058400             GO TO 2700-EXIT
058500         END-IF
058600         GO TO 2700-POSER.
058700     IF W-UNI-ENTITE (IX-UNI) NOT = FFFFFGS-CLE-ENTITE
058800      OR W-UNI-CODE (IX-UNI) NOT = FFFFFGS-UNITE
058900         GO TO 2700-CHERCHER.
059000 2700-POSER.
059100     ADD 1           TO W-UNI-NB (IX-UNI).
059200     ADD W-BASE      TO W-UNI-BASE (IX-UNI).
059300     ADD W-PROVISION TO W-UNI-PROVISION (IX-UNI).
059400     ADD W-VARIATION TO W-UNI-VARIATION (IX-UNI).
059500 2700-EXIT.
059600     EXIT.
059700******************************************************************
059800*  2800-DETAIL : LIGNE DU REGISTRE POUR LA CLE                   *
059900******************************************************************
060000 2800-DETAIL.
060100     MOVE FFFFFGS-CLE    TO EPV-D-CLE.
060200     MOVE FFFFFGS-UNITE  TO EPV-D-UNITE.
060300     MOVE FFFFFGS-STATUT TO EPV-D-STATUT.
060400     MOVE W-TRANCHE      TO EPV-D-TRANCHE.
060500     MOVE W-BASE         TO EPV-D-BASE.
060600     MOVE W-TAUX-RETENU  TO EPV-D-TAUX.
060700     MOVE W-ANCIENNE     TO EPV-D-ANCIENNE.
060800     MOVE W-PROVISION    TO EPV-D-NOUVELLE.
060900     MOVE W-VARIATION    TO EPV-D-VARIATION.
061000     WRITE EPV-LIGNE FROM EPV-DETAIL.
061100 2800-EXIT.
061200     EXIT.
061300******************************************************************
061400*  2900-DEJA-PASSE : ARRETE DEJA PASSE POUR LA CLE - LE STOCK    *
061500*  FIGURE AU REGISTRE, SANS MOUVEMENT NI ECRITURE                *
061600******************************************************************
061700 2900-DEJA-PASSE.
061800     ADD 1 TO CPT-DEJA-PASSES.
061900     MOVE PRV-TRANCHE   TO W-TRANCHE.
062000     MOVE PRV-BASE      TO W-BASE.
062100     MOVE PRV-TAUX      TO W-TAUX-RETENU.
062200     MOVE PRV-PROVISION TO W-PROVISION.
062300     MOVE PRV-PROVISION-PREC TO W-ANCIENNE.
062400     COMPUTE W-VARIATION = W-PROVISION - W-ANCIENNE.
062500     MOVE 'DEJA PASSE' TO EPV-D-SORT.
062600     PERFORM 2700-CUMULER THRU 2700-EXIT.
062700     PERFORM 2800-DETAIL THRU 2800-EXIT.
062800     PERFORM 7300-CUMULER-ENTITE THRU 7300-EXIT.
062900 2900-EXIT.
063000     EXIT.
063100******************************************************************
063200*  3000-REGISTRE-UNITES : SOUS-TOTAUX PAR ENTITE ET UNITE        *
063300******************************************************************
063400 3000-REGISTRE-UNITES.
063500     MOVE ZERO TO IX-UNI.
063600 3000-LIGNE.
063700     ADD 1 TO IX-UNI.
063800     IF IX-UNI GREATER NB-UNITES
063900         GO TO 3000-EXIT.
064000     MOVE W-UNI-ENTITE (IX-UNI)    TO EPV-U-ENTITE.
064100     MOVE W-UNI-CODE (IX-UNI)      TO EPV-U-CODE.
064200     MOVE W-UNI-NB (IX-UNI)        TO EPV-U-NB.
064300     MOVE W-UNI-BASE (IX-UNI)      TO EPV-U-BASE.
064400     MOVE W-UNI-PROVISION (IX-UNI) TO EPV-U-PROVISION.
064500     MOVE W-UNI-VARIATION (IX-UNI) TO EPV-U-VARIATION.
064600     WRITE EPV-LIGNE FROM EPV-UNITE.
064700     GO TO 3000-LIGNE.
064800 3000-EXIT.
064900     EXIT.
065000******************************************************************
065100*  3500-ENTITES : TOTAL PAR ENTITE ET ECRITURE DE LA VARIATION   *
065200*  NETTE DE CE PASSAGE (MODE A)                                  *
065300******************************************************************
065400 3500-ENTITES.
065500     MOVE ZERO TO IX-ENT.
065600 3500-LIGNE.
065700     ADD 1 TO IX-ENT.
065800     IF IX-ENT GREATER NB-ENTITES
065900         GO TO 3500-EXIT.
066000     MOVE W-ENT-CODE (IX-ENT)      TO EPV-N-ENTITE.
066100     MOVE W-ENT-NB (IX-ENT)        TO EPV-N-NB.
066200     MOVE W-ENT-PROVISION (IX-ENT) TO EPV-N-PROVISION.
066300     MOVE W-ENT-VARIATION (IX-ENT) TO EPV-N-VARIATION.
066400     MOVE W-ENT-A-PASSER (IX-ENT)  TO EPV-N-ECRITURE.
066500     IF W-ENT-A-PASSER (IX-ENT) GREATER ZERO
066600         MOVE 'DOTATION' TO EPV-N-SENS
066700     ELSE
066800         IF W-ENT-A-PASSER (IX-ENT) LESS ZERO
066900             MOVE 'REPRISE' TO EPV-N-SENS
067000         ELSE
067100             MOVE SPACES TO EPV-N-SENS
067200         END-IF
067300     END-IF.
067400     IF MODE-SIMULATION
067500         MOVE 'SIMULE' TO EPV-N-SENS.
067600     WRITE EPV-LIGNE FROM EPV-ENTITE.
067700     IF MODE-APPLICATION
067800      AND W-ENT-A-PASSER (IX-ENT) NOT = ZERO
067900         PERFORM 3600-ECRITURE THRU 3600-EXIT.
068000     GO TO 3500-LIGNE.
068100 3500-EXIT.
068200     EXIT.
068300******************************************************************
068400*  3600-ECRITURE : DOTATION = DEBIT / CREDIT DE LA REGLE PROV,   *
068500*  REPRISE = COMPTES PERMUTES, MONTANT EN VALEUR ABSOLUE         *
068600******************************************************************
068700 3600-ECRITURE.
068800     IF W-ENT-A-PASSER (IX-ENT) GREATER ZERO
068900         MOVE W-ENT-A-PASSER (IX-ENT) TO W-MONTANT-GL
069000         ADD W-MONTANT-GL TO W-TOT-DOTATIONS
069100         MOVE W-COMPTE-DEBIT  TO GLP-COMPTE
069200     ELSE
069300         COMPUTE W-MONTANT-GL = ZERO - W-ENT-A-PASSER (IX-ENT)
069400         ADD W-MONTANT-GL TO W-TOT-REPRISES
069500         MOVE W-COMPTE-CREDIT TO GLP-COMPTE.
069600     MOVE 'D'             TO GLP-SENS.
069700     MOVE W-MONTANT-GL    TO GLP-MONTANT.
069800     MOVE W-DATE-ARRETE   TO GLP-DATE.
069900     MOVE 'GSPV720 '      TO GLP-ORIGINE.
070000     MOVE SPACES          TO GLP-ENREG (43:38).
070100     WRITE GLP-ENREG.
070200     IF NOT W-GLP-OK
070300         MOVE 'WRITE GLPOST (D)' TO W-MOTIF-ABANDON
070400         GO TO 9900-ABANDON.
070500     IF W-ENT-A-PASSER (IX-ENT) GREATER ZERO
070600         MOVE W-COMPTE-CREDIT TO GLP-COMPTE
070700     ELSE
070800         MOVE W-COMPTE-DEBIT  TO GLP-COMPTE.
070900     MOVE 'C'             TO GLP-SENS.
071000     WRITE GLP-ENREG.
071100     IF NOT W-GLP-OK
071200         MOVE 'WRITE GLPOST (C)' TO W-MOTIF-ABANDON
071300         GO TO 9900-ABANDON.
071400     ADD 1 TO CPT-ECRITURES.
071500 3600-EXIT.
071600     EXIT.
071700******************************************************************
071800*  3900-BILAN : TOTAUX GENERAUX - LA VARIATION DES ARRETES DE CE *
071900*  PASSAGE = DOTATIONS - REPRISES PASSEES, SINON ABANDON         *
072000******************************************************************
072100 3900-BILAN.
072200     MOVE 'ENREGISTREMENTS LUS'        TO EPV-T-LIBELLE.
072300     MOVE CPT-LUS                      TO EPV-T-NB.
072400     MOVE ZERO                         TO EPV-T-MONTANT.
072500     WRITE EPV-LIGNE FROM EPV-TOTAL.
072600     MOVE 'BASE PROVISIONNABLE'        TO EPV-T-LIBELLE.
072700     MOVE CPT-PROVISIONNES             TO EPV-T-NB.
072800     MOVE W-TOT-BASE                   TO EPV-T-MONTANT.
072900     WRITE EPV-LIGNE FROM EPV-TOTAL.
073000     MOVE 'PROVISION DU MOIS'          TO EPV-T-LIBELLE.
073100     MOVE W-TOT-PROVISION              TO EPV-T-MONTANT.
073200     WRITE EPV-LIGNE FROM EPV-TOTAL.
073300     MOVE 'VARIATION SUR MOIS PRECEDENT' TO EPV-T-LIBELLE.
073400     MOVE W-TOT-VARIATION              TO EPV-T-MONTANT.
073500     WRITE EPV-LIGNE FROM EPV-TOTAL.
073600     MOVE 'DOTATIONS PASSEES (PROV)'   TO EPV-T-LIBELLE.
073700     MOVE CPT-ECRITURES                TO EPV-T-NB.
073800     MOVE W-TOT-DOTATIONS              TO EPV-T-MONTANT.
073900     WRITE EPV-LIGNE FROM EPV-TOTAL.
074000     MOVE 'REPRISES PASSEES (PROV)'    TO EPV-T-LIBELLE.
074100     MOVE W-TOT-REPRISES               TO EPV-T-MONTANT.
074200     WRITE EPV-LIGNE FROM EPV-TOTAL.
074300     MOVE ZERO                         TO EPV-T-MONTANT.
074400     MOVE 'ARRETES DEJA PASSES'        TO EPV-T-LIBELLE.
074500     MOVE CPT-DEJA-PASSES              TO EPV-T-NB.
074600     WRITE EPV-LIGNE FROM EPV-TOTAL.
074700     MOVE 'SANS TAUX AU BAREME TXPFIC' TO EPV-T-LIBELLE.
074800     MOVE CPT-SANS-TAUX                TO EPV-T-NB.
074900     WRITE EPV-LIGNE FROM EPV-TOTAL.
075000     IF MODE-APPLICATION
075100         MOVE 'MOUVEMENTS MVTPRO'      TO EPV-T-LIBELLE
075200         MOVE CPT-MOUVEMENTS           TO EPV-T-NB
075300         WRITE EPV-LIGNE FROM EPV-TOTAL
075400         IF CPT-MOUVEMENTS NOT = CPT-PROVISIONNES
075500          OR W-TOT-DOTATIONS - W-TOT-REPRISES
075600            NOT = W-TOT-A-PASSER
075700             MOVE 'ECART PROVISIONS / ECRITURES'
075800               TO W-MOTIF-ABANDON
075900             GO TO 9900-ABANDON
076000         END-IF
076100     END-IF.
076200 3900-EXIT.
076300     EXIT.
076400******************************************************************
076500*  7300-CUMULER-ENTITE : TOTAUX DE L ENTITE DE LA CLE            *
076600******************************************************************
076700 7300-CUMULER-ENTITE.
076800     MOVE ZERO TO IX-ENT.
076900 7300-CHERCHER.
077000     ADD 1 TO IX-ENT.
077100     IF IX-ENT GREATER NB-ENTITES
077200         IF NB-ENTITES LESS 20
077300             ADD 1 TO NB-ENTITES
077400             MOVE NB-ENTITES TO IX-ENT
077500             MOVE FFFFFGS-CLE-ENTITE TO W-ENT-CODE (IX-ENT)
077600             MOVE ZERO TO W-ENT-NB (IX-ENT)
077700                          W-ENT-PROVISION (IX-ENT)
077800                          W-ENT-VARIATION (IX-ENT)
077900                          W-ENT-A-PASSER (IX-ENT)
078000         ELSE
078100             MOVE 'TABLE DES ENTITES SATUREE' TO W-MOTIF-ABANDON
078200             GO TO 9900-ABANDON
078300         END-IF
078400         GO TO 7300-POSER.
078500     IF W-ENT-CODE (IX-ENT) NOT = FFFFFGS-CLE-ENTITE
078600         GO TO 7300-CHERCHER.
078700 7300-POSER.
078800     ADD 1           TO W-ENT-NB (IX-ENT).
078900     ADD W-PROVISION TO W-ENT-PROVISION (IX-ENT).
079000     ADD W-VARIATION TO W-ENT-VARIATION (IX-ENT).
079100 7300-EXIT.
079200     EXIT.
079300******************************************************************
079400*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
079500******************************************************************
079600 8100-LIRE-FGS.
079700     READ FFFFFGS NEXT.
079800     IF W-FGS-FIN
079900         MOVE 'O' TO W-FIN-FGS
080000         GO TO 8100-EXIT.
080100     IF NOT W-FGS-OK
080200         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
080300         GO TO 9900-ABANDON.
080400 8100-EXIT.
080500     EXIT.
080600******************************************************************
080700*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
080800******************************************************************
080900 9900-ABANDON.
081000     DISPLAY 'GSPV720 - ABANDON : ' W-MOTIF-ABANDON.
081100     MOVE 16 TO RETURN-CODE.
081200     STOP RUN.
