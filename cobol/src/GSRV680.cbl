000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSRV680.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSRV680 : VIEILLISSEMENT DES IMPAYES ET LISTE DE RECOUVREMENT *
000900*  ------------------------------------------------------------  *
001000*  CHAQUE NUIT, LES ECHEANCES ECHUES ENCORE OUVERTES (DUES OU    *
001100*  PARTIELLES) DE L ECHEANCIER ECHFIC SONT CUMULEES PAR CLE :    *
001200*  RESTE DU, NOMBRE D ECHEANCES, PLUS ANCIENNE DATE. L AGE EN    *
001300*  JOURS CALENDAIRES DE LA PLUS ANCIENNE DONNE LA TRANCHE :      *
001400*  1-30 / 31-60 / 61-90 / 90+.                                   *
001500*  LE DOSSIER RCVFIC DE LA CLE EST POSE OU MIS A JOUR :          *
001600*   - NOUVEAU RETARD OU TRANCHE AGGRAVEE : ELEMENT DE LA FILE    *
001700*     COLLECT (GSWB080, TYPE COLL, MOTIF = TRANCHE ET RESTE DU)  *
001800*     ET DEMANDE DE LETTRE RL0N (RELDEM) SI LA TRANCHE N A PAS   *
001900*     ENCORE ETE ECRITE ;                                        *
002000*   - PROMESSE EN COURS : PAS DE NOUVEL ELEMENT JUSQU A LA DATE  *
002100*     PROMISE. PASSEE CETTE DATE, LES REGLEMENTS RECUS DEPUIS    *
002200*     LA PROMESSE SONT CONFRONTES AU MONTANT PROMIS : TENUE =    *
002300*     RETOUR EN COURS, ROMPUE = STATUT R, NOUVEL ELEMENT         *
002400*     COLLECT (MOTIF ROMPUE) ET LETTRE RLPR ;                    *
002500*   - PLUS RIEN D ECHU : DOSSIER SOLDE.                          *
002600*  LES LETTRES PARTENT PAR LE COURRIER GSCO290 (CARTE ** RL0N /  *
002700*  ** RLPR) QUI SAUTE LES ADRESSES MORTES DEAFIC.                *
002800*  ETAT ETATRCV : UNE LIGNE PAR DOSSIER TOUCHE, PUIS LA BALANCE  *
002900*  AGEE PAR TRANCHE (NOMBRE ET RESTE DU).                        *
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
004400     SELECT ECHFIC  ASSIGN  ECHFIC
004500       ORGANIZATION  INDEXED
004600       ACCESS MODE   SEQUENTIAL
004700       RECORD KEY    ECH-CLE
004800       FILE STATUS   W-ECHFIC-STATUS.
004900     SELECT RCVFIC  ASSIGN  RCVFIC
005000       ORGANIZATION  INDEXED
005100       ACCESS MODE   RANDOM
005200       RECORD KEY    RCV-FGS-CLE
005300       FILE STATUS   W-RCVFIC-STATUS.
005400     SELECT RELDEM  ASSIGN  RELDEM
005500       ORGANIZATION  SEQUENTIAL
005600       FILE STATUS   W-RELDEM-STATUS.
005700     SELECT ETATRCV ASSIGN  ETATRCV
005800       ORGANIZATION  SEQUENTIAL
005900       FILE STATUS   W-ETATRCV-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  ECHFIC
006300     LABEL RECORD STANDARD
006400     DATA RECORD ECH-ENREG.
006500 COPY FFFFFGEC.
006600 FD  RCVFIC
006700     LABEL RECORD STANDARD
006800     DATA RECORD RCV-ENREG.
006900 COPY FFFFFGRV.
007000 FD  RELDEM
007100     LABEL RECORD STANDARD
007200     DATA RECORD RLD-ENREG.
007300 COPY FFFFFGRD.
007400 FD  ETATRCV
007500     LABEL RECORD STANDARD
007600     DATA RECORD ETR-LIGNE.
007700 01  ETR-LIGNE                       PIC X(132).
007800 WORKING-STORAGE SECTION.
007900 77  CPT-ECHEANCES                   PIC S9(08) COMP VALUE ZERO.
008000 77  CPT-DOSSIERS                    PIC S9(08) COMP VALUE ZERO.
008100 77  CPT-NOUVEAUX                    PIC S9(08) COMP VALUE ZERO.
008200 77  CPT-AGGRAVES                    PIC S9(08) COMP VALUE ZERO.
008300 77  CPT-ROMPUES                     PIC S9(08) COMP VALUE ZERO.
008400 77  CPT-TENUES                      PIC S9(08) COMP VALUE ZERO.
008500 77  CPT-SOLDES                      PIC S9(08) COMP VALUE ZERO.
008600 77  CPT-ELEMENTS                    PIC S9(08) COMP VALUE ZERO.
008700 77  CPT-LETTRES                     PIC S9(08) COMP VALUE ZERO.
008800 77  IX-TR                           PIC S9(04) COMP VALUE ZERO.
008900 01  W-FIN-ECH                       PIC X(01) VALUE 'N'.
009000     88  FIN-ECH                     VALUE 'O'.
009100 01  W-ECHFIC-STATUS                 PIC X(02).
009200     88  W-ECH-OK                    VALUE '00'.
009300     88  W-ECH-FIN                   VALUE '10'.
009400 01  W-RCVFIC-STATUS                 PIC X(02).
009500     88  W-RCV-OK                    VALUE '00'.
009600     88  W-RCV-ABSENT                VALUE '23'.
009700 01  W-RELDEM-STATUS                 PIC X(02).
009800     88  W-RLD-OK                    VALUE '00'.
009900 01  W-ETATRCV-STATUS                PIC X(02).
010000     88  W-ETR-OK                    VALUE '00'.
010100 01  W-MOTIF-ABANDON                 PIC X(40).
010200 01  W-DATE-JOUR                     PIC 9(08).
010300*    CUMULS DE LA CLE EN COURS
010400 01  W-CLE-COURANTE                  PIC X(15).
010500 01  W-RETARD                        PIC S9(11)V99 COMP-3.
010600 01  W-CUMUL-PAYE                    PIC S9(11)V99 COMP-3.
010700 01  W-NB-RETARD                     PIC 9(04).
010800 01  W-PLUS-ANCIENNE                 PIC 9(08).
010900 01  W-JOURS                         PIC S9(09) COMP.
011000 01  W-TRANCHE                       PIC 9(01).
011100 01  W-TRANCHE-AVANT                 PIC 9(01).
011200 01  W-NOUVEAU                       PIC X(01).
011300 01  W-ACTION                        PIC X(16).
011400 01  W-A-POSER                       PIC X(01).
011500 01  W-MODELE                        PIC X(04).
011600*    JOUR ABSOLU D UNE DATE (JOURS DEPUIS L AN 0, CALENDRIER
011700*    GREGORIEN, ANNEE COMMENCANT EN MARS)
011800 01  W-DATE-CALC                     PIC 9(08).
011900 01  W-DATE-CALC-R REDEFINES W-DATE-CALC.
012000     05  W-DC-AAAA                   PIC 9(04).
012100     05  W-DC-MM                     PIC 9(02).
012200     05  W-DC-JJ                     PIC 9(02).
012300 01  W-JA-AN                         PIC S9(05) COMP.
012400 01  W-JA-MOIS                       PIC S9(05) COMP.
012500 01  W-JA-QUOTIENT                   PIC S9(09) COMP.
012600 01  W-JOUR-ABSOLU                   PIC S9(09) COMP.
012700 01  W-JOUR-ABSOLU-JOUR              PIC S9(09) COMP.
012800*    LIBELLES DES TRANCHES
012900 01  W-TABLE-TRANCHES.
013000     05  FILLER                      PIC X(05) VALUE '1-30 '.
013100     05  FILLER                      PIC X(05) VALUE '31-60'.
013200     05  FILLER                      PIC X(05) VALUE '61-90'.
013300     05  FILLER                      PIC X(05) VALUE '90+  '.
013400 01  W-TRANCHES REDEFINES W-TABLE-TRANCHES.
013500     05  W-LIB-TRANCHE               PIC X(05) OCCURS 4.
013600*    BALANCE AGEE
013700 01  W-BALANCE.
013800     05  W-BAL-POSTE OCCURS 4.
013900         10  W-BAL-NB                PIC S9(08) COMP.
014000         10  W-BAL-MONTANT           PIC S9(13)V99 COMP-3.
014100*    MOTIF DE L ELEMENT DE CORBEILLE
014200 01  W-MOTIF-COLL.
014300     05  MOC-NATURE                  PIC X(07).
014400     05  MOC-TRANCHE                 PIC X(05).
014500     05  FILLER                      PIC X(04) VALUE ' DU '.
014600     05  MOC-MONTANT                 PIC Z(10)9,99.
014700 COPY GSWBZ.
014800 01  ETR-ENTETE.
014900     05  FILLER                      PIC X(50)
015000         VALUE 'GSRV680 - VIEILLISSEMENT DES IMPAYES - DATE '.
015100     05  ETR-E-DATE                  PIC 9(08).
015200     05  FILLER                      PIC X(74) VALUE SPACES.
015300 01  ETR-DETAIL.
015400     05  FILLER                      PIC X(01) VALUE SPACE.
015500     05  ETR-CLE                     PIC X(15).
015600     05  FILLER                      PIC X(02) VALUE SPACES.
015700     05  ETR-TRANCHE                 PIC X(05).
015800     05  FILLER                      PIC X(02) VALUE SPACES.
015900     05  ETR-JOURS                   PIC Z(04)9.
016000     05  FILLER                      PIC X(02) VALUE SPACES.
016100     05  ETR-NB                      PIC Z(03)9.
016200     05  FILLER                      PIC X(02) VALUE SPACES.
016300     05  ETR-RETARD                  PIC Z(10)9,99.
016400     05  FILLER                      PIC X(02) VALUE SPACES.
016500     05  ETR-STATUT                  PIC X(01).
016600     05  FILLER                      PIC X(02) VALUE SPACES.
016700     05  ETR-ACTION                  PIC X(16).
016800     05  FILLER                      PIC X(60) VALUE SPACES.
016900 01  ETR-BALANCE.
017000     05  FILLER                      PIC X(18)
017100         VALUE 'BALANCE - TRANCHE '.
017200     05  ETR-B-TRANCHE               PIC X(05).
017300     05  FILLER                      PIC X(13)
017400         VALUE ' - DOSSIERS :'.
017500     05  ETR-B-NB                    PIC Z(07)9.
017600     05  FILLER                      PIC X(11)
017700         VALUE ' RESTE DU :'.
017800     05  ETR-B-MONTANT               PIC Z(12)9,99.
017900     05  FILLER                      PIC X(60) VALUE SPACES.
018000 PROCEDURE DIVISION.
018100******************************************************************
018200*  0000-MAINLINE : UNE RUPTURE PAR CLE DE L ECHEANCIER           *
018300******************************************************************
018400 0000-MAINLINE.
018500     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
018600     PERFORM 2000-UNE-CLE THRU 2000-EXIT
018700         UNTIL FIN-ECH.
018800     PERFORM 3000-TERMINAISON THRU 3000-EXIT.
018900     GOBACK.
019000 0000-EXIT.
019100     EXIT.
019200******************************************************************
019300*  1000-INITIALISATION : OUVERTURES, ENTETE, JOUR ABSOLU DU JOUR *
019400******************************************************************
019500 1000-INITIALISATION.
019600     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
019700     OPEN INPUT ECHFIC.
019800     IF NOT W-ECH-OK
019900         MOVE 'OPEN ECHFIC'  TO W-MOTIF-ABANDON
020000         GO TO 9900-ABANDON.
020100     OPEN I-O RCVFIC.
020200     IF NOT W-RCV-OK
020300         MOVE 'OPEN RCVFIC'  TO W-MOTIF-ABANDON
020400         GO TO 9900-ABANDON.
020500     OPEN OUTPUT RELDEM.
020600     IF NOT W-RLD-OK
020700         MOVE 'OPEN RELDEM'  TO W-MOTIF-ABANDON
020800         GO TO 9900-ABANDON.
020900     OPEN OUTPUT ETATRCV.
021000     IF NOT W-ETR-OK
021100         MOVE 'OPEN ETATRCV' TO W-MOTIF-ABANDON
021200         GO TO 9900-ABANDON.
021300     MOVE W-DATE-JOUR TO ETR-E-DATE.
021400     WRITE ETR-LIGNE FROM ETR-ENTETE.
021500     MOVE W-DATE-JOUR TO W-DATE-CALC.
021600     PERFORM 2700-JOUR-ABSOLU THRU 2700-EXIT.
021700     MOVE W-JOUR-ABSOLU TO W-JOUR-ABSOLU-JOUR.
021800     MOVE ZERO TO IX-TR.
021900 1000-RAZ-BALANCE.
022000     ADD 1 TO IX-TR.
022100     IF IX-TR GREATER 4
022200         GO TO 1000-LIRE.
022300     MOVE ZERO TO W-BAL-NB (IX-TR) W-BAL-MONTANT (IX-TR).
022400     GO TO 1000-RAZ-BALANCE.
022500 1000-LIRE.
022600     PERFORM 8100-LIRE-ECH THRU 8100-EXIT.
022700 1000-EXIT.
022800     EXIT.
022900******************************************************************
023000*  2000-UNE-CLE : CUMUL DES LIGNES DE LA CLE PUIS DECISION       *
023100******************************************************************
023200 2000-UNE-CLE.
023300     MOVE ECH-FGS-CLE TO W-CLE-COURANTE.
023400     MOVE ZERO        TO W-RETARD W-CUMUL-PAYE W-NB-RETARD.
023500     MOVE 99999999    TO W-PLUS-ANCIENNE.
023600 2000-CUMULER.
023700     ADD ECH-MONTANT-PAYE TO W-CUMUL-PAYE.
023800     IF ECH-OUVERTE
023900      AND ECH-DATE-ECH LESS W-DATE-JOUR
024000         ADD 1 TO W-NB-RETARD
024100         COMPUTE W-RETARD = W-RETARD + ECH-MONTANT-DU
024200                                     - ECH-MONTANT-PAYE
024300         IF ECH-DATE-ECH LESS W-PLUS-ANCIENNE
024400             MOVE ECH-DATE-ECH TO W-PLUS-ANCIENNE
024500         END-IF
024600     END-IF.
024700     PERFORM 8100-LIRE-ECH THRU 8100-EXIT.
024800     IF NOT FIN-ECH
024900      AND ECH-FGS-CLE = W-CLE-COURANTE
025000         GO TO 2000-CUMULER.
025100     PERFORM 2100-DOSSIER THRU 2100-EXIT.
025200 2000-EXIT.
025300     EXIT.
025400******************************************************************
025500*  2100-DOSSIER : LE DOSSIER RCVFIC DE LA CLE - POSE, AGE,       *
025600*  CONTROLE DE PROMESSE OU SOLDE                                 *
025700******************************************************************
025800 2100-DOSSIER.
025900     MOVE SPACES TO W-ACTION.
026000     MOVE 'N'    TO W-A-POSER.
026100     MOVE SPACES TO W-MODELE.
026200     MOVE W-CLE-COURANTE TO RCV-FGS-CLE.
026300     READ RCVFIC.
026400     IF W-RCV-ABSENT
026500         MOVE 'O' TO W-NOUVEAU
026600     ELSE
026700         IF W-RCV-OK
026800             MOVE 'N' TO W-NOUVEAU
026900         ELSE
027000             MOVE 'READ RCVFIC' TO W-MOTIF-ABANDON
027100             GO TO 9900-ABANDON.
027200*    PLUS RIEN D ECHU : LE DOSSIER OUVERT EST SOLDE, L ABSENT
027300*    N EST PAS CREE
027400     IF W-RETARD NOT GREATER ZERO
027500         IF W-NOUVEAU = 'N' AND NOT RCV-SOLDE
027600             MOVE 'S'  TO RCV-STATUT
027700             MOVE ZERO TO RCV-MONTANT-RETARD RCV-NB-ECH-RETARD
027800                          RCV-JOURS-RETARD
027900             MOVE W-CUMUL-PAYE TO RCV-CUMUL-PAYE
028000             MOVE W-DATE-JOUR  TO RCV-DATE-CALCUL
028100             MOVE 'SOLDE           ' TO W-ACTION
028200             ADD 1 TO CPT-SOLDES
028300             PERFORM 2500-REECRIRE THRU 2500-EXIT
028400             PERFORM 2800-EDITER THRU 2800-EXIT
028500         END-IF
028600         GO TO 2100-EXIT.
028700     ADD 1 TO CPT-DOSSIERS.
028800     PERFORM 2200-AGE-ET-TRANCHE THRU 2200-EXIT.
028900     IF W-NOUVEAU = 'O'
029000         PERFORM 2150-INITIALISER THRU 2150-EXIT
029100         GO TO 2100-FIGURES.
029200     MOVE RCV-TRANCHE TO W-TRANCHE-AVANT.
029300*    RETOUR EN RETARD D UN DOSSIER SOLDE = NOUVEAU CYCLE
029400     IF RCV-SOLDE
029500         MOVE 'A'         TO RCV-STATUT
029600         MOVE W-DATE-JOUR TO RCV-DATE-ENTREE
029700         MOVE ZERO        TO RCV-TRANCHE-LETTRE W-TRANCHE-AVANT
029800         MOVE ZERO        TO RCV-DATE-PROMESSE
029900         MOVE 'RETOUR EN RETARD' TO W-ACTION
030000         MOVE 'O'         TO W-A-POSER
030100         ADD 1 TO CPT-NOUVEAUX
030200         GO TO 2100-FIGURES.
030300     IF RCV-PROMESSE
030400         PERFORM 2300-CONTROLE-PROMESSE THRU 2300-EXIT
030500         GO TO 2100-FIGURES.
030600     IF W-TRANCHE GREATER W-TRANCHE-AVANT
030700         MOVE 'TRANCHE AGGRAVEE' TO W-ACTION
030800         MOVE 'O' TO W-A-POSER
030900         ADD 1 TO CPT-AGGRAVES.
031000 2100-FIGURES.
031100     MOVE W-TRANCHE                TO RCV-TRANCHE.
031200     MOVE W-LIB-TRANCHE (W-TRANCHE) TO RCV-LIB-TRANCHE.
031300     MOVE W-RETARD                 TO RCV-MONTANT-RETARD.
031400     MOVE W-NB-RETARD              TO RCV-NB-ECH-RETARD.
031500     MOVE W-PLUS-ANCIENNE          TO RCV-DATE-PLUS-ANCIENNE.
031600     MOVE W-JOURS                  TO RCV-JOURS-RETARD.
031700     MOVE W-CUMUL-PAYE             TO RCV-CUMUL-PAYE.
031800     MOVE W-DATE-JOUR              TO RCV-DATE-CALCUL.
031900     ADD 1        TO W-BAL-NB (W-TRANCHE).
032000     ADD W-RETARD TO W-BAL-MONTANT (W-TRANCHE).
032100     IF W-A-POSER = 'O'
032200         PERFORM 2400-POSER-ELEMENT THRU 2400-EXIT.
032300*    LETTRE : PROMESSE ROMPUE, OU TRANCHE PAS ENCORE ECRITE
032400     IF W-MODELE = SPACES
032500      AND W-A-POSER = 'O'
032600      AND W-TRANCHE GREATER RCV-TRANCHE-LETTRE
032700         MOVE 'RL0 ' TO W-MODELE
032800         MOVE W-TRANCHE TO W-MODELE (4:1).
032900     IF W-MODELE NOT = SPACES
033000         PERFORM 2600-DEMANDER-LETTRE THRU 2600-EXIT.
033100     IF W-NOUVEAU = 'O'
033200         WRITE RCV-ENREG
033300         IF NOT W-RCV-OK
033400             MOVE 'WRITE RCVFIC' TO W-MOTIF-ABANDON
033500             GO TO 9900-ABANDON
033600         END-IF
033700     ELSE
033800         PERFORM 2500-REECRIRE THRU 2500-EXIT.
033900     IF W-ACTION NOT = SPACES
034000         PERFORM 2800-EDITER THRU 2800-EXIT.
034100 2100-EXIT.
034200     EXIT.
034300******************************************************************
034400*  2150-INITIALISER : PREMIER RETARD DE LA CLE                   *
034500******************************************************************
034600 2150-INITIALISER.
034700     MOVE SPACES       TO RCV-ENREG.
034800     MOVE W-CLE-COURANTE TO RCV-FGS-CLE.
034900     MOVE 'A'          TO RCV-STATUT.
035000     MOVE W-DATE-JOUR  TO RCV-DATE-ENTREE.
035100     MOVE ZERO         TO RCV-TRANCHE-LETTRE RCV-DATE-LETTRE
035200                          RCV-DATE-CONTACT RCV-DATE-PROMESSE
035300                          RCV-MONTANT-PROMESSE
035400                          RCV-PAYE-A-PROMESSE RCV-NB-ROMPUES.
035500     MOVE SPACES       TO RCV-RESULTAT-CONTACT RCV-OPERATEUR.
035600     MOVE 'NOUVEAU RETARD  ' TO W-ACTION.
035700     MOVE 'O'          TO W-A-POSER.
035800     ADD 1 TO CPT-NOUVEAUX.
035900 2150-EXIT.
036000     EXIT.
036100******************************************************************
036200*  2200-AGE-ET-TRANCHE : JOURS CALENDAIRES DEPUIS LA PLUS        *
036300*  ANCIENNE ECHEANCE IMPAYEE, PUIS TRANCHE                       *
036400******************************************************************
036500 2200-AGE-ET-TRANCHE.
036600     MOVE W-PLUS-ANCIENNE TO W-DATE-CALC.
036700     PERFORM 2700-JOUR-ABSOLU THRU 2700-EXIT.
036800     COMPUTE W-JOURS = W-JOUR-ABSOLU-JOUR - W-JOUR-ABSOLU.
036900     IF W-JOURS LESS 1
037000         MOVE 1 TO W-JOURS.
037100     IF W-JOURS GREATER 99999
037200         MOVE 99999 TO W-JOURS.
037300     EVALUATE TRUE
037400         WHEN W-JOURS NOT GREATER 30  MOVE 1 TO W-TRANCHE
037500         WHEN W-JOURS NOT GREATER 60  MOVE 2 TO W-TRANCHE
037600         WHEN W-JOURS NOT GREATER 90  MOVE 3 TO W-TRANCHE
037700         WHEN OTHER                   MOVE 4 TO W-TRANCHE
037800     END-EVALUATE.
037900 2200-EXIT.
038000     EXIT.
038100******************************************************************
038200*  2300-CONTROLE-PROMESSE : AVANT LA DATE PROMISE RIEN NE        *
038300*  BOUGE ; APRES, REGLEMENTS RECUS DEPUIS LA PROMESSE CONTRE     *
038400*  MONTANT PROMIS                                                *
038500******************************************************************
038600 2300-CONTROLE-PROMESSE.
038700     IF RCV-DATE-PROMESSE NOT LESS W-DATE-JOUR
038800         GO TO 2300-EXIT.
038900     IF W-CUMUL-PAYE - RCV-PAYE-A-PROMESSE
039000          NOT LESS RCV-MONTANT-PROMESSE
039100         MOVE 'A' TO RCV-STATUT
039200         MOVE 'PROMESSE TENUE  ' TO W-ACTION
039300         ADD 1 TO CPT-TENUES
039400         GO TO 2300-EXIT.
039500     MOVE 'R' TO RCV-STATUT.
039600     IF RCV-NB-ROMPUES LESS 99
039700         ADD 1 TO RCV-NB-ROMPUES.
039800     MOVE 'PROMESSE ROMPUE ' TO W-ACTION.
039900     MOVE 'O'    TO W-A-POSER.
040000     MOVE 'RLPR' TO W-MODELE.
040100     ADD 1 TO CPT-ROMPUES.
040200 2300-EXIT.
040300     EXIT.
040400******************************************************************
040500*  2400-POSER-ELEMENT : ELEMENT DE LA FILE COLLECT (GSWB080)     *
040600******************************************************************
040700 2400-POSER-ELEMENT.
040800     IF RCV-ROMPUE
040900         MOVE 'ROMPUE ' TO MOC-NATURE
041000     ELSE
041100         MOVE 'RETARD ' TO MOC-NATURE.
041200     MOVE W-LIB-TRANCHE (W-TRANCHE) TO MOC-TRANCHE.
041300     MOVE W-RETARD       TO MOC-MONTANT.
041400     MOVE 'COLL'         TO WBZ-TYPE-EXC.
041500     MOVE W-CLE-COURANTE TO WBZ-FGS-CLE.
041600     MOVE W-MOTIF-COLL   TO WBZ-MOTIF.
041700     MOVE 'GSRV680 '     TO WBZ-PROGRAMME.
041800     CALL 'GSWB080' USING WBZ-ZONE.
041900     IF NOT WBZ-POSE
042000         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
042100         GO TO 9900-ABANDON.
042200     ADD 1 TO CPT-ELEMENTS.
042300 2400-EXIT.
042400     EXIT.
042500******************************************************************
042600*  2500-REECRIRE : REECRITURE DU DOSSIER                         *
042700******************************************************************
042800 2500-REECRIRE.
042900     REWRITE RCV-ENREG.
043000     IF NOT W-RCV-OK
043100         MOVE 'REWRITE RCVFIC' TO W-MOTIF-ABANDON
043200         GO TO 9900-ABANDON.
043300 2500-EXIT.
043400     EXIT.
043500******************************************************************
043600*  2600-DEMANDER-LETTRE : DEMANDE RELDEM POUR LE COURRIER        *
043700******************************************************************
043800 2600-DEMANDER-LETTRE.
043900     MOVE SPACES             TO RLD-ENREG.
044000     MOVE W-CLE-COURANTE     TO RLD-CLE.
044100     MOVE W-MODELE           TO RLD-MODELE.
044200     MOVE W-LIB-TRANCHE (W-TRANCHE) TO RLD-TRANCHE.
044300     MOVE W-RETARD           TO RLD-MONTANT-RETARD.
044400     MOVE W-JOURS            TO RLD-JOURS-RETARD.
044500     MOVE RCV-DATE-PROMESSE  TO RLD-DATE-PROMESSE.
044600     WRITE RLD-ENREG.
044700     IF NOT W-RLD-OK
044800         MOVE 'WRITE RELDEM' TO W-MOTIF-ABANDON
044900         GO TO 9900-ABANDON.
045000     IF W-TRANCHE GREATER RCV-TRANCHE-LETTRE
045100         MOVE W-TRANCHE TO RCV-TRANCHE-LETTRE.
045200     MOVE W-DATE-JOUR TO RCV-DATE-LETTRE.
045300     ADD 1 TO CPT-LETTRES.
045400 2600-EXIT.
045500     EXIT.
045600******************************************************************
045700*  2700-JOUR-ABSOLU : RANG DU JOUR DE W-DATE-CALC DEPUIS L AN 0  *
045800*  (ANNEE DECALEE A MARS : LE 29 FEVRIER TOMBE EN FIN D ANNEE)   *
045900*  CHAQUE DIVISION EST RANGEE DANS UN ENTIER : TRONCATURE        *
046000******************************************************************
046100 2700-JOUR-ABSOLU.
046200     IF W-DC-MM GREATER 2
046300         MOVE W-DC-AAAA TO W-JA-AN
046400         COMPUTE W-JA-MOIS = W-DC-MM - 3
046500     ELSE
046600         COMPUTE W-JA-AN   = W-DC-AAAA - 1
046700         COMPUTE W-JA-MOIS = W-DC-MM + 9.
046800     COMPUTE W-JOUR-ABSOLU = 365 * W-JA-AN + W-DC-JJ.
046900     COMPUTE W-JA-QUOTIENT = W-JA-AN / 4.
047000     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
047100     COMPUTE W-JA-QUOTIENT = W-JA-AN / 100.
047200     SUBTRACT W-JA-QUOTIENT FROM W-JOUR-ABSOLU.
047300     COMPUTE W-JA-QUOTIENT = W-JA-AN / 400.
047400     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
047500     COMPUTE W-JA-QUOTIENT = (153 * W-JA-MOIS + 2) / 5.
047600     ADD W-JA-QUOTIENT TO W-JOUR-ABSOLU.
047700 2700-EXIT.
047800     EXIT.
047900******************************************************************
048000*  2800-EDITER : UNE LIGNE D ETAT PAR DOSSIER TOUCHE             *
048100******************************************************************
048200 2800-EDITER.
048300     MOVE RCV-FGS-CLE        TO ETR-CLE.
048400     MOVE RCV-LIB-TRANCHE    TO ETR-TRANCHE.
048500     MOVE RCV-JOURS-RETARD   TO ETR-JOURS.
048600     MOVE RCV-NB-ECH-RETARD  TO ETR-NB.
048700     MOVE RCV-MONTANT-RETARD TO ETR-RETARD.
048800     MOVE RCV-STATUT         TO ETR-STATUT.
048900     MOVE W-ACTION           TO ETR-ACTION.
049000     WRITE ETR-LIGNE FROM ETR-DETAIL.
049100 2800-EXIT.
049200     EXIT.
049300******************************************************************
049400*  3000-TERMINAISON : BALANCE AGEE, TOTAUX ET FERMETURES         *
049500******************************************************************
049600 3000-TERMINAISON.
049700     MOVE ZERO TO IX-TR.
049800 3000-BALANCE.
049900     ADD 1 TO IX-TR.
050000     IF IX-TR GREATER 4
050100         GO TO 3000-FERMER.
050200     MOVE W-LIB-TRANCHE (IX-TR) TO ETR-B-TRANCHE.
050300     MOVE W-BAL-NB (IX-TR)      TO ETR-B-NB.
050400     MOVE W-BAL-MONTANT (IX-TR) TO ETR-B-MONTANT.
050500     WRITE ETR-LIGNE FROM ETR-BALANCE.
050600     GO TO 3000-BALANCE.
050700 3000-FERMER.
050800     CLOSE ECHFIC RCVFIC RELDEM ETATRCV.
050900     DISPLAY 'GSRV680 - ECHEANCES LUES    : ' CPT-ECHEANCES.
051000     DISPLAY 'GSRV680 - DOSSIERS EN RETARD: ' CPT-DOSSIERS.
051100     DISPLAY 'GSRV680 - NOUVEAUX          : ' CPT-NOUVEAUX.
051200     DISPLAY 'GSRV680 - TRANCHES AGGRAVEES: ' CPT-AGGRAVES.
051300     DISPLAY 'GSRV680 - PROMESSES TENUES  : ' CPT-TENUES.
051400     DISPLAY 'GSRV680 - PROMESSES ROMPUES : ' CPT-ROMPUES.
051500     DISPLAY 'GSRV680 - DOSSIERS SOLDES   : ' CPT-SOLDES.
051600     DISPLAY 'GSRV680 - ELEMENTS COLLECT  : ' CPT-ELEMENTS.
051700     DISPLAY 'GSRV680 - LETTRES DEMANDEES : ' CPT-LETTRES.
051800     GOBACK.
051900 3000-EXIT.
052000     EXIT.
052100******************************************************************
052200*  8100-LIRE-ECH : LECTURE SEQUENTIELLE DE L ECHEANCIER          *
052300******************************************************************
052400 8100-LIRE-ECH.
052500     READ ECHFIC NEXT.
052600     IF W-ECH-FIN
052700         MOVE 'O' TO W-FIN-ECH
052800         GO TO 8100-EXIT.
052900     IF NOT W-ECH-OK
053000         MOVE 'READ ECHFIC' TO W-MOTIF-ABANDON
053100         GO TO 9900-ABANDON.
053200     ADD 1 TO CPT-ECHEANCES.
053300 8100-EXIT.
053400     EXIT.
053500******************************************************************
053600*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
053700******************************************************************
053800 9900-ABANDON.
053900     DISPLAY 'GSRV680 - ABANDON : ' W-MOTIF-ABANDON.
054000     MOVE 16 TO RETURN-CODE.
054100     STOP RUN.
