000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDE900.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSDE900 : RELEVE DES SUCCESSIONS (TITULAIRES DECEDES ET       *
000900*            SOLDES OUVERTS)                                     *
001000*  ------------------------------------------------------------  *
001100*  POUR LE SERVICE DES SUCCESSIONS : CHAQUE FICHE DCDFIC VALIDEE *
001200*  (GSDE901) EST EDITEE AVEC LA DATE DU DECES, LA DATE DE        *
001300*  NOTIFICATION, LE CONTACT DE LA SUCCESSION ET LA SITUATION DE  *
001400*  LA CLE AU MAITRE :                                            *
001500*   - SOLDE (FFFFFGS-MONTANT) ;                                  *
001600*   - INTERETS COURUS DU POSTE D HISTORIQUE 5 (IC, GSIA600) -    *
001700*     MEME REGLE QUE LE REGLEMENT DE CLOTURE GSCD890 ;           *
001800*   - OUVERT = SOLDE + INTERETS ;                                *
001900*   - NOMBRE DE MOUVEMENTS RETENUS AU SUSPENS SUR LA CLE (DONT   *
002000*     LES DEBITS RETENUS POUR DECES PAR GSBT010).                *
002100*  SOUS-TOTAL PAR ENTITE ET TOTAL GENERAL. UNE CLE INCONNUE DU   *
002200*  MAITRE EST EDITEE EN ANOMALIE HORS TOTAUX (CODE RETOUR 4).    *
002300*  LES FICHES PROPOSEES NON ENCORE APPROUVEES SONT COMPTEES.     *
002400*  ------------------------------------------------------------  *
002500*  ENTREE  : DCDFIC   FICHES DECES (LECTURE SEQUENTIELLE)        *
002600*            FFFFFGS  FICHIER MAITRE (LECTURE DIRECTE)           *
002700*            SUSPFIC  FICHIER DE SUSPENS (POSITIONNEMENT)        *
002800*  SORTIE  : ETATDCD  RELEVE DES SUCCESSIONS PAR ENTITE          *
002900*  ------------------------------------------------------------  *
003000*  HISTORIQUE DES MODIFICATIONS                                  *
003100*  15/10/26  DA  CREATION                                        *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.
003600     IBM-370.
003700 OBJECT-COMPUTER.
003800     IBM-370.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT DCDFIC  ASSIGN  DCDFIC
004400       ORGANIZATION  INDEXED
004500       ACCESS MODE   SEQUENTIAL
004600       RECORD KEY    DCD-FGS-CLE
004700       FILE STATUS   W-DCDFIC-STATUS.
004800     SELECT FFFFFGS ASSIGN  FFFFFGS
004900       ORGANIZATION  INDEXED
005000       ACCESS MODE   RANDOM
005100       RECORD KEY    FFFFFGS-CLE
005200       FILE STATUS   W-FFFFFGS-STATUS.
005300     SELECT SUSPFIC ASSIGN  SUSPFIC
005400       ORGANIZATION  INDEXED
005500       ACCESS MODE   DYNAMIC
005600       RECORD KEY    SUS-CLE
005700       FILE STATUS   W-SUSPFIC-STATUS.
005800     SELECT ETATDCD ASSIGN  ETATDCD
005900       ORGANIZATION  SEQUENTIAL
006000       FILE STATUS   W-ETATDCD-STATUS.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  DCDFIC
006400     LABEL RECORD STANDARD
006500     DATA RECORD DCD-ENREG.
006600 COPY FFFFFGDD.
006700 FD  FFFFFGS
006800     LABEL RECORD STANDARD
006900     DATA RECORD FFFFFGS-ENREG.
007000 COPY FFFFFFGS.
007100 FD  SUSPFIC
007200     LABEL RECORD STANDARD
007300     DATA RECORD SUS-ENREG.
007400 COPY FFFFFGSU.
007500 FD  ETATDCD
007600     LABEL RECORD STANDARD
007700     DATA RECORD EDC-LIGNE.
007800 01  EDC-LIGNE                       PIC X(132).
007900 WORKING-STORAGE SECTION.
008000 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
008100 77  CPT-VALIDEES                    PIC S9(08) COMP VALUE ZERO.
008200 77  CPT-PROPOSEES                   PIC S9(08) COMP VALUE ZERO.
008300 77  CPT-INCONNUES                   PIC S9(08) COMP VALUE ZERO.
008400 77  CPT-SUSPENS                     PIC S9(08) COMP VALUE ZERO.
008500 01  W-FIN-DCD                       PIC X(01) VALUE 'N'.
008600     88  FIN-DCD                     VALUE 'O'.
008700 01  W-FIN-SUS                       PIC X(01).
008800     88  FIN-SUS                     VALUE 'O'.
008900 01  W-DCDFIC-STATUS                 PIC X(02).
009000     88  W-DCD-OK                    VALUE '00'.
009100     88  W-DCD-FIN                   VALUE '10'.
009200 COPY FFFFFGSW.
009300 01  W-SUSPFIC-STATUS                PIC X(02).
009400     88  W-SUS-OK                    VALUE '00'.
009500     88  W-SUS-FIN                   VALUE '10'.
009600     88  W-SUS-ABSENT                VALUE '23'.
009700 01  W-ETATDCD-STATUS                PIC X(02).
009800     88  W-EDC-OK                    VALUE '00'.
009900 01  W-MOTIF-ABANDON                 PIC X(40).
010000 01  W-DATE-JOUR                     PIC 9(08).
010100*    SITUATION DE LA CLE DE LA FICHE EN COURS
010200 01  W-SOLDE                         PIC S9(11)V99 COMP-3.
010300 01  W-INTERETS                      PIC S9(11)V99 COMP-3.
010400 01  W-OUVERT                        PIC S9(11)V99 COMP-3.
010500 01  W-NB-SUSPENS                    PIC S9(08) COMP.
010600 01  W-NOTE                          PIC X(12).
010700*    CUMULS DE L ENTITE EN COURS ET CUMULS GENERAUX DU RELEVE
010800 01  W-ENTITE-COURANTE               PIC X(02) VALUE SPACES.
010900 01  W-CUMULS-ENTITE.
011000     05  W-ENT-NB                    PIC S9(08) COMP.
011100     05  W-ENT-SOLDE                 PIC S9(13)V99 COMP-3.
011200     05  W-ENT-INTERETS              PIC S9(13)V99 COMP-3.
011300     05  W-ENT-OUVERT                PIC S9(13)V99 COMP-3.
011400     05  W-ENT-SUSPENS               PIC S9(08) COMP.
011500 01  W-CUMULS-GENERAUX.
011600     05  W-GEN-NB                    PIC S9(08) COMP VALUE ZERO.
011700     05  W-GEN-SOLDE                 PIC S9(13)V99 COMP-3
011800                                     VALUE ZERO.
011900     05  W-GEN-INTERETS              PIC S9(13)V99 COMP-3
012000                                     VALUE ZERO.
012100     05  W-GEN-OUVERT                PIC S9(13)V99 COMP-3
012200                                     VALUE ZERO.
012300     05  W-GEN-SUSPENS               PIC S9(08) COMP VALUE ZERO.
012400 01  EDC-ENTETE.
012500     05  FILLER                      PIC X(44)
012600         VALUE 'GSDE900 - RELEVE DES SUCCESSIONS - DATE     '.
012700     05  EDC-E-DATE                  PIC 9(08).
012800     05  FILLER                      PIC X(80) VALUE SPACES.
012900 01  EDC-TITRES.
013000     05  FILLER                      PIC X(17) VALUE 'CLE'.
013100     05  FILLER                      PIC X(09) VALUE 'DECES'.
013200     05  FILLER                      PIC X(09) VALUE 'NOTIFIE'.
013300     05  FILLER                      PIC X(03) VALUE 'ST'.
013400     05  FILLER                      PIC X(31)
013500         VALUE 'CONTACT DE LA SUCCESSION'.
013600     05  FILLER                      PIC X(15)
013700         VALUE '         SOLDE'.
013800     05  FILLER                      PIC X(15)
013900         VALUE '      INTERETS'.
014000     05  FILLER                      PIC X(15)
014100         VALUE '        OUVERT'.
014200     05  FILLER                      PIC X(05) VALUE ' SUSP'.
014300     05  FILLER                      PIC X(13) VALUE SPACES.
014400 01  EDC-DETAIL.
014500     05  EDC-D-CLE                   PIC X(15).
014600     05  FILLER                      PIC X(02) VALUE SPACES.
014700     05  EDC-D-DECES                 PIC 9(08).
014800     05  FILLER                      PIC X(01) VALUE SPACE.
014900     05  EDC-D-NOTIF                 PIC 9(08).
015000     05  FILLER                      PIC X(01) VALUE SPACE.
015100     05  EDC-D-STATUT                PIC X(02).
015200     05  FILLER                      PIC X(01) VALUE SPACE.
015300     05  EDC-D-CONTACT               PIC X(30).
015400     05  FILLER                      PIC X(01) VALUE SPACE.
015500     05  EDC-D-SOLDE                 PIC -(10)9,99.
015600     05  FILLER                      PIC X(01) VALUE SPACE.
015700     05  EDC-D-INTERETS              PIC -(10)9,99.
015800     05  FILLER                      PIC X(01) VALUE SPACE.
015900     05  EDC-D-OUVERT                PIC -(10)9,99.
016000     05  FILLER                      PIC X(01) VALUE SPACE.
016100     05  EDC-D-SUSPENS               PIC Z(04)9.
016200     05  FILLER                      PIC X(01) VALUE SPACE.
016300     05  EDC-D-NOTE                  PIC X(12).
016400 01  EDC-TOTAL.
016500     05  EDC-T-LIBELLE               PIC X(17).
016600     05  EDC-T-NB                    PIC Z(06)9.
016700     05  FILLER                      PIC X(45) VALUE SPACES.
016800     05  EDC-T-SOLDE                 PIC -(10)9,99.
016900     05  FILLER                      PIC X(01) VALUE SPACE.
017000     05  EDC-T-INTERETS              PIC -(10)9,99.
017100     05  FILLER                      PIC X(01) VALUE SPACE.
017200     05  EDC-T-OUVERT                PIC -(10)9,99.
017300     05  FILLER                      PIC X(01) VALUE SPACE.
017400     05  EDC-T-SUSPENS               PIC Z(04)9.
017500     05  FILLER                      PIC X(13) VALUE SPACES.
017600 01  EDC-COMPTE.
017700     05  EDC-C-LIBELLE               PIC X(30).
017800     05  FILLER                      PIC X(06) VALUE ' NB : '.
017900     05  EDC-C-NB                    PIC Z(07)9.
018000     05  FILLER                      PIC X(88) VALUE SPACES.
018100 PROCEDURE DIVISION.
018200******************************************************************
018300*  0000-MAINLINE : LES FICHES DECES DANS L ORDRE DES CLES        *
018400******************************************************************
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
018700     PERFORM 2000-UNE-FICHE THRU 2000-EXIT
018800         UNTIL FIN-DCD.
018900     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
019000     IF CPT-INCONNUES GREATER ZERO
019100         MOVE 4 TO RETURN-CODE.
019200     GOBACK.
019300 0000-EXIT.
019400     EXIT.
019500******************************************************************
019600*  1000-INITIALISATION : OUVERTURES ET ENTETE DU RELEVE          *
019700******************************************************************
019800 1000-INITIALISATION.
019900     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
020000     OPEN INPUT DCDFIC.
020100     IF NOT W-DCD-OK
020200         MOVE 'OPEN DCDFIC'  TO W-MOTIF-ABANDON
020300         GO TO 9900-ABANDON.
020400     OPEN INPUT FFFFFGS.
020500     IF NOT W-FGS-OK
020600         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
020700         GO TO 9900-ABANDON.
020800     OPEN INPUT SUSPFIC.
020900     IF NOT W-SUS-OK
021000         MOVE 'OPEN SUSPFIC' TO W-MOTIF-ABANDON
021100         GO TO 9900-ABANDON.
021200     OPEN OUTPUT ETATDCD.
021300     IF NOT W-EDC-OK
021400         MOVE 'OPEN ETATDCD' TO W-MOTIF-ABANDON
021500         GO TO 9900-ABANDON.
021600     MOVE W-DATE-JOUR TO EDC-E-DATE.
021700     WRITE EDC-LIGNE FROM EDC-ENTETE.
021800     WRITE EDC-LIGNE FROM EDC-TITRES.
021900     PERFORM 8100-LIRE-DCD THRU 8100-EXIT.
022000 1000-EXIT.
022100     EXIT.
022200******************************************************************
022300*  2000-UNE-FICHE : SEULE LA FICHE VALIDEE EST EDITEE - LA       *
022400*  PROPOSEE EST COMPTEE, LA REJETEE ET LA LEVEE SONT IGNOREES    *
022500******************************************************************
022600 2000-UNE-FICHE.
022700     IF DCD-PROPOSEE
022800         ADD 1 TO CPT-PROPOSEES.
022900     IF NOT DCD-VALIDEE
023000         GO TO 2000-SUIVANT.
023100     ADD 1 TO CPT-VALIDEES.
023200     MOVE ZERO   TO W-SOLDE W-INTERETS W-OUVERT W-NB-SUSPENS.
023300     MOVE SPACES TO W-NOTE.
023400     MOVE DCD-FGS-CLE TO FFFFFGS-CLE.
023500     READ FFFFFGS.
023600     IF W-FGS-ABSENT
023700         MOVE SPACES TO FFFFFGS-STATUT
023800         MOVE 'CLE INCONNUE' TO W-NOTE
023900         ADD 1 TO CPT-INCONNUES
024000         PERFORM 5000-DETAIL THRU 5000-EXIT
024100         GO TO 2000-SUIVANT.
024200     IF NOT W-FGS-OK
024300         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
024400         GO TO 9900-ABANDON.
024500     IF FFFFFGS-MONTANT NUMERIC
024600         MOVE FFFFFGS-MONTANT TO W-SOLDE.
024700     IF FFFFFGS-HIS-STATUT (5) = 'IC'
024800      AND FFFFFGS-HIS-MONTANT (5) NUMERIC
024900         MOVE FFFFFGS-HIS-MONTANT (5) TO W-INTERETS.
025000     ADD W-SOLDE W-INTERETS GIVING W-OUVERT.
025100     IF FFFFFGS-STATUT = 'SU'
025200         MOVE 'SUPPRIME' TO W-NOTE.
025300     PERFORM 2200-SUSPENS THRU 2200-EXIT.
025400     PERFORM 5000-DETAIL THRU 5000-EXIT.
025500 2000-SUIVANT.
025600     PERFORM 8100-LIRE-DCD THRU 8100-EXIT.
025700 2000-EXIT.
025800     EXIT.
025900******************************************************************
026000*  2200-SUSPENS : MOUVEMENTS RETENUS AU SUSPENS SUR LA CLE       *
026100*  (POSITIONNEMENT SUR LA CLE, NUMERO D ORDRE ZERO)              *
026200******************************************************************
026300 2200-SUSPENS.
026400     MOVE 'N'         TO W-FIN-SUS.
026500     MOVE DCD-FGS-CLE TO SUS-FGS-CLE.
026600     MOVE ZERO        TO SUS-SEQ.
026700     START SUSPFIC KEY NOT LESS SUS-CLE.
026800     IF W-SUS-ABSENT
026900         GO TO 2200-EXIT.
027000     IF NOT W-SUS-OK
027100         MOVE 'START SUSPFIC' TO W-MOTIF-ABANDON
027200         GO TO 9900-ABANDON.
027300     PERFORM 2250-LIRE-SUSPENS THRU 2250-EXIT
027400         UNTIL FIN-SUS.
027500 2200-EXIT.
027600     EXIT.
027700 2250-LIRE-SUSPENS.
027800     READ SUSPFIC NEXT.
027900     IF W-SUS-FIN
028000         MOVE 'O' TO W-FIN-SUS
028100         GO TO 2250-EXIT.
028200     IF NOT W-SUS-OK
028300         MOVE 'READ SUSPFIC' TO W-MOTIF-ABANDON
028400         GO TO 9900-ABANDON.
028500     IF SUS-FGS-CLE NOT = DCD-FGS-CLE
028600         MOVE 'O' TO W-FIN-SUS
028700         GO TO 2250-EXIT.
028800     ADD 1 TO W-NB-SUSPENS.
028900 2250-EXIT.
029000     EXIT.
029100******************************************************************
029200*  4000-TERMINAISON : TOTAUX, COMPTES ET FERMETURES              *
029300******************************************************************
029400 4000-TERMINAISON.
029500     IF W-ENTITE-COURANTE NOT = SPACES
029600         PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT.
029700     MOVE 'TOTAL GENERAL'    TO EDC-T-LIBELLE.
029800     MOVE W-GEN-NB           TO EDC-T-NB.
029900     MOVE W-GEN-SOLDE        TO EDC-T-SOLDE.
030000     MOVE W-GEN-INTERETS     TO EDC-T-INTERETS.
030100     MOVE W-GEN-OUVERT       TO EDC-T-OUVERT.
030200     MOVE W-GEN-SUSPENS      TO EDC-T-SUSPENS.
030300     WRITE EDC-LIGNE FROM EDC-TOTAL.
030400     MOVE 'FICHES DECES LUES'             TO EDC-C-LIBELLE.
030500     MOVE CPT-LUES                        TO EDC-C-NB.
030600     WRITE EDC-LIGNE FROM EDC-COMPTE.
030700     MOVE 'DECES VALIDES EDITES'          TO EDC-C-LIBELLE.
030800     MOVE CPT-VALIDEES                    TO EDC-C-NB.
030900     WRITE EDC-LIGNE FROM EDC-COMPTE.
031000     MOVE '  DONT CLES INCONNUES'         TO EDC-C-LIBELLE.
031100     MOVE CPT-INCONNUES                   TO EDC-C-NB.
031200     WRITE EDC-LIGNE FROM EDC-COMPTE.
031300     MOVE 'EN ATTENTE D APPROBATION'      TO EDC-C-LIBELLE.
031400     MOVE CPT-PROPOSEES                   TO EDC-C-NB.
031500     WRITE EDC-LIGNE FROM EDC-COMPTE.
031600     CLOSE DCDFIC FFFFFGS SUSPFIC ETATDCD.
031700     DISPLAY 'GSDE900 - FICHES LUES : ' CPT-LUES
031800             ' VALIDEES : ' CPT-VALIDEES
031900             ' EN ATTENTE : ' CPT-PROPOSEES.
032000     IF CPT-INCONNUES GREATER ZERO
032100         DISPLAY 'GSDE900 - CLES INCONNUES DU MAITRE : '
032200                 CPT-INCONNUES.
032300 4000-EXIT.
032400     EXIT.
032500******************************************************************
032600*  5000-DETAIL : LIGNE DU RELEVE, RUPTURE SUR L ENTITE (LES      *
032700*  FICHES ARRIVENT DANS L ORDRE DES CLES) - LA CLE INCONNUE      *
032800*  RESTE HORS TOTAUX                                             *
032900******************************************************************
033000 5000-DETAIL.
033100     IF DCD-FGS-CLE (1:2) NOT = W-ENTITE-COURANTE
033200         IF W-ENTITE-COURANTE NOT = SPACES
033300             PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT
033400         END-IF
033500         MOVE DCD-FGS-CLE (1:2) TO W-ENTITE-COURANTE
033600         MOVE ZERO TO W-ENT-NB W-ENT-SOLDE W-ENT-INTERETS
033700                      W-ENT-OUVERT W-ENT-SUSPENS.
033800     MOVE DCD-FGS-CLE      TO EDC-D-CLE.
033900     MOVE DCD-DATE-DECES   TO EDC-D-DECES.
034000     MOVE DCD-DATE-NOTIF   TO EDC-D-NOTIF.
034100     MOVE FFFFFGS-STATUT   TO EDC-D-STATUT.
034200     MOVE DCD-CONTACT-NOM  TO EDC-D-CONTACT.
034300     MOVE W-SOLDE          TO EDC-D-SOLDE.
034400     MOVE W-INTERETS       TO EDC-D-INTERETS.
034500     MOVE W-OUVERT         TO EDC-D-OUVERT.
034600     MOVE W-NB-SUSPENS     TO EDC-D-SUSPENS.
034700     MOVE W-NOTE           TO EDC-D-NOTE.
034800     WRITE EDC-LIGNE FROM EDC-DETAIL.
034900     IF NOT W-EDC-OK
035000         MOVE 'WRITE ETATDCD' TO W-MOTIF-ABANDON
035100         GO TO 9900-ABANDON.
035200     IF W-NOTE = 'CLE INCONNUE'
035300         GO TO 5000-EXIT.
035400     ADD 1               TO W-ENT-NB W-GEN-NB.
035500     ADD W-SOLDE         TO W-ENT-SOLDE W-GEN-SOLDE.
035600     ADD W-INTERETS      TO W-ENT-INTERETS W-GEN-INTERETS.
035700     ADD W-OUVERT        TO W-ENT-OUVERT W-GEN-OUVERT.
035800     ADD W-NB-SUSPENS    TO W-ENT-SUSPENS W-GEN-SUSPENS.
035900 5000-EXIT.
036000     EXIT.
036100******************************************************************
036200*  5100-RUPTURE-ENTITE : SOUS-TOTAL DES SUCCESSIONS DE L ENTITE  *
036300*  QUI S ACHEVE                                                  *
036400******************************************************************
036500 5100-RUPTURE-ENTITE.
036600     MOVE SPACES             TO EDC-T-LIBELLE.
036700     STRING 'TOTAL ENTITE ' W-ENTITE-COURANTE
036800         DELIMITED SIZE INTO EDC-T-LIBELLE
036900     END-STRING.
037000     MOVE W-ENT-NB           TO EDC-T-NB.
037100     MOVE W-ENT-SOLDE        TO EDC-T-SOLDE.
037200     MOVE W-ENT-INTERETS     TO EDC-T-INTERETS.
037300     MOVE W-ENT-OUVERT       TO EDC-T-OUVERT.
037400     MOVE W-ENT-SUSPENS      TO EDC-T-SUSPENS.
037500     WRITE EDC-LIGNE FROM EDC-TOTAL.
037600     IF NOT W-EDC-OK
037700         MOVE 'WRITE ETATDCD' TO W-MOTIF-ABANDON
037800         GO TO 9900-ABANDON.
037900 5100-EXIT.
038000     EXIT.
038100******************************************************************
038200*  8100-LIRE-DCD : LECTURE SEQUENTIELLE DES FICHES DECES         *
038300******************************************************************
038400 8100-LIRE-DCD.
038500     READ DCDFIC NEXT.
038600     IF W-DCD-FIN
038700         MOVE 'O' TO W-FIN-DCD
038800         GO TO 8100-EXIT.
038900     IF NOT W-DCD-OK
039000         MOVE 'READ DCDFIC' TO W-MOTIF-ABANDON
039100         GO TO 9900-ABANDON.
039200     ADD 1 TO CPT-LUES.
039300 8100-EXIT.
039400     EXIT.
039500******************************************************************
039600*  9900-ABANDON : ARRET ANORMAL                                  *
039700******************************************************************
039800 9900-ABANDON.
039900     DISPLAY 'GSDE900 - ABANDON : ' W-MOTIF-ABANDON.
040000     MOVE 16 TO RETURN-CODE.
040100     STOP RUN.
