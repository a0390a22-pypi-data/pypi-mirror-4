000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSJ782.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSJ782 : REGISTRE MENSUEL DES ORDRES DE SAISIE (SAIFIC)      *
000900*  ------------------------------------------------------------  *
001000*  L ORDRE ACTIF DONT LA FIN EST ANTERIEURE A LA DATE            *
001100*  D EXECUTION PASSE A L ETAT E (ECHU) : AUTEUR GSSJ782, DATE    *
001200*  DE LEVEE = DATE DE FIN, MOTIF ECHEANCE - LE BLOCAGE AVAIT     *
001300*  DEJA CESSE A CETTE DATE (VOIR FFFFFGSJ), LE PASSAGE LE        *
001400*  CONSTATE SUR LA FICHE.                                        *
001500*  LE REGISTRE EDITE, PAR ENTITE, LES ORDRES ACTIFS ET A VENIR   *
001600*  AVEC LE MONTANT BLOQUE (NOUVEAU = APPROUVE DEPUIS LE PREMIER  *
001700*  DU MOIS PRECEDENT), PUIS LES MAINLEVEES ET ECHEANCES DE LA    *
001800*  PERIODE (LEVEE DEPUIS LE MEME SEUIL) POUR LA PISTE D AUDIT.   *
001900*  SOUS-TOTAL PAR ENTITE ET TOTAL GENERAL DU MONTANT BLOQUE ;    *
002000*  LES ORDRES PROPOSES EN ATTENTE ET REJETES SONT COMPTES.       *
002100*  CARTE PARAMETRE : DATE D EXECUTION AAAAMMJJ (BLANC = JOUR).   *
002200*  ------------------------------------------------------------  *
002300*  M-A-J   : SAIFIC   ORDRES DE SAISIE (SEQUENTIEL, ECHEANCES)   *
002400*  SORTIE  : ETATSAI  REGISTRE DES ORDRES PAR ENTITE             *
002500*  ------------------------------------------------------------  *
002600*  HISTORIQUE DES MODIFICATIONS                                  *
002700*  15/10/26  DA  CREATION                                        *
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
003900     SELECT SAIFIC  ASSIGN  SAIFIC
004000       ORGANIZATION  INDEXED
004100       ACCESS MODE   SEQUENTIAL
004200       RECORD KEY    SAI-CLE
004300       FILE STATUS   W-SAIFIC-STATUS.
004400     SELECT ETATSAI ASSIGN  ETATSAI
004500       ORGANIZATION  SEQUENTIAL
004600       FILE STATUS   W-ETATSAI-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  SAIFIC
005000     LABEL RECORD STANDARD
005100     DATA RECORD SAI-ENREG.
005200 COPY FFFFFGSJ.
005300 FD  ETATSAI
005400     LABEL RECORD STANDARD
005500     DATA RECORD ESA-LIGNE.
005600 01  ESA-LIGNE                       PIC X(132).
005700 WORKING-STORAGE SECTION.
005800 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
005900 77  CPT-ACTIFS                      PIC S9(08) COMP VALUE ZERO.
006000 77  CPT-NOUVEAUX                    PIC S9(08) COMP VALUE ZERO.
006100 77  CPT-A-VENIR                     PIC S9(08) COMP VALUE ZERO.
006200 77  CPT-ECHUS                       PIC S9(08) COMP VALUE ZERO.
006300 77  CPT-CLOS                        PIC S9(08) COMP VALUE ZERO.
006400 77  CPT-PROPOSES                    PIC S9(08) COMP VALUE ZERO.
006500 77  CPT-REJETES                     PIC S9(08) COMP VALUE ZERO.
006600 01  W-FIN-SAI                       PIC X(01) VALUE 'N'.
006700     88  FIN-SAI                     VALUE 'O'.
006800 01  W-SAIFIC-STATUS                 PIC X(02).
006900     88  W-SAI-OK                    VALUE '00'.
007000     88  W-SAI-FIN                   VALUE '10'.
007100 01  W-ETATSAI-STATUS                PIC X(02).
007200     88  W-ESA-OK                    VALUE '00'.
007300 01  W-MOTIF-ABANDON                 PIC X(40).
007400 01  W-PARM.
007500     05  W-PARM-DATE                 PIC X(08).
007600     05  FILLER                      PIC X(72).
007700 01  W-PARM-R REDEFINES W-PARM.
007800     05  W-PARM-DATE-9               PIC 9(08).
007900     05  FILLER                      PIC X(72).
008000 01  W-DATE-JOUR                     PIC 9(08).
008100 01  W-DATE-EXEC                     PIC 9(08).
008200*    PREMIER JOUR DU MOIS PRECEDENT : SEUIL DES NOUVEAUX ORDRES
008300*    ET DES MAINLEVEES DE LA PERIODE
008400 01  W-SEUIL-NOUVEAU.
008500     05  W-SEUIL-AAAA                PIC 9(04).
008600     05  W-SEUIL-MM                  PIC 9(02).
008700     05  W-SEUIL-JJ                  PIC 9(02).
008800 01  W-SEUIL-NOUVEAU-9 REDEFINES W-SEUIL-NOUVEAU
008900                                     PIC 9(08).
009000 01  W-NOTE                          PIC X(08).
009100*    CUMULS DE L ENTITE EN COURS ET CUMULS GENERAUX DU REGISTRE
009200*    (LE MONTANT NE CUMULE QUE LES ORDRES QUI BLOQUENT A LA DATE)
009300 01  W-ENTITE-COURANTE               PIC X(02) VALUE SPACES.
009400 01  W-CUMULS-ENTITE.
009500     05  W-ENT-NB                    PIC S9(08) COMP.
009600     05  W-ENT-BLOQUE                PIC S9(13)V99 COMP-3.
009700 01  W-CUMULS-GENERAUX.
009800     05  W-GEN-NB                    PIC S9(08) COMP VALUE ZERO.
009900     05  W-GEN-BLOQUE                PIC S9(13)V99 COMP-3
010000                                     VALUE ZERO.
010100 01  ESA-ENTETE.
010200     05  FILLER                      PIC X(44)
010300         VALUE 'GSSJ782 - ORDRES DE SAISIE - DATE           '.
010400     05  ESA-E-DATE                  PIC 9(08).
010500     05  FILLER                      PIC X(80) VALUE SPACES.
010600 01  ESA-TITRES.
010700     05  FILLER                      PIC X(16) VALUE 'CLE'.
010800     05  FILLER                      PIC X(04) VALUE 'NUM'.
010900     05  FILLER                      PIC X(02) VALUE 'A'.
011000     05  FILLER                      PIC X(31) VALUE 'AUTORITE'.
011100     05  FILLER                      PIC X(21) VALUE 'REFERENCE'.
011200     05  FILLER                      PIC X(15)
011300         VALUE '  MONTANT BLOQ.'.
011400     05  FILLER                      PIC X(09) VALUE 'DEBUT'.
011500     05  FILLER                      PIC X(09) VALUE 'FIN'.
011600     05  FILLER                      PIC X(02) VALUE 'E'.
011700     05  FILLER                      PIC X(09) VALUE 'DECIDEUR'.
011800     05  FILLER                      PIC X(14) VALUE 'NOTE'.
011900 01  ESA-DETAIL.
012000     05  ESA-D-CLE                   PIC X(15).
012100     05  FILLER                      PIC X(01) VALUE SPACE.
012200     05  ESA-D-NUMERO                PIC 9(03).
012300     05  FILLER                      PIC X(01) VALUE SPACE.
012400     05  ESA-D-AUTORITE              PIC X(01).
012500     05  FILLER                      PIC X(01) VALUE SPACE.
012600     05  ESA-D-AUTORITE-NOM          PIC X(30).
012700     05  FILLER                      PIC X(01) VALUE SPACE.
012800     05  ESA-D-REFERENCE             PIC X(20).
012900     05  FILLER                      PIC X(01) VALUE SPACE.
013000     05  ESA-D-MONTANT               PIC Z(10)9,99.
013100     05  FILLER                      PIC X(01) VALUE SPACE.
013200     05  ESA-D-DEBUT                 PIC 9(08).
013300     05  FILLER                      PIC X(01) VALUE SPACE.
013400     05  ESA-D-FIN                   PIC 9(08).
013500     05  FILLER                      PIC X(01) VALUE SPACE.
013600     05  ESA-D-ETAT                  PIC X(01).
013700     05  FILLER                      PIC X(01) VALUE SPACE.
013800     05  ESA-D-DECIDEUR              PIC X(08).
013900     05  FILLER                      PIC X(01) VALUE SPACE.
014000     05  ESA-D-NOTE                  PIC X(08).
014100     05  FILLER                      PIC X(06) VALUE SPACES.
014200 01  ESA-TOTAL.
014300     05  ESA-T-LIBELLE               PIC X(20).
014400     05  ESA-T-NB                    PIC Z(06)9.
014500     05  FILLER                      PIC X(17)
014600         VALUE ' MONTANT BLOQUE  '.
014700     05  ESA-T-BLOQUE                PIC Z(12)9,99.
014800     05  FILLER                      PIC X(72) VALUE SPACES.
014900 01  ESA-COMPTE.
015000     05  ESA-C-LIBELLE               PIC X(30).
015100     05  FILLER                      PIC X(06) VALUE ' NB : '.
015200     05  ESA-C-NB                    PIC Z(07)9.
015300     05  FILLER                      PIC X(88) VALUE SPACES.
015400 PROCEDURE DIVISION.
015500******************************************************************
015600*  0000-MAINLINE : LES ORDRES DANS L ORDRE DES CLES              *
015700******************************************************************
015800 0000-MAINLINE.
015900     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
016000     PERFORM 2000-UN-ORDRE THRU 2000-EXIT
016100         UNTIL FIN-SAI.
016200     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
016300     GOBACK.
016400 0000-EXIT.
016500     EXIT.
016600******************************************************************
016700*  1000-INITIALISATION : CARTE PARAMETRE, SEUIL DES NOUVEAUX,    *
016800*  OUVERTURES ET ENTETE DU REGISTRE                              *
016900******************************************************************
017000 1000-INITIALISATION.
017100     MOVE SPACES TO W-PARM.
017200     ACCEPT W-PARM.
017300     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
017400     IF W-PARM-DATE = SPACES
017500         MOVE W-DATE-JOUR TO W-DATE-EXEC
017600     ELSE
017700         IF W-PARM-DATE-9 NOT NUMERIC
017800             MOVE 'CARTE PARAMETRE - DATE' TO W-MOTIF-ABANDON
017900             GO TO 9900-ABANDON
018000         ELSE
018100             MOVE W-PARM-DATE-9 TO W-DATE-EXEC.
018200     MOVE W-DATE-EXEC TO W-SEUIL-NOUVEAU-9.
018300     MOVE 01 TO W-SEUIL-JJ.
018400     IF W-SEUIL-MM = 01
018500         MOVE 12 TO W-SEUIL-MM
018600         SUBTRACT 1 FROM W-SEUIL-AAAA
018700     ELSE
018800         SUBTRACT 1 FROM W-SEUIL-MM.
018900     OPEN I-O SAIFIC.
019000     IF NOT W-SAI-OK
019100         MOVE 'OPEN SAIFIC'  TO W-MOTIF-ABANDON
019200         GO TO 9900-ABANDON.
019300     OPEN OUTPUT ETATSAI.
019400     IF NOT W-ESA-OK
019500         MOVE 'OPEN ETATSAI' TO W-MOTIF-ABANDON
019600         GO TO 9900-ABANDON.
019700     MOVE W-DATE-EXEC TO ESA-E-DATE.
019800     WRITE ESA-LIGNE FROM ESA-ENTETE.
019900     WRITE ESA-LIGNE FROM ESA-TITRES.
020000     PERFORM 8100-LIRE-SAI THRU 8100-EXIT.
020100 1000-EXIT.
020200     EXIT.
020300******************************************************************
020400*  2000-UN-ORDRE : PROPOSES ET REJETES SONT COMPTES ; L ACTIF    *
020500*  ARRIVE A ECHEANCE PASSE A E ; ACTIFS, A VENIR ET CLOTURES DE  *
020600*  LA PERIODE SONT EDITES                                        *
020700******************************************************************
020800 2000-UN-ORDRE.
020900     MOVE SPACES TO W-NOTE.
021000     IF SAI-PROPOSE
021100         ADD 1 TO CPT-PROPOSES
021200         GO TO 2000-SUIVANT.
021300     IF SAI-REJETE
021400         ADD 1 TO CPT-REJETES
021500         GO TO 2000-SUIVANT.
021600     IF SAI-ACTIF AND SAI-DATE-FIN LESS W-DATE-EXEC
021700         PERFORM 2100-ECHOIR THRU 2100-EXIT
021800         GO TO 2000-EDITER.
021900     IF SAI-LEVE OR SAI-ECHU
022000         IF SAI-DATE-LEVEE NOT LESS W-SEUIL-NOUVEAU-9
022100             ADD 1 TO CPT-CLOS
022200             GO TO 2000-EDITER
022300         ELSE
022400             GO TO 2000-SUIVANT.
022500     IF W-DATE-EXEC LESS SAI-DATE-DEBUT
022600         MOVE 'A VENIR' TO W-NOTE
022700         ADD 1 TO CPT-A-VENIR
022800         GO TO 2000-EDITER.
022900     ADD 1 TO CPT-ACTIFS.
023000     IF SAI-DATE-APPROBATION NOT LESS W-SEUIL-NOUVEAU-9
023100         MOVE 'NOUVEAU' TO W-NOTE
023200         ADD 1 TO CPT-NOUVEAUX.
023300 2000-EDITER.
023400     PERFORM 5000-DETAIL THRU 5000-EXIT.
023500 2000-SUIVANT.
023600     PERFORM 8100-LIRE-SAI THRU 8100-EXIT.
023700 2000-EXIT.
023800     EXIT.
023900******************************************************************
024000*  2100-ECHOIR : L ORDRE ACTIF DONT LA FIN EST DEPASSEE PASSE A  *
024100*  L ETAT E - LA DATE DE LEVEE EST LA DATE DE FIN DE L ORDRE     *
024200******************************************************************
024300 2100-ECHOIR.
024400     MOVE 'E'                   TO SAI-ETAT.
024500     MOVE 'GSSJ782 '            TO SAI-LEVE-PAR.
024600     MOVE SAI-DATE-FIN          TO SAI-DATE-LEVEE.
024700     MOVE 'ECHEANCE DE L ORDRE' TO SAI-MOTIF.
024800     REWRITE SAI-ENREG.
024900     IF NOT W-SAI-OK
025000         MOVE 'REWRITE SAIFIC' TO W-MOTIF-ABANDON
025100         GO TO 9900-ABANDON.
025200     ADD 1 TO CPT-ECHUS.
025300     MOVE 'ECHU' TO W-NOTE.
025400 2100-EXIT.
025500     EXIT.
025600******************************************************************
025700*  4000-TERMINAISON : TOTAUX, COMPTES ET FERMETURES              *
025800******************************************************************
025900 4000-TERMINAISON.
026000     IF W-ENTITE-COURANTE NOT = SPACES
026100         PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT.
026200     MOVE 'TOTAL GENERAL'    TO ESA-T-LIBELLE.
026300     MOVE W-GEN-NB           TO ESA-T-NB.
026400     MOVE W-GEN-BLOQUE       TO ESA-T-BLOQUE.
026500     WRITE ESA-LIGNE FROM ESA-TOTAL.
026600     MOVE 'ORDRES LUS'                    TO ESA-C-LIBELLE.
026700     MOVE CPT-LUES                        TO ESA-C-NB.
026800     WRITE ESA-LIGNE FROM ESA-COMPTE.
026900     MOVE 'ORDRES ACTIFS'                 TO ESA-C-LIBELLE.
027000     MOVE CPT-ACTIFS                      TO ESA-C-NB.
027100     WRITE ESA-LIGNE FROM ESA-COMPTE.
027200     MOVE 'DONT NOUVEAUX'                 TO ESA-C-LIBELLE.
027300     MOVE CPT-NOUVEAUX                    TO ESA-C-NB.
027400     WRITE ESA-LIGNE FROM ESA-COMPTE.
027500     MOVE 'ORDRES A VENIR'                TO ESA-C-LIBELLE.
027600     MOVE CPT-A-VENIR                     TO ESA-C-NB.
027700     WRITE ESA-LIGNE FROM ESA-COMPTE.
027800     MOVE 'ECHUS A CE PASSAGE'            TO ESA-C-LIBELLE.
027900     MOVE CPT-ECHUS                       TO ESA-C-NB.
028000     WRITE ESA-LIGNE FROM ESA-COMPTE.
028100     MOVE 'LEVES OU ECHUS DE LA PERIODE'  TO ESA-C-LIBELLE.
028200     MOVE CPT-CLOS                        TO ESA-C-NB.
028300     WRITE ESA-LIGNE FROM ESA-COMPTE.
028400     MOVE 'PROPOSES EN ATTENTE'           TO ESA-C-LIBELLE.
028500     MOVE CPT-PROPOSES                    TO ESA-C-NB.
028600     WRITE ESA-LIGNE FROM ESA-COMPTE.
028700     MOVE 'REJETES'                       TO ESA-C-LIBELLE.
028800     MOVE CPT-REJETES                     TO ESA-C-NB.
028900     WRITE ESA-LIGNE FROM ESA-COMPTE.
029000     CLOSE SAIFIC ETATSAI.
029100     DISPLAY 'GSSJ782 - ORDRES LUS : ' CPT-LUES
029200             ' ACTIFS : ' CPT-ACTIFS
029300             ' ECHUS CE PASSAGE : ' CPT-ECHUS.
029400 4000-EXIT.
029500     EXIT.
029600******************************************************************
029700*  5000-DETAIL : LIGNE DU REGISTRE, RUPTURE SUR L ENTITE (LES    *
029800*  ORDRES ARRIVENT DANS L ORDRE DES CLES) - SEUL L ORDRE QUI     *
029900*  BLOQUE A LA DATE D EXECUTION ENTRE AU MONTANT BLOQUE          *
030000******************************************************************
030100 5000-DETAIL.
030200     IF SAI-FGS-CLE (1:2) NOT = W-ENTITE-COURANTE
030300         IF W-ENTITE-COURANTE NOT = SPACES
030400             PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT
030500         END-IF
030600         MOVE SAI-FGS-CLE (1:2) TO W-ENTITE-COURANTE
030700         MOVE ZERO TO W-ENT-NB W-ENT-BLOQUE.
030800     MOVE SAI-FGS-CLE        TO ESA-D-CLE.
030900     MOVE SAI-NUMERO         TO ESA-D-NUMERO.
031000     MOVE SAI-AUTORITE       TO ESA-D-AUTORITE.
031100     MOVE SAI-AUTORITE-NOM   TO ESA-D-AUTORITE-NOM.
031200     MOVE SAI-REFERENCE      TO ESA-D-REFERENCE.
031300     MOVE SAI-MONTANT-BLOQUE TO ESA-D-MONTANT.
031400     MOVE SAI-DATE-DEBUT     TO ESA-D-DEBUT.
031500     MOVE SAI-DATE-FIN       TO ESA-D-FIN.
031600     MOVE SAI-ETAT           TO ESA-D-ETAT.
031700     IF SAI-ACTIF
031800         MOVE SAI-APPROUVE-PAR TO ESA-D-DECIDEUR
031900     ELSE
032000         MOVE SAI-LEVE-PAR     TO ESA-D-DECIDEUR.
032100     IF SAI-LEVE
032200         MOVE 'LEVE'         TO W-NOTE.
032300     IF SAI-ECHU AND W-NOTE = SPACES
032400         MOVE 'ECHU'         TO W-NOTE.
032500     MOVE W-NOTE             TO ESA-D-NOTE.
032600     WRITE ESA-LIGNE FROM ESA-DETAIL.
032700     IF NOT W-ESA-OK
032800         MOVE 'WRITE ETATSAI' TO W-MOTIF-ABANDON
032900         GO TO 9900-ABANDON.
033000     ADD 1 TO W-ENT-NB W-GEN-NB.
033100     IF SAI-ACTIF AND W-NOTE NOT = 'A VENIR'
033200         ADD SAI-MONTANT-BLOQUE TO W-ENT-BLOQUE W-GEN-BLOQUE.
033300 5000-EXIT.
033400     EXIT.
033500******************************************************************
033600*  5100-RUPTURE-ENTITE : SOUS-TOTAL DE L ENTITE QUI S ACHEVE     *
033700******************************************************************
033800 5100-RUPTURE-ENTITE.
033900     MOVE SPACES             TO ESA-T-LIBELLE.
034000     STRING 'TOTAL ENTITE ' W-ENTITE-COURANTE
034100         DELIMITED SIZE INTO ESA-T-LIBELLE
034200     END-STRING.
034300     MOVE W-ENT-NB           TO ESA-T-NB.
034400     MOVE W-ENT-BLOQUE       TO ESA-T-BLOQUE.
034500     WRITE ESA-LIGNE FROM ESA-TOTAL.
034600     IF NOT W-ESA-OK
034700         MOVE 'WRITE ETATSAI' TO W-MOTIF-ABANDON
034800         GO TO 9900-ABANDON.
034900 5100-EXIT.
035000     EXIT.
035100******************************************************************
035200*  8100-LIRE-SAI : LECTURE SEQUENTIELLE DES ORDRES               *
035300******************************************************************
035400 8100-LIRE-SAI.
035500     READ SAIFIC NEXT.
035600     IF W-SAI-FIN
035700         MOVE 'O' TO W-FIN-SAI
035800         GO TO 8100-EXIT.
035900     IF NOT W-SAI-OK
036000         MOVE 'READ SAIFIC' TO W-MOTIF-ABANDON
036100         GO TO 9900-ABANDON.
036200     ADD 1 TO CPT-LUES.
036300 8100-EXIT.
036400     EXIT.
036500******************************************************************
036600*  9900-ABANDON : ARRET ANORMAL                                  *
036700******************************************************************
036800 9900-ABANDON.
036900     DISPLAY 'GSSJ782 - ABANDON : ' W-MOTIF-ABANDON.
037000     MOVE 16 TO RETURN-CODE.
037100     STOP RUN.
