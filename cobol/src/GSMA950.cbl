000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSMA950.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSMA950 : LISTE MENSUELLE DES MANDATS ECHUS (RPRFIC)          *
000900*  ------------------------------------------------------------  *
001000*  CHAQUE REPRESENTANT DONT LE MANDAT EST ARRIVE A ECHEANCE      *
001100*  (FIN ANTERIEURE A LA DATE D EXECUTION) EST EDITE AVEC SES     *
001200*  POUVOIRS, LA PIECE JUSTIFICATIVE ET L IDENTITE DU PORTAIL     *
001300*  QUI LUI RESTE RATTACHEE, POUR RENOUVELLEMENT DE LA PIECE OU   *
001400*  RETRAIT DE L ACCES. LE MANDAT ECHU DEPUIS LE PREMIER DU       *
001500*  MOIS PRECEDENT EST MARQUE NOUVEAU ; LES PLUS ANCIENS RESTENT  *
001600*  LISTES TANT QUE LA FICHE N EST PAS RENOUVELEE (GSMA951).      *
001700*  SOUS-TOTAL PAR ENTITE ET TOTAL GENERAL ; LES MANDATS EN       *
001800*  COURS ET A VENIR SONT COMPTES.                                *
001900*  CARTE PARAMETRE : DATE D EXECUTION AAAAMMJJ (BLANC = JOUR).   *
002000*  ------------------------------------------------------------  *
002100*  ENTREE  : RPRFIC   REPRESENTANTS (LECTURE SEQUENTIELLE)       *
002200*  SORTIE  : ETATRPR  MANDATS ECHUS PAR ENTITE                   *
002300*  ------------------------------------------------------------  *
002400*  HISTORIQUE DES MODIFICATIONS                                  *
002500*  15/10/26  DA  CREATION                                        *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.
003000     IBM-370.
003100 OBJECT-COMPUTER.
003200     IBM-370.
003300 SPECIAL-NAMES.
003400     DECIMAL-POINT IS COMMA.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RPRFIC  ASSIGN  RPRFIC
003800       ORGANIZATION  INDEXED
003900       ACCESS MODE   SEQUENTIAL
004000       RECORD KEY    RPR-CLE
004100       FILE STATUS   W-RPRFIC-STATUS.
004200     SELECT ETATRPR ASSIGN  ETATRPR
004300       ORGANIZATION  SEQUENTIAL
004400       FILE STATUS   W-ETATRPR-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RPRFIC
004800     LABEL RECORD STANDARD
004900     DATA RECORD RPR-ENREG.
005000 COPY FFFFFGMA.
005100 FD  ETATRPR
005200     LABEL RECORD STANDARD
005300     DATA RECORD ERP-LIGNE.
005400 01  ERP-LIGNE                       PIC X(132).
005500 WORKING-STORAGE SECTION.
005600 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
005700 77  CPT-ECHUS                       PIC S9(08) COMP VALUE ZERO.
005800 77  CPT-NOUVEAUX                    PIC S9(08) COMP VALUE ZERO.
005900 77  CPT-EN-COURS                    PIC S9(08) COMP VALUE ZERO.
006000 77  CPT-A-VENIR                     PIC S9(08) COMP VALUE ZERO.
006100 01  W-FIN-RPR                       PIC X(01) VALUE 'N'.
006200     88  FIN-RPR                     VALUE 'O'.
006300 01  W-RPRFIC-STATUS                 PIC X(02).
006400     88  W-RPR-OK                    VALUE '00'.
006500     88  W-RPR-FIN                   VALUE '10'.
006600 01  W-ETATRPR-STATUS                PIC X(02).
006700     88  W-ERP-OK                    VALUE '00'.
006800 01  W-MOTIF-ABANDON                 PIC X(40).
006900 01  W-PARM.
007000     05  W-PARM-DATE                 PIC X(08).
007100     05  FILLER                      PIC X(72).
007200 01  W-PARM-R REDEFINES W-PARM.
007300     05  W-PARM-DATE-9               PIC 9(08).
007400     05  FILLER                      PIC X(72).
007500 01  W-DATE-JOUR                     PIC 9(08).
007600 01  W-DATE-EXEC                     PIC 9(08).
007700*    PREMIER JOUR DU MOIS PRECEDENT : SEUIL DES MANDATS NOUVEAUX
007800 01  W-SEUIL-NOUVEAU.
007900     05  W-SEUIL-AAAA                PIC 9(04).
008000     05  W-SEUIL-MM                  PIC 9(02).
008100     05  W-SEUIL-JJ                  PIC 9(02).
008200 01  W-SEUIL-NOUVEAU-9 REDEFINES W-SEUIL-NOUVEAU
008300                                     PIC 9(08).
008400 01  W-NOTE                          PIC X(08).
008500*    CUMULS DE L ENTITE EN COURS ET CUMULS GENERAUX DE LA LISTE
008600 01  W-ENTITE-COURANTE               PIC X(02) VALUE SPACES.
008700 01  W-CUMULS-ENTITE.
008800     05  W-ENT-NB                    PIC S9(08) COMP.
008900     05  W-ENT-NOUVEAUX              PIC S9(08) COMP.
009000 01  W-CUMULS-GENERAUX.
009100     05  W-GEN-NB                    PIC S9(08) COMP VALUE ZERO.
009200     05  W-GEN-NOUVEAUX              PIC S9(08) COMP VALUE ZERO.
009300 01  ERP-ENTETE.
009400     05  FILLER                      PIC X(44)
009500         VALUE 'GSMA950 - MANDATS ECHUS - DATE              '.
009600     05  ERP-E-DATE                  PIC 9(08).
009700     05  FILLER                      PIC X(80) VALUE SPACES.
009800 01  ERP-TITRES.
009900     05  FILLER                      PIC X(16) VALUE 'CLE'.
010000     05  FILLER                      PIC X(04) VALUE 'NUM'.
010100     05  FILLER                      PIC X(31)
010200         VALUE 'REPRESENTANT'.
010300     05  FILLER                      PIC X(02) VALUE 'R'.
010400     05  FILLER                      PIC X(04) VALUE 'CMC'.
010500     05  FILLER                      PIC X(09) VALUE 'DEBUT'.
010600     05  FILLER                      PIC X(09) VALUE 'FIN'.
010700     05  FILLER                      PIC X(21) VALUE 'PIECE'.
010800     05  FILLER                      PIC X(17)
010900         VALUE 'IDENTITE PORTAIL'.
011000     05  FILLER                      PIC X(19) VALUE 'NOTE'.
011100 01  ERP-DETAIL.
011200     05  ERP-D-CLE                   PIC X(15).
011300     05  FILLER                      PIC X(01) VALUE SPACE.
011400     05  ERP-D-NUMERO                PIC 9(03).
011500     05  FILLER                      PIC X(01) VALUE SPACE.
011600     05  ERP-D-NOM                   PIC X(30).
011700     05  FILLER                      PIC X(01) VALUE SPACE.
011800     05  ERP-D-ROLE                  PIC X(01).
011900     05  FILLER                      PIC X(01) VALUE SPACE.
012000     05  ERP-D-POUVOIRS              PIC X(03).
012100     05  FILLER                      PIC X(01) VALUE SPACE.
012200     05  ERP-D-DEBUT                 PIC 9(08).
012300     05  FILLER                      PIC X(01) VALUE SPACE.
012400     05  ERP-D-FIN                   PIC 9(08).
012500     05  FILLER                      PIC X(01) VALUE SPACE.
012600     05  ERP-D-DOCUMENT              PIC X(20).
012700     05  FILLER                      PIC X(01) VALUE SPACE.
012800     05  ERP-D-IDENTITE              PIC X(16).
012900     05  FILLER                      PIC X(01) VALUE SPACE.
013000     05  ERP-D-NOTE                  PIC X(08).
013100     05  FILLER                      PIC X(11) VALUE SPACES.
013200 01  ERP-TOTAL.
013300     05  ERP-T-LIBELLE               PIC X(20).
013400     05  ERP-T-NB                    PIC Z(06)9.
013500     05  FILLER                      PIC X(14)
013600         VALUE ' DONT NOUVEAUX'.
013700     05  ERP-T-NOUVEAUX              PIC Z(06)9.
013800     05  FILLER                      PIC X(84) VALUE SPACES.
013900 01  ERP-COMPTE.
014000     05  ERP-C-LIBELLE               PIC X(30).
014100     05  FILLER                      PIC X(06) VALUE ' NB : '.
014200     05  ERP-C-NB                    PIC Z(07)9.
014300     05  FILLER                      PIC X(88) VALUE SPACES.
014400 PROCEDURE DIVISION.
014500******************************************************************
014600*  0000-MAINLINE : LES REPRESENTANTS DANS L ORDRE DES CLES       *
014700******************************************************************
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
015000     PERFORM 2000-UN-MANDAT THRU 2000-EXIT
015100         UNTIL FIN-RPR.
015200     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
015300     GOBACK.
015400 0000-EXIT.
015500     EXIT.
015600******************************************************************
015700*  1000-INITIALISATION : CARTE PARAMETRE, SEUIL DES NOUVEAUX,    *
015800*  OUVERTURES ET ENTETE DE LA LISTE                              *
015900******************************************************************
016000 1000-INITIALISATION.
016100     MOVE SPACES TO W-PARM.
016200     ACCEPT W-PARM.
016300     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
016400     IF W-PARM-DATE = SPACES
016500         MOVE W-DATE-JOUR TO W-DATE-EXEC
016600     ELSE
016700         IF W-PARM-DATE-9 NOT NUMERIC
016800             MOVE 'CARTE PARAMETRE - DATE' TO W-MOTIF-ABANDON
016900             GO TO 9900-ABANDON
017000         ELSE
017100             MOVE W-PARM-DATE-9 TO W-DATE-EXEC.
017200     MOVE W-DATE-EXEC TO W-SEUIL-NOUVEAU-9.
017300     MOVE 01 TO W-SEUIL-JJ.
017400     IF W-SEUIL-MM = 01
017500         MOVE 12 TO W-SEUIL-MM
017600         SUBTRACT 1 FROM W-SEUIL-AAAA
017700     ELSE
017800         SUBTRACT 1 FROM W-SEUIL-MM.
017900     OPEN INPUT RPRFIC.
018000     IF NOT W-RPR-OK
018100         MOVE 'OPEN RPRFIC'  TO W-MOTIF-ABANDON
018200         GO TO 9900-ABANDON.
018300     OPEN OUTPUT ETATRPR.
018400     IF NOT W-ERP-OK
018500         MOVE 'OPEN ETATRPR' TO W-MOTIF-ABANDON
018600         GO TO 9900-ABANDON.
018700     MOVE W-DATE-EXEC TO ERP-E-DATE.
018800     WRITE ERP-LIGNE FROM ERP-ENTETE.
018900     WRITE ERP-LIGNE FROM ERP-TITRES.
019000     PERFORM 8100-LIRE-RPR THRU 8100-EXIT.
019100 1000-EXIT.
019200     EXIT.
019300******************************************************************
019400*  2000-UN-MANDAT : SEUL LE MANDAT ECHU EST EDITE - EN COURS ET  *
019500*  A VENIR SONT COMPTES                                          *
019600******************************************************************
019700 2000-UN-MANDAT.
019800     IF W-DATE-EXEC LESS RPR-DATE-DEBUT
019900         ADD 1 TO CPT-A-VENIR
020000         GO TO 2000-SUIVANT.
020100     IF W-DATE-EXEC NOT GREATER RPR-DATE-FIN
020200         ADD 1 TO CPT-EN-COURS
020300         GO TO 2000-SUIVANT.
020400     ADD 1 TO CPT-ECHUS.
020500     MOVE SPACES TO W-NOTE.
020600     IF RPR-DATE-FIN NOT LESS W-SEUIL-NOUVEAU-9
020700         MOVE 'NOUVEAU' TO W-NOTE
020800         ADD 1 TO CPT-NOUVEAUX.
020900     PERFORM 5000-DETAIL THRU 5000-EXIT.
021000 2000-SUIVANT.
021100     PERFORM 8100-LIRE-RPR THRU 8100-EXIT.
021200 2000-EXIT.
021300     EXIT.
021400******************************************************************
021500*  4000-TERMINAISON : TOTAUX, COMPTES ET FERMETURES              *
021600******************************************************************
021700 4000-TERMINAISON.
021800     IF W-ENTITE-COURANTE NOT = SPACES
021900         PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT.
022000     MOVE 'TOTAL GENERAL'    TO ERP-T-LIBELLE.
022100     MOVE W-GEN-NB           TO ERP-T-NB.
022200     MOVE W-GEN-NOUVEAUX     TO ERP-T-NOUVEAUX.
022300     WRITE ERP-LIGNE FROM ERP-TOTAL.
022400     MOVE 'REPRESENTANTS LUS'             TO ERP-C-LIBELLE.
022500     MOVE CPT-LUES                        TO ERP-C-NB.
022600     WRITE ERP-LIGNE FROM ERP-COMPTE.
022700     MOVE 'MANDATS ECHUS EDITES'          TO ERP-C-LIBELLE.
022800     MOVE CPT-ECHUS                       TO ERP-C-NB.
022900     WRITE ERP-LIGNE FROM ERP-COMPTE.
023000     MOVE 'MANDATS EN COURS'              TO ERP-C-LIBELLE.
023100     MOVE CPT-EN-COURS                    TO ERP-C-NB.
023200     WRITE ERP-LIGNE FROM ERP-COMPTE.
023300     MOVE 'MANDATS A VENIR'               TO ERP-C-LIBELLE.
023400     MOVE CPT-A-VENIR                     TO ERP-C-NB.
023500     WRITE ERP-LIGNE FROM ERP-COMPTE.
023600     CLOSE RPRFIC ETATRPR.
023700     DISPLAY 'GSMA950 - REPRESENTANTS LUS : ' CPT-LUES
023800             ' ECHUS : ' CPT-ECHUS
023900             ' DONT NOUVEAUX : ' CPT-NOUVEAUX.
024000 4000-EXIT.
024100     EXIT.
024200******************************************************************
024300*  5000-DETAIL : LIGNE DE LA LISTE, RUPTURE SUR L ENTITE (LES    *
024400*  REPRESENTANTS ARRIVENT DANS L ORDRE DES CLES)                 *
024500******************************************************************
024600 5000-DETAIL.
024700     IF RPR-FGS-CLE (1:2) NOT = W-ENTITE-COURANTE
024800         IF W-ENTITE-COURANTE NOT = SPACES
024900             PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT
025000         END-IF
025100         MOVE RPR-FGS-CLE (1:2) TO W-ENTITE-COURANTE
025200         MOVE ZERO TO W-ENT-NB W-ENT-NOUVEAUX.
025300     MOVE RPR-FGS-CLE      TO ERP-D-CLE.
025400     MOVE RPR-NUMERO       TO ERP-D-NUMERO.
025500     MOVE RPR-NOM          TO ERP-D-NOM.
025600     MOVE RPR-ROLE         TO ERP-D-ROLE.
025700     MOVE RPR-POUVOIRS     TO ERP-D-POUVOIRS.
025800     MOVE RPR-DATE-DEBUT   TO ERP-D-DEBUT.
025900     MOVE RPR-DATE-FIN     TO ERP-D-FIN.
026000     MOVE RPR-DOCUMENT     TO ERP-D-DOCUMENT.
026100     MOVE RPR-IDENTITE     TO ERP-D-IDENTITE.
026200     MOVE W-NOTE           TO ERP-D-NOTE.
026300     WRITE ERP-LIGNE FROM ERP-DETAIL.
026400     IF NOT W-ERP-OK
026500         MOVE 'WRITE ETATRPR' TO W-MOTIF-ABANDON
026600         GO TO 9900-ABANDON.
026700     ADD 1 TO W-ENT-NB W-GEN-NB.
026800     IF W-NOTE = 'NOUVEAU'
026900         ADD 1 TO W-ENT-NOUVEAUX W-GEN-NOUVEAUX.
027000 5000-EXIT.
027100     EXIT.
027200******************************************************************
027300*  5100-RUPTURE-ENTITE : SOUS-TOTAL DES MANDATS ECHUS DE         *
027400*  L ENTITE QUI S ACHEVE                                         *
027500******************************************************************
027600 5100-RUPTURE-ENTITE.
027700     MOVE SPACES             TO ERP-T-LIBELLE.
027800     STRING 'TOTAL ENTITE ' W-ENTITE-COURANTE
027900         DELIMITED SIZE INTO ERP-T-LIBELLE
028000     END-STRING.
028100     MOVE W-ENT-NB           TO ERP-T-NB.
028200     MOVE W-ENT-NOUVEAUX     TO ERP-T-NOUVEAUX.
028300     WRITE ERP-LIGNE FROM ERP-TOTAL.
028400     IF NOT W-ERP-OK
028500         MOVE 'WRITE ETATRPR' TO W-MOTIF-ABANDON
028600         GO TO 9900-ABANDON.
028700 5100-EXIT.
028800     EXIT.
028900******************************************************************
029000*  8100-LIRE-RPR : LECTURE SEQUENTIELLE DES REPRESENTANTS        *
029100******************************************************************
029200 8100-LIRE-RPR.
029300     READ RPRFIC NEXT.
029400     IF W-RPR-FIN
029500         MOVE 'O' TO W-FIN-RPR
029600         GO TO 8100-EXIT.
029700     IF NOT W-RPR-OK
029800         MOVE 'READ RPRFIC' TO W-MOTIF-ABANDON
029900         GO TO 9900-ABANDON.
030000     ADD 1 TO CPT-LUES.
030100 8100-EXIT.
030200     EXIT.
030300******************************************************************
030400*  9900-ABANDON : ARRET ANORMAL                                  *
030500******************************************************************
030600 9900-ABANDON.
030700     DISPLAY 'GSMA950 - ABANDON : ' W-MOTIF-ABANDON.
030800     MOVE 16 TO RETURN-CODE.
030900     STOP RUN.
