000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPD850.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPD850 : PORTEFEUILLE PRODUITS PAR ENTITE                    *
000900*  ------------------------------------------------------------  *
001000*  LECTURE SEQUENTIELLE DU MAITRE FFFFFGS (CLE = ENTITE EN       *
001100*  TETE : LE FICHIER ARRIVE PAR ENTITE). LES ENREGISTREMENTS     *
001200*  SUPPRIMES (STATUT SU) SONT ECARTES.                           *
001300*  POUR CHAQUE ENTITE, UNE LIGNE PAR PRODUIT DU CATALOGUE        *
001400*  PRDFIC (MODULE GSPD852 A LA DATE DU JOUR) : LIBELLE, NOMBRE   *
001500*  D ENREGISTREMENTS, ENCOURS (FFFFFGS-MONTANT) ET NOMBRE        *
001600*  D ENREGISTREMENTS DONT LE STATUT N EST PLUS AUTORISE PAR LE   *
001700*  PRODUIT. SANS PRODUIT : LIGNE "SANS PRODUIT". PRODUIT         *
001800*  INCONNU, EN ATTENTE D APPROBATION OU HORS PERIODE DE          *
001900*  COMMERCIALISATION : SIGNALE EN REMARQUE.                      *
002000*  TOTAL PAR ENTITE PUIS TOTAL GENERAL (ETAT ETATPRD).           *
002100*  TABLE DES PRODUITS D UNE ENTITE FERMEE A 50 (SATURATION       *
002200*  SIGNALEE COMME POUR GSEN440).                                 *
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
003700     SELECT FFFFFGS ASSIGN  FFFFFGS
003800       ORGANIZATION  INDEXED
003900       ACCESS MODE   SEQUENTIAL
004000       RECORD KEY    FFFFFGS-CLE
004100       FILE STATUS   W-FFFFFGS-STATUS.
004200     SELECT ETATPRD ASSIGN  ETATPRD
004300       ORGANIZATION  SEQUENTIAL
004400       FILE STATUS   W-ETATPRD-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  FFFFFGS
004800     LABEL RECORD STANDARD
004900     DATA RECORD FFFFFGS-ENREG.
005000 COPY FFFFFFGS.
005100 FD  ETATPRD
005200     LABEL RECORD STANDARD
005300     DATA RECORD EPR-LIGNE.
005400 01  EPR-LIGNE                       PIC X(132).
005500 WORKING-STORAGE SECTION.
005600 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
005700 77  CPT-SUPPRIMES                   PIC S9(08) COMP VALUE ZERO.
005800 77  CPT-ENTITES                     PIC S9(08) COMP VALUE ZERO.
005900 77  IX-PRO                          PIC S9(04) COMP VALUE ZERO.
006000 77  NB-PRODUITS                     PIC S9(04) COMP VALUE ZERO.
006100 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
006200     88  FIN-FGS                     VALUE 'O'.
006300 COPY FFFFFGSW.
006400 01  W-ETATPRD-STATUS                PIC X(02).
006500     88  W-EPR-OK                    VALUE '00'.
006600 01  W-MOTIF-ABANDON                 PIC X(40).
006700 01  W-DATE-JOUR                     PIC 9(08).
006800 01  W-ENTITE-COURANTE               PIC X(02).
006900 01  W-PRODUIT                       PIC X(04).
007000 01  W-MONTANT                       PIC S9(11)V99 COMP-3.
007100 COPY GSPDZ.
007200*    PRODUITS DE L ENTITE EN COURS (TABLE FERMEE A 50)
007300 77  W-DEBORDEMENT                   PIC X(01) VALUE 'N'.
007400 01  W-TABLE-PRODUITS.
007500     05  W-PRO-POSTE OCCURS 50.
007600         10  W-PRO-CODE              PIC X(04).
007700         10  W-PRO-LIBELLE           PIC X(30).
007800         10  W-PRO-RETOUR            PIC X(01).
007900         10  W-PRO-NB                PIC S9(08) COMP.
008000         10  W-PRO-HORS-STATUT       PIC S9(08) COMP.
008100         10  W-PRO-MONTANT           PIC S9(13)V99 COMP-3.
008200*    TOTAUX ENTITE ET GENERAL
008300 01  W-ENT-NB                        PIC S9(08) COMP.
008400 01  W-ENT-HORS-STATUT               PIC S9(08) COMP.
008500 01  W-ENT-MONTANT                   PIC S9(13)V99 COMP-3.
008600 01  W-GEN-NB                        PIC S9(08) COMP VALUE ZERO.
008700 01  W-GEN-HORS-STATUT               PIC S9(08) COMP VALUE ZERO.
008800 01  W-GEN-MONTANT                   PIC S9(13)V99 COMP-3
008900                                     VALUE ZERO.
009000 01  EPR-ENTETE.
009100     05  FILLER                      PIC X(50)
009200         VALUE 'GSPD850 - PRODUITS PAR ENTITE - DATE '.
009300     05  EPR-E-DATE                  PIC 9(08).
009400     05  FILLER                      PIC X(74) VALUE SPACES.
009500 01  EPR-TITRES.
009600     05  FILLER                      PIC X(41)
009700         VALUE ' ENT PROD LIBELLE'.
009800     05  FILLER                      PIC X(08) VALUE '  NOMBRE'.
009900     05  FILLER                      PIC X(18)
010000         VALUE '           ENCOURS'.
010100     05  FILLER                      PIC X(14)
010200         VALUE '  HORS STATUT '.
010300     05  FILLER                      PIC X(51) VALUE 'REMARQUE'.
010400 01  EPR-DETAIL.
010500     05  FILLER                      PIC X(01) VALUE SPACE.
010600     05  EPR-ENTITE                  PIC X(02).
010700     05  FILLER                      PIC X(02) VALUE SPACES.
010800     05  EPR-PRODUIT                 PIC X(04).
010900     05  FILLER                      PIC X(01) VALUE SPACE.
011000     05  EPR-LIBELLE                 PIC X(30).
011100     05  FILLER                      PIC X(01) VALUE SPACE.
011200     05  EPR-NB                      PIC Z(07)9.
011300     05  FILLER                      PIC X(01) VALUE SPACE.
011400     05  EPR-MONTANT                 PIC -(13)9,99.
011500     05  FILLER                      PIC X(02) VALUE SPACES.
011600     05  EPR-HORS-STATUT             PIC Z(07)9.
011700     05  FILLER                      PIC X(04) VALUE SPACES.
011800     05  EPR-REMARQUE                PIC X(24).
011900     05  FILLER                      PIC X(27) VALUE SPACES.
012000 01  EPR-SATURATION.
012100     05  FILLER                      PIC X(50)
012200         VALUE ' *** TABLE DES PRODUITS SATUREE - ENTITE '.
012300     05  EPR-S-ENTITE                PIC X(02).
012400     05  FILLER                      PIC X(80)
012500         VALUE ' - PORTEFEUILLE INCOMPLET'.
012600 PROCEDURE DIVISION.
012700******************************************************************
012800*  0000-MAINLINE : UNE RUPTURE PAR ENTITE DU MAITRE              *
012900******************************************************************
013000 0000-MAINLINE.
013100     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
013200     PERFORM 2000-UNE-ENTITE THRU 2000-EXIT
013300         UNTIL FIN-FGS.
013400     PERFORM 3000-TERMINAISON THRU 3000-EXIT.
013500     GOBACK.
013600 0000-EXIT.
013700     EXIT.
013800******************************************************************
013900*  1000-INITIALISATION : OUVERTURES, ENTETE, PREMIERE LECTURE    *
014000******************************************************************
014100 1000-INITIALISATION.
014200     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
014300     OPEN INPUT FFFFFGS.
014400     IF NOT W-FGS-OK
014500         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
014600         GO TO 9900-ABANDON.
014700     OPEN OUTPUT ETATPRD.
014800     IF NOT W-EPR-OK
014900         MOVE 'OPEN ETATPRD' TO W-MOTIF-ABANDON
015000         GO TO 9900-ABANDON.
015100     MOVE W-DATE-JOUR TO EPR-E-DATE.
015200     WRITE EPR-LIGNE FROM EPR-ENTETE.
015300     WRITE EPR-LIGNE FROM EPR-TITRES.
015400     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
015500 1000-EXIT.
015600     EXIT.
015700******************************************************************
015800*  2000-UNE-ENTITE : CUMUL PAR PRODUIT DES ENREGISTREMENTS DE    *
015900*  L ENTITE PUIS EDITION                                         *
016000******************************************************************
016100 2000-UNE-ENTITE.
016200     MOVE FFFFFGS-CLE-ENTITE TO W-ENTITE-COURANTE.
016300     MOVE ZERO TO NB-PRODUITS.
016400     MOVE 'N'  TO W-DEBORDEMENT.
016500     ADD 1 TO CPT-ENTITES.
016600 2000-CUMULER.
016700     PERFORM 2100-UN-ENREG THRU 2100-EXIT.
016800     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
016900     IF NOT FIN-FGS
017000      AND FFFFFGS-CLE-ENTITE = W-ENTITE-COURANTE
017100         GO TO 2000-CUMULER.
017200     PERFORM 2800-EDITER-ENTITE THRU 2800-EXIT.
017300 2000-EXIT.
017400     EXIT.
017500******************************************************************
017600*  2100-UN-ENREG : POSTE DU PRODUIT (CREE AU PREMIER             *
017700*  ENREGISTREMENT) ET CONTROLE DU STATUT PAR GSPD852             *
017800******************************************************************
017900 2100-UN-ENREG.
018000     IF FFFFFGS-STATUT = 'SU'
018100         ADD 1 TO CPT-SUPPRIMES
018200         GO TO 2100-EXIT.
018300     MOVE FFFFFGS-PRODUIT TO W-PRODUIT.
018400     IF W-PRODUIT = LOW-VALUE
018500         MOVE SPACES TO W-PRODUIT.
018600     IF FFFFFGS-MONTANT NUMERIC
018700         MOVE FFFFFGS-MONTANT TO W-MONTANT
018800     ELSE
018900         MOVE ZERO            TO W-MONTANT.
019000     MOVE SPACES TO PDZ-RETOUR.
019100     MOVE 'O'    TO PDZ-STATUT-OK.
019200     IF W-PRODUIT NOT = SPACES
019300         MOVE W-PRODUIT      TO PDZ-CODE
019400         MOVE W-DATE-JOUR    TO PDZ-DATE
019500         MOVE FFFFFGS-STATUT TO PDZ-STATUT
019600         CALL 'GSPD852' USING PDZ-ZONE
019700         IF PDZ-INCIDENT
019800             MOVE 'GSPD852 - LECTURE PRDFIC' TO W-MOTIF-ABANDON
019900             GO TO 9900-ABANDON.
020000     MOVE ZERO TO IX-PRO.
020100 2100-CHERCHER.
020200     ADD 1 TO IX-PRO.
020300     IF IX-PRO GREATER NB-PRODUITS
020400         PERFORM 2200-NOUVEAU-PRODUIT THRU 2200-EXIT
020500     ELSE
020600         IF W-PRO-CODE (IX-PRO) NOT = W-PRODUIT
020700             GO TO 2100-CHERCHER.
020800     IF IX-PRO GREATER 50
020900         GO TO 2100-EXIT.
021000     ADD 1         TO W-PRO-NB (IX-PRO).
021100     ADD W-MONTANT TO W-PRO-MONTANT (IX-PRO).
021200*    UN STATUT SANS CONTROLE (PRODUIT NON SERVI) N EST PAS COMPTE
021300     IF PDZ-SERVI AND PDZ-STATUT-OK NOT = 'O'
021400         ADD 1 TO W-PRO-HORS-STATUT (IX-PRO).
021500 2100-EXIT.
021600     EXIT.
021700******************************************************************
021800*  2200-NOUVEAU-PRODUIT : POSTE DU PRODUIT, LIBELLE ET RETOUR DU *
021900*  CATALOGUE RETENUS DU PREMIER APPEL                            *
022000******************************************************************
022100 2200-NOUVEAU-PRODUIT.
022200     IF NB-PRODUITS NOT LESS 50
022300         MOVE 'O' TO W-DEBORDEMENT
022400         MOVE 51  TO IX-PRO
022500         GO TO 2200-EXIT.
022600     ADD 1 TO NB-PRODUITS.
022700     MOVE NB-PRODUITS TO IX-PRO.
022800     MOVE W-PRODUIT   TO W-PRO-CODE (IX-PRO).
022900     MOVE PDZ-RETOUR  TO W-PRO-RETOUR (IX-PRO).
023000     IF W-PRODUIT = SPACES
023100         MOVE 'SANS PRODUIT' TO W-PRO-LIBELLE (IX-PRO)
023200     ELSE
023300         MOVE PDZ-LIBELLE    TO W-PRO-LIBELLE (IX-PRO).
023400     MOVE ZERO TO W-PRO-NB (IX-PRO) W-PRO-HORS-STATUT (IX-PRO)
023500                  W-PRO-MONTANT (IX-PRO).
023600 2200-EXIT.
023700     EXIT.
023800******************************************************************
023900*  2800-EDITER-ENTITE : UNE LIGNE PAR PRODUIT PUIS LE TOTAL      *
024000******************************************************************
024100 2800-EDITER-ENTITE.
024200     MOVE ZERO TO W-ENT-NB W-ENT-HORS-STATUT W-ENT-MONTANT.
024300     PERFORM 2850-UN-PRODUIT THRU 2850-EXIT
024400         VARYING IX-PRO FROM 1 BY 1
024500         UNTIL IX-PRO GREATER NB-PRODUITS.
024600     IF W-DEBORDEMENT = 'O'
024700         MOVE W-ENTITE-COURANTE TO EPR-S-ENTITE
024800         WRITE EPR-LIGNE FROM EPR-SATURATION.
024900     MOVE W-ENTITE-COURANTE TO EPR-ENTITE.
025000     MOVE SPACES            TO EPR-PRODUIT EPR-REMARQUE.
025100     MOVE 'TOTAL ENTITE'    TO EPR-LIBELLE.
025200     MOVE W-ENT-NB          TO EPR-NB.
025300     MOVE W-ENT-MONTANT     TO EPR-MONTANT.
025400     MOVE W-ENT-HORS-STATUT TO EPR-HORS-STATUT.
025500     WRITE EPR-LIGNE FROM EPR-DETAIL.
025600     MOVE SPACES TO EPR-LIGNE.
025700     WRITE EPR-LIGNE.
025800     ADD W-ENT-NB          TO W-GEN-NB.
025900     ADD W-ENT-HORS-STATUT TO W-GEN-HORS-STATUT.
026000     ADD W-ENT-MONTANT     TO W-GEN-MONTANT.
026100 2800-EXIT.
026200     EXIT.
026300 2850-UN-PRODUIT.
026400     IF W-PRO-NB (IX-PRO) = ZERO
026500         GO TO 2850-EXIT.
026600     MOVE W-ENTITE-COURANTE          TO EPR-ENTITE.
026700     MOVE W-PRO-CODE (IX-PRO)        TO EPR-PRODUIT.
026800     MOVE W-PRO-LIBELLE (IX-PRO)     TO EPR-LIBELLE.
026900     MOVE W-PRO-NB (IX-PRO)          TO EPR-NB.
027000     MOVE W-PRO-MONTANT (IX-PRO)     TO EPR-MONTANT.
027100     MOVE W-PRO-HORS-STATUT (IX-PRO) TO EPR-HORS-STATUT.
027200     EVALUATE W-PRO-RETOUR (IX-PRO)
027300         WHEN '1'
027400             MOVE 'PRODUIT INCONNU'          TO EPR-REMARQUE
027500         WHEN '2'
027600             MOVE 'EN ATTENTE D APPROBATION' TO EPR-REMARQUE
027700         WHEN '3'
027800             MOVE 'HORS COMMERCIALISATION'   TO EPR-REMARQUE
027900         WHEN OTHER
028000             MOVE SPACES                     TO EPR-REMARQUE
028100     END-EVALUATE.
028200     WRITE EPR-LIGNE FROM EPR-DETAIL.
028300     ADD W-PRO-NB (IX-PRO)          TO W-ENT-NB.
028400     ADD W-PRO-HORS-STATUT (IX-PRO) TO W-ENT-HORS-STATUT.
028500     ADD W-PRO-MONTANT (IX-PRO)     TO W-ENT-MONTANT.
028600 2850-EXIT.
028700     EXIT.
028800******************************************************************
028900*  3000-TERMINAISON : TOTAL GENERAL, FERMETURES ET COMPTEURS     *
029000******************************************************************
029100 3000-TERMINAISON.
029200     MOVE SPACES TO EPR-ENTITE EPR-PRODUIT EPR-REMARQUE.
029300     MOVE 'TOTAL GENERAL'   TO EPR-LIBELLE.
029400     MOVE W-GEN-NB          TO EPR-NB.
029500     MOVE W-GEN-MONTANT     TO EPR-MONTANT.
029600     MOVE W-GEN-HORS-STATUT TO EPR-HORS-STATUT.
029700     WRITE EPR-LIGNE FROM EPR-DETAIL.
029800     CLOSE FFFFFGS ETATPRD.
029900     DISPLAY 'GSPD850 - ENREGISTREMENTS LUS : ' CPT-LUS.
030000     DISPLAY 'GSPD850 - SUPPRIMES ECARTES   : ' CPT-SUPPRIMES.
030100     DISPLAY 'GSPD850 - ENTITES             : ' CPT-ENTITES.
030200     DISPLAY 'GSPD850 - HORS STATUT PRODUIT : ' W-GEN-HORS-STATUT.
030300 3000-EXIT.
030400     EXIT.
030500******************************************************************
030600*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
030700******************************************************************
030800 8100-LIRE-FGS.
030900     READ FFFFFGS NEXT.
031000     IF W-FGS-FIN
031100         MOVE 'O' TO W-FIN-FGS
031200         GO TO 8100-EXIT.
031300     IF NOT W-FGS-OK
031400         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
031500         GO TO 9900-ABANDON.
031600     ADD 1 TO CPT-LUS.
031700 8100-EXIT.
031800     EXIT.
031900******************************************************************
032000*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
032100******************************************************************
032200 9900-ABANDON.
032300     DISPLAY 'GSPD850 - ABANDON : ' W-MOTIF-ABANDON.
032400     MOVE 16 TO RETURN-CODE.
032500     STOP RUN.
