000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSEC670.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MODULES COMMUNS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSEC670 : CONSTRUCTION DE L ECHEANCIER D UN ENREGISTREMENT    *
000900*  ------------------------------------------------------------  *
001000*  FFFFFGS-MONTANT-ECH NE DONNAIT QU UN MONTANT D ECHEANCE SANS  *
001100*  DATE NI SUIVI. LE MODULE TIENT LE FICHIER ECHFIC : UNE LIGNE  *
001200*  PAR ECHEANCE MENSUELLE (MONTANT DU, MONTANT PAYE, STATUT),    *
001300*  AU JOUR ANNIVERSAIRE DE LA DATE D EFFET RAMENE AU JOUR OUVRE  *
001400*  PAR GSCA220 (JURIDICTION FR ; ANNIVERSAIRE AU-DELA DU 28 =    *
001500*  DERNIER JOUR OUVRE DU MOIS).                                  *
001600*  CONSTRUIRE : LES LIGNES PASSEES ET CELLES QUI ONT RECU UN     *
001700*  REGLEMENT SONT CONSERVEES ; LES ECHEANCES FUTURES SANS        *
001800*  REGLEMENT SONT RETIREES PUIS REBATIES SUR LE RESTANT          *
001900*  (MONTANT MOINS LE RESTE DU DES LIGNES OUVERTES CONSERVEES),   *
002000*  LA DERNIERE PORTANT L APPOINT. 360 ECHEANCES AU PLUS.         *
002100*  ABANDONNER : LES LIGNES ENCORE OUVERTES PASSENT EN A.         *
002110*  REGLER : LE MONTANT ENCAISSE SOLDE LES LIGNES OUVERTES DE LA  *
002120*  PLUS ANCIENNE A LA PLUS RECENTE (P SI SOLDEE, R SI PARTIELLE) *
002130*  ET LE RELIQUAT NON IMPUTE EST RENDU DANS ECZ-MONTANT.         *
002140*  EXTOURNER : LE MONTANT REJETE (RETOUR DE PRELEVEMENT) EST     *
002150*  RETIRE DES LIGNES REGLEES DE LA PLUS RECENTE A LA PLUS        *
002160*  ANCIENNE (INVERSE DE L IMPUTATION) ; LA LIGNE REDEVIENT D OU  *
002170*  R ET LE RELIQUAT NON EXTOURNE EST RENDU DANS ECZ-MONTANT.     *
002200*  APPELANTS : GSBT010 (AJOUT, MODIFICATION, AJUSTEMENT,         *
002300*  SUPPRESSION) ET GSEC671 (DEMANDES DE LA TRANSACTION GSOL010). *
002400*  ------------------------------------------------------------  *
002500*  HISTORIQUE DES MODIFICATIONS                                  *
002600*  15/10/26  DA  CREATION                                        *
002610*  15/10/26  DA  FONCTION R : IMPUTATION D UN REGLEMENT ENCAISSE *
002620*  15/10/26  DA  FONCTION X : EXTOURNE D UN REGLEMENT REJETE     *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.
003100     IBM-370.
003200 OBJECT-COMPUTER.
003300     IBM-370.
003400 SPECIAL-NAMES.
003500     DECIMAL-POINT IS COMMA.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT ECHFIC  ASSIGN  ECHFIC
003900       ORGANIZATION  INDEXED
004000       ACCESS MODE   DYNAMIC
004100       RECORD KEY    ECH-CLE
004200       FILE STATUS   W-ECHFIC-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ECHFIC
004600     LABEL RECORD STANDARD
004700     DATA RECORD ECH-ENREG.
004800 COPY FFFFFGEC.
004900 WORKING-STORAGE SECTION.
005000 77  W-OUVERT                        PIC X(01) VALUE 'N'.
005100 77  W-HORS-CAL                      PIC X(01) VALUE 'N'.
005200 77  W-DERNIER-NUMERO                PIC 9(04) VALUE ZERO.
005300 77  W-JOUR-ANCRE                    PIC 9(02) VALUE ZERO.
005310 77  IX-REG                          PIC S9(04) COMP VALUE ZERO.
005320 77  NB-REG                          PIC S9(04) COMP VALUE ZERO.
005400 01  W-ECHFIC-STATUS                 PIC X(02).
005500     88  W-ECH-OK                    VALUE '00'.
005600     88  W-ECH-FIN                   VALUE '10'.
005700     88  W-ECH-ABSENT                VALUE '23'.
005800 01  W-RESTE-OUVERT                  PIC S9(11)V99 COMP-3.
005900 01  W-A-ECHELONNER                  PIC S9(11)V99 COMP-3.
006000 01  W-DERNIERE-THEO                 PIC 9(08).
006100 01  W-DATE-CALC                     PIC 9(08).
006200 01  W-DATE-CALC-R REDEFINES W-DATE-CALC.
006300     05  W-DC-AAAA                   PIC 9(04).
006400     05  W-DC-MM                     PIC 9(02).
006500     05  W-DC-JJ                     PIC 9(02).
006510*    LIGNES REGLEES DE LA CLE, DANS L ORDRE DES DATES, POUR
006520*    L EXTOURNE EN SENS INVERSE
006530 01  W-TABLE-REGLEES.
006540     05  W-REG-DATE OCCURS 360       PIC 9(08).
006600 COPY GSCAZ.
006700 LINKAGE SECTION.
006800 COPY GSECZ.
006900 PROCEDURE DIVISION USING ECZ-ZONE.
007000******************************************************************
007100*  0000-MAINLINE : AIGUILLAGE PAR FONCTION                       *
007200******************************************************************
007300 0000-MAINLINE.
007400     MOVE '0'  TO ECZ-RETOUR.
007500     MOVE ZERO TO ECZ-NB-LIGNES.
007600     IF W-OUVERT = 'N'
007700         OPEN I-O ECHFIC
007800         IF NOT W-ECH-OK
007900             MOVE '9' TO ECZ-RETOUR
008000             GO TO 0000-FIN
008100         ELSE
008200             MOVE 'O' TO W-OUVERT.
008300     EVALUATE TRUE
008400         WHEN ECZ-CONSTRUIRE
008500             PERFORM 1000-CONSTRUIRE THRU 1000-EXIT
008600         WHEN ECZ-ABANDONNER
008700             PERFORM 2000-ABANDONNER THRU 2000-EXIT
008710         WHEN ECZ-REGLER
008720             PERFORM 3000-REGLER THRU 3000-EXIT
008730         WHEN ECZ-EXTOURNER
008740             PERFORM 4000-EXTOURNER THRU 4000-EXIT
008800         WHEN OTHER
008900             MOVE '9' TO ECZ-RETOUR
009000     END-EVALUATE.
009100 0000-FIN.
009200     GOBACK.
009300 0000-EXIT.
009400     EXIT.
009500******************************************************************
009600*  1000-CONSTRUIRE : REVUE DES LIGNES EN PLACE PUIS GENERATION   *
009700*  DES ECHEANCES FUTURES SUR LE RESTANT                          *
009800******************************************************************
009900 1000-CONSTRUIRE.
010000     MOVE ZERO TO W-RESTE-OUVERT W-DERNIER-NUMERO
010100                  W-DERNIERE-THEO.
010200     MOVE 'N'  TO W-HORS-CAL.
010300     MOVE ECZ-FGS-CLE TO ECH-FGS-CLE.
010400     MOVE ZERO        TO ECH-DATE-ECH.
010500     START ECHFIC KEY NOT LESS ECH-CLE.
010600     IF W-ECH-ABSENT OR W-ECH-FIN
010700         GO TO 1000-GENERER.
010800     IF NOT W-ECH-OK
010900         MOVE '9' TO ECZ-RETOUR
011000         GO TO 1000-EXIT.
011100 1000-LIRE.
011200     READ ECHFIC NEXT.
011300     IF W-ECH-FIN
011400      OR ECH-FGS-CLE NOT = ECZ-FGS-CLE
011500         GO TO 1000-GENERER.
011600     IF NOT W-ECH-OK
011700         MOVE '9' TO ECZ-RETOUR
011800         GO TO 1000-EXIT.
011900*    ECHEANCE FUTURE SANS REGLEMENT : RETIREE, ELLE SERA REBATIE
012000     IF ECH-DUE
012100      AND ECH-MONTANT-PAYE = ZERO
012200      AND ECH-DATE-ECH GREATER ECZ-DATE-JOUR
012300         DELETE ECHFIC
012400         IF NOT W-ECH-OK
012500             MOVE '9' TO ECZ-RETOUR
012600             GO TO 1000-EXIT
012700         END-IF
012800         GO TO 1000-LIRE.
012900     IF ECH-OUVERTE
013000         COMPUTE W-RESTE-OUVERT = W-RESTE-OUVERT
013100             + ECH-MONTANT-DU - ECH-MONTANT-PAYE.
013200     IF ECH-NUMERO GREATER W-DERNIER-NUMERO
013300         MOVE ECH-NUMERO TO W-DERNIER-NUMERO.
013400     IF ECH-DATE-THEORIQUE GREATER W-DERNIERE-THEO
013500         MOVE ECH-DATE-THEORIQUE TO W-DERNIERE-THEO.
013600     GO TO 1000-LIRE.
013700 1000-GENERER.
013800     IF ECZ-MONTANT-ECH NOT GREATER ZERO
013900      OR ECZ-MONTANT NOT GREATER ZERO
014000         GO TO 1000-EXIT.
014100     COMPUTE W-A-ECHELONNER = ECZ-MONTANT - W-RESTE-OUVERT.
014200     IF W-A-ECHELONNER NOT GREATER ZERO
014300         GO TO 1000-EXIT.
014400*    LE JOUR ANNIVERSAIRE EST CELUI DE LA DATE D EFFET ; LE MOIS
014500*    DE DEPART EST CELUI DE LA DERNIERE LIGNE CONSERVEE
014600     IF ECZ-DATE-EFFET NOT NUMERIC
014700      OR ECZ-DATE-EFFET = ZERO
014800         MOVE ECZ-DATE-JOUR  TO W-DATE-CALC
014900     ELSE
015000         MOVE ECZ-DATE-EFFET TO W-DATE-CALC.
015100     MOVE W-DC-JJ TO W-JOUR-ANCRE.
015200     IF W-DERNIERE-THEO GREATER W-DATE-CALC
015300         MOVE W-DERNIERE-THEO TO W-DATE-CALC.
015400     PERFORM 1200-MOIS-SUIVANT THRU 1200-EXIT.
015500     PERFORM 1200-MOIS-SUIVANT THRU 1200-EXIT
015600         UNTIL W-DATE-CALC GREATER ECZ-DATE-JOUR.
015700 1000-ECHEANCE.
015800     IF W-A-ECHELONNER NOT GREATER ZERO
015900      OR ECZ-NB-LIGNES NOT LESS 360
016000         GO TO 1000-BILAN.
016100     PERFORM 1300-ROULER THRU 1300-EXIT.
016200     IF ECZ-INCIDENT
016300         GO TO 1000-EXIT.
016400     ADD 1 TO W-DERNIER-NUMERO.
016500     MOVE ECZ-FGS-CLE      TO ECH-FGS-CLE.
016600     MOVE W-DERNIER-NUMERO TO ECH-NUMERO.
016700     MOVE W-DATE-CALC      TO ECH-DATE-THEORIQUE.
016800     IF W-A-ECHELONNER LESS ECZ-MONTANT-ECH
016900         MOVE W-A-ECHELONNER  TO ECH-MONTANT-DU
017000     ELSE
017100         MOVE ECZ-MONTANT-ECH TO ECH-MONTANT-DU.
017200     MOVE ZERO             TO ECH-MONTANT-PAYE.
017300     MOVE 'D'              TO ECH-STATUT.
017400     MOVE ECZ-DATE-JOUR    TO ECH-DATE-CREA ECH-DATE-MAJ.
017500     MOVE ECZ-PROGRAMME    TO ECH-PROGRAMME.
017600     WRITE ECH-ENREG.
017700     IF NOT W-ECH-OK
017800         MOVE '9' TO ECZ-RETOUR
017900         GO TO 1000-EXIT.
018000     SUBTRACT ECH-MONTANT-DU FROM W-A-ECHELONNER.
018100     ADD 1 TO ECZ-NB-LIGNES.
018200     PERFORM 1200-MOIS-SUIVANT THRU 1200-EXIT.
018300     GO TO 1000-ECHEANCE.
018400 1000-BILAN.
018500     IF W-HORS-CAL = 'O'
018600         MOVE '1' TO ECZ-RETOUR.
018700 1000-EXIT.
018800     EXIT.
018900******************************************************************
019000*  1200-MOIS-SUIVANT : DATE THEORIQUE DU MOIS SUIVANT AU JOUR    *
019100*  ANNIVERSAIRE (PLAFONNE AU 28, LE ROULEMENT FAIT LE RESTE)     *
019200******************************************************************
019300 1200-MOIS-SUIVANT.
019400     ADD 1 TO W-DC-MM.
019500     IF W-DC-MM GREATER 12
019600         MOVE 1 TO W-DC-MM
019700         ADD 1 TO W-DC-AAAA.
019800     IF W-JOUR-ANCRE GREATER 28 OR W-JOUR-ANCRE = ZERO
019900         MOVE 28 TO W-DC-JJ
020000     ELSE
020100         MOVE W-JOUR-ANCRE TO W-DC-JJ.
020200 1200-EXIT.
020300     EXIT.
020400******************************************************************
020500*  1300-ROULER : DATE D ECHEANCE AU JOUR OUVRE (GSCA220) - UN    *
020600*  ANNIVERSAIRE AU-DELA DU 28 PREND LE DERNIER JOUR OUVRE DU     *
020700*  MOIS ; HORS CALENDRIER = DATE THEORIQUE GARDEE ET SIGNALEE    *
020800******************************************************************
020900 1300-ROULER.
021000     IF W-JOUR-ANCRE GREATER 28
021100         MOVE 'M' TO CAZ-FONCTION
021200     ELSE
021300         MOVE 'S' TO CAZ-FONCTION.
021400     MOVE 'FR'        TO CAZ-JURIDICTION.
021500     MOVE W-DATE-CALC TO CAZ-DATE-ENTREE.
021600     CALL 'GSCA220' USING CAZ-ZONE.
021700     IF CAZ-SERVI
021800         MOVE CAZ-DATE-SORTIE TO ECH-DATE-ECH
021900         GO TO 1300-EXIT.
022000     IF CAZ-HORS-CALENDRIER
022100         MOVE W-DATE-CALC TO ECH-DATE-ECH
022200         MOVE 'O' TO W-HORS-CAL
022300         GO TO 1300-EXIT.
022400     MOVE '9' TO ECZ-RETOUR.
022500 1300-EXIT.
022600     EXIT.
022700******************************************************************
022800*  2000-ABANDONNER : LES ECHEANCES ENCORE OUVERTES DE LA CLE     *
022900*  PASSENT EN A - LES LIGNES REGLEES RESTENT EN L ETAT           *
023000******************************************************************
023100 2000-ABANDONNER.
023200     MOVE ECZ-FGS-CLE TO ECH-FGS-CLE.
023300     MOVE ZERO        TO ECH-DATE-ECH.
023400     START ECHFIC KEY NOT LESS ECH-CLE.
023500     IF W-ECH-ABSENT OR W-ECH-FIN
023600         GO TO 2000-EXIT.
023700     IF NOT W-ECH-OK
023800         MOVE '9' TO ECZ-RETOUR
023900         GO TO 2000-EXIT.
024000 2000-LIRE.
024100     READ ECHFIC NEXT.
024200     IF W-ECH-FIN
024300      OR ECH-FGS-CLE NOT = ECZ-FGS-CLE
024400         GO TO 2000-EXIT.
024500     IF NOT W-ECH-OK
024600         MOVE '9' TO ECZ-RETOUR
024700         GO TO 2000-EXIT.
024800     IF NOT ECH-OUVERTE
024900         GO TO 2000-LIRE.
025000     MOVE 'A'           TO ECH-STATUT.
025100     MOVE ECZ-DATE-JOUR TO ECH-DATE-MAJ.
025200     MOVE ECZ-PROGRAMME TO ECH-PROGRAMME.
025300     REWRITE ECH-ENREG.
025400     IF NOT W-ECH-OK
025500         MOVE '9' TO ECZ-RETOUR
025600         GO TO 2000-EXIT.
025700     ADD 1 TO ECZ-NB-LIGNES.
025800     GO TO 2000-LIRE.
025900 2000-EXIT.
026000     EXIT.
026100******************************************************************
026200*  3000-REGLER : IMPUTATION DU REGLEMENT SUR LES LIGNES OUVERTES *
026300*  DE LA CLE DANS L ORDRE DES DATES D ECHEANCE                   *
026400******************************************************************
026500 3000-REGLER.
026600     IF ECZ-MONTANT NOT GREATER ZERO
026700         GO TO 3000-EXIT.
026800     MOVE ECZ-FGS-CLE TO ECH-FGS-CLE.
026900     MOVE ZERO        TO ECH-DATE-ECH.
027000     START ECHFIC KEY NOT LESS ECH-CLE.
027100     IF W-ECH-ABSENT OR W-ECH-FIN
027200         GO TO 3000-EXIT.
027300     IF NOT W-ECH-OK
027400         MOVE '9' TO ECZ-RETOUR
027500         GO TO 3000-EXIT.
027600 3000-LIRE.
027700     IF ECZ-MONTANT NOT GREATER ZERO
027800         GO TO 3000-EXIT.
027900     READ ECHFIC NEXT.
028000     IF W-ECH-FIN
028100      OR ECH-FGS-CLE NOT = ECZ-FGS-CLE
028200         GO TO 3000-EXIT.
028300     IF NOT W-ECH-OK
028400         MOVE '9' TO ECZ-RETOUR
028500         GO TO 3000-EXIT.
028600     IF NOT ECH-OUVERTE
028700         GO TO 3000-LIRE.
028800     COMPUTE W-RESTE-OUVERT = ECH-MONTANT-DU - ECH-MONTANT-PAYE.
028900     IF ECZ-MONTANT NOT LESS W-RESTE-OUVERT
029000         MOVE ECH-MONTANT-DU TO ECH-MONTANT-PAYE
029100         MOVE 'P'            TO ECH-STATUT
029200         SUBTRACT W-RESTE-OUVERT FROM ECZ-MONTANT
029300     ELSE
029400         ADD ECZ-MONTANT     TO ECH-MONTANT-PAYE
029500         MOVE 'R'            TO ECH-STATUT
029600         MOVE ZERO           TO ECZ-MONTANT.
029700     MOVE ECZ-DATE-JOUR TO ECH-DATE-MAJ.
029800     MOVE ECZ-PROGRAMME TO ECH-PROGRAMME.
029900     REWRITE ECH-ENREG.
030000     IF NOT W-ECH-OK
030100         MOVE '9' TO ECZ-RETOUR
030200         GO TO 3000-EXIT.
030300     ADD 1 TO ECZ-NB-LIGNES.
030400     GO TO 3000-LIRE.
030500 3000-EXIT.
030600     EXIT.
030700******************************************************************
030800*  4000-EXTOURNER : RELEVE DES LIGNES REGLEES PUIS RETRAIT DU    *
030900*  MONTANT REJETE EN PARTANT DE LA PLUS RECENTE                  *
031000******************************************************************
031100 4000-EXTOURNER.
031200     MOVE ZERO TO NB-REG.
031300     IF ECZ-MONTANT NOT GREATER ZERO
031400         GO TO 4000-EXIT.
031500     MOVE ECZ-FGS-CLE TO ECH-FGS-CLE.
031600     MOVE ZERO        TO ECH-DATE-ECH.
031700     START ECHFIC KEY NOT LESS ECH-CLE.
031800     IF W-ECH-ABSENT OR W-ECH-FIN
031900         GO TO 4000-EXIT.
032000     IF NOT W-ECH-OK
032100         MOVE '9' TO ECZ-RETOUR
032200         GO TO 4000-EXIT.
032300 4000-RELEVER.
032400     READ ECHFIC NEXT.
032500     IF W-ECH-FIN
032600      OR ECH-FGS-CLE NOT = ECZ-FGS-CLE
032700         GO TO 4000-RETIRER.
032800     IF NOT W-ECH-OK
032900         MOVE '9' TO ECZ-RETOUR
033000         GO TO 4000-EXIT.
033100     IF ECH-ABANDONNEE
033200      OR ECH-MONTANT-PAYE NOT GREATER ZERO
033300         GO TO 4000-RELEVER.
033400     IF NB-REG LESS 360
033500         ADD 1 TO NB-REG
033600         MOVE ECH-DATE-ECH TO W-REG-DATE (NB-REG).
033700     GO TO 4000-RELEVER.
033800 4000-RETIRER.
033900     MOVE NB-REG TO IX-REG.
034000 4000-LIGNE.
034100     IF IX-REG NOT GREATER ZERO
034200      OR ECZ-MONTANT NOT GREATER ZERO
034300         GO TO 4000-EXIT.
034400     MOVE ECZ-FGS-CLE         TO ECH-FGS-CLE.
034500     MOVE W-REG-DATE (IX-REG) TO ECH-DATE-ECH.
034600     READ ECHFIC.
034700     IF NOT W-ECH-OK
034800         MOVE '9' TO ECZ-RETOUR
034900         GO TO 4000-EXIT.
035000     IF ECZ-MONTANT NOT LESS ECH-MONTANT-PAYE
035100         SUBTRACT ECH-MONTANT-PAYE FROM ECZ-MONTANT
035200         MOVE ZERO           TO ECH-MONTANT-PAYE
035300         MOVE 'D'            TO ECH-STATUT
035400     ELSE
035500         SUBTRACT ECZ-MONTANT FROM ECH-MONTANT-PAYE
035600         MOVE ZERO           TO ECZ-MONTANT
035700         MOVE 'R'            TO ECH-STATUT.
035800     MOVE ECZ-DATE-JOUR TO ECH-DATE-MAJ.
035900     MOVE ECZ-PROGRAMME TO ECH-PROGRAMME.
036000     REWRITE ECH-ENREG.
036100     IF NOT W-ECH-OK
036200         MOVE '9' TO ECZ-RETOUR
036300         GO TO 4000-EXIT.
036400     ADD 1 TO ECZ-NB-LIGNES.
036500     SUBTRACT 1 FROM IX-REG.
036600     GO TO 4000-LIGNE.
036700 4000-EXIT.
036800     EXIT.
