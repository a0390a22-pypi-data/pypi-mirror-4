000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCN821.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSCN821 : COUVERTURE MENSUELLE DES CONSENTEMENTS PAR ENTITE   *
000900*  ------------------------------------------------------------  *
001000*  CARTE PARAMETRE : PERIODE(6) AAAAMM - SITUATION ARRETEE AU    *
001100*  DERNIER JOUR DU MOIS.                                         *
001200*  PASSE CONJOINTE SUR LE MAITRE FFFFFGS (ENREGISTREMENTS        *
001300*  ACTIFS, STATUT AUTRE QUE SU) ET SUR LE FICHIER CNSFIC DANS    *
001400*  L ORDRE DE CLE : POUR CHAQUE CLE ET CHAQUE COUPLE FINALITE /  *
001500*  CANAL, LA DERNIERE ENTREE NON POSTERIEURE A L ARRETE FAIT     *
001600*  FOI (ACCORD OU REFUS) ; SANS ENTREE LA CLE EST SANS REPONSE.  *
001700*  ETAT ETATCNS : PAR ENTITE LE NOMBRE DE CLIENTS PUIS, PAR      *
001800*  COUPLE, ACCORDS / REFUS / SANS REPONSE, LA COUVERTURE (PART   *
001900*  DES CLIENTS AYANT REPONDU) ET LE TAUX D ACCORD ; TOTAL        *
002000*  GENERAL EN FIN D ETAT (ENTITE **).                            *
002100*  TABLE DES ENTITES SATUREE : LIGNES D ENTITE INCOMPLETES,      *
002200*  LE TOTAL GENERAL RESTE JUSTE - CODE RETOUR 8.                 *
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
004200     SELECT CNSFIC  ASSIGN  CNSFIC
004300       ORGANIZATION  INDEXED
004400       ACCESS MODE   SEQUENTIAL
004500       RECORD KEY    CNS-CLE
004600       FILE STATUS   W-CNSFIC-STATUS.
004700     SELECT ETATCNS ASSIGN  ETATCNS
004800       ORGANIZATION  SEQUENTIAL
004900       FILE STATUS   W-ETATCNS-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  FFFFFGS
005300     LABEL RECORD STANDARD
005400     DATA RECORD FFFFFGS-ENREG.
005500 COPY FFFFFFGS.
005600 FD  CNSFIC
005700     LABEL RECORD STANDARD
005800     DATA RECORD CNS-ENREG.
005900 COPY FFFFFGCN.
006000 FD  ETATCNS
006100     LABEL RECORD STANDARD
006200     DATA RECORD ETC-LIGNE.
006300 01  ETC-LIGNE                       PIC X(132).
006400 WORKING-STORAGE SECTION.
006500 77  CPT-CLIENTS                     PIC S9(08) COMP VALUE ZERO.
006600 77  CPT-ENTREES                     PIC S9(08) COMP VALUE ZERO.
006700 77  IX-ENT                          PIC S9(04) COMP VALUE ZERO.
006800 77  IX-CPL                          PIC S9(04) COMP VALUE ZERO.
006900 77  NB-ENTITES                      PIC S9(04) COMP VALUE ZERO.
007000 77  W-DEBORDEMENT                   PIC X(01) VALUE 'N'.
007100 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
007200     88  FIN-FGS                     VALUE 'O'.
007300 01  W-FIN-CNS                       PIC X(01) VALUE 'N'.
007400     88  FIN-CNS                     VALUE 'O'.
007500 COPY FFFFFGSW.
007600 01  W-CNSFIC-STATUS                 PIC X(02).
007700     88  W-CNS-OK                    VALUE '00'.
007800     88  W-CNS-FIN                   VALUE '10'.
007900 01  W-ETATCNS-STATUS                PIC X(02).
008000     88  W-ETC-OK                    VALUE '00'.
008100 01  W-MOTIF-ABANDON                 PIC X(40).
008200 01  W-PARM-PERIODE                  PIC X(06).
008300 01  W-PERIODE                       PIC 9(06).
008400 01  W-DATE-ARRETE                   PIC 9(08).
008500 01  W-TAUX                          PIC 9(03)V9.
008600*    LES SIX COUPLES FINALITE / CANAL (MEME ORDRE QUE GSCN820)
008700 01  W-COUPLES-VALEURS.
008800     05  FILLER                      PIC X(05) VALUE 'MARKI'.
008900     05  FILLER                      PIC X(05) VALUE 'MARKE'.
009000     05  FILLER                      PIC X(05) VALUE 'MARKT'.
009100     05  FILLER                      PIC X(05) VALUE 'GESTI'.
009200     05  FILLER                      PIC X(05) VALUE 'GESTE'.
009300     05  FILLER                      PIC X(05) VALUE 'GESTT'.
009400 01  W-COUPLES REDEFINES W-COUPLES-VALEURS.
009500     05  W-COUPLE OCCURS 6.
009600         10  W-CPL-FINALITE          PIC X(04).
009700         10  W-CPL-CANAL             PIC X(01).
009800*    SITUATION DE LA CLE COURANTE : O / N / BLANC = SANS REPONSE
009900 01  W-SITUATION.
010000     05  W-SIT-ACCORD                PIC X(01) OCCURS 6.
010100*    POSTES 1 A 20 = ENTITES, POSTE 21 = TOTAL GENERAL
010200 01  W-TABLE-ENTITES.
010300     05  W-ENT-POSTE OCCURS 21.
010400         10  W-ENT-CODE              PIC X(02).
010500         10  W-ENT-CLIENTS           PIC S9(08) COMP.
010600         10  W-ENT-COUPLE OCCURS 6.
010700             15  W-ENT-ACCORDS       PIC S9(08) COMP.
010800             15  W-ENT-REFUS         PIC S9(08) COMP.
010900             15  W-ENT-SANS          PIC S9(08) COMP.
011000 01  ETC-TITRE.
011100     05  FILLER                      PIC X(40)
011200         VALUE 'GSCN821 - COUVERTURE DES CONSENTEMENTS'.
011300     05  FILLER                      PIC X(10)
011400         VALUE 'PERIODE : '.
011500     05  ETC-T-PERIODE               PIC 9(06).
011600     05  FILLER                      PIC X(14)
011700         VALUE '  ARRETE AU : '.
011800     05  ETC-T-ARRETE                PIC 9(08).
011900     05  FILLER                      PIC X(54) VALUE SPACES.
012000 01  ETC-ENTITE.
012100     05  FILLER                      PIC X(09)
012200         VALUE 'ENTITE : '.
012300     05  ETC-E-CODE                  PIC X(02).
012400     05  FILLER                      PIC X(12)
012500         VALUE '  CLIENTS : '.
012600     05  ETC-E-CLIENTS               PIC Z(08)9.
012700     05  FILLER                      PIC X(100) VALUE SPACES.
012800 01  ETC-COUPLE.
012900     05  FILLER                      PIC X(04) VALUE SPACES.
013000     05  ETC-C-FINALITE              PIC X(04).
013100     05  FILLER                      PIC X(01) VALUE SPACE.
013200     05  ETC-C-CANAL                 PIC X(01).
013300     05  FILLER                      PIC X(12)
013400         VALUE '  ACCORDS : '.
013500     05  ETC-C-ACCORDS               PIC Z(08)9.
013600     05  FILLER                      PIC X(10)
013700         VALUE '  REFUS : '.
013800     05  ETC-C-REFUS                 PIC Z(08)9.
013900     05  FILLER                      PIC X(17)
014000         VALUE '  SANS REPONSE : '.
014100     05  ETC-C-SANS                  PIC Z(08)9.
014200     05  FILLER                      PIC X(15)
014300         VALUE '  COUVERTURE : '.
014400     05  ETC-C-COUVERTURE            PIC ZZ9,9.
014500     05  FILLER                      PIC X(13)
014600         VALUE ' %  ACCORD : '.
014700     05  ETC-C-TAUX-ACCORD           PIC ZZ9,9.
014800     05  FILLER                      PIC X(02) VALUE ' %'.
014900     05  FILLER                      PIC X(16) VALUE SPACES.
015000 PROCEDURE DIVISION.
015100******************************************************************
015200*  0000-MAINLINE : PASSE CONJOINTE MAITRE / CONSENTEMENTS        *
015300******************************************************************
015400 0000-MAINLINE.
015500     ACCEPT W-PARM-PERIODE.
015600     IF W-PARM-PERIODE NOT NUMERIC
015700         MOVE 'PERIODE INVALIDE' TO W-MOTIF-ABANDON
015800         GO TO 9900-ABANDON.
015900     MOVE W-PARM-PERIODE TO W-PERIODE.
016000     COMPUTE W-DATE-ARRETE = W-PERIODE * 100 + 31.
016100     OPEN INPUT FFFFFGS.
016200     IF NOT W-FGS-OK
016300         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
016400         GO TO 9900-ABANDON.
016500     OPEN INPUT CNSFIC.
016600     IF NOT W-CNS-OK
016700         MOVE 'OPEN CNSFIC'  TO W-MOTIF-ABANDON
016800         GO TO 9900-ABANDON.
016900     OPEN OUTPUT ETATCNS.
017000     IF NOT W-ETC-OK
017100         MOVE 'OPEN ETATCNS' TO W-MOTIF-ABANDON
017200         GO TO 9900-ABANDON.
017300     MOVE 21   TO IX-ENT.
017400     MOVE '**' TO W-ENT-CODE (IX-ENT).
017500     MOVE ZERO TO W-ENT-CLIENTS (IX-ENT).
017600     PERFORM 1000-RAZ-COUPLE THRU 1000-EXIT
017700         VARYING IX-CPL FROM 1 BY 1 UNTIL IX-CPL GREATER 6.
017800     PERFORM 8200-LIRE-CNS THRU 8200-EXIT.
017900     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
018000     PERFORM 2000-UN-ENREG THRU 2000-EXIT
018100         UNTIL FIN-FGS.
018200     PERFORM 3000-EDITER THRU 3000-EXIT.
018300     CLOSE FFFFFGS CNSFIC ETATCNS.
018400     DISPLAY 'GSCN821 - CLIENTS ACTIFS : ' CPT-CLIENTS.
018500     DISPLAY 'GSCN821 - ENTREES LUES   : ' CPT-ENTREES.
018600     IF W-DEBORDEMENT = 'O'
018700         DISPLAY 'GSCN821 - LIGNES D ENTITE INCOMPLETES - '
018800                 'SEUL LE TOTAL GENERAL FAIT FOI'
018900         MOVE 8 TO RETURN-CODE.
019000     GOBACK.
019100 0000-EXIT.
019200     EXIT.
019300******************************************************************
019400*  1000-RAZ-COUPLE : COMPTEURS D UN COUPLE DU POSTE IX-ENT       *
019500******************************************************************
019600 1000-RAZ-COUPLE.
019700     MOVE ZERO TO W-ENT-ACCORDS (IX-ENT IX-CPL)
019800                  W-ENT-REFUS (IX-ENT IX-CPL)
019900                  W-ENT-SANS (IX-ENT IX-CPL).
020000 1000-EXIT.
020100     EXIT.
020200******************************************************************
020300*  2000-UN-ENREG : SITUATION DE LA CLE PUIS CUMUL DANS SON       *
020400*  ENTITE ET DANS LE TOTAL GENERAL                               *
020500******************************************************************
020600 2000-UN-ENREG.
020700     MOVE SPACES TO W-SITUATION.
020800     PERFORM 2100-APPARIER THRU 2100-EXIT.
020900     IF FFFFFGS-STATUT = 'SU'
021000         GO TO 2000-SUIVANT.
021100     ADD 1 TO CPT-CLIENTS.
021200     MOVE ZERO TO IX-ENT.
021300 2000-CHERCHER.
021400     ADD 1 TO IX-ENT.
021500     IF IX-ENT GREATER NB-ENTITES
021600         IF NB-ENTITES LESS 20
021700             ADD 1 TO NB-ENTITES
021800             MOVE NB-ENTITES TO IX-ENT
021900             MOVE FFFFFGS-CLE-ENTITE TO W-ENT-CODE (IX-ENT)
022000             MOVE ZERO TO W-ENT-CLIENTS (IX-ENT)
022100             PERFORM 1000-RAZ-COUPLE THRU 1000-EXIT
022200                 VARYING IX-CPL FROM 1 BY 1
022300                 UNTIL IX-CPL GREATER 6
022400         ELSE
022500             IF W-DEBORDEMENT = 'N'
022600                 MOVE 'O' TO W-DEBORDEMENT
022700                 DISPLAY 'GSCN821 - TABLE DES ENTITES '
022800                         'SATUREE - LIGNES INCOMPLETES'
022900             END-IF
023000             MOVE 21 TO IX-ENT
023100             GO TO 2000-GLOBAL
023200         END-IF
023300         GO TO 2000-POSER.
023400     IF W-ENT-CODE (IX-ENT) NOT = FFFFFGS-CLE-ENTITE
023500         GO TO 2000-CHERCHER.
023600 2000-POSER.
023700     ADD 1 TO W-ENT-CLIENTS (IX-ENT).
023800     PERFORM 2300-COMPTER THRU 2300-EXIT
023900         VARYING IX-CPL FROM 1 BY 1 UNTIL IX-CPL GREATER 6.
024000     MOVE 21 TO IX-ENT.
024100 2000-GLOBAL.
024200     ADD 1 TO W-ENT-CLIENTS (IX-ENT).
024300     PERFORM 2300-COMPTER THRU 2300-EXIT
024400         VARYING IX-CPL FROM 1 BY 1 UNTIL IX-CPL GREATER 6.
024500 2000-SUIVANT.
024600     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
024700 2000-EXIT.
024800     EXIT.
024900******************************************************************
025000*  2100-APPARIER : LES ENTREES DE CLE INFERIEURE (CLE SORTIE DU  *
025100*  MAITRE) SONT PASSEES ; CELLES DE LA CLE LUE, DANS L ORDRE DES *
025200*  DATES D EFFET, FIXENT LA SITUATION A L ARRETE                 *
025300******************************************************************
025400 2100-APPARIER.
025500     IF FIN-CNS
025600      OR CNS-FGS-CLE GREATER FFFFFGS-CLE
025700         GO TO 2100-EXIT.
025800     IF CNS-FGS-CLE = FFFFFGS-CLE
025900      AND CNS-DATE-EFFET NOT GREATER W-DATE-ARRETE
026000         PERFORM 2200-RANGER THRU 2200-EXIT.
026100     PERFORM 8200-LIRE-CNS THRU 8200-EXIT.
026200     GO TO 2100-APPARIER.
026300 2100-EXIT.
026400     EXIT.
026500******************************************************************
026600*  2200-RANGER : L ENTREE DANS LE POSTE DE SON COUPLE            *
026700******************************************************************
026800 2200-RANGER.
026900     MOVE ZERO TO IX-CPL.
027000 2200-CHERCHER.
027100     ADD 1 TO IX-CPL.
027200     IF IX-CPL GREATER 6
027300         GO TO 2200-EXIT.
027400     IF W-CPL-FINALITE (IX-CPL) NOT = CNS-FINALITE
027500      OR W-CPL-CANAL (IX-CPL) NOT = CNS-CANAL
027600         GO TO 2200-CHERCHER.
027700     MOVE CNS-ACCORD TO W-SIT-ACCORD (IX-CPL).
027800 2200-EXIT.
027900     EXIT.
028000******************************************************************
028100*  2300-COMPTER : LA SITUATION D UN COUPLE DANS LE POSTE IX-ENT  *
028200******************************************************************
028300 2300-COMPTER.
028400     IF W-SIT-ACCORD (IX-CPL) = 'O'
028500         ADD 1 TO W-ENT-ACCORDS (IX-ENT IX-CPL)
028600     ELSE
028700         IF W-SIT-ACCORD (IX-CPL) = 'N'
028800             ADD 1 TO W-ENT-REFUS (IX-ENT IX-CPL)
028900         ELSE
029000             ADD 1 TO W-ENT-SANS (IX-ENT IX-CPL).
029100 2300-EXIT.
029200     EXIT.
029300******************************************************************
029400*  3000-EDITER : TITRE, UN BLOC PAR ENTITE PUIS TOTAL GENERAL    *
029500******************************************************************
029600 3000-EDITER.
029700     MOVE W-PERIODE     TO ETC-T-PERIODE.
029800     MOVE W-DATE-ARRETE TO ETC-T-ARRETE.
029900     WRITE ETC-LIGNE FROM ETC-TITRE.
030000     PERFORM 3100-UNE-ENTITE THRU 3100-EXIT
030100         VARYING IX-ENT FROM 1 BY 1
030200         UNTIL IX-ENT GREATER NB-ENTITES.
030300     MOVE 21 TO IX-ENT.
030400     PERFORM 3100-UNE-ENTITE THRU 3100-EXIT.
030500 3000-EXIT.
030600     EXIT.
030700 3100-UNE-ENTITE.
030800     MOVE SPACES TO ETC-LIGNE.
030900     WRITE ETC-LIGNE.
031000     MOVE W-ENT-CODE (IX-ENT)    TO ETC-E-CODE.
031100     MOVE W-ENT-CLIENTS (IX-ENT) TO ETC-E-CLIENTS.
031200     WRITE ETC-LIGNE FROM ETC-ENTITE.
031300     PERFORM 3200-UN-COUPLE THRU 3200-EXIT
031400         VARYING IX-CPL FROM 1 BY 1 UNTIL IX-CPL GREATER 6.
031500 3100-EXIT.
031600     EXIT.
031700******************************************************************
031800*  3200-UN-COUPLE : COMPTES ET TAUX D UN COUPLE - COUVERTURE =   *
031900*  (ACCORDS + REFUS) / CLIENTS, ACCORD = ACCORDS / CLIENTS       *
032000******************************************************************
032100 3200-UN-COUPLE.
032200     MOVE W-CPL-FINALITE (IX-CPL)        TO ETC-C-FINALITE.
032300     MOVE W-CPL-CANAL (IX-CPL)           TO ETC-C-CANAL.
032400     MOVE W-ENT-ACCORDS (IX-ENT IX-CPL)  TO ETC-C-ACCORDS.
032500     MOVE W-ENT-REFUS (IX-ENT IX-CPL)    TO ETC-C-REFUS.
032600     MOVE W-ENT-SANS (IX-ENT IX-CPL)     TO ETC-C-SANS.
032700     MOVE ZERO TO ETC-C-COUVERTURE ETC-C-TAUX-ACCORD.
032800     IF W-ENT-CLIENTS (IX-ENT) GREATER ZERO
032900         COMPUTE W-TAUX ROUNDED =
033000             (W-ENT-ACCORDS (IX-ENT IX-CPL)
033100            + W-ENT-REFUS (IX-ENT IX-CPL)) * 100
033200             / W-ENT-CLIENTS (IX-ENT)
033300         MOVE W-TAUX TO ETC-C-COUVERTURE
033400         COMPUTE W-TAUX ROUNDED =
033500             W-ENT-ACCORDS (IX-ENT IX-CPL) * 100
033600             / W-ENT-CLIENTS (IX-ENT)
033700         MOVE W-TAUX TO ETC-C-TAUX-ACCORD.
033800     WRITE ETC-LIGNE FROM ETC-COUPLE.
033900 3200-EXIT.
034000     EXIT.
034100******************************************************************
034200*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
034300******************************************************************
034400 8100-LIRE-FGS.
034500     READ FFFFFGS NEXT.
034600     IF W-FGS-FIN
034700         MOVE 'O' TO W-FIN-FGS
034800         GO TO 8100-EXIT.
034900     IF NOT W-FGS-OK
035000         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
035100         GO TO 9900-ABANDON.
035200 8100-EXIT.
035300     EXIT.
035400******************************************************************
035500*  8200-LIRE-CNS : ENTREE DE CONSENTEMENT SUIVANTE               *
035600******************************************************************
035700 8200-LIRE-CNS.
035800     READ CNSFIC NEXT.
035900     IF W-CNS-FIN
036000         MOVE 'O' TO W-FIN-CNS
036100         GO TO 8200-EXIT.
036200     IF NOT W-CNS-OK
036300         MOVE 'READ CNSFIC' TO W-MOTIF-ABANDON
036400         GO TO 9900-ABANDON.
036500     ADD 1 TO CPT-ENTREES.
036600 8200-EXIT.
036700     EXIT.
036800******************************************************************
036900*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
037000******************************************************************
037100 9900-ABANDON.
037200     DISPLAY 'GSCN821 - ABANDON : ' W-MOTIF-ABANDON.
037300     MOVE 16 TO RETURN-CODE.
037400     STOP RUN.
