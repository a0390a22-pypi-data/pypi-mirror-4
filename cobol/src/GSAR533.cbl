000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSAR533.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSAR533 : VERIFICATION PERIODIQUE DE LISIBILITE DE L ARCHIVE  *
000900*            ARCFGS                                              *
001000*  ------------------------------------------------------------  *
001100*  UNE GENERATION ILLISIBLE NE SE DECOUVRE PLUS AU RAPPEL        *
001200*  GSAR532 D UN LITIGE : LE JCL CONCATENE TOUTES LES GENERATIONS *
001300*  CONSERVEES ET LE PROGRAMME LES LIT DE BOUT EN BOUT.           *
001400*  PAR ANNEE D ARCHIVE :                                         *
001500*   - NOMBRE D IMAGES ET TOTAL DE FFFFFGS-MONTANT COMPARES AUX   *
001600*     CHIFFRES DE CONTROLE POSES PAR GSAR530 (ARCCTL - FFFFFGAK, *
001700*     CUMULES SUR LES PASSAGES DE L ANNEE) ;                     *
001800*   - UN ECHANTILLON (PREMIERE IMAGE DE L ANNEE PUIS UNE IMAGE   *
001900*     SUR N) EST DECODE PAR GSCR390 AVEC LA VERSION DE CODAGE    *
002000*     QU IL PORTE (FONCTION V) ; UN MONTANT NON NUMERIQUE REND   *
002100*     AUSSI L IMAGE ILLISIBLE ;                                  *
002200*   - UN INCIDENT DE LECTURE ARRETE LA PASSE : L ANNEE EN COURS  *
002300*     EST EN ECHEC DE LECTURE, LES SUIVANTES APPARAISSENT EN     *
002400*     ECART OU ABSENTES.                                         *
002500*  LE RESULTAT DE CHAQUE ANNEE PART AU REGISTRE DE SANTE ARCSAN  *
002600*  (FFFFFGAH) AVEC LA DATE DE VERIFICATION ET LA FIN DE          *
002700*  CONSERVATION. UN ECHEC DONNE UNE ALERTE (CONSOLE ET CODE 8)   *
002800*  ET UN ELEMENT DE CORBEILLE (TYPE ARCV, FILE ARCHIVE) MARQUE   *
002900*  URGENT SI LA FIN DE CONSERVATION EST A MOINS DU PREAVIS : LA  *
003000*  GENERATION SE RECONSTITUE TANT QUE SES SOURCES EXISTENT.      *
003100*  CARTE PARAMETRE : CONSERVATION(2) EN ANNEES (DEFAUT 10)       *
003200*                    PREAVIS(4) EN JOURS (DEFAUT 0365)           *
003300*                    PAS D ECHANTILLON(5) (DEFAUT 00100)         *
003400*  ETAT ETATSAN : UNE LIGNE PAR ANNEE, TOTAUX.                   *
003500*  ------------------------------------------------------------  *
003600*  HISTORIQUE DES MODIFICATIONS                                  *
003700*  15/10/26  DA  CREATION                                        *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.
004200     IBM-370.
004300 OBJECT-COMPUTER.
004400     IBM-370.
004500 SPECIAL-NAMES.
004600     DECIMAL-POINT IS COMMA.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT ARCFGS  ASSIGN  ARCFGS
005000       ORGANIZATION  SEQUENTIAL
005100       FILE STATUS   W-ARCFGS-STATUS.
005200     SELECT ARCCTL  ASSIGN  ARCCTL
005300       ORGANIZATION  INDEXED
005400       ACCESS MODE   SEQUENTIAL
005500       RECORD KEY    ACT-CLE
005600       FILE STATUS   W-ARCCTL-STATUS.
005700     SELECT ARCSAN  ASSIGN  ARCSAN
005800       ORGANIZATION  INDEXED
005900       ACCESS MODE   RANDOM
006000       RECORD KEY    ASN-CLE
006100       FILE STATUS   W-ARCSAN-STATUS.
006200     SELECT ETATSAN ASSIGN  ETATSAN
006300       ORGANIZATION  SEQUENTIAL
006400       FILE STATUS   W-ETATSAN-STATUS.
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  ARCFGS
006800     LABEL RECORD STANDARD
006900     DATA RECORD ARC-ENREG.
007000 01  ARC-ENREG.
007100     05  ARC-ANNEE                   PIC 9(04).
007200     05  ARC-IMAGE                   PIC X(400).
007300     05  FILLER                      PIC X(06).
007400 FD  ARCCTL
007500     LABEL RECORD STANDARD
007600     DATA RECORD ACT-ENREG.
007700 COPY FFFFFGAK.
007800 FD  ARCSAN
007900     LABEL RECORD STANDARD
008000     DATA RECORD ASN-ENREG.
008100 COPY FFFFFGAH.
008200 FD  ETATSAN
008300     LABEL RECORD STANDARD
008400     DATA RECORD SAN-LIGNE.
008500 01  SAN-LIGNE                       PIC X(132).
008600 WORKING-STORAGE SECTION.
008700 77  IX-AN                           PIC S9(04) COMP VALUE ZERO.
008800 77  NB-AN                           PIC S9(04) COMP VALUE ZERO.
008900 77  IX-COURANT                      PIC S9(04) COMP VALUE ZERO.
009000 77  CPT-IMAGES                      PIC S9(08) COMP VALUE ZERO.
009100 77  CPT-ECHECS                      PIC S9(08) COMP VALUE ZERO.
009200 77  CPT-URGENTS                     PIC S9(08) COMP VALUE ZERO.
009300 77  CPT-DEBORDS                     PIC S9(08) COMP VALUE ZERO.
009400 01  W-FIN-ARC                       PIC X(01) VALUE 'N'.
009500     88  FIN-ARC                     VALUE 'O'.
009600 01  W-FIN-ACT                       PIC X(01) VALUE 'N'.
009700     88  FIN-ACT                     VALUE 'O'.
009800 01  W-ARCFGS-STATUS                 PIC X(02).
009900     88  W-ARC-OK                    VALUE '00'.
010000     88  W-ARC-FIN                   VALUE '10'.
010100 01  W-ARCCTL-STATUS                 PIC X(02).
010200     88  W-ACT-OK                    VALUE '00'.
010300     88  W-ACT-FIN                   VALUE '10'.
010400     88  W-ACT-VIDE                  VALUE '35'.
010500 01  W-ARCSAN-STATUS                 PIC X(02).
010600     88  W-ASN-OK                    VALUE '00'.
010700     88  W-ASN-DOUBLE                VALUE '22'.
010800 01  W-ETATSAN-STATUS                PIC X(02).
010900     88  W-SAN-OK                    VALUE '00'.
011000 01  W-MOTIF-ABANDON                 PIC X(40).
011100 01  W-PARM.
011200     05  W-PARM-CONSERVATION         PIC X(02).
011300     05  W-PARM-PREAVIS              PIC X(04).
011400     05  W-PARM-PAS                  PIC X(05).
011500 01  W-CONSERVATION                  PIC 9(02) VALUE 10.
011600 01  W-PREAVIS                       PIC 9(04) VALUE 365.
011700 01  W-PAS                           PIC 9(05) VALUE 100.
011800 01  W-DATE-JOUR                     PIC 9(08).
011900 01  W-DATE-JOUR-R REDEFINES W-DATE-JOUR.
012000     05  W-JOUR-AA                   PIC 9(04).
012100     05  W-JOUR-MM                   PIC 9(02).
012200     05  W-JOUR-JJ                   PIC 9(02).
012300 01  W-ANNEE                         PIC 9(04).
012400 01  W-RANG                          PIC 9(09).
012500 01  W-RESTE                         PIC 9(05).
012600 01  W-QUOTIENT                      PIC 9(09).
012700 01  W-JOURS-FIN                     PIC S9(09) COMP-3.
012800 01  W-JOURS-JOUR                    PIC S9(09) COMP-3.
012900 01  W-ILLISIBLE                     PIC X(01).
013000 01  W-ANNEE-CLE.
013100     05  FILLER                      PIC X(07) VALUE 'ARCFGS '.
013200     05  W-AC-ANNEE                  PIC 9(04).
013300     05  FILLER                      PIC X(04) VALUE SPACES.
013400 01  W-LIBELLE-RESULTAT              PIC X(20).
013500*    IMAGE D ARCHIVE AU DESSIN DU MAITRE
013600 COPY FFFFFFGS.
013700 COPY GSCRZ.
013800 COPY GSWBZ.
013900*    CUMULS PAR ANNEE D ARCHIVE (ATTENDU = ARCCTL, LU = ARCFGS)
014000 01  W-TABLE-ANNEES.
014100     05  W-AN-POSTE OCCURS 60.
014200         10  W-AN-ANNEE              PIC 9(04).
014300         10  W-AN-TEMOIN             PIC X(01).
014400         10  W-AN-LECTURE-KO         PIC X(01).
014500         10  W-AN-NB-ATTENDUS        PIC 9(09).
014600         10  W-AN-TOTAL-ATTENDU      PIC S9(15)V99 COMP-3.
014700         10  W-AN-NB-LUS             PIC 9(09).
014800         10  W-AN-TOTAL-LU           PIC S9(15)V99 COMP-3.
014900         10  W-AN-ECHANTILLON        PIC 9(07).
015000         10  W-AN-ILLISIBLES         PIC 9(07).
015100 01  SAN-TITRE.
015200     05  FILLER                      PIC X(30)
015300         VALUE 'GSAR533 - SANTE DES ARCHIVES A'.
015400     05  FILLER                      PIC X(17)
015500         VALUE 'RCFGS - VERIFIE L'.
015600     05  FILLER                      PIC X(01) VALUE SPACE.
015700     05  SAN-T-DATE                  PIC 9(08).
015800     05  FILLER                      PIC X(76) VALUE SPACES.
015900 01  SAN-ENTETE.
016000     05  FILLER                      PIC X(40)
016100         VALUE 'ANNEE RESULTAT              LUES   ATTEN'.
016200     05  FILLER                      PIC X(40)
016300         VALUE 'DUES          TOTAL LU     TOTAL ATTENDU'.
016400     05  FILLER                      PIC X(40)
016500         VALUE ' ECHANT. ILLIS. FIN CONS. JOURS        '.
016600     05  FILLER                      PIC X(12) VALUE SPACES.
016700 01  SAN-DETAIL.
016800     05  SAN-D-ANNEE                 PIC 9(04).
016900     05  FILLER                      PIC X(01) VALUE SPACE.
017000     05  SAN-D-RESULTAT              PIC X(20).
017100     05  FILLER                      PIC X(01) VALUE SPACE.
017200     05  SAN-D-LUS                   PIC Z(08)9.
017300     05  FILLER                      PIC X(01) VALUE SPACE.
017400     05  SAN-D-ATTENDUS              PIC Z(08)9.
017500     05  FILLER                      PIC X(01) VALUE SPACE.
017600     05  SAN-D-TOTAL-LU              PIC -(12)9,99.
017700     05  FILLER                      PIC X(01) VALUE SPACE.
017800     05  SAN-D-TOTAL-ATTENDU         PIC -(12)9,99.
017900     05  FILLER                      PIC X(01) VALUE SPACE.
018000     05  SAN-D-ECHANTILLON           PIC Z(06)9.
018100     05  FILLER                      PIC X(01) VALUE SPACE.
018200     05  SAN-D-ILLISIBLES            PIC Z(06)9.
018300     05  FILLER                      PIC X(01) VALUE SPACE.
018400     05  SAN-D-FIN-RETENTION         PIC 9(08).
018500     05  FILLER                      PIC X(01) VALUE SPACE.
018600     05  SAN-D-JOURS                 PIC -(06)9.
018700     05  FILLER                      PIC X(01) VALUE SPACE.
018800     05  SAN-D-URGENCE               PIC X(16).
018900     05  FILLER                      PIC X(01) VALUE SPACES.
019000 01  SAN-TOTAUX.
019100     05  FILLER                      PIC X(18)
019200         VALUE 'IMAGES LUES     : '.
019300     05  SAN-X-IMAGES                PIC Z(07)9.
019400     05  FILLER                      PIC X(12)
019500         VALUE '  ANNEES : '.
019600     05  SAN-X-ANNEES                PIC Z(03)9.
019700     05  FILLER                      PIC X(12)
019800         VALUE '  ECHECS : '.
019900     05  SAN-X-ECHECS                PIC Z(03)9.
020000     05  FILLER                      PIC X(13)
020100         VALUE '  URGENTS : '.
020200     05  SAN-X-URGENTS               PIC Z(03)9.
020300     05  FILLER                      PIC X(57) VALUE SPACES.
020400 PROCEDURE DIVISION.
020500******************************************************************
020600*  0000-MAINLINE : CHIFFRES DE CONTROLE, LECTURE INTEGRALE DE    *
020700*  L ARCHIVE, PUIS VERDICT PAR ANNEE                             *
020800******************************************************************
020900 0000-MAINLINE.
021000     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
021100     PERFORM 1200-CHARGER-TEMOINS THRU 1200-EXIT.
021200     OPEN INPUT ARCFGS.
021300     IF NOT W-ARC-OK
021400         MOVE 'OPEN ARCFGS' TO W-MOTIF-ABANDON
021500         GO TO 9900-ABANDON.
021600     PERFORM 8100-LIRE-ARC THRU 8100-EXIT.
021700     PERFORM 2000-UNE-IMAGE THRU 2000-EXIT
021800         UNTIL FIN-ARC.
021900     CLOSE ARCFGS.
022000     PERFORM 3000-UNE-ANNEE THRU 3000-EXIT
022100         VARYING IX-AN FROM 1 BY 1 UNTIL IX-AN GREATER NB-AN.
022200     PERFORM 9000-BILAN THRU 9000-EXIT.
022300     GOBACK.
022400 0000-EXIT.
022500     EXIT.
022600******************************************************************
022700*  1000-INITIALISATION : CARTE, DATE, OUVERTURES                 *
022800******************************************************************
022900 1000-INITIALISATION.
023000     MOVE SPACES TO W-PARM.
023100     ACCEPT W-PARM.
023200     IF W-PARM-CONSERVATION NUMERIC
023300      AND W-PARM-CONSERVATION NOT = '00'
023400         MOVE W-PARM-CONSERVATION TO W-CONSERVATION.
023500     IF W-PARM-PREAVIS NUMERIC
023600         MOVE W-PARM-PREAVIS TO W-PREAVIS.
023700     IF W-PARM-PAS NUMERIC
023800      AND W-PARM-PAS NOT = '00000'
023900         MOVE W-PARM-PAS TO W-PAS.
024000     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
024100     COMPUTE W-JOURS-JOUR =
024200         W-JOUR-AA * 360 + W-JOUR-MM * 30 + W-JOUR-JJ.
024300     OPEN I-O ARCSAN.
024400     IF NOT W-ASN-OK
024500         MOVE 'OPEN ARCSAN' TO W-MOTIF-ABANDON
024600         GO TO 9900-ABANDON.
024700     OPEN OUTPUT ETATSAN.
024800     IF NOT W-SAN-OK
024900         MOVE 'OPEN ETATSAN' TO W-MOTIF-ABANDON
025000         GO TO 9900-ABANDON.
025100     MOVE W-DATE-JOUR TO SAN-T-DATE.
025200     WRITE SAN-LIGNE FROM SAN-TITRE.
025300     WRITE SAN-LIGNE FROM SAN-ENTETE.
025400     MOVE ZERO TO NB-AN.
025500 1000-EXIT.
025600     EXIT.
025700******************************************************************
025800*  1200-CHARGER-TEMOINS : CHIFFRES DE CONTROLE DE ARCCTL CUMULES *
025900*  PAR ANNEE (UN FICHIER VIDE = AUCUNE ARCHIVE TEMOIN)           *
026000******************************************************************
026100 1200-CHARGER-TEMOINS.
026200     OPEN INPUT ARCCTL.
026300     IF W-ACT-VIDE
026400         GO TO 1200-EXIT.
026500     IF NOT W-ACT-OK
026600         MOVE 'OPEN ARCCTL' TO W-MOTIF-ABANDON
026700         GO TO 9900-ABANDON.
026800     PERFORM 8200-LIRE-ACT THRU 8200-EXIT.
026900     PERFORM 1250-UN-TEMOIN THRU 1250-EXIT
027000         UNTIL FIN-ACT.
027100     CLOSE ARCCTL.
027200 1200-EXIT.
027300     EXIT.
027400 1250-UN-TEMOIN.
027500     MOVE ACT-ANNEE TO W-ANNEE.
027600     PERFORM 8500-POSTE-ANNEE THRU 8500-EXIT.
027700     IF IX-COURANT GREATER ZERO
027800         MOVE 'O' TO W-AN-TEMOIN (IX-COURANT)
027900         ADD ACT-NB-IMAGES     TO W-AN-NB-ATTENDUS (IX-COURANT)
028000         ADD ACT-TOTAL-MONTANT TO W-AN-TOTAL-ATTENDU (IX-COURANT).
028100     PERFORM 8200-LIRE-ACT THRU 8200-EXIT.
028200 1250-EXIT.
028300     EXIT.
028400******************************************************************
028500*  2000-UNE-IMAGE : CUMUL DE L ANNEE ET, POUR L ECHANTILLON,     *
028600*  DECODAGE AVEC LA VERSION PORTEE                               *
028700******************************************************************
028800 2000-UNE-IMAGE.
028900     ADD 1 TO CPT-IMAGES.
029000     IF ARC-ANNEE NUMERIC
029100         MOVE ARC-ANNEE TO W-ANNEE
029200     ELSE
029300         MOVE ZERO TO W-ANNEE.
029400     PERFORM 8500-POSTE-ANNEE THRU 8500-EXIT.
029500     IF IX-COURANT = ZERO
029600         GO TO 2000-SUIVANT.
029700     ADD 1 TO W-AN-NB-LUS (IX-COURANT).
029800     MOVE W-AN-NB-LUS (IX-COURANT) TO W-RANG.
029900     MOVE ARC-IMAGE TO FFFFFGS-ENREG.
030000     MOVE 'N' TO W-ILLISIBLE.
030100     IF FFFFFGS-MONTANT NUMERIC
030200         ADD FFFFFGS-MONTANT TO W-AN-TOTAL-LU (IX-COURANT)
030300     ELSE
030400         MOVE 'O' TO W-ILLISIBLE.
030500     DIVIDE W-RANG BY W-PAS GIVING W-QUOTIENT
030600         REMAINDER W-RESTE.
030700     IF W-RANG = 1 OR W-RESTE = ZERO
030800         ADD 1 TO W-AN-ECHANTILLON (IX-COURANT)
030900         PERFORM 2100-DECODER THRU 2100-EXIT.
031000     IF W-ILLISIBLE = 'O'
031100         ADD 1 TO W-AN-ILLISIBLES (IX-COURANT).
031200 2000-SUIVANT.
031300     PERFORM 8100-LIRE-ARC THRU 8100-EXIT.
031400 2000-EXIT.
031500     EXIT.
031600******************************************************************
031700*  2100-DECODER : VERSION PORTEE CONNUE (BLANC OU BAS DE VALEUR  *
031800*  = 1, 1 OU 2) ET ZONES SENSIBLES DECODABLES AVEC ELLE          *
031900******************************************************************
032000 2100-DECODER.
032100     IF FFFFFGS-VERSION-CLE NOT = SPACE
032200      AND FFFFFGS-VERSION-CLE NOT = LOW-VALUE
032300      AND FFFFFGS-VERSION-CLE NOT = '1'
032400      AND FFFFFGS-VERSION-CLE NOT = '2'
032500         MOVE 'O' TO W-ILLISIBLE
032600         GO TO 2100-EXIT.
032700     MOVE 'V'                 TO CRZ-FONCTION.
032800     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
032900     MOVE FFFFFGS-NOM         TO CRZ-NOM.
033000     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
033100     CALL 'GSCR390' USING CRZ-ZONE.
033200     IF NOT CRZ-SERVI
033300         MOVE 'O' TO W-ILLISIBLE.
033400 2100-EXIT.
033500     EXIT.
033600******************************************************************
033700*  3000-UNE-ANNEE : VERDICT, REGISTRE DE SANTE, LIGNE D ETAT ET, *
033800*  EN ECHEC, ALERTE ET ELEMENT DE CORBEILLE                      *
033900******************************************************************
034000 3000-UNE-ANNEE.
034100     MOVE SPACES                       TO ASN-ENREG.
034200     MOVE W-AN-ANNEE (IX-AN)           TO ASN-ANNEE.
034300     MOVE W-DATE-JOUR                  TO ASN-DATE-VERIF.
034400     MOVE W-AN-NB-LUS (IX-AN)          TO ASN-NB-LUS.
034500     MOVE W-AN-NB-ATTENDUS (IX-AN)     TO ASN-NB-ATTENDUS.
034600     MOVE W-AN-TOTAL-LU (IX-AN)        TO ASN-TOTAL-LU.
034700     MOVE W-AN-TOTAL-ATTENDU (IX-AN)   TO ASN-TOTAL-ATTENDU.
034800     MOVE W-AN-ECHANTILLON (IX-AN)     TO ASN-NB-ECHANTILLON.
034900     MOVE W-AN-ILLISIBLES (IX-AN)      TO ASN-NB-ILLISIBLES.
035000     MOVE 'GSAR533 '                   TO ASN-PROGRAMME.
035100     PERFORM 3100-VERDICT THRU 3100-EXIT.
035200     PERFORM 3200-FIN-CONSERVATION THRU 3200-EXIT.
035300     WRITE ASN-ENREG.
035400     IF W-ASN-DOUBLE
035500         REWRITE ASN-ENREG.
035600     IF NOT W-ASN-OK
035700         MOVE 'WRITE ARCSAN' TO W-MOTIF-ABANDON
035800         GO TO 9900-ABANDON.
035900     MOVE SPACES TO SAN-D-URGENCE.
036000     IF ASN-JOURS-RESTANTS NOT GREATER W-PREAVIS
036100         IF ASN-ECHEC
036200             MOVE '*** URGENT ***' TO SAN-D-URGENCE
036300             ADD 1 TO CPT-URGENTS
036400         ELSE
036500             MOVE 'FIN CONS. PROCHE' TO SAN-D-URGENCE.
036600     MOVE ASN-ANNEE              TO SAN-D-ANNEE.
036700     MOVE W-LIBELLE-RESULTAT     TO SAN-D-RESULTAT.
036800     MOVE ASN-NB-LUS             TO SAN-D-LUS.
036900     MOVE ASN-NB-ATTENDUS        TO SAN-D-ATTENDUS.
037000     MOVE ASN-TOTAL-LU           TO SAN-D-TOTAL-LU.
037100     MOVE ASN-TOTAL-ATTENDU      TO SAN-D-TOTAL-ATTENDU.
037200     MOVE ASN-NB-ECHANTILLON     TO SAN-D-ECHANTILLON.
037300     MOVE ASN-NB-ILLISIBLES      TO SAN-D-ILLISIBLES.
037400     MOVE ASN-FIN-RETENTION      TO SAN-D-FIN-RETENTION.
037500     MOVE ASN-JOURS-RESTANTS     TO SAN-D-JOURS.
037600     WRITE SAN-LIGNE FROM SAN-DETAIL.
037700     IF NOT W-SAN-OK
037800         MOVE 'WRITE ETATSAN' TO W-MOTIF-ABANDON
037900         GO TO 9900-ABANDON.
038000     IF ASN-ECHEC
038100         ADD 1 TO CPT-ECHECS
038200         PERFORM 3300-ALERTER THRU 3300-EXIT.
038300 3000-EXIT.
038400     EXIT.
038500******************************************************************
038600*  3100-VERDICT : LECTURE INTERROMPUE, PUIS GENERATION ABSENTE,  *
038700*  PUIS ECART AUX CHIFFRES DE CONTROLE, PUIS ECHANTILLON         *
038800******************************************************************
038900 3100-VERDICT.
039000     IF W-AN-LECTURE-KO (IX-AN) = 'O'
039100      OR W-AN-ANNEE (IX-AN) = ZERO
039200         MOVE 'L' TO ASN-RESULTAT
039300         MOVE 'LECTURE INTERROMPUE' TO W-LIBELLE-RESULTAT
039400         GO TO 3100-EXIT.
039500     IF W-AN-TEMOIN (IX-AN) = 'O'
039600      AND W-AN-NB-LUS (IX-AN) = ZERO
039700         MOVE 'A' TO ASN-RESULTAT
039800         MOVE 'GENERATION ABSENTE' TO W-LIBELLE-RESULTAT
039900         GO TO 3100-EXIT.
040000     IF W-AN-TEMOIN (IX-AN) = 'O'
040100      AND (W-AN-NB-LUS (IX-AN) NOT = W-AN-NB-ATTENDUS (IX-AN)
040200       OR W-AN-TOTAL-LU (IX-AN) NOT = W-AN-TOTAL-ATTENDU (IX-AN))
040300         MOVE 'C' TO ASN-RESULTAT
040400         MOVE 'ECART CONTROLE' TO W-LIBELLE-RESULTAT
040500         GO TO 3100-EXIT.
040600     IF W-AN-ILLISIBLES (IX-AN) GREATER ZERO
040700         MOVE 'D' TO ASN-RESULTAT
040800         MOVE 'NON DECODABLE' TO W-LIBELLE-RESULTAT
040900         GO TO 3100-EXIT.
041000     IF W-AN-TEMOIN (IX-AN) NOT = 'O'
041100         MOVE 'T' TO ASN-RESULTAT
041200         MOVE 'SAINE SANS TEMOIN' TO W-LIBELLE-RESULTAT
041300         GO TO 3100-EXIT.
041400     MOVE 'S' TO ASN-RESULTAT.
041500     MOVE 'SAINE' TO W-LIBELLE-RESULTAT.
041600 3100-EXIT.
041700     EXIT.
041800******************************************************************
041900*  3200-FIN-CONSERVATION : 31/12 DE L ANNEE + CONSERVATION ;     *
042000*  JOURS RESTANTS PAR MOIS DE 30 (BORNE D ALERTE, PAS UNE        *
042100*  ECHEANCE COMPTABLE)                                           *
042200******************************************************************
042300 3200-FIN-CONSERVATION.
042400     COMPUTE ASN-FIN-RETENTION =
042500         (ASN-ANNEE + W-CONSERVATION) * 10000 + 1231.
042600     COMPUTE W-JOURS-FIN =
042700         (ASN-ANNEE + W-CONSERVATION) * 360 + 12 * 30 + 31.
042800     COMPUTE ASN-JOURS-RESTANTS = W-JOURS-FIN - W-JOURS-JOUR.
042900 3200-EXIT.
043000     EXIT.
043100******************************************************************
043200*  3300-ALERTER : MESSAGE CONSOLE ET ELEMENT DE CORBEILLE DE LA  *
043300*  FILE ARCHIVE (CLE = ARCFGS + ANNEE)                           *
043400******************************************************************
043500 3300-ALERTER.
043600     DISPLAY 'GSAR533 - ALERTE ARCHIVE ' ASN-ANNEE ' : '
043700             W-LIBELLE-RESULTAT ' ' SAN-D-URGENCE
043800         UPON CONSOLE.
043900     MOVE ASN-ANNEE   TO W-AC-ANNEE.
044000     MOVE 'ARCV'      TO WBZ-TYPE-EXC.
044100     MOVE W-ANNEE-CLE TO WBZ-FGS-CLE.
044200     MOVE SPACES      TO WBZ-MOTIF.
044300     IF SAN-D-URGENCE (1:3) = '***'
044400         STRING 'URGENT ' W-LIBELLE-RESULTAT
044500             DELIMITED SIZE INTO WBZ-MOTIF
044600         END-STRING
044700     ELSE
044800         MOVE W-LIBELLE-RESULTAT TO WBZ-MOTIF.
044900     MOVE 'GSAR533 '  TO WBZ-PROGRAMME.
045000     CALL 'GSWB080' USING WBZ-ZONE.
045100     IF WBZ-INCIDENT
045200         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
045300         GO TO 9900-ABANDON.
045400 3300-EXIT.
045500     EXIT.
045600******************************************************************
045700*  8100-LIRE-ARC : IMAGE SUIVANTE - UN INCIDENT ARRETE LA PASSE  *
045800*  SANS ABANDON : L ANNEE EN COURS EST EN ECHEC DE LECTURE       *
045900******************************************************************
046000 8100-LIRE-ARC.
046100     READ ARCFGS.
046200     IF W-ARC-FIN
046300         MOVE 'O' TO W-FIN-ARC
046400         GO TO 8100-EXIT.
046500     IF NOT W-ARC-OK
046600         MOVE 'O' TO W-FIN-ARC
046700         DISPLAY 'GSAR533 - INCIDENT LECTURE ARCFGS : '
046800                 W-ARCFGS-STATUS ' APRES ' CPT-IMAGES ' IMAGES'
046900         IF IX-COURANT GREATER ZERO
047000             MOVE 'O' TO W-AN-LECTURE-KO (IX-COURANT)
047100         ELSE
047200             MOVE ZERO TO W-ANNEE
047300             PERFORM 8500-POSTE-ANNEE THRU 8500-EXIT.
047400 8100-EXIT.
047500     EXIT.
047600******************************************************************
047700*  8200-LIRE-ACT : CHIFFRES DE CONTROLE SUIVANTS                 *
047800******************************************************************
047900 8200-LIRE-ACT.
048000     READ ARCCTL NEXT.
048100     IF W-ACT-FIN
048200         MOVE 'O' TO W-FIN-ACT
048300         GO TO 8200-EXIT.
048400     IF NOT W-ACT-OK
048500         MOVE 'READ ARCCTL' TO W-MOTIF-ABANDON
048600         GO TO 9900-ABANDON.
048700 8200-EXIT.
048800     EXIT.
048900******************************************************************
049000*  8500-POSTE-ANNEE : POSTE DE W-ANNEE DANS LA TABLE, CREE AU    *
049100*  BESOIN (IX-COURANT = 0 SI LA TABLE EST PLEINE)                *
049200******************************************************************
049300 8500-POSTE-ANNEE.
049400     IF IX-COURANT GREATER ZERO
049500         IF W-AN-ANNEE (IX-COURANT) = W-ANNEE
049600             GO TO 8500-EXIT.
049700     MOVE ZERO TO IX-COURANT.
049800     PERFORM 8510-CHERCHER THRU 8510-EXIT
049900         VARYING IX-AN FROM 1 BY 1
050000         UNTIL IX-AN GREATER NB-AN OR IX-COURANT GREATER ZERO.
050100     IF IX-COURANT GREATER ZERO
050200         GO TO 8500-EXIT.
050300     IF NB-AN NOT LESS 60
050400         ADD 1 TO CPT-DEBORDS
050500         GO TO 8500-EXIT.
050600     ADD 1 TO NB-AN.
050700     MOVE NB-AN    TO IX-COURANT.
050800     MOVE W-ANNEE  TO W-AN-ANNEE (NB-AN).
050900     MOVE 'N'      TO W-AN-TEMOIN (NB-AN) W-AN-LECTURE-KO (NB-AN).
051000     MOVE ZERO     TO W-AN-NB-ATTENDUS (NB-AN)
051100                      W-AN-TOTAL-ATTENDU (NB-AN)
051200                      W-AN-NB-LUS (NB-AN)
051300                      W-AN-TOTAL-LU (NB-AN)
051400                      W-AN-ECHANTILLON (NB-AN)
051500                      W-AN-ILLISIBLES (NB-AN).
051600 8500-EXIT.
051700     EXIT.
051800 8510-CHERCHER.
051900     IF W-AN-ANNEE (IX-AN) = W-ANNEE
052000         MOVE IX-AN TO IX-COURANT.
052100 8510-EXIT.
052200     EXIT.
052300******************************************************************
052400*  9000-BILAN : TOTAUX, CODE RETOUR 8 SI UNE ANNEE EST EN ECHEC  *
052500******************************************************************
052600 9000-BILAN.
052700     MOVE SPACES TO SAN-LIGNE.
052800     WRITE SAN-LIGNE.
052900     MOVE CPT-IMAGES TO SAN-X-IMAGES.
053000     MOVE NB-AN      TO SAN-X-ANNEES.
053100     MOVE CPT-ECHECS TO SAN-X-ECHECS.
053200     MOVE CPT-URGENTS TO SAN-X-URGENTS.
053300     WRITE SAN-LIGNE FROM SAN-TOTAUX.
053400     IF CPT-DEBORDS GREATER ZERO
053500         MOVE SPACES TO SAN-LIGNE
053600         STRING 'ANNEES AU-DELA DE LA TABLE (60) - IMAGES OU '
053700                'TEMOINS NON VERIFIES' DELIMITED SIZE
053800                INTO SAN-LIGNE
053900         END-STRING
054000         WRITE SAN-LIGNE
054100         ADD 1 TO CPT-ECHECS.
054200     CLOSE ARCSAN ETATSAN.
054300     DISPLAY 'GSAR533 - IMAGES LUES : ' CPT-IMAGES.
054400     DISPLAY 'GSAR533 - ANNEES      : ' NB-AN.
054500     DISPLAY 'GSAR533 - ECHECS      : ' CPT-ECHECS.
054600     DISPLAY 'GSAR533 - URGENTS     : ' CPT-URGENTS.
054700     IF CPT-ECHECS GREATER ZERO
054800         MOVE 8 TO RETURN-CODE.
054900 9000-EXIT.
055000     EXIT.
055100******************************************************************
055200*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
055300******************************************************************
055400 9900-ABANDON.
055500     DISPLAY 'GSAR533 - ABANDON : ' W-MOTIF-ABANDON.
055600     MOVE 16 TO RETURN-CODE.
055700     STOP RUN.
