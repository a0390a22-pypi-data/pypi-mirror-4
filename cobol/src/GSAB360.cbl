000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSAB360.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSAB360 : ALERTES CLIENTS TIREES DU FLUX D EVENEMENTS         *
000900*  ------------------------------------------------------------  *
001000*  CONSOMMATEUR DES EVENEMENTS FFFFFGS (EVTALE : EVTFIC DU       *
001100*  PASSAGE ET FLUX GEVT TP, CONCATENES PAR LE JCL, COMME POUR    *
001200*  GSPB093). L EVENEMENT NE PORTE QUE L IMAGE APRES : L ETAT     *
001300*  AVANT EST LE DERNIER ETAT CONNU DE LA CLE (ALEETA, TENU ICI). *
001400*  DECLENCHEURS, CONFRONTES AUX ABONNEMENTS ABOFIC DE LA CLE :   *
001500*    SOLD : LE SOLDE A VARIE (ABONNEMENT SERVI SI LA VARIATION   *
001600*           ATTEINT SON SEUIL EN VALEUR ABSOLUE)                 *
001700*    STAT : LE STATUT A CHANGE                                   *
001800*    IMPA : LE MONTANT ECHU A AUGMENTE (ECHEANCE IMPAYEE)        *
001900*  UNE CLE SANS ETAT CONNU (CREATION OU PREMIER PASSAGE) NE      *
002000*  DECLENCHE RIEN : SON IMAGE DEVIENT L ETAT DE REFERENCE.       *
002100*  CONTACT : SMS AU TELEPHONE DE L ADRESSE COURANTE ADRFIC,      *
002200*  COURRIEL A L ADRESSE PORTEE PAR L ABONNEMENT.                 *
002300*  CARTE ALEPARM : DEBUT ET FIN DES HEURES CALMES (HHMM, HHMM)   *
002400*  PUIS PLAFOND QUOTIDIEN PAR CLE (3 CHIFFRES, 000 = SANS        *
002500*  PLAFOND). PASSAGE EN HEURES CALMES : LA NOTIFICATION PORTE    *
002600*  L HEURE DE FIN, AVANT LAQUELLE LA PASSERELLE N EMET PAS.      *
002700*  AU DELA DU PLAFOND, OU SANS CONTACT, L ALERTE N EST PAS EMISE *
002800*  ET FIGURE A L ETAT.                                           *
002900*  SORTIES : NOTALE   NOTIFICATIONS POUR LA PASSERELLE DE        *
003000*                     MESSAGERIE (ACCUSES RAPPROCHES PAR GSAB361)*
003100*            ETATALE  ALERTES NON EMISES ET TOTAUX               *
003200*  ------------------------------------------------------------  *
003300*  HISTORIQUE DES MODIFICATIONS                                  *
003400*  15/10/26  DA  CREATION                                        *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.
003900     IBM-370.
004000 OBJECT-COMPUTER.
004100     IBM-370.
004200 SPECIAL-NAMES.
004300     DECIMAL-POINT IS COMMA.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT EVTALE  ASSIGN  EVTALE
004700       ORGANIZATION  SEQUENTIAL
004800       FILE STATUS   W-EVTALE-STATUS.
004900     SELECT ABOFIC  ASSIGN  ABOFIC
005000       ORGANIZATION  INDEXED
005100       ACCESS MODE   DYNAMIC
005200       RECORD KEY    ABN-CLE
005300       FILE STATUS   W-ABOFIC-STATUS.
005400     SELECT ADRFIC  ASSIGN  ADRFIC
005500       ORGANIZATION  INDEXED
005600       ACCESS MODE   DYNAMIC
005700       RECORD KEY    ADR-CLE
005800       FILE STATUS   W-ADRFIC-STATUS.
005900     SELECT ALEETA  ASSIGN  ALEETA
006000       ORGANIZATION  INDEXED
006100       ACCESS MODE   RANDOM
006200       RECORD KEY    ALE-FGS-CLE
006300       FILE STATUS   W-ALEETA-STATUS.
006400     SELECT NOTALE  ASSIGN  NOTALE
006500       ORGANIZATION  SEQUENTIAL
006600       FILE STATUS   W-NOTALE-STATUS.
006700     SELECT ETATALE ASSIGN  ETATALE
006800       ORGANIZATION  SEQUENTIAL
006900       FILE STATUS   W-ETATALE-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  EVTALE
007300     LABEL RECORD STANDARD
007400     DATA RECORD EVT-ENREG.
007500 COPY FFFFFGV.
007600 FD  ABOFIC
007700     LABEL RECORD STANDARD
007800     DATA RECORD ABN-ENREG.
007900 COPY FFFFFGAB.
008000 FD  ADRFIC
008100     LABEL RECORD STANDARD
008200     DATA RECORD ADR-ENREG.
008300 COPY FFFFFGAD.
008400 FD  ALEETA
008500     LABEL RECORD STANDARD
008600     DATA RECORD ALE-ENREG.
008700 COPY FFFFFGAE.
008800 FD  NOTALE
008900     LABEL RECORD STANDARD
009000     DATA RECORD NTF-ENREG.
009100 COPY FFFFFGNO.
009200 FD  ETATALE
009300     LABEL RECORD STANDARD
009400     DATA RECORD EAL-LIGNE.
009500 01  EAL-LIGNE                       PIC X(132).
009600 WORKING-STORAGE SECTION.
009700 77  CPT-LUS                         PIC S9(08) COMP VALUE ZERO.
009800 77  CPT-SANS-ETAT                   PIC S9(08) COMP VALUE ZERO.
009900 77  CPT-SUPPRIMES                   PIC S9(08) COMP VALUE ZERO.
010000 77  CPT-DECLENCHEURS                PIC S9(08) COMP VALUE ZERO.
010100 77  CPT-SMS                         PIC S9(08) COMP VALUE ZERO.
010200 77  CPT-COURRIELS                   PIC S9(08) COMP VALUE ZERO.
010300 77  CPT-DIFFERES                    PIC S9(08) COMP VALUE ZERO.
010400 77  CPT-SANS-CONTACT                PIC S9(08) COMP VALUE ZERO.
010500 77  CPT-PLAFOND                     PIC S9(08) COMP VALUE ZERO.
010600 77  NB-RANG                         PIC S9(08) COMP VALUE ZERO.
010700 77  IX-CAR                          PIC S9(04) COMP VALUE ZERO.
010800 01  W-FIN-EVT                       PIC X(01) VALUE 'N'.
010900     88  FIN-EVT                     VALUE 'O'.
011000 01  W-FIN-ABN                       PIC X(01) VALUE 'N'.
011100 01  W-FIN-ADR                       PIC X(01) VALUE 'N'.
011200 01  W-CALME                         PIC X(01) VALUE 'N'.
011300     88  HEURES-CALMES               VALUE 'O'.
011400 01  W-EVTALE-STATUS                 PIC X(02).
011500     88  W-EVT-OK                    VALUE '00'.
011600     88  W-EVT-FIN                   VALUE '10'.
011700 01  W-ABOFIC-STATUS                 PIC X(02).
011800     88  W-ABN-OK                    VALUE '00'.
011900     88  W-ABN-FIN                   VALUE '10'.
012000     88  W-ABN-ABSENT                VALUE '23'.
012100 01  W-ADRFIC-STATUS                 PIC X(02).
012200     88  W-ADR-OK                    VALUE '00'.
012300     88  W-ADR-FIN                   VALUE '10'.
012400     88  W-ADR-ABSENT                VALUE '23'.
012500 01  W-ALEETA-STATUS                 PIC X(02).
012600     88  W-ALE-OK                    VALUE '00'.
012700     88  W-ALE-ABSENT                VALUE '23'.
012800 01  W-NOTALE-STATUS                 PIC X(02).
012900     88  W-NTF-OK                    VALUE '00'.
013000 01  W-ETATALE-STATUS                PIC X(02).
013100     88  W-EAL-OK                    VALUE '00'.
013200 01  W-MOTIF-ABANDON                 PIC X(40).
013300 01  W-DATE-JOUR                     PIC 9(08).
013400 01  W-HEURE                         PIC 9(08).
013500 01  W-HEURE-R REDEFINES W-HEURE.
013600     05  W-HHMM                      PIC 9(04).
013700     05  W-SSCC                      PIC 9(04).
013800 01  W-PARM.
013900     05  W-PARM-DEBUT-CALME          PIC 9(04).
014000     05  W-PARM-FIN-CALME            PIC 9(04).
014100     05  W-PARM-PLAFOND              PIC 9(03).
014200*    COMPARAISON DE L IMAGE APRES AVEC L ETAT CONNU
014300 COPY FFFFFFGS.
014400 01  W-EVENEMENT                     PIC X(04).
014500 01  W-VARIATION                     PIC S9(11)V99 COMP-3.
014600 01  W-VARIATION-ABS                 PIC S9(11)V99 COMP-3.
014700 01  W-CONTACT                       PIC X(50).
014800 01  W-TELEPHONE                     PIC X(15).
014900 01  W-MOTIF                         PIC X(30).
015000*    MONTANT EDITE PUIS CADRE A GAUCHE POUR LE TEXTE DU MESSAGE
015100 01  W-MNT-EDITE                     PIC -(10)9,99.
015200 01  W-MNT-CADRE                     PIC X(14).
015300 01  W-MNT-1                         PIC X(14).
015400 01  W-MNT-2                         PIC X(14).
015500 01  EAL-ENTETE.
015600     05  FILLER                      PIC X(45)
015700         VALUE 'GSAB360 - ALERTES CLIENTS NON EMISES - DATE  '.
015800     05  EAL-E-DATE                  PIC 9(08).
015900     05  FILLER                      PIC X(11)
016000         VALUE ' - HEURE : '.
016100     05  EAL-E-HEURE                 PIC 9(04).
016200     05  FILLER                      PIC X(64) VALUE SPACES.
016300 01  EAL-DETAIL.
016400     05  FILLER                      PIC X(06) VALUE 'CLE : '.
016500     05  EAL-D-CLE                   PIC X(15).
016600     05  FILLER                      PIC X(13)
016700         VALUE ' EVENEMENT : '.
016800     05  EAL-D-EVENEMENT             PIC X(04).
016900     05  FILLER                      PIC X(09) VALUE ' CANAL : '.
017000     05  EAL-D-CANAL                 PIC X(01).
017100     05  FILLER                      PIC X(09) VALUE ' MOTIF : '.
017200     05  EAL-D-MOTIF                 PIC X(30).
017300     05  FILLER                      PIC X(45) VALUE SPACES.
017400 01  EAL-TOTAL.
017500     05  EAL-T-LIBELLE               PIC X(40).
017600     05  EAL-T-NOMBRE                PIC Z(07)9.
017700     05  FILLER                      PIC X(84) VALUE SPACES.
017800 PROCEDURE DIVISION.
017900******************************************************************
018000*  0000-MAINLINE : UN EVENEMENT A LA FOIS, DANS L ORDRE DU FLUX  *
018100******************************************************************
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
018400     PERFORM 2000-UN-EVENEMENT THRU 2000-EXIT
018500         UNTIL FIN-EVT.
018600     PERFORM 3000-TERMINAISON THRU 3000-EXIT.
018700     GOBACK.
018800 0000-EXIT.
018900     EXIT.
019000******************************************************************
019100*  1000-INITIALISATION : CARTE, HEURES CALMES, OUVERTURES        *
019200******************************************************************
019300 1000-INITIALISATION.
019400     ACCEPT W-PARM.
019500     IF W-PARM-DEBUT-CALME NOT NUMERIC
019600      OR W-PARM-FIN-CALME NOT NUMERIC
019700      OR W-PARM-PLAFOND NOT NUMERIC
019800      OR W-PARM-DEBUT-CALME GREATER 2359
019900      OR W-PARM-FIN-CALME GREATER 2359
020000         MOVE 'CARTE ALEPARM INVALIDE' TO W-MOTIF-ABANDON
020100         GO TO 9900-ABANDON.
020200     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
020300     ACCEPT W-HEURE FROM TIME.
020400     PERFORM 1100-HEURES-CALMES THRU 1100-EXIT.
020500     OPEN INPUT EVTALE.
020600     IF NOT W-EVT-OK
020700         MOVE 'OPEN EVTALE'   TO W-MOTIF-ABANDON
020800         GO TO 9900-ABANDON.
020900     OPEN INPUT ABOFIC.
021000     IF NOT W-ABN-OK
021100         MOVE 'OPEN ABOFIC'   TO W-MOTIF-ABANDON
021200         GO TO 9900-ABANDON.
021300     OPEN INPUT ADRFIC.
021400     IF NOT W-ADR-OK
021500         MOVE 'OPEN ADRFIC'   TO W-MOTIF-ABANDON
021600         GO TO 9900-ABANDON.
021700     OPEN I-O ALEETA.
021800     IF NOT W-ALE-OK
021900         MOVE 'OPEN ALEETA'   TO W-MOTIF-ABANDON
022000         GO TO 9900-ABANDON.
022100     OPEN OUTPUT NOTALE.
022200     IF NOT W-NTF-OK
022300         MOVE 'OPEN NOTALE'   TO W-MOTIF-ABANDON
022400         GO TO 9900-ABANDON.
022500     OPEN OUTPUT ETATALE.
022600     IF NOT W-EAL-OK
022700         MOVE 'OPEN ETATALE'  TO W-MOTIF-ABANDON
022800         GO TO 9900-ABANDON.
022900     MOVE W-DATE-JOUR TO EAL-E-DATE.
023000     MOVE W-HHMM      TO EAL-E-HEURE.
023100     WRITE EAL-LIGNE FROM EAL-ENTETE.
023200     PERFORM 8100-LIRE-EVT THRU 8100-EXIT.
023300 1000-EXIT.
023400     EXIT.
023500******************************************************************
023600*  1100-HEURES-CALMES : LE PASSAGE TOMBE-T-IL DANS LA PLAGE DE   *
023700*  LA CARTE ? LA PLAGE PEUT ENJAMBER MINUIT (2200 A 0700) ;      *
023800*  DEBUT = FIN : PAS D HEURES CALMES                             *
023900******************************************************************
024000 1100-HEURES-CALMES.
024100     MOVE 'N' TO W-CALME.
024200     IF W-PARM-DEBUT-CALME = W-PARM-FIN-CALME
024300         GO TO 1100-EXIT.
024400     IF W-PARM-DEBUT-CALME LESS W-PARM-FIN-CALME
024500         IF W-HHMM NOT LESS W-PARM-DEBUT-CALME
024600          AND W-HHMM LESS W-PARM-FIN-CALME
024700             MOVE 'O' TO W-CALME
024800         END-IF
024900         GO TO 1100-EXIT.
025000     IF W-HHMM NOT LESS W-PARM-DEBUT-CALME
025100      OR W-HHMM LESS W-PARM-FIN-CALME
025200         MOVE 'O' TO W-CALME.
025300 1100-EXIT.
025400     EXIT.
025500******************************************************************
025600*  2000-UN-EVENEMENT : L IMAGE APRES CONFRONTEE A L ETAT CONNU   *
025700*  DE LA CLE, PUIS L ETAT EST MIS A JOUR                         *
025800******************************************************************
025900 2000-UN-EVENEMENT.
026000     ADD 1 TO CPT-LUS.
026100     MOVE EVT-IMAGE TO FFFFFGS-ENREG.
026200     MOVE EVT-CLE   TO ALE-FGS-CLE.
026300     READ ALEETA.
026400     IF NOT W-ALE-OK AND NOT W-ALE-ABSENT
026500         MOVE 'READ ALEETA'   TO W-MOTIF-ABANDON
026600         GO TO 9900-ABANDON.
026700     IF EVT-TYPE = 'S'
026800         PERFORM 2050-RETIRER-ETAT THRU 2050-EXIT
026900         GO TO 2000-SUIVANT.
027000     IF W-ALE-ABSENT
027100         PERFORM 2100-CREER-ETAT THRU 2100-EXIT
027200         GO TO 2000-SUIVANT.
027300     PERFORM 2200-COMPARER THRU 2200-EXIT.
027400     PERFORM 2900-MAJ-ETAT THRU 2900-EXIT.
027500 2000-SUIVANT.
027600     PERFORM 8100-LIRE-EVT THRU 8100-EXIT.
027700 2000-EXIT.
027800     EXIT.
027900******************************************************************
028000*  2050-RETIRER-ETAT : CLE SUPPRIMEE - SON ETAT EST RETIRE       *
028100******************************************************************
028200 2050-RETIRER-ETAT.
028300     IF W-ALE-ABSENT
028400         GO TO 2050-EXIT.
028500     DELETE ALEETA.
028600     IF NOT W-ALE-OK
028700         MOVE 'DELETE ALEETA' TO W-MOTIF-ABANDON
028800         GO TO 9900-ABANDON.
028900     ADD 1 TO CPT-SUPPRIMES.
029000 2050-EXIT.
029100     EXIT.
029200******************************************************************
029300*  2100-CREER-ETAT : PREMIERE IMAGE DE LA CLE - ELLE DEVIENT     *
029400*  L ETAT DE REFERENCE, SANS ALERTE                              *
029500******************************************************************
029600 2100-CREER-ETAT.
029700     MOVE SPACES              TO ALE-ENREG.
029800     MOVE EVT-CLE             TO ALE-FGS-CLE.
029900     MOVE ZERO                TO ALE-JOUR-ENVOI ALE-NB-ENVOIS.
030000     PERFORM 2950-GARNIR-ETAT THRU 2950-EXIT.
030100     WRITE ALE-ENREG.
030200     IF NOT W-ALE-OK
030300         MOVE 'WRITE ALEETA'  TO W-MOTIF-ABANDON
030400         GO TO 9900-ABANDON.
030500     ADD 1 TO CPT-SANS-ETAT.
030600 2100-EXIT.
030700     EXIT.
030800******************************************************************
030900*  2200-COMPARER : LES TROIS DECLENCHEURS - CHACUN SERT LES      *
031000*  ABONNEMENTS DE LA CLE POUR SON EVENEMENT                      *
031100******************************************************************
031200 2200-COMPARER.
031300     IF ALE-JOUR-ENVOI NOT = W-DATE-JOUR
031400         MOVE W-DATE-JOUR TO ALE-JOUR-ENVOI
031500         MOVE ZERO        TO ALE-NB-ENVOIS.
031600     COMPUTE W-VARIATION = FFFFFGS-MONTANT - ALE-MONTANT.
031700     IF W-VARIATION LESS ZERO
031800         COMPUTE W-VARIATION-ABS = ZERO - W-VARIATION
031900     ELSE
032000         MOVE W-VARIATION TO W-VARIATION-ABS.
032100     IF W-VARIATION NOT = ZERO
032200         MOVE 'SOLD' TO W-EVENEMENT
032300         PERFORM 2500-ABONNEMENTS THRU 2500-EXIT.
032400     IF FFFFFGS-STATUT NOT = ALE-STATUT
032500         MOVE 'STAT' TO W-EVENEMENT
032600         PERFORM 2500-ABONNEMENTS THRU 2500-EXIT.
032700     IF FFFFFGS-MONTANT-ECH GREATER ALE-MONTANT-ECH
032800         MOVE 'IMPA' TO W-EVENEMENT
032900         PERFORM 2500-ABONNEMENTS THRU 2500-EXIT.
033000 2200-EXIT.
033100     EXIT.
033200******************************************************************
033300*  2500-ABONNEMENTS : LES ABONNEMENTS DE LA CLE A L EVENEMENT    *
033400*  (UN PAR CANAL)                                                *
033500******************************************************************
033600 2500-ABONNEMENTS.
033700     ADD 1 TO CPT-DECLENCHEURS.
033800     MOVE EVT-CLE     TO ABN-FGS-CLE.
033900     MOVE W-EVENEMENT TO ABN-EVENEMENT.
034000     MOVE LOW-VALUE   TO ABN-CANAL.
034100     START ABOFIC KEY NOT LESS ABN-CLE.
034200     IF W-ABN-ABSENT OR W-ABN-FIN
034300         GO TO 2500-EXIT.
034400     IF NOT W-ABN-OK
034500         MOVE 'START ABOFIC'  TO W-MOTIF-ABANDON
034600         GO TO 9900-ABANDON.
034700     MOVE 'N' TO W-FIN-ABN.
034800     PERFORM 2510-UN-ABONNEMENT THRU 2510-EXIT
034900         UNTIL W-FIN-ABN = 'O'.
035000 2500-EXIT.
035100     EXIT.
035200 2510-UN-ABONNEMENT.
035300     READ ABOFIC NEXT.
035400     IF W-ABN-FIN
035500         MOVE 'O' TO W-FIN-ABN
035600         GO TO 2510-EXIT.
035700     IF NOT W-ABN-OK
035800         MOVE 'READ ABOFIC'   TO W-MOTIF-ABANDON
035900         GO TO 9900-ABANDON.
036000     IF ABN-FGS-CLE NOT = EVT-CLE
036100      OR ABN-EVENEMENT NOT = W-EVENEMENT
036200         MOVE 'O' TO W-FIN-ABN
036300         GO TO 2510-EXIT.
036400     IF NOT ABN-EN-SERVICE
036500         GO TO 2510-EXIT.
036600     IF ABN-EVT-SOLDE
036700      AND W-VARIATION-ABS LESS ABN-SEUIL
036800         GO TO 2510-EXIT.
036900     PERFORM 2600-NOTIFIER THRU 2600-EXIT.
037000 2510-EXIT.
037100     EXIT.
037200******************************************************************
037300*  2600-NOTIFIER : CONTACT DU CANAL, PLAFOND QUOTIDIEN DE LA CLE,*
037400*  PUIS NOTIFICATION POUR LA PASSERELLE                          *
037500******************************************************************
037600 2600-NOTIFIER.
037700     MOVE SPACES TO W-CONTACT.
037800     IF ABN-CANAL-SMS
037900         PERFORM 2700-TELEPHONE THRU 2700-EXIT
038000         MOVE W-TELEPHONE  TO W-CONTACT
038100     ELSE
038200         MOVE ABN-COURRIEL TO W-CONTACT.
038300     IF W-CONTACT = SPACES OR LOW-VALUE
038400         ADD 1 TO CPT-SANS-CONTACT
038500         MOVE 'SANS CONTACT POUR LE CANAL' TO W-MOTIF
038600         PERFORM 2650-NON-EMISE THRU 2650-EXIT
038700         GO TO 2600-EXIT.
038800     IF W-PARM-PLAFOND NOT = ZERO
038900      AND ALE-NB-ENVOIS NOT LESS W-PARM-PLAFOND
039000         ADD 1 TO CPT-PLAFOND
039100         MOVE 'PLAFOND QUOTIDIEN ATTEINT' TO W-MOTIF
039200         PERFORM 2650-NON-EMISE THRU 2650-EXIT
039300         GO TO 2600-EXIT.
039400     ADD 1 TO NB-RANG.
039500     MOVE SPACES        TO NTF-ENREG.
039600     MOVE W-DATE-JOUR   TO NTF-REF-DATE.
039700     MOVE W-HEURE (1:6) TO NTF-REF-HEURE.
039800     MOVE NB-RANG       TO NTF-REF-RANG.
039900     MOVE EVT-CLE       TO NTF-FGS-CLE.
040000     MOVE W-EVENEMENT   TO NTF-EVENEMENT.
040100     MOVE ABN-CANAL     TO NTF-CANAL.
040200     MOVE W-CONTACT     TO NTF-CONTACT.
040300     MOVE EVT-DATE      TO NTF-DATE-EVT.
040400     MOVE EVT-HEURE     TO NTF-HEURE-EVT.
040500     IF HEURES-CALMES
040600         MOVE W-PARM-FIN-CALME TO NTF-ENVOI-APRES
040700         ADD 1 TO CPT-DIFFERES
040800     ELSE
040900         MOVE ZERO             TO NTF-ENVOI-APRES.
041000     PERFORM 2800-TEXTE THRU 2800-EXIT.
041100     WRITE NTF-ENREG.
041200     IF NOT W-NTF-OK
041300         MOVE 'WRITE NOTALE'  TO W-MOTIF-ABANDON
041400         GO TO 9900-ABANDON.
041500     ADD 1 TO ALE-NB-ENVOIS.
041600     IF ABN-CANAL-SMS
041700         ADD 1 TO CPT-SMS
041800     ELSE
041900         ADD 1 TO CPT-COURRIELS.
042000 2600-EXIT.
042100     EXIT.
042200 2650-NON-EMISE.
042300     MOVE EVT-CLE       TO EAL-D-CLE.
042400     MOVE W-EVENEMENT   TO EAL-D-EVENEMENT.
042500     MOVE ABN-CANAL     TO EAL-D-CANAL.
042600     MOVE W-MOTIF       TO EAL-D-MOTIF.
042700     WRITE EAL-LIGNE FROM EAL-DETAIL.
042800 2650-EXIT.
042900     EXIT.
043000******************************************************************
043100*  2700-TELEPHONE : TELEPHONE DE LA DERNIERE ADRESSE NON FUTURE  *
043200*  DE LA CLE AU SATELLITE ADRFIC - ABSENTE = PAS DE CONTACT      *
043300******************************************************************
043400 2700-TELEPHONE.
043500     MOVE SPACES  TO W-TELEPHONE.
043600     MOVE EVT-CLE TO ADR-FGS-CLE.
043700     MOVE ZERO    TO ADR-DATE-EFFET.
043800     START ADRFIC KEY NOT LESS ADR-CLE.
043900     IF W-ADR-ABSENT OR W-ADR-FIN OR NOT W-ADR-OK
044000         GO TO 2700-EXIT.
044100     MOVE 'N' TO W-FIN-ADR.
044200     PERFORM 2710-UNE-ADRESSE THRU 2710-EXIT
044300         UNTIL W-FIN-ADR = 'O'.
044400 2700-EXIT.
044500     EXIT.
044600 2710-UNE-ADRESSE.
044700     READ ADRFIC NEXT.
044800     IF NOT W-ADR-OK
044900      OR ADR-FGS-CLE NOT = EVT-CLE
045000      OR ADR-DATE-EFFET GREATER W-DATE-JOUR
045100         MOVE 'O' TO W-FIN-ADR
045200         GO TO 2710-EXIT.
045300     MOVE ADR-TELEPHONE TO W-TELEPHONE.
045400 2710-EXIT.
045500     EXIT.
045600******************************************************************
045700*  2800-TEXTE : LIBELLE DU MESSAGE SELON L EVENEMENT             *
045800******************************************************************
045900 2800-TEXTE.
046000     IF W-EVENEMENT = 'STAT'
046100         STRING 'LE STATUT DE VOTRE DOSSIER PASSE DE '
046200                ALE-STATUT ' A ' FFFFFGS-STATUT
046300             DELIMITED SIZE INTO NTF-TEXTE
046400         END-STRING
046500         GO TO 2800-EXIT.
046600     IF W-EVENEMENT = 'IMPA'
046700         MOVE FFFFFGS-MONTANT-ECH TO W-MNT-EDITE
046800         PERFORM 8850-CADRER THRU 8850-EXIT
046900         STRING 'ECHEANCE IMPAYEE - MONTANT ECHU : '
047000                W-MNT-CADRE
047100             DELIMITED SIZE INTO NTF-TEXTE
047200         END-STRING
047300         GO TO 2800-EXIT.
047400     MOVE W-VARIATION     TO W-MNT-EDITE.
047500     PERFORM 8850-CADRER THRU 8850-EXIT.
047600     MOVE W-MNT-CADRE     TO W-MNT-1.
047700     MOVE FFFFFGS-MONTANT TO W-MNT-EDITE.
047800     PERFORM 8850-CADRER THRU 8850-EXIT.
047900     MOVE W-MNT-CADRE     TO W-MNT-2.
048000     STRING 'VOTRE SOLDE A VARIE DE ' DELIMITED SIZE
048100            W-MNT-1 DELIMITED SPACE
048200            ' - NOUVEAU SOLDE : ' W-MNT-2 DELIMITED SIZE
048300         INTO NTF-TEXTE
048400     END-STRING.
048500 2800-EXIT.
048600     EXIT.
048700******************************************************************
048800*  2900-MAJ-ETAT : L IMAGE APRES DEVIENT L ETAT CONNU DE LA CLE  *
048900******************************************************************
049000 2900-MAJ-ETAT.
049100     PERFORM 2950-GARNIR-ETAT THRU 2950-EXIT.
049200     REWRITE ALE-ENREG.
049300     IF NOT W-ALE-OK
049400         MOVE 'REWRITE ALEETA' TO W-MOTIF-ABANDON
049500         GO TO 9900-ABANDON.
049600 2900-EXIT.
049700     EXIT.
049800 2950-GARNIR-ETAT.
049900     MOVE FFFFFGS-STATUT      TO ALE-STATUT.
050000     MOVE FFFFFGS-MONTANT     TO ALE-MONTANT.
050100     MOVE FFFFFGS-MONTANT-ECH TO ALE-MONTANT-ECH.
050200     MOVE EVT-DATE            TO ALE-DATE-EVT.
050300     MOVE EVT-HEURE           TO ALE-HEURE-EVT.
050400 2950-EXIT.
050500     EXIT.
050600******************************************************************
050700*  3000-TERMINAISON : TOTAUX ET FERMETURES                       *
050800******************************************************************
050900 3000-TERMINAISON.
051000     MOVE 'EVENEMENTS LUS'               TO EAL-T-LIBELLE.
051100     MOVE CPT-LUS                        TO EAL-T-NOMBRE.
051200     WRITE EAL-LIGNE FROM EAL-TOTAL.
051300     MOVE 'CLES SANS ETAT ANTERIEUR'     TO EAL-T-LIBELLE.
051400     MOVE CPT-SANS-ETAT                  TO EAL-T-NOMBRE.
051500     WRITE EAL-LIGNE FROM EAL-TOTAL.
051600     MOVE 'CLES SUPPRIMEES'              TO EAL-T-LIBELLE.
051700     MOVE CPT-SUPPRIMES                  TO EAL-T-NOMBRE.
051800     WRITE EAL-LIGNE FROM EAL-TOTAL.
051900     MOVE 'DECLENCHEURS'                 TO EAL-T-LIBELLE.
052000     MOVE CPT-DECLENCHEURS               TO EAL-T-NOMBRE.
052100     WRITE EAL-LIGNE FROM EAL-TOTAL.
052200     MOVE 'NOTIFICATIONS SMS'            TO EAL-T-LIBELLE.
052300     MOVE CPT-SMS                        TO EAL-T-NOMBRE.
052400     WRITE EAL-LIGNE FROM EAL-TOTAL.
052500     MOVE 'NOTIFICATIONS COURRIEL'       TO EAL-T-LIBELLE.
052600     MOVE CPT-COURRIELS                  TO EAL-T-NOMBRE.
052700     WRITE EAL-LIGNE FROM EAL-TOTAL.
052800     MOVE 'DONT DIFFEREES (HEURES CALMES)' TO EAL-T-LIBELLE.
052900     MOVE CPT-DIFFERES                   TO EAL-T-NOMBRE.
053000     WRITE EAL-LIGNE FROM EAL-TOTAL.
053100     MOVE 'NON EMISES - SANS CONTACT'    TO EAL-T-LIBELLE.
053200     MOVE CPT-SANS-CONTACT               TO EAL-T-NOMBRE.
053300     WRITE EAL-LIGNE FROM EAL-TOTAL.
053400     MOVE 'NON EMISES - PLAFOND QUOTIDIEN' TO EAL-T-LIBELLE.
053500     MOVE CPT-PLAFOND                    TO EAL-T-NOMBRE.
053600     WRITE EAL-LIGNE FROM EAL-TOTAL.
053700     CLOSE EVTALE ABOFIC ADRFIC ALEETA NOTALE ETATALE.
053800     DISPLAY 'GSAB360 - EVENEMENTS    : ' CPT-LUS.
053900     DISPLAY 'GSAB360 - SMS           : ' CPT-SMS.
054000     DISPLAY 'GSAB360 - COURRIELS     : ' CPT-COURRIELS.
054100     DISPLAY 'GSAB360 - SANS CONTACT  : ' CPT-SANS-CONTACT.
054200     DISPLAY 'GSAB360 - PLAFOND       : ' CPT-PLAFOND.
054300 3000-EXIT.
054400     EXIT.
054500******************************************************************
054600*  8100-LIRE-EVT : LECTURE DE L EVENEMENT SUIVANT                *
054700******************************************************************
054800 8100-LIRE-EVT.
054900     READ EVTALE.
055000     IF W-EVT-FIN
055100         MOVE 'O' TO W-FIN-EVT
055200         GO TO 8100-EXIT.
055300     IF NOT W-EVT-OK
055400         MOVE 'READ EVTALE'   TO W-MOTIF-ABANDON
055500         GO TO 9900-ABANDON.
055600 8100-EXIT.
055700     EXIT.
055800******************************************************************
055900*  8850-CADRER : LE MONTANT EDITE W-MNT-EDITE CADRE A GAUCHE     *
056000*  DANS W-MNT-CADRE                                              *
056100******************************************************************
056200 8850-CADRER.
056300     MOVE ZERO TO IX-CAR.
056400 8850-BLANC.
056500     ADD 1 TO IX-CAR.
056600     IF IX-CAR LESS 14
056700      AND W-MNT-EDITE (IX-CAR:1) = SPACE
056800         GO TO 8850-BLANC.
056900     MOVE W-MNT-EDITE (IX-CAR:) TO W-MNT-CADRE.
057000 8850-EXIT.
057100     EXIT.
057200******************************************************************
057300*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER OU CARTE    *
057400******************************************************************
057500 9900-ABANDON.
057600     DISPLAY 'GSAB360 - ABANDON : ' W-MOTIF-ABANDON.
057700     MOVE 16 TO RETURN-CODE.
057800     STOP RUN.
