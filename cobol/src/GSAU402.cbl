000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSAU402.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSAU402 : RECERTIFICATION TRIMESTRIELLE DES ACCES             *
000900*  ------------------------------------------------------------  *
001000*  LES AUDITEURS DEMANDENT CHAQUE TRIMESTRE LA PREUVE QUE CHAQUE *
001100*  PROFIL AUTFIC EST TOUJOURS JUSTIFIE. CHAQUE PROFIL DEVIENT UNE*
001200*  LIGNE CERFIC (DESSIN FFFFFGCE) DE LA CAMPAGNE, RATTACHEE AU   *
001300*  RESPONSABLE DE L UNITE DE L OPERATEUR (UNITFIC UNI-RESPONSABLE*
001400*  DE L AGENCE, A DEFAUT DE SA REGION, A DEFAUT DE SA DIVISION,  *
001500*  A DEFAUT LE RESPONSABLE PAR DEFAUT DE LA CARTE). UN           *
001600*  RESPONSABLE NE CERTIFIE PAS SON PROPRE PROFIL : IL REMONTE AU *
001700*  NIVEAU SUPERIEUR.                                             *
001800*  LA LIGNE PORTE LES FONCTIONS C/M/P/A, LE PERIMETRE D ENTITE ET*
001900*  D UNITE, LES FONCTIONS RECUES PAR DELEGATION DELFIC EN VIGUEUR*
002000*  (MEMES REGLES QUE GSAU400 : FENETRE DE DATES, PAS D AUTO-     *
002100*  DELEGATION, DELEGANT DETENTEUR DE LA FONCTION) ET LE DERNIER  *
002200*  JOUR D ACTIVITE (AUT-DERNIERE-ACTIVITE POSE PAR GSAC790).     *
002300*  SIGNALEMENTS :                                                *
002400*   CONFLIT   : MISE A JOUR ET APPROBATION SUR UNE MEME ENTITE,  *
002500*               EN PROPRE OU PAR DELEGATION (ENTITE A BLANC =    *
002600*               TOUTES, DONC EN RECOUVREMENT AVEC CHACUNE) ;     *
002700*   INUTILISE : AUCUNE ACTIVITE DEPUIS PLUS DE 90 JOURS.         *
002800*  LE RESPONSABLE CONFIRME OU REVOQUE CHAQUE LIGNE PAR LA        *
002900*  TRANSACTION GSAU403. UNE REPRISE DE LA CAMPAGNE RAFRAICHIT LES*
003000*  LIGNES EN ATTENTE ET LAISSE LES LIGNES DECIDEES ; L ETAT      *
003100*  REEDITE ALORS LA CAMPAGNE AVEC SES DECISIONS (PREUVE D AUDIT).*
003200*  CARTE PARAMETRE : CAMPAGNE(6) RESPONSABLE-DEFAUT(8)           *
003300*   (SEPARES PAR UN BLANC - CAMPAGNE AAAATN, A BLANC = TRIMESTRE *
003400*   DE LA DATE DU JOUR ; RESPONSABLE PAR DEFAUT OBLIGATOIRE)     *
003500*  CODE RETOUR 4 : CONFLIT OU PROFIL INUTILISE SIGNALE.          *
003600*  ------------------------------------------------------------  *
003700*  ENTREE  : AUTFIC   PROFILS D AUTORISATION                     *
003800*            DELFIC   DELEGATIONS DE PROFIL                      *
003900*            UNITFIC  HIERARCHIE DES UNITES (RESPONSABLES)       *
004000*  MAJ     : CERFIC   LIGNES DE RECERTIFICATION                  *
004100*  SORTIE  : ETATCER  LIGNES PAR RESPONSABLE, DELEGATIONS,       *
004200*                     SIGNALEMENTS ET DECISIONS                  *
004300*  ------------------------------------------------------------  *
004400*  HISTORIQUE DES MODIFICATIONS                                  *
004500*  15/10/26  DA  CREATION                                        *
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.
005000     IBM-370.
005100 OBJECT-COMPUTER.
005200     IBM-370.
005300 SPECIAL-NAMES.
005400     DECIMAL-POINT IS COMMA.
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT AUTFIC  ASSIGN  AUTFIC
005800       ORGANIZATION  INDEXED
005900       ACCESS MODE   DYNAMIC
006000       RECORD KEY    AUT-OPERATEUR
006100       FILE STATUS   W-AUTFIC-STATUS.
006200     SELECT DELFIC  ASSIGN  DELFIC
006300       ORGANIZATION  INDEXED
006400       ACCESS MODE   DYNAMIC
006500       RECORD KEY    DEL-CLE
006600       FILE STATUS   W-DELFIC-STATUS.
006700     SELECT UNITFIC ASSIGN  UNITFIC
006800       ORGANIZATION  INDEXED
006900       ACCESS MODE   RANDOM
007000       RECORD KEY    UNI-CODE
007100       FILE STATUS   W-UNITFIC-STATUS.
007200     SELECT CERFIC  ASSIGN  CERFIC
007300       ORGANIZATION  INDEXED
007400       ACCESS MODE   DYNAMIC
007500       RECORD KEY    CER-CLE
007600       FILE STATUS   W-CERFIC-STATUS.
007700     SELECT ETATCER ASSIGN  ETATCER
007800       ORGANIZATION  SEQUENTIAL
007900       FILE STATUS   W-ETATCER-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  AUTFIC
008300     LABEL RECORD STANDARD
008400     DATA RECORD AUT-ENREG.
008500 COPY FFFFFGA.
008600 FD  DELFIC
008700     LABEL RECORD STANDARD
008800     DATA RECORD DEL-ENREG.
008900 COPY FFFFFGDL.
009000 FD  UNITFIC
009100     LABEL RECORD STANDARD
009200     DATA RECORD UNI-ENREG.
009300 COPY FFFFFGH.
009400 FD  CERFIC
009500     LABEL RECORD STANDARD
009600     DATA RECORD CER-ENREG.
009700 COPY FFFFFGCE.
009800 FD  ETATCER
009900     LABEL RECORD STANDARD
010000     DATA RECORD ECR-LIGNE.
010100 01  ECR-LIGNE                       PIC X(132).
010200 WORKING-STORAGE SECTION.
010300 77  CPT-PROFILS                     PIC S9(08) COMP VALUE ZERO.
010400 77  CPT-POSEES                      PIC S9(08) COMP VALUE ZERO.
010500 77  CPT-RAFRAICHIES                 PIC S9(08) COMP VALUE ZERO.
010600 77  CPT-DECIDEES                    PIC S9(08) COMP VALUE ZERO.
010700 77  CPT-CONFLITS                    PIC S9(08) COMP VALUE ZERO.
010800 77  CPT-INUTILISES                  PIC S9(08) COMP VALUE ZERO.
010900 77  CPT-LIGNES                      PIC S9(08) COMP VALUE ZERO.
011000 77  CPT-ATTENTE                     PIC S9(08) COMP VALUE ZERO.
011100 77  CPT-CONFIRMEES                  PIC S9(08) COMP VALUE ZERO.
011200 77  CPT-REVOQUEES                   PIC S9(08) COMP VALUE ZERO.
011300 77  IX-M                            PIC S9(04) COMP VALUE ZERO.
011400 77  NB-M                            PIC S9(04) COMP VALUE ZERO.
011500 77  IX-P                            PIC S9(04) COMP VALUE ZERO.
011600 77  NB-P                            PIC S9(04) COMP VALUE ZERO.
011700 77  IX-RECUL                        PIC S9(04) COMP VALUE ZERO.
011800 01  W-FIN-AUT                       PIC X(01) VALUE 'N'.
011900     88  FIN-AUT                     VALUE 'O'.
012000 01  W-FIN-CER                       PIC X(01) VALUE 'N'.
012100     88  FIN-CER                     VALUE 'O'.
012200 01  W-FIN-DEL                       PIC X(01) VALUE 'N'.
012300     88  FIN-DEL                     VALUE 'O'.
012400 01  W-AUTFIC-STATUS                 PIC X(02).
012500     88  W-AUT-OK                    VALUE '00'.
012600     88  W-AUT-FIN                   VALUE '10'.
012700     88  W-AUT-ABSENT                VALUE '23'.
012800 01  W-DELFIC-STATUS                 PIC X(02).
012900     88  W-DEL-OK                    VALUE '00'.
013000     88  W-DEL-FIN                   VALUE '10'.
013100     88  W-DEL-ABSENT                VALUE '23'.
013200 01  W-UNITFIC-STATUS                PIC X(02).
013300     88  W-UNI-OK                    VALUE '00'.
013400     88  W-UNI-ABSENT                VALUE '23'.
013500 01  W-CERFIC-STATUS                 PIC X(02).
013600     88  W-CER-OK                    VALUE '00'.
013700     88  W-CER-FIN                   VALUE '10'.
013800     88  W-CER-ABSENT                VALUE '23'.
013900 01  W-ETATCER-STATUS                PIC X(02).
014000     88  W-ECR-OK                    VALUE '00'.
014100 01  W-MOTIF-ABANDON                 PIC X(40).
014200 01  W-PARM.
014300     05  W-PARM-CAMPAGNE.
014400         10  W-PARM-ANNEE            PIC X(04).
014500         10  W-PARM-LETTRE           PIC X(01).
014600         10  W-PARM-TRIMESTRE        PIC X(01).
014700     05  FILLER                      PIC X(01).
014800     05  W-PARM-RESPONSABLE          PIC X(08).
014900 01  W-DATE-JOUR                     PIC 9(08).
015000 01  W-DATE-JOUR-R REDEFINES W-DATE-JOUR.
015100     05  W-JOUR-ANNEE                PIC 9(04).
015200     05  W-JOUR-MOIS                 PIC 9(02).
015300     05  W-JOUR-JJ                   PIC 9(02).
015400 01  W-TRIMESTRE                     PIC 9(01).
015500*    DATE LIMITE D ACTIVITE : DATE DU JOUR MOINS 90 JOURS
015600 01  W-DATE-LIMITE                   PIC 9(08).
015700 01  W-DATE-LIMITE-R REDEFINES W-DATE-LIMITE.
015800     05  W-LIM-ANNEE                 PIC 9(04).
015900     05  W-LIM-MOIS                  PIC 9(02).
016000     05  W-LIM-JOUR                  PIC 9(02).
016100 01  W-QUOTIENT                      PIC S9(04) COMP.
016200 01  W-RESTE                         PIC S9(04) COMP.
016300 01  W-JOURS-MOIS                    PIC 9(02).
016400 01  W-TABLE-MOIS                    PIC X(24)
016500         VALUE '312831303130313130313031'.
016600 01  W-TABLE-MOIS-R REDEFINES W-TABLE-MOIS.
016700     05  W-JM                        PIC 9(02) OCCURS 12.
016800*    PROFIL EN COURS ET LIGNE CERFIC CONSTRUITE
016900 01  W-OPERATEUR-COURANT             PIC X(08).
017000 01  W-CER-NOUVELLE                  PIC X(80).
017100 01  W-RESPONSABLE                   PIC X(08).
017200 01  W-REGION                        PIC X(06).
017300 01  W-DIVISION                      PIC X(06).
017400 01  W-RESPONSABLE-PRECEDENT         PIC X(08).
017500*    ENTITES OU L OPERATEUR MET A JOUR (M) ET APPROUVE (P)
017600 01  W-TABLE-ENTITES.
017700     05  W-ENT-M                     PIC X(02) OCCURS 20.
017800     05  W-ENT-P                     PIC X(02) OCCURS 20.
017900*    DELEGATION LUE : EN VIGUEUR ET ENTITE EFFECTIVE
018000 01  W-EN-VIGUEUR                    PIC X(01).
018100 01  W-DETIENT                       PIC X(01).
018200 01  W-ENTITE-EFFECTIVE              PIC X(02).
018300 01  W-LIB-DECISION                  PIC X(10).
018400 01  ECR-TITRE.
018500     05  FILLER                      PIC X(38)
018600         VALUE 'GSAU402 - RECERTIFICATION DES ACCES - '.
018700     05  FILLER                      PIC X(10) VALUE 'CAMPAGNE '.
018800     05  ECR-T-CAMPAGNE              PIC X(06).
018900     05  FILLER                      PIC X(08) VALUE ' - DATE '.
019000     05  ECR-T-DATE                  PIC 9(08).
019100     05  FILLER                      PIC X(25)
019200         VALUE ' - INUTILISE AVANT LE : '.
019300     05  ECR-T-LIMITE                PIC 9(08).
019400     05  FILLER                      PIC X(29) VALUE SPACES.
019500 01  ECR-RESPONSABLE.
019600     05  FILLER                      PIC X(14)
019700         VALUE 'RESPONSABLE : '.
019800     05  ECR-R-RESPONSABLE           PIC X(08).
019900     05  FILLER                      PIC X(110) VALUE SPACES.
020000 01  ECR-DETAIL.
020100     05  FILLER                      PIC X(04) VALUE SPACES.
020200     05  ECR-D-OPERATEUR             PIC X(08).
020300     05  FILLER                      PIC X(07) VALUE ' CMPA '.
020400     05  ECR-D-C                     PIC X(01).
020500     05  ECR-D-M                     PIC X(01).
020600     05  ECR-D-P                     PIC X(01).
020700     05  ECR-D-A                     PIC X(01).
020800     05  FILLER                      PIC X(05) VALUE ' ENT '.
020900     05  ECR-D-ENTITE                PIC X(02).
021000     05  FILLER                      PIC X(07) VALUE ' UNITE '.
021100     05  ECR-D-UNITE                 PIC X(06).
021200     05  FILLER                      PIC X(07) VALUE ' DELEG '.
021300     05  ECR-D-DELEGUEES             PIC X(04).
021400     05  FILLER                      PIC X(01) VALUE '/'.
021500     05  ECR-D-NB-DEL                PIC Z9.
021600     05  FILLER                      PIC X(10) VALUE ' ACTIVITE '.
021700     05  ECR-D-ACTIVITE              PIC 9(08).
021800     05  FILLER                      PIC X(01) VALUE SPACE.
021900     05  ECR-D-CONFLIT               PIC X(11).
022000     05  ECR-D-INUTILISE             PIC X(10).
022100     05  FILLER                      PIC X(01) VALUE SPACE.
022200     05  ECR-D-DECISION              PIC X(10).
022300     05  FILLER                      PIC X(01) VALUE SPACE.
022400     05  ECR-D-DATE-DECISION         PIC X(08).
022500     05  FILLER                      PIC X(01) VALUE SPACE.
022600     05  ECR-D-DECIDEUR              PIC X(08).
022700     05  FILLER                      PIC X(06) VALUE SPACES.
022800 01  ECR-DELEGATION.
022900     05  FILLER                      PIC X(16) VALUE SPACES.
023000     05  FILLER                      PIC X(24)
023100         VALUE 'DELEGATION RECUE DE    '.
023200     05  ECR-L-DELEGANT              PIC X(08).
023300     05  FILLER                      PIC X(10) VALUE ' FONCTION '.
023400     05  ECR-L-FONCTION              PIC X(01).
023500     05  FILLER                      PIC X(05) VALUE ' ENT '.
023600     05  ECR-L-ENTITE                PIC X(02).
023700     05  FILLER                      PIC X(04) VALUE ' DU '.
023800     05  ECR-L-DEBUT                 PIC 9(08).
023900     05  FILLER                      PIC X(04) VALUE ' AU '.
024000     05  ECR-L-FIN                   PIC 9(08).
024100     05  FILLER                      PIC X(42) VALUE SPACES.
024200 01  ECR-TOTAUX.
024300     05  FILLER                      PIC X(17)
024400         VALUE 'TOTAUX - LIGNES :'.
024500     05  ECR-TOT-LIGNES              PIC Z(07)9.
024600     05  FILLER                      PIC X(13)
024700         VALUE ' EN ATTENTE :'.
024800     05  ECR-TOT-ATTENTE             PIC Z(07)9.
024900     05  FILLER                      PIC X(13)
025000         VALUE ' CONFIRMEES :'.
025100     05  ECR-TOT-CONFIRMEES          PIC Z(07)9.
025200     05  FILLER                      PIC X(12)
025300         VALUE ' REVOQUEES :'.
025400     05  ECR-TOT-REVOQUEES           PIC Z(07)9.
025500     05  FILLER                      PIC X(11)
025600         VALUE ' CONFLITS :'.
025700     05  ECR-TOT-CONFLITS            PIC Z(07)9.
025800     05  FILLER                      PIC X(13)
025900         VALUE ' INUTILISES :'.
026000     05  ECR-TOT-INUTILISES          PIC Z(07)9.
026100     05  FILLER                      PIC X(05) VALUE SPACES.
026200 PROCEDURE DIVISION.
026300******************************************************************
026400*  0000-MAINLINE : LIGNES DE LA CAMPAGNE POSEES PUIS EDITEES PAR *
026500*  RESPONSABLE                                                   *
026600******************************************************************
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
026900     PERFORM 8100-LIRE-PROFIL THRU 8100-EXIT.
027000     PERFORM 2000-UN-PROFIL THRU 2000-EXIT
027100         UNTIL FIN-AUT.
027200     PERFORM 3000-EDITER THRU 3000-EXIT.
027300     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
027400     GOBACK.
027500 0000-EXIT.
027600     EXIT.
027700******************************************************************
027800*  1000-INITIALISATION : CARTE, CAMPAGNE, DATE LIMITE, OUVERTURES*
027900******************************************************************
028000 1000-INITIALISATION.
028100     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
028200     MOVE SPACES TO W-PARM.
028300     ACCEPT W-PARM.
028400     IF W-PARM-CAMPAGNE = SPACES
028500         COMPUTE W-TRIMESTRE = (W-JOUR-MOIS + 2) / 3
028600         MOVE W-JOUR-ANNEE TO W-PARM-ANNEE
028700         MOVE 'T'          TO W-PARM-LETTRE
028800         MOVE W-TRIMESTRE  TO W-PARM-TRIMESTRE.
028900     IF W-PARM-ANNEE NOT NUMERIC
029000      OR W-PARM-LETTRE NOT = 'T'
029100      OR W-PARM-TRIMESTRE NOT = '1' AND '2' AND '3' AND '4'
029200         MOVE 'CAMPAGNE INVALIDE (AAAATN)' TO W-MOTIF-ABANDON
029300         GO TO 9900-ABANDON.
029400     IF W-PARM-RESPONSABLE = SPACES
029500         MOVE 'RESPONSABLE PAR DEFAUT OBLIGATOIRE'
029600           TO W-MOTIF-ABANDON
029700         GO TO 9900-ABANDON.
029800     PERFORM 1300-DATE-LIMITE THRU 1300-EXIT.
029900     OPEN INPUT AUTFIC.
030000     IF NOT W-AUT-OK
030100         MOVE 'OPEN AUTFIC' TO W-MOTIF-ABANDON
030200         GO TO 9900-ABANDON.
030300     OPEN INPUT DELFIC.
030400     IF NOT W-DEL-OK
030500         MOVE 'OPEN DELFIC' TO W-MOTIF-ABANDON
030600         GO TO 9900-ABANDON.
030700     OPEN INPUT UNITFIC.
030800     IF NOT W-UNI-OK
030900         MOVE 'OPEN UNITFIC' TO W-MOTIF-ABANDON
031000         GO TO 9900-ABANDON.
031100     OPEN I-O CERFIC.
031200     IF NOT W-CER-OK
031300         MOVE 'OPEN CERFIC' TO W-MOTIF-ABANDON
031400         GO TO 9900-ABANDON.
031500     OPEN OUTPUT ETATCER.
031600     IF NOT W-ECR-OK
031700         MOVE 'OPEN ETATCER' TO W-MOTIF-ABANDON
031800         GO TO 9900-ABANDON.
031900     MOVE W-PARM-CAMPAGNE TO ECR-T-CAMPAGNE.
032000     MOVE W-DATE-JOUR     TO ECR-T-DATE.
032100     MOVE W-DATE-LIMITE   TO ECR-T-LIMITE.
032200     WRITE ECR-LIGNE FROM ECR-TITRE.
032300     MOVE LOW-VALUE TO AUT-OPERATEUR.
032400     START AUTFIC KEY NOT LESS AUT-OPERATEUR.
032500     IF W-AUT-ABSENT OR W-AUT-FIN
032600         MOVE 'O' TO W-FIN-AUT
032700         GO TO 1000-EXIT.
032800     IF NOT W-AUT-OK
032900         MOVE 'START AUTFIC' TO W-MOTIF-ABANDON
033000         GO TO 9900-ABANDON.
033100 1000-EXIT.
033200     EXIT.
033300******************************************************************
033400*  1300-DATE-LIMITE : DATE DU JOUR RECULEE DE 90 JOURS, UN JOUR A*
033500*  LA FOIS SUR LE CALENDRIER CIVIL                               *
033600******************************************************************
033700 1300-DATE-LIMITE.
033800     MOVE W-DATE-JOUR TO W-DATE-LIMITE.
033900     PERFORM 1350-RECULER-UN-JOUR THRU 1350-EXIT
034000         VARYING IX-RECUL FROM 1 BY 1
034100         UNTIL IX-RECUL GREATER 90.
034200 1300-EXIT.
034300     EXIT.
034400 1350-RECULER-UN-JOUR.
034500     IF W-LIM-JOUR GREATER 1
034600         SUBTRACT 1 FROM W-LIM-JOUR
034700         GO TO 1350-EXIT.
034800     IF W-LIM-MOIS GREATER 1
034900         SUBTRACT 1 FROM W-LIM-MOIS
035000     ELSE
035100         MOVE 12 TO W-LIM-MOIS
035200         SUBTRACT 1 FROM W-LIM-ANNEE.
035300     PERFORM 1360-JOURS-DU-MOIS THRU 1360-EXIT.
035400     MOVE W-JOURS-MOIS TO W-LIM-JOUR.
035500 1350-EXIT.
035600     EXIT.
035700 1360-JOURS-DU-MOIS.
035800     MOVE W-JM (W-LIM-MOIS) TO W-JOURS-MOIS.
035900     IF W-LIM-MOIS NOT = 2
036000         GO TO 1360-EXIT.
036100     DIVIDE W-LIM-ANNEE BY 4
036200         GIVING W-QUOTIENT REMAINDER W-RESTE.
036300     IF W-RESTE NOT = ZERO
036400         GO TO 1360-EXIT.
036500     DIVIDE W-LIM-ANNEE BY 100
036600         GIVING W-QUOTIENT REMAINDER W-RESTE.
036700     IF W-RESTE NOT = ZERO
036800         MOVE 29 TO W-JOURS-MOIS
036900         GO TO 1360-EXIT.
037000     DIVIDE W-LIM-ANNEE BY 400
037100         GIVING W-QUOTIENT REMAINDER W-RESTE.
037200     IF W-RESTE = ZERO
037300         MOVE 29 TO W-JOURS-MOIS.
037400 1360-EXIT.
037500     EXIT.
037600******************************************************************
037700*  2000-UN-PROFIL : IMAGE DU PROFIL, DELEGATIONS RECUES,         *
037800*  SIGNALEMENTS, RESPONSABLE, PUIS LIGNE CERFIC POSEE OU         *
037900*  RAFRAICHIE (UNE LIGNE DEJA DECIDEE RESTE TELLE QUELLE)        *
038000******************************************************************
038100 2000-UN-PROFIL.
038200     ADD 1 TO CPT-PROFILS.
038300     MOVE AUT-OPERATEUR TO W-OPERATEUR-COURANT.
038400     MOVE SPACES             TO CER-ENREG.
038500     MOVE W-PARM-CAMPAGNE    TO CER-CAMPAGNE.
038600     MOVE AUT-OPERATEUR      TO CER-OPERATEUR.
038700     MOVE AUT-CONSULTATION   TO CER-CONSULTATION.
038800     MOVE AUT-MISE-A-JOUR    TO CER-MISE-A-JOUR.
038900     MOVE AUT-APPROBATION    TO CER-APPROBATION.
039000     MOVE AUT-ADMINISTRATION TO CER-ADMINISTRATION.
039100     MOVE AUT-ENTITE         TO CER-ENTITE.
039200     MOVE AUT-UNITE          TO CER-UNITE.
039300     MOVE 'NNNN'             TO CER-DELEGUEES.
039400     MOVE ZERO               TO CER-NB-DELEGATIONS.
039500     MOVE 'N'                TO CER-CONFLIT CER-INUTILISE.
039600     MOVE ZERO               TO CER-DATE-DECISION.
039700     IF AUT-DERNIERE-ACTIVITE NUMERIC
039800         MOVE AUT-DERNIERE-ACTIVITE TO CER-DERNIERE-ACTIVITE
039900     ELSE
040000         MOVE ZERO TO CER-DERNIERE-ACTIVITE.
040100     MOVE ZERO TO NB-M NB-P.
040200     IF AUT-MISE-A-JOUR = 'O'
040300         ADD 1 TO NB-M
040400         MOVE AUT-ENTITE TO W-ENT-M (NB-M).
040500     IF AUT-APPROBATION = 'O'
040600         ADD 1 TO NB-P
040700         MOVE AUT-ENTITE TO W-ENT-P (NB-P).
040800     PERFORM 2200-DELEGATIONS-RECUES THRU 2200-EXIT.
040900*    LA LECTURE DES DELEGANTS A DEPLACE LA POSITION DU PARCOURS
041000     MOVE W-OPERATEUR-COURANT TO AUT-OPERATEUR.
041100     READ AUTFIC.
041200     IF NOT W-AUT-OK
041300         MOVE 'REPOSITIONNEMENT AUTFIC' TO W-MOTIF-ABANDON
041400         GO TO 9900-ABANDON.
041500     PERFORM 2400-CROISER THRU 2400-EXIT
041600         VARYING IX-M FROM 1 BY 1 UNTIL IX-M GREATER NB-M
041700         AFTER IX-P FROM 1 BY 1 UNTIL IX-P GREATER NB-P.
041800     IF CER-EN-CONFLIT
041900         ADD 1 TO CPT-CONFLITS.
042000     IF CER-DERNIERE-ACTIVITE LESS W-DATE-LIMITE
042100         MOVE 'O' TO CER-INUTILISE
042200         ADD 1 TO CPT-INUTILISES.
042300     PERFORM 2500-RESPONSABLE THRU 2500-EXIT.
042400     MOVE W-RESPONSABLE TO CER-RESPONSABLE.
042500     PERFORM 2600-POSER-LIGNE THRU 2600-EXIT.
042600     PERFORM 8100-LIRE-PROFIL THRU 8100-EXIT.
042700 2000-EXIT.
042800     EXIT.
042900******************************************************************
043000*  2200-DELEGATIONS-RECUES : DELEGATIONS DONT L OPERATEUR EST    *
043100*  DELEGATAIRE (LA CLE DELFIC COMMENCE PAR LUI)                  *
043200******************************************************************
043300 2200-DELEGATIONS-RECUES.
043400     MOVE W-OPERATEUR-COURANT TO DEL-DELEGATAIRE.
043500     MOVE LOW-VALUE           TO DEL-FONCTION DEL-DELEGANT.
043600     START DELFIC KEY NOT LESS DEL-CLE.
043700     IF W-DEL-ABSENT OR W-DEL-FIN
043800         GO TO 2200-EXIT.
043900     IF NOT W-DEL-OK
044000         MOVE 'START DELFIC' TO W-MOTIF-ABANDON
044100         GO TO 9900-ABANDON.
044200     MOVE 'N' TO W-FIN-DEL.
044300     PERFORM 2300-UNE-DELEGATION THRU 2300-EXIT
044400         UNTIL FIN-DEL.
044500 2200-EXIT.
044600     EXIT.
044700 2300-UNE-DELEGATION.
044800     PERFORM 8200-LIRE-DELEGATION THRU 8200-EXIT.
044900     IF FIN-DEL
045000         GO TO 2300-EXIT.
045100     PERFORM 8600-EN-VIGUEUR THRU 8600-EXIT.
045200     IF W-EN-VIGUEUR NOT = 'O'
045300         GO TO 2300-EXIT.
045400     ADD 1 TO CER-NB-DELEGATIONS.
045500     EVALUATE DEL-FONCTION
045600         WHEN 'C'
045700             MOVE 'O' TO CER-DEL-CONSULTATION
045800         WHEN 'M'
045900             MOVE 'O' TO CER-DEL-MISE-A-JOUR
046000             IF NB-M LESS 20
046100                 ADD 1 TO NB-M
046200                 MOVE W-ENTITE-EFFECTIVE TO W-ENT-M (NB-M)
046300             END-IF
046400         WHEN 'P'
046500             MOVE 'O' TO CER-DEL-APPROBATION
046600             IF NB-P LESS 20
046700                 ADD 1 TO NB-P
046800                 MOVE W-ENTITE-EFFECTIVE TO W-ENT-P (NB-P)
046900             END-IF
047000         WHEN 'A'
047100             MOVE 'O' TO CER-DEL-ADMINISTRATION
047200     END-EVALUATE.
047300 2300-EXIT.
047400     EXIT.
047500******************************************************************
047600*  2400-CROISER : UNE ENTITE DE MISE A JOUR FACE A UNE ENTITE    *
047700*  D APPROBATION - BLANC = TOUTES LES ENTITES                    *
047800******************************************************************
047900 2400-CROISER.
048000     IF W-ENT-M (IX-M) = SPACES
048100      OR W-ENT-P (IX-P) = SPACES
048200      OR W-ENT-M (IX-M) = W-ENT-P (IX-P)
048300         MOVE 'O' TO CER-CONFLIT.
048400 2400-EXIT.
048500     EXIT.
048600******************************************************************
048700*  2500-RESPONSABLE : AGENCE, PUIS REGION, PUIS DIVISION, PUIS   *
048800*  RESPONSABLE PAR DEFAUT - JAMAIS L OPERATEUR LUI-MEME          *
048900******************************************************************
049000 2500-RESPONSABLE.
049100     MOVE W-PARM-RESPONSABLE TO W-RESPONSABLE.
049200     MOVE SPACES TO W-REGION W-DIVISION.
049300     IF CER-UNITE = SPACES
049400         GO TO 2500-EXIT.
049500     MOVE CER-UNITE TO UNI-CODE.
049600     PERFORM 8300-LIRE-UNITE THRU 8300-EXIT.
049700     IF NOT W-UNI-OK
049800         GO TO 2500-EXIT.
049900     MOVE UNI-REGION   TO W-REGION.
050000     MOVE UNI-DIVISION TO W-DIVISION.
050100     IF UNI-RESPONSABLE NOT = SPACES
050200      AND UNI-RESPONSABLE NOT = W-OPERATEUR-COURANT
050300         MOVE UNI-RESPONSABLE TO W-RESPONSABLE
050400         GO TO 2500-EXIT.
050500     IF W-REGION NOT = SPACES
050600         MOVE W-REGION TO UNI-CODE
050700         PERFORM 8300-LIRE-UNITE THRU 8300-EXIT
050800         IF W-UNI-OK
050900          AND UNI-RESPONSABLE NOT = SPACES
051000          AND UNI-RESPONSABLE NOT = W-OPERATEUR-COURANT
051100             MOVE UNI-RESPONSABLE TO W-RESPONSABLE
051200             GO TO 2500-EXIT.
051300     IF W-DIVISION NOT = SPACES
051400         MOVE W-DIVISION TO UNI-CODE
051500         PERFORM 8300-LIRE-UNITE THRU 8300-EXIT
051600         IF W-UNI-OK
051700          AND UNI-RESPONSABLE NOT = SPACES
051800          AND UNI-RESPONSABLE NOT = W-OPERATEUR-COURANT
051900             MOVE UNI-RESPONSABLE TO W-RESPONSABLE.
052000 2500-EXIT.
052100     EXIT.
052200******************************************************************
052300*  2600-POSER-LIGNE : LIGNE NOUVELLE ECRITE, LIGNE EN ATTENTE    *
052400*  RAFRAICHIE, LIGNE DECIDEE LAISSEE                             *
052500******************************************************************
052600 2600-POSER-LIGNE.
052700     MOVE CER-ENREG TO W-CER-NOUVELLE.
052800     READ CERFIC.
052900     IF W-CER-ABSENT
053000         MOVE W-CER-NOUVELLE TO CER-ENREG
053100         WRITE CER-ENREG
053200         IF NOT W-CER-OK
053300             MOVE 'WRITE CERFIC' TO W-MOTIF-ABANDON
053400             GO TO 9900-ABANDON
053500         ELSE
053600             ADD 1 TO CPT-POSEES
053700             GO TO 2600-EXIT.
053800     IF NOT W-CER-OK
053900         MOVE 'READ CERFIC' TO W-MOTIF-ABANDON
054000         GO TO 9900-ABANDON.
054100     IF NOT CER-EN-ATTENTE
054200         ADD 1 TO CPT-DECIDEES
054300         GO TO 2600-EXIT.
054400     MOVE W-CER-NOUVELLE TO CER-ENREG.
054500     REWRITE CER-ENREG.
054600     IF NOT W-CER-OK
054700         MOVE 'REWRITE CERFIC' TO W-MOTIF-ABANDON
054800         GO TO 9900-ABANDON.
054900     ADD 1 TO CPT-RAFRAICHIES.
055000 2600-EXIT.
055100     EXIT.
055200******************************************************************
055300*  3000-EDITER : LIGNES DE LA CAMPAGNE DANS L ORDRE DE LA CLE,   *
055400*  RUPTURE SUR LE RESPONSABLE, DELEGATIONS EN VIGUEUR SOUS       *
055500*  CHAQUE LIGNE                                                  *
055600******************************************************************
055700 3000-EDITER.
055800     MOVE LOW-VALUE       TO CER-CLE.
055900     MOVE W-PARM-CAMPAGNE TO CER-CAMPAGNE.
056000     MOVE LOW-VALUE       TO W-RESPONSABLE-PRECEDENT.
056100     START CERFIC KEY NOT LESS CER-CLE.
056200     IF W-CER-ABSENT OR W-CER-FIN
056300         GO TO 3000-EXIT.
056400     IF NOT W-CER-OK
056500         MOVE 'START CERFIC' TO W-MOTIF-ABANDON
056600         GO TO 9900-ABANDON.
056700     PERFORM 8400-LIRE-LIGNE THRU 8400-EXIT.
056800     PERFORM 3100-UNE-LIGNE THRU 3100-EXIT
056900         UNTIL FIN-CER.
057000 3000-EXIT.
057100     EXIT.
057200 3100-UNE-LIGNE.
057300     ADD 1 TO CPT-LIGNES.
057400     IF CER-RESPONSABLE NOT = W-RESPONSABLE-PRECEDENT
057500         MOVE CER-RESPONSABLE TO W-RESPONSABLE-PRECEDENT
057600         MOVE SPACES TO ECR-LIGNE
057700         WRITE ECR-LIGNE
057800         MOVE CER-RESPONSABLE TO ECR-R-RESPONSABLE
057900         WRITE ECR-LIGNE FROM ECR-RESPONSABLE.
058000     EVALUATE TRUE
058100         WHEN CER-CONFIRMEE
058200             MOVE 'CONFIRMEE' TO W-LIB-DECISION
058300             ADD 1 TO CPT-CONFIRMEES
058400         WHEN CER-REVOQUEE
058500             MOVE 'REVOQUEE'  TO W-LIB-DECISION
058600             ADD 1 TO CPT-REVOQUEES
058700         WHEN OTHER
058800             MOVE 'EN ATTENTE' TO W-LIB-DECISION
058900             ADD 1 TO CPT-ATTENTE
059000     END-EVALUATE.
059100     MOVE CER-OPERATEUR         TO ECR-D-OPERATEUR.
059200     MOVE CER-CONSULTATION      TO ECR-D-C.
059300     MOVE CER-MISE-A-JOUR       TO ECR-D-M.
059400     MOVE CER-APPROBATION       TO ECR-D-P.
059500     MOVE CER-ADMINISTRATION    TO ECR-D-A.
059600     MOVE CER-ENTITE            TO ECR-D-ENTITE.
059700     MOVE CER-UNITE             TO ECR-D-UNITE.
059800     MOVE CER-DELEGUEES         TO ECR-D-DELEGUEES.
059900     MOVE CER-NB-DELEGATIONS    TO ECR-D-NB-DEL.
060000     MOVE CER-DERNIERE-ACTIVITE TO ECR-D-ACTIVITE.
060100     MOVE SPACES TO ECR-D-CONFLIT ECR-D-INUTILISE.
060200     IF CER-EN-CONFLIT
060300         MOVE 'CONFLIT M/P' TO ECR-D-CONFLIT.
060400     IF CER-PROFIL-INUTILISE
060500         MOVE 'INUTILISE' TO ECR-D-INUTILISE.
060600     MOVE W-LIB-DECISION TO ECR-D-DECISION.
060700     MOVE SPACES TO ECR-D-DATE-DECISION ECR-D-DECIDEUR.
060800     IF NOT CER-EN-ATTENTE
060900         MOVE CER-DATE-DECISION TO ECR-D-DATE-DECISION
061000         MOVE CER-DECIDEUR      TO ECR-D-DECIDEUR.
061100     WRITE ECR-LIGNE FROM ECR-DETAIL.
061200     IF CER-NB-DELEGATIONS GREATER ZERO
061300         MOVE CER-OPERATEUR TO W-OPERATEUR-COURANT
061400         PERFORM 3200-LISTER-DELEGATIONS THRU 3200-EXIT.
061500     PERFORM 8400-LIRE-LIGNE THRU 8400-EXIT.
061600 3100-EXIT.
061700     EXIT.
061800 3200-LISTER-DELEGATIONS.
061900     MOVE W-OPERATEUR-COURANT TO DEL-DELEGATAIRE.
062000     MOVE LOW-VALUE           TO DEL-FONCTION DEL-DELEGANT.
062100     START DELFIC KEY NOT LESS DEL-CLE.
062200     IF NOT W-DEL-OK
062300         GO TO 3200-EXIT.
062400     MOVE 'N' TO W-FIN-DEL.
062500 3200-SUIVANTE.
062600     PERFORM 8200-LIRE-DELEGATION THRU 8200-EXIT.
062700     IF FIN-DEL
062800         GO TO 3200-EXIT.
062900     PERFORM 8600-EN-VIGUEUR THRU 8600-EXIT.
063000     IF W-EN-VIGUEUR NOT = 'O'
063100         GO TO 3200-SUIVANTE.
063200     MOVE DEL-DELEGANT       TO ECR-L-DELEGANT.
063300     MOVE DEL-FONCTION       TO ECR-L-FONCTION.
063400     MOVE W-ENTITE-EFFECTIVE TO ECR-L-ENTITE.
063500     MOVE DEL-DATE-DEBUT     TO ECR-L-DEBUT.
063600     MOVE DEL-DATE-FIN       TO ECR-L-FIN.
063700     WRITE ECR-LIGNE FROM ECR-DELEGATION.
063800     GO TO 3200-SUIVANTE.
063900 3200-EXIT.
064000     EXIT.
064100******************************************************************
064200*  8100-LIRE-PROFIL : PROFIL SUIVANT                             *
064300******************************************************************
064400 8100-LIRE-PROFIL.
064500     READ AUTFIC NEXT.
064600     IF W-AUT-FIN
064700         MOVE 'O' TO W-FIN-AUT
064800         GO TO 8100-EXIT.
064900     IF NOT W-AUT-OK
065000         MOVE 'READ AUTFIC' TO W-MOTIF-ABANDON
065100         GO TO 9900-ABANDON.
065200 8100-EXIT.
065300     EXIT.
065400******************************************************************
065500*  8200-LIRE-DELEGATION : DELEGATION SUIVANTE DU DELEGATAIRE     *
065600*  COURANT (FIN-DEL A LA PREMIERE D UN AUTRE DELEGATAIRE)        *
065700******************************************************************
065800 8200-LIRE-DELEGATION.
065900     READ DELFIC NEXT.
066000     IF W-DEL-FIN
066100      OR DEL-DELEGATAIRE NOT = W-OPERATEUR-COURANT
066200         MOVE 'O' TO W-FIN-DEL
066300         GO TO 8200-EXIT.
066400     IF NOT W-DEL-OK
066500         MOVE 'READ DELFIC' TO W-MOTIF-ABANDON
066600         GO TO 9900-ABANDON.
066700 8200-EXIT.
066800     EXIT.
066900******************************************************************
067000*  8300-LIRE-UNITE : LECTURE DIRECTE UNITFIC (ABSENCE RENDUE A   *
067100*  L APPELANT)                                                   *
067200******************************************************************
067300 8300-LIRE-UNITE.
067400     READ UNITFIC.
067500     IF W-UNI-OK OR W-UNI-ABSENT
067600         GO TO 8300-EXIT.
067700     MOVE 'READ UNITFIC' TO W-MOTIF-ABANDON.
067800     GO TO 9900-ABANDON.
067900 8300-EXIT.
068000     EXIT.
068100******************************************************************
068200*  8400-LIRE-LIGNE : LIGNE CERFIC SUIVANTE DE LA CAMPAGNE        *
068300******************************************************************
068400 8400-LIRE-LIGNE.
068500     READ CERFIC NEXT.
068600     IF W-CER-FIN
068700      OR CER-CAMPAGNE NOT = W-PARM-CAMPAGNE
068800         MOVE 'O' TO W-FIN-CER
068900         GO TO 8400-EXIT.
069000     IF NOT W-CER-OK
069100         MOVE 'READ CERFIC' TO W-MOTIF-ABANDON
069200         GO TO 9900-ABANDON.
069300 8400-EXIT.
069400     EXIT.
069500******************************************************************
069600*  8600-EN-VIGUEUR : LA DELEGATION LUE EST-ELLE HONOREE PAR      *
069700*  GSAU400 CE JOUR (FENETRE, PAS D AUTO-DELEGATION, DELEGANT     *
069800*  DETENTEUR) ? ENTITE EFFECTIVE : CELLE DE LA DELEGATION, A     *
069900*  BLANC CELLE DU DELEGANT                                       *
070000******************************************************************
070100 8600-EN-VIGUEUR.
070200     MOVE 'N' TO W-EN-VIGUEUR.
070300     IF DEL-DELEGANT = DEL-DELEGATAIRE
070400         GO TO 8600-EXIT.
070500     IF W-DATE-JOUR LESS DEL-DATE-DEBUT
070600      OR W-DATE-JOUR GREATER DEL-DATE-FIN
070700         GO TO 8600-EXIT.
070800     MOVE DEL-DELEGANT TO AUT-OPERATEUR.
070900     READ AUTFIC.
071000     IF W-AUT-ABSENT
071100         GO TO 8600-EXIT.
071200     IF NOT W-AUT-OK
071300         MOVE 'READ AUTFIC DELEGANT' TO W-MOTIF-ABANDON
071400         GO TO 9900-ABANDON.
071500     MOVE 'N' TO W-DETIENT.
071600     EVALUATE DEL-FONCTION
071700         WHEN 'C' MOVE AUT-CONSULTATION   TO W-DETIENT
071800         WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-DETIENT
071900         WHEN 'P' MOVE AUT-APPROBATION    TO W-DETIENT
072000         WHEN 'A' MOVE AUT-ADMINISTRATION TO W-DETIENT
072100     END-EVALUATE.
072200     IF W-DETIENT NOT = 'O'
072300         GO TO 8600-EXIT.
072400     MOVE 'O' TO W-EN-VIGUEUR.
072500     IF DEL-ENTITE NOT = SPACES
072600         MOVE DEL-ENTITE TO W-ENTITE-EFFECTIVE
072700     ELSE
072800         MOVE AUT-ENTITE TO W-ENTITE-EFFECTIVE.
072900 8600-EXIT.
073000     EXIT.
073100******************************************************************
073200*  9000-TERMINAISON : TOTAUX, FERMETURES ET CODE RETOUR          *
073300******************************************************************
073400 9000-TERMINAISON.
073500     MOVE CPT-LIGNES     TO ECR-TOT-LIGNES.
073600     MOVE CPT-ATTENTE    TO ECR-TOT-ATTENTE.
073700     MOVE CPT-CONFIRMEES TO ECR-TOT-CONFIRMEES.
073800     MOVE CPT-REVOQUEES  TO ECR-TOT-REVOQUEES.
073900     MOVE CPT-CONFLITS   TO ECR-TOT-CONFLITS.
074000     MOVE CPT-INUTILISES TO ECR-TOT-INUTILISES.
074100     MOVE SPACES TO ECR-LIGNE.
074200     WRITE ECR-LIGNE.
074300     WRITE ECR-LIGNE FROM ECR-TOTAUX.
074400     CLOSE AUTFIC DELFIC UNITFIC CERFIC ETATCER.
074500     DISPLAY 'GSAU402 - CAMPAGNE            : ' W-PARM-CAMPAGNE.
074600     DISPLAY 'GSAU402 - PROFILS LUS         : ' CPT-PROFILS.
074700     DISPLAY 'GSAU402 - LIGNES POSEES       : ' CPT-POSEES.
074800     DISPLAY 'GSAU402 - LIGNES RAFRAICHIES  : ' CPT-RAFRAICHIES.
074900     DISPLAY 'GSAU402 - LIGNES DEJA DECIDEES: ' CPT-DECIDEES.
075000     DISPLAY 'GSAU402 - CONFLITS M/P        : ' CPT-CONFLITS.
075100     DISPLAY 'GSAU402 - PROFILS INUTILISES  : ' CPT-INUTILISES.
075200     IF CPT-CONFLITS GREATER ZERO
075300      OR CPT-INUTILISES GREATER ZERO
075400         MOVE 4 TO RETURN-CODE.
075500 9000-EXIT.
075600     EXIT.
075700******************************************************************
075800*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT                     *
075900******************************************************************
076000 9900-ABANDON.
076100     DISPLAY 'GSAU402 - ABANDON : ' W-MOTIF-ABANDON.
076200     MOVE 16 TO RETURN-CODE.
076300     STOP RUN.
