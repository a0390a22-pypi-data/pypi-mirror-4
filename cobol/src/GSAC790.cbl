000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSAC790.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSAC790 : NOTATION NOCTURNE DE L ACTIVITE DES OPERATEURS      *
000900*  ------------------------------------------------------------  *
001000*  LE FICHIER D ACTIVITE COMMUN (ACTJRN, ALIMENTE PAR LA FILE TD *
001100*  GACJ DE GSAD510, GSOL010, GSBS021 ET GSWB081) EST LU POUR LA  *
001200*  DATE ANALYSEE ; LES MOUVEMENTS DE FORMATION SONT IGNORES.     *
001300*  AUTO-CONTROLE : CHAQUE CREATION EST NOTEE DANS ORIFIC (PREMIER*
001400*  CREATEUR). UNE MODIFICATION, SUPPRESSION, RELACHE, ABANDON OU *
001500*  SOLDE PAR L OPERATEUR QUI A CREE L ENREGISTREMENT EST         *
001600*  SIGNALE ;                                                     *
001700*  RELACHE DU SUSPENS ET SOLDE DE CORBEILLE SONT AUSSI SIGNALES  *
001800*  QUAND L OPERATEUR A CREE LE CLIENT CONCERNE (NOMS).           *
001900*  NOTATION : LES MISES A JOUR DU JOUR (HORS PRISE D ELEMENT)    *
002000*  SONT COMPTEES PAR OPERATEUR ET DOMAINE, PUIS COMPAREES :      *
002100*   - A L HISTORIQUE DE L OPERATEUR (OPHFIC, MOYENNE DES JOURS   *
002200*     ACTIFS PARMI LES 30 DERNIERS PASSAGES) ;                   *
002300*   - AUX PAIRS (MEME ENTITE AUTFIC, MEME DOMAINE, ACTIFS CE     *
002400*     JOUR - DEUX PAIRS AU MOINS).                               *
002500*  SEUILS : REFTBL TYPE RINT CODE SCOR, LIBELLE COURT PPPNNNJJJ  *
002600*  (PPP = POURCENTAGE DE LA MOYENNE, NNN = PLANCHER, JJJ = JOURS *
002700*  ACTIFS MINIMUM D HISTORIQUE) - A DEFAUT 300 / 020 / 005.      *
002800*  EST HORS NORME L OPERATEUR QUI ATTEINT LE PLANCHER ET DEPASSE *
002900*  PPP % DE SA MOYENNE OU DE CELLE DE SES PAIRS.                 *
003000*  TOUTE ALERTE DEVIENT UN ELEMENT DE LA FILE INTERNE (GSWB080   *
003100*  TYPE INTR, WRK-FGS-CLE = OPERATEUR VISE) RESERVEE AU PROFIL   *
003200*  APPROBATION ; LE SUPERVISEUR LE SOLDE PAR GSWB081.            *
003300*  PARAMETRE : DATE ANALYSEE AAAAMMJJ (A BLANC = DATE DU JOUR)   *
003310*  LE JOUR ANALYSE DEVIENT LE DERNIER JOUR D ACTIVITE DE CHAQUE  *
003320*  OPERATEUR ACTIF (AUTFIC AUT-DERNIERE-ACTIVITE, LU PAR LA      *
003330*  RECERTIFICATION GSAU402).                                     *
003400*  ------------------------------------------------------------  *
003500*  ENTREE : ACTJRN   REFTBL (PAR GSRT060)                        *
003600*  M-A-J  : ORIFIC   OPHFIC   AUTFIC   WRKBSK (PAR GSWB080)      *
003700*  SORTIE : ETATOPR                                              *
003800*  ------------------------------------------------------------  *
003900*  HISTORIQUE DES MODIFICATIONS                                  *
004000*  15/10/26  DA  CREATION                                        *
004010*  15/10/26  DA  DERNIER JOUR D ACTIVITE POSE DANS AUTFIC        *
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.
004500     IBM-370.
004600 OBJECT-COMPUTER.
004700     IBM-370.
004800 SPECIAL-NAMES.
004900     DECIMAL-POINT IS COMMA.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT ACTJRN  ASSIGN  ACTJRN
005300       ORGANIZATION  SEQUENTIAL
005400       FILE STATUS   W-ACTJRN-STATUS.
005500     SELECT AUTFIC  ASSIGN  AUTFIC
005600       ORGANIZATION  INDEXED
005700       ACCESS MODE   RANDOM
005800       RECORD KEY    AUT-OPERATEUR
005900       FILE STATUS   W-AUTFIC-STATUS.
006000     SELECT ORIFIC  ASSIGN  ORIFIC
006100       ORGANIZATION  INDEXED
006200       ACCESS MODE   RANDOM
006300       RECORD KEY    ORI-CLE
006400       FILE STATUS   W-ORIFIC-STATUS.
006500     SELECT OPHFIC  ASSIGN  OPHFIC
006600       ORGANIZATION  INDEXED
006700       ACCESS MODE   DYNAMIC
006800       RECORD KEY    OPH-CLE
006900       FILE STATUS   W-OPHFIC-STATUS.
007000     SELECT ETATOPR ASSIGN  ETATOPR
007100       ORGANIZATION  SEQUENTIAL
007200       FILE STATUS   W-ETATOPR-STATUS.
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  ACTJRN
007600     LABEL RECORD STANDARD
007700     DATA RECORD ACV-ENREG.
007800 COPY FFFFFGAC.
007900 FD  AUTFIC
008000     LABEL RECORD STANDARD
008100     DATA RECORD AUT-ENREG.
008200 COPY FFFFFGA.
008300 FD  ORIFIC
008400     LABEL RECORD STANDARD
008500     DATA RECORD ORI-ENREG.
008600 COPY FFFFFGOR.
008700 FD  OPHFIC
008800     LABEL RECORD STANDARD
008900     DATA RECORD OPH-ENREG.
009000 COPY FFFFFGOH.
009100 FD  ETATOPR
009200     LABEL RECORD STANDARD
009300     DATA RECORD OPR-LIGNE.
009400 01  OPR-LIGNE                       PIC X(132).
009500 WORKING-STORAGE SECTION.
009600 77  CPT-ACV-LUS                     PIC S9(08) COMP VALUE ZERO.
009700 77  CPT-ACV-RETENUS                 PIC S9(08) COMP VALUE ZERO.
009800 77  CPT-CREATIONS                   PIC S9(08) COMP VALUE ZERO.
009900 77  CPT-AUTO                        PIC S9(08) COMP VALUE ZERO.
010000 77  CPT-ECARTS                      PIC S9(08) COMP VALUE ZERO.
010100 77  CPT-HISTO-MAJ                   PIC S9(08) COMP VALUE ZERO.
010200 77  CPT-HISTO-CREES                 PIC S9(08) COMP VALUE ZERO.
010300 77  CPT-DEBORDS                     PIC S9(08) COMP VALUE ZERO.
010400 77  IX-OPE                          PIC S9(04) COMP VALUE ZERO.
010500 77  NB-OPE                          PIC S9(04) COMP VALUE ZERO.
010600 77  IX-PAIR                         PIC S9(04) COMP VALUE ZERO.
010700 77  IX-AUTO                         PIC S9(04) COMP VALUE ZERO.
010800 77  NB-AUTO                         PIC S9(04) COMP VALUE ZERO.
010900 77  IX-JOUR                         PIC S9(04) COMP VALUE ZERO.
011000 77  IX-DEBUT                        PIC S9(04) COMP VALUE ZERO.
011100 01  W-FIN-ACV                       PIC X(01) VALUE 'N'.
011200     88  FIN-ACV                     VALUE 'O'.
011300 01  W-FIN-OPH                       PIC X(01) VALUE 'N'.
011400     88  FIN-OPH                     VALUE 'O'.
011500 01  W-ACTJRN-STATUS                 PIC X(02).
011600     88  W-ACV-OK                    VALUE '00'.
011700     88  W-ACV-FIN                   VALUE '10'.
011800 01  W-AUTFIC-STATUS                 PIC X(02).
011900     88  W-AUT-OK                    VALUE '00'.
012000     88  W-AUT-ABSENT                VALUE '23'.
012100 01  W-ORIFIC-STATUS                 PIC X(02).
012200     88  W-ORI-OK                    VALUE '00'.
012300     88  W-ORI-DOUBLE                VALUE '22'.
012400     88  W-ORI-ABSENT                VALUE '23'.
012500 01  W-OPHFIC-STATUS                 PIC X(02).
012600     88  W-OPH-OK                    VALUE '00'.
012700     88  W-OPH-FIN                   VALUE '10'.
012800     88  W-OPH-ABSENT                VALUE '23'.
012900 01  W-ETATOPR-STATUS                PIC X(02).
013000     88  W-OPR-OK                    VALUE '00'.
013100 01  W-MOTIF-ABANDON                 PIC X(40).
013200 01  W-DATE-JOUR                     PIC 9(08).
013300 01  W-PARM-DATE                     PIC X(08).
013400 01  W-PARM-DATE-9 REDEFINES W-PARM-DATE
013500                                     PIC 9(08).
013600 01  W-DATE-ANALYSE                  PIC 9(08).
013700*    SEUILS RINT / SCOR - LIBELLE COURT PPPNNNJJJ
013800 01  W-PARM-SEUIL                    PIC X(09).
013900 01  W-PARM-SEUIL-R REDEFINES W-PARM-SEUIL.
014000     05  W-PS-POURCENT               PIC 9(03).
014100     05  W-PS-PLANCHER               PIC 9(03).
014200     05  W-PS-JOURS                  PIC 9(03).
014300 01  W-SEUIL-POURCENT                PIC 9(03) VALUE 300.
014400 01  W-SEUIL-PLANCHER                PIC 9(03) VALUE 020.
014500 01  W-SEUIL-JOURS                   PIC 9(03) VALUE 005.
014600 01  W-ORI-TROUVE                    PIC X(01).
014700*    MISES A JOUR DU JOUR PAR OPERATEUR ET DOMAINE
014800 01  W-TABLE-OPERATEURS.
014900     05  W-OPE-POSTE OCCURS 2000.
015000         10  W-OPE-OPERATEUR         PIC X(08).
015100         10  W-OPE-DOMAINE           PIC X(04).
015200         10  W-OPE-ENTITE            PIC X(02).
015300         10  W-OPE-NB                PIC S9(08) COMP.
015400         10  W-OPE-HISTO             PIC X(01).
015500 01  W-OPERATEUR-CHERCHE             PIC X(08).
015600 01  W-DOMAINE-CHERCHE               PIC X(04).
015700 01  W-ENTITE-LUE                    PIC X(02).
015800*    ALERTES D AUTO-CONTROLE DEJA POSEES CE JOUR
015900 01  W-TABLE-AUTO.
016000     05  W-AUTO-POSTE OCCURS 500.
016100         10  W-AUTO-OPERATEUR        PIC X(08).
016200         10  W-AUTO-DOMAINE          PIC X(04).
016300         10  W-AUTO-CLE              PIC X(24).
016400 01  W-AUTO-DEJA                     PIC X(01).
016500*    NOTATION D UN OPERATEUR
016600 01  W-NB-JOUR                       PIC S9(08) COMP.
016700 01  W-HIS-TOTAL                     PIC S9(09) COMP.
016800 01  W-HIS-JOURS                     PIC S9(04) COMP.
016900 01  W-HIS-MOYENNE                   PIC S9(07)V99 COMP-3.
017000 01  W-PAI-TOTAL                     PIC S9(09) COMP.
017100 01  W-PAI-NB                        PIC S9(04) COMP.
017200 01  W-PAI-MOYENNE                   PIC S9(07)V99 COMP-3.
017300 01  W-BORNE                         PIC S9(09)V99 COMP-3.
017400 01  W-HORS-NORME                    PIC X(01).
017500 01  W-MOTIF-ECART.
017600     05  MOE-DOMAINE                 PIC X(04).
017700     05  FILLER                      PIC X(04) VALUE ' NB '.
017800     05  MOE-NB                      PIC 9(04).
017900     05  FILLER                      PIC X(05) VALUE ' HIS '.
018000     05  MOE-HIS                     PIC X(04).
018100     05  MOE-HIS-9 REDEFINES MOE-HIS PIC 9(04).
018200     05  FILLER                      PIC X(05) VALUE ' PAI '.
018300     05  MOE-PAI                     PIC X(04).
018400     05  MOE-PAI-9 REDEFINES MOE-PAI PIC 9(04).
018500 01  W-MOTIF-AUTO.
018600     05  FILLER                      PIC X(05) VALUE 'AUTO '.
018700     05  MOA-DOMAINE                 PIC X(04).
018800     05  FILLER                      PIC X(01) VALUE SPACE.
018900     05  MOA-CLE                     PIC X(20).
019000 COPY GSREFZ.
019100 COPY GSWBZ.
019200 01  OPR-ENTETE.
019300     05  FILLER                      PIC X(44)
019400         VALUE 'GSAC790 - ACTIVITE DES OPERATEURS - DATE : '.
019500     05  OPR-DATE                    PIC 9(08).
019600     05  FILLER                      PIC X(14)
019700         VALUE ' - SEUILS : % '.
019800     05  OPR-POURCENT                PIC ZZ9.
019900     05  FILLER                      PIC X(11) VALUE ' PLANCHER '.
020000     05  OPR-PLANCHER                PIC ZZ9.
020100     05  FILLER                      PIC X(07) VALUE ' JOURS '.
020200     05  OPR-JOURS                   PIC ZZ9.
020300     05  FILLER                      PIC X(39) VALUE SPACES.
020400 01  OPR-NOTE.
020500     05  FILLER                      PIC X(11)
020600         VALUE 'OPERATEUR  '.
020700     05  OPR-N-OPERATEUR             PIC X(08).
020800     05  FILLER                      PIC X(11)
020900         VALUE ' DOMAINE : '.
021000     05  OPR-N-DOMAINE               PIC X(04).
021100     05  FILLER                      PIC X(10) VALUE ' ENTITE : '.
021200     05  OPR-N-ENTITE                PIC X(02).
021300     05  FILLER                      PIC X(06) VALUE ' NB : '.
021400     05  OPR-N-NB                    PIC Z(04)9.
021500     05  FILLER                      PIC X(12)
021600         VALUE ' HISTO MOY '.
021700     05  OPR-N-HIS                   PIC Z(04)9,99.
021800     05  FILLER                      PIC X(01) VALUE '/'.
021900     05  OPR-N-JOURS                 PIC Z9.
022000     05  FILLER                      PIC X(10) VALUE 'J  PAIRS '.
022100     05  OPR-N-PAI                   PIC Z(04)9,99.
022200     05  FILLER                      PIC X(01) VALUE '/'.
022300     05  OPR-N-PAIRS                 PIC ZZ9.
022400     05  FILLER                      PIC X(02) VALUE SPACES.
022500     05  OPR-N-ALERTE                PIC X(10).
022600     05  FILLER                      PIC X(18) VALUE SPACES.
022700 01  OPR-AUTO.
022800     05  FILLER                      PIC X(17)
022900         VALUE 'AUTO-CONTROLE    '.
023000     05  OPR-A-OPERATEUR             PIC X(08).
023100     05  FILLER                      PIC X(11)
023200         VALUE ' DOMAINE : '.
023300     05  OPR-A-DOMAINE               PIC X(04).
023400     05  FILLER                      PIC X(11)
023500         VALUE ' FONCTION  '.
023600     05  OPR-A-FONCTION              PIC X(01).
023700     05  FILLER                      PIC X(08) VALUE ' CLE :  '.
023800     05  OPR-A-CLE                   PIC X(24).
023900     05  FILLER                      PIC X(10) VALUE ' CREE LE '.
024000     05  OPR-A-DATE-CREATION         PIC 9(08).
024100     05  FILLER                      PIC X(06) VALUE ' VIA  '.
024200     05  OPR-A-PROGRAMME             PIC X(08).
024300     05  FILLER                      PIC X(16) VALUE SPACES.
024400 01  OPR-TOTAUX.
024500     05  FILLER                      PIC X(21)
024600         VALUE 'TOTAUX - ACTIVITE LUE'.
024700     05  FILLER                      PIC X(02) VALUE ': '.
024800     05  TOT-LUS                     PIC Z(07)9.
024900     05  FILLER                      PIC X(11)
025000         VALUE ' RETENUE : '.
025100     05  TOT-RETENUS                 PIC Z(07)9.
025200     05  FILLER                      PIC X(12)
025300         VALUE ' CREATIONS :'.
025400     05  TOT-CREATIONS               PIC Z(07)9.
025500     05  FILLER                      PIC X(08) VALUE ' AUTO : '.
025600     05  TOT-AUTO                    PIC Z(07)9.
025700     05  FILLER                      PIC X(14)
025800         VALUE ' HORS NORME : '.
025900     05  TOT-ECARTS                  PIC Z(07)9.
026000     05  FILLER                      PIC X(13)
026100         VALUE ' HISTORIQUE :'.
026200     05  TOT-HISTO                   PIC Z(07)9.
026300     05  FILLER                      PIC X(03) VALUE SPACES.
026400 PROCEDURE DIVISION.
026500******************************************************************
026600*  0000-MAINLINE : ACTIVITE DU JOUR, NOTATION, HISTORIQUE        *
026700******************************************************************
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
027000     PERFORM 8100-LIRE-ACTIVITE THRU 8100-EXIT.
027100     PERFORM 2000-UNE-ACTIVITE THRU 2000-EXIT
027200         UNTIL FIN-ACV.
027300     PERFORM 3000-NOTER THRU 3000-EXIT
027400         VARYING IX-OPE FROM 1 BY 1
027500         UNTIL IX-OPE GREATER NB-OPE.
027600     PERFORM 4000-HISTORIQUE THRU 4000-EXIT.
027700     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
027800     GOBACK.
027900 0000-EXIT.
028000     EXIT.
028100******************************************************************
028200*  1000-INITIALISATION : DATE ANALYSEE, SEUILS, OUVERTURES       *
028300******************************************************************
028400 1000-INITIALISATION.
028500     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
028600     ACCEPT W-PARM-DATE.
028700     IF W-PARM-DATE = SPACES
028800         MOVE W-DATE-JOUR TO W-DATE-ANALYSE
028900     ELSE
029000         IF W-PARM-DATE-9 NOT NUMERIC
029100             MOVE 'DATE ANALYSEE INVALIDE' TO W-MOTIF-ABANDON
029200             GO TO 9900-ABANDON
029300         ELSE
029400             MOVE W-PARM-DATE-9 TO W-DATE-ANALYSE.
029500     PERFORM 1200-LIRE-SEUILS THRU 1200-EXIT.
029600     OPEN INPUT  ACTJRN.
029700     IF NOT W-ACV-OK
029800         MOVE 'OPEN ACTJRN' TO W-MOTIF-ABANDON
029900         GO TO 9900-ABANDON.
030000     OPEN I-O    AUTFIC.
030100     IF NOT W-AUT-OK
030200         MOVE 'OPEN AUTFIC' TO W-MOTIF-ABANDON
030300         GO TO 9900-ABANDON.
030400     OPEN I-O    ORIFIC.
030500     IF NOT W-ORI-OK
030600         MOVE 'OPEN ORIFIC' TO W-MOTIF-ABANDON
030700         GO TO 9900-ABANDON.
030800     OPEN I-O    OPHFIC.
030900     IF NOT W-OPH-OK
031000         MOVE 'OPEN OPHFIC' TO W-MOTIF-ABANDON
031100         GO TO 9900-ABANDON.
031200     OPEN OUTPUT ETATOPR.
031300     IF NOT W-OPR-OK
031400         MOVE 'OPEN ETATOPR' TO W-MOTIF-ABANDON
031500         GO TO 9900-ABANDON.
031600     MOVE W-DATE-ANALYSE   TO OPR-DATE.
031700     MOVE W-SEUIL-POURCENT TO OPR-POURCENT.
031800     MOVE W-SEUIL-PLANCHER TO OPR-PLANCHER.
031900     MOVE W-SEUIL-JOURS    TO OPR-JOURS.
032000     WRITE OPR-LIGNE FROM OPR-ENTETE.
032100 1000-EXIT.
032200     EXIT.
032300******************************************************************
032400*  1200-LIRE-SEUILS : REFTBL RINT / SCOR A LA DATE ANALYSEE -    *
032500*  ABSENT OU HORS PERIODE = SEUILS PAR DEFAUT                    *
032600******************************************************************
032700 1200-LIRE-SEUILS.
032800     MOVE 'RINT'         TO REF-D-TYPE.
032900     MOVE SPACES         TO REF-D-CODE.
033000     MOVE 'SCOR'         TO REF-D-CODE (1:4).
033100     MOVE W-DATE-ANALYSE TO REF-D-DATE.
033200     CALL 'GSRT060' USING REF-DEM.
033300     IF REF-D-INCIDENT
033400         MOVE 'GSRT060 - LECTURE REFTBL' TO W-MOTIF-ABANDON
033500         GO TO 9900-ABANDON.
033600     IF NOT REF-D-TROUVE
033700         GO TO 1200-EXIT.
033800     MOVE REF-D-LIB-COURT (1:9) TO W-PARM-SEUIL.
033900     IF W-PARM-SEUIL NOT NUMERIC
034000         MOVE 'SEUILS RINT SCOR NON NUMERIQUES' TO W-MOTIF-ABANDON
034100         GO TO 9900-ABANDON.
034200     IF W-PS-POURCENT LESS 100
034300         MOVE 'SEUILS RINT SCOR - POURCENTAGE < 100'
034400           TO W-MOTIF-ABANDON
034500         GO TO 9900-ABANDON.
034600     MOVE W-PS-POURCENT TO W-SEUIL-POURCENT.
034700     MOVE W-PS-PLANCHER TO W-SEUIL-PLANCHER.
034800     MOVE W-PS-JOURS    TO W-SEUIL-JOURS.
034900 1200-EXIT.
035000     EXIT.
035100******************************************************************
035200*  2000-UNE-ACTIVITE : CREATION NOTEE, AUTO-CONTROLE, CUMUL      *
035300******************************************************************
035400 2000-UNE-ACTIVITE.
035500     ADD 1 TO CPT-ACV-LUS.
035600     IF ACV-DATE NOT = W-DATE-ANALYSE
035700      OR ACV-FORMATION = 'O'
035800         GO TO 2000-SUIVANT.
035900     ADD 1 TO CPT-ACV-RETENUS.
036000     IF ACV-CREATION
036100         PERFORM 2100-NOTER-ORIGINE THRU 2100-EXIT
036200         GO TO 2000-CUMUL.
036300*    LA PRISE D UN ELEMENT N EST NI UNE MISE A JOUR NI UN AVIS
036400     IF ACV-FONCTION = 'P'
036500         GO TO 2000-SUIVANT.
036600     PERFORM 2200-AUTO-CONTROLE THRU 2200-EXIT.
036700 2000-CUMUL.
036800     PERFORM 2400-CUMULER THRU 2400-EXIT.
036900 2000-SUIVANT.
037000     PERFORM 8100-LIRE-ACTIVITE THRU 8100-EXIT.
037100 2000-EXIT.
037200     EXIT.
037300******************************************************************
037400*  2100-NOTER-ORIGINE : PREMIER CREATEUR DE L ENREGISTREMENT     *
037500******************************************************************
037600 2100-NOTER-ORIGINE.
037700     MOVE SPACES         TO ORI-ENREG.
037800     MOVE ACV-DOMAINE    TO ORI-DOMAINE.
037900     MOVE ACV-CLE        TO ORI-CLE-ENREG.
038000     MOVE ACV-OPERATEUR  TO ORI-OPERATEUR.
038100     MOVE ACV-DATE       TO ORI-DATE.
038200     WRITE ORI-ENREG.
038300     IF W-ORI-DOUBLE
038400         GO TO 2100-EXIT.
038500     IF NOT W-ORI-OK
038600         MOVE 'WRITE ORIFIC' TO W-MOTIF-ABANDON
038700         GO TO 9900-ABANDON.
038800     ADD 1 TO CPT-CREATIONS.
038900 2100-EXIT.
039000     EXIT.
039100******************************************************************
039200*  2200-AUTO-CONTROLE : L OPERATEUR AGIT SUR CE QU IL A CREE -   *
039300*  L ENREGISTREMENT LUI-MEME, OU POUR UNE RELACHE DU SUSPENS ET  *
039400*  UN SOLDE DE CORBEILLE LE CLIENT CONCERNE                      *
039500******************************************************************
039600 2200-AUTO-CONTROLE.
039700     MOVE ACV-DOMAINE    TO ORI-DOMAINE.
039800     MOVE ACV-CLE        TO ORI-CLE-ENREG.
039900     PERFORM 8300-LIRE-ORIGINE THRU 8300-EXIT.
040000     IF W-ORI-TROUVE = 'O'
040100      AND ORI-OPERATEUR = ACV-OPERATEUR
040200         PERFORM 2300-ALERTE-AUTO THRU 2300-EXIT
040300         GO TO 2200-EXIT.
040400     IF ACV-FONCTION NOT = 'R' AND ACV-FONCTION NOT = 'D'
040500         GO TO 2200-EXIT.
040600     IF ACV-FGS-CLE = SPACES
040700         GO TO 2200-EXIT.
040800     MOVE 'NOMS'         TO ORI-DOMAINE.
040900     MOVE ACV-FGS-CLE    TO ORI-CLE-ENREG.
041000     PERFORM 8300-LIRE-ORIGINE THRU 8300-EXIT.
041100     IF W-ORI-TROUVE = 'O'
041200      AND ORI-OPERATEUR = ACV-OPERATEUR
041300         PERFORM 2300-ALERTE-AUTO THRU 2300-EXIT.
041400 2200-EXIT.
041500     EXIT.
041600******************************************************************
041700*  2300-ALERTE-AUTO : UNE SEULE ALERTE PAR OPERATEUR, DOMAINE ET *
041800*  CLE DANS LA NUIT - ELEMENT DE LA FILE INTERNE ET LIGNE D ETAT *
041900******************************************************************
042000 2300-ALERTE-AUTO.
042100     PERFORM 2350-CHERCHER-AUTO THRU 2350-EXIT.
042200     IF W-AUTO-DEJA = 'O'
042300         GO TO 2300-EXIT.
042400     IF NB-AUTO LESS 500
042500         ADD 1 TO NB-AUTO
042600         MOVE ACV-OPERATEUR TO W-AUTO-OPERATEUR (NB-AUTO)
042700         MOVE ORI-DOMAINE   TO W-AUTO-DOMAINE (NB-AUTO)
042800         MOVE ORI-CLE-ENREG TO W-AUTO-CLE (NB-AUTO)
042900     ELSE
043000         ADD 1 TO CPT-DEBORDS.
043100     MOVE ORI-DOMAINE          TO MOA-DOMAINE.
043200     MOVE ORI-CLE-ENREG        TO MOA-CLE.
043300     MOVE 'INTR'               TO WBZ-TYPE-EXC.
043400     MOVE ACV-OPERATEUR        TO WBZ-FGS-CLE.
043500     MOVE W-MOTIF-AUTO         TO WBZ-MOTIF.
043600     MOVE 'GSAC790 '           TO WBZ-PROGRAMME.
043700     CALL 'GSWB080' USING WBZ-ZONE.
043800     IF NOT WBZ-POSE
043900         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
044000         GO TO 9900-ABANDON.
044100     MOVE ACV-OPERATEUR        TO OPR-A-OPERATEUR.
044200     MOVE ORI-DOMAINE          TO OPR-A-DOMAINE.
044300     MOVE ACV-FONCTION         TO OPR-A-FONCTION.
044400     MOVE ORI-CLE-ENREG        TO OPR-A-CLE.
044500     MOVE ORI-DATE             TO OPR-A-DATE-CREATION.
044600     MOVE ACV-PROGRAMME        TO OPR-A-PROGRAMME.
044700     WRITE OPR-LIGNE FROM OPR-AUTO.
044800     ADD 1 TO CPT-AUTO.
044900 2300-EXIT.
045000     EXIT.
045100 2350-CHERCHER-AUTO.
045200     MOVE 'N'  TO W-AUTO-DEJA.
045300     MOVE ZERO TO IX-AUTO.
045400 2350-SUIVANT.
045500     ADD 1 TO IX-AUTO.
045600     IF IX-AUTO GREATER NB-AUTO
045700         GO TO 2350-EXIT.
045800     IF W-AUTO-OPERATEUR (IX-AUTO) = ACV-OPERATEUR
045900      AND W-AUTO-DOMAINE (IX-AUTO) = ORI-DOMAINE
046000      AND W-AUTO-CLE (IX-AUTO) = ORI-CLE-ENREG
046100         MOVE 'O' TO W-AUTO-DEJA
046200         GO TO 2350-EXIT.
046300     GO TO 2350-SUIVANT.
046400 2350-EXIT.
046500     EXIT.
046600******************************************************************
046700*  2400-CUMULER : POSTE OPERATEUR + DOMAINE (CREE AVEC L ENTITE  *
046800*  AUTFIC DE L OPERATEUR - A BLANC OU INCONNU = **)              *
046900******************************************************************
047000 2400-CUMULER.
047100     MOVE ACV-OPERATEUR TO W-OPERATEUR-CHERCHE.
047200     MOVE ACV-DOMAINE   TO W-DOMAINE-CHERCHE.
047300     PERFORM 8500-CHERCHER-OPERATEUR THRU 8500-EXIT.
047400     IF IX-OPE NOT GREATER NB-OPE
047500         ADD 1 TO W-OPE-NB (IX-OPE)
047600         GO TO 2400-EXIT.
047700     IF NB-OPE NOT LESS 2000
047800         MOVE 'TABLE DES OPERATEURS PLEINE (2000)'
047900           TO W-MOTIF-ABANDON
048000         GO TO 9900-ABANDON.
048100     PERFORM 8400-LIRE-PROFIL THRU 8400-EXIT.
048200     ADD 1 TO NB-OPE.
048300     MOVE ACV-OPERATEUR TO W-OPE-OPERATEUR (NB-OPE).
048400     MOVE ACV-DOMAINE   TO W-OPE-DOMAINE (NB-OPE).
048500     MOVE W-ENTITE-LUE  TO W-OPE-ENTITE (NB-OPE).
048600     MOVE 1             TO W-OPE-NB (NB-OPE).
048700     MOVE 'N'           TO W-OPE-HISTO (NB-OPE).
048800 2400-EXIT.
048900     EXIT.
049000******************************************************************
049100*  3000-NOTER : UN OPERATEUR ET UN DOMAINE FACE A SON HISTORIQUE *
049200*  ET A SES PAIRS - LIGNE D ETAT, ELEMENT INTERNE SI HORS NORME  *
049300******************************************************************
049400 3000-NOTER.
049500     MOVE W-OPE-NB (IX-OPE) TO W-NB-JOUR.
049600     MOVE ZERO TO W-HIS-TOTAL W-HIS-JOURS W-HIS-MOYENNE.
049700     MOVE ZERO TO W-PAI-TOTAL W-PAI-NB W-PAI-MOYENNE.
049800     MOVE 'N'  TO W-HORS-NORME.
049900     MOVE W-OPE-OPERATEUR (IX-OPE) TO OPH-OPERATEUR.
050000     MOVE W-OPE-DOMAINE (IX-OPE)   TO OPH-DOMAINE.
050100     READ OPHFIC.
050200     IF NOT W-OPH-OK AND NOT W-OPH-ABSENT
050300         MOVE 'READ OPHFIC' TO W-MOTIF-ABANDON
050400         GO TO 9900-ABANDON.
050500*    LE POSTE 1 D UNE REPRISE DE LA MEME DATE EST CELUI DU JOUR
050600     IF W-OPH-OK
050700         MOVE 1 TO IX-DEBUT
050800         IF OPH-DATE-DERNIER = W-DATE-ANALYSE
050900             MOVE 2 TO IX-DEBUT
051000         END-IF
051100         PERFORM 3100-CUMULER-HISTO THRU 3100-EXIT
051200             VARYING IX-JOUR FROM IX-DEBUT BY 1
051300             UNTIL IX-JOUR GREATER OPH-NB-JOURS
051400                OR IX-JOUR GREATER 30.
051500     IF W-HIS-JOURS GREATER ZERO
051600         COMPUTE W-HIS-MOYENNE ROUNDED
051700                 = W-HIS-TOTAL / W-HIS-JOURS.
051800     PERFORM 3200-CUMULER-PAIRS THRU 3200-EXIT
051900         VARYING IX-PAIR FROM 1 BY 1
052000         UNTIL IX-PAIR GREATER NB-OPE.
052100     IF W-PAI-NB GREATER ZERO
052200         COMPUTE W-PAI-MOYENNE ROUNDED
052300                 = W-PAI-TOTAL / W-PAI-NB.
052400     IF W-NB-JOUR NOT LESS W-SEUIL-PLANCHER
052500         IF W-HIS-JOURS NOT LESS W-SEUIL-JOURS
052600             COMPUTE W-BORNE = W-HIS-MOYENNE * W-SEUIL-POURCENT
052700                             / 100
052800             IF W-NB-JOUR GREATER W-BORNE
052900                 MOVE 'O' TO W-HORS-NORME
053000             END-IF
053100         END-IF
053200         IF W-PAI-NB NOT LESS 2
053300             COMPUTE W-BORNE = W-PAI-MOYENNE * W-SEUIL-POURCENT
053400                             / 100
053500             IF W-NB-JOUR GREATER W-BORNE
053600                 MOVE 'O' TO W-HORS-NORME
053700             END-IF
053800         END-IF
053900     END-IF.
054000     MOVE W-OPE-OPERATEUR (IX-OPE) TO OPR-N-OPERATEUR.
054100     MOVE W-OPE-DOMAINE (IX-OPE)   TO OPR-N-DOMAINE.
054200     MOVE W-OPE-ENTITE (IX-OPE)    TO OPR-N-ENTITE.
054300     MOVE W-NB-JOUR                TO OPR-N-NB.
054400     MOVE W-HIS-MOYENNE            TO OPR-N-HIS.
054500     MOVE W-HIS-JOURS              TO OPR-N-JOURS.
054600     MOVE W-PAI-MOYENNE            TO OPR-N-PAI.
054700     MOVE W-PAI-NB                 TO OPR-N-PAIRS.
054800     MOVE SPACES                   TO OPR-N-ALERTE.
054900     IF W-HORS-NORME = 'O'
055000         MOVE 'HORS NORME' TO OPR-N-ALERTE
055100         PERFORM 3300-ALERTE-ECART THRU 3300-EXIT.
055200     WRITE OPR-LIGNE FROM OPR-NOTE.
055300 3000-EXIT.
055400     EXIT.
055500*    JOURS ACTIFS SEULEMENT : LES JOURS CHOMES NE DILUENT PAS LA
055600*    MOYENNE DE L OPERATEUR
055700 3100-CUMULER-HISTO.
055800     IF OPH-JOUR (IX-JOUR) GREATER ZERO
055900         ADD OPH-JOUR (IX-JOUR) TO W-HIS-TOTAL
056000         ADD 1 TO W-HIS-JOURS.
056100 3100-EXIT.
056200     EXIT.
056300 3200-CUMULER-PAIRS.
056400     IF IX-PAIR NOT = IX-OPE
056500      AND W-OPE-ENTITE (IX-PAIR)  = W-OPE-ENTITE (IX-OPE)
056600      AND W-OPE-DOMAINE (IX-PAIR) = W-OPE-DOMAINE (IX-OPE)
056700         ADD W-OPE-NB (IX-PAIR) TO W-PAI-TOTAL
056800         ADD 1 TO W-PAI-NB.
056900 3200-EXIT.
057000     EXIT.
057100******************************************************************
057200*  3300-ALERTE-ECART : ELEMENT DE LA FILE INTERNE - MOTIF =      *
057300*  DOMAINE, NOMBRE DU JOUR, MOYENNES HISTORIQUE ET PAIRS         *
057400*  (---- = SANS OBJET)                                           *
057500******************************************************************
057600 3300-ALERTE-ECART.
057700     MOVE W-OPE-DOMAINE (IX-OPE) TO MOE-DOMAINE.
057800     IF W-NB-JOUR GREATER 9999
057900         MOVE 9999 TO MOE-NB
058000     ELSE
058100         MOVE W-NB-JOUR TO MOE-NB.
058200     IF W-HIS-JOURS NOT LESS W-SEUIL-JOURS
058300         MOVE W-HIS-MOYENNE TO MOE-HIS-9
058400     ELSE
058500         MOVE '----' TO MOE-HIS.
058600     IF W-PAI-NB NOT LESS 2
058700         MOVE W-PAI-MOYENNE TO MOE-PAI-9
058800     ELSE
058900         MOVE '----' TO MOE-PAI.
059000     MOVE 'INTR'                   TO WBZ-TYPE-EXC.
059100     MOVE W-OPE-OPERATEUR (IX-OPE) TO WBZ-FGS-CLE.
059200     MOVE W-MOTIF-ECART            TO WBZ-MOTIF.
059300     MOVE 'GSAC790 '               TO WBZ-PROGRAMME.
059400     CALL 'GSWB080' USING WBZ-ZONE.
059500     IF NOT WBZ-POSE
059600         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-ABANDON
059700         GO TO 9900-ABANDON.
059800     ADD 1 TO CPT-ECARTS.
059900 3300-EXIT.
060000     EXIT.
060100******************************************************************
060200*  4000-HISTORIQUE : GLISSEMENT DE TOUS LES HISTORIQUES (ZERO    *
060300*  POUR UN OPERATEUR SANS ACTIVITE CE JOUR) PUIS CREATION DES    *
060400*  HISTORIQUES DES NOUVEAUX OPERATEURS / DOMAINES                *
060500******************************************************************
060600 4000-HISTORIQUE.
060700     MOVE LOW-VALUE TO OPH-CLE.
060800     START OPHFIC KEY NOT LESS OPH-CLE.
060900     IF W-OPH-ABSENT
061000         MOVE 'O' TO W-FIN-OPH
061100     ELSE
061200         IF NOT W-OPH-OK
061300             MOVE 'START OPHFIC' TO W-MOTIF-ABANDON
061400             GO TO 9900-ABANDON
061500         ELSE
061600             PERFORM 8200-LIRE-HISTORIQUE THRU 8200-EXIT.
061700     PERFORM 4100-UN-HISTORIQUE THRU 4100-EXIT
061800         UNTIL FIN-OPH.
061900     PERFORM 4300-CREER-HISTORIQUE THRU 4300-EXIT
062000         VARYING IX-OPE FROM 1 BY 1
062100         UNTIL IX-OPE GREATER NB-OPE.
062200 4000-EXIT.
062300     EXIT.
062400 4100-UN-HISTORIQUE.
062500     MOVE OPH-OPERATEUR TO W-OPERATEUR-CHERCHE.
062600     MOVE OPH-DOMAINE   TO W-DOMAINE-CHERCHE.
062700     PERFORM 8500-CHERCHER-OPERATEUR THRU 8500-EXIT.
062800     IF IX-OPE NOT GREATER NB-OPE
062900         MOVE W-OPE-NB (IX-OPE) TO W-NB-JOUR
063000         MOVE 'O' TO W-OPE-HISTO (IX-OPE)
063100     ELSE
063200         MOVE ZERO TO W-NB-JOUR.
063300     IF W-NB-JOUR GREATER 99999
063400         MOVE 99999 TO W-NB-JOUR.
063500*    HISTORIQUE DEJA PORTE A UNE DATE ULTERIEURE : INCHANGE
063600     IF OPH-DATE-DERNIER GREATER W-DATE-ANALYSE
063700         GO TO 4100-SUIVANT.
063800     IF OPH-DATE-DERNIER LESS W-DATE-ANALYSE
063900         PERFORM 4200-GLISSER THRU 4200-EXIT
064000             VARYING IX-JOUR FROM 30 BY -1
064100             UNTIL IX-JOUR LESS 2
064200         IF OPH-NB-JOURS LESS 30
064300             ADD 1 TO OPH-NB-JOURS
064400         END-IF
064500         MOVE W-DATE-ANALYSE TO OPH-DATE-DERNIER.
064600     MOVE W-NB-JOUR TO OPH-JOUR (1).
064700     REWRITE OPH-ENREG.
064800     IF NOT W-OPH-OK
064900         MOVE 'REWRITE OPHFIC' TO W-MOTIF-ABANDON
065000         GO TO 9900-ABANDON.
065100     ADD 1 TO CPT-HISTO-MAJ.
065200 4100-SUIVANT.
065300     PERFORM 8200-LIRE-HISTORIQUE THRU 8200-EXIT.
065400 4100-EXIT.
065500     EXIT.
065600 4200-GLISSER.
065700     MOVE OPH-JOUR (IX-JOUR - 1) TO OPH-JOUR (IX-JOUR).
065800 4200-EXIT.
065900     EXIT.
066000 4300-CREER-HISTORIQUE.
066100     IF W-OPE-HISTO (IX-OPE) = 'O'
066200         GO TO 4300-EXIT.
066300     MOVE W-OPE-NB (IX-OPE) TO W-NB-JOUR.
066400     IF W-NB-JOUR GREATER 99999
066500         MOVE 99999 TO W-NB-JOUR.
066600     MOVE SPACES                   TO OPH-ENREG.
066700     MOVE W-OPE-OPERATEUR (IX-OPE) TO OPH-OPERATEUR.
066800     MOVE W-OPE-DOMAINE (IX-OPE)   TO OPH-DOMAINE.
066900     MOVE W-DATE-ANALYSE           TO OPH-DATE-DERNIER.
067000     MOVE 1                        TO OPH-NB-JOURS.
067100     PERFORM 4350-RAZ-JOUR THRU 4350-EXIT
067200         VARYING IX-JOUR FROM 2 BY 1
067300         UNTIL IX-JOUR GREATER 30.
067400     MOVE W-NB-JOUR                TO OPH-JOUR (1).
067500     WRITE OPH-ENREG.
067600     IF NOT W-OPH-OK
067700         MOVE 'WRITE OPHFIC' TO W-MOTIF-ABANDON
067800         GO TO 9900-ABANDON.
067900     ADD 1 TO CPT-HISTO-CREES.
068000 4300-EXIT.
068100     EXIT.
068200 4350-RAZ-JOUR.
068300     MOVE ZERO TO OPH-JOUR (IX-JOUR).
068400 4350-EXIT.
068500     EXIT.
068600******************************************************************
068700*  8100-LIRE-ACTIVITE : MOUVEMENT D ACTIVITE SUIVANT             *
068800******************************************************************
068900 8100-LIRE-ACTIVITE.
069000     READ ACTJRN.
069100     IF W-ACV-FIN
069200         MOVE 'O' TO W-FIN-ACV
069300         GO TO 8100-EXIT.
069400     IF NOT W-ACV-OK
069500         MOVE 'READ ACTJRN' TO W-MOTIF-ABANDON
069600         GO TO 9900-ABANDON.
069700 8100-EXIT.
069800     EXIT.
069900******************************************************************
070000*  8200-LIRE-HISTORIQUE : HISTORIQUE SUIVANT                     *
070100******************************************************************
070200 8200-LIRE-HISTORIQUE.
070300     READ OPHFIC NEXT.
070400     IF W-OPH-FIN
070500         MOVE 'O' TO W-FIN-OPH
070600         GO TO 8200-EXIT.
070700     IF NOT W-OPH-OK
070800         MOVE 'READ OPHFIC' TO W-MOTIF-ABANDON
070900         GO TO 9900-ABANDON.
071000 8200-EXIT.
071100     EXIT.
071200******************************************************************
071300*  8300-LIRE-ORIGINE : CREATEUR DE ORI-CLE (W-ORI-TROUVE)        *
071400******************************************************************
071500 8300-LIRE-ORIGINE.
071600     MOVE 'N' TO W-ORI-TROUVE.
071700     READ ORIFIC.
071800     IF W-ORI-ABSENT
071900         GO TO 8300-EXIT.
072000     IF NOT W-ORI-OK
072100         MOVE 'READ ORIFIC' TO W-MOTIF-ABANDON
072200         GO TO 9900-ABANDON.
072300     MOVE 'O' TO W-ORI-TROUVE.
072400 8300-EXIT.
072500     EXIT.
072600******************************************************************
072700*  8400-LIRE-PROFIL : ENTITE DE L OPERATEUR (GROUPE DE PAIRS)    *
072710*  ET JOUR ANALYSE POSE COMME DERNIER JOUR D ACTIVITE            *
072800******************************************************************
072900 8400-LIRE-PROFIL.
073000     MOVE '**'          TO W-ENTITE-LUE.
073100     MOVE ACV-OPERATEUR TO AUT-OPERATEUR.
073200     READ AUTFIC.
073300     IF W-AUT-ABSENT
073400         GO TO 8400-EXIT.
073500     IF NOT W-AUT-OK
073600         MOVE 'READ AUTFIC' TO W-MOTIF-ABANDON
073700         GO TO 9900-ABANDON.
073800     IF AUT-ENTITE NOT = SPACES
073900         MOVE AUT-ENTITE TO W-ENTITE-LUE.
073910     IF AUT-DERNIERE-ACTIVITE NUMERIC
073920      AND AUT-DERNIERE-ACTIVITE NOT LESS W-DATE-ANALYSE
073930         GO TO 8400-EXIT.
073940     MOVE W-DATE-ANALYSE TO AUT-DERNIERE-ACTIVITE.
073950     REWRITE AUT-ENREG.
073960     IF NOT W-AUT-OK
073970         MOVE 'REWRITE AUTFIC' TO W-MOTIF-ABANDON
073980         GO TO 9900-ABANDON.
074000 8400-EXIT.
074100     EXIT.
074200******************************************************************
074300*  8500-CHERCHER-OPERATEUR : POSTE DE W-OPERATEUR-CHERCHE ET     *
074400*  W-DOMAINE-CHERCHE (IX-OPE > NB-OPE SI ABSENT)                 *
074500******************************************************************
074600 8500-CHERCHER-OPERATEUR.
074700     MOVE ZERO TO IX-OPE.
074800 8500-SUIVANT.
074900     ADD 1 TO IX-OPE.
075000     IF IX-OPE GREATER NB-OPE
075100         GO TO 8500-EXIT.
075200     IF W-OPE-OPERATEUR (IX-OPE) = W-OPERATEUR-CHERCHE
075300      AND W-OPE-DOMAINE (IX-OPE) = W-DOMAINE-CHERCHE
075400         GO TO 8500-EXIT.
075500     GO TO 8500-SUIVANT.
075600 8500-EXIT.
075700     EXIT.
075800******************************************************************
075900*  9000-TERMINAISON : TOTAUX ET FERMETURES                       *
076000******************************************************************
076100 9000-TERMINAISON.
076200     MOVE CPT-ACV-LUS     TO TOT-LUS.
076300     MOVE CPT-ACV-RETENUS TO TOT-RETENUS.
076400     MOVE CPT-CREATIONS   TO TOT-CREATIONS.
076500     MOVE CPT-AUTO        TO TOT-AUTO.
076600     MOVE CPT-ECARTS      TO TOT-ECARTS.
076700     COMPUTE TOT-HISTO = CPT-HISTO-MAJ + CPT-HISTO-CREES.
076800     WRITE OPR-LIGNE FROM OPR-TOTAUX.
076900     CLOSE ACTJRN AUTFIC ORIFIC OPHFIC ETATOPR.
077000     DISPLAY 'GSAC790 - ALERTES AUTO-CONTROLE : ' CPT-AUTO.
077100     DISPLAY 'GSAC790 - OPERATEURS HORS NORME : ' CPT-ECARTS.
077200     IF CPT-DEBORDS GREATER ZERO
077300         DISPLAY 'GSAC790 - ALERTES HORS TABLE : ' CPT-DEBORDS
077400         MOVE 4 TO RETURN-CODE.
077500 9000-EXIT.
077600     EXIT.
077700******************************************************************
077800*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT                     *
077900******************************************************************
078000 9900-ABANDON.
078100     DISPLAY 'GSAC790 - ABANDON : ' W-MOTIF-ABANDON.
078200     MOVE 16 TO RETURN-CODE.
078300     STOP RUN.
