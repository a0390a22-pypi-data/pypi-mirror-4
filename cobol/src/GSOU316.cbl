000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSOU316.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSOU316 : REORGANISATION DES UNITES (FUSION / FERMETURE       *
000900*            D AGENCES)                                          *
001000*  ------------------------------------------------------------  *
001100*  QUAND UNE AGENCE FUSIONNE OU FERME, SES DOSSIERS NE SONT PLUS *
001200*  REPOINTES A LA MAIN NI PAR GSMC370, ET L HISTORIQUE DE LA     *
001300*  PROPRIETE N EST PLUS PERDU. CHAQUE DEMANDE REOFIC (DESSIN     *
001400*  FFFFFGUR : ANCIENNE UNITE, SUCCESSEUR, DATE D EFFET) EST      *
001500*  CONTROLEE PUIS, SI ELLE EST RETENUE :                         *
001600*  1. FFFFFGS-UNITE DE L ANCIENNE UNITE PASSE AU SUCCESSEUR ;    *
001700*  2. LES ELEMENTS DE CORBEILLE NON SOLDES (WRK-UNITE) SUIVENT - *
001800*     LES ELEMENTS CORRIGES OU ABANDONNES GARDENT L ANCIENNE     *
001900*     UNITE, QUI EN RESTE L HISTORIQUE ;                         *
002000*  3. LES PERIMETRES D UNITE DES PROFILS (AUT-UNITE) SUIVENT ;   *
002100*  4. LES CARTES REGLES AFFREGL DE GSWB083 SONT RECOPIEES SUR    *
002200*     AFFNOUV, UNITE REPOINTEE (AFFNOUV REMPLACE AFFREGL AU      *
002300*     PASSAGE SUIVANT DE GSWB083) ;                              *
002400*  5. L ANCIENNE UNITE EST FERMEE DANS UNITFIC (UNI-ETAT F) AVEC *
002500*     SON SUCCESSEUR ET LA DATE D EFFET - EN DERNIER : UN ABANDON*
002600*     LAISSE LA DEMANDE A REJOUER.                               *
002700*  LES TOTAUX SUMFIC PASSES GARDENT L UNITE D ORIGINE ; GSRU261  *
002800*  ET GSOU310 LES RETRAITENT A LA DEMANDE VIA GSOU315.           *
002900*  REJET : UNITE ABSENTE OU INCONNUE, SUCCESSEUR FERME OU EGAL A *
003000*  L ANCIENNE, DATE INVALIDE, DOUBLE OU CHAINE DANS LE MEME LOT  *
003100*  (LA CHAINE SE FAIT EN DEUX PASSAGES). UNE DEMANDE DONT LA     *
003200*  DATE D EFFET N EST PAS ATTEINTE EST DIFFEREE ; UNE DEMANDE    *
003300*  DEJA APPLIQUEE EST IGNOREE.                                   *
003400*  CARTE 1 : MODE(1) S/A  (S = SIMULATION : LISTE SANS ECRIRE)   *
003500*  CARTE 2 : OPERATEUR(8) - PROFIL ADMINISTRATION SANS PERIMETRE *
003600*            D ENTITE NI D UNITE EXIGE (GSAU400)                 *
003700*  CHAQUE CHANGEMENT EST AUDITE SUR MCAUD COMME DANS GSMC370     *
003800*  (MAGASIN F = FFFFFGS  W = WRKBSK  P = AUTFIC  U = UNITFIC).   *
003900*  CODE RETOUR : 4 = DEMANDE DIFFEREE OU RIEN A FAIRE            *
004000*                8 = DEMANDE REJETEE                             *
004100*  ------------------------------------------------------------  *
004200*  ENTREE  : REOFIC   DEMANDES DE REORGANISATION                 *
004300*            AFFREGL  CARTES REGLES D AFFECTATION (FACULTATIF)   *
004400*  MAJ     : UNITFIC  HIERARCHIE DES UNITES                      *
004500*            FFFFFGS  FICHIER MAITRE                             *
004600*            WRKBSK   CORBEILLE DES EXCEPTIONS                   *
004700*            AUTFIC   PROFILS D AUTORISATION                     *
004800*  SORTIE  : AFFNOUV  CARTES REGLES REPOINTEES                   *
004900*            MCAUD    JOURNAL D AUDIT DES MODIFICATIONS DE MASSE *
005000*            ETATREO  DEMANDES, ELEMENTS VISES ET BILAN          *
005100*  ------------------------------------------------------------  *
005200*  HISTORIQUE DES MODIFICATIONS                                  *
005300*  15/10/26  DA  CREATION                                        *
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.
005800     IBM-370.
005900 OBJECT-COMPUTER.
006000     IBM-370.
006100 SPECIAL-NAMES.
006200     DECIMAL-POINT IS COMMA.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT REOFIC  ASSIGN  REOFIC
006600       ORGANIZATION  SEQUENTIAL
006700       FILE STATUS   W-REOFIC-STATUS.
006800     SELECT UNITFIC ASSIGN  UNITFIC
006900       ORGANIZATION  INDEXED
007000       ACCESS MODE   RANDOM
007100       RECORD KEY    UNI-CODE
007200       FILE STATUS   W-UNITFIC-STATUS.
007300     SELECT FFFFFGS ASSIGN  FFFFFGS
007400       ORGANIZATION  INDEXED
007500       ACCESS MODE   SEQUENTIAL
007600       RECORD KEY    FFFFFGS-CLE
007700       FILE STATUS   W-FFFFFGS-STATUS.
007800     SELECT WRKBSK  ASSIGN  WRKBSK
007900       ORGANIZATION  INDEXED
008000       ACCESS MODE   DYNAMIC
008100       RECORD KEY    WRK-CLE
008200       FILE STATUS   W-WRKBSK-STATUS.
008300     SELECT AUTFIC  ASSIGN  AUTFIC
008400       ORGANIZATION  INDEXED
008500       ACCESS MODE   SEQUENTIAL
008600       RECORD KEY    AUT-OPERATEUR
008700       FILE STATUS   W-AUTFIC-STATUS.
008800     SELECT AFFREGL ASSIGN  AFFREGL
008900       ORGANIZATION  SEQUENTIAL
009000       FILE STATUS   W-AFFREGL-STATUS.
009100     SELECT AFFNOUV ASSIGN  AFFNOUV
009200       ORGANIZATION  SEQUENTIAL
009300       FILE STATUS   W-AFFNOUV-STATUS.
009400     SELECT MCAUD   ASSIGN  MCAUD
009500       ORGANIZATION  SEQUENTIAL
009600       FILE STATUS   W-MCAUD-STATUS.
009700     SELECT ETATREO ASSIGN  ETATREO
009800       ORGANIZATION  SEQUENTIAL
009900       FILE STATUS   W-ETATREO-STATUS.
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  REOFIC
010300     LABEL RECORD STANDARD
010400     DATA RECORD REO-ENREG.
010500 COPY FFFFFGUR.
010600 FD  UNITFIC
010700     LABEL RECORD STANDARD
010800     DATA RECORD UNI-ENREG.
010900 COPY FFFFFGH.
011000 FD  FFFFFGS
011100     LABEL RECORD STANDARD
011200     DATA RECORD FFFFFGS-ENREG.
011300 COPY FFFFFFGS.
011400 FD  WRKBSK
011500     LABEL RECORD STANDARD
011600     DATA RECORD WRK-ENREG.
011700 COPY FFFFFGW.
011800 FD  AUTFIC
011900     LABEL RECORD STANDARD
012000     DATA RECORD AUT-ENREG.
012100 COPY FFFFFGA.
012200 FD  AFFREGL
012300     LABEL RECORD STANDARD
012400     DATA RECORD AFR-ENREG.
012500 01  AFR-ENREG.
012600     05  AFR-FILE                    PIC X(08).
012700     05  FILLER                      PIC X(01).
012800     05  AFR-ENTITE                  PIC X(02).
012900     05  FILLER                      PIC X(01).
013000     05  AFR-OPERATEUR               PIC X(08).
013100     05  FILLER                      PIC X(01).
013200     05  AFR-UNITE                   PIC X(06).
013300     05  FILLER                      PIC X(53).
013400 FD  AFFNOUV
013500     LABEL RECORD STANDARD
013600     DATA RECORD AFN-ENREG.
013700 01  AFN-ENREG                       PIC X(80).
013800 FD  MCAUD
013900     LABEL RECORD STANDARD
014000     DATA RECORD AUD-ENREG.
014100 01  AUD-ENREG.
014200     05  AUD-DATE                    PIC 9(08).
014300     05  AUD-MAGASIN                 PIC X(01).
014400     05  AUD-CLE                     PIC X(15).
014500     05  AUD-CHAMP                   PIC X(06).
014600     05  AUD-AVANT                   PIC X(10).
014700     05  AUD-APRES                   PIC X(10).
014800     05  FILLER                      PIC X(30).
014900 FD  ETATREO
015000     LABEL RECORD STANDARD
015100     DATA RECORD REE-LIGNE.
015200 01  REE-LIGNE                       PIC X(132).
015300 WORKING-STORAGE SECTION.
015400 77  CPT-DEMANDES                    PIC S9(08) COMP VALUE ZERO.
015500 77  CPT-RETENUES                    PIC S9(08) COMP VALUE ZERO.
015600 77  CPT-REJETEES                    PIC S9(08) COMP VALUE ZERO.
015700 77  CPT-DIFFEREES                   PIC S9(08) COMP VALUE ZERO.
015800 77  CPT-DEJA-APPLIQUEES             PIC S9(08) COMP VALUE ZERO.
015900 77  CPT-FGS                         PIC S9(08) COMP VALUE ZERO.
016000 77  CPT-WRK                         PIC S9(08) COMP VALUE ZERO.
016100 77  CPT-AUT                         PIC S9(08) COMP VALUE ZERO.
016200 77  CPT-REG                         PIC S9(08) COMP VALUE ZERO.
016300 77  IX-REO                          PIC S9(04) COMP VALUE ZERO.
016400 77  NB-REO                          PIC S9(04) COMP VALUE ZERO.
016500 77  IX-AUTRE                        PIC S9(04) COMP VALUE ZERO.
016600 77  IX-TROUVE                       PIC S9(04) COMP VALUE ZERO.
016700 77  W-AFFREGL-OUVERT                PIC X(01) VALUE 'N'.
016800 01  W-FIN-REO                       PIC X(01) VALUE 'N'.
016900     88  FIN-REO                     VALUE 'O'.
017000 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
017100     88  FIN-FGS                     VALUE 'O'.
017200 01  W-FIN-WRK                       PIC X(01) VALUE 'N'.
017300     88  FIN-WRK                     VALUE 'O'.
017400 01  W-FIN-AUT                       PIC X(01) VALUE 'N'.
017500     88  FIN-AUT                     VALUE 'O'.
017600 01  W-FIN-AFR                       PIC X(01) VALUE 'N'.
017700     88  FIN-AFR                     VALUE 'O'.
017800 01  W-REOFIC-STATUS                 PIC X(02).
017900     88  W-REO-OK                    VALUE '00'.
018000     88  W-REO-FIN                   VALUE '10'.
018100 01  W-UNITFIC-STATUS                PIC X(02).
018200     88  W-UNI-OK                    VALUE '00'.
018300     88  W-UNI-ABSENT                VALUE '23'.
018400 COPY FFFFFGSW.
018500 01  W-WRKBSK-STATUS                 PIC X(02).
018600     88  W-WRK-OK                    VALUE '00'.
018700     88  W-WRK-FIN                   VALUE '10'.
018800     88  W-WRK-ABSENT                VALUE '23'.
018900 01  W-AUTFIC-STATUS                 PIC X(02).
019000     88  W-AUT-OK                    VALUE '00'.
019100     88  W-AUT-FIN                   VALUE '10'.
019200 01  W-AFFREGL-STATUS                PIC X(02).
019300     88  W-AFR-OK                    VALUE '00'.
019400     88  W-AFR-FIN                   VALUE '10'.
019500 01  W-AFFNOUV-STATUS                PIC X(02).
019600     88  W-AFN-OK                    VALUE '00'.
019700 01  W-MCAUD-STATUS                  PIC X(02).
019800     88  W-AUD-OK                    VALUE '00'.
019900 01  W-ETATREO-STATUS                PIC X(02).
020000     88  W-REE-OK                    VALUE '00'.
020100 01  W-CARTE-1.
020200     05  W-MODE                      PIC X(01).
020300         88  MODE-SIMULATION         VALUE 'S'.
020400         88  MODE-APPLICATION        VALUE 'A'.
020500 01  W-CARTE-2.
020600     05  W-OPERATEUR                 PIC X(08).
020700 01  AUZ-ZONE.
020800     05  AUZ-OPERATEUR               PIC X(08).
020900     05  AUZ-FONCTION                PIC X(01).
021000     05  AUZ-PROGRAMME               PIC X(08).
021100     05  AUZ-RETOUR                  PIC X(01).
021200         88  AUZ-AUTORISE            VALUE '0'.
021300     05  AUZ-ENTITE                  PIC X(02).
021400     05  AUZ-UNITE                   PIC X(06).
021500 01  W-DATE-JOUR                     PIC 9(08).
021600 01  W-MOTIF-ABANDON                 PIC X(40).
021700*    ISSUE DU CONTROLE D UNE DEMANDE
021800 01  W-ISSUE                         PIC X(01).
021900     88  ISSUE-RETENUE               VALUE 'O'.
022000     88  ISSUE-REJETEE               VALUE 'R'.
022100     88  ISSUE-DIFFEREE              VALUE 'D'.
022200     88  ISSUE-DEJA-APPLIQUEE        VALUE 'J'.
022300 01  W-MOTIF                         PIC X(30).
022400*    ZONES DE TRACE D UN CHANGEMENT (ETATREO ET MCAUD)
022500 01  W-UNITE-LUE                     PIC X(06).
022600 01  W-CODE-MAGASIN                  PIC X(01).
022700 01  W-LIB-MAGASIN                   PIC X(08).
022800 01  W-CLE-LISTEE                    PIC X(22).
022900 01  W-CLE-AUDIT                     PIC X(15).
023000 01  W-CHAMP                         PIC X(06).
023100 01  W-AVANT                         PIC X(10).
023200 01  W-APRES                         PIC X(10).
023300 01  W-ED-FGS                        PIC Z(07)9.
023400 01  W-ED-WRK                        PIC Z(07)9.
023500 01  W-ED-AUT                        PIC Z(07)9.
023600 01  W-ED-REG                        PIC Z(07)9.
023700*    DEMANDES RETENUES ET LEURS COMPTES PAR MAGASIN
023800 01  W-TABLE-REORG.
023900     05  W-REO-POSTE OCCURS 50.
024000         10  W-REO-ANCIENNE          PIC X(06).
024100         10  W-REO-SUCCESSEUR        PIC X(06).
024200         10  W-REO-DATE-EFFET        PIC 9(08).
024300         10  W-REO-NB-FGS            PIC S9(08) COMP.
024400         10  W-REO-NB-WRK            PIC S9(08) COMP.
024500         10  W-REO-NB-AUT            PIC S9(08) COMP.
024600         10  W-REO-NB-REG            PIC S9(08) COMP.
024700 01  REE-TITRE.
024800     05  FILLER                      PIC X(30)
024900         VALUE 'GSOU316 - REORGANISATION DES '.
025000     05  FILLER                      PIC X(15)
025100         VALUE 'UNITES - MODE '.
025200     05  REE-T-MODE                  PIC X(01).
025300     05  FILLER                      PIC X(08) VALUE ' - DATE '.
025400     05  REE-T-DATE                  PIC 9(08).
025500     05  FILLER                      PIC X(70) VALUE SPACES.
025600 PROCEDURE DIVISION.
025700******************************************************************
025800*  0000-MAINLINE : DEMANDES CONTROLEES PUIS MAGASINS REPOINTES,  *
025900*  UNITES FERMEES EN DERNIER                                     *
026000******************************************************************
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
026300     IF NB-REO GREATER ZERO
026400         PERFORM 2000-PASSE-FGS     THRU 2000-EXIT
026500         PERFORM 3000-PASSE-WRK     THRU 3000-EXIT
026600         PERFORM 4000-PASSE-AUT     THRU 4000-EXIT
026700         PERFORM 5000-PASSE-REGLES  THRU 5000-EXIT
026800         PERFORM 6000-FERMER-UNITES THRU 6000-EXIT.
026900     PERFORM 7000-BILAN THRU 7000-EXIT.
027000     GOBACK.
027100 0000-EXIT.
027200     EXIT.
027300******************************************************************
027400*  1000-INITIALISATION : CARTES, HABILITATION, FICHIERS ET       *
027500*  CHARGEMENT DES DEMANDES                                       *
027600******************************************************************
027700 1000-INITIALISATION.
027800     MOVE SPACES TO W-CARTE-1 W-CARTE-2.
027900     ACCEPT W-CARTE-1.
028000     ACCEPT W-CARTE-2.
028100     IF NOT MODE-SIMULATION AND NOT MODE-APPLICATION
028200         MOVE 'MODE INVALIDE' TO W-MOTIF-ABANDON
028300         GO TO 9900-ABANDON.
028400     MOVE W-OPERATEUR TO AUZ-OPERATEUR.
028500     MOVE 'A'         TO AUZ-FONCTION.
028600     MOVE 'GSOU316 '  TO AUZ-PROGRAMME.
028700     CALL 'GSAU400' USING AUZ-ZONE.
028800     IF NOT AUZ-AUTORISE
028900         MOVE 'OPERATEUR NON AUTORISE' TO W-MOTIF-ABANDON
029000         GO TO 9900-ABANDON.
029100*    UNE REORGANISATION TRAVERSE TOUTES LES ENTITES ET UNITES
029200     IF AUZ-ENTITE NOT = SPACES
029300      OR AUZ-UNITE NOT = SPACES
029400         MOVE 'PROFIL A PERIMETRE RESTREINT' TO W-MOTIF-ABANDON
029500         GO TO 9900-ABANDON.
029600     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
029700     OPEN OUTPUT ETATREO.
029800     IF NOT W-REE-OK
029900         MOVE 'OPEN ETATREO' TO W-MOTIF-ABANDON
030000         GO TO 9900-ABANDON.
030100     OPEN EXTEND MCAUD.
030200     IF NOT W-AUD-OK
030300         MOVE 'OPEN MCAUD' TO W-MOTIF-ABANDON
030400         GO TO 9900-ABANDON.
030500     IF MODE-APPLICATION
030600         OPEN I-O UNITFIC
030700     ELSE
030800         OPEN INPUT UNITFIC.
030900     IF NOT W-UNI-OK
031000         MOVE 'OPEN UNITFIC' TO W-MOTIF-ABANDON
031100         GO TO 9900-ABANDON.
031200     MOVE W-MODE      TO REE-T-MODE.
031300     MOVE W-DATE-JOUR TO REE-T-DATE.
031400     WRITE REE-LIGNE FROM REE-TITRE.
031500     OPEN INPUT REOFIC.
031600     IF NOT W-REO-OK
031700         MOVE 'OPEN REOFIC' TO W-MOTIF-ABANDON
031800         GO TO 9900-ABANDON.
031900     PERFORM 8100-LIRE-REO THRU 8100-EXIT.
032000     PERFORM 1100-UNE-DEMANDE THRU 1100-EXIT
032100         UNTIL FIN-REO.
032200     CLOSE REOFIC.
032300 1000-EXIT.
032400     EXIT.
032500******************************************************************
032600*  1100-UNE-DEMANDE : CONTROLE, MISE EN TABLE SI RETENUE ET      *
032700*  LIGNE D ETAT DANS TOUS LES CAS                                *
032800******************************************************************
032900 1100-UNE-DEMANDE.
033000     ADD 1 TO CPT-DEMANDES.
033100     PERFORM 1200-CONTROLER-DEMANDE THRU 1200-EXIT.
033200     EVALUATE TRUE
033300         WHEN ISSUE-RETENUE
033400             IF NB-REO NOT LESS 50
033500                 MOVE 'TABLE DES DEMANDES SATUREE'
033600                   TO W-MOTIF-ABANDON
033700                 GO TO 9900-ABANDON
033800             END-IF
033900             ADD 1 TO NB-REO CPT-RETENUES
034000             MOVE REO-ANCIENNE   TO W-REO-ANCIENNE (NB-REO)
034100             MOVE REO-SUCCESSEUR TO W-REO-SUCCESSEUR (NB-REO)
034200             MOVE REO-DATE-EFFET TO W-REO-DATE-EFFET (NB-REO)
034300             MOVE ZERO TO W-REO-NB-FGS (NB-REO)
034400                          W-REO-NB-WRK (NB-REO)
034500                          W-REO-NB-AUT (NB-REO)
034600                          W-REO-NB-REG (NB-REO)
034700             MOVE 'RETENUE' TO W-MOTIF
034800         WHEN ISSUE-DIFFEREE
034900             ADD 1 TO CPT-DIFFEREES
035000         WHEN ISSUE-DEJA-APPLIQUEE
035100             ADD 1 TO CPT-DEJA-APPLIQUEES
035200         WHEN OTHER
035300             ADD 1 TO CPT-REJETEES
035400     END-EVALUATE.
035500     MOVE SPACES TO REE-LIGNE.
035600     STRING 'DEMANDE ' REO-ANCIENNE ' -> ' REO-SUCCESSEUR
035700            ' EFFET ' REO-DATE-EFFET ' : ' W-MOTIF
035800            DELIMITED SIZE INTO REE-LIGNE
035900     END-STRING.
036000     WRITE REE-LIGNE.
036100     PERFORM 8100-LIRE-REO THRU 8100-EXIT.
036200 1100-EXIT.
036300     EXIT.
036400******************************************************************
036500*  1200-CONTROLER-DEMANDE : LES DEUX UNITES DANS UNITFIC, LE     *
036600*  SUCCESSEUR OUVERT, LA DATE ATTEINTE, NI DOUBLE NI CHAINE      *
036700*  AVEC UNE DEMANDE DEJA RETENUE DU LOT                          *
036800******************************************************************
036900 1200-CONTROLER-DEMANDE.
037000     MOVE 'O'    TO W-ISSUE.
037100     MOVE SPACES TO W-MOTIF.
037200     IF REO-ANCIENNE = SPACES OR REO-SUCCESSEUR = SPACES
037300         MOVE 'UNITE ABSENTE' TO W-MOTIF
037400         GO TO 1200-REJET.
037500     IF REO-ANCIENNE = REO-SUCCESSEUR
037600         MOVE 'SUCCESSEUR EGAL A L ANCIENNE' TO W-MOTIF
037700         GO TO 1200-REJET.
037800     IF REO-DATE-EFFET NOT NUMERIC
037900      OR REO-DATE-EFFET = ZERO
038000         MOVE 'DATE D EFFET INVALIDE' TO W-MOTIF
038100         GO TO 1200-REJET.
038200     MOVE REO-SUCCESSEUR TO UNI-CODE.
038300     PERFORM 8200-LIRE-UNITE THRU 8200-EXIT.
038400     IF W-UNI-ABSENT
038500         MOVE 'SUCCESSEUR INCONNU' TO W-MOTIF
038600         GO TO 1200-REJET.
038700     IF UNI-FERMEE
038800         MOVE 'SUCCESSEUR FERME' TO W-MOTIF
038900         GO TO 1200-REJET.
039000     MOVE REO-ANCIENNE TO UNI-CODE.
039100     PERFORM 8200-LIRE-UNITE THRU 8200-EXIT.
039200     IF W-UNI-ABSENT
039300         MOVE 'ANCIENNE UNITE INCONNUE' TO W-MOTIF
039400         GO TO 1200-REJET.
039500     IF UNI-FERMEE
039600      AND UNI-SUCCESSEUR = REO-SUCCESSEUR
039700         MOVE 'J' TO W-ISSUE
039800         MOVE 'DEJA APPLIQUEE' TO W-MOTIF
039900         GO TO 1200-EXIT.
040000     IF UNI-FERMEE
040100         MOVE 'ANCIENNE UNITE DEJA FERMEE' TO W-MOTIF
040200         GO TO 1200-REJET.
040300     IF REO-DATE-EFFET GREATER W-DATE-JOUR
040400         MOVE 'D' TO W-ISSUE
040500         MOVE 'DIFFEREE - EFFET NON ATTEINT' TO W-MOTIF
040600         GO TO 1200-EXIT.
040700     MOVE ZERO TO IX-AUTRE.
040800 1200-AUTRE.
040900     ADD 1 TO IX-AUTRE.
041000     IF IX-AUTRE GREATER NB-REO
041100         GO TO 1200-EXIT.
041200     IF W-REO-ANCIENNE (IX-AUTRE) = REO-ANCIENNE
041300         MOVE 'DEMANDE EN DOUBLE DANS LE LOT' TO W-MOTIF
041400         GO TO 1200-REJET.
041500     IF W-REO-ANCIENNE (IX-AUTRE) = REO-SUCCESSEUR
041600      OR W-REO-SUCCESSEUR (IX-AUTRE) = REO-ANCIENNE
041700         MOVE 'CHAINE DANS LE MEME LOT' TO W-MOTIF
041800         GO TO 1200-REJET.
041900     GO TO 1200-AUTRE.
042000 1200-REJET.
042100     MOVE 'R' TO W-ISSUE.
042200 1200-EXIT.
042300     EXIT.
042400******************************************************************
042500*  2000-PASSE-FGS : LE MAITRE DE L ANCIENNE UNITE PASSE AU       *
042600*  SUCCESSEUR                                                    *
042700******************************************************************
042800 2000-PASSE-FGS.
042900     IF MODE-APPLICATION
043000         OPEN I-O FFFFFGS
043100     ELSE
043200         OPEN INPUT FFFFFGS.
043300     IF NOT W-FGS-OK
043400         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
043500         GO TO 9900-ABANDON.
043600     PERFORM 8300-LIRE-FGS THRU 8300-EXIT.
043700     PERFORM 2100-UN-FGS THRU 2100-EXIT
043800         UNTIL FIN-FGS.
043900     CLOSE FFFFFGS.
044000 2000-EXIT.
044100     EXIT.
044200******************************************************************
044300*  2100-UN-FGS : UN ENREGISTREMENT DU MAITRE                     *
044400******************************************************************
044500 2100-UN-FGS.
044600     MOVE FFFFFGS-UNITE TO W-UNITE-LUE.
044700     PERFORM 2900-CHERCHER-DEMANDE THRU 2900-EXIT.
044800     IF IX-TROUVE = ZERO
044900         GO TO 2100-SUIVANT.
045000     ADD 1 TO CPT-FGS W-REO-NB-FGS (IX-TROUVE).
045100     IF MODE-APPLICATION
045200         MOVE W-REO-SUCCESSEUR (IX-TROUVE) TO FFFFFGS-UNITE
045300         REWRITE FFFFFGS-ENREG
045400         IF NOT W-FGS-OK
045500             MOVE 'REWRITE FFFFFGS' TO W-MOTIF-ABANDON
045600             GO TO 9900-ABANDON.
045700     MOVE 'F'           TO W-CODE-MAGASIN.
045800     MOVE 'FFFFFGS '    TO W-LIB-MAGASIN.
045900     MOVE FFFFFGS-CLE   TO W-CLE-LISTEE W-CLE-AUDIT.
046000     PERFORM 8500-TRACER-UNITE THRU 8500-EXIT.
046100 2100-SUIVANT.
046200     PERFORM 8300-LIRE-FGS THRU 8300-EXIT.
046300 2100-EXIT.
046400     EXIT.
046500******************************************************************
046600*  2900-CHERCHER-DEMANDE : DEMANDE RETENUE DONT W-UNITE-LUE EST  *
046700*  L ANCIENNE UNITE (IX-TROUVE = ZERO SI AUCUNE)                 *
046800******************************************************************
046900 2900-CHERCHER-DEMANDE.
047000     MOVE ZERO TO IX-TROUVE IX-REO.
047100     IF W-UNITE-LUE = SPACES OR LOW-VALUE
047200         GO TO 2900-EXIT.
047300 2900-SUIVANTE.
047400     ADD 1 TO IX-REO.
047500     IF IX-REO GREATER NB-REO
047600         GO TO 2900-EXIT.
047700     IF W-REO-ANCIENNE (IX-REO) NOT = W-UNITE-LUE
047800         GO TO 2900-SUIVANTE.
047900     MOVE IX-REO TO IX-TROUVE.
048000 2900-EXIT.
048100     EXIT.
048200******************************************************************
048300*  3000-PASSE-WRK : LES ELEMENTS DE CORBEILLE NON SOLDES SUIVENT *
048400*  LEUR UNITE - CORRIGES ET ABANDONNES GARDENT L HISTORIQUE      *
048500******************************************************************
048600 3000-PASSE-WRK.
048700     IF MODE-APPLICATION
048800         OPEN I-O WRKBSK
048900     ELSE
049000         OPEN INPUT WRKBSK.
049100     IF NOT W-WRK-OK
049200         MOVE 'OPEN WRKBSK' TO W-MOTIF-ABANDON
049300         GO TO 9900-ABANDON.
049400     MOVE LOW-VALUE TO WRK-CLE.
049500     START WRKBSK KEY NOT LESS WRK-CLE.
049600     IF W-WRK-ABSENT OR W-WRK-FIN
049700         MOVE 'O' TO W-FIN-WRK
049800     ELSE
049900         IF NOT W-WRK-OK
050000             MOVE 'START WRKBSK' TO W-MOTIF-ABANDON
050100             GO TO 9900-ABANDON
050200         ELSE
050300             PERFORM 8400-LIRE-WRK THRU 8400-EXIT.
050400     PERFORM 3100-UN-WRK THRU 3100-EXIT
050500         UNTIL FIN-WRK.
050600     CLOSE WRKBSK.
050700 3000-EXIT.
050800     EXIT.
050900******************************************************************
051000*  3100-UN-WRK : UN ELEMENT DE CORBEILLE                         *
051100******************************************************************
051200 3100-UN-WRK.
051300     IF WRK-CORRIGE OR WRK-ABANDONNE
051400         GO TO 3100-SUIVANT.
051500     MOVE WRK-UNITE TO W-UNITE-LUE.
051600     PERFORM 2900-CHERCHER-DEMANDE THRU 2900-EXIT.
051700     IF IX-TROUVE = ZERO
051800         GO TO 3100-SUIVANT.
051900     ADD 1 TO CPT-WRK W-REO-NB-WRK (IX-TROUVE).
052000     IF MODE-APPLICATION
052100         MOVE W-REO-SUCCESSEUR (IX-TROUVE) TO WRK-UNITE
052200         REWRITE WRK-ENREG
052300         IF NOT W-WRK-OK
052400             MOVE 'REWRITE WRKBSK' TO W-MOTIF-ABANDON
052500             GO TO 9900-ABANDON.
052600     MOVE 'W'           TO W-CODE-MAGASIN.
052700     MOVE 'WRKBSK  '    TO W-LIB-MAGASIN.
052800     MOVE WRK-CLE       TO W-CLE-LISTEE.
052900     MOVE WRK-FGS-CLE   TO W-CLE-AUDIT.
053000     PERFORM 8500-TRACER-UNITE THRU 8500-EXIT.
053100 3100-SUIVANT.
053200     PERFORM 8400-LIRE-WRK THRU 8400-EXIT.
053300 3100-EXIT.
053400     EXIT.
053500******************************************************************
053600*  4000-PASSE-AUT : LES PERIMETRES D UNITE DES PROFILS SUIVENT   *
053700******************************************************************
053800 4000-PASSE-AUT.
053900     IF MODE-APPLICATION
054000         OPEN I-O AUTFIC
054100     ELSE
054200         OPEN INPUT AUTFIC.
054300     IF NOT W-AUT-OK
054400         MOVE 'OPEN AUTFIC' TO W-MOTIF-ABANDON
054500         GO TO 9900-ABANDON.
054600     PERFORM 8600-LIRE-AUT THRU 8600-EXIT.
054700     PERFORM 4100-UN-PROFIL THRU 4100-EXIT
054800         UNTIL FIN-AUT.
054900     CLOSE AUTFIC.
055000 4000-EXIT.
055100     EXIT.
055200******************************************************************
055300*  4100-UN-PROFIL : UN PROFIL OPERATEUR                          *
055400******************************************************************
055500 4100-UN-PROFIL.
055600     MOVE AUT-UNITE TO W-UNITE-LUE.
055700     PERFORM 2900-CHERCHER-DEMANDE THRU 2900-EXIT.
055800     IF IX-TROUVE = ZERO
055900         GO TO 4100-SUIVANT.
056000     ADD 1 TO CPT-AUT W-REO-NB-AUT (IX-TROUVE).
056100     IF MODE-APPLICATION
056200         MOVE W-REO-SUCCESSEUR (IX-TROUVE) TO AUT-UNITE
056300         REWRITE AUT-ENREG
056400         IF NOT W-AUT-OK
056500             MOVE 'REWRITE AUTFIC' TO W-MOTIF-ABANDON
056600             GO TO 9900-ABANDON.
056700     MOVE 'P'           TO W-CODE-MAGASIN.
056800     MOVE 'AUTFIC  '    TO W-LIB-MAGASIN.
056900     MOVE AUT-OPERATEUR TO W-CLE-LISTEE W-CLE-AUDIT.
057000     PERFORM 8500-TRACER-UNITE THRU 8500-EXIT.
057100 4100-SUIVANT.
057200     PERFORM 8600-LIRE-AUT THRU 8600-EXIT.
057300 4100-EXIT.
057400     EXIT.
057500******************************************************************
057600*  5000-PASSE-REGLES : CARTES AFFREGL RECOPIEES SUR AFFNOUV,     *
057700*  UNITE REPOINTEE - JEU DE CARTES ABSENT = SITE SANS REGLES     *
057800*  D AFFECTATION, RIEN A RECOPIER                                *
057900******************************************************************
058000 5000-PASSE-REGLES.
058100     OPEN INPUT AFFREGL.
058200     IF NOT W-AFR-OK
058300         DISPLAY 'GSOU316 - AFFREGL ABSENT : ' W-AFFREGL-STATUS
058400         GO TO 5000-EXIT.
058500     MOVE 'O' TO W-AFFREGL-OUVERT.
058600     IF MODE-APPLICATION
058700         OPEN OUTPUT AFFNOUV
058800         IF NOT W-AFN-OK
058900             MOVE 'OPEN AFFNOUV' TO W-MOTIF-ABANDON
059000             GO TO 9900-ABANDON.
059100     PERFORM 8700-LIRE-REGLE THRU 8700-EXIT.
059200     PERFORM 5100-UNE-REGLE THRU 5100-EXIT
059300         UNTIL FIN-AFR.
059400     CLOSE AFFREGL.
059500     IF MODE-APPLICATION
059600         CLOSE AFFNOUV.
059700 5000-EXIT.
059800     EXIT.
059900******************************************************************
060000*  5100-UNE-REGLE : UNE CARTE, REPOINTEE SI SON UNITE EST        *
060100*  REORGANISEE, RECOPIEE DANS TOUS LES CAS                       *
060200******************************************************************
060300 5100-UNE-REGLE.
060400     MOVE AFR-UNITE TO W-UNITE-LUE.
060500     PERFORM 2900-CHERCHER-DEMANDE THRU 2900-EXIT.
060600     IF IX-TROUVE = ZERO
060700         GO TO 5100-COPIER.
060800     ADD 1 TO CPT-REG W-REO-NB-REG (IX-TROUVE).
060900     MOVE SPACE         TO W-CODE-MAGASIN.
061000     MOVE 'AFFREGL '    TO W-LIB-MAGASIN.
061100     MOVE AFR-ENREG     TO W-CLE-LISTEE.
061200     PERFORM 8500-TRACER-UNITE THRU 8500-EXIT.
061300     MOVE W-REO-SUCCESSEUR (IX-TROUVE) TO AFR-UNITE.
061400 5100-COPIER.
061500     IF MODE-APPLICATION
061600         WRITE AFN-ENREG FROM AFR-ENREG
061700         IF NOT W-AFN-OK
061800             MOVE 'WRITE AFFNOUV' TO W-MOTIF-ABANDON
061900             GO TO 9900-ABANDON.
062000     PERFORM 8700-LIRE-REGLE THRU 8700-EXIT.
062100 5100-EXIT.
062200     EXIT.
062300******************************************************************
062400*  6000-FERMER-UNITES : CHAQUE ANCIENNE UNITE RETENUE EST FERMEE *
062500*  AVEC SON SUCCESSEUR ET SA DATE D EFFET                        *
062600******************************************************************
062700 6000-FERMER-UNITES.
062800     MOVE ZERO TO IX-REO.
062900 6000-SUIVANTE.
063000     ADD 1 TO IX-REO.
063100     IF IX-REO GREATER NB-REO
063200         GO TO 6000-EXIT.
063300     MOVE W-REO-ANCIENNE (IX-REO) TO UNI-CODE.
063400     PERFORM 8200-LIRE-UNITE THRU 8200-EXIT.
063500     IF NOT W-UNI-OK
063600         MOVE 'UNITE DISPARUE DE UNITFIC' TO W-MOTIF-ABANDON
063700         GO TO 9900-ABANDON.
063800     MOVE IX-REO TO IX-TROUVE.
063900     MOVE UNI-CODE TO W-UNITE-LUE.
064000     IF MODE-APPLICATION
064100         MOVE 'F'                       TO UNI-ETAT
064200         MOVE W-REO-SUCCESSEUR (IX-REO) TO UNI-SUCCESSEUR
064300         MOVE W-REO-DATE-EFFET (IX-REO) TO UNI-DATE-FERMETURE
064400         REWRITE UNI-ENREG
064500         IF NOT W-UNI-OK
064600             MOVE 'REWRITE UNITFIC' TO W-MOTIF-ABANDON
064700             GO TO 9900-ABANDON.
064800     MOVE 'U'           TO W-CODE-MAGASIN.
064900     MOVE 'UNITFIC '    TO W-LIB-MAGASIN.
065000     MOVE W-UNITE-LUE   TO W-CLE-LISTEE W-CLE-AUDIT.
065100     PERFORM 8500-TRACER-UNITE THRU 8500-EXIT.
065200     GO TO 6000-SUIVANTE.
065300 6000-EXIT.
065400     EXIT.
065500******************************************************************
065600*  7000-BILAN : COMPTES PAR DEMANDE RETENUE, FERMETURES ET CODE  *
065700*  RETOUR                                                        *
065800******************************************************************
065900 7000-BILAN.
066000     MOVE ZERO TO IX-REO.
066100 7000-LIGNE.
066200     ADD 1 TO IX-REO.
066300     IF IX-REO GREATER NB-REO
066400         GO TO 7000-FIN.
066500     MOVE W-REO-NB-FGS (IX-REO) TO W-ED-FGS.
066600     MOVE W-REO-NB-WRK (IX-REO) TO W-ED-WRK.
066700     MOVE W-REO-NB-AUT (IX-REO) TO W-ED-AUT.
066800     MOVE W-REO-NB-REG (IX-REO) TO W-ED-REG.
066900     MOVE SPACES TO REE-LIGNE.
067000     STRING 'BILAN   ' W-REO-ANCIENNE (IX-REO)
067100            ' -> ' W-REO-SUCCESSEUR (IX-REO)
067200            ' FFFFFGS ' W-ED-FGS ' CORBEILLE ' W-ED-WRK
067300            ' PROFILS ' W-ED-AUT ' REGLES ' W-ED-REG
067400            DELIMITED SIZE INTO REE-LIGNE
067500     END-STRING.
067600     WRITE REE-LIGNE.
067700     GO TO 7000-LIGNE.
067800 7000-FIN.
067900     CLOSE UNITFIC MCAUD ETATREO.
068000     DISPLAY 'GSOU316 - MODE ' W-MODE.
068100     DISPLAY 'GSOU316 - DEMANDES LUES      : ' CPT-DEMANDES.
068200     DISPLAY 'GSOU316 - RETENUES           : ' CPT-RETENUES.
068300     DISPLAY 'GSOU316 - REJETEES           : ' CPT-REJETEES.
068400     DISPLAY 'GSOU316 - DIFFEREES          : ' CPT-DIFFEREES.
068500     DISPLAY 'GSOU316 - DEJA APPLIQUEES    : '
068600         CPT-DEJA-APPLIQUEES.
068700     DISPLAY 'GSOU316 - FFFFFGS VISES      : ' CPT-FGS.
068800     DISPLAY 'GSOU316 - CORBEILLE VISES    : ' CPT-WRK.
068900     DISPLAY 'GSOU316 - PROFILS VISES      : ' CPT-AUT.
069000     DISPLAY 'GSOU316 - REGLES VISEES      : ' CPT-REG.
069100     IF CPT-REJETEES GREATER ZERO
069200         MOVE 8 TO RETURN-CODE
069300         GO TO 7000-EXIT.
069400     IF CPT-DIFFEREES GREATER ZERO
069500      OR NB-REO = ZERO
069600         MOVE 4 TO RETURN-CODE.
069700 7000-EXIT.
069800     EXIT.
069900******************************************************************
070000*  8100-LIRE-REO : DEMANDE SUIVANTE                              *
070100******************************************************************
070200 8100-LIRE-REO.
070300     READ REOFIC.
070400     IF W-REO-FIN
070500         MOVE 'O' TO W-FIN-REO
070600         GO TO 8100-EXIT.
070700     IF NOT W-REO-OK
070800         MOVE 'READ REOFIC' TO W-MOTIF-ABANDON
070900         GO TO 9900-ABANDON.
071000 8100-EXIT.
071100     EXIT.
071200******************************************************************
071300*  8200-LIRE-UNITE : LECTURE DIRECTE UNITFIC (ABSENCE RENDUE A   *
071400*  L APPELANT)                                                   *
071500******************************************************************
071600 8200-LIRE-UNITE.
071700     READ UNITFIC.
071800     IF W-UNI-OK OR W-UNI-ABSENT
071900         GO TO 8200-EXIT.
072000     MOVE 'READ UNITFIC' TO W-MOTIF-ABANDON.
072100     GO TO 9900-ABANDON.
072200 8200-EXIT.
072300     EXIT.
072400******************************************************************
072500*  8300-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
072600******************************************************************
072700 8300-LIRE-FGS.
072800     READ FFFFFGS NEXT.
072900     IF W-FGS-FIN
073000         MOVE 'O' TO W-FIN-FGS
073100         GO TO 8300-EXIT.
073200     IF NOT W-FGS-OK
073300         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
073400         GO TO 9900-ABANDON.
073500 8300-EXIT.
073600     EXIT.
073700******************************************************************
073800*  8400-LIRE-WRK : ELEMENT SUIVANT DE LA CORBEILLE               *
073900******************************************************************
074000 8400-LIRE-WRK.
074100     READ WRKBSK NEXT.
074200     IF W-WRK-FIN
074300         MOVE 'O' TO W-FIN-WRK
074400         GO TO 8400-EXIT.
074500     IF NOT W-WRK-OK
074600         MOVE 'READ WRKBSK' TO W-MOTIF-ABANDON
074700         GO TO 9900-ABANDON.
074800 8400-EXIT.
074900     EXIT.
075000******************************************************************
075100*  8500-TRACER-UNITE : LIGNE VISE SUR ETATREO ; EN APPLICATION,  *
075200*  ENREGISTREMENT D AUDIT MCAUD AVANT / APRES (SAUF CARTES       *
075300*  REGLES, TRACEES PAR AFFNOUV)                                  *
075400******************************************************************
075500 8500-TRACER-UNITE.
075600     MOVE 'UNITE '                     TO W-CHAMP.
075700     MOVE W-UNITE-LUE                  TO W-AVANT.
075800     MOVE W-REO-SUCCESSEUR (IX-TROUVE) TO W-APRES.
075900     IF W-CODE-MAGASIN = 'U'
076000         MOVE 'SUCCES'                 TO W-CHAMP
076100         MOVE SPACES                   TO W-AVANT.
076200     MOVE SPACES TO REE-LIGNE.
076300     STRING 'VISE    ' W-LIB-MAGASIN ' ' W-CLE-LISTEE
076400            ' ' W-CHAMP ' ' W-AVANT ' -> ' W-APRES
076500            DELIMITED SIZE INTO REE-LIGNE
076600     END-STRING.
076700     WRITE REE-LIGNE.
076800     IF MODE-SIMULATION
076900      OR W-CODE-MAGASIN = SPACE
077000         GO TO 8500-EXIT.
077100     MOVE W-DATE-JOUR    TO AUD-DATE.
077200     MOVE W-CODE-MAGASIN TO AUD-MAGASIN.
077300     MOVE W-CLE-AUDIT    TO AUD-CLE.
077400     MOVE W-CHAMP        TO AUD-CHAMP.
077500     MOVE W-AVANT        TO AUD-AVANT.
077600     MOVE W-APRES        TO AUD-APRES.
077700     WRITE AUD-ENREG.
077800     IF NOT W-AUD-OK
077900         MOVE 'WRITE MCAUD' TO W-MOTIF-ABANDON
078000         GO TO 9900-ABANDON.
078100 8500-EXIT.
078200     EXIT.
078300******************************************************************
078400*  8600-LIRE-AUT : PROFIL SUIVANT                                *
078500******************************************************************
078600 8600-LIRE-AUT.
078700     READ AUTFIC NEXT.
078800     IF W-AUT-FIN
078900         MOVE 'O' TO W-FIN-AUT
079000         GO TO 8600-EXIT.
079100     IF NOT W-AUT-OK
079200         MOVE 'READ AUTFIC' TO W-MOTIF-ABANDON
079300         GO TO 9900-ABANDON.
079400 8600-EXIT.
079500     EXIT.
079600******************************************************************
079700*  8700-LIRE-REGLE : CARTE REGLE SUIVANTE                        *
079800******************************************************************
079900 8700-LIRE-REGLE.
080000     READ AFFREGL.
080100     IF W-AFR-FIN
080200         MOVE 'O' TO W-FIN-AFR
080300         GO TO 8700-EXIT.
080400     IF NOT W-AFR-OK
080500         MOVE 'READ AFFREGL' TO W-MOTIF-ABANDON
080600         GO TO 9900-ABANDON.
080700 8700-EXIT.
080800     EXIT.
080900******************************************************************
081000*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT                     *
081100******************************************************************
081200 9900-ABANDON.
081300     DISPLAY 'GSOU316 - ABANDON : ' W-MOTIF-ABANDON.
081400     MOVE 16 TO RETURN-CODE.
081500     STOP RUN.
