000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSNE940.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSNE940 : PARAMETRAGE D UNE NOUVELLE ENTITE ET ETAT DE        *
000900*            DISPONIBILITE DES ENTITES                           *
001000*  ------------------------------------------------------------  *
001100*  L ARRIVEE D UNE SOCIETE DANS LE GROUPE NE SE DECOUVRE PLUS    *
001200*  TABLE PAR TABLE : LE PAQUET ENTPAK (DESSIN FFFFFGNE) DECRIT   *
001300*  LA NOUVELLE ENTITE ET CHAQUE ELEMENT DE SON PARAMETRAGE EST   *
001400*  CONTROLE CONTRE LA TABLE QUI LE PORTE.                        *
001500*  ELEMENTS EXIGES D UNE ENTITE (DIX COLONNES DE L ETAT) :       *
001600*   REGI  REGISTRE DES ENTITES        REFTBL ENTI                *
001700*   LANG  LANGUE DU COURRIER          REFTBL LANG (GSCO290)      *
001800*   CANA  CANAL DU COURRIER           REFTBL CANA (GSCO290)      *
001900*   JURI  JURIDICTION DU CALENDRIER   REFTBL JURI                *
002000*   CALE  CALENDRIER OUVRE DE LA JURIDICTION (CALFIC) A LA       *
002100*         DATE DE REFERENCE ET JUSQU AU 31/12 DE SON ANNEE       *
002200*   PLAF  PLAFONDS LIMFIC (GSLM630)                              *
002300*   FRAI  UNE LIGNE TARFIC VALIDEE EN VIGUEUR (GSFE590)          *
002400*   TAUX  UNE LIGNE TXIFIC EN VIGUEUR (GSIA600)                  *
002500*   IMPU  REGLE MAPFIC EN VIGUEUR A LA DATE DE REFERENCE POUR    *
002600*         CHAQUE PREFIXE DES MOTEURS : FRAI INTC REMB VERS PROV  *
002650*         PERT (TABLE COMMUNE AU GROUPE)                         *
002700*   PROF  UN METTEUR A JOUR ET UN APPROBATEUR DISTINCTS DONT     *
002800*         LE PERIMETRE AUTFIC EST L ENTITE (HORS FORMATION)      *
002900*  ETAT D UN ELEMENT : OK   = EN PLACE                           *
003000*                      PAQ  = FOURNI PAR LE PAQUET               *
003100*                      MANQ = MANQUANT                           *
003200*                      EXPI = ECHU (LIGNES FINIES, CALENDRIER    *
003300*                             NON PROLONGE)                      *
003400*  CHAQUE LIGNE DU PAQUET EST A CHARGER, DEJA PRESENTE A         *
003500*  L IDENTIQUE (SAUTEE) OU EN ERREUR : ZONE INVALIDE, DOUBLE     *
003600*  DANS LE PAQUET, OU CLE DEJA PRESENTE AVEC UNE AUTRE VALEUR    *
003700*  (LE PAQUET NE MODIFIE JAMAIS L EXISTANT). UN PROFIL AU QUI    *
003800*  CUMULE MISE A JOUR ET APPROBATION EST REFUSE.                 *
003900*  LA DATE DE REFERENCE EST LA DATE D EFFET DU PAQUET (LE JOUR   *
004000*  MEME SI ELLE EST PASSEE) ; EN MODE E, LE JOUR.                *
004100*  CARTE 1 : MODE(1)                                             *
004200*   V = VALIDATION : ETAT SEUL, RIEN N EST ECRIT                 *
004300*   A = APPLICATION : LE PAQUET N EST CHARGE QUE SANS ERREUR ET  *
004400*       SANS ELEMENT MANQUANT, TOUT EN UN PASSAGE. LE            *
004500*       SUPERVISEUR APPROUVE : PROFIL APPROBATION (GSAU400),     *
004600*       PERIMETRE TOUTES ENTITES OU CELLE DU PAQUET, DIFFERENT   *
004700*       DU METTEUR A JOUR QUI A PREPARE LE PAQUET. LES LIGNES    *
004800*       TARFIC SONT POSEES VALIDEES (ETAT V) A SES DEUX NOMS.    *
004900*       CHAQUE ENREGISTREMENT CREE EST LISTE SUR ETATNEP ET      *
005000*       ECRIT SUR ROLNEP (LISTE DE RETRAIT).                     *
005100*   R = RETRAIT : LES ENREGISTREMENTS DE ROLNEP SONT SUPPRIMES   *
005200*       (MEME SUPERVISION) - ANNULE UN CHARGEMENT, MEME          *
005300*       INTERROMPU.                                              *
005400*   E = ETAT DE DISPONIBILITE : POUR CHAQUE ENTITE CONNUE D UNE  *
005500*       DES TABLES, LES ELEMENTS MANQUANTS OU ECHUS.             *
005600*  CARTE 2 : SUPERVISEUR(8) (MODES A ET R)                       *
005700*  LES REGLES MAPFIC DU PAQUET (TABLE COMMUNE AU GROUPE) PRENNENT*
005800*  EFFET A LA DATE DE REFERENCE, SANS FIN, AU NOM DU PREPARATEUR *
005900*  ET DU SUPERVISEUR ; UNE REGLE EN VIGUEUR N EST PAS RETOUCHEE. *
006000*  CODE RETOUR : 4 = ENTITE INCOMPLETE (MODE E) OU ENREGISTREMENT*
006100*                    DEJA ABSENT (MODE R)                        *
006200*                8 = PAQUET EN ERREUR OU INCOMPLET (V / A - RIEN *
006300*                    N EST CHARGE)                               *
006400*  ------------------------------------------------------------  *
006500*  ENTREE  : ENTPAK   PAQUET DE LA NOUVELLE ENTITE (V / A)       *
006600*            CALFIC   CALENDRIER OUVRE (V / A / E)               *
006700*            UNITFIC  HIERARCHIE DES UNITES (V / A)              *
006900*            ROLNEP   LISTE DE RETRAIT (MODE R)                  *
007000*  M-A-J   : REFTBL   LIMFIC   TARFIC   TXIFIC   AUTFIC   MAPFIC *
007100*            (LECTURE SEULE EN MODES V ET E)                     *
007200*  SORTIE  : ROLNEP   LISTE DE RETRAIT (MODE A)                  *
007400*            ETATNEP  LIGNES DU PAQUET, ELEMENTS PAR ENTITE,     *
007500*                     CHARGEMENT OU RETRAIT                      *
007600*  ------------------------------------------------------------  *
007700*  HISTORIQUE DES MODIFICATIONS                                  *
007800*  15/10/26  DA  CREATION                                        *
007810*  15/10/26  DA  REGLES D IMPUTATION CHARGEES DANS MAPFIC, DATEES*
007820*                A LA DATE DE REFERENCE (CPTNOUV SUPPRIME)       *
007900******************************************************************
008000 ENVIRONMENT DIVISION.
008100 CONFIGURATION SECTION.
008200 SOURCE-COMPUTER.
008300     IBM-370.
008400 OBJECT-COMPUTER.
008500     IBM-370.
008600 SPECIAL-NAMES.
008700     DECIMAL-POINT IS COMMA.
008800 INPUT-OUTPUT SECTION.
008900 FILE-CONTROL.
009000     SELECT ENTPAK  ASSIGN  ENTPAK
009100       ORGANIZATION  SEQUENTIAL
009200       FILE STATUS   W-ENTPAK-STATUS.
009300     SELECT REFTBL  ASSIGN  REFTBL
009400       ORGANIZATION  INDEXED
009500       ACCESS MODE   DYNAMIC
009600       RECORD KEY    REF-CLE
009700       FILE STATUS   W-REFTBL-STATUS.
009800     SELECT LIMFIC  ASSIGN  LIMFIC
009900       ORGANIZATION  INDEXED
010000       ACCESS MODE   DYNAMIC
010100       RECORD KEY    LIM-ENTITE
010200       FILE STATUS   W-LIMFIC-STATUS.
010300     SELECT TARFIC  ASSIGN  TARFIC
010400       ORGANIZATION  INDEXED
010500       ACCESS MODE   DYNAMIC
010600       RECORD KEY    TAR-CLE
010700       FILE STATUS   W-TARFIC-STATUS.
010800     SELECT TXIFIC  ASSIGN  TXIFIC
010900       ORGANIZATION  INDEXED
011000       ACCESS MODE   DYNAMIC
011100       RECORD KEY    TXI-CLE
011200       FILE STATUS   W-TXIFIC-STATUS.
011300     SELECT AUTFIC  ASSIGN  AUTFIC
011400       ORGANIZATION  INDEXED
011500       ACCESS MODE   DYNAMIC
011600       RECORD KEY    AUT-OPERATEUR
011700       FILE STATUS   W-AUTFIC-STATUS.
011800     SELECT CALFIC  ASSIGN  CALFIC
011900       ORGANIZATION  INDEXED
012000       ACCESS MODE   RANDOM
012100       RECORD KEY    CAL-CLE
012200       FILE STATUS   W-CALFIC-STATUS.
012300     SELECT UNITFIC ASSIGN  UNITFIC
012400       ORGANIZATION  INDEXED
012500       ACCESS MODE   RANDOM
012600       RECORD KEY    UNI-CODE
012700       FILE STATUS   W-UNITFIC-STATUS.
012800     SELECT MAPFIC  ASSIGN  MAPFIC
012900       ORGANIZATION  INDEXED
013000       ACCESS MODE   DYNAMIC
013100       RECORD KEY    MAP-CLE
013200       FILE STATUS   W-MAPFIC-STATUS.
013400     SELECT ROLNEP  ASSIGN  ROLNEP
013500       ORGANIZATION  SEQUENTIAL
013600       FILE STATUS   W-ROLNEP-STATUS.
013700     SELECT ETATNEP ASSIGN  ETATNEP
013800       ORGANIZATION  SEQUENTIAL
013900       FILE STATUS   W-ETATNEP-STATUS.
014000 DATA DIVISION.
014100 FILE SECTION.
014200 FD  ENTPAK
014300     LABEL RECORD STANDARD
014400     DATA RECORD NEP-ENREG.
014500 COPY FFFFFGNE.
014600 FD  REFTBL
014700     LABEL RECORD STANDARD
014800     DATA RECORD REF-ENREG.
014900 COPY FFFFFGR.
015000 FD  LIMFIC
015100     LABEL RECORD STANDARD
015200     DATA RECORD LIM-ENREG.
015300 COPY FFFFFGLM.
015400 FD  TARFIC
015500     LABEL RECORD STANDARD
015600     DATA RECORD TAR-ENREG.
015700 COPY FFFFFGTF.
015800 FD  TXIFIC
015900     LABEL RECORD STANDARD
016000     DATA RECORD TXI-ENREG.
016100 COPY FFFFFGTI.
016200 FD  AUTFIC
016300     LABEL RECORD STANDARD
016400     DATA RECORD AUT-ENREG.
016500 COPY FFFFFGA.
016600 FD  CALFIC
016700     LABEL RECORD STANDARD
016800     DATA RECORD CAL-ENREG.
016900 COPY FFFFFGK.
017000 FD  UNITFIC
017100     LABEL RECORD STANDARD
017200     DATA RECORD UNI-ENREG.
017300 COPY FFFFFGH.
017400 FD  MAPFIC
017500     LABEL RECORD STANDARD
017600     DATA RECORD MAP-ENREG.
017700 COPY FFFFFGMP.
018600 FD  ROLNEP
018700     LABEL RECORD STANDARD
018800     DATA RECORD ROL-ENREG.
018900 01  ROL-ENREG.
019000     05  ROL-FICHIER                 PIC X(08).
019100     05  FILLER                      PIC X(01).
019200     05  ROL-CLE                     PIC X(20).
019300     05  FILLER                      PIC X(01).
019400     05  ROL-ENTITE                  PIC X(02).
019500     05  FILLER                      PIC X(01).
019600     05  ROL-DATE                    PIC 9(08).
019700     05  FILLER                      PIC X(01).
019800     05  ROL-SUPERVISEUR             PIC X(08).
019900     05  FILLER                      PIC X(30).
020000 FD  ETATNEP
020100     LABEL RECORD STANDARD
020200     DATA RECORD ETN-LIGNE.
020300 01  ETN-LIGNE                       PIC X(132).
020400 WORKING-STORAGE SECTION.
020500 77  CPT-LIGNES                      PIC S9(08) COMP VALUE ZERO.
020600 77  CPT-A-CHARGER                   PIC S9(08) COMP VALUE ZERO.
020700 77  CPT-DEJA-PRESENTES              PIC S9(08) COMP VALUE ZERO.
020800 77  CPT-ERREURS                     PIC S9(08) COMP VALUE ZERO.
020900 77  CPT-CREES                       PIC S9(08) COMP VALUE ZERO.
021000 77  CPT-SUPPRIMES                   PIC S9(08) COMP VALUE ZERO.
021100 77  CPT-ABSENTS                     PIC S9(08) COMP VALUE ZERO.
021200 77  CPT-ENTITES                     PIC S9(08) COMP VALUE ZERO.
021300 77  CPT-INCOMPLETES                 PIC S9(08) COMP VALUE ZERO.
021500 77  IX-LIG                          PIC S9(04) COMP VALUE ZERO.
021600 77  NB-LIG                          PIC S9(04) COMP VALUE ZERO.
021700 77  IX-AUTRE                        PIC S9(04) COMP VALUE ZERO.
022000 77  IX-TROUVE                       PIC S9(04) COMP VALUE ZERO.
022100 77  IX-PFX                          PIC S9(04) COMP VALUE ZERO.
022200 77  IX-IT                           PIC S9(04) COMP VALUE ZERO.
022300 77  IX-ENT                          PIC S9(04) COMP VALUE ZERO.
022400 77  NB-ENT                          PIC S9(04) COMP VALUE ZERO.
022500 77  IX-DEC                          PIC S9(04) COMP VALUE ZERO.
022600 77  IX-POS                          PIC S9(04) COMP VALUE ZERO.
022700 77  W-NB-VIGUEUR                    PIC S9(08) COMP VALUE ZERO.
022800 77  W-NB-PROPOSEES                  PIC S9(08) COMP VALUE ZERO.
022900 77  W-NB-ECHUES                     PIC S9(08) COMP VALUE ZERO.
023000 77  W-NB-MAJ                        PIC S9(08) COMP VALUE ZERO.
023100 77  W-NB-APP                        PIC S9(08) COMP VALUE ZERO.
023200 77  W-NB-DEUX                       PIC S9(08) COMP VALUE ZERO.
023300 77  W-REF-LONGUEUR                  PIC S9(04) COMP VALUE ZERO.
023400 77  W-EN-CHARGEMENT                 PIC X(01) VALUE 'N'.
023500 01  W-FIN-NEP                       PIC X(01) VALUE 'N'.
023600     88  FIN-NEP                     VALUE 'O'.
023700 01  W-FIN-MAP                       PIC X(01) VALUE 'N'.
023800     88  FIN-MAP                     VALUE 'O'.
023900 01  W-FIN-ROL                       PIC X(01) VALUE 'N'.
024000     88  FIN-ROL                     VALUE 'O'.
024100 01  W-FIN-PARCOURS                  PIC X(01) VALUE 'N'.
024200     88  FIN-PARCOURS                VALUE 'O'.
024300 01  W-ENTPAK-STATUS                 PIC X(02).
024400     88  W-NEP-OK                    VALUE '00'.
024500     88  W-NEP-FIN                   VALUE '10'.
024600 01  W-REFTBL-STATUS                 PIC X(02).
024700     88  W-REF-OK                    VALUE '00'.
024800     88  W-REF-FIN                   VALUE '10'.
024900     88  W-REF-ABSENT                VALUE '23'.
025000 01  W-LIMFIC-STATUS                 PIC X(02).
025100     88  W-LIM-OK                    VALUE '00'.
025200     88  W-LIM-FIN                   VALUE '10'.
025300     88  W-LIM-ABSENT                VALUE '23'.
025400 01  W-TARFIC-STATUS                 PIC X(02).
025500     88  W-TAR-OK                    VALUE '00'.
025600     88  W-TAR-FIN                   VALUE '10'.
025700     88  W-TAR-ABSENT                VALUE '23'.
025800 01  W-TXIFIC-STATUS                 PIC X(02).
025900     88  W-TXI-OK                    VALUE '00'.
026000     88  W-TXI-FIN                   VALUE '10'.
026100     88  W-TXI-ABSENT                VALUE '23'.
026200 01  W-AUTFIC-STATUS                 PIC X(02).
026300     88  W-AUT-OK                    VALUE '00'.
026400     88  W-AUT-FIN                   VALUE '10'.
026500     88  W-AUT-ABSENT                VALUE '23'.
026600 01  W-CALFIC-STATUS                 PIC X(02).
026700     88  W-CAL-OK                    VALUE '00'.
026800     88  W-CAL-ABSENT                VALUE '23'.
026900 01  W-UNITFIC-STATUS                PIC X(02).
027000     88  W-UNI-OK                    VALUE '00'.
027100     88  W-UNI-ABSENT                VALUE '23'.
027200 01  W-MAPFIC-STATUS                 PIC X(02).
027300     88  W-MAP-OK                    VALUE '00'.
027400     88  W-MAP-FIN                   VALUE '10'.
027500     88  W-MAP-ABSENT                VALUE '23'.
027700 01  W-ROLNEP-STATUS                 PIC X(02).
027800     88  W-ROL-OK                    VALUE '00'.
027900     88  W-ROL-FIN                   VALUE '10'.
028000 01  W-ETATNEP-STATUS                PIC X(02).
028100     88  W-ETN-OK                    VALUE '00'.
028200 01  W-CARTE-1.
028300     05  W-MODE                      PIC X(01).
028400         88  MODE-VALIDATION         VALUE 'V'.
028500         88  MODE-APPLICATION        VALUE 'A'.
028600         88  MODE-RETRAIT            VALUE 'R'.
028700         88  MODE-ETAT               VALUE 'E'.
028800 01  W-CARTE-2.
028900     05  W-SUPERVISEUR               PIC X(08).
029000 01  AUZ-ZONE.
029100     05  AUZ-OPERATEUR               PIC X(08).
029200     05  AUZ-FONCTION                PIC X(01).
029300     05  AUZ-PROGRAMME               PIC X(08).
029400     05  AUZ-RETOUR                  PIC X(01).
029500         88  AUZ-AUTORISE            VALUE '0'.
029600     05  AUZ-ENTITE                  PIC X(02).
029700     05  AUZ-UNITE                   PIC X(06).
029800 01  W-SUP-ENTITE                    PIC X(02) VALUE SPACES.
029900 01  W-DATE-JOUR                     PIC 9(08).
030000 01  W-DATE-REF                      PIC 9(08).
030100 01  W-FIN-ANNEE                     PIC 9(08).
030200 01  W-FIN-ANNEE-R REDEFINES W-FIN-ANNEE.
030300     05  W-FIN-AAAA                  PIC 9(04).
030400     05  W-FIN-MMJJ                  PIC 9(04).
030500 01  W-MOTIF-ABANDON                 PIC X(40).
030600*    L ENTITE EXAMINEE (ENTETE DU PAQUET OU ENTITE DE L ETAT)
030700 01  W-ENTITE                        PIC X(02).
030800 01  W-NOM                           PIC X(30).
030900 01  W-PREPARE-PAR                   PIC X(08).
031000 01  W-DATE-EFFET                    PIC 9(08).
031100 01  W-JURIDICTION                   PIC X(02).
031200 01  W-COMPLET                       PIC X(01).
031300 01  W-REFUS                         PIC X(01) VALUE 'N'.
031400*    APPORTS DU PAQUET AUX ELEMENTS (LIGNES A CHARGER)
031500 01  W-APPORTS-PAQUET.
031600     05  W-PQ-ENTI                   PIC X(01).
031700     05  W-PQ-LANG                   PIC X(01).
031800     05  W-PQ-CANA                   PIC X(01).
031900     05  W-PQ-JURI                   PIC X(01).
032000     05  W-PQ-JUR-CODE               PIC X(02).
032100     05  W-PQ-LIM                    PIC X(01).
032200     05  W-PQ-NB-TAR                 PIC S9(08) COMP.
032300     05  W-PQ-NB-TXI                 PIC S9(08) COMP.
032400     05  W-PQ-NB-MAJ                 PIC S9(08) COMP.
032500     05  W-PQ-NB-APP                 PIC S9(08) COMP.
032600 01  W-PQ-COURANT                    PIC X(01).
032700*    VERDICT D UNE LIGNE DU PAQUET
032800 01  W-VERDICT                       PIC X(01).
032900     88  VERDICT-A-CHARGER           VALUE 'C'.
033000     88  VERDICT-DEJA-PRESENTE       VALUE 'D'.
033100     88  VERDICT-ERREUR              VALUE 'E'.
033200 01  W-MOTIF                         PIC X(40).
033300 01  W-CLE-LIGNE                     PIC X(11).
033400 01  W-LIB-VERDICT                   PIC X(14).
033500 01  W-ED-LIGNE                      PIC ZZ9.
033600 01  W-REF-TYPE                      PIC X(04).
033700 01  W-REF-VALEUR                    PIC X(15).
033800*    ECRITURE D UN ENREGISTREMENT CREE (ETATNEP ET ROLNEP)
033900 01  W-ROL-FICHIER                   PIC X(08).
034000 01  W-ROL-CLE                       PIC X(20).
034100 01  W-LIB-ETAT                      PIC X(08).
034200*    LIGNES DU PAQUET : TYPE, CLE DE DOUBLE ET VERDICT
034300 01  W-TABLE-PAQUET.
034400     05  W-LIG-POSTE OCCURS 500.
034500         10  W-LIG-TYPE              PIC X(02).
034600         10  W-LIG-CLE               PIC X(11).
034700         10  W-LIG-VERDICT           PIC X(01).
034800*    REGLE MAPFIC EN VIGUEUR D UN PREFIXE (8400-REGLE-VIGUEUR)
034900 01  W-MAP-PFX                       PIC X(04).
035000 01  W-MAP-VIGUEUR                   PIC X(01).
035100 01  W-MAP-DATE-FIN                  PIC 9(08).
035200 01  W-MAP-DEBIT                     PIC X(10).
035300 01  W-MAP-CREDIT                    PIC X(10).
035800*    PREFIXES DONT LES MOTEURS EXIGENT LA REGLE
035900 01  W-PREFIXES-MOTEURS              PIC X(24)
036000     VALUE 'FRAIINTCREMBVERSPROVPERT'.
036100 01  W-PREFIXES-R REDEFINES W-PREFIXES-MOTEURS.
036200     05  W-PFX-MOTEUR                PIC X(04) OCCURS 6.
036300*    LES DIX ELEMENTS : ETAT ET DETAIL
036400 01  W-TABLE-ELEMENTS.
036500     05  W-IT-POSTE OCCURS 10.
036600         10  W-IT-ETAT               PIC X(04).
036700         10  W-IT-DETAIL             PIC X(50).
036800 01  W-NOMS-ELEMENTS.
036900     05  FILLER                      PIC X(40)
037000         VALUE 'REGISTRE  LANGUE    CANAL     JURIDICT. '.
037100     05  FILLER                      PIC X(40)
037200         VALUE 'CALENDRIERPLAFONDS  FRAIS     TAUX      '.
037300     05  FILLER                      PIC X(20)
037400         VALUE 'IMPUTATIONPROFILS   '.
037500 01  W-NOMS-ELEMENTS-R REDEFINES W-NOMS-ELEMENTS.
037600     05  W-IT-NOM                    PIC X(10) OCCURS 10.
037700 01  W-DETAIL                        PIC X(50).
037800 01  W-PFX-MANQUANTS                 PIC X(30).
037900*    ENTITES CONNUES DES TABLES (MODE E), EN ORDRE
038000 01  W-TABLE-ENTITES.
038100     05  W-ENT-CODE                  PIC X(02) OCCURS 300.
038200 01  W-ENT-NOUVELLE                  PIC X(02).
038300 01  ETN-TITRE.
038400     05  FILLER                      PIC X(30)
038500         VALUE 'GSNE940 - PARAMETRAGE DES ENTI'.
038600     05  FILLER                      PIC X(15)
038700         VALUE 'TES - MODE '.
038800     05  ETN-T-MODE                  PIC X(01).
038900     05  FILLER                      PIC X(08) VALUE ' - DATE '.
039000     05  ETN-T-DATE                  PIC 9(08).
039100     05  FILLER                      PIC X(70) VALUE SPACES.
039200 01  ETN-TITRE-GRILLE.
039300     05  FILLER                      PIC X(34)
039400         VALUE 'ENT NOM                           '.
039500     05  FILLER                      PIC X(50)
039600         VALUE
039700         'REGI LANG CANA JURI CALE PLAF FRAI TAUX IMPU PROF '.
039800     05  FILLER                      PIC X(48) VALUE SPACES.
039900 01  ETN-GRILLE.
040000     05  GRI-ENTITE                  PIC X(02).
040100     05  FILLER                      PIC X(02) VALUE SPACES.
040200     05  GRI-NOM                     PIC X(30).
040300     05  GRI-ETATS.
040400         10  GRI-POSTE OCCURS 10.
040500             15  GRI-ETAT            PIC X(04).
040600             15  FILLER              PIC X(01).
040700     05  FILLER                      PIC X(48) VALUE SPACES.
040800 PROCEDURE DIVISION.
040900******************************************************************
041000*  0000-MAINLINE : ETAT DES ENTITES, RETRAIT, OU PAQUET CONTROLE *
041100*  PUIS CHARGE                                                   *
041200******************************************************************
041300 0000-MAINLINE.
041400     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
041500     EVALUATE TRUE
041600         WHEN MODE-ETAT
041700             PERFORM 6000-ETAT-DISPONIBILITE THRU 6000-EXIT
041800         WHEN MODE-RETRAIT
041900             PERFORM 7500-RETRAIT THRU 7500-EXIT
042000         WHEN OTHER
042100             PERFORM 2000-CONTROLER-PAQUET THRU 2000-EXIT
042200             PERFORM 5000-CONTROLER-ENTITE THRU 5000-EXIT
042300             WRITE ETN-LIGNE FROM ETN-TITRE-GRILLE
042400             PERFORM 5800-EDITER-ENTITE THRU 5800-EXIT
042500             IF MODE-APPLICATION
042600                 PERFORM 7000-CHARGER THRU 7000-EXIT
042700             END-IF
042800     END-EVALUATE.
042900     PERFORM 9000-BILAN THRU 9000-EXIT.
043000     GOBACK.
043100 0000-EXIT.
043200     EXIT.
043300******************************************************************
043400*  1000-INITIALISATION : CARTES, SUPERVISION ET FICHIERS         *
043600******************************************************************
043700 1000-INITIALISATION.
043800     MOVE SPACES TO W-CARTE-1 W-CARTE-2.
043900     ACCEPT W-CARTE-1.
044000     ACCEPT W-CARTE-2.
044100     IF NOT MODE-VALIDATION AND NOT MODE-APPLICATION
044200      AND NOT MODE-RETRAIT AND NOT MODE-ETAT
044300         MOVE 'MODE INVALIDE' TO W-MOTIF-ABANDON
044400         GO TO 9900-ABANDON.
044500     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
044600     MOVE W-DATE-JOUR TO W-DATE-REF.
044700     IF MODE-APPLICATION OR MODE-RETRAIT
044800         PERFORM 1100-SUPERVISEUR THRU 1100-EXIT.
044900     OPEN OUTPUT ETATNEP.
045000     IF NOT W-ETN-OK
045100         MOVE 'OPEN ETATNEP' TO W-MOTIF-ABANDON
045200         GO TO 9900-ABANDON.
045300     MOVE W-MODE      TO ETN-T-MODE.
045400     MOVE W-DATE-JOUR TO ETN-T-DATE.
045500     WRITE ETN-LIGNE FROM ETN-TITRE.
045600     PERFORM 1200-OUVRIR-TABLES THRU 1200-EXIT.
045800 1000-EXIT.
045900     EXIT.
046000******************************************************************
046100*  1100-SUPERVISEUR : PROFIL APPROBATION EXIGE (GSAU400) ; SON   *
046200*  PERIMETRE D ENTITE EST CONFRONTE A L ENTITE PLUS LOIN         *
046300******************************************************************
046400 1100-SUPERVISEUR.
046500     IF W-SUPERVISEUR = SPACES
046600         MOVE 'SUPERVISEUR ABSENT (CARTE 2)' TO W-MOTIF-ABANDON
046700         GO TO 9900-ABANDON.
046800     MOVE W-SUPERVISEUR TO AUZ-OPERATEUR.
046900     MOVE 'P'           TO AUZ-FONCTION.
047000     MOVE 'GSNE940 '    TO AUZ-PROGRAMME.
047100     CALL 'GSAU400' USING AUZ-ZONE.
047200     IF NOT AUZ-AUTORISE
047300         MOVE 'SUPERVISEUR NON HABILITE' TO W-MOTIF-ABANDON
047400         GO TO 9900-ABANDON.
047500     MOVE AUZ-ENTITE TO W-SUP-ENTITE.
047600 1100-EXIT.
047700     EXIT.
047800******************************************************************
047900*  1200-OUVRIR-TABLES : MISE A JOUR EN MODES A ET R, LECTURE     *
048000*  SINON ; CALENDRIER ET UNITES SELON LE MODE                    *
048100******************************************************************
048200 1200-OUVRIR-TABLES.
048300     IF MODE-APPLICATION OR MODE-RETRAIT
048400         OPEN I-O REFTBL LIMFIC TARFIC TXIFIC AUTFIC MAPFIC
048500     ELSE
048600         OPEN INPUT REFTBL LIMFIC TARFIC TXIFIC AUTFIC MAPFIC.
048700     IF NOT W-REF-OK
048800         MOVE 'OPEN REFTBL' TO W-MOTIF-ABANDON
048900         GO TO 9900-ABANDON.
049000     IF NOT W-LIM-OK
049100         MOVE 'OPEN LIMFIC' TO W-MOTIF-ABANDON
049200         GO TO 9900-ABANDON.
049300     IF NOT W-TAR-OK
049400         MOVE 'OPEN TARFIC' TO W-MOTIF-ABANDON
049500         GO TO 9900-ABANDON.
049600     IF NOT W-TXI-OK
049700         MOVE 'OPEN TXIFIC' TO W-MOTIF-ABANDON
049800         GO TO 9900-ABANDON.
049900     IF NOT W-AUT-OK
050000         MOVE 'OPEN AUTFIC' TO W-MOTIF-ABANDON
050100         GO TO 9900-ABANDON.
050110     IF NOT W-MAP-OK
050120         MOVE 'OPEN MAPFIC' TO W-MOTIF-ABANDON
050130         GO TO 9900-ABANDON.
050200     IF MODE-RETRAIT
050300         GO TO 1200-EXIT.
050400     OPEN INPUT CALFIC.
050500     IF NOT W-CAL-OK
050600         MOVE 'OPEN CALFIC' TO W-MOTIF-ABANDON
050700         GO TO 9900-ABANDON.
050800     IF MODE-ETAT
050900         GO TO 1200-EXIT.
051000     OPEN INPUT UNITFIC.
051100     IF NOT W-UNI-OK
051200         MOVE 'OPEN UNITFIC' TO W-MOTIF-ABANDON
051300         GO TO 9900-ABANDON.
051400 1200-EXIT.
051500     EXIT.
054300******************************************************************
054400*  2000-CONTROLER-PAQUET : L ENTETE PUIS CHAQUE LIGNE, AVEC SON  *
054500*  VERDICT SUR ETATNEP                                           *
054600******************************************************************
054700 2000-CONTROLER-PAQUET.
054800     MOVE 'N'  TO W-PQ-ENTI W-PQ-LANG W-PQ-CANA W-PQ-JURI
054900                  W-PQ-LIM.
055000     MOVE SPACES TO W-PQ-JUR-CODE.
055100     MOVE ZERO TO W-PQ-NB-TAR W-PQ-NB-TXI
055200                  W-PQ-NB-MAJ W-PQ-NB-APP.
055300     OPEN INPUT ENTPAK.
055400     IF NOT W-NEP-OK
055500         MOVE 'OPEN ENTPAK' TO W-MOTIF-ABANDON
055600         GO TO 9900-ABANDON.
055700     PERFORM 8100-LIRE-NEP THRU 8100-EXIT.
055800     IF FIN-NEP
055900         MOVE 'PAQUET ENTPAK VIDE' TO W-MOTIF-ABANDON
056000         GO TO 9900-ABANDON.
056100     IF NOT NEP-ENTETE
056200         MOVE 'LIGNE EN ATTENDUE EN TETE DU PAQUET'
056300           TO W-MOTIF-ABANDON
056400         GO TO 9900-ABANDON.
056500     IF NEP-ENTITE = SPACES OR NEP-ENTITE = '**'
056600         MOVE 'ENTITE DU PAQUET INVALIDE' TO W-MOTIF-ABANDON
056700         GO TO 9900-ABANDON.
056800     PERFORM 2100-ENTETE THRU 2100-EXIT.
056900     PERFORM 8100-LIRE-NEP THRU 8100-EXIT.
057000     PERFORM 2200-UNE-LIGNE THRU 2200-EXIT
057100         UNTIL FIN-NEP.
057200     CLOSE ENTPAK.
057300 2000-EXIT.
057400     EXIT.
057500******************************************************************
057600*  2100-ENTETE : ENTITE, NOM, PREPARATEUR (PROFIL MISE A JOUR)   *
057700*  ET DATE D EFFET ; EN APPLICATION, LE SUPERVISEUR EST UN       *
057800*  AUTRE OPERATEUR DONT LE PERIMETRE COUVRE L ENTITE. LE         *
057900*  REGISTRE REFTBL ENTI EST L ELEMENT DE L ENTETE.               *
058000******************************************************************
058100 2100-ENTETE.
058200     ADD 1 TO NB-LIG CPT-LIGNES.
058300     MOVE NEP-TYPE   TO W-LIG-TYPE (NB-LIG).
058400     MOVE SPACES     TO W-LIG-CLE (NB-LIG).
058500     MOVE NEP-ENTITE      TO W-ENTITE.
058600     MOVE NEP-NOM         TO W-NOM.
058700     MOVE NEP-PREPARE-PAR TO W-PREPARE-PAR.
058800     MOVE 'C'    TO W-VERDICT.
058900     MOVE SPACES TO W-MOTIF.
059000     IF NEP-DATE-EFFET NOT NUMERIC
059100      OR NEP-DATE-EFFET = ZERO
059200         MOVE 'DATE D EFFET INVALIDE' TO W-MOTIF
059300         GO TO 2100-ERREUR.
059400     MOVE NEP-DATE-EFFET TO W-DATE-EFFET.
059500     IF W-DATE-EFFET GREATER W-DATE-JOUR
059600         MOVE W-DATE-EFFET TO W-DATE-REF.
059700     IF NEP-NOM = SPACES
059800         MOVE 'NOM DE L ENTITE ABSENT' TO W-MOTIF
059900         GO TO 2100-ERREUR.
060000     IF NEP-PREPARE-PAR = SPACES
060100         MOVE 'PREPARATEUR ABSENT' TO W-MOTIF
060200         GO TO 2100-ERREUR.
060300     MOVE NEP-PREPARE-PAR TO AUZ-OPERATEUR.
060400     MOVE 'M'             TO AUZ-FONCTION.
060500     MOVE 'GSNE940 '      TO AUZ-PROGRAMME.
060600     CALL 'GSAU400' USING AUZ-ZONE.
060700     IF NOT AUZ-AUTORISE
060800         MOVE 'PREPARATEUR SANS PROFIL MISE A JOUR' TO W-MOTIF
060900         GO TO 2100-ERREUR.
061000     IF MODE-APPLICATION
061100      AND W-SUPERVISEUR = NEP-PREPARE-PAR
061200         MOVE 'SUPERVISEUR = PREPARATEUR' TO W-MOTIF
061300         GO TO 2100-ERREUR.
061400     IF MODE-APPLICATION
061500      AND W-SUP-ENTITE NOT = SPACES
061600      AND W-SUP-ENTITE NOT = W-ENTITE
061700         MOVE 'SUPERVISEUR HORS PERIMETRE' TO W-MOTIF
061800         GO TO 2100-ERREUR.
061900     MOVE 'ENTI'         TO W-REF-TYPE.
062000     MOVE NEP-NOM (1:15) TO W-REF-VALEUR.
062100     MOVE 15             TO W-REF-LONGUEUR.
062200     PERFORM 2400-COMPARER-REF THRU 2400-EXIT.
062300     IF VERDICT-A-CHARGER
062400         MOVE 'O' TO W-PQ-ENTI.
062500     GO TO 2100-VERDICT.
062600 2100-ERREUR.
062700     MOVE 'E' TO W-VERDICT.
062800 2100-VERDICT.
062900     MOVE W-VERDICT TO W-LIG-VERDICT (NB-LIG).
063000     PERFORM 2900-ECRIRE-VERDICT THRU 2900-EXIT.
063100 2100-EXIT.
063200     EXIT.
063300******************************************************************
063400*  2200-UNE-LIGNE : CLE DE DOUBLE, DOUBLE DANS LE PAQUET, PUIS   *
063500*  CONTROLE PROPRE AU TYPE DE LIGNE                              *
063600******************************************************************
063700 2200-UNE-LIGNE.
063800     IF NB-LIG NOT LESS 500
063900         MOVE 'PAQUET DE PLUS DE 500 LIGNES' TO W-MOTIF-ABANDON
064000         GO TO 9900-ABANDON.
064100     ADD 1 TO NB-LIG CPT-LIGNES.
064200     MOVE 'C'    TO W-VERDICT.
064300     MOVE SPACES TO W-MOTIF W-CLE-LIGNE.
064400     EVALUATE TRUE
064500         WHEN NEP-FRAIS
064600             MOVE NEP-DONNEES (1:4)  TO W-CLE-LIGNE
064700         WHEN NEP-TAUX
064800             MOVE NEP-DONNEES (1:10) TO W-CLE-LIGNE
064900         WHEN NEP-IMPUTATION
065000             MOVE NEP-DONNEES (1:4)  TO W-CLE-LIGNE
065100         WHEN NEP-PROFIL
065200             MOVE NEP-DONNEES (1:8)  TO W-CLE-LIGNE
065300     END-EVALUATE.
065400     MOVE NEP-TYPE    TO W-LIG-TYPE (NB-LIG).
065500     MOVE W-CLE-LIGNE TO W-LIG-CLE (NB-LIG).
065600     MOVE ZERO TO IX-TROUVE.
065700     PERFORM 2250-CHERCHER-DOUBLE THRU 2250-EXIT
065800         VARYING IX-AUTRE FROM 2 BY 1
065900         UNTIL IX-AUTRE NOT LESS NB-LIG
066000            OR IX-TROUVE GREATER ZERO.
066100     IF IX-TROUVE GREATER ZERO
066200         MOVE 'E' TO W-VERDICT
066300         MOVE 'LIGNE EN DOUBLE DANS LE PAQUET' TO W-MOTIF
066400         GO TO 2200-VERDICT.
066500     EVALUATE TRUE
066600         WHEN NEP-LANGUE
066700             PERFORM 2310-LANGUE      THRU 2310-EXIT
066800         WHEN NEP-CANAL
066900             PERFORM 2320-CANAL       THRU 2320-EXIT
067000         WHEN NEP-JURIDICTION
067100             PERFORM 2330-JURIDICTION THRU 2330-EXIT
067200         WHEN NEP-PLAFONDS
067300             PERFORM 2340-PLAFONDS    THRU 2340-EXIT
067400         WHEN NEP-FRAIS
067500             PERFORM 2350-FRAIS       THRU 2350-EXIT
067600         WHEN NEP-TAUX
067700             PERFORM 2360-TAUX        THRU 2360-EXIT
067800         WHEN NEP-IMPUTATION
067900             PERFORM 2370-IMPUTATION  THRU 2370-EXIT
068000         WHEN NEP-PROFIL
068100             PERFORM 2380-PROFIL      THRU 2380-EXIT
068200         WHEN NEP-ENTETE
068300             MOVE 'E' TO W-VERDICT
068400             MOVE 'ENTETE EN DOUBLE' TO W-MOTIF
068500         WHEN OTHER
068600             MOVE 'E' TO W-VERDICT
068700             MOVE 'TYPE DE LIGNE INCONNU' TO W-MOTIF
068800     END-EVALUATE.
068900 2200-VERDICT.
069000     MOVE W-VERDICT TO W-LIG-VERDICT (NB-LIG).
069100     PERFORM 2900-ECRIRE-VERDICT THRU 2900-EXIT.
069200     PERFORM 8100-LIRE-NEP THRU 8100-EXIT.
069300 2200-EXIT.
069400     EXIT.
069500******************************************************************
069600*  2250-CHERCHER-DOUBLE : MEME TYPE ET MEME CLE PLUS HAUT DANS LE*
069700*  PAQUET (LA, CA, JU, LM : UNE SEULE LIGNE PAR TYPE)            *
069800******************************************************************
069900 2250-CHERCHER-DOUBLE.
070000     IF W-LIG-TYPE (IX-AUTRE) = W-LIG-TYPE (NB-LIG)
070100      AND W-LIG-CLE (IX-AUTRE) = W-LIG-CLE (NB-LIG)
070200         MOVE IX-AUTRE TO IX-TROUVE.
070300 2250-EXIT.
070400     EXIT.
070500******************************************************************
070600*  2310-LANGUE : CODE LANGUE SUR DEUX CARACTERES                 *
070700******************************************************************
070800 2310-LANGUE.
070900     IF NEP-LANGUE-CODE = SPACES
071000         MOVE 'E' TO W-VERDICT
071100         MOVE 'LANGUE ABSENTE' TO W-MOTIF
071200         GO TO 2310-EXIT.
071300     MOVE 'LANG'          TO W-REF-TYPE.
071400     MOVE NEP-LANGUE-CODE TO W-REF-VALEUR.
071500     MOVE 2               TO W-REF-LONGUEUR.
071600     PERFORM 2400-COMPARER-REF THRU 2400-EXIT.
071700     IF VERDICT-A-CHARGER
071800         MOVE 'O' TO W-PQ-LANG.
071900 2310-EXIT.
072000     EXIT.
072100******************************************************************
072200*  2320-CANAL : E = ELECTRONIQUE   I = IMPRESSION                *
072300******************************************************************
072400 2320-CANAL.
072500     IF NEP-CANAL-CODE NOT = 'E' AND NOT = 'I'
072600         MOVE 'E' TO W-VERDICT
072700         MOVE 'CANAL E OU I ATTENDU' TO W-MOTIF
072800         GO TO 2320-EXIT.
072900     MOVE 'CANA'         TO W-REF-TYPE.
073000     MOVE NEP-CANAL-CODE TO W-REF-VALEUR.
073100     MOVE 1              TO W-REF-LONGUEUR.
073200     PERFORM 2400-COMPARER-REF THRU 2400-EXIT.
073300     IF VERDICT-A-CHARGER
073400         MOVE 'O' TO W-PQ-CANA.
073500 2320-EXIT.
073600     EXIT.
073700******************************************************************
073800*  2330-JURIDICTION : LE CALENDRIER DE LA JURIDICTION EST UN     *
073900*  ELEMENT A PART (CALE)                                         *
074000******************************************************************
074100 2330-JURIDICTION.
074200     IF NEP-JURIDICTION-CODE = SPACES
074300         MOVE 'E' TO W-VERDICT
074400         MOVE 'JURIDICTION ABSENTE' TO W-MOTIF
074500         GO TO 2330-EXIT.
074600     MOVE 'JURI'               TO W-REF-TYPE.
074700     MOVE NEP-JURIDICTION-CODE TO W-REF-VALEUR.
074800     MOVE 2                    TO W-REF-LONGUEUR.
074900     PERFORM 2400-COMPARER-REF THRU 2400-EXIT.
075000     IF VERDICT-A-CHARGER
075100         MOVE 'O'                  TO W-PQ-JURI
075200         MOVE NEP-JURIDICTION-CODE TO W-PQ-JUR-CODE.
075300 2330-EXIT.
075400     EXIT.
075500******************************************************************
075600*  2340-PLAFONDS : ZONES NUMERIQUES, AVERTISSEMENT EN DECA DU    *
075700*  BLOCAGE QUAND LES DEUX SONT POSES                             *
075800******************************************************************
075900 2340-PLAFONDS.
076000     IF NEP-NB-AVERT NOT NUMERIC
076100      OR NEP-NB-BLOCAGE NOT NUMERIC
076200      OR NEP-MONTANT-AVERT NOT NUMERIC
076300      OR NEP-MONTANT-BLOCAGE NOT NUMERIC
076400         MOVE 'E' TO W-VERDICT
076500         MOVE 'PLAFONDS NON NUMERIQUES' TO W-MOTIF
076600         GO TO 2340-EXIT.
076700     IF (NEP-NB-BLOCAGE GREATER ZERO
076800         AND NEP-NB-AVERT GREATER NEP-NB-BLOCAGE)
076900      OR (NEP-MONTANT-BLOCAGE GREATER ZERO
077000         AND NEP-MONTANT-AVERT GREATER NEP-MONTANT-BLOCAGE)
077100         MOVE 'E' TO W-VERDICT
077200         MOVE 'AVERTISSEMENT AU DELA DU BLOCAGE' TO W-MOTIF
077300         GO TO 2340-EXIT.
077400     MOVE W-ENTITE TO LIM-ENTITE.
077500     READ LIMFIC.
077600     IF W-LIM-ABSENT
077700         MOVE 'O' TO W-PQ-LIM
077800         GO TO 2340-EXIT.
077900     IF NOT W-LIM-OK
078000         MOVE 'READ LIMFIC' TO W-MOTIF-ABANDON
078100         GO TO 9900-ABANDON.
078200     IF LIM-NB-AVERT = NEP-NB-AVERT
078300      AND LIM-NB-BLOCAGE = NEP-NB-BLOCAGE
078400      AND LIM-MONTANT-AVERT = NEP-MONTANT-AVERT
078500      AND LIM-MONTANT-BLOCAGE = NEP-MONTANT-BLOCAGE
078600         MOVE 'D' TO W-VERDICT
078700     ELSE
078800         MOVE 'E' TO W-VERDICT
078900         MOVE 'PLAFONDS EXISTANTS DIFFERENTS' TO W-MOTIF.
079000 2340-EXIT.
079100     EXIT.
079200******************************************************************
079300*  2350-FRAIS : LIGNE DE BAREME - ZONES, DATES ET TRANCHE ; EN   *
079400*  VIGUEUR A LA DATE DE REFERENCE, ELLE COMPTE POUR L ELEMENT    *
079500******************************************************************
079600 2350-FRAIS.
079700     IF NEP-TAR-STATUT = SPACES
079800         MOVE 'E' TO W-VERDICT
079900         MOVE 'STATUT ABSENT' TO W-MOTIF
080000         GO TO 2350-EXIT.
080100     IF NEP-TAR-TRANCHE NOT NUMERIC
080200      OR NEP-TAR-SEUIL-BAS NOT NUMERIC
080300      OR NEP-TAR-SEUIL-HAUT NOT NUMERIC
080400      OR NEP-TAR-TAUX NOT NUMERIC
080500      OR NEP-TAR-FORFAIT NOT NUMERIC
080600      OR NEP-TAR-DATE-DEBUT NOT NUMERIC
080700      OR NEP-TAR-DATE-FIN NOT NUMERIC
080800         MOVE 'E' TO W-VERDICT
080900         MOVE 'ZONE NON NUMERIQUE' TO W-MOTIF
081000         GO TO 2350-EXIT.
081100     IF NEP-TAR-DATE-DEBUT = ZERO
081200         MOVE 'E' TO W-VERDICT
081300         MOVE 'DATE DE DEBUT ABSENTE' TO W-MOTIF
081400         GO TO 2350-EXIT.
081500     IF NEP-TAR-DATE-FIN GREATER ZERO
081600      AND NEP-TAR-DATE-FIN LESS NEP-TAR-DATE-DEBUT
081700         MOVE 'E' TO W-VERDICT
081800         MOVE 'DATE DE FIN AVANT LE DEBUT' TO W-MOTIF
081900         GO TO 2350-EXIT.
082000     IF NEP-TAR-SEUIL-HAUT LESS NEP-TAR-SEUIL-BAS
082100         MOVE 'E' TO W-VERDICT
082200         MOVE 'TRANCHE INVERSEE' TO W-MOTIF
082300         GO TO 2350-EXIT.
082400     MOVE W-ENTITE        TO TAR-ENTITE.
082500     MOVE NEP-TAR-STATUT  TO TAR-STATUT.
082600     MOVE NEP-TAR-TRANCHE TO TAR-TRANCHE.
082700     READ TARFIC.
082800     IF W-TAR-ABSENT
082900         GO TO 2350-VIGUEUR.
083000     IF NOT W-TAR-OK
083100         MOVE 'READ TARFIC' TO W-MOTIF-ABANDON
083200         GO TO 9900-ABANDON.
083300     IF TAR-VALIDE
083400      AND TAR-SEUIL-BAS = NEP-TAR-SEUIL-BAS
083500      AND TAR-SEUIL-HAUT = NEP-TAR-SEUIL-HAUT
083600      AND TAR-TAUX = NEP-TAR-TAUX
083700      AND TAR-FORFAIT = NEP-TAR-FORFAIT
083800      AND TAR-DATE-DEBUT = NEP-TAR-DATE-DEBUT
083900      AND TAR-DATE-FIN = NEP-TAR-DATE-FIN
084000         MOVE 'D' TO W-VERDICT
084100     ELSE
084200         MOVE 'E' TO W-VERDICT
084300         MOVE 'LIGNE TARFIC EXISTANTE DIFFERENTE' TO W-MOTIF.
084400     GO TO 2350-EXIT.
084500 2350-VIGUEUR.
084600     IF NEP-TAR-DATE-DEBUT NOT GREATER W-DATE-REF
084700      AND (NEP-TAR-DATE-FIN = ZERO
084800         OR NEP-TAR-DATE-FIN NOT LESS W-DATE-REF)
084900         ADD 1 TO W-PQ-NB-TAR.
085000 2350-EXIT.
085100     EXIT.
085200******************************************************************
085300*  2360-TAUX : LIGNE DE BAREME D INTERET - MEMES REGLES          *
085400******************************************************************
085500 2360-TAUX.
085600     IF NEP-TXI-STATUT = SPACES
085700         MOVE 'E' TO W-VERDICT
085800         MOVE 'STATUT ABSENT' TO W-MOTIF
085900         GO TO 2360-EXIT.
086000     IF NEP-TXI-DATE-DEBUT NOT NUMERIC
086100      OR NEP-TXI-DATE-FIN NOT NUMERIC
086200      OR NEP-TXI-TAUX NOT NUMERIC
086300         MOVE 'E' TO W-VERDICT
086400         MOVE 'ZONE NON NUMERIQUE' TO W-MOTIF
086500         GO TO 2360-EXIT.
086600     IF NEP-TXI-DATE-DEBUT = ZERO
086700         MOVE 'E' TO W-VERDICT
086800         MOVE 'DATE DE DEBUT ABSENTE' TO W-MOTIF
086900         GO TO 2360-EXIT.
087000     IF NEP-TXI-DATE-FIN GREATER ZERO
087100      AND NEP-TXI-DATE-FIN LESS NEP-TXI-DATE-DEBUT
087200         MOVE 'E' TO W-VERDICT
087300         MOVE 'DATE DE FIN AVANT LE DEBUT' TO W-MOTIF
087400         GO TO 2360-EXIT.
087500     MOVE W-ENTITE           TO TXI-ENTITE.
087600     MOVE NEP-TXI-STATUT     TO TXI-STATUT.
087700     MOVE NEP-TXI-DATE-DEBUT TO TXI-DATE-DEBUT.
087800     READ TXIFIC.
087900     IF W-TXI-ABSENT
088000         GO TO 2360-VIGUEUR.
088100     IF NOT W-TXI-OK
088200         MOVE 'READ TXIFIC' TO W-MOTIF-ABANDON
088300         GO TO 9900-ABANDON.
088400     IF TXI-DATE-FIN = NEP-TXI-DATE-FIN
088500      AND TXI-TAUX-ANNUEL = NEP-TXI-TAUX
088600         MOVE 'D' TO W-VERDICT
088700     ELSE
088800         MOVE 'E' TO W-VERDICT
088900         MOVE 'LIGNE TXIFIC EXISTANTE DIFFERENTE' TO W-MOTIF.
089000     GO TO 2360-EXIT.
089100 2360-VIGUEUR.
089200     IF NEP-TXI-DATE-DEBUT NOT GREATER W-DATE-REF
089300      AND (NEP-TXI-DATE-FIN = ZERO
089400         OR NEP-TXI-DATE-FIN NOT LESS W-DATE-REF)
089500         ADD 1 TO W-PQ-NB-TXI.
089600 2360-EXIT.
089700     EXIT.
089800******************************************************************
089900*  2370-IMPUTATION : LA REGLE DU PAQUET PREND EFFET A LA DATE DE *
090000*  REFERENCE ; UN PREFIXE DEJA REGLE A CETTE DATE DOIT L ETRE A  *
090100*  L IDENTIQUE (LE PAQUET NE CHANGE PAS UNE REGLE DU GROUPE)     *
090200******************************************************************
090300 2370-IMPUTATION.
090400     IF NEP-MAP-PREFIXE = SPACES
090500      OR NEP-MAP-DEBIT = SPACES
090600      OR NEP-MAP-CREDIT = SPACES
090700         MOVE 'E' TO W-VERDICT
090800         MOVE 'PREFIXE OU COMPTE ABSENT' TO W-MOTIF
090900         GO TO 2370-EXIT.
091000     MOVE NEP-MAP-PREFIXE TO MAP-PREFIXE.
091100     MOVE W-DATE-REF      TO MAP-DATE-DEBUT.
091200     READ MAPFIC.
091300     IF W-MAP-ABSENT
091400         GO TO 2370-VIGUEUR.
091500     IF NOT W-MAP-OK
091600         MOVE 'READ MAPFIC' TO W-MOTIF-ABANDON
091700         GO TO 9900-ABANDON.
091800     IF MAP-DATE-FIN = ZERO
091900      AND MAP-COMPTE-DEBIT = NEP-MAP-DEBIT
092000      AND MAP-COMPTE-CREDIT = NEP-MAP-CREDIT
092100         MOVE 'D' TO W-VERDICT
092200     ELSE
092300         MOVE 'E' TO W-VERDICT
092400         MOVE 'REGLE MAPFIC EXISTANTE DIFFERENTE' TO W-MOTIF.
092500     GO TO 2370-EXIT.
092600 2370-VIGUEUR.
092700     MOVE NEP-MAP-PREFIXE TO W-MAP-PFX.
092800     PERFORM 8400-REGLE-VIGUEUR THRU 8400-EXIT.
092900     IF W-MAP-VIGUEUR = 'N'
093000         GO TO 2370-EXIT.
093100     IF W-MAP-DEBIT = NEP-MAP-DEBIT
093200      AND W-MAP-CREDIT = NEP-MAP-CREDIT
093300         MOVE 'D' TO W-VERDICT
093400     ELSE
093500         MOVE 'E' TO W-VERDICT
093600         MOVE 'REGLE MAPFIC EN VIGUEUR DIFFERENTE' TO W-MOTIF.
093700 2370-EXIT.
093800     EXIT.
094000******************************************************************
094100*  2380-PROFIL : O / N PAR FONCTION, PAS DE CUMUL MISE A JOUR +  *
094200*  APPROBATION, UNITE CONNUE ET OUVERTE ; UN OPERATEUR DEJA      *
094300*  PRESENT NE L EST QU A L IDENTIQUE (LE PAQUET NE RETOUCHE PAS  *
094400*  UN PROFIL EXISTANT)                                           *
094500******************************************************************
094600 2380-PROFIL.
094700     IF NEP-AUT-OPERATEUR = SPACES
094800         MOVE 'E' TO W-VERDICT
094900         MOVE 'OPERATEUR ABSENT' TO W-MOTIF
095000         GO TO 2380-EXIT.
095100     IF (NEP-AUT-CONSULTATION NOT = 'O' AND NOT = 'N')
095200      OR (NEP-AUT-MISE-A-JOUR NOT = 'O' AND NOT = 'N')
095300      OR (NEP-AUT-APPROBATION NOT = 'O' AND NOT = 'N')
095400      OR (NEP-AUT-ADMINISTRATION NOT = 'O' AND NOT = 'N')
095500         MOVE 'E' TO W-VERDICT
095600         MOVE 'PROFIL O / N ATTENDU' TO W-MOTIF
095700         GO TO 2380-EXIT.
095800     IF NEP-AUT-MISE-A-JOUR = 'O'
095900      AND NEP-AUT-APPROBATION = 'O'
096000         MOVE 'E' TO W-VERDICT
096100         MOVE 'MISE A JOUR ET APPROBATION CUMULEES' TO W-MOTIF
096200         GO TO 2380-EXIT.
096300     IF NEP-AUT-CONSULTATION = 'N'
096400      AND NEP-AUT-MISE-A-JOUR = 'N'
096500      AND NEP-AUT-APPROBATION = 'N'
096600      AND NEP-AUT-ADMINISTRATION = 'N'
096700         MOVE 'E' TO W-VERDICT
096800         MOVE 'PROFIL VIDE' TO W-MOTIF
096900         GO TO 2380-EXIT.
097000     IF NEP-AUT-UNITE = SPACES
097100         GO TO 2380-OPERATEUR.
097200     MOVE NEP-AUT-UNITE TO UNI-CODE.
097300     READ UNITFIC.
097400     IF W-UNI-ABSENT
097500         MOVE 'E' TO W-VERDICT
097600         MOVE 'UNITE INCONNUE' TO W-MOTIF
097700         GO TO 2380-EXIT.
097800     IF NOT W-UNI-OK
097900         MOVE 'READ UNITFIC' TO W-MOTIF-ABANDON
098000         GO TO 9900-ABANDON.
098100     IF UNI-FERMEE
098200         MOVE 'E' TO W-VERDICT
098300         MOVE 'UNITE FERMEE' TO W-MOTIF
098400         GO TO 2380-EXIT.
098500 2380-OPERATEUR.
098600     MOVE NEP-AUT-OPERATEUR TO AUT-OPERATEUR.
098700     READ AUTFIC.
098800     IF W-AUT-ABSENT
098900         GO TO 2380-APPORT.
099000     IF NOT W-AUT-OK
099100         MOVE 'READ AUTFIC' TO W-MOTIF-ABANDON
099200         GO TO 9900-ABANDON.
099300     IF AUT-ENTITE = W-ENTITE
099400      AND AUT-CONSULTATION = NEP-AUT-CONSULTATION
099500      AND AUT-MISE-A-JOUR = NEP-AUT-MISE-A-JOUR
099600      AND AUT-APPROBATION = NEP-AUT-APPROBATION
099700      AND AUT-ADMINISTRATION = NEP-AUT-ADMINISTRATION
099800      AND AUT-UNITE = NEP-AUT-UNITE
099900         MOVE 'D' TO W-VERDICT
100000     ELSE
100100         MOVE 'E' TO W-VERDICT
100200         MOVE 'OPERATEUR DEJA PRESENT (AUTRE PROFIL)' TO W-MOTIF.
100300     GO TO 2380-EXIT.
100400 2380-APPORT.
100500     IF NEP-AUT-MISE-A-JOUR = 'O'
100600         ADD 1 TO W-PQ-NB-MAJ.
100700     IF NEP-AUT-APPROBATION = 'O'
100800         ADD 1 TO W-PQ-NB-APP.
100900 2380-EXIT.
101000     EXIT.
101100******************************************************************
101200*  2400-COMPARER-REF : LIGNE REFTBL W-REF-TYPE DE L ENTITE -     *
101300*  ABSENTE = A CHARGER, PRESENTE = IDENTIQUE (LIBELLE COURT SUR  *
101400*  W-REF-LONGUEUR) OU EN ERREUR                                  *
101500******************************************************************
101600 2400-COMPARER-REF.
101700     MOVE W-REF-TYPE TO REF-TYPE.
101800     MOVE SPACES     TO REF-CODE.
101900     MOVE W-ENTITE   TO REF-CODE (1:2).
102000     READ REFTBL.
102100     IF W-REF-ABSENT
102200         GO TO 2400-EXIT.
102300     IF NOT W-REF-OK
102400         MOVE 'READ REFTBL' TO W-MOTIF-ABANDON
102500         GO TO 9900-ABANDON.
102600     IF REF-LIB-COURT (1:W-REF-LONGUEUR)
102700          = W-REF-VALEUR (1:W-REF-LONGUEUR)
102800         MOVE 'D' TO W-VERDICT
102900         GO TO 2400-EXIT.
103000     MOVE 'E' TO W-VERDICT.
103100     MOVE SPACES TO W-MOTIF.
103200     STRING 'REFTBL ' W-REF-TYPE ' DEJA POSEE : '
103300            REF-LIB-COURT
103400            DELIMITED SIZE INTO W-MOTIF
103500     END-STRING.
103600 2400-EXIT.
103700     EXIT.
103800******************************************************************
103900*  2900-ECRIRE-VERDICT : LA LIGNE DU PAQUET ET SON VERDICT       *
104000******************************************************************
104100 2900-ECRIRE-VERDICT.
104200     EVALUATE TRUE
104300         WHEN VERDICT-A-CHARGER
104400             ADD 1 TO CPT-A-CHARGER
104500             MOVE 'A CHARGER'      TO W-LIB-VERDICT
104600         WHEN VERDICT-DEJA-PRESENTE
104700             ADD 1 TO CPT-DEJA-PRESENTES
104800             MOVE 'DEJA PRESENTE'  TO W-LIB-VERDICT
104900         WHEN OTHER
105000             ADD 1 TO CPT-ERREURS
105100             MOVE 'ERREUR'         TO W-LIB-VERDICT
105200     END-EVALUATE.
105300     MOVE NB-LIG TO W-ED-LIGNE.
105400     MOVE SPACES TO ETN-LIGNE.
105500     STRING 'LIGNE ' W-ED-LIGNE ' ' NEP-TYPE ' '
105600            NEP-DONNEES (1:64) ' ' W-LIB-VERDICT ' ' W-MOTIF
105700            DELIMITED SIZE INTO ETN-LIGNE
105800     END-STRING.
105900     WRITE ETN-LIGNE.
106000 2900-EXIT.
106100     EXIT.
106200******************************************************************
106300*  5000-CONTROLER-ENTITE : LES DIX ELEMENTS DE W-ENTITE A LA     *
106400*  DATE DE REFERENCE, TABLES PUIS APPORTS DU PAQUET (NULS EN     *
106500*  MODE E)                                                       *
106600******************************************************************
106700 5000-CONTROLER-ENTITE.
106800     MOVE W-DATE-REF TO W-FIN-ANNEE.
106900     MOVE 1231       TO W-FIN-MMJJ.
107000     MOVE SPACES     TO W-JURIDICTION.
107100     MOVE 'ENTI'    TO W-REF-TYPE.
107200     MOVE W-PQ-ENTI TO W-PQ-COURANT.
107300     MOVE 1         TO IX-IT.
107400     PERFORM 5100-ELEMENT-REF THRU 5100-EXIT.
107500     IF W-REF-OK AND W-NOM = SPACES
107600         MOVE REF-LIB-LONG (1:30) TO W-NOM.
107700     MOVE 'LANG'    TO W-REF-TYPE.
107800     MOVE W-PQ-LANG TO W-PQ-COURANT.
107900     MOVE 2         TO IX-IT.
108000     PERFORM 5100-ELEMENT-REF THRU 5100-EXIT.
108100     MOVE 'CANA'    TO W-REF-TYPE.
108200     MOVE W-PQ-CANA TO W-PQ-COURANT.
108300     MOVE 3         TO IX-IT.
108400     PERFORM 5100-ELEMENT-REF THRU 5100-EXIT.
108500     MOVE 'JURI'    TO W-REF-TYPE.
108600     MOVE W-PQ-JURI TO W-PQ-COURANT.
108700     MOVE 4         TO IX-IT.
108800     PERFORM 5100-ELEMENT-REF THRU 5100-EXIT.
108900     IF W-REF-OK
109000         MOVE REF-LIB-COURT (1:2) TO W-JURIDICTION
109100     ELSE
109200         MOVE W-PQ-JUR-CODE TO W-JURIDICTION.
109300     PERFORM 5200-CALENDRIER   THRU 5200-EXIT.
109400     PERFORM 5300-PLAFONDS     THRU 5300-EXIT.
109500     PERFORM 5400-FRAIS        THRU 5400-EXIT.
109600     PERFORM 5500-TAUX         THRU 5500-EXIT.
109700     PERFORM 5600-IMPUTATION   THRU 5600-EXIT.
109800     PERFORM 5700-PROFILS      THRU 5700-EXIT.
109900     MOVE 'O' TO W-COMPLET.
110000     PERFORM 5050-COMPLET THRU 5050-EXIT
110100         VARYING IX-IT FROM 1 BY 1 UNTIL IX-IT GREATER 10.
110200 5000-EXIT.
110300     EXIT.
110400 5050-COMPLET.
110500     IF W-IT-ETAT (IX-IT) = 'MANQ' OR W-IT-ETAT (IX-IT) = 'EXPI'
110600         MOVE 'N' TO W-COMPLET.
110700 5050-EXIT.
110800     EXIT.
110900******************************************************************
111000*  5100-ELEMENT-REF : LIGNE REFTBL W-REF-TYPE / ENTITE - PAS     *
111100*  ENCORE EN VIGUEUR = MANQ, FINIE = EXPI ; ABSENTE = PAQ SI LE  *
111200*  PAQUET LA FOURNIT. LE STATUT DE LECTURE RESTE A L APPELANT.   *
111300******************************************************************
111400 5100-ELEMENT-REF.
111500     MOVE 'OK  '  TO W-IT-ETAT (IX-IT).
111600     MOVE SPACES  TO W-IT-DETAIL (IX-IT).
111700     MOVE W-REF-TYPE TO REF-TYPE.
111800     MOVE SPACES     TO REF-CODE.
111900     MOVE W-ENTITE   TO REF-CODE (1:2).
112000     READ REFTBL.
112100     IF W-REF-ABSENT
112200         GO TO 5100-ABSENTE.
112300     IF NOT W-REF-OK
112400         MOVE 'READ REFTBL' TO W-MOTIF-ABANDON
112500         GO TO 9900-ABANDON.
112600     IF REF-DATE-DEBUT GREATER W-DATE-REF
112700         MOVE 'MANQ' TO W-IT-ETAT (IX-IT)
112800         STRING 'REFTBL ' W-REF-TYPE ' EN VIGUEUR LE '
112900                REF-DATE-DEBUT
113000                DELIMITED SIZE INTO W-IT-DETAIL (IX-IT)
113100         END-STRING
113200         GO TO 5100-EXIT.
113300     IF REF-DATE-FIN GREATER ZERO
113400      AND REF-DATE-FIN LESS W-DATE-REF
113500         MOVE 'EXPI' TO W-IT-ETAT (IX-IT)
113600         STRING 'REFTBL ' W-REF-TYPE ' FINIE LE ' REF-DATE-FIN
113700                DELIMITED SIZE INTO W-IT-DETAIL (IX-IT)
113800         END-STRING.
113900     GO TO 5100-EXIT.
114000 5100-ABSENTE.
114100     IF W-PQ-COURANT = 'O'
114200         MOVE 'PAQ ' TO W-IT-ETAT (IX-IT)
114300         GO TO 5100-EXIT.
114400     MOVE 'MANQ' TO W-IT-ETAT (IX-IT).
114500     STRING 'REFTBL ' W-REF-TYPE ' ABSENTE'
114600            DELIMITED SIZE INTO W-IT-DETAIL (IX-IT)
114700     END-STRING.
114800 5100-EXIT.
114900     EXIT.
115000******************************************************************
115100*  5200-CALENDRIER : LE JOUR DE REFERENCE ET LE 31/12 DE SON     *
115200*  ANNEE AU CALENDRIER DE LA JURIDICTION                         *
115300******************************************************************
115400 5200-CALENDRIER.
115500     MOVE 'OK  '  TO W-IT-ETAT (5).
115600     MOVE SPACES  TO W-IT-DETAIL (5).
115700     IF W-JURIDICTION = SPACES
115800         MOVE 'MANQ' TO W-IT-ETAT (5)
115900         MOVE 'JURIDICTION NON DECLAREE' TO W-IT-DETAIL (5)
116000         GO TO 5200-EXIT.
116100     MOVE W-JURIDICTION TO CAL-JURIDICTION.
116200     MOVE W-DATE-REF    TO CAL-DATE.
116300     READ CALFIC.
116400     IF W-CAL-ABSENT
116500         MOVE 'MANQ' TO W-IT-ETAT (5)
116600         STRING 'CALFIC ' W-JURIDICTION ' SANS LE ' W-DATE-REF
116700                DELIMITED SIZE INTO W-IT-DETAIL (5)
116800         END-STRING
116900         GO TO 5200-EXIT.
117000     IF NOT W-CAL-OK
117100         MOVE 'READ CALFIC' TO W-MOTIF-ABANDON
117200         GO TO 9900-ABANDON.
117300     MOVE W-FIN-ANNEE TO CAL-DATE.
117400     READ CALFIC.
117500     IF W-CAL-ABSENT
117600         MOVE 'EXPI' TO W-IT-ETAT (5)
117700         STRING 'CALFIC ' W-JURIDICTION ' NON PROLONGE AU '
117800                W-FIN-ANNEE
117900                DELIMITED SIZE INTO W-IT-DETAIL (5)
118000         END-STRING
118100         GO TO 5200-EXIT.
118200     IF NOT W-CAL-OK
118300         MOVE 'READ CALFIC' TO W-MOTIF-ABANDON
118400         GO TO 9900-ABANDON.
118500 5200-EXIT.
118600     EXIT.
118700******************************************************************
118800*  5300-PLAFONDS : L ENREGISTREMENT LIMFIC DE L ENTITE           *
118900******************************************************************
119000 5300-PLAFONDS.
119100     MOVE 'OK  '  TO W-IT-ETAT (6).
119200     MOVE SPACES  TO W-IT-DETAIL (6).
119300     MOVE W-ENTITE TO LIM-ENTITE.
119400     READ LIMFIC.
119500     IF W-LIM-OK
119600         GO TO 5300-EXIT.
119700     IF NOT W-LIM-ABSENT
119800         MOVE 'READ LIMFIC' TO W-MOTIF-ABANDON
119900         GO TO 9900-ABANDON.
120000     IF W-PQ-LIM = 'O'
120100         MOVE 'PAQ ' TO W-IT-ETAT (6)
120200     ELSE
120300         MOVE 'MANQ' TO W-IT-ETAT (6)
120400         MOVE 'LIMFIC ABSENT' TO W-IT-DETAIL (6).
120500 5300-EXIT.
120600     EXIT.
120700******************************************************************
120800*  5400-FRAIS : LES LIGNES TARFIC DE L ENTITE - VALIDEES EN      *
120900*  VIGUEUR, PROPOSEES EN VIGUEUR, ECHUES                         *
121000******************************************************************
121100 5400-FRAIS.
121200     MOVE 'OK  '  TO W-IT-ETAT (7).
121300     MOVE SPACES  TO W-IT-DETAIL (7).
121400     MOVE ZERO TO W-NB-VIGUEUR W-NB-PROPOSEES W-NB-ECHUES.
121500     MOVE 'N'  TO W-FIN-PARCOURS.
121600     MOVE W-ENTITE  TO TAR-ENTITE.
121700     MOVE LOW-VALUE TO TAR-STATUT.
121800     MOVE ZERO      TO TAR-TRANCHE.
121900     START TARFIC KEY NOT LESS TAR-CLE.
122000     IF W-TAR-ABSENT OR W-TAR-FIN
122100         GO TO 5400-VERDICT.
122200     IF NOT W-TAR-OK
122300         MOVE 'START TARFIC' TO W-MOTIF-ABANDON
122400         GO TO 9900-ABANDON.
122500     PERFORM 5410-LIGNE-TARIF THRU 5410-EXIT
122600         UNTIL FIN-PARCOURS.
122700 5400-VERDICT.
122800     IF W-NB-VIGUEUR GREATER ZERO
122900         GO TO 5400-EXIT.
123000     IF W-PQ-NB-TAR GREATER ZERO
123100         MOVE 'PAQ ' TO W-IT-ETAT (7)
123200         GO TO 5400-EXIT.
123300     IF W-NB-PROPOSEES GREATER ZERO
123400         MOVE 'MANQ' TO W-IT-ETAT (7)
123500         MOVE 'TARFIC : LIGNES PROPOSEES NON VALIDEES'
123600           TO W-IT-DETAIL (7)
123700         GO TO 5400-EXIT.
123800     IF W-NB-ECHUES GREATER ZERO
123900         MOVE 'EXPI' TO W-IT-ETAT (7)
124000         MOVE 'TARFIC : TOUTES LES LIGNES SONT FINIES'
124100           TO W-IT-DETAIL (7)
124200         GO TO 5400-EXIT.
124300     MOVE 'MANQ' TO W-IT-ETAT (7).
124400     MOVE 'TARFIC : AUCUNE LIGNE EN VIGUEUR' TO W-IT-DETAIL (7).
124500 5400-EXIT.
124600     EXIT.
124700 5410-LIGNE-TARIF.
124800     READ TARFIC NEXT.
124900     IF W-TAR-FIN
125000         MOVE 'O' TO W-FIN-PARCOURS
125100         GO TO 5410-EXIT.
125200     IF NOT W-TAR-OK
125300         MOVE 'READ TARFIC' TO W-MOTIF-ABANDON
125400         GO TO 9900-ABANDON.
125500     IF TAR-ENTITE NOT = W-ENTITE
125600         MOVE 'O' TO W-FIN-PARCOURS
125700         GO TO 5410-EXIT.
125800     IF TAR-DATE-FIN GREATER ZERO
125900      AND TAR-DATE-FIN LESS W-DATE-REF
126000         ADD 1 TO W-NB-ECHUES
126100         GO TO 5410-EXIT.
126200     IF TAR-DATE-DEBUT GREATER W-DATE-REF
126300         GO TO 5410-EXIT.
126400     IF TAR-VALIDE
126500         ADD 1 TO W-NB-VIGUEUR
126600     ELSE
126700         ADD 1 TO W-NB-PROPOSEES.
126800 5410-EXIT.
126900     EXIT.
127000******************************************************************
127100*  5500-TAUX : LES LIGNES TXIFIC DE L ENTITE - EN VIGUEUR OU     *
127200*  ECHUES                                                        *
127300******************************************************************
127400 5500-TAUX.
127500     MOVE 'OK  '  TO W-IT-ETAT (8).
127600     MOVE SPACES  TO W-IT-DETAIL (8).
127700     MOVE ZERO TO W-NB-VIGUEUR W-NB-ECHUES.
127800     MOVE 'N'  TO W-FIN-PARCOURS.
127900     MOVE W-ENTITE  TO TXI-ENTITE.
128000     MOVE LOW-VALUE TO TXI-STATUT.
128100     MOVE ZERO      TO TXI-DATE-DEBUT.
128200     START TXIFIC KEY NOT LESS TXI-CLE.
128300     IF W-TXI-ABSENT OR W-TXI-FIN
128400         GO TO 5500-VERDICT.
128500     IF NOT W-TXI-OK
128600         MOVE 'START TXIFIC' TO W-MOTIF-ABANDON
128700         GO TO 9900-ABANDON.
128800     PERFORM 5510-LIGNE-TAUX THRU 5510-EXIT
128900         UNTIL FIN-PARCOURS.
129000 5500-VERDICT.
129100     IF W-NB-VIGUEUR GREATER ZERO
129200         GO TO 5500-EXIT.
129300     IF W-PQ-NB-TXI GREATER ZERO
129400         MOVE 'PAQ ' TO W-IT-ETAT (8)
129500         GO TO 5500-EXIT.
129600     IF W-NB-ECHUES GREATER ZERO
129700         MOVE 'EXPI' TO W-IT-ETAT (8)
129800         MOVE 'TXIFIC : TOUTES LES LIGNES SONT FINIES'
129900           TO W-IT-DETAIL (8)
130000         GO TO 5500-EXIT.
130100     MOVE 'MANQ' TO W-IT-ETAT (8).
130200     MOVE 'TXIFIC : AUCUNE LIGNE EN VIGUEUR' TO W-IT-DETAIL (8).
130300 5500-EXIT.
130400     EXIT.
130500 5510-LIGNE-TAUX.
130600     READ TXIFIC NEXT.
130700     IF W-TXI-FIN
130800         MOVE 'O' TO W-FIN-PARCOURS
130900         GO TO 5510-EXIT.
131000     IF NOT W-TXI-OK
131100         MOVE 'READ TXIFIC' TO W-MOTIF-ABANDON
131200         GO TO 9900-ABANDON.
131300     IF TXI-ENTITE NOT = W-ENTITE
131400         MOVE 'O' TO W-FIN-PARCOURS
131500         GO TO 5510-EXIT.
131600     IF TXI-DATE-FIN GREATER ZERO
131700      AND TXI-DATE-FIN LESS W-DATE-REF
131800         ADD 1 TO W-NB-ECHUES
131900         GO TO 5510-EXIT.
132000     IF TXI-DATE-DEBUT NOT GREATER W-DATE-REF
132100         ADD 1 TO W-NB-VIGUEUR.
132200 5510-EXIT.
132300     EXIT.
132400******************************************************************
132410*  5600-IMPUTATION : UNE REGLE MAPFIC EN VIGUEUR A LA DATE DE    *
132420*  REFERENCE POUR CHAQUE PREFIXE DES MOTEURS (TABLE DU GROUPE) OU*
132430*  UNE LIGNE CP DU PAQUET A CHARGER                              *
132440******************************************************************
132450 5600-IMPUTATION.
132460     MOVE 'OK  '  TO W-IT-ETAT (9).
132470     MOVE SPACES  TO W-IT-DETAIL (9) W-PFX-MANQUANTS.
132480     PERFORM 5610-UN-PREFIXE THRU 5610-EXIT
132490         VARYING IX-PFX FROM 1 BY 1 UNTIL IX-PFX GREATER 6.
132500     IF W-PFX-MANQUANTS NOT = SPACES
132510         MOVE 'MANQ' TO W-IT-ETAT (9)
132520         STRING 'MAPFIC SANS' W-PFX-MANQUANTS
132530                DELIMITED SIZE INTO W-IT-DETAIL (9)
132540         END-STRING.
132550 5600-EXIT.
132560     EXIT.
132570 5610-UN-PREFIXE.
132580     MOVE W-PFX-MOTEUR (IX-PFX) TO W-MAP-PFX.
132590     PERFORM 8400-REGLE-VIGUEUR THRU 8400-EXIT.
132600     IF W-MAP-VIGUEUR = 'O'
132610         GO TO 5610-EXIT.
132620     MOVE ZERO TO IX-TROUVE.
132630     PERFORM 5620-CHERCHER THRU 5620-EXIT
132640         VARYING IX-AUTRE FROM 1 BY 1
132650         UNTIL IX-AUTRE GREATER NB-LIG
132660            OR IX-TROUVE GREATER ZERO.
132670     IF IX-TROUVE = ZERO
132680         STRING W-PFX-MANQUANTS DELIMITED '  '
132690                ' '             DELIMITED SIZE
132700                W-PFX-MOTEUR (IX-PFX) DELIMITED SIZE
132710                INTO W-PFX-MANQUANTS
132720         END-STRING
132730         GO TO 5610-EXIT.
132740     IF W-IT-ETAT (9) = 'OK  '
132750         MOVE 'PAQ ' TO W-IT-ETAT (9).
132760 5610-EXIT.
132770     EXIT.
132780 5620-CHERCHER.
132790     IF W-LIG-TYPE (IX-AUTRE) = 'CP'
132800      AND W-LIG-CLE (IX-AUTRE) = W-PFX-MOTEUR (IX-PFX)
132810      AND W-LIG-VERDICT (IX-AUTRE) = 'C'
132820         MOVE IX-AUTRE TO IX-TROUVE.
132830 5620-EXIT.
132840     EXIT.
136400******************************************************************
136500*  5700-PROFILS : OPERATEURS HORS FORMATION DONT LE PERIMETRE    *
136600*  EST L ENTITE - IL FAUT UN METTEUR A JOUR ET UN APPROBATEUR    *
136700*  QUI NE SOIENT PAS LE MEME OPERATEUR                           *
136800******************************************************************
136900 5700-PROFILS.
137000     MOVE 'OK  '  TO W-IT-ETAT (10).
137100     MOVE SPACES  TO W-IT-DETAIL (10).
137200     MOVE ZERO TO W-NB-MAJ W-NB-APP W-NB-DEUX.
137300     MOVE 'N'  TO W-FIN-PARCOURS.
137400     MOVE LOW-VALUE TO AUT-OPERATEUR.
137500     START AUTFIC KEY NOT LESS AUT-OPERATEUR.
137600     IF W-AUT-ABSENT OR W-AUT-FIN
137700         GO TO 5700-VERDICT.
137800     IF NOT W-AUT-OK
137900         MOVE 'START AUTFIC' TO W-MOTIF-ABANDON
138000         GO TO 9900-ABANDON.
138100     PERFORM 5710-UN-PROFIL THRU 5710-EXIT
138200         UNTIL FIN-PARCOURS.
138300 5700-VERDICT.
138400     IF W-NB-MAJ GREATER ZERO AND W-NB-APP GREATER ZERO
138500      AND NOT (W-NB-MAJ = 1 AND W-NB-APP = 1 AND W-NB-DEUX = 1)
138600         GO TO 5700-EXIT.
138700     ADD W-PQ-NB-MAJ TO W-NB-MAJ.
138800     ADD W-PQ-NB-APP TO W-NB-APP.
138900     IF W-NB-MAJ GREATER ZERO AND W-NB-APP GREATER ZERO
139000      AND NOT (W-NB-MAJ = 1 AND W-NB-APP = 1 AND W-NB-DEUX = 1)
139100         MOVE 'PAQ ' TO W-IT-ETAT (10)
139200         GO TO 5700-EXIT.
139300     MOVE 'MANQ' TO W-IT-ETAT (10).
139400     IF W-NB-MAJ = ZERO
139500         MOVE 'AUTFIC : AUCUN METTEUR A JOUR DE L ENTITE'
139600           TO W-IT-DETAIL (10)
139700         GO TO 5700-EXIT.
139800     IF W-NB-APP = ZERO
139900         MOVE 'AUTFIC : AUCUN APPROBATEUR DE L ENTITE'
140000           TO W-IT-DETAIL (10)
140100         GO TO 5700-EXIT.
140200     MOVE 'AUTFIC : MISE A JOUR ET APPROBATION SUR UN SEUL'
140300       TO W-IT-DETAIL (10).
140400 5700-EXIT.
140500     EXIT.
140600 5710-UN-PROFIL.
140700     READ AUTFIC NEXT.
140800     IF W-AUT-FIN
140900         MOVE 'O' TO W-FIN-PARCOURS
141000         GO TO 5710-EXIT.
141100     IF NOT W-AUT-OK
141200         MOVE 'READ AUTFIC' TO W-MOTIF-ABANDON
141300         GO TO 9900-ABANDON.
141400     IF AUT-ENTITE NOT = W-ENTITE OR AUT-EN-FORMATION
141500         GO TO 5710-EXIT.
141600     IF AUT-MISE-A-JOUR = 'O'
141700         ADD 1 TO W-NB-MAJ.
141800     IF AUT-APPROBATION = 'O'
141900         ADD 1 TO W-NB-APP.
142000     IF AUT-MISE-A-JOUR = 'O' AND AUT-APPROBATION = 'O'
142100         ADD 1 TO W-NB-DEUX.
142200 5710-EXIT.
142300     EXIT.
142400******************************************************************
142500*  5800-EDITER-ENTITE : LIGNE DE GRILLE PUIS UNE LIGNE PAR       *
142600*  ELEMENT QUI N EST PAS EN PLACE                                *
142700******************************************************************
142800 5800-EDITER-ENTITE.
142900     MOVE W-ENTITE TO GRI-ENTITE.
143000     MOVE W-NOM    TO GRI-NOM.
143100     PERFORM 5810-COLONNE THRU 5810-EXIT
143200         VARYING IX-IT FROM 1 BY 1 UNTIL IX-IT GREATER 10.
143300     WRITE ETN-LIGNE FROM ETN-GRILLE.
143400     PERFORM 5820-DETAIL THRU 5820-EXIT
143500         VARYING IX-IT FROM 1 BY 1 UNTIL IX-IT GREATER 10.
143600 5800-EXIT.
143700     EXIT.
143800 5810-COLONNE.
143900     MOVE W-IT-ETAT (IX-IT) TO GRI-ETAT (IX-IT).
144000 5810-EXIT.
144100     EXIT.
144200 5820-DETAIL.
144300     IF W-IT-ETAT (IX-IT) = 'OK  '
144400         GO TO 5820-EXIT.
144500     EVALUATE W-IT-ETAT (IX-IT)
144600         WHEN 'PAQ '
144700             MOVE 'FOURNI'   TO W-LIB-ETAT
144800         WHEN 'EXPI'
144900             MOVE 'ECHU'     TO W-LIB-ETAT
145000         WHEN OTHER
145100             MOVE 'MANQUANT' TO W-LIB-ETAT
145200     END-EVALUATE.
145300     MOVE SPACES TO ETN-LIGNE.
145400     STRING '    ' W-IT-NOM (IX-IT) ' : ' W-LIB-ETAT ' '
145500            W-IT-DETAIL (IX-IT)
145600            DELIMITED SIZE INTO ETN-LIGNE
145700     END-STRING.
145800     WRITE ETN-LIGNE.
145900 5820-EXIT.
146000     EXIT.
146100******************************************************************
146200*  6000-ETAT-DISPONIBILITE : TOUTE ENTITE CITEE PAR UNE TABLE    *
146300*  (REGISTRE, LANGUE, CANAL, JURIDICTION, PLAFONDS, BAREMES,     *
146400*  PERIMETRES) EST EXAMINEE A LA DATE DU JOUR                    *
146500******************************************************************
146600 6000-ETAT-DISPONIBILITE.
146700     MOVE 'N'  TO W-PQ-ENTI W-PQ-LANG W-PQ-CANA W-PQ-JURI
146800                  W-PQ-LIM.
146900     MOVE SPACES TO W-PQ-JUR-CODE.
147000     MOVE ZERO TO W-PQ-NB-TAR W-PQ-NB-TXI
147100                  W-PQ-NB-MAJ W-PQ-NB-APP.
147200     MOVE 'ENTI' TO W-REF-TYPE.
147300     PERFORM 6100-ENTITES-REF THRU 6100-EXIT.
147400     MOVE 'LANG' TO W-REF-TYPE.
147500     PERFORM 6100-ENTITES-REF THRU 6100-EXIT.
147600     MOVE 'CANA' TO W-REF-TYPE.
147700     PERFORM 6100-ENTITES-REF THRU 6100-EXIT.
147800     MOVE 'JURI' TO W-REF-TYPE.
147900     PERFORM 6100-ENTITES-REF THRU 6100-EXIT.
148000     PERFORM 6300-ENTITES-TABLES THRU 6300-EXIT.
148100     WRITE ETN-LIGNE FROM ETN-TITRE-GRILLE.
148200     PERFORM 6500-UNE-ENTITE THRU 6500-EXIT
148300         VARYING IX-ENT FROM 1 BY 1 UNTIL IX-ENT GREATER NB-ENT.
148400 6000-EXIT.
148500     EXIT.
148600******************************************************************
148700*  6100-ENTITES-REF : LES CODES D ENTITE D UN TYPE REFTBL        *
148800******************************************************************
148900 6100-ENTITES-REF.
149000     MOVE 'N'        TO W-FIN-PARCOURS.
149100     MOVE W-REF-TYPE TO REF-TYPE.
149200     MOVE LOW-VALUE  TO REF-CODE.
149300     START REFTBL KEY NOT LESS REF-CLE.
149400     IF W-REF-ABSENT OR W-REF-FIN
149500         GO TO 6100-EXIT.
149600     IF NOT W-REF-OK
149700         MOVE 'START REFTBL' TO W-MOTIF-ABANDON
149800         GO TO 9900-ABANDON.
149900     PERFORM 6110-CODE-REF THRU 6110-EXIT
150000         UNTIL FIN-PARCOURS.
150100 6100-EXIT.
150200     EXIT.
150300 6110-CODE-REF.
150400     READ REFTBL NEXT.
150500     IF W-REF-FIN
150600         MOVE 'O' TO W-FIN-PARCOURS
150700         GO TO 6110-EXIT.
150800     IF NOT W-REF-OK
150900         MOVE 'READ REFTBL' TO W-MOTIF-ABANDON
151000         GO TO 9900-ABANDON.
151100     IF REF-TYPE NOT = W-REF-TYPE
151200         MOVE 'O' TO W-FIN-PARCOURS
151300         GO TO 6110-EXIT.
151320     IF REF-CODE (3:4) NOT = SPACES
151340         GO TO 6110-EXIT.
151400     MOVE REF-CODE (1:2) TO W-ENT-NOUVELLE.
151500     PERFORM 6200-AJOUTER-ENTITE THRU 6200-EXIT.
151600 6110-EXIT.
151700     EXIT.
151800******************************************************************
151900*  6200-AJOUTER-ENTITE : INSERTION EN ORDRE, SANS DOUBLE (LES    *
152000*  LIGNES DE PLAN ** ET LES PERIMETRES BLANCS NE SONT PAS DES    *
152100*  ENTITES)                                                      *
152200******************************************************************
152300 6200-AJOUTER-ENTITE.
152400     IF W-ENT-NOUVELLE = SPACES OR W-ENT-NOUVELLE = '**'
152500      OR W-ENT-NOUVELLE = LOW-VALUE
152600         GO TO 6200-EXIT.
152700     MOVE ZERO TO IX-POS.
152800     PERFORM 6210-CHERCHER-PLACE THRU 6210-EXIT
152900         VARYING IX-AUTRE FROM 1 BY 1
153000         UNTIL IX-AUTRE GREATER NB-ENT
153100            OR IX-POS GREATER ZERO.
153200     IF IX-POS GREATER ZERO
153300         IF W-ENT-CODE (IX-POS) = W-ENT-NOUVELLE
153400             GO TO 6200-EXIT
153500         END-IF
153600     ELSE
153700         COMPUTE IX-POS = NB-ENT + 1.
153800     IF NB-ENT NOT LESS 300
153900         MOVE 'TABLE DES ENTITES SATUREE' TO W-MOTIF-ABANDON
154000         GO TO 9900-ABANDON.
154100     PERFORM 6220-DECALER THRU 6220-EXIT
154200         VARYING IX-DEC FROM NB-ENT BY -1
154300         UNTIL IX-DEC LESS IX-POS.
154400     MOVE W-ENT-NOUVELLE TO W-ENT-CODE (IX-POS).
154500     ADD 1 TO NB-ENT.
154600 6200-EXIT.
154700     EXIT.
154800 6210-CHERCHER-PLACE.
154900     IF W-ENT-CODE (IX-AUTRE) NOT LESS W-ENT-NOUVELLE
155000         MOVE IX-AUTRE TO IX-POS.
155100 6210-EXIT.
155200     EXIT.
155300 6220-DECALER.
155400     MOVE W-ENT-CODE (IX-DEC) TO W-ENT-CODE (IX-DEC + 1).
155500 6220-EXIT.
155600     EXIT.
155700******************************************************************
155800*  6300-ENTITES-TABLES : PLAFONDS, BAREMES ET PERIMETRES         *
155900*  D OPERATEURS, PARCOURUS EN ENTIER                             *
156000******************************************************************
156100 6300-ENTITES-TABLES.
156200     MOVE 'N'       TO W-FIN-PARCOURS.
156300     MOVE LOW-VALUE TO LIM-ENTITE.
156400     START LIMFIC KEY NOT LESS LIM-ENTITE.
156500     IF W-LIM-OK
156600         PERFORM 6310-LIMITE THRU 6310-EXIT
156700             UNTIL FIN-PARCOURS.
156800     MOVE 'N'       TO W-FIN-PARCOURS.
156900     MOVE LOW-VALUE TO TAR-CLE.
157000     START TARFIC KEY NOT LESS TAR-CLE.
157100     IF W-TAR-OK
157200         PERFORM 6320-TARIF THRU 6320-EXIT
157300             UNTIL FIN-PARCOURS.
157400     MOVE 'N'       TO W-FIN-PARCOURS.
157500     MOVE LOW-VALUE TO TXI-CLE.
157600     START TXIFIC KEY NOT LESS TXI-CLE.
157700     IF W-TXI-OK
157800         PERFORM 6330-TAUX THRU 6330-EXIT
157900             UNTIL FIN-PARCOURS.
158000     MOVE 'N'       TO W-FIN-PARCOURS.
158100     MOVE LOW-VALUE TO AUT-OPERATEUR.
158200     START AUTFIC KEY NOT LESS AUT-OPERATEUR.
158300     IF W-AUT-OK
158400         PERFORM 6340-PROFIL THRU 6340-EXIT
158500             UNTIL FIN-PARCOURS.
158600 6300-EXIT.
158700     EXIT.
158800 6310-LIMITE.
158900     READ LIMFIC NEXT.
159000     IF W-LIM-FIN
159100         MOVE 'O' TO W-FIN-PARCOURS
159200         GO TO 6310-EXIT.
159300     IF NOT W-LIM-OK
159400         MOVE 'READ LIMFIC' TO W-MOTIF-ABANDON
159500         GO TO 9900-ABANDON.
159600     MOVE LIM-ENTITE TO W-ENT-NOUVELLE.
159700     PERFORM 6200-AJOUTER-ENTITE THRU 6200-EXIT.
159800 6310-EXIT.
159900     EXIT.
160000 6320-TARIF.
160100     READ TARFIC NEXT.
160200     IF W-TAR-FIN
160300         MOVE 'O' TO W-FIN-PARCOURS
160400         GO TO 6320-EXIT.
160500     IF NOT W-TAR-OK
160600         MOVE 'READ TARFIC' TO W-MOTIF-ABANDON
160700         GO TO 9900-ABANDON.
160800     MOVE TAR-ENTITE TO W-ENT-NOUVELLE.
160900     PERFORM 6200-AJOUTER-ENTITE THRU 6200-EXIT.
161000 6320-EXIT.
161100     EXIT.
161200 6330-TAUX.
161300     READ TXIFIC NEXT.
161400     IF W-TXI-FIN
161500         MOVE 'O' TO W-FIN-PARCOURS
161600         GO TO 6330-EXIT.
161700     IF NOT W-TXI-OK
161800         MOVE 'READ TXIFIC' TO W-MOTIF-ABANDON
161900         GO TO 9900-ABANDON.
162000     MOVE TXI-ENTITE TO W-ENT-NOUVELLE.
162100     PERFORM 6200-AJOUTER-ENTITE THRU 6200-EXIT.
162200 6330-EXIT.
162300     EXIT.
162400 6340-PROFIL.
162500     READ AUTFIC NEXT.
162600     IF W-AUT-FIN
162700         MOVE 'O' TO W-FIN-PARCOURS
162800         GO TO 6340-EXIT.
162900     IF NOT W-AUT-OK
163000         MOVE 'READ AUTFIC' TO W-MOTIF-ABANDON
163100         GO TO 9900-ABANDON.
163200     MOVE AUT-ENTITE TO W-ENT-NOUVELLE.
163300     PERFORM 6200-AJOUTER-ENTITE THRU 6200-EXIT.
163400 6340-EXIT.
163500     EXIT.
163600******************************************************************
163700*  6500-UNE-ENTITE : LES DIX ELEMENTS A LA DATE DU JOUR          *
163800******************************************************************
163900 6500-UNE-ENTITE.
164000     ADD 1 TO CPT-ENTITES.
164100     MOVE W-ENT-CODE (IX-ENT) TO W-ENTITE.
164200     MOVE SPACES              TO W-NOM.
164300     MOVE W-DATE-JOUR         TO W-DATE-REF.
164400     PERFORM 5000-CONTROLER-ENTITE THRU 5000-EXIT.
164500     PERFORM 5800-EDITER-ENTITE THRU 5800-EXIT.
164600     IF W-COMPLET NOT = 'O'
164700         ADD 1 TO CPT-INCOMPLETES.
164800 6500-EXIT.
164900     EXIT.
165000******************************************************************
165100*  7000-CHARGER : PAQUET SANS ERREUR ET COMPLET - LES LIGNES A   *
165200*  CHARGER SONT ECRITES DANS L ORDRE DU PAQUET, CHAQUE CREATION  *
165300*  LISTEE ET PORTEE SUR ROLNEP ; SINON RIEN N EST ECRIT          *
165500******************************************************************
165600 7000-CHARGER.
166100     MOVE SPACES TO ETN-LIGNE.
166200     WRITE ETN-LIGNE.
166300     IF CPT-ERREURS GREATER ZERO
166400      OR W-COMPLET NOT = 'O'
166500         MOVE 'O' TO W-REFUS
166600         MOVE 'PAQUET REFUSE : RIEN N EST CHARGE' TO ETN-LIGNE
166700         WRITE ETN-LIGNE
166900         GO TO 7000-EXIT.
167000     OPEN OUTPUT ROLNEP.
167100     IF NOT W-ROL-OK
167200         MOVE 'OPEN ROLNEP' TO W-MOTIF-ABANDON
167300         GO TO 9900-ABANDON.
167400     MOVE 'CHARGEMENT - LISTE DE RETRAIT (MODE R SUR ROLNEP)'
167500       TO ETN-LIGNE.
167600     WRITE ETN-LIGNE.
167700     MOVE 'O' TO W-EN-CHARGEMENT.
167800     MOVE 'N' TO W-FIN-NEP.
167900     MOVE ZERO TO IX-LIG.
168000     OPEN INPUT ENTPAK.
168100     IF NOT W-NEP-OK
168200         MOVE 'OPEN ENTPAK' TO W-MOTIF-ABANDON
168300         GO TO 9900-ABANDON.
168400     PERFORM 8100-LIRE-NEP THRU 8100-EXIT.
168500     PERFORM 7100-CHARGER-LIGNE THRU 7100-EXIT
168600         UNTIL FIN-NEP.
168700     CLOSE ENTPAK.
168900     CLOSE ROLNEP.
169000     MOVE 'N' TO W-EN-CHARGEMENT.
169100     MOVE 'PAQUET CHARGE' TO ETN-LIGNE.
169200     WRITE ETN-LIGNE.
169300 7000-EXIT.
169400     EXIT.
169500******************************************************************
169600*  7100-CHARGER-LIGNE : LA LIGNE DE MEME RANG QUE LE CONTROLE,   *
169700*  SI ELLE EST A CHARGER                                         *
169800******************************************************************
169900 7100-CHARGER-LIGNE.
170000     ADD 1 TO IX-LIG.
170100     IF W-LIG-VERDICT (IX-LIG) NOT = 'C'
170200         GO TO 7100-SUIVANTE.
170300     EVALUATE TRUE
170400         WHEN NEP-ENTETE
170500             MOVE 'ENTI'    TO W-REF-TYPE
170600             MOVE W-NOM     TO W-REF-VALEUR
170700             PERFORM 7200-ECRIRE-REF THRU 7200-EXIT
170800         WHEN NEP-LANGUE
170900             MOVE 'LANG'          TO W-REF-TYPE
171000             MOVE NEP-LANGUE-CODE TO W-REF-VALEUR
171100             PERFORM 7200-ECRIRE-REF THRU 7200-EXIT
171200         WHEN NEP-CANAL
171300             MOVE 'CANA'         TO W-REF-TYPE
171400             MOVE NEP-CANAL-CODE TO W-REF-VALEUR
171500             PERFORM 7200-ECRIRE-REF THRU 7200-EXIT
171600         WHEN NEP-JURIDICTION
171700             MOVE 'JURI'               TO W-REF-TYPE
171800             MOVE NEP-JURIDICTION-CODE TO W-REF-VALEUR
171900             PERFORM 7200-ECRIRE-REF THRU 7200-EXIT
172000         WHEN NEP-PLAFONDS
172100             PERFORM 7300-ECRIRE-LIMITE THRU 7300-EXIT
172200         WHEN NEP-FRAIS
172300             PERFORM 7400-ECRIRE-TARIF THRU 7400-EXIT
172400         WHEN NEP-TAUX
172500             PERFORM 7450-ECRIRE-TAUX THRU 7450-EXIT
172600         WHEN NEP-IMPUTATION
172700             PERFORM 7700-ECRIRE-REGLE THRU 7700-EXIT
173000         WHEN NEP-PROFIL
173100             PERFORM 7480-ECRIRE-PROFIL THRU 7480-EXIT
173200     END-EVALUATE.
173300 7100-SUIVANTE.
173400     PERFORM 8100-LIRE-NEP THRU 8100-EXIT.
173500 7100-EXIT.
173600     EXIT.
173700******************************************************************
173800*  7200-ECRIRE-REF : LIGNE REFTBL W-REF-TYPE / ENTITE, EN        *
173900*  VIGUEUR A LA DATE D EFFET, SANS FIN                           *
174000******************************************************************
174100 7200-ECRIRE-REF.
174200     MOVE SPACES       TO REF-ENREG.
174300     MOVE W-REF-TYPE   TO REF-TYPE.
174400     MOVE W-ENTITE     TO REF-CODE (1:2).
174500     MOVE W-REF-VALEUR TO REF-LIB-COURT.
174600     MOVE W-NOM        TO REF-LIB-LONG.
174700     MOVE W-DATE-EFFET TO REF-DATE-DEBUT.
174800     MOVE ZERO         TO REF-DATE-FIN.
174900     WRITE REF-ENREG.
175000     IF NOT W-REF-OK
175100         MOVE 'WRITE REFTBL' TO W-MOTIF-ABANDON
175200         GO TO 9900-ABANDON.
175300     MOVE 'REFTBL'  TO W-ROL-FICHIER.
175400     MOVE REF-CLE   TO W-ROL-CLE.
175500     PERFORM 7900-TRACER-CREATION THRU 7900-EXIT.
175600 7200-EXIT.
175700     EXIT.
175800******************************************************************
175900*  7300-ECRIRE-LIMITE : SEUILS DU PAQUET, POSITION A ZERO        *
176000*  (RAFRAICHIE PAR GSEN440)                                      *
176100******************************************************************
176200 7300-ECRIRE-LIMITE.
176300     MOVE SPACES              TO LIM-ENREG.
176400     MOVE W-ENTITE            TO LIM-ENTITE.
176500     MOVE NEP-NB-AVERT        TO LIM-NB-AVERT.
176600     MOVE NEP-NB-BLOCAGE      TO LIM-NB-BLOCAGE.
176700     MOVE NEP-MONTANT-AVERT   TO LIM-MONTANT-AVERT.
176800     MOVE NEP-MONTANT-BLOCAGE TO LIM-MONTANT-BLOCAGE.
176900     MOVE ZERO TO LIM-NB-ACTUEL
177000                  LIM-MONTANT-ACTUEL
177100                  LIM-DATE-POSITION.
177200     WRITE LIM-ENREG.
177300     IF NOT W-LIM-OK
177400         MOVE 'WRITE LIMFIC' TO W-MOTIF-ABANDON
177500         GO TO 9900-ABANDON.
177600     MOVE 'LIMFIC'   TO W-ROL-FICHIER.
177700     MOVE LIM-ENTITE TO W-ROL-CLE.
177800     PERFORM 7900-TRACER-CREATION THRU 7900-EXIT.
177900 7300-EXIT.
178000     EXIT.
178100******************************************************************
178200*  7400-ECRIRE-TARIF : LIGNE VALIDEE (ETAT V) - PROPOSEE PAR LE  *
178300*  PREPARATEUR, APPROUVEE PAR LE SUPERVISEUR                     *
178400******************************************************************
178500 7400-ECRIRE-TARIF.
178600     MOVE SPACES             TO TAR-ENREG.
178700     MOVE W-ENTITE           TO TAR-ENTITE.
178800     MOVE NEP-TAR-STATUT     TO TAR-STATUT.
178900     MOVE NEP-TAR-TRANCHE    TO TAR-TRANCHE.
179000     MOVE 'V'                TO TAR-ETAT.
179100     MOVE NEP-TAR-SEUIL-BAS  TO TAR-SEUIL-BAS.
179200     MOVE NEP-TAR-SEUIL-HAUT TO TAR-SEUIL-HAUT.
179300     MOVE NEP-TAR-TAUX       TO TAR-TAUX.
179400     MOVE NEP-TAR-FORFAIT    TO TAR-FORFAIT.
179500     MOVE NEP-TAR-DATE-DEBUT TO TAR-DATE-DEBUT.
179600     MOVE NEP-TAR-DATE-FIN   TO TAR-DATE-FIN.
179700     MOVE W-PREPARE-PAR      TO TAR-PROPOSE-PAR.
179800     MOVE W-SUPERVISEUR      TO TAR-APPROUVE-PAR.
179900     WRITE TAR-ENREG.
180000     IF NOT W-TAR-OK
180100         MOVE 'WRITE TARFIC' TO W-MOTIF-ABANDON
180200         GO TO 9900-ABANDON.
180300     MOVE 'TARFIC' TO W-ROL-FICHIER.
180400     MOVE TAR-CLE  TO W-ROL-CLE.
180500     PERFORM 7900-TRACER-CREATION THRU 7900-EXIT.
180600 7400-EXIT.
180700     EXIT.
180800******************************************************************
180900*  7450-ECRIRE-TAUX : LIGNE DE BAREME D INTERET                  *
181000******************************************************************
181100 7450-ECRIRE-TAUX.
181200     MOVE SPACES             TO TXI-ENREG.
181300     MOVE W-ENTITE           TO TXI-ENTITE.
181400     MOVE NEP-TXI-STATUT     TO TXI-STATUT.
181500     MOVE NEP-TXI-DATE-DEBUT TO TXI-DATE-DEBUT.
181600     MOVE NEP-TXI-DATE-FIN   TO TXI-DATE-FIN.
181700     MOVE NEP-TXI-TAUX       TO TXI-TAUX-ANNUEL.
181800     WRITE TXI-ENREG.
181900     IF NOT W-TXI-OK
182000         MOVE 'WRITE TXIFIC' TO W-MOTIF-ABANDON
182100         GO TO 9900-ABANDON.
182200     MOVE 'TXIFIC' TO W-ROL-FICHIER.
182300     MOVE TXI-CLE  TO W-ROL-CLE.
182400     PERFORM 7900-TRACER-CREATION THRU 7900-EXIT.
182500 7450-EXIT.
182600     EXIT.
182700******************************************************************
182800*  7480-ECRIRE-PROFIL : PROFIL DE PERIMETRE ENTITE, HORS         *
182900*  FORMATION, JAMAIS VU ACTIF                                    *
183000******************************************************************
183100 7480-ECRIRE-PROFIL.
183200     MOVE SPACES                 TO AUT-ENREG.
183300     MOVE NEP-AUT-OPERATEUR      TO AUT-OPERATEUR.
183400     MOVE NEP-AUT-CONSULTATION   TO AUT-CONSULTATION.
183500     MOVE NEP-AUT-MISE-A-JOUR    TO AUT-MISE-A-JOUR.
183600     MOVE NEP-AUT-APPROBATION    TO AUT-APPROBATION.
183700     MOVE NEP-AUT-ADMINISTRATION TO AUT-ADMINISTRATION.
183800     MOVE W-ENTITE               TO AUT-ENTITE.
183900     MOVE 'N'                    TO AUT-FORMATION.
184000     MOVE NEP-AUT-UNITE          TO AUT-UNITE.
184100     MOVE ZERO                   TO AUT-DERNIERE-ACTIVITE.
184200     WRITE AUT-ENREG.
184300     IF NOT W-AUT-OK
184400         MOVE 'WRITE AUTFIC' TO W-MOTIF-ABANDON
184500         GO TO 9900-ABANDON.
184600     MOVE 'AUTFIC'      TO W-ROL-FICHIER.
184700     MOVE AUT-OPERATEUR TO W-ROL-CLE.
184800     PERFORM 7900-TRACER-CREATION THRU 7900-EXIT.
184900 7480-EXIT.
185000     EXIT.
185100******************************************************************
185200*  7500-RETRAIT : CHAQUE ENREGISTREMENT DE ROLNEP EST SUPPRIME   *
185300*  (REGLES MAPFIC COMPRISES) ; UN ENREGISTREMENT DEJA ABSENT EST *
185400*  SIGNALE                                                       *
185500******************************************************************
185600 7500-RETRAIT.
185700     OPEN INPUT ROLNEP.
185800     IF NOT W-ROL-OK
185900         MOVE 'OPEN ROLNEP' TO W-MOTIF-ABANDON
186000         GO TO 9900-ABANDON.
186500     MOVE SPACES TO W-ENTITE.
186600     PERFORM 8300-LIRE-ROL THRU 8300-EXIT.
186700     PERFORM 7600-RETIRER THRU 7600-EXIT
186800         UNTIL FIN-ROL.
186900     CLOSE ROLNEP.
187100 7500-EXIT.
187200     EXIT.
187300******************************************************************
187400*  7600-RETIRER : UN ENREGISTREMENT CREE PAR LE CHARGEMENT - UNE *
187500*  SEULE ENTITE PAR LISTE, DANS LE PERIMETRE DU SUPERVISEUR      *
187600******************************************************************
187700 7600-RETIRER.
187800     IF W-ENTITE = SPACES
187900         MOVE ROL-ENTITE TO W-ENTITE
188000         IF W-SUP-ENTITE NOT = SPACES
188100          AND W-SUP-ENTITE NOT = W-ENTITE
188200             MOVE 'SUPERVISEUR HORS PERIMETRE' TO W-MOTIF-ABANDON
188300             GO TO 9900-ABANDON
188400         END-IF
188500     END-IF.
188600     IF ROL-ENTITE NOT = W-ENTITE
188700         MOVE 'ROLNEP PORTE DEUX ENTITES' TO W-MOTIF-ABANDON
188800         GO TO 9900-ABANDON.
188900     MOVE 'SUPPRIME' TO W-LIB-ETAT.
189000     EVALUATE ROL-FICHIER
189100         WHEN 'REFTBL'
189200             MOVE ROL-CLE (1:10) TO REF-CLE
189300             DELETE REFTBL
189400             MOVE W-REFTBL-STATUS TO W-ROLNEP-STATUS
189500         WHEN 'LIMFIC'
189600             MOVE ROL-CLE (1:2) TO LIM-ENTITE
189700             DELETE LIMFIC
189800             MOVE W-LIMFIC-STATUS TO W-ROLNEP-STATUS
189900         WHEN 'TARFIC'
190000             MOVE ROL-CLE (1:6) TO TAR-CLE
190100             DELETE TARFIC
190200             MOVE W-TARFIC-STATUS TO W-ROLNEP-STATUS
190300         WHEN 'TXIFIC'
190400             MOVE ROL-CLE (1:12) TO TXI-CLE
190500             DELETE TXIFIC
190600             MOVE W-TXIFIC-STATUS TO W-ROLNEP-STATUS
190700         WHEN 'AUTFIC'
190800             MOVE ROL-CLE (1:8) TO AUT-OPERATEUR
190900             DELETE AUTFIC
191000             MOVE W-AUTFIC-STATUS TO W-ROLNEP-STATUS
191100         WHEN 'MAPFIC'
191200             MOVE ROL-CLE (1:12) TO MAP-CLE
191230             DELETE MAPFIC
191260             MOVE W-MAPFIC-STATUS TO W-ROLNEP-STATUS
191300         WHEN OTHER
191400             MOVE 'ROLNEP : FICHIER INCONNU' TO W-MOTIF-ABANDON
191500             GO TO 9900-ABANDON
191600     END-EVALUATE.
191700     IF W-ROLNEP-STATUS = '23'
191800         MOVE 'ABSENT' TO W-LIB-ETAT
191900         ADD 1 TO CPT-ABSENTS
192000     ELSE
192100         IF NOT W-ROL-OK
192200             MOVE SPACES TO W-MOTIF-ABANDON
192300             STRING 'DELETE ' ROL-FICHIER ' STATUT '
192400                    W-ROLNEP-STATUS
192500                    DELIMITED SIZE INTO W-MOTIF-ABANDON
192600             END-STRING
192700             GO TO 9900-ABANDON
192800         ELSE
192900             ADD 1 TO CPT-SUPPRIMES
193000         END-IF
193100     END-IF.
193200     MOVE SPACES TO ETN-LIGNE.
193300     STRING W-LIB-ETAT ' ' ROL-FICHIER ' ' ROL-CLE
193400            DELIMITED SIZE INTO ETN-LIGNE
193500     END-STRING.
193600     WRITE ETN-LIGNE.
193700     PERFORM 8300-LIRE-ROL THRU 8300-EXIT.
193800 7600-EXIT.
193900     EXIT.
194000******************************************************************
194100*  7700-ECRIRE-REGLE : REGLE MAPFIC EN VIGUEUR A LA DATE DE      *
194200*  REFERENCE, SANS FIN - PROPOSEE PAR LE PREPARATEUR, APPROUVEE  *
194300*  PAR LE SUPERVISEUR                                            *
194400******************************************************************
194500 7700-ECRIRE-REGLE.
194600     MOVE SPACES          TO MAP-ENREG.
194700     MOVE NEP-MAP-PREFIXE TO MAP-PREFIXE.
194800     MOVE W-DATE-REF      TO MAP-DATE-DEBUT.
194900     MOVE ZERO            TO MAP-DATE-FIN.
195000     MOVE NEP-MAP-DEBIT   TO MAP-COMPTE-DEBIT.
195100     MOVE NEP-MAP-CREDIT  TO MAP-COMPTE-CREDIT.
195200     STRING 'PAQUET ENTITE ' W-ENTITE
195300            DELIMITED SIZE INTO MAP-LIBELLE
195400     END-STRING.
195500     MOVE W-PREPARE-PAR   TO MAP-PROPOSE-PAR.
195600     MOVE W-SUPERVISEUR   TO MAP-APPROUVE-PAR.
195700     MOVE W-DATE-JOUR     TO MAP-DATE-APPROBATION.
195800     WRITE MAP-ENREG.
195900     IF NOT W-MAP-OK
196000         MOVE 'WRITE MAPFIC' TO W-MOTIF-ABANDON
196100         GO TO 9900-ABANDON.
196200     MOVE 'MAPFIC' TO W-ROL-FICHIER.
196300     MOVE MAP-CLE  TO W-ROL-CLE.
196400     PERFORM 7900-TRACER-CREATION THRU 7900-EXIT.
196500 7700-EXIT.
196600     EXIT.
198300******************************************************************
198400*  7900-TRACER-CREATION : LIGNE DE LA LISTE DE RETRAIT SUR       *
198500*  ETATNEP ET ENREGISTREMENT ROLNEP                              *
198600******************************************************************
198700 7900-TRACER-CREATION.
198800     MOVE SPACES        TO ROL-ENREG.
198900     MOVE W-ROL-FICHIER TO ROL-FICHIER.
199000     MOVE W-ROL-CLE     TO ROL-CLE.
199100     MOVE W-ENTITE      TO ROL-ENTITE.
199200     MOVE W-DATE-JOUR   TO ROL-DATE.
199300     MOVE W-SUPERVISEUR TO ROL-SUPERVISEUR.
199400     WRITE ROL-ENREG.
199500     IF NOT W-ROL-OK
199600         MOVE 'WRITE ROLNEP' TO W-MOTIF-ABANDON
199700         GO TO 9900-ABANDON.
199800     ADD 1 TO CPT-CREES.
199900     MOVE SPACES TO ETN-LIGNE.
200000     STRING 'CREE     ' W-ROL-FICHIER ' ' W-ROL-CLE
200100            '  RETRAIT : SUPPRESSION'
200200            DELIMITED SIZE INTO ETN-LIGNE
200300     END-STRING.
200400     WRITE ETN-LIGNE.
200500 7900-EXIT.
200600     EXIT.
200700******************************************************************
200800*  8100-LIRE-NEP : LIGNE SUIVANTE DU PAQUET                      *
200900******************************************************************
201000 8100-LIRE-NEP.
201100     READ ENTPAK.
201200     IF W-NEP-FIN
201300         MOVE 'O' TO W-FIN-NEP
201400         GO TO 8100-EXIT.
201500     IF NOT W-NEP-OK
201600         MOVE 'READ ENTPAK' TO W-MOTIF-ABANDON
201700         GO TO 9900-ABANDON.
201800 8100-EXIT.
201900     EXIT.
202000******************************************************************
202100*  8300-LIRE-ROL : ENREGISTREMENT SUIVANT DE LA LISTE DE RETRAIT *
202200******************************************************************
202300 8300-LIRE-ROL.
202400     READ ROLNEP.
202500     IF W-ROL-FIN
202600         MOVE 'O' TO W-FIN-ROL
202700         GO TO 8300-EXIT.
202800     IF NOT W-ROL-OK
202900         MOVE 'READ ROLNEP' TO W-MOTIF-ABANDON
203000         GO TO 9900-ABANDON.
203100 8300-EXIT.
203200     EXIT.
203202******************************************************************
203204*  8400-REGLE-VIGUEUR : REGLE MAPFIC DU PREFIXE W-MAP-PFX EN     *
203206*  VIGUEUR A LA DATE DE REFERENCE (LECTURE DE GSMP980 : PLUS     *
203208*  GRANDE DATE DE DEBUT NON POSTERIEURE, ANNULEES IGNOREES)      *
203210******************************************************************
203212 8400-REGLE-VIGUEUR.
203214     MOVE 'N'       TO W-MAP-VIGUEUR.
203216     MOVE W-MAP-PFX TO MAP-PREFIXE.
203218     MOVE ZERO      TO MAP-DATE-DEBUT.
203220     START MAPFIC KEY NOT LESS MAP-CLE.
203222     IF W-MAP-ABSENT OR W-MAP-FIN
203224         GO TO 8400-EXIT.
203226     IF NOT W-MAP-OK
203228         MOVE 'START MAPFIC' TO W-MOTIF-ABANDON
203230         GO TO 9900-ABANDON.
203232 8400-LIRE.
203234     READ MAPFIC NEXT.
203236     IF W-MAP-FIN
203238         GO TO 8400-VERDICT.
203240     IF NOT W-MAP-OK
203242         MOVE 'READ MAPFIC' TO W-MOTIF-ABANDON
203244         GO TO 9900-ABANDON.
203246     IF MAP-PREFIXE NOT = W-MAP-PFX
203248      OR MAP-DATE-DEBUT GREATER W-DATE-REF
203250         GO TO 8400-VERDICT.
203252     IF MAP-DATE-FIN GREATER ZERO
203254      AND MAP-DATE-FIN LESS MAP-DATE-DEBUT
203256         GO TO 8400-LIRE.
203258     MOVE 'O'               TO W-MAP-VIGUEUR.
203260     MOVE MAP-DATE-FIN      TO W-MAP-DATE-FIN.
203262     MOVE MAP-COMPTE-DEBIT  TO W-MAP-DEBIT.
203264     MOVE MAP-COMPTE-CREDIT TO W-MAP-CREDIT.
203266     GO TO 8400-LIRE.
203268 8400-VERDICT.
203270     IF W-MAP-VIGUEUR = 'O'
203272      AND W-MAP-DATE-FIN GREATER ZERO
203274      AND W-MAP-DATE-FIN LESS W-DATE-REF
203276         MOVE 'N' TO W-MAP-VIGUEUR.
203278 8400-EXIT.
203280     EXIT.
203300******************************************************************
203400*  9000-BILAN : COMPTES ET CODE RETOUR SELON LE MODE             *
203500******************************************************************
203600 9000-BILAN.
203700     CLOSE REFTBL LIMFIC TARFIC TXIFIC AUTFIC MAPFIC ETATNEP.
203800     IF NOT MODE-RETRAIT
203900         CLOSE CALFIC.
204000     IF MODE-VALIDATION OR MODE-APPLICATION
204100         CLOSE UNITFIC.
204200     EVALUATE TRUE
204300         WHEN MODE-ETAT
204400             DISPLAY 'GSNE940 - ENTITES EXAMINEES : ' CPT-ENTITES
204500             DISPLAY 'GSNE940 - ENTITES INCOMPLETES : '
204600                     CPT-INCOMPLETES
204700             IF CPT-INCOMPLETES GREATER ZERO
204800                 MOVE 4 TO RETURN-CODE
204900             END-IF
205000         WHEN MODE-RETRAIT
205100             DISPLAY 'GSNE940 - ENREG. SUPPRIMES : ' CPT-SUPPRIMES
205400             DISPLAY 'GSNE940 - DEJA ABSENTS     : ' CPT-ABSENTS
205500             IF CPT-ABSENTS GREATER ZERO
205600                 MOVE 4 TO RETURN-CODE
205700             END-IF
205800         WHEN OTHER
205900             DISPLAY 'GSNE940 - LIGNES DU PAQUET : ' CPT-LIGNES
206000             DISPLAY 'GSNE940 - A CHARGER        : ' CPT-A-CHARGER
206100             DISPLAY 'GSNE940 - DEJA PRESENTES   : '
206200                     CPT-DEJA-PRESENTES
206300             DISPLAY 'GSNE940 - EN ERREUR        : ' CPT-ERREURS
206400             DISPLAY 'GSNE940 - ENTITE COMPLETE  : ' W-COMPLET
206500             DISPLAY 'GSNE940 - ENREG. CREES     : ' CPT-CREES
206600             IF CPT-ERREURS GREATER ZERO
206700              OR W-COMPLET NOT = 'O'
206800                 MOVE 8 TO RETURN-CODE
206900             END-IF
207000     END-EVALUATE.
207100 9000-EXIT.
207200     EXIT.
207300******************************************************************
207400*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT ; UN CHARGEMENT     *
207500*  INTERROMPU SE RETIRE PAR ROLNEP (MODE R)                      *
207600******************************************************************
207700 9900-ABANDON.
207800     DISPLAY 'GSNE940 - ABANDON : ' W-MOTIF-ABANDON.
207900     IF W-EN-CHARGEMENT = 'O'
208000         DISPLAY 'GSNE940 - CHARGEMENT INTERROMPU : RETRAIT PAR '
208100                 'ROLNEP (MODE R)'.
208200     MOVE 16 TO RETURN-CODE.
208300     STOP RUN.
