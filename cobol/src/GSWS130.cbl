001510*  DEUX FORMATS LES ZONES SENSIBLES SONT DECODEES (GSCR390,      *
001520*  VERSION DE L ENREGISTREMENT) AVANT RESTITUTION. LE SENS       *
001530*  MISE A JOUR REPASSERA PAR L ANALYSEUR GSJS123.                *
001540*  FONCTION CS : LE CLIENT DEPOSE UNE ENTREE DE CONSENTEMENT     *
001550*  (APRES LE FORMAT : FINALITE 4, CANAL 1, DATE D EFFET 8,       *
001560*  ACCORD 1) ECRITE AU FICHIER CNSFIC, ORIGINE P - PROFIL        *
001570*  MISE A JOUR EXIGE SUR L OPERATEUR DE L IDENTITE.              *
001571*  CLE DONT LE TITULAIRE EST DECEDE (DCDFIC, FICHE VALIDEE) :    *
001572*  ACCES REFUSE EN 403 ET JOURNALISE A GAUJ, Y COMPRIS SUR LA    *
001573*  CLE SERVIE PAR UNE LECTURE SUIVANTE.                          *
001574*  IDENTITE DE REPRESENTANT (WSIDFIC NATURE R) : LA CLE DEMANDEE *
001575*  ET LA CLE SERVIE DOIVENT FIGURER A RPRFIC SOUS UN MANDAT EN   *
001576*  COURS DE CETTE IDENTITE, AVEC LE POUVOIR DE CONSULTATION -    *
001577*  DE MISE A JOUR POUR LA FONCTION CS. SINON REFUS 403           *
001578*  JOURNALISE A GAUJ.                                            *
001579*  FONCTION AD : LE CLIENT DEPOSE UN CHANGEMENT D ADRESSE (APRES *
001580*  LE FORMAT : DATE D EFFET 8, LIGNE 1 30, LIGNE 2 30, CODE      *
001581*  POSTAL 10, VILLE 20, PAYS 2, TELEPHONE 15, CANAL 1) - PROFIL  *
001582*  MISE A JOUR EXIGE. RIEN N EST ECRIT A ADRFIC : LE CHANGEMENT  *
001583*  ATTEND AU FICHIER ADRATT LA DECISION DU BACK-OFFICE (GSAD510).*
001584*  FONCTION AL : LE CLIENT S ABONNE A UNE ALERTE (APRES LE       *
001585*  FORMAT : EVENEMENT 4 SOLD/STAT/IMPA, CANAL 1 S/E, SEUIL 13    *
001586*  AVEC 2 DECIMALES, ACTIF 1 O/N, COURRIEL 50) ECRIT AU FICHIER  *
001587*  ABOFIC - PROFIL MISE A JOUR EXIGE. SERVI PAR GSAB360.         *
001590*  CHAQUE DEMANDE, SERVIE OU REFUSEE, EST COMPTEE AU JOURNAL DES *
001593*  USAGES (FILE TD GUSJ - DD USGJRN, DESSIN FFFFFGUJ, SERVICE    *
001596*  WS, APPELANT PORTAIL) AVEC LA DUREE DE LA TRANSACTION.        *
001600*  ------------------------------------------------------------  *
001700*  HISTORIQUE DES MODIFICATIONS                                  *
001800*  22/08/26  DA  CREATION                                        *
001860*                (PROFIL C + PERIMETRE D ENTITE SUR CHAQUE       *
001870*                DEMANDE), REFUS EN 401 / 403 SANS DONNEES ET    *
001880*                JOURNALISES A GAUJ COMME DANS GSAU400           *
001881*  15/10/26  DA  DOCUMENT JSON / XML RENDU : DIVULGATION         *
001882*                TRACEE A LA FILE GDSJ AU NOM DU PORTAIL         *
001883*  15/10/26  DA  FONCTION CS : ENTREE DE CONSENTEMENT DEPOSEE    *
001884*                PAR LE PORTAIL AU FICHIER CNSFIC                *
001885*  15/10/26  DA  ACCES REFUSE A LA CLE D UN TITULAIRE DECEDE     *
001886*                (DCDFIC - FICHE VALIDEE PAR GSDE901)            *
001887*  15/10/26  DA  IDENTITE DE REPRESENTANT LIMITEE AUX CLES ET    *
001888*                FONCTIONS DE SES MANDATS (RPRFIC)               *
001889*  15/10/26  DA  FONCTION AD : CHANGEMENT D ADRESSE DEPOSE EN    *
001890*                ATTENTE D APPROBATION (ADRATT) - CORPS PORTE A  *
001891*                200 OCTETS                                      *
001892*  15/10/26  DA  FONCTION AL : ABONNEMENT DU CLIENT AUX          *
001893*                ALERTES (ABOFIC)                                *
001894*  15/10/26  DA  DEMANDE COMPTEE AU JOURNAL DES USAGES (FILE TD  *
001895*                GUSJ) : FONCTION, ISSUE, DUREE                  *
001896******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.
003100 77  W-LG-RECUE                      PIC S9(08) COMP VALUE ZERO.
003200 77  W-LG-REPONSE                    PIC S9(08) COMP VALUE ZERO.
003300 01  W-CORPS-RECU.
003310     05  W-CR-FONCTION               PIC X(02).
003320     05  W-CR-CLE                    PIC X(15).
003330     05  W-CR-FORMAT                 PIC X(01).
003340     05  W-CR-FINALITE               PIC X(04).
003350     05  W-CR-CANAL                  PIC X(01).
003360     05  W-CR-DATE-EFFET             PIC X(08).
003370     05  W-CR-ACCORD                 PIC X(01).
003380     05  FILLER                      PIC X(167).
003390*    FONCTION AD : LE CHANGEMENT D ADRESSE SUIT LE FORMAT
003400 01  W-CR-ADRESSE REDEFINES W-CORPS-RECU.
003410     05  FILLER                      PIC X(18).
003420     05  W-CRA-DATE-EFFET            PIC X(08).
003430     05  W-CRA-LIGNE-1               PIC X(30).
003440     05  W-CRA-LIGNE-2               PIC X(30).
003450     05  W-CRA-CODE-POSTAL           PIC X(10).
003460     05  W-CRA-VILLE                 PIC X(20).
003470     05  W-CRA-PAYS                  PIC X(02).
003480     05  W-CRA-TELEPHONE             PIC X(15).
003490     05  W-CRA-CANAL                 PIC X(01).
003500     05  FILLER                      PIC X(66).
003510*    FONCTION AL : L ABONNEMENT A UNE ALERTE SUIT LE FORMAT
003520 01  W-CR-ALERTE REDEFINES W-CORPS-RECU.
003530     05  FILLER                      PIC X(18).
003540     05  W-CRL-EVENEMENT             PIC X(04).
003550     05  W-CRL-CANAL                 PIC X(01).
003560     05  W-CRL-SEUIL                 PIC X(13).
003570     05  W-CRL-SEUIL-N REDEFINES W-CRL-SEUIL
003580                                     PIC 9(11)V99.
003590     05  W-CRL-ACTIF                 PIC X(01).
003600     05  W-CRL-COURRIEL              PIC X(50).
003610     05  FILLER                      PIC X(113).
003620 01  W-CORPS-REPONSE.
003630     05  W-CP-RETOUR                 PIC X(02).
003640     05  W-CP-DONNEES                PIC X(400).
003650 COPY ZL99LIC.
003660 COPY GSJSZ.
003670 COPY GSXMZ.
003680 COPY GSCRZ.
003690 COPY FFFFFFGS.
003700 COPY FFFFFGID.
003710 COPY FFFFFGA.
003720 COPY FFFFFGDC.
003730 77  W-LG-IDENTITE                   PIC S9(08) COMP VALUE ZERO.
003740 77  W-LG-SECRET                     PIC S9(08) COMP VALUE ZERO.
003750 COPY FFFFFGCN.
003760 01  W-ENTETE-IDENTITE               PIC X(11)
003770                                     VALUE 'GS-IDENTITE'.
003780 01  W-ENTETE-SECRET                 PIC X(09)
003790                                     VALUE 'GS-SECRET'.
003800 01  W-IDENTITE-RECUE                PIC X(16).
003810 01  W-SECRET-RECU                   PIC X(16).
003820 01  W-STATUS-REFUS                  PIC S9(08) COMP.
003830 01  W-REFUS                         PIC X(40).
003840 01  W-ABSTIME                       PIC S9(15) COMP-3.
003850 01  W-DATE-JOUR                     PIC 9(08).
003860 01  W-EIBTIME                       PIC 9(07).
003870 01  W-VIOLATION.
003880     05  VIO-DATE                    PIC 9(08).
003890     05  VIO-HEURE                   PIC 9(06).
003900     05  VIO-OPERATEUR               PIC X(08).
003910     05  VIO-FONCTION                PIC X(01).
003920     05  VIO-PROGRAMME               PIC X(08).
003930     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
003940     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
003950 01  W-FONCTION-REFUS                PIC X(01) VALUE 'C'.
003960 COPY FFFFFGDD.
003970 COPY FFFFFGMA.
003980 01  W-MANDAT-TROUVE                 PIC X(01).
003990 COPY FFFFFGAA.
004000 77  IX-CAR                          PIC S9(04) COMP VALUE ZERO.
004010 COPY FFFFFGAB.
004032*    MESURE DE LA DEMANDE POUR LE JOURNAL DES USAGES
004054 01  W-ABSTIME-DEBUT                 PIC S9(15) COMP-3.
004076 01  W-STATUT-Z                      PIC 9(03).
004088 COPY FFFFFGUJ.
004100 PROCEDURE DIVISION.
004200******************************************************************
004300*  0000-MAINLINE : RECEPTION - PROJECTION - LINK - REPONSE       *
004400******************************************************************
004500 0000-MAINLINE.
004503     EXEC CICS ASKTIME ABSTIME (W-ABSTIME-DEBUT) END-EXEC.
004506     MOVE SPACES TO W-CORPS-RECU W-CP-RETOUR.
004510     PERFORM 1000-AUTHENTIFIER THRU 1000-EXIT.
004520     IF W-STATUS-REFUS NOT = ZERO
004530         PERFORM 8100-REFUSER THRU 8100-EXIT
004540         GO TO 0000-FIN.
004600     MOVE 200 TO W-LG-RECUE.
004700     EXEC CICS WEB RECEIVE
004800          INTO (W-CORPS-RECU) LENGTH (W-LG-RECUE)
004900          MAXLENGTH (200) RESP (W-RESP)
005000     END-EXEC.
005100     IF W-RESP NOT = DFHRESP(NORMAL)
005200         MOVE '99' TO W-CP-RETOUR
005300         PERFORM 8000-REPONDRE THRU 8000-EXIT
005400         GO TO 0000-FIN.
005410*    LE PERIMETRE D ENTITE EST CONTROLE SUR CHAQUE DEMANDE : UNE
005414*    IDENTITE LIMITEE A L ENTITE 01 NE SORT JAMAIS UNE CLE 02
005418     IF AUT-ENTITE NOT = SPACES
005422      AND W-CR-CLE (1:2) NOT = AUT-ENTITE
005426         MOVE 403 TO W-STATUS-REFUS
005430         MOVE 'CLE HORS DU PERIMETRE D ENTITE' TO W-REFUS
005434         PERFORM 8200-JOURNALISER-REFUS THRU 8200-EXIT
005438         PERFORM 8100-REFUSER THRU 8100-EXIT
005442         GO TO 0000-FIN.
005446     MOVE W-CR-CLE TO DCD-FGS-CLE.
005450     PERFORM 8650-CONTROLER-CLE THRU 8650-EXIT.
005454     IF W-STATUS-REFUS NOT = ZERO
005458         GO TO 0000-FIN.
005462*    FONCTION CS : ENTREE DE CONSENTEMENT, SANS PASSER PAR
005466*    LE SERVICE ZL00-LCPG8
005470     IF W-CR-FONCTION = 'CS'
005474         PERFORM 8500-CONSENTEMENT THRU 8500-EXIT
005478         GO TO 0000-FIN.
005482*    FONCTION AD : CHANGEMENT D ADRESSE MIS EN ATTENTE
005486     IF W-CR-FONCTION = 'AD'
005490         PERFORM 8800-CHANGEMENT-ADRESSE THRU 8800-EXIT
005494         GO TO 0000-FIN.
005495*    FONCTION AL : ABONNEMENT A UNE ALERTE
005496     IF W-CR-FONCTION = 'AL'
005497         PERFORM 8900-ABONNEMENT THRU 8900-EXIT
005498         GO TO 0000-FIN.
005500     MOVE '02'          TO ZL99-VERSION.
005600     MOVE ZL00-QLENR    TO ZL99-LONGUEUR.
005700     MOVE W-CR-FONCTION TO ZL99-FONCTION.
006890         PERFORM 8200-JOURNALISER-REFUS THRU 8200-EXIT
006892         PERFORM 8100-REFUSER THRU 8100-EXIT
006894         GO TO 0000-FIN.
006895     IF ZL99-RETOUR = '00'
006896         MOVE ZL99-CLE TO DCD-FGS-CLE
006897         PERFORM 8650-CONTROLER-CLE THRU 8650-EXIT.
006898     IF W-STATUS-REFUS NOT = ZERO
006899         GO TO 0000-FIN.
006900     MOVE ZL99-RETOUR  TO W-CP-RETOUR.
007000     MOVE ZL99-DONNEES TO W-CP-DONNEES.
007010     IF (W-CR-FORMAT = 'J' OR 'X')
007040         GO TO 0000-FIN.
007100     PERFORM 8000-REPONDRE THRU 8000-EXIT.
007200 0000-FIN.
007250     PERFORM 8950-COMPTER-APPEL THRU 8950-EXIT.
007300     EXEC CICS RETURN END-EXEC.
007400 0000-EXIT.
007500     EXIT.
007648                  FROM (JSO-DOC) LENGTH (W-LG-REPONSE)
007650                  STATUSCODE (200) RESP (W-RESP)
007652             END-EXEC
007653             PERFORM 8300-TRACER-DIVULGATION THRU 8300-EXIT
007654         ELSE
007656             MOVE '98' TO W-CP-RETOUR
007658             PERFORM 8000-REPONDRE THRU 8000-EXIT
007674                  FROM (XML-DOC) LENGTH (W-LG-REPONSE)
007676                  STATUSCODE (200) RESP (W-RESP)
007678             END-EXEC
007679             PERFORM 8300-TRACER-DIVULGATION THRU 8300-EXIT
007680         ELSE
007682             MOVE '98' TO W-CP-RETOUR
007684             PERFORM 8000-REPONDRE THRU 8000-EXIT.
007754     MOVE EIBTIME               TO W-EIBTIME.
007756     MOVE W-EIBTIME (2:6)       TO VIO-HEURE.
007758     MOVE W-IDENTITE-RECUE (1:8) TO VIO-OPERATEUR.
007760     MOVE W-FONCTION-REFUS      TO VIO-FONCTION.
007762     MOVE 'GSWS130 '            TO VIO-PROGRAMME.
007764     EXEC CICS WRITEQ TD QUEUE ('GAUJ')
007766          FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
007768     END-EXEC.
007770 8200-EXIT.
007772     EXIT.
007800******************************************************************
007802*  8300-TRACER-DIVULGATION : LE DOCUMENT RENDU (JSON OU XML)     *
007804*  PORTE LE NOM ET L ID-NAT DECODES - LA DIVULGATION PART AU     *
007806*  JOURNAL (FILE TD GDSJ - DD DSCJRN) AU NOM DE L IDENTITE DU    *
007808*  PORTAIL. LE FORMAT POSITIONNEL, NON DECODE, N Y VA PAS        *
007810******************************************************************
007812 8300-TRACER-DIVULGATION.
007814     MOVE SPACES              TO DSC-ENREG.
007816     IF W-RESP NOT = DFHRESP(NORMAL)
007818         GO TO 8300-EXIT.
007820     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
007822     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
007824          YYYYMMDD (W-DATE-JOUR)
007826     END-EXEC.
007828     MOVE W-DATE-JOUR         TO DSC-DATE.
007830     MOVE EIBTIME             TO W-EIBTIME.
007832     MOVE W-EIBTIME (2:6)     TO DSC-HEURE.
007834     MOVE WSI-OPERATEUR       TO DSC-IDENTITE.
007836     MOVE 'PORT'              TO DSC-CANAL.
007838     MOVE 'GSWS130 '          TO DSC-PROGRAMME.
007840     MOVE FFFFFGS-CLE         TO DSC-FGS-CLE.
007842     MOVE 'R'                 TO DSC-NATURE.
007844     MOVE W-IDENTITE-RECUE    TO DSC-REFERENCE.
007846     MOVE 'N'                 TO DSC-FORMATION.
007848     EXEC CICS WRITEQ TD QUEUE ('GDSJ')
007850          FROM (DSC-ENREG) LENGTH (80) RESP (W-RESP)
007852     END-EXEC.
007854 8300-EXIT.
007856     EXIT.
007860******************************************************************
007862*  8500-CONSENTEMENT : ENTREE DE CONSENTEMENT DEPOSEE PAR LE     *
007864*  CLIENT (FONCTION CS) - PROFIL MISE A JOUR EXIGE, CLE CONNUE   *
007866*  DU FICHIER FFFFFGS. L ENTREE DU JOUR DEJA PRESENTE POUR LE    *
007868*  MEME COUPLE FINALITE / CANAL EST REMPLACEE. RETOUR :          *
007870*  00 ENREGISTRE  10 SAISIE INVALIDE  13 CLE INCONNUE            *
007872*  99 INCIDENT FICHIER                                           *
007874******************************************************************
007876 8500-CONSENTEMENT.
007878     MOVE SPACES TO W-CP-DONNEES.
007880     IF AUT-MISE-A-JOUR NOT = 'O'
007882         MOVE 403 TO W-STATUS-REFUS
007884         MOVE 'M' TO W-FONCTION-REFUS
007886         MOVE 'PROFIL SANS DROIT DE MISE A JOUR' TO W-REFUS
007888         PERFORM 8200-JOURNALISER-REFUS THRU 8200-EXIT
007890         PERFORM 8100-REFUSER THRU 8100-EXIT
007892         GO TO 8500-EXIT.
007894     IF (W-CR-FINALITE NOT = 'MARK' AND NOT = 'GEST')
007896      OR (W-CR-CANAL NOT = 'I' AND NOT = 'E' AND NOT = 'T')
007898      OR W-CR-DATE-EFFET NOT NUMERIC
007900      OR (W-CR-ACCORD NOT = 'O' AND NOT = 'N')
007902         MOVE '10' TO W-CP-RETOUR
007904         PERFORM 8000-REPONDRE THRU 8000-EXIT
007906         GO TO 8500-EXIT.
007908     MOVE W-CR-CLE TO FFFFFGS-CLE.
007910     EXEC CICS READ FILE ('FFFFFGS')
007912          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE) RESP (W-RESP)
007914     END-EXEC.
007916     IF W-RESP NOT = DFHRESP(NORMAL)
007918         MOVE '13' TO W-CP-RETOUR
007920         PERFORM 8000-REPONDRE THRU 8000-EXIT
007922         GO TO 8500-EXIT.
007924     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
007926     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
007928          YYYYMMDD (W-DATE-JOUR)
007930     END-EXEC.
007932     PERFORM 8510-GARNIR-ENTREE THRU 8510-EXIT.
007934     EXEC CICS WRITE FILE ('CNSFIC')
007936          FROM (CNS-ENREG) RIDFLD (CNS-CLE) RESP (W-RESP)
007938     END-EXEC.
007940     IF W-RESP = DFHRESP(DUPREC)
007942         EXEC CICS READ FILE ('CNSFIC') UPDATE
007944              INTO (CNS-ENREG) RIDFLD (CNS-CLE) RESP (W-RESP)
007946         END-EXEC
007948         IF W-RESP = DFHRESP(NORMAL)
007950             PERFORM 8510-GARNIR-ENTREE THRU 8510-EXIT
007952             EXEC CICS REWRITE FILE ('CNSFIC')
007954                  FROM (CNS-ENREG) RESP (W-RESP)
007956             END-EXEC.
007958     IF W-RESP = DFHRESP(NORMAL)
007960         MOVE '00' TO W-CP-RETOUR
007962     ELSE
007964         MOVE '99' TO W-CP-RETOUR.
007966     PERFORM 8000-REPONDRE THRU 8000-EXIT.
007968 8500-EXIT.
007970     EXIT.
007972******************************************************************
007974*  8510-GARNIR-ENTREE : ENTREE D ORIGINE PORTAIL (P), SAISIE     *
007976*  AU NOM DE L OPERATEUR DE L IDENTITE                           *
007978******************************************************************
007980 8510-GARNIR-ENTREE.
007982     MOVE SPACES            TO CNS-ENREG.
007984     MOVE W-CR-CLE          TO CNS-FGS-CLE.
007986     MOVE W-CR-FINALITE     TO CNS-FINALITE.
007988     MOVE W-CR-CANAL        TO CNS-CANAL.
007990     MOVE W-CR-DATE-EFFET   TO CNS-DATE-EFFET.
007992     MOVE W-CR-ACCORD       TO CNS-ACCORD.
007994     MOVE 'P'               TO CNS-ORIGINE.
007996     MOVE WSI-OPERATEUR     TO CNS-OPERATEUR.
007998     MOVE W-DATE-JOUR       TO CNS-DATE-SAISIE.
008000 8510-EXIT.
008002     EXIT.
008004******************************************************************
008006*  8600-CONTROLER-DECES : LA CLE D UN TITULAIRE DECEDE (FICHE    *
008008*  DCDFIC VALIDEE) N EST PLUS SERVIE AU PORTAIL - REFUS 403      *
008010*  JOURNALISE A GAUJ. CLE SANS FICHE = LIBRE                     *
008012******************************************************************
008014 8600-CONTROLER-DECES.
008016     EXEC CICS READ FILE ('DCDFIC')
008018          INTO (DCD-ENREG) RIDFLD (DCD-FGS-CLE) RESP (W-RESP)
008020     END-EXEC.
008022     IF W-RESP NOT = DFHRESP(NORMAL)
008024      OR NOT DCD-VALIDEE
008026         GO TO 8600-EXIT.
008028     MOVE 403 TO W-STATUS-REFUS.
008030     MOVE 'CLE BLOQUEE - TITULAIRE DECEDE' TO W-REFUS.
008032     PERFORM 8200-JOURNALISER-REFUS THRU 8200-EXIT.
008034     PERFORM 8100-REFUSER THRU 8100-EXIT.
008036 8600-EXIT.
008038     EXIT.
008040******************************************************************
008042*  8650-CONTROLER-CLE : CONTROLES PROPRES A LA CLE (DCD-FGS-CLE  *
008044*  POSEE PAR L APPELANT) - DECES DU TITULAIRE PUIS MANDAT DE     *
008046*  L IDENTITE DE REPRESENTANT                                    *
008048******************************************************************
008050 8650-CONTROLER-CLE.
008052     PERFORM 8600-CONTROLER-DECES THRU 8600-EXIT.
008054     IF W-STATUS-REFUS = ZERO
008056         PERFORM 8700-CONTROLER-MANDAT THRU 8700-EXIT.
008058 8650-EXIT.
008060     EXIT.
008062******************************************************************
008064*  8700-CONTROLER-MANDAT : UNE IDENTITE DE REPRESENTANT N EST    *
008066*  SERVIE QUE SUR LES CLES OU ELLE DETIENT UN MANDAT EN COURS    *
008068*  (RPRFIC) PORTANT LE POUVOIR DE LA FONCTION : CONSULTATION,    *
008070*  OU MISE A JOUR POUR CS ET AD. AUCUN MANDAT = REFUS 403        *
008071*  JOURNALISE                                                    *
008072******************************************************************
008074 8700-CONTROLER-MANDAT.
008076     IF NOT WSI-REPRESENTANT
008078         GO TO 8700-EXIT.
008080     MOVE 'N' TO W-MANDAT-TROUVE.
008082     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
008084     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
008086          YYYYMMDD (W-DATE-JOUR)
008088     END-EXEC.
008090     MOVE DCD-FGS-CLE TO RPR-FGS-CLE.
008092     MOVE ZERO        TO RPR-NUMERO.
008094     EXEC CICS STARTBR FILE ('RPRFIC')
008096          RIDFLD (RPR-CLE) GTEQ RESP (W-RESP)
008098     END-EXEC.
008100     IF W-RESP NOT = DFHRESP(NORMAL)
008102         GO TO 8700-REFUS.
008104 8700-LIRE.
008106     EXEC CICS READNEXT FILE ('RPRFIC')
008108          INTO (RPR-ENREG) RIDFLD (RPR-CLE) RESP (W-RESP)
008110     END-EXEC.
008112     IF W-RESP NOT = DFHRESP(NORMAL)
008114      OR RPR-FGS-CLE NOT = DCD-FGS-CLE
008116         GO TO 8700-FIN.
008118     IF RPR-IDENTITE NOT = W-IDENTITE-RECUE
008120      OR W-DATE-JOUR LESS RPR-DATE-DEBUT
008122      OR W-DATE-JOUR GREATER RPR-DATE-FIN
008124         GO TO 8700-LIRE.
008126     IF (W-CR-FONCTION = 'CS' OR 'AD' OR 'AL')
008128      AND RPR-POUVOIR-MAJ NOT = 'O'
008130         GO TO 8700-LIRE.
008132     IF W-CR-FONCTION NOT = 'CS' AND NOT = 'AD' AND NOT = 'AL'
008134      AND RPR-POUVOIR-CONSULT NOT = 'O'
008136         GO TO 8700-LIRE.
008138     MOVE 'O' TO W-MANDAT-TROUVE.
008140 8700-FIN.
008142     EXEC CICS ENDBR FILE ('RPRFIC') RESP (W-RESP)
008144     END-EXEC.
008146     IF W-MANDAT-TROUVE = 'O'
008148         GO TO 8700-EXIT.
008150 8700-REFUS.
008152     IF W-CR-FONCTION = 'CS' OR 'AD' OR 'AL'
008154         MOVE 'M' TO W-FONCTION-REFUS.
008156     MOVE 403 TO W-STATUS-REFUS.
008158     MOVE 'CLE OU FONCTION HORS DU MANDAT' TO W-REFUS.
008160     PERFORM 8200-JOURNALISER-REFUS THRU 8200-EXIT.
008162     PERFORM 8100-REFUSER THRU 8100-EXIT.
008164 8700-EXIT.
008166     EXIT.
008200******************************************************************
008202*  8800-CHANGEMENT-ADRESSE : CHANGEMENT D ADRESSE DEPOSE PAR LE  *
008204*  CLIENT (FONCTION AD) - PROFIL MISE A JOUR EXIGE, CLE CONNUE   *
008206*  DU FICHIER FFFFFGS. LE CHANGEMENT EST MIS EN ATTENTE A ADRATT *
008208*  (ETAT A) ; UN CHANGEMENT ENCORE EN ATTENTE OU DEJA DECIDE EST *
008210*  REMPLACE, SAUF CHANGEMENT APPROUVE DONT LA CONFIRMATION N EST *
008212*  PAS PARTIE. RETOUR :                                          *
008214*  00 MIS EN ATTENTE  10 SAISIE INVALIDE  11 CHANGEMENT          *
008216*  PRECEDENT NON CONFIRME  13 CLE INCONNUE  99 INCIDENT FICHIER  *
008218******************************************************************
008220 8800-CHANGEMENT-ADRESSE.
008222     MOVE SPACES TO W-CP-DONNEES.
008224     IF AUT-MISE-A-JOUR NOT = 'O'
008226         MOVE 403 TO W-STATUS-REFUS
008228         MOVE 'M' TO W-FONCTION-REFUS
008230         MOVE 'PROFIL SANS DROIT DE MISE A JOUR' TO W-REFUS
008232         PERFORM 8200-JOURNALISER-REFUS THRU 8200-EXIT
008234         PERFORM 8100-REFUSER THRU 8100-EXIT
008236         GO TO 8800-EXIT.
008238     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
008240     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
008242          YYYYMMDD (W-DATE-JOUR)
008244     END-EXEC.
008246     PERFORM 8820-CONTROLER-ADRESSE THRU 8820-EXIT.
008248     IF W-CP-RETOUR NOT = SPACES
008250         PERFORM 8000-REPONDRE THRU 8000-EXIT
008252         GO TO 8800-EXIT.
008254     MOVE W-CR-CLE TO FFFFFGS-CLE.
008256     EXEC CICS READ FILE ('FFFFFGS')
008258          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE) RESP (W-RESP)
008260     END-EXEC.
008262     IF W-RESP NOT = DFHRESP(NORMAL)
008264         MOVE '13' TO W-CP-RETOUR
008266         PERFORM 8000-REPONDRE THRU 8000-EXIT
008268         GO TO 8800-EXIT.
008270     PERFORM 8810-GARNIR-CHANGEMENT THRU 8810-EXIT.
008272     EXEC CICS WRITE FILE ('ADRATT')
008274          FROM (AAT-ENREG) RIDFLD (AAT-FGS-CLE) RESP (W-RESP)
008276     END-EXEC.
008278     IF W-RESP = DFHRESP(DUPREC)
008280         PERFORM 8830-REMPLACER THRU 8830-EXIT.
008282     IF W-CP-RETOUR = SPACES
008284         IF W-RESP = DFHRESP(NORMAL)
008286             MOVE '00' TO W-CP-RETOUR
008288         ELSE
008290             MOVE '99' TO W-CP-RETOUR.
008292     PERFORM 8000-REPONDRE THRU 8000-EXIT.
008294 8800-EXIT.
008296     EXIT.
008298******************************************************************
008300*  8810-GARNIR-CHANGEMENT : CHANGEMENT EN ATTENTE, DEPOSE AU NOM *
008302*  DE L IDENTITE ET DE SON OPERATEUR                             *
008304******************************************************************
008306 8810-GARNIR-CHANGEMENT.
008308     MOVE SPACES            TO AAT-ENREG.
008310     MOVE W-CR-CLE          TO AAT-FGS-CLE.
008312     MOVE 'A'               TO AAT-ETAT.
008314     MOVE W-DATE-JOUR       TO AAT-DATE-DEMANDE.
008316     MOVE EIBTIME           TO W-EIBTIME.
008318     MOVE W-EIBTIME (2:6)   TO AAT-HEURE-DEMANDE.
008320     MOVE W-IDENTITE-RECUE  TO AAT-IDENTITE.
008322     MOVE WSI-OPERATEUR     TO AAT-OPERATEUR.
008324     MOVE W-CRA-DATE-EFFET  TO AAT-DATE-EFFET.
008326     MOVE W-CRA-LIGNE-1     TO AAT-NV-LIGNE-1.
008328     MOVE W-CRA-LIGNE-2     TO AAT-NV-LIGNE-2.
008330     MOVE W-CRA-CODE-POSTAL TO AAT-NV-CODE-POSTAL.
008332     MOVE W-CRA-VILLE       TO AAT-NV-VILLE.
008334     MOVE W-CRA-PAYS        TO AAT-NV-PAYS.
008336     MOVE W-CRA-TELEPHONE   TO AAT-NV-TELEPHONE.
008338     MOVE W-CRA-CANAL       TO AAT-NV-CANAL-PREF.
008340     MOVE ZERO              TO AAT-DATE-DECISION AAT-DATE-LETTRE.
008342 8810-EXIT.
008344     EXIT.
008346******************************************************************
008348*  8820-CONTROLER-ADRESSE : LES EDITIONS DE FORME DU CHANGEMENT  *
008350*  - DATE D EFFET NUMERIQUE ET NON PASSEE ; LIGNE 1, CODE        *
008352*  POSTAL, VILLE ET PAYS OBLIGATOIRES (CODE POSTAL FRANCAIS A 5  *
008354*  CHIFFRES) ; TELEPHONE EN CHIFFRES ; CANAL I / E OU BLANC.     *
008356*  ANOMALIE = RETOUR 10                                          *
008358******************************************************************
008360 8820-CONTROLER-ADRESSE.
008362     MOVE SPACES TO W-CP-RETOUR.
008364     IF W-CRA-DATE-EFFET NOT NUMERIC
008366         GO TO 8820-ANOMALIE.
008368     IF W-CRA-DATE-EFFET LESS W-DATE-JOUR
008370         GO TO 8820-ANOMALIE.
008372     IF W-CRA-LIGNE-1 = SPACES OR LOW-VALUE
008374      OR W-CRA-CODE-POSTAL = SPACES OR LOW-VALUE
008376      OR W-CRA-VILLE = SPACES OR LOW-VALUE
008378      OR W-CRA-PAYS = SPACES OR LOW-VALUE
008380         GO TO 8820-ANOMALIE.
008382     IF W-CRA-PAYS = 'FR'
008384      AND (W-CRA-CODE-POSTAL (1:5) NOT NUMERIC
008386           OR W-CRA-CODE-POSTAL (6:5) NOT = SPACES)
008388         GO TO 8820-ANOMALIE.
008390     MOVE ZERO TO IX-CAR.
008392 8820-TELEPHONE.
008394     ADD 1 TO IX-CAR.
008396     IF IX-CAR GREATER 15
008398         GO TO 8820-CANAL.
008400     IF W-CRA-TELEPHONE (IX-CAR:1) NOT NUMERIC
008402      AND W-CRA-TELEPHONE (IX-CAR:1) NOT = SPACE
008404      AND W-CRA-TELEPHONE (IX-CAR:1) NOT = '+'
008406         GO TO 8820-ANOMALIE.
008408     GO TO 8820-TELEPHONE.
008410 8820-CANAL.
008412     IF W-CRA-CANAL = SPACE OR 'I' OR 'E'
008414         GO TO 8820-EXIT.
008416 8820-ANOMALIE.
008418     MOVE '10' TO W-CP-RETOUR.
008420 8820-EXIT.
008422     EXIT.
008424******************************************************************
008426*  8830-REMPLACER : UN CHANGEMENT EXISTE DEJA POUR LA CLE - IL   *
008428*  EST REMPLACE, SAUF S IL EST APPROUVE SANS CONFIRMATION        *
008430*  PARTIE (RETOUR 11, VERROU RELACHE)                            *
008432******************************************************************
008434 8830-REMPLACER.
008436     EXEC CICS READ FILE ('ADRATT') UPDATE
008438          INTO (AAT-ENREG) RIDFLD (AAT-FGS-CLE) RESP (W-RESP)
008440     END-EXEC.
008442     IF W-RESP NOT = DFHRESP(NORMAL)
008444         GO TO 8830-EXIT.
008446     IF AAT-APPROUVEE AND AAT-DATE-LETTRE = ZERO
008448         EXEC CICS UNLOCK FILE ('ADRATT') RESP (W-RESP)
008450         END-EXEC
008452         MOVE '11' TO W-CP-RETOUR
008454         GO TO 8830-EXIT.
008456     PERFORM 8810-GARNIR-CHANGEMENT THRU 8810-EXIT.
008458     EXEC CICS REWRITE FILE ('ADRATT')
008460          FROM (AAT-ENREG) RESP (W-RESP)
008462     END-EXEC.
008464 8830-EXIT.
008466     EXIT.
008500******************************************************************
008502*  8900-ABONNEMENT : ABONNEMENT A UNE ALERTE DEPOSE PAR LE       *
008504*  CLIENT (FONCTION AL) - PROFIL MISE A JOUR EXIGE, CLE CONNUE   *
008506*  DU FICHIER FFFFFGS. L ABONNEMENT DEJA PRESENT POUR LE MEME    *
008508*  COUPLE EVENEMENT / CANAL EST REMPLACE ; ACTIF N = RESILIATION.*
008510*  RETOUR : 00 ENREGISTRE  10 SAISIE INVALIDE  13 CLE INCONNUE   *
008512*  99 INCIDENT FICHIER                                           *
008514******************************************************************
008516 8900-ABONNEMENT.
008518     MOVE SPACES TO W-CP-DONNEES.
008520     IF AUT-MISE-A-JOUR NOT = 'O'
008522         MOVE 403 TO W-STATUS-REFUS
008524         MOVE 'M' TO W-FONCTION-REFUS
008526         MOVE 'PROFIL SANS DROIT DE MISE A JOUR' TO W-REFUS
008528         PERFORM 8200-JOURNALISER-REFUS THRU 8200-EXIT
008530         PERFORM 8100-REFUSER THRU 8100-EXIT
008532         GO TO 8900-EXIT.
008534     PERFORM 8920-CONTROLER-ABONNEMENT THRU 8920-EXIT.
008536     IF W-CP-RETOUR NOT = SPACES
008538         PERFORM 8000-REPONDRE THRU 8000-EXIT
008540         GO TO 8900-EXIT.
008542     MOVE W-CR-CLE TO FFFFFGS-CLE.
008544     EXEC CICS READ FILE ('FFFFFGS')
008546          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE) RESP (W-RESP)
008548     END-EXEC.
008550     IF W-RESP NOT = DFHRESP(NORMAL)
008552         MOVE '13' TO W-CP-RETOUR
008554         PERFORM 8000-REPONDRE THRU 8000-EXIT
008556         GO TO 8900-EXIT.
008558     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
008560     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
008562          YYYYMMDD (W-DATE-JOUR)
008564     END-EXEC.
008566     PERFORM 8910-GARNIR-ABONNEMENT THRU 8910-EXIT.
008568     EXEC CICS WRITE FILE ('ABOFIC')
008570          FROM (ABN-ENREG) RIDFLD (ABN-CLE) RESP (W-RESP)
008572     END-EXEC.
008574     IF W-RESP = DFHRESP(DUPREC)
008576         EXEC CICS READ FILE ('ABOFIC') UPDATE
008578              INTO (ABN-ENREG) RIDFLD (ABN-CLE) RESP (W-RESP)
008580         END-EXEC
008582         IF W-RESP = DFHRESP(NORMAL)
008584             PERFORM 8910-GARNIR-ABONNEMENT THRU 8910-EXIT
008586             EXEC CICS REWRITE FILE ('ABOFIC')
008588                  FROM (ABN-ENREG) RESP (W-RESP)
008590             END-EXEC.
008592     IF W-RESP = DFHRESP(NORMAL)
008594         MOVE '00' TO W-CP-RETOUR
008596     ELSE
008598         MOVE '99' TO W-CP-RETOUR.
008600     PERFORM 8000-REPONDRE THRU 8000-EXIT.
008602 8900-EXIT.
008604     EXIT.
008606******************************************************************
008608*  8910-GARNIR-ABONNEMENT : ABONNEMENT D ORIGINE PORTAIL (P),    *
008610*  SAISI AU NOM DE L OPERATEUR DE L IDENTITE                     *
008612******************************************************************
008614 8910-GARNIR-ABONNEMENT.
008616     MOVE SPACES            TO ABN-ENREG.
008618     MOVE W-CR-CLE          TO ABN-FGS-CLE.
008620     MOVE W-CRL-EVENEMENT   TO ABN-EVENEMENT.
008622     MOVE W-CRL-CANAL       TO ABN-CANAL.
008624     MOVE W-CRL-ACTIF       TO ABN-ACTIF.
008626     IF W-CRL-SEUIL = SPACES
008628         MOVE ZERO          TO ABN-SEUIL
008630     ELSE
008632         MOVE W-CRL-SEUIL-N TO ABN-SEUIL.
008634     IF W-CRL-CANAL = 'E'
008636         MOVE W-CRL-COURRIEL TO ABN-COURRIEL.
008638     MOVE 'P'               TO ABN-ORIGINE.
008640     MOVE WSI-OPERATEUR     TO ABN-OPERATEUR.
008642     MOVE W-DATE-JOUR       TO ABN-DATE-SAISIE.
008644 8910-EXIT.
008646     EXIT.
008648******************************************************************
008650*  8920-CONTROLER-ABONNEMENT : EVENEMENT SOLD / STAT / IMPA,     *
008652*  CANAL S / E, ACTIF O / N ; SEUIL NUMERIQUE (BLANC = ZERO,     *
008654*  SAUF POUR SOLD) ; CANAL E EN SERVICE : ADRESSE DE COURRIEL    *
008656*  PORTANT UN SEUL @. LE NUMERO DU CANAL S EST CELUI DE          *
008658*  L ADRESSE COURANTE ADRFIC. ANOMALIE = RETOUR 10               *
008660******************************************************************
008662 8920-CONTROLER-ABONNEMENT.
008664     MOVE SPACES TO W-CP-RETOUR.
008666     IF (W-CRL-EVENEMENT NOT = 'SOLD' AND NOT = 'STAT'
008668                                      AND NOT = 'IMPA')
008670      OR (W-CRL-CANAL NOT = 'S' AND NOT = 'E')
008672      OR (W-CRL-ACTIF NOT = 'O' AND NOT = 'N')
008674         GO TO 8920-ANOMALIE.
008676     IF W-CRL-SEUIL = SPACES
008678      AND W-CRL-EVENEMENT NOT = 'SOLD'
008680         GO TO 8920-COURRIEL.
008682     IF W-CRL-SEUIL NOT NUMERIC
008684         GO TO 8920-ANOMALIE.
008686 8920-COURRIEL.
008688     IF W-CRL-CANAL NOT = 'E' OR W-CRL-ACTIF NOT = 'O'
008690         GO TO 8920-EXIT.
008692     MOVE ZERO TO IX-CAR.
008694     INSPECT W-CRL-COURRIEL TALLYING IX-CAR FOR ALL '@'.
008696     IF IX-CAR = 1
008698      AND W-CRL-COURRIEL (1:1) NOT = '@' AND NOT = SPACE
008700         GO TO 8920-EXIT.
008702 8920-ANOMALIE.
008704     MOVE '10' TO W-CP-RETOUR.
008706 8920-EXIT.
008708     EXIT.
008808******************************************************************
008908*  8950-COMPTER-APPEL : LA DEMANDE EST COMPTEE AU JOURNAL DES    *
009008*  USAGES (FILE TD GUSJ) : REFUS 401 / 403 ET RETOURS AUTRES     *
009108*  QUE 00 EN REFUS FONCTIONNEL, 98 / 99 EN INCIDENT. UN ECHEC DE *
009208*  L ECRITURE NE CHANGE PAS LA REPONSE DEJA EMISE                *
009308******************************************************************
009408 8950-COMPTER-APPEL.
009508     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
009608     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
009708          YYYYMMDD (W-DATE-JOUR)
009808     END-EXEC.
009908     MOVE SPACES              TO USJ-ENREG.
010008     MOVE W-DATE-JOUR         TO USJ-DATE.
010108     MOVE EIBTIME             TO W-EIBTIME.
010208     MOVE W-EIBTIME (2:6)     TO USJ-HEURE.
010308     MOVE 'PORTAIL '          TO USJ-APPELANT.
010408     MOVE 'WS'                TO USJ-SERVICE.
010508     MOVE 'GSWS130 '          TO USJ-PROGRAMME.
010608     MOVE W-CR-FONCTION       TO USJ-FONCTION.
010708     IF W-STATUS-REFUS NOT = ZERO
010808         MOVE W-STATUS-REFUS  TO W-STATUT-Z
010908         MOVE W-STATUT-Z      TO USJ-RETOUR
011008         MOVE 'F'             TO USJ-ISSUE
011108     ELSE
011208         MOVE W-CP-RETOUR     TO USJ-RETOUR
011308         EVALUATE W-CP-RETOUR
011408             WHEN '00'
011508                 MOVE 'S' TO USJ-ISSUE
011608             WHEN '98'
011708             WHEN '99'
011808             WHEN SPACES
011908                 MOVE 'I' TO USJ-ISSUE
012008             WHEN OTHER
012108                 MOVE 'F' TO USJ-ISSUE
012208         END-EVALUATE.
012308     MOVE 1                   TO USJ-NB-APPELS.
012408     COMPUTE USJ-DUREE-MS = W-ABSTIME - W-ABSTIME-DEBUT.
012508     MOVE 'O'                 TO USJ-CHRONO.
012608     EXEC CICS WRITEQ TD QUEUE ('GUSJ')
012708          FROM (USJ-ENREG) LENGTH (80) RESP (W-RESP)
012808     END-EXEC.
012908 8950-EXIT.
013008     EXIT.
