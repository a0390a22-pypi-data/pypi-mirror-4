000100******************************************************************
000200*  FFFFFGAP : DEMANDE D ENTREE EN RELATION (FICHIER APPFIC)      *
000300*  LRECL = 500   CLE = APP-CLE (ENTITE + NUMERO DE DEMANDE)      *
000400*  UNE DEMANDE SUIT SES ETAPES AVANT QUE LE MAITRE FFFFFGS NE    *
000500*  SOIT CREE :                                                   *
000600*    C = SAISIE (TRANSACTION GSDM991)                            *
000700*    F = SOUMISE AU FILTRAGE (GSDM992 - LISTE DE SURVEILLANCE)   *
000800*    K = CONNAISSANCE CLIENT EN COURS (PIECE ET CLASSE)          *
000900*    A = APPROUVEE (GSDM991, PROFIL APPROBATION, PAS LE SAISIE)  *
001000*    D = REFUSEE (MOTIF ; LETTRE DE REFUS PUIS PURGE GSDM992)    *
001100*    R = CREEE (CLE FFFFFGS ATTRIBUEE, MOUVEMENT A EMIS)         *
001200*  APP-PASSAGE (RANG C=1 F=2 K=3 A=4 D=5 R=6) : DATE D ENTREE    *
001300*  DANS L ETAPE ET OPERATEUR (PROGRAMME POUR LE BATCH) - SERT    *
001400*  L ETAT DE SUIVI GSDM993. APP-PROPRIETAIRE : SEUL OPERATEUR    *
001500*  QUI AGIT SUR LA DEMANDE (PRISE PAR PF4).                      *
001600*  NOM ET ID-NAT SONT CODES PAR GSCR390 (APP-VERSION-CLE), COMME *
001700*  SUR LE MAITRE.                                                *
001800*  APP-NUMERO A ZERO : ENREGISTREMENT COMPTEUR DE L ENTITE (VUE  *
001900*  APP-CTL) - DERNIER NUMERO DE DEMANDE (GSDM991) ET DERNIER     *
002000*  CORPS DE CLE FFFFFGS ATTRIBUE (GSDM992).                      *
002100*  15/10/26  DA  CREATION                                        *
002200******************************************************************
002300 01  APP-ENREG.
002400     05  APP-CLE.
002500         10  APP-ENTITE              PIC X(02).
002600         10  APP-NUMERO              PIC 9(08).
002700     05  APP-DONNEES.
002800         10  APP-ETAPE               PIC X(01).
002900             88  APP-SAISIE          VALUE 'C'.
003000             88  APP-FILTRAGE        VALUE 'F'.
003100             88  APP-CONNAISSANCE    VALUE 'K'.
003200             88  APP-APPROUVEE       VALUE 'A'.
003300             88  APP-REFUSEE         VALUE 'D'.
003400             88  APP-CREEE           VALUE 'R'.
003500             88  APP-EN-COURS        VALUE 'C' 'F' 'K' 'A'.
003600         10  APP-PROPRIETAIRE        PIC X(08).
003700         10  APP-UNITE               PIC X(06).
003800         10  APP-SAISI-PAR           PIC X(08).
003900         10  APP-PASSAGE OCCURS 6.
004000             15  APP-PAS-DATE        PIC 9(08).
004100             15  APP-PAS-OPERATEUR   PIC X(08).
004200         10  APP-VERSION-CLE         PIC X(01).
004300         10  APP-NOM                 PIC X(30).
004400         10  APP-ID-NAT              PIC X(13).
004500         10  APP-STATUT              PIC X(02).
004600         10  APP-PRODUIT             PIC X(04).
004700         10  APP-MONTANT             PIC S9(11)V99 COMP-3.
004800         10  APP-MONTANT-ECH         PIC S9(11)V99 COMP-3.
004900         10  APP-DATE-EFFET          PIC 9(08).
005000         10  APP-ADRESSE.
005100             15  APP-ADR-LIGNE-1     PIC X(30).
005200             15  APP-ADR-LIGNE-2     PIC X(30).
005300             15  APP-ADR-CODE-POSTAL PIC X(10).
005400             15  APP-ADR-VILLE       PIC X(20).
005500             15  APP-ADR-PAYS        PIC X(02).
005600             15  APP-ADR-TELEPHONE   PIC X(15).
005700             15  APP-ADR-CANAL-PREF  PIC X(01).
005800         10  APP-PIECE.
005900             15  APP-DOC-TYPE        PIC X(02).
006000             15  APP-DOC-NUMERO      PIC X(20).
006100             15  APP-DOC-EXPIRATION  PIC 9(08).
006200             15  APP-CLASSE-RISQUE   PIC X(01).
006300         10  APP-RESULTAT-FILTRAGE   PIC X(01).
006400             88  APP-FILTRE-LIBRE    VALUE 'L'.
006500             88  APP-FILTRE-ALERTE   VALUE 'A'.
006600         10  APP-FILTRAGE-REF        PIC X(16).
006700         10  APP-MOTIF-REFUS         PIC X(04).
006800         10  APP-TEXTE-REFUS         PIC X(30).
006900         10  APP-DATE-LETTRE         PIC 9(08).
007000         10  APP-FGS-CLE             PIC X(15).
007100         10  APP-ANOMALIE            PIC X(30).
007200         10  FILLER                  PIC X(56).
007300     05  APP-CTL REDEFINES APP-DONNEES.
007400         10  APP-CTL-DERNIER-NUMERO  PIC 9(08).
007500         10  APP-CTL-DERNIER-CORPS   PIC 9(12).
007600         10  FILLER                  PIC X(470).
