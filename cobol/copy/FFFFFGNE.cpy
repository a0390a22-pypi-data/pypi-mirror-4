000100******************************************************************
000200*  FFFFFGNE : PAQUET DE PARAMETRAGE D UNE NOUVELLE ENTITE        *
000300*             (FICHIER ENTPAK)                                   *
000400*  LRECL = 80   SEQUENTIEL   UNE ENTITE PAR PAQUET               *
000500*  LA LIGNE EN (ENTETE) VIENT EN PREMIER : ENTITE, NOM, METTEUR  *
000600*  A JOUR QUI A PREPARE LE PAQUET ET DATE D EFFET. CHAQUE LIGNE  *
000700*  SUIVANTE DECRIT UN ELEMENT DE PARAMETRAGE DE L ENTITE :       *
000800*   LA = LANGUE DU COURRIER      (REFTBL LANG, CODE = ENTITE)    *
000900*   CA = CANAL DU COURRIER E / I (REFTBL CANA, CODE = ENTITE)    *
001000*   JU = JURIDICTION DU CALENDRIER OUVRE (REFTBL JURI) - LE      *
001100*        CALENDRIER CALFIC DOIT DEJA LA CONNAITRE                *
001200*   LM = PLAFONDS (LIMFIC - MEMES ZONES QUE LA CARTE GSLM631)    *
001300*   TF = LIGNE DE BAREME DES FRAIS (TARFIC, POSEE VALIDEE)       *
001400*   TI = LIGNE DE BAREME DES TAUX D INTERET (TXIFIC)             *
001500*   CP = REGLE D IMPUTATION COMPTABLE (MAPFIC, A LA DATE D EFFET)*
001600*   AU = PROFIL D OPERATEUR DE L ENTITE (AUTFIC, PERIMETRE =     *
001700*        ENTITE DU PAQUET)                                       *
001800*  L ENTETE DONNE AUSSI LE REGISTRE DES ENTITES (REFTBL ENTI).   *
001900*  CONTROLE ET CHARGE PAR GSNE940.                               *
002000*  MONTANTS SANS VIRGULE : LES DEUX DERNIERS CHIFFRES SONT LES   *
002100*  CENTIMES (SEUILS ET FORFAIT TF) ; TAUX : QUATRE DECIMALES.    *
002200*  15/10/26  DA  CREATION                                        *
002210*  15/10/26  DA  LIGNE CP CHARGEE EN REGLE DATEE MAPFIC          *
002300******************************************************************
002400 01  NEP-ENREG.
002500     05  NEP-TYPE                    PIC X(02).
002600         88  NEP-ENTETE              VALUE 'EN'.
002700         88  NEP-LANGUE              VALUE 'LA'.
002800         88  NEP-CANAL               VALUE 'CA'.
002900         88  NEP-JURIDICTION         VALUE 'JU'.
003000         88  NEP-PLAFONDS            VALUE 'LM'.
003100         88  NEP-FRAIS               VALUE 'TF'.
003200         88  NEP-TAUX                VALUE 'TI'.
003300         88  NEP-IMPUTATION          VALUE 'CP'.
003400         88  NEP-PROFIL              VALUE 'AU'.
003500     05  FILLER                      PIC X(01).
003600     05  NEP-DONNEES                 PIC X(77).
003700     05  NEP-D-ENTETE REDEFINES NEP-DONNEES.
003800         10  NEP-ENTITE              PIC X(02).
003900         10  NEP-NOM                 PIC X(30).
004000         10  NEP-PREPARE-PAR         PIC X(08).
004100         10  NEP-DATE-EFFET          PIC 9(08).
004200         10  FILLER                  PIC X(29).
004300     05  NEP-D-LANGUE REDEFINES NEP-DONNEES.
004400         10  NEP-LANGUE-CODE         PIC X(02).
004500         10  FILLER                  PIC X(75).
004600     05  NEP-D-CANAL REDEFINES NEP-DONNEES.
004700         10  NEP-CANAL-CODE          PIC X(01).
004800         10  FILLER                  PIC X(76).
004900     05  NEP-D-JURIDICTION REDEFINES NEP-DONNEES.
005000         10  NEP-JURIDICTION-CODE    PIC X(02).
005100         10  FILLER                  PIC X(75).
005200     05  NEP-D-PLAFONDS REDEFINES NEP-DONNEES.
005300         10  NEP-NB-AVERT            PIC 9(09).
005400         10  NEP-NB-BLOCAGE          PIC 9(09).
005500         10  NEP-MONTANT-AVERT       PIC 9(13).
005600         10  NEP-MONTANT-BLOCAGE     PIC 9(13).
005700         10  FILLER                  PIC X(33).
005800     05  NEP-D-FRAIS REDEFINES NEP-DONNEES.
005900         10  NEP-TAR-STATUT          PIC X(02).
006000         10  NEP-TAR-TRANCHE         PIC 9(02).
006100         10  NEP-TAR-SEUIL-BAS       PIC 9(11)V99.
006200         10  NEP-TAR-SEUIL-HAUT      PIC 9(11)V99.
006300         10  NEP-TAR-TAUX            PIC 9(03)V9(04).
006400         10  NEP-TAR-FORFAIT         PIC 9(09)V99.
006500         10  NEP-TAR-DATE-DEBUT      PIC 9(08).
006600         10  NEP-TAR-DATE-FIN        PIC 9(08).
006700         10  FILLER                  PIC X(13).
006800     05  NEP-D-TAUX REDEFINES NEP-DONNEES.
006900         10  NEP-TXI-STATUT          PIC X(02).
007000         10  NEP-TXI-DATE-DEBUT      PIC 9(08).
007100         10  NEP-TXI-DATE-FIN        PIC 9(08).
007200         10  NEP-TXI-TAUX            PIC 9(03)V9(04).
007300         10  FILLER                  PIC X(52).
007400     05  NEP-D-IMPUTATION REDEFINES NEP-DONNEES.
007500         10  NEP-MAP-PREFIXE         PIC X(04).
007600         10  NEP-MAP-DEBIT           PIC X(10).
007700         10  NEP-MAP-CREDIT          PIC X(10).
007800         10  FILLER                  PIC X(53).
007900     05  NEP-D-PROFIL REDEFINES NEP-DONNEES.
008000         10  NEP-AUT-OPERATEUR       PIC X(08).
008100         10  NEP-AUT-CONSULTATION    PIC X(01).
008200         10  NEP-AUT-MISE-A-JOUR     PIC X(01).
008300         10  NEP-AUT-APPROBATION     PIC X(01).
008400         10  NEP-AUT-ADMINISTRATION  PIC X(01).
008500         10  NEP-AUT-UNITE           PIC X(06).
008600         10  FILLER                  PIC X(59).
