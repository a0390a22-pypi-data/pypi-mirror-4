000100******************************************************************
000200*  FFFFFGRC : RECLAMATIONS CLIENT SUR UN ENREGISTREMENT FFFFFGS  *
000300*             (FICHIER RECFIC)                                   *
000400*  LRECL = 200   CLE = REC-CLE (CLE FFFFFGS + NUMERO DE LA       *
000500*  RECLAMATION) - PLUSIEURS RECLAMATIONS PAR CLE.                *
000600*  CATEGORIE : REFTBL TYPE RECL   CAUSE PREMIERE : REFTBL RCAU   *
000700*  CANAL : C = COURRIER  T = TELEPHONE  M = MESSAGERIE           *
000800*          A = AGENCE    I = INTERNET                            *
000900*  ETAT : O = OUVERTE   C = CLOSE (REPONSE FINALE ENVOYEE)       *
001000*         A = ABANDONNEE (RETIREE PAR LE CLIENT)                 *
001100*  ISSUE A LA CLOTURE : F = FONDEE  P = PARTIELLEMENT FONDEE     *
001200*                       N = NON FONDEE                           *
001300*  SAISIE ET MISE A JOUR PAR LA TRANSACTION GSPT930 (TRACE GACJ, *
001400*  DOMAINE RECL). LA VEILLE DE NUIT GSPT931 COMPTE L AGE EN JOURS*
001500*  OUVRES (GSCA220) DES RECLAMATIONS OUVERTES, LE GARDE SUR LA   *
001600*  FICHE ET POSE UNE SEULE FOIS LE PREAVIS PUIS L ESCALADE DANS  *
001700*  LA FILE RECLAM (GSWB080). ETAT SEMESTRIEL GSPT932.            *
001800*  15/10/26  DA  CREATION                                        *
001810*  15/10/26  DA  REC-DOC-IMAGE : DOCUMENT DE L INDEX DOCFIC      *
001900******************************************************************
002000 01  REC-ENREG.
002100     05  REC-CLE.
002200         10  REC-FGS-CLE             PIC X(15).
002300         10  REC-NUMERO              PIC 9(03).
002400     05  REC-CATEGORIE               PIC X(04).
002500     05  REC-DATE-RECEPTION          PIC 9(08).
002600     05  REC-CANAL                   PIC X(01).
002700         88  REC-COURRIER            VALUE 'C'.
002800         88  REC-TELEPHONE           VALUE 'T'.
002900         88  REC-MESSAGERIE          VALUE 'M'.
003000         88  REC-AGENCE              VALUE 'A'.
003100         88  REC-INTERNET            VALUE 'I'.
003200         88  REC-CANAL-CONNU         VALUE 'C' 'T' 'M' 'A' 'I'.
003300     05  REC-GESTIONNAIRE            PIC X(08).
003400     05  REC-OBJET                   PIC X(40).
003500     05  REC-ETAT                    PIC X(01).
003600         88  REC-OUVERTE             VALUE 'O'.
003700         88  REC-CLOSE               VALUE 'C'.
003800         88  REC-ABANDONNEE          VALUE 'A'.
003900     05  REC-ISSUE                   PIC X(01).
004000         88  REC-FONDEE              VALUE 'F'.
004100         88  REC-PARTIELLE           VALUE 'P'.
004200         88  REC-NON-FONDEE          VALUE 'N'.
004300     05  REC-CAUSE                   PIC X(04).
004400     05  REC-INDEMNITE               PIC S9(11)V99 COMP-3.
004500     05  REC-DATE-CLOTURE            PIC 9(08).
004600     05  REC-SAISI-PAR               PIC X(08).
004700     05  REC-DATE-SAISIE             PIC 9(08).
004800     05  REC-MAJ-PAR                 PIC X(08).
004900     05  REC-DATE-MAJ                PIC 9(08).
005000*    SUIVI DU DELAI (POSE PAR GSPT931) : AGE EN JOURS OUVRES A LA
005100*    DERNIERE VEILLE ET NIVEAU DEJA SIGNALE A LA FILE RECLAM
005200     05  REC-JOURS-OUVRES            PIC 9(03).
005300     05  REC-DATE-VEILLE             PIC 9(08).
005400     05  REC-ALERTE                  PIC X(01).
005500         88  REC-SANS-ALERTE         VALUE SPACE.
005600         88  REC-PREAVIS             VALUE 'P'.
005700         88  REC-ESCALADEE           VALUE 'E'.
005710*    DOCUMENT NUMERISE RATTACHE (REFERENCE DE L INDEX DOCFIC
005720*    SOUS LA MEME CLE FFFFFGS - BLANC = AUCUN)
005730     05  REC-DOC-IMAGE               PIC X(12).
005800     05  FILLER                      PIC X(44).
