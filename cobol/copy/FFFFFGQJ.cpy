000100******************************************************************
000200*  FFFFFGQJ : JOURNAL QUALITE DES FLUX PARTENAIRES (QLTJRN)      *
000300*  LRECL = 80   SEQUENTIEL, CUMULE (OUVERT EN EXTENSION)         *
000400*  UN EVENEMENT PAR ENREGISTREMENT, AU NOM DU PARTENAIRE (SOURCE *
000500*  DE L ENTETE FFFFFGCT DU LOT, INCONNU SANS ENTETE) :           *
000600*    L = LOT RECU (GSIN111) : RECUS, ACCEPTES, REFUSES           *
000700*    R = REFUS D INTEGRATION (GSIN111) : CODE GSED050 E001-E050  *
000800*        OU R101 / R102 DE LA PASSE 2 DE GSIN110 (REFTBL MOTR)   *
000900*    J = MOUVEMENT DU PARTENAIRE REJETE AU SUSPENS (GSBT010) -   *
001000*        AGE 1 = PREMIER REJET, AU DELA = RECYCLAGE EN ECHEC     *
001100*    C = ELEMENT DU SUSPENS RECYCLE (GSBS020)                    *
001200*    V = MOUVEMENT RECYCLE APPLIQUE (GSBT010) - SORTIE DU        *
001300*        SUSPENS APRES QLJ-AGE CYCLES                            *
001400*    X = ELEMENT ESCALADE AU DELA DE L AGE MAXIMUM (GSBS020)     *
001500*  LU PAR LA FICHE QUALITE MENSUELLE GSIN112, QUI N EN GARDE     *
001600*  QUE LES TREIZE DERNIERS MOIS.                                 *
001700*  15/10/26  DA  CREATION                                        *
001800******************************************************************
001900 01  QLJ-ENREG.
002000     05  QLJ-PARTENAIRE              PIC X(08).
002100     05  QLJ-DATE                    PIC 9(08).
002200     05  QLJ-TYPE                    PIC X(01).
002300         88  QLJ-LOT                 VALUE 'L'.
002400         88  QLJ-REFUS               VALUE 'R'.
002500         88  QLJ-ENTREE-SUSPENS      VALUE 'J'.
002600         88  QLJ-RECYCLAGE           VALUE 'C'.
002700         88  QLJ-SORTIE-SUSPENS      VALUE 'V'.
002800         88  QLJ-ESCALADE            VALUE 'X'.
002900     05  QLJ-LOT-DATE                PIC 9(08).
003000     05  QLJ-LOT-CYCLE               PIC 9(04).
003100     05  QLJ-RECUS                   PIC 9(07).
003200     05  QLJ-ACCEPTES                PIC 9(07).
003300     05  QLJ-REFUSES                 PIC 9(07).
003400     05  QLJ-CODE                    PIC X(04).
003500     05  QLJ-AGE                     PIC 9(02).
003600     05  QLJ-FGS-CLE                 PIC X(15).
003700     05  FILLER                      PIC X(09).
