000100******************************************************************
000200*  FFFFFGPO : LIGNE D UNE PIECE DE COURRIER IMPRIME              *
000300*  (FICHIERS LETTRE - GSCO290, RELPRT - GSCO292, LETDOR -        *
000400*  GSDO620, LUS ENSEMBLE SOUS LE DD PCOFIC PAR GSPO300)          *
000500*  LRECL = 280                                                   *
000600*  UNE PIECE = LES LIGNES DE MEME PCO-PIECE (PROGRAMME EMETTEUR, *
000700*  DATE ET HEURE DU PASSAGE, NUMERO DANS LE PASSAGE), DANS       *
000800*  L ORDRE D ECRITURE. LA PIECE COMMENCE EN HAUT DE FEUILLE.     *
000900*  PCO-DESTINATAIRE : T = TITULAIRE A SON ADRESSE COURANTE       *
001000*  (ADRFIC, RELUE A LA MISE SOUS PLI) ; R = REPRESENTANT,        *
001100*  S = CONTACT DE LA SUCCESSION, N = NOUVELLE ADRESSE, A =       *
001200*  ANCIENNE ADRESSE (CONFIRMATION ADCF) : L ADRESSE UTILISEE EST *
001300*  ALORS PORTEE PAR PCO-ADRESSE.                                 *
001400*  15/10/26  DA  CREATION                                        *
001500******************************************************************
001600 01  PCO-ENREG.
001700     05  PCO-PIECE.
001800         10  PCO-ORIGINE             PIC X(08).
001900         10  PCO-DATE                PIC 9(08).
002000         10  PCO-HEURE               PIC 9(06).
002100         10  PCO-NUMERO              PIC 9(07).
002200     05  PCO-CLE                     PIC X(15).
002300     05  PCO-MODELE                  PIC X(04).
002400     05  PCO-RPR-NUMERO              PIC 9(03).
002500     05  PCO-DESTINATAIRE            PIC X(01).
002600         88  PCO-TITULAIRE           VALUE 'T'.
002700         88  PCO-REPRESENTANT        VALUE 'R'.
002800         88  PCO-SUCCESSION          VALUE 'S'.
002900         88  PCO-NOUVELLE-ADR        VALUE 'N'.
003000         88  PCO-ANCIENNE-ADR        VALUE 'A'.
003100     05  PCO-ADRESSE.
003200         10  PCO-ADR-LIGNE-1         PIC X(30).
003300         10  PCO-ADR-LIGNE-2         PIC X(30).
003400         10  PCO-ADR-CODE-POSTAL     PIC X(10).
003500         10  PCO-ADR-VILLE           PIC X(20).
003600         10  PCO-ADR-PAYS            PIC X(02).
003700     05  PCO-LIGNE                   PIC X(132).
003800     05  FILLER                      PIC X(04).
