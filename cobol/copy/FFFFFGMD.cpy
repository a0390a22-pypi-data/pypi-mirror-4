000100******************************************************************
000200*  FFFFFGMD : MANDAT DE PRELEVEMENT D UN ENREGISTREMENT          *
000300*             (FICHIER MDTFIC)                                   *
000400*  LRECL = 200   CLE = MDT-FGS-CLE (UN MANDAT PAR CLE)           *
000500*  POSE A LA SIGNATURE PAR L ADMINISTRATION AVEC LES UTILITAIRES *
000600*  DE CHARGEMENT HABITUELS ; TENU ENSUITE PAR LE PRELEVEMENT     *
000700*  GSDD700 (DERNIERE PRESENTATION) ET LES RETOURS GSDD701.       *
000800*  STATUT : A = ACTIF   S = SUSPENDU (3 RETOURS CONSECUTIFS)     *
000900*           R = REVOQUE (RETOUR MD01)                            *
001000*  MDT-NB-RETOURS COMPTE LES RETOURS CONSECUTIFS : REMIS A ZERO  *
001100*  A LA PRESENTATION SUIVANTE QUAND LA PRECEDENTE N A PAS ETE    *
001200*  RETOURNEE.                                                    *
001300*  15/10/26  DA  CREATION                                        *
001400******************************************************************
001500 01  MDT-ENREG.
001600     05  MDT-FGS-CLE                 PIC X(15).
001700     05  MDT-RUM                     PIC X(35).
001800     05  MDT-DATE-SIGNATURE          PIC 9(08).
001900     05  MDT-IBAN                    PIC X(34).
002000     05  MDT-BIC                     PIC X(11).
002100     05  MDT-TITULAIRE               PIC X(30).
002200     05  MDT-STATUT                  PIC X(01).
002300         88  MDT-ACTIF               VALUE 'A'.
002400         88  MDT-SUSPENDU            VALUE 'S'.
002500         88  MDT-REVOQUE             VALUE 'R'.
002600     05  MDT-NB-RETOURS              PIC 9(02).
002700     05  MDT-DATE-DERN-PRESENT       PIC 9(08).
002800     05  MDT-MONTANT-DERN-PRESENT    PIC S9(11)V99 COMP-3.
002900     05  MDT-DATE-DERN-RETOUR        PIC 9(08).
003000     05  MDT-MOTIF-DERN-RETOUR       PIC X(04).
003100     05  MDT-DATE-SUSPENSION         PIC 9(08).
003200     05  MDT-DATE-MAJ                PIC 9(08).
003300     05  FILLER                      PIC X(21).
