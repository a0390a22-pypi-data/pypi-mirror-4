000100******************************************************************
000200*  FFFFFGFR : ARRIVEE D UN FLUX PARTENAIRE (FICHIER ARVFIC)      *
000300*  LRECL = 100   CLE = ARV-CLE (SOURCE + DATE + CYCLE DE         *
000400*  L ENTETE FFFFFGCT DU FLUX)                                    *
000500*  ARV-ETAT : A = ARRIVE (GSFX181 AU PASSAGE DU FLUX)            *
000600*             M = MANQUANT A LA FIN DE LA FENETRE (GSFX182 -     *
000700*             CYCLE A ZERO) ; RETIRE SI LE FLUX ARRIVE ENSUITE,  *
000800*             L ARRIVEE ETANT ALORS EN RETARD.                   *
000900*  ARV-NB-RECEPTIONS : PLUS DE 1 = FLUX RECU EN DOUBLE.          *
001000*  ARV-BANDE : N = DANS LA BANDE  B = SOUS LE MINIMUM            *
001100*              H = AU DELA DU MAXIMUM  ESPACE = BANDE NON SUIVIE *
001200*  ARV-ENTETE N : FLUX SANS ENTETE - SOURCE DE LA CARTE, DATE    *
001300*  DU JOUR, CYCLE A ZERO.                                        *
001400*  LU PAR LE SUIVI MENSUEL DE PONCTUALITE GSFX183.               *
001500*  15/10/26  DA  CREATION                                        *
001600******************************************************************
001700 01  ARV-ENREG.
001800     05  ARV-CLE.
001900         10  ARV-SOURCE              PIC X(08).
002000         10  ARV-DATE                PIC 9(08).
002100         10  ARV-CYCLE               PIC 9(04).
002200     05  ARV-ETAT                    PIC X(01).
002300         88  ARV-ARRIVE              VALUE 'A'.
002400         88  ARV-MANQUANT            VALUE 'M'.
002500     05  ARV-DATE-RECU               PIC 9(08).
002600     05  ARV-HEURE-RECU              PIC 9(06).
002700     05  ARV-VOLUME                  PIC 9(09).
002800     05  ARV-NB-RECEPTIONS           PIC 9(03).
002900     05  ARV-RETARD                  PIC X(01).
003000         88  ARV-EN-RETARD           VALUE 'O'.
003100     05  ARV-BANDE                   PIC X(01).
003200     05  ARV-ENTETE                  PIC X(01).
003300     05  FILLER                      PIC X(50).
