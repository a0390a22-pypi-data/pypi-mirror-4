000100******************************************************************
000200*  FFFFFGLK : CARTE SCENARIO DE CHOC SUR LES PLAFONDS D ENTITE   *
000300*             (FICHIER SCNCAR)                                   *
000400*  LRECL = 80   SEQUENTIEL - LU PAR LA SIMULATION GSLM633.       *
000500*  LES CARTES D UN MEME SCENARIO PORTENT LE MEME CODE ; LE       *
000600*  LIBELLE DE LA PREMIERE CARTE NOMME LE SCENARIO.               *
000700*  CIBLE : E = ENTITE (VALEUR 1:2)     S = STATUT (VALEUR 1:2)   *
000800*          U = UNITE (VALEUR 1:6)      T = TOUT LE PORTEFEUILLE  *
000900*          G = GROUPE LIAFIC (VALEUR = CLE DE LA TETE : LA TETE  *
001000*              ET SES MEMBRES EN VIGUEUR CE JOUR)                *
001100*  MODE  : P = POURCENTAGE DU MONTANT (SCN-TAUX 999V99)          *
001200*          A = MONTANT ABSOLU PAR ENREGISTREMENT VISE            *
001300*  SCN-SIGNE : + HAUSSE   - BAISSE                               *
001400*  15/10/26  DA  CREATION                                        *
001500******************************************************************
001600 01  SCN-ENREG.
001700     05  SCN-SCENARIO                PIC X(04).
001800     05  SCN-LIBELLE                 PIC X(20).
001900     05  SCN-CIBLE                   PIC X(01).
002000         88  SCN-ENTITE              VALUE 'E'.
002100         88  SCN-STATUT              VALUE 'S'.
002200         88  SCN-UNITE               VALUE 'U'.
002300         88  SCN-GROUPE              VALUE 'G'.
002400         88  SCN-TOUT                VALUE 'T'.
002500     05  SCN-VALEUR                  PIC X(15).
002600     05  SCN-MODE                    PIC X(01).
002700         88  SCN-POURCENT            VALUE 'P'.
002800         88  SCN-ABSOLU              VALUE 'A'.
002900     05  SCN-SIGNE                   PIC X(01).
003000     05  SCN-TAUX                    PIC 9(03)V99.
003100     05  SCN-MONTANT                 PIC 9(13)V99.
003200     05  FILLER                      PIC X(18).
