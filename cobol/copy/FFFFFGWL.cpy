000100******************************************************************
000200*  FFFFFGWL : ENTREE DE LA LISTE DE SURVEILLANCE  (WLSFIC)       *
000300*  LRECL = 120   CLE = WLS-CLE (CLE PHONETIQUE + REFERENCE)      *
000400*  LES NOMS DES LISTES DE SANCTIONS RECUES PAR LA CONFORMITE     *
000500*  SONT RANGES SOUS LEUR CLE SONORE (GSPH520) : UN NOM FFFFFGS   *
000600*  SE FILTRE PAR LECTURE DE SA PROPRE CLE SONORE.                *
000700*  CHARGEMENT : GSSC740 (FICHIER LSTFIC DE LA CONFORMITE).       *
000800*  L ENREGISTREMENT DE CONTROLE (CLE PHONETIQUE 00000000, JAMAIS *
000900*  PRODUITE PAR GSPH520) PORTE LA VERSION CHARGEE ET LA VERSION  *
001000*  DEJA PASSEE AU REFILTRAGE COMPLET GSSC742.                    *
001100*  15/10/26  DA  CREATION                                        *
001200******************************************************************
001300 01  WLS-ENREG.
001400     05  WLS-CLE.
001500         10  WLS-PHONETIQUE          PIC X(08).
001600             88  WLS-CLE-CONTROLE    VALUE '00000000'.
001700         10  WLS-REFERENCE           PIC X(12).
001800     05  WLS-DONNEES.
001900         10  WLS-LISTE               PIC X(04).
002000         10  WLS-NOM                 PIC X(30).
002100         10  WLS-ID-NAT              PIC X(13).
002200         10  WLS-DATE-INSCRIPTION    PIC 9(08).
002300         10  WLS-DATE-CHARGE         PIC 9(08).
002400     05  WLS-CONTROLE REDEFINES WLS-DONNEES.
002500         10  WLC-VERSION             PIC 9(12).
002600         10  WLC-NB-ENTREES          PIC 9(07).
002700         10  WLC-DATE-CHARGE         PIC 9(08).
002800         10  WLC-VERSION-FILTREE     PIC 9(12).
002900         10  WLC-DATE-FILTRAGE       PIC 9(08).
003000         10  FILLER                  PIC X(16).
003100     05  FILLER                      PIC X(37).
