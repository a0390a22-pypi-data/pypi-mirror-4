000100******************************************************************
000200*  FFFFFGFL : CALENDRIER DES FLUX PARTENAIRES (FICHIER FLXCAL)   *
000300*  LRECL = 100   CLE = FLX-SOURCE (SOURCE DE L ENTETE FFFFFGCT   *
000400*  DU FLUX, MQENTREE POUR LA FILE GS.FFFFFGS.ENT DE GSPB092)     *
000500*  FLX-CANAL : F = FICHIER PARTENAIRE (GSIN110)  Q = FILE MQ     *
000600*  JOURS ATTENDUS : LES JOURS OUVRES DE FLX-JURIDICTION AU       *
000700*  CALENDRIER CALFIC (GSCA220).                                  *
000800*  FENETRE D ARRIVEE : FLX-HEURE-DEBUT A FLX-HEURE-FIN (HHMM) -  *
000900*  ARRIVEE APRES LA FIN = RETARD ; RIEN A LA FIN = MANQUANT.     *
001000*  BANDE DE VOLUME : NOMBRE DE MOUVEMENTS DU PIED ENTRE          *
001100*  FLX-VOLUME-MIN ET FLX-VOLUME-MAX (ZERO = BORNE NON SUIVIE).   *
001200*  FLX-ACTIF N : FLUX RETIRE, PLUS SURVEILLE.                    *
001300*  CHARGE PAR GSFX180 ; SERT GSFX181, GSFX182 ET GSFX183.        *
001400*  15/10/26  DA  CREATION                                        *
001500******************************************************************
001600 01  FLX-ENREG.
001700     05  FLX-SOURCE                  PIC X(08).
001800     05  FLX-LIBELLE                 PIC X(30).
001900     05  FLX-CANAL                   PIC X(01).
002000         88  FLX-FICHIER             VALUE 'F'.
002100         88  FLX-FILE-MQ             VALUE 'Q'.
002200     05  FLX-JURIDICTION             PIC X(02).
002300     05  FLX-HEURE-DEBUT             PIC 9(04).
002400     05  FLX-HEURE-FIN               PIC 9(04).
002500     05  FLX-VOLUME-MIN              PIC 9(09).
002600     05  FLX-VOLUME-MAX              PIC 9(09).
002700     05  FLX-ACTIF                   PIC X(01).
002800         88  FLX-SURVEILLE           VALUE 'O'.
002900     05  FLX-DATE-MAJ                PIC 9(08).
003000     05  FILLER                      PIC X(24).
