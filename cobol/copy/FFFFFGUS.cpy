000100******************************************************************
000200*  FFFFFGUS : USAGE CONSOLIDE DES SERVICES PUBLIES (USGFIC)      *
000300*  LRECL = 80   CLE = USG-CLE (JOUR + APPELANT + SERVICE +       *
000400*  FONCTION + ISSUE) - CODES DU JOURNAL FFFFFGUJ                 *
000500*  ALIMENTE PAR GSUS150 (UN JOUR REFAIT EN ENTIER A CHAQUE       *
000600*  PASSAGE) ; TARIFE ET REFACTURE EN FIN DE MOIS PAR GSUS151.    *
000700*  USG-NB-CHRONO : APPELS DONT LE TEMPS EST MESURE - LA DUREE    *
000800*  TOTALE ET LA DUREE MAXIMUM NE PORTENT QUE SUR EUX.            *
000900*  15/10/26  DA  CREATION                                        *
001000******************************************************************
001100 01  USG-ENREG.
001200     05  USG-CLE.
001300         10  USG-DATE                PIC 9(08).
001400         10  USG-APPELANT            PIC X(08).
001500         10  USG-SERVICE             PIC X(02).
001600         10  USG-FONCTION            PIC X(02).
001700         10  USG-ISSUE               PIC X(01).
001800             88  USG-SERVI           VALUE 'S'.
001900             88  USG-REFUSE          VALUE 'F'.
002000             88  USG-INCIDENT        VALUE 'I'.
002100     05  USG-NB-APPELS               PIC 9(09).
002200     05  USG-NB-CHRONO               PIC 9(09).
002300     05  USG-DUREE-TOTALE            PIC 9(13).
002400     05  USG-DUREE-MAX               PIC 9(09).
002500     05  FILLER                      PIC X(19).
