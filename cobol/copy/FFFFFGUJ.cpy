000100******************************************************************
000200*  FFFFFGUJ : APPEL D UN SERVICE PUBLIE (JOURNAL DES USAGES -    *
000300*  FILE TD GUSJ ET FICHIER USGSOE, SUPPORT COMMUN DD USGJRN)     *
000400*  LRECL = 80   CHRONOLOGIQUE                                    *
000500*  CHAQUE APPEL D UN SERVICE OFFERT AUX AUTRES APPLICATIONS Y    *
000600*  LAISSE QUI A APPELE, QUOI, QUAND, AVEC QUELLE ISSUE ET EN     *
000700*  COMBIEN DE TEMPS QUAND LE TEMPS EST MESURE.                   *
000800*  SERVICE : IC = GSIC470 SUR ZC-COMM (APPELANT = ZC-APPELANT,   *
000900*                 INCONNU A BLANC)                               *
001000*            LC = ZL00-LCPG8 UNITAIRE PAR GSCH140 (APPELANT =    *
001100*                 TRANSACTION CICS)                              *
001200*            LG = ZL00-LCPG8 GROUPE PAR GSBK150 (APPELANT =      *
001300*                 TRANSACTION CICS, UN ENREGISTREMENT PAR        *
001400*                 FONCTION ET ISSUE DU GROUPE, NON CHRONOMETRE)  *
001500*            WS = SERVICE WEB GSWS130 (APPELANT = PORTAIL)       *
001600*  ISSUE   : S = SERVI   F = REFUS FONCTIONNEL (CLE INCONNUE,    *
001700*            VERSION, FONCTION, DONNEES, 401 / 403...)           *
001800*            I = INCIDENT DU SERVICE                             *
001900*  USJ-RETOUR : CODE RENDU A L APPELANT (RAISON, RETOUR OU       *
002000*  STATUT HTTP DE REFUS)                                         *
002100*  CONSOLIDE CHAQUE JOUR A USGFIC PAR GSUS150.                   *
002200*  15/10/26  DA  CREATION                                        *
002300******************************************************************
002400 01  USJ-ENREG.
002500     05  USJ-DATE                    PIC 9(08).
002600     05  USJ-HEURE                   PIC 9(06).
002700     05  USJ-APPELANT                PIC X(08).
002800     05  USJ-SERVICE                 PIC X(02).
002900         88  USJ-SERVICE-SOEUR       VALUE 'IC'.
003000         88  USJ-SERVICE-UNITAIRE    VALUE 'LC'.
003100         88  USJ-SERVICE-GROUPE      VALUE 'LG'.
003200         88  USJ-SERVICE-WEB         VALUE 'WS'.
003300     05  USJ-PROGRAMME               PIC X(08).
003400     05  USJ-FONCTION                PIC X(02).
003500     05  USJ-ISSUE                   PIC X(01).
003600         88  USJ-SERVI               VALUE 'S'.
003700         88  USJ-REFUSE              VALUE 'F'.
003800         88  USJ-INCIDENT            VALUE 'I'.
003900     05  USJ-RETOUR                  PIC X(04).
004000     05  USJ-NB-APPELS               PIC 9(05).
004100     05  USJ-DUREE-MS                PIC 9(09).
004200     05  USJ-CHRONO                  PIC X(01).
004300         88  USJ-CHRONOMETRE         VALUE 'O'.
004400     05  FILLER                      PIC X(26).
