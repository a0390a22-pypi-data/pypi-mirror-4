000100******************************************************************
000200*  GSSLZ : ZONE D ECHANGE DU MODULE GSSL861 (SOLDE MOYEN,        *
000300*  MINIMUM ET MAXIMUM D UNE CLE SUR UNE PERIODE, D APRES LES     *
000400*  PHOTOS QUOTIDIENNES SLDFIC)                                   *
000500*  CHAQUE PHOTO VAUT POUR LES JOURS OUVRES (GSCA220) QUI LA      *
000600*  SEPARENT DE LA SUIVANTE, OU DE LA FIN DE PERIODE ; LES JOURS  *
000700*  AVANT LA PREMIERE PHOTO DE LA PERIODE NE COMPTENT PAS         *
000800*  (SLZ-NB-JOURS = JOURS OUVRES COUVERTS).                       *
000900*  RETOUR : 0 = SERVI   1 = AUCUNE PHOTO DANS LA PERIODE         *
001000*           2 = DATES INVALIDES   9 = INCIDENT FICHIER/CALENDRIER*
001100*  15/10/26  DA  CREATION                                        *
001200******************************************************************
001300 01  SLZ-ZONE.
001400     05  SLZ-FGS-CLE                 PIC X(15).
001500     05  SLZ-DATE-DEBUT              PIC 9(08).
001600     05  SLZ-DATE-FIN                PIC 9(08).
001700     05  SLZ-RETOUR                  PIC X(01).
001800         88  SLZ-SERVI               VALUE '0'.
001900         88  SLZ-AUCUNE-PHOTO        VALUE '1'.
002000         88  SLZ-DATES-INVALIDES     VALUE '2'.
002100         88  SLZ-INCIDENT            VALUE '9'.
002200     05  SLZ-NB-PHOTOS               PIC S9(04) COMP.
002300     05  SLZ-NB-JOURS                PIC S9(04) COMP.
002400     05  SLZ-MOYENNE                 PIC S9(11)V99 COMP-3.
002500     05  SLZ-MINIMUM                 PIC S9(11)V99 COMP-3.
002600     05  SLZ-MAXIMUM                 PIC S9(11)V99 COMP-3.
002700     05  SLZ-MOYENNE-ECH             PIC S9(11)V99 COMP-3.
002800     05  SLZ-MINIMUM-ECH             PIC S9(11)V99 COMP-3.
002900     05  SLZ-MAXIMUM-ECH             PIC S9(11)V99 COMP-3.
