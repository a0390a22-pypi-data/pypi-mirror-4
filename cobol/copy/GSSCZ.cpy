000100******************************************************************
000200*  GSSCZ : ZONE D ECHANGE DU MODULE DE FILTRAGE GSSC741          *
000300*  FONCTION F = FILTRER LE NOM EN CLAIR DE LA CLE FOURNIE        *
000400*           Z = FERMER LES FICHIERS (AVANT REOUVERTURE PAR       *
000500*               L APPELANT)                                      *
000600*  LE NOM EST CONFRONTE PAR CLE SONORE (GSPH520) A LA LISTE      *
000700*  WLSFIC ; LES ENTREES LEVEES (SCDFIC ETAT L) POUR CETTE CLE    *
000800*  SONT IGNOREES. TOUTE ALERTE NOUVELLE EST POSEE EN ATTENTE AU  *
000900*  FICHIER SCDFIC. L ENTREE RENDUE EST LA PREMIERE NOUVELLE,     *
001000*  SINON LA PREMIERE DEJA CONNUE (EN ATTENTE OU CONFIRMEE).      *
001100*  RETOUR : 0 = LIBRE   1 = ALERTE NOUVELLE   2 = ALERTE CONNUE  *
001200*           9 = INCIDENT FICHIER                                 *
001300*  15/10/26  DA  CREATION                                        *
001400******************************************************************
001500 01  SCZ-ZONE.
001600     05  SCZ-FONCTION                PIC X(01).
001700         88  SCZ-FILTRER             VALUE 'F'.
001800         88  SCZ-FERMER              VALUE 'Z'.
001900     05  SCZ-FGS-CLE                 PIC X(15).
002000     05  SCZ-NOM                     PIC X(30).
002100     05  SCZ-PROGRAMME               PIC X(08).
002200     05  SCZ-LISTE                   PIC X(04).
002300     05  SCZ-REFERENCE               PIC X(12).
002400     05  SCZ-NOM-LISTE               PIC X(30).
002500     05  SCZ-ETAT                    PIC X(01).
002600     05  SCZ-RETOUR                  PIC X(01).
002700         88  SCZ-LIBRE               VALUE '0'.
002800         88  SCZ-ALERTE-NOUVELLE     VALUE '1'.
002900         88  SCZ-ALERTE-CONNUE       VALUE '2'.
003000         88  SCZ-INCIDENT            VALUE '9'.
