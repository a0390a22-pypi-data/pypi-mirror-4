000100******************************************************************
000200*  FFFFFGSD : ALERTE DE FILTRAGE ET DECISION DE LA CONFORMITE    *
000300*  (FICHIER SCDFIC)                                              *
000400*  LRECL = 160   CLE = SCD-CLE (CLE FFFFFGS + REFERENCE LISTE)   *
000500*  UNE ALERTE NAIT EN ATTENTE (E) QUAND UN NOM FFFFFGS TOMBE SUR *
000600*  UNE ENTREE DE LA LISTE WLSFIC (GSSC741, GSOL010) ; L ANALYSTE *
000700*  LA LEVE (L = FAUX POSITIF, LE MOUVEMENT RETENU PASSERA AU     *
000800*  PROCHAIN RECYCLAGE) OU LA CONFIRME (C = LE MOUVEMENT RESTE    *
000900*  AU SUSPENS) PAR LA TRANSACTION GSSC743. LA DECISION GARDE     *
001000*  L ANALYSTE, LA DATE, L HEURE ET LE COMMENTAIRE.               *
001100*  15/10/26  DA  CREATION                                        *
001200******************************************************************
001300 01  SCD-ENREG.
001400     05  SCD-CLE.
001500         10  SCD-FGS-CLE             PIC X(15).
001600         10  SCD-REFERENCE           PIC X(12).
001700     05  SCD-LISTE                   PIC X(04).
001800     05  SCD-NOM-LISTE               PIC X(30).
001900     05  SCD-ETAT                    PIC X(01).
002000         88  SCD-EN-ATTENTE          VALUE 'E'.
002100         88  SCD-LEVEE               VALUE 'L'.
002200         88  SCD-CONFIRMEE           VALUE 'C'.
002300     05  SCD-ORIGINE                 PIC X(08).
002400     05  SCD-DATE-DETECTION          PIC 9(08).
002500     05  SCD-ANALYSTE                PIC X(08).
002600     05  SCD-DATE-DECISION           PIC 9(08).
002700     05  SCD-HEURE-DECISION          PIC 9(06).
002800     05  SCD-COMMENTAIRE             PIC X(30).
002900     05  FILLER                      PIC X(30).
