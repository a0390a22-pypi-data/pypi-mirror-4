000100******************************************************************
000200*  FFFFFGPV : PROVISION EN STOCK D UN ENREGISTREMENT             *
000300*             (FICHIER PRVFIC)                                   *
000400*  LRECL = 100   CLE = PRV-FGS-CLE                               *
000500*  TENU A CHAQUE FIN DE MOIS PAR GSPV720 : LA PROVISION DU MOIS  *
000600*  (BASE X TAUX DU BAREME TXPFIC) ET CELLE DU MOIS PRECEDENT,    *
000700*  DONT LA DIFFERENCE EST LA VARIATION PASSEE AU GRAND LIVRE.    *
000800*  UN ARRETE DEJA PASSE (PRV-DATE-ARRETE = DATE D ARRETE) N EST  *
000900*  PAS REPRIS : LA RELANCE D UN PASSAGE INTERROMPU NE DOUBLE     *
001000*  RIEN.                                                         *
001100*  15/10/26  DA  CREATION                                        *
001200******************************************************************
001300 01  PRV-ENREG.
001400     05  PRV-FGS-CLE                 PIC X(15).
001500     05  PRV-DATE-ARRETE             PIC 9(08).
001600     05  PRV-TRANCHE                 PIC 9(01).
001700     05  PRV-STATUT                  PIC X(02).
001800     05  PRV-BASE                    PIC S9(11)V99 COMP-3.
001900     05  PRV-TAUX                    PIC S9(03)V9(04) COMP-3.
002000     05  PRV-PROVISION               PIC S9(11)V99 COMP-3.
002100     05  PRV-DATE-PREC               PIC 9(08).
002200     05  PRV-PROVISION-PREC          PIC S9(11)V99 COMP-3.
002300     05  FILLER                      PIC X(41).
