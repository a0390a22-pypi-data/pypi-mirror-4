000100******************************************************************
000200*  FFFFFGPP : DEMANDE DE PASSAGE EN PERTE  (FICHIER PERFIC)      *
000300*  LRECL = 150   CLE = PER-FGS-CLE                               *
000400*  PROPOSEE PAR UN METTEUR A JOUR SUR UN ENREGISTREMENT DE LA    *
000500*  TRANCHE 90+ (TRANSACTION GSPV721), APPROUVEE PAR UN           *
000600*  APPROBATEUR DIFFERENT DU PROPOSANT, PUIS EXECUTEE PAR LE      *
000700*  BATCH GSPV722 (STATUT PP ET ECRITURE PERT).                   *
000800*  ETAT : P = PROPOSEE   A = APPROUVEE   X = PASSEE EN PERTE     *
000900*         R = RETIREE                                            *
001000*  15/10/26  DA  CREATION                                        *
001100******************************************************************
001200 01  PER-ENREG.
001300     05  PER-FGS-CLE                 PIC X(15).
001400     05  PER-ETAT                    PIC X(01).
001500         88  PER-PROPOSEE            VALUE 'P'.
001600         88  PER-APPROUVEE           VALUE 'A'.
001700         88  PER-PASSEE              VALUE 'X'.
001800         88  PER-RETIREE             VALUE 'R'.
001900         88  PER-EN-COURS            VALUE 'P' 'A'.
002000     05  PER-MONTANT-PROPOSE         PIC S9(11)V99 COMP-3.
002100     05  PER-TRANCHE                 PIC 9(01).
002200     05  PER-JOURS-RETARD            PIC 9(05).
002300     05  PER-MOTIF                   PIC X(30).
002400     05  PER-PROPOSE-PAR             PIC X(08).
002500     05  PER-DATE-PROPOSE            PIC 9(08).
002600     05  PER-APPROUVE-PAR            PIC X(08).
002700     05  PER-DATE-APPROUVE           PIC 9(08).
002800     05  PER-DATE-PASSAGE            PIC 9(08).
002900     05  PER-MONTANT-PASSE           PIC S9(11)V99 COMP-3.
003000     05  FILLER                      PIC X(44).
