000100******************************************************************
000200*  FFFFFGEC : ECHEANCIER DES ENREGISTREMENTS (FICHIER ECHFIC)    *
000300*  LRECL = 100  CLE = ECH-CLE (CLE FFFFFGS + DATE D ECHEANCE)    *
000400*  UNE LIGNE PAR ECHEANCE, BATIE PAR LE MODULE GSEC670 A PARTIR  *
000500*  DE FFFFFGS-MONTANT (RESTANT) ET FFFFFGS-MONTANT-ECH (MONTANT  *
000600*  DE L ECHEANCE) - DATES RAMENEES AU JOUR OUVRE PAR GSCA220.    *
000700*  ECH-DATE-THEORIQUE GARDE LA DATE AVANT ROULEMENT : C EST      *
000800*  ELLE QUI PORTE LE RYTHME MENSUEL D UNE ECHEANCE A L AUTRE.    *
000900*  STATUT : D = DUE   P = PAYEE   R = PARTIELLE   A = ABANDONNEE *
001000*  15/10/26  DA  CREATION                                        *
001100******************************************************************
001200 01  ECH-ENREG.
001300     05  ECH-CLE.
001400         10  ECH-FGS-CLE             PIC X(15).
001500         10  ECH-DATE-ECH            PIC 9(08).
001600     05  ECH-NUMERO                  PIC 9(04).
001700     05  ECH-DATE-THEORIQUE          PIC 9(08).
001800     05  ECH-MONTANT-DU              PIC S9(11)V99 COMP-3.
001900     05  ECH-MONTANT-PAYE            PIC S9(11)V99 COMP-3.
002000     05  ECH-STATUT                  PIC X(01).
002100         88  ECH-DUE                 VALUE 'D'.
002200         88  ECH-PAYEE               VALUE 'P'.
002300         88  ECH-PARTIELLE           VALUE 'R'.
002400         88  ECH-ABANDONNEE          VALUE 'A'.
002500         88  ECH-OUVERTE             VALUE 'D' 'R'.
002600     05  ECH-DATE-CREA               PIC 9(08).
002700     05  ECH-DATE-MAJ                PIC 9(08).
002800     05  ECH-PROGRAMME               PIC X(08).
002900     05  FILLER                      PIC X(26).
