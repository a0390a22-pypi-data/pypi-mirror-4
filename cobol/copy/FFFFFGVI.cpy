000100******************************************************************
000200*  FFFFFGVI : FICHIER DE VIREMENTS REMIS A LA BANQUE (VIRFIC)    *
000300*  LRECL = 200   SEQUENTIEL - PRODUIT PAR GSPI712                *
000400*  TYPE E = ENTETE (COMPTE DONNEUR D ORDRE, DATE D EXECUTION)    *
000500*  TYPE D = VIREMENT (BENEFICIAIRE, COMPTE, MONTANT, REFERENCE   *
000600*           DE BOUT EN BOUT = CLE PAYFIC, RENVOYEE PAR LA        *
000700*           BANQUE SUR SES REJETS)                               *
000800*  TYPE T = PIED (NOMBRE ET TOTAL DES VIREMENTS)                 *
000900*  15/10/26  DA  CREATION                                        *
001000******************************************************************
001100 01  VIR-ENTETE.
001200     05  VIR-E-TYPE                  PIC X(01).
001300     05  VIR-E-IBAN-DO               PIC X(34).
001400     05  VIR-E-BIC-DO                PIC X(11).
001500     05  VIR-E-DATE-EXEC             PIC 9(08).
001600     05  VIR-E-DATE-CREA             PIC 9(08).
001700     05  FILLER                      PIC X(138).
001800 01  VIR-DETAIL.
001900     05  VIR-D-TYPE                  PIC X(01).
002000     05  VIR-D-IBAN                  PIC X(34).
002100     05  VIR-D-BIC                   PIC X(11).
002200     05  VIR-D-BENEFICIAIRE          PIC X(30).
002300     05  VIR-D-MONTANT               PIC 9(11)V99.
002400     05  VIR-D-REFERENCE.
002500         10  VIR-D-FGS-CLE           PIC X(15).
002600         10  VIR-D-DATE-CREA         PIC 9(08).
002700         10  VIR-D-NATURE            PIC X(01).
002800     05  VIR-D-LIBELLE               PIC X(35).
002900     05  FILLER                      PIC X(52).
003000 01  VIR-PIED.
003100     05  VIR-P-TYPE                  PIC X(01).
003200     05  VIR-P-NB                    PIC 9(09).
003300     05  VIR-P-TOTAL                 PIC 9(13)V99.
003400     05  FILLER                      PIC X(175).
