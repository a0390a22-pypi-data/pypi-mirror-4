000100******************************************************************
000200*  FFFFFGPL : FICHIER DE PRELEVEMENTS REMIS A LA BANQUE (PRLFIC) *
000300*  LRECL = 200   SEQUENTIEL - PRODUIT PAR GSDD700                *
000400*  TYPE E = ENTETE (CREANCIER, DATE DE PRELEVEMENT)              *
000500*  TYPE D = PRELEVEMENT (MANDAT, COMPTE, MONTANT, REFERENCE DE   *
000600*           BOUT EN BOUT = CLE FFFFFGS + DATE D ECHEANCE,        *
000700*           RENVOYEE PAR LA BANQUE SUR SES RETOURS)              *
000800*  TYPE T = PIED (NOMBRE ET TOTAL DES PRELEVEMENTS)              *
000900*  SEQUENCE : FRST = PREMIER PRELEVEMENT DU MANDAT, RCUR SINON   *
001000*  15/10/26  DA  CREATION                                        *
001100******************************************************************
001200 01  PRL-ENTETE.
001300     05  PRL-E-TYPE                  PIC X(01).
001400     05  PRL-E-ICS                   PIC X(13).
001500     05  PRL-E-DATE-PRELEV           PIC 9(08).
001600     05  PRL-E-DATE-CREA             PIC 9(08).
001700     05  FILLER                      PIC X(170).
001800 01  PRL-DETAIL.
001900     05  PRL-D-TYPE                  PIC X(01).
002000     05  PRL-D-SEQUENCE              PIC X(04).
002100     05  PRL-D-RUM                   PIC X(35).
002200     05  PRL-D-DATE-SIGNATURE        PIC 9(08).
002300     05  PRL-D-IBAN                  PIC X(34).
002400     05  PRL-D-BIC                   PIC X(11).
002500     05  PRL-D-TITULAIRE             PIC X(30).
002600     05  PRL-D-MONTANT               PIC 9(11)V99.
002700     05  PRL-D-REFERENCE.
002800         10  PRL-D-FGS-CLE           PIC X(15).
002900         10  PRL-D-DATE-ECH          PIC 9(08).
003000     05  FILLER                      PIC X(41).
003100 01  PRL-PIED.
003200     05  PRL-P-TYPE                  PIC X(01).
003300     05  PRL-P-NB                    PIC 9(09).
003400     05  PRL-P-TOTAL                 PIC 9(13)V99.
003500     05  FILLER                      PIC X(175).
