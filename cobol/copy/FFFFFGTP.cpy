000100******************************************************************
000200*  FFFFFGTP : BAREME DES TAUX DE PROVISION  (FICHIER TXPFIC)     *
000300*  LRECL = 60   CLE = TXP-CLE (ENTITE + STATUT + TRANCHE DE      *
000400*               RETARD + DATE DE DEBUT)                          *
000500*  TRANCHE : 0 = A JOUR   1 = 1-30 J   2 = 31-60 J   3 = 61-90 J *
000600*            4 = 90+ J    (TRANCHES DU DOSSIER RCVFIC, GSRV680)  *
000700*  LE PROVISIONNEMENT GSPV720 SERT, POUR UNE DATE D ARRETE, LA   *
000800*  LIGNE DONT LA DATE DE DEBUT EST LA PLUS RECENTE PARMI CELLES  *
000900*  QUI NE SONT PAS FUTURES ET DONT LA DATE DE FIN (ZERO = SANS   *
001000*  LIMITE) N EST PAS PASSEE - MEME REGLE QUE TXIFIC.             *
001100*  LE TAUX EST UN POURCENTAGE DU MONTANT RESTANT (9(3)V9(4)).    *
001200*  15/10/26  DA  CREATION                                        *
001300******************************************************************
001400 01  TXP-ENREG.
001500     05  TXP-CLE.
001600         10  TXP-ENTITE              PIC X(02).
001700         10  TXP-STATUT              PIC X(02).
001800         10  TXP-TRANCHE             PIC 9(01).
001900         10  TXP-DATE-DEBUT          PIC 9(08).
002000     05  TXP-DATE-FIN                PIC 9(08).
002100     05  TXP-TAUX                    PIC S9(03)V9(04) COMP-3.
002200     05  FILLER                      PIC X(35).
