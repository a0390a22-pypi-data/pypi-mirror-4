000100******************************************************************
000200*  FFFFFGPI : INSTRUCTION DE PAIEMENT SORTANT (FICHIER PAYFIC)   *
000300*  LRECL = 200   CLE = PAY-CLE (CLE FFFFFGS + DATE DE CREATION   *
000400*                + NATURE)                                       *
000500*  POSEE PAR GSPI710 QUAND LE MONTANT D UN ENREGISTREMENT        *
000600*  DEVIENT NEGATIF (REMBOURSEMENT DU TROP PERCU) OU QU UN        *
000700*  ENREGISTREMENT ECHU (STATUT EC) PORTE UN MONTANT A VERSER.    *
000800*  NATURE : R = REMBOURSEMENT   V = VERSEMENT A L ECHEANCE       *
000900*  STATUT : N = NOUVELLE (A COMPLETER ET SOUMETTRE)              *
001000*           P = SOUMISE, EN ATTENTE D APPROBATION                *
001100*           L = LIBEREE PAR UN APPROBATEUR DIFFERENT DU          *
001200*               SOUMETTEUR (TRANSACTION GSPI711)                 *
001300*           E = EMISE AU FICHIER DE VIREMENTS (GSPI712)          *
001400*           J = REJETEE PAR LA BANQUE (GSPI713)                  *
001500*           A = ANNULEE                                          *
001600*  15/10/26  DA  CREATION                                        *
001700******************************************************************
001800 01  PAY-ENREG.
001900     05  PAY-CLE.
002000         10  PAY-FGS-CLE             PIC X(15).
002100         10  PAY-DATE-CREA           PIC 9(08).
002200         10  PAY-NATURE              PIC X(01).
002300             88  PAY-REMBOURSEMENT   VALUE 'R'.
002400             88  PAY-VERSEMENT       VALUE 'V'.
002500     05  PAY-MONTANT                 PIC S9(11)V99 COMP-3.
002600     05  PAY-STATUT                  PIC X(01).
002700         88  PAY-NOUVELLE            VALUE 'N'.
002800         88  PAY-SOUMISE             VALUE 'P'.
002900         88  PAY-LIBEREE             VALUE 'L'.
003000         88  PAY-EMISE               VALUE 'E'.
003100         88  PAY-REJETEE             VALUE 'J'.
003200         88  PAY-ANNULEE             VALUE 'A'.
003300         88  PAY-OUVERTE             VALUE 'N' 'P' 'L'.
003400     05  PAY-IBAN                    PIC X(34).
003500     05  PAY-BIC                     PIC X(11).
003600     05  PAY-BENEFICIAIRE            PIC X(30).
003700     05  PAY-SOUMIS-PAR              PIC X(08).
003800     05  PAY-DATE-SOUMIS             PIC 9(08).
003900     05  PAY-LIBERE-PAR              PIC X(08).
004000     05  PAY-DATE-LIBERE             PIC 9(08).
004100     05  PAY-DATE-EMIS               PIC 9(08).
004200     05  PAY-MOTIF-REJET             PIC X(04).
004300     05  PAY-DATE-REJET              PIC 9(08).
004400     05  FILLER                      PIC X(41).
