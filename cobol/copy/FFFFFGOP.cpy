000100******************************************************************
000200*  FFFFFGOP : ORDRE PERMANENT  (FICHIER ORPFIC)                  *
000300*  LRECL = 150   CLE = ORP-CLE (CLE FFFFFGS + NUMERO D ORDRE)    *
000400*  MOUVEMENT RECURRENT CONVENU AVEC LE CLIENT, SAISI PAR LA      *
000500*  TRANSACTION GSOR871 ET GENERE A ECHEANCE PAR GSOR870 EN       *
000600*  MOUVEMENT J (AJUSTEMENT) SUR LA ZONE VISEE.                   *
000700*  TYPE : D = DEBIT (SIGNE -)   C = CREDIT (SIGNE +)             *
000800*         V = VIREMENT VERS L ENREGISTREMENT LIE ORP-CONTREPARTIE*
000900*             (DEBIT SUR LA CLE, CREDIT SUR LA CONTREPARTIE)     *
001000*  ZONE : M = MONTANT   E = MONTANT-ECH                          *
001100*  MOTIF : REFTBL TYPE MOTR (CONTROLE PAR GSBT010)               *
001200*  FREQUENCE : M = MENSUELLE   T = TRIMESTRIELLE                 *
001300*              S = SEMESTRIELLE   A = ANNUELLE                   *
001400*  ORP-JOUR : QUANTIEME D ANCRAGE (RAMENE A LA FIN DU MOIS       *
001500*  COURT) ; ORP-DATE-PROCHAINE : ECHEANCE CALENDAIRE SUIVANTE,   *
001600*  REPORTEE AU JOUR OUVRE PAR GSOR870 (GSCA220) ; DATE DE FIN A  *
001700*  ZERO = SANS FIN.                                              *
001800*  ETAT : E = EN VIGUEUR   T = TERMINE (DATE DE FIN ATTEINTE)    *
001900*         A = ANNULE (GSOR871)                                   *
002000*  15/10/26  DA  CREATION                                        *
002100******************************************************************
002200 01  ORP-ENREG.
002300     05  ORP-CLE.
002400         10  ORP-FGS-CLE             PIC X(15).
002500         10  ORP-NUMERO              PIC 9(03).
002600     05  ORP-TYPE                    PIC X(01).
002700         88  ORP-DEBIT               VALUE 'D'.
002800         88  ORP-CREDIT              VALUE 'C'.
002900         88  ORP-VIREMENT            VALUE 'V'.
003000         88  ORP-TYPE-VALIDE         VALUE 'D' 'C' 'V'.
003100     05  ORP-ZONE                    PIC X(01).
003200         88  ORP-SUR-MONTANT         VALUE 'M'.
003300         88  ORP-SUR-ECH             VALUE 'E'.
003400         88  ORP-ZONE-VALIDE         VALUE 'M' 'E'.
003500     05  ORP-MONTANT                 PIC S9(11)V99 COMP-3.
003600     05  ORP-MOTIF                   PIC X(04).
003700     05  ORP-FREQUENCE               PIC X(01).
003800         88  ORP-MENSUELLE           VALUE 'M'.
003900         88  ORP-TRIMESTRIELLE       VALUE 'T'.
004000         88  ORP-SEMESTRIELLE        VALUE 'S'.
004100         88  ORP-ANNUELLE            VALUE 'A'.
004200         88  ORP-FREQ-VALIDE         VALUE 'M' 'T' 'S' 'A'.
004300     05  ORP-JOUR                    PIC 9(02).
004400     05  ORP-DATE-PROCHAINE          PIC 9(08).
004500     05  ORP-DATE-FIN                PIC 9(08).
004600     05  ORP-CONTREPARTIE            PIC X(15).
004700     05  ORP-ETAT                    PIC X(01).
004800         88  ORP-EN-VIGUEUR          VALUE 'E'.
004900         88  ORP-TERMINE             VALUE 'T'.
005000         88  ORP-ANNULE              VALUE 'A'.
005100     05  ORP-CREE-PAR                PIC X(08).
005200     05  ORP-DATE-CREA               PIC 9(08).
005300     05  ORP-ANNULE-PAR              PIC X(08).
005400     05  ORP-DATE-ANNUL              PIC 9(08).
005500     05  ORP-DATE-DERNIERE           PIC 9(08).
005600     05  ORP-NB-GENERES              PIC 9(05).
005700     05  FILLER                      PIC X(39).
