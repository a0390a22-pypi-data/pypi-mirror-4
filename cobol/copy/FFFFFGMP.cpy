000100******************************************************************
000200*  FFFFFGMP : REGLES D IMPUTATION COMPTABLE DATEES (FICHIER      *
000300*            MAPFIC - REMPLACE LE FICHIER DE CARTES CPTMAP)      *
000400*  LRECL = 100   CLE = MAP-CLE (PREFIXE COTNET OU CODE FRAIS /   *
000500*  INTERETS + DATE DE DEBUT) - PLUSIEURS REGLES PAR PREFIXE.     *
000600*  UNE REGLE DONNE LE COMPTE DEBIT ET LE COMPTE CREDIT DU        *
000700*  PREFIXE A PARTIR DE SA DATE DE DEBUT : LA REGLE EN VIGUEUR A  *
000800*  UNE DATE EST CELLE DE PLUS GRANDE DATE DE DEBUT NON           *
000900*  POSTERIEURE ; ELLE S APPLIQUE SI SA DATE DE FIN EST A ZERO OU *
001000*  NON ANTERIEURE A LA DATE (SINON LE PREFIXE EST SANS REGLE).   *
001100*  UNE REGLE DONT LA FIN PRECEDE LE DEBUT EST ANNULEE ET IGNOREE.*
001200*  UNE REGLE DE FIN DE MOIS SE PREPARE DONC A L AVANCE SANS      *
001300*  TOUCHER LA REGLE COURANTE.                                    *
001400*  N Y FIGURENT QUE DES REGLES APPROUVEES : LES DEMANDES SONT    *
001500*  PROPOSEES ET APPROUVEES EN LIGNE (TRANSACTION GSMP981,        *
001600*  FICHIER MAPMAJ - FFFFFGMQ). LECTURE PAR LE MODULE GSMP980.    *
001700*  15/10/26  DA  CREATION                                        *
001800******************************************************************
001900 01  MAP-ENREG.
002000     05  MAP-CLE.
002100         10  MAP-PREFIXE             PIC X(04).
002200         10  MAP-DATE-DEBUT          PIC 9(08).
002300     05  MAP-DATE-FIN                PIC 9(08).
002400     05  MAP-COMPTE-DEBIT            PIC X(10).
002500     05  MAP-COMPTE-CREDIT           PIC X(10).
002600     05  MAP-LIBELLE                 PIC X(20).
002700     05  MAP-PROPOSE-PAR             PIC X(08).
002800     05  MAP-APPROUVE-PAR            PIC X(08).
002900     05  MAP-DATE-APPROBATION        PIC 9(08).
003000     05  FILLER                      PIC X(16).
