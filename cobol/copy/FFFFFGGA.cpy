000100******************************************************************
000200*  FFFFFGGA : GARANTIE D UN ENREGISTREMENT FFFFFGS               *
000300*  (FICHIER GARFIC)                                              *
000400*  LRECL = 120   CLE = GAR-CLE (CLE FFFFFGS + NUMERO)            *
000500*  LE TYPE DE GARANTIE EST UN CODE DE LA TABLE REFTBL (TYPE      *
000600*  GARA). LE GARANT QUI EST LUI-MEME UN ENREGISTREMENT FFFFFGS   *
000700*  EST PORTE EN GAR-GARANT-CLE ET DOIT ETRE LIE A LA CLE         *
000800*  GARANTIE PAR UNE LIAISON LIAFIC EN EFFET (DANS UN SENS OU     *
000900*  DANS L AUTRE). UN GARANT EXTERIEUR N EST PORTE QUE PAR SON    *
001000*  NOM (GAR-GARANT-NOM).                                         *
001100*  ENTRETIEN : TRANSACTION GSGA730 - COUVERTURE : GSGA731.       *
001200*  15/10/26  DA  CREATION                                        *
001300******************************************************************
001400 01  GAR-ENREG.
001500     05  GAR-CLE.
001600         10  GAR-FGS-CLE             PIC X(15).
001700         10  GAR-NUMERO              PIC 9(03).
001800     05  GAR-TYPE                    PIC X(04).
001900     05  GAR-VALEUR                  PIC S9(11)V99 COMP-3.
002000     05  GAR-DATE-EVAL               PIC 9(08).
002100     05  GAR-DATE-REEVAL             PIC 9(08).
002200     05  GAR-GARANT-CLE              PIC X(15).
002300     05  GAR-GARANT-NOM              PIC X(30).
002400     05  GAR-DATE-MAJ                PIC 9(08).
002500     05  GAR-OPERATEUR               PIC X(08).
002600     05  FILLER                      PIC X(14).
