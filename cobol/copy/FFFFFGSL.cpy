000100******************************************************************
000200*  FFFFFGSL : PHOTO QUOTIDIENNE DES SOLDES  (FICHIER SLDFIC)     *
000300*  LRECL = 50   CLE = SLD-CLE (CLE FFFFFGS + DATE DE LA PHOTO)   *
000400*  UNE PHOTO PAR CLE ACTIVE ET PAR JOUR OUVRE, POSEE EN FIN DE   *
000500*  CHAINE PAR GSSL860 (MONTANT ET MONTANT-ECH APRES GSBT010).    *
000600*  LU PAR LE MODULE GSSL861 (SOLDE MOYEN / MINIMUM / MAXIMUM     *
000700*  SUR UNE PERIODE). RETENTION PAR POLITIQUE GSPU570 (MAGASIN    *
000800*  SLDFIC) - A GARDER AU MOINS SUR LA PLUS LONGUE PERIODE DE     *
000900*  RELEVE (UN AN).                                               *
001000*  15/10/26  DA  CREATION                                        *
001100******************************************************************
001200 01  SLD-ENREG.
001300     05  SLD-CLE.
001400         10  SLD-FGS-CLE             PIC X(15).
001500         10  SLD-DATE                PIC 9(08).
001600     05  SLD-MONTANT                 PIC S9(11)V99 COMP-3.
001700     05  SLD-MONTANT-ECH             PIC S9(11)V99 COMP-3.
001800     05  SLD-STATUT                  PIC X(02).
001900     05  FILLER                      PIC X(11).
