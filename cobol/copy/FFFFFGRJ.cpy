000100******************************************************************
000200*  FFFFFGRJ : REJET DE VIREMENT RENVOYE PAR LA BANQUE            *
000300*             (FICHIER REJVIR)                                   *
000400*  LRECL = 100   SEQUENTIEL - LU PAR GSPI713                     *
000500*  LA REFERENCE DE BOUT EN BOUT EST CELLE DU VIREMENT REMIS      *
000600*  (CLE PAYFIC - DESSIN FFFFFGVI).                               *
000700*  MOTIF : AC01 = COMPTE ERRONE   AC04 = COMPTE CLOS             *
000800*          AC06 = COMPTE BLOQUE   AUTRES = DIVERS                *
000900*  15/10/26  DA  CREATION                                        *
001000******************************************************************
001100 01  RJV-ENREG.
001200     05  RJV-REFERENCE.
001300         10  RJV-FGS-CLE             PIC X(15).
001400         10  RJV-DATE-CREA           PIC 9(08).
001500         10  RJV-NATURE              PIC X(01).
001600     05  RJV-MONTANT                 PIC 9(11)V99.
001700     05  RJV-MOTIF                   PIC X(04).
001800     05  RJV-DATE-REJET              PIC 9(08).
001900     05  FILLER                      PIC X(51).
