000100******************************************************************
000200*  GSMPZ : ZONE D ECHANGE DU MODULE D IMPUTATION GSMP980         *
000300*  DONNE LE PREFIXE (COTNET (1:4) OU CODE FRAI INTC REMB VERS    *
000400*  PROV PERT) ET LA DATE D IMPUTATION ; REND LES COMPTES DE LA   *
000500*  REGLE EN VIGUEUR A CETTE DATE ET SA DATE DE DEBUT.            *
000600*  RETOUR 0 = REGLE EN VIGUEUR   1 = PAS DE REGLE A LA DATE      *
000700*        9 = INCIDENT FICHIER MAPFIC                             *
000800*  15/10/26  DA  CREATION                                        *
000900******************************************************************
001000 01  MPZ-DEM.
001100     05  MPZ-PREFIXE                 PIC X(04).
001200     05  MPZ-DATE                    PIC 9(08).
001300     05  MPZ-RETOUR                  PIC X(01).
001400         88  MPZ-TROUVE              VALUE '0'.
001500         88  MPZ-SANS-REGLE          VALUE '1'.
001600         88  MPZ-INCIDENT            VALUE '9'.
001700     05  MPZ-COMPTE-DEBIT            PIC X(10).
001800     05  MPZ-COMPTE-CREDIT           PIC X(10).
001900     05  MPZ-DATE-DEBUT              PIC 9(08).
