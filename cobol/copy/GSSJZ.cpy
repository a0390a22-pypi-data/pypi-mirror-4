000100******************************************************************
000200*  GSSJZ : ZONE D ECHANGE DU MODULE DES ORDRES DE SAISIE         *
000300*  GSSJ780 - L APPELANT FOURNIT LA CLE FFFFFGS ; LE MODULE REND  *
000400*  LE NOMBRE ET LE CUMUL DES ORDRES ACTIFS A LA DATE DU JOUR.    *
000500*  RETOUR : 0 = AUCUN ORDRE ACTIF   1 = MONTANT BLOQUE           *
000600*           9 = INCIDENT FICHIER SAIFIC                          *
000700*  (SAIFIC ABSENT DE L ENVIRONNEMENT = AUCUN ORDRE)              *
000800*  15/10/26  DA  CREATION                                        *
000900******************************************************************
001000 01  SJZ-ZONE.
001100     05  SJZ-FGS-CLE                 PIC X(15).
001200     05  SJZ-RETOUR                  PIC X(01).
001300         88  SJZ-LIBRE               VALUE '0'.
001400         88  SJZ-BLOQUE              VALUE '1'.
001500         88  SJZ-INCIDENT            VALUE '9'.
001600     05  SJZ-NB-ORDRES               PIC S9(04) COMP.
001700     05  SJZ-MONTANT-BLOQUE          PIC S9(13)V99 COMP-3.
