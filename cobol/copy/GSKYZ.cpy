000100******************************************************************
000200*  GSKYZ : ZONE D ECHANGE DU MODULE GSKY752 (ETAT DE LA REVUE    *
000300*  DE CONNAISSANCE CLIENT D UNE CLE - FICHIER KYCFIC)            *
000400*  RETOUR : 0 = A JOUR OU SANS DOSSIER   1 = DOSSIER BLOQUE      *
000500*           9 = INCIDENT FICHIER                                 *
000600*  15/10/26  DA  CREATION                                        *
000700******************************************************************
000800 01  KYZ-ZONE.
000900     05  KYZ-FGS-CLE                 PIC X(15).
001000     05  KYZ-RETOUR                  PIC X(01).
001100         88  KYZ-A-JOUR              VALUE '0'.
001200         88  KYZ-BLOQUE              VALUE '1'.
001300         88  KYZ-INCIDENT            VALUE '9'.
001400     05  KYZ-MOTIF-BLOCAGE           PIC X(01).
001500     05  KYZ-DATE-BLOCAGE            PIC 9(08).
