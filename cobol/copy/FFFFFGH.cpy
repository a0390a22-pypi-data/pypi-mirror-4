000100******************************************************************
000200*  FFFFFGH : HIERARCHIE DES UNITES  (FICHIER UNITFIC)            *
000300*  LRECL = 70   CLE = UNI-CODE (AGENCE)                          *
000400*  L AGENCE REMONTE A LA REGION QUI REMONTE A LA DIVISION :      *
000500*  LES ETATS DE TOTAUX DE CONTROLE ET D EXCEPTIONS SE COUPENT    *
000600*  ET SE SOUS-TOTALISENT SUR CETTE HIERARCHIE.                   *
000610*  UNI-ETAT F = UNITE FERMEE PAR REORGANISATION (GSOU316) :      *
000620*  UNI-SUCCESSEUR PORTE L UNITE REPRENEUSE ET UNI-DATE-          *
000630*  FERMETURE LA DATE D EFFET. L HISTORIQUE RESTE SOUS L ANCIEN   *
000640*  CODE ; LES VUES RETRAITEES SUIVENT LA CHAINE DES SUCCESSEURS. *
000650*  UNI-RESPONSABLE : OPERATEUR QUI RECERTIFIE LES PROFILS DES    *
000660*  OPERATEURS DE L UNITE (GSAU402 / GSAU403) ; A BLANC, LA       *
000670*  REGION PUIS LA DIVISION EN REPONDENT.                         *
000700*  22/08/26  DA  CREATION                                        *
000710*  15/10/26  DA  ETAT, SUCCESSEUR ET DATE DE FERMETURE           *
000720*  15/10/26  DA  UNI-RESPONSABLE - LRECL PORTE A 70              *
000800******************************************************************
000900 01  UNI-ENREG.
001000     05  UNI-CODE                    PIC X(06).
001100     05  UNI-LIBELLE                 PIC X(20).
001200     05  UNI-REGION                  PIC X(06).
001300     05  UNI-DIVISION                PIC X(06).
001400     05  UNI-ETAT                    PIC X(01).
001410         88  UNI-OUVERTE             VALUE SPACE 'O'.
001420         88  UNI-FERMEE              VALUE 'F'.
001430     05  UNI-SUCCESSEUR              PIC X(06).
001440     05  UNI-DATE-FERMETURE          PIC 9(08).
001450     05  UNI-RESPONSABLE             PIC X(08).
001460     05  FILLER                      PIC X(09).
