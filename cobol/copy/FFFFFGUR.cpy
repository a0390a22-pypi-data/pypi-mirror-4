000100******************************************************************
000200*  FFFFFGUR : DEMANDE DE REORGANISATION D UNITES  (REOFIC)       *
000300*  LRECL = 40   UNE DEMANDE PAR ENREGISTREMENT                   *
000400*  UNE AGENCE FUSIONNEE OU FERMEE (REO-ANCIENNE) EST REPRISE PAR *
000500*  REO-SUCCESSEUR A REO-DATE-EFFET. APPLIQUEE PAR GSOU316 :      *
000600*  MAITRE, CORBEILLE (WRK-UNITE), PERIMETRES AUT-UNITE ET REGLES *
000700*  AFFREGL REPOINTES ; ANCIENNE UNITE FERMEE DANS UNITFIC AVEC   *
000800*  POINTEUR VERS SON SUCCESSEUR. UNE DEMANDE DEJA APPLIQUEE EST  *
000900*  RECONNUE ET IGNOREE : LE FICHIER PEUT ETRE REPRESENTE.        *
001000*  15/10/26  DA  CREATION                                        *
001100******************************************************************
001200 01  REO-ENREG.
001300     05  REO-ANCIENNE                PIC X(06).
001400     05  FILLER                      PIC X(01).
001500     05  REO-SUCCESSEUR              PIC X(06).
001600     05  FILLER                      PIC X(01).
001700     05  REO-DATE-EFFET              PIC 9(08).
001800     05  FILLER                      PIC X(18).
