000100******************************************************************
000200*  FFFFFGOH : HISTORIQUE D ACTIVITE D UN OPERATEUR (OPHFIC)      *
000300*  LRECL = 180   CLE = OPH-CLE (OPERATEUR + DOMAINE)             *
000400*  TENU PAR LA NOTATION NOCTURNE GSAC790 : A CHAQUE PASSAGE LES  *
000500*  COMPTEURS GLISSENT D UN POSTE ET OPH-JOUR (1) RECOIT LE       *
000600*  NOMBRE DE MISES A JOUR DE LA DATE ANALYSEE (ZERO SI AUCUNE).  *
000700*  OPH-NB-JOURS : NOMBRE DE POSTES SIGNIFICATIFS (30 AU PLUS) ;  *
000800*  OPH-DATE-DERNIER : DATE ANALYSEE DU POSTE 1 (UNE REPRISE DE   *
000900*  LA MEME DATE REMPLACE LE POSTE 1 SANS GLISSEMENT).            *
001000*  15/10/26  DA  CREATION                                        *
001100******************************************************************
001200 01  OPH-ENREG.
001300     05  OPH-CLE.
001400         10  OPH-OPERATEUR           PIC X(08).
001500         10  OPH-DOMAINE             PIC X(04).
001600     05  OPH-DATE-DERNIER            PIC 9(08).
001700     05  OPH-NB-JOURS                PIC 9(03).
001800     05  OPH-JOUR                    PIC 9(05) OCCURS 30.
001900     05  FILLER                      PIC X(07).
