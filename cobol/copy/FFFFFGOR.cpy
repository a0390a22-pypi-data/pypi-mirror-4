000100******************************************************************
000200*  FFFFFGOR : CREATEUR D UN ENREGISTREMENT (FICHIER ORIFIC)      *
000300*  LRECL = 50   CLE = ORI-CLE (DOMAINE + CLE DE L ENREGISTREMENT)*
000400*  ALIMENTE PAR LA NOTATION NOCTURNE GSAC790 A PARTIR DES        *
000500*  CREATIONS DU FICHIER D ACTIVITE (FFFFFGAC) : SEUL LE PREMIER  *
000600*  CREATEUR EST CONSERVE. UNE MISE A JOUR ULTERIEURE PAR LE MEME *
000700*  OPERATEUR EST SIGNALEE A LA FILE INTERNE.                     *
000800*  DOMAINE : MEMES CODES QUE ACV-DOMAINE (ADRS NOMS SUSP CORB)   *
000900*  15/10/26  DA  CREATION                                        *
001000******************************************************************
001100 01  ORI-ENREG.
001200     05  ORI-CLE.
001300         10  ORI-DOMAINE             PIC X(04).
001400         10  ORI-CLE-ENREG           PIC X(24).
001500     05  ORI-OPERATEUR               PIC X(08).
001600     05  ORI-DATE                    PIC 9(08).
001700     05  FILLER                      PIC X(06).
