000200*  FFFFFGSU : ENREGISTREMENT DU FICHIER DE SUSPENS  SUSPFIC      *
000300*  LRECL = 480   CLE = SUS-CLE (CLE FFFFFGS + NUMERO D ORDRE)    *
000400*  22/08/26  DA  CREATION                                        *
000450*  15/10/26  DA  SUS-ESCALADE : ESCALADE DEJA JOURNALISEE DANS   *
000460*                QLTJRN (GSBS020), PRISE SUR LE FILLER           *
000500******************************************************************
000600 01  SUS-ENREG.
000700     05  SUS-CLE.
001200     05  SUS-AGE                     PIC 9(02).
001300     05  SUS-DATE-REJET              PIC 9(08).
001400     05  SUS-IMAGE                   PIC X(400).
001500     05  SUS-ESCALADE                PIC X(01).
001510         88  SUS-ESCALADE-FAITE      VALUE 'O'.
001520     05  FILLER                      PIC X(19).
