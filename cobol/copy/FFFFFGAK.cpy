000100******************************************************************
000200*  FFFFFGAK : CHIFFRES DE CONTROLE DES GENERATIONS D ARCHIVE     *
000300*            ARCFGS (FICHIER ARCCTL)                             *
000400*  LRECL = 60   CLE = ACT-CLE (ANNEE D ARCHIVE + DATE DE         *
000500*  L ARCHIVAGE) - UN ENREGISTREMENT PAR PASSAGE DE GSAR530.      *
000600*  POSES PAR GSAR530 EN FIN D ARCHIVAGE : NOMBRE D IMAGES        *
000700*  ECRITES, TOTAL DE FFFFFGS-MONTANT DES IMAGES ET STATUT        *
000800*  ARCHIVE. LA VERIFICATION GSAR533 RELIT L ARCHIVE ET COMPARE.  *
000900*  15/10/26  DA  CREATION                                        *
001000******************************************************************
001100 01  ACT-ENREG.
001200     05  ACT-CLE.
001300         10  ACT-ANNEE               PIC 9(04).
001400         10  ACT-DATE-ARCHIVAGE      PIC 9(08).
001500     05  ACT-NB-IMAGES               PIC 9(09).
001600     05  ACT-TOTAL-MONTANT           PIC S9(15)V99 COMP-3.
001700     05  ACT-STATUT                  PIC X(02).
001800     05  ACT-PROGRAMME               PIC X(08).
001900     05  FILLER                      PIC X(20).
