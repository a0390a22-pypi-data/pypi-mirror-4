000100******************************************************************
000200*  FFFFFGFJ : JOURNAL FISCAL DES INTERETS ET FRAIS (FISJRN)      *
000300*  LRECL = 50   SEQUENTIEL, ECRIT EN EXTENSION COMME GLPOST      *
000400*  UNE LIGNE PAR MONTANT PORTE AU DOSSIER, A COTE DU MOUVEMENT   *
000500*  ET DE L ECRITURE COMPTABLE :                                  *
000600*   - I = INTERETS CAPITALISES (GSIA600 MODE M, GSCD890)         *
000700*   - F = FRAIS PRELEVES (GSFE590 MODE A, GSCD890)               *
000800*  DATE = DATE D ARRETE (DATE D EXECUTION POUR GSCD890).         *
000900*  LU PAR L ATTESTATION FISCALE ANNUELLE GSFI910 ET PAR LA       *
000950*  DECLARATION DES COMPTES DES NON-RESIDENTS GSNR920.            *
001000*  15/10/26  DA  CREATION                                        *
001050*  15/10/26  DA  LECTURE PAR GSNR920 (NON-RESIDENTS)             *
001100******************************************************************
001200 01  FIS-ENREG.
001300     05  FIS-FGS-CLE                 PIC X(15).
001400     05  FIS-NATURE                  PIC X(01).
001500         88  FIS-INTERETS            VALUE 'I'.
001600         88  FIS-FRAIS               VALUE 'F'.
001700     05  FIS-DATE                    PIC 9(08).
001800     05  FIS-DATE-R REDEFINES FIS-DATE.
001900         10  FIS-ANNEE               PIC 9(04).
002000         10  FILLER                  PIC 9(04).
002100     05  FIS-MONTANT                 PIC S9(11)V99 COMP-3.
002200     05  FIS-ORIGINE                 PIC X(08).
002300     05  FILLER                      PIC X(11).
