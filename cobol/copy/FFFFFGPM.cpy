000100******************************************************************
000200*  FFFFFGPM : MOUVEMENT DE PROVISION PAR CLE  (FICHIER MVTPRO)   *
000300*  LRECL = 80   SEQUENTIEL - UNE LIGNE PAR CLE ET PAR ARRETE,    *
000400*  ECRITE PAR GSPV720 (MODE A) : PISTE D AUDIT DE LA DOTATION    *
000500*  OU DE LA REPRISE PASSEE AU GRAND LIVRE.                       *
000600*  15/10/26  DA  CREATION                                        *
000700******************************************************************
000800 01  PVM-ENREG.
000900     05  PVM-FGS-CLE                 PIC X(15).
001000     05  PVM-DATE-ARRETE             PIC 9(08).
001100     05  PVM-UNITE                   PIC X(06).
001200     05  PVM-TRANCHE                 PIC 9(01).
001300     05  PVM-STATUT                  PIC X(02).
001400     05  PVM-BASE                    PIC S9(11)V99 COMP-3.
001500     05  PVM-TAUX                    PIC S9(03)V9(04) COMP-3.
001600     05  PVM-ANCIENNE                PIC S9(11)V99 COMP-3.
001700     05  PVM-NOUVELLE                PIC S9(11)V99 COMP-3.
001800     05  PVM-VARIATION               PIC S9(11)V99 COMP-3.
001900     05  FILLER                      PIC X(16).
