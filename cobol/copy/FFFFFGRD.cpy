000100******************************************************************
000200*  FFFFFGRD : DEMANDE DE LETTRE DE RELANCE (FICHIER RELDEM)      *
000300*  LRECL = 50   ECRIT PAR GSRV680 DANS L ORDRE DES CLES, LU PAR  *
000400*  LE COURRIER GSCO290 (CARTE ** + MODELE) EN APPARIEMENT AVEC   *
000500*  LE MAITRE. MODELES MODLET : RL01 A RL04 = TRANCHE 1 A 4,      *
000600*  RLPR = PROMESSE ROMPUE.                                       *
000610*  MEME DESSIN : KYCDEM (GSKY750), DASDEM (GSDA810), ECHDEM      *
000620*  (GSMT880 - MODELES ECRN / ECPA / ECSI).                       *
000630*  CERDEM (GSFI910 - MODELE CFIS, ATTESTATION FISCALE) : VUE     *
000640*  RLD-FIS-ENREG - ANNEE SUR LA TRANCHE, INTERETS SUR LE         *
000650*  MONTANT, PUIS FRAIS, RETENUE ET TAUX.                         *
000660*  AVIDEM (GSAV960 - MODELES AVTX = TAUX, AVFR = FRAIS,          *
000670*  PREAVIS DE CHANGEMENT DE BAREME) : VUE RLD-AVI-ENREG.         *
000700*  15/10/26  DA  CREATION                                        *
000710*  15/10/26  DA  DEMANDES D AVIS D ECHEANCE ECHDEM (GSMT880)     *
000720*  15/10/26  DA  ATTESTATIONS FISCALES CERDEM (GSFI910) -        *
000730*                VUE RLD-FIS-ENREG                               *
000740*  15/10/26  DA  PREAVIS DE CHANGEMENT DE BAREME AVIDEM          *
000750*                (GSAV960) - VUE RLD-AVI-ENREG                   *
000800******************************************************************
000900 01  RLD-ENREG.
001000     05  RLD-CLE                     PIC X(15).
001100     05  RLD-MODELE                  PIC X(04).
001200     05  RLD-TRANCHE                 PIC X(05).
001300     05  RLD-MONTANT-RETARD          PIC S9(11)V99 COMP-3.
001400     05  RLD-JOURS-RETARD            PIC 9(05).
001500     05  RLD-DATE-PROMESSE           PIC 9(08).
001600     05  FILLER                      PIC X(06).
001700 01  RLD-FIS-ENREG.
001800     05  RLD-FIS-CLE                 PIC X(15).
001900     05  RLD-FIS-MODELE              PIC X(04).
002000     05  RLD-FIS-ANNEE               PIC 9(04).
002100     05  FILLER                      PIC X(01).
002200     05  RLD-FIS-INTERETS            PIC S9(11)V99 COMP-3.
002300     05  RLD-FIS-FRAIS               PIC S9(11)V99 COMP-3.
002400     05  RLD-FIS-RETENUE             PIC S9(11)V99 COMP-3.
002500     05  RLD-FIS-TAUX                PIC 9(02)V99.
002600     05  FILLER                      PIC X(01).
002700 01  RLD-AVI-ENREG.
002800     05  RLD-AVI-CLE                 PIC X(15).
002900     05  RLD-AVI-MODELE              PIC X(04).
003000     05  RLD-AVI-DATE-EFFET          PIC 9(08).
003100     05  RLD-AVI-ANCIEN-TAUX         PIC S9(03)V9(04) COMP-3.
003200     05  RLD-AVI-NOUVEAU-TAUX        PIC S9(03)V9(04) COMP-3.
003300     05  RLD-AVI-ANCIEN-FORFAIT      PIC S9(09)V99 COMP-3.
003400     05  RLD-AVI-NOUVEAU-FORFAIT     PIC S9(09)V99 COMP-3.
003500     05  FILLER                      PIC X(03).
