000100******************************************************************
000200*  FFFFFGFD : DECLARATION FISCALE ANNUELLE (FICHIER DECFIS)      *
000300*  LRECL = 120   SEQUENTIEL, ECRIT PAR GSFI910 POUR              *
000400*  L ADMINISTRATION FISCALE - ZONES NUMERIQUES EN CLAIR          *
000500*   E = ENTETE  (ANNEE, EMETTEUR, DATE DE CREATION)              *
000600*   D = DETAIL  (UNE LIGNE PAR CLE : IDENTITE EN CLAIR,          *
000700*                 INTERETS, FRAIS, TAUX ET RETENUE A LA SOURCE)  *
000800*   T = FIN     (TOTAUX DE CONTROLE : NOMBRE DE DETAILS ET       *
000900*                 SOMMES DES INTERETS, FRAIS ET RETENUES)        *
001000*  15/10/26  DA  CREATION                                        *
001100******************************************************************
001200 01  DEC-ENREG.
001300     05  DEC-TYPE                    PIC X(01).
001400         88  DEC-ENTETE              VALUE 'E'.
001500         88  DEC-DETAIL              VALUE 'D'.
001600         88  DEC-FIN                 VALUE 'T'.
001700     05  DEC-CORPS                   PIC X(119).
001800     05  DEC-E REDEFINES DEC-CORPS.
001900         10  DEC-E-ANNEE             PIC 9(04).
002000         10  DEC-E-EMETTEUR          PIC X(08).
002100         10  DEC-E-DATE              PIC 9(08).
002200         10  FILLER                  PIC X(99).
002300     05  DEC-D REDEFINES DEC-CORPS.
002400         10  DEC-D-CLE               PIC X(15).
002500         10  DEC-D-ENTITE            PIC X(02).
002600         10  DEC-D-PAYS              PIC X(02).
002700         10  DEC-D-NOM               PIC X(30).
002800         10  DEC-D-ID-NAT            PIC X(13).
002900         10  DEC-D-INTERETS          PIC 9(11)V99.
003000         10  DEC-D-FRAIS             PIC 9(11)V99.
003100         10  DEC-D-TAUX              PIC 9(02)V99.
003200         10  DEC-D-RETENUE           PIC 9(11)V99.
003300         10  FILLER                  PIC X(14).
003400     05  DEC-T REDEFINES DEC-CORPS.
003500         10  DEC-T-NB                PIC 9(08).
003600         10  DEC-T-INTERETS          PIC 9(13)V99.
003700         10  DEC-T-FRAIS             PIC 9(13)V99.
003800         10  DEC-T-RETENUE           PIC 9(13)V99.
003900         10  FILLER                  PIC X(66).
