000100******************************************************************
000200*  FFFFFGKR : REGLES DE GENERATION DU CALENDRIER OUVRE           *
000300*             (FICHIER CALREG)                                   *
000400*  LRECL = 40   SEQUENTIEL - UNE REGLE PAR CARTE, LU PAR LA      *
000500*  GENERATION ANNUELLE GSCA223 POUR CHAQUE JURIDICTION CITEE.    *
000600*  TYPE : W = JOUR DE LA SEMAINE CHOME (REG-JOUR-SEMAINE :       *
000700*             1 = LUNDI ... 7 = DIMANCHE)                        *
000800*         F = FERIE A DATE FIXE (REG-MMJJ)                       *
000900*         P = FERIE MOBILE, DECALE DE REG-DECALAGE JOURS DU      *
001000*             DIMANCHE DE PAQUES (REG-SIGNE + OU -)              *
001100*  REG-LIBELLE DEVIENT LE LIBELLE DU JOUR FERME.                 *
001200*  15/10/26  DA  CREATION                                        *
001300******************************************************************
001400 01  REG-ENREG.
001500     05  REG-JURIDICTION             PIC X(02).
001600     05  REG-TYPE                    PIC X(01).
001700         88  REG-SEMAINE             VALUE 'W'.
001800         88  REG-FIXE                VALUE 'F'.
001900         88  REG-PAQUES              VALUE 'P'.
002000     05  REG-JOUR-SEMAINE            PIC 9(01).
002100     05  REG-MMJJ                    PIC 9(04).
002200     05  REG-SIGNE                   PIC X(01).
002300     05  REG-DECALAGE                PIC 9(03).
002400     05  REG-LIBELLE                 PIC X(20).
002500     05  FILLER                      PIC X(08).
