000100******************************************************************
000200*  FFFFFGDC : DIVULGATION D UNE ZONE SENSIBLE (JOURNAL DES       *
000300*  DIVULGATIONS - FILE TD GDSJ ET FICHIER DSCSOE, SUPPORT        *
000400*  COMMUN DD DSCJRN)                                             *
000500*  LRECL = 80   CHRONOLOGIQUE                                    *
000600*  CHAQUE DECODAGE GSCR390 DE FFFFFGS-NOM / FFFFFGS-ID-NAT FAIT  *
000700*  POUR UN AFFICHAGE OU UN RETOUR A L APPELANT Y LAISSE QUI A VU *
000800*  QUOI, PAR QUEL CANAL ET QUAND. L ID-NAT EN CLAIR N Y EST      *
000900*  JAMAIS ECRIT : LE RELEVE GSDV800 LE RETROUVE PAR LA CLE.      *
001000*  CANAL  : ECRN = ECRAN 3270 (IDENTITE = OPERATEUR CICS)        *
001100*           PORT = PORTAIL WEB (IDENTITE = IDENTITE DU PORTAIL)  *
001200*           APPL = APPLICATION SOEUR SUR ZC-COMM (GSIC470)       *
001250*           BATC = TRAITEMENT BATCH (IDENTITE = PROGRAMME,       *
001270*                  FICHIER DSCDAS DE GSDA810)                    *
001300*  NATURE : A = AFFICHAGE   R = RETOUR A L APPELANT              *
001400*           E = EXPORT VERS LE DEPOT                             *
001500*  DSC-REFERENCE : REFERENCE DE L ECHANGE SI L APPELANT EN       *
001600*  DONNE UNE (IDENTITE RECUE, CORRELATION ZC-COMM)               *
001700*  15/10/26  DA  CREATION                                        *
001750*  15/10/26  DA  CANAL BATC (PACK D ACCES DU SUJET GSDA810)      *
001800******************************************************************
001900 01  DSC-ENREG.
002000     05  DSC-DATE                    PIC 9(08).
002100     05  DSC-HEURE                   PIC 9(06).
002200     05  DSC-IDENTITE                PIC X(08).
002300     05  DSC-CANAL                   PIC X(04).
002400         88  DSC-ECRAN               VALUE 'ECRN'.
002500         88  DSC-PORTAIL             VALUE 'PORT'.
002600         88  DSC-APPLICATION         VALUE 'APPL'.
002650         88  DSC-LOT                 VALUE 'BATC'.
002700     05  DSC-PROGRAMME               PIC X(08).
002800     05  DSC-FGS-CLE                 PIC X(15).
002900     05  DSC-NATURE                  PIC X(01).
003000     05  DSC-REFERENCE               PIC X(16).
003100     05  DSC-FORMATION               PIC X(01).
003200     05  FILLER                      PIC X(13).
