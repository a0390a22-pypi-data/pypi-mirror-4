000100******************************************************************
000200*  FFFFFGCN : CONSENTEMENT ET PREFERENCE DE CONTACT D UN         *
000300*  ENREGISTREMENT FFFFFGS (FICHIER CNSFIC)                       *
000400*  LRECL = 80   CLE = CNS-CLE (CLE FFFFFGS + FINALITE + CANAL +  *
000500*  DATE D EFFET)                                                 *
000600*  UNE ENTREE DATEE PAR FINALITE ET CANAL : LA DERNIERE DONT LA  *
000700*  DATE D EFFET N EST PAS FUTURE FAIT FOI. SANS ENTREE IL N Y A  *
000800*  PAS DE CONSENTEMENT (ACCORD EXPRES EXIGE).                    *
000900*  FINALITE : MARK = PROSPECTION COMMERCIALE                     *
001000*             GEST = COURRIER DE GESTION ET REGLEMENTAIRE        *
001100*  CANAL    : I = IMPRESSION (PAPIER)   E = ELECTRONIQUE         *
001200*             T = TELEPHONE                                      *
001300*  ACCORD   : O = CONSENTEMENT DONNE    N = REFUS                *
001400*  ORIGINE  : E = ECRAN GSCN820         P = PORTAIL (GSWS130)    *
001500*  ENTRETENU PAR LA TRANSACTION GSCN820 ET PAR LE PORTAIL ; LU   *
001600*  PAR LE COURRIER GSCO290, LES RELEVES GSCO292, LA DORMANCE     *
001700*  GSDO620 ET LE TABLEAU DE COUVERTURE GSCN821.                  *
001800*  15/10/26  DA  CREATION                                        *
001900******************************************************************
002000 01  CNS-ENREG.
002100     05  CNS-CLE.
002200         10  CNS-FGS-CLE             PIC X(15).
002300         10  CNS-FINALITE            PIC X(04).
002400             88  CNS-PROSPECTION     VALUE 'MARK'.
002500             88  CNS-GESTION         VALUE 'GEST'.
002600         10  CNS-CANAL               PIC X(01).
002700             88  CNS-IMPRESSION      VALUE 'I'.
002800             88  CNS-ELECTRONIQUE    VALUE 'E'.
002900             88  CNS-TELEPHONE       VALUE 'T'.
003000         10  CNS-DATE-EFFET          PIC 9(08).
003100     05  CNS-ACCORD                  PIC X(01).
003200         88  CNS-ACCORDE             VALUE 'O'.
003300         88  CNS-REFUSE              VALUE 'N'.
003400     05  CNS-ORIGINE                 PIC X(01).
003500     05  CNS-OPERATEUR               PIC X(08).
003600     05  CNS-DATE-SAISIE             PIC 9(08).
003700     05  FILLER                      PIC X(34).
