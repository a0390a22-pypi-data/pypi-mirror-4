000100******************************************************************
000200*  FFFFFGAA : CHANGEMENT D ADRESSE DEPOSE PAR LE PORTAIL, EN     *
000300*  ATTENTE DE DECISION (FICHIER ADRATT)                          *
000400*  LRECL = 300   CLE = AAT-FGS-CLE (UN CHANGEMENT PAR CLE)       *
000500*  LE PORTAIL (GSWS130 FONCTION AD) NE TOUCHE JAMAIS ADRFIC : LA *
000600*  DEMANDE ATTEND ICI QU UN OPERATEUR DU BACK-OFFICE LA DECIDE   *
000700*  DANS GSAD510 (PF10 APPROUVER, PF11 REJETER) - L APPROBATEUR   *
000800*  N EST PAS L OPERATEUR DE L IDENTITE DU PORTAIL.               *
000900*  AAT-ETAT : A = EN ATTENTE   V = APPROUVEE (ADRESSE DATEE      *
001000*  ECRITE A ADRFIC)   R = REJETEE.                               *
001100*  AAT-ANCIENNE : ADRESSE COURANTE RELEVEE A L APPROBATION -     *
001200*  LE COURRIER GSCO290 (CARTE ** ADCF) CONFIRME LE CHANGEMENT A  *
001300*  L ANCIENNE ET A LA NOUVELLE ADRESSE PUIS POSE                 *
001400*  AAT-DATE-LETTRE. TANT QUE LA CONFIRMATION D UN CHANGEMENT     *
001500*  APPROUVE N EST PAS PARTIE, LE PORTAIL N EN DEPOSE PAS D AUTRE.*
001600*  15/10/26  DA  CREATION                                        *
001700******************************************************************
001800 01  AAT-ENREG.
001900     05  AAT-FGS-CLE                 PIC X(15).
002000     05  AAT-ETAT                    PIC X(01).
002100         88  AAT-EN-ATTENTE          VALUE 'A'.
002200         88  AAT-APPROUVEE           VALUE 'V'.
002300         88  AAT-REJETEE             VALUE 'R'.
002400     05  AAT-DATE-DEMANDE            PIC 9(08).
002500     05  AAT-HEURE-DEMANDE           PIC 9(06).
002600     05  AAT-IDENTITE                PIC X(16).
002700     05  AAT-OPERATEUR               PIC X(08).
002800     05  AAT-DATE-EFFET              PIC 9(08).
002900     05  AAT-NOUVELLE.
003000         10  AAT-NV-LIGNE-1          PIC X(30).
003100         10  AAT-NV-LIGNE-2          PIC X(30).
003200         10  AAT-NV-CODE-POSTAL      PIC X(10).
003300         10  AAT-NV-VILLE            PIC X(20).
003400         10  AAT-NV-PAYS             PIC X(02).
003500         10  AAT-NV-TELEPHONE        PIC X(15).
003600         10  AAT-NV-CANAL-PREF       PIC X(01).
003700     05  AAT-ANCIENNE.
003800         10  AAT-AN-LIGNE-1          PIC X(30).
003900         10  AAT-AN-LIGNE-2          PIC X(30).
004000         10  AAT-AN-CODE-POSTAL      PIC X(10).
004100         10  AAT-AN-VILLE            PIC X(20).
004200         10  AAT-AN-PAYS             PIC X(02).
004300     05  AAT-DECIDE-PAR              PIC X(08).
004400     05  AAT-DATE-DECISION           PIC 9(08).
004500     05  AAT-DATE-LETTRE             PIC 9(08).
004600     05  FILLER                      PIC X(14).
