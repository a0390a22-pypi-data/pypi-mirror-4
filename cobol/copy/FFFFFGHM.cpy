000100******************************************************************
000200*  FFFFFGHM : MOUVEMENT RETENU POUR APPROBATION (FICHIER HLDFIC) *
000300*  LRECL = 560   CLE = HLD-CLE (DATE DE RETENUE + NUMERO)        *
000400*  POSE PAR GSHM760 QUAND LA VARIATION DU MOUVEMENT DEPASSE LE   *
000500*  SEUIL DE L ENTITE (REFTBL TYPE SEUM) ; DECIDE EN LIGNE PAR    *
000600*  GSHM761 ; RELACHE DANS LE LOT SUIVANT PAR GSHM760 OU RENDU    *
000700*  EN COMPTE RENDU RJ (CRDFIC) PAR GSHM762.                      *
000800*  ETAT : A = EN ATTENTE   L = LIBERE    R = REJETE              *
000900*         I = REINJECTE    C = REJET RENDU EN COMPTE RENDU       *
000910*  NATURE : S = SEUIL DE VARIATION   T = TRANSITION DE STATUT    *
000920*           SOUMISE A APPROBATION (REFTBL TRST)                  *
001000*  15/10/26  DA  CREATION                                        *
001010*  15/10/26  DA  HLD-NATURE ET STATUTS AVANT / APRES : RETENUE   *
001020*                DES TRANSITIONS DE STATUT A APPROUVER           *
001100******************************************************************
001200 01  HLD-ENREG.
001300     05  HLD-CLE.
001400         10  HLD-DATE                PIC 9(08).
001500         10  HLD-SEQ                 PIC 9(06).
001600     05  HLD-ETAT                    PIC X(01).
001700         88  HLD-EN-ATTENTE          VALUE 'A'.
001800         88  HLD-LIBERE              VALUE 'L'.
001900         88  HLD-REJETE              VALUE 'R'.
002000         88  HLD-REINJECTE           VALUE 'I'.
002100         88  HLD-RENDU               VALUE 'C'.
002200         88  HLD-DECIDE              VALUE 'L' 'R'.
002300     05  HLD-SOURCE                  PIC X(08).
002400     05  HLD-OPERATEUR               PIC X(08).
002500     05  HLD-CYCLE                   PIC 9(04).
002600     05  HLD-FGS-CLE                 PIC X(15).
002700     05  HLD-ENTITE                  PIC X(02).
002800     05  HLD-VARIATION               PIC S9(13)V99 COMP-3.
002900     05  HLD-SEUIL                   PIC S9(13)V99 COMP-3.
003000     05  HLD-APPROBATEUR             PIC X(08).
003100     05  HLD-DATE-DECISION           PIC 9(08).
003200     05  HLD-HEURE-DECISION          PIC 9(06).
003300     05  HLD-MOTIF                   PIC X(30).
003400     05  HLD-DATE-SORTIE             PIC 9(08).
003500     05  HLD-CYCLE-SORTIE            PIC 9(04).
003600     05  HLD-MOUVEMENT.
003700         10  HLD-CODE-MVT            PIC X(01).
003800         10  HLD-AGE                 PIC 9(02).
003900         10  HLD-IMAGE               PIC X(400).
004000     05  HLD-NATURE                  PIC X(01).
004100         88  HLD-NAT-SEUIL           VALUE 'S'.
004200         88  HLD-NAT-TRANSITION      VALUE 'T'.
004300     05  HLD-STATUT-AVANT            PIC X(02).
004400     05  HLD-STATUT-APRES            PIC X(02).
004500     05  FILLER                      PIC X(20).
