000100******************************************************************
000200*  FFFFFGCI : CHANGEMENT DE NOM OU D ID-NAT EN ATTENTE DE        *
000300*  VALIDATION (FICHIER CIDFIC)                                   *
000400*  LRECL = 250   CLE = CID-CLE (DATE DE LA DEMANDE + NUMERO)     *
000500*  POSE PAR GSOL010 (ECRAN), GSPB092 (FILE MQ) ET GSIC470        *
000600*  (APPLICATIONS SOEURS) QUAND UNE MODIFICATION TOUCHE LE NOM    *
000700*  OU L ID-NAT : LE MAITRE GARDE L ANCIENNE VALEUR JUSQU A LA    *
000800*  VALIDATION PAR UN SECOND OPERATEUR (GSCI831). LES IMAGES      *
000900*  AVANT ET APRES SONT ENCODEES (GSCR390, VERSION CID-VERSION-   *
001000*  CLE) COMME AU MAITRE. GSCI830 EXPIRE LES DEMANDES TROP        *
001100*  ANCIENNES ET EDITE LES REJETS, EXPIRATIONS ET CADUCITES.      *
001200*  ETAT : A = EN ATTENTE   V = VALIDE ET APPLIQUE AU MAITRE      *
001300*         R = REJETE       E = EXPIRE                            *
001400*         C = CADUC (LE MAITRE A CHANGE DEPUIS LA DEMANDE)       *
001500*  15/10/26  DA  CREATION                                        *
001600******************************************************************
001700 01  CID-ENREG.
001800     05  CID-CLE.
001900         10  CID-DATE                PIC 9(08).
002000         10  CID-SEQ                 PIC 9(06).
002100     05  CID-ETAT                    PIC X(01).
002200         88  CID-EN-ATTENTE          VALUE 'A'.
002300         88  CID-VALIDE              VALUE 'V'.
002400         88  CID-REJETE              VALUE 'R'.
002500         88  CID-EXPIRE              VALUE 'E'.
002600         88  CID-CADUC               VALUE 'C'.
002700         88  CID-A-EDITER            VALUE 'R' 'E' 'C'.
002800     05  CID-FGS-CLE                 PIC X(15).
002900     05  CID-ENTITE                  PIC X(02).
003000     05  CID-ORIGINE                 PIC X(08).
003100     05  CID-OPERATEUR               PIC X(08).
003200     05  CID-HEURE                   PIC 9(06).
003300     05  CID-VERSION-CLE             PIC X(01).
003400     05  CID-AVANT.
003500         10  CID-NOM-AVANT           PIC X(30).
003600         10  CID-IDNAT-AVANT         PIC X(13).
003700     05  CID-APRES.
003800         10  CID-NOM-APRES           PIC X(30).
003900         10  CID-IDNAT-APRES         PIC X(13).
004000     05  CID-APPROBATEUR             PIC X(08).
004100     05  CID-DATE-DECISION           PIC 9(08).
004200     05  CID-HEURE-DECISION          PIC 9(06).
004300     05  CID-MOTIF                   PIC X(30).
004400     05  CID-EDITE                   PIC X(01).
004500     05  FILLER                      PIC X(56).
