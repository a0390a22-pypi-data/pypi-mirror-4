000100******************************************************************
000200*  FFFFFGNA : ENCAISSEMENT NON AFFECTE (FICHIER NAFFIC)          *
000300*  LRECL = 150   CLE = COMPTE + DATE COMPTABLE + NUMERO          *
000400*                D ECRITURE DU RELEVE (UN CREDIT = UNE LIGNE)    *
000500*  ALIMENTE PAR GSRB690 POUR LES CREDITS DU RELEVE QUI NE        *
000600*  DESIGNENT PAS UNE CLE FFFFFGS ET UNE SEULE :                  *
000700*  MOTIF : NR = REFERENCE SANS CLE VALIDE (GSCK040)              *
000800*          CI = CLE VALIDE INCONNUE DU MAITRE                    *
000900*          AM = REFERENCE AMBIGUE (PLUSIEURS CLES)               *
001000*  STATUT : N = NON AFFECTE (EN ATTENTE D OPERATEUR)             *
001100*           A = AFFECTE A UNE CLE PAR L OPERATEUR (GSRB691)      *
001200*           E = EMIS EN MOUVEMENT J PAR LE PASSAGE SUIVANT       *
001300*  15/10/26  DA  CREATION                                        *
001400******************************************************************
001500 01  NAF-ENREG.
001600     05  NAF-CLE.
001700         10  NAF-COMPTE              PIC X(11).
001800         10  NAF-DATE-OPE            PIC 9(08).
001900         10  NAF-NUM-ECRITURE        PIC X(07).
002000     05  NAF-MONTANT                 PIC S9(11)V99 COMP-3.
002100     05  NAF-LIBELLE                 PIC X(31).
002200     05  NAF-REFERENCE               PIC X(16).
002300     05  NAF-MOTIF                   PIC X(02).
002400         88  NAF-NON-RECONNU         VALUE 'NR'.
002500         88  NAF-CLE-INCONNUE        VALUE 'CI'.
002600         88  NAF-AMBIGU              VALUE 'AM'.
002700     05  NAF-STATUT                  PIC X(01).
002800         88  NAF-EN-ATTENTE          VALUE 'N'.
002900         88  NAF-AFFECTE             VALUE 'A'.
003000         88  NAF-EMIS                VALUE 'E'.
003100     05  NAF-CLE-AFFECTEE            PIC X(15).
003200     05  NAF-OPERATEUR               PIC X(08).
003300     05  NAF-DATE-AFFECT             PIC 9(08).
003400     05  NAF-DATE-CREA               PIC 9(08).
003500     05  NAF-DATE-EMIS               PIC 9(08).
003600     05  FILLER                      PIC X(20).
