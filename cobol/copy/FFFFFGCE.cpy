000100******************************************************************
000200*  FFFFFGCE : LIGNE DE RECERTIFICATION DES ACCES  (CERFIC)       *
000300*  LRECL = 80   CLE = CER-CLE (CAMPAGNE + RESPONSABLE +          *
000400*  OPERATEUR) : LE PARCOURS D UNE CAMPAGNE DONNE LES LIGNES      *
000500*  GROUPEES PAR RESPONSABLE.                                     *
000600*  CAMPAGNE AAAATN (TRIMESTRE N). UNE LIGNE PAR PROFIL AUTFIC,   *
000700*  POSEE PAR GSAU402 AVEC L IMAGE DU PROFIL (C/M/P/A, ENTITE,    *
000800*  UNITE), LES FONCTIONS RECUES PAR DELEGATION DELFIC EN         *
000900*  VIGUEUR, LE DERNIER JOUR D ACTIVITE ET LES SIGNALEMENTS :     *
001000*   CER-CONFLIT = O : MISE A JOUR ET APPROBATION SUR UNE MEME    *
001100*                    ENTITE, EN PROPRE OU PAR DELEGATION         *
001200*   CER-INUTILISE = O : AUCUNE ACTIVITE DEPUIS PLUS DE 90 JOURS  *
001300*  LE RESPONSABLE DECIDE PAR LA TRANSACTION GSAU403 :            *
001400*   C = CONFIRMEE   R = REVOQUEE (PROFIL AUTFIC RETIRE ET        *
001500*   DELEGATIONS RECUES SUPPRIMEES)   BLANC = EN ATTENTE.         *
001600*  UNE LIGNE DECIDEE N EST PLUS RETOUCHEE PAR UNE REPRISE DE LA  *
001700*  CAMPAGNE.                                                     *
001800*  15/10/26  DA  CREATION                                        *
001900******************************************************************
002000 01  CER-ENREG.
002100     05  CER-CLE.
002200         10  CER-CAMPAGNE            PIC X(06).
002300         10  CER-RESPONSABLE         PIC X(08).
002400         10  CER-OPERATEUR           PIC X(08).
002500     05  CER-CONSULTATION            PIC X(01).
002600     05  CER-MISE-A-JOUR             PIC X(01).
002700     05  CER-APPROBATION             PIC X(01).
002800     05  CER-ADMINISTRATION          PIC X(01).
002900     05  CER-ENTITE                  PIC X(02).
003000     05  CER-UNITE                   PIC X(06).
003100     05  CER-DELEGUEES.
003200         10  CER-DEL-CONSULTATION    PIC X(01).
003300         10  CER-DEL-MISE-A-JOUR     PIC X(01).
003400         10  CER-DEL-APPROBATION     PIC X(01).
003500         10  CER-DEL-ADMINISTRATION  PIC X(01).
003600     05  CER-NB-DELEGATIONS          PIC 9(02).
003700     05  CER-DERNIERE-ACTIVITE       PIC 9(08).
003800     05  CER-CONFLIT                 PIC X(01).
003900         88  CER-EN-CONFLIT          VALUE 'O'.
004000     05  CER-INUTILISE               PIC X(01).
004100         88  CER-PROFIL-INUTILISE    VALUE 'O'.
004200     05  CER-DECISION                PIC X(01).
004300         88  CER-EN-ATTENTE          VALUE SPACE.
004400         88  CER-CONFIRMEE           VALUE 'C'.
004500         88  CER-REVOQUEE            VALUE 'R'.
004600     05  CER-DATE-DECISION           PIC 9(08).
004700     05  CER-DECIDEUR                PIC X(08).
004800     05  FILLER                      PIC X(13).
