000100******************************************************************
000200*  FFFFFGKM : DEMANDES DE CHANGEMENT DU CALENDRIER OUVRE         *
000300*             (FICHIER CALMAJ)                                   *
000400*  LRECL = 100   CLE = CLM-CLE (JURIDICTION + DATE DU JOUR +     *
000500*  NUMERO DE LA DEMANDE) - PLUSIEURS DEMANDES PAR JOUR.          *
000600*  UN JOUR DE CALFIC (FFFFFGK) SE DECLARE OUVRE OU FERME EN      *
000700*  LIGNE (TRANSACTION GSCA222) SOUS DOUBLE CONTROLE : LA         *
000800*  DEMANDE EST PROPOSEE (ETAT P, PROFIL MISE A JOUR) PUIS        *
000900*  APPROUVEE PAR UN SECOND OPERATEUR (ETAT A, PROFIL             *
001000*  APPROBATION) QUI LA VERSE AU CALENDRIER, OU REJETEE (ETAT R). *
001100*  UNE SEULE DEMANDE EN ATTENTE PAR JOUR.                        *
001200*  PISTE D AUDIT : L ETAT DU JOUR AVANT LA DEMANDE, L ETAT ET LE *
001300*  MOTIF DEMANDES (LE MOTIF DEVIENT LE LIBELLE DU JOUR), LE      *
001400*  PROPOSANT, LE DECIDEUR ET LEURS DATES RESTENT SUR LA FICHE ;  *
001500*  CHAQUE DECISION PART AU FICHIER D ACTIVITE (GACJ, DOMAINE     *
001600*  CALE).                                                        *
001700*  15/10/26  DA  CREATION                                        *
001800******************************************************************
001900 01  CLM-ENREG.
002000     05  CLM-CLE.
002100         10  CLM-JURIDICTION         PIC X(02).
002200         10  CLM-DATE                PIC 9(08).
002300         10  CLM-NUMERO              PIC 9(03).
002400     05  CLM-OUVRE-AVANT             PIC X(01).
002500     05  CLM-LIBELLE-AVANT           PIC X(20).
002600     05  CLM-OUVRE-DEMANDE           PIC X(01).
002700         88  CLM-DEMANDE-OUVRE       VALUE 'O'.
002800         88  CLM-DEMANDE-FERME       VALUE 'N'.
002900     05  CLM-MOTIF                   PIC X(20).
003000     05  CLM-ETAT                    PIC X(01).
003100         88  CLM-PROPOSEE            VALUE 'P'.
003200         88  CLM-APPROUVEE           VALUE 'A'.
003300         88  CLM-REJETEE             VALUE 'R'.
003400     05  CLM-PROPOSE-PAR             PIC X(08).
003500     05  CLM-DATE-PROPOSITION        PIC 9(08).
003600     05  CLM-DECIDE-PAR              PIC X(08).
003700     05  CLM-DATE-DECISION           PIC 9(08).
003800     05  FILLER                      PIC X(12).
