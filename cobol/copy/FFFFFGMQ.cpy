000100******************************************************************
000200*  FFFFFGMQ : DEMANDES DE CHANGEMENT DES REGLES D IMPUTATION     *
000300*            (FICHIER MAPMAJ - JOURNAL DES CHANGEMENTS)          *
000400*  LRECL = 150   CLE = MPM-CLE (PREFIXE + DATE DE DEBUT DE LA    *
000500*  REGLE + NUMERO DE LA DEMANDE) - PLUSIEURS DEMANDES PAR REGLE. *
000600*  UNE REGLE DE MAPFIC (FFFFFGMP) SE CREE OU SE MODIFIE EN       *
000700*  LIGNE (TRANSACTION GSMP981) SOUS DOUBLE CONTROLE : LA         *
000800*  DEMANDE EST PROPOSEE (ETAT P, PROFIL MISE A JOUR) PUIS        *
000900*  APPROUVEE PAR UN SECOND OPERATEUR (ETAT A, PROFIL             *
001000*  APPROBATION) QUI LA VERSE A MAPFIC, OU REJETEE (ETAT R).      *
001100*  UNE SEULE DEMANDE EN ATTENTE PAR REGLE.                       *
001200*  NATURE : C = CREATION DE LA REGLE   M = MODIFICATION (COMPTES *
001300*  OU DATE DE FIN - UNE FIN POSEE RETIRE LA REGLE A CETTE DATE). *
001400*  JOURNAL : LA REGLE AVANT LA DEMANDE, LA REGLE DEMANDEE, LE    *
001500*  MOTIF (QUI DEVIENT LE LIBELLE DE LA REGLE), LE PROPOSANT, LE  *
001600*  DECIDEUR ET LEURS DATES RESTENT SUR LA FICHE ; CHAQUE         *
001700*  DEMANDE ET DECISION PART AU FICHIER D ACTIVITE (GACJ,         *
001800*  DOMAINE CMAP).                                                *
001900*  15/10/26  DA  CREATION                                        *
002000******************************************************************
002100 01  MPM-ENREG.
002200     05  MPM-CLE.
002300         10  MPM-PREFIXE             PIC X(04).
002400         10  MPM-DATE-DEBUT          PIC 9(08).
002500         10  MPM-NUMERO              PIC 9(03).
002600     05  MPM-NATURE                  PIC X(01).
002700         88  MPM-CREATION            VALUE 'C'.
002800         88  MPM-MODIFICATION        VALUE 'M'.
002900     05  MPM-FIN-AVANT               PIC 9(08).
003000     05  MPM-DEBIT-AVANT             PIC X(10).
003100     05  MPM-CREDIT-AVANT            PIC X(10).
003200     05  MPM-FIN-DEMANDE             PIC 9(08).
003300     05  MPM-DEBIT-DEMANDE           PIC X(10).
003400     05  MPM-CREDIT-DEMANDE          PIC X(10).
003500     05  MPM-MOTIF                   PIC X(20).
003600     05  MPM-ETAT                    PIC X(01).
003700         88  MPM-PROPOSEE            VALUE 'P'.
003800         88  MPM-APPROUVEE           VALUE 'A'.
003900         88  MPM-REJETEE             VALUE 'R'.
004000     05  MPM-PROPOSE-PAR             PIC X(08).
004100     05  MPM-DATE-PROPOSITION        PIC 9(08).
004200     05  MPM-DECIDE-PAR              PIC X(08).
004300     05  MPM-DATE-DECISION           PIC 9(08).
004400     05  FILLER                      PIC X(25).
