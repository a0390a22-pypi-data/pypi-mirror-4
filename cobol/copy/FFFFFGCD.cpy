000100******************************************************************
000200*  FFFFFGCD : DEMANDE DE CLOTURE D UN ENREGISTREMENT             *
000300*             (FICHIER CLDFIC)                                   *
000400*  LRECL = 150   CLE = CLD-FGS-CLE (UNE DEMANDE PAR CLE)         *
000500*  POSEE EN LIGNE PAR GSOL010 (PF9 SUR UN ENREGISTREMENT QUI     *
000600*  PORTE UN SOLDE OU UN COURU D INTERETS), PAR LE RECOUVREUR     *
000700*  (GSRV681 PF9) OU PAR LE TRAITEMENT DES ECHEANCES (GSMT880,    *
000800*  INSTRUCTION P). LE REGLEMENT DE CLOTURE GSCD890 LA SERT A     *
000900*  LA NUIT SUIVANTE : INTERETS COURUS CAPITALISES, FRAIS DE      *
001000*  CLOTURE AU BAREME TARFIC, REMBOURSEMENT EN INSTRUCTION        *
001100*  PAYFIC, PUIS STATUT CIBLE. LE RELEVE FINAL EST EMIS PAR       *
001200*  GSCO292 (MODE C) QUI POSE CLD-DATE-RELEVE.                    *
001300*  ORIGINE : L = EN LIGNE   E = ECHEANCE   R = RECOUVREMENT      *
001400*  STATUT CIBLE : SU (CLOTURE) - LE STATUT DE CLOTURE DE LA      *
001500*    CARTE GSMT880 (DEFAUT EC) POUR UNE ECHEANCE PAYEE           *
001600*  NATURE DU PAIEMENT (PAYFIC) : R = REMBOURSEMENT               *
001700*    V = VERSEMENT A L ECHEANCE                                  *
001800*  ETAT : D = DEMANDEE   R = REGLEE   X = REJETEE (MOTIF,        *
001900*    ELEMENT DE CORBEILLE FILE CLOTURE) - UNE DEMANDE REJETEE    *
002000*    PEUT ETRE REPOSEE                                           *
002100*  CHIFFRES DU REGLEMENT : SOLDE AVANT (FFFFFGS-MONTANT),        *
002200*  INTERETS CAPITALISES (POSTE IC), FRAIS DE CLOTURE, MONTANT    *
002300*  REMBOURSE (SOLDE + INTERETS - FRAIS, S IL EST POSITIF).       *
002400*  15/10/26  DA  CREATION                                        *
002500******************************************************************
002600 01  CLD-ENREG.
002700     05  CLD-FGS-CLE                 PIC X(15).
002800     05  CLD-ORIGINE                 PIC X(01).
002900         88  CLD-EN-LIGNE            VALUE 'L'.
003000         88  CLD-ECHEANCE            VALUE 'E'.
003100         88  CLD-RECOUVREMENT        VALUE 'R'.
003200     05  CLD-STATUT-CIBLE            PIC X(02).
003300     05  CLD-NATURE-PAIEMENT         PIC X(01).
003400         88  CLD-REMBOURSEMENT       VALUE 'R'.
003500         88  CLD-VERSEMENT           VALUE 'V'.
003600     05  CLD-ETAT                    PIC X(01).
003700         88  CLD-DEMANDEE            VALUE 'D'.
003800         88  CLD-REGLEE              VALUE 'R'.
003900         88  CLD-REJETEE             VALUE 'X'.
004000     05  CLD-DEMANDEUR               PIC X(08).
004100     05  CLD-DATE-DEMANDE            PIC 9(08).
004200     05  CLD-DATE-REGLEMENT          PIC 9(08).
004300     05  CLD-DATE-RELEVE             PIC 9(08).
004400     05  CLD-STATUT-AVANT            PIC X(02).
004500     05  CLD-SOLDE-AVANT             PIC S9(11)V99 COMP-3.
004600     05  CLD-INTERETS                PIC S9(11)V99 COMP-3.
004700     05  CLD-FRAIS                   PIC S9(11)V99 COMP-3.
004800     05  CLD-REMBOURSE               PIC S9(11)V99 COMP-3.
004900     05  CLD-MOTIF-REJET             PIC X(30).
005000     05  FILLER                      PIC X(38).
