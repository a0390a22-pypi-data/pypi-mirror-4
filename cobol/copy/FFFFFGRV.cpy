000100******************************************************************
000200*  FFFFFGRV : DOSSIER DE RECOUVREMENT D UN ENREGISTREMENT        *
000300*             EN RETARD (FICHIER RCVFIC)                         *
000400*  LRECL = 150   CLE = RCV-FGS-CLE                               *
000500*  POSE ET VIEILLI CHAQUE NUIT PAR GSRV680 A PARTIR DES          *
000600*  ECHEANCES OUVERTES ECHUES DE L ECHEANCIER ECHFIC ; LE         *
000700*  CONTACT ET LA PROMESSE SONT SAISIS PAR LE RECOUVREUR          *
000800*  (TRANSACTION GSRV681).                                        *
000900*  TRANCHE : 1 = 1-30 J   2 = 31-60 J   3 = 61-90 J   4 = 90+ J  *
001000*  (JOURS CALENDAIRES DEPUIS LA PLUS ANCIENNE ECHEANCE IMPAYEE)  *
001100*  STATUT : A = EN COURS       P = PROMESSE EN COURS             *
001200*           R = PROMESSE ROMPUE (RELANCE)   S = SOLDE            *
001300*  RESULTAT DU CONTACT : JN = JOINT  NR = SANS REPONSE           *
001400*           PR = PROMESSE  RF = REFUS  LI = LITIGE               *
001500*  LA PROMESSE EST TENUE SI LES REGLEMENTS RECUS DEPUIS          *
001600*  (RCV-CUMUL-PAYE MOINS RCV-PAYE-A-PROMESSE) COUVRENT LE        *
001700*  MONTANT PROMIS A LA DATE PROMISE.                             *
001800*  15/10/26  DA  CREATION                                        *
001900******************************************************************
002000 01  RCV-ENREG.
002100     05  RCV-FGS-CLE                 PIC X(15).
002200     05  RCV-TRANCHE                 PIC 9(01).
002300         88  RCV-T-30                VALUE 1.
002400         88  RCV-T-60                VALUE 2.
002500         88  RCV-T-90                VALUE 3.
002600         88  RCV-T-PLUS              VALUE 4.
002700     05  RCV-LIB-TRANCHE             PIC X(05).
002800     05  RCV-MONTANT-RETARD          PIC S9(11)V99 COMP-3.
002900     05  RCV-NB-ECH-RETARD           PIC 9(04).
003000     05  RCV-DATE-PLUS-ANCIENNE      PIC 9(08).
003100     05  RCV-JOURS-RETARD            PIC 9(05).
003200     05  RCV-CUMUL-PAYE              PIC S9(11)V99 COMP-3.
003300     05  RCV-STATUT                  PIC X(01).
003400         88  RCV-EN-COURS            VALUE 'A'.
003500         88  RCV-PROMESSE            VALUE 'P'.
003600         88  RCV-ROMPUE              VALUE 'R'.
003700         88  RCV-SOLDE               VALUE 'S'.
003800     05  RCV-DATE-ENTREE             PIC 9(08).
003900     05  RCV-DATE-CALCUL             PIC 9(08).
004000     05  RCV-TRANCHE-LETTRE          PIC 9(01).
004100     05  RCV-DATE-LETTRE             PIC 9(08).
004200     05  RCV-DATE-CONTACT            PIC 9(08).
004300     05  RCV-RESULTAT-CONTACT        PIC X(02).
004400         88  RCV-CONTACT-VALIDE      VALUE 'JN' 'NR' 'PR' 'RF'
004500                                           'LI'.
004600         88  RCV-CONTACT-PROMESSE    VALUE 'PR'.
004700     05  RCV-DATE-PROMESSE           PIC 9(08).
004800     05  RCV-MONTANT-PROMESSE        PIC S9(11)V99 COMP-3.
004900     05  RCV-PAYE-A-PROMESSE         PIC S9(11)V99 COMP-3.
005000     05  RCV-NB-ROMPUES              PIC 9(02).
005100     05  RCV-OPERATEUR               PIC X(08).
005200     05  FILLER                      PIC X(30).
