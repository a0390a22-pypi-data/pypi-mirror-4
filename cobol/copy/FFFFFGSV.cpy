000100******************************************************************
000200*  FFFFFGSV : LISTE DE SUIVI DES OPERATEURS  (FICHIER SUIFIC)    *
000300*  LRECL = 160   CLE = SUI-CLE (OPERATEUR + CLE FFFFFGS)         *
000400*  UN ENREGISTREMENT PAR CLE SUIVIE PAR UN OPERATEUR, POSE PAR   *
000500*  PF11 DEPUIS GSOL010, GSOL430 OU GSTL660 (MOTIF ET ECHEANCE    *
000600*  FACULTATIFS), RETIRE PAR PF9 DE GSSV161 OU A ECHEANCE.        *
000700*  SUI-DATE-FIN   : 0 = SUIVI SANS ECHEANCE                      *
000800*  SUI-DATE-PASSE : DERNIERE PASSE NOCTURNE GSSV160 (0 = AUCUNE) *
000900*  SUI-PHOTO      : ETAT DU MAITRE A LA DERNIERE PASSE, SERT DE  *
001000*                  REFERENCE A LA COMPARAISON DU LENDEMAIN       *
001100*  SUI-CONSTAT    : CE QUI A BOUGE DEPUIS LA PASSE PRECEDENTE    *
001200*   SUI-CT-MAITRE : M = MODIFIE, S = SORTI DU MAITRE,            *
001300*                   A = REAPPARU AU MAITRE                       *
001400*   SUI-CT-ZONES  : ZONES MODIFIEES, UNE LETTRE PAR POSITION     *
001500*                   S STATUT  M MONTANT  E ECHU  D DATE EFFET    *
001600*                   P PRODUIT  U UNITE  A AUTRES ZONES           *
001700*   SUI-CT-GEL    : P = GEL HLDFIC POSE, L = GEL LEVE            *
001800*   SUSPENS, CORBEILLE WRKBSK, NOTES, COURRIERS LETJRN : NOMBRE  *
001900*   D ELEMENTS NOUVEAUX DANS LA FENETRE                          *
002000*  ALIMENTE PAR GSOL010, GSOL430, GSTL660 ; MIS A JOUR PAR       *
002100*  GSSV160 ; CONSULTE ET ENTRETENU PAR GSSV161.                  *
002200*  15/10/26  DA  CREATION                                        *
002300******************************************************************
002400 01  SUI-ENREG.
002500     05  SUI-CLE.
002600         10  SUI-OPERATEUR           PIC X(08).
002700         10  SUI-FGS-CLE             PIC X(15).
002800     05  SUI-MOTIF                   PIC X(30).
002900     05  SUI-DATE-AJOUT              PIC 9(08).
003000     05  SUI-DATE-FIN                PIC 9(08).
003100     05  SUI-ORIGINE                 PIC X(08).
003200     05  SUI-DATE-PASSE              PIC 9(08).
003300     05  SUI-PHOTO.
003400         10  SUI-PH-PRESENT          PIC X(01).
003500             88  SUI-PH-PRISE        VALUE 'O'.
003600             88  SUI-PH-ABSENT       VALUE 'N'.
003700         10  SUI-PH-STATUT           PIC X(02).
003800         10  SUI-PH-MONTANT          PIC S9(11)V99 COMP-3.
003900         10  SUI-PH-MONTANT-ECH      PIC S9(11)V99 COMP-3.
004000         10  SUI-PH-DATE-EFFET       PIC 9(08).
004100         10  SUI-PH-PRODUIT          PIC X(04).
004200         10  SUI-PH-UNITE            PIC X(06).
004300     05  SUI-CONSTAT.
004400         10  SUI-CT-MAITRE           PIC X(01).
004500             88  SUI-CT-MODIFIE      VALUE 'M'.
004600             88  SUI-CT-SORTI        VALUE 'S'.
004700             88  SUI-CT-APPARU       VALUE 'A'.
004800         10  SUI-CT-ZONES            PIC X(07).
004900         10  SUI-CT-NB-SUSPENS       PIC 9(03).
005000         10  SUI-CT-NB-CORBEILLE     PIC 9(03).
005100         10  SUI-CT-NB-NOTES         PIC 9(03).
005200         10  SUI-CT-GEL              PIC X(01).
005300             88  SUI-CT-GEL-POSE     VALUE 'P'.
005400             88  SUI-CT-GEL-LEVE     VALUE 'L'.
005500         10  SUI-CT-NB-COURRIERS     PIC 9(03).
005600     05  FILLER                      PIC X(19).
