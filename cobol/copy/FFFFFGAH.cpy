000100******************************************************************
000200*  FFFFFGAH : REGISTRE DE SANTE DES ARCHIVES ARCFGS (FICHIER     *
000300*            ARCSAN)                                             *
000400*  LRECL = 100   CLE = ASN-CLE (ANNEE D ARCHIVE + DATE DE        *
000500*  VERIFICATION) - UN ENREGISTREMENT PAR ANNEE ET PAR PASSAGE    *
000600*  DE LA VERIFICATION GSAR533.                                   *
000700*  RESULTAT : S = SAINE (COMPTES, TOTAUX ET ECHANTILLON BONS)    *
000800*             T = SANS CHIFFRES DE CONTROLE (ARCHIVE ANTERIEURE  *
000900*                 AU FICHIER ARCCTL) - ECHANTILLON BON           *
001000*             C = ECART DE NOMBRE OU DE TOTAL AVEC ARCCTL        *
001100*             D = ECHANTILLON NON DECODABLE AVEC SA VERSION      *
001200*             L = LECTURE INTERROMPUE (INCIDENT D ENTREE-SORTIE) *
001300*             A = GENERATION ABSENTE (CHIFFRES SANS IMAGE)       *
001400*  C, D, L ET A SONT DES ECHECS : ALERTE ET ELEMENT DE CORBEILLE *
001500*  (TYPE ARCV, FILE ARCHIVE).                                    *
001600*  ASN-FIN-RETENTION : 31/12 DE L ANNEE + DUREE DE CONSERVATION  *
001700*  ASN-JOURS-RESTANTS : JOURS AVANT LA FIN DE CONSERVATION (PAR  *
001800*  MOIS DE 30) A LA DATE DE VERIFICATION.                        *
001900*  15/10/26  DA  CREATION                                        *
002000******************************************************************
002100 01  ASN-ENREG.
002200     05  ASN-CLE.
002300         10  ASN-ANNEE               PIC 9(04).
002400         10  ASN-DATE-VERIF          PIC 9(08).
002500     05  ASN-RESULTAT                PIC X(01).
002600         88  ASN-SAINE               VALUE 'S'.
002700         88  ASN-SANS-TEMOIN         VALUE 'T'.
002800         88  ASN-ECART               VALUE 'C'.
002900         88  ASN-NON-DECODABLE       VALUE 'D'.
003000         88  ASN-LECTURE-KO          VALUE 'L'.
003100         88  ASN-ABSENTE             VALUE 'A'.
003200         88  ASN-ECHEC               VALUE 'C' 'D' 'L' 'A'.
003300     05  ASN-NB-LUS                  PIC 9(09).
003400     05  ASN-NB-ATTENDUS             PIC 9(09).
003500     05  ASN-TOTAL-LU                PIC S9(15)V99 COMP-3.
003600     05  ASN-TOTAL-ATTENDU           PIC S9(15)V99 COMP-3.
003700     05  ASN-NB-ECHANTILLON          PIC 9(07).
003800     05  ASN-NB-ILLISIBLES           PIC 9(07).
003900     05  ASN-FIN-RETENTION           PIC 9(08).
004000     05  ASN-JOURS-RESTANTS          PIC S9(07) COMP-3.
004100     05  ASN-PROGRAMME               PIC X(08).
004200     05  FILLER                      PIC X(17).
