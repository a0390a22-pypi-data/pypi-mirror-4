000100******************************************************************
000200*  FFFFFGKY : DOSSIER DE CONNAISSANCE CLIENT (FICHIER KYCFIC)    *
000300*  LRECL = 120   CLE = KYC-FGS-CLE (CLE FFFFFGS)                 *
000400*  UNE PIECE D IDENTITE (TYPE, NUMERO, FIN DE VALIDITE) ET LE    *
000500*  CYCLE DE REVUE PERIODIQUE : LA CLASSE DE RISQUE FIXE LE PAS   *
000600*  (E = 1 AN, M = 3 ANS, F = 5 ANS) DE LA PROCHAINE REVUE A      *
000700*  PARTIR DE LA DERNIERE. TENU PAR GSKY751 (CARTES KYCMVT).      *
000800*  LA VEILLE GSKY750 DEMANDE LA LETTRE DE RAPPEL 60 JOURS AVANT  *
000900*  CHAQUE ECHEANCE (UNE SEULE FOIS : L ECHEANCE RAPPELEE EST     *
001000*  GARDEE) ET BLOQUE LE DOSSIER UNE FOIS L ECHEANCE DEPASSEE ;   *
001100*  UN DOSSIER BLOQUE REFUSE LES MODIFICATIONS (GSED050 E060)     *
001200*  JUSQU A L ENREGISTREMENT DE LA REVUE OU DE LA NOUVELLE PIECE. *
001300*  15/10/26  DA  CREATION                                        *
001310*  15/10/26  DA  RESIDENCE FISCALE AUTO-CERTIFIEE (CARTE F DE    *
001320*                GSKY751) - DECLARATION DES NON-RESIDENTS GSNR920*
001330*  15/10/26  DA  REFERENCE DE L IMAGE NUMERISEE DE LA PIECE      *
001340*                (INDEX DOCFIC, FFFFFGDX)                        *
001400******************************************************************
001500 01  KYC-ENREG.
001600     05  KYC-FGS-CLE                 PIC X(15).
001700     05  KYC-DOC-TYPE                PIC X(02).
001800         88  KYC-DOC-CNI             VALUE 'CI'.
001900         88  KYC-DOC-PASSEPORT       VALUE 'PP'.
002000         88  KYC-DOC-SEJOUR          VALUE 'TS'.
002100         88  KYC-DOC-PERMIS          VALUE 'PC'.
002200         88  KYC-DOC-CONNU           VALUE 'CI' 'PP' 'TS' 'PC'.
002300     05  KYC-DOC-NUMERO              PIC X(20).
002400     05  KYC-DOC-EXPIRATION          PIC 9(08).
002500     05  KYC-CLASSE-RISQUE           PIC X(01).
002600         88  KYC-RISQUE-ELEVE        VALUE 'E'.
002700         88  KYC-RISQUE-MOYEN        VALUE 'M'.
002800         88  KYC-RISQUE-FAIBLE       VALUE 'F'.
002900         88  KYC-RISQUE-CONNU        VALUE 'E' 'M' 'F'.
003000     05  KYC-DATE-REVUE              PIC 9(08).
003100     05  KYC-PROCHAINE-REVUE         PIC 9(08).
003200*    ECHEANCES DEJA RAPPELEES (LETTRE DEMANDEE PAR GSKY750)
003300     05  KYC-RAPPEL-DOC              PIC 9(08).
003400     05  KYC-RAPPEL-REVUE            PIC 9(08).
003500     05  KYC-ETAT                    PIC X(01).
003600         88  KYC-A-JOUR              VALUE 'N'.
003700         88  KYC-BLOQUE              VALUE 'B'.
003800     05  KYC-MOTIF-BLOCAGE           PIC X(01).
003900         88  KYC-BLOC-PIECE          VALUE 'D'.
004000         88  KYC-BLOC-REVUE          VALUE 'R'.
004100         88  KYC-BLOC-LES-DEUX       VALUE 'T'.
004200     05  KYC-DATE-BLOCAGE            PIC 9(08).
004300     05  KYC-DATE-MAJ                PIC 9(08).
004310*    RESIDENCE FISCALE DECLAREE PAR LE CLIENT (PAYS ISO) ET DATE
004320*    DE L AUTO-CERTIFICATION ; BLANC / ZERO = NON RECUEILLIE
004330     05  KYC-RESIDENCE-FISC          PIC X(02).
004340     05  KYC-DATE-AUTOCERT           PIC 9(08).
004350*    IMAGE NUMERISEE DE LA PIECE (CLE DOCFIC AVEC KYC-FGS-CLE) ;
004360*    BLANC = PIECE NON NUMERISEE
004370     05  KYC-DOC-IMAGE               PIC X(12).
004400     05  FILLER                      PIC X(02).
