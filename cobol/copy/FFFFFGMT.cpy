000100******************************************************************
000200*  FFFFFGMT : INSTRUCTION D ECHEANCE  (FICHIER MATFIC)           *
000300*  LRECL = 100   CLE = MAT-FGS-CLE (UNE INSTRUCTION PAR CLE)     *
000400*  POUR LES ENREGISTREMENTS DONT LE STATUT PORTE UNE DATE DE     *
000500*  FIN EN FFFFFGS-DATE-EFFET (REFTBL TYPE ECHE). POSEE A LA      *
000600*  DEMANDE DU CLIENT PAR L ADMINISTRATION AVEC LES UTILITAIRES   *
000700*  DE CHARGEMENT HABITUELS ; TENUE ENSUITE PAR GSMT880.          *
000800*  INSTRUCTION : R = RENOUVELER POUR LA MEME DUREE (MAT-DUREE)   *
000900*                N = RENOUVELER POUR UNE NOUVELLE DUREE          *
001000*                    (MAT-NOUVELLE-DUREE, QUI DEVIENT ENSUITE LA *
001100*                    DUREE COURANTE - L INSTRUCTION PASSE EN R)  *
001200*                P = PAYER AU COMPTE DU MANDAT MDTFIC ET CLORE   *
001300*                ESPACE = A RECUEILLIR (POSTE CREE PAR GSMT880   *
001400*                    POUR SUIVRE L AVIS ET LE SIGNALEMENT)       *
001500*  DUREES EN MOIS.   ETAT : A = ACTIVE   T = EXECUTEE (PAIEMENT) *
001600*  DATES DE SUIVI (ECHEANCE CONCERNEE) : AVIS = AVIS ENVOYE,     *
001700*  TRAITEE = INSTRUCTION EXECUTEE, SIGNALEE = CLE SANS           *
001800*  INSTRUCTION POSEE A LA CORBEILLE (FILE ECHEANCE).             *
001900*  15/10/26  DA  CREATION                                        *
002000******************************************************************
002100 01  MAT-ENREG.
002200     05  MAT-FGS-CLE                 PIC X(15).
002300     05  MAT-INSTRUCTION             PIC X(01).
002400         88  MAT-RENOUVELER          VALUE 'R'.
002500         88  MAT-NOUVELLE-DUREE-DEM  VALUE 'N'.
002600         88  MAT-PAYER               VALUE 'P'.
002700         88  MAT-SANS-INSTRUCTION    VALUE ' '.
002800         88  MAT-INSTRUCTION-VALIDE  VALUE 'R' 'N' 'P'.
002900     05  MAT-DUREE                   PIC 9(03).
003000     05  MAT-NOUVELLE-DUREE          PIC 9(03).
003100     05  MAT-ETAT                    PIC X(01).
003200         88  MAT-ACTIVE              VALUE 'A'.
003300         88  MAT-EXECUTEE            VALUE 'T'.
003400     05  MAT-SAISI-PAR               PIC X(08).
003500     05  MAT-DATE-SAISIE             PIC 9(08).
003600     05  MAT-DATE-AVIS               PIC 9(08).
003700     05  MAT-DATE-TRAITEE            PIC 9(08).
003800     05  MAT-DATE-SIGNALEE           PIC 9(08).
003900     05  MAT-NB-RENOUV               PIC 9(03).
004000     05  FILLER                      PIC X(34).
