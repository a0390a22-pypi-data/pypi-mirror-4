000100******************************************************************
000200*  FFFFFGMA : REPRESENTANTS ET MANDATS D UN ENREGISTREMENT       *
000300*             FFFFFGS  (FICHIER RPRFIC)                          *
000400*  LRECL = 200   CLE = RPR-CLE (CLE FFFFFGS + NUMERO DU          *
000500*  REPRESENTANT) - PLUSIEURS REPRESENTANTS PAR CLE.              *
000600*  ROLE : M = MANDATAIRE (PROCURATION)  T = TUTEUR / CURATEUR    *
000700*    S = SIGNATAIRE D UNE PERSONNE MORALE                        *
000800*  POUVOIRS (O/N) : CONSULTATION, MISE A JOUR, RECEPTION DU      *
000900*  COURRIER. LE MANDAT NE VAUT QUE DANS LA FENETRE DE DATES      *
001000*  (FIN 99999999 = SANS ECHEANCE) ET TOMBE AU DECES DU           *
001100*  TITULAIRE (DCDFIC, FICHE VALIDEE).                            *
001200*  COURRIER : C = COPIE AU REPRESENTANT, R = COURRIER REDIRIGE   *
001300*    VERS LE REPRESENTANT (GSCO290) - ADRESSE OBLIGATOIRE.       *
001400*  RPR-IDENTITE : IDENTITE DU PORTAIL (WSIDFIC, NATURE R) DU     *
001500*    REPRESENTANT - GSWS130 NE LUI SERT QUE LES CLES ET LES      *
001600*    FONCTIONS DE SES MANDATS EN COURS.                          *
001700*  ENTRETENU PAR LA TRANSACTION GSMA951, ECHUS LISTES CHAQUE     *
001800*  MOIS PAR GSMA950.                                             *
001900*  15/10/26  DA  CREATION                                        *
002000******************************************************************
002100 01  RPR-ENREG.
002200     05  RPR-CLE.
002300         10  RPR-FGS-CLE             PIC X(15).
002400         10  RPR-NUMERO              PIC 9(03).
002500     05  RPR-NOM                     PIC X(30).
002600     05  RPR-ROLE                    PIC X(01).
002700         88  RPR-MANDATAIRE          VALUE 'M'.
002800         88  RPR-TUTEUR              VALUE 'T'.
002900         88  RPR-SIGNATAIRE          VALUE 'S'.
003000     05  RPR-POUVOIRS.
003100         10  RPR-POUVOIR-CONSULT     PIC X(01).
003200         10  RPR-POUVOIR-MAJ         PIC X(01).
003300         10  RPR-POUVOIR-COURRIER    PIC X(01).
003400     05  RPR-MODE-COURRIER           PIC X(01).
003500         88  RPR-COURRIER-COPIE      VALUE 'C'.
003600         88  RPR-COURRIER-REDIRIGE   VALUE 'R'.
003700     05  RPR-DATE-DEBUT              PIC 9(08).
003800     05  RPR-DATE-FIN                PIC 9(08).
003900     05  RPR-DOCUMENT                PIC X(20).
004000     05  RPR-ADRESSE.
004100         10  RPR-ADR-LIGNE           PIC X(30).
004200         10  RPR-ADR-CP              PIC X(10).
004300         10  RPR-ADR-VILLE           PIC X(20).
004400         10  RPR-ADR-PAYS            PIC X(02).
004500     05  RPR-IDENTITE                PIC X(16).
004600     05  RPR-MAJ-PAR                 PIC X(08).
004700     05  RPR-DATE-MAJ                PIC 9(08).
004800     05  FILLER                      PIC X(17).
