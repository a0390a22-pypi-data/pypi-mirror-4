000100******************************************************************
000200*  FFFFFGNR : DECLARATION ANNUELLE DES COMPTES DECLARABLES DES   *
000300*  NON-RESIDENTS (FICHIER DECNRE)                                *
000400*  LRECL = 200   SEQUENTIEL, ECRIT PAR GSNR920 POUR              *
000500*  L ADMINISTRATION FISCALE - ZONES NUMERIQUES EN CLAIR, SOLDE   *
000600*  DEBITEUR DECLARE A ZERO                                       *
000700*   E = ENTETE  (ANNEE, EMETTEUR, DATE DE CREATION)              *
000800*   D = DETAIL  (UNE LIGNE PAR CLE DECLARABLE : RESIDENCE ET SON *
000900*                 ORIGINE, IDENTITE ET ADRESSE EN CLAIR, STATUT, *
001000*                 SOLDE AU 31/12, INTERETS ET FRAIS DE L ANNEE)  *
001100*   T = FIN     (TOTAUX DE CONTROLE : NOMBRE DE DETAILS ET       *
001200*                 SOMMES DES SOLDES, INTERETS ET FRAIS)          *
001300*  15/10/26  DA  CREATION                                        *
001400******************************************************************
001500 01  DNR-ENREG.
001600     05  DNR-TYPE                    PIC X(01).
001700         88  DNR-ENTETE              VALUE 'E'.
001800         88  DNR-DETAIL              VALUE 'D'.
001900         88  DNR-FIN                 VALUE 'T'.
002000     05  DNR-CORPS                   PIC X(199).
002100     05  DNR-E REDEFINES DNR-CORPS.
002200         10  DNR-E-ANNEE             PIC 9(04).
002300         10  DNR-E-EMETTEUR          PIC X(08).
002400         10  DNR-E-DATE              PIC 9(08).
002500         10  FILLER                  PIC X(179).
002600     05  DNR-D REDEFINES DNR-CORPS.
002700         10  DNR-D-CLE               PIC X(15).
002800         10  DNR-D-ENTITE            PIC X(02).
002900         10  DNR-D-RESIDENCE         PIC X(02).
003000*        A = AUTO-CERTIFICATION KYCFIC   C = ADRESSE COURANTE
003100         10  DNR-D-ORIGINE           PIC X(01).
003200             88  DNR-D-AUTOCERT      VALUE 'A'.
003300             88  DNR-D-ADRESSE       VALUE 'C'.
003400         10  DNR-D-NOM               PIC X(30).
003500         10  DNR-D-ID-NAT            PIC X(13).
003600         10  DNR-D-ADR-LIGNE-1       PIC X(30).
003700         10  DNR-D-ADR-CODE-POSTAL   PIC X(10).
003800         10  DNR-D-ADR-VILLE         PIC X(20).
003900         10  DNR-D-ADR-PAYS          PIC X(02).
004000         10  DNR-D-STATUT            PIC X(02).
004100         10  DNR-D-SOLDE             PIC 9(11)V99.
004200         10  DNR-D-INTERETS          PIC 9(11)V99.
004300         10  DNR-D-FRAIS             PIC 9(11)V99.
004400         10  FILLER                  PIC X(33).
004500     05  DNR-T REDEFINES DNR-CORPS.
004600         10  DNR-T-NB                PIC 9(08).
004700         10  DNR-T-SOLDE             PIC 9(13)V99.
004800         10  DNR-T-INTERETS          PIC 9(13)V99.
004900         10  DNR-T-FRAIS             PIC 9(13)V99.
005000         10  FILLER                  PIC X(146).
