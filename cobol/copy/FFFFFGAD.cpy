000900*  PAR LA TABLE REFTBL CANA).                                    *
001000*  ENTRETENU PAR LA TRANSACTION GSAD510 ; SERT LE COURRIER       *
001100*  GSCO290 ET LE XML PARTENAIRE (GSXM120 VIA L APPELANT).        *
001110*  PROVENANCE : ADR-ORIGINE G = SAISIE GSAD510, P = CHANGEMENT   *
001120*  DU PORTAIL APPROUVE DANS GSAD510 (ESPACE = ANTERIEUR) ;       *
001130*  ADR-SAISI-PAR = OPERATEUR DE LA SAISIE OU DE L IDENTITE DU    *
001140*  PORTAIL, ADR-APPROUVE-PAR / ADR-DATE-APPROB = OPERATEUR ET    *
001150*  JOUR QUI ONT VALIDE L ADRESSE.                                *
001200*  02/09/26  DA  CREATION                                        *
001210*  15/10/26  DA  PROVENANCE DE L ADRESSE (ORIGINE, SAISIE,       *
001220*                APPROBATION)                                    *
001300******************************************************************
001400 01  ADR-ENREG.
001500     05  ADR-CLE.
002200     05  ADR-PAYS                    PIC X(02).
002300     05  ADR-TELEPHONE               PIC X(15).
002400     05  ADR-CANAL-PREF              PIC X(01).
002410     05  ADR-ORIGINE                 PIC X(01).
002420         88  ADR-ORIGINE-GUICHET     VALUE 'G'.
002430         88  ADR-ORIGINE-PORTAIL     VALUE 'P'.
002440     05  ADR-SAISI-PAR               PIC X(08).
002450     05  ADR-APPROUVE-PAR            PIC X(08).
002460     05  ADR-DATE-APPROB             PIC 9(08).
002500     05  FILLER                      PIC X(04).
