000100******************************************************************
000200*  FFFFFGBQ : LIGNE DU RELEVE BANCAIRE DE FIN DE JOURNEE         *
000300*             (FICHIER RELBQ - FORMAT CFONB 120)                 *
000400*  LRECL = 120   SEQUENTIEL                                      *
000500*  CODE 01 = ANCIEN SOLDE   04 = MOUVEMENT   05 = COMPLEMENT     *
000600*  CODE 07 = NOUVEAU SOLDE                                       *
000700*  DATES AU FORMAT JJMMAA. MONTANT SUR 14 POSITIONS DONT LA      *
000800*  DERNIERE PORTE LE SIGNE (CREDIT POSITIF, DEBIT NEGATIF),      *
000900*  NOMBRE DE DECIMALES EN POSITION 20 (2 POUR L EURO).           *
001000*  LA REFERENCE (POSITIONS 105-120) PORTE LA CLE FFFFFGS         *
001100*  COMMUNIQUEE AU CLIENT POUR SES VIREMENTS.                     *
001200*  15/10/26  DA  CREATION                                        *
001300******************************************************************
001400 01  BQR-ENREG.
001500     05  BQR-CODE                    PIC X(02).
001600         88  BQR-ANCIEN-SOLDE        VALUE '01'.
001700         88  BQR-MOUVEMENT           VALUE '04'.
001800         88  BQR-COMPLEMENT          VALUE '05'.
001900         88  BQR-NOUVEAU-SOLDE       VALUE '07'.
002000     05  BQR-BANQUE                  PIC X(05).
002100     05  BQR-CODE-OPE-INTERNE        PIC X(04).
002200     05  BQR-GUICHET                 PIC X(05).
002300     05  BQR-DEVISE                  PIC X(03).
002400     05  BQR-NB-DECIMALES            PIC X(01).
002500     05  FILLER                      PIC X(01).
002600     05  BQR-COMPTE                  PIC X(11).
002700     05  BQR-CODE-OPE                PIC X(02).
002800     05  BQR-DATE-COMPTABLE          PIC 9(06).
002900     05  BQR-DATE-COMPTABLE-R REDEFINES BQR-DATE-COMPTABLE.
003000         10  BQR-DC-JJ               PIC 9(02).
003100         10  BQR-DC-MM               PIC 9(02).
003200         10  BQR-DC-AA               PIC 9(02).
003300     05  BQR-MOTIF-REJET             PIC X(02).
003400     05  BQR-DATE-VALEUR             PIC 9(06).
003500     05  BQR-LIBELLE                 PIC X(31).
003600     05  FILLER                      PIC X(02).
003700     05  BQR-NUM-ECRITURE            PIC X(07).
003800     05  BQR-EXONERATION             PIC X(01).
003900     05  BQR-INDISPONIBILITE         PIC X(01).
004000     05  BQR-MONTANT                 PIC S9(12)V99.
004100     05  BQR-REFERENCE               PIC X(16).
