001620*  W-VERSION-ACTIVE. LE DECODAGE SUIT CRZ-VERSION : L ANCIEN     *
001630*  STOCK RESTE LISIBLE PENDANT LA ROTATION (GSCR392).            *
001700*  FONCTION C = CODER   D = DECODER (ZONE DE 43 = NOM + ID-NAT)  *
001710*  FONCTION V = VERIFIER : CONTROLE QUE CHAQUE CARACTERE         *
001720*  APPARTIENT A LA TABLE CODEE DE LA VERSION PORTEE, PUIS        *
001730*  DECODAGE ; SINON RETOUR 1 ET VALEUR RENDUE TELLE QUELLE.      *
001740*  SERT A PROUVER QU UNE ARCHIVE SE RELIT (GSAR533).             *
001800*  ------------------------------------------------------------  *
001900*  HISTORIQUE DES MODIFICATIONS                                  *
002000*  22/08/26  DA  CREATION                                        *
002010*  02/09/26  DA  TABLES VERSIONNEES ET CRZ-VERSION : LE CODAGE   *
002020*                POSE LA VERSION ACTIVE, LE DECODAGE ACCEPTE     *
002030*                L ANCIENNE PENDANT LA FENETRE DE ROTATION       *
002040*  15/10/26  DA  FONCTION V : VERIFICATION DE LISIBILITE D UNE   *
002050*                VALEUR CODEE AVEC SA VERSION PORTEE             *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003530*    VERSION ACTIVE AU CODAGE : A BASCULER ICI (ET ICI SEUL)
003540*    QUAND LA ROTATION GSCR392 EST LANCEE
003550 01  W-VERSION-ACTIVE                PIC X(01) VALUE '1'.
003560 01  W-VALEUR                        PIC X(43).
003570 01  W-BLANCS                        PIC X(38) VALUE SPACES.
003580*    PONCTUATION QUE LA SUBSTITUTION LAISSE PASSER TELLE QUELLE
003590 01  W-NEUTRES                       PIC X(05) VALUE '-''./,'.
003600 LINKAGE SECTION.
003700 COPY GSCRZ.
003800 PROCEDURE DIVISION USING CRZ-ZONE.
005230                     CONVERTING W-ALPHABET-CODE-V1
005240                             TO W-ALPHABET-CLAIR
005250             END-IF
005260         WHEN CRZ-VERIFIER
005270             PERFORM 1000-VERIFIER THRU 1000-EXIT
005300         WHEN OTHER
005400             MOVE '9' TO CRZ-RETOUR
005500     END-EVALUATE.
005600     GOBACK.
005700 0000-EXIT.
005800     EXIT.
005900******************************************************************
006000*  1000-VERIFIER : TOUT CARACTERE DE LA TABLE CODEE DE LA        *
006100*  VERSION PORTEE, ET TOUTE PONCTUATION NEUTRE, DEVIENT BLANC ;  *
006150*  IL NE DOIT RIEN RESTER (OCTET PARASITE = ZONE ILLISIBLE)      *
006200******************************************************************
006300 1000-VERIFIER.
006400     MOVE CRZ-VALEUR TO W-VALEUR.
006500     IF CRZ-VERSION-2
006600         INSPECT W-VALEUR
006700             CONVERTING W-ALPHABET-CODE-V2 TO W-BLANCS
006800     ELSE
006900         INSPECT W-VALEUR
007000             CONVERTING W-ALPHABET-CODE-V1 TO W-BLANCS.
007050     INSPECT W-VALEUR CONVERTING W-NEUTRES TO W-BLANCS (1:5).
007100     IF W-VALEUR NOT = SPACES
007200         MOVE '1' TO CRZ-RETOUR
007300         GO TO 1000-EXIT.
007400     IF CRZ-VERSION-2
007500         INSPECT CRZ-VALEUR
007600             CONVERTING W-ALPHABET-CODE-V2 TO W-ALPHABET-CLAIR
007700     ELSE
007800         INSPECT CRZ-VALEUR
007900             CONVERTING W-ALPHABET-CODE-V1 TO W-ALPHABET-CLAIR.
008000 1000-EXIT.
008100     EXIT.
