000700******************************************************************
000800*  GSRU261 : RESTITUTION DU MAGASIN DE TOTAUX SUMFIC             *
000900*  ------------------------------------------------------------  *
001000*  CARTE PARAMETRE : VUE(1) PERIODE(6) SEUIL(3) RETRAITEMENT(1)  *
001100*    VUE M = MOIS   T = TRIMESTRE   A = ANNEE                    *
001110*    RETRAITEMENT R = LES POSTES PAR UNITE (TYPE U) SONT         *
001120*    CUMULES SOUS L UNITE ACTUELLE (CHAINE DES SUCCESSEURS DE    *
001130*    UNITFIC, GSOU315) : LES PERIODES ANTERIEURES A UNE          *
001140*    REORGANISATION SE LISENT SUR LA STRUCTURE DU JOUR.          *
001200*  LA PERIODE DONNE LE MOIS DE FIN DE LA VUE. L ETAT PRESENTE    *
001300*  PAR TYPE ET CODE LES NOMBRES ET MONTANTS DE LA VUE ET DE LA   *
001400*  VUE PRECEDENTE DE MEME LONGUEUR (COMPARAISON N-1).            *
001740*                GSRU262) - SEUIL(3) EN QUEUE DE CARTE : LES     *
001750*                LIGNES HORS PLAN AU DELA DU SEUIL SONT          *
001760*                MARQUEES D UN ASTERISQUE                        *
001770*  15/10/26  DA  RETRAITEMENT(1) EN QUEUE DE CARTE : POSTES      *
001780*                TYPE U RAMENES A L UNITE ACTUELLE (GSOU315)     *
001790*  15/10/26  DA  POSTES TYPE K (COHORTES D ACQUISITION GSAQ530)  *
001795*                ECARTES : CE NE SONT PAS DES CUMULS D ACTIVITE  *
001797*  15/10/26  DA  POSTES TYPE R (RENTABILITE GSRN450) ECARTES     *
001800******************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
006500     05  W-PARM-PERIODE              PIC 9(06).
006510     05  FILLER                      PIC X(01).
006520     05  W-PARM-SEUIL                PIC X(03).
006521     05  FILLER                      PIC X(01).
006522     05  W-PARM-RETRAITEMENT         PIC X(01).
006523         88  RETRAITEMENT            VALUE 'R'.
006530 01  W-SEUIL                         PIC 9(03) VALUE 20.
006540 77  IX-BUD                          PIC S9(04) COMP VALUE ZERO.
006550 77  NB-BUD                          PIC S9(04) COMP VALUE ZERO.
007960         10  W-BUD-NB                PIC S9(09) COMP.
007970         10  W-BUD-MONTANT           PIC S9(15)V99 COMP-3.
007980         10  W-BUD-SERVI             PIC X(01).
007981 01  W-CODE-CUMUL                    PIC X(10).
007982 01  OUZ-ZONE.
007983     05  OUZ-CODE                    PIC X(06).
007984     05  OUZ-RETOUR                  PIC X(01).
007985         88  OUZ-TROUVEE             VALUE '0'.
007986     05  OUZ-LIBELLE                 PIC X(20).
007987     05  OUZ-REGION                  PIC X(06).
007988     05  OUZ-DIVISION                PIC X(06).
007989     05  OUZ-ETAT                    PIC X(01).
007990     05  OUZ-SUCCESSEUR              PIC X(06).
007991     05  OUZ-DATE-FERMETURE          PIC 9(08).
007992     05  OUZ-ACTUELLE                PIC X(06).
008000 01  SUE-TITRE.
008100     05  FILLER                      PIC X(20)
008200         VALUE 'GSRU261 - VUE     : '.
008600     05  SUE-PER-DEBUT               PIC 9(06).
008700     05  FILLER                      PIC X(03) VALUE ' - '.
008800     05  SUE-PER-FIN                 PIC 9(06).
008900     05  FILLER                      PIC X(01) VALUE SPACE.
008910     05  SUE-MENTION                 PIC X(10).
008920     05  FILLER                      PIC X(73) VALUE SPACES.
009000 01  SUE-DETAIL.
009100     05  SUE-TYPE                    PIC X(01).
009200     05  FILLER                      PIC X(01) VALUE SPACE.
012800     MOVE W-PARM-VUE  TO SUE-VUE.
012900     MOVE W-PER-DEBUT TO SUE-PER-DEBUT.
013000     MOVE W-PER-FIN   TO SUE-PER-FIN.
013010     IF RETRAITEMENT
013020         MOVE 'RETRAITEE' TO SUE-MENTION
013030     ELSE
013040         MOVE SPACES      TO SUE-MENTION.
013100     WRITE SUE-LIGNE FROM SUE-TITRE.
013200     MOVE LOW-VALUE TO SUM-CLE.
013300     START SUMFIC KEY NOT LESS SUM-CLE.
019200         MOVE 'P' TO W-PERIODE-COURANTE.
019300     IF W-PERIODE-COURANTE = SPACE
019400         GO TO 2000-SUIVANT.
019402*    LES CASES DE COHORTES (TYPE K, GSAQ530) ET LES POSTES DE
019404*    RENTABILITE (TYPE R, GSRN450) NE SONT PAS DE L ACTIVITE
019406     IF SUM-TYPE = 'K' OR SUM-TYPE = 'R'
019408         GO TO 2000-SUIVANT.
019410*    LE PLAN (TYPE B) NE SE COMPARE QU A LA VUE COURANTE
019420     IF SUM-TYPE = 'B'
019430         IF W-PERIODE-COURANTE = 'C'
019440             PERFORM 2300-CUMULER-BUDGET THRU 2300-EXIT
019450         END-IF
019460         GO TO 2000-SUIVANT.
019500     PERFORM 2050-CODE-CUMUL THRU 2050-EXIT.
019510     PERFORM 2100-CUMULER-POSTE THRU 2100-EXIT.
019600 2000-SUIVANT.
019700     PERFORM 8100-LIRE-SUM THRU 8100-EXIT.
019800 2000-EXIT.
019900     EXIT.
019910******************************************************************
019915*  2050-CODE-CUMUL : CODE SOUS LEQUEL LE POSTE SE CUMULE - EN    *
019920*  RETRAITEMENT, UNE UNITE FERMEE PAR REORGANISATION CEDE LA     *
019925*  PLACE A SON UNITE ACTUELLE                                    *
019930******************************************************************
019935 2050-CODE-CUMUL.
019940     MOVE SUM-CODE TO W-CODE-CUMUL.
019945     IF NOT RETRAITEMENT
019950      OR SUM-TYPE NOT = 'U'
019955      OR SUM-CODE = SPACES
019960         GO TO 2050-EXIT.
019965     MOVE SUM-CODE (1:6) TO OUZ-CODE.
019970     CALL 'GSOU315' USING OUZ-ZONE.
019975     IF OUZ-TROUVEE
019980         MOVE OUZ-ACTUELLE TO W-CODE-CUMUL (1:6).
019985 2050-EXIT.
019990     EXIT.
020000******************************************************************
020100*  2100-CUMULER-POSTE : RECHERCHE OU CREATION DANS LA TABLE      *
020200******************************************************************
020800         IF NB-CUM LESS 200
020900             ADD 1 TO NB-CUM
021000             MOVE SUM-TYPE TO W-CUM-TYPE (NB-CUM)
021100             MOVE W-CODE-CUMUL TO W-CUM-CODE (NB-CUM)
021200             MOVE ZERO TO W-CUM-NB (NB-CUM)
021300                          W-CUM-MONTANT (NB-CUM)
021400                          W-CUM-NB-N1 (NB-CUM)
021900         END-IF
022000         GO TO 2100-POSER.
022100     IF W-CUM-TYPE (IX-CUM) NOT = SUM-TYPE
022200      OR W-CUM-CODE (IX-CUM) NOT = W-CODE-CUMUL
022300         GO TO 2100-CHERCHER.
022400 2100-POSER.
022500     IF W-PERIODE-COURANTE = 'C'
