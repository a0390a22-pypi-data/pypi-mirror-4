001500*     REPONSE REPRISE DU CONTENEUR ZL99REP. PLUS DE PLAFOND.     *
001600*   - VERSIONS ANTERIEURES : CHEMIN DE COMPATIBILITE PAR         *
001700*     COMMAREA CLASSIQUE, INCHANGE POUR LES APPELANTS EXISTANTS. *
001725*  CHAQUE APPEL EST COMPTE AU JOURNAL DES USAGES (FILE TD GUSJ - *
001750*  DD USGJRN, DESSIN FFFFFGUJ, SERVICE LC) AU NOM DE LA          *
001775*  TRANSACTION APPELANTE, AVEC LA DUREE DU LINK.                 *
001800*  ------------------------------------------------------------  *
001900*  HISTORIQUE DES MODIFICATIONS                                  *
002000*  22/08/26  DA  CREATION                                        *
002001*  15/10/26  DA  APPEL COMPTE AU JOURNAL DES USAGES (FILE TD     *
002002*                GUSJ) : TRANSACTION, FONCTION, ISSUE, DUREE     *
002003******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.
003700     VALUE 'ZL99REQ'.
003800 77  W-CONT-REPONSE                  PIC X(16)
003900     VALUE 'ZL99REP'.
003914*    MESURE DE L APPEL POUR LE JOURNAL DES USAGES
003928 01  W-ABSTIME-DEBUT                 PIC S9(15) COMP-3.
003942 01  W-ABSTIME-FIN                   PIC S9(15) COMP-3.
003956 01  W-DATE-JOUR                     PIC 9(08).
003970 01  W-EIBTIME                       PIC 9(07).
003984 COPY FFFFFGUJ.
004000 COPY ZL99LIC.
004100 LINKAGE SECTION.
004200 COPY ZL99LICX.
004500*  0000-MAINLINE : AIGUILLAGE SELON LA VERSION DE L ENTETE       *
004600******************************************************************
004700 0000-MAINLINE.
004750     EXEC CICS ASKTIME ABSTIME (W-ABSTIME-DEBUT) END-EXEC.
004800     IF ZL99X-VERSION = '03'
004900         PERFORM 1000-PAR-CONTENEUR THRU 1000-EXIT
005000     ELSE
005100         PERFORM 2000-PAR-COMMAREA THRU 2000-EXIT.
005150     PERFORM 8500-COMPTER-APPEL THRU 8500-EXIT.
005200     GOBACK.
005300 0000-EXIT.
005400     EXIT.
010400     MOVE ZL99-DONNEES         TO ZL99X-DONNEES (1:400).
010500 2000-EXIT.
010600     EXIT.
010700******************************************************************
010800*  8500-COMPTER-APPEL : L APPEL EST COMPTE AU JOURNAL DES USAGES *
010900*  (FILE TD GUSJ) AVEC SON ISSUE ET LA DUREE DU LINK. UN ECHEC   *
011000*  DE L ECRITURE NE CHANGE PAS LA REPONSE RENDUE A L APPELANT    *
011100******************************************************************
011200 8500-COMPTER-APPEL.
011300     EXEC CICS ASKTIME ABSTIME (W-ABSTIME-FIN) END-EXEC.
011400     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME-FIN)
011500          YYYYMMDD (W-DATE-JOUR)
011600     END-EXEC.
011700     MOVE SPACES              TO USJ-ENREG.
011800     MOVE W-DATE-JOUR         TO USJ-DATE.
011900     MOVE EIBTIME             TO W-EIBTIME.
012000     MOVE W-EIBTIME (2:6)     TO USJ-HEURE.
012100     MOVE EIBTRNID            TO USJ-APPELANT.
012200     MOVE 'LC'                TO USJ-SERVICE.
012300     MOVE 'GSCH140 '          TO USJ-PROGRAMME.
012400     MOVE ZL99X-FONCTION      TO USJ-FONCTION.
012500     MOVE ZL99X-RETOUR        TO USJ-RETOUR.
012600     EVALUATE ZL99X-RETOUR
012700         WHEN '00'
012800             MOVE 'S' TO USJ-ISSUE
012900         WHEN '99'
013000             MOVE 'I' TO USJ-ISSUE
013100         WHEN OTHER
013200             MOVE 'F' TO USJ-ISSUE
013300     END-EVALUATE.
013400     MOVE 1                   TO USJ-NB-APPELS.
013500     COMPUTE USJ-DUREE-MS = W-ABSTIME-FIN - W-ABSTIME-DEBUT.
013600     MOVE 'O'                 TO USJ-CHRONO.
013700     EXEC CICS WRITEQ TD QUEUE ('GUSJ')
013800          FROM (USJ-ENREG) LENGTH (80) RESP (W-RESP)
013900     END-EXEC.
014000 8500-EXIT.
014100     EXIT.
