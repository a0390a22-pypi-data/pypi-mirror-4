001300*  FAIT UN SEUL LINK PAR CANAL. CHAQUE DEMANDE REVIENT AVEC      *
001400*  SON PROPRE CODE RETOUR : UN ITEM EN ANOMALIE NE FAIT PAS      *
001500*  ECHOUER LE LOT D APPELS (RETOUR GLOBAL PA = PARTIEL).         *
001520*  LES DEMANDES DU GROUPE SONT COMPTEES AU JOURNAL DES USAGES    *
001540*  (FILE TD GUSJ - DD USGJRN, DESSIN FFFFFGUJ, SERVICE LG) AU    *
001560*  NOM DE LA TRANSACTION APPELANTE : UN ENREGISTREMENT PAR       *
001580*  FONCTION ET ISSUE, SANS DUREE (LE LINK SERT TOUT LE GROUPE).  *
001600*  ------------------------------------------------------------  *
001700*  HISTORIQUE DES MODIFICATIONS                                  *
001800*  22/08/26  DA  CREATION                                        *
001801*  15/10/26  DA  DEMANDES DU GROUPE COMPTEES AU JOURNAL DES      *
001802*                USAGES (FILE TD GUSJ) PAR FONCTION ET ISSUE     *
001803******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.
003500     VALUE 'ZL99CHAN'.
003600 77  W-CONT-GROUPE                   PIC X(16)
003700     VALUE 'ZL99GRP'.
003705*    COMPTAGE DU GROUPE PAR FONCTION ET ISSUE (20 POSTES ; AU
003710*    DELA, FONCTION ** )
003715 77  IX-CPT                          PIC S9(04) COMP VALUE ZERO.
003720 77  NB-CPT                          PIC S9(04) COMP VALUE ZERO.
003725 01  W-TABLE-COMPTAGE.
003730     05  W-CPT-POSTE OCCURS 20.
003735         10  W-CPT-FONCTION          PIC X(02).
003740         10  W-CPT-ISSUE             PIC X(01).
003745         10  W-CPT-RETOUR            PIC X(02).
003750         10  W-CPT-NB                PIC S9(04) COMP.
003755 01  W-ITEM-FONCTION                 PIC X(02).
003760 01  W-ITEM-ISSUE                    PIC X(01).
003765 01  W-ITEM-RETOUR                   PIC X(02).
003770 01  W-ABSTIME                       PIC S9(15) COMP-3.
003775 01  W-DATE-JOUR                     PIC 9(08).
003780 01  W-EIBTIME                       PIC 9(07).
003785 COPY FFFFFGUJ.
003800 COPY ZL99LIC.
003900 LINKAGE SECTION.
004000 COPY ZL99LICX.
008100     ELSE
008200         MOVE 'PA' TO ZL99G-RETOUR-GLOBAL.
008300 0000-FIN.
008350     PERFORM 8500-COMPTER-GROUPE THRU 8500-EXIT.
008400     GOBACK.
008500 0000-EXIT.
008600     EXIT.
009300     ADD 1 TO IX-DEM.
009400 1000-EXIT.
009500     EXIT.
009600******************************************************************
009700*  8500-COMPTER-GROUPE : LES DEMANDES DU GROUPE CUMULEES PAR     *
009800*  FONCTION ET ISSUE PUIS ECRITES A LA FILE GUSJ. GROUPE MAL     *
009900*  FORME : UN SEUL APPEL REFUSE (FONCTION GR). LINK EN ECHEC :   *
010000*  TOUTES LES DEMANDES EN INCIDENT. UN ECHEC DE L ECRITURE NE    *
010100*  CHANGE PAS LA REPONSE RENDUE A L APPELANT                     *
010200******************************************************************
010300 8500-COMPTER-GROUPE.
010400     MOVE ZERO TO NB-CPT.
010500     IF ZL99G-NB-DEMANDES LESS 1
010600      OR ZL99G-NB-DEMANDES GREATER 200
010700         MOVE 'GR' TO W-ITEM-FONCTION
010800         MOVE 'F'  TO W-ITEM-ISSUE
010900         MOVE '99' TO W-ITEM-RETOUR
011000         PERFORM 8520-CUMULER THRU 8520-EXIT
011100     ELSE
011200         PERFORM 8510-CLASSER-ITEM THRU 8510-EXIT
011300             VARYING IX-DEM FROM 1 BY 1
011400             UNTIL IX-DEM GREATER ZL99G-NB-DEMANDES.
011500     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
011600     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
011700          YYYYMMDD (W-DATE-JOUR)
011800     END-EXEC.
011900     MOVE EIBTIME TO W-EIBTIME.
012000     PERFORM 8550-ECRIRE THRU 8550-EXIT
012100         VARYING IX-CPT FROM 1 BY 1
012200         UNTIL IX-CPT GREATER NB-CPT.
012300 8500-EXIT.
012400     EXIT.
012500 8510-CLASSER-ITEM.
012600     MOVE ZL99G-FONCTION (IX-DEM) TO W-ITEM-FONCTION.
012700     IF ZL99G-RETOUR-GLOBAL = '99'
012800         MOVE 'I'  TO W-ITEM-ISSUE
012900         MOVE '99' TO W-ITEM-RETOUR
013000         GO TO 8510-CUMUL.
013100     MOVE ZL99G-RETOUR (IX-DEM) TO W-ITEM-RETOUR.
013200     EVALUATE ZL99G-RETOUR (IX-DEM)
013300         WHEN '00'
013400             MOVE 'S' TO W-ITEM-ISSUE
013500         WHEN '99'
013600             MOVE 'I' TO W-ITEM-ISSUE
013700         WHEN OTHER
013800             MOVE 'F' TO W-ITEM-ISSUE
013900     END-EVALUATE.
014000 8510-CUMUL.
014100     PERFORM 8520-CUMULER THRU 8520-EXIT.
014200 8510-EXIT.
014300     EXIT.
014400 8520-CUMULER.
014500     MOVE ZERO TO IX-CPT.
014600 8520-CHERCHER.
014700     ADD 1 TO IX-CPT.
014800     IF IX-CPT GREATER NB-CPT
014900         IF NB-CPT LESS 20
015000             ADD 1 TO NB-CPT
015100             MOVE NB-CPT          TO IX-CPT
015200             MOVE W-ITEM-FONCTION TO W-CPT-FONCTION (IX-CPT)
015300             MOVE W-ITEM-ISSUE    TO W-CPT-ISSUE (IX-CPT)
015400             MOVE W-ITEM-RETOUR   TO W-CPT-RETOUR (IX-CPT)
015500             MOVE ZERO            TO W-CPT-NB (IX-CPT)
015600         ELSE
015700             MOVE 20   TO IX-CPT
015800             MOVE '**' TO W-CPT-FONCTION (IX-CPT)
015900         END-IF
016000         GO TO 8520-POSER.
016100     IF W-CPT-FONCTION (IX-CPT) NOT = W-ITEM-FONCTION
016200      OR W-CPT-ISSUE (IX-CPT) NOT = W-ITEM-ISSUE
016300      OR W-CPT-RETOUR (IX-CPT) NOT = W-ITEM-RETOUR
016400         GO TO 8520-CHERCHER.
016500 8520-POSER.
016600     ADD 1 TO W-CPT-NB (IX-CPT).
016700 8520-EXIT.
016800     EXIT.
016900 8550-ECRIRE.
017000     MOVE SPACES                   TO USJ-ENREG.
017100     MOVE W-DATE-JOUR              TO USJ-DATE.
017200     MOVE W-EIBTIME (2:6)          TO USJ-HEURE.
017300     MOVE EIBTRNID                 TO USJ-APPELANT.
017400     MOVE 'LG'                     TO USJ-SERVICE.
017500     MOVE 'GSBK150 '               TO USJ-PROGRAMME.
017600     MOVE W-CPT-FONCTION (IX-CPT)  TO USJ-FONCTION.
017700     MOVE W-CPT-ISSUE (IX-CPT)     TO USJ-ISSUE.
017800     MOVE W-CPT-RETOUR (IX-CPT)    TO USJ-RETOUR.
017900     MOVE W-CPT-NB (IX-CPT)        TO USJ-NB-APPELS.
018000     MOVE ZERO                     TO USJ-DUREE-MS.
018100     MOVE 'N'                      TO USJ-CHRONO.
018200     EXEC CICS WRITEQ TD QUEUE ('GUSJ')
018300          FROM (USJ-ENREG) LENGTH (80) RESP (W-RESP)
018400     END-EXEC.
018500 8550-EXIT.
018600     EXIT.
