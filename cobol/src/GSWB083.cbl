001000*  LES EQUIPES SONT ORGANISEES PAR ENTITE ET PAR COMPETENCE :    *
001100*  LE ROUTAGE PAR TYPE (GSWB080) EST COMPLETE PAR UNE            *
001200*  DISTRIBUTION NOMINATIVE. CARTES REGLES (AFFREGL) :            *
001300*      FILE(8) ENTITE(2) OPERATEUR(8) UNITE(6)                   *
001400*  (ENTITE OU UNITE A BLANC = TOUTES) - LES CARTES D UN MEME     *
001500*  COUPLE FILE / ENTITE FORMENT LE POOL. CHAQUE ELEMENT OUVERT   *
001600*  SANS OPERATEUR RECOIT L OPERATEUR LE MOINS CHARGE DU POOL     *
001700*  (TOURNIQUET PAR CHARGE). CHAQUE CANDIDAT PASSE PAR GSAU400 :  *
001800*  PROFIL MISE A JOUR EXIGE, PERIMETRES AUT-ENTITE ET AUT-UNITE  *
001810*  RESPECTES. L UNITE PROPRIETAIRE (FFFFFGS-UNITE) EST POSEE SUR *
001820*  L ELEMENT (WRK-UNITE) A SON PREMIER PASSAGE : ELLE SUIT       *
001830*  ENSUITE LES REORGANISATIONS (GSOU316), PAS LE MAITRE.         *
001900*  L ELEMENT RESTE A L ETAT O : LA PRISE (PF5) RESTE LE GESTE    *
002000*  DE L OPERATEUR DANS GSWB081.                                  *
002100*  SORTIE : ETATAFF - AFFECTATIONS PAR OPERATEUR ET LAISSES      *
002300*  ------------------------------------------------------------  *
002400*  HISTORIQUE DES MODIFICATIONS                                  *
002500*  02/09/26  DA  CREATION                                        *
002510*  15/10/26  DA  ROUTAGE PAR UNITE : UNITE(6) SUR LA CARTE REGLE,*
002520*                WRK-UNITE POSEE DEPUIS LE MAITRE, PERIMETRE     *
002530*                AUT-UNITE DU CANDIDAT (GSAU400)                 *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004200       ACCESS MODE   DYNAMIC
004300       RECORD KEY    WRK-CLE
004400       FILE STATUS   W-WRKBSK-STATUS.
004410     SELECT FFFFFGS ASSIGN  FFFFFGS
004420       ORGANIZATION  INDEXED
004430       ACCESS MODE   RANDOM
004440       RECORD KEY    FFFFFGS-CLE
004450       FILE STATUS   W-FFFFFGS-STATUS.
004500     SELECT ETATAFF ASSIGN  ETATAFF
004600       ORGANIZATION  SEQUENTIAL
004700       FILE STATUS   W-ETATAFF-STATUS.
005600     05  AFR-ENTITE                  PIC X(02).
005700     05  FILLER                      PIC X(01).
005800     05  AFR-OPERATEUR               PIC X(08).
005900     05  FILLER                      PIC X(01).
005910     05  AFR-UNITE                   PIC X(06).
005920     05  FILLER                      PIC X(53).
006000 FD  WRKBSK
006100     LABEL RECORD STANDARD
006200     DATA RECORD WRK-ENREG.
006300 COPY FFFFFGW.
006310 FD  FFFFFGS
006320     LABEL RECORD STANDARD
006330     DATA RECORD FFFFFGS-ENREG.
006340 COPY FFFFFFGS.
006400 FD  ETATAFF
006500     LABEL RECORD STANDARD
006600     DATA RECORD AFE-LIGNE.
007200 77  IX-REG                          PIC S9(04) COMP VALUE ZERO.
007300 77  NB-REGLES                       PIC S9(04) COMP VALUE ZERO.
007400 77  IX-CHOISI                       PIC S9(04) COMP VALUE ZERO.
007410 77  CPT-UNITES-POSEES               PIC S9(08) COMP VALUE ZERO.
007500 01  W-FIN-REG                       PIC X(01) VALUE 'N'.
007600     88  FIN-REG                     VALUE 'O'.
007700 01  W-FIN-WRK                       PIC X(01) VALUE 'N'.
008300     88  W-WRK-OK                    VALUE '00'.
008400     88  W-WRK-FIN                   VALUE '10'.
008500     88  W-WRK-ABSENT                VALUE '23'.
008510 COPY FFFFFGSW.
008600 01  W-ETATAFF-STATUS                PIC X(02).
008700     88  W-AFE-OK                    VALUE '00'.
008800 01  W-MOTIF-ABANDON                 PIC X(40).
009300     05  AUZ-RETOUR                  PIC X(01).
009400         88  AUZ-AUTORISE            VALUE '0'.
009500     05  AUZ-ENTITE                  PIC X(02).
009510     05  AUZ-UNITE                   PIC X(06).
009600 01  W-TABLE-REGLES.
009700     05  W-REG-POSTE OCCURS 50.
009800         10  W-REG-FILE              PIC X(08).
009900         10  W-REG-ENTITE            PIC X(02).
010000         10  W-REG-OPERATEUR         PIC X(08).
010010         10  W-REG-UNITE             PIC X(06).
010100         10  W-REG-NB-AFFECTES       PIC S9(08) COMP.
010200 01  AFE-DETAIL.
010300     05  FILLER                      PIC X(12)
011200     05  FILLER                      PIC X(14)
011300         VALUE ' AFFECTES :   '.
011400     05  AFD-NB                      PIC Z(07)9.
011500     05  FILLER                      PIC X(09)
011510         VALUE ' UNITE : '.
011520     05  AFD-UNITE                   PIC X(06).
011530     05  FILLER                      PIC X(47) VALUE SPACES.
011600 01  AFE-LAISSE.
011700     05  FILLER                      PIC X(20)
011800         VALUE 'SANS POOL - FILE :  '.
014800     IF NB-REGLES = ZERO
014900         MOVE 'AUCUNE REGLE FOURNIE' TO W-MOTIF-ABANDON
015000         GO TO 9900-ABANDON.
015010     OPEN INPUT FFFFFGS.
015020     IF NOT W-FGS-OK
015030         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
015040         GO TO 9900-ABANDON.
015100     OPEN I-O WRKBSK.
015200     IF NOT W-WRK-OK
015300         MOVE 'OPEN WRKBSK'  TO W-MOTIF-ABANDON
017700         MOVE AFR-FILE      TO W-REG-FILE (NB-REGLES)
017800         MOVE AFR-ENTITE    TO W-REG-ENTITE (NB-REGLES)
017900         MOVE AFR-OPERATEUR TO W-REG-OPERATEUR (NB-REGLES)
017910         MOVE AFR-UNITE     TO W-REG-UNITE (NB-REGLES)
018000         MOVE ZERO          TO W-REG-NB-AFFECTES (NB-REGLES)
018100     ELSE
018200         MOVE 'TABLE DES REGLES SATUREE' TO W-MOTIF-ABANDON
019200      OR WRK-OPERATEUR NOT = SPACES
019300         GO TO 2000-SUIVANT.
019400     ADD 1 TO CPT-OUVERTS.
019410     PERFORM 2050-POSER-UNITE THRU 2050-EXIT.
019500     PERFORM 2100-CHOISIR-OPERATEUR THRU 2100-EXIT.
019600     IF IX-CHOISI = ZERO
019700         ADD 1 TO CPT-SANS-POOL
021000     PERFORM 8100-LIRE-WRK THRU 8100-EXIT.
021100 2000-EXIT.
021200     EXIT.
021203******************************************************************
021206*  2050-POSER-UNITE : UNITE PROPRIETAIRE DU MAITRE POSEE SUR     *
021209*  L ELEMENT QUI N EN PORTE PAS ENCORE, ET REECRITE AUSSITOT     *
021212*  (MEME SANS POOL) - CLE HORS FFFFFGS : L ELEMENT RESTE SANS    *
021215*  UNITE ET NE SUIT QUE LES REGLES SANS UNITE                    *
021218******************************************************************
021221 2050-POSER-UNITE.
021224     IF WRK-UNITE NOT = SPACES AND NOT = LOW-VALUE
021227         GO TO 2050-EXIT.
021230     MOVE SPACES      TO WRK-UNITE.
021233     MOVE WRK-FGS-CLE TO FFFFFGS-CLE.
021236     READ FFFFFGS.
021239     IF W-FGS-ABSENT
021242         GO TO 2050-EXIT.
021245     IF NOT W-FGS-OK
021248         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
021251         GO TO 9900-ABANDON.
021254     IF FFFFFGS-UNITE = SPACES OR LOW-VALUE
021257         GO TO 2050-EXIT.
021260     MOVE FFFFFGS-UNITE TO WRK-UNITE.
021263     REWRITE WRK-ENREG.
021266     IF NOT W-WRK-OK
021269         MOVE 'REWRITE WRKBSK' TO W-MOTIF-ABANDON
021272         GO TO 9900-ABANDON.
021275     ADD 1 TO CPT-UNITES-POSEES.
021278 2050-EXIT.
021281     EXIT.
021300******************************************************************
021400*  2100-CHOISIR-OPERATEUR : PARMI LES REGLES DU COUPLE FILE /    *
021500*  ENTITE (ET DE L UNITE SI LA CARTE EN PORTE UNE), L OPERATEUR  *
021600*  HABILITE (GSAU400) LE MOINS CHARGE L EMPORTE - LE TOURNIQUET  *
021650*  SUIT LA CHARGE                                                *
021700******************************************************************
021800 2100-CHOISIR-OPERATEUR.
021900     MOVE ZERO TO IX-CHOISI IX-REG.
022600     IF W-REG-ENTITE (IX-REG) NOT = SPACES
022700      AND W-REG-ENTITE (IX-REG) NOT = WRK-FGS-CLE (1:2)
022800         GO TO 2100-REGLE.
022810     IF W-REG-UNITE (IX-REG) NOT = SPACES
022820      AND W-REG-UNITE (IX-REG) NOT = WRK-UNITE
022830         GO TO 2100-REGLE.
022900     MOVE W-REG-OPERATEUR (IX-REG) TO AUZ-OPERATEUR.
023000     MOVE 'M'        TO AUZ-FONCTION.
023100     MOVE 'GSWB083 ' TO AUZ-PROGRAMME.
023500     IF AUZ-ENTITE NOT = SPACES
023600      AND AUZ-ENTITE NOT = WRK-FGS-CLE (1:2)
023700         GO TO 2100-REGLE.
023710     IF AUZ-UNITE NOT = SPACES
023720      AND AUZ-UNITE NOT = WRK-UNITE
023730         GO TO 2100-REGLE.
023800     IF IX-CHOISI = ZERO
023900         MOVE IX-REG TO IX-CHOISI
024000         GO TO 2100-REGLE.
025600     MOVE W-REG-OPERATEUR (IX-REG)   TO AFD-OPERATEUR.
025700     MOVE W-REG-FILE (IX-REG)        TO AFD-FILE.
025800     MOVE W-REG-ENTITE (IX-REG)      TO AFD-ENTITE.
025810     MOVE W-REG-UNITE (IX-REG)       TO AFD-UNITE.
025900     MOVE W-REG-NB-AFFECTES (IX-REG) TO AFD-NB.
026000     WRITE AFE-LIGNE FROM AFE-DETAIL.
026100     GO TO 3000-LIGNE.
026200 3000-BILAN.
026300     CLOSE WRKBSK FFFFFGS ETATAFF.
026400     DISPLAY 'GSWB083 - OUVERTS SANS OPERATEUR : ' CPT-OUVERTS.
026500     DISPLAY 'GSWB083 - AFFECTES               : ' CPT-AFFECTES.
026600     DISPLAY 'GSWB083 - SANS POOL              : ' CPT-SANS-POOL.
026610     DISPLAY 'GSWB083 - UNITES POSEES          : '
026620             CPT-UNITES-POSEES.
026700 3000-EXIT.
026800     EXIT.
026900******************************************************************
