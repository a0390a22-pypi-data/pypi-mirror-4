002100*     REPL ;                                                     *
002200*   - AFFVEAP : LIGNES LIEES EXAMINEES - AUCUNE COLONNE          *
002300*     NOMINATIVE, CONSTAT PORTE AU CERTIFICAT.                   *
002310*   - DOCFIC : LES DOCUMENTS NUMERISES INDEXES SOUS LA CLE       *
002320*     SONT RETIRES DE L INDEX SI LEUR DUREE DE CONSERVATION      *
002330*     (CLASSE REFTBL DOCR) EST ECHUE ; SINON ILS SONT            *
002340*     CONSERVES ET PORTES AU CERTIFICAT AVEC LEUR ECHEANCE       *
002350*     (CLASSE INCONNUE OU 999 = CONSERVATION PERMANENTE). LA     *
002360*     CLE GELEE GARDE SES DOCUMENTS COMME LE RESTE.              *
002400*  CHAQUE EMPLACEMENT ACTIONNE SORT SUR LE CERTIFICAT            *
002500*  D ACHEVEMENT ETATEFF : LA PREUVE REMPLACE LE HAUSSEMENT       *
002600*  D EPAULES.                                                    *
002920*                GELE REND LE CODE 12 SANS AUCUNE ACTION, UN     *
002930*                ENREGISTREMENT GELE PAR CLE EST PRESERVE ET     *
002940*                PORTE AU CERTIFICAT                             *
002950*  15/10/26  DA  INDEX DES DOCUMENTS NUMERISES DOCFIC : RETRAIT  *
002960*                SELON LA CLASSE DE CONSERVATION, GEL RESPECTE   *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004300       ACCESS MODE   SEQUENTIAL
004400       RECORD KEY    FFFFFGS-CLE
004500       FILE STATUS   W-FFFFFGS-STATUS.
004510     SELECT DOCFIC  ASSIGN  DOCFIC
004520       ORGANIZATION  INDEXED
004530       ACCESS MODE   DYNAMIC
004540       RECORD KEY    DOC-CLE
004550       FILE STATUS   W-DOCFIC-STATUS.
004600     SELECT ETATEFF ASSIGN  ETATEFF
004700       ORGANIZATION  SEQUENTIAL
004800       FILE STATUS   W-ETATEFF-STATUS.
005200     LABEL RECORD STANDARD
005300     DATA RECORD FFFFFGS-ENREG.
005400 COPY FFFFFFGS.
005410 FD  DOCFIC
005420     LABEL RECORD STANDARD
005430     DATA RECORD DOC-ENREG.
005440 COPY FFFFFGDX.
005500 FD  ETATEFF
005600     LABEL RECORD STANDARD
005700     DATA RECORD EFF-LIGNE.
007010 COPY GSHDZ.
007020 77  CPT-FGS-PRESERVES               PIC S9(08) COMP VALUE ZERO.
007030 01  W-NB-PRESERVES                  PIC 9(08).
007032 77  CPT-DOC-RETIRES                 PIC S9(08) COMP VALUE ZERO.
007034 77  CPT-DOC-CONSERVES               PIC S9(08) COMP VALUE ZERO.
007036 01  W-NB-DOC-RET                    PIC 9(08).
007038 01  W-NB-DOC-CONS                   PIC 9(08).
007040 01  W-DOCFIC-STATUS                 PIC X(02).
007042     88  W-DOC-OK                    VALUE '00'.
007044     88  W-DOC-FIN                   VALUE '10'.
007046     88  W-DOC-ABSENT                VALUE '23'.
007048*    ECHEANCE DE CONSERVATION : RECEPTION + DUREE DE LA CLASSE
007050 01  W-DUREE                         PIC 9(03).
007052 01  W-ECHEANCE                      PIC 9(08).
007054 COPY GSREFZ.
007100 01  W-NB-FGS-AFF                    PIC 9(08).
007200 01  W-NB-SEG-AFF                    PIC 9(08).
007300 01  W-NB-AFF-AFF                    PIC 9(08).
010300                 W-FFFFFGS-STATUS
010400         MOVE 16 TO RETURN-CODE
010500         STOP RUN.
010510     OPEN I-O DOCFIC.
010520     IF NOT W-DOC-OK
010530         DISPLAY 'GSRE380 - OPEN DOCFIC : '
010540                 W-DOCFIC-STATUS
010550         MOVE 16 TO RETURN-CODE
010560         STOP RUN.
010600     OPEN OUTPUT ETATEFF.
010700     MOVE SPACES TO EFF-LIGNE.
010800     STRING 'CERTIFICAT D EFFACEMENT - SUJET '
012300            DELIMITED SIZE INTO EFF-LIGNE
012400     END-STRING.
012500     WRITE EFF-LIGNE.
012501     MOVE CPT-DOC-RETIRES   TO W-NB-DOC-RET.
012502     MOVE CPT-DOC-CONSERVES TO W-NB-DOC-CONS.
012503     MOVE SPACES TO EFF-LIGNE.
012504     STRING 'TOTAL - DOCFIC RETIRES : ' W-NB-DOC-RET
012505            ' CONSERVES (RETENTION) : ' W-NB-DOC-CONS
012506            DELIMITED SIZE INTO EFF-LIGNE
012507     END-STRING.
012508     WRITE EFF-LIGNE.
012510     IF CPT-FGS-PRESERVES GREATER ZERO
012520         MOVE CPT-FGS-PRESERVES TO W-NB-PRESERVES
012530         MOVE SPACES TO EFF-LIGNE
012570         END-STRING
012580         WRITE EFF-LIGNE
012590         MOVE 12 TO RETURN-CODE.
012600     CLOSE FFFFFGS DOCFIC ETATEFF.
012700     GOBACK.
012800 0000-EXIT.
012900     EXIT.
015400     WRITE EFF-LIGNE.
015500     PERFORM 2100-SEGMENTS THRU 2100-EXIT.
015600     PERFORM 2200-AFFVEAP THRU 2200-EXIT.
015650     PERFORM 2300-DOCUMENTS THRU 2300-EXIT.
015700 2000-SUIVANT.
015800     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
015900 2000-EXIT.
021500     WRITE EFF-LIGNE.
021600 2200-EXIT.
021700     EXIT.
021701******************************************************************
021702*  2300-DOCUMENTS : LES DOCUMENTS NUMERISES INDEXES SOUS LA CLE  *
021703******************************************************************
021704 2300-DOCUMENTS.
021705     MOVE FFFFFGS-CLE TO DOC-FGS-CLE.
021706     MOVE LOW-VALUE   TO DOC-REF-IMAGE.
021707     START DOCFIC KEY NOT LESS DOC-CLE.
021708     IF W-DOC-ABSENT
021709         GO TO 2300-EXIT.
021710     IF NOT W-DOC-OK
021711         DISPLAY 'GSRE380 - START DOCFIC : '
021712                 W-DOCFIC-STATUS
021713         MOVE 16 TO RETURN-CODE
021714         STOP RUN.
021715 2300-BOUCLE.
021716     READ DOCFIC NEXT.
021717     IF W-DOC-FIN
021718         GO TO 2300-EXIT.
021719     IF NOT W-DOC-OK
021720         DISPLAY 'GSRE380 - READ DOCFIC : '
021721                 W-DOCFIC-STATUS
021722         MOVE 16 TO RETURN-CODE
021723         STOP RUN.
021724     IF DOC-FGS-CLE NOT = FFFFFGS-CLE
021725         GO TO 2300-EXIT.
021726     PERFORM 2310-UN-DOCUMENT THRU 2310-EXIT.
021727     GO TO 2300-BOUCLE.
021728 2300-EXIT.
021729     EXIT.
021730******************************************************************
021731*  2310-UN-DOCUMENT : RETENTION ECHUE = RETIRE DE L INDEX ; SINON*
021732*  CONSERVE JUSQU A L ECHEANCE DE SA CLASSE (PORTE AU CERTIFICAT)*
021733******************************************************************
021734 2310-UN-DOCUMENT.
021735     MOVE 99999999             TO W-ECHEANCE.
021736     MOVE 'DOCR'               TO REF-D-TYPE.
021737     MOVE DOC-CLASSE-RETENTION TO REF-D-CODE.
021738     MOVE ZERO                 TO REF-D-DATE.
021739     CALL 'GSRT060' USING REF-DEM.
021740     IF REF-D-INCIDENT
021741         DISPLAY 'GSRE380 - GSRT060 LECTURE REFTBL DOCR'
021742         MOVE 16 TO RETURN-CODE
021743         STOP RUN.
021744     IF REF-D-TROUVE
021745      AND REF-D-LIB-COURT (1:3) NUMERIC
021746         MOVE REF-D-LIB-COURT (1:3) TO W-DUREE
021747         IF W-DUREE NOT = 999
021748             COMPUTE W-ECHEANCE =
021749                 DOC-DATE-RECEPTION + W-DUREE * 10000.
021750     IF W-ECHEANCE = 99999999
021751         ADD 1 TO CPT-DOC-CONSERVES
021752         MOVE SPACES TO EFF-LIGNE
021753         STRING 'CONSERVE  DOCFIC ' DOC-FGS-CLE '/' DOC-REF-IMAGE
021754                ' RETENTION CLASSE ' DOC-CLASSE-RETENTION
021755                ' PERMANENTE'
021756                DELIMITED SIZE INTO EFF-LIGNE
021757         END-STRING
021758         WRITE EFF-LIGNE
021759         GO TO 2310-EXIT.
021760     IF W-ECHEANCE NOT LESS W-DATE-JOUR
021761         ADD 1 TO CPT-DOC-CONSERVES
021762         MOVE SPACES TO EFF-LIGNE
021763         STRING 'CONSERVE  DOCFIC ' DOC-FGS-CLE '/' DOC-REF-IMAGE
021764                ' RETENTION CLASSE ' DOC-CLASSE-RETENTION
021765                ' JUSQU AU ' W-ECHEANCE
021766                DELIMITED SIZE INTO EFF-LIGNE
021767         END-STRING
021768         WRITE EFF-LIGNE
021769         GO TO 2310-EXIT.
021770     DELETE DOCFIC.
021771     IF NOT W-DOC-OK
021772         DISPLAY 'GSRE380 - DELETE DOCFIC : '
021773                 W-DOCFIC-STATUS
021774         MOVE 16 TO RETURN-CODE
021775         STOP RUN.
021776     ADD 1 TO CPT-DOC-RETIRES.
021777     MOVE SPACES TO EFF-LIGNE.
021778     STRING 'ACTIONNE  DOCFIC ' DOC-FGS-CLE '/' DOC-REF-IMAGE
021779            ' RETENTION ECHUE - RETIRE DE L INDEX'
021780            DELIMITED SIZE INTO EFF-LIGNE
021781     END-STRING.
021782     WRITE EFF-LIGNE.
021783 2310-EXIT.
021784     EXIT.
021800******************************************************************
021900*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
022000******************************************************************
