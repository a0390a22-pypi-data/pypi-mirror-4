000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSIN112.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSIN112 : FICHE QUALITE MENSUELLE DES PARTENAIRES             *
000900*  ------------------------------------------------------------  *
001000*  POUR LE MOIS DE LA CARTE QLTPARM, UNE FICHE PAR PARTENAIRE    *
001100*  TIREE DU JOURNAL QUALITE QLTJRN (GSIN111, GSBT010, GSBS020) : *
001200*   - VOLUME RECU, ACCEPTE ET REFUSE A L INTEGRATION GSIN110 ;   *
001300*   - TAUX DE REFUS AU PREMIER PASSAGE = (REFUS D INTEGRATION +  *
001400*     PREMIERS REJETS AU SUSPENS) / VOLUME RECU ;                *
001500*   - LES CINQ PRINCIPAUX MOTIFS DE REFUS DU MOIS, LIBELLES      *
001600*     REFTBL MOTR (GSRT060) ;                                    *
001700*   - LE SEJOUR AU SUSPENS : ENTREES, RE-REJETS, RECYCLAGES,     *
001800*     SORTIES ET DUREE MOYENNE EN CYCLES DE CHAINE, ESCALADES ;  *
001900*   - LA TENDANCE DES TREIZE DERNIERS MOIS.                      *
002000*  UN TAUX DE REFUS AU DELA DU SEUIL CONVENU EST SIGNALE SUR LA  *
002100*  FICHE ET RECAPITULE EN FIN D ETAT ETATQLT (CODE RETOUR 4).    *
002200*  CARTE QLTPARM : MOIS AAAAMM, UN BLANC, SEUIL EN POUR CENT     *
002300*  99V9 (BLANC = 5,0 %).                                         *
002400*  CHAQUE FICHE EST AUSSI VERSEE AU DEPOT REPOFIC SOUS LE NOM    *
002500*  DU PARTENAIRE (ETAT = SOURCE, DATE DU PASSAGE, CYCLE ZERO)    *
002600*  POUR LUI ETRE ADRESSEE - SAUF CELLE DES LOTS SANS ENTETE      *
002700*  (INCONNU). LE LIBELLE DU PARTENAIRE VIENT DE FLXCAL.          *
002800*  LE JOURNAL EST RECOPIE EN NOUVELLE GENERATION QLTSOR, SANS    *
002900*  LES EVENEMENTS ANTERIEURS AUX TREIZE MOIS DE LA FICHE.        *
003000*  ------------------------------------------------------------  *
003100*  HISTORIQUE DES MODIFICATIONS                                  *
003200*  15/10/26  DA  CREATION                                        *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.
003700     IBM-370.
003800 OBJECT-COMPUTER.
003900     IBM-370.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT QLTJRN  ASSIGN  QLTJRN
004500       ORGANIZATION  SEQUENTIAL
004600       FILE STATUS   W-QLTJRN-STATUS.
004700     SELECT QLTSOR  ASSIGN  QLTSOR
004800       ORGANIZATION  SEQUENTIAL
004900       FILE STATUS   W-QLTSOR-STATUS.
005000     SELECT FLXCAL  ASSIGN  FLXCAL
005100       ORGANIZATION  INDEXED
005200       ACCESS MODE   RANDOM
005300       RECORD KEY    FLX-SOURCE
005400       FILE STATUS   W-FLXCAL-STATUS.
005500     SELECT ETATQLT ASSIGN  ETATQLT
005600       ORGANIZATION  SEQUENTIAL
005700       FILE STATUS   W-ETATQLT-STATUS.
005800     SELECT REPOFIC ASSIGN  REPOFIC
005900       ORGANIZATION  INDEXED
006000       ACCESS MODE   RANDOM
006100       RECORD KEY    REP-CLE
006200       FILE STATUS   W-REPOFIC-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  QLTJRN
006600     LABEL RECORD STANDARD
006700     DATA RECORD QLJ-ENREG.
006800 COPY FFFFFGQJ.
006900 FD  QLTSOR
007000     LABEL RECORD STANDARD
007100     DATA RECORD QLS-ENREG.
007200 01  QLS-ENREG                       PIC X(80).
007300 FD  FLXCAL
007400     LABEL RECORD STANDARD
007500     DATA RECORD FLX-ENREG.
007600 COPY FFFFFGFL.
007700 FD  ETATQLT
007800     LABEL RECORD STANDARD
007900     DATA RECORD EQL-LIGNE.
008000 01  EQL-LIGNE                       PIC X(132).
008100 FD  REPOFIC
008200     LABEL RECORD STANDARD
008300     DATA RECORD REP-ENREG.
008400 COPY FFFFFGQ.
008500 WORKING-STORAGE SECTION.
008600 77  CPT-EVT-LUS                     PIC S9(08) COMP VALUE ZERO.
008700 77  CPT-EVT-PURGES                  PIC S9(08) COMP VALUE ZERO.
008800 77  CPT-FICHES                      PIC S9(08) COMP VALUE ZERO.
008900 77  CPT-SIGNALES                    PIC S9(08) COMP VALUE ZERO.
009000 77  CPT-DEPOSEES                    PIC S9(08) COMP VALUE ZERO.
009100 77  NB-PART                         PIC S9(04) COMP VALUE ZERO.
009200 77  IX-PART                         PIC S9(04) COMP VALUE ZERO.
009300 77  IX-DEC                          PIC S9(04) COMP VALUE ZERO.
009400 77  IX-MOIS                         PIC S9(04) COMP VALUE ZERO.
009500 77  IX-RAZ                          PIC S9(04) COMP VALUE ZERO.
009600 77  IX-MOT                          PIC S9(04) COMP VALUE ZERO.
009700 77  IX-TOP                          PIC S9(04) COMP VALUE ZERO.
009800 77  IX-MAX                          PIC S9(04) COMP VALUE ZERO.
009900 77  W-NO-LIGNE                      PIC 9(06) VALUE ZERO.
010000 01  W-FIN-QLJ                       PIC X(01) VALUE 'N'.
010100     88  FIN-QLJ                     VALUE 'O'.
010200 01  W-QLTJRN-STATUS                 PIC X(02).
010300     88  W-QLJ-OK                    VALUE '00'.
010400     88  W-QLJ-FIN                   VALUE '10'.
010500 01  W-QLTSOR-STATUS                 PIC X(02).
010600     88  W-QLS-OK                    VALUE '00'.
010700 01  W-FLXCAL-STATUS                 PIC X(02).
010800     88  W-FLX-OK                    VALUE '00'.
010900 01  W-ETATQLT-STATUS                PIC X(02).
011000     88  W-EQL-OK                    VALUE '00'.
011100 01  W-REPOFIC-STATUS                PIC X(02).
011200     88  W-REP-OK                    VALUE '00'.
011300     88  W-REP-DOUBLE                VALUE '22'.
011400 01  W-FLXCAL-OUVERT                 PIC X(01) VALUE 'N'.
011500 01  W-DEPOSER                       PIC X(01) VALUE 'N'.
011600 01  W-SIGNALE                       PIC X(01) VALUE 'N'.
011700 01  W-MOTIF-ABANDON                 PIC X(40).
011800 01  W-PARM.
011900     05  W-PARM-MOIS                 PIC 9(06).
012000     05  FILLER                      PIC X(01).
012100     05  W-PARM-SEUIL                PIC 9(02)V9.
012200 01  W-SEUIL                         PIC S9(03)V9 COMP-3.
012300 01  W-DATE-JOUR                     PIC 9(08).
012400 01  W-AA                            PIC 9(04).
012500 01  W-MM                            PIC 9(02).
012600*    LES MOIS SONT COMPTES EN AA * 12 + MM - 1 POUR LES ECARTS
012700 01  W-MOIS-CIBLE                    PIC S9(07) COMP.
012800 01  W-MOIS-EVT                      PIC S9(07) COMP.
012900 01  W-ECART                         PIC S9(07) COMP.
013000 01  W-PREMIERS                      PIC S9(08) COMP.
013100 01  W-TOTAL-MOTIFS                  PIC S9(08) COMP.
013200 01  W-MAX-NB                        PIC S9(08) COMP.
013300 01  W-TAUX                          PIC S9(03)V9 COMP-3.
013400 01  W-DUREE                         PIC S9(03)V9 COMP-3.
013500 01  W-LIBELLE                       PIC X(30).
013600 01  W-LIGNE                         PIC X(132).
013700*    CUMULS PAR PARTENAIRE (ORDRE DES SOURCES) ET PAR MOIS - LE
013800*    POSTE 13 EST LE MOIS DE LA FICHE, LE POSTE 1 DOUZE MOIS AVANT
013900*    LES MOTIFS NE SONT COMPTES QUE POUR LE MOIS DE LA FICHE
014000 01  W-TABLE-PART.
014100     05  W-PART OCCURS 200.
014200         10  W-P-CODE                PIC X(08).
014300         10  W-P-SIGNALE             PIC X(01).
014400         10  W-P-MOIS OCCURS 13.
014500             15  W-P-RECUS           PIC S9(08) COMP.
014600             15  W-P-ACCEPTES        PIC S9(08) COMP.
014700             15  W-P-REFUSES         PIC S9(08) COMP.
014800             15  W-P-ENTREES         PIC S9(08) COMP.
014900             15  W-P-RE-REJETS       PIC S9(08) COMP.
015000             15  W-P-RECYCLES        PIC S9(08) COMP.
015100             15  W-P-SORTIES         PIC S9(08) COMP.
015200             15  W-P-AGES            PIC S9(08) COMP.
015300             15  W-P-ESCALADES       PIC S9(08) COMP.
015400         10  W-P-NB-MOTIFS           PIC S9(04) COMP.
015500         10  W-P-MOT-AUTRES          PIC S9(08) COMP.
015600         10  W-P-MOTIF OCCURS 20.
015700             15  W-P-MOT-CODE        PIC X(04).
015800             15  W-P-MOT-NB          PIC S9(08) COMP.
015900 01  W-TABLE-TOP.
016000     05  W-TOP-NB OCCURS 20          PIC S9(08) COMP.
016100 COPY GSREFZ.
016200 01  EQL-BLANC                       PIC X(132) VALUE SPACES.
016300 01  EQL-ENTETE.
016400     05  FILLER                      PIC X(36)
016500         VALUE 'GSIN112 - FICHE QUALITE PARTENAIRE '.
016600     05  EQL-E-PART                  PIC X(08).
016700     05  FILLER                      PIC X(01) VALUE SPACE.
016800     05  EQL-E-LIBELLE               PIC X(30).
016900     05  FILLER                      PIC X(07) VALUE ' MOIS '.
017000     05  EQL-E-MOIS                  PIC 9(06).
017100     05  FILLER                      PIC X(44) VALUE SPACES.
017200 01  EQL-VOLUME.
017300     05  FILLER                      PIC X(14)
017400         VALUE 'VOLUME RECU : '.
017500     05  EQL-V-RECUS                 PIC Z(07)9.
017600     05  FILLER                      PIC X(12)
017700         VALUE ' ACCEPTES : '.
017800     05  EQL-V-ACCEPTES              PIC Z(07)9.
017900     05  FILLER                      PIC X(11)
018000         VALUE ' REFUSES : '.
018100     05  EQL-V-REFUSES               PIC Z(07)9.
018200     05  FILLER                      PIC X(18)
018300         VALUE ' REJETS SUSPENS : '.
018400     05  EQL-V-REJETS                PIC Z(07)9.
018500     05  FILLER                      PIC X(17)
018600         VALUE ' TAUX DE REFUS : '.
018700     05  EQL-V-TAUX                  PIC ZZ9,9.
018800     05  EQL-V-SIGNE                 PIC X(01).
018900     05  FILLER                      PIC X(01) VALUE SPACE.
019000     05  EQL-V-ALERTE                PIC X(13).
019100     05  FILLER                      PIC X(08) VALUE SPACES.
019200 01  EQL-SUSPENS.
019300     05  FILLER                      PIC X(20)
019400         VALUE 'SUSPENS - ENTREES : '.
019500     05  EQL-S-ENTREES               PIC Z(07)9.
019600     05  FILLER                      PIC X(13)
019700         VALUE ' RE-REJETS : '.
019800     05  EQL-S-RE-REJETS             PIC Z(07)9.
019900     05  FILLER                      PIC X(12)
020000         VALUE ' RECYCLES : '.
020100     05  EQL-S-RECYCLES              PIC Z(07)9.
020200     05  FILLER                      PIC X(11)
020300         VALUE ' SORTIES : '.
020400     05  EQL-S-SORTIES               PIC Z(07)9.
020500     05  FILLER                      PIC X(13)
020600         VALUE ' ESCALADES : '.
020700     05  EQL-S-ESCALADES             PIC Z(07)9.
020800     05  FILLER                      PIC X(23) VALUE SPACES.
020900 01  EQL-DUREE.
021000     05  FILLER                      PIC X(27)
021100         VALUE 'DUREE MOYENNE AU SUSPENS : '.
021200     05  EQL-D-DUREE                 PIC ZZ9,9.
021300     05  FILLER                      PIC X(17)
021400         VALUE ' CYCLES DE CHAINE'.
021500     05  FILLER                      PIC X(83) VALUE SPACES.
021600 01  EQL-MOTIFS-TITRE.
021700     05  FILLER                      PIC X(34)
021800         VALUE 'PRINCIPAUX MOTIFS DE REFUS DU MOIS'.
021900     05  FILLER                      PIC X(98) VALUE SPACES.
022000 01  EQL-MOTIF.
022100     05  FILLER                      PIC X(02) VALUE SPACES.
022200     05  EQL-M-CODE                  PIC X(04).
022300     05  FILLER                      PIC X(01) VALUE SPACE.
022400     05  EQL-M-LIBELLE               PIC X(40).
022500     05  FILLER                      PIC X(01) VALUE SPACE.
022600     05  EQL-M-NB                    PIC Z(07)9.
022700     05  FILLER                      PIC X(01) VALUE SPACE.
022800     05  EQL-M-PART                  PIC ZZ9,9.
022900     05  FILLER                      PIC X(01) VALUE '%'.
023000     05  FILLER                      PIC X(69) VALUE SPACES.
023100 01  EQL-AUCUN-MOTIF.
023200     05  FILLER                      PIC X(13)
023300         VALUE '  AUCUN REFUS'.
023400     05  FILLER                      PIC X(119) VALUE SPACES.
023500 01  EQL-TENDANCE-TITRE.
023600     05  FILLER                      PIC X(24)
023700         VALUE 'TENDANCE SUR TREIZE MOIS'.
023800     05  FILLER                      PIC X(108) VALUE SPACES.
023900 01  EQL-T-TITRES.
024000     05  FILLER                      PIC X(34)
024100         VALUE 'MOIS      RECUS ACCEPTES  REFUSES '.
024200     05  FILLER                      PIC X(48)
024300         VALUE '  REJETS  TAUX  RECYCLES  SORTIES DUREE ESCALADE'.
024400     05  FILLER                      PIC X(50) VALUE SPACES.
024500 01  EQL-TENDANCE.
024600     05  EQL-T-MOIS                  PIC 9(06).
024700     05  FILLER                      PIC X(01) VALUE SPACE.
024800     05  EQL-T-RECUS                 PIC Z(07)9.
024900     05  FILLER                      PIC X(01) VALUE SPACE.
025000     05  EQL-T-ACCEPTES              PIC Z(07)9.
025100     05  FILLER                      PIC X(01) VALUE SPACE.
025200     05  EQL-T-REFUSES               PIC Z(07)9.
025300     05  FILLER                      PIC X(01) VALUE SPACE.
025400     05  EQL-T-REJETS                PIC Z(07)9.
025500     05  FILLER                      PIC X(01) VALUE SPACE.
025600     05  EQL-T-TAUX                  PIC ZZ9,9.
025700     05  EQL-T-SIGNE                 PIC X(01).
025800     05  FILLER                      PIC X(01) VALUE SPACE.
025900     05  EQL-T-RECYCLES              PIC Z(07)9.
026000     05  FILLER                      PIC X(01) VALUE SPACE.
026100     05  EQL-T-SORTIES               PIC Z(07)9.
026200     05  FILLER                      PIC X(01) VALUE SPACE.
026300     05  EQL-T-DUREE                 PIC ZZ9,9.
026400     05  FILLER                      PIC X(01) VALUE SPACE.
026500     05  EQL-T-ESCALADES             PIC Z(07)9.
026600     05  FILLER                      PIC X(01) VALUE SPACE.
026700     05  EQL-T-ALERTE                PIC X(13).
026800     05  FILLER                      PIC X(36) VALUE SPACES.
026900 01  EQL-RECAP-TITRE.
027000     05  FILLER                      PIC X(32)
027100         VALUE 'PARTENAIRES AU DELA DU SEUIL DE '.
027200     05  EQL-R-SEUIL                 PIC ZZ9,9.
027300     05  FILLER                      PIC X(30)
027400         VALUE ' % DE REFUS AU PREMIER PASSAGE'.
027500     05  FILLER                      PIC X(65) VALUE SPACES.
027600 01  EQL-RECAP.
027700     05  FILLER                      PIC X(02) VALUE SPACES.
027800     05  EQL-R-PART                  PIC X(08).
027900     05  FILLER                      PIC X(01) VALUE SPACE.
028000     05  EQL-R-LIBELLE               PIC X(30).
028100     05  FILLER                      PIC X(08) VALUE ' TAUX : '.
028200     05  EQL-R-TAUX                  PIC ZZ9,9.
028300     05  FILLER                      PIC X(01) VALUE '%'.
028400     05  FILLER                      PIC X(77) VALUE SPACES.
028500 01  EQL-RECAP-AUCUN.
028600     05  FILLER                      PIC X(18)
028700         VALUE '  AUCUN PARTENAIRE'.
028800     05  FILLER                      PIC X(114) VALUE SPACES.
028900 PROCEDURE DIVISION.
029000******************************************************************
029100*  0000-MAINLINE : CUMUL DU JOURNAL, FICHES, RECAPITULATIF       *
029200******************************************************************
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
029500     PERFORM 2000-UN-EVENEMENT THRU 2000-EXIT
029600         UNTIL FIN-QLJ.
029700     PERFORM 4000-UNE-FICHE THRU 4000-EXIT
029800         VARYING IX-PART FROM 1 BY 1
029900         UNTIL IX-PART GREATER NB-PART.
030000     PERFORM 5000-RECAPITULATIF THRU 5000-EXIT.
030100     PERFORM 6000-TERMINAISON THRU 6000-EXIT.
030200     GOBACK.
030300 0000-EXIT.
030400     EXIT.
030500******************************************************************
030600*  1000-INITIALISATION : CARTE, MOIS DE LA FICHE, OUVERTURES     *
030700******************************************************************
030800 1000-INITIALISATION.
030900     ACCEPT W-PARM.
031000     IF W-PARM-MOIS NOT NUMERIC
031100         MOVE 'CARTE QLTPARM INVALIDE' TO W-MOTIF-ABANDON
031200         GO TO 9900-ABANDON.
031300     MOVE W-PARM-MOIS (1:4) TO W-AA.
031400     MOVE W-PARM-MOIS (5:2) TO W-MM.
031500     IF W-MM LESS 1 OR W-MM GREATER 12
031600         MOVE 'CARTE QLTPARM - MOIS INVALIDE' TO W-MOTIF-ABANDON
031700         GO TO 9900-ABANDON.
031800     COMPUTE W-MOIS-CIBLE = W-AA * 12 + W-MM - 1.
031900     IF W-PARM-SEUIL NUMERIC
032000         MOVE W-PARM-SEUIL TO W-SEUIL
032100     ELSE
032200         MOVE 5 TO W-SEUIL.
032300     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
032400     OPEN INPUT QLTJRN.
032500     IF NOT W-QLJ-OK
032600         MOVE 'OPEN QLTJRN'  TO W-MOTIF-ABANDON
032700         GO TO 9900-ABANDON.
032800     OPEN OUTPUT QLTSOR.
032900     IF NOT W-QLS-OK
033000         MOVE 'OPEN QLTSOR'  TO W-MOTIF-ABANDON
033100         GO TO 9900-ABANDON.
033200     OPEN OUTPUT ETATQLT.
033300     IF NOT W-EQL-OK
033400         MOVE 'OPEN ETATQLT' TO W-MOTIF-ABANDON
033500         GO TO 9900-ABANDON.
033600     OPEN I-O REPOFIC.
033700     IF NOT W-REP-OK
033800         MOVE 'OPEN REPOFIC' TO W-MOTIF-ABANDON
033900         GO TO 9900-ABANDON.
034000*    SANS CALENDRIER DES FLUX LES FICHES PARTENT SANS LIBELLE
034100     OPEN INPUT FLXCAL.
034200     IF W-FLX-OK
034300         MOVE 'O' TO W-FLXCAL-OUVERT.
034400     PERFORM 8100-LIRE-QLJ THRU 8100-EXIT.
034500 1000-EXIT.
034600     EXIT.
034700******************************************************************
034800*  2000-UN-EVENEMENT : RECOPIE EN NOUVELLE GENERATION (SAUF PLUS *
034900*  DE TREIZE MOIS) ET CUMUL AU MOIS DU PARTENAIRE - UN EVENEMENT *
035000*  POSTERIEUR AU MOIS DE LA FICHE EST RECOPIE SANS ETRE COMPTE   *
035100******************************************************************
035200 2000-UN-EVENEMENT.
035300     ADD 1 TO CPT-EVT-LUS.
035400     IF QLJ-DATE NOT NUMERIC
035500         ADD 1 TO CPT-EVT-PURGES
035600         GO TO 2000-SUIVANT.
035700     MOVE QLJ-DATE (1:4) TO W-AA.
035800     MOVE QLJ-DATE (5:2) TO W-MM.
035900     COMPUTE W-ECART = W-MOIS-CIBLE - (W-AA * 12 + W-MM - 1).
036000     IF W-ECART GREATER 12
036100         ADD 1 TO CPT-EVT-PURGES
036200         GO TO 2000-SUIVANT.
036300     WRITE QLS-ENREG FROM QLJ-ENREG.
036400     IF NOT W-QLS-OK
036500         MOVE 'WRITE QLTSOR' TO W-MOTIF-ABANDON
036600         GO TO 9900-ABANDON.
036700     IF W-ECART LESS ZERO
036800         GO TO 2000-SUIVANT.
036900     COMPUTE IX-MOIS = 13 - W-ECART.
037000     PERFORM 2100-CHERCHER-PARTENAIRE THRU 2100-EXIT.
037100     PERFORM 2300-CUMULER THRU 2300-EXIT.
037200 2000-SUIVANT.
037300     PERFORM 8100-LIRE-QLJ THRU 8100-EXIT.
037400 2000-EXIT.
037500     EXIT.
037600******************************************************************
037700*  2100-CHERCHER-PARTENAIRE : POSTE DU PARTENAIRE, CREE A SA     *
037800*  PLACE DANS L ORDRE DES SOURCES S IL EST NOUVEAU               *
037900******************************************************************
038000 2100-CHERCHER-PARTENAIRE.
038100     MOVE 1 TO IX-PART.
038200 2100-BOUCLE.
038300     IF IX-PART GREATER NB-PART
038400         GO TO 2100-CREER.
038500     IF W-P-CODE (IX-PART) = QLJ-PARTENAIRE
038600         GO TO 2100-EXIT.
038700     IF W-P-CODE (IX-PART) GREATER QLJ-PARTENAIRE
038800         GO TO 2100-CREER.
038900     ADD 1 TO IX-PART.
039000     GO TO 2100-BOUCLE.
039100 2100-CREER.
039200     IF NB-PART NOT LESS 200
039300         MOVE 'TABLE DES PARTENAIRES PLEINE' TO W-MOTIF-ABANDON
039400         GO TO 9900-ABANDON.
039500     ADD 1 TO NB-PART.
039600     MOVE NB-PART TO IX-DEC.
039700     PERFORM 2150-DECALER THRU 2150-EXIT
039800         UNTIL IX-DEC NOT GREATER IX-PART.
039900     PERFORM 2200-RAZ-PARTENAIRE THRU 2200-EXIT.
040000 2100-EXIT.
040100     EXIT.
040200 2150-DECALER.
040300     MOVE W-PART (IX-DEC - 1) TO W-PART (IX-DEC).
040400     SUBTRACT 1 FROM IX-DEC.
040500 2150-EXIT.
040600     EXIT.
040700******************************************************************
040800*  2200-RAZ-PARTENAIRE : POSTE NEUF A ZERO                       *
040900******************************************************************
041000 2200-RAZ-PARTENAIRE.
041100     MOVE QLJ-PARTENAIRE TO W-P-CODE (IX-PART).
041200     MOVE 'N'            TO W-P-SIGNALE (IX-PART).
041300     MOVE ZERO TO W-P-NB-MOTIFS (IX-PART)
041400                  W-P-MOT-AUTRES (IX-PART).
041500     PERFORM 2250-RAZ-MOIS THRU 2250-EXIT
041600         VARYING IX-RAZ FROM 1 BY 1
041700         UNTIL IX-RAZ GREATER 13.
041800 2200-EXIT.
041900     EXIT.
042000 2250-RAZ-MOIS.
042100     MOVE ZERO TO W-P-RECUS (IX-PART IX-RAZ)
042200                  W-P-ACCEPTES (IX-PART IX-RAZ)
042300                  W-P-REFUSES (IX-PART IX-RAZ)
042400                  W-P-ENTREES (IX-PART IX-RAZ)
042500                  W-P-RE-REJETS (IX-PART IX-RAZ)
042600                  W-P-RECYCLES (IX-PART IX-RAZ)
042700                  W-P-SORTIES (IX-PART IX-RAZ)
042800                  W-P-AGES (IX-PART IX-RAZ)
042900                  W-P-ESCALADES (IX-PART IX-RAZ).
043000 2250-EXIT.
043100     EXIT.
043200******************************************************************
043300*  2300-CUMULER : L EVENEMENT AU MOIS DU PARTENAIRE - UN REJET   *
043400*  AU SUSPENS D AGE 1 EST UN PREMIER REJET, AU DELA UN RECYCLAGE *
043500*  EN ECHEC                                                      *
043600******************************************************************
043700 2300-CUMULER.
043800     EVALUATE TRUE
043900         WHEN QLJ-LOT
044000             ADD QLJ-RECUS    TO W-P-RECUS (IX-PART IX-MOIS)
044100             ADD QLJ-ACCEPTES TO W-P-ACCEPTES (IX-PART IX-MOIS)
044200             ADD QLJ-REFUSES  TO W-P-REFUSES (IX-PART IX-MOIS)
044300         WHEN QLJ-REFUS
044400             IF IX-MOIS = 13
044500                 PERFORM 2400-COMPTER-MOTIF THRU 2400-EXIT
044600             END-IF
044700         WHEN QLJ-ENTREE-SUSPENS
044800             IF QLJ-AGE GREATER 1
044900                 ADD 1 TO W-P-RE-REJETS (IX-PART IX-MOIS)
045000             ELSE
045100                 ADD 1 TO W-P-ENTREES (IX-PART IX-MOIS)
045200             END-IF
045300         WHEN QLJ-RECYCLAGE
045400             ADD 1 TO W-P-RECYCLES (IX-PART IX-MOIS)
045500         WHEN QLJ-SORTIE-SUSPENS
045600             ADD 1       TO W-P-SORTIES (IX-PART IX-MOIS)
045700             ADD QLJ-AGE TO W-P-AGES (IX-PART IX-MOIS)
045800         WHEN QLJ-ESCALADE
045900             ADD 1 TO W-P-ESCALADES (IX-PART IX-MOIS)
046000     END-EVALUATE.
046100 2300-EXIT.
046200     EXIT.
046300******************************************************************
046400*  2400-COMPTER-MOTIF : UN REFUS DU MOIS DE LA FICHE A SON MOTIF *
046500*  (AU DELA DE VINGT MOTIFS DISTINCTS : AUTRES MOTIFS)           *
046600******************************************************************
046700 2400-COMPTER-MOTIF.
046800     MOVE 1 TO IX-MOT.
046900 2400-BOUCLE.
047000     IF IX-MOT GREATER W-P-NB-MOTIFS (IX-PART)
047100         GO TO 2400-AJOUTER.
047200     IF W-P-MOT-CODE (IX-PART IX-MOT) = QLJ-CODE
047300         ADD 1 TO W-P-MOT-NB (IX-PART IX-MOT)
047400         GO TO 2400-EXIT.
047500     ADD 1 TO IX-MOT.
047600     GO TO 2400-BOUCLE.
047700 2400-AJOUTER.
047800     IF W-P-NB-MOTIFS (IX-PART) NOT LESS 20
047900         ADD 1 TO W-P-MOT-AUTRES (IX-PART)
048000         GO TO 2400-EXIT.
048100     ADD 1 TO W-P-NB-MOTIFS (IX-PART).
048200     MOVE W-P-NB-MOTIFS (IX-PART) TO IX-MOT.
048300     MOVE QLJ-CODE TO W-P-MOT-CODE (IX-PART IX-MOT).
048400     MOVE 1        TO W-P-MOT-NB (IX-PART IX-MOT).
048500 2400-EXIT.
048600     EXIT.
048700******************************************************************
048800*  4000-UNE-FICHE : FICHE DU PARTENAIRE - ETATQLT ET REPOFIC     *
048900******************************************************************
049000 4000-UNE-FICHE.
049100     ADD 1 TO CPT-FICHES.
049200     MOVE ZERO TO W-NO-LIGNE.
049300     IF W-P-CODE (IX-PART) = 'INCONNU'
049400         MOVE 'N' TO W-DEPOSER
049500     ELSE
049600         MOVE 'O' TO W-DEPOSER.
049700     PERFORM 4100-LIBELLE THRU 4100-EXIT.
049800     MOVE W-P-CODE (IX-PART) TO EQL-E-PART.
049900     MOVE W-LIBELLE          TO EQL-E-LIBELLE.
050000     MOVE W-PARM-MOIS        TO EQL-E-MOIS.
050100     MOVE EQL-ENTETE TO W-LIGNE.
050200     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
050300     MOVE EQL-BLANC  TO W-LIGNE.
050400     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
050500     MOVE 13 TO IX-MOIS.
050600     PERFORM 4200-TAUX-MOIS THRU 4200-EXIT.
050700     PERFORM 4300-DUREE-MOIS THRU 4300-EXIT.
050800     MOVE W-P-RECUS (IX-PART IX-MOIS)    TO EQL-V-RECUS.
050900     MOVE W-P-ACCEPTES (IX-PART IX-MOIS) TO EQL-V-ACCEPTES.
051000     MOVE W-P-REFUSES (IX-PART IX-MOIS)  TO EQL-V-REFUSES.
051100     MOVE W-P-ENTREES (IX-PART IX-MOIS)  TO EQL-V-REJETS.
051200     MOVE W-TAUX TO EQL-V-TAUX.
051300     MOVE SPACES TO EQL-V-SIGNE EQL-V-ALERTE.
051400     IF W-P-RECUS (IX-PART IX-MOIS) GREATER ZERO
051500         MOVE '%' TO EQL-V-SIGNE.
051600     IF W-SIGNALE = 'O'
051700         MOVE 'SEUIL DEPASSE' TO EQL-V-ALERTE
051800         MOVE 'O' TO W-P-SIGNALE (IX-PART)
051900         ADD 1 TO CPT-SIGNALES.
052000     MOVE EQL-VOLUME TO W-LIGNE.
052100     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
052200     MOVE W-P-ENTREES (IX-PART IX-MOIS)   TO EQL-S-ENTREES.
052300     MOVE W-P-RE-REJETS (IX-PART IX-MOIS) TO EQL-S-RE-REJETS.
052400     MOVE W-P-RECYCLES (IX-PART IX-MOIS)  TO EQL-S-RECYCLES.
052500     MOVE W-P-SORTIES (IX-PART IX-MOIS)   TO EQL-S-SORTIES.
052600     MOVE W-P-ESCALADES (IX-PART IX-MOIS) TO EQL-S-ESCALADES.
052700     MOVE EQL-SUSPENS TO W-LIGNE.
052800     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
052900     MOVE W-DUREE   TO EQL-D-DUREE.
053000     MOVE EQL-DUREE TO W-LIGNE.
053100     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
053200     MOVE EQL-BLANC TO W-LIGNE.
053300     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
053400     PERFORM 4500-MOTIFS THRU 4500-EXIT.
053500     MOVE EQL-BLANC TO W-LIGNE.
053600     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
053700     MOVE EQL-TENDANCE-TITRE TO W-LIGNE.
053800     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
053900     MOVE EQL-T-TITRES TO W-LIGNE.
054000     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
054100     PERFORM 4700-TENDANCE THRU 4700-EXIT
054200         VARYING IX-MOIS FROM 1 BY 1
054300         UNTIL IX-MOIS GREATER 13.
054400     MOVE EQL-BLANC TO W-LIGNE.
054500     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
054600 4000-EXIT.
054700     EXIT.
054800******************************************************************
054900*  4100-LIBELLE : NOM DU PARTENAIRE AU CALENDRIER DES FLUX       *
055000******************************************************************
055100 4100-LIBELLE.
055200     MOVE SPACES TO W-LIBELLE.
055300     IF W-FLXCAL-OUVERT NOT = 'O'
055400         GO TO 4100-EXIT.
055500     MOVE W-P-CODE (IX-PART) TO FLX-SOURCE.
055600     READ FLXCAL.
055700     IF W-FLX-OK
055800         MOVE FLX-LIBELLE TO W-LIBELLE.
055900 4100-EXIT.
056000     EXIT.
056100******************************************************************
056200*  4200-TAUX-MOIS : TAUX DE REFUS AU PREMIER PASSAGE DU MOIS     *
056300*  IX-MOIS ET COMPARAISON AU SEUIL (SANS VOLUME RECU : A ZERO)   *
056400******************************************************************
056500 4200-TAUX-MOIS.
056600     MOVE ZERO TO W-TAUX.
056700     MOVE 'N'  TO W-SIGNALE.
056800     COMPUTE W-PREMIERS = W-P-REFUSES (IX-PART IX-MOIS)
056900                        + W-P-ENTREES (IX-PART IX-MOIS).
057000     IF W-P-RECUS (IX-PART IX-MOIS) = ZERO
057100         GO TO 4200-EXIT.
057200     IF W-PREMIERS NOT LESS W-P-RECUS (IX-PART IX-MOIS)
057300         MOVE 100 TO W-TAUX
057400     ELSE
057500         COMPUTE W-TAUX ROUNDED =
057600             W-PREMIERS * 100 / W-P-RECUS (IX-PART IX-MOIS).
057700     IF W-TAUX GREATER W-SEUIL
057800         MOVE 'O' TO W-SIGNALE.
057900 4200-EXIT.
058000     EXIT.
058100******************************************************************
058200*  4300-DUREE-MOIS : SEJOUR MOYEN AU SUSPENS DES SORTIES DU MOIS *
058300******************************************************************
058400 4300-DUREE-MOIS.
058500     MOVE ZERO TO W-DUREE.
058600     IF W-P-SORTIES (IX-PART IX-MOIS) = ZERO
058700         GO TO 4300-EXIT.
058800     COMPUTE W-DUREE ROUNDED = W-P-AGES (IX-PART IX-MOIS)
058900                             / W-P-SORTIES (IX-PART IX-MOIS).
059000 4300-EXIT.
059100     EXIT.
059200******************************************************************
059300*  4500-MOTIFS : LES CINQ PREMIERS MOTIFS DE REFUS DU MOIS       *
059400******************************************************************
059500 4500-MOTIFS.
059600     MOVE EQL-MOTIFS-TITRE TO W-LIGNE.
059700     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
059800     IF W-P-NB-MOTIFS (IX-PART) = ZERO
059900         MOVE EQL-AUCUN-MOTIF TO W-LIGNE
060000         PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT
060100         GO TO 4500-EXIT.
060200     MOVE W-P-MOT-AUTRES (IX-PART) TO W-TOTAL-MOTIFS.
060300     PERFORM 4550-COPIER THRU 4550-EXIT
060400         VARYING IX-MOT FROM 1 BY 1
060500         UNTIL IX-MOT GREATER W-P-NB-MOTIFS (IX-PART).
060600     PERFORM 4600-UN-MOTIF THRU 4600-EXIT
060700         VARYING IX-TOP FROM 1 BY 1
060800         UNTIL IX-TOP GREATER 5.
060900     IF W-P-MOT-AUTRES (IX-PART) = ZERO
061000         GO TO 4500-EXIT.
061100     MOVE SPACES          TO EQL-M-CODE.
061200     MOVE 'AUTRES MOTIFS' TO EQL-M-LIBELLE.
061300     MOVE W-P-MOT-AUTRES (IX-PART) TO W-MAX-NB.
061400     PERFORM 4680-LIGNE-MOTIF THRU 4680-EXIT.
061500 4500-EXIT.
061600     EXIT.
061700 4550-COPIER.
061800     MOVE W-P-MOT-NB (IX-PART IX-MOT) TO W-TOP-NB (IX-MOT).
061900     ADD W-P-MOT-NB (IX-PART IX-MOT) TO W-TOTAL-MOTIFS.
062000 4550-EXIT.
062100     EXIT.
062200******************************************************************
062300*  4600-UN-MOTIF : LE MOTIF LE PLUS FREQUENT RESTANT, LIBELLE    *
062400*  REFTBL MOTR, PUIS ECARTE DU CLASSEMENT                        *
062500******************************************************************
062600 4600-UN-MOTIF.
062700     MOVE ZERO TO IX-MAX W-MAX-NB.
062800     PERFORM 4650-COMPARER THRU 4650-EXIT
062900         VARYING IX-MOT FROM 1 BY 1
063000         UNTIL IX-MOT GREATER W-P-NB-MOTIFS (IX-PART).
063100     IF IX-MAX = ZERO
063200         GO TO 4600-EXIT.
063300     MOVE W-P-MOT-CODE (IX-PART IX-MAX) TO EQL-M-CODE.
063400     MOVE 'MOTR'   TO REF-D-TYPE.
063500     MOVE SPACES   TO REF-D-CODE.
063600     MOVE W-P-MOT-CODE (IX-PART IX-MAX) TO REF-D-CODE (1:4).
063700     MOVE ZERO     TO REF-D-DATE.
063800     CALL 'GSRT060' USING REF-DEM.
063900     IF REF-D-TROUVE
064000         MOVE REF-D-LIB-LONG TO EQL-M-LIBELLE
064100     ELSE
064200         MOVE SPACES         TO EQL-M-LIBELLE.
064300     PERFORM 4680-LIGNE-MOTIF THRU 4680-EXIT.
064400     MOVE ZERO TO W-TOP-NB (IX-MAX).
064500 4600-EXIT.
064600     EXIT.
064700 4650-COMPARER.
064800     IF W-TOP-NB (IX-MOT) GREATER W-MAX-NB
064900         MOVE W-TOP-NB (IX-MOT) TO W-MAX-NB
065000         MOVE IX-MOT            TO IX-MAX.
065100 4650-EXIT.
065200     EXIT.
065300 4680-LIGNE-MOTIF.
065400     MOVE W-MAX-NB TO EQL-M-NB.
065500     COMPUTE W-TAUX ROUNDED = W-MAX-NB * 100 / W-TOTAL-MOTIFS.
065600     MOVE W-TAUX    TO EQL-M-PART.
065700     MOVE EQL-MOTIF TO W-LIGNE.
065800     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
065900 4680-EXIT.
066000     EXIT.
066100******************************************************************
066200*  4700-TENDANCE : UNE LIGNE PAR MOIS, DU PLUS ANCIEN AU MOIS DE *
066300*  LA FICHE                                                      *
066400******************************************************************
066500 4700-TENDANCE.
066600     COMPUTE W-MOIS-EVT = W-MOIS-CIBLE - 13 + IX-MOIS.
066700     DIVIDE W-MOIS-EVT BY 12 GIVING W-AA REMAINDER W-MM.
066800     ADD 1 TO W-MM.
066900     COMPUTE EQL-T-MOIS = W-AA * 100 + W-MM.
067000     PERFORM 4200-TAUX-MOIS THRU 4200-EXIT.
067100     PERFORM 4300-DUREE-MOIS THRU 4300-EXIT.
067200     MOVE W-P-RECUS (IX-PART IX-MOIS)     TO EQL-T-RECUS.
067300     MOVE W-P-ACCEPTES (IX-PART IX-MOIS)  TO EQL-T-ACCEPTES.
067400     MOVE W-P-REFUSES (IX-PART IX-MOIS)   TO EQL-T-REFUSES.
067500     MOVE W-P-ENTREES (IX-PART IX-MOIS)   TO EQL-T-REJETS.
067600     MOVE W-P-RECYCLES (IX-PART IX-MOIS)  TO EQL-T-RECYCLES.
067700     MOVE W-P-SORTIES (IX-PART IX-MOIS)   TO EQL-T-SORTIES.
067800     MOVE W-P-ESCALADES (IX-PART IX-MOIS) TO EQL-T-ESCALADES.
067900     MOVE W-TAUX  TO EQL-T-TAUX.
068000     MOVE W-DUREE TO EQL-T-DUREE.
068100     MOVE SPACES  TO EQL-T-SIGNE EQL-T-ALERTE.
068200     IF W-P-RECUS (IX-PART IX-MOIS) GREATER ZERO
068300         MOVE '%' TO EQL-T-SIGNE.
068400     IF W-SIGNALE = 'O'
068500         MOVE 'SEUIL DEPASSE' TO EQL-T-ALERTE.
068600     MOVE EQL-TENDANCE TO W-LIGNE.
068700     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
068800 4700-EXIT.
068900     EXIT.
069000******************************************************************
069100*  5000-RECAPITULATIF : PARTENAIRES AU DELA DU SEUIL - CODE      *
069200*  RETOUR 4 S IL Y EN A (ETATQLT SEUL, PAS DE DEPOT)             *
069300******************************************************************
069400 5000-RECAPITULATIF.
069500     MOVE 'N' TO W-DEPOSER.
069600     MOVE W-SEUIL TO EQL-R-SEUIL.
069700     MOVE EQL-RECAP-TITRE TO W-LIGNE.
069800     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
069900     IF CPT-SIGNALES = ZERO
070000         MOVE EQL-RECAP-AUCUN TO W-LIGNE
070100         PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT
070200         GO TO 5000-EXIT.
070300     PERFORM 5100-UN-SIGNALE THRU 5100-EXIT
070400         VARYING IX-PART FROM 1 BY 1
070500         UNTIL IX-PART GREATER NB-PART.
070600     MOVE 4 TO RETURN-CODE.
070700 5000-EXIT.
070800     EXIT.
070900 5100-UN-SIGNALE.
071000     IF W-P-SIGNALE (IX-PART) NOT = 'O'
071100         GO TO 5100-EXIT.
071200     PERFORM 4100-LIBELLE THRU 4100-EXIT.
071300     MOVE 13 TO IX-MOIS.
071400     PERFORM 4200-TAUX-MOIS THRU 4200-EXIT.
071500     MOVE W-P-CODE (IX-PART) TO EQL-R-PART.
071600     MOVE W-LIBELLE          TO EQL-R-LIBELLE.
071700     MOVE W-TAUX             TO EQL-R-TAUX.
071800     MOVE EQL-RECAP TO W-LIGNE.
071900     PERFORM 8500-ECRIRE-LIGNE THRU 8500-EXIT.
072000     DISPLAY 'GSIN112 - SEUIL DEPASSE : ' W-P-CODE (IX-PART).
072100 5100-EXIT.
072200     EXIT.
072300******************************************************************
072400*  6000-TERMINAISON : FERMETURES ET COMPTES                      *
072500******************************************************************
072600 6000-TERMINAISON.
072700     CLOSE QLTJRN QLTSOR ETATQLT REPOFIC.
072800     IF W-FLXCAL-OUVERT = 'O'
072900         CLOSE FLXCAL.
073000     DISPLAY 'GSIN112 - EVENEMENTS LUS    : ' CPT-EVT-LUS.
073100     DISPLAY 'GSIN112 - EVENEMENTS PURGES : ' CPT-EVT-PURGES.
073200     DISPLAY 'GSIN112 - FICHES            : ' CPT-FICHES.
073300     DISPLAY 'GSIN112 - LIGNES DEPOSEES   : ' CPT-DEPOSEES.
073400     DISPLAY 'GSIN112 - SEUIL DEPASSE     : ' CPT-SIGNALES.
073500 6000-EXIT.
073600     EXIT.
073700******************************************************************
073800*  8100-LIRE-QLJ : EVENEMENT SUIVANT DU JOURNAL                  *
073900******************************************************************
074000 8100-LIRE-QLJ.
074100     READ QLTJRN.
074200     IF W-QLJ-FIN
074300         MOVE 'O' TO W-FIN-QLJ
074400         GO TO 8100-EXIT.
074500     IF NOT W-QLJ-OK
074600         MOVE 'READ QLTJRN' TO W-MOTIF-ABANDON
074700         GO TO 9900-ABANDON.
074800 8100-EXIT.
074900     EXIT.
075000******************************************************************
075100*  8500-ECRIRE-LIGNE : LIGNE A L ETAT ET, POUR LA FICHE D UN     *
075200*  PARTENAIRE CONNU, AU DEPOT REPOFIC SOUS SON NOM (UNE REPRISE  *
075300*  DU MEME JOUR REMPLACE LES LIGNES DEJA DEPOSEES)               *
075400******************************************************************
075500 8500-ECRIRE-LIGNE.
075600     WRITE EQL-LIGNE FROM W-LIGNE.
075700     IF NOT W-EQL-OK
075800         MOVE 'WRITE ETATQLT' TO W-MOTIF-ABANDON
075900         GO TO 9900-ABANDON.
076000     IF W-DEPOSER NOT = 'O'
076100         GO TO 8500-EXIT.
076200     ADD 1 TO W-NO-LIGNE.
076300     MOVE SPACES             TO REP-ENREG.
076400     MOVE W-P-CODE (IX-PART) TO REP-ETAT.
076500     MOVE W-DATE-JOUR        TO REP-DATE.
076600     MOVE ZERO               TO REP-CYCLE.
076700     MOVE W-NO-LIGNE         TO REP-LIGNE-NO.
076800     MOVE W-LIGNE            TO REP-TEXTE.
076900     WRITE REP-ENREG.
077000     IF W-REP-DOUBLE
077100         REWRITE REP-ENREG.
077200     IF NOT W-REP-OK
077300         MOVE 'WRITE REPOFIC' TO W-MOTIF-ABANDON
077400         GO TO 9900-ABANDON.
077500     ADD 1 TO CPT-DEPOSEES.
077600 8500-EXIT.
077700     EXIT.
077800******************************************************************
077900*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER OU CARTE    *
078000******************************************************************
078100 9900-ABANDON.
078200     DISPLAY 'GSIN112 - ABANDON : ' W-MOTIF-ABANDON.
078300     MOVE 16 TO RETURN-CODE.
078400     STOP RUN.
