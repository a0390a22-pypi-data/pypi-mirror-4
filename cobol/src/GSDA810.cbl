000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDA810.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSDA810 : DROIT D ACCES - PACK DE TOUT CE QUE NOUS DETENONS   *
000900*  ------------------------------------------------------------  *
001000*  PENDANT DE GSRE380 (EFFACEMENT) : LE SUJET EST DESIGNE PAR SON*
001100*  IDENTIFIANT EN CLAIR ET RECHERCHE DE LA MEME FACON - CHAQUE   *
001200*  ENREGISTREMENT EST DECODE AVEC SA PROPRE VERSION (GSCR390)    *
001300*  ET COMPARE EN CLAIR.                                          *
001400*  LES CLES DU SUJET VIENNENT DU MAITRE FFFFFGS ET DES IMAGES    *
001500*  ARCHIVEES ARCFGS (50 CLES AU PLUS) ; LE PACK ETATDAS REPREND, *
001600*  MAGASIN PAR MAGASIN :                                         *
001700*   - FFFFFGS : LA FICHE ET SES POSTES D HISTORIQUE ;            *
001800*   - ARCFGS  : LES IMAGES ARCHIVEES DU SUJET ;                  *
001900*   - ADRFIC  : LES ADRESSES DATEES ;   NOTEFIC : LES NOTES ;    *
002000*   - LIAFIC  : LES LIAISONS (TETE OU MEMBRE) ;                  *
002100*   - AFFVEAP : LES LIGNES DU COETBL DERIVE (CURSEUR DB2) ;      *
002200*   - SEGC    : LES SEGMENTS SOUS LE PARENT CONKEYB (DL/I) ;     *
002300*   - LETJRN  : LE COURRIER QUI LUI A ETE ENVOYE.                *
002400*  L ID-NAT N EST IMPRIME QUE MASQUE (4 DERNIERS CARACTERES).    *
002500*  LE PACK EST VERSE AU DEPOT REPOFIC PAR L ETAPE GSRP300        *
002600*  SUIVANTE (CARTE 'DASUJET ' + CYCLE). LA LETTRE                *
002700*  D ACCOMPAGNEMENT PART PAR GSCO290 CARTE ** DASU SUR LA        *
002800*  DEMANDE DASDEM (DESSIN RELDEM) POSEE SUR LA PREMIERE CLE DU   *
002900*  MAITRE - &ECHEANCE = DATE DU PACK.                            *
003000*  CHAQUE FICHE OU IMAGE DECODEE POUR LE PACK EST TRACEE AU      *
003100*  JOURNAL DES DIVULGATIONS (FICHIER DSCDAS, CANAL BATC).        *
003200*  CARTE PARAMETRE : IDENTIFIANT DU SUJET (13) EN CLAIR,         *
003300*  UN BLANC, REFERENCE DE LA DEMANDE (16)                        *
003400*  CODE RETOUR 4 : CLES AU-DELA DE 50, OU SUJET ABSENT DU        *
003500*  MAITRE (PAS DE LETTRE POSSIBLE)                               *
003600*  ------------------------------------------------------------  *
003700*  ENTREE : FFFFFGS  ARCFGS   ADRFIC   NOTEFIC  LIAFIC           *
003800*           LETJRN   AFFVEAP (DB2)      SEGC (DL/I)              *
003900*  SORTIE : ETATDAS  DASDEM   DSCDAS                             *
004000*  ------------------------------------------------------------  *
004100*  HISTORIQUE DES MODIFICATIONS                                  *
004200*  15/10/26  DA  CREATION                                        *
004201*  15/10/26  DA  LIGNES DE MISE SOUS PLI DE LETJRN (GSPO310)     *
004202*                IGNOREES                                        *
004203******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.
004700     IBM-370.
004800 OBJECT-COMPUTER.
004900     IBM-370.
005000 SPECIAL-NAMES.
005100     DECIMAL-POINT IS COMMA.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT FFFFFGS ASSIGN  FFFFFGS
005500       ORGANIZATION  INDEXED
005600       ACCESS MODE   SEQUENTIAL
005700       RECORD KEY    FFFFFGS-CLE
005800       FILE STATUS   W-FFFFFGS-STATUS.
005900     SELECT ARCFGS  ASSIGN  ARCFGS
006000       ORGANIZATION  SEQUENTIAL
006100       FILE STATUS   W-ARCFGS-STATUS.
006200     SELECT ADRFIC  ASSIGN  ADRFIC
006300       ORGANIZATION  INDEXED
006400       ACCESS MODE   DYNAMIC
006500       RECORD KEY    ADR-CLE
006600       FILE STATUS   W-ADRFIC-STATUS.
006700     SELECT NOTEFIC ASSIGN  NOTEFIC
006800       ORGANIZATION  INDEXED
006900       ACCESS MODE   DYNAMIC
007000       RECORD KEY    NOT-CLE
007100       FILE STATUS   W-NOTEFIC-STATUS.
007200     SELECT LIAFIC  ASSIGN  LIAFIC
007300       ORGANIZATION  INDEXED
007400       ACCESS MODE   SEQUENTIAL
007500       RECORD KEY    LIA-CLE
007600       FILE STATUS   W-LIAFIC-STATUS.
007700     SELECT LETJRN  ASSIGN  LETJRN
007800       ORGANIZATION  SEQUENTIAL
007900       FILE STATUS   W-LETJRN-STATUS.
008000     SELECT ETATDAS ASSIGN  ETATDAS
008100       ORGANIZATION  SEQUENTIAL
008200       FILE STATUS   W-ETATDAS-STATUS.
008300     SELECT DASDEM  ASSIGN  DASDEM
008400       ORGANIZATION  SEQUENTIAL
008500       FILE STATUS   W-DASDEM-STATUS.
008600     SELECT DSCDAS  ASSIGN  DSCDAS
008700       ORGANIZATION  SEQUENTIAL
008800       FILE STATUS   W-DSCDAS-STATUS.
008900 DATA DIVISION.
009000 FILE SECTION.
009100 FD  FFFFFGS
009200     LABEL RECORD STANDARD
009300     DATA RECORD FFFFFGS-ENREG.
009400 COPY FFFFFFGS.
009500 FD  ARCFGS
009600     LABEL RECORD STANDARD
009700     DATA RECORD ARC-ENREG.
009800 01  ARC-ENREG.
009900     05  ARC-ANNEE                   PIC 9(04).
010000     05  ARC-IMAGE                   PIC X(400).
010100     05  FILLER                      PIC X(06).
010200 FD  ADRFIC
010300     LABEL RECORD STANDARD
010400     DATA RECORD ADR-ENREG.
010500 COPY FFFFFGAD.
010600 FD  NOTEFIC
010700     LABEL RECORD STANDARD
010800     DATA RECORD NOT-ENREG.
010900 COPY FFFFFGN.
011000 FD  LIAFIC
011100     LABEL RECORD STANDARD
011200     DATA RECORD LIA-ENREG.
011300 COPY FFFFFGL.
011400 FD  LETJRN
011500     LABEL RECORD STANDARD
011600     DATA RECORD JRN-ENREG.
011700 01  JRN-ENREG.
011800     05  JRN-CLE                     PIC X(15).
011900     05  JRN-MODELE                  PIC X(04).
012000     05  JRN-DATE                    PIC 9(08).
012100     05  JRN-HEURE                   PIC 9(06).
012200     05  JRN-CANAL                   PIC X(01).
012300     05  JRN-LANGUE                  PIC X(02).
012400     05  FILLER                      PIC X(03).
012425     05  JRN-TYPE                    PIC X(01).
012450         88  JRN-MISE-SOUS-PLI       VALUE 'P'.
012475     05  FILLER                      PIC X(40).
012500 FD  ETATDAS
012600     LABEL RECORD STANDARD
012700     DATA RECORD DAS-LIGNE.
012800 01  DAS-LIGNE                       PIC X(132).
012900 FD  DASDEM
013000     LABEL RECORD STANDARD
013100     DATA RECORD RLD-ENREG.
013200 COPY FFFFFGRD.
013300 FD  DSCDAS
013400     LABEL RECORD STANDARD
013500     DATA RECORD DSC-ENREG.
013600 COPY FFFFFGDC.
013700 WORKING-STORAGE SECTION.
013800 77  CPT-FICHES                      PIC S9(08) COMP VALUE ZERO.
013900 77  CPT-ARCHIVES                    PIC S9(08) COMP VALUE ZERO.
014000 77  CPT-ADRESSES                    PIC S9(08) COMP VALUE ZERO.
014100 77  CPT-NOTES                       PIC S9(08) COMP VALUE ZERO.
014200 77  CPT-LIAISONS                    PIC S9(08) COMP VALUE ZERO.
014300 77  CPT-AFFVEAP                     PIC S9(08) COMP VALUE ZERO.
014400 77  CPT-SEGMENTS                    PIC S9(08) COMP VALUE ZERO.
014500 77  CPT-COURRIERS                   PIC S9(08) COMP VALUE ZERO.
014600 77  IX-CLE                          PIC S9(04) COMP VALUE ZERO.
014700 77  NB-CLE                          PIC S9(04) COMP VALUE ZERO.
014800 77  IX-HIS                          PIC S9(04) COMP VALUE ZERO.
014900 77  IX-NOT                          PIC S9(04) COMP VALUE ZERO.
015000 77  IX-RECH                         PIC S9(04) COMP VALUE ZERO.
015100 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
015200     88  FIN-FGS                     VALUE 'O'.
015300 01  W-FIN-ARC                       PIC X(01) VALUE 'N'.
015400     88  FIN-ARC                     VALUE 'O'.
015500 01  W-FIN-LIA                       PIC X(01) VALUE 'N'.
015600     88  FIN-LIA                     VALUE 'O'.
015700 01  W-FIN-JRN                       PIC X(01) VALUE 'N'.
015800     88  FIN-JRN                     VALUE 'O'.
015900 01  W-FIN-SATELLITE                 PIC X(01).
016000 COPY FFFFFGSW.
016100 01  W-ARCFGS-STATUS                 PIC X(02).
016200     88  W-ARC-OK                    VALUE '00'.
016300     88  W-ARC-FIN                   VALUE '10'.
016400 01  W-ADRFIC-STATUS                 PIC X(02).
016500     88  W-ADR-OK                    VALUE '00'.
016600     88  W-ADR-FIN                   VALUE '10'.
016700     88  W-ADR-ABSENT                VALUE '23'.
016800 01  W-NOTEFIC-STATUS                PIC X(02).
016900     88  W-NOT-OK                    VALUE '00'.
017000     88  W-NOT-FIN                   VALUE '10'.
017100     88  W-NOT-ABSENT                VALUE '23'.
017200 01  W-LIAFIC-STATUS                 PIC X(02).
017300     88  W-LIA-OK                    VALUE '00'.
017400     88  W-LIA-FIN                   VALUE '10'.
017500 01  W-LETJRN-STATUS                 PIC X(02).
017600     88  W-JRN-OK                    VALUE '00'.
017700     88  W-JRN-FIN                   VALUE '10'.
017800 01  W-ETATDAS-STATUS                PIC X(02).
017900     88  W-DAS-OK                    VALUE '00'.
018000 01  W-DASDEM-STATUS                 PIC X(02).
018100     88  W-DEM-OK                    VALUE '00'.
018200 01  W-DSCDAS-STATUS                 PIC X(02).
018300     88  W-DSC-OK                    VALUE '00'.
018400 01  W-MOTIF-ABANDON                 PIC X(40).
018500 01  W-PARM.
018600     05  W-PARM-SUJET                PIC X(13).
018700     05  FILLER                      PIC X(01).
018800     05  W-PARM-REFERENCE            PIC X(16).
018900 01  W-ID-MASQUE                     PIC X(13).
019000 01  W-DATE-JOUR                     PIC 9(08).
019100 01  W-HEURE-JOUR                    PIC 9(08).
019200 01  W-PREMIERE-CLE                  PIC X(15) VALUE SPACES.
019300 01  W-CLE-TROUVEE                   PIC X(01).
019400 01  W-CLE-CHERCHEE                  PIC X(15).
019500 01  W-SOURCE-DSC                    PIC X(16).
019600*    CLES DU SUJET (MAITRE PUIS ARCHIVE - 50 AU PLUS)
019700 01  W-TABLE-CLES.
019800     05  W-CLE-SUJET                 PIC X(15) OCCURS 50.
019900 01  W-MONTANT-AFF                   PIC -(11)9,99.
020000 01  W-ECHEANCE-AFF                  PIC -(11)9,99.
020100 01  W-LIGNE-BILAN.
020200     05  FILLER                      PIC X(07) VALUE 'FICHES '.
020300     05  BIL-FICHES                  PIC ZZZ9.
020400     05  FILLER                      PIC X(10) VALUE ' ARCHIVES '.
020500     05  BIL-ARCHIVES                PIC ZZZ9.
020600     05  FILLER                      PIC X(10) VALUE ' ADRESSES '.
020700     05  BIL-ADRESSES                PIC ZZZ9.
020800     05  FILLER                      PIC X(07) VALUE ' NOTES '.
020900     05  BIL-NOTES                   PIC ZZZ9.
021000     05  FILLER                      PIC X(10) VALUE ' LIAISONS '.
021100     05  BIL-LIAISONS                PIC ZZZ9.
021200     05  FILLER                      PIC X(09) VALUE ' AFFVEAP '.
021300     05  BIL-AFFVEAP                 PIC ZZZ9.
021400     05  FILLER                      PIC X(10) VALUE ' SEGMENTS '.
021500     05  BIL-SEGMENTS                PIC ZZZ9.
021600     05  FILLER                      PIC X(11)
021700                                     VALUE ' COURRIERS '.
021800     05  BIL-COURRIERS               PIC ZZZ9.
021900     05  FILLER                      PIC X(26) VALUE SPACES.
022000 COPY GSCRZ.
022100*    DB2 - TABLE AFFVEAP (MH37) ET DL/I - SEGMENTS SEGC
022200 01  MH37-COETBL                     PIC X(08).
022300 01  MH37-COTNET                     PIC X(10).
022400 01  MH37-MONTANT                    PIC S9(11)V99 COMP-3.
022500 01  W-FIN-CURSEUR                   PIC X(01).
022600 01  CONKEYB                         PIC X(08).
022700 01  AREAC.
022800     05  AREAC-KEYC                  PIC X(04).
022900     05  AREAC-DONNEES               PIC X(76).
023000 01  SEGLEN                          PIC S9(04) COMP VALUE 80.
023100 01  PCBNUM                          PIC S9(04) COMP VALUE 1.
023200     EXEC SQL INCLUDE SQLCA END-EXEC.
023300     EXEC SQL
023400       DECLARE C-MH37-S CURSOR FOR
023500       SELECT
023600            A.COETBL , A.COTNET , A.MONTANT
023700       FROM AFFVEAP   A
023800       WHERE
023900            A.COETBL = :MH37-COETBL
024000     END-EXEC.
024100 PROCEDURE DIVISION.
024200******************************************************************
024300*  0000-MAINLINE : CLES DU SUJET PUIS CHAQUE MAGASIN             *
024400******************************************************************
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
024700     PERFORM 2000-MAITRE THRU 2000-EXIT.
024800     PERFORM 2500-ARCHIVES THRU 2500-EXIT.
024900     PERFORM 3000-ADRESSES THRU 3000-EXIT
025000         VARYING IX-CLE FROM 1 BY 1
025100         UNTIL IX-CLE GREATER NB-CLE.
025200     PERFORM 3200-NOTES THRU 3200-EXIT
025300         VARYING IX-CLE FROM 1 BY 1
025400         UNTIL IX-CLE GREATER NB-CLE.
025500     PERFORM 3400-LIAISONS THRU 3400-EXIT.
025600     PERFORM 3600-AFFVEAP THRU 3600-EXIT
025700         VARYING IX-CLE FROM 1 BY 1
025800         UNTIL IX-CLE GREATER NB-CLE.
025900     PERFORM 3800-SEGMENTS THRU 3800-EXIT
026000         VARYING IX-CLE FROM 1 BY 1
026100         UNTIL IX-CLE GREATER NB-CLE.
026200     PERFORM 4000-COURRIER THRU 4000-EXIT.
026300     PERFORM 5000-LETTRE THRU 5000-EXIT.
026400     PERFORM 9000-TERMINAISON THRU 9000-EXIT.
026500     GOBACK.
026600 0000-EXIT.
026700     EXIT.
026800******************************************************************
026900*  1000-INITIALISATION : CARTE, OUVERTURES, EN-TETE DU PACK      *
027000******************************************************************
027100 1000-INITIALISATION.
027200     ACCEPT W-PARM.
027300     ACCEPT W-DATE-JOUR  FROM DATE YYYYMMDD.
027400     ACCEPT W-HEURE-JOUR FROM TIME.
027500     IF W-PARM-SUJET = SPACES OR LOW-VALUE
027600         MOVE 'IDENTIFIANT SUJET ABSENT' TO W-MOTIF-ABANDON
027700         GO TO 9900-ABANDON.
027800     MOVE ALL '*'               TO W-ID-MASQUE.
027900     MOVE W-PARM-SUJET (10:4)   TO W-ID-MASQUE (10:4).
028000     OPEN INPUT  FFFFFGS.
028100     IF NOT W-FGS-OK
028200         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
028300         GO TO 9900-ABANDON.
028400     OPEN INPUT  ARCFGS.
028500     IF NOT W-ARC-OK
028600         MOVE 'OPEN ARCFGS' TO W-MOTIF-ABANDON
028700         GO TO 9900-ABANDON.
028800     OPEN INPUT  ADRFIC.
028900     IF NOT W-ADR-OK
029000         MOVE 'OPEN ADRFIC' TO W-MOTIF-ABANDON
029100         GO TO 9900-ABANDON.
029200     OPEN INPUT  NOTEFIC.
029300     IF NOT W-NOT-OK
029400         MOVE 'OPEN NOTEFIC' TO W-MOTIF-ABANDON
029500         GO TO 9900-ABANDON.
029600     OPEN INPUT  LIAFIC.
029700     IF NOT W-LIA-OK
029800         MOVE 'OPEN LIAFIC' TO W-MOTIF-ABANDON
029900         GO TO 9900-ABANDON.
030000     OPEN INPUT  LETJRN.
030100     IF NOT W-JRN-OK
030200         MOVE 'OPEN LETJRN' TO W-MOTIF-ABANDON
030300         GO TO 9900-ABANDON.
030400     OPEN OUTPUT ETATDAS.
030500     IF NOT W-DAS-OK
030600         MOVE 'OPEN ETATDAS' TO W-MOTIF-ABANDON
030700         GO TO 9900-ABANDON.
030800     OPEN OUTPUT DASDEM.
030900     IF NOT W-DEM-OK
031000         MOVE 'OPEN DASDEM' TO W-MOTIF-ABANDON
031100         GO TO 9900-ABANDON.
031200     OPEN EXTEND DSCDAS.
031300     IF NOT W-DSC-OK
031400         MOVE 'OPEN DSCDAS' TO W-MOTIF-ABANDON
031500         GO TO 9900-ABANDON.
031600     MOVE SPACES TO DAS-LIGNE.
031700     STRING 'DROIT D ACCES - PACK DES DONNEES DETENUES - DATE '
031800            W-DATE-JOUR ' - DEMANDE ' W-PARM-REFERENCE
031900            DELIMITED SIZE INTO DAS-LIGNE
032000     END-STRING.
032100     PERFORM 8900-ECRIRE THRU 8900-EXIT.
032200     MOVE SPACES TO DAS-LIGNE.
032300     STRING 'IDENTIFIANT DU SUJET : ' W-ID-MASQUE
032400            DELIMITED SIZE INTO DAS-LIGNE
032500     END-STRING.
032600     PERFORM 8900-ECRIRE THRU 8900-EXIT.
032700 1000-EXIT.
032800     EXIT.
032900******************************************************************
033000*  2000-MAITRE : FICHES FFFFFGS DU SUJET ET LEUR HISTORIQUE      *
033100******************************************************************
033200 2000-MAITRE.
033300     MOVE 'FFFFFGS - FICHES CLIENT' TO W-SOURCE-DSC.
033400     PERFORM 8800-TITRE THRU 8800-EXIT.
033500     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
033600     PERFORM 2100-UNE-FICHE THRU 2100-EXIT
033700         UNTIL FIN-FGS.
033800 2000-EXIT.
033900     EXIT.
034000******************************************************************
034100*  2100-UNE-FICHE : DECODAGE AVEC LA VERSION DE L ENREGISTREMENT *
034200*  PUIS COMPARAISON EN CLAIR (COMME GSRE380)                     *
034300******************************************************************
034400 2100-UNE-FICHE.
034500     PERFORM 8300-DECODER THRU 8300-EXIT.
034600     IF CRZ-ID-NAT NOT = W-PARM-SUJET
034700         GO TO 2100-SUIVANT.
034800     ADD 1 TO CPT-FICHES.
034900     IF W-PREMIERE-CLE = SPACES
035000         MOVE FFFFFGS-CLE TO W-PREMIERE-CLE.
035100     PERFORM 2900-RETENIR-CLE THRU 2900-EXIT.
035200     PERFORM 2800-IMPRIMER-FICHE THRU 2800-EXIT.
035300     PERFORM 8400-TRACER-DIVULGATION THRU 8400-EXIT.
035400 2100-SUIVANT.
035500     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
035600 2100-EXIT.
035700     EXIT.
035800******************************************************************
035900*  2500-ARCHIVES : IMAGES ARCHIVEES DU SUJET - L IMAGE EST       *
036000*  REPRISE DANS LA ZONE DU MAITRE (LU JUSQU AU BOUT) POUR ETRE   *
036100*  DECODEE ET IMPRIMEE DE LA MEME FACON                          *
036200******************************************************************
036300 2500-ARCHIVES.
036400     MOVE 'ARCFGS  - IMAGES ARCHIVEES' TO W-SOURCE-DSC.
036500     PERFORM 8800-TITRE THRU 8800-EXIT.
036600     PERFORM 8150-LIRE-ARC THRU 8150-EXIT.
036700     PERFORM 2600-UNE-ARCHIVE THRU 2600-EXIT
036800         UNTIL FIN-ARC.
036900 2500-EXIT.
037000     EXIT.
037100 2600-UNE-ARCHIVE.
037200     MOVE ARC-IMAGE TO FFFFFGS-ENREG.
037300     PERFORM 8300-DECODER THRU 8300-EXIT.
037400     IF CRZ-ID-NAT NOT = W-PARM-SUJET
037500         GO TO 2600-SUIVANT.
037600     ADD 1 TO CPT-ARCHIVES.
037700     PERFORM 2900-RETENIR-CLE THRU 2900-EXIT.
037800     MOVE SPACES TO DAS-LIGNE.
037900     STRING 'ARCHIVE DE L ANNEE ' ARC-ANNEE
038000            DELIMITED SIZE INTO DAS-LIGNE
038100     END-STRING.
038200     PERFORM 8900-ECRIRE THRU 8900-EXIT.
038300     PERFORM 2800-IMPRIMER-FICHE THRU 2800-EXIT.
038400     PERFORM 8400-TRACER-DIVULGATION THRU 8400-EXIT.
038500 2600-SUIVANT.
038600     PERFORM 8150-LIRE-ARC THRU 8150-EXIT.
038700 2600-EXIT.
038800     EXIT.
038900******************************************************************
039000*  2800-IMPRIMER-FICHE : LA FICHE EN CLAIR (ID-NAT MASQUE) ET    *
039100*  SES POSTES D HISTORIQUE GARNIS                                *
039200******************************************************************
039300 2800-IMPRIMER-FICHE.
039400     IF FFFFFGS-MONTANT NUMERIC
039500         MOVE FFFFFGS-MONTANT     TO W-MONTANT-AFF
039600     ELSE
039700         MOVE ZERO                TO W-MONTANT-AFF.
039800     IF FFFFFGS-MONTANT-ECH NUMERIC
039900         MOVE FFFFFGS-MONTANT-ECH TO W-ECHEANCE-AFF
040000     ELSE
040100         MOVE ZERO                TO W-ECHEANCE-AFF.
040200     MOVE SPACES TO DAS-LIGNE.
040300     STRING 'CLE ' FFFFFGS-CLE ' STATUT ' FFFFFGS-STATUT
040400            ' NOM ' CRZ-NOM ' ID-NAT ' W-ID-MASQUE
040500            DELIMITED SIZE INTO DAS-LIGNE
040600     END-STRING.
040700     PERFORM 8900-ECRIRE THRU 8900-EXIT.
040800     MOVE SPACES TO DAS-LIGNE.
040900     STRING '    MONTANT ' W-MONTANT-AFF
041000            ' ECHU ' W-ECHEANCE-AFF
041100            ' EFFET ' FFFFFGS-DATE-EFFET
041200            ' MAJ ' FFFFFGS-DATE-MAJ
041300            ' UNITE ' FFFFFGS-UNITE
041400            ' SOURCE ' FFFFFGS-SOURCE
041500            ' ENTREE ' FFFFFGS-TS-ENTREE
041600            DELIMITED SIZE INTO DAS-LIGNE
041700     END-STRING.
041800     PERFORM 8900-ECRIRE THRU 8900-EXIT.
041900     PERFORM 2850-UN-POSTE THRU 2850-EXIT
042000         VARYING IX-HIS FROM 1 BY 1
042100         UNTIL IX-HIS GREATER 5.
042200 2800-EXIT.
042300     EXIT.
042400 2850-UN-POSTE.
042500     IF FFFFFGS-HIS-DATE-EFFET (IX-HIS) NOT NUMERIC
042600      OR FFFFFGS-HIS-DATE-EFFET (IX-HIS) = ZERO
042700         GO TO 2850-EXIT.
042800     IF FFFFFGS-HIS-MONTANT (IX-HIS) NUMERIC
042900         MOVE FFFFFGS-HIS-MONTANT (IX-HIS) TO W-MONTANT-AFF
043000     ELSE
043100         MOVE ZERO TO W-MONTANT-AFF.
043200     MOVE SPACES TO DAS-LIGNE.
043300     STRING '    HISTORIQUE EFFET '
043400            FFFFFGS-HIS-DATE-EFFET (IX-HIS)
043500            ' STATUT ' FFFFFGS-HIS-STATUT (IX-HIS)
043600            ' MONTANT ' W-MONTANT-AFF
043700            DELIMITED SIZE INTO DAS-LIGNE
043800     END-STRING.
043900     PERFORM 8900-ECRIRE THRU 8900-EXIT.
044000 2850-EXIT.
044100     EXIT.
044200******************************************************************
044300*  2900-RETENIR-CLE : LA CLE ENTRE A LA TABLE SI ELLE N Y EST    *
044400*  PAS DEJA - AU-DELA DE 50 LE PACK EST INCOMPLET (CODE 4)       *
044500******************************************************************
044600 2900-RETENIR-CLE.
044700     MOVE FFFFFGS-CLE TO W-CLE-CHERCHEE.
044800     PERFORM 2950-CHERCHER-CLE THRU 2950-EXIT.
044900     IF W-CLE-TROUVEE = 'O'
045000         GO TO 2900-EXIT.
045100     IF NB-CLE NOT LESS 50
045200         DISPLAY 'GSDA810 - PLUS DE 50 CLES - CLE NON SUIVIE : '
045300                 FFFFFGS-CLE
045400         MOVE 4 TO RETURN-CODE
045500         GO TO 2900-EXIT.
045600     ADD 1 TO NB-CLE.
045700     MOVE FFFFFGS-CLE TO W-CLE-SUJET (NB-CLE).
045800 2900-EXIT.
045900     EXIT.
046000******************************************************************
046100*  2950-CHERCHER-CLE : W-CLE-CHERCHEE DANS LA TABLE DES CLES     *
046200******************************************************************
046300 2950-CHERCHER-CLE.
046400     MOVE 'N'  TO W-CLE-TROUVEE.
046500     MOVE ZERO TO IX-RECH.
046600 2950-SUIVANT.
046700     ADD 1 TO IX-RECH.
046800     IF IX-RECH GREATER NB-CLE
046900         GO TO 2950-EXIT.
047000     IF W-CLE-SUJET (IX-RECH) = W-CLE-CHERCHEE
047100         MOVE 'O' TO W-CLE-TROUVEE
047200         GO TO 2950-EXIT.
047300     GO TO 2950-SUIVANT.
047400 2950-EXIT.
047500     EXIT.
047600******************************************************************
047700*  3000-ADRESSES : ADRESSES DATEES D UNE CLE DU SUJET            *
047800******************************************************************
047900 3000-ADRESSES.
048000     IF IX-CLE = 1
048100         MOVE 'ADRFIC  - ADRESSES' TO W-SOURCE-DSC
048200         PERFORM 8800-TITRE THRU 8800-EXIT.
048300     MOVE W-CLE-SUJET (IX-CLE) TO ADR-FGS-CLE.
048400     MOVE ZERO                 TO ADR-DATE-EFFET.
048500     START ADRFIC KEY NOT LESS ADR-CLE.
048600     IF W-ADR-ABSENT OR W-ADR-FIN
048700         GO TO 3000-EXIT.
048800     IF NOT W-ADR-OK
048900         MOVE 'START ADRFIC' TO W-MOTIF-ABANDON
049000         GO TO 9900-ABANDON.
049100     MOVE 'N' TO W-FIN-SATELLITE.
049200     PERFORM 3100-UNE-ADRESSE THRU 3100-EXIT
049300         UNTIL W-FIN-SATELLITE = 'O'.
049400 3000-EXIT.
049500     EXIT.
049600 3100-UNE-ADRESSE.
049700     READ ADRFIC NEXT.
049800     IF W-ADR-FIN
049900      OR (W-ADR-OK AND ADR-FGS-CLE NOT = W-CLE-SUJET (IX-CLE))
050000         MOVE 'O' TO W-FIN-SATELLITE
050100         GO TO 3100-EXIT.
050200     IF NOT W-ADR-OK
050300         MOVE 'READ ADRFIC' TO W-MOTIF-ABANDON
050400         GO TO 9900-ABANDON.
050500     ADD 1 TO CPT-ADRESSES.
050600     MOVE SPACES TO DAS-LIGNE.
050700     STRING 'CLE ' ADR-FGS-CLE ' EFFET ' ADR-DATE-EFFET ' '
050800            ADR-LIGNE-1 ' ' ADR-LIGNE-2 ' ' ADR-CODE-POSTAL
050900            DELIMITED SIZE INTO DAS-LIGNE
051000     END-STRING.
051100     PERFORM 8900-ECRIRE THRU 8900-EXIT.
051200     MOVE SPACES TO DAS-LIGNE.
051300     STRING '    ' ADR-VILLE ' PAYS ' ADR-PAYS
051400            ' TELEPHONE ' ADR-TELEPHONE
051500            ' CANAL PREFERE ' ADR-CANAL-PREF
051600            DELIMITED SIZE INTO DAS-LIGNE
051700     END-STRING.
051800     PERFORM 8900-ECRIRE THRU 8900-EXIT.
051900 3100-EXIT.
052000     EXIT.
052100******************************************************************
052200*  3200-NOTES : NOTES D EXPLOITATION D UNE CLE DU SUJET          *
052300******************************************************************
052400 3200-NOTES.
052500     IF IX-CLE = 1
052600         MOVE 'NOTEFIC - NOTES' TO W-SOURCE-DSC
052700         PERFORM 8800-TITRE THRU 8800-EXIT.
052800     MOVE W-CLE-SUJET (IX-CLE) TO NOT-FGS-CLE.
052900     MOVE ZERO                 TO NOT-SEQ.
053000     START NOTEFIC KEY NOT LESS NOT-CLE.
053100     IF W-NOT-ABSENT OR W-NOT-FIN
053200         GO TO 3200-EXIT.
053300     IF NOT W-NOT-OK
053400         MOVE 'START NOTEFIC' TO W-MOTIF-ABANDON
053500         GO TO 9900-ABANDON.
053600     MOVE 'N' TO W-FIN-SATELLITE.
053700     PERFORM 3300-UNE-NOTE THRU 3300-EXIT
053800         UNTIL W-FIN-SATELLITE = 'O'.
053900 3200-EXIT.
054000     EXIT.
054100 3300-UNE-NOTE.
054200     READ NOTEFIC NEXT.
054300     IF W-NOT-FIN
054400      OR (W-NOT-OK AND NOT-FGS-CLE NOT = W-CLE-SUJET (IX-CLE))
054500         MOVE 'O' TO W-FIN-SATELLITE
054600         GO TO 3300-EXIT.
054700     IF NOT W-NOT-OK
054800         MOVE 'READ NOTEFIC' TO W-MOTIF-ABANDON
054900         GO TO 9900-ABANDON.
055000     ADD 1 TO CPT-NOTES.
055100     MOVE SPACES TO DAS-LIGNE.
055200     STRING 'CLE ' NOT-FGS-CLE ' NOTE ' NOT-SEQ
055300            ' DU ' NOT-DATE ' PAR ' NOT-OPERATEUR
055400            DELIMITED SIZE INTO DAS-LIGNE
055500     END-STRING.
055600     PERFORM 8900-ECRIRE THRU 8900-EXIT.
055700     PERFORM 3350-LIGNE-NOTE THRU 3350-EXIT
055800         VARYING IX-NOT FROM 1 BY 1
055900         UNTIL IX-NOT GREATER 3.
056000 3300-EXIT.
056100     EXIT.
056200 3350-LIGNE-NOTE.
056300     IF NOT-LIGNE (IX-NOT) = SPACES OR LOW-VALUE
056400         GO TO 3350-EXIT.
056500     MOVE SPACES TO DAS-LIGNE.
056600     STRING '    ' NOT-LIGNE (IX-NOT)
056700            DELIMITED SIZE INTO DAS-LIGNE
056800     END-STRING.
056900     PERFORM 8900-ECRIRE THRU 8900-EXIT.
057000 3350-EXIT.
057100     EXIT.
057200******************************************************************
057300*  3400-LIAISONS : LIAFIC PARCOURU EN ENTIER - LE SUJET PEUT     *
057400*  ETRE TETE DE GROUPE OU MEMBRE                                 *
057500******************************************************************
057600 3400-LIAISONS.
057700     MOVE 'LIAFIC  - LIAISONS' TO W-SOURCE-DSC.
057800     PERFORM 8800-TITRE THRU 8800-EXIT.
057900     PERFORM 8160-LIRE-LIA THRU 8160-EXIT.
058000     PERFORM 3500-UNE-LIAISON THRU 3500-EXIT
058100         UNTIL FIN-LIA.
058200 3400-EXIT.
058300     EXIT.
058400 3500-UNE-LIAISON.
058500     MOVE LIA-FGS-CLE-1 TO W-CLE-CHERCHEE.
058600     PERFORM 2950-CHERCHER-CLE THRU 2950-EXIT.
058700     IF W-CLE-TROUVEE NOT = 'O'
058800         MOVE LIA-FGS-CLE-2 TO W-CLE-CHERCHEE
058900         PERFORM 2950-CHERCHER-CLE THRU 2950-EXIT.
059000     IF W-CLE-TROUVEE NOT = 'O'
059100         GO TO 3500-SUIVANT.
059200     ADD 1 TO CPT-LIAISONS.
059300     MOVE SPACES TO DAS-LIGNE.
059400     STRING 'TETE ' LIA-FGS-CLE-1 ' MEMBRE ' LIA-FGS-CLE-2
059500            ' TYPE ' LIA-TYPE ' DU ' LIA-DATE-DEBUT
059600            ' AU ' LIA-DATE-FIN
059700            DELIMITED SIZE INTO DAS-LIGNE
059800     END-STRING.
059900     PERFORM 8900-ECRIRE THRU 8900-EXIT.
060000 3500-SUIVANT.
060100     PERFORM 8160-LIRE-LIA THRU 8160-EXIT.
060200 3500-EXIT.
060300     EXIT.
060400******************************************************************
060500*  3600-AFFVEAP : LIGNES DB2 DU COETBL DERIVE D UNE CLE          *
060600*  (3EME AU 10EME CARACTERE, COMME GSRE380 ET GSIX530)           *
060700******************************************************************
060800 3600-AFFVEAP.
060900     IF IX-CLE = 1
061000         MOVE 'AFFVEAP - LIGNES' TO W-SOURCE-DSC
061100         PERFORM 8800-TITRE THRU 8800-EXIT.
061200     MOVE W-CLE-SUJET (IX-CLE) (3:8) TO MH37-COETBL.
061300     EXEC SQL OPEN C-MH37-S END-EXEC.
061400     IF SQLCODE NOT = ZERO
061500         MOVE 'OPEN CURSEUR AFFVEAP' TO W-MOTIF-ABANDON
061600         GO TO 9900-ABANDON.
061700     MOVE 'N' TO W-FIN-CURSEUR.
061800     PERFORM 3700-UNE-LIGNE THRU 3700-EXIT
061900         UNTIL W-FIN-CURSEUR = 'O'.
062000     EXEC SQL CLOSE C-MH37-S END-EXEC.
062100 3600-EXIT.
062200     EXIT.
062300 3700-UNE-LIGNE.
062400     EXEC SQL
062500       FETCH C-MH37-S
062600        INTO :MH37-COETBL , :MH37-COTNET , :MH37-MONTANT
062700     END-EXEC.
062800     IF SQLCODE = +100
062900         MOVE 'O' TO W-FIN-CURSEUR
063000         GO TO 3700-EXIT.
063100     IF SQLCODE NOT = ZERO
063200         MOVE 'FETCH CURSEUR AFFVEAP' TO W-MOTIF-ABANDON
063300         GO TO 9900-ABANDON.
063400     ADD 1 TO CPT-AFFVEAP.
063500     MOVE MH37-MONTANT TO W-MONTANT-AFF.
063600     MOVE SPACES TO DAS-LIGNE.
063700     STRING 'CLE ' W-CLE-SUJET (IX-CLE) ' COETBL ' MH37-COETBL
063800            ' COTNET ' MH37-COTNET ' MONTANT ' W-MONTANT-AFF
063900            DELIMITED SIZE INTO DAS-LIGNE
064000     END-STRING.
064100     PERFORM 8900-ECRIRE THRU 8900-EXIT.
064200 3700-EXIT.
064300     EXIT.
064400******************************************************************
064500*  3800-SEGMENTS : ENFANTS SEGC SOUS LE PARENT CONKEYB D UNE CLE *
064600*  (LECTURE SEULE - MEME PARCOURS QUE GSRE380)                   *
064700******************************************************************
064800 3800-SEGMENTS.
064900     IF IX-CLE = 1
065000         MOVE 'SEGC    - SEGMENTS' TO W-SOURCE-DSC
065100         PERFORM 8800-TITRE THRU 8800-EXIT.
065200     MOVE W-CLE-SUJET (IX-CLE) (3:8) TO CONKEYB.
065300     EXEC DLI GU USING PCB(PCBNUM)
065400         SEGMENT(SEGB)
065500             KEYS(CONKEYB) KEYLENGTH(8) SETPARENT
065600         SEGMENT(SEGC) INTO(AREAC) SEGLENGTH(SEGLEN)
065700     END-EXEC.
065800 3800-BOUCLE.
065900     IF DIBSTAT NOT = '  '
066000         GO TO 3800-EXIT.
066100     ADD 1 TO CPT-SEGMENTS.
066200     MOVE SPACES TO DAS-LIGNE.
066300     STRING 'PARENT ' CONKEYB ' SEGMENT ' AREAC-KEYC ' '
066400            AREAC-DONNEES
066500            DELIMITED SIZE INTO DAS-LIGNE
066600     END-STRING.
066700     PERFORM 8900-ECRIRE THRU 8900-EXIT.
066800     EXEC DLI GNP USING PCB(PCBNUM)
066900         SEGMENT(SEGC) INTO(AREAC) SEGLENGTH(SEGLEN)
067000     END-EXEC.
067100     GO TO 3800-BOUCLE.
067200 3800-EXIT.
067300     EXIT.
067400******************************************************************
067500*  4000-COURRIER : LE JOURNAL LETJRN (GSCO290) PARCOURU EN       *
067600*  ENTIER - CHAQUE COURRIER ENVOYE A UNE CLE DU SUJET            *
067700******************************************************************
067800 4000-COURRIER.
067900     MOVE 'LETJRN  - COURRIER ENVOYE' TO W-SOURCE-DSC.
068000     PERFORM 8800-TITRE THRU 8800-EXIT.
068100     PERFORM 8170-LIRE-JRN THRU 8170-EXIT.
068200     PERFORM 4100-UN-COURRIER THRU 4100-EXIT
068300         UNTIL FIN-JRN.
068400 4000-EXIT.
068500     EXIT.
068600 4100-UN-COURRIER.
068625*    LA MISE SOUS PLI (GSPO310) NE REPETE PAS LE COURRIER
068650     IF JRN-MISE-SOUS-PLI
068675         GO TO 4100-SUIVANT.
068700     MOVE JRN-CLE TO W-CLE-CHERCHEE.
068800     PERFORM 2950-CHERCHER-CLE THRU 2950-EXIT.
068900     IF W-CLE-TROUVEE NOT = 'O'
069000         GO TO 4100-SUIVANT.
069100     ADD 1 TO CPT-COURRIERS.
069200     MOVE SPACES TO DAS-LIGNE.
069300     STRING 'CLE ' JRN-CLE ' MODELE ' JRN-MODELE
069400            ' ENVOYE LE ' JRN-DATE ' A ' JRN-HEURE
069500            ' CANAL ' JRN-CANAL ' LANGUE ' JRN-LANGUE
069600            DELIMITED SIZE INTO DAS-LIGNE
069700     END-STRING.
069800     PERFORM 8900-ECRIRE THRU 8900-EXIT.
069900 4100-SUIVANT.
070000     PERFORM 8170-LIRE-JRN THRU 8170-EXIT.
070100 4100-EXIT.
070200     EXIT.
070300******************************************************************
070400*  5000-LETTRE : DEMANDE DASDEM POUR LA LETTRE D ACCOMPAGNEMENT  *
070500*  (GSCO290 CARTE ** DASU) SUR LA PREMIERE CLE DU MAITRE - UN    *
070600*  SUJET ABSENT DU MAITRE N A PAS D ADRESSE : CODE 4             *
070700******************************************************************
070800 5000-LETTRE.
070900     IF W-PREMIERE-CLE = SPACES
071000         DISPLAY 'GSDA810 - SUJET ABSENT DU MAITRE - '
071100                 'PAS DE LETTRE D ACCOMPAGNEMENT'
071200         MOVE 4 TO RETURN-CODE
071300         GO TO 5000-EXIT.
071400     MOVE SPACES         TO RLD-ENREG.
071500     MOVE W-PREMIERE-CLE TO RLD-CLE.
071600     MOVE 'DASU'         TO RLD-MODELE.
071700     MOVE ZERO           TO RLD-MONTANT-RETARD.
071800     MOVE ZERO           TO RLD-JOURS-RETARD.
071900     MOVE W-DATE-JOUR    TO RLD-DATE-PROMESSE.
072000     WRITE RLD-ENREG.
072100     IF NOT W-DEM-OK
072200         MOVE 'WRITE DASDEM' TO W-MOTIF-ABANDON
072300         GO TO 9900-ABANDON.
072400 5000-EXIT.
072500     EXIT.
072600******************************************************************
072700*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
072800******************************************************************
072900 8100-LIRE-FGS.
073000     READ FFFFFGS NEXT.
073100     IF W-FGS-FIN
073200         MOVE 'O' TO W-FIN-FGS
073300         GO TO 8100-EXIT.
073400     IF NOT W-FGS-OK
073500         MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
073600         GO TO 9900-ABANDON.
073700 8100-EXIT.
073800     EXIT.
073900 8150-LIRE-ARC.
074000     READ ARCFGS.
074100     IF W-ARC-FIN
074200         MOVE 'O' TO W-FIN-ARC
074300         GO TO 8150-EXIT.
074400     IF NOT W-ARC-OK
074500         MOVE 'READ ARCFGS' TO W-MOTIF-ABANDON
074600         GO TO 9900-ABANDON.
074700 8150-EXIT.
074800     EXIT.
074900 8160-LIRE-LIA.
075000     READ LIAFIC NEXT.
075100     IF W-LIA-FIN
075200         MOVE 'O' TO W-FIN-LIA
075300         GO TO 8160-EXIT.
075400     IF NOT W-LIA-OK
075500         MOVE 'READ LIAFIC' TO W-MOTIF-ABANDON
075600         GO TO 9900-ABANDON.
075700 8160-EXIT.
075800     EXIT.
075900 8170-LIRE-JRN.
076000     READ LETJRN.
076100     IF W-JRN-FIN
076200         MOVE 'O' TO W-FIN-JRN
076300         GO TO 8170-EXIT.
076400     IF NOT W-JRN-OK
076500         MOVE 'READ LETJRN' TO W-MOTIF-ABANDON
076600         GO TO 9900-ABANDON.
076700 8170-EXIT.
076800     EXIT.
076900******************************************************************
077000*  8300-DECODER : NOM ET ID-NAT EN CLAIR PAR GSCR390 AVEC LA     *
077100*  VERSION PORTEE PAR L ENREGISTREMENT                           *
077200******************************************************************
077300 8300-DECODER.
077400     MOVE 'D'                 TO CRZ-FONCTION.
077500     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
077600     MOVE FFFFFGS-NOM         TO CRZ-NOM.
077700     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
077800     CALL 'GSCR390' USING CRZ-ZONE.
077900 8300-EXIT.
078000     EXIT.
078100******************************************************************
078200*  8400-TRACER-DIVULGATION : LA FICHE DECODEE PART DANS LE PACK  *
078300*  - TRACE AU JOURNAL DES DIVULGATIONS (NATURE E, CANAL BATC,    *
078400*  REFERENCE = REFERENCE DE LA DEMANDE)                          *
078500******************************************************************
078600 8400-TRACER-DIVULGATION.
078700     MOVE SPACES              TO DSC-ENREG.
078800     MOVE W-DATE-JOUR         TO DSC-DATE.
078900     MOVE W-HEURE-JOUR (1:6)  TO DSC-HEURE.
079000     MOVE 'GSDA810 '          TO DSC-IDENTITE.
079100     MOVE 'BATC'              TO DSC-CANAL.
079200     MOVE 'GSDA810 '          TO DSC-PROGRAMME.
079300     MOVE FFFFFGS-CLE         TO DSC-FGS-CLE.
079400     MOVE 'E'                 TO DSC-NATURE.
079500     MOVE W-PARM-REFERENCE    TO DSC-REFERENCE.
079600     MOVE 'N'                 TO DSC-FORMATION.
079700     WRITE DSC-ENREG.
079800     IF NOT W-DSC-OK
079900         MOVE 'WRITE DSCDAS' TO W-MOTIF-ABANDON
080000         GO TO 9900-ABANDON.
080100 8400-EXIT.
080200     EXIT.
080300******************************************************************
080400*  8800-TITRE : LIGNE BLANCHE PUIS TITRE DE LA RUBRIQUE          *
080500******************************************************************
080600 8800-TITRE.
080700     MOVE SPACES TO DAS-LIGNE.
080800     PERFORM 8900-ECRIRE THRU 8900-EXIT.
080900     MOVE SPACES TO DAS-LIGNE.
081000     STRING '*** ' W-SOURCE-DSC ' ***'
081100            DELIMITED SIZE INTO DAS-LIGNE
081200     END-STRING.
081300     PERFORM 8900-ECRIRE THRU 8900-EXIT.
081400 8800-EXIT.
081500     EXIT.
081600******************************************************************
081700*  8900-ECRIRE : UNE LIGNE DU PACK                               *
081800******************************************************************
081900 8900-ECRIRE.
082000     WRITE DAS-LIGNE.
082100     IF NOT W-DAS-OK
082200         MOVE 'WRITE ETATDAS' TO W-MOTIF-ABANDON
082300         GO TO 9900-ABANDON.
082400 8900-EXIT.
082500     EXIT.
082600******************************************************************
082700*  9000-TERMINAISON : BILAN PAR MAGASIN ET FERMETURES            *
082800******************************************************************
082900 9000-TERMINAISON.
083000     MOVE 'BILAN' TO W-SOURCE-DSC.
083100     PERFORM 8800-TITRE THRU 8800-EXIT.
083200     IF NB-CLE = ZERO
083300         MOVE 'AUCUNE DONNEE DETENUE SUR CE SUJET' TO DAS-LIGNE
083400         PERFORM 8900-ECRIRE THRU 8900-EXIT.
083500     MOVE CPT-FICHES    TO BIL-FICHES.
083600     MOVE CPT-ARCHIVES  TO BIL-ARCHIVES.
083700     MOVE CPT-ADRESSES  TO BIL-ADRESSES.
083800     MOVE CPT-NOTES     TO BIL-NOTES.
083900     MOVE CPT-LIAISONS  TO BIL-LIAISONS.
084000     MOVE CPT-AFFVEAP   TO BIL-AFFVEAP.
084100     MOVE CPT-SEGMENTS  TO BIL-SEGMENTS.
084200     MOVE CPT-COURRIERS TO BIL-COURRIERS.
084300     MOVE W-LIGNE-BILAN TO DAS-LIGNE.
084400     PERFORM 8900-ECRIRE THRU 8900-EXIT.
084500     CLOSE FFFFFGS ARCFGS ADRFIC NOTEFIC LIAFIC LETJRN
084600           ETATDAS DASDEM DSCDAS.
084700     DISPLAY 'GSDA810 - CLES DU SUJET : ' NB-CLE.
084800     DISPLAY 'GSDA810 - FICHES        : ' CPT-FICHES.
084900     DISPLAY 'GSDA810 - ARCHIVES      : ' CPT-ARCHIVES.
085000 9000-EXIT.
085100     EXIT.
085200******************************************************************
085300*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT                     *
085400******************************************************************
085500 9900-ABANDON.
085600     DISPLAY 'GSDA810 - ABANDON : ' W-MOTIF-ABANDON.
085700     MOVE 16 TO RETURN-CODE.
085800     STOP RUN.
