000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSFI910.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSFI910 : ATTESTATION FISCALE ANNUELLE PAR CLE                *
000900*  ------------------------------------------------------------  *
001000*  L ETAT ANNUEL DES INTERETS VERSES ET DES FRAIS PRELEVES NE    *
001100*  SE MONTE PLUS AU TABLEUR DEPUIS ETATINT ET ETATFEE : LE       *
001200*  JOURNAL FISCAL FISJRN (ALIMENTE PAR GSIA600 MODE M, GSFE590   *
001300*  MODE A ET GSCD890) EST TRIE PAR CLE ET CUMULE SUR L ANNEE     *
001400*  CIVILE DE LA CARTE PARAMETRE (DATE DU JOURNAL).               *
001500*  POUR CHAQUE CLE AYANT DES INTERETS OU DES FRAIS :             *
001600*   - PAYS = ADRESSE ADRFIC EN VIGUEUR AU 31/12 DE L ANNEE ;     *
001700*   - TAUX DE RETENUE A LA SOURCE : REFTBL TYPE RETS, CODE =     *
001800*     ENTITE(2) + PAYS(2), A DEFAUT ENTITE + ** ; LIBELLE        *
001900*     COURT (1:4) = TAUX 99V99 EN POURCENTAGE, EN VIGUEUR AU     *
002000*     31/12. SANS LIGNE, TAUX NUL (CLE COMPTEE, CODE RETOUR 4) ; *
002100*     TAUX NON NUMERIQUE = ABANDON ;                             *
002200*   - RETENUE = INTERETS X TAUX / 100 (ARRONDI), SUR LES SEULS   *
002300*     INTERETS ; NET = INTERETS - RETENUE ;                      *
002400*   - DEMANDE CERDEM (DESSIN FFFFFGRD, VUE RLD-FIS-ENREG,        *
002500*     MODELE CFIS) POUR LE COURRIER GSCO290 (CARTE ** CFIS,      *
002600*     CERDEM PASSE SOUS LE NOM RELDEM) - DANS L ORDRE DES CLES ; *
002700*   - LIGNE D DE LA DECLARATION DECFIS (NOM ET ID-NAT EN         *
002800*     CLAIR PAR GSCR390), ENTRE UNE ENTETE E ET UNE FIN T QUI    *
002900*     PORTE LES TOTAUX DE CONTROLE.                              *
003000*  UNE CLE ABSENTE DU MAITRE EST DECLAREE SANS IDENTITE ET SANS  *
003100*  ATTESTATION (CLE SIGNALEE, CODE RETOUR 4).                    *
003200*  REGISTRE ETATFIS PAR ENTITE : CHIFFRES DE CHAQUE CLE,         *
003300*  SOUS-TOTAL PAR ENTITE ET TOTAL GENERAL.                       *
003400*  CARTE PARAMETRE : ANNEE AAAA (BLANC = ANNEE PRECEDENTE).      *
003500*  ------------------------------------------------------------  *
003600*  ENTREE  : FISJRN   JOURNAL FISCAL                             *
003700*            FFFFFGS  FICHIER MAITRE (LECTURE DIRECTE)           *
003800*            ADRFIC   ADRESSES (PAYS DU TITULAIRE)               *
003900*            REFTBL   (PAR GSRT060) TYPE RETS                    *
004000*  SORTIE  : CERDEM   DEMANDES D ATTESTATION POUR GSCO290        *
004100*            DECFIS   DECLARATION A L ADMINISTRATION FISCALE     *
004200*            ETATFIS  REGISTRE DES ATTESTATIONS PAR ENTITE       *
004300*  TRAVAIL : FISTRI   TRIFIS                                     *
004400*  ------------------------------------------------------------  *
004500*  HISTORIQUE DES MODIFICATIONS                                  *
004600*  15/10/26  DA  CREATION                                        *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.
005100     IBM-370.
005200 OBJECT-COMPUTER.
005300     IBM-370.
005400 SPECIAL-NAMES.
005500     DECIMAL-POINT IS COMMA.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT FISJRN  ASSIGN  FISJRN
005900       ORGANIZATION  SEQUENTIAL
006000       FILE STATUS   W-FISJRN-STATUS.
006100     SELECT FISTRI  ASSIGN  FISTRI
006200       ORGANIZATION  SEQUENTIAL
006300       FILE STATUS   W-FISTRI-STATUS.
006400     SELECT FFFFFGS ASSIGN  FFFFFGS
006500       ORGANIZATION  INDEXED
006600       ACCESS MODE   RANDOM
006700       RECORD KEY    FFFFFGS-CLE
006800       FILE STATUS   W-FFFFFGS-STATUS.
006900     SELECT ADRFIC  ASSIGN  ADRFIC
007000       ORGANIZATION  INDEXED
007100       ACCESS MODE   DYNAMIC
007200       RECORD KEY    ADR-CLE
007300       FILE STATUS   W-ADRFIC-STATUS.
007400     SELECT CERDEM  ASSIGN  CERDEM
007500       ORGANIZATION  SEQUENTIAL
007600       FILE STATUS   W-CERDEM-STATUS.
007700     SELECT DECFIS  ASSIGN  DECFIS
007800       ORGANIZATION  SEQUENTIAL
007900       FILE STATUS   W-DECFIS-STATUS.
008000     SELECT ETATFIS ASSIGN  ETATFIS
008100       ORGANIZATION  SEQUENTIAL
008200       FILE STATUS   W-ETATFIS-STATUS.
008300     SELECT TRIFIS  ASSIGN  TRIFIS.
008400 DATA DIVISION.
008500 FILE SECTION.
008600 FD  FISJRN
008700     LABEL RECORD STANDARD
008800     DATA RECORD FIJ-ENREG.
008900 01  FIJ-ENREG                       PIC X(50).
009000*    JOURNAL TRIE PAR CLE ET DATE (DESSIN FFFFFGFJ)
009100 FD  FISTRI
009200     LABEL RECORD STANDARD
009300     DATA RECORD FIS-ENREG.
009400 COPY FFFFFGFJ.
009500 FD  FFFFFGS
009600     LABEL RECORD STANDARD
009700     DATA RECORD FFFFFGS-ENREG.
009800 COPY FFFFFFGS.
009900 FD  ADRFIC
010000     LABEL RECORD STANDARD
010100     DATA RECORD ADR-ENREG.
010200 COPY FFFFFGAD.
010300 FD  CERDEM
010400     LABEL RECORD STANDARD
010500     DATA RECORD RLD-ENREG.
010600 COPY FFFFFGRD.
010700 FD  DECFIS
010800     LABEL RECORD STANDARD
010900     DATA RECORD DEC-ENREG.
011000 COPY FFFFFGFD.
011100 FD  ETATFIS
011200     LABEL RECORD STANDARD
011300     DATA RECORD EFI-LIGNE.
011400 01  EFI-LIGNE                       PIC X(132).
011500 SD  TRIFIS
011600     DATA RECORD TRF-ENREG.
011700 01  TRF-ENREG.
011800     05  TRF-CLE                     PIC X(15).
011900     05  TRF-NATURE                  PIC X(01).
012000     05  TRF-DATE                    PIC 9(08).
012100     05  FILLER                      PIC X(26).
012200 WORKING-STORAGE SECTION.
012300 77  CPT-LUES                        PIC S9(08) COMP VALUE ZERO.
012400 77  CPT-HORS-ANNEE                  PIC S9(08) COMP VALUE ZERO.
012500 77  CPT-NATURE-INCONNUE             PIC S9(08) COMP VALUE ZERO.
012600 77  CPT-CLES-NULLES                 PIC S9(08) COMP VALUE ZERO.
012700 77  CPT-DECLAREES                   PIC S9(08) COMP VALUE ZERO.
012800 77  CPT-ATTESTATIONS                PIC S9(08) COMP VALUE ZERO.
012900 77  CPT-HORS-MAITRE                 PIC S9(08) COMP VALUE ZERO.
013000 77  CPT-SANS-TAUX                   PIC S9(08) COMP VALUE ZERO.
013100 77  CPT-SANS-ADRESSE                PIC S9(08) COMP VALUE ZERO.
013200 01  W-FIN-FIS                       PIC X(01) VALUE 'N'.
013300     88  FIN-FIS                     VALUE 'O'.
013400 01  W-FISJRN-STATUS                 PIC X(02).
013500     88  W-FIJ-OK                    VALUE '00'.
013600 01  W-FISTRI-STATUS                 PIC X(02).
013700     88  W-FIS-OK                    VALUE '00'.
013800     88  W-FIS-FIN                   VALUE '10'.
013900 COPY FFFFFGSW.
014000 01  W-ADRFIC-STATUS                 PIC X(02).
014100     88  W-ADR-OK                    VALUE '00'.
014200     88  W-ADR-FIN                   VALUE '10'.
014300     88  W-ADR-ABSENT                VALUE '23'.
014400 77  W-FIN-ADR                       PIC X(01).
014500 01  W-CERDEM-STATUS                 PIC X(02).
014600     88  W-CER-OK                    VALUE '00'.
014700 01  W-DECFIS-STATUS                 PIC X(02).
014800     88  W-DEC-OK                    VALUE '00'.
014900 01  W-ETATFIS-STATUS                PIC X(02).
015000     88  W-EFI-OK                    VALUE '00'.
015100 01  W-MOTIF-ABANDON                 PIC X(40).
015200 01  W-PARM.
015300     05  W-PARM-ANNEE                PIC X(04).
015400     05  FILLER                      PIC X(76).
015500 01  W-PARM-R REDEFINES W-PARM.
015600     05  W-PARM-ANNEE-9              PIC 9(04).
015700     05  FILLER                      PIC X(76).
015800 01  W-DATE-JOUR.
015900     05  W-JOUR-AAAA                 PIC 9(04).
016000     05  FILLER                      PIC 9(04).
016100 01  W-DATE-JOUR-9 REDEFINES W-DATE-JOUR
016200                                     PIC 9(08).
016300 01  W-ANNEE                         PIC 9(04).
016400*    31/12 DE L ANNEE : DATE DE L ADRESSE ET DU TAUX RETENUS
016500 01  W-FIN-ANNEE.
016600     05  W-FIN-AAAA                  PIC 9(04).
016700     05  W-FIN-MMJJ                  PIC 9(04) VALUE 1231.
016800 01  W-FIN-ANNEE-9 REDEFINES W-FIN-ANNEE
016900                                     PIC 9(08).
017000*    CUMULS DE LA CLE EN COURS
017100 01  W-CLE-COURANTE                  PIC X(15) VALUE SPACES.
017200 01  W-CLE-INTERETS                  PIC S9(11)V99 COMP-3.
017300 01  W-CLE-FRAIS                     PIC S9(11)V99 COMP-3.
017400 01  W-CLE-RETENUE                   PIC S9(11)V99 COMP-3.
017500 01  W-PAYS                          PIC X(02).
017600 01  W-TAUX                          PIC 9(02)V99.
017700 01  W-TAUX-X REDEFINES W-TAUX       PIC X(04).
017800 01  W-NOM-CLAIR                     PIC X(30).
017900 01  W-ID-NAT-CLAIR                  PIC X(13).
018000 01  W-NOTE                          PIC X(11).
018100*    CUMULS DE L ENTITE EN COURS ET CUMULS GENERAUX
018200 01  W-ENTITE-COURANTE               PIC X(02) VALUE SPACES.
018300 01  W-CUMULS-ENTITE.
018400     05  W-ENT-NB                    PIC S9(08) COMP.
018500     05  W-ENT-INTERETS              PIC S9(13)V99 COMP-3.
018600     05  W-ENT-FRAIS                 PIC S9(13)V99 COMP-3.
018700     05  W-ENT-RETENUE               PIC S9(13)V99 COMP-3.
018800 01  W-CUMULS-GENERAUX.
018900     05  W-GEN-NB                    PIC S9(08) COMP VALUE ZERO.
019000     05  W-GEN-INTERETS              PIC S9(13)V99 COMP-3
019100                                     VALUE ZERO.
019200     05  W-GEN-FRAIS                 PIC S9(13)V99 COMP-3
019300                                     VALUE ZERO.
019400     05  W-GEN-RETENUE               PIC S9(13)V99 COMP-3
019500                                     VALUE ZERO.
019600 COPY GSREFZ.
019700 COPY GSCRZ.
019800 01  EFI-ENTETE.
019900     05  FILLER                      PIC X(44)
020000         VALUE 'GSFI910 - ATTESTATIONS FISCALES - ANNEE     '.
020100     05  EFI-E-ANNEE                 PIC 9(04).
020200     05  FILLER                      PIC X(08) VALUE ' - DATE '.
020300     05  EFI-E-DATE                  PIC 9(08).
020400     05  FILLER                      PIC X(68) VALUE SPACES.
020500 01  EFI-TITRES.
020600     05  FILLER                      PIC X(16) VALUE 'CLE'.
020700     05  FILLER                      PIC X(03) VALUE 'PA'.
020800     05  FILLER                      PIC X(16)
020900         VALUE '       INTERETS'.
021000     05  FILLER                      PIC X(16)
021100         VALUE '          FRAIS'.
021200     05  FILLER                      PIC X(06) VALUE ' TAUX'.
021300     05  FILLER                      PIC X(16)
021400         VALUE '        RETENUE'.
021500     05  FILLER                      PIC X(16)
021600         VALUE '            NET'.
021700     05  FILLER                      PIC X(43) VALUE 'NOTE'.
021800 01  EFI-DETAIL.
021900     05  EFI-D-CLE                   PIC X(15).
022000     05  FILLER                      PIC X(01) VALUE SPACE.
022100     05  EFI-D-PAYS                  PIC X(02).
022200     05  FILLER                      PIC X(01) VALUE SPACE.
022300     05  EFI-D-INTERETS              PIC -(11)9,99.
022400     05  FILLER                      PIC X(01) VALUE SPACE.
022500     05  EFI-D-FRAIS                 PIC -(11)9,99.
022600     05  FILLER                      PIC X(01) VALUE SPACE.
022700     05  EFI-D-TAUX                  PIC Z9,99.
022800     05  FILLER                      PIC X(01) VALUE SPACE.
022900     05  EFI-D-RETENUE               PIC -(11)9,99.
023000     05  FILLER                      PIC X(01) VALUE SPACE.
023100     05  EFI-D-NET                   PIC -(11)9,99.
023200     05  FILLER                      PIC X(01) VALUE SPACE.
023300     05  EFI-D-NOTE                  PIC X(11).
023400     05  FILLER                      PIC X(32) VALUE SPACES.
023500 01  EFI-TOTAL.
023600     05  EFI-T-LIBELLE               PIC X(20).
023700     05  EFI-T-NB                    PIC Z(06)9.
023800     05  FILLER                      PIC X(11) VALUE ' INTERETS '.
023900     05  EFI-T-INTERETS              PIC -(13)9,99.
024000     05  FILLER                      PIC X(08) VALUE ' FRAIS '.
024100     05  EFI-T-FRAIS                 PIC -(13)9,99.
024200     05  FILLER                      PIC X(10) VALUE ' RETENUE '.
024300     05  EFI-T-RETENUE               PIC -(13)9,99.
024400     05  FILLER                      PIC X(25) VALUE SPACES.
024500 01  EFI-COMPTE.
024600     05  EFI-C-LIBELLE               PIC X(30).
024700     05  FILLER                      PIC X(06) VALUE ' NB : '.
024800     05  EFI-C-NB                    PIC Z(07)9.
024900     05  FILLER                      PIC X(88) VALUE SPACES.
025000 PROCEDURE DIVISION.
025100******************************************************************
025200*  0000-MAINLINE : TRI DU JOURNAL PUIS CUMUL PAR CLE             *
025300******************************************************************
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
025600     SORT TRIFIS
025700         ON ASCENDING KEY TRF-CLE TRF-DATE
025800         USING FISJRN
025900         GIVING FISTRI.
026000     PERFORM 1500-OUVERTURES THRU 1500-EXIT.
026100     PERFORM 2000-UNE-LIGNE THRU 2000-EXIT
026200         UNTIL FIN-FIS.
026300     IF W-CLE-COURANTE NOT = SPACES
026400         PERFORM 2500-CLOTURER-CLE THRU 2500-EXIT.
026500     PERFORM 4000-TERMINAISON THRU 4000-EXIT.
026600     IF CPT-SANS-TAUX GREATER ZERO
026700      OR CPT-HORS-MAITRE GREATER ZERO
026800         MOVE 4 TO RETURN-CODE.
026900     GOBACK.
027000 0000-EXIT.
027100     EXIT.
027200******************************************************************
027300*  1000-INITIALISATION : CARTE PARAMETRE ET ANNEE TRAITEE        *
027400******************************************************************
027500 1000-INITIALISATION.
027600     MOVE SPACES TO W-PARM.
027700     ACCEPT W-PARM.
027800     ACCEPT W-DATE-JOUR-9 FROM DATE YYYYMMDD.
027900     IF W-PARM-ANNEE = SPACES
028000         SUBTRACT 1 FROM W-JOUR-AAAA GIVING W-ANNEE
028100     ELSE
028200         IF W-PARM-ANNEE-9 NOT NUMERIC
028300             MOVE 'CARTE PARAMETRE - ANNEE' TO W-MOTIF-ABANDON
028400             GO TO 9900-ABANDON
028500         ELSE
028600             MOVE W-PARM-ANNEE-9 TO W-ANNEE.
028700     MOVE W-ANNEE TO W-FIN-AAAA.
028800 1000-EXIT.
028900     EXIT.
029000******************************************************************
029100*  1500-OUVERTURES : FICHIERS, ENTETES DU REGISTRE ET DE LA      *
029200*  DECLARATION, PREMIERE LIGNE DU JOURNAL TRIE                   *
029300******************************************************************
029400 1500-OUVERTURES.
029500     OPEN INPUT FISTRI.
029600     IF NOT W-FIS-OK
029700         MOVE 'OPEN FISTRI'  TO W-MOTIF-ABANDON
029800         GO TO 9900-ABANDON.
029900     OPEN INPUT FFFFFGS.
030000     IF NOT W-FGS-OK
030100         MOVE 'OPEN FFFFFGS' TO W-MOTIF-ABANDON
030200         GO TO 9900-ABANDON.
030300     OPEN INPUT ADRFIC.
030400     IF NOT W-ADR-OK
030500         MOVE 'OPEN ADRFIC'  TO W-MOTIF-ABANDON
030600         GO TO 9900-ABANDON.
030700     OPEN OUTPUT CERDEM DECFIS ETATFIS.
030800     IF NOT W-CER-OK OR NOT W-DEC-OK OR NOT W-EFI-OK
030900         MOVE 'OPEN SORTIES ATTESTATIONS' TO W-MOTIF-ABANDON
031000         GO TO 9900-ABANDON.
031100     MOVE W-ANNEE       TO EFI-E-ANNEE.
031200     MOVE W-DATE-JOUR-9 TO EFI-E-DATE.
031300     WRITE EFI-LIGNE FROM EFI-ENTETE.
031400     WRITE EFI-LIGNE FROM EFI-TITRES.
031500     MOVE SPACES        TO DEC-ENREG.
031600     MOVE 'E'           TO DEC-TYPE.
031700     MOVE W-ANNEE       TO DEC-E-ANNEE.
031800     MOVE 'DATIM   '    TO DEC-E-EMETTEUR.
031900     MOVE W-DATE-JOUR-9 TO DEC-E-DATE.
032000     WRITE DEC-ENREG.
032100     IF NOT W-DEC-OK
032200         MOVE 'WRITE DECFIS (E)' TO W-MOTIF-ABANDON
032300         GO TO 9900-ABANDON.
032400     PERFORM 8100-LIRE-FIS THRU 8100-EXIT.
032500 1500-EXIT.
032600     EXIT.
032700******************************************************************
032800*  2000-UNE-LIGNE : LIGNE DU JOURNAL DE L ANNEE CUMULEE A SA     *
032900*  CLE - LA RUPTURE DE CLE CLOT LA CLE PRECEDENTE                *
033000******************************************************************
033100 2000-UNE-LIGNE.
033200     IF FIS-ANNEE NOT = W-ANNEE
033300         ADD 1 TO CPT-HORS-ANNEE
033400         GO TO 2000-SUIVANT.
033500     IF FIS-FGS-CLE NOT = W-CLE-COURANTE
033600         IF W-CLE-COURANTE NOT = SPACES
033700             PERFORM 2500-CLOTURER-CLE THRU 2500-EXIT
033800         END-IF
033900         MOVE FIS-FGS-CLE TO W-CLE-COURANTE
034000         MOVE ZERO TO W-CLE-INTERETS W-CLE-FRAIS.
034100     IF FIS-INTERETS
034200         ADD FIS-MONTANT TO W-CLE-INTERETS
034300         GO TO 2000-SUIVANT.
034400     IF FIS-FRAIS
034500         ADD FIS-MONTANT TO W-CLE-FRAIS
034600         GO TO 2000-SUIVANT.
034700     ADD 1 TO CPT-NATURE-INCONNUE.
034800 2000-SUIVANT.
034900     PERFORM 8100-LIRE-FIS THRU 8100-EXIT.
035000 2000-EXIT.
035100     EXIT.
035200******************************************************************
035300*  2500-CLOTURER-CLE : IDENTITE, PAYS, TAUX ET RETENUE DE LA     *
035400*  CLE QUI S ACHEVE, PUIS DECLARATION, ATTESTATION ET REGISTRE   *
035500******************************************************************
035600 2500-CLOTURER-CLE.
035700     IF W-CLE-INTERETS = ZERO AND W-CLE-FRAIS = ZERO
035800         ADD 1 TO CPT-CLES-NULLES
035900         GO TO 2500-EXIT.
036000     MOVE SPACES TO W-NOTE W-NOM-CLAIR W-ID-NAT-CLAIR.
036100     MOVE W-CLE-COURANTE TO FFFFFGS-CLE.
036200     READ FFFFFGS.
036300     IF W-FGS-ABSENT
036400         MOVE 'HORS MAITRE' TO W-NOTE
036500         ADD 1 TO CPT-HORS-MAITRE
036600     ELSE
036700         IF NOT W-FGS-OK
036800             MOVE 'READ FFFFFGS' TO W-MOTIF-ABANDON
036900             GO TO 9900-ABANDON
037000         ELSE
037100             PERFORM 2550-DECODER THRU 2550-EXIT.
037200     PERFORM 2600-PAYS THRU 2600-EXIT.
037300     PERFORM 2700-TAUX THRU 2700-EXIT.
037400     MOVE ZERO TO W-CLE-RETENUE.
037500     IF W-CLE-INTERETS GREATER ZERO
037600         COMPUTE W-CLE-RETENUE ROUNDED =
037700             W-CLE-INTERETS * W-TAUX / 100.
037800     PERFORM 2800-DECLARER THRU 2800-EXIT.
037900     IF W-NOTE NOT = 'HORS MAITRE'
038000         PERFORM 2900-ATTESTER THRU 2900-EXIT.
038100     PERFORM 5000-DETAIL THRU 5000-EXIT.
038200 2500-EXIT.
038300     EXIT.
038400******************************************************************
038500*  2550-DECODER : NOM ET ID-NAT EN CLAIR (GSCR390) AVEC LA       *
038600*  VERSION PORTEE PAR L ENREGISTREMENT                           *
038700******************************************************************
038800 2550-DECODER.
038900     MOVE 'D'                 TO CRZ-FONCTION.
039000     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
039100     MOVE FFFFFGS-NOM         TO CRZ-NOM.
039200     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
039300     CALL 'GSCR390' USING CRZ-ZONE.
039400     MOVE CRZ-NOM             TO W-NOM-CLAIR.
039500     MOVE CRZ-ID-NAT          TO W-ID-NAT-CLAIR.
039600 2550-EXIT.
039700     EXIT.
039800******************************************************************
039900*  2600-PAYS : PAYS DE LA DERNIERE ADRESSE ADRFIC EN VIGUEUR     *
040000*  AU 31/12 DE L ANNEE - ABSENTE = PAYS A BLANC                  *
040100******************************************************************
040200 2600-PAYS.
040300     MOVE SPACES         TO W-PAYS.
040400     MOVE W-CLE-COURANTE TO ADR-FGS-CLE.
040500     MOVE ZERO           TO ADR-DATE-EFFET.
040600     START ADRFIC KEY NOT LESS ADR-CLE.
040700     IF NOT W-ADR-OK
040800         GO TO 2600-FIN.
040900     MOVE 'N' TO W-FIN-ADR.
041000     PERFORM 2650-UNE-ADRESSE THRU 2650-EXIT
041100         UNTIL W-FIN-ADR = 'O'.
041200 2600-FIN.
041300     IF W-PAYS = SPACES
041400         ADD 1 TO CPT-SANS-ADRESSE.
041500 2600-EXIT.
041600     EXIT.
041700 2650-UNE-ADRESSE.
041800     READ ADRFIC NEXT.
041900     IF NOT W-ADR-OK
042000      OR ADR-FGS-CLE NOT = W-CLE-COURANTE
042100      OR ADR-DATE-EFFET GREATER W-FIN-ANNEE-9
042200         MOVE 'O' TO W-FIN-ADR
042300         GO TO 2650-EXIT.
042400     MOVE ADR-PAYS TO W-PAYS.
042500 2650-EXIT.
042600     EXIT.
042700******************************************************************
042800*  2700-TAUX : REFTBL RETS ENTITE + PAYS, A DEFAUT ENTITE + **   *
042900*  - SANS LIGNE EN VIGUEUR AU 31/12, TAUX NUL                    *
043000******************************************************************
043100 2700-TAUX.
043200     MOVE ZERO                  TO W-TAUX.
043300     MOVE 'RETS'                TO REF-D-TYPE.
043400     MOVE SPACES                TO REF-D-CODE.
043500     MOVE W-CLE-COURANTE (1:2)  TO REF-D-CODE (1:2).
043600     MOVE W-PAYS                TO REF-D-CODE (3:2).
043700     MOVE W-FIN-ANNEE-9         TO REF-D-DATE.
043800     IF W-PAYS NOT = SPACES
043900         CALL 'GSRT060' USING REF-DEM
044000         IF REF-D-INCIDENT
044100             MOVE 'GSRT060 - LECTURE REFTBL RETS'
044200               TO W-MOTIF-ABANDON
044300             GO TO 9900-ABANDON
044400         END-IF
044500         IF REF-D-TROUVE
044600             GO TO 2700-LIBELLE.
044700     MOVE '**'                  TO REF-D-CODE (3:2).
044800     CALL 'GSRT060' USING REF-DEM.
044900     IF REF-D-INCIDENT
045000         MOVE 'GSRT060 - LECTURE REFTBL RETS' TO W-MOTIF-ABANDON
045100         GO TO 9900-ABANDON.
045200     IF NOT REF-D-TROUVE
045300         MOVE 'SANS TAUX' TO W-NOTE
045400         ADD 1 TO CPT-SANS-TAUX
045500         GO TO 2700-EXIT.
045600 2700-LIBELLE.
045700     MOVE REF-D-LIB-COURT (1:4) TO W-TAUX-X.
045800     IF W-TAUX NOT NUMERIC
045900         MOVE 'TAUX REFTBL RETS NON NUMERIQUE' TO W-MOTIF-ABANDON
046000         GO TO 9900-ABANDON.
046100 2700-EXIT.
046200     EXIT.
046300******************************************************************
046400*  2800-DECLARER : LIGNE D DE LA DECLARATION DECFIS              *
046500******************************************************************
046600 2800-DECLARER.
046700     MOVE SPACES               TO DEC-ENREG.
046800     MOVE 'D'                  TO DEC-TYPE.
046900     MOVE W-CLE-COURANTE       TO DEC-D-CLE.
047000     MOVE W-CLE-COURANTE (1:2) TO DEC-D-ENTITE.
047100     MOVE W-PAYS               TO DEC-D-PAYS.
047200     MOVE W-NOM-CLAIR          TO DEC-D-NOM.
047300     MOVE W-ID-NAT-CLAIR       TO DEC-D-ID-NAT.
047400     MOVE W-CLE-INTERETS       TO DEC-D-INTERETS.
047500     MOVE W-CLE-FRAIS          TO DEC-D-FRAIS.
047600     MOVE W-TAUX               TO DEC-D-TAUX.
047700     MOVE W-CLE-RETENUE        TO DEC-D-RETENUE.
047800     WRITE DEC-ENREG.
047900     IF NOT W-DEC-OK
048000         MOVE 'WRITE DECFIS (D)' TO W-MOTIF-ABANDON
048100         GO TO 9900-ABANDON.
048200     ADD 1 TO CPT-DECLAREES.
048300 2800-EXIT.
048400     EXIT.
048500******************************************************************
048600*  2900-ATTESTER : DEMANDE CERDEM DU MODELE CFIS POUR GSCO290    *
048700******************************************************************
048800 2900-ATTESTER.
048900     MOVE SPACES          TO RLD-FIS-ENREG.
049000     MOVE W-CLE-COURANTE  TO RLD-FIS-CLE.
049100     MOVE 'CFIS'          TO RLD-FIS-MODELE.
049200     MOVE W-ANNEE         TO RLD-FIS-ANNEE.
049300     MOVE W-CLE-INTERETS  TO RLD-FIS-INTERETS.
049400     MOVE W-CLE-FRAIS     TO RLD-FIS-FRAIS.
049500     MOVE W-CLE-RETENUE   TO RLD-FIS-RETENUE.
049600     MOVE W-TAUX          TO RLD-FIS-TAUX.
049700     WRITE RLD-FIS-ENREG.
049800     IF NOT W-CER-OK
049900         MOVE 'WRITE CERDEM' TO W-MOTIF-ABANDON
050000         GO TO 9900-ABANDON.
050100     ADD 1 TO CPT-ATTESTATIONS.
050200 2900-EXIT.
050300     EXIT.
050400******************************************************************
050500*  4000-TERMINAISON : FIN T DE LA DECLARATION, TOTAUX DU         *
050600*  REGISTRE, COMPTES ET FERMETURES                               *
050700******************************************************************
050800 4000-TERMINAISON.
050900     MOVE SPACES           TO DEC-ENREG.
051000     MOVE 'T'              TO DEC-TYPE.
051100     MOVE CPT-DECLAREES    TO DEC-T-NB.
051200     MOVE W-GEN-INTERETS   TO DEC-T-INTERETS.
051300     MOVE W-GEN-FRAIS      TO DEC-T-FRAIS.
051400     MOVE W-GEN-RETENUE    TO DEC-T-RETENUE.
051500     WRITE DEC-ENREG.
051600     IF NOT W-DEC-OK
051700         MOVE 'WRITE DECFIS (T)' TO W-MOTIF-ABANDON
051800         GO TO 9900-ABANDON.
051900     IF W-ENTITE-COURANTE NOT = SPACES
052000         PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT.
052100     MOVE 'TOTAL GENERAL'    TO EFI-T-LIBELLE.
052200     MOVE W-GEN-NB           TO EFI-T-NB.
052300     MOVE W-GEN-INTERETS     TO EFI-T-INTERETS.
052400     MOVE W-GEN-FRAIS        TO EFI-T-FRAIS.
052500     MOVE W-GEN-RETENUE      TO EFI-T-RETENUE.
052600     WRITE EFI-LIGNE FROM EFI-TOTAL.
052700     MOVE 'LIGNES DU JOURNAL LUES'        TO EFI-C-LIBELLE.
052800     MOVE CPT-LUES                        TO EFI-C-NB.
052900     WRITE EFI-LIGNE FROM EFI-COMPTE.
053000     MOVE '  DONT HORS ANNEE'             TO EFI-C-LIBELLE.
053100     MOVE CPT-HORS-ANNEE                  TO EFI-C-NB.
053200     WRITE EFI-LIGNE FROM EFI-COMPTE.
053300     MOVE '  DONT NATURE INCONNUE'        TO EFI-C-LIBELLE.
053400     MOVE CPT-NATURE-INCONNUE             TO EFI-C-NB.
053500     WRITE EFI-LIGNE FROM EFI-COMPTE.
053600     MOVE 'CLES A MONTANTS NULS'          TO EFI-C-LIBELLE.
053700     MOVE CPT-CLES-NULLES                 TO EFI-C-NB.
053800     WRITE EFI-LIGNE FROM EFI-COMPTE.
053900     MOVE 'CLES DECLAREES (DECFIS)'       TO EFI-C-LIBELLE.
054000     MOVE CPT-DECLAREES                   TO EFI-C-NB.
054100     WRITE EFI-LIGNE FROM EFI-COMPTE.
054200     MOVE 'ATTESTATIONS (CERDEM)'         TO EFI-C-LIBELLE.
054300     MOVE CPT-ATTESTATIONS                TO EFI-C-NB.
054400     WRITE EFI-LIGNE FROM EFI-COMPTE.
054500     MOVE 'CLES HORS MAITRE'              TO EFI-C-LIBELLE.
054600     MOVE CPT-HORS-MAITRE                 TO EFI-C-NB.
054700     WRITE EFI-LIGNE FROM EFI-COMPTE.
054800     MOVE 'SANS TAUX DE RETENUE (RETS)'   TO EFI-C-LIBELLE.
054900     MOVE CPT-SANS-TAUX                   TO EFI-C-NB.
055000     WRITE EFI-LIGNE FROM EFI-COMPTE.
055100     MOVE 'SANS ADRESSE AU 31/12'         TO EFI-C-LIBELLE.
055200     MOVE CPT-SANS-ADRESSE                TO EFI-C-NB.
055300     WRITE EFI-LIGNE FROM EFI-COMPTE.
055400     CLOSE FISTRI FFFFFGS ADRFIC CERDEM DECFIS ETATFIS.
055500     DISPLAY 'GSFI910 - ANNEE ' W-ANNEE
055600             ' LIGNES LUES : ' CPT-LUES
055700             ' DECLAREES : ' CPT-DECLAREES.
055800     DISPLAY 'GSFI910 - ATTESTATIONS : ' CPT-ATTESTATIONS
055900             ' HORS MAITRE : ' CPT-HORS-MAITRE
056000             ' SANS TAUX : ' CPT-SANS-TAUX.
056100 4000-EXIT.
056200     EXIT.
056300******************************************************************
056400*  5000-DETAIL : LIGNE DU REGISTRE, RUPTURE SUR L ENTITE (LES    *
056500*  CLES ARRIVENT TRIEES)                                         *
056600******************************************************************
056700 5000-DETAIL.
056800     IF W-CLE-COURANTE (1:2) NOT = W-ENTITE-COURANTE
056900         IF W-ENTITE-COURANTE NOT = SPACES
057000             PERFORM 5100-RUPTURE-ENTITE THRU 5100-EXIT
057100         END-IF
057200         MOVE W-CLE-COURANTE (1:2) TO W-ENTITE-COURANTE
057300         MOVE ZERO TO W-ENT-NB W-ENT-INTERETS W-ENT-FRAIS
057400                      W-ENT-RETENUE.
057500     MOVE W-CLE-COURANTE     TO EFI-D-CLE.
057600     MOVE W-PAYS             TO EFI-D-PAYS.
057700     MOVE W-CLE-INTERETS     TO EFI-D-INTERETS.
057800     MOVE W-CLE-FRAIS        TO EFI-D-FRAIS.
057900     MOVE W-TAUX             TO EFI-D-TAUX.
058000     MOVE W-CLE-RETENUE      TO EFI-D-RETENUE.
058100     SUBTRACT W-CLE-RETENUE FROM W-CLE-INTERETS
058200         GIVING EFI-D-NET.
058300     MOVE W-NOTE             TO EFI-D-NOTE.
058400     WRITE EFI-LIGNE FROM EFI-DETAIL.
058500     IF NOT W-EFI-OK
058600         MOVE 'WRITE ETATFIS' TO W-MOTIF-ABANDON
058700         GO TO 9900-ABANDON.
058800     ADD 1 TO W-ENT-NB W-GEN-NB.
058900     ADD W-CLE-INTERETS TO W-ENT-INTERETS W-GEN-INTERETS.
059000     ADD W-CLE-FRAIS    TO W-ENT-FRAIS    W-GEN-FRAIS.
059100     ADD W-CLE-RETENUE  TO W-ENT-RETENUE  W-GEN-RETENUE.
059200 5000-EXIT.
059300     EXIT.
059400******************************************************************
059500*  5100-RUPTURE-ENTITE : SOUS-TOTAL DE L ENTITE QUI S ACHEVE     *
059600******************************************************************
059700 5100-RUPTURE-ENTITE.
059800     MOVE SPACES             TO EFI-T-LIBELLE.
059900     STRING 'TOTAL ENTITE ' W-ENTITE-COURANTE
060000         DELIMITED SIZE INTO EFI-T-LIBELLE
060100     END-STRING.
060200     MOVE W-ENT-NB           TO EFI-T-NB.
060300     MOVE W-ENT-INTERETS     TO EFI-T-INTERETS.
060400     MOVE W-ENT-FRAIS        TO EFI-T-FRAIS.
060500     MOVE W-ENT-RETENUE      TO EFI-T-RETENUE.
060600     WRITE EFI-LIGNE FROM EFI-TOTAL.
060700     IF NOT W-EFI-OK
060800         MOVE 'WRITE ETATFIS' TO W-MOTIF-ABANDON
060900         GO TO 9900-ABANDON.
061000 5100-EXIT.
061100     EXIT.
061200******************************************************************
061300*  8100-LIRE-FIS : LECTURE DU JOURNAL TRIE                       *
061400******************************************************************
061500 8100-LIRE-FIS.
061600     READ FISTRI.
061700     IF W-FIS-FIN
061800         MOVE 'O' TO W-FIN-FIS
061900         GO TO 8100-EXIT.
062000     IF NOT W-FIS-OK
062100         MOVE 'READ FISTRI' TO W-MOTIF-ABANDON
062200         GO TO 9900-ABANDON.
062300     ADD 1 TO CPT-LUES.
062400 8100-EXIT.
062500     EXIT.
062600******************************************************************
062700*  9900-ABANDON : ARRET ANORMAL                                  *
062800******************************************************************
062900 9900-ABANDON.
063000     DISPLAY 'GSFI910 - ABANDON : ' W-MOTIF-ABANDON.
063100     MOVE 16 TO RETURN-CODE.
063200     STOP RUN.
