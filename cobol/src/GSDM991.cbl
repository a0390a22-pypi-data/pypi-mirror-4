000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDM991.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSDM991 : DEMANDES D ENTREE EN RELATION (APPFIC) - SAISIE ET  *
000900*            SUIVI EN LIGNE DES ETAPES                           *
001000*  ------------------------------------------------------------  *
001100*  UNE AFFAIRE NOUVELLE N EST PLUS SAISIE EN AJOUT DIRECT SUR    *
001200*  LE MAITRE : ELLE DEVIENT UNE DEMANDE (FFFFFGAP) QUI PASSE LES *
001300*  ETAPES SAISIE (C), FILTRAGE (F), CONNAISSANCE CLIENT (K),     *
001400*  APPROBATION (A) OU REFUS (D). LE MAITRE FFFFFGS N EST CREE    *
001500*  QU APRES L APPROBATION, PAR LE TRAITEMENT DE NUIT GSDM992     *
001600*  (CLE GSCK040, EDITION GSED050, MOUVEMENT A POUR GSBT010).     *
001700*  CHAQUE DEMANDE A UN PROPRIETAIRE, SEUL A AGIR SUR ELLE.       *
001800*  ENTREE = AFFICHER LA DEMANDE (ENTITE + NUMERO)                *
001900*  PF5    = NUMERO A BLANC : SAISIR UNE NOUVELLE DEMANDE (LE     *
002000*           SAISISSANT EN DEVIENT PROPRIETAIRE) ;                *
002100*           DEMANDE AFFICHEE : ETAPE SUIVANTE - C VERS F         *
002200*           (SOUMISSION AU FILTRAGE), K VERS A (APPROBATION :    *
002300*           PROFIL APPROBATION, PAS LE SAISISSANT, FILTRAGE      *
002400*           LIBRE, PIECE ET CLASSE DE RISQUE COMPLETES)          *
002500*  PF6    = MODIFIER : TOUTES LES ZONES A L ETAPE C, LA PIECE ET *
002600*           LA CLASSE DE RISQUE A L ETAPE K                      *
002700*  PF4    = PRENDRE LA DEMANDE (DEVENIR PROPRIETAIRE)            *
002800*  PF9    = REFUSER LA DEMANDE EN COURS (MOTIF ET TEXTE)         *
002900*  PF3    = FIN DE TRANSACTION                                   *
003000*  L OPERATEUR LIMITE A UNE ENTITE OU A UNE UNITE NE VOIT QUE    *
003100*  LES DEMANDES DE SON PERIMETRE. CHAQUE MISE A JOUR PART AU     *
003200*  FICHIER D ACTIVITE (GACJ, DOMAINE DEMA) ; LES REFUS DE        *
003300*  PROFIL A LA FILE GAUJ.                                        *
003400*  PROFIL EN FORMATION = COPIE F (APPFICF).                      *
003500*  ------------------------------------------------------------  *
003600*  HISTORIQUE DES MODIFICATIONS                                  *
003700*  15/10/26  DA  CREATION                                        *
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.
004200     IBM-370.
004300 OBJECT-COMPUTER.
004400     IBM-370.
004500 SPECIAL-NAMES.
004600     DECIMAL-POINT IS COMMA.
004700 DATA DIVISION.
004800 WORKING-STORAGE SECTION.
004900 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
005000 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
005100 77  IX-PAS                          PIC S9(04) COMP VALUE ZERO.
005200 01  W-ABSTIME                       PIC S9(15) COMP-3.
005300 01  W-DATE-JOUR                     PIC 9(08).
005400 01  W-EIBTIME                       PIC 9(07).
005500 01  W-MONTANT-X                     PIC X(14).
005600 01  W-MONTANT-9 REDEFINES W-MONTANT-X
005700                                     PIC 9(12)V99.
005800 COPY GSPFKEY.
005900 COPY FFFFFGA.
006000 COPY FFFFFGAP.
006100 COPY FFFFFGAC.
006200 COPY GSCRZ.
006300 01  W-OPERATEUR                     PIC X(08).
006400 01  W-FIC-APPFIC                    PIC X(08) VALUE 'APPFIC  '.
006500 01  W-FORMATION                     PIC X(01) VALUE 'N'.
006600 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
006700 01  W-FONCTION-DEMANDEE             PIC X(01).
006800 01  W-AUTORISE                      PIC X(01).
006900 01  W-EFFACER                       PIC X(01) VALUE 'N'.
007000 01  W-ACV-FONCTION                  PIC X(01).
007100 01  W-PRISE                         PIC X(01) VALUE 'N'.
007200 01  W-APP-CLE.
007300     05  W-APP-ENTITE                PIC X(02).
007400     05  W-APP-NUMERO                PIC 9(08).
007500 01  W-NUMERO-X REDEFINES W-APP-CLE.
007600     05  FILLER                      PIC X(02).
007700     05  W-APP-NUMERO-X              PIC X(08).
007800 01  W-NOUVEAU-NUMERO                PIC 9(08).
007900 01  W-LIB-ETAPE                     PIC X(20).
008000 01  W-LIGNE-PASSAGE.
008100     05  WP-ETAPE                    PIC X(20).
008200     05  FILLER                      PIC X(01) VALUE SPACE.
008300     05  WP-DATE                     PIC 9(08).
008400     05  FILLER                      PIC X(01) VALUE SPACE.
008500     05  WP-OPERATEUR                PIC X(08).
008600*    LIBELLES DES ETAPES PAR RANG DE APP-PASSAGE
008700 01  W-TABLE-ETAPES.
008800     05  FILLER                      PIC X(21)
008900         VALUE 'CSAISIE              '.
009000     05  FILLER                      PIC X(21)
009100         VALUE 'FFILTRAGE            '.
009200     05  FILLER                      PIC X(21)
009300         VALUE 'KCONNAISSANCE CLIENT '.
009400     05  FILLER                      PIC X(21)
009500         VALUE 'AAPPROUVEE           '.
009600     05  FILLER                      PIC X(21)
009700         VALUE 'DREFUSEE             '.
009800     05  FILLER                      PIC X(21)
009900         VALUE 'RCREEE AU MAITRE     '.
010000 01  W-TABLE-ETAPES-R REDEFINES W-TABLE-ETAPES.
010100     05  W-ETP OCCURS 6.
010200         10  W-ETP-CODE              PIC X(01).
010300         10  W-ETP-LIBELLE           PIC X(20).
010400 01  W-VIOLATION.
010500     05  VIO-DATE                    PIC 9(08).
010600     05  VIO-HEURE                   PIC 9(06).
010700     05  VIO-OPERATEUR               PIC X(08).
010800     05  VIO-FONCTION                PIC X(01).
010900     05  VIO-PROGRAMME               PIC X(08).
011000     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
011100     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
011200*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
011300*    DECLAREE ICI, PAS EN COPY)
011400 01  GSDM91I.
011500     05  FILLER                      PIC X(12).
011600     05  M91-ENTITE-L                PIC S9(04) COMP.
011700     05  M91-ENTITE-A                PIC X(01).
011800     05  M91-ENTITE-I                PIC X(02).
011900     05  M91-NUMERO-L                PIC S9(04) COMP.
012000     05  M91-NUMERO-A                PIC X(01).
012100     05  M91-NUMERO-I                PIC X(08).
012200     05  M91-ETAPE-L                 PIC S9(04) COMP.
012300     05  M91-ETAPE-A                 PIC X(01).
012400     05  M91-ETAPE-I                 PIC X(20).
012500     05  M91-PROPRIO-L               PIC S9(04) COMP.
012600     05  M91-PROPRIO-A               PIC X(01).
012700     05  M91-PROPRIO-I               PIC X(08).
012800     05  M91-UNITE-L                 PIC S9(04) COMP.
012900     05  M91-UNITE-A                 PIC X(01).
013000     05  M91-UNITE-I                 PIC X(06).
013100     05  M91-NOM-L                   PIC S9(04) COMP.
013200     05  M91-NOM-A                   PIC X(01).
013300     05  M91-NOM-I                   PIC X(30).
013400     05  M91-IDNAT-L                 PIC S9(04) COMP.
013500     05  M91-IDNAT-A                 PIC X(01).
013600     05  M91-IDNAT-I                 PIC X(13).
013700     05  M91-STATUT-L                PIC S9(04) COMP.
013800     05  M91-STATUT-A                PIC X(01).
013900     05  M91-STATUT-I                PIC X(02).
014000     05  M91-PRODUIT-L               PIC S9(04) COMP.
014100     05  M91-PRODUIT-A               PIC X(01).
014200     05  M91-PRODUIT-I               PIC X(04).
014300     05  M91-MONTANT-L               PIC S9(04) COMP.
014400     05  M91-MONTANT-A               PIC X(01).
014500     05  M91-MONTANT-I               PIC X(14).
014600     05  M91-DATEFF-L                PIC S9(04) COMP.
014700     05  M91-DATEFF-A                PIC X(01).
014800     05  M91-DATEFF-I                PIC X(08).
014900     05  M91-ADR1-L                  PIC S9(04) COMP.
015000     05  M91-ADR1-A                  PIC X(01).
015100     05  M91-ADR1-I                  PIC X(30).
015200     05  M91-ADR2-L                  PIC S9(04) COMP.
015300     05  M91-ADR2-A                  PIC X(01).
015400     05  M91-ADR2-I                  PIC X(30).
015500     05  M91-CP-L                    PIC S9(04) COMP.
015600     05  M91-CP-A                    PIC X(01).
015700     05  M91-CP-I                    PIC X(10).
015800     05  M91-VILLE-L                 PIC S9(04) COMP.
015900     05  M91-VILLE-A                 PIC X(01).
016000     05  M91-VILLE-I                 PIC X(20).
016100     05  M91-PAYS-L                  PIC S9(04) COMP.
016200     05  M91-PAYS-A                  PIC X(01).
016300     05  M91-PAYS-I                  PIC X(02).
016400     05  M91-TEL-L                   PIC S9(04) COMP.
016500     05  M91-TEL-A                   PIC X(01).
016600     05  M91-TEL-I                   PIC X(15).
016700     05  M91-CANAL-L                 PIC S9(04) COMP.
016800     05  M91-CANAL-A                 PIC X(01).
016900     05  M91-CANAL-I                 PIC X(01).
017000     05  M91-DOCTYPE-L               PIC S9(04) COMP.
017100     05  M91-DOCTYPE-A               PIC X(01).
017200     05  M91-DOCTYPE-I               PIC X(02).
017300     05  M91-DOCNUM-L                PIC S9(04) COMP.
017400     05  M91-DOCNUM-A                PIC X(01).
017500     05  M91-DOCNUM-I                PIC X(20).
017600     05  M91-DOCEXP-L                PIC S9(04) COMP.
017700     05  M91-DOCEXP-A                PIC X(01).
017800     05  M91-DOCEXP-I                PIC X(08).
017900     05  M91-CLASSE-L                PIC S9(04) COMP.
018000     05  M91-CLASSE-A                PIC X(01).
018100     05  M91-CLASSE-I                PIC X(01).
018200     05  M91-MOTIF-L                 PIC S9(04) COMP.
018300     05  M91-MOTIF-A                 PIC X(01).
018400     05  M91-MOTIF-I                 PIC X(04).
018500     05  M91-TEXTE-L                 PIC S9(04) COMP.
018600     05  M91-TEXTE-A                 PIC X(01).
018700     05  M91-TEXTE-I                 PIC X(30).
018800     05  M91-SUIVI OCCURS 6.
018900         10  M91-PASSAGE-L           PIC S9(04) COMP.
019000         10  M91-PASSAGE-A           PIC X(01).
019100         10  M91-PASSAGE-I           PIC X(38).
019200     05  M91-INFO-L                  PIC S9(04) COMP.
019300     05  M91-INFO-A                  PIC X(01).
019400     05  M91-INFO-I                  PIC X(60).
019500     05  M91-MESS-L                  PIC S9(04) COMP.
019600     05  M91-MESS-A                  PIC X(01).
019700     05  M91-MESS-I                  PIC X(60).
019800 01  W-COMMAREA.
019900     05  CA-APP-CLE                  PIC X(10).
020000     05  CA-ETAPE                    PIC X(01).
020100 LINKAGE SECTION.
020200 01  DFHCOMMAREA                     PIC X(11).
020300 PROCEDURE DIVISION.
020400******************************************************************
020500*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
020600******************************************************************
020700 0000-MAINLINE.
020800     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
020900     IF EIBCALEN = ZERO
021000         MOVE 'O' TO W-EFFACER
021100         MOVE LOW-VALUE TO GSDM91I
021200         MOVE LOW-VALUE TO W-COMMAREA
021300         MOVE 'ENTITE + NUMERO PUIS ENTREE, OU SAISIE PUIS PF5'
021400           TO W-MESSAGE
021500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
021600         GO TO 0000-RETOUR.
021700     MOVE DFHCOMMAREA TO W-COMMAREA.
021800     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
021900     EVALUATE TRUE
022000         WHEN PFK3
022100             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
022200             END-EXEC
022300             EXEC CICS RETURN END-EXEC
022400         WHEN ENTER-KEY
022500             MOVE 'C' TO W-FONCTION-DEMANDEE
022600             PERFORM 3030-AUTORISER THRU 3030-EXIT
022700             IF W-AUTORISE = 'O'
022800                 PERFORM 2000-AFFICHER THRU 2000-EXIT
022900             END-IF
023000         WHEN PFK5
023100             MOVE 'M' TO W-FONCTION-DEMANDEE
023200             PERFORM 3030-AUTORISER THRU 3030-EXIT
023300             IF W-AUTORISE = 'O'
023400                 IF M91-NUMERO-I = SPACES OR LOW-VALUE
023500                     PERFORM 3000-SAISIR THRU 3000-EXIT
023600                 ELSE
023700                     PERFORM 3500-AVANCER THRU 3500-EXIT
023800                 END-IF
023900             END-IF
024000         WHEN PFK6
024100             MOVE 'M' TO W-FONCTION-DEMANDEE
024200             PERFORM 3030-AUTORISER THRU 3030-EXIT
024300             IF W-AUTORISE = 'O'
024400                 PERFORM 3700-MODIFIER THRU 3700-EXIT
024500             END-IF
024600         WHEN PFK4
024700             MOVE 'M' TO W-FONCTION-DEMANDEE
024800             PERFORM 3030-AUTORISER THRU 3030-EXIT
024900             IF W-AUTORISE = 'O'
025000                 PERFORM 3800-PRENDRE THRU 3800-EXIT
025100             END-IF
025200         WHEN PFK9
025300             MOVE 'M' TO W-FONCTION-DEMANDEE
025400             PERFORM 3030-AUTORISER THRU 3030-EXIT
025500             IF W-AUTORISE = 'O'
025600                 PERFORM 4000-REFUSER-DEMANDE THRU 4000-EXIT
025700             END-IF
025800         WHEN OTHER
025900             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
026000             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
026100     END-EVALUATE.
026200 0000-RETOUR.
026300     EXEC CICS RETURN TRANSID ('GSN2')
026400          COMMAREA (W-COMMAREA) LENGTH (11)
026500     END-EXEC.
026600 0000-EXIT.
026700     EXIT.
026800******************************************************************
026900*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIE F       *
027000******************************************************************
027100 1050-AIGUILLER-FICHIERS.
027200     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
027300     MOVE W-OPERATEUR TO AUT-OPERATEUR.
027400     EXEC CICS READ FILE ('AUTFIC')
027500          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
027600          RESP (W-RESP)
027700     END-EXEC.
027800     IF W-RESP = DFHRESP(NORMAL)
027900         MOVE 'O' TO W-PROFIL-LU
028000         IF AUT-EN-FORMATION
028100             MOVE 'O'        TO W-FORMATION
028200             MOVE 'APPFICF ' TO W-FIC-APPFIC
028300         END-IF
028400     ELSE
028500         MOVE 'N' TO W-PROFIL-LU.
028600 1050-EXIT.
028700     EXIT.
028800******************************************************************
028900*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
029000******************************************************************
029100 1100-RECEVOIR-PFKEY.
029200     EXEC CICS RECEIVE MAP ('GSDM91') MAPSET ('GSDM91M')
029300          INTO (GSDM91I) RESP (W-RESP)
029400     END-EXEC.
029500     EVALUATE EIBAID
029600         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
029700         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
029800         WHEN DFHPF4   MOVE 04 TO PFKEY-INDICATOR
029900         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
030000         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
030100         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
030200         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
030300     END-EVALUATE.
030400 1100-EXIT.
030500     EXIT.
030600******************************************************************
030700*  3030-AUTORISER : C AFFICHE, M SAISIT / FAIT AVANCER / PREND / *
030800*  REFUSE, P APPROUVE - REFUS AU JOURNAL GAUJ                    *
030900******************************************************************
031000 3030-AUTORISER.
031100     MOVE 'N' TO W-AUTORISE.
031200     IF W-PROFIL-LU = 'O'
031300         EVALUATE W-FONCTION-DEMANDEE
031400             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
031500             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
031600             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
031700         END-EVALUATE
031800     END-IF.
031900     IF W-AUTORISE NOT = 'O'
032000         PERFORM 3035-REFUSER THRU 3035-EXIT.
032100 3030-EXIT.
032200     EXIT.
032300******************************************************************
032400*  3035-REFUSER : FONCTION OU PERIMETRE REFUSE - VIOLATION A LA  *
032500*  FILE GAUJ ET MESSAGE A L OPERATEUR                            *
032600******************************************************************
032700 3035-REFUSER.
032800     MOVE 'N' TO W-AUTORISE.
032900     MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
033000       TO W-MESSAGE.
033100     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
033200     MOVE W-DATE-JOUR         TO VIO-DATE.
033300     MOVE W-EIBTIME (2:6)     TO VIO-HEURE.
033400     MOVE W-OPERATEUR         TO VIO-OPERATEUR.
033500     MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION.
033600     MOVE 'GSDM991 '          TO VIO-PROGRAMME.
033700     EXEC CICS WRITEQ TD QUEUE ('GAUJ')
033800          FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
033900     END-EXEC.
034000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
034100 3035-EXIT.
034200     EXIT.
034300******************************************************************
034400*  2000-AFFICHER : LA DEMANDE SAISIE (ENTITE + NUMERO), DANS LE  *
034500*  PERIMETRE DE L OPERATEUR - GARDEE EN COMMAREA POUR PF4 A PF9  *
034600******************************************************************
034700 2000-AFFICHER.
034800     MOVE LOW-VALUE TO W-COMMAREA.
034900     PERFORM 7000-CLE-DEMANDE THRU 7000-EXIT.
035000     IF W-MESSAGE NOT = SPACES
035100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
035200         GO TO 2000-EXIT.
035300     MOVE W-APP-CLE TO APP-CLE.
035400     EXEC CICS READ FILE (W-FIC-APPFIC)
035500          INTO (APP-ENREG) RIDFLD (APP-CLE) RESP (W-RESP)
035600     END-EXEC.
035700     IF W-RESP NOT = DFHRESP(NORMAL)
035800         MOVE 'DEMANDE INCONNUE' TO W-MESSAGE
035900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
036000         GO TO 2000-EXIT.
036100     PERFORM 7050-PERIMETRE THRU 7050-EXIT.
036200     IF W-AUTORISE NOT = 'O'
036300         GO TO 2000-EXIT.
036400     PERFORM 2100-GARNIR-ECRAN THRU 2100-EXIT.
036500     EVALUATE TRUE
036600         WHEN APP-PROPRIETAIRE NOT = W-OPERATEUR
036700          AND APP-EN-COURS
036800             MOVE 'AUTRE PROPRIETAIRE - PF4 = PRENDRE LA DEMANDE'
036900               TO W-MESSAGE
037000         WHEN APP-SAISIE
037100             MOVE 'PF5 = SOUMETTRE AU FILTRAGE  PF6 = MODIFIER'
037200               TO W-MESSAGE
037300         WHEN APP-FILTRAGE
037400             MOVE 'FILTRAGE EN COURS (TRAITEMENT DE NUIT)'
037500               TO W-MESSAGE
037600         WHEN APP-CONNAISSANCE
037700             MOVE 'PIECE/CLASSE : PF6 = MODIFIER  PF5 = APPROUVER'
037800               TO W-MESSAGE
037900         WHEN APP-APPROUVEE
038000             MOVE 'APPROUVEE - CREATION AU TRAITEMENT DE NUIT'
038100               TO W-MESSAGE
038200         WHEN OTHER
038300             MOVE 'DEMANDE AFFICHEE' TO W-MESSAGE
038400     END-EVALUATE.
038500     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
038600 2000-EXIT.
038700     EXIT.
038800******************************************************************
038900*  2100-GARNIR-ECRAN : ZONES DE LA DEMANDE (NOM ET ID-NAT        *
039000*  DECODES), ETAPE, PASSAGES DATES, MOTIF DE REFUS, CLE CREEE    *
039100******************************************************************
039200 2100-GARNIR-ECRAN.
039300     MOVE APP-CLE TO CA-APP-CLE.
039400     MOVE APP-ETAPE TO CA-ETAPE.
039500     MOVE 'D'             TO CRZ-FONCTION.
039600     MOVE APP-VERSION-CLE TO CRZ-VERSION.
039700     MOVE APP-NOM         TO CRZ-NOM.
039800     MOVE APP-ID-NAT      TO CRZ-ID-NAT.
039900     CALL 'GSCR390' USING CRZ-ZONE.
040000     MOVE CRZ-NOM            TO M91-NOM-I.
040100     MOVE CRZ-ID-NAT         TO M91-IDNAT-I.
040200     PERFORM 7200-LIBELLE-ETAPE THRU 7200-EXIT.
040300     MOVE W-LIB-ETAPE        TO M91-ETAPE-I.
040400     MOVE APP-PROPRIETAIRE   TO M91-PROPRIO-I.
040500     MOVE APP-UNITE          TO M91-UNITE-I.
040600     MOVE APP-STATUT         TO M91-STATUT-I.
040700     MOVE APP-PRODUIT        TO M91-PRODUIT-I.
040800     MOVE APP-MONTANT        TO W-MONTANT-9.
040900     MOVE W-MONTANT-X        TO M91-MONTANT-I.
041000     MOVE APP-DATE-EFFET     TO M91-DATEFF-I.
041100     MOVE APP-ADR-LIGNE-1    TO M91-ADR1-I.
041200     MOVE APP-ADR-LIGNE-2    TO M91-ADR2-I.
041300     MOVE APP-ADR-CODE-POSTAL TO M91-CP-I.
041400     MOVE APP-ADR-VILLE      TO M91-VILLE-I.
041500     MOVE APP-ADR-PAYS       TO M91-PAYS-I.
041600     MOVE APP-ADR-TELEPHONE  TO M91-TEL-I.
041700     MOVE APP-ADR-CANAL-PREF TO M91-CANAL-I.
041800     MOVE APP-DOC-TYPE       TO M91-DOCTYPE-I.
041900     MOVE APP-DOC-NUMERO     TO M91-DOCNUM-I.
042000     IF APP-DOC-EXPIRATION NUMERIC
042100      AND APP-DOC-EXPIRATION GREATER ZERO
042200         MOVE APP-DOC-EXPIRATION TO M91-DOCEXP-I
042300     ELSE
042400         MOVE SPACES TO M91-DOCEXP-I.
042500     MOVE APP-CLASSE-RISQUE  TO M91-CLASSE-I.
042600     MOVE APP-MOTIF-REFUS    TO M91-MOTIF-I.
042700     MOVE APP-TEXTE-REFUS    TO M91-TEXTE-I.
042800     PERFORM 2110-UN-PASSAGE THRU 2110-EXIT
042900         VARYING IX-PAS FROM 1 BY 1 UNTIL IX-PAS GREATER 6.
043000     MOVE SPACES TO M91-INFO-I.
043100     EVALUATE TRUE
043200         WHEN APP-CREEE
043300             STRING 'CLE CREEE : ' APP-FGS-CLE
043400                 DELIMITED SIZE INTO M91-INFO-I
043500             END-STRING
043600         WHEN APP-FILTRE-ALERTE
043700             STRING 'ALERTE DE FILTRAGE : ' APP-FILTRAGE-REF
043800                 DELIMITED SIZE INTO M91-INFO-I
043900             END-STRING
044000         WHEN APP-ANOMALIE NOT = SPACES
044100             STRING 'ANOMALIE : ' APP-ANOMALIE
044200                 DELIMITED SIZE INTO M91-INFO-I
044300             END-STRING
044400     END-EVALUATE.
044500 2100-EXIT.
044600     EXIT.
044700 2110-UN-PASSAGE.
044800     MOVE SPACES TO M91-PASSAGE-I (IX-PAS).
044900     IF APP-PAS-DATE (IX-PAS) NOT NUMERIC
045000      OR APP-PAS-DATE (IX-PAS) = ZERO
045100         GO TO 2110-EXIT.
045200     MOVE W-ETP-LIBELLE (IX-PAS)     TO WP-ETAPE.
045300     MOVE APP-PAS-DATE (IX-PAS)      TO WP-DATE.
045400     MOVE APP-PAS-OPERATEUR (IX-PAS) TO WP-OPERATEUR.
045500     MOVE W-LIGNE-PASSAGE TO M91-PASSAGE-I (IX-PAS).
045600 2110-EXIT.
045700     EXIT.
045800******************************************************************
045900*  3000-SAISIR : NOUVELLE DEMANDE A L ETAPE C - NUMERO SUIVANT   *
046000*  DU COMPTEUR DE L ENTITE, NOM ET ID-NAT CODES, SAISISSANT      *
046100*  PROPRIETAIRE                                                  *
046200******************************************************************
046300 3000-SAISIR.
046400     MOVE SPACES TO W-MESSAGE.
046500     IF M91-ENTITE-I = SPACES OR LOW-VALUE
046600         MOVE 'ENTITE OBLIGATOIRE' TO W-MESSAGE
046700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
046800         GO TO 3000-EXIT.
046900     IF M91-UNITE-I = SPACES OR LOW-VALUE
047000         MOVE 'UNITE OBLIGATOIRE' TO W-MESSAGE
047100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
047200         GO TO 3000-EXIT.
047300     MOVE SPACES        TO APP-ENREG.
047400     MOVE M91-ENTITE-I  TO APP-ENTITE.
047500     MOVE M91-UNITE-I   TO APP-UNITE.
047600     PERFORM 7050-PERIMETRE THRU 7050-EXIT.
047700     IF W-AUTORISE NOT = 'O'
047800         GO TO 3000-EXIT.
047900     PERFORM 7100-ZONES-DEMANDE THRU 7100-EXIT.
048000     IF W-MESSAGE NOT = SPACES
048100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
048200         GO TO 3000-EXIT.
048300     PERFORM 3100-NUMEROTER THRU 3100-EXIT.
048400     IF W-MESSAGE NOT = SPACES
048500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
048600         GO TO 3000-EXIT.
048700     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
048800     MOVE SPACES           TO APP-ENREG.
048900     MOVE M91-ENTITE-I     TO APP-ENTITE.
049000     MOVE W-NOUVEAU-NUMERO TO APP-NUMERO.
049100     MOVE 'C'              TO APP-ETAPE.
049200     MOVE W-OPERATEUR      TO APP-PROPRIETAIRE APP-SAISI-PAR.
049300     MOVE M91-UNITE-I      TO APP-UNITE.
049400     PERFORM 3110-VIDER-PASSAGE THRU 3110-EXIT
049500         VARYING IX-PAS FROM 1 BY 1 UNTIL IX-PAS GREATER 6.
049600     MOVE W-DATE-JOUR      TO APP-PAS-DATE (1).
049700     MOVE W-OPERATEUR      TO APP-PAS-OPERATEUR (1).
049800     MOVE ZERO             TO APP-MONTANT-ECH.
049900     MOVE ZERO             TO APP-DOC-EXPIRATION.
050000     MOVE ZERO             TO APP-DATE-LETTRE.
050100     PERFORM 5000-REPORTER-ZONES THRU 5000-EXIT.
050200     PERFORM 5100-REPORTER-PIECE THRU 5100-EXIT.
050300     EXEC CICS WRITE FILE (W-FIC-APPFIC)
050400          FROM (APP-ENREG) RIDFLD (APP-CLE) RESP (W-RESP)
050500     END-EXEC.
050600     IF W-RESP NOT = DFHRESP(NORMAL)
050700         MOVE 'INCIDENT FICHIER APPFIC - SAISIE' TO W-MESSAGE
050800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
050900         GO TO 3000-EXIT.
051000     MOVE 'C' TO W-ACV-FONCTION.
051100     PERFORM 8450-TRACER-DEMANDE THRU 8450-EXIT.
051200     MOVE APP-ENTITE TO M91-ENTITE-I.
051300     MOVE APP-NUMERO TO M91-NUMERO-I.
051400     PERFORM 2100-GARNIR-ECRAN THRU 2100-EXIT.
051500     MOVE 'DEMANDE SAISIE - PF5 = SOUMETTRE AU FILTRAGE'
051600       TO W-MESSAGE.
051700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
051800 3000-EXIT.
051900     EXIT.
052000******************************************************************
052100*  3100-NUMEROTER : COMPTEUR DE L ENTITE (NUMERO ZERO) RELU EN   *
052200*  MISE A JOUR ET AUGMENTE ; CREE AU PREMIER NUMERO              *
052300******************************************************************
052400 3100-NUMEROTER.
052500     MOVE SPACES       TO APP-ENREG.
052600     MOVE M91-ENTITE-I TO APP-ENTITE.
052700     MOVE ZERO         TO APP-NUMERO.
052800     EXEC CICS READ FILE (W-FIC-APPFIC)
052900          INTO (APP-ENREG) RIDFLD (APP-CLE)
053000          UPDATE RESP (W-RESP)
053100     END-EXEC.
053200     IF W-RESP = DFHRESP(NOTFND)
053300         MOVE SPACES       TO APP-ENREG
053400         MOVE M91-ENTITE-I TO APP-ENTITE
053500         MOVE ZERO         TO APP-NUMERO
053600         MOVE 1            TO APP-CTL-DERNIER-NUMERO
053700         MOVE ZERO         TO APP-CTL-DERNIER-CORPS
053800         MOVE 1            TO W-NOUVEAU-NUMERO
053900         EXEC CICS WRITE FILE (W-FIC-APPFIC)
054000              FROM (APP-ENREG) RIDFLD (APP-CLE) RESP (W-RESP)
054100         END-EXEC
054200         IF W-RESP NOT = DFHRESP(NORMAL)
054300             MOVE 'INCIDENT FICHIER APPFIC - COMPTEUR'
054400               TO W-MESSAGE
054500         END-IF
054600         GO TO 3100-EXIT.
054700     IF W-RESP NOT = DFHRESP(NORMAL)
054800         MOVE 'INCIDENT FICHIER APPFIC - COMPTEUR' TO W-MESSAGE
054900         GO TO 3100-EXIT.
055000     IF APP-CTL-DERNIER-NUMERO NOT NUMERIC
055100         MOVE ZERO TO APP-CTL-DERNIER-NUMERO.
055200     IF APP-CTL-DERNIER-NUMERO = 99999999
055300         MOVE 'PLUS DE NUMERO LIBRE POUR L ENTITE' TO W-MESSAGE
055400         EXEC CICS UNLOCK FILE (W-FIC-APPFIC) RESP (W-RESP)
055500         END-EXEC
055600         GO TO 3100-EXIT.
055700     ADD 1 TO APP-CTL-DERNIER-NUMERO.
055800     MOVE APP-CTL-DERNIER-NUMERO TO W-NOUVEAU-NUMERO.
055900     EXEC CICS REWRITE FILE (W-FIC-APPFIC)
056000          FROM (APP-ENREG) RESP (W-RESP)
056100     END-EXEC.
056200     IF W-RESP NOT = DFHRESP(NORMAL)
056300         MOVE 'INCIDENT FICHIER APPFIC - COMPTEUR' TO W-MESSAGE.
056400 3100-EXIT.
056500     EXIT.
056600 3110-VIDER-PASSAGE.
056700     MOVE ZERO   TO APP-PAS-DATE (IX-PAS).
056800     MOVE SPACES TO APP-PAS-OPERATEUR (IX-PAS).
056900 3110-EXIT.
057000     EXIT.
057100******************************************************************
057200*  3500-AVANCER : ETAPE SUIVANTE DE LA DEMANDE AFFICHEE, PAR SON *
057300*  PROPRIETAIRE - C VERS F ; K VERS A SOUS PROFIL APPROBATION,   *
057400*  PAR UN AUTRE QUE LE SAISISSANT, FILTRAGE LIBRE ET PIECE       *
057500*  COMPLETE. LE PASSAGE F VERS K ET LA CREATION (A VERS R)       *
057600*  RESTENT AU TRAITEMENT DE NUIT GSDM992                         *
057700******************************************************************
057800 3500-AVANCER.
057900     PERFORM 7300-DEMANDE-AFFICHEE THRU 7300-EXIT.
058000     IF W-AUTORISE NOT = 'O'
058100         GO TO 3500-EXIT.
058200     IF W-MESSAGE NOT = SPACES
058300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
058400         GO TO 3500-EXIT.
058500     IF APP-CONNAISSANCE
058600         MOVE 'P' TO W-FONCTION-DEMANDEE
058700         PERFORM 3030-AUTORISER THRU 3030-EXIT
058800         IF W-AUTORISE NOT = 'O'
058900             PERFORM 7900-LIBERER THRU 7900-EXIT
059000             GO TO 3500-EXIT
059100         END-IF
059200     END-IF.
059300     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
059400     EVALUATE TRUE
059500         WHEN APP-SAISIE
059600             MOVE 'F' TO APP-ETAPE
059700             MOVE SPACE  TO APP-RESULTAT-FILTRAGE
059800             MOVE SPACES TO APP-FILTRAGE-REF
059900             MOVE W-DATE-JOUR TO APP-PAS-DATE (2)
060000             MOVE W-OPERATEUR TO APP-PAS-OPERATEUR (2)
060100         WHEN APP-FILTRAGE
060200             MOVE 'FILTRAGE EN COURS (TRAITEMENT DE NUIT)'
060300               TO W-MESSAGE
060400         WHEN APP-CONNAISSANCE
060500             PERFORM 3510-CONTROLER-APPROBATION THRU 3510-EXIT
060600             IF W-MESSAGE = SPACES
060700                 MOVE 'A' TO APP-ETAPE
060800                 MOVE W-DATE-JOUR TO APP-PAS-DATE (4)
060900                 MOVE W-OPERATEUR TO APP-PAS-OPERATEUR (4)
061000             END-IF
061100         WHEN OTHER
061200             MOVE 'DEMANDE DEJA DECIDEE' TO W-MESSAGE
061300     END-EVALUATE.
061400     IF W-MESSAGE NOT = SPACES
061500         PERFORM 7900-LIBERER THRU 7900-EXIT
061600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
061700         GO TO 3500-EXIT.
061800     MOVE SPACES TO APP-ANOMALIE.
061900     PERFORM 7800-REECRIRE THRU 7800-EXIT.
062000     IF W-MESSAGE NOT = SPACES
062100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
062200         GO TO 3500-EXIT.
062300     MOVE 'D' TO W-ACV-FONCTION.
062400     PERFORM 8450-TRACER-DEMANDE THRU 8450-EXIT.
062500     PERFORM 2100-GARNIR-ECRAN THRU 2100-EXIT.
062600     IF APP-FILTRAGE
062700         MOVE 'DEMANDE SOUMISE AU FILTRAGE' TO W-MESSAGE
062800     ELSE
062900         MOVE 'DEMANDE APPROUVEE - CREATION AU TRAITEMENT DE NUIT'
063000           TO W-MESSAGE.
063100     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
063200 3500-EXIT.
063300     EXIT.
063400******************************************************************
063500*  3510-CONTROLER-APPROBATION : QUATRE YEUX (LE SAISISSANT       *
063600*  N APPROUVE PAS), FILTRAGE LIBRE, PIECE D IDENTITE ET CLASSE   *
063700*  DE RISQUE COMPLETES (MEMES REGLES QUE LA CREATION DU DOSSIER  *
063800*  GSKY751)                                                      *
063900******************************************************************
064000 3510-CONTROLER-APPROBATION.
064100     IF APP-SAISI-PAR = W-OPERATEUR
064200         MOVE 'APPROBATION PAR LE SAISISSANT REFUSEE'
064300           TO W-MESSAGE
064400         GO TO 3510-EXIT.
064500     IF NOT APP-FILTRE-LIBRE
064600         MOVE 'FILTRAGE NON LIBRE - APPROBATION IMPOSSIBLE'
064700           TO W-MESSAGE
064800         GO TO 3510-EXIT.
064900     IF NOT (APP-DOC-TYPE = 'CI' OR 'PP' OR 'TS' OR 'PC')
065000         MOVE 'TYPE DE PIECE INCONNU (CI PP TS PC)' TO W-MESSAGE
065100         GO TO 3510-EXIT.
065200     IF APP-DOC-NUMERO = SPACES
065300         MOVE 'NUMERO DE PIECE ABSENT' TO W-MESSAGE
065400         GO TO 3510-EXIT.
065500     IF APP-DOC-EXPIRATION NOT NUMERIC
065600      OR APP-DOC-EXPIRATION NOT GREATER W-DATE-JOUR
065700         MOVE 'PIECE EXPIREE OU FIN DE VALIDITE INVALIDE'
065800           TO W-MESSAGE
065900         GO TO 3510-EXIT.
066000     IF NOT (APP-CLASSE-RISQUE = 'E' OR 'M' OR 'F')
066100         MOVE 'CLASSE DE RISQUE INCONNUE (E M F)' TO W-MESSAGE.
066200 3510-EXIT.
066300     EXIT.
066400******************************************************************
066500*  3700-MODIFIER : DEMANDE AFFICHEE, PAR SON PROPRIETAIRE -      *
066600*  ETAPE C : TOUTES LES ZONES ; ETAPE K : PIECE ET CLASSE SEULES *
066700*  (LE NOM A DEJA ETE FILTRE)                                    *
066800******************************************************************
066900 3700-MODIFIER.
067000     PERFORM 7300-DEMANDE-AFFICHEE THRU 7300-EXIT.
067100     IF W-AUTORISE NOT = 'O'
067200         GO TO 3700-EXIT.
067300     IF W-MESSAGE = SPACES
067400      AND NOT APP-SAISIE AND NOT APP-CONNAISSANCE
067500         MOVE 'DEMANDE NON MODIFIABLE A CETTE ETAPE' TO W-MESSAGE.
067600     IF W-MESSAGE = SPACES AND APP-SAISIE
067700         PERFORM 7100-ZONES-DEMANDE THRU 7100-EXIT.
067800     IF W-MESSAGE = SPACES
067900         PERFORM 7150-ZONES-PIECE THRU 7150-EXIT.
068000     IF W-MESSAGE NOT = SPACES
068100         PERFORM 7900-LIBERER THRU 7900-EXIT
068200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
068300         GO TO 3700-EXIT.
068400     IF APP-SAISIE
068500         PERFORM 5000-REPORTER-ZONES THRU 5000-EXIT.
068600     PERFORM 5100-REPORTER-PIECE THRU 5100-EXIT.
068700     PERFORM 7800-REECRIRE THRU 7800-EXIT.
068800     IF W-MESSAGE NOT = SPACES
068900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
069000         GO TO 3700-EXIT.
069100     MOVE 'M' TO W-ACV-FONCTION.
069200     PERFORM 8450-TRACER-DEMANDE THRU 8450-EXIT.
069300     PERFORM 2100-GARNIR-ECRAN THRU 2100-EXIT.
069400     MOVE 'DEMANDE MODIFIEE' TO W-MESSAGE.
069500     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
069600 3700-EXIT.
069700     EXIT.
069800******************************************************************
069900*  3800-PRENDRE : L OPERATEUR DEVIENT PROPRIETAIRE D UNE DEMANDE *
070000*  EN COURS DE SON PERIMETRE                                     *
070100******************************************************************
070200 3800-PRENDRE.
070300     MOVE 'O' TO W-PRISE.
070400     PERFORM 7300-DEMANDE-AFFICHEE THRU 7300-EXIT.
070500     IF W-AUTORISE NOT = 'O'
070600         GO TO 3800-EXIT.
070700     IF W-MESSAGE = SPACES AND NOT APP-EN-COURS
070800         MOVE 'DEMANDE DEJA DECIDEE' TO W-MESSAGE.
070900     IF W-MESSAGE = SPACES
071000      AND APP-PROPRIETAIRE = W-OPERATEUR
071100         MOVE 'VOUS ETES DEJA PROPRIETAIRE' TO W-MESSAGE.
071200     IF W-MESSAGE NOT = SPACES
071300         PERFORM 7900-LIBERER THRU 7900-EXIT
071400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
071500         GO TO 3800-EXIT.
071600     MOVE W-OPERATEUR TO APP-PROPRIETAIRE.
071700     PERFORM 7800-REECRIRE THRU 7800-EXIT.
071800     IF W-MESSAGE NOT = SPACES
071900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
072000         GO TO 3800-EXIT.
072100     MOVE 'P' TO W-ACV-FONCTION.
072200     PERFORM 8450-TRACER-DEMANDE THRU 8450-EXIT.
072300     PERFORM 2100-GARNIR-ECRAN THRU 2100-EXIT.
072400     MOVE 'DEMANDE PRISE - VOUS EN ETES PROPRIETAIRE'
072500       TO W-MESSAGE.
072600     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
072700 3800-EXIT.
072800     EXIT.
072900******************************************************************
073000*  4000-REFUSER-DEMANDE : LA DEMANDE EN COURS PASSE A L ETAPE D  *
073100*  SOUS UN MOTIF (CODE ET TEXTE OBLIGATOIRES) - LA LETTRE DE     *
073200*  REFUS PART AU TRAITEMENT DE NUIT                              *
073300******************************************************************
073400 4000-REFUSER-DEMANDE.
073500     PERFORM 7300-DEMANDE-AFFICHEE THRU 7300-EXIT.
073600     IF W-AUTORISE NOT = 'O'
073700         GO TO 4000-EXIT.
073800     IF W-MESSAGE = SPACES AND NOT APP-EN-COURS
073900         MOVE 'DEMANDE DEJA DECIDEE' TO W-MESSAGE.
074000     IF W-MESSAGE = SPACES
074100      AND (M91-MOTIF-I = SPACES OR LOW-VALUE
074200       OR  M91-TEXTE-I = SPACES OR LOW-VALUE)
074300         MOVE 'MOTIF ET TEXTE DU REFUS OBLIGATOIRES' TO W-MESSAGE.
074400     IF W-MESSAGE NOT = SPACES
074500         PERFORM 7900-LIBERER THRU 7900-EXIT
074600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
074700         GO TO 4000-EXIT.
074800     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
074900     MOVE 'D'          TO APP-ETAPE.
075000     MOVE M91-MOTIF-I  TO APP-MOTIF-REFUS.
075100     MOVE M91-TEXTE-I  TO APP-TEXTE-REFUS.
075200     INSPECT APP-MOTIF-REFUS REPLACING ALL LOW-VALUE BY SPACE.
075300     INSPECT APP-TEXTE-REFUS REPLACING ALL LOW-VALUE BY SPACE.
075400     MOVE ZERO         TO APP-DATE-LETTRE.
075500     MOVE W-DATE-JOUR  TO APP-PAS-DATE (5).
075600     MOVE W-OPERATEUR  TO APP-PAS-OPERATEUR (5).
075700     PERFORM 7800-REECRIRE THRU 7800-EXIT.
075800     IF W-MESSAGE NOT = SPACES
075900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
076000         GO TO 4000-EXIT.
076100     MOVE 'D' TO W-ACV-FONCTION.
076200     PERFORM 8450-TRACER-DEMANDE THRU 8450-EXIT.
076300     PERFORM 2100-GARNIR-ECRAN THRU 2100-EXIT.
076400     MOVE 'DEMANDE REFUSEE - LETTRE AU TRAITEMENT DE NUIT'
076500       TO W-MESSAGE.
076600     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
076700 4000-EXIT.
076800     EXIT.
076900******************************************************************
077000*  5000-REPORTER-ZONES : ZONES SAISIES VERS LA DEMANDE - NOM ET  *
077100*  ID-NAT CODES AVEC LA VERSION ACTIVE                           *
077200******************************************************************
077300 5000-REPORTER-ZONES.
077400     MOVE 'C'              TO CRZ-FONCTION.
077500     MOVE M91-NOM-I        TO CRZ-NOM.
077600     MOVE M91-IDNAT-I      TO CRZ-ID-NAT.
077700     INSPECT CRZ-VALEUR REPLACING ALL LOW-VALUE BY SPACE.
077800     CALL 'GSCR390' USING CRZ-ZONE.
077900     MOVE CRZ-NOM          TO APP-NOM.
078000     MOVE CRZ-ID-NAT       TO APP-ID-NAT.
078100     MOVE CRZ-VERSION      TO APP-VERSION-CLE.
078200     MOVE M91-STATUT-I     TO APP-STATUT.
078300     MOVE M91-PRODUIT-I    TO APP-PRODUIT.
078400     MOVE M91-MONTANT-I    TO W-MONTANT-X.
078500     MOVE W-MONTANT-9      TO APP-MONTANT.
078600     MOVE M91-DATEFF-I     TO APP-DATE-EFFET.
078700     MOVE M91-ADR1-I       TO APP-ADR-LIGNE-1.
078800     MOVE M91-ADR2-I       TO APP-ADR-LIGNE-2.
078900     MOVE M91-CP-I         TO APP-ADR-CODE-POSTAL.
079000     MOVE M91-VILLE-I      TO APP-ADR-VILLE.
079100     MOVE M91-PAYS-I       TO APP-ADR-PAYS.
079200     MOVE M91-TEL-I        TO APP-ADR-TELEPHONE.
079300     MOVE M91-CANAL-I      TO APP-ADR-CANAL-PREF.
079400     INSPECT APP-PRODUIT  REPLACING ALL LOW-VALUE BY SPACE.
079500     INSPECT APP-ADRESSE  REPLACING ALL LOW-VALUE BY SPACE.
079600 5000-EXIT.
079700     EXIT.
079800******************************************************************
079900*  5100-REPORTER-PIECE : PIECE D IDENTITE ET CLASSE DE RISQUE    *
080000*  (FACULTATIVES A LA SAISIE, EXIGEES A L APPROBATION)           *
080100******************************************************************
080200 5100-REPORTER-PIECE.
080300     MOVE M91-DOCTYPE-I    TO APP-DOC-TYPE.
080400     MOVE M91-DOCNUM-I     TO APP-DOC-NUMERO.
080500     MOVE M91-CLASSE-I     TO APP-CLASSE-RISQUE.
080600     INSPECT APP-DOC-TYPE      REPLACING ALL LOW-VALUE BY SPACE.
080700     INSPECT APP-DOC-NUMERO    REPLACING ALL LOW-VALUE BY SPACE.
080800     INSPECT APP-CLASSE-RISQUE REPLACING ALL LOW-VALUE BY SPACE.
080900     IF M91-DOCEXP-I NUMERIC
081000         MOVE M91-DOCEXP-I TO APP-DOC-EXPIRATION
081100     ELSE
081200         MOVE ZERO TO APP-DOC-EXPIRATION.
081300 5100-EXIT.
081400     EXIT.
081500******************************************************************
081600*  7000-CLE-DEMANDE : ENTITE ET NUMERO NUMERIQUE OBLIGATOIRES    *
081700******************************************************************
081800 7000-CLE-DEMANDE.
081900     MOVE SPACES TO W-MESSAGE.
082000     IF M91-ENTITE-I = SPACES OR LOW-VALUE
082100      OR M91-NUMERO-I = SPACES OR LOW-VALUE
082200         MOVE 'ENTITE ET NUMERO DE DEMANDE OBLIGATOIRES'
082300           TO W-MESSAGE
082400         GO TO 7000-EXIT.
082500     MOVE M91-ENTITE-I TO W-APP-ENTITE.
082600     MOVE M91-NUMERO-I TO W-APP-NUMERO-X.
082700     IF W-APP-NUMERO NOT NUMERIC OR W-APP-NUMERO = ZERO
082800         MOVE 'NUMERO DE DEMANDE NON NUMERIQUE (8 CHIFFRES)'
082900           TO W-MESSAGE.
083000 7000-EXIT.
083100     EXIT.
083200******************************************************************
083300*  7050-PERIMETRE : ENTITE ET UNITE DE LA DEMANDE DANS LE        *
083400*  PERIMETRE DE L OPERATEUR (ESPACES = TOUTES) - SINON REFUS     *
083500******************************************************************
083600 7050-PERIMETRE.
083700     MOVE 'O' TO W-AUTORISE.
083800     IF (AUT-ENTITE NOT = SPACES AND AUT-ENTITE NOT = APP-ENTITE)
083900      OR (AUT-UNITE NOT = SPACES AND AUT-UNITE NOT = APP-UNITE)
084000         PERFORM 3035-REFUSER THRU 3035-EXIT.
084100 7050-EXIT.
084200     EXIT.
084300******************************************************************
084400*  7100-ZONES-DEMANDE : ZONES DE LA FUTURE FICHE - LES CONTROLES *
084500*  COMPLETS (STATUT, PRODUIT, UNITE) SONT CEUX DE GSED050 A LA   *
084600*  CREATION ; ICI LES ZONES OBLIGATOIRES ET NUMERIQUES           *
084700******************************************************************
084800 7100-ZONES-DEMANDE.
084900     IF M91-NOM-I = SPACES OR LOW-VALUE
085000         MOVE 'NOM OBLIGATOIRE' TO W-MESSAGE
085100         GO TO 7100-EXIT.
085200     IF M91-IDNAT-I = SPACES OR LOW-VALUE
085300         MOVE 'ID-NAT OBLIGATOIRE' TO W-MESSAGE
085400         GO TO 7100-EXIT.
085500     IF M91-STATUT-I = SPACES OR LOW-VALUE
085600         MOVE 'STATUT OBLIGATOIRE' TO W-MESSAGE
085700         GO TO 7100-EXIT.
085800     MOVE M91-MONTANT-I TO W-MONTANT-X.
085900     IF W-MONTANT-9 NOT NUMERIC
086000         MOVE 'MONTANT NON NUMERIQUE' TO W-MESSAGE
086100         GO TO 7100-EXIT.
086200     IF M91-DATEFF-I NOT NUMERIC
086300         MOVE 'DATE EFFET NON NUMERIQUE' TO W-MESSAGE
086400         GO TO 7100-EXIT.
086500     IF M91-ADR1-I = SPACES OR LOW-VALUE
086600      OR M91-VILLE-I = SPACES OR LOW-VALUE
086700         MOVE 'ADRESSE ET VILLE OBLIGATOIRES (COURRIER)'
086800           TO W-MESSAGE
086900         GO TO 7100-EXIT.
087000     IF NOT (M91-CANAL-I = 'I' OR 'E' OR SPACE OR LOW-VALUE)
087100         MOVE 'CANAL PREFERE : I, E OU BLANC' TO W-MESSAGE.
087200 7100-EXIT.
087300     EXIT.
087400******************************************************************
087500*  7150-ZONES-PIECE : FIN DE VALIDITE DE LA PIECE NUMERIQUE OU   *
087600*  VIDE, CLASSE DE RISQUE E, M, F OU VIDE                        *
087700******************************************************************
087800 7150-ZONES-PIECE.
087900     IF M91-DOCEXP-I NOT = SPACES AND M91-DOCEXP-I NOT = LOW-VALUE
088000      AND M91-DOCEXP-I NOT NUMERIC
088100         MOVE 'FIN DE VALIDITE DE LA PIECE NON NUMERIQUE'
088200           TO W-MESSAGE
088300         GO TO 7150-EXIT.
088400     IF NOT (M91-CLASSE-I = 'E' OR 'M' OR 'F' OR SPACE
088500             OR LOW-VALUE)
088600         MOVE 'CLASSE DE RISQUE : E, M OU F' TO W-MESSAGE.
088700 7150-EXIT.
088800     EXIT.
088900******************************************************************
089000*  7200-LIBELLE-ETAPE : LIBELLE DE APP-ETAPE PAR LA TABLE        *
089100******************************************************************
089200 7200-LIBELLE-ETAPE.
089300     MOVE APP-ETAPE TO W-LIB-ETAPE.
089400     PERFORM 7210-CHERCHER-ETAPE THRU 7210-EXIT
089500         VARYING IX-PAS FROM 1 BY 1 UNTIL IX-PAS GREATER 6.
089600 7200-EXIT.
089700     EXIT.
089800 7210-CHERCHER-ETAPE.
089900     IF W-ETP-CODE (IX-PAS) = APP-ETAPE
090000         MOVE W-ETP-LIBELLE (IX-PAS) TO W-LIB-ETAPE.
090100 7210-EXIT.
090200     EXIT.
090300******************************************************************
090400*  7300-DEMANDE-AFFICHEE : PF4, PF5, PF6 ET PF9 PORTENT SUR LA   *
090500*  DEMANDE AFFICHEE PAR ENTREE (COMMAREA), RELUE EN MISE A JOUR, *
090600*  DANS LE PERIMETRE, AU MEME STADE QU A L AFFICHAGE ET - SAUF   *
090700*  PRISE (PF4) - APPARTENANT A L OPERATEUR                       *
090800******************************************************************
090900 7300-DEMANDE-AFFICHEE.
091000     MOVE 'O' TO W-AUTORISE.
091100     PERFORM 7000-CLE-DEMANDE THRU 7000-EXIT.
091200     IF W-MESSAGE NOT = SPACES
091300         GO TO 7300-EXIT.
091400     IF CA-APP-CLE NOT = W-APP-CLE
091500         MOVE 'AFFICHER LA DEMANDE (ENTREE) AVANT D AGIR'
091600           TO W-MESSAGE
091700         GO TO 7300-EXIT.
091800     MOVE W-APP-CLE TO APP-CLE.
091900     EXEC CICS READ FILE (W-FIC-APPFIC)
092000          INTO (APP-ENREG) RIDFLD (APP-CLE)
092100          UPDATE RESP (W-RESP)
092200     END-EXEC.
092300     IF W-RESP NOT = DFHRESP(NORMAL)
092400         MOVE 'DEMANDE INTROUVABLE' TO W-MESSAGE
092500         GO TO 7300-EXIT.
092600     PERFORM 7050-PERIMETRE THRU 7050-EXIT.
092700     IF W-AUTORISE NOT = 'O'
092800         PERFORM 7900-LIBERER THRU 7900-EXIT
092900         GO TO 7300-EXIT.
093000     IF APP-ETAPE NOT = CA-ETAPE
093100         MOVE 'DEMANDE CHANGEE DEPUIS L AFFICHAGE - REAFFICHER'
093200           TO W-MESSAGE
093300         GO TO 7300-EXIT.
093400     IF W-PRISE NOT = 'O'
093500      AND APP-PROPRIETAIRE NOT = W-OPERATEUR
093600         MOVE 'DEMANDE D UN AUTRE PROPRIETAIRE - PF4 = PRENDRE'
093700           TO W-MESSAGE.
093800 7300-EXIT.
093900     EXIT.
094000******************************************************************
094100*  7800-REECRIRE : REECRITURE DE LA DEMANDE RELUE PAR 7300       *
094200******************************************************************
094300 7800-REECRIRE.
094400     EXEC CICS REWRITE FILE (W-FIC-APPFIC)
094500          FROM (APP-ENREG) RESP (W-RESP)
094600     END-EXEC.
094700     IF W-RESP NOT = DFHRESP(NORMAL)
094800         MOVE 'INCIDENT FICHIER APPFIC - MISE A JOUR'
094900           TO W-MESSAGE.
095000 7800-EXIT.
095100     EXIT.
095200******************************************************************
095300*  7900-LIBERER : ABANDON D UNE MISE A JOUR - VERROU RELACHE     *
095400******************************************************************
095500 7900-LIBERER.
095600     EXEC CICS UNLOCK FILE (W-FIC-APPFIC) RESP (W-RESP)
095700     END-EXEC.
095800 7900-EXIT.
095900     EXIT.
096000******************************************************************
096100*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
096200******************************************************************
096300 8200-DATE-HEURE.
096400     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
096500     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
096600          YYYYMMDD (W-DATE-JOUR)
096700     END-EXEC.
096800     MOVE EIBTIME TO W-EIBTIME.
096900 8200-EXIT.
097000     EXIT.
097100******************************************************************
097200*  8450-TRACER-DEMANDE : MISE A JOUR DE LA DEMANDE AU FICHIER    *
097300*  D ACTIVITE (DOMAINE DEMA, FONCTION C / M / P / D POSEE PAR    *
097400*  L APPELANT, ACV-DETAIL = ETAPE DE LA DEMANDE)                 *
097500******************************************************************
097600 8450-TRACER-DEMANDE.
097700     MOVE SPACES         TO ACV-ENREG.
097800     MOVE 'DEMA'         TO ACV-DOMAINE.
097900     MOVE W-ACV-FONCTION TO ACV-FONCTION.
098000     MOVE APP-ETAPE      TO ACV-DETAIL.
098100     MOVE APP-CLE        TO ACV-CLE.
098200     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
098300 8450-EXIT.
098400     EXIT.
098500******************************************************************
098600*  8400-TRACER-ACTIVITE : ENREGISTREMENT AU FICHIER D ACTIVITE   *
098700*  (FILE GACJ) - L APPELANT GARNIT DOMAINE, FONCTION ET CLES     *
098800******************************************************************
098900 8400-TRACER-ACTIVITE.
099000     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
099100     MOVE W-DATE-JOUR         TO ACV-DATE.
099200     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
099300     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
099400     MOVE 'GSDM991 '          TO ACV-PROGRAMME.
099500     MOVE W-FORMATION         TO ACV-FORMATION.
099600     EXEC CICS WRITEQ TD QUEUE ('GACJ')
099700          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
099800     END-EXEC.
099900 8400-EXIT.
100000     EXIT.
100100******************************************************************
100200*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
100300******************************************************************
100400 8000-ENVOYER-ECRAN.
100500     MOVE W-MESSAGE TO M91-MESS-I.
100600     IF W-FORMATION = 'O'
100700         MOVE SPACES TO M91-MESS-I
100800         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
100900             DELIMITED SIZE INTO M91-MESS-I
101000         END-STRING.
101100     IF W-EFFACER = 'O'
101200         MOVE 'N' TO W-EFFACER
101300         EXEC CICS SEND MAP ('GSDM91') MAPSET ('GSDM91M')
101400              FROM (GSDM91I) ERASE
101500         END-EXEC
101600     ELSE
101700         EXEC CICS SEND MAP ('GSDM91') MAPSET ('GSDM91M')
101800              FROM (GSDM91I)
101900         END-EXEC.
102000 8000-EXIT.
102100     EXIT.
