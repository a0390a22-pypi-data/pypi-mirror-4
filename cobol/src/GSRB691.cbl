000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSRB691.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSRB691 : AFFECTATION DES ENCAISSEMENTS NON AFFECTES          *
000900*  ------------------------------------------------------------  *
001000*  LES CREDITS DU RELEVE QUE GSRB690 N A PAS PU RATTACHER A UNE  *
001100*  CLE NE VIVENT PLUS DANS UN TABLEUR : L OPERATEUR LES PARCOURT *
001200*  ICI ET DESIGNE LA CLE FFFFFGS A CREDITER.                     *
001300*  ENTREE = PREMIER CREDIT EN ATTENTE   PF8 = CREDIT SUIVANT     *
001400*  PF5    = AFFECTER LE CREDIT AFFICHE A LA CLE SAISIE (CHIFFRE  *
001500*           DE CONTROLE GSCK040, CLE PRESENTE AU MAITRE ET DANS  *
001600*           LE PERIMETRE D ENTITE DU PROFIL) - LE CREDIT PASSE   *
001700*           EN A ET PART EN MOUVEMENT J AU PASSAGE GSRB690       *
001800*           SUIVANT                                              *
001900*  PF3    = FIN DE TRANSACTION                                   *
002000*  CHAQUE AFFECTATION PART AU JOURNAL GNAJ (DD NAFJRN).          *
002100*  PROFIL EN FORMATION = COPIES NAFFICF ET FFFFFGSF.             *
002200*  ------------------------------------------------------------  *
002300*  HISTORIQUE DES MODIFICATIONS                                  *
002400*  15/10/26  DA  CREATION                                        *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.
002900     IBM-370.
003000 OBJECT-COMPUTER.
003100     IBM-370.
003200 SPECIAL-NAMES.
003300     DECIMAL-POINT IS COMMA.
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
003700 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
003800 01  W-ABSTIME                       PIC S9(15) COMP-3.
003900 01  W-DATE-JOUR                     PIC 9(08).
004000 01  W-EIBTIME                       PIC 9(07).
004100 01  W-MONTANT-X                     PIC X(14).
004200 01  W-MONTANT-9 REDEFINES W-MONTANT-X
004300                                     PIC 9(12)V99.
004400 COPY GSPFKEY.
004500 COPY FFFFFGA.
004600 COPY FFFFFGNA.
004700 COPY FFFFFFGS.
004800 COPY GSCKDZ.
004900 01  W-OPERATEUR                     PIC X(08).
005000 01  W-FIC-NAFFIC                    PIC X(08) VALUE 'NAFFIC  '.
005100 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
005200 01  W-FORMATION                     PIC X(01) VALUE 'N'.
005300 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
005400 01  W-FONCTION-DEMANDEE             PIC X(01).
005500 01  W-AUTORISE                      PIC X(01).
005600 01  W-EFFACER                       PIC X(01) VALUE 'N'.
005700 01  W-VIOLATION.
005800     05  VIO-DATE                    PIC 9(08).
005900     05  VIO-HEURE                   PIC 9(06).
006000     05  VIO-OPERATEUR               PIC X(08).
006100     05  VIO-FONCTION                PIC X(01).
006200     05  VIO-PROGRAMME               PIC X(08).
006300     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
006400     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
006500*    JOURNAL DES AFFECTATIONS : OPERATEUR, CREDIT ET CLE
006600 01  W-AFFECTATION.
006700     05  AFF-DATE                    PIC 9(08).
006800     05  AFF-HEURE                   PIC 9(06).
006900     05  AFF-OPERATEUR               PIC X(08).
007000     05  AFF-NAF-CLE                 PIC X(26).
007100     05  AFF-MONTANT                 PIC S9(11)V99 COMP-3.
007200     05  AFF-CLE-AFFECTEE            PIC X(15).
007300     05  AFF-FORMATION               PIC X(01).
007400     05  FILLER                      PIC X(09) VALUE SPACES.
007500*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
007600*    DECLAREE ICI, PAS EN COPY)
007700 01  GSRB69I.
007800     05  FILLER                      PIC X(12).
007900     05  M69-COMPTE-L                PIC S9(04) COMP.
008000     05  M69-COMPTE-A                PIC X(01).
008100     05  M69-COMPTE-I                PIC X(11).
008200     05  M69-DATEOPE-L               PIC S9(04) COMP.
008300     05  M69-DATEOPE-A               PIC X(01).
008400     05  M69-DATEOPE-I               PIC 9(08).
008500     05  M69-ECRIT-L                 PIC S9(04) COMP.
008600     05  M69-ECRIT-A                 PIC X(01).
008700     05  M69-ECRIT-I                 PIC X(07).
008800     05  M69-MONTANT-L               PIC S9(04) COMP.
008900     05  M69-MONTANT-A               PIC X(01).
009000     05  M69-MONTANT-I               PIC X(14).
009100     05  M69-LIBELLE-L               PIC S9(04) COMP.
009200     05  M69-LIBELLE-A               PIC X(01).
009300     05  M69-LIBELLE-I               PIC X(31).
009400     05  M69-REFER-L                 PIC S9(04) COMP.
009500     05  M69-REFER-A                 PIC X(01).
009600     05  M69-REFER-I                 PIC X(16).
009700     05  M69-MOTIF-L                 PIC S9(04) COMP.
009800     05  M69-MOTIF-A                 PIC X(01).
009900     05  M69-MOTIF-I                 PIC X(02).
010000     05  M69-CLE-L                   PIC S9(04) COMP.
010100     05  M69-CLE-A                   PIC X(01).
010200     05  M69-CLE-I                   PIC X(15).
010300     05  M69-MESS-L                  PIC S9(04) COMP.
010400     05  M69-MESS-A                  PIC X(01).
010500     05  M69-MESS-I                  PIC X(60).
010600 01  W-COMMAREA.
010700     05  CA-NAF-CLE                  PIC X(26).
010800 LINKAGE SECTION.
010900 01  DFHCOMMAREA                     PIC X(26).
011000 PROCEDURE DIVISION.
011100******************************************************************
011200*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
011300******************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
011600     IF EIBCALEN = ZERO
011700         MOVE 'O' TO W-EFFACER
011800         MOVE LOW-VALUE TO GSRB69I
011900         MOVE LOW-VALUE TO CA-NAF-CLE
012000         MOVE 'ENTREE = PREMIER CREDIT EN ATTENTE' TO W-MESSAGE
012100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
012200         GO TO 0000-RETOUR.
012300     MOVE DFHCOMMAREA TO W-COMMAREA.
012400     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
012500     EVALUATE TRUE
012600         WHEN PFK3
012700             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
012800             END-EXEC
012900             EXEC CICS RETURN END-EXEC
013000         WHEN ENTER-KEY
013100             MOVE 'C' TO W-FONCTION-DEMANDEE
013200             PERFORM 3030-AUTORISER THRU 3030-EXIT
013300             IF W-AUTORISE = 'O'
013400                 MOVE LOW-VALUE TO CA-NAF-CLE
013500                 PERFORM 2000-CREDIT-SUIVANT THRU 2000-EXIT
013600             END-IF
013700         WHEN PFK8
013800             MOVE 'C' TO W-FONCTION-DEMANDEE
013900             PERFORM 3030-AUTORISER THRU 3030-EXIT
014000             IF W-AUTORISE = 'O'
014100                 PERFORM 2000-CREDIT-SUIVANT THRU 2000-EXIT
014200             END-IF
014300         WHEN PFK5
014400             MOVE 'M' TO W-FONCTION-DEMANDEE
014500             PERFORM 3030-AUTORISER THRU 3030-EXIT
014600             IF W-AUTORISE = 'O'
014700                 PERFORM 3000-AFFECTER THRU 3000-EXIT
014800             END-IF
014900         WHEN OTHER
015000             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
015100             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
015200     END-EVALUATE.
015300 0000-RETOUR.
015400     EXEC CICS RETURN TRANSID ('GSQ1')
015500          COMMAREA (W-COMMAREA) LENGTH (26)
015600     END-EXEC.
015700 0000-EXIT.
015800     EXIT.
015900******************************************************************
016000*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
016100******************************************************************
016200 1050-AIGUILLER-FICHIERS.
016300     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
016400     MOVE W-OPERATEUR TO AUT-OPERATEUR.
016500     EXEC CICS READ FILE ('AUTFIC')
016600          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
016700          RESP (W-RESP)
016800     END-EXEC.
016900     IF W-RESP = DFHRESP(NORMAL)
017000         MOVE 'O' TO W-PROFIL-LU
017100         IF AUT-EN-FORMATION
017200             MOVE 'O'        TO W-FORMATION
017300             MOVE 'NAFFICF ' TO W-FIC-NAFFIC
017400             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
017500         END-IF
017600     ELSE
017700         MOVE 'N' TO W-PROFIL-LU.
017800 1050-EXIT.
017900     EXIT.
018000******************************************************************
018100*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
018200******************************************************************
018300 1100-RECEVOIR-PFKEY.
018400     EXEC CICS RECEIVE MAP ('GSRB69') MAPSET ('GSRB69M')
018500          INTO (GSRB69I) RESP (W-RESP)
018600     END-EXEC.
018700     EVALUATE EIBAID
018800         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
018900         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
019000         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
019100         WHEN DFHPF8   MOVE 08 TO PFKEY-INDICATOR
019200         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
019300     END-EVALUATE.
019400 1100-EXIT.
019500     EXIT.
019600******************************************************************
019700*  3030-AUTORISER : LE PARCOURS EXIGE LE PROFIL CONSULTATION,    *
019800*  L AFFECTATION LE PROFIL MISE A JOUR - LA CLE SAISIE RESTE     *
019900*  DANS LE PERIMETRE D ENTITE - REFUS AU JOURNAL GAUJ            *
020000******************************************************************
020100 3030-AUTORISER.
020200     MOVE 'N' TO W-AUTORISE.
020300     IF W-PROFIL-LU = 'O'
020400         IF W-FONCTION-DEMANDEE = 'C'
020500          AND AUT-CONSULTATION = 'O'
020600             MOVE 'O' TO W-AUTORISE
020700         END-IF
020800         IF W-FONCTION-DEMANDEE = 'M'
020900          AND AUT-MISE-A-JOUR = 'O'
021000             MOVE 'O' TO W-AUTORISE
021100         END-IF
021200         IF W-AUTORISE = 'O'
021300          AND W-FONCTION-DEMANDEE = 'M'
021400          AND AUT-ENTITE NOT = SPACES
021500          AND M69-CLE-I NOT = SPACES
021600          AND M69-CLE-I NOT = LOW-VALUE
021700          AND M69-CLE-I (1:2) NOT = AUT-ENTITE
021800             MOVE 'N' TO W-AUTORISE
021900         END-IF
022000     END-IF.
022100     IF W-AUTORISE = 'N'
022200         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
022300           TO W-MESSAGE
022400         PERFORM 8200-DATE-HEURE THRU 8200-EXIT
022500         MOVE W-DATE-JOUR         TO VIO-DATE
022600         MOVE W-EIBTIME (2:6)     TO VIO-HEURE
022700         MOVE W-OPERATEUR         TO VIO-OPERATEUR
022800         MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION
022900         MOVE 'GSRB691 '          TO VIO-PROGRAMME
023000         EXEC CICS WRITEQ TD QUEUE ('GAUJ')
023100              FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
023200         END-EXEC
023300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
023400 3030-EXIT.
023500     EXIT.
023600******************************************************************
023700*  2000-CREDIT-SUIVANT : PROCHAIN CREDIT EN ATTENTE (STATUT N)   *
023800*  APRES CELUI DE LA ZONE DE COMMUNICATION                       *
023900******************************************************************
024000 2000-CREDIT-SUIVANT.
024100     IF CA-NAF-CLE = LOW-VALUE
024200         MOVE LOW-VALUE  TO NAF-CLE
024300     ELSE
024400         MOVE CA-NAF-CLE TO NAF-CLE.
024500     EXEC CICS STARTBR FILE (W-FIC-NAFFIC)
024600          RIDFLD (NAF-CLE) GTEQ RESP (W-RESP)
024700     END-EXEC.
024800     IF W-RESP NOT = DFHRESP(NORMAL)
024900         MOVE 'AUCUN CREDIT NON AFFECTE' TO W-MESSAGE
025000         MOVE LOW-VALUE TO CA-NAF-CLE
025100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
025200         GO TO 2000-EXIT.
025300 2000-LIRE.
025400     EXEC CICS READNEXT FILE (W-FIC-NAFFIC)
025500          INTO (NAF-ENREG) RIDFLD (NAF-CLE) RESP (W-RESP)
025600     END-EXEC.
025700     IF W-RESP NOT = DFHRESP(NORMAL)
025800         EXEC CICS ENDBR FILE (W-FIC-NAFFIC) RESP (W-RESP)
025900         END-EXEC
026000         MOVE 'FIN DES CREDITS EN ATTENTE' TO W-MESSAGE
026100         MOVE LOW-VALUE TO CA-NAF-CLE
026200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
026300         GO TO 2000-EXIT.
026400     IF NAF-CLE = CA-NAF-CLE
026500         GO TO 2000-LIRE.
026600     IF NOT NAF-EN-ATTENTE
026700         GO TO 2000-LIRE.
026800     EXEC CICS ENDBR FILE (W-FIC-NAFFIC) RESP (W-RESP)
026900     END-EXEC.
027000     MOVE NAF-CLE TO CA-NAF-CLE.
027100     PERFORM 2500-AFFICHER-CREDIT THRU 2500-EXIT.
027200     MOVE 'SAISIR LA CLE PUIS PF5 - PF8 = CREDIT SUIVANT'
027300       TO W-MESSAGE.
027400     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
027500 2000-EXIT.
027600     EXIT.
027700******************************************************************
027800*  2500-AFFICHER-CREDIT : ZONES DU CREDIT VERS L ECRAN           *
027900******************************************************************
028000 2500-AFFICHER-CREDIT.
028100     MOVE NAF-COMPTE       TO M69-COMPTE-I.
028200     MOVE NAF-DATE-OPE     TO M69-DATEOPE-I.
028300     MOVE NAF-NUM-ECRITURE TO M69-ECRIT-I.
028400     MOVE NAF-MONTANT      TO W-MONTANT-9.
028500     MOVE W-MONTANT-X      TO M69-MONTANT-I.
028600     MOVE NAF-LIBELLE      TO M69-LIBELLE-I.
028700     MOVE NAF-REFERENCE    TO M69-REFER-I.
028800     MOVE NAF-MOTIF        TO M69-MOTIF-I.
028900     IF NAF-EN-ATTENTE
029000         MOVE SPACES           TO M69-CLE-I
029100     ELSE
029200         MOVE NAF-CLE-AFFECTEE TO M69-CLE-I.
029300 2500-EXIT.
029400     EXIT.
029500******************************************************************
029600*  3000-AFFECTER : CONTROLE DE LA CLE SAISIE PUIS RATTACHEMENT   *
029700*  DU CREDIT AFFICHE (RELU ET VERROUILLE, ENCORE EN ATTENTE)     *
029800******************************************************************
029900 3000-AFFECTER.
030000     IF CA-NAF-CLE = LOW-VALUE
030100         MOVE 'AFFICHER D ABORD UN CREDIT' TO W-MESSAGE
030200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
030300         GO TO 3000-EXIT.
030400     IF M69-CLE-I = SPACES OR LOW-VALUE
030500         MOVE 'CLE A CREDITER OBLIGATOIRE' TO W-MESSAGE
030600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
030700         GO TO 3000-EXIT.
030800     MOVE 'V'       TO CKD-FONCTION.
030900     MOVE M69-CLE-I TO CKD-CLE.
031000     CALL 'GSCK040' USING CKD-ZONE.
031100     IF NOT CKD-CORRECT
031200         MOVE 'CLE FAUSSE - CHIFFRE DE CONTROLE' TO W-MESSAGE
031300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031400         GO TO 3000-EXIT.
031500     MOVE M69-CLE-I TO FFFFFGS-CLE.
031600     EXEC CICS READ FILE (W-FIC-FFFFFGS)
031700          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
031800          RESP (W-RESP)
031900     END-EXEC.
032000     IF W-RESP NOT = DFHRESP(NORMAL)
032100         MOVE 'CLE INCONNUE DU FICHIER MAITRE' TO W-MESSAGE
032200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
032300         GO TO 3000-EXIT.
032400     MOVE CA-NAF-CLE TO NAF-CLE.
032500     EXEC CICS READ FILE (W-FIC-NAFFIC)
032600          INTO (NAF-ENREG) RIDFLD (NAF-CLE)
032700          UPDATE RESP (W-RESP)
032800     END-EXEC.
032900     IF W-RESP NOT = DFHRESP(NORMAL)
033000         MOVE 'CREDIT INTROUVABLE' TO W-MESSAGE
033100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
033200         GO TO 3000-EXIT.
033300     IF NOT NAF-EN-ATTENTE
033400         EXEC CICS UNLOCK FILE (W-FIC-NAFFIC) RESP (W-RESP)
033500         END-EXEC
033600         MOVE 'CREDIT DEJA AFFECTE' TO W-MESSAGE
033700         PERFORM 2500-AFFICHER-CREDIT THRU 2500-EXIT
033800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
033900         GO TO 3000-EXIT.
034000     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
034100     MOVE 'A'         TO NAF-STATUT.
034200     MOVE M69-CLE-I   TO NAF-CLE-AFFECTEE.
034300     MOVE W-OPERATEUR TO NAF-OPERATEUR.
034400     MOVE W-DATE-JOUR TO NAF-DATE-AFFECT.
034500     EXEC CICS REWRITE FILE (W-FIC-NAFFIC)
034600          FROM (NAF-ENREG) RESP (W-RESP)
034700     END-EXEC.
034800     IF W-RESP NOT = DFHRESP(NORMAL)
034900         MOVE 'INCIDENT FICHIER NAFFIC - REECRITURE'
035000           TO W-MESSAGE
035100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
035200         GO TO 3000-EXIT.
035300     PERFORM 8100-JOURNALISER THRU 8100-EXIT.
035400     MOVE 'CREDIT AFFECTE - EMIS AU PROCHAIN PASSAGE GSRB690'
035500       TO W-MESSAGE.
035600     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
035700 3000-EXIT.
035800     EXIT.
035900******************************************************************
036000*  8100-JOURNALISER : L AFFECTATION AU JOURNAL GNAJ              *
036100******************************************************************
036200 8100-JOURNALISER.
036300     MOVE W-DATE-JOUR      TO AFF-DATE.
036400     MOVE W-EIBTIME (2:6)  TO AFF-HEURE.
036500     MOVE W-OPERATEUR      TO AFF-OPERATEUR.
036600     MOVE NAF-CLE          TO AFF-NAF-CLE.
036700     MOVE NAF-MONTANT      TO AFF-MONTANT.
036800     MOVE NAF-CLE-AFFECTEE TO AFF-CLE-AFFECTEE.
036900     MOVE W-FORMATION      TO AFF-FORMATION.
037000     EXEC CICS WRITEQ TD QUEUE ('GNAJ')
037100          FROM (W-AFFECTATION) LENGTH (80) RESP (W-RESP)
037200     END-EXEC.
037300 8100-EXIT.
037400     EXIT.
037500******************************************************************
037600*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
037700******************************************************************
037800 8200-DATE-HEURE.
037900     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
038000     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
038100          YYYYMMDD (W-DATE-JOUR)
038200     END-EXEC.
038300     MOVE EIBTIME TO W-EIBTIME.
038400 8200-EXIT.
038500     EXIT.
038600******************************************************************
038700*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
038800******************************************************************
038900 8000-ENVOYER-ECRAN.
039000     MOVE W-MESSAGE TO M69-MESS-I.
039100     IF W-FORMATION = 'O'
039200         MOVE SPACES TO M69-MESS-I
039300         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
039400             DELIMITED SIZE INTO M69-MESS-I
039500         END-STRING.
039600     IF W-EFFACER = 'O'
039700         MOVE 'N' TO W-EFFACER
039800         EXEC CICS SEND MAP ('GSRB69') MAPSET ('GSRB69M')
039900              FROM (GSRB69I) ERASE
040000         END-EXEC
040100     ELSE
040200         EXEC CICS SEND MAP ('GSRB69') MAPSET ('GSRB69M')
040300              FROM (GSRB69I)
040400         END-EXEC.
040500 8000-EXIT.
040600     EXIT.
