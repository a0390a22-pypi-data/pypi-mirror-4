000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSRV681.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSRV681 : RECOUVREMENT - CONTACT ET PROMESSE DE PAIEMENT      *
000900*  ------------------------------------------------------------  *
001000*  LE RECOUVREUR PREND L ELEMENT COLLECT DANS LA CORBEILLE       *
001100*  (GSWB081) PUIS SAISIT ICI LA CLE : LE DOSSIER RCVFIC TENU     *
001200*  PAR GSRV680 S AFFICHE (TRANCHE, JOURS, RESTE DU ECHU,         *
001300*  DERNIER CONTACT, PROMESSE EN COURS).                          *
001400*  ENTREE = AFFICHER LE DOSSIER (PROFIL CONSULTATION)            *
001500*  PF5    = ENREGISTRER LE CONTACT (PROFIL MISE A JOUR) :        *
001600*           JN / NR / RF / LI, OU PR AVEC DATE (FUTURE) ET       *
001700*           MONTANT PROMIS. LA PROMESSE GEL LES RELANCES JUSQU   *
001800*           A SA DATE ; GSRV680 LA JUGE ENSUITE SUR LES          *
001900*           REGLEMENTS RECUS. UN AUTRE RESULTAT SUR UN DOSSIER   *
002000*           SOUS PROMESSE LA LEVE.                               *
002010*  PF9    = DEMANDE DE CLOTURE (PROFIL MISE A JOUR) : DEMANDE    *
002020*           CLDFIC ORIGINE R, REGLEE LA NUIT PAR GSCD890         *
002030*           (INTERETS, FRAIS, REMBOURSEMENT) QUI POSE ENSUITE    *
002040*           LE STATUT SU. PROFIL EN FORMATION = CLDFICF.         *
002100*  PF3    = FIN                                                  *
002200*  CHAQUE CONTACT PART AU JOURNAL GRVJ (DD RCVJRN) AVEC          *
002300*  L OPERATEUR. PROFIL EN FORMATION = COPIE RCVFICF.             *
002400*  ------------------------------------------------------------  *
002500*  HISTORIQUE DES MODIFICATIONS                                  *
002600*  15/10/26  DA  CREATION                                        *
002610*  15/10/26  DA  PF9 : DEMANDE DE CLOTURE CLDFIC (GSCD890)       *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.
003100     IBM-370.
003200 OBJECT-COMPUTER.
003300     IBM-370.
003400 SPECIAL-NAMES.
003500     DECIMAL-POINT IS COMMA.
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
003900 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
004000 01  W-ABSTIME                       PIC S9(15) COMP-3.
004100 01  W-DATE-JOUR                     PIC 9(08).
004200 01  W-EIBTIME                       PIC 9(07).
004300 01  W-MONTANT-X                     PIC X(14).
004400 01  W-MONTANT-9 REDEFINES W-MONTANT-X
004500                                     PIC 9(12)V99.
004600 01  W-DATE-X                        PIC X(08).
004700 01  W-DATE-9 REDEFINES W-DATE-X     PIC 9(08).
004800 COPY GSPFKEY.
004900 COPY FFFFFGA.
005000 COPY FFFFFGRV.
005100 01  W-OPERATEUR                     PIC X(08).
005200 01  W-FIC-RCVFIC                    PIC X(08) VALUE 'RCVFIC  '.
005210 01  W-FIC-CLDFIC                    PIC X(08) VALUE 'CLDFIC  '.
005220 COPY FFFFFGCD.
005300 01  W-FORMATION                     PIC X(01) VALUE 'N'.
005400 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
005500 01  W-FONCTION-DEMANDEE             PIC X(01).
005600 01  W-AUTORISE                      PIC X(01).
005700 01  W-EFFACER                       PIC X(01) VALUE 'N'.
005800 01  W-VIOLATION.
005900     05  VIO-DATE                    PIC 9(08).
006000     05  VIO-HEURE                   PIC 9(06).
006100     05  VIO-OPERATEUR               PIC X(08).
006200     05  VIO-FONCTION                PIC X(01).
006300     05  VIO-PROGRAMME               PIC X(08).
006400     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
006500     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
006600*    JOURNAL DES CONTACTS DE RECOUVREMENT
006700 01  W-CONTACT.
006800     05  CTC-DATE                    PIC 9(08).
006900     05  CTC-HEURE                   PIC 9(06).
007000     05  CTC-OPERATEUR               PIC X(08).
007100     05  CTC-CLE                     PIC X(15).
007200     05  CTC-RESULTAT                PIC X(02).
007300     05  CTC-DATE-PROMESSE           PIC 9(08).
007400     05  CTC-MONTANT-PROMESSE        PIC S9(11)V99 COMP-3.
007500     05  CTC-FORMATION               PIC X(01).
007600     05  FILLER                      PIC X(05) VALUE SPACES.
007700*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
007800*    DECLAREE ICI, PAS EN COPY)
007900 01  GSRV68I.
008000     05  FILLER                      PIC X(12).
008100     05  M68-CLE-L                   PIC S9(04) COMP.
008200     05  M68-CLE-A                   PIC X(01).
008300     05  M68-CLE-I                   PIC X(15).
008400     05  M68-TRANCHE-L               PIC S9(04) COMP.
008500     05  M68-TRANCHE-A               PIC X(01).
008600     05  M68-TRANCHE-I               PIC X(05).
008700     05  M68-JOURS-L                 PIC S9(04) COMP.
008800     05  M68-JOURS-A                 PIC X(01).
008900     05  M68-JOURS-I                 PIC 9(05).
009000     05  M68-RETARD-L                PIC S9(04) COMP.
009100     05  M68-RETARD-A                PIC X(01).
009200     05  M68-RETARD-I                PIC X(14).
009300     05  M68-NBECH-L                 PIC S9(04) COMP.
009400     05  M68-NBECH-A                 PIC X(01).
009500     05  M68-NBECH-I                 PIC 9(04).
009600     05  M68-STATUT-L                PIC S9(04) COMP.
009700     05  M68-STATUT-A                PIC X(01).
009800     05  M68-STATUT-I                PIC X(01).
009900     05  M68-DCONTACT-L              PIC S9(04) COMP.
010000     05  M68-DCONTACT-A              PIC X(01).
010100     05  M68-DCONTACT-I              PIC X(08).
010200     05  M68-RESULTAT-L              PIC S9(04) COMP.
010300     05  M68-RESULTAT-A              PIC X(01).
010400     05  M68-RESULTAT-I              PIC X(02).
010500     05  M68-DPROM-L                 PIC S9(04) COMP.
010600     05  M68-DPROM-A                 PIC X(01).
010700     05  M68-DPROM-I                 PIC X(08).
010800     05  M68-MPROM-L                 PIC S9(04) COMP.
010900     05  M68-MPROM-A                 PIC X(01).
011000     05  M68-MPROM-I                 PIC X(14).
011100     05  M68-MESS-L                  PIC S9(04) COMP.
011200     05  M68-MESS-A                  PIC X(01).
011300     05  M68-MESS-I                  PIC X(60).
011400 01  W-COMMAREA.
011500     05  CA-CLE                      PIC X(15).
011600 LINKAGE SECTION.
011700 01  DFHCOMMAREA                     PIC X(15).
011800 PROCEDURE DIVISION.
011900******************************************************************
012000*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
012100******************************************************************
012200 0000-MAINLINE.
012300     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
012400     IF EIBCALEN = ZERO
012500         MOVE 'O' TO W-EFFACER
012600         MOVE LOW-VALUE TO GSRV68I
012700         MOVE LOW-VALUE TO CA-CLE
012800         MOVE 'SAISIR LA CLE PUIS ENTREE' TO W-MESSAGE
012900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
013000         GO TO 0000-RETOUR.
013100     MOVE DFHCOMMAREA TO W-COMMAREA.
013200     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
013300     EVALUATE TRUE
013400         WHEN PFK3
013500             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
013600             END-EXEC
013700             EXEC CICS RETURN END-EXEC
013800         WHEN ENTER-KEY
013900             MOVE 'C' TO W-FONCTION-DEMANDEE
014000             PERFORM 3030-AUTORISER THRU 3030-EXIT
014100             IF W-AUTORISE = 'O'
014200                 PERFORM 2000-AFFICHER THRU 2000-EXIT
014300             END-IF
014400         WHEN PFK5
014500             MOVE 'M' TO W-FONCTION-DEMANDEE
014600             PERFORM 3030-AUTORISER THRU 3030-EXIT
014700             IF W-AUTORISE = 'O'
014800                 PERFORM 3000-CONTACT THRU 3000-EXIT
014900             END-IF
014910         WHEN PFK9
014920             MOVE 'M' TO W-FONCTION-DEMANDEE
014930             PERFORM 3030-AUTORISER THRU 3030-EXIT
014940             IF W-AUTORISE = 'O'
014950                 PERFORM 3200-DEMANDER-CLOTURE THRU 3200-EXIT
014960             END-IF
015000         WHEN OTHER
015100             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
015200             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
015300     END-EVALUATE.
015400 0000-RETOUR.
015500     EXEC CICS RETURN TRANSID ('GSK1')
015600          COMMAREA (W-COMMAREA) LENGTH (15)
015700     END-EXEC.
015800 0000-EXIT.
015900     EXIT.
016000******************************************************************
016100*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = RCVFICF       *
016200******************************************************************
016300 1050-AIGUILLER-FICHIERS.
016400     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
016500     MOVE W-OPERATEUR TO AUT-OPERATEUR.
016600     EXEC CICS READ FILE ('AUTFIC')
016700          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
016800          RESP (W-RESP)
016900     END-EXEC.
017000     IF W-RESP = DFHRESP(NORMAL)
017100         MOVE 'O' TO W-PROFIL-LU
017200         IF AUT-EN-FORMATION
017300             MOVE 'O'        TO W-FORMATION
017400             MOVE 'RCVFICF ' TO W-FIC-RCVFIC
017410             MOVE 'CLDFICF ' TO W-FIC-CLDFIC
017500         END-IF
017600     ELSE
017700         MOVE 'N' TO W-PROFIL-LU.
017800 1050-EXIT.
017900     EXIT.
018000******************************************************************
018100*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
018200******************************************************************
018300 1100-RECEVOIR-PFKEY.
018400     EXEC CICS RECEIVE MAP ('GSRV68') MAPSET ('GSRV68M')
018500          INTO (GSRV68I) RESP (W-RESP)
018600     END-EXEC.
018700     EVALUATE EIBAID
018800         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
018900         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
019000         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
019050         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
019100         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
019200     END-EVALUATE.
019300 1100-EXIT.
019400     EXIT.
019500******************************************************************
019600*  3030-AUTORISER : L AFFICHAGE EXIGE LE PROFIL CONSULTATION,    *
019700*  LE CONTACT LE PROFIL MISE A JOUR - REFUS EN CLAIR ET TRACE    *
019800*  AU JOURNAL GAUJ                                               *
019900******************************************************************
020000 3030-AUTORISER.
020100     MOVE 'N' TO W-AUTORISE.
020200     IF W-PROFIL-LU = 'O'
020300         IF W-FONCTION-DEMANDEE = 'C'
020400          AND AUT-CONSULTATION = 'O'
020500             MOVE 'O' TO W-AUTORISE
020600         END-IF
020700         IF W-FONCTION-DEMANDEE = 'M'
020800          AND AUT-MISE-A-JOUR = 'O'
020900             MOVE 'O' TO W-AUTORISE
021000         END-IF
021100     END-IF.
021200     IF W-AUTORISE = 'N'
021300         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
021400           TO W-MESSAGE
021500         PERFORM 8200-DATE-HEURE THRU 8200-EXIT
021600         MOVE W-DATE-JOUR TO VIO-DATE
021700         MOVE W-EIBTIME (2:6) TO VIO-HEURE
021800         MOVE W-OPERATEUR TO VIO-OPERATEUR
021900         MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION
022000         MOVE 'GSRV681 '  TO VIO-PROGRAMME
022100         EXEC CICS WRITEQ TD QUEUE ('GAUJ')
022200              FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
022300         END-EXEC
022400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
022500 3030-EXIT.
022600     EXIT.
022700******************************************************************
022800*  2000-AFFICHER : LECTURE DU DOSSIER DE LA CLE SAISIE           *
022900******************************************************************
023000 2000-AFFICHER.
023100     IF M68-CLE-I = SPACES OR LOW-VALUE
023200         MOVE 'CLE OBLIGATOIRE' TO W-MESSAGE
023300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
023400         GO TO 2000-EXIT.
023500     MOVE M68-CLE-I TO RCV-FGS-CLE.
023600     EXEC CICS READ FILE (W-FIC-RCVFIC)
023700          INTO (RCV-ENREG) RIDFLD (RCV-FGS-CLE)
023800          RESP (W-RESP)
023900     END-EXEC.
024000     IF W-RESP = DFHRESP(NOTFND)
024100         MOVE 'AUCUN DOSSIER DE RECOUVREMENT POUR CETTE CLE'
024200           TO W-MESSAGE
024300         MOVE LOW-VALUE TO CA-CLE
024400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
024500         GO TO 2000-EXIT.
024600     IF W-RESP NOT = DFHRESP(NORMAL)
024700         MOVE 'INCIDENT FICHIER RCVFIC - LECTURE' TO W-MESSAGE
024800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
024900         GO TO 2000-EXIT.
025000     MOVE RCV-FGS-CLE TO CA-CLE.
025100     PERFORM 2100-GARNIR-ECRAN THRU 2100-EXIT.
025200     IF RCV-SOLDE
025300         MOVE 'DOSSIER SOLDE - PLUS RIEN D ECHU' TO W-MESSAGE
025400     ELSE
025500         MOVE 'PF5 = ENREGISTRER LE CONTACT' TO W-MESSAGE.
025600     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
025700 2000-EXIT.
025800     EXIT.
025900******************************************************************
026000*  2100-GARNIR-ECRAN : ZONES DU DOSSIER VERS L ECRAN             *
026100******************************************************************
026200 2100-GARNIR-ECRAN.
026300     MOVE RCV-LIB-TRANCHE        TO M68-TRANCHE-I.
026400     MOVE RCV-JOURS-RETARD       TO M68-JOURS-I.
026500     MOVE RCV-MONTANT-RETARD     TO W-MONTANT-9.
026600     MOVE W-MONTANT-X            TO M68-RETARD-I.
026700     MOVE RCV-NB-ECH-RETARD      TO M68-NBECH-I.
026800     MOVE RCV-STATUT             TO M68-STATUT-I.
026900     MOVE RCV-DATE-CONTACT       TO W-DATE-9.
027000     MOVE W-DATE-X               TO M68-DCONTACT-I.
027100     MOVE RCV-RESULTAT-CONTACT   TO M68-RESULTAT-I.
027200     IF RCV-PROMESSE
027300         MOVE RCV-DATE-PROMESSE    TO W-DATE-9
027400         MOVE W-DATE-X             TO M68-DPROM-I
027500         MOVE RCV-MONTANT-PROMESSE TO W-MONTANT-9
027600         MOVE W-MONTANT-X          TO M68-MPROM-I
027700     ELSE
027800         MOVE SPACES TO M68-DPROM-I M68-MPROM-I.
027900 2100-EXIT.
028000     EXIT.
028100******************************************************************
028200*  3000-CONTACT : CONTROLES PUIS MISE A JOUR DU DOSSIER ET       *
028300*  JOURNAL DU CONTACT                                            *
028400******************************************************************
028500 3000-CONTACT.
028600     IF CA-CLE = LOW-VALUE OR SPACES
028700      OR M68-CLE-I NOT = CA-CLE
028800         MOVE 'AFFICHER LE DOSSIER PAR ENTREE D ABORD'
028900           TO W-MESSAGE
029000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
029100         GO TO 3000-EXIT.
029200     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
029300     MOVE M68-RESULTAT-I TO RCV-RESULTAT-CONTACT.
029400     IF NOT RCV-CONTACT-VALIDE
029500         MOVE 'RESULTAT : JN NR PR RF OU LI' TO W-MESSAGE
029600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
029700         GO TO 3000-EXIT.
029800     IF M68-RESULTAT-I = 'PR'
029900         PERFORM 3100-CONTROLER-PROMESSE THRU 3100-EXIT
030000         IF W-MESSAGE NOT = SPACES
030100             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
030200             GO TO 3000-EXIT
030300         END-IF
030400     END-IF.
030500     MOVE CA-CLE TO RCV-FGS-CLE.
030600     EXEC CICS READ FILE (W-FIC-RCVFIC)
030700          INTO (RCV-ENREG) RIDFLD (RCV-FGS-CLE)
030800          UPDATE RESP (W-RESP)
030900     END-EXEC.
031000     IF W-RESP NOT = DFHRESP(NORMAL)
031100         MOVE 'INCIDENT FICHIER RCVFIC - LECTURE' TO W-MESSAGE
031200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031300         GO TO 3000-EXIT.
031400     IF RCV-SOLDE
031500         EXEC CICS UNLOCK FILE (W-FIC-RCVFIC) RESP (W-RESP)
031600         END-EXEC
031700         MOVE 'DOSSIER SOLDE - RIEN A RECOUVRER' TO W-MESSAGE
031800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031900         GO TO 3000-EXIT.
032000     MOVE W-DATE-JOUR    TO RCV-DATE-CONTACT.
032100     MOVE M68-RESULTAT-I TO RCV-RESULTAT-CONTACT.
032200     MOVE W-OPERATEUR    TO RCV-OPERATEUR.
032300*    LA PROMESSE PART DU CUMUL REGLE CONNU A LA SAISIE : SEULS
032400*    LES REGLEMENTS RECUS ENSUITE LA TIENDRONT
032500     IF RCV-CONTACT-PROMESSE
032600         MOVE 'P'            TO RCV-STATUT
032700         MOVE W-DATE-9       TO RCV-DATE-PROMESSE
032800         MOVE W-MONTANT-9    TO RCV-MONTANT-PROMESSE
032900         MOVE RCV-CUMUL-PAYE TO RCV-PAYE-A-PROMESSE
033000     ELSE
033100         IF RCV-PROMESSE
033200             MOVE 'A'  TO RCV-STATUT
033300             MOVE ZERO TO RCV-DATE-PROMESSE
033400                          RCV-MONTANT-PROMESSE.
033500     EXEC CICS REWRITE FILE (W-FIC-RCVFIC)
033600          FROM (RCV-ENREG) RESP (W-RESP)
033700     END-EXEC.
033800     IF W-RESP = DFHRESP(NORMAL)
033900         MOVE 'CONTACT ENREGISTRE - JOURNALISE' TO W-MESSAGE
034000         PERFORM 8100-JOURNALISER THRU 8100-EXIT
034100         PERFORM 2100-GARNIR-ECRAN THRU 2100-EXIT
034200     ELSE
034300         MOVE 'INCIDENT FICHIER RCVFIC - REECRITURE'
034400           TO W-MESSAGE.
034500     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
034600 3000-EXIT.
034700     EXIT.
034800******************************************************************
034900*  3100-CONTROLER-PROMESSE : DATE NUMERIQUE ET FUTURE, MONTANT   *
035000*  NUMERIQUE (9(12)V99 SANS VIRGULE) ET POSITIF                  *
035100******************************************************************
035200 3100-CONTROLER-PROMESSE.
035300     MOVE SPACES TO W-MESSAGE.
035400     MOVE M68-DPROM-I TO W-DATE-X.
035500     IF W-DATE-9 NOT NUMERIC
035600         MOVE 'DATE PROMISE NON NUMERIQUE (AAAAMMJJ)'
035700           TO W-MESSAGE
035800         GO TO 3100-EXIT.
035900     IF W-DATE-9 NOT GREATER W-DATE-JOUR
036000         MOVE 'LA DATE PROMISE DOIT ETRE FUTURE' TO W-MESSAGE
036100         GO TO 3100-EXIT.
036200     MOVE M68-MPROM-I TO W-MONTANT-X.
036300     IF W-MONTANT-9 NOT NUMERIC
036400         MOVE 'MONTANT PROMIS NON NUMERIQUE' TO W-MESSAGE
036500         GO TO 3100-EXIT.
036600     IF W-MONTANT-9 NOT GREATER ZERO
036700         MOVE 'MONTANT PROMIS A ZERO' TO W-MESSAGE.
036800 3100-EXIT.
036900     EXIT.
036902******************************************************************
036903*  3200-DEMANDER-CLOTURE : DEMANDE CLDFIC DE LA CLE AFFICHEE -   *
036904*  UNE DEMANDE REJETEE PAR GSCD890 EST REPOSEE                   *
036905******************************************************************
036906 3200-DEMANDER-CLOTURE.
036907     IF CA-CLE = LOW-VALUE OR SPACES
036908      OR M68-CLE-I NOT = CA-CLE
036909         MOVE 'AFFICHER LE DOSSIER PAR ENTREE D ABORD'
036910           TO W-MESSAGE
036911         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
036912         GO TO 3200-EXIT.
036913     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
036914     PERFORM 3250-PREPARER-DEMANDE THRU 3250-EXIT.
036915     EXEC CICS WRITE FILE (W-FIC-CLDFIC)
036916          FROM (CLD-ENREG) RIDFLD (CLD-FGS-CLE) RESP (W-RESP)
036917     END-EXEC.
036918     IF W-RESP = DFHRESP(NORMAL)
036919         GO TO 3200-ACCEPTEE.
036920     IF W-RESP NOT = DFHRESP(DUPREC)
036921         MOVE 'INCIDENT FICHIER CLDFIC - DEMANDE REFUSEE'
036922           TO W-MESSAGE
036923         GO TO 3200-ENVOYER.
036924     EXEC CICS READ FILE (W-FIC-CLDFIC)
036925          INTO (CLD-ENREG) RIDFLD (CLD-FGS-CLE)
036926          UPDATE RESP (W-RESP)
036927     END-EXEC.
036928     IF W-RESP NOT = DFHRESP(NORMAL)
036929         MOVE 'INCIDENT FICHIER CLDFIC - DEMANDE REFUSEE'
036930           TO W-MESSAGE
036931         GO TO 3200-ENVOYER.
036932     IF NOT CLD-REJETEE
036933         EXEC CICS UNLOCK FILE (W-FIC-CLDFIC) RESP (W-RESP)
036934         END-EXEC
036935         MOVE 'DEMANDE DE CLOTURE DEJA EN COURS' TO W-MESSAGE
036936         GO TO 3200-ENVOYER.
036937     PERFORM 3250-PREPARER-DEMANDE THRU 3250-EXIT.
036938     EXEC CICS REWRITE FILE (W-FIC-CLDFIC)
036939          FROM (CLD-ENREG) RESP (W-RESP)
036940     END-EXEC.
036941     IF W-RESP NOT = DFHRESP(NORMAL)
036942         MOVE 'INCIDENT FICHIER CLDFIC - DEMANDE REFUSEE'
036943           TO W-MESSAGE
036944         GO TO 3200-ENVOYER.
036945 3200-ACCEPTEE.
036946     MOVE 'CLOTURE DEMANDEE - REGLEMENT EN BATCH DE NUIT'
036947       TO W-MESSAGE.
036948 3200-ENVOYER.
036949     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
036950 3200-EXIT.
036951     EXIT.
036952 3250-PREPARER-DEMANDE.
036953     MOVE SPACES         TO CLD-ENREG.
036954     MOVE CA-CLE         TO CLD-FGS-CLE.
036955     MOVE 'R'            TO CLD-ORIGINE.
036956     MOVE 'SU'           TO CLD-STATUT-CIBLE.
036957     MOVE 'R'            TO CLD-NATURE-PAIEMENT.
036958     MOVE 'D'            TO CLD-ETAT.
036959     MOVE W-OPERATEUR    TO CLD-DEMANDEUR.
036960     MOVE W-DATE-JOUR    TO CLD-DATE-DEMANDE.
036961     MOVE ZERO           TO CLD-DATE-REGLEMENT CLD-DATE-RELEVE
036962                            CLD-SOLDE-AVANT CLD-INTERETS
036963                            CLD-FRAIS CLD-REMBOURSE.
036964 3250-EXIT.
036965     EXIT.
037000******************************************************************
037100*  8100-JOURNALISER : LE CONTACT AU JOURNAL GRVJ                 *
037200******************************************************************
037300 8100-JOURNALISER.
037400     MOVE W-DATE-JOUR          TO CTC-DATE.
037500     MOVE W-EIBTIME (2:6)      TO CTC-HEURE.
037600     MOVE W-OPERATEUR          TO CTC-OPERATEUR.
037700     MOVE RCV-FGS-CLE          TO CTC-CLE.
037800     MOVE RCV-RESULTAT-CONTACT TO CTC-RESULTAT.
037900     MOVE RCV-DATE-PROMESSE    TO CTC-DATE-PROMESSE.
038000     MOVE RCV-MONTANT-PROMESSE TO CTC-MONTANT-PROMESSE.
038100     MOVE W-FORMATION          TO CTC-FORMATION.
038200     EXEC CICS WRITEQ TD QUEUE ('GRVJ')
038300          FROM (W-CONTACT) LENGTH (60) RESP (W-RESP)
038400     END-EXEC.
038500 8100-EXIT.
038600     EXIT.
038700******************************************************************
038800*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
038900******************************************************************
039000 8200-DATE-HEURE.
039100     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
039200     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
039300          YYYYMMDD (W-DATE-JOUR)
039400     END-EXEC.
039500     MOVE EIBTIME TO W-EIBTIME.
039600 8200-EXIT.
039700     EXIT.
039800******************************************************************
039900*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
040000******************************************************************
040100 8000-ENVOYER-ECRAN.
040200     MOVE W-MESSAGE TO M68-MESS-I.
040300     IF W-FORMATION = 'O'
040400         MOVE SPACES TO M68-MESS-I
040500         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
040600             DELIMITED SIZE INTO M68-MESS-I
040700         END-STRING.
040800     IF W-EFFACER = 'O'
040900         MOVE 'N' TO W-EFFACER
041000         EXEC CICS SEND MAP ('GSRV68') MAPSET ('GSRV68M')
041100              FROM (GSRV68I) ERASE
041200         END-EXEC
041300     ELSE
041400         EXEC CICS SEND MAP ('GSRV68') MAPSET ('GSRV68M')
041500              FROM (GSRV68I)
041600         END-EXEC.
041700 8000-EXIT.
041800     EXIT.
