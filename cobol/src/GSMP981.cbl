000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSMP981.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSMP981 : ENTRETIEN EN LIGNE DES REGLES D IMPUTATION          *
000900*            COMPTABLE DATEES (MAPFIC) SOUS DOUBLE CONTROLE      *
001000*  ------------------------------------------------------------  *
001100*  UN CHANGEMENT DE COMPTE NE DEMANDE PLUS DE RETOUCHER UN       *
001200*  FICHIER DE CARTES : LES REGLES D UN PREFIXE (COTNET OU CODE   *
001300*  FRAI INTC REMB VERS PROV PERT) S AFFICHENT PAR DATE DE DEBUT  *
001400*  (FIN, COMPTES DEBIT ET CREDIT, LIBELLE, DEMANDE EN ATTENTE).  *
001500*  UNE REGLE SE CREE A UNE DATE DE DEBUT NON PASSEE (UNE REGLE   *
001600*  DE FIN DE MOIS SE PREPARE A L AVANCE) ; UNE REGLE EXISTANTE   *
001700*  SE MODIFIE : SEULE SA FIN SI ELLE EST DEJA EN VIGUEUR (UN     *
001800*  NOUVEAU COMPTE EST UNE NOUVELLE REGLE DATEE), FIN ET COMPTES  *
001900*  SI ELLE EST A VENIR. UNE FIN ANTERIEURE AU DEBUT D UNE REGLE  *
002000*  A VENIR L ANNULE. UNE FIN NE TOMBE JAMAIS AVANT LE JOUR.      *
002100*  LA DEMANDE (FICHIER MAPMAJ - FFFFFGMQ) SE PROPOSE (PF5,       *
002200*  PROFIL MISE A JOUR, ETAT P) PUIS S APPROUVE (PF6, PROFIL      *
002300*  APPROBATION, PAR UN OPERATEUR DIFFERENT DU PROPOSANT, ETAT    *
002400*  A) : LA REGLE EST ALORS ECRITE OU REECRITE DANS MAPFIC, LE    *
002500*  MOTIF DEVENANT SON LIBELLE, ET VAUT POUR TOUS LES PROGRAMMES  *
002600*  QUI IMPUTENT (MODULE GSMP980). PF9 (PROFIL APPROBATION)       *
002700*  REJETTE LA DEMANDE (ETAT R).                                  *
002800*  UNE SEULE DEMANDE EN ATTENTE PAR REGLE ; LA REGLE NE DOIT PAS *
002900*  AVOIR CHANGE ENTRE LA PROPOSITION ET L APPROBATION, ET UNE    *
003000*  CREATION APPROUVEE APRES SA DATE DE DEBUT EST A REJETER.      *
003100*  ENTREE = AFFICHER LES REGLES DU PREFIXE (DEBUT SAISI = SA     *
003200*           DEMANDE EN ATTENTE, SUR LAQUELLE PORTENT PF6 ET PF9) *
003300*  PF5    = PROPOSER LA REGLE SAISIE (DEBUT, FIN, COMPTES, MOTIF)*
003400*  PF3    = FIN DE TRANSACTION                                   *
003500*  LES REGLES SONT COMMUNES A TOUTES LES ENTITES : UN OPERATEUR  *
003600*  LIMITE A UNE ENTITE NE LES MODIFIE PAS. CHAQUE DEMANDE ET     *
003700*  DECISION PART AU FICHIER D ACTIVITE (GACJ, DOMAINE CMAP) ;    *
003800*  LES REFUS DE PROFIL A LA FILE GAUJ.                           *
003900*  PROFIL EN FORMATION = COPIES F (MAPFICF, MAPMAJF).            *
004000*  ------------------------------------------------------------  *
004100*  HISTORIQUE DES MODIFICATIONS                                  *
004200*  15/10/26  DA  CREATION                                        *
004300******************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.
004700     IBM-370.
004800 OBJECT-COMPUTER.
004900     IBM-370.
005000 SPECIAL-NAMES.
005100     DECIMAL-POINT IS COMMA.
005200 DATA DIVISION.
005300 WORKING-STORAGE SECTION.
005400 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
005500 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
005600 77  IX-REGLE                        PIC S9(04) COMP VALUE ZERO.
005700 77  NB-REGLES                       PIC S9(04) COMP VALUE ZERO.
005800 01  W-ABSTIME                       PIC S9(15) COMP-3.
005900 01  W-DATE-JOUR                     PIC 9(08).
006000 01  W-EIBTIME                       PIC 9(07).
006100 COPY GSPFKEY.
006200 COPY FFFFFGA.
006300 COPY FFFFFGMP.
006400 COPY FFFFFGMQ.
006500 COPY FFFFFGAC.
006600 01  W-OPERATEUR                     PIC X(08).
006700 01  W-FIC-MAPFIC                    PIC X(08) VALUE 'MAPFIC  '.
006800 01  W-FIC-MAPMAJ                    PIC X(08) VALUE 'MAPMAJ  '.
006900 01  W-FORMATION                     PIC X(01) VALUE 'N'.
007000 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
007100 01  W-FONCTION-DEMANDEE             PIC X(01).
007200 01  W-AUTORISE                      PIC X(01).
007300 01  W-EFFACER                       PIC X(01) VALUE 'N'.
007400 01  W-ACV-FONCTION                  PIC X(01).
007500 01  W-PREFIXE                       PIC X(04).
007600 01  W-DATE-DEBUT                    PIC 9(08).
007700 01  W-DATE-FIN                      PIC 9(08).
007800 01  W-REGLE-EXISTE                  PIC X(01).
007900 01  W-NUMERO                        PIC 9(03).
008000 01  W-DERNIER-NUMERO                PIC 9(03).
008100 01  W-ATTENTE-TROUVEE               PIC X(01).
008200 01  W-LIGNE-REGLE.
008300     05  WL-DEBUT                    PIC 9(08).
008400     05  FILLER                      PIC X(01) VALUE SPACE.
008500     05  WL-FIN                      PIC X(08).
008600     05  FILLER                      PIC X(01) VALUE SPACE.
008700     05  WL-DEBIT                    PIC X(10).
008800     05  FILLER                      PIC X(01) VALUE SPACE.
008900     05  WL-CREDIT                   PIC X(10).
009000     05  FILLER                      PIC X(01) VALUE SPACE.
009100     05  WL-LIBELLE                  PIC X(20).
009200     05  FILLER                      PIC X(01) VALUE SPACE.
009300     05  WL-ATTENTE                  PIC X(06).
009400 01  W-VIOLATION.
009500     05  VIO-DATE                    PIC 9(08).
009600     05  VIO-HEURE                   PIC 9(06).
009700     05  VIO-OPERATEUR               PIC X(08).
009800     05  VIO-FONCTION                PIC X(01).
009900     05  VIO-PROGRAMME               PIC X(08).
010000     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
010100     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
010200*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
010300*    DECLAREE ICI, PAS EN COPY)
010400 01  GSMP81I.
010500     05  FILLER                      PIC X(12).
010600     05  M81-PREFIXE-L               PIC S9(04) COMP.
010700     05  M81-PREFIXE-A               PIC X(01).
010800     05  M81-PREFIXE-I               PIC X(04).
010900     05  M81-GRILLE OCCURS 12.
011000         10  M81-REGLE-L             PIC S9(04) COMP.
011100         10  M81-REGLE-A             PIC X(01).
011200         10  M81-REGLE-I             PIC X(68).
011300     05  M81-DEBUT-L                 PIC S9(04) COMP.
011400     05  M81-DEBUT-A                 PIC X(01).
011500     05  M81-DEBUT-I                 PIC X(08).
011600     05  M81-FIN-L                   PIC S9(04) COMP.
011700     05  M81-FIN-A                   PIC X(01).
011800     05  M81-FIN-I                   PIC X(08).
011900     05  M81-DEBIT-L                 PIC S9(04) COMP.
012000     05  M81-DEBIT-A                 PIC X(01).
012100     05  M81-DEBIT-I                 PIC X(10).
012200     05  M81-CREDIT-L                PIC S9(04) COMP.
012300     05  M81-CREDIT-A                PIC X(01).
012400     05  M81-CREDIT-I                PIC X(10).
012500     05  M81-MOTIF-L                 PIC S9(04) COMP.
012600     05  M81-MOTIF-A                 PIC X(01).
012700     05  M81-MOTIF-I                 PIC X(20).
012800     05  M81-ATTENTE-L               PIC S9(04) COMP.
012900     05  M81-ATTENTE-A               PIC X(01).
013000     05  M81-ATTENTE-I               PIC X(70).
013100     05  M81-MESS-L                  PIC S9(04) COMP.
013200     05  M81-MESS-A                  PIC X(01).
013300     05  M81-MESS-I                  PIC X(60).
013400 01  W-COMMAREA.
013500     05  CA-PREFIXE                  PIC X(04).
013600     05  CA-MPM-CLE                  PIC X(15).
013700 LINKAGE SECTION.
013800 01  DFHCOMMAREA                     PIC X(19).
013900 PROCEDURE DIVISION.
014000******************************************************************
014100*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
014200******************************************************************
014300 0000-MAINLINE.
014400     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
014500     IF EIBCALEN = ZERO
014600         MOVE 'O' TO W-EFFACER
014700         MOVE LOW-VALUE TO GSMP81I
014800         MOVE LOW-VALUE TO W-COMMAREA
014900         MOVE 'PREFIXE (COTNET OU FRAI INTC ...) PUIS ENTREE'
015000           TO W-MESSAGE
015100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
015200         GO TO 0000-RETOUR.
015300     MOVE DFHCOMMAREA TO W-COMMAREA.
015400     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
015500     EVALUATE TRUE
015600         WHEN PFK3
015700             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
015800             END-EXEC
015900             EXEC CICS RETURN END-EXEC
016000         WHEN ENTER-KEY
016100             MOVE 'C' TO W-FONCTION-DEMANDEE
016200             PERFORM 3030-AUTORISER THRU 3030-EXIT
016300             IF W-AUTORISE = 'O'
016400                 PERFORM 2000-AFFICHER THRU 2000-EXIT
016500             END-IF
016600         WHEN PFK5
016700             MOVE 'M' TO W-FONCTION-DEMANDEE
016800             PERFORM 3030-AUTORISER THRU 3030-EXIT
016900             IF W-AUTORISE = 'O'
017000                 PERFORM 3000-PROPOSER THRU 3000-EXIT
017100             END-IF
017200         WHEN PFK6
017300             MOVE 'P' TO W-FONCTION-DEMANDEE
017400             PERFORM 3030-AUTORISER THRU 3030-EXIT
017500             IF W-AUTORISE = 'O'
017600                 PERFORM 3500-APPROUVER THRU 3500-EXIT
017700             END-IF
017800         WHEN PFK9
017900             MOVE 'P' TO W-FONCTION-DEMANDEE
018000             PERFORM 3030-AUTORISER THRU 3030-EXIT
018100             IF W-AUTORISE = 'O'
018200                 PERFORM 4000-REJETER THRU 4000-EXIT
018300             END-IF
018400         WHEN OTHER
018500             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
018600             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
018700     END-EVALUATE.
018800 0000-RETOUR.
018900     EXEC CICS RETURN TRANSID ('GSM3')
019000          COMMAREA (W-COMMAREA) LENGTH (19)
019100     END-EXEC.
019200 0000-EXIT.
019300     EXIT.
019400******************************************************************
019500*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
019600******************************************************************
019700 1050-AIGUILLER-FICHIERS.
019800     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
019900     MOVE W-OPERATEUR TO AUT-OPERATEUR.
020000     EXEC CICS READ FILE ('AUTFIC')
020100          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
020200          RESP (W-RESP)
020300     END-EXEC.
020400     IF W-RESP = DFHRESP(NORMAL)
020500         MOVE 'O' TO W-PROFIL-LU
020600         IF AUT-EN-FORMATION
020700             MOVE 'O'        TO W-FORMATION
020800             MOVE 'MAPFICF ' TO W-FIC-MAPFIC
020900             MOVE 'MAPMAJF ' TO W-FIC-MAPMAJ
021000         END-IF
021100     ELSE
021200         MOVE 'N' TO W-PROFIL-LU.
021300 1050-EXIT.
021400     EXIT.
021500******************************************************************
021600*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
021700******************************************************************
021800 1100-RECEVOIR-PFKEY.
021900     EXEC CICS RECEIVE MAP ('GSMP81') MAPSET ('GSMP81M')
022000          INTO (GSMP81I) RESP (W-RESP)
022100     END-EXEC.
022200     EVALUATE EIBAID
022300         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
022400         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
022500         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
022600         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
022700         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
022800         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
022900     END-EVALUATE.
023000 1100-EXIT.
023100     EXIT.
023200******************************************************************
023300*  3030-AUTORISER : C AFFICHE, M PROPOSE, P APPROUVE / REJETTE - *
023400*  LES REGLES SONT COMMUNES : LA MISE A JOUR ET L APPROBATION    *
023500*  SONT REFUSEES A UN OPERATEUR LIMITE A UNE ENTITE - REFUS AU   *
023600*  JOURNAL GAUJ                                                  *
023700******************************************************************
023800 3030-AUTORISER.
023900     MOVE 'N' TO W-AUTORISE.
024000     IF W-PROFIL-LU = 'O'
024100         EVALUATE W-FONCTION-DEMANDEE
024200             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
024300             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
024400             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
024500         END-EVALUATE
024600         IF W-AUTORISE = 'O'
024700          AND W-FONCTION-DEMANDEE NOT = 'C'
024800          AND AUT-ENTITE NOT = SPACES
024900             MOVE 'N' TO W-AUTORISE
025000         END-IF
025100     END-IF.
025200     IF W-AUTORISE NOT = 'O'
025300         PERFORM 3035-REFUSER THRU 3035-EXIT.
025400 3030-EXIT.
025500     EXIT.
025600******************************************************************
025700*  3035-REFUSER : FONCTION OU PERIMETRE REFUSE - VIOLATION A LA  *
025800*  FILE GAUJ ET MESSAGE A L OPERATEUR                            *
025900******************************************************************
026000 3035-REFUSER.
026100     MOVE 'N' TO W-AUTORISE.
026200     MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
026300       TO W-MESSAGE.
026400     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
026500     MOVE W-DATE-JOUR         TO VIO-DATE.
026600     MOVE W-EIBTIME (2:6)     TO VIO-HEURE.
026700     MOVE W-OPERATEUR         TO VIO-OPERATEUR.
026800     MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION.
026900     MOVE 'GSMP981 '          TO VIO-PROGRAMME.
027000     EXEC CICS WRITEQ TD QUEUE ('GAUJ')
027100          FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
027200     END-EXEC.
027300     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
027400 3035-EXIT.
027500     EXIT.
027600******************************************************************
027700*  2000-AFFICHER : LES REGLES DU PREFIXE PAR DATE DE DEBUT ; LE  *
027800*  PREFIXE AFFICHE EST GARDE EN COMMAREA (PF5 PART DE LUI), LA   *
027900*  DEMANDE EN ATTENTE DE LA REGLE SAISIE AUSSI (PF6 ET PF9)      *
028000******************************************************************
028100 2000-AFFICHER.
028200     MOVE LOW-VALUE TO W-COMMAREA.
028300     PERFORM 7000-PREFIXE THRU 7000-EXIT.
028400     IF W-MESSAGE NOT = SPACES
028500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
028600         GO TO 2000-EXIT.
028700     MOVE W-PREFIXE TO CA-PREFIXE.
028800     PERFORM 2050-REAFFICHER THRU 2050-EXIT.
028900     IF W-ATTENTE-TROUVEE = 'O'
029000         MOVE 'PF6 = APPROUVER LA DEMANDE  PF9 = LA REJETER'
029100           TO W-MESSAGE
029200     ELSE
029300         IF NB-REGLES = ZERO
029400             MOVE 'AUCUNE REGLE - DEBUT, COMPTES, MOTIF PUIS PF5'
029500               TO W-MESSAGE
029600         ELSE
029700             MOVE 'DEBUT, FIN, COMPTES, MOTIF PUIS PF5 = PROPOSER'
029800               TO W-MESSAGE.
029900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
030000 2000-EXIT.
030100     EXIT.
030200******************************************************************
030300*  2050-REAFFICHER : GRILLE DES REGLES, DEMANDES EN ATTENTE ET,  *
030400*  SI UN DEBUT EST SAISI, LA DEMANDE EN ATTENTE DE CETTE REGLE   *
030500******************************************************************
030600 2050-REAFFICHER.
030700     PERFORM 2100-GARNIR-GRILLE THRU 2100-EXIT.
030800     PERFORM 2300-MARQUER-ATTENTES THRU 2300-EXIT.
030900     MOVE 'N'    TO W-ATTENTE-TROUVEE.
031000     MOVE SPACES TO M81-ATTENTE-I.
031100     MOVE LOW-VALUE TO CA-MPM-CLE.
031200     IF M81-DEBUT-I = SPACES OR LOW-VALUE
031300         GO TO 2050-EXIT.
031400     IF M81-DEBUT-I NOT NUMERIC
031500         GO TO 2050-EXIT.
031600     MOVE M81-DEBUT-I TO W-DATE-DEBUT.
031700     PERFORM 2400-ATTENTE-DE-LA-REGLE THRU 2400-EXIT.
031800     IF W-ATTENTE-TROUVEE = 'O'
031900         MOVE MPM-CLE TO CA-MPM-CLE
032000         STRING 'EN ATTENTE : ' MPM-NATURE ' FIN ' MPM-FIN-DEMANDE
032100                ' ' MPM-DEBIT-DEMANDE ' ' MPM-CREDIT-DEMANDE
032200                ' PAR ' MPM-PROPOSE-PAR
032300             DELIMITED SIZE INTO M81-ATTENTE-I
032400         END-STRING.
032500 2050-EXIT.
032600     EXIT.
032700******************************************************************
032800*  2100-GARNIR-GRILLE : UNE LIGNE PAR REGLE DU PREFIXE (LES 12   *
032900*  PREMIERES PAR DATE DE DEBUT) - FIN A ZERO = SANS FIN,         *
033000*  FIN AVANT DEBUT = REGLE ANNULEE                               *
033100******************************************************************
033200 2100-GARNIR-GRILLE.
033300     MOVE ZERO TO NB-REGLES.
033400     PERFORM 2110-VIDER-LIGNE THRU 2110-EXIT
033500         VARYING IX-REGLE FROM 1 BY 1 UNTIL IX-REGLE GREATER 12.
033600     MOVE W-PREFIXE TO MAP-PREFIXE.
033700     MOVE ZERO      TO MAP-DATE-DEBUT.
033800     EXEC CICS STARTBR FILE (W-FIC-MAPFIC)
033900          RIDFLD (MAP-CLE) GTEQ RESP (W-RESP)
034000     END-EXEC.
034100     IF W-RESP NOT = DFHRESP(NORMAL)
034200         GO TO 2100-EXIT.
034300 2100-LIRE.
034400     EXEC CICS READNEXT FILE (W-FIC-MAPFIC)
034500          INTO (MAP-ENREG) RIDFLD (MAP-CLE) RESP (W-RESP)
034600     END-EXEC.
034700     IF W-RESP NOT = DFHRESP(NORMAL)
034800      OR MAP-PREFIXE NOT = W-PREFIXE
034900      OR NB-REGLES NOT LESS 12
035000         GO TO 2100-FIN.
035100     ADD 1 TO NB-REGLES.
035200     MOVE SPACES            TO W-LIGNE-REGLE.
035300     MOVE MAP-DATE-DEBUT    TO WL-DEBUT.
035400     IF MAP-DATE-FIN = ZERO
035500         MOVE 'SANS FIN' TO WL-FIN
035600     ELSE
035700         IF MAP-DATE-FIN LESS MAP-DATE-DEBUT
035800             MOVE 'ANNULEE ' TO WL-FIN
035900         ELSE
036000             MOVE MAP-DATE-FIN TO WL-FIN.
036100     MOVE MAP-COMPTE-DEBIT  TO WL-DEBIT.
036200     MOVE MAP-COMPTE-CREDIT TO WL-CREDIT.
036300     MOVE MAP-LIBELLE       TO WL-LIBELLE.
036400     MOVE W-LIGNE-REGLE     TO M81-REGLE-I (NB-REGLES).
036500     GO TO 2100-LIRE.
036600 2100-FIN.
036700     EXEC CICS ENDBR FILE (W-FIC-MAPFIC) RESP (W-RESP)
036800     END-EXEC.
036900 2100-EXIT.
037000     EXIT.
037100 2110-VIDER-LIGNE.
037200     MOVE SPACES TO M81-REGLE-I (IX-REGLE).
037300 2110-EXIT.
037400     EXIT.
037500******************************************************************
037600*  2300-MARQUER-ATTENTES : LES REGLES AFFICHEES PORTANT UNE      *
037700*  DEMANDE EN ATTENTE SONT MARQUEES (*ATT ET NATURE) ; UNE       *
037800*  CREATION EN ATTENTE, SANS LIGNE, EST AJOUTEE A LA GRILLE      *
037900******************************************************************
038000 2300-MARQUER-ATTENTES.
038100     MOVE W-PREFIXE TO MPM-PREFIXE.
038200     MOVE ZERO      TO MPM-DATE-DEBUT.
038300     MOVE ZERO      TO MPM-NUMERO.
038400     EXEC CICS STARTBR FILE (W-FIC-MAPMAJ)
038500          RIDFLD (MPM-CLE) GTEQ RESP (W-RESP)
038600     END-EXEC.
038700     IF W-RESP NOT = DFHRESP(NORMAL)
038800         GO TO 2300-EXIT.
038900 2300-LIRE.
039000     EXEC CICS READNEXT FILE (W-FIC-MAPMAJ)
039100          INTO (MPM-ENREG) RIDFLD (MPM-CLE) RESP (W-RESP)
039200     END-EXEC.
039300     IF W-RESP NOT = DFHRESP(NORMAL)
039400      OR MPM-PREFIXE NOT = W-PREFIXE
039500         GO TO 2300-FIN.
039600     IF NOT MPM-PROPOSEE
039700         GO TO 2300-LIRE.
039800     MOVE ZERO TO IX-REGLE.
039900     PERFORM 2310-CHERCHER-LIGNE THRU 2310-EXIT.
040000     IF IX-REGLE = ZERO
040100         IF NB-REGLES LESS 12
040200             ADD 1 TO NB-REGLES
040300             MOVE NB-REGLES         TO IX-REGLE
040400             MOVE SPACES            TO W-LIGNE-REGLE
040500             MOVE MPM-DATE-DEBUT    TO WL-DEBUT
040600             MOVE MPM-DEBIT-DEMANDE TO WL-DEBIT
040700             MOVE MPM-CREDIT-DEMANDE TO WL-CREDIT
040800             MOVE MPM-MOTIF         TO WL-LIBELLE
040900             MOVE W-LIGNE-REGLE     TO M81-REGLE-I (IX-REGLE)
041000         ELSE
041100             GO TO 2300-LIRE.
041200     MOVE M81-REGLE-I (IX-REGLE) TO W-LIGNE-REGLE.
041300     MOVE SPACES TO WL-ATTENTE.
041400     STRING '*ATT ' MPM-NATURE
041500         DELIMITED SIZE INTO WL-ATTENTE
041600     END-STRING.
041700     MOVE W-LIGNE-REGLE TO M81-REGLE-I (IX-REGLE).
041800     GO TO 2300-LIRE.
041900 2300-FIN.
042000     EXEC CICS ENDBR FILE (W-FIC-MAPMAJ) RESP (W-RESP)
042100     END-EXEC.
042200 2300-EXIT.
042300     EXIT.
042400 2310-CHERCHER-LIGNE.
042500     ADD 1 TO IX-REGLE.
042600     IF IX-REGLE GREATER NB-REGLES
042700         MOVE ZERO TO IX-REGLE
042800         GO TO 2310-EXIT.
042900     MOVE M81-REGLE-I (IX-REGLE) TO W-LIGNE-REGLE.
043000     IF WL-DEBUT NOT = MPM-DATE-DEBUT
043100         GO TO 2310-CHERCHER-LIGNE.
043200 2310-EXIT.
043300     EXIT.
043400******************************************************************
043500*  2400-ATTENTE-DE-LA-REGLE : DEMANDES DE LA REGLE W-PREFIXE +   *
043600*  W-DATE-DEBUT - LA DEMANDE EN ATTENTE S IL Y EN A UNE (LAISSEE *
043700*  EN MPM-ENREG) ET LE DERNIER NUMERO ATTRIBUE SUR LA REGLE      *
043800******************************************************************
043900 2400-ATTENTE-DE-LA-REGLE.
044000     MOVE 'N'  TO W-ATTENTE-TROUVEE.
044100     MOVE ZERO TO W-DERNIER-NUMERO.
044200     MOVE W-PREFIXE    TO MPM-PREFIXE.
044300     MOVE W-DATE-DEBUT TO MPM-DATE-DEBUT.
044400     MOVE ZERO         TO MPM-NUMERO.
044500     EXEC CICS STARTBR FILE (W-FIC-MAPMAJ)
044600          RIDFLD (MPM-CLE) GTEQ RESP (W-RESP)
044700     END-EXEC.
044800     IF W-RESP NOT = DFHRESP(NORMAL)
044900         GO TO 2400-EXIT.
045000 2400-LIRE.
045100     EXEC CICS READNEXT FILE (W-FIC-MAPMAJ)
045200          INTO (MPM-ENREG) RIDFLD (MPM-CLE) RESP (W-RESP)
045300     END-EXEC.
045400     IF W-RESP NOT = DFHRESP(NORMAL)
045500      OR MPM-PREFIXE NOT = W-PREFIXE
045600      OR MPM-DATE-DEBUT NOT = W-DATE-DEBUT
045700         GO TO 2400-FIN.
045800     MOVE MPM-NUMERO TO W-DERNIER-NUMERO.
045900     IF MPM-PROPOSEE
046000         MOVE 'O' TO W-ATTENTE-TROUVEE
046100         GO TO 2400-FIN.
046200     GO TO 2400-LIRE.
046300 2400-FIN.
046400     EXEC CICS ENDBR FILE (W-FIC-MAPMAJ) RESP (W-RESP)
046500     END-EXEC.
046600 2400-EXIT.
046700     EXIT.
046800******************************************************************
046900*  3000-PROPOSER : LA REGLE SAISIE DU PREFIXE AFFICHE - CREATION *
047000*  SI LE DEBUT EST NOUVEAU, MODIFICATION SINON - SANS DEMANDE EN *
047100*  ATTENTE ET DIFFERENTE DE LA REGLE EN PLACE : DEMANDE P SOUS   *
047200*  LE NUMERO SUIVANT DE LA REGLE                                 *
047300******************************************************************
047400 3000-PROPOSER.
047500     PERFORM 7000-PREFIXE THRU 7000-EXIT.
047600     IF W-MESSAGE = SPACES
047700         PERFORM 7300-PREFIXE-AFFICHE THRU 7300-EXIT.
047800     IF W-MESSAGE = SPACES
047900         PERFORM 8200-DATE-HEURE THRU 8200-EXIT
048000         PERFORM 7100-ZONES-DEMANDE THRU 7100-EXIT.
048100     IF W-MESSAGE NOT = SPACES
048200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
048300         GO TO 3000-EXIT.
048400     MOVE W-PREFIXE    TO MAP-PREFIXE.
048500     MOVE W-DATE-DEBUT TO MAP-DATE-DEBUT.
048600     EXEC CICS READ FILE (W-FIC-MAPFIC)
048700          INTO (MAP-ENREG) RIDFLD (MAP-CLE) RESP (W-RESP)
048800     END-EXEC.
048900     IF W-RESP = DFHRESP(NORMAL)
049000         MOVE 'O' TO W-REGLE-EXISTE
049100     ELSE
049200         MOVE 'N' TO W-REGLE-EXISTE
049300         MOVE ZERO   TO MAP-DATE-FIN
049400         MOVE SPACES TO MAP-COMPTE-DEBIT MAP-COMPTE-CREDIT.
049500     PERFORM 7150-CONTROLER-NATURE THRU 7150-EXIT.
049600     IF W-MESSAGE NOT = SPACES
049700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
049800         GO TO 3000-EXIT.
049900     PERFORM 2400-ATTENTE-DE-LA-REGLE THRU 2400-EXIT.
050000     IF W-ATTENTE-TROUVEE = 'O'
050100         MOVE 'UNE DEMANDE EST DEJA EN ATTENTE POUR CETTE REGLE'
050200           TO W-MESSAGE
050300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
050400         GO TO 3000-EXIT.
050500     IF W-DERNIER-NUMERO = 999
050600         MOVE 'PLUS DE NUMERO LIBRE SUR CETTE REGLE' TO W-MESSAGE
050700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
050800         GO TO 3000-EXIT.
050900     MOVE SPACES            TO MPM-ENREG.
051000     MOVE W-PREFIXE         TO MPM-PREFIXE.
051100     MOVE W-DATE-DEBUT      TO MPM-DATE-DEBUT.
051200     COMPUTE W-NUMERO = W-DERNIER-NUMERO + 1.
051300     MOVE W-NUMERO          TO MPM-NUMERO.
051400     IF W-REGLE-EXISTE = 'O'
051500         MOVE 'M' TO MPM-NATURE
051600     ELSE
051700         MOVE 'C' TO MPM-NATURE.
051800     MOVE MAP-DATE-FIN      TO MPM-FIN-AVANT.
051900     MOVE MAP-COMPTE-DEBIT  TO MPM-DEBIT-AVANT.
052000     MOVE MAP-COMPTE-CREDIT TO MPM-CREDIT-AVANT.
052100     MOVE W-DATE-FIN        TO MPM-FIN-DEMANDE.
052200     MOVE M81-DEBIT-I       TO MPM-DEBIT-DEMANDE.
052300     MOVE M81-CREDIT-I      TO MPM-CREDIT-DEMANDE.
052400     MOVE M81-MOTIF-I       TO MPM-MOTIF.
052500     INSPECT MPM-MOTIF REPLACING ALL LOW-VALUE BY SPACE.
052600     MOVE 'P'               TO MPM-ETAT.
052700     MOVE W-OPERATEUR       TO MPM-PROPOSE-PAR.
052800     MOVE W-DATE-JOUR       TO MPM-DATE-PROPOSITION.
052900     MOVE ZERO              TO MPM-DATE-DECISION.
053000     EXEC CICS WRITE FILE (W-FIC-MAPMAJ)
053100          FROM (MPM-ENREG) RIDFLD (MPM-CLE) RESP (W-RESP)
053200     END-EXEC.
053300     IF W-RESP NOT = DFHRESP(NORMAL)
053400         MOVE 'INCIDENT FICHIER MAPMAJ - PROPOSITION'
053500           TO W-MESSAGE
053600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
053700         GO TO 3000-EXIT.
053800     MOVE 'C' TO W-ACV-FONCTION.
053900     PERFORM 8450-TRACER-DEMANDE THRU 8450-EXIT.
054000     PERFORM 2050-REAFFICHER THRU 2050-EXIT.
054100     MOVE 'DEMANDE PROPOSEE - EN ATTENTE D APPROBATION'
054200       TO W-MESSAGE.
054300     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
054400 3000-EXIT.
054500     EXIT.
054600******************************************************************
054700*  3500-APPROUVER : DEUX ROLES EXIGES - L APPROBATEUR NE PEUT    *
054800*  PAS ETRE LE PROPOSANT. LA REGLE N A PAS DU CHANGER DEPUIS LA  *
054900*  PROPOSITION ; UNE CREATION DONT LE DEBUT EST PASSE, OU UNE    *
055000*  FIN DEVENUE PASSEE, EST A REJETER (PAS D EFFET RETROACTIF).   *
055100*  LA REGLE EST ECRITE OU REECRITE DANS MAPFIC                   *
055200******************************************************************
055300 3500-APPROUVER.
055400     PERFORM 7000-PREFIXE THRU 7000-EXIT.
055500     IF W-MESSAGE = SPACES
055600         PERFORM 7300-PREFIXE-AFFICHE THRU 7300-EXIT.
055700     IF W-MESSAGE = SPACES
055800         PERFORM 7400-DEMANDE-AFFICHEE THRU 7400-EXIT.
055900     IF W-MESSAGE NOT = SPACES
056000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
056100         GO TO 3500-EXIT.
056200     IF MPM-PROPOSE-PAR = W-OPERATEUR
056300         MOVE 'APPROBATION PAR LE PROPOSANT REFUSEE'
056400           TO W-MESSAGE
056500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
056600         GO TO 3500-EXIT.
056700     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
056800     IF MPM-CREATION
056900      AND MPM-DATE-DEBUT LESS W-DATE-JOUR
057000         MOVE 'DEBUT DE LA REGLE DEPASSE - A REJETER'
057100           TO W-MESSAGE
057200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
057300         GO TO 3500-EXIT.
057400     IF MPM-FIN-DEMANDE GREATER ZERO
057500      AND MPM-FIN-DEMANDE LESS W-DATE-JOUR
057600      AND MPM-FIN-DEMANDE NOT LESS MPM-DATE-DEBUT
057700         MOVE 'FIN DEMANDEE DEPASSEE - A REJETER' TO W-MESSAGE
057800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
057900         GO TO 3500-EXIT.
058000     MOVE MPM-PREFIXE    TO MAP-PREFIXE.
058100     MOVE MPM-DATE-DEBUT TO MAP-DATE-DEBUT.
058200     IF MPM-CREATION
058300         PERFORM 3510-CREER-REGLE THRU 3510-EXIT
058400     ELSE
058500         PERFORM 3520-MODIFIER-REGLE THRU 3520-EXIT.
058600     IF W-MESSAGE NOT = SPACES
058700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
058800         GO TO 3500-EXIT.
058900     MOVE 'A'         TO MPM-ETAT.
059000     MOVE W-OPERATEUR TO MPM-DECIDE-PAR.
059100     MOVE W-DATE-JOUR TO MPM-DATE-DECISION.
059200     EXEC CICS REWRITE FILE (W-FIC-MAPMAJ)
059300          FROM (MPM-ENREG) RESP (W-RESP)
059400     END-EXEC.
059500     IF W-RESP NOT = DFHRESP(NORMAL)
059600         MOVE 'INCIDENT FICHIER MAPMAJ - APPROBATION'
059700           TO W-MESSAGE
059800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
059900         GO TO 3500-EXIT.
060000     MOVE 'D' TO W-ACV-FONCTION.
060100     PERFORM 8450-TRACER-DEMANDE THRU 8450-EXIT.
060200     PERFORM 2050-REAFFICHER THRU 2050-EXIT.
060300     MOVE 'DEMANDE APPROUVEE - REGLE EN PLACE DANS MAPFIC'
060400       TO W-MESSAGE.
060500     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
060600 3500-EXIT.
060700     EXIT.
060800******************************************************************
060900*  3510-CREER-REGLE : LA REGLE NE DOIT PAS AVOIR ETE CREEE       *
061000*  ENTRE-TEMPS (PAR LE PAQUET ENTITE GSNE940 PAR EXEMPLE)        *
061100******************************************************************
061200 3510-CREER-REGLE.
061300     MOVE SPACES             TO MAP-ENREG.
061400     MOVE MPM-PREFIXE        TO MAP-PREFIXE.
061500     MOVE MPM-DATE-DEBUT     TO MAP-DATE-DEBUT.
061600     MOVE MPM-FIN-DEMANDE    TO MAP-DATE-FIN.
061700     MOVE MPM-DEBIT-DEMANDE  TO MAP-COMPTE-DEBIT.
061800     MOVE MPM-CREDIT-DEMANDE TO MAP-COMPTE-CREDIT.
061900     MOVE MPM-MOTIF          TO MAP-LIBELLE.
062000     MOVE MPM-PROPOSE-PAR    TO MAP-PROPOSE-PAR.
062100     MOVE W-OPERATEUR        TO MAP-APPROUVE-PAR.
062200     MOVE W-DATE-JOUR        TO MAP-DATE-APPROBATION.
062300     EXEC CICS WRITE FILE (W-FIC-MAPFIC)
062400          FROM (MAP-ENREG) RIDFLD (MAP-CLE) RESP (W-RESP)
062500     END-EXEC.
062600     IF W-RESP = DFHRESP(DUPREC)
062700         MOVE 'REGLE CREEE DEPUIS LA DEMANDE - A REJETER'
062800           TO W-MESSAGE
062900         GO TO 3510-EXIT.
063000     IF W-RESP NOT = DFHRESP(NORMAL)
063100         MOVE 'INCIDENT FICHIER MAPFIC - APPROBATION'
063200           TO W-MESSAGE.
063300 3510-EXIT.
063400     EXIT.
063500******************************************************************
063600*  3520-MODIFIER-REGLE : REGLE RELUE EN MISE A JOUR, INCHANGEE   *
063700*  DEPUIS LA PROPOSITION (FIN ET COMPTES AVANT) ; FIN ET COMPTES *
063800*  DEMANDES REPORTES, MOTIF EN LIBELLE                           *
063900******************************************************************
064000 3520-MODIFIER-REGLE.
064100     EXEC CICS READ FILE (W-FIC-MAPFIC)
064200          INTO (MAP-ENREG) RIDFLD (MAP-CLE)
064300          UPDATE RESP (W-RESP)
064400     END-EXEC.
064500     IF W-RESP NOT = DFHRESP(NORMAL)
064600         MOVE 'REGLE INTROUVABLE DANS MAPFIC' TO W-MESSAGE
064700         GO TO 3520-EXIT.
064800     IF MAP-DATE-FIN      NOT = MPM-FIN-AVANT
064900      OR MAP-COMPTE-DEBIT  NOT = MPM-DEBIT-AVANT
065000      OR MAP-COMPTE-CREDIT NOT = MPM-CREDIT-AVANT
065100         MOVE 'REGLE CHANGEE DEPUIS LA DEMANDE - A REJETER'
065200           TO W-MESSAGE
065300         EXEC CICS UNLOCK FILE (W-FIC-MAPFIC) RESP (W-RESP)
065400         END-EXEC
065500         GO TO 3520-EXIT.
065600     MOVE MPM-FIN-DEMANDE    TO MAP-DATE-FIN.
065700     MOVE MPM-DEBIT-DEMANDE  TO MAP-COMPTE-DEBIT.
065800     MOVE MPM-CREDIT-DEMANDE TO MAP-COMPTE-CREDIT.
065900     MOVE MPM-MOTIF          TO MAP-LIBELLE.
066000     MOVE MPM-PROPOSE-PAR    TO MAP-PROPOSE-PAR.
066100     MOVE W-OPERATEUR        TO MAP-APPROUVE-PAR.
066200     MOVE W-DATE-JOUR        TO MAP-DATE-APPROBATION.
066300     EXEC CICS REWRITE FILE (W-FIC-MAPFIC)
066400          FROM (MAP-ENREG) RESP (W-RESP)
066500     END-EXEC.
066600     IF W-RESP NOT = DFHRESP(NORMAL)
066700         MOVE 'INCIDENT FICHIER MAPFIC - APPROBATION'
066800           TO W-MESSAGE.
066900 3520-EXIT.
067000     EXIT.
067100******************************************************************
067200*  4000-REJETER : LA DEMANDE EN ATTENTE DE LA REGLE AFFICHEE     *
067300*  PASSE A L ETAT R - MAPFIC N EST PAS TOUCHE                    *
067400******************************************************************
067500 4000-REJETER.
067600     PERFORM 7000-PREFIXE THRU 7000-EXIT.
067700     IF W-MESSAGE = SPACES
067800         PERFORM 7300-PREFIXE-AFFICHE THRU 7300-EXIT.
067900     IF W-MESSAGE = SPACES
068000         PERFORM 7400-DEMANDE-AFFICHEE THRU 7400-EXIT.
068100     IF W-MESSAGE NOT = SPACES
068200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
068300         GO TO 4000-EXIT.
068400     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
068500     MOVE 'R'         TO MPM-ETAT.
068600     MOVE W-OPERATEUR TO MPM-DECIDE-PAR.
068700     MOVE W-DATE-JOUR TO MPM-DATE-DECISION.
068800     EXEC CICS REWRITE FILE (W-FIC-MAPMAJ)
068900          FROM (MPM-ENREG) RESP (W-RESP)
069000     END-EXEC.
069100     IF W-RESP NOT = DFHRESP(NORMAL)
069200         MOVE 'INCIDENT FICHIER MAPMAJ - REJET' TO W-MESSAGE
069300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
069400         GO TO 4000-EXIT.
069500     MOVE 'D' TO W-ACV-FONCTION.
069600     PERFORM 8450-TRACER-DEMANDE THRU 8450-EXIT.
069700     PERFORM 2050-REAFFICHER THRU 2050-EXIT.
069800     MOVE 'DEMANDE REJETEE - REGLES INCHANGEES' TO W-MESSAGE.
069900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
070000 4000-EXIT.
070100     EXIT.
070200******************************************************************
070300*  7000-PREFIXE : PREFIXE DE QUATRE CARACTERES OBLIGATOIRE       *
070400******************************************************************
070500 7000-PREFIXE.
070600     MOVE SPACES TO W-MESSAGE.
070700     IF M81-PREFIXE-I = SPACES OR LOW-VALUE
070800         MOVE 'PREFIXE OBLIGATOIRE' TO W-MESSAGE
070900         GO TO 7000-EXIT.
071000     MOVE M81-PREFIXE-I TO W-PREFIXE.
071100     INSPECT W-PREFIXE REPLACING ALL LOW-VALUE BY SPACE.
071200     IF W-PREFIXE (4:1) = SPACE
071300         MOVE 'PREFIXE SUR QUATRE CARACTERES' TO W-MESSAGE.
071400 7000-EXIT.
071500     EXIT.
071600******************************************************************
071700*  7100-ZONES-DEMANDE : DEBUT AAAAMMJJ OBLIGATOIRE, FIN AAAAMMJJ *
071800*  OU VIDE (SANS FIN), COMPTES DEBIT ET CREDIT, MOTIF (FUTUR     *
071900*  LIBELLE DE LA REGLE)                                          *
072000******************************************************************
072100 7100-ZONES-DEMANDE.
072200     IF M81-DEBUT-I NOT NUMERIC
072300         MOVE 'DATE DE DEBUT NON NUMERIQUE' TO W-MESSAGE
072400         GO TO 7100-EXIT.
072500     MOVE M81-DEBUT-I TO W-DATE-DEBUT.
072600     IF W-DATE-DEBUT LESS 19000101
072700         MOVE 'DATE DE DEBUT HORS LIMITE' TO W-MESSAGE
072800         GO TO 7100-EXIT.
072900     IF M81-FIN-I = SPACES OR LOW-VALUE
073000         MOVE ZERO TO W-DATE-FIN
073100     ELSE
073200         IF M81-FIN-I NOT NUMERIC
073300             MOVE 'DATE DE FIN NON NUMERIQUE (AAAAMMJJ)'
073400               TO W-MESSAGE
073500             GO TO 7100-EXIT
073600         ELSE
073700             MOVE M81-FIN-I TO W-DATE-FIN.
073800     IF M81-DEBIT-I = SPACES OR LOW-VALUE
073900      OR M81-CREDIT-I = SPACES OR LOW-VALUE
074000         MOVE 'COMPTES DEBIT ET CREDIT OBLIGATOIRES' TO W-MESSAGE
074100         GO TO 7100-EXIT.
074200     INSPECT M81-DEBIT-I  REPLACING ALL LOW-VALUE BY SPACE.
074300     INSPECT M81-CREDIT-I REPLACING ALL LOW-VALUE BY SPACE.
074400     IF M81-DEBIT-I = M81-CREDIT-I
074500         MOVE 'COMPTES DEBIT ET CREDIT IDENTIQUES' TO W-MESSAGE
074600         GO TO 7100-EXIT.
074700     IF M81-MOTIF-I = SPACES OR LOW-VALUE
074800         MOVE 'MOTIF OBLIGATOIRE (LIBELLE DE LA REGLE)'
074900           TO W-MESSAGE.
075000 7100-EXIT.
075100     EXIT.
075200******************************************************************
075300*  7150-CONTROLER-NATURE : REGLE EN PLACE (OU ZONES A BLANC SI   *
075400*  CREATION) CONFRONTEE A LA DEMANDE -                           *
075500*  CREATION : DEBUT NON PASSE, FIN NULLE OU NON ANTERIEURE AU    *
075600*             DEBUT                                              *
075700*  MODIFICATION D UNE REGLE EN VIGUEUR : COMPTES INCHANGES, FIN  *
075800*             NULLE OU NON PASSEE                                *
075900*  MODIFICATION D UNE REGLE A VENIR : FIN NULLE, NON PASSEE, OU  *
076000*             ANTERIEURE AU DEBUT (ANNULATION)                   *
076100*  UNE MODIFICATION DOIT CHANGER QUELQUE CHOSE                   *
076200******************************************************************
076300 7150-CONTROLER-NATURE.
076400     IF W-REGLE-EXISTE = 'N'
076500         IF W-DATE-DEBUT LESS W-DATE-JOUR
076600             MOVE 'CREATION : LE DEBUT NE PEUT ETRE PASSE'
076700               TO W-MESSAGE
076800             GO TO 7150-EXIT
076900         END-IF
077000         IF W-DATE-FIN GREATER ZERO
077100          AND W-DATE-FIN LESS W-DATE-DEBUT
077200             MOVE 'CREATION : FIN ANTERIEURE AU DEBUT'
077300               TO W-MESSAGE
077400         END-IF
077500         GO TO 7150-EXIT.
077600     IF MAP-DATE-FIN GREATER ZERO
077700      AND MAP-DATE-FIN LESS MAP-DATE-DEBUT
077800         MOVE 'REGLE ANNULEE - CREER UNE NOUVELLE REGLE DATEE'
077900           TO W-MESSAGE
078000         GO TO 7150-EXIT.
078100     IF MAP-DATE-DEBUT NOT GREATER W-DATE-JOUR
078200         IF M81-DEBIT-I NOT = MAP-COMPTE-DEBIT
078300          OR M81-CREDIT-I NOT = MAP-COMPTE-CREDIT
078400             MOVE 'REGLE EN VIGUEUR : NOUVEAU COMPTE = NOUV.DEBUT'
078500               TO W-MESSAGE
078600             GO TO 7150-EXIT
078700         END-IF
078800         IF W-DATE-FIN GREATER ZERO
078900          AND W-DATE-FIN LESS W-DATE-JOUR
079000             MOVE 'REGLE EN VIGUEUR : FIN NON PASSEE EXIGEE'
079100               TO W-MESSAGE
079200             GO TO 7150-EXIT
079300         END-IF
079400     ELSE
079500         IF W-DATE-FIN GREATER ZERO
079600          AND W-DATE-FIN LESS W-DATE-JOUR
079700          AND W-DATE-FIN NOT LESS W-DATE-DEBUT
079800             MOVE 'FIN PASSEE REFUSEE' TO W-MESSAGE
079900             GO TO 7150-EXIT
080000         END-IF
080100     END-IF.
080200     IF W-DATE-FIN = MAP-DATE-FIN
080300      AND M81-DEBIT-I  = MAP-COMPTE-DEBIT
080400      AND M81-CREDIT-I = MAP-COMPTE-CREDIT
080500         MOVE 'REGLE DEJA DANS L ETAT DEMANDE' TO W-MESSAGE.
080600 7150-EXIT.
080700     EXIT.
080800******************************************************************
080900*  7300-PREFIXE-AFFICHE : PF5, PF6 ET PF9 PORTENT SUR LE PREFIXE *
081000*  AFFICHE PAR ENTREE (COMMAREA)                                 *
081100******************************************************************
081200 7300-PREFIXE-AFFICHE.
081300     IF CA-PREFIXE NOT = W-PREFIXE
081400         MOVE 'AFFICHER LE PREFIXE (ENTREE) AVANT DE DEMANDER'
081500           TO W-MESSAGE.
081600 7300-EXIT.
081700     EXIT.
081800******************************************************************
081900*  7400-DEMANDE-AFFICHEE : PF6 ET PF9 PORTENT SUR LA DEMANDE EN  *
082000*  ATTENTE AFFICHEE PAR ENTREE POUR LE DEBUT SAISI, RELUE EN     *
082100*  MISE A JOUR ET TOUJOURS EN ATTENTE                            *
082200******************************************************************
082300 7400-DEMANDE-AFFICHEE.
082400     IF CA-MPM-CLE = LOW-VALUE
082500         MOVE 'AFFICHER LA DEMANDE (ENTREE) AVANT PF6/PF9'
082600           TO W-MESSAGE
082700         GO TO 7400-EXIT.
082800     MOVE CA-MPM-CLE TO MPM-CLE.
082900     IF M81-DEBUT-I NOT = MPM-DATE-DEBUT
083000         MOVE 'AFFICHER LA DEMANDE (ENTREE) AVANT PF6/PF9'
083100           TO W-MESSAGE
083200         GO TO 7400-EXIT.
083300     EXEC CICS READ FILE (W-FIC-MAPMAJ)
083400          INTO (MPM-ENREG) RIDFLD (MPM-CLE)
083500          UPDATE RESP (W-RESP)
083600     END-EXEC.
083700     IF W-RESP NOT = DFHRESP(NORMAL)
083800         MOVE 'DEMANDE INTROUVABLE' TO W-MESSAGE
083900         GO TO 7400-EXIT.
084000     IF NOT MPM-PROPOSEE
084100         MOVE 'DEMANDE DEJA DECIDEE' TO W-MESSAGE.
084200 7400-EXIT.
084300     EXIT.
084400******************************************************************
084500*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
084600******************************************************************
084700 8200-DATE-HEURE.
084800     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
084900     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
085000          YYYYMMDD (W-DATE-JOUR)
085100     END-EXEC.
085200     MOVE EIBTIME TO W-EIBTIME.
085300 8200-EXIT.
085400     EXIT.
085500******************************************************************
085600*  8450-TRACER-DEMANDE : DEMANDE OU DECISION AU FICHIER          *
085700*  D ACTIVITE (DOMAINE CMAP, FONCTION C / D POSEE PAR            *
085800*  L APPELANT, ACV-DETAIL = ETAT DE LA DEMANDE)                  *
085900******************************************************************
086000 8450-TRACER-DEMANDE.
086100     MOVE SPACES         TO ACV-ENREG.
086200     MOVE 'CMAP'         TO ACV-DOMAINE.
086300     MOVE W-ACV-FONCTION TO ACV-FONCTION.
086400     MOVE MPM-ETAT       TO ACV-DETAIL.
086500     MOVE MPM-CLE        TO ACV-CLE.
086600     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
086700 8450-EXIT.
086800     EXIT.
086900******************************************************************
087000*  8400-TRACER-ACTIVITE : ENREGISTREMENT AU FICHIER D ACTIVITE   *
087100*  (FILE GACJ) - L APPELANT GARNIT DOMAINE, FONCTION ET CLES     *
087200******************************************************************
087300 8400-TRACER-ACTIVITE.
087400     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
087500     MOVE W-DATE-JOUR         TO ACV-DATE.
087600     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
087700     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
087800     MOVE 'GSMP981 '          TO ACV-PROGRAMME.
087900     MOVE W-FORMATION         TO ACV-FORMATION.
088000     EXEC CICS WRITEQ TD QUEUE ('GACJ')
088100          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
088200     END-EXEC.
088300 8400-EXIT.
088400     EXIT.
088500******************************************************************
088600*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
088700******************************************************************
088800 8000-ENVOYER-ECRAN.
088900     MOVE W-MESSAGE TO M81-MESS-I.
089000     IF W-FORMATION = 'O'
089100         MOVE SPACES TO M81-MESS-I
089200         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
089300             DELIMITED SIZE INTO M81-MESS-I
089400         END-STRING.
089500     IF W-EFFACER = 'O'
089600         MOVE 'N' TO W-EFFACER
089700         EXEC CICS SEND MAP ('GSMP81') MAPSET ('GSMP81M')
089800              FROM (GSMP81I) ERASE
089900         END-EXEC
090000     ELSE
090100         EXEC CICS SEND MAP ('GSMP81') MAPSET ('GSMP81M')
090200              FROM (GSMP81I)
090300         END-EXEC.
090400 8000-EXIT.
090500     EXIT.
