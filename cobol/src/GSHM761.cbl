000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSHM761.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSHM761 : DECISION SUR UN MOUVEMENT RETENU (HLDFIC)           *
000900*  ------------------------------------------------------------  *
001000*  UN MOUVEMENT RETENU PAR GSHM760 (VARIATION AU DELA DU SEUIL   *
001100*  SEUM DE L ENTITE) EST LIBERE OU REJETE PAR UN APPROBATEUR     *
001200*  QUI NE PEUT ETRE NI L OPERATEUR NI LA SOURCE DU LOT QUI L A   *
001300*  PORTE. LE LIBERE REPART DANS LE LOT SUIVANT (GSHM760), LE     *
001400*  REJETE REVIENT EN COMPTE RENDU RJ PAR GSHM762.                *
001500*  ENTREE = AFFICHER LA RETENUE SAISIE (DATE + NUMERO)           *
001600*  PF5    = LIBERER (PROFIL APPROBATION, ETAT A -> L)            *
001700*  PF6    = REJETER AVEC LE MOTIF (PROFIL APPROBATION,           *
001800*           ETAT A -> R)                                         *
001900*  PF3    = FIN DE TRANSACTION                                   *
002000*  CHAQUE DECISION PART AU JOURNAL GHMJ (DD HMVJRN).             *
002100*  PROFIL EN FORMATION = COPIE HLDFICF.                          *
002200*  ------------------------------------------------------------  *
002300*  HISTORIQUE DES MODIFICATIONS                                  *
002400*  15/10/26  DA  CREATION                                        *
002410*  15/10/26  DA  RETENUE DE NATURE T : LA TRANSITION DE STATUT   *
002420*                A APPROUVER EST AFFICHEE AVEC LE MESSAGE        *
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
004100 01  W-MONTANT-EDIT                  PIC -(13)9,99.
004200 COPY GSPFKEY.
004300 COPY FFFFFGA.
004400 COPY FFFFFGHM.
004500 01  W-OPERATEUR                     PIC X(08).
004600 01  W-FIC-HLDFIC                    PIC X(08) VALUE 'HLDFIC  '.
004700 01  W-FORMATION                     PIC X(01) VALUE 'N'.
004800 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
004900 01  W-FONCTION-DEMANDEE             PIC X(01).
005000 01  W-AUTORISE                      PIC X(01).
005100 01  W-EFFACER                       PIC X(01) VALUE 'N'.
005200 01  W-HLD-LU                        PIC X(01).
005300 01  W-VIOLATION.
005400     05  VIO-DATE                    PIC 9(08).
005500     05  VIO-HEURE                   PIC 9(06).
005600     05  VIO-OPERATEUR               PIC X(08).
005700     05  VIO-FONCTION                PIC X(01).
005800     05  VIO-PROGRAMME               PIC X(08).
005900     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
006000     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
006100*    JOURNAL : APPROBATEUR, DECISION (L/R) ET RETENUE
006200 01  W-ACTION.
006300     05  ACT-DATE                    PIC 9(08).
006400     05  ACT-HEURE                   PIC 9(06).
006500     05  ACT-OPERATEUR               PIC X(08).
006600     05  ACT-CODE                    PIC X(01).
006700     05  ACT-HLD-CLE                 PIC X(14).
006800     05  ACT-FGS-CLE                 PIC X(15).
006900     05  ACT-VARIATION               PIC S9(13)V99 COMP-3.
007000     05  ACT-FORMATION               PIC X(01).
007100     05  FILLER                      PIC X(19) VALUE SPACES.
007200*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
007300*    DECLAREE ICI, PAS EN COPY)
007400 01  GSHM76I.
007500     05  FILLER                      PIC X(12).
007600     05  M76-CLE-L                   PIC S9(04) COMP.
007700     05  M76-CLE-A                   PIC X(01).
007800     05  M76-CLE-I                   PIC X(14).
007900     05  M76-ETAT-L                  PIC S9(04) COMP.
008000     05  M76-ETAT-A                  PIC X(01).
008100     05  M76-ETAT-I                  PIC X(01).
008200     05  M76-FGSCLE-L                PIC S9(04) COMP.
008300     05  M76-FGSCLE-A                PIC X(01).
008400     05  M76-FGSCLE-I                PIC X(15).
008500     05  M76-CODE-L                  PIC S9(04) COMP.
008600     05  M76-CODE-A                  PIC X(01).
008700     05  M76-CODE-I                  PIC X(01).
008800     05  M76-VARIATION-L             PIC S9(04) COMP.
008900     05  M76-VARIATION-A             PIC X(01).
009000     05  M76-VARIATION-I             PIC X(17).
009100     05  M76-SEUIL-L                 PIC S9(04) COMP.
009200     05  M76-SEUIL-A                 PIC X(01).
009300     05  M76-SEUIL-I                 PIC X(17).
009400     05  M76-SOURCE-L                PIC S9(04) COMP.
009500     05  M76-SOURCE-A                PIC X(01).
009600     05  M76-SOURCE-I                PIC X(08).
009700     05  M76-OPER-L                  PIC S9(04) COMP.
009800     05  M76-OPER-A                  PIC X(01).
009900     05  M76-OPER-I                  PIC X(08).
010000     05  M76-APPRPAR-L               PIC S9(04) COMP.
010100     05  M76-APPRPAR-A               PIC X(01).
010200     05  M76-APPRPAR-I               PIC X(08).
010300     05  M76-MOTIF-L                 PIC S9(04) COMP.
010400     05  M76-MOTIF-A                 PIC X(01).
010500     05  M76-MOTIF-I                 PIC X(30).
010600     05  M76-MESS-L                  PIC S9(04) COMP.
010700     05  M76-MESS-A                  PIC X(01).
010800     05  M76-MESS-I                  PIC X(60).
010900 01  W-COMMAREA.
011000     05  CA-CLE                      PIC X(14).
011100 LINKAGE SECTION.
011200 01  DFHCOMMAREA                     PIC X(14).
011300 PROCEDURE DIVISION.
011400******************************************************************
011500*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
011600******************************************************************
011700 0000-MAINLINE.
011800     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
011900     IF EIBCALEN = ZERO
012000         MOVE 'O' TO W-EFFACER
012100         MOVE LOW-VALUE TO GSHM76I
012200         MOVE LOW-VALUE TO CA-CLE
012300         MOVE 'SAISIR LA RETENUE (DATE + NUMERO) PUIS ENTREE'
012400           TO W-MESSAGE
012500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
012600         GO TO 0000-RETOUR.
012700     MOVE DFHCOMMAREA TO W-COMMAREA.
012800     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
012900     EVALUATE TRUE
013000         WHEN PFK3
013100             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
013200             END-EXEC
013300             EXEC CICS RETURN END-EXEC
013400         WHEN ENTER-KEY
013500             MOVE 'C' TO W-FONCTION-DEMANDEE
013600             PERFORM 3030-AUTORISER THRU 3030-EXIT
013700             IF W-AUTORISE = 'O'
013800                 PERFORM 2000-AFFICHER THRU 2000-EXIT
013900             END-IF
014000         WHEN PFK5
014100             MOVE 'P' TO W-FONCTION-DEMANDEE
014200             PERFORM 3030-AUTORISER THRU 3030-EXIT
014300             IF W-AUTORISE = 'O'
014400                 MOVE 'L' TO ACT-CODE
014500                 PERFORM 3000-DECIDER THRU 3000-EXIT
014600             END-IF
014700         WHEN PFK6
014800             MOVE 'P' TO W-FONCTION-DEMANDEE
014900             PERFORM 3030-AUTORISER THRU 3030-EXIT
015000             IF W-AUTORISE = 'O'
015100                 MOVE 'R' TO ACT-CODE
015200                 PERFORM 3000-DECIDER THRU 3000-EXIT
015300             END-IF
015400         WHEN OTHER
015500             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
015600             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
015700     END-EVALUATE.
015800 0000-RETOUR.
015900     EXEC CICS RETURN TRANSID ('GSH1')
016000          COMMAREA (W-COMMAREA) LENGTH (14)
016100     END-EXEC.
016200 0000-EXIT.
016300     EXIT.
016400******************************************************************
016500*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIE F       *
016600******************************************************************
016700 1050-AIGUILLER-FICHIERS.
016800     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
016900     MOVE W-OPERATEUR TO AUT-OPERATEUR.
017000     EXEC CICS READ FILE ('AUTFIC')
017100          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
017200          RESP (W-RESP)
017300     END-EXEC.
017400     IF W-RESP = DFHRESP(NORMAL)
017500         MOVE 'O' TO W-PROFIL-LU
017600         IF AUT-EN-FORMATION
017700             MOVE 'O'        TO W-FORMATION
017800             MOVE 'HLDFICF ' TO W-FIC-HLDFIC
017900         END-IF
018000     ELSE
018100         MOVE 'N' TO W-PROFIL-LU.
018200 1050-EXIT.
018300     EXIT.
018400******************************************************************
018500*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
018600******************************************************************
018700 1100-RECEVOIR-PFKEY.
018800     EXEC CICS RECEIVE MAP ('GSHM76') MAPSET ('GSHM76M')
018900          INTO (GSHM76I) RESP (W-RESP)
019000     END-EXEC.
019100     EVALUATE EIBAID
019200         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
019300         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
019400         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
019500         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
019600         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
019700     END-EVALUATE.
019800 1100-EXIT.
019900     EXIT.
020000******************************************************************
020100*  3030-AUTORISER : C AFFICHE, P DECIDE - LA RETENUE AFFICHEE    *
020200*  RESTE DANS LE PERIMETRE D ENTITE - REFUS AU JOURNAL GAUJ      *
020300******************************************************************
020400 3030-AUTORISER.
020500     MOVE 'N' TO W-AUTORISE.
020600     IF W-PROFIL-LU = 'O'
020700         EVALUATE W-FONCTION-DEMANDEE
020800             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
020900             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
021000         END-EVALUATE
021100         IF W-AUTORISE = 'O'
021200          AND W-FONCTION-DEMANDEE NOT = 'C'
021300          AND AUT-ENTITE NOT = SPACES
021400          AND CA-CLE NOT = LOW-VALUE
021500             PERFORM 2100-LIRE-RETENUE THRU 2100-EXIT
021600             IF W-HLD-LU = 'O'
021700              AND HLD-ENTITE NOT = AUT-ENTITE
021800                 MOVE 'N' TO W-AUTORISE
021900             END-IF
022000         END-IF
022100     END-IF.
022200     IF W-AUTORISE NOT = 'O'
022300         MOVE 'N' TO W-AUTORISE
022400         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
022500           TO W-MESSAGE
022600         PERFORM 8200-DATE-HEURE THRU 8200-EXIT
022700         MOVE W-DATE-JOUR         TO VIO-DATE
022800         MOVE W-EIBTIME (2:6)     TO VIO-HEURE
022900         MOVE W-OPERATEUR         TO VIO-OPERATEUR
023000         MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION
023100         MOVE 'GSHM761 '          TO VIO-PROGRAMME
023200         EXEC CICS WRITEQ TD QUEUE ('GAUJ')
023300              FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
023400         END-EXEC
023500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
023600 3030-EXIT.
023700     EXIT.
023800******************************************************************
023900*  2000-AFFICHER : RETENUE DE LA CLE SAISIE                      *
024000******************************************************************
024100 2000-AFFICHER.
024200     IF M76-CLE-I = SPACES OR LOW-VALUE
024300         MOVE 'CLE DE RETENUE OBLIGATOIRE' TO W-MESSAGE
024400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
024500         GO TO 2000-EXIT.
024600     MOVE M76-CLE-I TO CA-CLE.
024700     PERFORM 2100-LIRE-RETENUE THRU 2100-EXIT.
024800     IF W-HLD-LU NOT = 'O'
024900         MOVE 'RETENUE ABSENTE DU FICHIER HLDFIC' TO W-MESSAGE
025000         MOVE LOW-VALUE TO CA-CLE
025100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
025200         GO TO 2000-EXIT.
025300     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
025400     IF HLD-EN-ATTENTE
025500         MOVE 'PF5 = LIBERER - MOTIF PUIS PF6 = REJETER'
025600           TO W-MESSAGE
025610         IF HLD-NAT-TRANSITION
025620             MOVE 'TRANSITION'     TO W-MESSAGE (42:10)
025630             MOVE HLD-STATUT-AVANT TO W-MESSAGE (53:2)
025640             MOVE '>'              TO W-MESSAGE (56:1)
025650             MOVE HLD-STATUT-APRES TO W-MESSAGE (58:2)
025660         END-IF
025700     ELSE
025800         MOVE SPACES TO W-MESSAGE
025900         STRING 'RETENUE DEJA DECIDEE - ETAT ' HLD-ETAT
026000             DELIMITED SIZE INTO W-MESSAGE
026100         END-STRING.
026200     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
026300 2000-EXIT.
026400     EXIT.
026500******************************************************************
026600*  2100-LIRE-RETENUE : RETENUE DE LA ZONE DE COMMUNICATION       *
026700*  (SANS VERROU)                                                 *
026800******************************************************************
026900 2100-LIRE-RETENUE.
027000     MOVE 'N' TO W-HLD-LU.
027100     MOVE CA-CLE TO HLD-CLE.
027200     EXEC CICS READ FILE (W-FIC-HLDFIC)
027300          INTO (HLD-ENREG) RIDFLD (HLD-CLE)
027400          RESP (W-RESP)
027500     END-EXEC.
027600     IF W-RESP = DFHRESP(NORMAL)
027700         MOVE 'O' TO W-HLD-LU.
027800 2100-EXIT.
027900     EXIT.
028000******************************************************************
028100*  2500-GARNIR-ECRAN : ZONES DE LA RETENUE                       *
028200******************************************************************
028300 2500-GARNIR-ECRAN.
028400     MOVE CA-CLE          TO M76-CLE-I.
028500     MOVE HLD-ETAT        TO M76-ETAT-I.
028600     MOVE HLD-FGS-CLE     TO M76-FGSCLE-I.
028700     MOVE HLD-CODE-MVT    TO M76-CODE-I.
028800     MOVE HLD-VARIATION   TO W-MONTANT-EDIT.
028900     MOVE W-MONTANT-EDIT  TO M76-VARIATION-I.
029000     MOVE HLD-SEUIL       TO W-MONTANT-EDIT.
029100     MOVE W-MONTANT-EDIT  TO M76-SEUIL-I.
029200     MOVE HLD-SOURCE      TO M76-SOURCE-I.
029300     MOVE HLD-OPERATEUR   TO M76-OPER-I.
029400     MOVE HLD-APPROBATEUR TO M76-APPRPAR-I.
029500     IF NOT HLD-EN-ATTENTE
029600         MOVE HLD-MOTIF   TO M76-MOTIF-I.
029700 2500-EXIT.
029800     EXIT.
029900******************************************************************
030000*  3000-DECIDER : LIBERATION (ACT-CODE L) OU REJET (R) D UNE     *
030100*  RETENUE EN ATTENTE - QUATRE YEUX : NI L OPERATEUR NI LA       *
030200*  SOURCE DU LOT                                                 *
030300******************************************************************
030400 3000-DECIDER.
030500     IF CA-CLE = LOW-VALUE
030600         MOVE 'AFFICHER D ABORD UNE RETENUE' TO W-MESSAGE
030700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
030800         GO TO 3000-EXIT.
030900     IF ACT-CODE = 'R'
031000      AND (M76-MOTIF-I = SPACES OR LOW-VALUE)
031100         MOVE 'MOTIF DU REJET OBLIGATOIRE' TO W-MESSAGE
031200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031300         GO TO 3000-EXIT.
031400     PERFORM 7000-LIRE-POUR-MAJ THRU 7000-EXIT.
031500     IF W-MESSAGE NOT = SPACES
031600         GO TO 3000-EXIT.
031700     IF NOT HLD-EN-ATTENTE
031800         PERFORM 7100-ETAT-REFUSE THRU 7100-EXIT
031900         GO TO 3000-EXIT.
032000     IF W-OPERATEUR = HLD-OPERATEUR
032100      OR W-OPERATEUR = HLD-SOURCE
032200         EXEC CICS UNLOCK FILE (W-FIC-HLDFIC) RESP (W-RESP)
032300         END-EXEC
032400         MOVE 'DECISION PAR L OPERATEUR OU LA SOURCE REFUSEE'
032500           TO W-MESSAGE
032600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
032700         GO TO 3000-EXIT.
032800     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
032900     MOVE ACT-CODE        TO HLD-ETAT.
033000     MOVE W-OPERATEUR     TO HLD-APPROBATEUR.
033100     MOVE W-DATE-JOUR     TO HLD-DATE-DECISION.
033200     MOVE W-EIBTIME (2:6) TO HLD-HEURE-DECISION.
033300     IF ACT-CODE = 'R'
033400         MOVE M76-MOTIF-I TO HLD-MOTIF
033500     ELSE
033600         MOVE SPACES      TO HLD-MOTIF.
033700     PERFORM 7200-REECRIRE THRU 7200-EXIT.
033800     IF W-MESSAGE NOT = SPACES
033900         GO TO 3000-EXIT.
034000     IF ACT-CODE = 'L'
034100         MOVE 'RETENUE LIBEREE - REPART DANS LE PROCHAIN LOT'
034200           TO W-MESSAGE
034300     ELSE
034400         MOVE 'RETENUE REJETEE - COMPTE RENDU RJ A VENIR'
034500           TO W-MESSAGE.
034600     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
034700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
034800 3000-EXIT.
034900     EXIT.
035000******************************************************************
035100*  7000-LIRE-POUR-MAJ : RELECTURE VERROUILLEE DE LA RETENUE -    *
035200*  W-MESSAGE POSE (ET ECRAN ENVOYE) SI INTROUVABLE               *
035300******************************************************************
035400 7000-LIRE-POUR-MAJ.
035500     MOVE SPACES TO W-MESSAGE.
035600     MOVE CA-CLE TO HLD-CLE.
035700     EXEC CICS READ FILE (W-FIC-HLDFIC)
035800          INTO (HLD-ENREG) RIDFLD (HLD-CLE)
035900          UPDATE RESP (W-RESP)
036000     END-EXEC.
036100     IF W-RESP NOT = DFHRESP(NORMAL)
036200         MOVE 'RETENUE ABSENTE DU FICHIER HLDFIC' TO W-MESSAGE
036300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
036400 7000-EXIT.
036500     EXIT.
036600******************************************************************
036700*  7100-ETAT-REFUSE : LA RETENUE N EST PLUS EN ATTENTE           *
036800******************************************************************
036900 7100-ETAT-REFUSE.
037000     EXEC CICS UNLOCK FILE (W-FIC-HLDFIC) RESP (W-RESP)
037100     END-EXEC.
037200     MOVE SPACES TO W-MESSAGE.
037300     STRING 'ACTION IMPOSSIBLE A L ETAT ' HLD-ETAT
037400         DELIMITED SIZE INTO W-MESSAGE
037500     END-STRING.
037600     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
037700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
037800 7100-EXIT.
037900     EXIT.
038000******************************************************************
038100*  7200-REECRIRE : REECRITURE PUIS JOURNAL GHMJ                  *
038200******************************************************************
038300 7200-REECRIRE.
038400     MOVE SPACES TO W-MESSAGE.
038500     EXEC CICS REWRITE FILE (W-FIC-HLDFIC)
038600          FROM (HLD-ENREG) RESP (W-RESP)
038700     END-EXEC.
038800     IF W-RESP NOT = DFHRESP(NORMAL)
038900         MOVE 'INCIDENT FICHIER HLDFIC - REECRITURE' TO W-MESSAGE
039000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
039100         GO TO 7200-EXIT.
039200     PERFORM 8100-JOURNALISER THRU 8100-EXIT.
039300 7200-EXIT.
039400     EXIT.
039500******************************************************************
039600*  8100-JOURNALISER : LA DECISION AU JOURNAL GHMJ                *
039700******************************************************************
039800 8100-JOURNALISER.
039900     MOVE W-DATE-JOUR     TO ACT-DATE.
040000     MOVE W-EIBTIME (2:6) TO ACT-HEURE.
040100     MOVE W-OPERATEUR     TO ACT-OPERATEUR.
040200     MOVE HLD-CLE         TO ACT-HLD-CLE.
040300     MOVE HLD-FGS-CLE     TO ACT-FGS-CLE.
040400     MOVE HLD-VARIATION   TO ACT-VARIATION.
040500     MOVE W-FORMATION     TO ACT-FORMATION.
040600     EXEC CICS WRITEQ TD QUEUE ('GHMJ')
040700          FROM (W-ACTION) LENGTH (80) RESP (W-RESP)
040800     END-EXEC.
040900 8100-EXIT.
041000     EXIT.
041100******************************************************************
041200*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
041300******************************************************************
041400 8200-DATE-HEURE.
041500     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
041600     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
041700          YYYYMMDD (W-DATE-JOUR)
041800     END-EXEC.
041900     MOVE EIBTIME TO W-EIBTIME.
042000 8200-EXIT.
042100     EXIT.
042200******************************************************************
042300*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
042400******************************************************************
042500 8000-ENVOYER-ECRAN.
042600     MOVE W-MESSAGE TO M76-MESS-I.
042700     IF W-FORMATION = 'O'
042800         MOVE SPACES TO M76-MESS-I
042900         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
043000             DELIMITED SIZE INTO M76-MESS-I
043100         END-STRING.
043200     IF W-EFFACER = 'O'
043300         MOVE 'N' TO W-EFFACER
043400         EXEC CICS SEND MAP ('GSHM76') MAPSET ('GSHM76M')
043500              FROM (GSHM76I) ERASE
043600         END-EXEC
043700     ELSE
043800         EXEC CICS SEND MAP ('GSHM76') MAPSET ('GSHM76M')
043900              FROM (GSHM76I)
044000         END-EXEC.
044100 8000-EXIT.
044200     EXIT.
