000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSA771.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSA771 : TRAITEMENT D UN DOSSIER D OPERATIONS SUSPECTES      *
000900*  ------------------------------------------------------------  *
001000*  LE DOSSIER OUVERT PAR L ANALYSE NOCTURNE GSSA770 EST AFFICHE  *
001100*  AVEC SES MOUVEMENTS CONTRIBUTEURS ; L ANALYSTE CONFORMITE LE  *
001200*  CLOT, L ESCALADE OU LE MARQUE A DECLARER AUX AUTORITES. LE    *
001300*  COMMENTAIRE EST OBLIGATOIRE POUR TOUTE DECISION.              *
001400*  ENTREE = AFFICHER LE DOSSIER SAISI (DATE + NUMERO)            *
001500*  PF5    = CLORE (PROFIL MISE A JOUR, ETAT O/E/D -> C)          *
001600*  PF6    = ESCALADER (PROFIL MISE A JOUR, ETAT O -> E)          *
001700*  PF9    = A DECLARER (PROFIL APPROBATION, ETAT O/E -> D)       *
001800*  PF3    = FIN DE TRANSACTION                                   *
001900*  CHAQUE DECISION PART AU JOURNAL GSAJ (DD CASJRN).             *
002000*  PROFIL EN FORMATION = COPIE CASFICF.                          *
002100*  ------------------------------------------------------------  *
002200*  HISTORIQUE DES MODIFICATIONS                                  *
002300*  15/10/26  DA  CREATION                                        *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.
002800     IBM-370.
002900 OBJECT-COMPUTER.
003000     IBM-370.
003100 SPECIAL-NAMES.
003200     DECIMAL-POINT IS COMMA.
003300 DATA DIVISION.
003400 WORKING-STORAGE SECTION.
003500 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
003600 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
003700 77  IX-LIG                          PIC S9(04) COMP VALUE ZERO.
003800 01  W-ABSTIME                       PIC S9(15) COMP-3.
003900 01  W-DATE-JOUR                     PIC 9(08).
004000 01  W-EIBTIME                       PIC 9(07).
004100 01  W-MONTANT-EDIT                  PIC -(13)9,99.
004200 01  W-NOMBRE-EDIT                   PIC ZZ9.
004300 COPY GSPFKEY.
004400 COPY FFFFFGA.
004500 COPY FFFFFGSA.
004600 01  W-OPERATEUR                     PIC X(08).
004700 01  W-FIC-CASFIC                    PIC X(08) VALUE 'CASFIC  '.
004800 01  W-FORMATION                     PIC X(01) VALUE 'N'.
004900 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
005000 01  W-FONCTION-DEMANDEE             PIC X(01).
005100 01  W-AUTORISE                      PIC X(01).
005200 01  W-EFFACER                       PIC X(01) VALUE 'N'.
005300 01  W-CAS-LU                        PIC X(01).
005400 01  W-ETAT-ADMIS                    PIC X(01).
005500 01  W-VIOLATION.
005600     05  VIO-DATE                    PIC 9(08).
005700     05  VIO-HEURE                   PIC 9(06).
005800     05  VIO-OPERATEUR               PIC X(08).
005900     05  VIO-FONCTION                PIC X(01).
006000     05  VIO-PROGRAMME               PIC X(08).
006100     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
006200     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
006300*    JOURNAL : ANALYSTE, DECISION (C/E/D), DOSSIER ET ETAT QUITTE
006400 01  W-ACTION.
006500     05  ACT-DATE                    PIC 9(08).
006600     05  ACT-HEURE                   PIC 9(06).
006700     05  ACT-OPERATEUR               PIC X(08).
006800     05  ACT-CODE                    PIC X(01).
006900     05  ACT-CAS-CLE                 PIC X(14).
007000     05  ACT-ETAT-AVANT              PIC X(01).
007100     05  ACT-REGLE                   PIC X(04).
007200     05  ACT-CLE-ANALYSE             PIC X(15).
007300     05  ACT-FORMATION               PIC X(01).
007400     05  FILLER                      PIC X(22) VALUE SPACES.
007500*    LIGNE D UN MOUVEMENT CONTRIBUTEUR
007600 01  W-LIGNE-TRAVAIL.
007700     05  LT-FGS-CLE                  PIC X(15).
007800     05  FILLER                      PIC X(01) VALUE SPACE.
007900     05  LT-DATE                     PIC 9(08).
008000     05  FILLER                      PIC X(01) VALUE SPACE.
008100     05  LT-HEURE                    PIC 9(06).
008200     05  FILLER                      PIC X(01) VALUE SPACE.
008300     05  LT-CODE                     PIC X(01).
008400     05  FILLER                      PIC X(01) VALUE SPACE.
008500     05  LT-DELTA                    PIC -(11)9,99.
008600     05  FILLER                      PIC X(21) VALUE SPACES.
008700*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
008800*    DECLAREE ICI, PAS EN COPY)
008900 01  GSSA77I.
009000     05  FILLER                      PIC X(12).
009100     05  M77-CLE-L                   PIC S9(04) COMP.
009200     05  M77-CLE-A                   PIC X(01).
009300     05  M77-CLE-I                   PIC X(14).
009400     05  M77-ETAT-L                  PIC S9(04) COMP.
009500     05  M77-ETAT-A                  PIC X(01).
009600     05  M77-ETAT-I                  PIC X(01).
009700     05  M77-REGLE-L                 PIC S9(04) COMP.
009800     05  M77-REGLE-A                 PIC X(01).
009900     05  M77-REGLE-I                 PIC X(04).
010000     05  M77-NIVEAU-L                PIC S9(04) COMP.
010100     05  M77-NIVEAU-A                PIC X(01).
010200     05  M77-NIVEAU-I                PIC X(01).
010300     05  M77-CLEANA-L                PIC S9(04) COMP.
010400     05  M77-CLEANA-A                PIC X(01).
010500     05  M77-CLEANA-I                PIC X(15).
010600     05  M77-NBMVT-L                 PIC S9(04) COMP.
010700     05  M77-NBMVT-A                 PIC X(01).
010800     05  M77-NBMVT-I                 PIC X(03).
010900     05  M77-MONTANT-L               PIC S9(04) COMP.
011000     05  M77-MONTANT-A               PIC X(01).
011100     05  M77-MONTANT-I               PIC X(17).
011200     05  M77-ANALYSTE-L              PIC S9(04) COMP.
011300     05  M77-ANALYSTE-A              PIC X(01).
011400     05  M77-ANALYSTE-I              PIC X(08).
011500     05  M77-COMMENT-L               PIC S9(04) COMP.
011600     05  M77-COMMENT-A               PIC X(01).
011700     05  M77-COMMENT-I               PIC X(40).
011800     05  M77-LIGNES.
011900         10  M77-LIGNE-P OCCURS 10.
012000             15  M77-LIG-L           PIC S9(04) COMP.
012100             15  M77-LIG-A           PIC X(01).
012200             15  M77-LIG-I           PIC X(70).
012300     05  M77-MESS-L                  PIC S9(04) COMP.
012400     05  M77-MESS-A                  PIC X(01).
012500     05  M77-MESS-I                  PIC X(60).
012600 01  W-COMMAREA.
012700     05  CA-CLE                      PIC X(14).
012800 LINKAGE SECTION.
012900 01  DFHCOMMAREA                     PIC X(14).
013000 PROCEDURE DIVISION.
013100******************************************************************
013200*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
013300******************************************************************
013400 0000-MAINLINE.
013500     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
013600     IF EIBCALEN = ZERO
013700         MOVE 'O' TO W-EFFACER
013800         MOVE LOW-VALUE TO GSSA77I
013900         MOVE LOW-VALUE TO CA-CLE
014000         MOVE 'SAISIR LE DOSSIER (DATE + NUMERO) PUIS ENTREE'
014100           TO W-MESSAGE
014200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
014300         GO TO 0000-RETOUR.
014400     MOVE DFHCOMMAREA TO W-COMMAREA.
014500     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
014600     EVALUATE TRUE
014700         WHEN PFK3
014800             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
014900             END-EXEC
015000             EXEC CICS RETURN END-EXEC
015100         WHEN ENTER-KEY
015200             MOVE 'C' TO W-FONCTION-DEMANDEE
015300             PERFORM 3030-AUTORISER THRU 3030-EXIT
015400             IF W-AUTORISE = 'O'
015500                 PERFORM 2000-AFFICHER THRU 2000-EXIT
015600             END-IF
015700         WHEN PFK5
015800             MOVE 'M' TO W-FONCTION-DEMANDEE
015900             PERFORM 3030-AUTORISER THRU 3030-EXIT
016000             IF W-AUTORISE = 'O'
016100                 MOVE 'C' TO ACT-CODE
016200                 PERFORM 3000-DECIDER THRU 3000-EXIT
016300             END-IF
016400         WHEN PFK6
016500             MOVE 'M' TO W-FONCTION-DEMANDEE
016600             PERFORM 3030-AUTORISER THRU 3030-EXIT
016700             IF W-AUTORISE = 'O'
016800                 MOVE 'E' TO ACT-CODE
016900                 PERFORM 3000-DECIDER THRU 3000-EXIT
017000             END-IF
017100         WHEN PFK9
017200             MOVE 'P' TO W-FONCTION-DEMANDEE
017300             PERFORM 3030-AUTORISER THRU 3030-EXIT
017400             IF W-AUTORISE = 'O'
017500                 MOVE 'D' TO ACT-CODE
017600                 PERFORM 3000-DECIDER THRU 3000-EXIT
017700             END-IF
017800         WHEN OTHER
017900             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
018000             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
018100     END-EVALUATE.
018200 0000-RETOUR.
018300     EXEC CICS RETURN TRANSID ('GSU1')
018400          COMMAREA (W-COMMAREA) LENGTH (14)
018500     END-EXEC.
018600 0000-EXIT.
018700     EXIT.
018800******************************************************************
018900*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIE F       *
019000******************************************************************
019100 1050-AIGUILLER-FICHIERS.
019200     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
019300     MOVE W-OPERATEUR TO AUT-OPERATEUR.
019400     EXEC CICS READ FILE ('AUTFIC')
019500          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
019600          RESP (W-RESP)
019700     END-EXEC.
019800     IF W-RESP = DFHRESP(NORMAL)
019900         MOVE 'O' TO W-PROFIL-LU
020000         IF AUT-EN-FORMATION
020100             MOVE 'O'        TO W-FORMATION
020200             MOVE 'CASFICF ' TO W-FIC-CASFIC
020300         END-IF
020400     ELSE
020500         MOVE 'N' TO W-PROFIL-LU.
020600 1050-EXIT.
020700     EXIT.
020800******************************************************************
020900*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
021000******************************************************************
021100 1100-RECEVOIR-PFKEY.
021200     EXEC CICS RECEIVE MAP ('GSSA77') MAPSET ('GSSA77M')
021300          INTO (GSSA77I) RESP (W-RESP)
021400     END-EXEC.
021500     EVALUATE EIBAID
021600         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
021700         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
021800         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
021900         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
022000         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
022100         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
022200     END-EVALUATE.
022300 1100-EXIT.
022400     EXIT.
022500******************************************************************
022600*  3030-AUTORISER : C AFFICHE, M CLOT OU ESCALADE, P MARQUE A    *
022700*  DECLARER - LE DOSSIER AFFICHE RESTE DANS LE PERIMETRE D       *
022800*  ENTITE (DEUX PREMIERS CARACTERES DE LA CLE ANALYSEE) -        *
022900*  REFUS AU JOURNAL GAUJ                                         *
023000******************************************************************
023100 3030-AUTORISER.
023200     MOVE 'N' TO W-AUTORISE.
023300     IF W-PROFIL-LU = 'O'
023400         EVALUATE W-FONCTION-DEMANDEE
023500             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
023600             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
023700             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
023800         END-EVALUATE
023900         IF W-AUTORISE = 'O'
024000          AND W-FONCTION-DEMANDEE NOT = 'C'
024100          AND AUT-ENTITE NOT = SPACES
024200          AND CA-CLE NOT = LOW-VALUE
024300             PERFORM 2100-LIRE-DOSSIER THRU 2100-EXIT
024400             IF W-CAS-LU = 'O'
024500              AND CAS-CLE-ANALYSE (1:2) NOT = AUT-ENTITE
024600                 MOVE 'N' TO W-AUTORISE
024700             END-IF
024800         END-IF
024900     END-IF.
025000     IF W-AUTORISE NOT = 'O'
025100         MOVE 'N' TO W-AUTORISE
025200         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
025300           TO W-MESSAGE
025400         PERFORM 8200-DATE-HEURE THRU 8200-EXIT
025500         MOVE W-DATE-JOUR         TO VIO-DATE
025600         MOVE W-EIBTIME (2:6)     TO VIO-HEURE
025700         MOVE W-OPERATEUR         TO VIO-OPERATEUR
025800         MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION
025900         MOVE 'GSSA771 '          TO VIO-PROGRAMME
026000         EXEC CICS WRITEQ TD QUEUE ('GAUJ')
026100              FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
026200         END-EXEC
026300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
026400 3030-EXIT.
026500     EXIT.
026600******************************************************************
026700*  2000-AFFICHER : DOSSIER DE LA CLE SAISIE                      *
026800******************************************************************
026900 2000-AFFICHER.
027000     IF M77-CLE-I = SPACES OR LOW-VALUE
027100         MOVE 'CLE DE DOSSIER OBLIGATOIRE' TO W-MESSAGE
027200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
027300         GO TO 2000-EXIT.
027400     MOVE M77-CLE-I TO CA-CLE.
027500     PERFORM 2100-LIRE-DOSSIER THRU 2100-EXIT.
027600     IF W-CAS-LU NOT = 'O'
027700         MOVE 'DOSSIER ABSENT DU FICHIER CASFIC' TO W-MESSAGE
027800         MOVE LOW-VALUE TO CA-CLE
027900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
028000         GO TO 2000-EXIT.
028100     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
028200     IF CAS-CLOS
028300         MOVE 'DOSSIER CLOS' TO W-MESSAGE
028400     ELSE
028500         MOVE 'PF5 CLORE  PF6 ESCALADER  PF9 A DECLARER'
028600           TO W-MESSAGE.
028700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
028800 2000-EXIT.
028900     EXIT.
029000******************************************************************
029100*  2100-LIRE-DOSSIER : DOSSIER DE LA ZONE DE COMMUNICATION       *
029200*  (SANS VERROU)                                                 *
029300******************************************************************
029400 2100-LIRE-DOSSIER.
029500     MOVE 'N' TO W-CAS-LU.
029600     MOVE CA-CLE TO CAS-CLE.
029700     EXEC CICS READ FILE (W-FIC-CASFIC)
029800          INTO (CAS-ENREG) RIDFLD (CAS-CLE)
029900          RESP (W-RESP)
030000     END-EXEC.
030100     IF W-RESP = DFHRESP(NORMAL)
030200         MOVE 'O' TO W-CAS-LU.
030300 2100-EXIT.
030400     EXIT.
030500******************************************************************
030600*  2500-GARNIR-ECRAN : ZONES DU DOSSIER ET MOUVEMENTS            *
030700******************************************************************
030800 2500-GARNIR-ECRAN.
030900     MOVE CA-CLE          TO M77-CLE-I.
031000     MOVE CAS-ETAT        TO M77-ETAT-I.
031100     MOVE CAS-REGLE       TO M77-REGLE-I.
031200     MOVE CAS-NIVEAU      TO M77-NIVEAU-I.
031300     MOVE CAS-CLE-ANALYSE TO M77-CLEANA-I.
031400     MOVE CAS-NB-MVTS     TO W-NOMBRE-EDIT.
031500     MOVE W-NOMBRE-EDIT   TO M77-NBMVT-I.
031600     MOVE CAS-MONTANT     TO W-MONTANT-EDIT.
031700     MOVE W-MONTANT-EDIT  TO M77-MONTANT-I.
031800     MOVE CAS-ANALYSTE    TO M77-ANALYSTE-I.
031900     MOVE CAS-COMMENTAIRE TO M77-COMMENT-I.
032000     PERFORM 2600-LIGNE-MOUVEMENT THRU 2600-EXIT
032100         VARYING IX-LIG FROM 1 BY 1 UNTIL IX-LIG GREATER 10.
032200 2500-EXIT.
032300     EXIT.
032400 2600-LIGNE-MOUVEMENT.
032500     IF CAS-M-FGS-CLE (IX-LIG) = SPACES
032600         MOVE SPACES TO M77-LIG-I (IX-LIG)
032700         GO TO 2600-EXIT.
032800     MOVE CAS-M-FGS-CLE (IX-LIG) TO LT-FGS-CLE.
032900     MOVE CAS-M-DATE (IX-LIG)    TO LT-DATE.
033000     MOVE CAS-M-HEURE (IX-LIG)   TO LT-HEURE.
033100     MOVE CAS-M-CODE (IX-LIG)    TO LT-CODE.
033200     MOVE CAS-M-DELTA (IX-LIG)   TO LT-DELTA.
033300     MOVE W-LIGNE-TRAVAIL        TO M77-LIG-I (IX-LIG).
033400 2600-EXIT.
033500     EXIT.
033600******************************************************************
033700*  3000-DECIDER : CLOTURE (ACT-CODE C), ESCALADE (E) OU MISE A   *
033800*  DECLARER (D) - COMMENTAIRE OBLIGATOIRE                        *
033900******************************************************************
034000 3000-DECIDER.
034100     IF CA-CLE = LOW-VALUE
034200         MOVE 'AFFICHER D ABORD UN DOSSIER' TO W-MESSAGE
034300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
034400         GO TO 3000-EXIT.
034500     IF M77-COMMENT-I = SPACES OR LOW-VALUE
034600         MOVE 'COMMENTAIRE OBLIGATOIRE' TO W-MESSAGE
034700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
034800         GO TO 3000-EXIT.
034900     PERFORM 7000-LIRE-POUR-MAJ THRU 7000-EXIT.
035000     IF W-MESSAGE NOT = SPACES
035100         GO TO 3000-EXIT.
035200     MOVE 'N' TO W-ETAT-ADMIS.
035300     EVALUATE ACT-CODE
035400         WHEN 'C'
035500             IF NOT CAS-CLOS
035600                 MOVE 'O' TO W-ETAT-ADMIS
035700             END-IF
035800         WHEN 'E'
035900             IF CAS-OUVERT
036000                 MOVE 'O' TO W-ETAT-ADMIS
036100             END-IF
036200         WHEN 'D'
036300             IF CAS-EN-COURS
036400                 MOVE 'O' TO W-ETAT-ADMIS
036500             END-IF
036600     END-EVALUATE.
036700     IF W-ETAT-ADMIS NOT = 'O'
036800         PERFORM 7100-ETAT-REFUSE THRU 7100-EXIT
036900         GO TO 3000-EXIT.
037000     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
037100     MOVE CAS-ETAT        TO ACT-ETAT-AVANT.
037200     MOVE ACT-CODE        TO CAS-ETAT.
037300     MOVE W-OPERATEUR     TO CAS-ANALYSTE.
037400     MOVE W-DATE-JOUR     TO CAS-DATE-DECISION.
037500     MOVE W-EIBTIME (2:6) TO CAS-HEURE-DECISION.
037600     MOVE M77-COMMENT-I   TO CAS-COMMENTAIRE.
037700     PERFORM 7200-REECRIRE THRU 7200-EXIT.
037800     IF W-MESSAGE NOT = SPACES
037900         GO TO 3000-EXIT.
038000     EVALUATE ACT-CODE
038100         WHEN 'C'
038200             MOVE 'DOSSIER CLOS' TO W-MESSAGE
038300         WHEN 'E'
038400             MOVE 'DOSSIER ESCALADE' TO W-MESSAGE
038500         WHEN 'D'
038600             MOVE 'DOSSIER A DECLARER AUX AUTORITES' TO W-MESSAGE
038700     END-EVALUATE.
038800     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
038900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
039000 3000-EXIT.
039100     EXIT.
039200******************************************************************
039300*  7000-LIRE-POUR-MAJ : RELECTURE VERROUILLEE DU DOSSIER -       *
039400*  W-MESSAGE POSE (ET ECRAN ENVOYE) SI INTROUVABLE               *
039500******************************************************************
039600 7000-LIRE-POUR-MAJ.
039700     MOVE SPACES TO W-MESSAGE.
039800     MOVE CA-CLE TO CAS-CLE.
039900     EXEC CICS READ FILE (W-FIC-CASFIC)
040000          INTO (CAS-ENREG) RIDFLD (CAS-CLE)
040100          UPDATE RESP (W-RESP)
040200     END-EXEC.
040300     IF W-RESP NOT = DFHRESP(NORMAL)
040400         MOVE 'DOSSIER ABSENT DU FICHIER CASFIC' TO W-MESSAGE
040500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
040600 7000-EXIT.
040700     EXIT.
040800******************************************************************
040900*  7100-ETAT-REFUSE : DECISION IMPOSSIBLE A L ETAT DU DOSSIER    *
041000******************************************************************
041100 7100-ETAT-REFUSE.
041200     EXEC CICS UNLOCK FILE (W-FIC-CASFIC) RESP (W-RESP)
041300     END-EXEC.
041400     MOVE SPACES TO W-MESSAGE.
041500     STRING 'ACTION IMPOSSIBLE A L ETAT ' CAS-ETAT
041600         DELIMITED SIZE INTO W-MESSAGE
041700     END-STRING.
041800     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
041900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
042000 7100-EXIT.
042100     EXIT.
042200******************************************************************
042300*  7200-REECRIRE : REECRITURE PUIS JOURNAL GSAJ                  *
042400******************************************************************
042500 7200-REECRIRE.
042600     MOVE SPACES TO W-MESSAGE.
042700     EXEC CICS REWRITE FILE (W-FIC-CASFIC)
042800          FROM (CAS-ENREG) RESP (W-RESP)
042900     END-EXEC.
043000     IF W-RESP NOT = DFHRESP(NORMAL)
043100         MOVE 'INCIDENT FICHIER CASFIC - REECRITURE' TO W-MESSAGE
043200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
043300         GO TO 7200-EXIT.
043400     PERFORM 8100-JOURNALISER THRU 8100-EXIT.
043500 7200-EXIT.
043600     EXIT.
043700******************************************************************
043800*  8100-JOURNALISER : LA DECISION AU JOURNAL GSAJ                *
043900******************************************************************
044000 8100-JOURNALISER.
044100     MOVE W-DATE-JOUR     TO ACT-DATE.
044200     MOVE W-EIBTIME (2:6) TO ACT-HEURE.
044300     MOVE W-OPERATEUR     TO ACT-OPERATEUR.
044400     MOVE CAS-CLE         TO ACT-CAS-CLE.
044500     MOVE CAS-REGLE       TO ACT-REGLE.
044600     MOVE CAS-CLE-ANALYSE TO ACT-CLE-ANALYSE.
044700     MOVE W-FORMATION     TO ACT-FORMATION.
044800     EXEC CICS WRITEQ TD QUEUE ('GSAJ')
044900          FROM (W-ACTION) LENGTH (80) RESP (W-RESP)
045000     END-EXEC.
045100 8100-EXIT.
045200     EXIT.
045300******************************************************************
045400*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
045500******************************************************************
045600 8200-DATE-HEURE.
045700     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
045800     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
045900          YYYYMMDD (W-DATE-JOUR)
046000     END-EXEC.
046100     MOVE EIBTIME TO W-EIBTIME.
046200 8200-EXIT.
046300     EXIT.
046400******************************************************************
046500*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
046600******************************************************************
046700 8000-ENVOYER-ECRAN.
046800     MOVE W-MESSAGE TO M77-MESS-I.
046900     IF W-FORMATION = 'O'
047000         MOVE SPACES TO M77-MESS-I
047100         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
047200             DELIMITED SIZE INTO M77-MESS-I
047300         END-STRING.
047400     IF W-EFFACER = 'O'
047500         MOVE 'N' TO W-EFFACER
047600         EXEC CICS SEND MAP ('GSSA77') MAPSET ('GSSA77M')
047700              FROM (GSSA77I) ERASE
047800         END-EXEC
047900     ELSE
048000         EXEC CICS SEND MAP ('GSSA77') MAPSET ('GSSA77M')
048100              FROM (GSSA77I)
048200         END-EXEC.
048300 8000-EXIT.
048400     EXIT.
