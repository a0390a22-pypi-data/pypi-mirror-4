000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDE901.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSDE901 : SAISIE DU DECES D UN TITULAIRE (DCDFIC) SOUS DOUBLE *
000900*            CONTROLE                                            *
001000*  ------------------------------------------------------------  *
001100*  LE DECES NOTIFIE SE PROPOSE (PF5, PROFIL MISE A JOUR, ETAT P) *
001200*  AVEC LA DATE DU DECES, LA DATE DE NOTIFICATION ET LE CONTACT  *
001300*  DE LA SUCCESSION, PUIS S APPROUVE (PF6, PROFIL APPROBATION,   *
001400*  PAR UN OPERATEUR DIFFERENT DU PROPOSANT, ETAT V). SEULE LA    *
001500*  FICHE VALIDEE A DES EFFETS (VOIR FFFFFGDD) ; SA VALIDATION    *
001600*  POSE UN ELEMENT DECE EN CORBEILLE (FILE DECES).               *
001700*  PF9 (PROFIL APPROBATION, MOTIF OBLIGATOIRE) REJETTE UNE FICHE *
001800*  PROPOSEE (ETAT R) OU LEVE UNE FICHE VALIDEE SAISIE A TORT     *
001900*  (ETAT L). UNE FICHE R OU L PEUT ETRE REPROPOSEE.              *
002000*  ENTREE = AFFICHER LA FICHE DE LA CLE SAISIE (PERIMETRE        *
002100*           D ENTITE DE L OPERATEUR)                             *
002200*  PF3    = FIN DE TRANSACTION                                   *
002300*  CHAQUE MISE A JOUR PART AU FICHIER D ACTIVITE (GACJ, DOMAINE  *
002400*  DECE) ; LES REFUS DE PROFIL A LA FILE GAUJ.                   *
002500*  PROFIL EN FORMATION = COPIES F (DCDFICF, FFFFFGSF, WRKBSKF).  *
002600*  ------------------------------------------------------------  *
002700*  HISTORIQUE DES MODIFICATIONS                                  *
002800*  15/10/26  DA  CREATION                                        *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.
003300     IBM-370.
003400 OBJECT-COMPUTER.
003500     IBM-370.
003600 SPECIAL-NAMES.
003700     DECIMAL-POINT IS COMMA.
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
004100 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
004200 01  W-ABSTIME                       PIC S9(15) COMP-3.
004300 01  W-DATE-JOUR                     PIC 9(08).
004400 01  W-EIBTIME                       PIC 9(07).
004500 COPY GSPFKEY.
004600 COPY FFFFFGA.
004700 COPY FFFFFGDD.
004800 COPY FFFFFGW.
004900 COPY FFFFFGAC.
005000 01  W-OPERATEUR                     PIC X(08).
005100 01  W-FIC-DCDFIC                    PIC X(08) VALUE 'DCDFIC  '.
005200 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
005300 01  W-FIC-WRKBSK                    PIC X(08) VALUE 'WRKBSK  '.
005400 01  W-FORMATION                     PIC X(01) VALUE 'N'.
005500 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
005600 01  W-FONCTION-DEMANDEE             PIC X(01).
005700 01  W-AUTORISE                      PIC X(01).
005800 01  W-EFFACER                       PIC X(01) VALUE 'N'.
005900 01  W-ACV-FONCTION                  PIC X(01).
006000 01  W-VIOLATION.
006100     05  VIO-DATE                    PIC 9(08).
006200     05  VIO-HEURE                   PIC 9(06).
006300     05  VIO-OPERATEUR               PIC X(08).
006400     05  VIO-FONCTION                PIC X(01).
006500     05  VIO-PROGRAMME               PIC X(08).
006600     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
006700     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
006800*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
006900*    DECLAREE ICI, PAS EN COPY)
007000 01  GSDE90I.
007100     05  FILLER                      PIC X(12).
007200     05  M90-CLE-L                   PIC S9(04) COMP.
007300     05  M90-CLE-A                   PIC X(01).
007400     05  M90-CLE-I                   PIC X(15).
007500     05  M90-DECES-L                 PIC S9(04) COMP.
007600     05  M90-DECES-A                 PIC X(01).
007700     05  M90-DECES-I                 PIC X(08).
007800     05  M90-NOTIF-L                 PIC S9(04) COMP.
007900     05  M90-NOTIF-A                 PIC X(01).
008000     05  M90-NOTIF-I                 PIC X(08).
008100     05  M90-NOM-L                   PIC S9(04) COMP.
008200     05  M90-NOM-A                   PIC X(01).
008300     05  M90-NOM-I                   PIC X(30).
008400     05  M90-LIGNE-L                 PIC S9(04) COMP.
008500     05  M90-LIGNE-A                 PIC X(01).
008600     05  M90-LIGNE-I                 PIC X(30).
008700     05  M90-CP-L                    PIC S9(04) COMP.
008800     05  M90-CP-A                    PIC X(01).
008900     05  M90-CP-I                    PIC X(10).
009000     05  M90-VILLE-L                 PIC S9(04) COMP.
009100     05  M90-VILLE-A                 PIC X(01).
009200     05  M90-VILLE-I                 PIC X(20).
009300     05  M90-PAYS-L                  PIC S9(04) COMP.
009400     05  M90-PAYS-A                  PIC X(01).
009500     05  M90-PAYS-I                  PIC X(02).
009600     05  M90-MOTIF-L                 PIC S9(04) COMP.
009700     05  M90-MOTIF-A                 PIC X(01).
009800     05  M90-MOTIF-I                 PIC X(30).
009900     05  M90-ETAT-L                  PIC S9(04) COMP.
010000     05  M90-ETAT-A                  PIC X(01).
010100     05  M90-ETAT-I                  PIC X(40).
010200     05  M90-MESS-L                  PIC S9(04) COMP.
010300     05  M90-MESS-A                  PIC X(01).
010400     05  M90-MESS-I                  PIC X(60).
010500 COPY FFFFFFGS.
010600 01  W-COMMAREA.
010700     05  CA-CLE                      PIC X(15).
010800 LINKAGE SECTION.
010900 01  DFHCOMMAREA                     PIC X(15).
011000 PROCEDURE DIVISION.
011100******************************************************************
011200*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
011300******************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
011600     IF EIBCALEN = ZERO
011700         MOVE 'O' TO W-EFFACER
011800         MOVE LOW-VALUE TO GSDE90I
011900         MOVE LOW-VALUE TO CA-CLE
012000         MOVE 'CLE DU TITULAIRE PUIS ENTREE'
012100           TO W-MESSAGE
012200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
012300         GO TO 0000-RETOUR.
012400     MOVE DFHCOMMAREA TO W-COMMAREA.
012500     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
012600     EVALUATE TRUE
012700         WHEN PFK3
012800             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
012900             END-EXEC
013000             EXEC CICS RETURN END-EXEC
013100         WHEN ENTER-KEY
013200             MOVE 'C' TO W-FONCTION-DEMANDEE
013300             PERFORM 3030-AUTORISER THRU 3030-EXIT
013400             IF W-AUTORISE = 'O'
013500                 PERFORM 2000-AFFICHER THRU 2000-EXIT
013600             END-IF
013700         WHEN PFK5
013800             MOVE 'M' TO W-FONCTION-DEMANDEE
013900             PERFORM 3030-AUTORISER THRU 3030-EXIT
014000             IF W-AUTORISE = 'O'
014100                 PERFORM 3000-PROPOSER THRU 3000-EXIT
014200             END-IF
014300         WHEN PFK6
014400             MOVE 'P' TO W-FONCTION-DEMANDEE
014500             PERFORM 3030-AUTORISER THRU 3030-EXIT
014600             IF W-AUTORISE = 'O'
014700                 PERFORM 3500-APPROUVER THRU 3500-EXIT
014800             END-IF
014900         WHEN PFK9
015000             MOVE 'P' TO W-FONCTION-DEMANDEE
015100             PERFORM 3030-AUTORISER THRU 3030-EXIT
015200             IF W-AUTORISE = 'O'
015300                 PERFORM 4000-REJETER-LEVER THRU 4000-EXIT
015400             END-IF
015500         WHEN OTHER
015600             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
015700             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
015800     END-EVALUATE.
015900 0000-RETOUR.
016000     EXEC CICS RETURN TRANSID ('GSZ1')
016100          COMMAREA (W-COMMAREA) LENGTH (15)
016200     END-EXEC.
016300 0000-EXIT.
016400     EXIT.
016500******************************************************************
016600*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
016700******************************************************************
016800 1050-AIGUILLER-FICHIERS.
016900     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
017000     MOVE W-OPERATEUR TO AUT-OPERATEUR.
017100     EXEC CICS READ FILE ('AUTFIC')
017200          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
017300          RESP (W-RESP)
017400     END-EXEC.
017500     IF W-RESP = DFHRESP(NORMAL)
017600         MOVE 'O' TO W-PROFIL-LU
017700         IF AUT-EN-FORMATION
017800             MOVE 'O'        TO W-FORMATION
017900             MOVE 'DCDFICF ' TO W-FIC-DCDFIC
018000             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
018100             MOVE 'WRKBSKF ' TO W-FIC-WRKBSK
018200         END-IF
018300     ELSE
018400         MOVE 'N' TO W-PROFIL-LU.
018500 1050-EXIT.
018600     EXIT.
018700******************************************************************
018800*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
018900******************************************************************
019000 1100-RECEVOIR-PFKEY.
019100     EXEC CICS RECEIVE MAP ('GSDE90') MAPSET ('GSDE90M')
019200          INTO (GSDE90I) RESP (W-RESP)
019300     END-EXEC.
019400     EVALUATE EIBAID
019500         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
019600         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
019700         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
019800         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
019900         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
020000         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
020100     END-EVALUATE.
020200 1100-EXIT.
020300     EXIT.
020400******************************************************************
020500*  3030-AUTORISER : C AFFICHE, M PROPOSE, P APPROUVE / REJETTE / *
020600*  LEVE - LA CLE SAISIE RESTE DANS LE PERIMETRE D ENTITE - REFUS *
020700*  AU JOURNAL GAUJ                                               *
020800******************************************************************
020900 3030-AUTORISER.
021000     MOVE 'N' TO W-AUTORISE.
021100     IF W-PROFIL-LU = 'O'
021200         EVALUATE W-FONCTION-DEMANDEE
021300             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
021400             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
021500             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
021600         END-EVALUATE
021700         IF W-AUTORISE = 'O'
021800          AND AUT-ENTITE NOT = SPACES
021900          AND M90-CLE-I NOT = SPACES
022000          AND M90-CLE-I NOT = LOW-VALUE
022100          AND M90-CLE-I (1:2) NOT = AUT-ENTITE
022200             MOVE 'N' TO W-AUTORISE
022300         END-IF
022400     END-IF.
022500     IF W-AUTORISE NOT = 'O'
022600         PERFORM 3035-REFUSER THRU 3035-EXIT.
022700 3030-EXIT.
022800     EXIT.
022900******************************************************************
023000*  3035-REFUSER : FONCTION OU PERIMETRE REFUSE - VIOLATION A LA  *
023100*  FILE GAUJ ET MESSAGE A L OPERATEUR                            *
023200******************************************************************
023300 3035-REFUSER.
023400     MOVE 'N' TO W-AUTORISE.
023500     MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
023600       TO W-MESSAGE.
023700     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
023800     MOVE W-DATE-JOUR         TO VIO-DATE.
023900     MOVE W-EIBTIME (2:6)     TO VIO-HEURE.
024000     MOVE W-OPERATEUR         TO VIO-OPERATEUR.
024100     MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION.
024200     MOVE 'GSDE901 '          TO VIO-PROGRAMME.
024300     EXEC CICS WRITEQ TD QUEUE ('GAUJ')
024400          FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
024500     END-EXEC.
024600     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
024700 3035-EXIT.
024800     EXIT.
024900******************************************************************
025000*  2000-AFFICHER : FICHE DECES DE LA CLE SAISIE - LA CLE AFFICHEE*
025100*  EST GARDEE EN COMMAREA : PF6 ET PF9 NE DECIDENT QUE SUR ELLE  *
025200******************************************************************
025300 2000-AFFICHER.
025400     MOVE LOW-VALUE TO CA-CLE.
025500     PERFORM 7000-CLE-TITULAIRE THRU 7000-EXIT.
025600     IF W-MESSAGE NOT = SPACES
025700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
025800         GO TO 2000-EXIT.
025900     EXEC CICS READ FILE (W-FIC-DCDFIC)
026000          INTO (DCD-ENREG) RIDFLD (DCD-FGS-CLE) RESP (W-RESP)
026100     END-EXEC.
026200     IF W-RESP NOT = DFHRESP(NORMAL)
026300         MOVE 'AUCUN DECES SAISI - PF5 POUR LE PROPOSER'
026400           TO W-MESSAGE
026500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
026600         GO TO 2000-EXIT.
026700     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
026800     MOVE DCD-FGS-CLE TO CA-CLE.
026900     EVALUATE TRUE
027000         WHEN DCD-PROPOSEE
027100             MOVE 'PF6 = APPROUVER - MOTIF PUIS PF9 = REJETER'
027200               TO W-MESSAGE
027300         WHEN DCD-VALIDEE
027400             MOVE 'DECES VALIDE - MOTIF PUIS PF9 = LEVER'
027500               TO W-MESSAGE
027600         WHEN OTHER
027700             MOVE 'FICHE REJETEE OU LEVEE - PF5 POUR REPROPOSER'
027800               TO W-MESSAGE
027900     END-EVALUATE.
028000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
028100 2000-EXIT.
028200     EXIT.
028300******************************************************************
028400*  2500-GARNIR-ECRAN : LA FICHE VERS LES ZONES DE L ECRAN        *
028500******************************************************************
028600 2500-GARNIR-ECRAN.
028700     MOVE DCD-DATE-DECES      TO M90-DECES-I.
028800     MOVE DCD-DATE-NOTIF      TO M90-NOTIF-I.
028900     MOVE DCD-CONTACT-NOM     TO M90-NOM-I.
029000     MOVE DCD-CONTACT-LIGNE   TO M90-LIGNE-I.
029100     MOVE DCD-CONTACT-CP      TO M90-CP-I.
029200     MOVE DCD-CONTACT-VILLE   TO M90-VILLE-I.
029300     MOVE DCD-CONTACT-PAYS    TO M90-PAYS-I.
029400     MOVE DCD-MOTIF           TO M90-MOTIF-I.
029500     MOVE SPACES TO M90-ETAT-I.
029600     STRING DCD-ETAT ' PROP ' DCD-PROPOSE-PAR
029700            ' APP ' DCD-APPROUVE-PAR
029800            ' LE ' DCD-DATE-APPROBATION
029900            DELIMITED SIZE INTO M90-ETAT-I
030000     END-STRING.
030100 2500-EXIT.
030200     EXIT.
030300******************************************************************
030400*  3000-PROPOSER : LA FICHE SAISIE PASSE (OU REPASSE) A L ETAT   *
030500*  PROPOSE - LA CLE DOIT EXISTER AU MAITRE ; UNE FICHE DEJA      *
030600*  PROPOSEE OU VALIDEE NE SE REPROPOSE PAS                       *
030700******************************************************************
030800 3000-PROPOSER.
030900     PERFORM 7000-CLE-TITULAIRE THRU 7000-EXIT.
031000     IF W-MESSAGE = SPACES
031100         PERFORM 7050-LIRE-MAITRE THRU 7050-EXIT.
031200     IF W-MESSAGE = SPACES
031300         PERFORM 7100-ZONES-DECES THRU 7100-EXIT.
031400     IF W-MESSAGE NOT = SPACES
031500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031600         GO TO 3000-EXIT.
031700     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
031800     PERFORM 7200-POSER-PROPOSITION THRU 7200-EXIT.
031900     MOVE 'C' TO W-ACV-FONCTION.
032000     EXEC CICS WRITE FILE (W-FIC-DCDFIC)
032100          FROM (DCD-ENREG) RIDFLD (DCD-FGS-CLE)
032200          RESP (W-RESP)
032300     END-EXEC.
032400     IF W-RESP = DFHRESP(DUPREC)
032500         MOVE 'M' TO W-ACV-FONCTION
032600         EXEC CICS READ FILE (W-FIC-DCDFIC)
032700              INTO (DCD-ENREG) RIDFLD (DCD-FGS-CLE)
032800              UPDATE RESP (W-RESP)
032900         END-EXEC
033000         IF W-RESP = DFHRESP(NORMAL)
033100          AND (DCD-PROPOSEE OR DCD-VALIDEE)
033200             MOVE 'DECES DEJA PROPOSE OU VALIDE SUR CETTE CLE'
033300               TO W-MESSAGE
033400             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
033500             GO TO 3000-EXIT
033600         END-IF
033700         IF W-RESP = DFHRESP(NORMAL)
033800             PERFORM 7100-ZONES-DECES THRU 7100-EXIT
033900             PERFORM 7200-POSER-PROPOSITION THRU 7200-EXIT
034000             EXEC CICS REWRITE FILE (W-FIC-DCDFIC)
034100                  FROM (DCD-ENREG) RESP (W-RESP)
034200             END-EXEC
034300         END-IF
034400     END-IF.
034500     IF W-RESP = DFHRESP(NORMAL)
034600         MOVE DCD-FGS-CLE TO CA-CLE
034700         PERFORM 8450-TRACER-DECES THRU 8450-EXIT
034800         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
034900         MOVE 'DECES PROPOSE - EN ATTENTE D APPROBATION'
035000           TO W-MESSAGE
035100     ELSE
035200         MOVE 'INCIDENT FICHIER DCDFIC - PROPOSITION'
035300           TO W-MESSAGE.
035400     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
035500 3000-EXIT.
035600     EXIT.
035700******************************************************************
035800*  3500-APPROUVER : DEUX ROLES EXIGES - L APPROBATEUR NE PEUT    *
035900*  PAS ETRE LE PROPOSANT. LA FICHE VALIDEE PREND EFFET AU        *
036000*  PROCHAIN PASSAGE ET OUVRE L ELEMENT DECE DE LA FILE DECES     *
036100******************************************************************
036200 3500-APPROUVER.
036300     PERFORM 7300-FICHE-AFFICHEE THRU 7300-EXIT.
036400     IF W-MESSAGE NOT = SPACES
036500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
036600         GO TO 3500-EXIT.
036700     IF NOT DCD-PROPOSEE
036800         MOVE 'DECES DEJA DECIDE OU SANS PROPOSITION'
036900           TO W-MESSAGE
037000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
037100         GO TO 3500-EXIT.
037200     IF DCD-PROPOSE-PAR = W-OPERATEUR
037300         MOVE 'APPROBATION PAR LE PROPOSANT REFUSEE'
037400           TO W-MESSAGE
037500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
037600         GO TO 3500-EXIT.
037700     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
037800     MOVE 'V'         TO DCD-ETAT.
037900     MOVE W-OPERATEUR TO DCD-APPROUVE-PAR.
038000     MOVE W-DATE-JOUR TO DCD-DATE-APPROBATION.
038100     EXEC CICS REWRITE FILE (W-FIC-DCDFIC)
038200          FROM (DCD-ENREG) RESP (W-RESP)
038300     END-EXEC.
038400     IF W-RESP NOT = DFHRESP(NORMAL)
038500         MOVE 'INCIDENT FICHIER DCDFIC - APPROBATION'
038600           TO W-MESSAGE
038700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
038800         GO TO 3500-EXIT.
038900     MOVE 'D' TO W-ACV-FONCTION.
039000     PERFORM 8450-TRACER-DECES THRU 8450-EXIT.
039100     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
039200     MOVE 'DECES VALIDE - ELEMENT OUVERT EN FILE DECES'
039300       TO W-MESSAGE.
039400     PERFORM 4300-POSER-CORBEILLE THRU 4300-EXIT.
039500     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
039600 3500-EXIT.
039700     EXIT.
039800******************************************************************
039900*  4000-REJETER-LEVER : MOTIF OBLIGATOIRE - UNE FICHE PROPOSEE   *
040000*  EST REJETEE (ETAT R), UNE FICHE VALIDEE SAISIE A TORT EST     *
040100*  LEVEE (ETAT L) ET CESSE SES EFFETS AU PROCHAIN PASSAGE        *
040200******************************************************************
040300 4000-REJETER-LEVER.
040400     IF M90-MOTIF-I = SPACES OR LOW-VALUE
040500         MOVE 'MOTIF OBLIGATOIRE POUR REJETER OU LEVER'
040600           TO W-MESSAGE
040700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
040800         GO TO 4000-EXIT.
040900     PERFORM 7300-FICHE-AFFICHEE THRU 7300-EXIT.
041000     IF W-MESSAGE NOT = SPACES
041100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
041200         GO TO 4000-EXIT.
041300     IF DCD-PROPOSEE
041400         MOVE 'R' TO DCD-ETAT
041500         MOVE 'DECES REJETE' TO W-MESSAGE
041600     ELSE
041700         IF DCD-VALIDEE
041800             MOVE 'L' TO DCD-ETAT
041900             MOVE 'DECES LEVE - SANS EFFET AU PROCHAIN PASSAGE'
042000               TO W-MESSAGE
042100         ELSE
042200             MOVE 'FICHE DEJA REJETEE OU LEVEE' TO W-MESSAGE
042300             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
042400             GO TO 4000-EXIT.
042500     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
042600     MOVE M90-MOTIF-I TO DCD-MOTIF.
042700     MOVE W-OPERATEUR TO DCD-APPROUVE-PAR.
042800     MOVE W-DATE-JOUR TO DCD-DATE-APPROBATION.
042900     EXEC CICS REWRITE FILE (W-FIC-DCDFIC)
043000          FROM (DCD-ENREG) RESP (W-RESP)
043100     END-EXEC.
043200     IF W-RESP = DFHRESP(NORMAL)
043300         MOVE 'D' TO W-ACV-FONCTION
043400         PERFORM 8450-TRACER-DECES THRU 8450-EXIT
043500         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
043600     ELSE
043700         MOVE 'INCIDENT FICHIER DCDFIC - REJET / LEVEE'
043800           TO W-MESSAGE.
043900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
044000 4000-EXIT.
044100     EXIT.
044200******************************************************************
044300*  4300-POSER-CORBEILLE : ELEMENT DECE DANS LA FILE DECES POUR   *
044400*  LE SERVICE DES SUCCESSIONS                                    *
044500******************************************************************
044600 4300-POSER-CORBEILLE.
044700     MOVE SPACES           TO WRK-ENREG.
044800     MOVE 'DECES   '       TO WRK-FILE.
044900     MOVE W-DATE-JOUR      TO WRK-DATE.
045000     MOVE W-EIBTIME (2:6)  TO WRK-SEQ.
045100     MOVE 'O'              TO WRK-ETAT.
045200     MOVE 'DECE'           TO WRK-TYPE-EXC.
045300     MOVE DCD-FGS-CLE      TO WRK-FGS-CLE.
045400     MOVE 'DECES NOTIFIE - SUCCESSION' TO WRK-MOTIF.
045500     MOVE ZERO             TO WRK-DATE-DISPO.
045600     MOVE 'GSDE901 '       TO WRK-PROGRAMME.
045700 4300-ECRIRE.
045800     ADD 1 TO WRK-SEQ.
045900     EXEC CICS WRITE FILE (W-FIC-WRKBSK)
046000          FROM (WRK-ENREG) RIDFLD (WRK-CLE) RESP (W-RESP)
046100     END-EXEC.
046200     IF W-RESP = DFHRESP(DUPREC) AND WRK-SEQ LESS 999999
046300         GO TO 4300-ECRIRE.
046400     IF W-RESP NOT = DFHRESP(NORMAL)
046500         MOVE 'DECES VALIDE - CORBEILLE DECES EN INCIDENT'
046600           TO W-MESSAGE.
046700 4300-EXIT.
046800     EXIT.
046900******************************************************************
047000*  7000-CLE-TITULAIRE : LA CLE FFFFFGS SAISIE                    *
047100******************************************************************
047200 7000-CLE-TITULAIRE.
047300     MOVE SPACES TO W-MESSAGE.
047400     IF M90-CLE-I = SPACES OR LOW-VALUE
047500         MOVE 'CLE DU TITULAIRE OBLIGATOIRE' TO W-MESSAGE
047600         GO TO 7000-EXIT.
047700     MOVE M90-CLE-I TO DCD-FGS-CLE.
047800 7000-EXIT.
047900     EXIT.
048000******************************************************************
048100*  7050-LIRE-MAITRE : LA CLE DOIT EXISTER AU FICHIER FFFFFGS     *
048200******************************************************************
048300 7050-LIRE-MAITRE.
048400     MOVE DCD-FGS-CLE TO FFFFFGS-CLE.
048500     EXEC CICS READ FILE (W-FIC-FFFFFGS)
048600          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
048700          RESP (W-RESP)
048800     END-EXEC.
048900     IF W-RESP NOT = DFHRESP(NORMAL)
049000         MOVE 'CLE ABSENTE DU FICHIER FFFFFGS' TO W-MESSAGE.
049100 7050-EXIT.
049200     EXIT.
049300******************************************************************
049400*  7100-ZONES-DECES : CONTROLE DES ZONES SAISIES VERS LA FICHE - *
049500*  DECES <= NOTIFICATION <= JOUR, NOM ET LIGNE DU CONTACT EXIGES *
049600******************************************************************
049700 7100-ZONES-DECES.
049800     IF M90-DECES-I NOT NUMERIC
049900         MOVE 'DATE DU DECES NON NUMERIQUE (SSAAMMJJ)'
050000           TO W-MESSAGE
050100         GO TO 7100-EXIT.
050200     IF M90-NOTIF-I NOT NUMERIC
050300         MOVE 'DATE DE NOTIFICATION NON NUMERIQUE' TO W-MESSAGE
050400         GO TO 7100-EXIT.
050500     MOVE M90-DECES-I TO DCD-DATE-DECES.
050600     MOVE M90-NOTIF-I TO DCD-DATE-NOTIF.
050700     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
050800     IF DCD-DATE-DECES = ZERO
050900      OR DCD-DATE-NOTIF LESS DCD-DATE-DECES
051000         MOVE 'NOTIFICATION ANTERIEURE AU DECES' TO W-MESSAGE
051100         GO TO 7100-EXIT.
051200     IF DCD-DATE-NOTIF GREATER W-DATE-JOUR
051300         MOVE 'DATE DE NOTIFICATION POSTERIEURE AU JOUR'
051400           TO W-MESSAGE
051500         GO TO 7100-EXIT.
051600     IF M90-NOM-I = SPACES OR LOW-VALUE
051700      OR M90-LIGNE-I = SPACES OR LOW-VALUE
051800         MOVE 'NOM ET ADRESSE DU CONTACT OBLIGATOIRES'
051900           TO W-MESSAGE
052000         GO TO 7100-EXIT.
052100     MOVE M90-NOM-I   TO DCD-CONTACT-NOM.
052200     MOVE M90-LIGNE-I TO DCD-CONTACT-LIGNE.
052300     MOVE M90-CP-I    TO DCD-CONTACT-CP.
052400     MOVE M90-VILLE-I TO DCD-CONTACT-VILLE.
052500     MOVE M90-PAYS-I  TO DCD-CONTACT-PAYS.
052600     INSPECT DCD-CONTACT REPLACING ALL LOW-VALUE BY SPACE.
052700 7100-EXIT.
052800     EXIT.
052900******************************************************************
053000*  7200-POSER-PROPOSITION : ETAT P, PROPOSANT ET DATE - LA       *
053100*  DECISION PRECEDENTE EST EFFACEE                               *
053200******************************************************************
053300 7200-POSER-PROPOSITION.
053400     MOVE 'P'          TO DCD-ETAT.
053500     MOVE W-OPERATEUR  TO DCD-PROPOSE-PAR.
053600     MOVE W-DATE-JOUR  TO DCD-DATE-PROPOSITION.
053700     MOVE SPACES       TO DCD-APPROUVE-PAR.
053800     MOVE ZERO         TO DCD-DATE-APPROBATION.
053900     MOVE SPACES       TO DCD-MOTIF.
054000 7200-EXIT.
054100     EXIT.
054200******************************************************************
054300*  7300-FICHE-AFFICHEE : PF6 / PF9 DECIDENT SUR LA FICHE         *
054400*  AFFICHEE PAR ENTREE (COMMAREA), LUE EN MISE A JOUR            *
054500******************************************************************
054600 7300-FICHE-AFFICHEE.
054700     PERFORM 7000-CLE-TITULAIRE THRU 7000-EXIT.
054800     IF W-MESSAGE NOT = SPACES
054900         GO TO 7300-EXIT.
055000     IF CA-CLE NOT = DCD-FGS-CLE
055100         MOVE 'AFFICHER LA FICHE (ENTREE) AVANT DE DECIDER'
055200           TO W-MESSAGE
055300         GO TO 7300-EXIT.
055400     EXEC CICS READ FILE (W-FIC-DCDFIC)
055500          INTO (DCD-ENREG) RIDFLD (DCD-FGS-CLE)
055600          UPDATE RESP (W-RESP)
055700     END-EXEC.
055800     IF W-RESP NOT = DFHRESP(NORMAL)
055900         MOVE 'FICHE DECES INTROUVABLE' TO W-MESSAGE.
056000 7300-EXIT.
056100     EXIT.
056200******************************************************************
056300*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
056400******************************************************************
056500 8200-DATE-HEURE.
056600     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
056700     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
056800          YYYYMMDD (W-DATE-JOUR)
056900     END-EXEC.
057000     MOVE EIBTIME TO W-EIBTIME.
057100 8200-EXIT.
057200     EXIT.
057300******************************************************************
057400*  8450-TRACER-DECES : MISE A JOUR DE LA FICHE AU FICHIER        *
057500*  D ACTIVITE (DOMAINE DECE, FONCTION C / M / D POSEE PAR        *
057600*  L APPELANT, ACV-DETAIL = ETAT DE LA FICHE)                    *
057700******************************************************************
057800 8450-TRACER-DECES.
057900     MOVE SPACES         TO ACV-ENREG.
058000     MOVE 'DECE'         TO ACV-DOMAINE.
058100     MOVE W-ACV-FONCTION TO ACV-FONCTION.
058200     MOVE DCD-ETAT       TO ACV-DETAIL.
058300     MOVE DCD-FGS-CLE    TO ACV-CLE.
058400     MOVE DCD-FGS-CLE    TO ACV-FGS-CLE.
058500     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
058600 8450-EXIT.
058700     EXIT.
058800******************************************************************
058900*  8400-TRACER-ACTIVITE : ENREGISTREMENT AU FICHIER D ACTIVITE   *
059000*  (FILE GACJ) - L APPELANT GARNIT DOMAINE, FONCTION ET CLES     *
059100******************************************************************
059200 8400-TRACER-ACTIVITE.
059300     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
059400     MOVE W-DATE-JOUR         TO ACV-DATE.
059500     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
059600     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
059700     MOVE 'GSDE901 '          TO ACV-PROGRAMME.
059800     MOVE W-FORMATION         TO ACV-FORMATION.
059900     EXEC CICS WRITEQ TD QUEUE ('GACJ')
060000          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
060100     END-EXEC.
060200 8400-EXIT.
060300     EXIT.
060400******************************************************************
060500*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
060600******************************************************************
060700 8000-ENVOYER-ECRAN.
060800     MOVE W-MESSAGE TO M90-MESS-I.
060900     IF W-FORMATION = 'O'
061000         MOVE SPACES TO M90-MESS-I
061100         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
061200             DELIMITED SIZE INTO M90-MESS-I
061300         END-STRING.
061400     IF W-EFFACER = 'O'
061500         MOVE 'N' TO W-EFFACER
061600         EXEC CICS SEND MAP ('GSDE90') MAPSET ('GSDE90M')
061700              FROM (GSDE90I) ERASE
061800         END-EXEC
061900     ELSE
062000         EXEC CICS SEND MAP ('GSDE90') MAPSET ('GSDE90M')
062100              FROM (GSDE90I)
062200         END-EXEC.
062300 8000-EXIT.
062400     EXIT.
