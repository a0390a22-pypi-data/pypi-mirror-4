000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPV721.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPV721 : PASSAGE EN PERTE - PROPOSITION ET APPROBATION       *
000900*  ------------------------------------------------------------  *
001000*  UN ENCOURS DE LA TRANCHE 90+ (DOSSIER RCVFIC DE GSRV680) EST  *
001100*  PROPOSE EN PERTE PAR UN METTEUR A JOUR, PUIS APPROUVE PAR UN  *
001200*  APPROBATEUR QUI NE PEUT PAS ETRE LE PROPOSANT (MEME REGLE QUE *
001300*  GSPI711). SEULES LES DEMANDES APPROUVEES SONT PASSEES PAR LE  *
001400*  BATCH GSPV722 (STATUT PP ET ECRITURE PERT).                   *
001500*  ENTREE = AFFICHER LA CLE SAISIE (MAITRE, DOSSIER, DEMANDE)    *
001600*  PF5    = PROPOSER (PROFIL MISE A JOUR, ETAT P) AVEC LE MOTIF  *
001700*  PF6    = APPROUVER (PROFIL APPROBATION, ETAT A)               *
001800*  PF9    = RETIRER UNE DEMANDE P OU A (PROFIL ADMINISTRATION,   *
001900*           ETAT R)                                              *
002000*  PF3    = FIN DE TRANSACTION                                   *
002100*  CHAQUE ACTION PART AU JOURNAL GPVJ (DD PERJRN).               *
002200*  PROFIL EN FORMATION = COPIES PERFICF, FFFFFGSF ET RCVFICF.    *
002300*  ------------------------------------------------------------  *
002400*  HISTORIQUE DES MODIFICATIONS                                  *
002500*  15/10/26  DA  CREATION                                        *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.
003000     IBM-370.
003100 OBJECT-COMPUTER.
003200     IBM-370.
003300 SPECIAL-NAMES.
003400     DECIMAL-POINT IS COMMA.
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
003800 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
003900 01  W-ABSTIME                       PIC S9(15) COMP-3.
004000 01  W-DATE-JOUR                     PIC 9(08).
004100 01  W-EIBTIME                       PIC 9(07).
004200 01  W-SOLDE-EDIT                    PIC -(10)9,99.
004300 COPY GSPFKEY.
004400 COPY FFFFFGA.
004500 COPY FFFFFGPP.
004600 COPY FFFFFGRV.
004700 COPY FFFFFFGS.
004800 01  W-OPERATEUR                     PIC X(08).
004900 01  W-FIC-PERFIC                    PIC X(08) VALUE 'PERFIC  '.
005000 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
005100 01  W-FIC-RCVFIC                    PIC X(08) VALUE 'RCVFIC  '.
005200 01  W-FORMATION                     PIC X(01) VALUE 'N'.
005300 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
005400 01  W-FONCTION-DEMANDEE             PIC X(01).
005500 01  W-AUTORISE                      PIC X(01).
005600 01  W-EFFACER                       PIC X(01) VALUE 'N'.
005700 01  W-FGS-LU                        PIC X(01).
005800 01  W-RCV-LU                        PIC X(01).
005900 01  W-PER-LU                        PIC X(01).
006000 01  W-VIOLATION.
006100     05  VIO-DATE                    PIC 9(08).
006200     05  VIO-HEURE                   PIC 9(06).
006300     05  VIO-OPERATEUR               PIC X(08).
006400     05  VIO-FONCTION                PIC X(01).
006500     05  VIO-PROGRAMME               PIC X(08).
006600     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
006700     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
006800*    JOURNAL : OPERATEUR, ACTION (P/A/R) ET DEMANDE
006900 01  W-ACTION.
007000     05  ACT-DATE                    PIC 9(08).
007100     05  ACT-HEURE                   PIC 9(06).
007200     05  ACT-OPERATEUR               PIC X(08).
007300     05  ACT-CODE                    PIC X(01).
007400     05  ACT-FGS-CLE                 PIC X(15).
007500     05  ACT-MONTANT                 PIC S9(11)V99 COMP-3.
007600     05  ACT-FORMATION               PIC X(01).
007700     05  FILLER                      PIC X(34) VALUE SPACES.
007800*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
007900*    DECLAREE ICI, PAS EN COPY)
008000 01  GSPV72I.
008100     05  FILLER                      PIC X(12).
008200     05  M72-CLE-L                   PIC S9(04) COMP.
008300     05  M72-CLE-A                   PIC X(01).
008400     05  M72-CLE-I                   PIC X(15).
008500     05  M72-STATUT-L                PIC S9(04) COMP.
008600     05  M72-STATUT-A                PIC X(01).
008700     05  M72-STATUT-I                PIC X(02).
008800     05  M72-SOLDE-L                 PIC S9(04) COMP.
008900     05  M72-SOLDE-A                 PIC X(01).
009000     05  M72-SOLDE-I                 PIC X(14).
009100     05  M72-TRANCHE-L               PIC S9(04) COMP.
009200     05  M72-TRANCHE-A               PIC X(01).
009300     05  M72-TRANCHE-I               PIC X(05).
009400     05  M72-JOURS-L                 PIC S9(04) COMP.
009500     05  M72-JOURS-A                 PIC X(01).
009600     05  M72-JOURS-I                 PIC 9(05).
009700     05  M72-ETAT-L                  PIC S9(04) COMP.
009800     05  M72-ETAT-A                  PIC X(01).
009900     05  M72-ETAT-I                  PIC X(01).
010000     05  M72-PROPOSE-L               PIC S9(04) COMP.
010100     05  M72-PROPOSE-A               PIC X(01).
010200     05  M72-PROPOSE-I               PIC X(14).
010300     05  M72-MOTIF-L                 PIC S9(04) COMP.
010400     05  M72-MOTIF-A                 PIC X(01).
010500     05  M72-MOTIF-I                 PIC X(30).
010600     05  M72-PROPPAR-L               PIC S9(04) COMP.
010700     05  M72-PROPPAR-A               PIC X(01).
010800     05  M72-PROPPAR-I               PIC X(08).
010900     05  M72-APPRPAR-L               PIC S9(04) COMP.
011000     05  M72-APPRPAR-A               PIC X(01).
011100     05  M72-APPRPAR-I               PIC X(08).
011200     05  M72-MESS-L                  PIC S9(04) COMP.
011300     05  M72-MESS-A                  PIC X(01).
011400     05  M72-MESS-I                  PIC X(60).
011500 01  W-COMMAREA.
011600     05  CA-CLE                      PIC X(15).
011700 LINKAGE SECTION.
011800 01  DFHCOMMAREA                     PIC X(15).
011900 PROCEDURE DIVISION.
012000******************************************************************
012100*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
012200******************************************************************
012300 0000-MAINLINE.
012400     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
012500     IF EIBCALEN = ZERO
012600         MOVE 'O' TO W-EFFACER
012700         MOVE LOW-VALUE TO GSPV72I
012800         MOVE LOW-VALUE TO CA-CLE
012900         MOVE 'SAISIR LA CLE PUIS ENTREE' TO W-MESSAGE
013000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
013100         GO TO 0000-RETOUR.
013200     MOVE DFHCOMMAREA TO W-COMMAREA.
013300     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
013400     EVALUATE TRUE
013500         WHEN PFK3
013600             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
013700             END-EXEC
013800             EXEC CICS RETURN END-EXEC
013900         WHEN ENTER-KEY
014000             MOVE 'C' TO W-FONCTION-DEMANDEE
014100             PERFORM 3030-AUTORISER THRU 3030-EXIT
014200             IF W-AUTORISE = 'O'
014300                 PERFORM 2000-AFFICHER THRU 2000-EXIT
014400             END-IF
014500         WHEN PFK5
014600             MOVE 'M' TO W-FONCTION-DEMANDEE
014700             PERFORM 3030-AUTORISER THRU 3030-EXIT
014800             IF W-AUTORISE = 'O'
014900                 PERFORM 3000-PROPOSER THRU 3000-EXIT
015000             END-IF
015100         WHEN PFK6
015200             MOVE 'P' TO W-FONCTION-DEMANDEE
015300             PERFORM 3030-AUTORISER THRU 3030-EXIT
015400             IF W-AUTORISE = 'O'
015500                 PERFORM 3500-APPROUVER THRU 3500-EXIT
015600             END-IF
015700         WHEN PFK9
015800             MOVE 'A' TO W-FONCTION-DEMANDEE
015900             PERFORM 3030-AUTORISER THRU 3030-EXIT
016000             IF W-AUTORISE = 'O'
016100                 PERFORM 4000-RETIRER THRU 4000-EXIT
016200             END-IF
016300         WHEN OTHER
016400             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
016500             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
016600     END-EVALUATE.
016700 0000-RETOUR.
016800     EXEC CICS RETURN TRANSID ('GSX1')
016900          COMMAREA (W-COMMAREA) LENGTH (15)
017000     END-EXEC.
017100 0000-EXIT.
017200     EXIT.
017300******************************************************************
017400*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
017500******************************************************************
017600 1050-AIGUILLER-FICHIERS.
017700     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
017800     MOVE W-OPERATEUR TO AUT-OPERATEUR.
017900     EXEC CICS READ FILE ('AUTFIC')
018000          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
018100          RESP (W-RESP)
018200     END-EXEC.
018300     IF W-RESP = DFHRESP(NORMAL)
018400         MOVE 'O' TO W-PROFIL-LU
018500         IF AUT-EN-FORMATION
018600             MOVE 'O'        TO W-FORMATION
018700             MOVE 'PERFICF ' TO W-FIC-PERFIC
018800             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
018900             MOVE 'RCVFICF ' TO W-FIC-RCVFIC
019000         END-IF
019100     ELSE
019200         MOVE 'N' TO W-PROFIL-LU.
019300 1050-EXIT.
019400     EXIT.
019500******************************************************************
019600*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
019700******************************************************************
019800 1100-RECEVOIR-PFKEY.
019900     EXEC CICS RECEIVE MAP ('GSPV72') MAPSET ('GSPV72M')
020000          INTO (GSPV72I) RESP (W-RESP)
020100     END-EXEC.
020200     EVALUATE EIBAID
020300         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
020400         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
020500         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
020600         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
020700         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
020800         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
020900     END-EVALUATE.
021000 1100-EXIT.
021100     EXIT.
021200******************************************************************
021300*  3030-AUTORISER : C AFFICHE, M PROPOSE, P APPROUVE, A RETIRE - *
021400*  LA CLE AFFICHEE RESTE DANS LE PERIMETRE D ENTITE - REFUS AU   *
021500*  JOURNAL GAUJ                                                  *
021600******************************************************************
021700 3030-AUTORISER.
021800     MOVE 'N' TO W-AUTORISE.
021900     IF W-PROFIL-LU = 'O'
022000         EVALUATE W-FONCTION-DEMANDEE
022100             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
022200             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
022300             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
022400             WHEN 'A' MOVE AUT-ADMINISTRATION TO W-AUTORISE
022500         END-EVALUATE
022600         IF W-AUTORISE = 'O'
022700          AND W-FONCTION-DEMANDEE NOT = 'C'
022800          AND AUT-ENTITE NOT = SPACES
022900          AND CA-CLE NOT = LOW-VALUE
023000          AND CA-CLE (1:2) NOT = AUT-ENTITE
023100             MOVE 'N' TO W-AUTORISE
023200         END-IF
023300     END-IF.
023400     IF W-AUTORISE NOT = 'O'
023500         MOVE 'N' TO W-AUTORISE
023600         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
023700           TO W-MESSAGE
023800         PERFORM 8200-DATE-HEURE THRU 8200-EXIT
023900         MOVE W-DATE-JOUR         TO VIO-DATE
024000         MOVE W-EIBTIME (2:6)     TO VIO-HEURE
024100         MOVE W-OPERATEUR         TO VIO-OPERATEUR
024200         MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION
024300         MOVE 'GSPV721 '          TO VIO-PROGRAMME
024400         EXEC CICS WRITEQ TD QUEUE ('GAUJ')
024500              FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
024600         END-EXEC
024700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
024800 3030-EXIT.
024900     EXIT.
025000******************************************************************
025100*  2000-AFFICHER : MAITRE, DOSSIER ET DEMANDE DE LA CLE SAISIE   *
025200******************************************************************
025300 2000-AFFICHER.
025400     IF M72-CLE-I = SPACES OR LOW-VALUE
025500         MOVE 'CLE OBLIGATOIRE' TO W-MESSAGE
025600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
025700         GO TO 2000-EXIT.
025800     MOVE M72-CLE-I TO CA-CLE.
025900     PERFORM 2100-LIRE-CLE THRU 2100-EXIT.
026000     IF W-FGS-LU NOT = 'O'
026100         MOVE 'CLE ABSENTE DU FICHIER MAITRE' TO W-MESSAGE
026200         MOVE LOW-VALUE TO CA-CLE
026300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
026400         GO TO 2000-EXIT.
026500     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
026600     IF W-PER-LU = 'O' AND PER-PROPOSEE
026700         MOVE 'PF6 = APPROUVER - PF9 = RETIRER' TO W-MESSAGE
026800     ELSE
026900         IF W-PER-LU = 'O' AND PER-APPROUVEE
027000             MOVE 'APPROUVEE - PASSAGE AU PROCHAIN GSPV722'
027100               TO W-MESSAGE
027200         ELSE
027300             MOVE 'SAISIR LE MOTIF PUIS PF5 = PROPOSER EN PERTE'
027400               TO W-MESSAGE
027500         END-IF
027600     END-IF.
027700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
027800 2000-EXIT.
027900     EXIT.
028000******************************************************************
028100*  2100-LIRE-CLE : MAITRE, DOSSIER DE RECOUVREMENT ET DEMANDE DE *
028200*  LA CLE DE LA ZONE DE COMMUNICATION (SANS VERROU)              *
028300******************************************************************
028400 2100-LIRE-CLE.
028500     MOVE 'N' TO W-FGS-LU W-RCV-LU W-PER-LU.
028600     MOVE CA-CLE TO FFFFFGS-CLE.
028700     EXEC CICS READ FILE (W-FIC-FFFFFGS)
028800          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
028900          RESP (W-RESP)
029000     END-EXEC.
029100     IF W-RESP = DFHRESP(NORMAL)
029200         MOVE 'O' TO W-FGS-LU.
029300     MOVE CA-CLE TO RCV-FGS-CLE.
029400     EXEC CICS READ FILE (W-FIC-RCVFIC)
029500          INTO (RCV-ENREG) RIDFLD (RCV-FGS-CLE)
029600          RESP (W-RESP)
029700     END-EXEC.
029800     IF W-RESP = DFHRESP(NORMAL)
029900         MOVE 'O' TO W-RCV-LU.
030000     MOVE CA-CLE TO PER-FGS-CLE.
030100     EXEC CICS READ FILE (W-FIC-PERFIC)
030200          INTO (PER-ENREG) RIDFLD (PER-FGS-CLE)
030300          RESP (W-RESP)
030400     END-EXEC.
030500     IF W-RESP = DFHRESP(NORMAL)
030600         MOVE 'O' TO W-PER-LU.
030700 2100-EXIT.
030800     EXIT.
030900******************************************************************
031000*  2500-GARNIR-ECRAN : SOLDE ET STATUT DU MAITRE, TRANCHE DU     *
031100*  DOSSIER, ZONES DE LA DEMANDE EN COURS                         *
031200******************************************************************
031300 2500-GARNIR-ECRAN.
031400     MOVE CA-CLE          TO M72-CLE-I.
031500     MOVE FFFFFGS-STATUT  TO M72-STATUT-I.
031600     MOVE FFFFFGS-MONTANT TO W-SOLDE-EDIT.
031700     MOVE W-SOLDE-EDIT    TO M72-SOLDE-I.
031800     IF W-RCV-LU = 'O'
031900         MOVE RCV-LIB-TRANCHE  TO M72-TRANCHE-I
032000         MOVE RCV-JOURS-RETARD TO M72-JOURS-I
032100     ELSE
032200         MOVE 'AUCUN'          TO M72-TRANCHE-I
032300         MOVE ZERO             TO M72-JOURS-I.
032400     IF W-PER-LU = 'O'
032500         MOVE PER-ETAT            TO M72-ETAT-I
032600         MOVE PER-MONTANT-PROPOSE TO W-SOLDE-EDIT
032700         MOVE W-SOLDE-EDIT        TO M72-PROPOSE-I
032800         MOVE PER-MOTIF           TO M72-MOTIF-I
032900         MOVE PER-PROPOSE-PAR     TO M72-PROPPAR-I
033000         MOVE PER-APPROUVE-PAR    TO M72-APPRPAR-I
033100     ELSE
033200         MOVE SPACES TO M72-ETAT-I M72-PROPOSE-I
033300                        M72-PROPPAR-I M72-APPRPAR-I.
033400 2500-EXIT.
033500     EXIT.
033600******************************************************************
033700*  3000-PROPOSER : ENCOURS POSITIF DE LA TRANCHE 90+, PAS DEJA   *
033800*  EN PERTE, SANS DEMANDE EN COURS - LA DEMANDE PASSE EN P       *
033900******************************************************************
034000 3000-PROPOSER.
034100     IF CA-CLE = LOW-VALUE
034200         MOVE 'AFFICHER D ABORD UNE CLE' TO W-MESSAGE
034300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
034400         GO TO 3000-EXIT.
034500     IF M72-MOTIF-I = SPACES OR LOW-VALUE
034600         MOVE 'MOTIF DU PASSAGE EN PERTE OBLIGATOIRE' TO W-MESSAGE
034700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
034800         GO TO 3000-EXIT.
034900     PERFORM 2100-LIRE-CLE THRU 2100-EXIT.
035000     IF W-FGS-LU NOT = 'O'
035100         MOVE 'CLE ABSENTE DU FICHIER MAITRE' TO W-MESSAGE
035200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
035300         GO TO 3000-EXIT.
035400     IF FFFFFGS-STATUT = 'PP'
035500         MOVE 'ENREGISTREMENT DEJA PASSE EN PERTE' TO W-MESSAGE
035600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
035700         GO TO 3000-EXIT.
035800     IF FFFFFGS-MONTANT NOT GREATER ZERO
035900         MOVE 'AUCUN ENCOURS A PASSER EN PERTE' TO W-MESSAGE
036000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
036100         GO TO 3000-EXIT.
036200     IF W-RCV-LU NOT = 'O'
036300         MOVE 'AUCUN DOSSIER DE RECOUVREMENT' TO W-MESSAGE
036400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
036500         GO TO 3000-EXIT.
036600     IF RCV-SOLDE OR NOT RCV-T-PLUS
036700         MOVE 'SEULE LA TRANCHE 90+ PEUT ETRE PASSEE EN PERTE'
036800           TO W-MESSAGE
036900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
037000         GO TO 3000-EXIT.
037100     IF W-PER-LU = 'O' AND PER-EN-COURS
037200         MOVE 'UNE DEMANDE EST DEJA EN COURS' TO W-MESSAGE
037300         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
037400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
037500         GO TO 3000-EXIT.
037600     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
037700     IF W-PER-LU = 'O'
037800         PERFORM 7000-LIRE-POUR-MAJ THRU 7000-EXIT
037900         IF W-MESSAGE NOT = SPACES
038000             GO TO 3000-EXIT
038100         END-IF
038200         IF PER-EN-COURS OR PER-PASSEE
038300             PERFORM 7100-ETAT-REFUSE THRU 7100-EXIT
038400             GO TO 3000-EXIT
038500         END-IF
038600     ELSE
038700         MOVE SPACES TO PER-ENREG
038800         MOVE CA-CLE TO PER-FGS-CLE.
038900     MOVE 'P'              TO PER-ETAT.
039000     MOVE FFFFFGS-MONTANT  TO PER-MONTANT-PROPOSE.
039100     MOVE RCV-TRANCHE      TO PER-TRANCHE.
039200     MOVE RCV-JOURS-RETARD TO PER-JOURS-RETARD.
039300     MOVE M72-MOTIF-I      TO PER-MOTIF.
039400     MOVE W-OPERATEUR      TO PER-PROPOSE-PAR.
039500     MOVE W-DATE-JOUR      TO PER-DATE-PROPOSE.
039600     MOVE SPACES           TO PER-APPROUVE-PAR.
039700     MOVE ZERO             TO PER-DATE-APPROUVE PER-DATE-PASSAGE
039800                              PER-MONTANT-PASSE.
039900     MOVE 'P'              TO ACT-CODE.
040000     IF W-PER-LU = 'O'
040100         PERFORM 7200-REECRIRE THRU 7200-EXIT
040200     ELSE
040300         PERFORM 7300-CREER THRU 7300-EXIT.
040400     IF W-MESSAGE NOT = SPACES
040500         GO TO 3000-EXIT.
040600     MOVE 'O' TO W-PER-LU.
040700     MOVE 'PASSAGE EN PERTE PROPOSE - EN ATTENTE D APPROBATION'
040800       TO W-MESSAGE.
040900     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
041000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
041100 3000-EXIT.
041200     EXIT.
041300******************************************************************
041400*  3500-APPROUVER : DEUX ROLES EXIGES - L APPROBATEUR NE PEUT    *
041500*  PAS ETRE LE PROPOSANT                                         *
041600******************************************************************
041700 3500-APPROUVER.
041800     IF CA-CLE = LOW-VALUE
041900         MOVE 'AFFICHER D ABORD UNE CLE' TO W-MESSAGE
042000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
042100         GO TO 3500-EXIT.
042200     PERFORM 2100-LIRE-CLE THRU 2100-EXIT.
042300     PERFORM 7000-LIRE-POUR-MAJ THRU 7000-EXIT.
042400     IF W-MESSAGE NOT = SPACES
042500         GO TO 3500-EXIT.
042600     IF NOT PER-PROPOSEE
042700         PERFORM 7100-ETAT-REFUSE THRU 7100-EXIT
042800         GO TO 3500-EXIT.
042900     IF PER-PROPOSE-PAR = W-OPERATEUR
043000         EXEC CICS UNLOCK FILE (W-FIC-PERFIC) RESP (W-RESP)
043100         END-EXEC
043200         MOVE 'APPROBATION PAR LE PROPOSANT REFUSEE' TO W-MESSAGE
043300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
043400         GO TO 3500-EXIT.
043500     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
043600     MOVE 'A'         TO PER-ETAT.
043700     MOVE W-OPERATEUR TO PER-APPROUVE-PAR.
043800     MOVE W-DATE-JOUR TO PER-DATE-APPROUVE.
043900     MOVE 'A'         TO ACT-CODE.
044000     PERFORM 7200-REECRIRE THRU 7200-EXIT.
044100     IF W-MESSAGE NOT = SPACES
044200         GO TO 3500-EXIT.
044300     MOVE 'PASSAGE EN PERTE APPROUVE - AU PROCHAIN GSPV722'
044400       TO W-MESSAGE.
044500     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
044600     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
044700 3500-EXIT.
044800     EXIT.
044900******************************************************************
045000*  4000-RETIRER : RETRAIT D UNE DEMANDE NON ENCORE PASSEE        *
045100******************************************************************
045200 4000-RETIRER.
045300     IF CA-CLE = LOW-VALUE
045400         MOVE 'AFFICHER D ABORD UNE CLE' TO W-MESSAGE
045500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
045600         GO TO 4000-EXIT.
045700     PERFORM 2100-LIRE-CLE THRU 2100-EXIT.
045800     PERFORM 7000-LIRE-POUR-MAJ THRU 7000-EXIT.
045900     IF W-MESSAGE NOT = SPACES
046000         GO TO 4000-EXIT.
046100     IF NOT PER-EN-COURS
046200         PERFORM 7100-ETAT-REFUSE THRU 7100-EXIT
046300         GO TO 4000-EXIT.
046400     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
046500     MOVE 'R'         TO PER-ETAT.
046600     MOVE 'R'         TO ACT-CODE.
046700     PERFORM 7200-REECRIRE THRU 7200-EXIT.
046800     IF W-MESSAGE NOT = SPACES
046900         GO TO 4000-EXIT.
047000     MOVE 'DEMANDE RETIREE' TO W-MESSAGE.
047100     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
047200     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
047300 4000-EXIT.
047400     EXIT.
047500******************************************************************
047600*  7000-LIRE-POUR-MAJ : RELECTURE VERROUILLEE DE LA DEMANDE -    *
047700*  W-MESSAGE POSE (ET ECRAN ENVOYE) SI INTROUVABLE               *
047800******************************************************************
047900 7000-LIRE-POUR-MAJ.
048000     MOVE SPACES TO W-MESSAGE.
048100     MOVE CA-CLE TO PER-FGS-CLE.
048200     EXEC CICS READ FILE (W-FIC-PERFIC)
048300          INTO (PER-ENREG) RIDFLD (PER-FGS-CLE)
048400          UPDATE RESP (W-RESP)
048500     END-EXEC.
048600     IF W-RESP NOT = DFHRESP(NORMAL)
048700         MOVE 'AUCUNE DEMANDE DE PASSAGE EN PERTE' TO W-MESSAGE
048800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
048900 7000-EXIT.
049000     EXIT.
049100******************************************************************
049200*  7100-ETAT-REFUSE : LA DEMANDE N EST PLUS DANS L ETAT VOULU    *
049300******************************************************************
049400 7100-ETAT-REFUSE.
049500     EXEC CICS UNLOCK FILE (W-FIC-PERFIC) RESP (W-RESP)
049600     END-EXEC.
049700     MOVE SPACES TO W-MESSAGE.
049800     STRING 'ACTION IMPOSSIBLE A L ETAT ' PER-ETAT
049900         DELIMITED SIZE INTO W-MESSAGE
050000     END-STRING.
050100     MOVE 'O' TO W-PER-LU.
050200     IF W-FGS-LU = 'O'
050300         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
050400     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
050500 7100-EXIT.
050600     EXIT.
050700******************************************************************
050800*  7200-REECRIRE : REECRITURE PUIS JOURNAL GPVJ                  *
050900******************************************************************
051000 7200-REECRIRE.
051100     MOVE SPACES TO W-MESSAGE.
051200     EXEC CICS REWRITE FILE (W-FIC-PERFIC)
051300          FROM (PER-ENREG) RESP (W-RESP)
051400     END-EXEC.
051500     IF W-RESP NOT = DFHRESP(NORMAL)
051600         MOVE 'INCIDENT FICHIER PERFIC - REECRITURE' TO W-MESSAGE
051700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
051800         GO TO 7200-EXIT.
051900     PERFORM 8100-JOURNALISER THRU 8100-EXIT.
052000 7200-EXIT.
052100     EXIT.
052200******************************************************************
052300*  7300-CREER : PREMIERE DEMANDE DE LA CLE PUIS JOURNAL GPVJ     *
052400******************************************************************
052500 7300-CREER.
052600     MOVE SPACES TO W-MESSAGE.
052700     EXEC CICS WRITE FILE (W-FIC-PERFIC)
052800          FROM (PER-ENREG) RIDFLD (PER-FGS-CLE)
052900          RESP (W-RESP)
053000     END-EXEC.
053100     IF W-RESP NOT = DFHRESP(NORMAL)
053200         MOVE 'INCIDENT FICHIER PERFIC - CREATION' TO W-MESSAGE
053300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
053400         GO TO 7300-EXIT.
053500     PERFORM 8100-JOURNALISER THRU 8100-EXIT.
053600 7300-EXIT.
053700     EXIT.
053800******************************************************************
053900*  8100-JOURNALISER : L ACTION AU JOURNAL GPVJ                   *
054000******************************************************************
054100 8100-JOURNALISER.
054200     MOVE W-DATE-JOUR         TO ACT-DATE.
054300     MOVE W-EIBTIME (2:6)     TO ACT-HEURE.
054400     MOVE W-OPERATEUR         TO ACT-OPERATEUR.
054500     MOVE PER-FGS-CLE         TO ACT-FGS-CLE.
054600     MOVE PER-MONTANT-PROPOSE TO ACT-MONTANT.
054700     MOVE W-FORMATION         TO ACT-FORMATION.
054800     EXEC CICS WRITEQ TD QUEUE ('GPVJ')
054900          FROM (W-ACTION) LENGTH (80) RESP (W-RESP)
055000     END-EXEC.
055100 8100-EXIT.
055200     EXIT.
055300******************************************************************
055400*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
055500******************************************************************
055600 8200-DATE-HEURE.
055700     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
055800     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
055900          YYYYMMDD (W-DATE-JOUR)
056000     END-EXEC.
056100     MOVE EIBTIME TO W-EIBTIME.
056200 8200-EXIT.
056300     EXIT.
056400******************************************************************
056500*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
056600******************************************************************
056700 8000-ENVOYER-ECRAN.
056800     MOVE W-MESSAGE TO M72-MESS-I.
056900     IF W-FORMATION = 'O'
057000         MOVE SPACES TO M72-MESS-I
057100         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
057200             DELIMITED SIZE INTO M72-MESS-I
057300         END-STRING.
057400     IF W-EFFACER = 'O'
057500         MOVE 'N' TO W-EFFACER
057600         EXEC CICS SEND MAP ('GSPV72') MAPSET ('GSPV72M')
057700              FROM (GSPV72I) ERASE
057800         END-EXEC
057900     ELSE
058000         EXEC CICS SEND MAP ('GSPV72') MAPSET ('GSPV72M')
058100              FROM (GSPV72I)
058200         END-EXEC.
058300 8000-EXIT.
058400     EXIT.
