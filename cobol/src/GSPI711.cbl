000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPI711.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPI711 : SOUMISSION ET LIBERATION DES PAIEMENTS SORTANTS     *
000900*            SOUS DOUBLE CONTROLE                                *
001000*  ------------------------------------------------------------  *
001100*  LES INSTRUCTIONS POSEES PAR GSPI710 (ETAT N) SONT COMPLETEES  *
001200*  (COMPTE DU BENEFICIAIRE) ET SOUMISES PAR UN METTEUR A JOUR,   *
001300*  PUIS LIBEREES PAR UN APPROBATEUR QUI NE PEUT PAS ETRE LE      *
001400*  SOUMETTEUR (MEME REGLE QUE LE BAREME GSFE591). SEULES LES     *
001500*  INSTRUCTIONS LIBEREES PARTENT AU FICHIER DE VIREMENTS         *
001600*  (GSPI712).                                                    *
001700*  ENTREE = PREMIERE INSTRUCTION A TRAITER (N OU P)              *
001800*  PF8    = INSTRUCTION SUIVANTE A TRAITER                       *
001900*  PF5    = SOUMETTRE (PROFIL MISE A JOUR, ETAT P) AVEC LE       *
002000*           COMPTE SAISI                                         *
002100*  PF6    = LIBERER (PROFIL APPROBATION, ETAT L)                 *
002200*  PF9    = ANNULER (PROFIL ADMINISTRATION, ETAT A)              *
002300*  PF3    = FIN DE TRANSACTION                                   *
002400*  CHAQUE ACTION PART AU JOURNAL GPIJ (DD PAYJRN).               *
002500*  PROFIL EN FORMATION = COPIES PAYFICF ET FFFFFGSF.             *
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
004500 01  W-MONTANT-X                     PIC X(14).
004600 01  W-MONTANT-9 REDEFINES W-MONTANT-X
004700                                     PIC 9(12)V99.
004800 01  W-SOLDE-EDIT                    PIC -(10)9,99.
004900 COPY GSPFKEY.
005000 COPY FFFFFGA.
005100 COPY FFFFFGPI.
005200 COPY FFFFFFGS.
005300 01  W-OPERATEUR                     PIC X(08).
005400 01  W-FIC-PAYFIC                    PIC X(08) VALUE 'PAYFIC  '.
005500 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
005600 01  W-FORMATION                     PIC X(01) VALUE 'N'.
005700 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
005800 01  W-FONCTION-DEMANDEE             PIC X(01).
005900 01  W-AUTORISE                      PIC X(01).
006000 01  W-EFFACER                       PIC X(01) VALUE 'N'.
006100 01  W-VIOLATION.
006200     05  VIO-DATE                    PIC 9(08).
006300     05  VIO-HEURE                   PIC 9(06).
006400     05  VIO-OPERATEUR               PIC X(08).
006500     05  VIO-FONCTION                PIC X(01).
006600     05  VIO-PROGRAMME               PIC X(08).
006700     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
006800     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
006900*    JOURNAL : OPERATEUR, ACTION (S/L/A) ET INSTRUCTION
007000 01  W-ACTION.
007100     05  ACT-DATE                    PIC 9(08).
007200     05  ACT-HEURE                   PIC 9(06).
007300     05  ACT-OPERATEUR               PIC X(08).
007400     05  ACT-CODE                    PIC X(01).
007500     05  ACT-PAY-CLE                 PIC X(24).
007600     05  ACT-MONTANT                 PIC S9(11)V99 COMP-3.
007700     05  ACT-FORMATION               PIC X(01).
007800     05  FILLER                      PIC X(25) VALUE SPACES.
007900*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
008000*    DECLAREE ICI, PAS EN COPY)
008100 01  GSPI71I.
008200     05  FILLER                      PIC X(12).
008300     05  M71-CLE-L                   PIC S9(04) COMP.
008400     05  M71-CLE-A                   PIC X(01).
008500     05  M71-CLE-I                   PIC X(15).
008600     05  M71-DATECREA-L              PIC S9(04) COMP.
008700     05  M71-DATECREA-A              PIC X(01).
008800     05  M71-DATECREA-I              PIC 9(08).
008900     05  M71-NATURE-L                PIC S9(04) COMP.
009000     05  M71-NATURE-A                PIC X(01).
009100     05  M71-NATURE-I                PIC X(01).
009200     05  M71-MONTANT-L               PIC S9(04) COMP.
009300     05  M71-MONTANT-A               PIC X(01).
009400     05  M71-MONTANT-I               PIC X(14).
009500     05  M71-SOLDE-L                 PIC S9(04) COMP.
009600     05  M71-SOLDE-A                 PIC X(01).
009700     05  M71-SOLDE-I                 PIC X(14).
009800     05  M71-STATUT-L                PIC S9(04) COMP.
009900     05  M71-STATUT-A                PIC X(01).
010000     05  M71-STATUT-I                PIC X(01).
010100     05  M71-IBAN-L                  PIC S9(04) COMP.
010200     05  M71-IBAN-A                  PIC X(01).
010300     05  M71-IBAN-I                  PIC X(34).
010400     05  M71-BIC-L                   PIC S9(04) COMP.
010500     05  M71-BIC-A                   PIC X(01).
010600     05  M71-BIC-I                   PIC X(11).
010700     05  M71-BENEF-L                 PIC S9(04) COMP.
010800     05  M71-BENEF-A                 PIC X(01).
010900     05  M71-BENEF-I                 PIC X(30).
011000     05  M71-SOUMIS-L                PIC S9(04) COMP.
011100     05  M71-SOUMIS-A                PIC X(01).
011200     05  M71-SOUMIS-I                PIC X(08).
011300     05  M71-LIBERE-L                PIC S9(04) COMP.
011400     05  M71-LIBERE-A                PIC X(01).
011500     05  M71-LIBERE-I                PIC X(08).
011600     05  M71-MESS-L                  PIC S9(04) COMP.
011700     05  M71-MESS-A                  PIC X(01).
011800     05  M71-MESS-I                  PIC X(60).
011900 01  W-COMMAREA.
012000     05  CA-PAY-CLE                  PIC X(24).
012100 LINKAGE SECTION.
012200 01  DFHCOMMAREA                     PIC X(24).
012300 PROCEDURE DIVISION.
012400******************************************************************
012500*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
012600******************************************************************
012700 0000-MAINLINE.
012800     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
012900     IF EIBCALEN = ZERO
013000         MOVE 'O' TO W-EFFACER
013100         MOVE LOW-VALUE TO GSPI71I
013200         MOVE LOW-VALUE TO CA-PAY-CLE
013300         MOVE 'ENTREE = PREMIERE INSTRUCTION A TRAITER'
013400           TO W-MESSAGE
013500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
013600         GO TO 0000-RETOUR.
013700     MOVE DFHCOMMAREA TO W-COMMAREA.
013800     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
013900     EVALUATE TRUE
014000         WHEN PFK3
014100             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
014200             END-EXEC
014300             EXEC CICS RETURN END-EXEC
014400         WHEN ENTER-KEY
014500             MOVE 'C' TO W-FONCTION-DEMANDEE
014600             PERFORM 3030-AUTORISER THRU 3030-EXIT
014700             IF W-AUTORISE = 'O'
014800                 MOVE LOW-VALUE TO CA-PAY-CLE
014900                 PERFORM 2000-INSTRUCTION-SUIVANTE THRU 2000-EXIT
015000             END-IF
015100         WHEN PFK8
015200             MOVE 'C' TO W-FONCTION-DEMANDEE
015300             PERFORM 3030-AUTORISER THRU 3030-EXIT
015400             IF W-AUTORISE = 'O'
015500                 PERFORM 2000-INSTRUCTION-SUIVANTE THRU 2000-EXIT
015600             END-IF
015700         WHEN PFK5
015800             MOVE 'M' TO W-FONCTION-DEMANDEE
015900             PERFORM 3030-AUTORISER THRU 3030-EXIT
016000             IF W-AUTORISE = 'O'
016100                 PERFORM 3000-SOUMETTRE THRU 3000-EXIT
016200             END-IF
016300         WHEN PFK6
016400             MOVE 'P' TO W-FONCTION-DEMANDEE
016500             PERFORM 3030-AUTORISER THRU 3030-EXIT
016600             IF W-AUTORISE = 'O'
016700                 PERFORM 3500-LIBERER THRU 3500-EXIT
016800             END-IF
016900         WHEN PFK9
017000             MOVE 'A' TO W-FONCTION-DEMANDEE
017100             PERFORM 3030-AUTORISER THRU 3030-EXIT
017200             IF W-AUTORISE = 'O'
017300                 PERFORM 4000-ANNULER THRU 4000-EXIT
017400             END-IF
017500         WHEN OTHER
017600             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
017700             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
017800     END-EVALUATE.
017900 0000-RETOUR.
018000     EXEC CICS RETURN TRANSID ('GSI1')
018100          COMMAREA (W-COMMAREA) LENGTH (24)
018200     END-EXEC.
018300 0000-EXIT.
018400     EXIT.
018500******************************************************************
018600*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
018700******************************************************************
018800 1050-AIGUILLER-FICHIERS.
018900     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
019000     MOVE W-OPERATEUR TO AUT-OPERATEUR.
019100     EXEC CICS READ FILE ('AUTFIC')
019200          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
019300          RESP (W-RESP)
019400     END-EXEC.
019500     IF W-RESP = DFHRESP(NORMAL)
019600         MOVE 'O' TO W-PROFIL-LU
019700         IF AUT-EN-FORMATION
019800             MOVE 'O'        TO W-FORMATION
019900             MOVE 'PAYFICF ' TO W-FIC-PAYFIC
020000             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
020100         END-IF
020200     ELSE
020300         MOVE 'N' TO W-PROFIL-LU.
020400 1050-EXIT.
020500     EXIT.
020600******************************************************************
020700*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
020800******************************************************************
020900 1100-RECEVOIR-PFKEY.
021000     EXEC CICS RECEIVE MAP ('GSPI71') MAPSET ('GSPI71M')
021100          INTO (GSPI71I) RESP (W-RESP)
021200     END-EXEC.
021300     EVALUATE EIBAID
021400         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
021500         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
021600         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
021700         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
021800         WHEN DFHPF8   MOVE 08 TO PFKEY-INDICATOR
021900         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
022000         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
022100     END-EVALUATE.
022200 1100-EXIT.
022300     EXIT.
022400******************************************************************
022500*  3030-AUTORISER : C PARCOURT, M SOUMET, P LIBERE, A ANNULE -   *
022600*  L INSTRUCTION AFFICHEE RESTE DANS LE PERIMETRE D ENTITE -     *
022700*  REFUS AU JOURNAL GAUJ                                         *
022800******************************************************************
022900 3030-AUTORISER.
023000     MOVE 'N' TO W-AUTORISE.
023100     IF W-PROFIL-LU = 'O'
023200         EVALUATE W-FONCTION-DEMANDEE
023300             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
023400             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
023500             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
023600             WHEN 'A' MOVE AUT-ADMINISTRATION TO W-AUTORISE
023700         END-EVALUATE
023800         IF W-AUTORISE = 'O'
023900          AND W-FONCTION-DEMANDEE NOT = 'C'
024000          AND AUT-ENTITE NOT = SPACES
024100          AND CA-PAY-CLE NOT = LOW-VALUE
024200          AND CA-PAY-CLE (1:2) NOT = AUT-ENTITE
024300             MOVE 'N' TO W-AUTORISE
024400         END-IF
024500     END-IF.
024600     IF W-AUTORISE NOT = 'O'
024700         MOVE 'N' TO W-AUTORISE
024800         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
024900           TO W-MESSAGE
025000         PERFORM 8200-DATE-HEURE THRU 8200-EXIT
025100         MOVE W-DATE-JOUR         TO VIO-DATE
025200         MOVE W-EIBTIME (2:6)     TO VIO-HEURE
025300         MOVE W-OPERATEUR         TO VIO-OPERATEUR
025400         MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION
025500         MOVE 'GSPI711 '          TO VIO-PROGRAMME
025600         EXEC CICS WRITEQ TD QUEUE ('GAUJ')
025700              FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
025800         END-EXEC
025900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
026000 3030-EXIT.
026100     EXIT.
026200******************************************************************
026300*  2000-INSTRUCTION-SUIVANTE : PROCHAINE INSTRUCTION A TRAITER   *
026400*  (ETAT N OU P) APRES CELLE DE LA ZONE DE COMMUNICATION         *
026500******************************************************************
026600 2000-INSTRUCTION-SUIVANTE.
026700     IF CA-PAY-CLE = LOW-VALUE
026800         MOVE LOW-VALUE  TO PAY-CLE
026900     ELSE
027000         MOVE CA-PAY-CLE TO PAY-CLE.
027100     EXEC CICS STARTBR FILE (W-FIC-PAYFIC)
027200          RIDFLD (PAY-CLE) GTEQ RESP (W-RESP)
027300     END-EXEC.
027400     IF W-RESP NOT = DFHRESP(NORMAL)
027500         MOVE 'AUCUNE INSTRUCTION DE PAIEMENT' TO W-MESSAGE
027600         MOVE LOW-VALUE TO CA-PAY-CLE
027700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
027800         GO TO 2000-EXIT.
027900 2000-LIRE.
028000     EXEC CICS READNEXT FILE (W-FIC-PAYFIC)
028100          INTO (PAY-ENREG) RIDFLD (PAY-CLE) RESP (W-RESP)
028200     END-EXEC.
028300     IF W-RESP NOT = DFHRESP(NORMAL)
028400         EXEC CICS ENDBR FILE (W-FIC-PAYFIC) RESP (W-RESP)
028500         END-EXEC
028600         MOVE 'FIN DES INSTRUCTIONS A TRAITER' TO W-MESSAGE
028700         MOVE LOW-VALUE TO CA-PAY-CLE
028800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
028900         GO TO 2000-EXIT.
029000     IF PAY-CLE = CA-PAY-CLE
029100         GO TO 2000-LIRE.
029200     IF NOT PAY-NOUVELLE AND NOT PAY-SOUMISE
029300         GO TO 2000-LIRE.
029400     EXEC CICS ENDBR FILE (W-FIC-PAYFIC) RESP (W-RESP)
029500     END-EXEC.
029600     MOVE PAY-CLE TO CA-PAY-CLE.
029700     PERFORM 2500-AFFICHER THRU 2500-EXIT.
029800     IF PAY-NOUVELLE
029900         MOVE 'COMPLETER LE COMPTE PUIS PF5 - PF8 = SUIVANTE'
030000           TO W-MESSAGE
030100     ELSE
030200         MOVE 'PF6 = LIBERER - PF8 = SUIVANTE' TO W-MESSAGE.
030300     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
030400 2000-EXIT.
030500     EXIT.
030600******************************************************************
030700*  2500-AFFICHER : ZONES DE L INSTRUCTION ET SOLDE ACTUEL DU     *
030800*  MAITRE (L APPROBATEUR VOIT CE QUE L ENREGISTREMENT DOIT)      *
030900******************************************************************
031000 2500-AFFICHER.
031100     MOVE PAY-FGS-CLE      TO M71-CLE-I.
031200     MOVE PAY-DATE-CREA    TO M71-DATECREA-I.
031300     MOVE PAY-NATURE       TO M71-NATURE-I.
031400     MOVE PAY-MONTANT      TO W-MONTANT-9.
031500     MOVE W-MONTANT-X      TO M71-MONTANT-I.
031600     MOVE PAY-STATUT       TO M71-STATUT-I.
031700     MOVE PAY-IBAN         TO M71-IBAN-I.
031800     MOVE PAY-BIC          TO M71-BIC-I.
031900     MOVE PAY-BENEFICIAIRE TO M71-BENEF-I.
032000     MOVE PAY-SOUMIS-PAR   TO M71-SOUMIS-I.
032100     MOVE PAY-LIBERE-PAR   TO M71-LIBERE-I.
032200     MOVE PAY-FGS-CLE      TO FFFFFGS-CLE.
032300     EXEC CICS READ FILE (W-FIC-FFFFFGS)
032400          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
032500          RESP (W-RESP)
032600     END-EXEC.
032700     IF W-RESP = DFHRESP(NORMAL)
032800         MOVE FFFFFGS-MONTANT TO W-SOLDE-EDIT
032900         MOVE W-SOLDE-EDIT    TO M71-SOLDE-I
033000     ELSE
033100         MOVE 'CLE ABSENTE'   TO M71-SOLDE-I.
033200 2500-EXIT.
033300     EXIT.
033400******************************************************************
033500*  3000-SOUMETTRE : LE COMPTE SAISI EST PORTE SUR L INSTRUCTION  *
033600*  AFFICHEE (RELUE ET VERROUILLEE, ETAT N OU P) QUI PASSE EN P   *
033700******************************************************************
033800 3000-SOUMETTRE.
033900     IF CA-PAY-CLE = LOW-VALUE
034000         MOVE 'AFFICHER D ABORD UNE INSTRUCTION' TO W-MESSAGE
034100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
034200         GO TO 3000-EXIT.
034300     IF M71-IBAN-I = SPACES OR LOW-VALUE
034400      OR M71-BIC-I = SPACES OR LOW-VALUE
034500      OR M71-BENEF-I = SPACES OR LOW-VALUE
034600         MOVE 'IBAN, BIC ET BENEFICIAIRE OBLIGATOIRES'
034700           TO W-MESSAGE
034800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
034900         GO TO 3000-EXIT.
035000     IF M71-IBAN-I (1:2) NOT ALPHABETIC
035100      OR M71-IBAN-I (3:2) NOT NUMERIC
035200         MOVE 'IBAN MAL FORME (PAYS + CLE EN TETE)' TO W-MESSAGE
035300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
035400         GO TO 3000-EXIT.
035500     PERFORM 7000-LIRE-POUR-MAJ THRU 7000-EXIT.
035600     IF W-MESSAGE NOT = SPACES
035700         GO TO 3000-EXIT.
035800     IF NOT PAY-NOUVELLE AND NOT PAY-SOUMISE
035900         PERFORM 7100-ETAT-REFUSE THRU 7100-EXIT
036000         GO TO 3000-EXIT.
036100     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
036200     MOVE M71-IBAN-I  TO PAY-IBAN.
036300     MOVE M71-BIC-I   TO PAY-BIC.
036400     MOVE M71-BENEF-I TO PAY-BENEFICIAIRE.
036500     MOVE 'P'         TO PAY-STATUT.
036600     MOVE W-OPERATEUR TO PAY-SOUMIS-PAR.
036700     MOVE W-DATE-JOUR TO PAY-DATE-SOUMIS.
036800     MOVE SPACES      TO PAY-LIBERE-PAR.
036900     MOVE ZERO        TO PAY-DATE-LIBERE.
037000     MOVE 'S'         TO ACT-CODE.
037100     PERFORM 7200-REECRIRE THRU 7200-EXIT.
037200     IF W-MESSAGE NOT = SPACES
037300         GO TO 3000-EXIT.
037400     MOVE 'INSTRUCTION SOUMISE - EN ATTENTE D APPROBATION'
037500       TO W-MESSAGE.
037600     PERFORM 2500-AFFICHER THRU 2500-EXIT.
037700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
037800 3000-EXIT.
037900     EXIT.
038000******************************************************************
038100*  3500-LIBERER : DEUX ROLES EXIGES - L APPROBATEUR NE PEUT PAS  *
038200*  ETRE LE SOUMETTEUR                                            *
038300******************************************************************
038400 3500-LIBERER.
038500     IF CA-PAY-CLE = LOW-VALUE
038600         MOVE 'AFFICHER D ABORD UNE INSTRUCTION' TO W-MESSAGE
038700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
038800         GO TO 3500-EXIT.
038900     PERFORM 7000-LIRE-POUR-MAJ THRU 7000-EXIT.
039000     IF W-MESSAGE NOT = SPACES
039100         GO TO 3500-EXIT.
039200     IF NOT PAY-SOUMISE
039300         PERFORM 7100-ETAT-REFUSE THRU 7100-EXIT
039400         GO TO 3500-EXIT.
039500     IF PAY-SOUMIS-PAR = W-OPERATEUR
039600         EXEC CICS UNLOCK FILE (W-FIC-PAYFIC) RESP (W-RESP)
039700         END-EXEC
039800         MOVE 'LIBERATION PAR LE SOUMETTEUR REFUSEE' TO W-MESSAGE
039900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
040000         GO TO 3500-EXIT.
040100     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
040200     MOVE 'L'         TO PAY-STATUT.
040300     MOVE W-OPERATEUR TO PAY-LIBERE-PAR.
040400     MOVE W-DATE-JOUR TO PAY-DATE-LIBERE.
040500     MOVE 'L'         TO ACT-CODE.
040600     PERFORM 7200-REECRIRE THRU 7200-EXIT.
040700     IF W-MESSAGE NOT = SPACES
040800         GO TO 3500-EXIT.
040900     MOVE 'INSTRUCTION LIBEREE - VIREMENT AU PROCHAIN GSPI712'
041000       TO W-MESSAGE.
041100     PERFORM 2500-AFFICHER THRU 2500-EXIT.
041200     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
041300 3500-EXIT.
041400     EXIT.
041500******************************************************************
041600*  4000-ANNULER : ANNULATION D UNE INSTRUCTION NON EMISE         *
041700******************************************************************
041800 4000-ANNULER.
041900     IF CA-PAY-CLE = LOW-VALUE
042000         MOVE 'AFFICHER D ABORD UNE INSTRUCTION' TO W-MESSAGE
042100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
042200         GO TO 4000-EXIT.
042300     PERFORM 7000-LIRE-POUR-MAJ THRU 7000-EXIT.
042400     IF W-MESSAGE NOT = SPACES
042500         GO TO 4000-EXIT.
042600     IF NOT PAY-OUVERTE
042700         PERFORM 7100-ETAT-REFUSE THRU 7100-EXIT
042800         GO TO 4000-EXIT.
042900     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
043000     MOVE 'A'         TO PAY-STATUT.
043100     MOVE 'A'         TO ACT-CODE.
043200     PERFORM 7200-REECRIRE THRU 7200-EXIT.
043300     IF W-MESSAGE NOT = SPACES
043400         GO TO 4000-EXIT.
043500     MOVE 'INSTRUCTION ANNULEE' TO W-MESSAGE.
043600     PERFORM 2500-AFFICHER THRU 2500-EXIT.
043700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
043800 4000-EXIT.
043900     EXIT.
044000******************************************************************
044100*  7000-LIRE-POUR-MAJ : RELECTURE VERROUILLEE DE L INSTRUCTION   *
044200*  AFFICHEE - W-MESSAGE POSE (ET ECRAN ENVOYE) SI INTROUVABLE    *
044300******************************************************************
044400 7000-LIRE-POUR-MAJ.
044500     MOVE SPACES     TO W-MESSAGE.
044600     MOVE CA-PAY-CLE TO PAY-CLE.
044700     EXEC CICS READ FILE (W-FIC-PAYFIC)
044800          INTO (PAY-ENREG) RIDFLD (PAY-CLE)
044900          UPDATE RESP (W-RESP)
045000     END-EXEC.
045100     IF W-RESP NOT = DFHRESP(NORMAL)
045200         MOVE 'INSTRUCTION INTROUVABLE' TO W-MESSAGE
045300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
045400 7000-EXIT.
045500     EXIT.
045600******************************************************************
045700*  7100-ETAT-REFUSE : L INSTRUCTION N EST PLUS DANS L ETAT VOULU *
045800******************************************************************
045900 7100-ETAT-REFUSE.
046000     EXEC CICS UNLOCK FILE (W-FIC-PAYFIC) RESP (W-RESP)
046100     END-EXEC.
046200     MOVE SPACES TO W-MESSAGE.
046300     STRING 'ACTION IMPOSSIBLE A L ETAT ' PAY-STATUT
046400         DELIMITED SIZE INTO W-MESSAGE
046500     END-STRING.
046600     PERFORM 2500-AFFICHER THRU 2500-EXIT.
046700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
046800 7100-EXIT.
046900     EXIT.
047000******************************************************************
047100*  7200-REECRIRE : REECRITURE PUIS JOURNAL GPIJ                  *
047200******************************************************************
047300 7200-REECRIRE.
047400     MOVE SPACES TO W-MESSAGE.
047500     EXEC CICS REWRITE FILE (W-FIC-PAYFIC)
047600          FROM (PAY-ENREG) RESP (W-RESP)
047700     END-EXEC.
047800     IF W-RESP NOT = DFHRESP(NORMAL)
047900         MOVE 'INCIDENT FICHIER PAYFIC - REECRITURE' TO W-MESSAGE
048000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
048100         GO TO 7200-EXIT.
048200     PERFORM 8100-JOURNALISER THRU 8100-EXIT.
048300 7200-EXIT.
048400     EXIT.
048500******************************************************************
048600*  8100-JOURNALISER : L ACTION AU JOURNAL GPIJ                   *
048700******************************************************************
048800 8100-JOURNALISER.
048900     MOVE W-DATE-JOUR      TO ACT-DATE.
049000     MOVE W-EIBTIME (2:6)  TO ACT-HEURE.
049100     MOVE W-OPERATEUR      TO ACT-OPERATEUR.
049200     MOVE PAY-CLE          TO ACT-PAY-CLE.
049300     MOVE PAY-MONTANT      TO ACT-MONTANT.
049400     MOVE W-FORMATION      TO ACT-FORMATION.
049500     EXEC CICS WRITEQ TD QUEUE ('GPIJ')
049600          FROM (W-ACTION) LENGTH (80) RESP (W-RESP)
049700     END-EXEC.
049800 8100-EXIT.
049900     EXIT.
050000******************************************************************
050100*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
050200******************************************************************
050300 8200-DATE-HEURE.
050400     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
050500     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
050600          YYYYMMDD (W-DATE-JOUR)
050700     END-EXEC.
050800     MOVE EIBTIME TO W-EIBTIME.
050900 8200-EXIT.
051000     EXIT.
051100******************************************************************
051200*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
051300******************************************************************
051400 8000-ENVOYER-ECRAN.
051500     MOVE W-MESSAGE TO M71-MESS-I.
051600     IF W-FORMATION = 'O'
051700         MOVE SPACES TO M71-MESS-I
051800         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
051900             DELIMITED SIZE INTO M71-MESS-I
052000         END-STRING.
052100     IF W-EFFACER = 'O'
052200         MOVE 'N' TO W-EFFACER
052300         EXEC CICS SEND MAP ('GSPI71') MAPSET ('GSPI71M')
052400              FROM (GSPI71I) ERASE
052500         END-EXEC
052600     ELSE
052700         EXEC CICS SEND MAP ('GSPI71') MAPSET ('GSPI71M')
052800              FROM (GSPI71I)
052900         END-EXEC.
053000 8000-EXIT.
053100     EXIT.
