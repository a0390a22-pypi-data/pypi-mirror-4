000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPT930.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPT930 : REGISTRE DES RECLAMATIONS CLIENT (RECFIC)           *
000900*  ------------------------------------------------------------  *
001000*  UNE RECLAMATION EST SAISIE SOUS LA CLE FFFFFGS ET SON NUMERO  *
001100*  AVEC SA CATEGORIE (REFTBL RECL), SA DATE DE RECEPTION, LE     *
001200*  CANAL, LE GESTIONNAIRE ET L OBJET. ELLE RESTE OUVERTE JUSQU A *
001300*  LA REPONSE FINALE : PF6 LA CLOT AVEC L ISSUE (F / P / N), LA  *
001400*  CAUSE PREMIERE (REFTBL RCAU) ET L INDEMNITE VERSEE ; PF9      *
001500*  L ABANDONNE SI LE CLIENT LA RETIRE. LE DELAI REGLEMENTAIRE DE *
001600*  REPONSE EST SURVEILLE LA NUIT PAR GSPT931.                    *
001610*  LA ZONE DOCUMENT RATTACHE A LA RECLAMATION UN DOCUMENT        *
001620*  NUMERISE DE LA CLE (REFERENCE CONNUE DE L INDEX DOCFIC).      *
001700*  ENTREE = AFFICHER LA RECLAMATION SAISIE (NUMERO A BLANC =     *
001800*           PREMIERE RECLAMATION DE LA CLE)                      *
001900*  PF8    = RECLAMATION SUIVANTE DE LA MEME CLE                  *
002000*  PF5    = ENREGISTRER (NUMERO A BLANC = NUMERO SUIVANT)        *
002100*           OU MODIFIER LA RECLAMATION AFFICHEE ENCORE OUVERTE   *
002200*  PF6    = CLORE LA RECLAMATION AFFICHEE                        *
002300*  PF9    = ABANDONNER LA RECLAMATION AFFICHEE                   *
002400*  PF3    = FIN DE TRANSACTION                                   *
002500*  PROFIL CONSULTATION POUR ENTREE ET PF8, MISE A JOUR POUR PF5, *
002600*  PF6 ET PF9 - PERIMETRE D ENTITE DE L OPERATEUR SUR LA CLE.    *
002700*  CHAQUE MISE A JOUR PART AU FICHIER D ACTIVITE (GACJ, DOMAINE  *
002800*  RECL) ; LES REFUS DE PROFIL A LA FILE GAUJ.                   *
002900*  PROFIL EN FORMATION = COPIES F (RECFICF, FFFFFGSF, REFTBLF,   *
002950*  DOCFICF).                                                     *
003000*  ------------------------------------------------------------  *
003100*  HISTORIQUE DES MODIFICATIONS                                  *
003200*  15/10/26  DA  CREATION                                        *
003210*  15/10/26  DA  DOCUMENT NUMERISE DE L INDEX DOCFIC RATTACHE    *
003220*                A LA RECLAMATION (ZONE DOCUMENT)                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.
003700     IBM-370.
003800 OBJECT-COMPUTER.
003900     IBM-370.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200 DATA DIVISION.
004300 WORKING-STORAGE SECTION.
004400 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
004500 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
004600 01  W-ABSTIME                       PIC S9(15) COMP-3.
004700 01  W-DATE-JOUR                     PIC 9(08).
004800 01  W-EIBTIME                       PIC 9(07).
004900 01  W-MONTANT-X                     PIC X(14).
005000 01  W-MONTANT-9 REDEFINES W-MONTANT-X
005100                                     PIC 9(12)V99.
005200 COPY GSPFKEY.
005300 COPY FFFFFGA.
005400 COPY FFFFFGRC.
005500 COPY FFFFFGAC.
005550 COPY FFFFFGDX.
005600 COPY FFFFFGR.
005700 01  W-OPERATEUR                     PIC X(08).
005800 01  W-FIC-RECFIC                    PIC X(08) VALUE 'RECFIC  '.
005900 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
006000 01  W-FIC-REFTBL                    PIC X(08) VALUE 'REFTBL  '.
006050 01  W-FIC-DOCFIC                    PIC X(08) VALUE 'DOCFIC  '.
006100 01  W-FORMATION                     PIC X(01) VALUE 'N'.
006200 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
006300 01  W-FONCTION-DEMANDEE             PIC X(01).
006400 01  W-AUTORISE                      PIC X(01).
006500 01  W-EFFACER                       PIC X(01) VALUE 'N'.
006600 01  W-ACV-FONCTION                  PIC X(01).
006700 01  W-NUMERO                        PIC 9(03).
006800 01  W-DERNIER-NUMERO                PIC 9(03).
006900 01  W-ETAT-RECLAMATION              PIC X(10).
007000 01  W-VIOLATION.
007100     05  VIO-DATE                    PIC 9(08).
007200     05  VIO-HEURE                   PIC 9(06).
007300     05  VIO-OPERATEUR               PIC X(08).
007400     05  VIO-FONCTION                PIC X(01).
007500     05  VIO-PROGRAMME               PIC X(08).
007600     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
007700     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
007800*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
007900*    DECLAREE ICI, PAS EN COPY)
008000 01  GSPT93I.
008100     05  FILLER                      PIC X(12).
008200     05  M93-CLE-L                   PIC S9(04) COMP.
008300     05  M93-CLE-A                   PIC X(01).
008400     05  M93-CLE-I                   PIC X(15).
008500     05  M93-NUM-L                   PIC S9(04) COMP.
008600     05  M93-NUM-A                   PIC X(01).
008700     05  M93-NUM-I                   PIC X(03).
008800     05  M93-CATEG-L                 PIC S9(04) COMP.
008900     05  M93-CATEG-A                 PIC X(01).
009000     05  M93-CATEG-I                 PIC X(04).
009100     05  M93-RECEPT-L                PIC S9(04) COMP.
009200     05  M93-RECEPT-A                PIC X(01).
009300     05  M93-RECEPT-I                PIC X(08).
009400     05  M93-CANAL-L                 PIC S9(04) COMP.
009500     05  M93-CANAL-A                 PIC X(01).
009600     05  M93-CANAL-I                 PIC X(01).
009700     05  M93-GEST-L                  PIC S9(04) COMP.
009800     05  M93-GEST-A                  PIC X(01).
009900     05  M93-GEST-I                  PIC X(08).
010000     05  M93-OBJET-L                 PIC S9(04) COMP.
010100     05  M93-OBJET-A                 PIC X(01).
010200     05  M93-OBJET-I                 PIC X(40).
010300     05  M93-ISSUE-L                 PIC S9(04) COMP.
010400     05  M93-ISSUE-A                 PIC X(01).
010500     05  M93-ISSUE-I                 PIC X(01).
010600     05  M93-CAUSE-L                 PIC S9(04) COMP.
010700     05  M93-CAUSE-A                 PIC X(01).
010800     05  M93-CAUSE-I                 PIC X(04).
010900     05  M93-INDEMN-L                PIC S9(04) COMP.
011000     05  M93-INDEMN-A                PIC X(01).
011100     05  M93-INDEMN-I                PIC X(14).
011200     05  M93-ETAT-L                  PIC S9(04) COMP.
011300     05  M93-ETAT-A                  PIC X(01).
011400     05  M93-ETAT-I                  PIC X(40).
011410     05  M93-DOC-L                   PIC S9(04) COMP.
011420     05  M93-DOC-A                   PIC X(01).
011430     05  M93-DOC-I                   PIC X(12).
011500     05  M93-MESS-L                  PIC S9(04) COMP.
011600     05  M93-MESS-A                  PIC X(01).
011700     05  M93-MESS-I                  PIC X(60).
011800 COPY FFFFFFGS.
011900 01  W-COMMAREA.
012000     05  CA-CLE                      PIC X(18).
012100 LINKAGE SECTION.
012200 01  DFHCOMMAREA                     PIC X(18).
012300 PROCEDURE DIVISION.
012400******************************************************************
012500*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
012600******************************************************************
012700 0000-MAINLINE.
012800     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
012900     IF EIBCALEN = ZERO
013000         MOVE 'O' TO W-EFFACER
013100         MOVE LOW-VALUE TO GSPT93I
013200         MOVE LOW-VALUE TO CA-CLE
013300         MOVE 'CLE DU CLIENT (NUMERO FACULTATIF) PUIS ENTREE'
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
014800                 PERFORM 2000-AFFICHER THRU 2000-EXIT
014900             END-IF
015000         WHEN PFK8
015100             MOVE 'C' TO W-FONCTION-DEMANDEE
015200             PERFORM 3030-AUTORISER THRU 3030-EXIT
015300             IF W-AUTORISE = 'O'
015400                 PERFORM 2200-SUIVANT THRU 2200-EXIT
015500             END-IF
015600         WHEN PFK5
015700             MOVE 'M' TO W-FONCTION-DEMANDEE
015800             PERFORM 3030-AUTORISER THRU 3030-EXIT
015900             IF W-AUTORISE = 'O'
016000                 PERFORM 3000-ENREGISTRER THRU 3000-EXIT
016100             END-IF
016200         WHEN PFK6
016300             MOVE 'M' TO W-FONCTION-DEMANDEE
016400             PERFORM 3030-AUTORISER THRU 3030-EXIT
016500             IF W-AUTORISE = 'O'
016600                 PERFORM 3500-CLORE THRU 3500-EXIT
016700             END-IF
016800         WHEN PFK9
016900             MOVE 'M' TO W-FONCTION-DEMANDEE
017000             PERFORM 3030-AUTORISER THRU 3030-EXIT
017100             IF W-AUTORISE = 'O'
017200                 PERFORM 4000-ABANDONNER THRU 4000-EXIT
017300             END-IF
017400         WHEN OTHER
017500             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
017600             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
017700     END-EVALUATE.
017800 0000-RETOUR.
017900     EXEC CICS RETURN TRANSID ('GSP3')
018000          COMMAREA (W-COMMAREA) LENGTH (18)
018100     END-EXEC.
018200 0000-EXIT.
018300     EXIT.
018400******************************************************************
018500*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
018600******************************************************************
018700 1050-AIGUILLER-FICHIERS.
018800     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
018900     MOVE W-OPERATEUR TO AUT-OPERATEUR.
019000     EXEC CICS READ FILE ('AUTFIC')
019100          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
019200          RESP (W-RESP)
019300     END-EXEC.
019400     IF W-RESP = DFHRESP(NORMAL)
019500         MOVE 'O' TO W-PROFIL-LU
019600         IF AUT-EN-FORMATION
019700             MOVE 'O'        TO W-FORMATION
019800             MOVE 'RECFICF ' TO W-FIC-RECFIC
019900             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
020000             MOVE 'REFTBLF ' TO W-FIC-REFTBL
020050             MOVE 'DOCFICF ' TO W-FIC-DOCFIC
020100         END-IF
020200     ELSE
020300         MOVE 'N' TO W-PROFIL-LU.
020400 1050-EXIT.
020500     EXIT.
020600******************************************************************
020700*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
020800******************************************************************
020900 1100-RECEVOIR-PFKEY.
021000     EXEC CICS RECEIVE MAP ('GSPT93') MAPSET ('GSPT93M')
021100          INTO (GSPT93I) RESP (W-RESP)
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
022500*  3030-AUTORISER : C AFFICHE, M ENREGISTRE / MODIFIE / CLOT /   *
022600*  ABANDONNE - LA CLE SAISIE RESTE DANS LE PERIMETRE D ENTITE -  *
022700*  REFUS AU JOURNAL GAUJ                                         *
022800******************************************************************
022900 3030-AUTORISER.
023000     MOVE 'N' TO W-AUTORISE.
023100     IF W-PROFIL-LU = 'O'
023200         EVALUATE W-FONCTION-DEMANDEE
023300             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
023400             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
023500         END-EVALUATE
023600         IF W-AUTORISE = 'O'
023700          AND AUT-ENTITE NOT = SPACES
023800          AND M93-CLE-I NOT = SPACES
023900          AND M93-CLE-I NOT = LOW-VALUE
024000          AND M93-CLE-I (1:2) NOT = AUT-ENTITE
024100             MOVE 'N' TO W-AUTORISE
024200         END-IF
024300     END-IF.
024400     IF W-AUTORISE NOT = 'O'
024500         PERFORM 3035-REFUSER THRU 3035-EXIT.
024600 3030-EXIT.
024700     EXIT.
024800******************************************************************
024900*  3035-REFUSER : FONCTION OU PERIMETRE REFUSE - VIOLATION A LA  *
025000*  FILE GAUJ ET MESSAGE A L OPERATEUR                            *
025100******************************************************************
025200 3035-REFUSER.
025300     MOVE 'N' TO W-AUTORISE.
025400     MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
025500       TO W-MESSAGE.
025600     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
025700     MOVE W-DATE-JOUR         TO VIO-DATE.
025800     MOVE W-EIBTIME (2:6)     TO VIO-HEURE.
025900     MOVE W-OPERATEUR         TO VIO-OPERATEUR.
026000     MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION.
026100     MOVE 'GSPT930 '          TO VIO-PROGRAMME.
026200     EXEC CICS WRITEQ TD QUEUE ('GAUJ')
026300          FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
026400     END-EXEC.
026500     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
026600 3035-EXIT.
026700     EXIT.
026800******************************************************************
026900*  2000-AFFICHER : LA RECLAMATION SAISIE, OU LA PREMIERE DE LA   *
027000*  CLE SI LE NUMERO EST A BLANC - LA CLE AFFICHEE EST GARDEE EN  *
027100*  COMMAREA : PF5 (MODIFICATION), PF6, PF8 ET PF9 PARTENT D ELLE *
027200******************************************************************
027300 2000-AFFICHER.
027400     MOVE LOW-VALUE TO CA-CLE.
027500     PERFORM 7000-CLE-RECLAMATION THRU 7000-EXIT.
027600     IF W-MESSAGE NOT = SPACES
027700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
027800         GO TO 2000-EXIT.
027900     IF REC-NUMERO = ZERO
028000         PERFORM 7400-PREMIER-SUIVANT THRU 7400-EXIT
028100     ELSE
028200         EXEC CICS READ FILE (W-FIC-RECFIC)
028300              INTO (REC-ENREG) RIDFLD (REC-CLE) RESP (W-RESP)
028400         END-EXEC
028500         IF W-RESP NOT = DFHRESP(NORMAL)
028600             MOVE 'RECLAMATION INCONNUE - PF5 POUR L ENREGISTRER'
028700               TO W-MESSAGE.
028800     IF W-MESSAGE NOT = SPACES
028900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
029000         GO TO 2000-EXIT.
029100     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
029200     MOVE REC-CLE TO CA-CLE.
029300     PERFORM 2600-INVITE THRU 2600-EXIT.
029400     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
029500 2000-EXIT.
029600     EXIT.
029700******************************************************************
029800*  2200-SUIVANT : RECLAMATION SUIVANTE DE LA CLE AFFICHEE        *
029900******************************************************************
030000 2200-SUIVANT.
030100     IF CA-CLE = LOW-VALUE
030200         MOVE 'AFFICHER UNE RECLAMATION (ENTREE) AVANT PF8'
030300           TO W-MESSAGE
030400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
030500         GO TO 2200-EXIT.
030600     MOVE CA-CLE TO REC-CLE.
030700     IF REC-NUMERO = 999
030800         MOVE 'DERNIERE RECLAMATION DE LA CLE' TO W-MESSAGE
030900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031000         GO TO 2200-EXIT.
031100     ADD 1 TO REC-NUMERO.
031200     MOVE SPACES TO W-MESSAGE.
031300     PERFORM 7400-PREMIER-SUIVANT THRU 7400-EXIT.
031400     IF W-MESSAGE NOT = SPACES
031500         MOVE 'DERNIERE RECLAMATION DE LA CLE' TO W-MESSAGE
031600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031700         GO TO 2200-EXIT.
031800     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
031900     MOVE REC-FGS-CLE TO M93-CLE-I.
032000     MOVE REC-CLE TO CA-CLE.
032100     PERFORM 2600-INVITE THRU 2600-EXIT.
032200     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
032300 2200-EXIT.
032400     EXIT.
032500******************************************************************
032600*  2500-GARNIR-ECRAN : LA FICHE VERS LES ZONES DE L ECRAN - LA   *
032700*  LIGNE D ETAT PORTE L AGE EN JOURS OUVRES DE LA DERNIERE VEILLE*
032800*  ET LE NIVEAU D ALERTE DEJA SIGNALE                            *
032900******************************************************************
033000 2500-GARNIR-ECRAN.
033100     MOVE REC-NUMERO           TO M93-NUM-I.
033200     MOVE REC-CATEGORIE        TO M93-CATEG-I.
033300     MOVE REC-DATE-RECEPTION   TO M93-RECEPT-I.
033400     MOVE REC-CANAL            TO M93-CANAL-I.
033500     MOVE REC-GESTIONNAIRE     TO M93-GEST-I.
033600     MOVE REC-OBJET            TO M93-OBJET-I.
033700     MOVE REC-ISSUE            TO M93-ISSUE-I.
033800     MOVE REC-CAUSE            TO M93-CAUSE-I.
033900     MOVE REC-INDEMNITE        TO W-MONTANT-9.
034000     MOVE W-MONTANT-X          TO M93-INDEMN-I.
034050     MOVE REC-DOC-IMAGE        TO M93-DOC-I.
034100     EVALUATE TRUE
034200         WHEN REC-CLOSE
034300             MOVE 'CLOSE' TO W-ETAT-RECLAMATION
034400         WHEN REC-ABANDONNEE
034500             MOVE 'ABANDON' TO W-ETAT-RECLAMATION
034600         WHEN REC-ESCALADEE
034700             MOVE 'HORS DELAI' TO W-ETAT-RECLAMATION
034800         WHEN REC-PREAVIS
034900             MOVE 'PREAVIS' TO W-ETAT-RECLAMATION
035000         WHEN OTHER
035100             MOVE 'OUVERTE' TO W-ETAT-RECLAMATION
035200     END-EVALUATE.
035300     MOVE SPACES TO M93-ETAT-I.
035400     IF REC-OUVERTE
035500         STRING W-ETAT-RECLAMATION ' AGE ' REC-JOURS-OUVRES
035600                ' J AU ' REC-DATE-VEILLE
035700                DELIMITED SIZE INTO M93-ETAT-I
035800         END-STRING
035900     ELSE
036000         STRING W-ETAT-RECLAMATION ' LE ' REC-DATE-CLOTURE
036100                ' PAR ' REC-MAJ-PAR
036200                DELIMITED SIZE INTO M93-ETAT-I
036300         END-STRING.
036400 2500-EXIT.
036500     EXIT.
036600******************************************************************
036700*  2600-INVITE : LES TOUCHES UTILES SELON L ETAT DE LA FICHE     *
036800******************************************************************
036900 2600-INVITE.
037000     IF REC-OUVERTE
037100         MOVE 'PF5 = MODIFIER  PF6 = CLORE  PF9 = ABANDONNER'
037200           TO W-MESSAGE
037300     ELSE
037400         MOVE 'RECLAMATION TERMINEE - PF8 = SUIVANTE'
037500           TO W-MESSAGE.
037600 2600-EXIT.
037700     EXIT.
037800******************************************************************
037900*  3000-ENREGISTRER : NUMERO A BLANC = NOUVELLE RECLAMATION SOUS *
038000*  LE NUMERO SUIVANT DE LA CLE (LA CLE DOIT EXISTER AU MAITRE) ; *
038100*  NUMERO SAISI = MODIFICATION DE LA RECLAMATION AFFICHEE, TANT  *
038200*  QU ELLE EST OUVERTE                                           *
038300******************************************************************
038400 3000-ENREGISTRER.
038500     PERFORM 7000-CLE-RECLAMATION THRU 7000-EXIT.
038600     IF W-MESSAGE = SPACES
038700         PERFORM 7050-LIRE-MAITRE THRU 7050-EXIT.
038800     IF W-MESSAGE = SPACES
038900         PERFORM 7100-ZONES-RECLAMATION THRU 7100-EXIT.
039000     IF W-MESSAGE NOT = SPACES
039100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
039200         GO TO 3000-EXIT.
039300     IF REC-NUMERO NOT = ZERO
039400         PERFORM 3200-MODIFIER THRU 3200-EXIT
039500         GO TO 3000-EXIT.
039600     PERFORM 7450-NUMERO-SUIVANT THRU 7450-EXIT.
039700     IF W-MESSAGE NOT = SPACES
039800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
039900         GO TO 3000-EXIT.
040000     PERFORM 7100-ZONES-RECLAMATION THRU 7100-EXIT.
040100     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
040200     MOVE 'O'          TO REC-ETAT.
040300     MOVE SPACES       TO REC-ISSUE REC-ALERTE.
040400     MOVE ZERO         TO REC-DATE-CLOTURE REC-JOURS-OUVRES
040500                          REC-DATE-VEILLE.
040600     MOVE W-OPERATEUR  TO REC-SAISI-PAR REC-MAJ-PAR.
040700     MOVE W-DATE-JOUR  TO REC-DATE-SAISIE REC-DATE-MAJ.
040800     EXEC CICS WRITE FILE (W-FIC-RECFIC)
040900          FROM (REC-ENREG) RIDFLD (REC-CLE) RESP (W-RESP)
041000     END-EXEC.
041100     IF W-RESP = DFHRESP(NORMAL)
041200         MOVE REC-CLE TO CA-CLE
041300         MOVE 'C' TO W-ACV-FONCTION
041400         PERFORM 8450-TRACER-RECLAMATION THRU 8450-EXIT
041500         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
041600         MOVE 'RECLAMATION ENREGISTREE - DELAI DE REPONSE OUVERT'
041700           TO W-MESSAGE
041800     ELSE
041900         MOVE 'INCIDENT FICHIER RECFIC - ENREGISTREMENT'
042000           TO W-MESSAGE.
042100     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
042200 3000-EXIT.
042300     EXIT.
042400******************************************************************
042500*  3200-MODIFIER : LA RECLAMATION AFFICHEE EST RELUE EN MISE A   *
042600*  JOUR ; SEULE UNE RECLAMATION OUVERTE SE MODIFIE. LE SUIVI DU  *
042700*  DELAI (AGE, ALERTE) EST CONSERVE                              *
042800******************************************************************
042900 3200-MODIFIER.
043000     PERFORM 7300-FICHE-AFFICHEE THRU 7300-EXIT.
043100     IF W-MESSAGE NOT = SPACES
043200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
043300         GO TO 3200-EXIT.
043400     IF NOT REC-OUVERTE
043500         MOVE 'RECLAMATION TERMINEE - MODIFICATION REFUSEE'
043600           TO W-MESSAGE
043700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
043800         GO TO 3200-EXIT.
043900     PERFORM 7100-ZONES-RECLAMATION THRU 7100-EXIT.
044000     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
044100     MOVE W-OPERATEUR  TO REC-MAJ-PAR.
044200     MOVE W-DATE-JOUR  TO REC-DATE-MAJ.
044300     EXEC CICS REWRITE FILE (W-FIC-RECFIC)
044400          FROM (REC-ENREG) RESP (W-RESP)
044500     END-EXEC.
044600     IF W-RESP = DFHRESP(NORMAL)
044700         MOVE 'M' TO W-ACV-FONCTION
044800         PERFORM 8450-TRACER-RECLAMATION THRU 8450-EXIT
044900         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
045000         MOVE 'RECLAMATION MODIFIEE' TO W-MESSAGE
045100     ELSE
045200         MOVE 'INCIDENT FICHIER RECFIC - MODIFICATION'
045300           TO W-MESSAGE.
045400     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
045500 3200-EXIT.
045600     EXIT.
045700******************************************************************
045800*  3500-CLORE : REPONSE FINALE ENVOYEE - ISSUE F / P / N ET      *
045900*  CAUSE PREMIERE (REFTBL RCAU) OBLIGATOIRES, INDEMNITE A BLANC  *
046000*  = ZERO ET NULLE SI LA RECLAMATION N EST PAS FONDEE            *
046100******************************************************************
046200 3500-CLORE.
046300     PERFORM 7000-CLE-RECLAMATION THRU 7000-EXIT.
046400     IF W-MESSAGE = SPACES
046500         PERFORM 7300-FICHE-AFFICHEE THRU 7300-EXIT.
046600     IF W-MESSAGE NOT = SPACES
046700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
046800         GO TO 3500-EXIT.
046900     IF NOT REC-OUVERTE
047000         MOVE 'RECLAMATION DEJA CLOSE OU ABANDONNEE' TO W-MESSAGE
047100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
047200         GO TO 3500-EXIT.
047300     IF M93-ISSUE-I NOT = 'F' AND NOT = 'P' AND NOT = 'N'
047400         MOVE 'ISSUE : F FONDEE  P PARTIELLE  N NON FONDEE'
047500           TO W-MESSAGE
047600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
047700         GO TO 3500-EXIT.
047800     IF M93-CAUSE-I = SPACES OR LOW-VALUE
047900         MOVE 'CAUSE PREMIERE OBLIGATOIRE A LA CLOTURE (RCAU)'
048000           TO W-MESSAGE
048100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
048200         GO TO 3500-EXIT.
048300     PERFORM 7150-CAUSE-INDEMNITE THRU 7150-EXIT.
048400     IF W-MESSAGE NOT = SPACES
048500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
048600         GO TO 3500-EXIT.
048700     IF M93-ISSUE-I = 'N'
048800      AND W-MONTANT-9 NOT = ZERO
048900         MOVE 'PAS D INDEMNITE SUR UNE RECLAMATION NON FONDEE'
049000           TO W-MESSAGE
049100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
049200         GO TO 3500-EXIT.
049300     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
049400     MOVE 'C'          TO REC-ETAT.
049500     MOVE M93-ISSUE-I  TO REC-ISSUE.
049600     MOVE W-DATE-JOUR  TO REC-DATE-CLOTURE REC-DATE-MAJ.
049700     MOVE W-OPERATEUR  TO REC-MAJ-PAR.
049800     EXEC CICS REWRITE FILE (W-FIC-RECFIC)
049900          FROM (REC-ENREG) RESP (W-RESP)
050000     END-EXEC.
050100     IF W-RESP NOT = DFHRESP(NORMAL)
050200         MOVE 'INCIDENT FICHIER RECFIC - CLOTURE' TO W-MESSAGE
050300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
050400         GO TO 3500-EXIT.
050500     MOVE 'D' TO W-ACV-FONCTION.
050600     PERFORM 8450-TRACER-RECLAMATION THRU 8450-EXIT.
050700     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
050800     MOVE 'RECLAMATION CLOSE - REPONSE FINALE ENREGISTREE'
050900       TO W-MESSAGE.
051000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
051100 3500-EXIT.
051200     EXIT.
051300******************************************************************
051400*  4000-ABANDONNER : RECLAMATION RETIREE PAR LE CLIENT AVANT LA  *
051500*  REPONSE FINALE (ETAT A) - ELLE SORT DE LA VEILLE DU DELAI     *
051600******************************************************************
051700 4000-ABANDONNER.
051800     PERFORM 7000-CLE-RECLAMATION THRU 7000-EXIT.
051900     IF W-MESSAGE = SPACES
052000         PERFORM 7300-FICHE-AFFICHEE THRU 7300-EXIT.
052100     IF W-MESSAGE NOT = SPACES
052200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
052300         GO TO 4000-EXIT.
052400     IF NOT REC-OUVERTE
052500         MOVE 'RECLAMATION DEJA CLOSE OU ABANDONNEE' TO W-MESSAGE
052600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
052700         GO TO 4000-EXIT.
052800     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
052900     MOVE 'A'          TO REC-ETAT.
053000     MOVE W-DATE-JOUR  TO REC-DATE-CLOTURE REC-DATE-MAJ.
053100     MOVE W-OPERATEUR  TO REC-MAJ-PAR.
053200     EXEC CICS REWRITE FILE (W-FIC-RECFIC)
053300          FROM (REC-ENREG) RESP (W-RESP)
053400     END-EXEC.
053500     IF W-RESP = DFHRESP(NORMAL)
053600         MOVE 'D' TO W-ACV-FONCTION
053700         PERFORM 8450-TRACER-RECLAMATION THRU 8450-EXIT
053800         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
053900         MOVE 'RECLAMATION ABANDONNEE' TO W-MESSAGE
054000     ELSE
054100         MOVE 'INCIDENT FICHIER RECFIC - ABANDON' TO W-MESSAGE.
054200     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
054300 4000-EXIT.
054400     EXIT.
054500******************************************************************
054600*  7000-CLE-RECLAMATION : CLE FFFFFGS ET NUMERO SAISIS (NUMERO   *
054700*  A BLANC = ZERO)                                               *
054800******************************************************************
054900 7000-CLE-RECLAMATION.
055000     MOVE SPACES TO W-MESSAGE.
055100     IF M93-CLE-I = SPACES OR LOW-VALUE
055200         MOVE 'CLE DU CLIENT OBLIGATOIRE' TO W-MESSAGE
055300         GO TO 7000-EXIT.
055400     MOVE M93-CLE-I TO REC-FGS-CLE.
055500     MOVE ZERO      TO REC-NUMERO.
055600     IF M93-NUM-I = SPACES OR LOW-VALUE
055700         GO TO 7000-EXIT.
055800     IF M93-NUM-I NOT NUMERIC
055900         MOVE 'NUMERO DE LA RECLAMATION NON NUMERIQUE'
056000           TO W-MESSAGE
056100         GO TO 7000-EXIT.
056200     MOVE M93-NUM-I TO REC-NUMERO.
056300 7000-EXIT.
056400     EXIT.
056500******************************************************************
056600*  7050-LIRE-MAITRE : LA CLE DOIT EXISTER AU FICHIER FFFFFGS     *
056700******************************************************************
056800 7050-LIRE-MAITRE.
056900     MOVE REC-FGS-CLE TO FFFFFGS-CLE.
057000     EXEC CICS READ FILE (W-FIC-FFFFFGS)
057100          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
057200          RESP (W-RESP)
057300     END-EXEC.
057400     IF W-RESP NOT = DFHRESP(NORMAL)
057500         MOVE 'CLE ABSENTE DU FICHIER FFFFFGS' TO W-MESSAGE.
057600 7050-EXIT.
057700     EXIT.
057800******************************************************************
057900*  7100-ZONES-RECLAMATION : CONTROLE DES ZONES SAISIES VERS LA   *
058000*  FICHE - CATEGORIE CONNUE DE REFTBL RECL, RECEPTION NUMERIQUE  *
058100*  ET NON FUTURE, CANAL C / T / M / A / I, OBJET EXIGE,          *
058200*  GESTIONNAIRE A BLANC = L OPERATEUR ; CAUSE ET INDEMNITE       *
058300*  FACULTATIVES AVANT LA CLOTURE                                 *
058400******************************************************************
058500 7100-ZONES-RECLAMATION.
058600     IF M93-CATEG-I = SPACES OR LOW-VALUE
058700         MOVE 'CATEGORIE OBLIGATOIRE (REFTBL RECL)' TO W-MESSAGE
058800         GO TO 7100-EXIT.
058900     MOVE 'RECL'      TO REF-TYPE.
059000     MOVE SPACES      TO REF-CODE.
059100     MOVE M93-CATEG-I TO REF-CODE (1:4).
059200     EXEC CICS READ FILE (W-FIC-REFTBL)
059300          INTO (REF-ENREG) RIDFLD (REF-CLE) RESP (W-RESP)
059400     END-EXEC.
059500     IF W-RESP NOT = DFHRESP(NORMAL)
059600         MOVE 'CATEGORIE INCONNUE DE REFTBL RECL' TO W-MESSAGE
059700         GO TO 7100-EXIT.
059800     IF M93-RECEPT-I NOT NUMERIC
059900         MOVE 'DATE DE RECEPTION NON NUMERIQUE (SSAAMMJJ)'
060000           TO W-MESSAGE
060100         GO TO 7100-EXIT.
060200     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
060300     IF M93-RECEPT-I GREATER W-DATE-JOUR
060400         MOVE 'DATE DE RECEPTION POSTERIEURE A CE JOUR'
060500           TO W-MESSAGE
060600         GO TO 7100-EXIT.
060700     MOVE M93-CANAL-I TO REC-CANAL.
060800     IF NOT REC-CANAL-CONNU
060900         MOVE 'CANAL : C COURRIER T TEL M MESSAGE A AGENCE I WEB'
061000           TO W-MESSAGE
061100         GO TO 7100-EXIT.
061200     IF M93-OBJET-I = SPACES OR LOW-VALUE
061300         MOVE 'OBJET DE LA RECLAMATION OBLIGATOIRE' TO W-MESSAGE
061400         GO TO 7100-EXIT.
061500     IF M93-GEST-I = SPACES OR LOW-VALUE
061600         MOVE W-OPERATEUR TO M93-GEST-I.
061700     MOVE SPACES TO REC-CAUSE.
061800     MOVE ZERO   TO W-MONTANT-9.
061900     IF M93-CAUSE-I NOT = SPACES AND NOT = LOW-VALUE
062000         PERFORM 7150-CAUSE-INDEMNITE THRU 7150-EXIT
062100     ELSE
062200         IF M93-INDEMN-I NOT = SPACES AND NOT = LOW-VALUE
062300             PERFORM 7160-INDEMNITE THRU 7160-EXIT.
062310     IF W-MESSAGE = SPACES
062320         PERFORM 7170-DOCUMENT THRU 7170-EXIT.
062400     IF W-MESSAGE NOT = SPACES
062500         GO TO 7100-EXIT.
062600     MOVE M93-CATEG-I     TO REC-CATEGORIE.
062700     MOVE M93-RECEPT-I    TO REC-DATE-RECEPTION.
062800     MOVE M93-GEST-I      TO REC-GESTIONNAIRE.
062900     MOVE M93-OBJET-I     TO REC-OBJET.
063000     MOVE W-MONTANT-9     TO REC-INDEMNITE.
063100     INSPECT REC-GESTIONNAIRE REPLACING ALL LOW-VALUE BY SPACE.
063200     INSPECT REC-OBJET        REPLACING ALL LOW-VALUE BY SPACE.
063300 7100-EXIT.
063400     EXIT.
063500******************************************************************
063600*  7150-CAUSE-INDEMNITE : CAUSE PREMIERE CONNUE DE REFTBL RCAU   *
063700*  PUIS INDEMNITE (A BLANC = ZERO) - POSEES SUR LA FICHE         *
063800******************************************************************
063900 7150-CAUSE-INDEMNITE.
064000     MOVE 'RCAU'      TO REF-TYPE.
064100     MOVE SPACES      TO REF-CODE.
064200     MOVE M93-CAUSE-I TO REF-CODE (1:4).
064300     EXEC CICS READ FILE (W-FIC-REFTBL)
064400          INTO (REF-ENREG) RIDFLD (REF-CLE) RESP (W-RESP)
064500     END-EXEC.
064600     IF W-RESP NOT = DFHRESP(NORMAL)
064700         MOVE 'CAUSE INCONNUE DE REFTBL RCAU' TO W-MESSAGE
064800         GO TO 7150-EXIT.
064900     MOVE M93-CAUSE-I TO REC-CAUSE.
065000     PERFORM 7160-INDEMNITE THRU 7160-EXIT.
065100 7150-EXIT.
065200     EXIT.
065300******************************************************************
065400*  7160-INDEMNITE : MONTANT VERSE AU CLIENT (A BLANC = ZERO)     *
065500******************************************************************
065600 7160-INDEMNITE.
065700     MOVE ZERO TO W-MONTANT-9.
065800     IF M93-INDEMN-I = SPACES OR LOW-VALUE
065900         GO TO 7160-AFFECTER.
066000     MOVE M93-INDEMN-I TO W-MONTANT-X.
066100     IF W-MONTANT-9 NOT NUMERIC
066200         MOVE 'INDEMNITE NON NUMERIQUE' TO W-MESSAGE
066300         GO TO 7160-EXIT.
066400     IF W-MONTANT-9 GREATER 99999999999,99
066500         MOVE 'INDEMNITE HORS LIMITE' TO W-MESSAGE
066600         GO TO 7160-EXIT.
066700 7160-AFFECTER.
066800     MOVE W-MONTANT-9 TO REC-INDEMNITE.
066900 7160-EXIT.
067000     EXIT.
067004******************************************************************
067008*  7170-DOCUMENT : DOCUMENT NUMERISE RATTACHE (BLANC = AUCUN) -  *
067012*  LA REFERENCE DOIT ETRE INDEXEE SOUS LA CLE DE LA RECLAMATION  *
067016******************************************************************
067020 7170-DOCUMENT.
067024     MOVE SPACES TO REC-DOC-IMAGE.
067028     IF M93-DOC-I = SPACES OR LOW-VALUE
067032         GO TO 7170-EXIT.
067036     MOVE M93-CLE-I TO DOC-FGS-CLE.
067040     MOVE M93-DOC-I TO DOC-REF-IMAGE.
067044     INSPECT DOC-REF-IMAGE REPLACING ALL LOW-VALUE BY SPACE.
067048     EXEC CICS READ FILE (W-FIC-DOCFIC)
067052          INTO (DOC-ENREG) RIDFLD (DOC-CLE) RESP (W-RESP)
067056     END-EXEC.
067060     IF W-RESP NOT = DFHRESP(NORMAL)
067064         MOVE 'DOCUMENT NON INDEXE POUR CETTE CLE (DOCFIC)'
067068           TO W-MESSAGE
067072         GO TO 7170-EXIT.
067076     MOVE DOC-REF-IMAGE TO REC-DOC-IMAGE.
067080 7170-EXIT.
067084     EXIT.
067100******************************************************************
067200*  7300-FICHE-AFFICHEE : PF5 (MODIFICATION), PF6 ET PF9 PORTENT  *
067300*  SUR LA RECLAMATION AFFICHEE PAR ENTREE (COMMAREA), LUE EN     *
067400*  MISE A JOUR                                                   *
067500******************************************************************
067600 7300-FICHE-AFFICHEE.
067700     IF CA-CLE NOT = REC-CLE
067800         MOVE 'AFFICHER LA RECLAMATION (ENTREE) AVANT MISE A JOUR'
067900           TO W-MESSAGE
068000         GO TO 7300-EXIT.
068100     EXEC CICS READ FILE (W-FIC-RECFIC)
068200          INTO (REC-ENREG) RIDFLD (REC-CLE)
068300          UPDATE RESP (W-RESP)
068400     END-EXEC.
068500     IF W-RESP NOT = DFHRESP(NORMAL)
068600         MOVE 'RECLAMATION INTROUVABLE' TO W-MESSAGE.
068700 7300-EXIT.
068800     EXIT.
068900******************************************************************
069000*  7400-PREMIER-SUIVANT : PREMIERE RECLAMATION DE LA CLE A       *
069100*  PARTIR DU NUMERO POSE EN REC-CLE                              *
069200******************************************************************
069300 7400-PREMIER-SUIVANT.
069400     MOVE REC-FGS-CLE TO FFFFFGS-CLE.
069500     EXEC CICS STARTBR FILE (W-FIC-RECFIC)
069600          RIDFLD (REC-CLE) GTEQ RESP (W-RESP)
069700     END-EXEC.
069800     IF W-RESP NOT = DFHRESP(NORMAL)
069900         MOVE 'AUCUNE RECLAMATION - PF5 POUR L ENREGISTRER'
070000           TO W-MESSAGE
070100         GO TO 7400-EXIT.
070200     EXEC CICS READNEXT FILE (W-FIC-RECFIC)
070300          INTO (REC-ENREG) RIDFLD (REC-CLE) RESP (W-RESP)
070400     END-EXEC.
070500     IF W-RESP NOT = DFHRESP(NORMAL)
070600      OR REC-FGS-CLE NOT = FFFFFGS-CLE
070700         MOVE 'AUCUNE RECLAMATION - PF5 POUR L ENREGISTRER'
070800           TO W-MESSAGE.
070900     EXEC CICS ENDBR FILE (W-FIC-RECFIC) RESP (W-RESP)
071000     END-EXEC.
071100 7400-EXIT.
071200     EXIT.
071300******************************************************************
071400*  7450-NUMERO-SUIVANT : DERNIER NUMERO DE LA CLE + 1            *
071500******************************************************************
071600 7450-NUMERO-SUIVANT.
071700     MOVE ZERO TO W-DERNIER-NUMERO.
071800     MOVE REC-FGS-CLE TO FFFFFGS-CLE.
071900     EXEC CICS STARTBR FILE (W-FIC-RECFIC)
072000          RIDFLD (REC-CLE) GTEQ RESP (W-RESP)
072100     END-EXEC.
072200     IF W-RESP NOT = DFHRESP(NORMAL)
072300         GO TO 7450-NUMERO.
072400 7450-LIRE.
072500     EXEC CICS READNEXT FILE (W-FIC-RECFIC)
072600          INTO (REC-ENREG) RIDFLD (REC-CLE) RESP (W-RESP)
072700     END-EXEC.
072800     IF W-RESP = DFHRESP(NORMAL)
072900      AND REC-FGS-CLE = FFFFFGS-CLE
073000         MOVE REC-NUMERO TO W-DERNIER-NUMERO
073100         GO TO 7450-LIRE.
073200     EXEC CICS ENDBR FILE (W-FIC-RECFIC) RESP (W-RESP)
073300     END-EXEC.
073400 7450-NUMERO.
073500     IF W-DERNIER-NUMERO = 999
073600         MOVE 'PLUS DE NUMERO LIBRE SUR CETTE CLE' TO W-MESSAGE
073700         GO TO 7450-EXIT.
073800     MOVE SPACES           TO REC-ENREG.
073900     MOVE FFFFFGS-CLE      TO REC-FGS-CLE.
074000     COMPUTE W-NUMERO = W-DERNIER-NUMERO + 1.
074100     MOVE W-NUMERO         TO REC-NUMERO.
074200 7450-EXIT.
074300     EXIT.
074400******************************************************************
074500*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
074600******************************************************************
074700 8200-DATE-HEURE.
074800     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
074900     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
075000          YYYYMMDD (W-DATE-JOUR)
075100     END-EXEC.
075200     MOVE EIBTIME TO W-EIBTIME.
075300 8200-EXIT.
075400     EXIT.
075500******************************************************************
075600*  8450-TRACER-RECLAMATION : MISE A JOUR DE LA RECLAMATION AU    *
075700*  FICHIER D ACTIVITE (DOMAINE RECL, FONCTION C / M / D POSEE    *
075800*  PAR L APPELANT, ACV-DETAIL = ETAT DE LA RECLAMATION)          *
075900******************************************************************
076000 8450-TRACER-RECLAMATION.
076100     MOVE SPACES         TO ACV-ENREG.
076200     MOVE 'RECL'         TO ACV-DOMAINE.
076300     MOVE W-ACV-FONCTION TO ACV-FONCTION.
076400     MOVE REC-ETAT       TO ACV-DETAIL.
076500     MOVE REC-CLE        TO ACV-CLE.
076600     MOVE REC-FGS-CLE    TO ACV-FGS-CLE.
076700     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
076800 8450-EXIT.
076900     EXIT.
077000******************************************************************
077100*  8400-TRACER-ACTIVITE : ENREGISTREMENT AU FICHIER D ACTIVITE   *
077200*  (FILE GACJ) - L APPELANT GARNIT DOMAINE, FONCTION ET CLES     *
077300******************************************************************
077400 8400-TRACER-ACTIVITE.
077500     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
077600     MOVE W-DATE-JOUR         TO ACV-DATE.
077700     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
077800     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
077900     MOVE 'GSPT930 '          TO ACV-PROGRAMME.
078000     MOVE W-FORMATION         TO ACV-FORMATION.
078100     EXEC CICS WRITEQ TD QUEUE ('GACJ')
078200          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
078300     END-EXEC.
078400 8400-EXIT.
078500     EXIT.
078600******************************************************************
078700*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
078800******************************************************************
078900 8000-ENVOYER-ECRAN.
079000     MOVE W-MESSAGE TO M93-MESS-I.
079100     IF W-FORMATION = 'O'
079200         MOVE SPACES TO M93-MESS-I
079300         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
079400             DELIMITED SIZE INTO M93-MESS-I
079500         END-STRING.
079600     IF W-EFFACER = 'O'
079700         MOVE 'N' TO W-EFFACER
079800         EXEC CICS SEND MAP ('GSPT93') MAPSET ('GSPT93M')
079900              FROM (GSPT93I) ERASE
080000         END-EXEC
080100     ELSE
080200         EXEC CICS SEND MAP ('GSPT93') MAPSET ('GSPT93M')
080300              FROM (GSPT93I)
080400         END-EXEC.
080500 8000-EXIT.
080600     EXIT.
