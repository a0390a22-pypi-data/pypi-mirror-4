000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSMA951.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSMA951 : REGISTRE DES REPRESENTANTS ET MANDATS (RPRFIC)      *
000900*  ------------------------------------------------------------  *
001000*  UN REPRESENTANT (MANDATAIRE, TUTEUR, SIGNATAIRE) EST SAISI    *
001100*  SOUS LA CLE FFFFFGS DU TITULAIRE ET SON NUMERO, AVEC SES      *
001200*  POUVOIRS (CONSULTATION, MISE A JOUR, COURRIER), LA FENETRE    *
001300*  DE VALIDITE, LA REFERENCE DE LA PIECE (PROCURATION,           *
001400*  JUGEMENT, EXTRAIT K-BIS...), L ADRESSE DE COURRIER ET         *
001500*  L IDENTITE DU PORTAIL QUI LUI EST RATTACHEE.                  *
001600*  ENTREE = AFFICHER LE REPRESENTANT SAISI (NUMERO A BLANC =     *
001700*           PREMIER REPRESENTANT DE LA CLE)                      *
001800*  PF8    = REPRESENTANT SUIVANT DE LA MEME CLE                  *
001900*  PF5    = CREER (NUMERO A BLANC = NUMERO SUIVANT ATTRIBUE) OU  *
002000*           MODIFIER LE REPRESENTANT AFFICHE (PROFIL MISE A JOUR)*
002100*  PF9    = REVOQUER LE MANDAT AFFICHE : LA DATE DU JOUR EN      *
002200*           DEVIENT LE DERNIER JOUR DE VALIDITE (PROFIL          *
002300*           APPROBATION) - LA FICHE RESTE AU REGISTRE            *
002400*  PF3    = FIN DE TRANSACTION                                   *
002500*  PERIMETRE D ENTITE DE L OPERATEUR SUR LA CLE. CHAQUE MISE A   *
002600*  JOUR PART AU FICHIER D ACTIVITE (GACJ, DOMAINE REPR) ; LES    *
002700*  REFUS DE PROFIL A LA FILE GAUJ.                               *
002800*  PROFIL EN FORMATION = COPIES F (RPRFICF, FFFFFGSF).           *
002900*  ------------------------------------------------------------  *
003000*  HISTORIQUE DES MODIFICATIONS                                  *
003100*  15/10/26  DA  CREATION                                        *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.
003600     IBM-370.
003700 OBJECT-COMPUTER.
003800     IBM-370.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100 DATA DIVISION.
004200 WORKING-STORAGE SECTION.
004300 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
004400 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
004500 01  W-ABSTIME                       PIC S9(15) COMP-3.
004600 01  W-DATE-JOUR                     PIC 9(08).
004700 01  W-EIBTIME                       PIC 9(07).
004800 COPY GSPFKEY.
004900 COPY FFFFFGA.
005000 COPY FFFFFGMA.
005100 COPY FFFFFGAC.
005200 01  W-OPERATEUR                     PIC X(08).
005300 01  W-FIC-RPRFIC                    PIC X(08) VALUE 'RPRFIC  '.
005400 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
005500 01  W-FORMATION                     PIC X(01) VALUE 'N'.
005600 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
005700 01  W-FONCTION-DEMANDEE             PIC X(01).
005800 01  W-AUTORISE                      PIC X(01).
005900 01  W-EFFACER                       PIC X(01) VALUE 'N'.
006000 01  W-ACV-FONCTION                  PIC X(01).
006100 01  W-NUMERO                        PIC 9(03).
006200 01  W-DERNIER-NUMERO                PIC 9(03).
006300 01  W-ETAT-MANDAT                   PIC X(09).
006400 01  W-VIOLATION.
006500     05  VIO-DATE                    PIC 9(08).
006600     05  VIO-HEURE                   PIC 9(06).
006700     05  VIO-OPERATEUR               PIC X(08).
006800     05  VIO-FONCTION                PIC X(01).
006900     05  VIO-PROGRAMME               PIC X(08).
007000     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
007100     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
007200*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
007300*    DECLAREE ICI, PAS EN COPY)
007400 01  GSMA95I.
007500     05  FILLER                      PIC X(12).
007600     05  M95-CLE-L                   PIC S9(04) COMP.
007700     05  M95-CLE-A                   PIC X(01).
007800     05  M95-CLE-I                   PIC X(15).
007900     05  M95-NUM-L                   PIC S9(04) COMP.
008000     05  M95-NUM-A                   PIC X(01).
008100     05  M95-NUM-I                   PIC X(03).
008200     05  M95-NOM-L                   PIC S9(04) COMP.
008300     05  M95-NOM-A                   PIC X(01).
008400     05  M95-NOM-I                   PIC X(30).
008500     05  M95-ROLE-L                  PIC S9(04) COMP.
008600     05  M95-ROLE-A                  PIC X(01).
008700     05  M95-ROLE-I                  PIC X(01).
008800     05  M95-CONSULT-L               PIC S9(04) COMP.
008900     05  M95-CONSULT-A               PIC X(01).
009000     05  M95-CONSULT-I               PIC X(01).
009100     05  M95-MAJ-L                   PIC S9(04) COMP.
009200     05  M95-MAJ-A                   PIC X(01).
009300     05  M95-MAJ-I                   PIC X(01).
009400     05  M95-COURRIER-L              PIC S9(04) COMP.
009500     05  M95-COURRIER-A              PIC X(01).
009600     05  M95-COURRIER-I              PIC X(01).
009700     05  M95-MODE-L                  PIC S9(04) COMP.
009800     05  M95-MODE-A                  PIC X(01).
009900     05  M95-MODE-I                  PIC X(01).
010000     05  M95-DEBUT-L                 PIC S9(04) COMP.
010100     05  M95-DEBUT-A                 PIC X(01).
010200     05  M95-DEBUT-I                 PIC X(08).
010300     05  M95-FIN-L                   PIC S9(04) COMP.
010400     05  M95-FIN-A                   PIC X(01).
010500     05  M95-FIN-I                   PIC X(08).
010600     05  M95-DOC-L                   PIC S9(04) COMP.
010700     05  M95-DOC-A                   PIC X(01).
010800     05  M95-DOC-I                   PIC X(20).
010900     05  M95-LIGNE-L                 PIC S9(04) COMP.
011000     05  M95-LIGNE-A                 PIC X(01).
011100     05  M95-LIGNE-I                 PIC X(30).
011200     05  M95-CP-L                    PIC S9(04) COMP.
011300     05  M95-CP-A                    PIC X(01).
011400     05  M95-CP-I                    PIC X(10).
011500     05  M95-VILLE-L                 PIC S9(04) COMP.
011600     05  M95-VILLE-A                 PIC X(01).
011700     05  M95-VILLE-I                 PIC X(20).
011800     05  M95-PAYS-L                  PIC S9(04) COMP.
011900     05  M95-PAYS-A                  PIC X(01).
012000     05  M95-PAYS-I                  PIC X(02).
012100     05  M95-IDENT-L                 PIC S9(04) COMP.
012200     05  M95-IDENT-A                 PIC X(01).
012300     05  M95-IDENT-I                 PIC X(16).
012400     05  M95-ETAT-L                  PIC S9(04) COMP.
012500     05  M95-ETAT-A                  PIC X(01).
012600     05  M95-ETAT-I                  PIC X(40).
012700     05  M95-MESS-L                  PIC S9(04) COMP.
012800     05  M95-MESS-A                  PIC X(01).
012900     05  M95-MESS-I                  PIC X(60).
013000 COPY FFFFFFGS.
013100 01  W-COMMAREA.
013200     05  CA-CLE                      PIC X(18).
013300 LINKAGE SECTION.
013400 01  DFHCOMMAREA                     PIC X(18).
013500 PROCEDURE DIVISION.
013600******************************************************************
013700*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
013800******************************************************************
013900 0000-MAINLINE.
014000     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
014100     IF EIBCALEN = ZERO
014200         MOVE 'O' TO W-EFFACER
014300         MOVE LOW-VALUE TO GSMA95I
014400         MOVE LOW-VALUE TO CA-CLE
014500         MOVE 'CLE DU TITULAIRE (NUMERO FACULTATIF) PUIS ENTREE'
014600           TO W-MESSAGE
014700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
014800         GO TO 0000-RETOUR.
014900     MOVE DFHCOMMAREA TO W-COMMAREA.
015000     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
015100     EVALUATE TRUE
015200         WHEN PFK3
015300             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
015400             END-EXEC
015500             EXEC CICS RETURN END-EXEC
015600         WHEN ENTER-KEY
015700             MOVE 'C' TO W-FONCTION-DEMANDEE
015800             PERFORM 3030-AUTORISER THRU 3030-EXIT
015900             IF W-AUTORISE = 'O'
016000                 PERFORM 2000-AFFICHER THRU 2000-EXIT
016100             END-IF
016200         WHEN PFK8
016300             MOVE 'C' TO W-FONCTION-DEMANDEE
016400             PERFORM 3030-AUTORISER THRU 3030-EXIT
016500             IF W-AUTORISE = 'O'
016600                 PERFORM 2200-SUIVANT THRU 2200-EXIT
016700             END-IF
016800         WHEN PFK5
016900             MOVE 'M' TO W-FONCTION-DEMANDEE
017000             PERFORM 3030-AUTORISER THRU 3030-EXIT
017100             IF W-AUTORISE = 'O'
017200                 PERFORM 3000-ENREGISTRER THRU 3000-EXIT
017300             END-IF
017400         WHEN PFK9
017500             MOVE 'P' TO W-FONCTION-DEMANDEE
017600             PERFORM 3030-AUTORISER THRU 3030-EXIT
017700             IF W-AUTORISE = 'O'
017800                 PERFORM 4000-REVOQUER THRU 4000-EXIT
017900             END-IF
018000         WHEN OTHER
018100             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
018200             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
018300     END-EVALUATE.
018400 0000-RETOUR.
018500     EXEC CICS RETURN TRANSID ('GSM2')
018600          COMMAREA (W-COMMAREA) LENGTH (18)
018700     END-EXEC.
018800 0000-EXIT.
018900     EXIT.
019000******************************************************************
019100*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
019200******************************************************************
019300 1050-AIGUILLER-FICHIERS.
019400     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
019500     MOVE W-OPERATEUR TO AUT-OPERATEUR.
019600     EXEC CICS READ FILE ('AUTFIC')
019700          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
019800          RESP (W-RESP)
019900     END-EXEC.
020000     IF W-RESP = DFHRESP(NORMAL)
020100         MOVE 'O' TO W-PROFIL-LU
020200         IF AUT-EN-FORMATION
020300             MOVE 'O'        TO W-FORMATION
020400             MOVE 'RPRFICF ' TO W-FIC-RPRFIC
020500             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
020600         END-IF
020700     ELSE
020800         MOVE 'N' TO W-PROFIL-LU.
020900 1050-EXIT.
021000     EXIT.
021100******************************************************************
021200*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
021300******************************************************************
021400 1100-RECEVOIR-PFKEY.
021500     EXEC CICS RECEIVE MAP ('GSMA95') MAPSET ('GSMA95M')
021600          INTO (GSMA95I) RESP (W-RESP)
021700     END-EXEC.
021800     EVALUATE EIBAID
021900         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
022000         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
022100         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
022200         WHEN DFHPF8   MOVE 08 TO PFKEY-INDICATOR
022300         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
022400         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
022500     END-EVALUATE.
022600 1100-EXIT.
022700     EXIT.
022800******************************************************************
022900*  3030-AUTORISER : C AFFICHE, M CREE / MODIFIE, P REVOQUE - LA  *
023000*  CLE SAISIE RESTE DANS LE PERIMETRE D ENTITE - REFUS AU        *
023100*  JOURNAL GAUJ                                                  *
023200******************************************************************
023300 3030-AUTORISER.
023400     MOVE 'N' TO W-AUTORISE.
023500     IF W-PROFIL-LU = 'O'
023600         EVALUATE W-FONCTION-DEMANDEE
023700             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
023800             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
023900             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
024000         END-EVALUATE
024100         IF W-AUTORISE = 'O'
024200          AND AUT-ENTITE NOT = SPACES
024300          AND M95-CLE-I NOT = SPACES
024400          AND M95-CLE-I NOT = LOW-VALUE
024500          AND M95-CLE-I (1:2) NOT = AUT-ENTITE
024600             MOVE 'N' TO W-AUTORISE
024700         END-IF
024800     END-IF.
024900     IF W-AUTORISE NOT = 'O'
025000         PERFORM 3035-REFUSER THRU 3035-EXIT.
025100 3030-EXIT.
025200     EXIT.
025300******************************************************************
025400*  3035-REFUSER : FONCTION OU PERIMETRE REFUSE - VIOLATION A LA  *
025500*  FILE GAUJ ET MESSAGE A L OPERATEUR                            *
025600******************************************************************
025700 3035-REFUSER.
025800     MOVE 'N' TO W-AUTORISE.
025900     MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
026000       TO W-MESSAGE.
026100     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
026200     MOVE W-DATE-JOUR         TO VIO-DATE.
026300     MOVE W-EIBTIME (2:6)     TO VIO-HEURE.
026400     MOVE W-OPERATEUR         TO VIO-OPERATEUR.
026500     MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION.
026600     MOVE 'GSMA951 '          TO VIO-PROGRAMME.
026700     EXEC CICS WRITEQ TD QUEUE ('GAUJ')
026800          FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
026900     END-EXEC.
027000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
027100 3035-EXIT.
027200     EXIT.
027300******************************************************************
027400*  2000-AFFICHER : LE REPRESENTANT SAISI, OU LE PREMIER DE LA    *
027500*  CLE SI LE NUMERO EST A BLANC - LA CLE AFFICHEE EST GARDEE EN  *
027600*  COMMAREA : PF5 (MODIFICATION), PF8 ET PF9 PARTENT D ELLE      *
027700******************************************************************
027800 2000-AFFICHER.
027900     MOVE LOW-VALUE TO CA-CLE.
028000     PERFORM 7000-CLE-REPRESENTANT THRU 7000-EXIT.
028100     IF W-MESSAGE NOT = SPACES
028200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
028300         GO TO 2000-EXIT.
028400     IF RPR-NUMERO = ZERO
028500         PERFORM 7400-PREMIER-SUIVANT THRU 7400-EXIT
028600     ELSE
028700         EXEC CICS READ FILE (W-FIC-RPRFIC)
028800              INTO (RPR-ENREG) RIDFLD (RPR-CLE) RESP (W-RESP)
028900         END-EXEC
029000         IF W-RESP NOT = DFHRESP(NORMAL)
029100             MOVE 'REPRESENTANT INCONNU - PF5 POUR LE CREER'
029200               TO W-MESSAGE.
029300     IF W-MESSAGE NOT = SPACES
029400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
029500         GO TO 2000-EXIT.
029600     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
029700     MOVE RPR-CLE TO CA-CLE.
029800     MOVE 'PF5 = MODIFIER  PF8 = SUIVANT  PF9 = REVOQUER'
029900       TO W-MESSAGE.
030000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
030100 2000-EXIT.
030200     EXIT.
030300******************************************************************
030400*  2200-SUIVANT : REPRESENTANT SUIVANT DE LA CLE AFFICHEE        *
030500******************************************************************
030600 2200-SUIVANT.
030700     IF CA-CLE = LOW-VALUE
030800         MOVE 'AFFICHER UN REPRESENTANT (ENTREE) AVANT PF8'
030900           TO W-MESSAGE
031000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031100         GO TO 2200-EXIT.
031200     MOVE CA-CLE TO RPR-CLE.
031300     IF RPR-NUMERO = 999
031400         MOVE 'DERNIER REPRESENTANT DE LA CLE' TO W-MESSAGE
031500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031600         GO TO 2200-EXIT.
031700     ADD 1 TO RPR-NUMERO.
031800     MOVE SPACES TO W-MESSAGE.
031900     PERFORM 7400-PREMIER-SUIVANT THRU 7400-EXIT.
032000     IF W-MESSAGE NOT = SPACES
032100         MOVE 'DERNIER REPRESENTANT DE LA CLE' TO W-MESSAGE
032200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
032300         GO TO 2200-EXIT.
032400     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
032500     MOVE RPR-FGS-CLE TO M95-CLE-I.
032600     MOVE RPR-CLE TO CA-CLE.
032700     MOVE 'PF5 = MODIFIER  PF8 = SUIVANT  PF9 = REVOQUER'
032800       TO W-MESSAGE.
032900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
033000 2200-EXIT.
033100     EXIT.
033200******************************************************************
033300*  2500-GARNIR-ECRAN : LA FICHE VERS LES ZONES DE L ECRAN        *
033400******************************************************************
033500 2500-GARNIR-ECRAN.
033600     MOVE RPR-NUMERO           TO M95-NUM-I.
033700     MOVE RPR-NOM              TO M95-NOM-I.
033800     MOVE RPR-ROLE             TO M95-ROLE-I.
033900     MOVE RPR-POUVOIR-CONSULT  TO M95-CONSULT-I.
034000     MOVE RPR-POUVOIR-MAJ      TO M95-MAJ-I.
034100     MOVE RPR-POUVOIR-COURRIER TO M95-COURRIER-I.
034200     MOVE RPR-MODE-COURRIER    TO M95-MODE-I.
034300     MOVE RPR-DATE-DEBUT       TO M95-DEBUT-I.
034400     MOVE RPR-DATE-FIN         TO M95-FIN-I.
034500     MOVE RPR-DOCUMENT         TO M95-DOC-I.
034600     MOVE RPR-ADR-LIGNE        TO M95-LIGNE-I.
034700     MOVE RPR-ADR-CP           TO M95-CP-I.
034800     MOVE RPR-ADR-VILLE        TO M95-VILLE-I.
034900     MOVE RPR-ADR-PAYS         TO M95-PAYS-I.
035000     MOVE RPR-IDENTITE         TO M95-IDENT-I.
035100     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
035200     IF W-DATE-JOUR LESS RPR-DATE-DEBUT
035300         MOVE 'A VENIR' TO W-ETAT-MANDAT
035400     ELSE
035500         IF W-DATE-JOUR GREATER RPR-DATE-FIN
035600             MOVE 'ECHU' TO W-ETAT-MANDAT
035700         ELSE
035800             MOVE 'EN COURS' TO W-ETAT-MANDAT.
035900     MOVE SPACES TO M95-ETAT-I.
036000     STRING W-ETAT-MANDAT ' MAJ ' RPR-MAJ-PAR
036100            ' LE ' RPR-DATE-MAJ
036200            DELIMITED SIZE INTO M95-ETAT-I
036300     END-STRING.
036400 2500-EXIT.
036500     EXIT.
036600******************************************************************
036700*  3000-ENREGISTRER : NUMERO A BLANC = CREATION SOUS LE NUMERO   *
036800*  SUIVANT DE LA CLE (LA CLE DOIT EXISTER AU MAITRE) ; NUMERO    *
036900*  SAISI = MODIFICATION DU REPRESENTANT AFFICHE                  *
037000******************************************************************
037100 3000-ENREGISTRER.
037200     PERFORM 7000-CLE-REPRESENTANT THRU 7000-EXIT.
037300     IF W-MESSAGE = SPACES
037400         PERFORM 7050-LIRE-MAITRE THRU 7050-EXIT.
037500     IF W-MESSAGE = SPACES
037600         PERFORM 7100-ZONES-MANDAT THRU 7100-EXIT.
037700     IF W-MESSAGE NOT = SPACES
037800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
037900         GO TO 3000-EXIT.
038000     IF RPR-NUMERO NOT = ZERO
038100         PERFORM 3200-MODIFIER THRU 3200-EXIT
038200         GO TO 3000-EXIT.
038300     PERFORM 7450-NUMERO-SUIVANT THRU 7450-EXIT.
038400     IF W-MESSAGE NOT = SPACES
038500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
038600         GO TO 3000-EXIT.
038700     PERFORM 7100-ZONES-MANDAT THRU 7100-EXIT.
038800     PERFORM 7200-POSER-MAJ THRU 7200-EXIT.
038900     EXEC CICS WRITE FILE (W-FIC-RPRFIC)
039000          FROM (RPR-ENREG) RIDFLD (RPR-CLE) RESP (W-RESP)
039100     END-EXEC.
039200     IF W-RESP = DFHRESP(NORMAL)
039300         MOVE RPR-CLE TO CA-CLE
039400         MOVE 'C' TO W-ACV-FONCTION
039500         PERFORM 8450-TRACER-MANDAT THRU 8450-EXIT
039600         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
039700         MOVE 'REPRESENTANT CREE' TO W-MESSAGE
039800     ELSE
039900         MOVE 'INCIDENT FICHIER RPRFIC - CREATION' TO W-MESSAGE.
040000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
040100 3000-EXIT.
040200     EXIT.
040300******************************************************************
040400*  3200-MODIFIER : LE REPRESENTANT AFFICHE EST RELU EN MISE A    *
040500*  JOUR ET RECOIT LES ZONES SAISIES                              *
040600******************************************************************
040700 3200-MODIFIER.
040800     PERFORM 7300-FICHE-AFFICHEE THRU 7300-EXIT.
040900     IF W-MESSAGE NOT = SPACES
041000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
041100         GO TO 3200-EXIT.
041200     PERFORM 7100-ZONES-MANDAT THRU 7100-EXIT.
041300     PERFORM 7200-POSER-MAJ THRU 7200-EXIT.
041400     EXEC CICS REWRITE FILE (W-FIC-RPRFIC)
041500          FROM (RPR-ENREG) RESP (W-RESP)
041600     END-EXEC.
041700     IF W-RESP = DFHRESP(NORMAL)
041800         MOVE 'M' TO W-ACV-FONCTION
041900         PERFORM 8450-TRACER-MANDAT THRU 8450-EXIT
042000         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
042100         MOVE 'REPRESENTANT MODIFIE' TO W-MESSAGE
042200     ELSE
042300         MOVE 'INCIDENT FICHIER RPRFIC - MODIFICATION'
042400           TO W-MESSAGE.
042500     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
042600 3200-EXIT.
042700     EXIT.
042800******************************************************************
042900*  4000-REVOQUER : LE MANDAT AFFICHE PREND FIN A LA DATE DU      *
043000*  JOUR - LA FICHE RESTE AU REGISTRE ET SORT A LA LISTE DES      *
043100*  MANDATS ECHUS (GSMA950)                                       *
043200******************************************************************
043300 4000-REVOQUER.
043400     PERFORM 7000-CLE-REPRESENTANT THRU 7000-EXIT.
043500     IF W-MESSAGE = SPACES
043600         PERFORM 7300-FICHE-AFFICHEE THRU 7300-EXIT.
043700     IF W-MESSAGE NOT = SPACES
043800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
043900         GO TO 4000-EXIT.
044000     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
044100     IF RPR-DATE-FIN LESS W-DATE-JOUR
044200         MOVE 'MANDAT DEJA ECHU' TO W-MESSAGE
044300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
044400         GO TO 4000-EXIT.
044500     MOVE W-DATE-JOUR TO RPR-DATE-FIN.
044600     IF RPR-DATE-DEBUT GREATER W-DATE-JOUR
044700         MOVE W-DATE-JOUR TO RPR-DATE-DEBUT.
044800     PERFORM 7200-POSER-MAJ THRU 7200-EXIT.
044900     EXEC CICS REWRITE FILE (W-FIC-RPRFIC)
045000          FROM (RPR-ENREG) RESP (W-RESP)
045100     END-EXEC.
045200     IF W-RESP = DFHRESP(NORMAL)
045300         MOVE 'S' TO W-ACV-FONCTION
045400         PERFORM 8450-TRACER-MANDAT THRU 8450-EXIT
045500         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
045600         MOVE 'MANDAT REVOQUE - FIN A LA DATE DU JOUR'
045700           TO W-MESSAGE
045800     ELSE
045900         MOVE 'INCIDENT FICHIER RPRFIC - REVOCATION'
046000           TO W-MESSAGE.
046100     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
046200 4000-EXIT.
046300     EXIT.
046400******************************************************************
046500*  7000-CLE-REPRESENTANT : CLE FFFFFGS ET NUMERO SAISIS (NUMERO  *
046600*  A BLANC = ZERO)                                               *
046700******************************************************************
046800 7000-CLE-REPRESENTANT.
046900     MOVE SPACES TO W-MESSAGE.
047000     IF M95-CLE-I = SPACES OR LOW-VALUE
047100         MOVE 'CLE DU TITULAIRE OBLIGATOIRE' TO W-MESSAGE
047200         GO TO 7000-EXIT.
047300     MOVE M95-CLE-I TO RPR-FGS-CLE.
047400     MOVE ZERO      TO RPR-NUMERO.
047500     IF M95-NUM-I = SPACES OR LOW-VALUE
047600         GO TO 7000-EXIT.
047700     IF M95-NUM-I NOT NUMERIC
047800         MOVE 'NUMERO DU REPRESENTANT NON NUMERIQUE'
047900           TO W-MESSAGE
048000         GO TO 7000-EXIT.
048100     MOVE M95-NUM-I TO RPR-NUMERO.
048200 7000-EXIT.
048300     EXIT.
048400******************************************************************
048500*  7050-LIRE-MAITRE : LA CLE DOIT EXISTER AU FICHIER FFFFFGS     *
048600******************************************************************
048700 7050-LIRE-MAITRE.
048800     MOVE RPR-FGS-CLE TO FFFFFGS-CLE.
048900     EXEC CICS READ FILE (W-FIC-FFFFFGS)
049000          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
049100          RESP (W-RESP)
049200     END-EXEC.
049300     IF W-RESP NOT = DFHRESP(NORMAL)
049400         MOVE 'CLE ABSENTE DU FICHIER FFFFFGS' TO W-MESSAGE.
049500 7050-EXIT.
049600     EXIT.
049700******************************************************************
049800*  7100-ZONES-MANDAT : CONTROLE DES ZONES SAISIES VERS LA        *
049900*  FICHE - ROLE M / T / S, POUVOIRS O / N, DEBUT <= FIN (FIN A   *
050000*  BLANC = SANS ECHEANCE), ADRESSE ET MODE C / R EXIGES AVEC LE  *
050100*  POUVOIR COURRIER                                              *
050200******************************************************************
050300 7100-ZONES-MANDAT.
050400     IF M95-NOM-I = SPACES OR LOW-VALUE
050500         MOVE 'NOM DU REPRESENTANT OBLIGATOIRE' TO W-MESSAGE
050600         GO TO 7100-EXIT.
050700     IF M95-ROLE-I NOT = 'M' AND NOT = 'T' AND NOT = 'S'
050800         MOVE 'ROLE : M MANDATAIRE  T TUTEUR  S SIGNATAIRE'
050900           TO W-MESSAGE
051000         GO TO 7100-EXIT.
051100     IF (M95-CONSULT-I NOT = 'O' AND NOT = 'N')
051200      OR (M95-MAJ-I NOT = 'O' AND NOT = 'N')
051300      OR (M95-COURRIER-I NOT = 'O' AND NOT = 'N')
051400         MOVE 'POUVOIRS A SAISIR EN O OU N' TO W-MESSAGE
051500         GO TO 7100-EXIT.
051600     IF M95-DEBUT-I NOT NUMERIC
051700         MOVE 'DATE DE DEBUT NON NUMERIQUE (SSAAMMJJ)'
051800           TO W-MESSAGE
051900         GO TO 7100-EXIT.
052000     IF M95-FIN-I = SPACES OR LOW-VALUE
052100         MOVE '99999999' TO M95-FIN-I.
052200     IF M95-FIN-I NOT NUMERIC
052300         MOVE 'DATE DE FIN NON NUMERIQUE (BLANC = SANS FIN)'
052400           TO W-MESSAGE
052500         GO TO 7100-EXIT.
052600     IF M95-FIN-I LESS M95-DEBUT-I
052700         MOVE 'FIN DU MANDAT ANTERIEURE AU DEBUT' TO W-MESSAGE
052800         GO TO 7100-EXIT.
052900     IF M95-DOC-I = SPACES OR LOW-VALUE
053000         MOVE 'REFERENCE DE LA PIECE OBLIGATOIRE' TO W-MESSAGE
053100         GO TO 7100-EXIT.
053200     IF M95-COURRIER-I = 'O'
053300      AND (M95-MODE-I NOT = 'C' AND NOT = 'R')
053400         MOVE 'MODE DU COURRIER : C COPIE  R REDIRIGE'
053500           TO W-MESSAGE
053600         GO TO 7100-EXIT.
053700     IF M95-COURRIER-I = 'O'
053800      AND (M95-LIGNE-I = SPACES OR LOW-VALUE)
053900         MOVE 'ADRESSE OBLIGATOIRE AVEC LE POUVOIR COURRIER'
054000           TO W-MESSAGE
054100         GO TO 7100-EXIT.
054200     IF M95-COURRIER-I = 'N'
054300         MOVE SPACE TO M95-MODE-I.
054400     MOVE M95-NOM-I       TO RPR-NOM.
054500     MOVE M95-ROLE-I      TO RPR-ROLE.
054600     MOVE M95-CONSULT-I   TO RPR-POUVOIR-CONSULT.
054700     MOVE M95-MAJ-I       TO RPR-POUVOIR-MAJ.
054800     MOVE M95-COURRIER-I  TO RPR-POUVOIR-COURRIER.
054900     MOVE M95-MODE-I      TO RPR-MODE-COURRIER.
055000     MOVE M95-DEBUT-I     TO RPR-DATE-DEBUT.
055100     MOVE M95-FIN-I       TO RPR-DATE-FIN.
055200     MOVE M95-DOC-I       TO RPR-DOCUMENT.
055300     MOVE M95-LIGNE-I     TO RPR-ADR-LIGNE.
055400     MOVE M95-CP-I        TO RPR-ADR-CP.
055500     MOVE M95-VILLE-I     TO RPR-ADR-VILLE.
055600     MOVE M95-PAYS-I      TO RPR-ADR-PAYS.
055700     MOVE M95-IDENT-I     TO RPR-IDENTITE.
055800     INSPECT RPR-NOM      REPLACING ALL LOW-VALUE BY SPACE.
055900     INSPECT RPR-DOCUMENT REPLACING ALL LOW-VALUE BY SPACE.
056000     INSPECT RPR-ADRESSE  REPLACING ALL LOW-VALUE BY SPACE.
056100     INSPECT RPR-IDENTITE REPLACING ALL LOW-VALUE BY SPACE.
056200     INSPECT RPR-MODE-COURRIER
056300         REPLACING ALL LOW-VALUE BY SPACE.
056400 7100-EXIT.
056500     EXIT.
056600******************************************************************
056700*  7200-POSER-MAJ : AUTEUR ET DATE DE LA DERNIERE MISE A JOUR    *
056800******************************************************************
056900 7200-POSER-MAJ.
057000     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
057100     MOVE W-OPERATEUR TO RPR-MAJ-PAR.
057200     MOVE W-DATE-JOUR TO RPR-DATE-MAJ.
057300 7200-EXIT.
057400     EXIT.
057500******************************************************************
057600*  7300-FICHE-AFFICHEE : PF5 (MODIFICATION) ET PF9 PORTENT SUR   *
057700*  LE REPRESENTANT AFFICHE PAR ENTREE (COMMAREA), LU EN MISE A   *
057800*  JOUR                                                          *
057900******************************************************************
058000 7300-FICHE-AFFICHEE.
058100     IF CA-CLE NOT = RPR-CLE
058200         MOVE 'AFFICHER LE REPRESENTANT (ENTREE) AVANT'
058300           TO W-MESSAGE
058400         GO TO 7300-EXIT.
058500     EXEC CICS READ FILE (W-FIC-RPRFIC)
058600          INTO (RPR-ENREG) RIDFLD (RPR-CLE)
058700          UPDATE RESP (W-RESP)
058800     END-EXEC.
058900     IF W-RESP NOT = DFHRESP(NORMAL)
059000         MOVE 'REPRESENTANT INTROUVABLE' TO W-MESSAGE.
059100 7300-EXIT.
059200     EXIT.
059300******************************************************************
059400*  7400-PREMIER-SUIVANT : PREMIER REPRESENTANT DE LA CLE A       *
059500*  PARTIR DU NUMERO POSE EN RPR-CLE                              *
059600******************************************************************
059700 7400-PREMIER-SUIVANT.
059800     MOVE RPR-FGS-CLE TO FFFFFGS-CLE.
059900     EXEC CICS STARTBR FILE (W-FIC-RPRFIC)
060000          RIDFLD (RPR-CLE) GTEQ RESP (W-RESP)
060100     END-EXEC.
060200     IF W-RESP NOT = DFHRESP(NORMAL)
060300         MOVE 'AUCUN REPRESENTANT - PF5 POUR LE CREER'
060400           TO W-MESSAGE
060500         GO TO 7400-EXIT.
060600     EXEC CICS READNEXT FILE (W-FIC-RPRFIC)
060700          INTO (RPR-ENREG) RIDFLD (RPR-CLE) RESP (W-RESP)
060800     END-EXEC.
060900     IF W-RESP NOT = DFHRESP(NORMAL)
061000      OR RPR-FGS-CLE NOT = FFFFFGS-CLE
061100         MOVE 'AUCUN REPRESENTANT - PF5 POUR LE CREER'
061200           TO W-MESSAGE.
061300     EXEC CICS ENDBR FILE (W-FIC-RPRFIC) RESP (W-RESP)
061400     END-EXEC.
061500 7400-EXIT.
061600     EXIT.
061700******************************************************************
061800*  7450-NUMERO-SUIVANT : DERNIER NUMERO DE LA CLE + 1            *
061900******************************************************************
062000 7450-NUMERO-SUIVANT.
062100     MOVE ZERO TO W-DERNIER-NUMERO.
062200     MOVE RPR-FGS-CLE TO FFFFFGS-CLE.
062300     EXEC CICS STARTBR FILE (W-FIC-RPRFIC)
062400          RIDFLD (RPR-CLE) GTEQ RESP (W-RESP)
062500     END-EXEC.
062600     IF W-RESP NOT = DFHRESP(NORMAL)
062700         GO TO 7450-NUMERO.
062800 7450-LIRE.
062900     EXEC CICS READNEXT FILE (W-FIC-RPRFIC)
063000          INTO (RPR-ENREG) RIDFLD (RPR-CLE) RESP (W-RESP)
063100     END-EXEC.
063200     IF W-RESP = DFHRESP(NORMAL)
063300      AND RPR-FGS-CLE = FFFFFGS-CLE
063400         MOVE RPR-NUMERO TO W-DERNIER-NUMERO
063500         GO TO 7450-LIRE.
063600     EXEC CICS ENDBR FILE (W-FIC-RPRFIC) RESP (W-RESP)
063700     END-EXEC.
063800 7450-NUMERO.
063900     IF W-DERNIER-NUMERO = 999
064000         MOVE 'PLUS DE NUMERO LIBRE SUR CETTE CLE' TO W-MESSAGE
064100         GO TO 7450-EXIT.
064200     MOVE SPACES           TO RPR-ENREG.
064300     MOVE FFFFFGS-CLE      TO RPR-FGS-CLE.
064400     COMPUTE W-NUMERO = W-DERNIER-NUMERO + 1.
064500     MOVE W-NUMERO         TO RPR-NUMERO.
064600 7450-EXIT.
064700     EXIT.
064800******************************************************************
064900*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
065000******************************************************************
065100 8200-DATE-HEURE.
065200     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
065300     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
065400          YYYYMMDD (W-DATE-JOUR)
065500     END-EXEC.
065600     MOVE EIBTIME TO W-EIBTIME.
065700 8200-EXIT.
065800     EXIT.
065900******************************************************************
066000*  8450-TRACER-MANDAT : MISE A JOUR DU REPRESENTANT AU FICHIER   *
066100*  D ACTIVITE (DOMAINE REPR, FONCTION C / M / S POSEE PAR        *
066200*  L APPELANT, ACV-DETAIL = ROLE)                                *
066300******************************************************************
066400 8450-TRACER-MANDAT.
066500     MOVE SPACES         TO ACV-ENREG.
066600     MOVE 'REPR'         TO ACV-DOMAINE.
066700     MOVE W-ACV-FONCTION TO ACV-FONCTION.
066800     MOVE RPR-ROLE       TO ACV-DETAIL.
066900     MOVE RPR-CLE        TO ACV-CLE.
067000     MOVE RPR-FGS-CLE    TO ACV-FGS-CLE.
067100     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
067200 8450-EXIT.
067300     EXIT.
067400******************************************************************
067500*  8400-TRACER-ACTIVITE : ENREGISTREMENT AU FICHIER D ACTIVITE   *
067600*  (FILE GACJ) - L APPELANT GARNIT DOMAINE, FONCTION ET CLES     *
067700******************************************************************
067800 8400-TRACER-ACTIVITE.
067900     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
068000     MOVE W-DATE-JOUR         TO ACV-DATE.
068100     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
068200     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
068300     MOVE 'GSMA951 '          TO ACV-PROGRAMME.
068400     MOVE W-FORMATION         TO ACV-FORMATION.
068500     EXEC CICS WRITEQ TD QUEUE ('GACJ')
068600          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
068700     END-EXEC.
068800 8400-EXIT.
068900     EXIT.
069000******************************************************************
069100*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
069200******************************************************************
069300 8000-ENVOYER-ECRAN.
069400     MOVE W-MESSAGE TO M95-MESS-I.
069500     IF W-FORMATION = 'O'
069600         MOVE SPACES TO M95-MESS-I
069700         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
069800             DELIMITED SIZE INTO M95-MESS-I
069900         END-STRING.
070000     IF W-EFFACER = 'O'
070100         MOVE 'N' TO W-EFFACER
070200         EXEC CICS SEND MAP ('GSMA95') MAPSET ('GSMA95M')
070300              FROM (GSMA95I) ERASE
070400         END-EXEC
070500     ELSE
070600         EXEC CICS SEND MAP ('GSMA95') MAPSET ('GSMA95M')
070700              FROM (GSMA95I)
070800         END-EXEC.
070900 8000-EXIT.
071000     EXIT.
