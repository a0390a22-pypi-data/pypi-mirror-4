000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSJ781.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSJ781 : ORDRES DE SAISIE ET D OPPOSITION (SAIFIC) SOUS      *
000900*            DOUBLE CONTROLE                                     *
001000*  ------------------------------------------------------------  *
001100*  UN ORDRE (SAISIE-ATTRIBUTION, AVIS A TIERS DETENTEUR,         *
001200*  OPPOSITION D UN ORGANISME SOCIAL) EST SAISI SOUS LA CLE       *
001300*  FFFFFGS ET SON NUMERO AVEC L AUTORITE, SA REFERENCE, LE       *
001400*  MONTANT BLOQUE ET LA FENETRE DE DATES. IL SE PROPOSE (PF5,    *
001500*  PROFIL MISE A JOUR, ETAT P) PUIS S APPROUVE (PF6, PROFIL      *
001600*  APPROBATION, PAR UN OPERATEUR DIFFERENT DU PROPOSANT, ETAT    *
001700*  A). SEUL L ORDRE ACTIF BLOQUE LE MONTANT (VOIR FFFFFGSJ).     *
001800*  PF9 (PROFIL APPROBATION, MOTIF OBLIGATOIRE) REJETTE UN ORDRE  *
001900*  PROPOSE (ETAT R) OU DONNE MAINLEVEE D UN ORDRE ACTIF (ETAT    *
002000*  L) - L AUTEUR, LA DATE ET LE MOTIF RESTENT SUR LA FICHE.      *
002010*  LA ZONE DOCUMENT POINTE L ACTE NUMERISE DE L ORDRE (REFERENCE *
002020*  CONNUE DE L INDEX DOCFIC SOUS LA CLE).                        *
002100*  ENTREE = AFFICHER L ORDRE SAISI (NUMERO A BLANC = PREMIER     *
002200*           ORDRE DE LA CLE)                                     *
002300*  PF8    = ORDRE SUIVANT DE LA MEME CLE                         *
002400*  PF5    = PROPOSER (NUMERO A BLANC = NUMERO SUIVANT ATTRIBUE)  *
002500*           OU MODIFIER L ORDRE AFFICHE ENCORE PROPOSE           *
002600*  PF3    = FIN DE TRANSACTION                                   *
002700*  PERIMETRE D ENTITE DE L OPERATEUR SUR LA CLE. CHAQUE MISE A   *
002800*  JOUR PART AU FICHIER D ACTIVITE (GACJ, DOMAINE SAIS) ; LES    *
002900*  REFUS DE PROFIL A LA FILE GAUJ.                               *
003000*  PROFIL EN FORMATION = COPIES F (SAIFICF, FFFFFGSF, DOCFICF).  *
003100*  ------------------------------------------------------------  *
003200*  HISTORIQUE DES MODIFICATIONS                                  *
003300*  15/10/26  DA  CREATION                                        *
003310*  15/10/26  DA  ACTE NUMERISE DE L INDEX DOCFIC RATTACHE A      *
003320*                L ORDRE (ZONE DOCUMENT)                         *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.
003800     IBM-370.
003900 OBJECT-COMPUTER.
004000     IBM-370.
004100 SPECIAL-NAMES.
004200     DECIMAL-POINT IS COMMA.
004300 DATA DIVISION.
004400 WORKING-STORAGE SECTION.
004500 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
004600 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
004700 01  W-ABSTIME                       PIC S9(15) COMP-3.
004800 01  W-DATE-JOUR                     PIC 9(08).
004900 01  W-EIBTIME                       PIC 9(07).
005000 01  W-MONTANT-X                     PIC X(14).
005100 01  W-MONTANT-9 REDEFINES W-MONTANT-X
005200                                     PIC 9(12)V99.
005300 COPY GSPFKEY.
005400 COPY FFFFFGA.
005500 COPY FFFFFGSJ.
005600 COPY FFFFFGAC.
005650 COPY FFFFFGDX.
005700 01  W-OPERATEUR                     PIC X(08).
005800 01  W-FIC-SAIFIC                    PIC X(08) VALUE 'SAIFIC  '.
005900 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
005950 01  W-FIC-DOCFIC                    PIC X(08) VALUE 'DOCFIC  '.
006000 01  W-FORMATION                     PIC X(01) VALUE 'N'.
006100 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
006200 01  W-FONCTION-DEMANDEE             PIC X(01).
006300 01  W-AUTORISE                      PIC X(01).
006400 01  W-EFFACER                       PIC X(01) VALUE 'N'.
006500 01  W-ACV-FONCTION                  PIC X(01).
006600 01  W-NUMERO                        PIC 9(03).
006700 01  W-DERNIER-NUMERO                PIC 9(03).
006800 01  W-ETAT-ORDRE                    PIC X(09).
006900 01  W-DECIDEUR                      PIC X(08).
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
008000 01  GSSJ78I.
008100     05  FILLER                      PIC X(12).
008200     05  M78-CLE-L                   PIC S9(04) COMP.
008300     05  M78-CLE-A                   PIC X(01).
008400     05  M78-CLE-I                   PIC X(15).
008500     05  M78-NUM-L                   PIC S9(04) COMP.
008600     05  M78-NUM-A                   PIC X(01).
008700     05  M78-NUM-I                   PIC X(03).
008800     05  M78-AUTORITE-L              PIC S9(04) COMP.
008900     05  M78-AUTORITE-A              PIC X(01).
009000     05  M78-AUTORITE-I              PIC X(01).
009100     05  M78-AUTNOM-L                PIC S9(04) COMP.
009200     05  M78-AUTNOM-A                PIC X(01).
009300     05  M78-AUTNOM-I                PIC X(30).
009400     05  M78-REF-L                   PIC S9(04) COMP.
009500     05  M78-REF-A                   PIC X(01).
009600     05  M78-REF-I                   PIC X(20).
009700     05  M78-MONTANT-L               PIC S9(04) COMP.
009800     05  M78-MONTANT-A               PIC X(01).
009900     05  M78-MONTANT-I               PIC X(14).
010000     05  M78-DEBUT-L                 PIC S9(04) COMP.
010100     05  M78-DEBUT-A                 PIC X(01).
010200     05  M78-DEBUT-I                 PIC X(08).
010300     05  M78-FIN-L                   PIC S9(04) COMP.
010400     05  M78-FIN-A                   PIC X(01).
010500     05  M78-FIN-I                   PIC X(08).
010600     05  M78-MOTIF-L                 PIC S9(04) COMP.
010700     05  M78-MOTIF-A                 PIC X(01).
010800     05  M78-MOTIF-I                 PIC X(30).
010900     05  M78-ETAT-L                  PIC S9(04) COMP.
011000     05  M78-ETAT-A                  PIC X(01).
011100     05  M78-ETAT-I                  PIC X(40).
011110     05  M78-DOC-L                   PIC S9(04) COMP.
011120     05  M78-DOC-A                   PIC X(01).
011130     05  M78-DOC-I                   PIC X(12).
011200     05  M78-MESS-L                  PIC S9(04) COMP.
011300     05  M78-MESS-A                  PIC X(01).
011400     05  M78-MESS-I                  PIC X(60).
011500 COPY FFFFFFGS.
011600 01  W-COMMAREA.
011700     05  CA-CLE                      PIC X(18).
011800 LINKAGE SECTION.
011900 01  DFHCOMMAREA                     PIC X(18).
012000 PROCEDURE DIVISION.
012100******************************************************************
012200*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
012300******************************************************************
012400 0000-MAINLINE.
012500     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
012600     IF EIBCALEN = ZERO
012700         MOVE 'O' TO W-EFFACER
012800         MOVE LOW-VALUE TO GSSJ78I
012900         MOVE LOW-VALUE TO CA-CLE
013000         MOVE 'CLE DU TITULAIRE (NUMERO FACULTATIF) PUIS ENTREE'
013100           TO W-MESSAGE
013200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
013300         GO TO 0000-RETOUR.
013400     MOVE DFHCOMMAREA TO W-COMMAREA.
013500     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
013600     EVALUATE TRUE
013700         WHEN PFK3
013800             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
013900             END-EXEC
014000             EXEC CICS RETURN END-EXEC
014100         WHEN ENTER-KEY
014200             MOVE 'C' TO W-FONCTION-DEMANDEE
014300             PERFORM 3030-AUTORISER THRU 3030-EXIT
014400             IF W-AUTORISE = 'O'
014500                 PERFORM 2000-AFFICHER THRU 2000-EXIT
014600             END-IF
014700         WHEN PFK8
014800             MOVE 'C' TO W-FONCTION-DEMANDEE
014900             PERFORM 3030-AUTORISER THRU 3030-EXIT
015000             IF W-AUTORISE = 'O'
015100                 PERFORM 2200-SUIVANT THRU 2200-EXIT
015200             END-IF
015300         WHEN PFK5
015400             MOVE 'M' TO W-FONCTION-DEMANDEE
015500             PERFORM 3030-AUTORISER THRU 3030-EXIT
015600             IF W-AUTORISE = 'O'
015700                 PERFORM 3000-PROPOSER THRU 3000-EXIT
015800             END-IF
015900         WHEN PFK6
016000             MOVE 'P' TO W-FONCTION-DEMANDEE
016100             PERFORM 3030-AUTORISER THRU 3030-EXIT
016200             IF W-AUTORISE = 'O'
016300                 PERFORM 3500-APPROUVER THRU 3500-EXIT
016400             END-IF
016500         WHEN PFK9
016600             MOVE 'P' TO W-FONCTION-DEMANDEE
016700             PERFORM 3030-AUTORISER THRU 3030-EXIT
016800             IF W-AUTORISE = 'O'
016900                 PERFORM 4000-REJETER-LEVER THRU 4000-EXIT
017000             END-IF
017100         WHEN OTHER
017200             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
017300             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
017400     END-EVALUATE.
017500 0000-RETOUR.
017600     EXEC CICS RETURN TRANSID ('GSS2')
017700          COMMAREA (W-COMMAREA) LENGTH (18)
017800     END-EXEC.
017900 0000-EXIT.
018000     EXIT.
018100******************************************************************
018200*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
018300******************************************************************
018400 1050-AIGUILLER-FICHIERS.
018500     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
018600     MOVE W-OPERATEUR TO AUT-OPERATEUR.
018700     EXEC CICS READ FILE ('AUTFIC')
018800          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
018900          RESP (W-RESP)
019000     END-EXEC.
019100     IF W-RESP = DFHRESP(NORMAL)
019200         MOVE 'O' TO W-PROFIL-LU
019300         IF AUT-EN-FORMATION
019400             MOVE 'O'        TO W-FORMATION
019500             MOVE 'SAIFICF ' TO W-FIC-SAIFIC
019600             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
019650             MOVE 'DOCFICF ' TO W-FIC-DOCFIC
019700         END-IF
019800     ELSE
019900         MOVE 'N' TO W-PROFIL-LU.
020000 1050-EXIT.
020100     EXIT.
020200******************************************************************
020300*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
020400******************************************************************
020500 1100-RECEVOIR-PFKEY.
020600     EXEC CICS RECEIVE MAP ('GSSJ78') MAPSET ('GSSJ78M')
020700          INTO (GSSJ78I) RESP (W-RESP)
020800     END-EXEC.
020900     EVALUATE EIBAID
021000         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
021100         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
021200         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
021300         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
021400         WHEN DFHPF8   MOVE 08 TO PFKEY-INDICATOR
021500         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
021600         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
021700     END-EVALUATE.
021800 1100-EXIT.
021900     EXIT.
022000******************************************************************
022100*  3030-AUTORISER : C AFFICHE, M PROPOSE / MODIFIE, P APPROUVE / *
022200*  REJETTE / LEVE - LA CLE SAISIE RESTE DANS LE PERIMETRE        *
022300*  D ENTITE - REFUS AU JOURNAL GAUJ                              *
022400******************************************************************
022500 3030-AUTORISER.
022600     MOVE 'N' TO W-AUTORISE.
022700     IF W-PROFIL-LU = 'O'
022800         EVALUATE W-FONCTION-DEMANDEE
022900             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
023000             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
023100             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
023200         END-EVALUATE
023300         IF W-AUTORISE = 'O'
023400          AND AUT-ENTITE NOT = SPACES
023500          AND M78-CLE-I NOT = SPACES
023600          AND M78-CLE-I NOT = LOW-VALUE
023700          AND M78-CLE-I (1:2) NOT = AUT-ENTITE
023800             MOVE 'N' TO W-AUTORISE
023900         END-IF
024000     END-IF.
024100     IF W-AUTORISE NOT = 'O'
024200         PERFORM 3035-REFUSER THRU 3035-EXIT.
024300 3030-EXIT.
024400     EXIT.
024500******************************************************************
024600*  3035-REFUSER : FONCTION OU PERIMETRE REFUSE - VIOLATION A LA  *
024700*  FILE GAUJ ET MESSAGE A L OPERATEUR                            *
024800******************************************************************
024900 3035-REFUSER.
025000     MOVE 'N' TO W-AUTORISE.
025100     MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
025200       TO W-MESSAGE.
025300     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
025400     MOVE W-DATE-JOUR         TO VIO-DATE.
025500     MOVE W-EIBTIME (2:6)     TO VIO-HEURE.
025600     MOVE W-OPERATEUR         TO VIO-OPERATEUR.
025700     MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION.
025800     MOVE 'GSSJ781 '          TO VIO-PROGRAMME.
025900     EXEC CICS WRITEQ TD QUEUE ('GAUJ')
026000          FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
026100     END-EXEC.
026200     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
026300 3035-EXIT.
026400     EXIT.
026500******************************************************************
026600*  2000-AFFICHER : L ORDRE SAISI, OU LE PREMIER DE LA CLE SI LE  *
026700*  NUMERO EST A BLANC - LA CLE AFFICHEE EST GARDEE EN COMMAREA : *
026800*  PF5 (MODIFICATION), PF6, PF8 ET PF9 PARTENT D ELLE            *
026900******************************************************************
027000 2000-AFFICHER.
027100     MOVE LOW-VALUE TO CA-CLE.
027200     PERFORM 7000-CLE-ORDRE THRU 7000-EXIT.
027300     IF W-MESSAGE NOT = SPACES
027400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
027500         GO TO 2000-EXIT.
027600     IF SAI-NUMERO = ZERO
027700         PERFORM 7400-PREMIER-SUIVANT THRU 7400-EXIT
027800     ELSE
027900         EXEC CICS READ FILE (W-FIC-SAIFIC)
028000              INTO (SAI-ENREG) RIDFLD (SAI-CLE) RESP (W-RESP)
028100         END-EXEC
028200         IF W-RESP NOT = DFHRESP(NORMAL)
028300             MOVE 'ORDRE INCONNU - PF5 POUR LE PROPOSER'
028400               TO W-MESSAGE.
028500     IF W-MESSAGE NOT = SPACES
028600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
028700         GO TO 2000-EXIT.
028800     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
028900     MOVE SAI-CLE TO CA-CLE.
029000     PERFORM 2600-INVITE THRU 2600-EXIT.
029100     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
029200 2000-EXIT.
029300     EXIT.
029400******************************************************************
029500*  2200-SUIVANT : ORDRE SUIVANT DE LA CLE AFFICHEE               *
029600******************************************************************
029700 2200-SUIVANT.
029800     IF CA-CLE = LOW-VALUE
029900         MOVE 'AFFICHER UN ORDRE (ENTREE) AVANT PF8'
030000           TO W-MESSAGE
030100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
030200         GO TO 2200-EXIT.
030300     MOVE CA-CLE TO SAI-CLE.
030400     IF SAI-NUMERO = 999
030500         MOVE 'DERNIER ORDRE DE LA CLE' TO W-MESSAGE
030600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
030700         GO TO 2200-EXIT.
030800     ADD 1 TO SAI-NUMERO.
030900     MOVE SPACES TO W-MESSAGE.
031000     PERFORM 7400-PREMIER-SUIVANT THRU 7400-EXIT.
031100     IF W-MESSAGE NOT = SPACES
031200         MOVE 'DERNIER ORDRE DE LA CLE' TO W-MESSAGE
031300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031400         GO TO 2200-EXIT.
031500     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
031600     MOVE SAI-FGS-CLE TO M78-CLE-I.
031700     MOVE SAI-CLE TO CA-CLE.
031800     PERFORM 2600-INVITE THRU 2600-EXIT.
031900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
032000 2200-EXIT.
032100     EXIT.
032200******************************************************************
032300*  2500-GARNIR-ECRAN : LA FICHE VERS LES ZONES DE L ECRAN -      *
032400*  L ETAT AFFICHE TIENT COMPTE DE LA FENETRE DE DATES            *
032500******************************************************************
032600 2500-GARNIR-ECRAN.
032700     MOVE SAI-NUMERO           TO M78-NUM-I.
032800     MOVE SAI-AUTORITE         TO M78-AUTORITE-I.
032900     MOVE SAI-AUTORITE-NOM     TO M78-AUTNOM-I.
033000     MOVE SAI-REFERENCE        TO M78-REF-I.
033100     MOVE SAI-MONTANT-BLOQUE   TO W-MONTANT-9.
033200     MOVE W-MONTANT-X          TO M78-MONTANT-I.
033300     MOVE SAI-DATE-DEBUT       TO M78-DEBUT-I.
033400     MOVE SAI-DATE-FIN         TO M78-FIN-I.
033500     MOVE SAI-MOTIF            TO M78-MOTIF-I.
033550     MOVE SAI-DOC-IMAGE        TO M78-DOC-I.
033600     MOVE SAI-APPROUVE-PAR     TO W-DECIDEUR.
033700     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
033800     EVALUATE TRUE
033900         WHEN SAI-PROPOSE
034000             MOVE 'PROPOSE' TO W-ETAT-ORDRE
034100         WHEN SAI-REJETE
034200             MOVE 'REJETE' TO W-ETAT-ORDRE
034300         WHEN SAI-LEVE
034400             MOVE 'LEVE' TO W-ETAT-ORDRE
034500             MOVE SAI-LEVE-PAR TO W-DECIDEUR
034600         WHEN SAI-ECHU
034700             MOVE 'ECHU' TO W-ETAT-ORDRE
034800             MOVE SAI-LEVE-PAR TO W-DECIDEUR
034900         WHEN W-DATE-JOUR LESS SAI-DATE-DEBUT
035000             MOVE 'A VENIR' TO W-ETAT-ORDRE
035100         WHEN W-DATE-JOUR GREATER SAI-DATE-FIN
035200             MOVE 'ECHU' TO W-ETAT-ORDRE
035300         WHEN OTHER
035400             MOVE 'ACTIF' TO W-ETAT-ORDRE
035500     END-EVALUATE.
035600     MOVE SPACES TO M78-ETAT-I.
035700     STRING W-ETAT-ORDRE ' PROP ' SAI-PROPOSE-PAR
035800            ' DEC ' W-DECIDEUR
035900            DELIMITED SIZE INTO M78-ETAT-I
036000     END-STRING.
036100 2500-EXIT.
036200     EXIT.
036300******************************************************************
036400*  2600-INVITE : LES TOUCHES UTILES SELON L ETAT DE L ORDRE      *
036500******************************************************************
036600 2600-INVITE.
036700     EVALUATE TRUE
036800         WHEN SAI-PROPOSE
036900             MOVE 'PF5 = MODIFIER  PF6 = APPROUVER  PF9 = REJETER'
037000               TO W-MESSAGE
037100         WHEN SAI-ACTIF
037200             MOVE 'ORDRE ACTIF - MOTIF PUIS PF9 = MAINLEVEE'
037300               TO W-MESSAGE
037400         WHEN OTHER
037500             MOVE 'ORDRE CLOS - PF8 = SUIVANT' TO W-MESSAGE
037600     END-EVALUATE.
037700 2600-EXIT.
037800     EXIT.
037900******************************************************************
038000*  3000-PROPOSER : NUMERO A BLANC = NOUVEL ORDRE PROPOSE SOUS LE *
038100*  NUMERO SUIVANT DE LA CLE (LA CLE DOIT EXISTER AU MAITRE) ;    *
038200*  NUMERO SAISI = MODIFICATION DE L ORDRE AFFICHE, TANT QU IL    *
038300*  EST PROPOSE                                                   *
038400******************************************************************
038500 3000-PROPOSER.
038600     PERFORM 7000-CLE-ORDRE THRU 7000-EXIT.
038700     IF W-MESSAGE = SPACES
038800         PERFORM 7050-LIRE-MAITRE THRU 7050-EXIT.
038900     IF W-MESSAGE = SPACES
039000         PERFORM 7100-ZONES-ORDRE THRU 7100-EXIT.
039100     IF W-MESSAGE NOT = SPACES
039200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
039300         GO TO 3000-EXIT.
039400     IF SAI-NUMERO NOT = ZERO
039500         PERFORM 3200-MODIFIER THRU 3200-EXIT
039600         GO TO 3000-EXIT.
039700     PERFORM 7450-NUMERO-SUIVANT THRU 7450-EXIT.
039800     IF W-MESSAGE NOT = SPACES
039900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
040000         GO TO 3000-EXIT.
040100     PERFORM 7100-ZONES-ORDRE THRU 7100-EXIT.
040200     PERFORM 7200-POSER-PROPOSITION THRU 7200-EXIT.
040300     EXEC CICS WRITE FILE (W-FIC-SAIFIC)
040400          FROM (SAI-ENREG) RIDFLD (SAI-CLE) RESP (W-RESP)
040500     END-EXEC.
040600     IF W-RESP = DFHRESP(NORMAL)
040700         MOVE SAI-CLE TO CA-CLE
040800         MOVE 'C' TO W-ACV-FONCTION
040900         PERFORM 8450-TRACER-ORDRE THRU 8450-EXIT
041000         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
041100         MOVE 'ORDRE PROPOSE - EN ATTENTE D APPROBATION'
041200           TO W-MESSAGE
041300     ELSE
041400         MOVE 'INCIDENT FICHIER SAIFIC - PROPOSITION'
041500           TO W-MESSAGE.
041600     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
041700 3000-EXIT.
041800     EXIT.
041900******************************************************************
042000*  3200-MODIFIER : L ORDRE AFFICHE EST RELU EN MISE A JOUR ; SEUL*
042100*  UN ORDRE PROPOSE SE MODIFIE ET LE MODIFICATEUR EN DEVIENT LE  *
042200*  PROPOSANT (L APPROBATION RESTE A UN AUTRE OPERATEUR)          *
042300******************************************************************
042400 3200-MODIFIER.
042500     PERFORM 7300-FICHE-AFFICHEE THRU 7300-EXIT.
042600     IF W-MESSAGE NOT = SPACES
042700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
042800         GO TO 3200-EXIT.
042900     IF NOT SAI-PROPOSE
043000         MOVE 'ORDRE DEJA DECIDE - MODIFICATION REFUSEE'
043100           TO W-MESSAGE
043200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
043300         GO TO 3200-EXIT.
043400     PERFORM 7100-ZONES-ORDRE THRU 7100-EXIT.
043500     PERFORM 7200-POSER-PROPOSITION THRU 7200-EXIT.
043600     EXEC CICS REWRITE FILE (W-FIC-SAIFIC)
043700          FROM (SAI-ENREG) RESP (W-RESP)
043800     END-EXEC.
043900     IF W-RESP = DFHRESP(NORMAL)
044000         MOVE 'M' TO W-ACV-FONCTION
044100         PERFORM 8450-TRACER-ORDRE THRU 8450-EXIT
044200         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
044300         MOVE 'ORDRE MODIFIE - EN ATTENTE D APPROBATION'
044400           TO W-MESSAGE
044500     ELSE
044600         MOVE 'INCIDENT FICHIER SAIFIC - MODIFICATION'
044700           TO W-MESSAGE.
044800     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
044900 3200-EXIT.
045000     EXIT.
045100******************************************************************
045200*  3500-APPROUVER : DEUX ROLES EXIGES - L APPROBATEUR NE PEUT    *
045300*  PAS ETRE LE PROPOSANT. L ORDRE ACTIF BLOQUE SON MONTANT DES   *
045400*  SA DATE DE DEBUT, EN LIGNE COMME EN BATCH                     *
045500******************************************************************
045600 3500-APPROUVER.
045700     PERFORM 7000-CLE-ORDRE THRU 7000-EXIT.
045800     IF W-MESSAGE = SPACES
045900         PERFORM 7300-FICHE-AFFICHEE THRU 7300-EXIT.
046000     IF W-MESSAGE NOT = SPACES
046100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
046200         GO TO 3500-EXIT.
046300     IF NOT SAI-PROPOSE
046400         MOVE 'ORDRE DEJA DECIDE OU SANS PROPOSITION'
046500           TO W-MESSAGE
046600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
046700         GO TO 3500-EXIT.
046800     IF SAI-PROPOSE-PAR = W-OPERATEUR
046900         MOVE 'APPROBATION PAR LE PROPOSANT REFUSEE'
047000           TO W-MESSAGE
047100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
047200         GO TO 3500-EXIT.
047300     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
047400     MOVE 'A'         TO SAI-ETAT.
047500     MOVE W-OPERATEUR TO SAI-APPROUVE-PAR.
047600     MOVE W-DATE-JOUR TO SAI-DATE-APPROBATION.
047700     EXEC CICS REWRITE FILE (W-FIC-SAIFIC)
047800          FROM (SAI-ENREG) RESP (W-RESP)
047900     END-EXEC.
048000     IF W-RESP NOT = DFHRESP(NORMAL)
048100         MOVE 'INCIDENT FICHIER SAIFIC - APPROBATION'
048200           TO W-MESSAGE
048300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
048400         GO TO 3500-EXIT.
048500     MOVE 'D' TO W-ACV-FONCTION.
048600     PERFORM 8450-TRACER-ORDRE THRU 8450-EXIT.
048700     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
048800     MOVE 'ORDRE APPROUVE - MONTANT BLOQUE SUR LA CLE'
048900       TO W-MESSAGE.
049000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
049100 3500-EXIT.
049200     EXIT.
049300******************************************************************
049400*  4000-REJETER-LEVER : MOTIF OBLIGATOIRE - UN ORDRE PROPOSE EST *
049500*  REJETE (ETAT R), UN ORDRE ACTIF RECOIT SA MAINLEVEE (ETAT L) :*
049600*  LE MONTANT EST LIBERE IMMEDIATEMENT                           *
049700******************************************************************
049800 4000-REJETER-LEVER.
049900     IF M78-MOTIF-I = SPACES OR LOW-VALUE
050000         MOVE 'MOTIF OBLIGATOIRE POUR REJETER OU LEVER'
050100           TO W-MESSAGE
050200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
050300         GO TO 4000-EXIT.
050400     PERFORM 7000-CLE-ORDRE THRU 7000-EXIT.
050500     IF W-MESSAGE = SPACES
050600         PERFORM 7300-FICHE-AFFICHEE THRU 7300-EXIT.
050700     IF W-MESSAGE NOT = SPACES
050800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
050900         GO TO 4000-EXIT.
051000     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
051100     IF SAI-PROPOSE
051200         MOVE 'R'         TO SAI-ETAT
051300         MOVE W-OPERATEUR TO SAI-APPROUVE-PAR
051400         MOVE W-DATE-JOUR TO SAI-DATE-APPROBATION
051500         MOVE 'ORDRE REJETE' TO W-MESSAGE
051600     ELSE
051700         IF SAI-ACTIF
051800             MOVE 'L'         TO SAI-ETAT
051900             MOVE W-OPERATEUR TO SAI-LEVE-PAR
052000             MOVE W-DATE-JOUR TO SAI-DATE-LEVEE
052100             MOVE 'MAINLEVEE ENREGISTREE - MONTANT LIBERE'
052200               TO W-MESSAGE
052300         ELSE
052400             MOVE 'ORDRE DEJA REJETE, LEVE OU ECHU' TO W-MESSAGE
052500             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
052600             GO TO 4000-EXIT.
052700     MOVE M78-MOTIF-I TO SAI-MOTIF.
052800     INSPECT SAI-MOTIF REPLACING ALL LOW-VALUE BY SPACE.
052900     EXEC CICS REWRITE FILE (W-FIC-SAIFIC)
053000          FROM (SAI-ENREG) RESP (W-RESP)
053100     END-EXEC.
053200     IF W-RESP = DFHRESP(NORMAL)
053300         MOVE 'D' TO W-ACV-FONCTION
053400         PERFORM 8450-TRACER-ORDRE THRU 8450-EXIT
053500         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
053600     ELSE
053700         MOVE 'INCIDENT FICHIER SAIFIC - REJET / MAINLEVEE'
053800           TO W-MESSAGE.
053900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
054000 4000-EXIT.
054100     EXIT.
054200******************************************************************
054300*  7000-CLE-ORDRE : CLE FFFFFGS ET NUMERO SAISIS (NUMERO A       *
054400*  BLANC = ZERO)                                                 *
054500******************************************************************
054600 7000-CLE-ORDRE.
054700     MOVE SPACES TO W-MESSAGE.
054800     IF M78-CLE-I = SPACES OR LOW-VALUE
054900         MOVE 'CLE DU TITULAIRE OBLIGATOIRE' TO W-MESSAGE
055000         GO TO 7000-EXIT.
055100     MOVE M78-CLE-I TO SAI-FGS-CLE.
055200     MOVE ZERO      TO SAI-NUMERO.
055300     IF M78-NUM-I = SPACES OR LOW-VALUE
055400         GO TO 7000-EXIT.
055500     IF M78-NUM-I NOT NUMERIC
055600         MOVE 'NUMERO DE L ORDRE NON NUMERIQUE' TO W-MESSAGE
055700         GO TO 7000-EXIT.
055800     MOVE M78-NUM-I TO SAI-NUMERO.
055900 7000-EXIT.
056000     EXIT.
056100******************************************************************
056200*  7050-LIRE-MAITRE : LA CLE DOIT EXISTER AU FICHIER FFFFFGS     *
056300******************************************************************
056400 7050-LIRE-MAITRE.
056500     MOVE SAI-FGS-CLE TO FFFFFGS-CLE.
056600     EXEC CICS READ FILE (W-FIC-FFFFFGS)
056700          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
056800          RESP (W-RESP)
056900     END-EXEC.
057000     IF W-RESP NOT = DFHRESP(NORMAL)
057100         MOVE 'CLE ABSENTE DU FICHIER FFFFFGS' TO W-MESSAGE.
057200 7050-EXIT.
057300     EXIT.
057400******************************************************************
057500*  7100-ZONES-ORDRE : CONTROLE DES ZONES SAISIES VERS LA FICHE - *
057600*  AUTORITE J / F / S, NOM ET REFERENCE EXIGES, MONTANT          *
057700*  POSITIF, DEBUT <= FIN (FIN A BLANC = JUSQU A MAINLEVEE)       *
057800******************************************************************
057900 7100-ZONES-ORDRE.
058000     IF M78-AUTORITE-I NOT = 'J' AND NOT = 'F' AND NOT = 'S'
058100         MOVE 'AUTORITE : J JUDICIAIRE  F FISCALE  S SOCIALE'
058200           TO W-MESSAGE
058300         GO TO 7100-EXIT.
058400     IF M78-AUTNOM-I = SPACES OR LOW-VALUE
058500      OR M78-REF-I = SPACES OR LOW-VALUE
058600         MOVE 'AUTORITE ET REFERENCE DE L ACTE OBLIGATOIRES'
058700           TO W-MESSAGE
058800         GO TO 7100-EXIT.
058900     MOVE M78-MONTANT-I TO W-MONTANT-X.
059000     IF W-MONTANT-9 NOT NUMERIC
059100         MOVE 'MONTANT BLOQUE NON NUMERIQUE' TO W-MESSAGE
059200         GO TO 7100-EXIT.
059300     IF W-MONTANT-9 = ZERO
059400      OR W-MONTANT-9 GREATER 99999999999,99
059500         MOVE 'MONTANT BLOQUE NUL OU HORS LIMITE' TO W-MESSAGE
059600         GO TO 7100-EXIT.
059700     IF M78-DEBUT-I NOT NUMERIC
059800         MOVE 'DATE DE DEBUT NON NUMERIQUE (SSAAMMJJ)'
059900           TO W-MESSAGE
060000         GO TO 7100-EXIT.
060100     IF M78-FIN-I = SPACES OR LOW-VALUE
060200         MOVE '99999999' TO M78-FIN-I.
060300     IF M78-FIN-I NOT NUMERIC
060400         MOVE 'DATE DE FIN NON NUMERIQUE (BLANC = MAINLEVEE)'
060500           TO W-MESSAGE
060600         GO TO 7100-EXIT.
060700     IF M78-FIN-I LESS M78-DEBUT-I
060800         MOVE 'FIN DE L ORDRE ANTERIEURE AU DEBUT' TO W-MESSAGE
060900         GO TO 7100-EXIT.
060910     PERFORM 7150-DOCUMENT THRU 7150-EXIT.
060920     IF W-MESSAGE NOT = SPACES
060930         GO TO 7100-EXIT.
061000     MOVE M78-AUTORITE-I  TO SAI-AUTORITE.
061100     MOVE M78-AUTNOM-I    TO SAI-AUTORITE-NOM.
061200     MOVE M78-REF-I       TO SAI-REFERENCE.
061300     MOVE W-MONTANT-9     TO SAI-MONTANT-BLOQUE.
061400     MOVE M78-DEBUT-I     TO SAI-DATE-DEBUT.
061500     MOVE M78-FIN-I       TO SAI-DATE-FIN.
061600     INSPECT SAI-AUTORITE-NOM REPLACING ALL LOW-VALUE BY SPACE.
061700     INSPECT SAI-REFERENCE    REPLACING ALL LOW-VALUE BY SPACE.
061800 7100-EXIT.
061900     EXIT.
061904******************************************************************
061908*  7150-DOCUMENT : ACTE NUMERISE DE L ORDRE (BLANC = AUCUN) - LA *
061912*  REFERENCE DOIT ETRE INDEXEE SOUS LA CLE DE L ORDRE            *
061916******************************************************************
061920 7150-DOCUMENT.
061924     MOVE SPACES TO SAI-DOC-IMAGE.
061928     IF M78-DOC-I = SPACES OR LOW-VALUE
061932         GO TO 7150-EXIT.
061936     MOVE M78-CLE-I TO DOC-FGS-CLE.
061940     MOVE M78-DOC-I TO DOC-REF-IMAGE.
061944     INSPECT DOC-REF-IMAGE REPLACING ALL LOW-VALUE BY SPACE.
061948     EXEC CICS READ FILE (W-FIC-DOCFIC)
061952          INTO (DOC-ENREG) RIDFLD (DOC-CLE) RESP (W-RESP)
061956     END-EXEC.
061960     IF W-RESP NOT = DFHRESP(NORMAL)
061964         MOVE 'DOCUMENT NON INDEXE POUR CETTE CLE (DOCFIC)'
061968           TO W-MESSAGE
061972         GO TO 7150-EXIT.
061976     MOVE DOC-REF-IMAGE TO SAI-DOC-IMAGE.
061980 7150-EXIT.
061984     EXIT.
062000******************************************************************
062100*  7200-POSER-PROPOSITION : ETAT P, PROPOSANT ET DATE - LES      *
062200*  ZONES DE DECISION SONT EFFACEES                               *
062300******************************************************************
062400 7200-POSER-PROPOSITION.
062500     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
062600     MOVE 'P'          TO SAI-ETAT.
062700     MOVE W-OPERATEUR  TO SAI-PROPOSE-PAR.
062800     MOVE W-DATE-JOUR  TO SAI-DATE-PROPOSITION.
062900     MOVE SPACES       TO SAI-APPROUVE-PAR SAI-LEVE-PAR SAI-MOTIF.
063000     MOVE ZERO         TO SAI-DATE-APPROBATION SAI-DATE-LEVEE.
063100 7200-EXIT.
063200     EXIT.
063300******************************************************************
063400*  7300-FICHE-AFFICHEE : PF5 (MODIFICATION), PF6 ET PF9 PORTENT  *
063500*  SUR L ORDRE AFFICHE PAR ENTREE (COMMAREA), LU EN MISE A JOUR  *
063600******************************************************************
063700 7300-FICHE-AFFICHEE.
063800     IF CA-CLE NOT = SAI-CLE
063900         MOVE 'AFFICHER L ORDRE (ENTREE) AVANT DE DECIDER'
064000           TO W-MESSAGE
064100         GO TO 7300-EXIT.
064200     EXEC CICS READ FILE (W-FIC-SAIFIC)
064300          INTO (SAI-ENREG) RIDFLD (SAI-CLE)
064400          UPDATE RESP (W-RESP)
064500     END-EXEC.
064600     IF W-RESP NOT = DFHRESP(NORMAL)
064700         MOVE 'ORDRE INTROUVABLE' TO W-MESSAGE.
064800 7300-EXIT.
064900     EXIT.
065000******************************************************************
065100*  7400-PREMIER-SUIVANT : PREMIER ORDRE DE LA CLE A PARTIR DU    *
065200*  NUMERO POSE EN SAI-CLE                                        *
065300******************************************************************
065400 7400-PREMIER-SUIVANT.
065500     MOVE SAI-FGS-CLE TO FFFFFGS-CLE.
065600     EXEC CICS STARTBR FILE (W-FIC-SAIFIC)
065700          RIDFLD (SAI-CLE) GTEQ RESP (W-RESP)
065800     END-EXEC.
065900     IF W-RESP NOT = DFHRESP(NORMAL)
066000         MOVE 'AUCUN ORDRE - PF5 POUR LE PROPOSER' TO W-MESSAGE
066100         GO TO 7400-EXIT.
066200     EXEC CICS READNEXT FILE (W-FIC-SAIFIC)
066300          INTO (SAI-ENREG) RIDFLD (SAI-CLE) RESP (W-RESP)
066400     END-EXEC.
066500     IF W-RESP NOT = DFHRESP(NORMAL)
066600      OR SAI-FGS-CLE NOT = FFFFFGS-CLE
066700         MOVE 'AUCUN ORDRE - PF5 POUR LE PROPOSER' TO W-MESSAGE.
066800     EXEC CICS ENDBR FILE (W-FIC-SAIFIC) RESP (W-RESP)
066900     END-EXEC.
067000 7400-EXIT.
067100     EXIT.
067200******************************************************************
067300*  7450-NUMERO-SUIVANT : DERNIER NUMERO DE LA CLE + 1            *
067400******************************************************************
067500 7450-NUMERO-SUIVANT.
067600     MOVE ZERO TO W-DERNIER-NUMERO.
067700     MOVE SAI-FGS-CLE TO FFFFFGS-CLE.
067800     EXEC CICS STARTBR FILE (W-FIC-SAIFIC)
067900          RIDFLD (SAI-CLE) GTEQ RESP (W-RESP)
068000     END-EXEC.
068100     IF W-RESP NOT = DFHRESP(NORMAL)
068200         GO TO 7450-NUMERO.
068300 7450-LIRE.
068400     EXEC CICS READNEXT FILE (W-FIC-SAIFIC)
068500          INTO (SAI-ENREG) RIDFLD (SAI-CLE) RESP (W-RESP)
068600     END-EXEC.
068700     IF W-RESP = DFHRESP(NORMAL)
068800      AND SAI-FGS-CLE = FFFFFGS-CLE
068900         MOVE SAI-NUMERO TO W-DERNIER-NUMERO
069000         GO TO 7450-LIRE.
069100     EXEC CICS ENDBR FILE (W-FIC-SAIFIC) RESP (W-RESP)
069200     END-EXEC.
069300 7450-NUMERO.
069400     IF W-DERNIER-NUMERO = 999
069500         MOVE 'PLUS DE NUMERO LIBRE SUR CETTE CLE' TO W-MESSAGE
069600         GO TO 7450-EXIT.
069700     MOVE SPACES           TO SAI-ENREG.
069800     MOVE FFFFFGS-CLE      TO SAI-FGS-CLE.
069900     COMPUTE W-NUMERO = W-DERNIER-NUMERO + 1.
070000     MOVE W-NUMERO         TO SAI-NUMERO.
070100 7450-EXIT.
070200     EXIT.
070300******************************************************************
070400*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
070500******************************************************************
070600 8200-DATE-HEURE.
070700     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
070800     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
070900          YYYYMMDD (W-DATE-JOUR)
071000     END-EXEC.
071100     MOVE EIBTIME TO W-EIBTIME.
071200 8200-EXIT.
071300     EXIT.
071400******************************************************************
071500*  8450-TRACER-ORDRE : MISE A JOUR DE L ORDRE AU FICHIER         *
071600*  D ACTIVITE (DOMAINE SAIS, FONCTION C / M / D POSEE PAR        *
071700*  L APPELANT, ACV-DETAIL = ETAT DE L ORDRE)                     *
071800******************************************************************
071900 8450-TRACER-ORDRE.
072000     MOVE SPACES         TO ACV-ENREG.
072100     MOVE 'SAIS'         TO ACV-DOMAINE.
072200     MOVE W-ACV-FONCTION TO ACV-FONCTION.
072300     MOVE SAI-ETAT       TO ACV-DETAIL.
072400     MOVE SAI-CLE        TO ACV-CLE.
072500     MOVE SAI-FGS-CLE    TO ACV-FGS-CLE.
072600     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
072700 8450-EXIT.
072800     EXIT.
072900******************************************************************
073000*  8400-TRACER-ACTIVITE : ENREGISTREMENT AU FICHIER D ACTIVITE   *
073100*  (FILE GACJ) - L APPELANT GARNIT DOMAINE, FONCTION ET CLES     *
073200******************************************************************
073300 8400-TRACER-ACTIVITE.
073400     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
073500     MOVE W-DATE-JOUR         TO ACV-DATE.
073600     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
073700     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
073800     MOVE 'GSSJ781 '          TO ACV-PROGRAMME.
073900     MOVE W-FORMATION         TO ACV-FORMATION.
074000     EXEC CICS WRITEQ TD QUEUE ('GACJ')
074100          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
074200     END-EXEC.
074300 8400-EXIT.
074400     EXIT.
074500******************************************************************
074600*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
074700******************************************************************
074800 8000-ENVOYER-ECRAN.
074900     MOVE W-MESSAGE TO M78-MESS-I.
075000     IF W-FORMATION = 'O'
075100         MOVE SPACES TO M78-MESS-I
075200         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
075300             DELIMITED SIZE INTO M78-MESS-I
075400         END-STRING.
075500     IF W-EFFACER = 'O'
075600         MOVE 'N' TO W-EFFACER
075700         EXEC CICS SEND MAP ('GSSJ78') MAPSET ('GSSJ78M')
075800              FROM (GSSJ78I) ERASE
075900         END-EXEC
076000     ELSE
076100         EXEC CICS SEND MAP ('GSSJ78') MAPSET ('GSSJ78M')
076200              FROM (GSSJ78I)
076300         END-EXEC.
076400 8000-EXIT.
076500     EXIT.
