000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSIM126.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSIM126 : ENTRETIEN DE L INDEX DES DOCUMENTS (DOCFIC)         *
000900*  ------------------------------------------------------------  *
001000*  L INDEX EST CHARGE LA NUIT DEPUIS L IMAGERIE (GSIM125) ; CETTE*
001100*  TRANSACTION PERMET DE LE CONSULTER PAR CLE FFFFFGS ET DE LE   *
001200*  CORRIGER : DOCUMENT OUBLIE PAR L EXPORT, TYPE OU CLASSE DE    *
001300*  RETENTION MAL POSES, REFERENCE RATTACHEE A LA MAUVAISE CLE.   *
001400*  ENTREE = AFFICHER LE DOCUMENT SAISI (REFERENCE A BLANC =      *
001500*           PREMIER DOCUMENT DE LA CLE)                          *
001600*  PF8    = DOCUMENT SUIVANT DE LA MEME CLE                      *
001700*  PF5    = INDEXER UNE NOUVELLE REFERENCE OU MODIFIER LE        *
001800*           DOCUMENT AFFICHE (TYPE REFTBL DOCT, CLASSE REFTBL    *
001900*           DOCR, DATE DE RECEPTION NON FUTURE)                  *
002000*  PF9    = RETIRER LE DOCUMENT AFFICHE DE L INDEX - REFUSE SI LA*
002100*           CLE EST SOUS GEL JURIDIQUE ACTIF (HLDFIC)            *
002200*  PF3    = FIN DE TRANSACTION                                   *
002300*  PROFIL CONSULTATION POUR ENTREE ET PF8, MISE A JOUR POUR PF5, *
002400*  APPROBATION POUR PF9 - PERIMETRE D ENTITE DE L OPERATEUR SUR  *
002500*  LA CLE. CHAQUE MISE A JOUR PART AU FICHIER D ACTIVITE (GACJ,  *
002600*  DOMAINE DOCU) ; LES REFUS DE PROFIL A LA FILE GAUJ.           *
002700*  PROFIL EN FORMATION = COPIES F (DOCFICF, FFFFFGSF, REFTBLF).  *
002800*  ------------------------------------------------------------  *
002900*  HISTORIQUE DES MODIFICATIONS                                  *
003000*  15/10/26  DA  CREATION                                        *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.
003500     IBM-370.
003600 OBJECT-COMPUTER.
003700     IBM-370.
003800 SPECIAL-NAMES.
003900     DECIMAL-POINT IS COMMA.
004000 DATA DIVISION.
004100 WORKING-STORAGE SECTION.
004200 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
004300 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
004400 01  W-ABSTIME                       PIC S9(15) COMP-3.
004500 01  W-DATE-JOUR                     PIC 9(08).
004600 01  W-EIBTIME                       PIC 9(07).
004700 COPY GSPFKEY.
004800 COPY FFFFFGA.
004900 COPY FFFFFGDX.
005000 COPY FFFFFGAC.
005100 COPY FFFFFGR.
005200 COPY FFFFFGHD.
005300 01  W-OPERATEUR                     PIC X(08).
005400 01  W-FIC-DOCFIC                    PIC X(08) VALUE 'DOCFIC  '.
005500 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
005600 01  W-FIC-REFTBL                    PIC X(08) VALUE 'REFTBL  '.
005700 01  W-FORMATION                     PIC X(01) VALUE 'N'.
005800 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
005900 01  W-FONCTION-DEMANDEE             PIC X(01).
006000 01  W-AUTORISE                      PIC X(01).
006100 01  W-EFFACER                       PIC X(01) VALUE 'N'.
006200 01  W-ACV-FONCTION                  PIC X(01).
006300 01  W-DUREE                         PIC 9(03).
006400 01  W-ECHEANCE                      PIC 9(08).
006500 01  W-ORIGINE                       PIC X(06).
006600 01  W-CLE-DOC                       PIC X(27).
006700 01  W-VIOLATION.
006800     05  VIO-DATE                    PIC 9(08).
006900     05  VIO-HEURE                   PIC 9(06).
007000     05  VIO-OPERATEUR               PIC X(08).
007100     05  VIO-FONCTION                PIC X(01).
007200     05  VIO-PROGRAMME               PIC X(08).
007300     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
007400     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
007500*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
007600*    DECLAREE ICI, PAS EN COPY)
007700 01  GSIM12I.
007800     05  FILLER                      PIC X(12).
007900     05  M12-CLE-L                   PIC S9(04) COMP.
008000     05  M12-CLE-A                   PIC X(01).
008100     05  M12-CLE-I                   PIC X(15).
008200     05  M12-REF-L                   PIC S9(04) COMP.
008300     05  M12-REF-A                   PIC X(01).
008400     05  M12-REF-I                   PIC X(12).
008500     05  M12-TYPE-L                  PIC S9(04) COMP.
008600     05  M12-TYPE-A                  PIC X(01).
008700     05  M12-TYPE-I                  PIC X(04).
008800     05  M12-TYPLIB-L                PIC S9(04) COMP.
008900     05  M12-TYPLIB-A                PIC X(01).
009000     05  M12-TYPLIB-I                PIC X(15).
009100     05  M12-RECEPT-L                PIC S9(04) COMP.
009200     05  M12-RECEPT-A                PIC X(01).
009300     05  M12-RECEPT-I                PIC X(08).
009400     05  M12-CLASSE-L                PIC S9(04) COMP.
009500     05  M12-CLASSE-A                PIC X(01).
009600     05  M12-CLASSE-I                PIC X(02).
009700     05  M12-LIBELLE-L               PIC S9(04) COMP.
009800     05  M12-LIBELLE-A               PIC X(01).
009900     05  M12-LIBELLE-I               PIC X(30).
010000     05  M12-INFO-L                  PIC S9(04) COMP.
010100     05  M12-INFO-A                  PIC X(01).
010200     05  M12-INFO-I                  PIC X(50).
010300     05  M12-MESS-L                  PIC S9(04) COMP.
010400     05  M12-MESS-A                  PIC X(01).
010500     05  M12-MESS-I                  PIC X(60).
010600 COPY FFFFFFGS.
010700 01  W-COMMAREA.
010800     05  CA-CLE                      PIC X(27).
010900 LINKAGE SECTION.
011000 01  DFHCOMMAREA                     PIC X(27).
011100 PROCEDURE DIVISION.
011200******************************************************************
011300*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
011400******************************************************************
011500 0000-MAINLINE.
011600     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
011700     IF EIBCALEN = ZERO
011800         MOVE 'O' TO W-EFFACER
011900         MOVE LOW-VALUE TO GSIM12I
012000         MOVE LOW-VALUE TO CA-CLE
012100         MOVE 'CLE DU CLIENT (REFERENCE FACULTATIVE) PUIS ENTREE'
012200           TO W-MESSAGE
012300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
012400         GO TO 0000-RETOUR.
012500     MOVE DFHCOMMAREA TO W-COMMAREA.
012600     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
012700     EVALUATE TRUE
012800         WHEN PFK3
012900             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
013000             END-EXEC
013100             EXEC CICS RETURN END-EXEC
013200         WHEN ENTER-KEY
013300             MOVE 'C' TO W-FONCTION-DEMANDEE
013400             PERFORM 3030-AUTORISER THRU 3030-EXIT
013500             IF W-AUTORISE = 'O'
013600                 PERFORM 2000-AFFICHER THRU 2000-EXIT
013700             END-IF
013800         WHEN PFK8
013900             MOVE 'C' TO W-FONCTION-DEMANDEE
014000             PERFORM 3030-AUTORISER THRU 3030-EXIT
014100             IF W-AUTORISE = 'O'
014200                 PERFORM 2200-SUIVANT THRU 2200-EXIT
014300             END-IF
014400         WHEN PFK5
014500             MOVE 'M' TO W-FONCTION-DEMANDEE
014600             PERFORM 3030-AUTORISER THRU 3030-EXIT
014700             IF W-AUTORISE = 'O'
014800                 PERFORM 3000-ENREGISTRER THRU 3000-EXIT
014900             END-IF
015000         WHEN PFK9
015100             MOVE 'P' TO W-FONCTION-DEMANDEE
015200             PERFORM 3030-AUTORISER THRU 3030-EXIT
015300             IF W-AUTORISE = 'O'
015400                 PERFORM 4000-RETIRER THRU 4000-EXIT
015500             END-IF
015600         WHEN OTHER
015700             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
015800             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
015900     END-EVALUATE.
016000 0000-RETOUR.
016100     EXEC CICS RETURN TRANSID ('GSI2')
016200          COMMAREA (W-COMMAREA) LENGTH (27)
016300     END-EXEC.
016400 0000-EXIT.
016500     EXIT.
016600******************************************************************
016700*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
016800******************************************************************
016900 1050-AIGUILLER-FICHIERS.
017000     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
017100     MOVE W-OPERATEUR TO AUT-OPERATEUR.
017200     EXEC CICS READ FILE ('AUTFIC')
017300          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
017400          RESP (W-RESP)
017500     END-EXEC.
017600     IF W-RESP = DFHRESP(NORMAL)
017700         MOVE 'O' TO W-PROFIL-LU
017800         IF AUT-EN-FORMATION
017900             MOVE 'O'        TO W-FORMATION
018000             MOVE 'DOCFICF ' TO W-FIC-DOCFIC
018100             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
018200             MOVE 'REFTBLF ' TO W-FIC-REFTBL
018300         END-IF
018400     ELSE
018500         MOVE 'N' TO W-PROFIL-LU.
018600 1050-EXIT.
018700     EXIT.
018800******************************************************************
018900*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
019000******************************************************************
019100 1100-RECEVOIR-PFKEY.
019200     EXEC CICS RECEIVE MAP ('GSIM12') MAPSET ('GSIM12M')
019300          INTO (GSIM12I) RESP (W-RESP)
019400     END-EXEC.
019500     EVALUATE EIBAID
019600         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
019700         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
019800         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
019900         WHEN DFHPF8   MOVE 08 TO PFKEY-INDICATOR
020000         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
020100         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
020200     END-EVALUATE.
020300 1100-EXIT.
020400     EXIT.
020500******************************************************************
020600*  3030-AUTORISER : C AFFICHE, M INDEXE / MODIFIE, P RETIRE -    *
020700*  LA CLE SAISIE RESTE DANS LE PERIMETRE D ENTITE - REFUS AU     *
020800*  JOURNAL GAUJ                                                  *
020900******************************************************************
021000 3030-AUTORISER.
021100     MOVE 'N' TO W-AUTORISE.
021200     IF W-PROFIL-LU = 'O'
021300         EVALUATE W-FONCTION-DEMANDEE
021400             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
021500             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
021600             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
021700         END-EVALUATE
021800         IF W-AUTORISE = 'O'
021900          AND AUT-ENTITE NOT = SPACES
022000          AND M12-CLE-I NOT = SPACES
022100          AND M12-CLE-I NOT = LOW-VALUE
022200          AND M12-CLE-I (1:2) NOT = AUT-ENTITE
022300             MOVE 'N' TO W-AUTORISE
022400         END-IF
022500     END-IF.
022600     IF W-AUTORISE NOT = 'O'
022700         PERFORM 3035-REFUSER THRU 3035-EXIT.
022800 3030-EXIT.
022900     EXIT.
023000******************************************************************
023100*  3035-REFUSER : FONCTION OU PERIMETRE REFUSE - VIOLATION A LA  *
023200*  FILE GAUJ ET MESSAGE A L OPERATEUR                            *
023300******************************************************************
023400 3035-REFUSER.
023500     MOVE 'N' TO W-AUTORISE.
023600     MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
023700       TO W-MESSAGE.
023800     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
023900     MOVE W-DATE-JOUR         TO VIO-DATE.
024000     MOVE W-EIBTIME (2:6)     TO VIO-HEURE.
024100     MOVE W-OPERATEUR         TO VIO-OPERATEUR.
024200     MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION.
024300     MOVE 'GSIM126 '          TO VIO-PROGRAMME.
024400     EXEC CICS WRITEQ TD QUEUE ('GAUJ')
024500          FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
024600     END-EXEC.
024700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
024800 3035-EXIT.
024900     EXIT.
025000******************************************************************
025100*  2000-AFFICHER : LE DOCUMENT SAISI, OU LE PREMIER DE LA CLE SI *
025200*  LA REFERENCE EST A BLANC - LE DOCUMENT AFFICHE EST GARDE EN   *
025300*  COMMAREA : PF5 (MODIFICATION), PF8 ET PF9 PARTENT DE LUI      *
025400******************************************************************
025500 2000-AFFICHER.
025600     MOVE LOW-VALUE TO CA-CLE.
025700     PERFORM 7000-CLE-DOCUMENT THRU 7000-EXIT.
025800     IF W-MESSAGE NOT = SPACES
025900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
026000         GO TO 2000-EXIT.
026100     IF DOC-REF-IMAGE = LOW-VALUE
026200         PERFORM 7400-PREMIER-SUIVANT THRU 7400-EXIT
026300     ELSE
026400         EXEC CICS READ FILE (W-FIC-DOCFIC)
026500              INTO (DOC-ENREG) RIDFLD (DOC-CLE) RESP (W-RESP)
026600         END-EXEC
026700         IF W-RESP NOT = DFHRESP(NORMAL)
026800             MOVE 'DOCUMENT NON INDEXE - PF5 POUR L INDEXER'
026900               TO W-MESSAGE.
027000     IF W-MESSAGE NOT = SPACES
027100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
027200         GO TO 2000-EXIT.
027300     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
027400     MOVE DOC-CLE TO CA-CLE.
027500     MOVE 'PF5 = MODIFIER  PF8 = SUIVANT  PF9 = RETIRER'
027600       TO W-MESSAGE.
027700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
027800 2000-EXIT.
027900     EXIT.
028000******************************************************************
028100*  2200-SUIVANT : DOCUMENT SUIVANT DE LA CLE AFFICHEE            *
028200******************************************************************
028300 2200-SUIVANT.
028400     IF CA-CLE = LOW-VALUE
028500         MOVE 'AFFICHER UN DOCUMENT (ENTREE) AVANT PF8'
028600           TO W-MESSAGE
028700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
028800         GO TO 2200-EXIT.
028900     MOVE CA-CLE TO DOC-CLE.
029000     MOVE SPACES TO W-MESSAGE.
029100     PERFORM 7400-PREMIER-SUIVANT THRU 7400-EXIT.
029200     IF W-MESSAGE NOT = SPACES
029300         MOVE 'DERNIER DOCUMENT DE LA CLE' TO W-MESSAGE
029400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
029500         GO TO 2200-EXIT.
029600     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
029700     MOVE DOC-FGS-CLE TO M12-CLE-I.
029800     MOVE DOC-CLE TO CA-CLE.
029900     MOVE 'PF5 = MODIFIER  PF8 = SUIVANT  PF9 = RETIRER'
030000       TO W-MESSAGE.
030100     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
030200 2200-EXIT.
030300     EXIT.
030400******************************************************************
030500*  2500-GARNIR-ECRAN : LE DOCUMENT VERS LES ZONES DE L ECRAN -   *
030600*  LIBELLE DU TYPE (REFTBL DOCT), ORIGINE, AUTEUR ET ECHEANCE DE *
030700*  CONSERVATION (RECEPTION + DUREE DE LA CLASSE REFTBL DOCR)     *
030800******************************************************************
030900 2500-GARNIR-ECRAN.
031000     MOVE DOC-REF-IMAGE        TO M12-REF-I.
031100     MOVE DOC-TYPE             TO M12-TYPE-I.
031200     MOVE DOC-DATE-RECEPTION   TO M12-RECEPT-I.
031300     MOVE DOC-CLASSE-RETENTION TO M12-CLASSE-I.
031400     MOVE DOC-LIBELLE          TO M12-LIBELLE-I.
031500     MOVE SPACES               TO M12-TYPLIB-I.
031600     MOVE 'DOCT'               TO REF-TYPE.
031700     MOVE SPACES               TO REF-CODE.
031800     MOVE DOC-TYPE             TO REF-CODE (1:4).
031900     EXEC CICS READ FILE (W-FIC-REFTBL)
032000          INTO (REF-ENREG) RIDFLD (REF-CLE) RESP (W-RESP)
032100     END-EXEC.
032200     IF W-RESP = DFHRESP(NORMAL)
032300         MOVE REF-LIB-COURT TO M12-TYPLIB-I.
032400     MOVE ZERO TO W-ECHEANCE.
032500     MOVE 'DOCR'               TO REF-TYPE.
032600     MOVE SPACES               TO REF-CODE.
032700     MOVE DOC-CLASSE-RETENTION TO REF-CODE (1:2).
032800     EXEC CICS READ FILE (W-FIC-REFTBL)
032900          INTO (REF-ENREG) RIDFLD (REF-CLE) RESP (W-RESP)
033000     END-EXEC.
033100     IF W-RESP = DFHRESP(NORMAL)
033200      AND REF-LIB-COURT (1:3) NUMERIC
033300         MOVE REF-LIB-COURT (1:3) TO W-DUREE
033400         IF W-DUREE = 999
033500             MOVE 99999999 TO W-ECHEANCE
033600         ELSE
033700             COMPUTE W-ECHEANCE =
033800                 DOC-DATE-RECEPTION + W-DUREE * 10000.
033900     IF DOC-IMPORTE
034000         MOVE 'IMPORT' TO W-ORIGINE
034100     ELSE
034200         MOVE 'SAISIE' TO W-ORIGINE.
034300     MOVE SPACES TO M12-INFO-I.
034400     STRING W-ORIGINE ' ' DOC-SAISI-PAR ' LE ' DOC-DATE-MAJ
034500            ' - GARDE JUSQU AU ' W-ECHEANCE
034600            DELIMITED SIZE INTO M12-INFO-I
034700     END-STRING.
034800 2500-EXIT.
034900     EXIT.
035000******************************************************************
035100*  3000-ENREGISTRER : REFERENCE NOUVELLE POUR LA CLE = DOCUMENT  *
035200*  INDEXE (LA CLE DOIT EXISTER AU MAITRE) ; REFERENCE DEJA       *
035300*  INDEXEE = MODIFICATION DU DOCUMENT AFFICHE                    *
035400******************************************************************
035500 3000-ENREGISTRER.
035600     PERFORM 7000-CLE-DOCUMENT THRU 7000-EXIT.
035700     IF W-MESSAGE = SPACES
035800      AND DOC-REF-IMAGE = LOW-VALUE
035900         MOVE 'REFERENCE IMAGE OBLIGATOIRE' TO W-MESSAGE.
036000     IF W-MESSAGE = SPACES
036100         PERFORM 7050-LIRE-MAITRE THRU 7050-EXIT.
036200     IF W-MESSAGE NOT = SPACES
036300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
036400         GO TO 3000-EXIT.
036500     MOVE DOC-CLE TO W-CLE-DOC.
036600     EXEC CICS READ FILE (W-FIC-DOCFIC)
036700          INTO (DOC-ENREG) RIDFLD (DOC-CLE) RESP (W-RESP)
036800     END-EXEC.
036900     IF W-RESP = DFHRESP(NORMAL)
037000         PERFORM 3200-MODIFIER THRU 3200-EXIT
037100         GO TO 3000-EXIT.
037200     MOVE SPACES    TO DOC-ENREG.
037300     MOVE W-CLE-DOC TO DOC-CLE.
037400     PERFORM 7100-ZONES-DOCUMENT THRU 7100-EXIT.
037500     IF W-MESSAGE NOT = SPACES
037600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
037700         GO TO 3000-EXIT.
037800     PERFORM 7200-POSER-SAISIE THRU 7200-EXIT.
037900     EXEC CICS WRITE FILE (W-FIC-DOCFIC)
038000          FROM (DOC-ENREG) RIDFLD (DOC-CLE) RESP (W-RESP)
038100     END-EXEC.
038200     IF W-RESP = DFHRESP(NORMAL)
038300         MOVE DOC-CLE TO CA-CLE
038400         MOVE 'C' TO W-ACV-FONCTION
038500         PERFORM 8450-TRACER-DOCUMENT THRU 8450-EXIT
038600         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
038700         MOVE 'DOCUMENT INDEXE' TO W-MESSAGE
038800     ELSE
038900         MOVE 'INCIDENT FICHIER DOCFIC - INDEXATION'
039000           TO W-MESSAGE.
039100     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
039200 3000-EXIT.
039300     EXIT.
039400******************************************************************
039500*  3200-MODIFIER : LE DOCUMENT AFFICHE EST RELU EN MISE A JOUR - *
039600*  TYPE, RECEPTION, CLASSE ET LIBELLE REPRIS DE L ECRAN ; IL     *
039700*  DEVIENT UNE SAISIE DE L OPERATEUR                             *
039800******************************************************************
039900 3200-MODIFIER.
040000     PERFORM 7300-FICHE-AFFICHEE THRU 7300-EXIT.
040100     IF W-MESSAGE NOT = SPACES
040200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
040300         GO TO 3200-EXIT.
040400     PERFORM 7100-ZONES-DOCUMENT THRU 7100-EXIT.
040500     IF W-MESSAGE NOT = SPACES
040600         EXEC CICS UNLOCK FILE (W-FIC-DOCFIC) RESP (W-RESP)
040700         END-EXEC
040800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
040900         GO TO 3200-EXIT.
041000     PERFORM 7200-POSER-SAISIE THRU 7200-EXIT.
041100     EXEC CICS REWRITE FILE (W-FIC-DOCFIC)
041200          FROM (DOC-ENREG) RESP (W-RESP)
041300     END-EXEC.
041400     IF W-RESP = DFHRESP(NORMAL)
041500         MOVE 'M' TO W-ACV-FONCTION
041600         PERFORM 8450-TRACER-DOCUMENT THRU 8450-EXIT
041700         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
041800         MOVE 'DOCUMENT MODIFIE' TO W-MESSAGE
041900     ELSE
042000         MOVE 'INCIDENT FICHIER DOCFIC - MODIFICATION'
042100           TO W-MESSAGE.
042200     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
042300 3200-EXIT.
042400     EXIT.
042500******************************************************************
042600*  4000-RETIRER : LE DOCUMENT AFFICHE QUITTE L INDEX, SAUF SI LA *
042700*  CLE EST SOUS GEL JURIDIQUE ACTIF (LE CONTENTIEUX DOIT POUVOIR *
042800*  RETROUVER TOUTES SES PIECES)                                  *
042900******************************************************************
043000 4000-RETIRER.
043100     PERFORM 7000-CLE-DOCUMENT THRU 7000-EXIT.
043200     IF W-MESSAGE = SPACES
043300         PERFORM 7500-GEL-JURIDIQUE THRU 7500-EXIT.
043400     IF W-MESSAGE = SPACES
043500         PERFORM 7300-FICHE-AFFICHEE THRU 7300-EXIT.
043600     IF W-MESSAGE NOT = SPACES
043700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
043800         GO TO 4000-EXIT.
043900     EXEC CICS DELETE FILE (W-FIC-DOCFIC) RESP (W-RESP)
044000     END-EXEC.
044100     IF W-RESP = DFHRESP(NORMAL)
044200         MOVE 'S' TO W-ACV-FONCTION
044300         PERFORM 8450-TRACER-DOCUMENT THRU 8450-EXIT
044400         MOVE LOW-VALUE TO CA-CLE
044500         MOVE 'DOCUMENT RETIRE DE L INDEX' TO W-MESSAGE
044600     ELSE
044700         MOVE 'INCIDENT FICHIER DOCFIC - RETRAIT' TO W-MESSAGE.
044800     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
044900 4000-EXIT.
045000     EXIT.
045100******************************************************************
045200*  7000-CLE-DOCUMENT : CLE FFFFFGS ET REFERENCE SAISIES          *
045300*  (REFERENCE A BLANC = LOW-VALUE)                               *
045400******************************************************************
045500 7000-CLE-DOCUMENT.
045600     MOVE SPACES TO W-MESSAGE.
045700     IF M12-CLE-I = SPACES OR LOW-VALUE
045800         MOVE 'CLE DU CLIENT OBLIGATOIRE' TO W-MESSAGE
045900         GO TO 7000-EXIT.
046000     MOVE M12-CLE-I TO DOC-FGS-CLE.
046100     MOVE LOW-VALUE TO DOC-REF-IMAGE.
046200     IF M12-REF-I = SPACES OR LOW-VALUE
046300         GO TO 7000-EXIT.
046400     MOVE M12-REF-I TO DOC-REF-IMAGE.
046500     INSPECT DOC-REF-IMAGE REPLACING ALL LOW-VALUE BY SPACE.
046600 7000-EXIT.
046700     EXIT.
046800******************************************************************
046900*  7050-LIRE-MAITRE : LA CLE DOIT EXISTER AU FICHIER FFFFFGS     *
047000******************************************************************
047100 7050-LIRE-MAITRE.
047200     MOVE DOC-FGS-CLE TO FFFFFGS-CLE.
047300     EXEC CICS READ FILE (W-FIC-FFFFFGS)
047400          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
047500          RESP (W-RESP)
047600     END-EXEC.
047700     IF W-RESP NOT = DFHRESP(NORMAL)
047800         MOVE 'CLE ABSENTE DU FICHIER FFFFFGS' TO W-MESSAGE.
047900 7050-EXIT.
048000     EXIT.
048100******************************************************************
048200*  7100-ZONES-DOCUMENT : CONTROLE DES ZONES SAISIES VERS LA      *
048300*  FICHE - TYPE CONNU DE REFTBL DOCT, RECEPTION NUMERIQUE ET NON *
048400*  FUTURE, CLASSE CONNUE DE REFTBL DOCR AVEC UNE DUREE           *
048500******************************************************************
048600 7100-ZONES-DOCUMENT.
048700     IF M12-TYPE-I = SPACES OR LOW-VALUE
048800         MOVE 'TYPE DE DOCUMENT OBLIGATOIRE (REFTBL DOCT)'
048900           TO W-MESSAGE
049000         GO TO 7100-EXIT.
049100     MOVE 'DOCT'      TO REF-TYPE.
049200     MOVE SPACES      TO REF-CODE.
049300     MOVE M12-TYPE-I  TO REF-CODE (1:4).
049400     EXEC CICS READ FILE (W-FIC-REFTBL)
049500          INTO (REF-ENREG) RIDFLD (REF-CLE) RESP (W-RESP)
049600     END-EXEC.
049700     IF W-RESP NOT = DFHRESP(NORMAL)
049800         MOVE 'TYPE INCONNU DE REFTBL DOCT' TO W-MESSAGE
049900         GO TO 7100-EXIT.
050000     IF M12-RECEPT-I NOT NUMERIC
050100         MOVE 'DATE DE RECEPTION NON NUMERIQUE (SSAAMMJJ)'
050200           TO W-MESSAGE
050300         GO TO 7100-EXIT.
050400     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
050500     IF M12-RECEPT-I GREATER W-DATE-JOUR
050600         MOVE 'DATE DE RECEPTION POSTERIEURE A CE JOUR'
050700           TO W-MESSAGE
050800         GO TO 7100-EXIT.
050900     MOVE 'DOCR'       TO REF-TYPE.
051000     MOVE SPACES       TO REF-CODE.
051100     MOVE M12-CLASSE-I TO REF-CODE (1:2).
051200     EXEC CICS READ FILE (W-FIC-REFTBL)
051300          INTO (REF-ENREG) RIDFLD (REF-CLE) RESP (W-RESP)
051400     END-EXEC.
051500     IF W-RESP NOT = DFHRESP(NORMAL)
051600         MOVE 'CLASSE DE RETENTION INCONNUE DE REFTBL DOCR'
051700           TO W-MESSAGE
051800         GO TO 7100-EXIT.
051900     IF REF-LIB-COURT (1:3) NOT NUMERIC
052000         MOVE 'CLASSE DE RETENTION SANS DUREE A REFTBL DOCR'
052100           TO W-MESSAGE
052200         GO TO 7100-EXIT.
052300     MOVE M12-TYPE-I    TO DOC-TYPE.
052400     MOVE M12-RECEPT-I  TO DOC-DATE-RECEPTION.
052500     MOVE M12-CLASSE-I  TO DOC-CLASSE-RETENTION.
052600     MOVE M12-LIBELLE-I TO DOC-LIBELLE.
052700     INSPECT DOC-LIBELLE REPLACING ALL LOW-VALUE BY SPACE.
052800 7100-EXIT.
052900     EXIT.
053000******************************************************************
053100*  7200-POSER-SAISIE : ORIGINE S, OPERATEUR ET DATE DU JOUR      *
053200******************************************************************
053300 7200-POSER-SAISIE.
053400     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
053500     MOVE 'S'          TO DOC-ORIGINE.
053600     MOVE W-OPERATEUR  TO DOC-SAISI-PAR.
053700     MOVE W-DATE-JOUR  TO DOC-DATE-MAJ.
053800 7200-EXIT.
053900     EXIT.
054000******************************************************************
054100*  7300-FICHE-AFFICHEE : PF5 (MODIFICATION) ET PF9 PORTENT SUR LE*
054200*  DOCUMENT AFFICHE PAR ENTREE (COMMAREA), LU EN MISE A JOUR     *
054300******************************************************************
054400 7300-FICHE-AFFICHEE.
054500     IF CA-CLE NOT = DOC-CLE
054600         MOVE 'AFFICHER LE DOCUMENT (ENTREE) AVANT MISE A JOUR'
054700           TO W-MESSAGE
054800         GO TO 7300-EXIT.
054900     EXEC CICS READ FILE (W-FIC-DOCFIC)
055000          INTO (DOC-ENREG) RIDFLD (DOC-CLE)
055100          UPDATE RESP (W-RESP)
055200     END-EXEC.
055300     IF W-RESP NOT = DFHRESP(NORMAL)
055400         MOVE 'DOCUMENT INTROUVABLE' TO W-MESSAGE.
055500 7300-EXIT.
055600     EXIT.
055700******************************************************************
055800*  7400-PREMIER-SUIVANT : PREMIER DOCUMENT DE LA CLE APRES LA    *
055900*  REFERENCE POSEE EN DOC-CLE (LOW-VALUE = PREMIER DE LA CLE)    *
056000******************************************************************
056100 7400-PREMIER-SUIVANT.
056200     MOVE DOC-CLE     TO W-CLE-DOC.
056300     MOVE DOC-FGS-CLE TO FFFFFGS-CLE.
056400     EXEC CICS STARTBR FILE (W-FIC-DOCFIC)
056500          RIDFLD (DOC-CLE) GTEQ RESP (W-RESP)
056600     END-EXEC.
056700     IF W-RESP NOT = DFHRESP(NORMAL)
056800         MOVE 'AUCUN DOCUMENT - PF5 POUR INDEXER' TO W-MESSAGE
056900         GO TO 7400-EXIT.
057000 7400-LIRE.
057100     EXEC CICS READNEXT FILE (W-FIC-DOCFIC)
057200          INTO (DOC-ENREG) RIDFLD (DOC-CLE) RESP (W-RESP)
057300     END-EXEC.
057400     IF W-RESP = DFHRESP(NORMAL)
057500      AND DOC-CLE = W-CLE-DOC
057600         GO TO 7400-LIRE.
057700     IF W-RESP NOT = DFHRESP(NORMAL)
057800      OR DOC-FGS-CLE NOT = FFFFFGS-CLE
057900         MOVE 'AUCUN DOCUMENT - PF5 POUR INDEXER' TO W-MESSAGE.
058000     EXEC CICS ENDBR FILE (W-FIC-DOCFIC) RESP (W-RESP)
058100     END-EXEC.
058200 7400-EXIT.
058300     EXIT.
058400******************************************************************
058500*  7500-GEL-JURIDIQUE : GEL ACTIF SUR LA CLE (HLDFIC TYPE C,     *
058600*  DATE DU JOUR DANS LA FENETRE, FIN A ZERO = SANS LIMITE)       *
058700******************************************************************
058800 7500-GEL-JURIDIQUE.
058900     MOVE 'C'         TO HLD-TYPE.
059000     MOVE DOC-FGS-CLE TO HLD-VALEUR.
059100     EXEC CICS READ FILE ('HLDFIC')
059200          INTO (HLD-ENREG) RIDFLD (HLD-CLE) RESP (W-RESP)
059300     END-EXEC.
059400     IF W-RESP NOT = DFHRESP(NORMAL)
059500         GO TO 7500-EXIT.
059600     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
059700     IF HLD-DATE-DEBUT GREATER W-DATE-JOUR
059800         GO TO 7500-EXIT.
059900     IF HLD-DATE-FIN NOT = ZERO
060000      AND HLD-DATE-FIN LESS W-DATE-JOUR
060100         GO TO 7500-EXIT.
060200     MOVE SPACES TO W-MESSAGE.
060300     STRING 'CLE SOUS GEL JURIDIQUE ' HLD-DOSSIER
060400            ' - RETRAIT REFUSE'
060500            DELIMITED SIZE INTO W-MESSAGE
060600     END-STRING.
060700 7500-EXIT.
060800     EXIT.
060900******************************************************************
061000*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
061100******************************************************************
061200 8200-DATE-HEURE.
061300     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
061400     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
061500          YYYYMMDD (W-DATE-JOUR)
061600     END-EXEC.
061700     MOVE EIBTIME TO W-EIBTIME.
061800 8200-EXIT.
061900     EXIT.
062000******************************************************************
062100*  8450-TRACER-DOCUMENT : MISE A JOUR DE L INDEX AU FICHIER      *
062200*  D ACTIVITE (DOMAINE DOCU, FONCTION C / M / S POSEE PAR        *
062300*  L APPELANT, ACV-CLE = REFERENCE IMAGE)                        *
062400******************************************************************
062500 8450-TRACER-DOCUMENT.
062600     MOVE SPACES         TO ACV-ENREG.
062700     MOVE 'DOCU'         TO ACV-DOMAINE.
062800     MOVE W-ACV-FONCTION TO ACV-FONCTION.
062900     MOVE DOC-ORIGINE    TO ACV-DETAIL.
063000     MOVE DOC-REF-IMAGE  TO ACV-CLE.
063100     MOVE DOC-FGS-CLE    TO ACV-FGS-CLE.
063200     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
063300 8450-EXIT.
063400     EXIT.
063500******************************************************************
063600*  8400-TRACER-ACTIVITE : ENREGISTREMENT AU FICHIER D ACTIVITE   *
063700*  (FILE GACJ) - L APPELANT GARNIT DOMAINE, FONCTION ET CLES     *
063800******************************************************************
063900 8400-TRACER-ACTIVITE.
064000     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
064100     MOVE W-DATE-JOUR         TO ACV-DATE.
064200     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
064300     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
064400     MOVE 'GSIM126 '          TO ACV-PROGRAMME.
064500     MOVE W-FORMATION         TO ACV-FORMATION.
064600     EXEC CICS WRITEQ TD QUEUE ('GACJ')
064700          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
064800     END-EXEC.
064900 8400-EXIT.
065000     EXIT.
065100******************************************************************
065200*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
065300******************************************************************
065400 8000-ENVOYER-ECRAN.
065500     MOVE W-MESSAGE TO M12-MESS-I.
065600     IF W-FORMATION = 'O'
065700         MOVE SPACES TO M12-MESS-I
065800         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
065900             DELIMITED SIZE INTO M12-MESS-I
066000         END-STRING.
066100     IF W-EFFACER = 'O'
066200         MOVE 'N' TO W-EFFACER
066300         EXEC CICS SEND MAP ('GSIM12') MAPSET ('GSIM12M')
066400              FROM (GSIM12I) ERASE
066500         END-EXEC
066600     ELSE
066700         EXEC CICS SEND MAP ('GSIM12') MAPSET ('GSIM12M')
066800              FROM (GSIM12I)
066900         END-EXEC.
067000 8000-EXIT.
067100     EXIT.
