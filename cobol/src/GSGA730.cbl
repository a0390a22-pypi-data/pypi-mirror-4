000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSGA730.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSGA730 : ENTRETIEN DES GARANTIES GARFIC                      *
000900*  ------------------------------------------------------------  *
001000*  LES SURETES ET CAUTIONS D UN ENREGISTREMENT FFFFFGS SONT      *
001100*  TENUES ICI (FICHIER SATELLITE GARFIC, COPY FFFFFGGA) ET NON   *
001200*  PLUS DANS LES FICHIERS DU SERVICE DES ENGAGEMENTS.            *
001300*  ENTREE = LISTE DES GARANTIES DE LA CLE SAISIE, ET DETAIL DE   *
001400*           LA GARANTIE DONT LE NUMERO EST SAISI                 *
001500*  PF5    = AJOUT DE LA GARANTIE SAISIE (PROFIL MISE A JOUR)     *
001600*  PF6    = MODIFICATION DE LA GARANTIE SAISIE (MISE A JOUR)     *
001700*  PF9    = SUPPRESSION DE LA GARANTIE SAISIE (ADMINISTRATION)   *
001800*  PF3    = FIN DE TRANSACTION                                   *
001900*  CONTROLES : CLE PRESENTE AU MAITRE, TYPE EN TABLE REFTBL      *
002000*  GARA, VALEUR POSITIVE, EVALUATION NON FUTURE, REEVALUATION    *
002100*  POSTERIEURE A L EVALUATION, GARANT FFFFFGS PRESENT AU MAITRE  *
002200*  ET LIE A LA CLE PAR UNE LIAISON LIAFIC EN EFFET.              *
002300*  PROFIL EN FORMATION = COPIES GARFICF ET FFFFFGSF.             *
002400*  ------------------------------------------------------------  *
002500*  HISTORIQUE DES MODIFICATIONS                                  *
002600*  15/10/26  DA  CREATION                                        *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.
003100     IBM-370.
003200 OBJECT-COMPUTER.
003300     IBM-370.
003400 SPECIAL-NAMES.
003500     DECIMAL-POINT IS COMMA.
003600 DATA DIVISION.
003700 WORKING-STORAGE SECTION.
003800 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
003900 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
004000 77  IX-LIG                          PIC S9(04) COMP VALUE ZERO.
004100 01  W-ABSTIME                       PIC S9(15) COMP-3.
004200 01  W-DATE-JOUR                     PIC 9(08).
004300 01  W-EIBTIME                       PIC 9(07).
004400 01  W-MONTANT-X                     PIC X(14).
004500 01  W-MONTANT-9 REDEFINES W-MONTANT-X
004600                                     PIC 9(12)V99.
004700 01  W-SOLDE-EDIT                    PIC -(10)9,99.
004800 01  W-NUMERO-X                      PIC X(03).
004900 01  W-NUMERO-9 REDEFINES W-NUMERO-X PIC 9(03).
005000 COPY GSPFKEY.
005100 COPY FFFFFGA.
005200 COPY FFFFFGGA.
005300 COPY FFFFFGL.
005400 COPY FFFFFGR.
005500 COPY FFFFFFGS.
005600 01  W-OPERATEUR                     PIC X(08).
005700 01  W-FIC-GARFIC                    PIC X(08) VALUE 'GARFIC  '.
005800 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
005900 01  W-FORMATION                     PIC X(01) VALUE 'N'.
006000 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
006100 01  W-FONCTION-DEMANDEE             PIC X(01).
006200 01  W-AUTORISE                      PIC X(01).
006300 01  W-EFFACER                       PIC X(01) VALUE 'N'.
006400 01  W-LIAISON                       PIC X(01).
006500 01  W-VIOLATION.
006600     05  VIO-DATE                    PIC 9(08).
006700     05  VIO-HEURE                   PIC 9(06).
006800     05  VIO-OPERATEUR               PIC X(08).
006900     05  VIO-FONCTION                PIC X(01).
007000     05  VIO-PROGRAMME               PIC X(08).
007100     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
007200     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
007300*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
007400*    DECLAREE ICI, PAS EN COPY)
007500 01  GSGA73I.
007600     05  FILLER                      PIC X(12).
007700     05  M73-CLE-L                   PIC S9(04) COMP.
007800     05  M73-CLE-A                   PIC X(01).
007900     05  M73-CLE-I                   PIC X(15).
008000     05  M73-ENCOURS-L               PIC S9(04) COMP.
008100     05  M73-ENCOURS-A               PIC X(01).
008200     05  M73-ENCOURS-I               PIC X(14).
008300     05  M73-NUMERO-L                PIC S9(04) COMP.
008400     05  M73-NUMERO-A                PIC X(01).
008500     05  M73-NUMERO-I                PIC X(03).
008600     05  M73-TYPE-L                  PIC S9(04) COMP.
008700     05  M73-TYPE-A                  PIC X(01).
008800     05  M73-TYPE-I                  PIC X(04).
008900     05  M73-VALEUR-L                PIC S9(04) COMP.
009000     05  M73-VALEUR-A                PIC X(01).
009100     05  M73-VALEUR-I                PIC X(14).
009200     05  M73-DEVAL-L                 PIC S9(04) COMP.
009300     05  M73-DEVAL-A                 PIC X(01).
009400     05  M73-DEVAL-I                 PIC X(08).
009500     05  M73-DREEVAL-L               PIC S9(04) COMP.
009600     05  M73-DREEVAL-A               PIC X(01).
009700     05  M73-DREEVAL-I               PIC X(08).
009800     05  M73-GARCLE-L                PIC S9(04) COMP.
009900     05  M73-GARCLE-A                PIC X(01).
010000     05  M73-GARCLE-I                PIC X(15).
010100     05  M73-GARNOM-L                PIC S9(04) COMP.
010200     05  M73-GARNOM-A                PIC X(01).
010300     05  M73-GARNOM-I                PIC X(30).
010400     05  M73-LISTE.
010500         10  M73-LIG-P OCCURS 10.
010600             15  M73-LIG-L           PIC S9(04) COMP.
010700             15  M73-LIG-A           PIC X(01).
010800             15  M73-LIG-I           PIC X(70).
010900     05  M73-MESS-L                  PIC S9(04) COMP.
011000     05  M73-MESS-A                  PIC X(01).
011100     05  M73-MESS-I                  PIC X(60).
011200 01  W-COMMAREA.
011300     05  CA-RIEN                     PIC X(01).
011400 LINKAGE SECTION.
011500 01  DFHCOMMAREA                     PIC X(01).
011600 PROCEDURE DIVISION.
011700******************************************************************
011800*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
011900******************************************************************
012000 0000-MAINLINE.
012100     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
012200     IF EIBCALEN = ZERO
012300         MOVE 'O' TO W-EFFACER
012400         MOVE LOW-VALUE TO GSGA73I
012500         MOVE 'SAISIR LA CLE PUIS ENTREE' TO W-MESSAGE
012600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
012700         GO TO 0000-RETOUR.
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
013800                 PERFORM 2000-CONSULTER THRU 2000-EXIT
013900             END-IF
014000         WHEN PFK5
014100             MOVE 'M' TO W-FONCTION-DEMANDEE
014200             PERFORM 3030-AUTORISER THRU 3030-EXIT
014300             IF W-AUTORISE = 'O'
014400                 PERFORM 3000-AJOUTER THRU 3000-EXIT
014500             END-IF
014600         WHEN PFK6
014700             MOVE 'M' TO W-FONCTION-DEMANDEE
014800             PERFORM 3030-AUTORISER THRU 3030-EXIT
014900             IF W-AUTORISE = 'O'
015000                 PERFORM 3500-MODIFIER THRU 3500-EXIT
015100             END-IF
015200         WHEN PFK9
015300             MOVE 'A' TO W-FONCTION-DEMANDEE
015400             PERFORM 3030-AUTORISER THRU 3030-EXIT
015500             IF W-AUTORISE = 'O'
015600                 PERFORM 4000-SUPPRIMER THRU 4000-EXIT
015700             END-IF
015800         WHEN OTHER
015900             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
016000             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
016100     END-EVALUATE.
016200 0000-RETOUR.
016300     MOVE SPACE TO CA-RIEN.
016400     EXEC CICS RETURN TRANSID ('GSG1')
016500          COMMAREA (W-COMMAREA) LENGTH (1)
016600     END-EXEC.
016700 0000-EXIT.
016800     EXIT.
016900******************************************************************
017000*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
017100******************************************************************
017200 1050-AIGUILLER-FICHIERS.
017300     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
017400     MOVE W-OPERATEUR TO AUT-OPERATEUR.
017500     EXEC CICS READ FILE ('AUTFIC')
017600          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
017700          RESP (W-RESP)
017800     END-EXEC.
017900     IF W-RESP = DFHRESP(NORMAL)
018000         MOVE 'O' TO W-PROFIL-LU
018100         IF AUT-EN-FORMATION
018200             MOVE 'O'        TO W-FORMATION
018300             MOVE 'GARFICF ' TO W-FIC-GARFIC
018400             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
018500         END-IF
018600     ELSE
018700         MOVE 'N' TO W-PROFIL-LU.
018800 1050-EXIT.
018900     EXIT.
019000******************************************************************
019100*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
019200******************************************************************
019300 1100-RECEVOIR-PFKEY.
019400     EXEC CICS RECEIVE MAP ('GSGA73') MAPSET ('GSGA73M')
019500          INTO (GSGA73I) RESP (W-RESP)
019600     END-EXEC.
019700     EVALUATE EIBAID
019800         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
019900         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
020000         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
020100         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
020200         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
020300         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
020400     END-EVALUATE.
020500 1100-EXIT.
020600     EXIT.
020700******************************************************************
020800*  3030-AUTORISER : C CONSULTE, M AJOUTE ET MODIFIE, A SUPPRIME  *
020900*  - PERIMETRE D ENTITE SUR LA CLE SAISIE - REFUS AU JOURNAL     *
021000*  GAUJ                                                          *
021100******************************************************************
021200 3030-AUTORISER.
021300     MOVE 'N' TO W-AUTORISE.
021400     IF W-PROFIL-LU = 'O'
021500         EVALUATE W-FONCTION-DEMANDEE
021600             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
021700             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
021800             WHEN 'A' MOVE AUT-ADMINISTRATION TO W-AUTORISE
021900         END-EVALUATE
022000         IF W-AUTORISE = 'O'
022100          AND AUT-ENTITE NOT = SPACES
022200          AND M73-CLE-I NOT = SPACES AND LOW-VALUE
022300          AND M73-CLE-I (1:2) NOT = AUT-ENTITE
022400             MOVE 'N' TO W-AUTORISE
022500         END-IF
022600     END-IF.
022700     IF W-AUTORISE NOT = 'O'
022800         MOVE 'N' TO W-AUTORISE
022900         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
023000           TO W-MESSAGE
023100         PERFORM 8200-DATE-HEURE THRU 8200-EXIT
023200         MOVE W-DATE-JOUR         TO VIO-DATE
023300         MOVE W-EIBTIME (2:6)     TO VIO-HEURE
023400         MOVE W-OPERATEUR         TO VIO-OPERATEUR
023500         MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION
023600         MOVE 'GSGA730 '          TO VIO-PROGRAMME
023700         EXEC CICS WRITEQ TD QUEUE ('GAUJ')
023800              FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
023900         END-EXEC
024000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
024100 3030-EXIT.
024200     EXIT.
024300******************************************************************
024400*  2000-CONSULTER : ENCOURS DE LA CLE, DETAIL DE LA GARANTIE     *
024500*  SAISIE PUIS LISTE DES GARANTIES                               *
024600******************************************************************
024700 2000-CONSULTER.
024800     IF M73-CLE-I = SPACES OR LOW-VALUE
024900         MOVE 'CLE OBLIGATOIRE' TO W-MESSAGE
025000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
025100         GO TO 2000-EXIT.
025200     PERFORM 7100-LIRE-MAITRE THRU 7100-EXIT.
025300     IF W-MESSAGE NOT = SPACES
025400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
025500         GO TO 2000-EXIT.
025600     IF M73-NUMERO-I NOT = SPACES AND LOW-VALUE
025700         PERFORM 7000-NUMERO THRU 7000-EXIT
025800         IF W-MESSAGE NOT = SPACES
025900             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
026000             GO TO 2000-EXIT
026100         END-IF
026200         MOVE M73-CLE-I  TO GAR-FGS-CLE
026300         MOVE W-NUMERO-9 TO GAR-NUMERO
026400         EXEC CICS READ FILE (W-FIC-GARFIC)
026500              INTO (GAR-ENREG) RIDFLD (GAR-CLE) RESP (W-RESP)
026600         END-EXEC
026700         IF W-RESP = DFHRESP(NORMAL)
026800             PERFORM 2300-GARNIR-DETAIL THRU 2300-EXIT
026900         ELSE
027000             MOVE 'GARANTIE INCONNUE - PF5 POUR L AJOUTER'
027100               TO W-MESSAGE
027200         END-IF
027300     END-IF.
027400     PERFORM 2100-LISTER THRU 2100-EXIT.
027500     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
027600 2000-EXIT.
027700     EXIT.
027800******************************************************************
027900*  2100-LISTER : LES GARANTIES DE LA CLE (10 AU PLUS) - LE       *
028000*  MESSAGE DEJA POSE EST CONSERVE                                *
028100******************************************************************
028200 2100-LISTER.
028300     MOVE LOW-VALUE TO M73-LISTE.
028400     MOVE ZERO TO IX-LIG.
028500     MOVE M73-CLE-I TO GAR-FGS-CLE.
028600     MOVE ZERO      TO GAR-NUMERO.
028700     EXEC CICS STARTBR FILE (W-FIC-GARFIC)
028800          RIDFLD (GAR-CLE) GTEQ RESP (W-RESP)
028900     END-EXEC.
029000     IF W-RESP NOT = DFHRESP(NORMAL)
029100         GO TO 2100-BILAN.
029200 2100-LIRE.
029300     EXEC CICS READNEXT FILE (W-FIC-GARFIC)
029400          INTO (GAR-ENREG) RIDFLD (GAR-CLE) RESP (W-RESP)
029500     END-EXEC.
029600     IF W-RESP NOT = DFHRESP(NORMAL)
029700      OR GAR-FGS-CLE NOT = M73-CLE-I
029800         EXEC CICS ENDBR FILE (W-FIC-GARFIC) RESP (W-RESP)
029900         END-EXEC
030000         GO TO 2100-BILAN.
030100     ADD 1 TO IX-LIG.
030200     PERFORM 2200-LIGNE-LISTE THRU 2200-EXIT.
030300     IF IX-LIG LESS 10
030400         GO TO 2100-LIRE.
030500     EXEC CICS ENDBR FILE (W-FIC-GARFIC) RESP (W-RESP)
030600     END-EXEC.
030700     IF W-MESSAGE = SPACES
030800         MOVE 'LISTE PLEINE - SAISIR LE NUMERO VOULU'
030900           TO W-MESSAGE.
031000     GO TO 2100-EXIT.
031100 2100-BILAN.
031200     IF W-MESSAGE = SPACES
031300         IF IX-LIG = ZERO
031400             MOVE 'AUCUNE GARANTIE - PF5 POUR EN AJOUTER'
031500               TO W-MESSAGE
031600         ELSE
031700             MOVE 'GARANTIES AFFICHEES' TO W-MESSAGE
031800         END-IF
031900     END-IF.
032000 2100-EXIT.
032100     EXIT.
032200******************************************************************
032300*  2200-LIGNE-LISTE : UNE GARANTIE SUR LA LISTE                  *
032400******************************************************************
032500 2200-LIGNE-LISTE.
032600     MOVE GAR-VALEUR TO W-SOLDE-EDIT.
032700     MOVE SPACES TO M73-LIG-I (IX-LIG).
032800     IF GAR-GARANT-CLE = SPACES
032900         STRING GAR-NUMERO ' ' GAR-TYPE ' ' W-SOLDE-EDIT ' '
033000                GAR-DATE-REEVAL ' ' GAR-GARANT-NOM (1:24)
033100                DELIMITED SIZE INTO M73-LIG-I (IX-LIG)
033200         END-STRING
033300     ELSE
033400         STRING GAR-NUMERO ' ' GAR-TYPE ' ' W-SOLDE-EDIT ' '
033500                GAR-DATE-REEVAL ' ' GAR-GARANT-CLE
033600                DELIMITED SIZE INTO M73-LIG-I (IX-LIG)
033700         END-STRING.
033800 2200-EXIT.
033900     EXIT.
034000******************************************************************
034100*  2300-GARNIR-DETAIL : LA GARANTIE LUE VERS LES ZONES DE SAISIE *
034200******************************************************************
034300 2300-GARNIR-DETAIL.
034400     MOVE GAR-TYPE         TO M73-TYPE-I.
034500     MOVE GAR-VALEUR       TO W-MONTANT-9.
034600     MOVE W-MONTANT-X      TO M73-VALEUR-I.
034700     MOVE GAR-DATE-EVAL    TO M73-DEVAL-I.
034800     MOVE GAR-DATE-REEVAL  TO M73-DREEVAL-I.
034900     MOVE GAR-GARANT-CLE   TO M73-GARCLE-I.
035000     MOVE GAR-GARANT-NOM   TO M73-GARNOM-I.
035100 2300-EXIT.
035200     EXIT.
035300******************************************************************
035400*  3000-AJOUTER : CONTROLES PUIS ECRITURE DE LA GARANTIE         *
035500******************************************************************
035600 3000-AJOUTER.
035700     PERFORM 5000-CONTROLER THRU 5000-EXIT.
035800     IF W-MESSAGE NOT = SPACES
035900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
036000         GO TO 3000-EXIT.
036100     MOVE SPACES     TO GAR-ENREG.
036200     MOVE M73-CLE-I  TO GAR-FGS-CLE.
036300     MOVE W-NUMERO-9 TO GAR-NUMERO.
036400     PERFORM 5500-PORTER-SAISIE THRU 5500-EXIT.
036500     EXEC CICS WRITE FILE (W-FIC-GARFIC)
036600          FROM (GAR-ENREG) RIDFLD (GAR-CLE) RESP (W-RESP)
036700     END-EXEC.
036800     IF W-RESP = DFHRESP(NORMAL)
036900         MOVE 'GARANTIE AJOUTEE' TO W-MESSAGE
037000     ELSE
037100         IF W-RESP = DFHRESP(DUPREC)
037200             MOVE 'GARANTIE DEJA PRESENTE - PF6 POUR MODIFIER'
037300               TO W-MESSAGE
037400         ELSE
037500             MOVE 'INCIDENT FICHIER GARFIC' TO W-MESSAGE.
037600     PERFORM 2100-LISTER THRU 2100-EXIT.
037700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
037800 3000-EXIT.
037900     EXIT.
038000******************************************************************
038100*  3500-MODIFIER : CONTROLES PUIS REECRITURE DE LA GARANTIE      *
038200******************************************************************
038300 3500-MODIFIER.
038400     PERFORM 5000-CONTROLER THRU 5000-EXIT.
038500     IF W-MESSAGE NOT = SPACES
038600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
038700         GO TO 3500-EXIT.
038800     MOVE M73-CLE-I  TO GAR-FGS-CLE.
038900     MOVE W-NUMERO-9 TO GAR-NUMERO.
039000     EXEC CICS READ FILE (W-FIC-GARFIC)
039100          INTO (GAR-ENREG) RIDFLD (GAR-CLE)
039200          UPDATE RESP (W-RESP)
039300     END-EXEC.
039400     IF W-RESP NOT = DFHRESP(NORMAL)
039500         MOVE 'GARANTIE INCONNUE - PF5 POUR L AJOUTER'
039600           TO W-MESSAGE
039700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
039800         GO TO 3500-EXIT.
039900     PERFORM 5500-PORTER-SAISIE THRU 5500-EXIT.
040000     EXEC CICS REWRITE FILE (W-FIC-GARFIC)
040100          FROM (GAR-ENREG) RESP (W-RESP)
040200     END-EXEC.
040300     IF W-RESP = DFHRESP(NORMAL)
040400         MOVE 'GARANTIE MODIFIEE' TO W-MESSAGE
040500     ELSE
040600         MOVE 'INCIDENT FICHIER GARFIC' TO W-MESSAGE.
040700     PERFORM 2100-LISTER THRU 2100-EXIT.
040800     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
040900 3500-EXIT.
041000     EXIT.
041100******************************************************************
041200*  4000-SUPPRIMER : SUPPRESSION DE LA GARANTIE SAISIE            *
041300******************************************************************
041400 4000-SUPPRIMER.
041500     MOVE SPACES TO W-MESSAGE.
041600     IF M73-CLE-I = SPACES OR LOW-VALUE
041700         MOVE 'CLE OBLIGATOIRE' TO W-MESSAGE
041800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
041900         GO TO 4000-EXIT.
042000     PERFORM 7000-NUMERO THRU 7000-EXIT.
042100     IF W-MESSAGE NOT = SPACES
042200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
042300         GO TO 4000-EXIT.
042400     MOVE M73-CLE-I  TO GAR-FGS-CLE.
042500     MOVE W-NUMERO-9 TO GAR-NUMERO.
042600     EXEC CICS READ FILE (W-FIC-GARFIC)
042700          INTO (GAR-ENREG) RIDFLD (GAR-CLE)
042800          UPDATE RESP (W-RESP)
042900     END-EXEC.
043000     IF W-RESP NOT = DFHRESP(NORMAL)
043100         MOVE 'GARANTIE INCONNUE' TO W-MESSAGE
043200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
043300         GO TO 4000-EXIT.
043400     EXEC CICS DELETE FILE (W-FIC-GARFIC) RESP (W-RESP)
043500     END-EXEC.
043600     IF W-RESP = DFHRESP(NORMAL)
043700         MOVE 'GARANTIE SUPPRIMEE' TO W-MESSAGE
043800     ELSE
043900         MOVE 'INCIDENT FICHIER GARFIC' TO W-MESSAGE.
044000     PERFORM 2100-LISTER THRU 2100-EXIT.
044100     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
044200 4000-EXIT.
044300     EXIT.
044400******************************************************************
044500*  5000-CONTROLER : ZONES SAISIES - W-MESSAGE POSE SUR ERREUR    *
044600******************************************************************
044700 5000-CONTROLER.
044800     MOVE SPACES TO W-MESSAGE.
044900     IF M73-CLE-I = SPACES OR LOW-VALUE
045000         MOVE 'CLE OBLIGATOIRE' TO W-MESSAGE
045100         GO TO 5000-EXIT.
045200     PERFORM 7100-LIRE-MAITRE THRU 7100-EXIT.
045300     IF W-MESSAGE NOT = SPACES
045400         GO TO 5000-EXIT.
045500     PERFORM 7000-NUMERO THRU 7000-EXIT.
045600     IF W-MESSAGE NOT = SPACES
045700         GO TO 5000-EXIT.
045800     MOVE 'GARA'      TO REF-TYPE.
045900     MOVE SPACES      TO REF-CODE.
046000     MOVE M73-TYPE-I  TO REF-CODE (1:4).
046100     EXEC CICS READ FILE ('REFTBL')
046200          INTO (REF-ENREG) RIDFLD (REF-CLE) RESP (W-RESP)
046300     END-EXEC.
046400     IF W-RESP NOT = DFHRESP(NORMAL)
046500         MOVE 'TYPE DE GARANTIE INCONNU EN TABLE' TO W-MESSAGE
046600         GO TO 5000-EXIT.
046700     MOVE M73-VALEUR-I TO W-MONTANT-X.
046800     IF W-MONTANT-9 NOT NUMERIC
046900         MOVE 'VALEUR NON NUMERIQUE (14 CHIFFRES, 2 DECIMALES)'
047000           TO W-MESSAGE
047100         GO TO 5000-EXIT.
047200     IF W-MONTANT-9 NOT GREATER ZERO
047300         MOVE 'VALEUR DE LA GARANTIE OBLIGATOIRE' TO W-MESSAGE
047400         GO TO 5000-EXIT.
047500     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
047600     IF M73-DEVAL-I NOT NUMERIC
047700      OR M73-DREEVAL-I NOT NUMERIC
047800         MOVE 'DATES D EVALUATION NON NUMERIQUES' TO W-MESSAGE
047900         GO TO 5000-EXIT.
048000     IF M73-DEVAL-I GREATER W-DATE-JOUR
048100         MOVE 'DATE D EVALUATION FUTURE' TO W-MESSAGE
048200         GO TO 5000-EXIT.
048300     IF M73-DREEVAL-I NOT GREATER M73-DEVAL-I
048400         MOVE 'REEVALUATION ANTERIEURE A L EVALUATION'
048500           TO W-MESSAGE
048600         GO TO 5000-EXIT.
048700     IF M73-GARCLE-I = SPACES OR LOW-VALUE
048800         GO TO 5000-EXIT.
048900     PERFORM 5200-CONTROLER-GARANT THRU 5200-EXIT.
049000 5000-EXIT.
049100     EXIT.
049200******************************************************************
049300*  5200-CONTROLER-GARANT : LE GARANT FFFFFGS EXISTE ET EST LIE A *
049400*  LA CLE GARANTIE PAR UNE LIAISON LIAFIC EN EFFET               *
049500******************************************************************
049600 5200-CONTROLER-GARANT.
049700     IF M73-GARCLE-I = M73-CLE-I
049800         MOVE 'UNE CLE NE SE GARANTIT PAS ELLE-MEME' TO W-MESSAGE
049900         GO TO 5200-EXIT.
050000     MOVE M73-GARCLE-I TO FFFFFGS-CLE.
050100     EXEC CICS READ FILE (W-FIC-FFFFFGS)
050200          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
050300          RESP (W-RESP)
050400     END-EXEC.
050500     IF W-RESP NOT = DFHRESP(NORMAL)
050600         MOVE 'GARANT ABSENT DU FICHIER MAITRE' TO W-MESSAGE
050700         GO TO 5200-EXIT.
050800     MOVE M73-CLE-I    TO LIA-FGS-CLE-1.
050900     MOVE M73-GARCLE-I TO LIA-FGS-CLE-2.
051000     PERFORM 5300-LIRE-LIAISON THRU 5300-EXIT.
051100     IF W-LIAISON = 'O'
051200         GO TO 5200-EXIT.
051300     MOVE M73-GARCLE-I TO LIA-FGS-CLE-1.
051400     MOVE M73-CLE-I    TO LIA-FGS-CLE-2.
051500     PERFORM 5300-LIRE-LIAISON THRU 5300-EXIT.
051600     IF W-LIAISON NOT = 'O'
051700         MOVE 'GARANT SANS LIAISON LIAFIC EN EFFET AVEC LA CLE'
051800           TO W-MESSAGE.
051900 5200-EXIT.
052000     EXIT.
052100 5300-LIRE-LIAISON.
052200     MOVE 'N' TO W-LIAISON.
052300     EXEC CICS READ FILE ('LIAFIC')
052400          INTO (LIA-ENREG) RIDFLD (LIA-CLE) RESP (W-RESP)
052500     END-EXEC.
052600     IF W-RESP = DFHRESP(NORMAL)
052700      AND LIA-DATE-DEBUT NOT GREATER W-DATE-JOUR
052800      AND (LIA-DATE-FIN = ZERO
052900        OR LIA-DATE-FIN NOT LESS W-DATE-JOUR)
053000         MOVE 'O' TO W-LIAISON.
053100 5300-EXIT.
053200     EXIT.
053300******************************************************************
053400*  5500-PORTER-SAISIE : ZONES SAISIES VERS LA GARANTIE           *
053500******************************************************************
053600 5500-PORTER-SAISIE.
053700     MOVE M73-TYPE-I    TO GAR-TYPE.
053800     MOVE W-MONTANT-9   TO GAR-VALEUR.
053900     MOVE M73-DEVAL-I   TO GAR-DATE-EVAL.
054000     MOVE M73-DREEVAL-I TO GAR-DATE-REEVAL.
054100     IF M73-GARCLE-I = LOW-VALUE
054200         MOVE SPACES       TO GAR-GARANT-CLE
054300     ELSE
054400         MOVE M73-GARCLE-I TO GAR-GARANT-CLE.
054500     IF M73-GARNOM-I = LOW-VALUE
054600         MOVE SPACES       TO GAR-GARANT-NOM
054700     ELSE
054800         MOVE M73-GARNOM-I TO GAR-GARANT-NOM.
054900     MOVE W-DATE-JOUR   TO GAR-DATE-MAJ.
055000     MOVE W-OPERATEUR   TO GAR-OPERATEUR.
055100 5500-EXIT.
055200     EXIT.
055300******************************************************************
055400*  7000-NUMERO : NUMERO DE GARANTIE SAISI (1 A 999)              *
055500******************************************************************
055600 7000-NUMERO.
055700     MOVE M73-NUMERO-I TO W-NUMERO-X.
055800     INSPECT W-NUMERO-X REPLACING LEADING SPACE BY ZERO.
055900     IF W-NUMERO-9 NOT NUMERIC
056000         MOVE 'NUMERO DE GARANTIE NON NUMERIQUE' TO W-MESSAGE
056100         GO TO 7000-EXIT.
056200     IF W-NUMERO-9 = ZERO
056300         MOVE 'NUMERO DE GARANTIE OBLIGATOIRE (1 A 999)'
056400           TO W-MESSAGE.
056500 7000-EXIT.
056600     EXIT.
056700******************************************************************
056800*  7100-LIRE-MAITRE : LA CLE SAISIE DOIT EXISTER - SON ENCOURS   *
056900*  EST AFFICHE                                                   *
057000******************************************************************
057100 7100-LIRE-MAITRE.
057200     MOVE SPACES    TO W-MESSAGE.
057300     MOVE M73-CLE-I TO FFFFFGS-CLE.
057400     EXEC CICS READ FILE (W-FIC-FFFFFGS)
057500          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
057600          RESP (W-RESP)
057700     END-EXEC.
057800     IF W-RESP NOT = DFHRESP(NORMAL)
057900         MOVE 'CLE ABSENTE DU FICHIER MAITRE' TO W-MESSAGE
058000         GO TO 7100-EXIT.
058100     MOVE FFFFFGS-MONTANT TO W-SOLDE-EDIT.
058200     MOVE W-SOLDE-EDIT    TO M73-ENCOURS-I.
058300 7100-EXIT.
058400     EXIT.
058500******************************************************************
058600*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
058700******************************************************************
058800 8200-DATE-HEURE.
058900     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
059000     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
059100          YYYYMMDD (W-DATE-JOUR)
059200     END-EXEC.
059300     MOVE EIBTIME TO W-EIBTIME.
059400 8200-EXIT.
059500     EXIT.
059600******************************************************************
059700*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
059800******************************************************************
059900 8000-ENVOYER-ECRAN.
060000     MOVE W-MESSAGE TO M73-MESS-I.
060100     IF W-FORMATION = 'O'
060200         MOVE SPACES TO M73-MESS-I
060300         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
060400             DELIMITED SIZE INTO M73-MESS-I
060500         END-STRING.
060600     IF W-EFFACER = 'O'
060700         MOVE 'N' TO W-EFFACER
060800         EXEC CICS SEND MAP ('GSGA73') MAPSET ('GSGA73M')
060900              FROM (GSGA73I) ERASE
061000         END-EXEC
061100     ELSE
061200         EXEC CICS SEND MAP ('GSGA73') MAPSET ('GSGA73M')
061300              FROM (GSGA73I)
061400         END-EXEC.
061500 8000-EXIT.
061600     EXIT.
