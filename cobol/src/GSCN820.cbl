000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCN820.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSCN820 : ENTRETIEN DES CONSENTEMENTS (FICHIER CNSFIC)        *
000900*  ------------------------------------------------------------  *
001000*  CHAQUE CLE FFFFFGS PORTE UNE ENTREE DATEE PAR FINALITE (MARK  *
001100*  = PROSPECTION, GEST = GESTION) ET PAR CANAL (I = PAPIER,      *
001200*  E = ELECTRONIQUE, T = TELEPHONE) ; LE COURRIER S Y CONFORME.  *
001300*  ENTREE = SITUATION EN VIGUEUR DES SIX COUPLES DE LA CLE       *
001400*  PF5 = ENREGISTRER L ENTREE SAISIE (CLE CONNUE DU MAITRE,      *
001500*        FINALITE MARK / GEST, CANAL I / E / T, DATE             *
001600*        NUMERIQUE, ACCORD O / N) - MEME DATE = REMPLACEMENT     *
001700*  PF9 = RETIRER L ENTREE DATEE SAISIE    PF3 = FIN              *
001800*  PROFIL : CONSULTATION POUR AFFICHER, MISE A JOUR POUR         *
001900*  ENREGISTRER OU RETIRER - PERIMETRE D ENTITE RESPECTE -        *
002000*  FORMATION SUR LES COPIES F. CHAQUE MISE A JOUR PART AU        *
002100*  FICHIER D ACTIVITE COMMUN (FILE TD GACJ, DOMAINE CONS).       *
002200*  ------------------------------------------------------------  *
002300*  HISTORIQUE DES MODIFICATIONS                                  *
002400*  15/10/26  DA  CREATION                                        *
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
003800 77  IX-SIT                          PIC S9(04) COMP VALUE ZERO.
003900 01  W-ABSTIME                       PIC S9(15) COMP-3.
004000 01  W-DATE-JOUR                     PIC 9(08).
004100 01  W-EIBTIME                       PIC 9(07).
004200 COPY GSPFKEY.
004300 COPY FFFFFGA.
004400 COPY FFFFFGCN.
004500 COPY FFFFFGAC.
004600 COPY FFFFFFGS.
004700 01  W-OPERATEUR                     PIC X(08).
004800 01  W-FIC-CNSFIC                    PIC X(08) VALUE 'CNSFIC  '.
004900 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
005000 01  W-FORMATION                     PIC X(01) VALUE 'N'.
005100 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
005200 01  W-FONCTION-DEMANDEE             PIC X(01).
005300 01  W-AUTORISE                      PIC X(01).
005400 01  W-EFFACER                       PIC X(01) VALUE 'N'.
005500 01  W-FONCTION-ACTIVITE             PIC X(01).
005600*    LES SIX COUPLES FINALITE / CANAL DE LA SITUATION
005700 01  W-COUPLES-VALEURS.
005800     05  FILLER                      PIC X(05) VALUE 'MARKI'.
005900     05  FILLER                      PIC X(05) VALUE 'MARKE'.
006000     05  FILLER                      PIC X(05) VALUE 'MARKT'.
006100     05  FILLER                      PIC X(05) VALUE 'GESTI'.
006200     05  FILLER                      PIC X(05) VALUE 'GESTE'.
006300     05  FILLER                      PIC X(05) VALUE 'GESTT'.
006400 01  W-COUPLES REDEFINES W-COUPLES-VALEURS.
006500     05  W-COUPLE OCCURS 6.
006600         10  W-CPL-FINALITE          PIC X(04).
006700         10  W-CPL-CANAL             PIC X(01).
006800 01  W-SIT-ACCORD                    PIC X(01).
006900 01  W-SIT-LIBELLE                   PIC X(06).
007000 01  W-SIT-DATE                      PIC 9(08).
007100 01  W-SIT-ORIGINE                   PIC X(01).
007200 01  W-SIT-OPERATEUR                 PIC X(08).
007300 01  W-VIOLATION.
007400     05  VIO-DATE                    PIC 9(08).
007500     05  VIO-HEURE                   PIC 9(06).
007600     05  VIO-OPERATEUR               PIC X(08).
007700     05  VIO-FONCTION                PIC X(01).
007800     05  VIO-PROGRAMME               PIC X(08).
007900     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
008000     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
008100 01  GSCN82I.
008200     05  FILLER                      PIC X(12).
008300     05  M82-CLE-L                   PIC S9(04) COMP.
008400     05  M82-CLE-A                   PIC X(01).
008500     05  M82-CLE-I                   PIC X(15).
008600     05  M82-FINAL-L                 PIC S9(04) COMP.
008700     05  M82-FINAL-A                 PIC X(01).
008800     05  M82-FINAL-I                 PIC X(04).
008900     05  M82-CANAL-L                 PIC S9(04) COMP.
009000     05  M82-CANAL-A                 PIC X(01).
009100     05  M82-CANAL-I                 PIC X(01).
009200     05  M82-DATEFF-L                PIC S9(04) COMP.
009300     05  M82-DATEFF-A                PIC X(01).
009400     05  M82-DATEFF-I                PIC X(08).
009500     05  M82-ACCORD-L                PIC S9(04) COMP.
009600     05  M82-ACCORD-A                PIC X(01).
009700     05  M82-ACCORD-I                PIC X(01).
009800     05  M82-LIGNES.
009900         10  M82-LIGNE-P OCCURS 6.
010000             15  M82-LIG-L           PIC S9(04) COMP.
010100             15  M82-LIG-A           PIC X(01).
010200             15  M82-LIG-I           PIC X(70).
010300     05  M82-MESS-L                  PIC S9(04) COMP.
010400     05  M82-MESS-A                  PIC X(01).
010500     05  M82-MESS-I                  PIC X(60).
010600 01  W-COMMAREA.
010700     05  CA-RIEN                     PIC X(01).
010800 LINKAGE SECTION.
010900 01  DFHCOMMAREA                     PIC X(01).
011000 PROCEDURE DIVISION.
011100******************************************************************
011200*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
011300******************************************************************
011400 0000-MAINLINE.
011500     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
011600     IF EIBCALEN = ZERO
011700         MOVE 'O' TO W-EFFACER
011800         MOVE LOW-VALUE TO GSCN82I
011900         MOVE 'SAISIR LA CLE PUIS ENTREE' TO W-MESSAGE
012000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
012100         GO TO 0000-RETOUR.
012200     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
012300     EVALUATE TRUE
012400         WHEN PFK3
012500             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
012600             END-EXEC
012700             EXEC CICS RETURN END-EXEC
012800         WHEN ENTER-KEY
012900             MOVE 'C' TO W-FONCTION-DEMANDEE
013000             PERFORM 3030-AUTORISER THRU 3030-EXIT
013100             IF W-AUTORISE = 'O'
013200                 PERFORM 2000-AFFICHER THRU 2000-EXIT
013300             END-IF
013400         WHEN PFK5
013500             MOVE 'M' TO W-FONCTION-DEMANDEE
013600             PERFORM 3030-AUTORISER THRU 3030-EXIT
013700             IF W-AUTORISE = 'O'
013800                 PERFORM 3000-ENREGISTRER THRU 3000-EXIT
013900             END-IF
014000         WHEN PFK9
014100             MOVE 'M' TO W-FONCTION-DEMANDEE
014200             PERFORM 3030-AUTORISER THRU 3030-EXIT
014300             IF W-AUTORISE = 'O'
014400                 PERFORM 3500-RETIRER THRU 3500-EXIT
014500             END-IF
014600         WHEN OTHER
014700             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
014800             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
014900     END-EVALUATE.
015000 0000-RETOUR.
015100     MOVE SPACE TO CA-RIEN.
015200     EXEC CICS RETURN TRANSID ('GSO1')
015300          COMMAREA (W-COMMAREA) LENGTH (1)
015400     END-EXEC.
015500 0000-EXIT.
015600     EXIT.
015700******************************************************************
015800*  1050-AIGUILLER-FICHIERS : FORMATION = COPIES F                *
015900******************************************************************
016000 1050-AIGUILLER-FICHIERS.
016100     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
016200     MOVE W-OPERATEUR TO AUT-OPERATEUR.
016300     EXEC CICS READ FILE ('AUTFIC')
016400          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
016500          RESP (W-RESP)
016600     END-EXEC.
016700     IF W-RESP = DFHRESP(NORMAL)
016800         MOVE 'O' TO W-PROFIL-LU
016900         IF AUT-EN-FORMATION
017000             MOVE 'O'        TO W-FORMATION
017100             MOVE 'CNSFICF ' TO W-FIC-CNSFIC
017200             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
017300         END-IF
017400     ELSE
017500         MOVE 'N' TO W-PROFIL-LU.
017600 1050-EXIT.
017700     EXIT.
017800******************************************************************
017900*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
018000******************************************************************
018100 1100-RECEVOIR-PFKEY.
018200     EXEC CICS RECEIVE MAP ('GSCN82') MAPSET ('GSCN82M')
018300          INTO (GSCN82I) RESP (W-RESP)
018400     END-EXEC.
018500     EVALUATE EIBAID
018600         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
018700         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
018800         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
018900         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
019000         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
019100     END-EVALUATE.
019200 1100-EXIT.
019300     EXIT.
019400******************************************************************
019500*  3030-AUTORISER : C POUR AFFICHER, M POUR TOUCHER - LE         *
019600*  PERIMETRE D ENTITE S APPLIQUE A LA CLE - REFUS AU JOURNAL     *
019700******************************************************************
019800 3030-AUTORISER.
019900     MOVE 'N' TO W-AUTORISE.
020000     IF W-PROFIL-LU = 'O'
020100         IF W-FONCTION-DEMANDEE = 'C'
020200          AND AUT-CONSULTATION = 'O'
020300             MOVE 'O' TO W-AUTORISE
020400         END-IF
020500         IF W-FONCTION-DEMANDEE = 'M'
020600          AND AUT-MISE-A-JOUR = 'O'
020700             MOVE 'O' TO W-AUTORISE
020800         END-IF
020900         IF W-AUTORISE = 'O'
021000          AND AUT-ENTITE NOT = SPACES
021100          AND M82-CLE-I (1:2) NOT = AUT-ENTITE
021200             MOVE 'N' TO W-AUTORISE
021300         END-IF
021400     END-IF.
021500     IF W-AUTORISE = 'N'
021600         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
021700           TO W-MESSAGE
021800         EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC
021900         EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
022000              YYYYMMDD (W-DATE-JOUR)
022100         END-EXEC
022200         MOVE W-DATE-JOUR         TO VIO-DATE
022300         MOVE EIBTIME             TO W-EIBTIME
022400         MOVE W-EIBTIME (2:6)     TO VIO-HEURE
022500         MOVE W-OPERATEUR         TO VIO-OPERATEUR
022600         MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION
022700         MOVE 'GSCN820 '          TO VIO-PROGRAMME
022800         EXEC CICS WRITEQ TD QUEUE ('GAUJ')
022900              FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
023000         END-EXEC
023100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
023200 3030-EXIT.
023300     EXIT.
023400******************************************************************
023500*  2000-AFFICHER : SITUATION EN VIGUEUR DE LA CLE                *
023600******************************************************************
023700 2000-AFFICHER.
023800     IF M82-CLE-I = SPACES OR LOW-VALUE
023900         MOVE 'CLE OBLIGATOIRE' TO W-MESSAGE
024000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
024100         GO TO 2000-EXIT.
024200     PERFORM 2100-SITUATION THRU 2100-EXIT.
024300     MOVE 'SITUATION EN VIGUEUR AFFICHEE - PF5 / PF9'
024400       TO W-MESSAGE.
024500     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
024600 2000-EXIT.
024700     EXIT.
024800******************************************************************
024900*  2100-SITUATION : UNE LIGNE PAR COUPLE FINALITE / CANAL        *
025000******************************************************************
025100 2100-SITUATION.
025200     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
025300     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
025400          YYYYMMDD (W-DATE-JOUR)
025500     END-EXEC.
025600     PERFORM 2200-UN-COUPLE THRU 2200-EXIT
025700         VARYING IX-SIT FROM 1 BY 1
025800         UNTIL IX-SIT GREATER 6.
025900 2100-EXIT.
026000     EXIT.
026100******************************************************************
026200*  2200-UN-COUPLE : DERNIERE ENTREE NON FUTURE DU COUPLE - SANS  *
026300*  ENTREE, PAS DE CONSENTEMENT                                   *
026400******************************************************************
026500 2200-UN-COUPLE.
026600     MOVE SPACE TO W-SIT-ACCORD.
026700     MOVE M82-CLE-I               TO CNS-FGS-CLE.
026800     MOVE W-CPL-FINALITE (IX-SIT) TO CNS-FINALITE.
026900     MOVE W-CPL-CANAL (IX-SIT)    TO CNS-CANAL.
027000     MOVE ZERO                    TO CNS-DATE-EFFET.
027100     EXEC CICS STARTBR FILE (W-FIC-CNSFIC)
027200          RIDFLD (CNS-CLE) GTEQ RESP (W-RESP)
027300     END-EXEC.
027400     IF W-RESP NOT = DFHRESP(NORMAL)
027500         GO TO 2200-LIGNE.
027600 2200-LIRE.
027700     EXEC CICS READNEXT FILE (W-FIC-CNSFIC)
027800          INTO (CNS-ENREG) RIDFLD (CNS-CLE) RESP (W-RESP)
027900     END-EXEC.
028000     IF W-RESP = DFHRESP(NORMAL)
028100      AND CNS-FGS-CLE = M82-CLE-I
028200      AND CNS-FINALITE = W-CPL-FINALITE (IX-SIT)
028300      AND CNS-CANAL = W-CPL-CANAL (IX-SIT)
028400      AND CNS-DATE-EFFET NOT GREATER W-DATE-JOUR
028500         MOVE CNS-ACCORD     TO W-SIT-ACCORD
028600         MOVE CNS-DATE-EFFET TO W-SIT-DATE
028700         MOVE CNS-ORIGINE    TO W-SIT-ORIGINE
028800         MOVE CNS-OPERATEUR  TO W-SIT-OPERATEUR
028900         GO TO 2200-LIRE.
029000     EXEC CICS ENDBR FILE (W-FIC-CNSFIC) RESP (W-RESP)
029100     END-EXEC.
029200 2200-LIGNE.
029300     MOVE SPACES TO M82-LIG-I (IX-SIT).
029400     IF W-SIT-ACCORD = SPACE
029500         STRING W-CPL-FINALITE (IX-SIT) ' ' W-CPL-CANAL (IX-SIT)
029600                '  SANS REPONSE - PAS DE CONSENTEMENT'
029700                DELIMITED SIZE INTO M82-LIG-I (IX-SIT)
029800         END-STRING
029900         GO TO 2200-EXIT.
030000     IF W-SIT-ACCORD = 'O'
030100         MOVE 'ACCORD' TO W-SIT-LIBELLE
030200     ELSE
030300         MOVE 'REFUS ' TO W-SIT-LIBELLE.
030400     STRING W-CPL-FINALITE (IX-SIT) ' ' W-CPL-CANAL (IX-SIT)
030500            '  ' W-SIT-LIBELLE ' DEPUIS LE ' W-SIT-DATE
030600            '  ORIGINE ' W-SIT-ORIGINE ' PAR ' W-SIT-OPERATEUR
030700            DELIMITED SIZE INTO M82-LIG-I (IX-SIT)
030800     END-STRING.
030900 2200-EXIT.
031000     EXIT.
031100******************************************************************
031200*  3000-ENREGISTRER : CONTROLES PUIS ECRITURE OU REECRITURE      *
031300******************************************************************
031400 3000-ENREGISTRER.
031500     PERFORM 4000-CONTROLER THRU 4000-EXIT.
031600     IF W-MESSAGE NOT = SPACES
031700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031800         GO TO 3000-EXIT.
031900     PERFORM 3100-GARNIR-ENTREE THRU 3100-EXIT.
032000     EXEC CICS WRITE FILE (W-FIC-CNSFIC)
032100          FROM (CNS-ENREG) RIDFLD (CNS-CLE)
032200          RESP (W-RESP)
032300     END-EXEC.
032400     EVALUATE W-RESP
032500         WHEN DFHRESP(NORMAL)
032600             MOVE 'CONSENTEMENT ENREGISTRE' TO W-MESSAGE
032700             MOVE 'C' TO W-FONCTION-ACTIVITE
032800             PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
032900         WHEN DFHRESP(DUPREC)
033000             PERFORM 3200-REECRIRE THRU 3200-EXIT
033100         WHEN OTHER
033200             MOVE 'INCIDENT FICHIER CNSFIC - ECRITURE'
033300               TO W-MESSAGE
033400     END-EVALUATE.
033500     PERFORM 2100-SITUATION THRU 2100-EXIT.
033600     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
033700 3000-EXIT.
033800     EXIT.
033900******************************************************************
034000*  3100-GARNIR-ENTREE : L ENTREE DEPUIS LA SAISIE                *
034100******************************************************************
034200 3100-GARNIR-ENTREE.
034300     MOVE SPACES        TO CNS-ENREG.
034400     MOVE M82-CLE-I     TO CNS-FGS-CLE.
034500     MOVE M82-FINAL-I   TO CNS-FINALITE.
034600     MOVE M82-CANAL-I   TO CNS-CANAL.
034700     MOVE M82-DATEFF-I  TO CNS-DATE-EFFET.
034800     MOVE M82-ACCORD-I  TO CNS-ACCORD.
034900     MOVE 'E'           TO CNS-ORIGINE.
035000     MOVE W-OPERATEUR   TO CNS-OPERATEUR.
035100     MOVE W-DATE-JOUR   TO CNS-DATE-SAISIE.
035200 3100-EXIT.
035300     EXIT.
035400 3200-REECRIRE.
035500     EXEC CICS READ FILE (W-FIC-CNSFIC)
035600          INTO (CNS-ENREG) RIDFLD (CNS-CLE)
035700          UPDATE RESP (W-RESP)
035800     END-EXEC.
035900     IF W-RESP NOT = DFHRESP(NORMAL)
036000         MOVE 'INCIDENT FICHIER CNSFIC - RELECTURE'
036100           TO W-MESSAGE
036200         GO TO 3200-EXIT.
036300     PERFORM 3100-GARNIR-ENTREE THRU 3100-EXIT.
036400     EXEC CICS REWRITE FILE (W-FIC-CNSFIC)
036500          FROM (CNS-ENREG) RESP (W-RESP)
036600     END-EXEC.
036700     IF W-RESP = DFHRESP(NORMAL)
036800         MOVE 'CONSENTEMENT REMPLACE A CETTE DATE' TO W-MESSAGE
036900         MOVE 'M' TO W-FONCTION-ACTIVITE
037000         PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
037100     ELSE
037200         MOVE 'INCIDENT FICHIER CNSFIC - REECRITURE'
037300           TO W-MESSAGE.
037400 3200-EXIT.
037500     EXIT.
037600******************************************************************
037700*  3500-RETIRER : RETRAIT DE L ENTREE DATEE SAISIE               *
037800******************************************************************
037900 3500-RETIRER.
038000     IF M82-CLE-I = SPACES OR LOW-VALUE
038100      OR M82-DATEFF-I NOT NUMERIC
038200      OR (M82-FINAL-I NOT = 'MARK' AND 'GEST')
038300      OR (M82-CANAL-I NOT = 'I' AND 'E' AND 'T')
038400         MOVE 'SAISIR CLE, FINALITE, CANAL ET DATE A RETIRER'
038500           TO W-MESSAGE
038600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
038700         GO TO 3500-EXIT.
038800     MOVE M82-CLE-I    TO CNS-FGS-CLE.
038900     MOVE M82-FINAL-I  TO CNS-FINALITE.
039000     MOVE M82-CANAL-I  TO CNS-CANAL.
039100     MOVE M82-DATEFF-I TO CNS-DATE-EFFET.
039200     EXEC CICS READ FILE (W-FIC-CNSFIC)
039300          INTO (CNS-ENREG) RIDFLD (CNS-CLE)
039400          UPDATE RESP (W-RESP)
039500     END-EXEC.
039600     IF W-RESP NOT = DFHRESP(NORMAL)
039700         MOVE 'ENTREE INTROUVABLE A CETTE DATE' TO W-MESSAGE
039800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
039900         GO TO 3500-EXIT.
040000     EXEC CICS DELETE FILE (W-FIC-CNSFIC) RESP (W-RESP)
040100     END-EXEC.
040200     IF W-RESP = DFHRESP(NORMAL)
040300         MOVE 'ENTREE DE CONSENTEMENT RETIREE' TO W-MESSAGE
040400         MOVE 'S' TO W-FONCTION-ACTIVITE
040500         PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
040600     ELSE
040700         MOVE 'INCIDENT FICHIER CNSFIC - RETRAIT' TO W-MESSAGE.
040800     PERFORM 2100-SITUATION THRU 2100-EXIT.
040900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
041000 3500-EXIT.
041100     EXIT.
041200******************************************************************
041300*  4000-CONTROLER : LES EDITIONS DE SURFACE DE LA SAISIE         *
041400******************************************************************
041500 4000-CONTROLER.
041600     MOVE SPACES TO W-MESSAGE.
041700     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
041800     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
041900          YYYYMMDD (W-DATE-JOUR)
042000     END-EXEC.
042100     IF M82-CLE-I = SPACES OR LOW-VALUE
042200         MOVE 'CLE OBLIGATOIRE' TO W-MESSAGE
042300         GO TO 4000-EXIT.
042400     IF M82-FINAL-I NOT = 'MARK' AND 'GEST'
042500         MOVE 'FINALITE MARK OU GEST' TO W-MESSAGE
042600         GO TO 4000-EXIT.
042700     IF M82-CANAL-I NOT = 'I' AND 'E' AND 'T'
042800         MOVE 'CANAL I, E OU T' TO W-MESSAGE
042900         GO TO 4000-EXIT.
043000     IF M82-DATEFF-I NOT NUMERIC
043100         MOVE 'DATE D EFFET NON NUMERIQUE' TO W-MESSAGE
043200         GO TO 4000-EXIT.
043300     IF M82-ACCORD-I NOT = 'O' AND 'N'
043400         MOVE 'ACCORD O OU N' TO W-MESSAGE
043500         GO TO 4000-EXIT.
043600*    LA CLE DOIT EXISTER AU MAITRE : PAS D ENTREE ORPHELINE
043700     MOVE M82-CLE-I TO FFFFFGS-CLE.
043800     EXEC CICS READ FILE (W-FIC-FFFFFGS)
043900          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
044000          RESP (W-RESP)
044100     END-EXEC.
044200     IF W-RESP NOT = DFHRESP(NORMAL)
044300         MOVE 'CLE INCONNUE AU FICHIER MAITRE' TO W-MESSAGE.
044400 4000-EXIT.
044500     EXIT.
044600******************************************************************
044700*  8400-TRACER-ACTIVITE : OPERATEUR, FONCTION ET CLE AU FICHIER  *
044800*  D ACTIVITE COMMUN (FILE TD GACJ - DD ACTJRN) POUR LA          *
044900*  SURVEILLANCE DES OPERATEURS (GSAC790) - ACV-CLE = FINALITE,   *
045000*  CANAL ET DATE D EFFET                                         *
045100******************************************************************
045200 8400-TRACER-ACTIVITE.
045300     MOVE SPACES              TO ACV-ENREG.
045400     MOVE W-DATE-JOUR         TO ACV-DATE.
045500     MOVE EIBTIME             TO W-EIBTIME.
045600     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
045700     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
045800     MOVE 'GSCN820 '          TO ACV-PROGRAMME.
045900     MOVE 'CONS'              TO ACV-DOMAINE.
046000     MOVE W-FONCTION-ACTIVITE TO ACV-FONCTION.
046100     MOVE CNS-CLE (16:13)     TO ACV-CLE.
046200     MOVE CNS-FGS-CLE         TO ACV-FGS-CLE.
046300     MOVE W-FORMATION         TO ACV-FORMATION.
046400     EXEC CICS WRITEQ TD QUEUE ('GACJ')
046500          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
046600     END-EXEC.
046700 8400-EXIT.
046800     EXIT.
046900******************************************************************
047000*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
047100******************************************************************
047200 8000-ENVOYER-ECRAN.
047300     MOVE W-MESSAGE TO M82-MESS-I.
047400     IF W-FORMATION = 'O'
047500         MOVE SPACES TO M82-MESS-I
047600         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
047700             DELIMITED SIZE INTO M82-MESS-I
047800         END-STRING.
047900     IF W-EFFACER = 'O'
048000         MOVE 'N' TO W-EFFACER
048100         EXEC CICS SEND MAP ('GSCN82') MAPSET ('GSCN82M')
048200              FROM (GSCN82I) ERASE
048300         END-EXEC
048400     ELSE
048500         EXEC CICS SEND MAP ('GSCN82') MAPSET ('GSCN82M')
048600              FROM (GSCN82I)
048700         END-EXEC.
048800 8000-EXIT.
048900     EXIT.
