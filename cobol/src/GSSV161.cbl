000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSV161.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSV161 : LISTE DE SUIVI DE L OPERATEUR  (TRANSACTION GSV1)   *
000900*  ------------------------------------------------------------  *
001000*  LES CLES QUE L OPERATEUR A MISES EN SUIVI (PF11 DE GSOL010,   *
001100*  GSOL430 OU GSTL660), DIX PAR PAGE, AVEC CE QUE LA PASSE       *
001200*  NOCTURNE GSSV160 A CONSTATE POUR CHACUNE :                    *
001300*   MAITRE M (MODIFIE, ZONES S M E D P U A) / S (SORTI) /        *
001400*   A (REAPPARU) - NOMBRE DE SUSPENS, D ELEMENTS DE CORBEILLE,   *
001500*   DE NOTES ET DE COURRIERS NOUVEAUX - GEL POSE (P) OU LEVE (L) *
001600*  PUIS L ECHEANCE DU SUIVI ET SON MOTIF.                        *
001700*  ENTREE = RAFRAICHIR        PF8 = PAGE SUIVANTE                *
001800*  CHOIX 1 A 10 PUIS PF5 = CHRONOLOGIE DE LA CLE (XCTL GSTL660)  *
001900*  CHOIX 1 A 10 PUIS PF9 = RETRAIT DE LA CLE DU SUIVI            *
002000*  PF3 = FIN DE TRANSACTION                                      *
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
003700 77  W-NB-TROUVE                     PIC S9(04) COMP VALUE ZERO.
003800 77  W-CHOIX                         PIC S9(04) COMP VALUE ZERO.
003900 COPY GSPFKEY.
004000 COPY FFFFFGA.
004100 COPY FFFFFGSV.
004200 01  W-OPERATEUR                     PIC X(08).
004300 01  W-FIC-SUIFIC                    PIC X(08) VALUE 'SUIFIC  '.
004400 01  W-FORMATION                     PIC X(01) VALUE 'N'.
004500 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
004600 01  W-AUTORISE                      PIC X(01).
004700 01  W-EFFACER                       PIC X(01) VALUE 'N'.
004800 01  W-ABSTIME                       PIC S9(15) COMP-3.
004900 01  W-DATE-JOUR                     PIC 9(08).
005000 01  W-EIBTIME                       PIC 9(07).
005100 01  W-VIOLATION.
005200     05  VIO-DATE                    PIC 9(08).
005300     05  VIO-HEURE                   PIC 9(06).
005400     05  VIO-OPERATEUR               PIC X(08).
005500     05  VIO-FONCTION                PIC X(01).
005600     05  VIO-PROGRAMME               PIC X(08).
005700     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
005800     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
005900*    LIGNE DE LA LISTE (LES TITRES DE COLONNES SONT SUR LA MAP)
006000 01  W-LIGNE-SUIVI.
006100     05  LSV-CLE                     PIC X(15).
006200     05  FILLER                      PIC X(01) VALUE SPACE.
006300     05  LSV-MAITRE                  PIC X(01).
006400     05  LSV-ZONES                   PIC X(07).
006500     05  FILLER                      PIC X(01) VALUE SPACE.
006600     05  LSV-SUSPENS                 PIC ZZ9.
006700     05  FILLER                      PIC X(01) VALUE SPACE.
006800     05  LSV-CORBEILLE               PIC ZZ9.
006900     05  FILLER                      PIC X(01) VALUE SPACE.
007000     05  LSV-NOTES                   PIC ZZ9.
007100     05  FILLER                      PIC X(01) VALUE SPACE.
007200     05  LSV-GEL                     PIC X(01).
007300     05  FILLER                      PIC X(01) VALUE SPACE.
007400     05  LSV-COURRIERS               PIC ZZ9.
007500     05  FILLER                      PIC X(01) VALUE SPACE.
007600     05  LSV-FIN                     PIC X(08).
007700     05  FILLER                      PIC X(01) VALUE SPACE.
007800     05  LSV-MOTIF                   PIC X(24).
007900 01  GSSV16I.
008000     05  FILLER                      PIC X(12).
008100     05  M16-CHOIX-L                 PIC S9(04) COMP.
008200     05  M16-CHOIX-A                 PIC X(01).
008300     05  M16-CHOIX-I                 PIC X(02).
008400     05  M16-LISTE.
008500         10  M16-RES-P OCCURS 10.
008600             15  M16-RES-L           PIC S9(04) COMP.
008700             15  M16-RES-A           PIC X(01).
008800             15  M16-RES-I           PIC X(76).
008900     05  M16-MESS-L                  PIC S9(04) COMP.
009000     05  M16-MESS-A                  PIC X(01).
009100     05  M16-MESS-I                  PIC X(60).
009200 01  W-VERS-CHRONOLOGIE.
009300     05  W-VT-CLE                    PIC X(15).
009400     05  W-VT-OFFSET                 PIC 9(04) VALUE ZERO.
009500     05  W-VT-MODE                   PIC X(01).
009600 01  W-COMMAREA.
009700     05  CA-DERNIERE-CLE             PIC X(15).
009800     05  CA-CLES.
009900         10  CA-RES-CLE              PIC X(15) OCCURS 10.
010000 LINKAGE SECTION.
010100 01  DFHCOMMAREA                     PIC X(165).
010200 PROCEDURE DIVISION.
010300******************************************************************
010400*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
010500******************************************************************
010600 0000-MAINLINE.
010700     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
010800     IF EIBCALEN = ZERO
010900         MOVE 'O' TO W-EFFACER
011000         MOVE LOW-VALUE TO GSSV16I
011100         MOVE LOW-VALUE TO W-COMMAREA
011200         PERFORM 3030-AUTORISER THRU 3030-EXIT
011300         IF W-AUTORISE = 'O'
011400             PERFORM 2000-LISTER THRU 2000-EXIT
011500         END-IF
011600         GO TO 0000-RETOUR.
011700     MOVE DFHCOMMAREA TO W-COMMAREA.
011800     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
011900     EVALUATE TRUE
012000         WHEN PFK3
012100             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
012200             END-EXEC
012300             EXEC CICS RETURN END-EXEC
012400         WHEN ENTER-KEY
012500             PERFORM 3030-AUTORISER THRU 3030-EXIT
012600             IF W-AUTORISE = 'O'
012700                 MOVE LOW-VALUE TO CA-DERNIERE-CLE
012800                 PERFORM 2000-LISTER THRU 2000-EXIT
012900             END-IF
013000         WHEN PFK8
013100             PERFORM 3030-AUTORISER THRU 3030-EXIT
013200             IF W-AUTORISE = 'O'
013300                 PERFORM 2000-LISTER THRU 2000-EXIT
013400             END-IF
013500         WHEN PFK5
013600             PERFORM 3000-OUVRIR-CHRONOLOGIE THRU 3000-EXIT
013700         WHEN PFK9
013800             PERFORM 3030-AUTORISER THRU 3030-EXIT
013900             IF W-AUTORISE = 'O'
014000                 PERFORM 3100-RETIRER THRU 3100-EXIT
014100             END-IF
014200         WHEN OTHER
014300             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
014400             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
014500     END-EVALUATE.
014600 0000-RETOUR.
014700     EXEC CICS RETURN TRANSID ('GSV1')
014800          COMMAREA (W-COMMAREA) LENGTH (165)
014900     END-EXEC.
015000 0000-EXIT.
015100     EXIT.
015200******************************************************************
015300*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = LISTE DE SUIVI*
015400*  DE LA COPIE F ET BANDEAU FORMATION SUR L ECRAN                *
015500******************************************************************
015600 1050-AIGUILLER-FICHIERS.
015700     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
015800     MOVE W-OPERATEUR TO AUT-OPERATEUR.
015900     EXEC CICS READ FILE ('AUTFIC')
016000          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
016100          RESP (W-RESP)
016200     END-EXEC.
016300     IF W-RESP = DFHRESP(NORMAL)
016400         MOVE 'O' TO W-PROFIL-LU
016500         IF AUT-EN-FORMATION
016600             MOVE 'O'        TO W-FORMATION
016700             MOVE 'SUIFICF ' TO W-FIC-SUIFIC
016800         END-IF
016900     END-IF.
017000 1050-EXIT.
017100     EXIT.
017200******************************************************************
017300*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
017400******************************************************************
017500 1100-RECEVOIR-PFKEY.
017600     EXEC CICS RECEIVE MAP ('GSSV16') MAPSET ('GSSV16M')
017700          INTO (GSSV16I) RESP (W-RESP)
017800     END-EXEC.
017900     EVALUATE EIBAID
018000         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
018100         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
018200         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
018300         WHEN DFHPF8   MOVE 08 TO PFKEY-INDICATOR
018400         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
018500         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
018600     END-EVALUATE.
018700 1100-EXIT.
018800     EXIT.
018900******************************************************************
019000*  2000-LISTER : PAGE DE LA LISTE DE L OPERATEUR A PARTIR DE LA  *
019100*  DERNIERE CLE AFFICHEE (LOW-VALUE = DEBUT DE LISTE). LES       *
019200*  ENTREES ECHUES, RETIREES PAR LA PASSE DE LA NUIT, SONT SAUTEES*
019300******************************************************************
019400 2000-LISTER.
019500     MOVE ZERO TO W-NB-TROUVE.
019600     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
019700     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
019800          YYYYMMDD (W-DATE-JOUR)
019900     END-EXEC.
020000     MOVE LOW-VALUE   TO M16-LISTE CA-CLES.
020100     MOVE W-OPERATEUR TO SUI-OPERATEUR.
020200     MOVE CA-DERNIERE-CLE TO SUI-FGS-CLE.
020300     EXEC CICS STARTBR FILE (W-FIC-SUIFIC)
020400          RIDFLD (SUI-CLE) GTEQ RESP (W-RESP)
020500     END-EXEC.
020600     IF W-RESP NOT = DFHRESP(NORMAL)
020700         GO TO 2000-BILAN.
020800 2000-LIRE.
020900     EXEC CICS READNEXT FILE (W-FIC-SUIFIC)
021000          INTO (SUI-ENREG) RIDFLD (SUI-CLE) RESP (W-RESP)
021100     END-EXEC.
021200     IF W-RESP NOT = DFHRESP(NORMAL)
021300         GO TO 2000-FIN-PARCOURS.
021400     IF SUI-OPERATEUR NOT = W-OPERATEUR
021500         GO TO 2000-FIN-PARCOURS.
021600     IF SUI-FGS-CLE = CA-DERNIERE-CLE
021700         GO TO 2000-LIRE.
021800     IF SUI-DATE-FIN GREATER ZERO
021900      AND SUI-DATE-FIN LESS W-DATE-JOUR
022000         GO TO 2000-LIRE.
022100     PERFORM 2100-LIGNE THRU 2100-EXIT.
022200     IF W-NB-TROUVE LESS 10
022300         GO TO 2000-LIRE.
022400 2000-FIN-PARCOURS.
022500     EXEC CICS ENDBR FILE (W-FIC-SUIFIC) RESP (W-RESP)
022600     END-EXEC.
022700 2000-BILAN.
022800     IF W-MESSAGE NOT = SPACES
022900         GO TO 2000-AFFICHER.
023000     IF W-NB-TROUVE = ZERO
023100         MOVE 'AUCUNE CLE SUIVIE - ENTREE POUR REVENIR EN DEBUT'
023200           TO W-MESSAGE
023300     ELSE
023400         MOVE 'CHOIX + PF5 CHRONOLOGIE, PF9 RETRAIT - PF8 SUITE'
023500           TO W-MESSAGE.
023600 2000-AFFICHER.
023700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
023800 2000-EXIT.
023900     EXIT.
024000******************************************************************
024100*  2100-LIGNE : CONSTAT DE LA DERNIERE PASSE MIS EN LIGNE        *
024200******************************************************************
024300 2100-LIGNE.
024400     ADD 1 TO W-NB-TROUVE.
024500     MOVE SUI-FGS-CLE TO CA-RES-CLE (W-NB-TROUVE)
024600                         CA-DERNIERE-CLE.
024700     MOVE SUI-FGS-CLE         TO LSV-CLE.
024800     MOVE SUI-CT-MAITRE       TO LSV-MAITRE.
024900     MOVE SUI-CT-ZONES        TO LSV-ZONES.
025000     MOVE SUI-CT-NB-SUSPENS   TO LSV-SUSPENS.
025100     MOVE SUI-CT-NB-CORBEILLE TO LSV-CORBEILLE.
025200     MOVE SUI-CT-NB-NOTES     TO LSV-NOTES.
025300     MOVE SUI-CT-GEL          TO LSV-GEL.
025400     MOVE SUI-CT-NB-COURRIERS TO LSV-COURRIERS.
025500     IF SUI-DATE-FIN = ZERO
025600         MOVE SPACES       TO LSV-FIN
025700     ELSE
025800         MOVE SUI-DATE-FIN TO LSV-FIN.
025900     IF SUI-DATE-PASSE = ZERO
026000         MOVE 'PREMIERE PASSE A VENIR' TO LSV-MOTIF
026100     ELSE
026200         MOVE SUI-MOTIF               TO LSV-MOTIF.
026300     MOVE W-LIGNE-SUIVI TO M16-RES-I (W-NB-TROUVE).
026400 2100-EXIT.
026500     EXIT.
026600******************************************************************
026700*  3030-AUTORISER : LA LISTE EXIGE LE PROFIL CONSULTATION -      *
026800*  PROFIL ILLISIBLE = REFUS (FERMETURE PAR DEFAUT) - UN REFUS    *
026900*  DONNE UN MESSAGE EN CLAIR ET PART AU JOURNAL GAUJ             *
027000******************************************************************
027100 3030-AUTORISER.
027200     MOVE 'N' TO W-AUTORISE.
027300     IF W-PROFIL-LU = 'O'
027400      AND AUT-CONSULTATION = 'O'
027500         MOVE 'O' TO W-AUTORISE.
027600     IF W-AUTORISE = 'N'
027700         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
027800           TO W-MESSAGE
027900         EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC
028000         EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
028100              YYYYMMDD (W-DATE-JOUR)
028200         END-EXEC
028300         MOVE W-DATE-JOUR     TO VIO-DATE
028400         MOVE EIBTIME         TO W-EIBTIME
028500         MOVE W-EIBTIME (2:6) TO VIO-HEURE
028600         MOVE W-OPERATEUR     TO VIO-OPERATEUR
028700         MOVE 'C'             TO VIO-FONCTION
028800         MOVE 'GSSV161 '      TO VIO-PROGRAMME
028900         EXEC CICS WRITEQ TD QUEUE ('GAUJ')
029000              FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
029100         END-EXEC
029200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
029300 3030-EXIT.
029400     EXIT.
029500******************************************************************
029600*  3000-OUVRIR-CHRONOLOGIE : LA CLE CHOISIE PART EN XCTL VERS LA *
029700*  CHRONOLOGIE (MODE X : CONSTRUITE ET AFFICHEE SANS SAISIE)     *
029800******************************************************************
029900 3000-OUVRIR-CHRONOLOGIE.
030000     PERFORM 3900-CONTROLER-CHOIX THRU 3900-EXIT.
030100     IF W-CHOIX = ZERO
030200         GO TO 3000-EXIT.
030300     MOVE CA-RES-CLE (W-CHOIX) TO W-VT-CLE.
030400     MOVE 'X' TO W-VT-MODE.
030500     EXEC CICS XCTL PROGRAM ('GSTL660')
030600          COMMAREA (W-VERS-CHRONOLOGIE) LENGTH (20)
030700          RESP (W-RESP)
030800     END-EXEC.
030900     MOVE 'CHRONOLOGIE INDISPONIBLE' TO W-MESSAGE.
031000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
031100 3000-EXIT.
031200     EXIT.
031300******************************************************************
031400*  3100-RETIRER : LA CLE CHOISIE SORT DE LA LISTE, QUI EST       *
031500*  REAFFICHEE DEPUIS LE DEBUT                                    *
031600******************************************************************
031700 3100-RETIRER.
031800     PERFORM 3900-CONTROLER-CHOIX THRU 3900-EXIT.
031900     IF W-CHOIX = ZERO
032000         GO TO 3100-EXIT.
032100     MOVE W-OPERATEUR          TO SUI-OPERATEUR.
032200     MOVE CA-RES-CLE (W-CHOIX) TO SUI-FGS-CLE.
032300     EXEC CICS DELETE FILE (W-FIC-SUIFIC)
032400          RIDFLD (SUI-CLE) RESP (W-RESP)
032500     END-EXEC.
032600     IF W-RESP = DFHRESP(NORMAL)
032700         MOVE 'CLE RETIREE DU SUIVI' TO W-MESSAGE
032800     ELSE
032900         IF W-RESP = DFHRESP(NOTFND)
033000             MOVE 'CLE DEJA RETIREE DU SUIVI' TO W-MESSAGE
033100         ELSE
033200             MOVE 'RETRAIT IMPOSSIBLE - FICHIER SUIFIC'
033300               TO W-MESSAGE.
033400     MOVE LOW-VALUE TO CA-DERNIERE-CLE M16-CHOIX-I.
033500     PERFORM 2000-LISTER THRU 2000-EXIT.
033600 3100-EXIT.
033700     EXIT.
033800******************************************************************
033900*  3900-CONTROLER-CHOIX : CHOIX 1 A 10 SUR UNE LIGNE AFFICHEE    *
034000*  (W-CHOIX A ZERO ET ECRAN RENVOYE SI LE CHOIX EST REFUSE)      *
034100******************************************************************
034200 3900-CONTROLER-CHOIX.
034300     MOVE ZERO TO W-CHOIX.
034400     IF M16-CHOIX-I NOT NUMERIC
034500         MOVE 'CHOIX 1 A 10 OBLIGATOIRE' TO W-MESSAGE
034600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
034700         GO TO 3900-EXIT.
034800     MOVE M16-CHOIX-I TO W-CHOIX.
034900     IF W-CHOIX LESS 1 OR W-CHOIX GREATER 10
035000         MOVE ZERO TO W-CHOIX
035100         MOVE 'CHOIX HORS LISTE' TO W-MESSAGE
035200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
035300         GO TO 3900-EXIT.
035400     IF CA-RES-CLE (W-CHOIX) = LOW-VALUE
035500      OR CA-RES-CLE (W-CHOIX) = SPACES
035600         MOVE ZERO TO W-CHOIX
035700         MOVE 'CHOIX HORS LISTE' TO W-MESSAGE
035800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
035900 3900-EXIT.
036000     EXIT.
036100******************************************************************
036200*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
036300******************************************************************
036400 8000-ENVOYER-ECRAN.
036500     MOVE W-MESSAGE TO M16-MESS-I.
036600     IF W-FORMATION = 'O'
036700         MOVE SPACES TO M16-MESS-I
036800         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
036900             DELIMITED SIZE INTO M16-MESS-I
037000         END-STRING.
037100     IF W-EFFACER = 'O'
037200         MOVE 'N' TO W-EFFACER
037300         EXEC CICS SEND MAP ('GSSV16') MAPSET ('GSSV16M')
037400              FROM (GSSV16I) ERASE
037500         END-EXEC
037600     ELSE
037700         EXEC CICS SEND MAP ('GSSV16') MAPSET ('GSSV16M')
037800              FROM (GSSV16I)
037900         END-EXEC.
038000 8000-EXIT.
038100     EXIT.
