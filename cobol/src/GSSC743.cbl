000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSSC743.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSSC743 : DECISION DE LA CONFORMITE SUR LES ALERTES DE        *
000900*            FILTRAGE (FICHIER SCDFIC)                           *
001000*  ------------------------------------------------------------  *
001100*  L ANALYSTE APPELLE LES ALERTES D UNE CLE FFFFFGS (ELEMENTS DE *
001200*  LA FILE CONFORM), COMPARE LE NOM DU MAITRE ET LE NOM DE LA    *
001300*  LISTE, PUIS TRANCHE AVEC UN COMMENTAIRE OBLIGATOIRE :         *
001400*   LEVER     : FAUX POSITIF - LE MOUVEMENT RETENU AU SUSPENS    *
001500*               PASSERA AU PROCHAIN RECYCLAGE                    *
001600*   CONFIRMER : VRAIE CORRESPONDANCE - LE MOUVEMENT RESTE AU     *
001700*               SUSPENS JUSQU A SON ABANDON                      *
001800*  SEULE UNE ALERTE EN ATTENTE (E) PEUT ETRE TRANCHEE.           *
001900*  ENTREE = AFFICHER L ALERTE SAISIE, A DEFAUT LA PREMIERE       *
002000*           ALERTE EN ATTENTE DE LA CLE                          *
002100*  PF8    = ALERTE SUIVANTE DE LA CLE                            *
002200*  PF5    = LEVER (PROFIL APPROBATION, ETAT L)                   *
002300*  PF6    = CONFIRMER (PROFIL APPROBATION, ETAT C)               *
002400*  PF3    = FIN DE TRANSACTION                                   *
002500*  CHAQUE DECISION PART AU JOURNAL GSCJ (DD SCDJRN).             *
002600*  PROFIL EN FORMATION = COPIES SCDFICF ET FFFFFGSF.             *
002650*  NOM DECODE AFFICHE : DIVULGATION AU JOURNAL GDSJ (DSCJRN).    *
002700*  ------------------------------------------------------------  *
002800*  HISTORIQUE DES MODIFICATIONS                                  *
002900*  15/10/26  DA  CREATION                                        *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.
003400     IBM-370.
003500 OBJECT-COMPUTER.
003600     IBM-370.
003700 SPECIAL-NAMES.
003800     DECIMAL-POINT IS COMMA.
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
004200 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
004300 01  W-ABSTIME                       PIC S9(15) COMP-3.
004400 01  W-DATE-JOUR                     PIC 9(08).
004500 01  W-EIBTIME                       PIC 9(07).
004600 COPY GSPFKEY.
004700 COPY FFFFFGA.
004800 COPY FFFFFGSD.
004900 COPY FFFFFFGS.
005000 COPY GSCRZ.
005050 COPY FFFFFGDC.
005100 01  W-OPERATEUR                     PIC X(08).
005200 01  W-FIC-SCDFIC                    PIC X(08) VALUE 'SCDFIC  '.
005300 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
005400 01  W-FORMATION                     PIC X(01) VALUE 'N'.
005500 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
005600 01  W-FONCTION-DEMANDEE             PIC X(01).
005700 01  W-AUTORISE                      PIC X(01).
005800 01  W-EFFACER                       PIC X(01) VALUE 'N'.
005900 01  W-FGS-LU                        PIC X(01).
006000 01  W-SCD-LU                        PIC X(01).
006100 01  W-SUIVANTE                      PIC X(01).
006200 01  W-DECISION                      PIC X(01).
006300 01  W-PREMIERE-REF                  PIC X(12).
006400 01  W-COMMENTAIRE                   PIC X(30).
006500 01  W-VIOLATION.
006600     05  VIO-DATE                    PIC 9(08).
006700     05  VIO-HEURE                   PIC 9(06).
006800     05  VIO-OPERATEUR               PIC X(08).
006900     05  VIO-FONCTION                PIC X(01).
007000     05  VIO-PROGRAMME               PIC X(08).
007100     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
007200     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
007300*    JOURNAL : ANALYSTE, DECISION (L/C) ET ALERTE TRANCHEE
007400 01  W-ACTION.
007500     05  ACT-DATE                    PIC 9(08).
007600     05  ACT-HEURE                   PIC 9(06).
007700     05  ACT-OPERATEUR               PIC X(08).
007800     05  ACT-CODE                    PIC X(01).
007900     05  ACT-FGS-CLE                 PIC X(15).
008000     05  ACT-REFERENCE               PIC X(12).
008100     05  ACT-LISTE                   PIC X(04).
008200     05  ACT-FORMATION               PIC X(01).
008300     05  FILLER                      PIC X(25) VALUE SPACES.
008400*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
008500*    DECLAREE ICI, PAS EN COPY)
008600 01  GSSC74I.
008700     05  FILLER                      PIC X(12).
008800     05  M74-CLE-L                   PIC S9(04) COMP.
008900     05  M74-CLE-A                   PIC X(01).
009000     05  M74-CLE-I                   PIC X(15).
009100     05  M74-REF-L                   PIC S9(04) COMP.
009200     05  M74-REF-A                   PIC X(01).
009300     05  M74-REF-I                   PIC X(12).
009400     05  M74-NOM-L                   PIC S9(04) COMP.
009500     05  M74-NOM-A                   PIC X(01).
009600     05  M74-NOM-I                   PIC X(30).
009700     05  M74-LISTE-L                 PIC S9(04) COMP.
009800     05  M74-LISTE-A                 PIC X(01).
009900     05  M74-LISTE-I                 PIC X(04).
010000     05  M74-NOMLST-L                PIC S9(04) COMP.
010100     05  M74-NOMLST-A                PIC X(01).
010200     05  M74-NOMLST-I                PIC X(30).
010300     05  M74-ETAT-L                  PIC S9(04) COMP.
010400     05  M74-ETAT-A                  PIC X(01).
010500     05  M74-ETAT-I                  PIC X(01).
010600     05  M74-ORIGINE-L               PIC S9(04) COMP.
010700     05  M74-ORIGINE-A               PIC X(01).
010800     05  M74-ORIGINE-I               PIC X(08).
010900     05  M74-DETECT-L                PIC S9(04) COMP.
011000     05  M74-DETECT-A                PIC X(01).
011100     05  M74-DETECT-I                PIC 9(08).
011200     05  M74-ANALYSTE-L              PIC S9(04) COMP.
011300     05  M74-ANALYSTE-A              PIC X(01).
011400     05  M74-ANALYSTE-I              PIC X(08).
011500     05  M74-DECISION-L              PIC S9(04) COMP.
011600     05  M74-DECISION-A              PIC X(01).
011700     05  M74-DECISION-I              PIC 9(08).
011800     05  M74-COMMENT-L               PIC S9(04) COMP.
011900     05  M74-COMMENT-A               PIC X(01).
012000     05  M74-COMMENT-I               PIC X(30).
012100     05  M74-MESS-L                  PIC S9(04) COMP.
012200     05  M74-MESS-A                  PIC X(01).
012300     05  M74-MESS-I                  PIC X(60).
012400 01  W-COMMAREA.
012500     05  CA-CLE                      PIC X(15).
012600     05  CA-REFERENCE                PIC X(12).
012700 LINKAGE SECTION.
012800 01  DFHCOMMAREA                     PIC X(27).
012900 PROCEDURE DIVISION.
013000******************************************************************
013100*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
013200******************************************************************
013300 0000-MAINLINE.
013400     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
013500     IF EIBCALEN = ZERO
013600         MOVE 'O' TO W-EFFACER
013700         MOVE LOW-VALUE TO GSSC74I
013800         MOVE LOW-VALUE TO CA-CLE CA-REFERENCE
013900         MOVE 'SAISIR LA CLE (ET LA REFERENCE) PUIS ENTREE'
014000           TO W-MESSAGE
014100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
014200         GO TO 0000-RETOUR.
014300     MOVE DFHCOMMAREA TO W-COMMAREA.
014400     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
014500     EVALUATE TRUE
014600         WHEN PFK3
014700             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
014800             END-EXEC
014900             EXEC CICS RETURN END-EXEC
015000         WHEN ENTER-KEY
015100             MOVE 'C' TO W-FONCTION-DEMANDEE
015200             PERFORM 3030-AUTORISER THRU 3030-EXIT
015300             IF W-AUTORISE = 'O'
015400                 PERFORM 2000-AFFICHER THRU 2000-EXIT
015500             END-IF
015600         WHEN PFK8
015700             MOVE 'C' TO W-FONCTION-DEMANDEE
015800             PERFORM 3030-AUTORISER THRU 3030-EXIT
015900             IF W-AUTORISE = 'O'
016000                 PERFORM 2200-SUIVANTE THRU 2200-EXIT
016100             END-IF
016200         WHEN PFK5
016300             MOVE 'P' TO W-FONCTION-DEMANDEE
016400             PERFORM 3030-AUTORISER THRU 3030-EXIT
016500             IF W-AUTORISE = 'O'
016600                 MOVE 'L' TO W-DECISION
016700                 PERFORM 3000-DECIDER THRU 3000-EXIT
016800             END-IF
016900         WHEN PFK6
017000             MOVE 'P' TO W-FONCTION-DEMANDEE
017100             PERFORM 3030-AUTORISER THRU 3030-EXIT
017200             IF W-AUTORISE = 'O'
017300                 MOVE 'C' TO W-DECISION
017400                 PERFORM 3000-DECIDER THRU 3000-EXIT
017500             END-IF
017600         WHEN OTHER
017700             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
017800             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
017900     END-EVALUATE.
018000 0000-RETOUR.
018100     EXEC CICS RETURN TRANSID ('GSY1')
018200          COMMAREA (W-COMMAREA) LENGTH (27)
018300     END-EXEC.
018400 0000-EXIT.
018500     EXIT.
018600******************************************************************
018700*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
018800******************************************************************
018900 1050-AIGUILLER-FICHIERS.
019000     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
019100     MOVE W-OPERATEUR TO AUT-OPERATEUR.
019200     EXEC CICS READ FILE ('AUTFIC')
019300          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
019400          RESP (W-RESP)
019500     END-EXEC.
019600     IF W-RESP = DFHRESP(NORMAL)
019700         MOVE 'O' TO W-PROFIL-LU
019800         IF AUT-EN-FORMATION
019900             MOVE 'O'        TO W-FORMATION
020000             MOVE 'SCDFICF ' TO W-FIC-SCDFIC
020100             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
020200         END-IF
020300     ELSE
020400         MOVE 'N' TO W-PROFIL-LU.
020500 1050-EXIT.
020600     EXIT.
020700******************************************************************
020800*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
020900******************************************************************
021000 1100-RECEVOIR-PFKEY.
021100     EXEC CICS RECEIVE MAP ('GSSC74') MAPSET ('GSSC74M')
021200          INTO (GSSC74I) RESP (W-RESP)
021300     END-EXEC.
021400     EVALUATE EIBAID
021500         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
021600         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
021700         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
021800         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
021900         WHEN DFHPF8   MOVE 08 TO PFKEY-INDICATOR
022000         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
022100     END-EVALUATE.
022200 1100-EXIT.
022300     EXIT.
022400******************************************************************
022500*  3030-AUTORISER : C AFFICHE, P TRANCHE - LA CLE AFFICHEE RESTE *
022600*  DANS LE PERIMETRE D ENTITE - REFUS AU JOURNAL GAUJ            *
022700******************************************************************
022800 3030-AUTORISER.
022900     MOVE 'N' TO W-AUTORISE.
023000     IF W-PROFIL-LU = 'O'
023100         EVALUATE W-FONCTION-DEMANDEE
023200             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
023300             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
023400         END-EVALUATE
023500         IF W-AUTORISE = 'O'
023600          AND W-FONCTION-DEMANDEE NOT = 'C'
023700          AND AUT-ENTITE NOT = SPACES
023800          AND CA-CLE NOT = LOW-VALUE
023900          AND CA-CLE (1:2) NOT = AUT-ENTITE
024000             MOVE 'N' TO W-AUTORISE
024100         END-IF
024200     END-IF.
024300     IF W-AUTORISE NOT = 'O'
024400         MOVE 'N' TO W-AUTORISE
024500         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
024600           TO W-MESSAGE
024700         PERFORM 8200-DATE-HEURE THRU 8200-EXIT
024800         MOVE W-DATE-JOUR         TO VIO-DATE
024900         MOVE W-EIBTIME (2:6)     TO VIO-HEURE
025000         MOVE W-OPERATEUR         TO VIO-OPERATEUR
025100         MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION
025200         MOVE 'GSSC743 '          TO VIO-PROGRAMME
025300         EXEC CICS WRITEQ TD QUEUE ('GAUJ')
025400              FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
025500         END-EXEC
025600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
025700 3030-EXIT.
025800     EXIT.
025900******************************************************************
026000*  2000-AFFICHER : ALERTE SAISIE, A DEFAUT LA PREMIERE EN        *
026100*  ATTENTE DE LA CLE (OU LA PREMIERE TOUT COURT)                 *
026200******************************************************************
026300 2000-AFFICHER.
026400     IF M74-CLE-I = SPACES OR LOW-VALUE
026500         MOVE 'CLE OBLIGATOIRE' TO W-MESSAGE
026600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
026700         GO TO 2000-EXIT.
026800     MOVE M74-CLE-I TO CA-CLE.
026900     IF M74-REF-I = SPACES OR LOW-VALUE
027000         PERFORM 2100-PREMIERE-ALERTE THRU 2100-EXIT
027100     ELSE
027200         MOVE M74-REF-I TO CA-REFERENCE.
027300     PERFORM 2300-LIRE-ALERTE THRU 2300-EXIT.
027400     IF W-SCD-LU NOT = 'O'
027500         MOVE 'AUCUNE ALERTE DE FILTRAGE POUR CETTE CLE'
027600           TO W-MESSAGE
027700         MOVE LOW-VALUE TO CA-REFERENCE
027800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
027900         GO TO 2000-EXIT.
028000     PERFORM 2400-MONTRER-ALERTE THRU 2400-EXIT.
028100 2000-EXIT.
028200     EXIT.
028300******************************************************************
028400*  2100-PREMIERE-ALERTE : PARCOURS DES ALERTES DE LA CLE - LA    *
028500*  PREMIERE EN ATTENTE, SINON LA PREMIERE TROUVEE                *
028600******************************************************************
028700 2100-PREMIERE-ALERTE.
028800     MOVE LOW-VALUE TO CA-REFERENCE W-PREMIERE-REF.
028900     MOVE CA-CLE    TO SCD-FGS-CLE.
029000     MOVE LOW-VALUE TO SCD-REFERENCE.
029100     EXEC CICS STARTBR FILE (W-FIC-SCDFIC)
029200          RIDFLD (SCD-CLE) GTEQ RESP (W-RESP)
029300     END-EXEC.
029400     IF W-RESP NOT = DFHRESP(NORMAL)
029500         GO TO 2100-EXIT.
029600 2100-LIRE.
029700     EXEC CICS READNEXT FILE (W-FIC-SCDFIC)
029800          INTO (SCD-ENREG) RIDFLD (SCD-CLE) RESP (W-RESP)
029900     END-EXEC.
030000     IF W-RESP NOT = DFHRESP(NORMAL)
030100      OR SCD-FGS-CLE NOT = CA-CLE
030200         GO TO 2100-FIN.
030300     IF W-PREMIERE-REF = LOW-VALUE
030400         MOVE SCD-REFERENCE TO W-PREMIERE-REF.
030500     IF NOT SCD-EN-ATTENTE
030600         GO TO 2100-LIRE.
030700     MOVE SCD-REFERENCE TO CA-REFERENCE.
030800 2100-FIN.
030900     EXEC CICS ENDBR FILE (W-FIC-SCDFIC) RESP (W-RESP)
031000     END-EXEC.
031100     IF CA-REFERENCE = LOW-VALUE
031200         MOVE W-PREMIERE-REF TO CA-REFERENCE.
031300 2100-EXIT.
031400     EXIT.
031500******************************************************************
031600*  2200-SUIVANTE : ALERTE SUIVANT L ALERTE AFFICHEE POUR LA CLE  *
031700******************************************************************
031800 2200-SUIVANTE.
031900     IF CA-CLE = LOW-VALUE OR CA-REFERENCE = LOW-VALUE
032000         MOVE 'AFFICHER D ABORD UNE ALERTE' TO W-MESSAGE
032100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
032200         GO TO 2200-EXIT.
032300     MOVE 'N'          TO W-SUIVANTE.
032400     MOVE CA-CLE       TO SCD-FGS-CLE.
032500     MOVE CA-REFERENCE TO SCD-REFERENCE.
032600     EXEC CICS STARTBR FILE (W-FIC-SCDFIC)
032700          RIDFLD (SCD-CLE) GTEQ RESP (W-RESP)
032800     END-EXEC.
032900     IF W-RESP NOT = DFHRESP(NORMAL)
033000         GO TO 2200-CONTROLE.
033100 2200-LIRE.
033200     EXEC CICS READNEXT FILE (W-FIC-SCDFIC)
033300          INTO (SCD-ENREG) RIDFLD (SCD-CLE) RESP (W-RESP)
033400     END-EXEC.
033500     IF W-RESP = DFHRESP(NORMAL)
033600      AND SCD-FGS-CLE = CA-CLE
033700      AND SCD-REFERENCE = CA-REFERENCE
033800         GO TO 2200-LIRE.
033900     IF W-RESP = DFHRESP(NORMAL)
034000      AND SCD-FGS-CLE = CA-CLE
034100         MOVE SCD-REFERENCE TO CA-REFERENCE
034200         MOVE 'O' TO W-SUIVANTE.
034300     EXEC CICS ENDBR FILE (W-FIC-SCDFIC) RESP (W-RESP)
034400     END-EXEC.
034500 2200-CONTROLE.
034600     IF W-SUIVANTE NOT = 'O'
034700         MOVE 'PAS D AUTRE ALERTE POUR CETTE CLE' TO W-MESSAGE
034800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
034900         GO TO 2200-EXIT.
035000     PERFORM 2300-LIRE-ALERTE THRU 2300-EXIT.
035100     PERFORM 2400-MONTRER-ALERTE THRU 2400-EXIT.
035200 2200-EXIT.
035300     EXIT.
035400******************************************************************
035500*  2300-LIRE-ALERTE : ALERTE DE LA ZONE DE COMMUNICATION ET NOM  *
035600*  DECODE DU MAITRE (SANS VERROU)                                *
035700******************************************************************
035800 2300-LIRE-ALERTE.
035900     MOVE 'N' TO W-SCD-LU W-FGS-LU.
036000     MOVE SPACES TO CRZ-NOM.
036100     IF CA-REFERENCE = LOW-VALUE
036200         GO TO 2300-EXIT.
036300     MOVE CA-CLE       TO SCD-FGS-CLE.
036400     MOVE CA-REFERENCE TO SCD-REFERENCE.
036500     EXEC CICS READ FILE (W-FIC-SCDFIC)
036600          INTO (SCD-ENREG) RIDFLD (SCD-CLE)
036700          RESP (W-RESP)
036800     END-EXEC.
036900     IF W-RESP = DFHRESP(NORMAL)
037000         MOVE 'O' TO W-SCD-LU.
037100     MOVE CA-CLE TO FFFFFGS-CLE.
037200     EXEC CICS READ FILE (W-FIC-FFFFFGS)
037300          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
037400          RESP (W-RESP)
037500     END-EXEC.
037600     IF W-RESP NOT = DFHRESP(NORMAL)
037700         GO TO 2300-EXIT.
037800     MOVE 'O' TO W-FGS-LU.
037900     MOVE 'D'                 TO CRZ-FONCTION.
038000     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
038100     MOVE FFFFFGS-NOM         TO CRZ-NOM.
038200     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
038300     CALL 'GSCR390' USING CRZ-ZONE.
038310     IF CRZ-SERVI
038320         PERFORM 8300-TRACER-DIVULGATION THRU 8300-EXIT.
038400 2300-EXIT.
038500     EXIT.
038600******************************************************************
038700*  2400-MONTRER-ALERTE : ECRAN GARNI ET MESSAGE SELON L ETAT     *
038800******************************************************************
038900 2400-MONTRER-ALERTE.
039000     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
039100     IF SCD-EN-ATTENTE
039200         MOVE 'COMMENTAIRE PUIS PF5 LEVER / PF6 CONFIRMER'
039300           TO W-MESSAGE
039400     ELSE
039500         IF SCD-LEVEE
039600             MOVE 'ALERTE LEVEE - PF8 = ALERTE SUIVANTE'
039700               TO W-MESSAGE
039800         ELSE
039900             MOVE 'ALERTE CONFIRMEE - PF8 = ALERTE SUIVANTE'
040000               TO W-MESSAGE
040100         END-IF
040200     END-IF.
040300     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
040400 2400-EXIT.
040500     EXIT.
040600******************************************************************
040700*  2500-GARNIR-ECRAN : NOM DU MAITRE, ENTREE DE LA LISTE ET      *
040800*  DECISION DE L ALERTE                                          *
040900******************************************************************
041000 2500-GARNIR-ECRAN.
041100     MOVE CA-CLE             TO M74-CLE-I.
041200     MOVE CA-REFERENCE       TO M74-REF-I.
041300     IF W-FGS-LU = 'O'
041400         MOVE CRZ-NOM        TO M74-NOM-I
041500     ELSE
041600         MOVE 'CLE ABSENTE DU FICHIER MAITRE' TO M74-NOM-I.
041700     MOVE SCD-LISTE          TO M74-LISTE-I.
041800     MOVE SCD-NOM-LISTE      TO M74-NOMLST-I.
041900     MOVE SCD-ETAT           TO M74-ETAT-I.
042000     MOVE SCD-ORIGINE        TO M74-ORIGINE-I.
042100     MOVE SCD-DATE-DETECTION TO M74-DETECT-I.
042200     MOVE SCD-ANALYSTE       TO M74-ANALYSTE-I.
042300     MOVE SCD-DATE-DECISION  TO M74-DECISION-I.
042400     MOVE SCD-COMMENTAIRE    TO M74-COMMENT-I.
042500 2500-EXIT.
042600     EXIT.
042700******************************************************************
042800*  3000-DECIDER : L ALERTE EN ATTENTE EST LEVEE (L) OU CONFIRMEE *
042900*  (C) AVEC L ANALYSTE, LA DATE, L HEURE ET LE COMMENTAIRE, PUIS *
043000*  LA DECISION PART AU JOURNAL GSCJ                              *
043100******************************************************************
043200 3000-DECIDER.
043300     IF CA-CLE = LOW-VALUE OR CA-REFERENCE = LOW-VALUE
043400         MOVE 'AFFICHER D ABORD UNE ALERTE' TO W-MESSAGE
043500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
043600         GO TO 3000-EXIT.
043700     IF M74-COMMENT-I = SPACES OR LOW-VALUE
043800         MOVE 'COMMENTAIRE DE DECISION OBLIGATOIRE' TO W-MESSAGE
043900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
044000         GO TO 3000-EXIT.
044100     MOVE M74-COMMENT-I TO W-COMMENTAIRE.
044200     PERFORM 2300-LIRE-ALERTE THRU 2300-EXIT.
044300     MOVE CA-CLE       TO SCD-FGS-CLE.
044400     MOVE CA-REFERENCE TO SCD-REFERENCE.
044500     EXEC CICS READ FILE (W-FIC-SCDFIC)
044600          INTO (SCD-ENREG) RIDFLD (SCD-CLE)
044700          UPDATE RESP (W-RESP)
044800     END-EXEC.
044900     IF W-RESP NOT = DFHRESP(NORMAL)
045000         MOVE 'ALERTE INTROUVABLE' TO W-MESSAGE
045100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
045200         GO TO 3000-EXIT.
045300     IF NOT SCD-EN-ATTENTE
045400         EXEC CICS UNLOCK FILE (W-FIC-SCDFIC) RESP (W-RESP)
045500         END-EXEC
045600         MOVE SPACES TO W-MESSAGE
045700         STRING 'ALERTE DEJA TRANCHEE - ETAT ' SCD-ETAT
045800             DELIMITED SIZE INTO W-MESSAGE
045900         END-STRING
046000         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
046100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
046200         GO TO 3000-EXIT.
046300     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
046400     MOVE W-DECISION      TO SCD-ETAT.
046500     MOVE W-OPERATEUR     TO SCD-ANALYSTE.
046600     MOVE W-DATE-JOUR     TO SCD-DATE-DECISION.
046700     MOVE W-EIBTIME (2:6) TO SCD-HEURE-DECISION.
046800     MOVE W-COMMENTAIRE   TO SCD-COMMENTAIRE.
046900     EXEC CICS REWRITE FILE (W-FIC-SCDFIC)
047000          FROM (SCD-ENREG) RESP (W-RESP)
047100     END-EXEC.
047200     IF W-RESP NOT = DFHRESP(NORMAL)
047300         MOVE 'INCIDENT FICHIER SCDFIC - REECRITURE' TO W-MESSAGE
047400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
047500         GO TO 3000-EXIT.
047600     MOVE W-DECISION TO ACT-CODE.
047700     PERFORM 8100-JOURNALISER THRU 8100-EXIT.
047800     IF SCD-LEVEE
047900         MOVE 'ALERTE LEVEE - MOUVEMENT REPRIS AU RECYCLAGE'
048000           TO W-MESSAGE
048100     ELSE
048200         MOVE 'CONFIRMEE - MOUVEMENT MAINTENU AU SUSPENS'
048300           TO W-MESSAGE.
048400     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
048500     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
048600 3000-EXIT.
048700     EXIT.
048800******************************************************************
048900*  8100-JOURNALISER : LA DECISION AU JOURNAL GSCJ                *
049000******************************************************************
049100 8100-JOURNALISER.
049200     MOVE W-DATE-JOUR     TO ACT-DATE.
049300     MOVE W-EIBTIME (2:6) TO ACT-HEURE.
049400     MOVE W-OPERATEUR     TO ACT-OPERATEUR.
049500     MOVE SCD-FGS-CLE     TO ACT-FGS-CLE.
049600     MOVE SCD-REFERENCE   TO ACT-REFERENCE.
049700     MOVE SCD-LISTE       TO ACT-LISTE.
049800     MOVE W-FORMATION     TO ACT-FORMATION.
049900     EXEC CICS WRITEQ TD QUEUE ('GSCJ')
050000          FROM (W-ACTION) LENGTH (80) RESP (W-RESP)
050100     END-EXEC.
050200 8100-EXIT.
050300     EXIT.
050400******************************************************************
050500*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
050600******************************************************************
050700 8200-DATE-HEURE.
050800     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
050900     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
051000          YYYYMMDD (W-DATE-JOUR)
051100     END-EXEC.
051200     MOVE EIBTIME TO W-EIBTIME.
051300 8200-EXIT.
051400     EXIT.
051404******************************************************************
051408*  8300-TRACER-DIVULGATION : LE NOM DU MAITRE DECODE PAR GSCR390 *
051412*  EST MONTRE A L ANALYSTE - LA DIVULGATION PART AU JOURNAL      *
051416*  (FILE TD GDSJ - DD DSCJRN)                                    *
051420******************************************************************
051424 8300-TRACER-DIVULGATION.
051428     MOVE SPACES              TO DSC-ENREG.
051432     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
051436     MOVE W-DATE-JOUR         TO DSC-DATE.
051440     MOVE W-EIBTIME (2:6)     TO DSC-HEURE.
051444     MOVE W-OPERATEUR         TO DSC-IDENTITE.
051448     MOVE 'ECRN'              TO DSC-CANAL.
051452     MOVE 'GSSC743 '          TO DSC-PROGRAMME.
051456     MOVE FFFFFGS-CLE         TO DSC-FGS-CLE.
051460     MOVE 'A'                 TO DSC-NATURE.
051464     MOVE W-FORMATION         TO DSC-FORMATION.
051468     EXEC CICS WRITEQ TD QUEUE ('GDSJ')
051472          FROM (DSC-ENREG) LENGTH (80) RESP (W-RESP)
051476     END-EXEC.
051480 8300-EXIT.
051484     EXIT.
051500******************************************************************
051600*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
051700******************************************************************
051800 8000-ENVOYER-ECRAN.
051900     MOVE W-MESSAGE TO M74-MESS-I.
052000     IF W-FORMATION = 'O'
052100         MOVE SPACES TO M74-MESS-I
052200         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
052300             DELIMITED SIZE INTO M74-MESS-I
052400         END-STRING.
052500     IF W-EFFACER = 'O'
052600         MOVE 'N' TO W-EFFACER
052700         EXEC CICS SEND MAP ('GSSC74') MAPSET ('GSSC74M')
052800              FROM (GSSC74I) ERASE
052900         END-EXEC
053000     ELSE
053100         EXEC CICS SEND MAP ('GSSC74') MAPSET ('GSSC74M')
053200              FROM (GSSC74I)
053300         END-EXEC.
053400 8000-EXIT.
053500     EXIT.
