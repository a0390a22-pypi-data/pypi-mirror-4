000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCA222.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSCA222 : ENTRETIEN EN LIGNE DU CALENDRIER OUVRE (CALFIC)     *
000900*            SOUS DOUBLE CONTROLE                                *
001000*  ------------------------------------------------------------  *
001100*  UN FERIE DE DERNIERE MINUTE (DEUIL NATIONAL, PONT DECRETE)    *
001200*  NE DEMANDE PLUS DE CARTES CALSEQ NI DE PASSAGE GSCA221 : LE   *
001300*  MOIS D UNE JURIDICTION S AFFICHE JOUR PAR JOUR (OUVRE O /     *
001400*  FERME N, LIBELLE, DEMANDE EN ATTENTE) ET UN JOUR SE DECLARE   *
001500*  OUVRE OU FERME AVEC UN MOTIF.                                 *
001600*  LA DEMANDE (FICHIER CALMAJ - FFFFFGKM) SE PROPOSE (PF5,       *
001700*  PROFIL MISE A JOUR, ETAT P) PUIS S APPROUVE (PF6, PROFIL      *
001800*  APPROBATION, PAR UN OPERATEUR DIFFERENT DU PROPOSANT, ETAT    *
001900*  A) : LE JOUR EST ALORS REECRIT AU CALENDRIER, LE MOTIF        *
002000*  DEVENANT SON LIBELLE, AVEC EFFET IMMEDIAT POUR LE SERVICE     *
002100*  GSCA220. PF9 (PROFIL APPROBATION) REJETTE LA DEMANDE (ETAT R).*
002200*  UNE SEULE DEMANDE EN ATTENTE PAR JOUR ; LE JOUR DOIT ETRE     *
002300*  CHARGE (GSCA221 / GSCA223) ET NE PAS AVOIR CHANGE ENTRE LA    *
002400*  PROPOSITION ET L APPROBATION.                                 *
002500*  ENTREE = AFFICHER LE MOIS (JOUR SAISI = SA DEMANDE EN         *
002600*           ATTENTE, SUR LAQUELLE PORTENT PF6 ET PF9)            *
002700*  PF5    = PROPOSER LE CHANGEMENT DU JOUR SAISI                 *
002800*  PF3    = FIN DE TRANSACTION                                   *
002900*  LE CALENDRIER EST COMMUN A TOUTES LES ENTITES : UN OPERATEUR  *
003000*  LIMITE A UNE ENTITE NE LE MODIFIE PAS. CHAQUE DEMANDE ET      *
003100*  DECISION PART AU FICHIER D ACTIVITE (GACJ, DOMAINE CALE) ;    *
003200*  LES REFUS DE PROFIL A LA FILE GAUJ.                           *
003300*  PROFIL EN FORMATION = COPIES F (CALFICF, CALMAJF).            *
003400*  ------------------------------------------------------------  *
003500*  HISTORIQUE DES MODIFICATIONS                                  *
003600*  15/10/26  DA  CREATION                                        *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.
004100     IBM-370.
004200 OBJECT-COMPUTER.
004300     IBM-370.
004400 SPECIAL-NAMES.
004500     DECIMAL-POINT IS COMMA.
004600 DATA DIVISION.
004700 WORKING-STORAGE SECTION.
004800 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
004900 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
005000 77  IX-JOUR                         PIC S9(04) COMP VALUE ZERO.
005100 77  W-NB-PRESENTS                   PIC S9(04) COMP VALUE ZERO.
005200 01  W-ABSTIME                       PIC S9(15) COMP-3.
005300 01  W-DATE-JOUR                     PIC 9(08).
005400 01  W-EIBTIME                       PIC 9(07).
005500 COPY GSPFKEY.
005600 COPY FFFFFGA.
005700 COPY FFFFFGK.
005800 COPY FFFFFGKM.
005900 COPY FFFFFGAC.
006000 01  W-OPERATEUR                     PIC X(08).
006100 01  W-FIC-CALFIC                    PIC X(08) VALUE 'CALFIC  '.
006200 01  W-FIC-CALMAJ                    PIC X(08) VALUE 'CALMAJ  '.
006300 01  W-FORMATION                     PIC X(01) VALUE 'N'.
006400 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
006500 01  W-FONCTION-DEMANDEE             PIC X(01).
006600 01  W-AUTORISE                      PIC X(01).
006700 01  W-EFFACER                       PIC X(01) VALUE 'N'.
006800 01  W-ACV-FONCTION                  PIC X(01).
006900 01  W-JUR-MOIS.
007000     05  W-JURIDICTION               PIC X(02).
007100     05  W-MOIS                      PIC X(06).
007200     05  W-MOIS-R REDEFINES W-MOIS.
007300         10  W-MOIS-AA               PIC 9(04).
007400         10  W-MOIS-MM               PIC 9(02).
007500 01  W-DATE-CAL.
007600     05  W-DC-AAAAMM                 PIC X(06).
007700     05  W-DC-JJ                     PIC 9(02).
007800 01  W-DATE-CAL-9 REDEFINES W-DATE-CAL
007900                                     PIC 9(08).
008000 01  W-JOUR                          PIC 9(02).
008100 01  W-NB-JOURS-MOIS                 PIC 9(02).
008200 01  W-NUMERO                        PIC 9(03).
008300 01  W-DERNIER-NUMERO                PIC 9(03).
008400 01  W-ATTENTE-TROUVEE               PIC X(01).
008500*    JOURS PAR MOIS ET NOMS DES JOURS (1 = LUNDI)
008600 01  W-TABLE-MOIS                    PIC X(24)
008700         VALUE '312831303130313130313031'.
008800 01  W-TABLE-MOIS-R REDEFINES W-TABLE-MOIS.
008900     05  W-JOURS-DU-MOIS             PIC 9(02) OCCURS 12.
009000 01  W-TABLE-NOMS                    PIC X(14)
009100         VALUE 'LUMAMEJEVESADI'.
009200 01  W-TABLE-NOMS-R REDEFINES W-TABLE-NOMS.
009300     05  W-NOM-JOUR                  PIC X(02) OCCURS 7.
009400*    CONGRUENCE DE ZELLER POUR LE PREMIER DU MOIS
009500 01  W-ZELLER.
009600     05  W-Z-ANNEE                   PIC S9(08) COMP.
009700     05  W-Z-MOIS                    PIC S9(08) COMP.
009800     05  W-Z-SIECLE                  PIC S9(08) COMP.
009900     05  W-Z-AN                      PIC S9(08) COMP.
010000     05  W-Z-TRAV                    PIC S9(08) COMP.
010100     05  W-Z-QUOT                    PIC S9(08) COMP.
010200     05  W-Z-SOMME                   PIC S9(08) COMP.
010300     05  W-Z-RESTE                   PIC S9(08) COMP.
010400 01  W-SEMAINE-PREMIER               PIC S9(04) COMP.
010500 01  W-SEMAINE                       PIC S9(04) COMP.
010600 01  W-LIGNE-JOUR.
010700     05  WL-JJ                       PIC 9(02).
010800     05  FILLER                      PIC X(01) VALUE SPACE.
010900     05  WL-NOM                      PIC X(02).
011000     05  FILLER                      PIC X(01) VALUE SPACE.
011100     05  WL-OUVRE                    PIC X(01).
011200     05  FILLER                      PIC X(01) VALUE SPACE.
011300     05  WL-LIBELLE                  PIC X(20).
011400     05  FILLER                      PIC X(01) VALUE SPACE.
011500     05  WL-ATTENTE                  PIC X(07).
011600 01  W-VIOLATION.
011700     05  VIO-DATE                    PIC 9(08).
011800     05  VIO-HEURE                   PIC 9(06).
011900     05  VIO-OPERATEUR               PIC X(08).
012000     05  VIO-FONCTION                PIC X(01).
012100     05  VIO-PROGRAMME               PIC X(08).
012200     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
012300     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
012400*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
012500*    DECLAREE ICI, PAS EN COPY)
012600 01  GSCA22I.
012700     05  FILLER                      PIC X(12).
012800     05  M22-JUR-L                   PIC S9(04) COMP.
012900     05  M22-JUR-A                   PIC X(01).
013000     05  M22-JUR-I                   PIC X(02).
013100     05  M22-MOIS-L                  PIC S9(04) COMP.
013200     05  M22-MOIS-A                  PIC X(01).
013300     05  M22-MOIS-I                  PIC X(06).
013400     05  M22-GRILLE OCCURS 31.
013500         10  M22-JOUR-L              PIC S9(04) COMP.
013600         10  M22-JOUR-A              PIC X(01).
013700         10  M22-JOUR-I              PIC X(36).
013800     05  M22-JJ-L                    PIC S9(04) COMP.
013900     05  M22-JJ-A                    PIC X(01).
014000     05  M22-JJ-I                    PIC X(02).
014100     05  M22-OUVRE-L                 PIC S9(04) COMP.
014200     05  M22-OUVRE-A                 PIC X(01).
014300     05  M22-OUVRE-I                 PIC X(01).
014400     05  M22-MOTIF-L                 PIC S9(04) COMP.
014500     05  M22-MOTIF-A                 PIC X(01).
014600     05  M22-MOTIF-I                 PIC X(20).
014700     05  M22-ATTENTE-L               PIC S9(04) COMP.
014800     05  M22-ATTENTE-A               PIC X(01).
014900     05  M22-ATTENTE-I               PIC X(60).
015000     05  M22-MESS-L                  PIC S9(04) COMP.
015100     05  M22-MESS-A                  PIC X(01).
015200     05  M22-MESS-I                  PIC X(60).
015300 01  W-COMMAREA.
015400     05  CA-JUR-MOIS                 PIC X(08).
015500     05  CA-CLM-CLE                  PIC X(13).
015600 LINKAGE SECTION.
015700 01  DFHCOMMAREA                     PIC X(21).
015800 PROCEDURE DIVISION.
015900******************************************************************
016000*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
016100******************************************************************
016200 0000-MAINLINE.
016300     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
016400     IF EIBCALEN = ZERO
016500         MOVE 'O' TO W-EFFACER
016600         MOVE LOW-VALUE TO GSCA22I
016700         MOVE LOW-VALUE TO W-COMMAREA
016800         MOVE 'JURIDICTION ET MOIS (AAAAMM) PUIS ENTREE'
016900           TO W-MESSAGE
017000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
017100         GO TO 0000-RETOUR.
017200     MOVE DFHCOMMAREA TO W-COMMAREA.
017300     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
017400     EVALUATE TRUE
017500         WHEN PFK3
017600             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
017700             END-EXEC
017800             EXEC CICS RETURN END-EXEC
017900         WHEN ENTER-KEY
018000             MOVE 'C' TO W-FONCTION-DEMANDEE
018100             PERFORM 3030-AUTORISER THRU 3030-EXIT
018200             IF W-AUTORISE = 'O'
018300                 PERFORM 2000-AFFICHER THRU 2000-EXIT
018400             END-IF
018500         WHEN PFK5
018600             MOVE 'M' TO W-FONCTION-DEMANDEE
018700             PERFORM 3030-AUTORISER THRU 3030-EXIT
018800             IF W-AUTORISE = 'O'
018900                 PERFORM 3000-PROPOSER THRU 3000-EXIT
019000             END-IF
019100         WHEN PFK6
019200             MOVE 'P' TO W-FONCTION-DEMANDEE
019300             PERFORM 3030-AUTORISER THRU 3030-EXIT
019400             IF W-AUTORISE = 'O'
019500                 PERFORM 3500-APPROUVER THRU 3500-EXIT
019600             END-IF
019700         WHEN PFK9
019800             MOVE 'P' TO W-FONCTION-DEMANDEE
019900             PERFORM 3030-AUTORISER THRU 3030-EXIT
020000             IF W-AUTORISE = 'O'
020100                 PERFORM 4000-REJETER THRU 4000-EXIT
020200             END-IF
020300         WHEN OTHER
020400             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
020500             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
020600     END-EVALUATE.
020700 0000-RETOUR.
020800     EXEC CICS RETURN TRANSID ('GSC1')
020900          COMMAREA (W-COMMAREA) LENGTH (21)
021000     END-EXEC.
021100 0000-EXIT.
021200     EXIT.
021300******************************************************************
021400*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
021500******************************************************************
021600 1050-AIGUILLER-FICHIERS.
021700     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
021800     MOVE W-OPERATEUR TO AUT-OPERATEUR.
021900     EXEC CICS READ FILE ('AUTFIC')
022000          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
022100          RESP (W-RESP)
022200     END-EXEC.
022300     IF W-RESP = DFHRESP(NORMAL)
022400         MOVE 'O' TO W-PROFIL-LU
022500         IF AUT-EN-FORMATION
022600             MOVE 'O'        TO W-FORMATION
022700             MOVE 'CALFICF ' TO W-FIC-CALFIC
022800             MOVE 'CALMAJF ' TO W-FIC-CALMAJ
022900         END-IF
023000     ELSE
023100         MOVE 'N' TO W-PROFIL-LU.
023200 1050-EXIT.
023300     EXIT.
023400******************************************************************
023500*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
023600******************************************************************
023700 1100-RECEVOIR-PFKEY.
023800     EXEC CICS RECEIVE MAP ('GSCA22') MAPSET ('GSCA22M')
023900          INTO (GSCA22I) RESP (W-RESP)
024000     END-EXEC.
024100     EVALUATE EIBAID
024200         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
024300         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
024400         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
024500         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
024600         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
024700         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
024800     END-EVALUATE.
024900 1100-EXIT.
025000     EXIT.
025100******************************************************************
025200*  3030-AUTORISER : C AFFICHE, M PROPOSE, P APPROUVE / REJETTE - *
025300*  LE CALENDRIER EST COMMUN : LA MISE A JOUR ET L APPROBATION    *
025400*  SONT REFUSEES A UN OPERATEUR LIMITE A UNE ENTITE - REFUS AU   *
025500*  JOURNAL GAUJ                                                  *
025600******************************************************************
025700 3030-AUTORISER.
025800     MOVE 'N' TO W-AUTORISE.
025900     IF W-PROFIL-LU = 'O'
026000         EVALUATE W-FONCTION-DEMANDEE
026100             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
026200             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
026300             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
026400         END-EVALUATE
026500         IF W-AUTORISE = 'O'
026600          AND W-FONCTION-DEMANDEE NOT = 'C'
026700          AND AUT-ENTITE NOT = SPACES
026800             MOVE 'N' TO W-AUTORISE
026900         END-IF
027000     END-IF.
027100     IF W-AUTORISE NOT = 'O'
027200         PERFORM 3035-REFUSER THRU 3035-EXIT.
027300 3030-EXIT.
027400     EXIT.
027500******************************************************************
027600*  3035-REFUSER : FONCTION OU PERIMETRE REFUSE - VIOLATION A LA  *
027700*  FILE GAUJ ET MESSAGE A L OPERATEUR                            *
027800******************************************************************
027900 3035-REFUSER.
028000     MOVE 'N' TO W-AUTORISE.
028100     MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
028200       TO W-MESSAGE.
028300     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
028400     MOVE W-DATE-JOUR         TO VIO-DATE.
028500     MOVE W-EIBTIME (2:6)     TO VIO-HEURE.
028600     MOVE W-OPERATEUR         TO VIO-OPERATEUR.
028700     MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION.
028800     MOVE 'GSCA222 '          TO VIO-PROGRAMME.
028900     EXEC CICS WRITEQ TD QUEUE ('GAUJ')
029000          FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
029100     END-EXEC.
029200     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
029300 3035-EXIT.
029400     EXIT.
029500******************************************************************
029600*  2000-AFFICHER : LE MOIS DE LA JURIDICTION JOUR PAR JOUR ; LE  *
029700*  MOIS AFFICHE EST GARDE EN COMMAREA (PF5 PART DE LUI), LA      *
029800*  DEMANDE EN ATTENTE DU JOUR SAISI AUSSI (PF6 ET PF9)           *
029900******************************************************************
030000 2000-AFFICHER.
030100     MOVE LOW-VALUE TO W-COMMAREA.
030200     PERFORM 7000-JURIDICTION-MOIS THRU 7000-EXIT.
030300     IF W-MESSAGE NOT = SPACES
030400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
030500         GO TO 2000-EXIT.
030600     MOVE W-JUR-MOIS TO CA-JUR-MOIS.
030700     PERFORM 2050-REAFFICHER THRU 2050-EXIT.
030800     IF W-NB-PRESENTS = ZERO
030900         MOVE 'MOIS NON CHARGE - GENERATION GSCA223 A PASSER'
031000           TO W-MESSAGE
031100     ELSE
031200         IF W-ATTENTE-TROUVEE = 'O'
031300             MOVE 'PF6 = APPROUVER LA DEMANDE  PF9 = LA REJETER'
031400               TO W-MESSAGE
031500         ELSE
031600             MOVE 'JOUR, O/N ET MOTIF PUIS PF5 = PROPOSER'
031700               TO W-MESSAGE.
031800     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
031900 2000-EXIT.
032000     EXIT.
032100******************************************************************
032200*  2050-REAFFICHER : GRILLE DU MOIS, DEMANDES EN ATTENTE ET, SI  *
032300*  UN JOUR EST SAISI, SA DEMANDE EN ATTENTE                      *
032400******************************************************************
032500 2050-REAFFICHER.
032600     PERFORM 2100-GARNIR-GRILLE THRU 2100-EXIT.
032700     PERFORM 2300-MARQUER-ATTENTES THRU 2300-EXIT.
032800     MOVE 'N'    TO W-ATTENTE-TROUVEE.
032900     MOVE SPACES TO M22-ATTENTE-I.
033000     MOVE LOW-VALUE TO CA-CLM-CLE.
033100     IF M22-JJ-I = SPACES OR LOW-VALUE
033200         GO TO 2050-EXIT.
033300     IF M22-JJ-I NOT NUMERIC
033400         GO TO 2050-EXIT.
033500     MOVE M22-JJ-I TO W-JOUR.
033600     IF W-JOUR = ZERO OR W-JOUR GREATER W-NB-JOURS-MOIS
033700         GO TO 2050-EXIT.
033800     PERFORM 2400-ATTENTE-DU-JOUR THRU 2400-EXIT.
033900     IF W-ATTENTE-TROUVEE = 'O'
034000         MOVE CLM-CLE TO CA-CLM-CLE
034100         STRING 'EN ATTENTE : ' CLM-OUVRE-DEMANDE ' ' CLM-MOTIF
034200                ' PAR ' CLM-PROPOSE-PAR
034300                ' LE ' CLM-DATE-PROPOSITION
034400             DELIMITED SIZE INTO M22-ATTENTE-I
034500         END-STRING.
034600 2050-EXIT.
034700     EXIT.
034800******************************************************************
034900*  2100-GARNIR-GRILLE : UNE LIGNE PAR JOUR DU MOIS - JOUR DE LA  *
035000*  SEMAINE PAR ZELLER SUR LE PREMIER DU MOIS                     *
035100******************************************************************
035200 2100-GARNIR-GRILLE.
035300     MOVE ZERO TO W-NB-PRESENTS.
035400     PERFORM 7200-SEMAINE-PREMIER THRU 7200-EXIT.
035500     MOVE W-SEMAINE-PREMIER TO W-SEMAINE.
035600     PERFORM 2110-UN-JOUR THRU 2110-EXIT
035700         VARYING IX-JOUR FROM 1 BY 1
035800         UNTIL IX-JOUR GREATER 31.
035900 2100-EXIT.
036000     EXIT.
036100 2110-UN-JOUR.
036200     IF IX-JOUR GREATER W-NB-JOURS-MOIS
036300         MOVE SPACES TO M22-JOUR-I (IX-JOUR)
036400         GO TO 2110-EXIT.
036500     MOVE SPACES          TO W-LIGNE-JOUR.
036600     MOVE IX-JOUR         TO WL-JJ.
036700     MOVE W-NOM-JOUR (W-SEMAINE) TO WL-NOM.
036800     MOVE W-JURIDICTION   TO CAL-JURIDICTION.
036900     MOVE W-MOIS          TO W-DC-AAAAMM.
037000     MOVE IX-JOUR         TO W-DC-JJ.
037100     MOVE W-DATE-CAL-9    TO CAL-DATE.
037200     EXEC CICS READ FILE (W-FIC-CALFIC)
037300          INTO (CAL-ENREG) RIDFLD (CAL-CLE) RESP (W-RESP)
037400     END-EXEC.
037500     IF W-RESP = DFHRESP(NORMAL)
037600         ADD 1 TO W-NB-PRESENTS
037700         MOVE CAL-OUVRE   TO WL-OUVRE
037800         MOVE CAL-LIBELLE TO WL-LIBELLE
037900     ELSE
038000         MOVE '?'               TO WL-OUVRE
038100         MOVE 'HORS CALENDRIER' TO WL-LIBELLE.
038200     MOVE W-LIGNE-JOUR TO M22-JOUR-I (IX-JOUR).
038300     ADD 1 TO W-SEMAINE.
038400     IF W-SEMAINE GREATER 7
038500         MOVE 1 TO W-SEMAINE.
038600 2110-EXIT.
038700     EXIT.
038800******************************************************************
038900*  2300-MARQUER-ATTENTES : LES JOURS DU MOIS PORTANT UNE         *
039000*  DEMANDE EN ATTENTE SONT MARQUES (*ATT ET ETAT DEMANDE)        *
039100******************************************************************
039200 2300-MARQUER-ATTENTES.
039300     MOVE W-JURIDICTION TO CLM-JURIDICTION.
039400     MOVE W-MOIS        TO W-DC-AAAAMM.
039500     MOVE 1             TO W-DC-JJ.
039600     MOVE W-DATE-CAL-9  TO CLM-DATE.
039700     MOVE ZERO          TO CLM-NUMERO.
039800     EXEC CICS STARTBR FILE (W-FIC-CALMAJ)
039900          RIDFLD (CLM-CLE) GTEQ RESP (W-RESP)
040000     END-EXEC.
040100     IF W-RESP NOT = DFHRESP(NORMAL)
040200         GO TO 2300-EXIT.
040300 2300-LIRE.
040400     EXEC CICS READNEXT FILE (W-FIC-CALMAJ)
040500          INTO (CLM-ENREG) RIDFLD (CLM-CLE) RESP (W-RESP)
040600     END-EXEC.
040700     IF W-RESP NOT = DFHRESP(NORMAL)
040800      OR CLM-JURIDICTION NOT = W-JURIDICTION
040900      OR CLM-DATE (1:6) NOT = W-MOIS
041000         GO TO 2300-FIN.
041100     IF NOT CLM-PROPOSEE
041200         GO TO 2300-LIRE.
041300     MOVE CLM-DATE (7:2) TO W-JOUR.
041400     MOVE W-JOUR TO IX-JOUR.
041500     IF IX-JOUR GREATER ZERO AND IX-JOUR NOT GREATER 31
041600         MOVE M22-JOUR-I (IX-JOUR) TO W-LIGNE-JOUR
041700         MOVE SPACES TO WL-ATTENTE
041800         STRING '*ATT ' CLM-OUVRE-DEMANDE
041900             DELIMITED SIZE INTO WL-ATTENTE
042000         END-STRING
042100         MOVE W-LIGNE-JOUR TO M22-JOUR-I (IX-JOUR).
042200     GO TO 2300-LIRE.
042300 2300-FIN.
042400     EXEC CICS ENDBR FILE (W-FIC-CALMAJ) RESP (W-RESP)
042500     END-EXEC.
042600 2300-EXIT.
042700     EXIT.
042800******************************************************************
042900*  2400-ATTENTE-DU-JOUR : DEMANDES DU JOUR W-JOUR - LA DEMANDE   *
043000*  EN ATTENTE S IL Y EN A UNE (LAISSEE EN CLM-ENREG) ET LE       *
043100*  DERNIER NUMERO ATTRIBUE SUR LE JOUR                           *
043200******************************************************************
043300 2400-ATTENTE-DU-JOUR.
043400     MOVE 'N'  TO W-ATTENTE-TROUVEE.
043500     MOVE ZERO TO W-DERNIER-NUMERO.
043600     MOVE W-MOIS        TO W-DC-AAAAMM.
043700     MOVE W-JOUR        TO W-DC-JJ.
043800     MOVE W-JURIDICTION TO CLM-JURIDICTION.
043900     MOVE W-DATE-CAL-9  TO CLM-DATE.
044000     MOVE ZERO          TO CLM-NUMERO.
044100     EXEC CICS STARTBR FILE (W-FIC-CALMAJ)
044200          RIDFLD (CLM-CLE) GTEQ RESP (W-RESP)
044300     END-EXEC.
044400     IF W-RESP NOT = DFHRESP(NORMAL)
044500         GO TO 2400-EXIT.
044600 2400-LIRE.
044700     EXEC CICS READNEXT FILE (W-FIC-CALMAJ)
044800          INTO (CLM-ENREG) RIDFLD (CLM-CLE) RESP (W-RESP)
044900     END-EXEC.
045000     IF W-RESP NOT = DFHRESP(NORMAL)
045100      OR CLM-JURIDICTION NOT = W-JURIDICTION
045200      OR CLM-DATE NOT = W-DATE-CAL-9
045300         GO TO 2400-FIN.
045400     MOVE CLM-NUMERO TO W-DERNIER-NUMERO.
045500     IF CLM-PROPOSEE
045600         MOVE 'O' TO W-ATTENTE-TROUVEE
045700         GO TO 2400-FIN.
045800     GO TO 2400-LIRE.
045900 2400-FIN.
046000     EXEC CICS ENDBR FILE (W-FIC-CALMAJ) RESP (W-RESP)
046100     END-EXEC.
046200 2400-EXIT.
046300     EXIT.
046400******************************************************************
046500*  3000-PROPOSER : LE JOUR SAISI DU MOIS AFFICHE, CHARGE AU      *
046600*  CALENDRIER, SANS DEMANDE EN ATTENTE ET DANS UN ETAT           *
046700*  DIFFERENT DE CELUI DEMANDE - DEMANDE P SOUS LE NUMERO SUIVANT *
046800*  DU JOUR                                                       *
046900******************************************************************
047000 3000-PROPOSER.
047100     PERFORM 7000-JURIDICTION-MOIS THRU 7000-EXIT.
047200     IF W-MESSAGE = SPACES
047300         PERFORM 7300-MOIS-AFFICHE THRU 7300-EXIT.
047400     IF W-MESSAGE = SPACES
047500         PERFORM 7100-ZONES-DEMANDE THRU 7100-EXIT.
047600     IF W-MESSAGE NOT = SPACES
047700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
047800         GO TO 3000-EXIT.
047900     MOVE W-JURIDICTION TO CAL-JURIDICTION.
048000     MOVE W-MOIS        TO W-DC-AAAAMM.
048100     MOVE W-JOUR        TO W-DC-JJ.
048200     MOVE W-DATE-CAL-9  TO CAL-DATE.
048300     EXEC CICS READ FILE (W-FIC-CALFIC)
048400          INTO (CAL-ENREG) RIDFLD (CAL-CLE) RESP (W-RESP)
048500     END-EXEC.
048600     IF W-RESP NOT = DFHRESP(NORMAL)
048700         MOVE 'JOUR HORS CALENDRIER - ANNEE A GENERER (GSCA223)'
048800           TO W-MESSAGE
048900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
049000         GO TO 3000-EXIT.
049100     IF CAL-OUVRE = M22-OUVRE-I
049200         MOVE 'LE JOUR EST DEJA DANS L ETAT DEMANDE' TO W-MESSAGE
049300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
049400         GO TO 3000-EXIT.
049500     PERFORM 2400-ATTENTE-DU-JOUR THRU 2400-EXIT.
049600     IF W-ATTENTE-TROUVEE = 'O'
049700         MOVE 'UNE DEMANDE EST DEJA EN ATTENTE POUR CE JOUR'
049800           TO W-MESSAGE
049900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
050000         GO TO 3000-EXIT.
050100     IF W-DERNIER-NUMERO = 999
050200         MOVE 'PLUS DE NUMERO LIBRE SUR CE JOUR' TO W-MESSAGE
050300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
050400         GO TO 3000-EXIT.
050500     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
050600     MOVE SPACES           TO CLM-ENREG.
050700     MOVE W-JURIDICTION    TO CLM-JURIDICTION.
050800     MOVE W-DATE-CAL-9     TO CLM-DATE.
050900     COMPUTE W-NUMERO = W-DERNIER-NUMERO + 1.
051000     MOVE W-NUMERO         TO CLM-NUMERO.
051100     MOVE CAL-OUVRE        TO CLM-OUVRE-AVANT.
051200     MOVE CAL-LIBELLE      TO CLM-LIBELLE-AVANT.
051300     MOVE M22-OUVRE-I      TO CLM-OUVRE-DEMANDE.
051400     MOVE M22-MOTIF-I      TO CLM-MOTIF.
051500     INSPECT CLM-MOTIF REPLACING ALL LOW-VALUE BY SPACE.
051600     MOVE 'P'              TO CLM-ETAT.
051700     MOVE W-OPERATEUR      TO CLM-PROPOSE-PAR.
051800     MOVE W-DATE-JOUR      TO CLM-DATE-PROPOSITION.
051900     MOVE ZERO             TO CLM-DATE-DECISION.
052000     EXEC CICS WRITE FILE (W-FIC-CALMAJ)
052100          FROM (CLM-ENREG) RIDFLD (CLM-CLE) RESP (W-RESP)
052200     END-EXEC.
052300     IF W-RESP NOT = DFHRESP(NORMAL)
052400         MOVE 'INCIDENT FICHIER CALMAJ - PROPOSITION'
052500           TO W-MESSAGE
052600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
052700         GO TO 3000-EXIT.
052800     MOVE 'C' TO W-ACV-FONCTION.
052900     PERFORM 8450-TRACER-DEMANDE THRU 8450-EXIT.
053000     PERFORM 2050-REAFFICHER THRU 2050-EXIT.
053100     MOVE 'DEMANDE PROPOSEE - EN ATTENTE D APPROBATION'
053200       TO W-MESSAGE.
053300     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
053400 3000-EXIT.
053500     EXIT.
053600******************************************************************
053700*  3500-APPROUVER : DEUX ROLES EXIGES - L APPROBATEUR NE PEUT    *
053800*  PAS ETRE LE PROPOSANT. LE JOUR N A PAS DU CHANGER DEPUIS LA   *
053900*  PROPOSITION ; IL EST REECRIT AU CALENDRIER (EFFET IMMEDIAT)   *
054000******************************************************************
054100 3500-APPROUVER.
054200     PERFORM 7000-JURIDICTION-MOIS THRU 7000-EXIT.
054300     IF W-MESSAGE = SPACES
054400         PERFORM 7300-MOIS-AFFICHE THRU 7300-EXIT.
054500     IF W-MESSAGE = SPACES
054600         PERFORM 7400-DEMANDE-AFFICHEE THRU 7400-EXIT.
054700     IF W-MESSAGE NOT = SPACES
054800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
054900         GO TO 3500-EXIT.
055000     IF CLM-PROPOSE-PAR = W-OPERATEUR
055100         MOVE 'APPROBATION PAR LE PROPOSANT REFUSEE'
055200           TO W-MESSAGE
055300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
055400         GO TO 3500-EXIT.
055500     MOVE CLM-JURIDICTION TO CAL-JURIDICTION.
055600     MOVE CLM-DATE        TO CAL-DATE.
055700     EXEC CICS READ FILE (W-FIC-CALFIC)
055800          INTO (CAL-ENREG) RIDFLD (CAL-CLE)
055900          UPDATE RESP (W-RESP)
056000     END-EXEC.
056100     IF W-RESP NOT = DFHRESP(NORMAL)
056200         MOVE 'JOUR INTROUVABLE AU CALENDRIER' TO W-MESSAGE
056300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
056400         GO TO 3500-EXIT.
056500     IF CAL-OUVRE NOT = CLM-OUVRE-AVANT
056600         MOVE 'JOUR CHANGE DEPUIS LA DEMANDE - A REJETER'
056700           TO W-MESSAGE
056800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
056900         GO TO 3500-EXIT.
057000     MOVE CLM-OUVRE-DEMANDE TO CAL-OUVRE.
057100     MOVE CLM-MOTIF         TO CAL-LIBELLE.
057200     EXEC CICS REWRITE FILE (W-FIC-CALFIC)
057300          FROM (CAL-ENREG) RESP (W-RESP)
057400     END-EXEC.
057500     IF W-RESP NOT = DFHRESP(NORMAL)
057600         MOVE 'INCIDENT FICHIER CALFIC - APPROBATION'
057700           TO W-MESSAGE
057800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
057900         GO TO 3500-EXIT.
058000     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
058100     MOVE 'A'         TO CLM-ETAT.
058200     MOVE W-OPERATEUR TO CLM-DECIDE-PAR.
058300     MOVE W-DATE-JOUR TO CLM-DATE-DECISION.
058400     EXEC CICS REWRITE FILE (W-FIC-CALMAJ)
058500          FROM (CLM-ENREG) RESP (W-RESP)
058600     END-EXEC.
058700     IF W-RESP NOT = DFHRESP(NORMAL)
058800         MOVE 'INCIDENT FICHIER CALMAJ - APPROBATION'
058900           TO W-MESSAGE
059000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
059100         GO TO 3500-EXIT.
059200     MOVE 'D' TO W-ACV-FONCTION.
059300     PERFORM 8450-TRACER-DEMANDE THRU 8450-EXIT.
059400     PERFORM 2050-REAFFICHER THRU 2050-EXIT.
059500     MOVE 'DEMANDE APPROUVEE - JOUR MODIFIE AU CALENDRIER'
059600       TO W-MESSAGE.
059700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
059800 3500-EXIT.
059900     EXIT.
060000******************************************************************
060100*  4000-REJETER : LA DEMANDE EN ATTENTE DU JOUR AFFICHE PASSE A  *
060200*  L ETAT R - LE CALENDRIER N EST PAS TOUCHE                     *
060300******************************************************************
060400 4000-REJETER.
060500     PERFORM 7000-JURIDICTION-MOIS THRU 7000-EXIT.
060600     IF W-MESSAGE = SPACES
060700         PERFORM 7300-MOIS-AFFICHE THRU 7300-EXIT.
060800     IF W-MESSAGE = SPACES
060900         PERFORM 7400-DEMANDE-AFFICHEE THRU 7400-EXIT.
061000     IF W-MESSAGE NOT = SPACES
061100         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
061200         GO TO 4000-EXIT.
061300     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
061400     MOVE 'R'         TO CLM-ETAT.
061500     MOVE W-OPERATEUR TO CLM-DECIDE-PAR.
061600     MOVE W-DATE-JOUR TO CLM-DATE-DECISION.
061700     EXEC CICS REWRITE FILE (W-FIC-CALMAJ)
061800          FROM (CLM-ENREG) RESP (W-RESP)
061900     END-EXEC.
062000     IF W-RESP NOT = DFHRESP(NORMAL)
062100         MOVE 'INCIDENT FICHIER CALMAJ - REJET' TO W-MESSAGE
062200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
062300         GO TO 4000-EXIT.
062400     MOVE 'D' TO W-ACV-FONCTION.
062500     PERFORM 8450-TRACER-DEMANDE THRU 8450-EXIT.
062600     PERFORM 2050-REAFFICHER THRU 2050-EXIT.
062700     MOVE 'DEMANDE REJETEE - CALENDRIER INCHANGE' TO W-MESSAGE.
062800     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
062900 4000-EXIT.
063000     EXIT.
063100******************************************************************
063200*  7000-JURIDICTION-MOIS : JURIDICTION CONNUE DU CALENDRIER ET   *
063300*  MOIS AAAAMM VALIDE - NOMBRE DE JOURS DU MOIS (FEVRIER         *
063400*  BISSEXTILE COMPRIS)                                           *
063500******************************************************************
063600 7000-JURIDICTION-MOIS.
063700     MOVE SPACES TO W-MESSAGE.
063800     IF M22-JUR-I = SPACES OR LOW-VALUE
063900         MOVE 'JURIDICTION OBLIGATOIRE' TO W-MESSAGE
064000         GO TO 7000-EXIT.
064100     IF M22-MOIS-I NOT NUMERIC
064200         MOVE 'MOIS NON NUMERIQUE (AAAAMM)' TO W-MESSAGE
064300         GO TO 7000-EXIT.
064400     MOVE M22-JUR-I  TO W-JURIDICTION.
064500     MOVE M22-MOIS-I TO W-MOIS.
064600     IF W-MOIS-MM = ZERO OR W-MOIS-MM GREATER 12
064700      OR W-MOIS-AA LESS 1900
064800         MOVE 'MOIS HORS LIMITE (AAAAMM)' TO W-MESSAGE
064900         GO TO 7000-EXIT.
065000     MOVE W-JOURS-DU-MOIS (W-MOIS-MM) TO W-NB-JOURS-MOIS.
065100     IF W-MOIS-MM = 2
065200         DIVIDE W-MOIS-AA BY 4 GIVING W-Z-QUOT
065300             REMAINDER W-Z-RESTE
065400         IF W-Z-RESTE = ZERO
065500             MOVE 29 TO W-NB-JOURS-MOIS
065600             DIVIDE W-MOIS-AA BY 100 GIVING W-Z-QUOT
065700                 REMAINDER W-Z-RESTE
065800             IF W-Z-RESTE = ZERO
065900                 MOVE 28 TO W-NB-JOURS-MOIS
066000                 DIVIDE W-MOIS-AA BY 400 GIVING W-Z-QUOT
066100                     REMAINDER W-Z-RESTE
066200                 IF W-Z-RESTE = ZERO
066300                     MOVE 29 TO W-NB-JOURS-MOIS.
066400     MOVE W-JURIDICTION TO CAL-JURIDICTION.
066500     MOVE ZERO          TO CAL-DATE.
066600     EXEC CICS STARTBR FILE (W-FIC-CALFIC)
066700          RIDFLD (CAL-CLE) GTEQ RESP (W-RESP)
066800     END-EXEC.
066900     IF W-RESP NOT = DFHRESP(NORMAL)
067000         MOVE 'JURIDICTION INCONNUE DU CALENDRIER' TO W-MESSAGE
067100         GO TO 7000-EXIT.
067200     EXEC CICS READNEXT FILE (W-FIC-CALFIC)
067300          INTO (CAL-ENREG) RIDFLD (CAL-CLE) RESP (W-RESP)
067400     END-EXEC.
067500     IF W-RESP NOT = DFHRESP(NORMAL)
067600      OR CAL-JURIDICTION NOT = W-JURIDICTION
067700         MOVE 'JURIDICTION INCONNUE DU CALENDRIER' TO W-MESSAGE.
067800     EXEC CICS ENDBR FILE (W-FIC-CALFIC) RESP (W-RESP)
067900     END-EXEC.
068000 7000-EXIT.
068100     EXIT.
068200******************************************************************
068300*  7100-ZONES-DEMANDE : JOUR DU MOIS, ETAT O / N ET MOTIF        *
068400*  (FUTUR LIBELLE DU JOUR) OBLIGATOIRES                          *
068500******************************************************************
068600 7100-ZONES-DEMANDE.
068700     IF M22-JJ-I NOT NUMERIC
068800         MOVE 'JOUR DU MOIS NON NUMERIQUE (JJ)' TO W-MESSAGE
068900         GO TO 7100-EXIT.
069000     MOVE M22-JJ-I TO W-JOUR.
069100     IF W-JOUR = ZERO OR W-JOUR GREATER W-NB-JOURS-MOIS
069200         MOVE 'JOUR HORS DU MOIS' TO W-MESSAGE
069300         GO TO 7100-EXIT.
069400     IF M22-OUVRE-I NOT = 'O' AND M22-OUVRE-I NOT = 'N'
069500         MOVE 'ETAT DEMANDE : O OUVRE  N FERME' TO W-MESSAGE
069600         GO TO 7100-EXIT.
069700     IF M22-MOTIF-I = SPACES OR LOW-VALUE
069800         MOVE 'MOTIF OBLIGATOIRE (LIBELLE DU JOUR)' TO W-MESSAGE.
069900 7100-EXIT.
070000     EXIT.
070100******************************************************************
070200*  7200-SEMAINE-PREMIER : JOUR DE LA SEMAINE DU PREMIER DU MOIS  *
070300*  (1 = LUNDI ... 7 = DIMANCHE) PAR LA CONGRUENCE DE ZELLER -    *
070400*  JANVIER ET FEVRIER COMPTENT COMME MOIS 13 ET 14 DE L ANNEE    *
070500*  PRECEDENTE                                                    *
070600******************************************************************
070700 7200-SEMAINE-PREMIER.
070800     MOVE W-MOIS-AA TO W-Z-ANNEE.
070900     MOVE W-MOIS-MM TO W-Z-MOIS.
071000     IF W-Z-MOIS LESS 3
071100         ADD 12 TO W-Z-MOIS
071200         SUBTRACT 1 FROM W-Z-ANNEE.
071300     DIVIDE W-Z-ANNEE BY 100 GIVING W-Z-SIECLE
071400         REMAINDER W-Z-AN.
071500     COMPUTE W-Z-TRAV = 13 * (W-Z-MOIS + 1).
071600     DIVIDE W-Z-TRAV BY 5 GIVING W-Z-QUOT.
071700     COMPUTE W-Z-SOMME = 1 + W-Z-QUOT + W-Z-AN + 5 * W-Z-SIECLE.
071800     DIVIDE W-Z-AN BY 4 GIVING W-Z-QUOT.
071900     ADD W-Z-QUOT TO W-Z-SOMME.
072000     DIVIDE W-Z-SIECLE BY 4 GIVING W-Z-QUOT.
072100     ADD W-Z-QUOT TO W-Z-SOMME.
072200*    ZELLER : 0 = SAMEDI, 1 = DIMANCHE, 2 = LUNDI ...
072300     DIVIDE W-Z-SOMME BY 7 GIVING W-Z-QUOT
072400         REMAINDER W-Z-RESTE.
072500     COMPUTE W-Z-TRAV = W-Z-RESTE + 5.
072600     DIVIDE W-Z-TRAV BY 7 GIVING W-Z-QUOT
072700         REMAINDER W-Z-RESTE.
072800     COMPUTE W-SEMAINE-PREMIER = W-Z-RESTE + 1.
072900 7200-EXIT.
073000     EXIT.
073100******************************************************************
073200*  7300-MOIS-AFFICHE : PF5, PF6 ET PF9 PORTENT SUR LE MOIS       *
073300*  AFFICHE PAR ENTREE (COMMAREA)                                 *
073400******************************************************************
073500 7300-MOIS-AFFICHE.
073600     IF CA-JUR-MOIS NOT = W-JUR-MOIS
073700         MOVE 'AFFICHER LE MOIS (ENTREE) AVANT DE DEMANDER'
073800           TO W-MESSAGE.
073900 7300-EXIT.
074000     EXIT.
074100******************************************************************
074200*  7400-DEMANDE-AFFICHEE : PF6 ET PF9 PORTENT SUR LA DEMANDE EN  *
074300*  ATTENTE AFFICHEE PAR ENTREE POUR LE JOUR SAISI, RELUE EN      *
074400*  MISE A JOUR ET TOUJOURS EN ATTENTE                            *
074500******************************************************************
074600 7400-DEMANDE-AFFICHEE.
074700     IF CA-CLM-CLE = LOW-VALUE
074800         MOVE 'AFFICHER LA DEMANDE DU JOUR (ENTREE) AVANT PF6/PF9'
074900           TO W-MESSAGE
075000         GO TO 7400-EXIT.
075100     MOVE CA-CLM-CLE TO CLM-CLE.
075200     IF M22-JJ-I NOT = CLM-DATE (7:2)
075300         MOVE 'AFFICHER LA DEMANDE DU JOUR (ENTREE) AVANT PF6/PF9'
075400           TO W-MESSAGE
075500         GO TO 7400-EXIT.
075600     EXEC CICS READ FILE (W-FIC-CALMAJ)
075700          INTO (CLM-ENREG) RIDFLD (CLM-CLE)
075800          UPDATE RESP (W-RESP)
075900     END-EXEC.
076000     IF W-RESP NOT = DFHRESP(NORMAL)
076100         MOVE 'DEMANDE INTROUVABLE' TO W-MESSAGE
076200         GO TO 7400-EXIT.
076300     IF NOT CLM-PROPOSEE
076400         MOVE 'DEMANDE DEJA DECIDEE' TO W-MESSAGE.
076500 7400-EXIT.
076600     EXIT.
076700******************************************************************
076800*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
076900******************************************************************
077000 8200-DATE-HEURE.
077100     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
077200     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
077300          YYYYMMDD (W-DATE-JOUR)
077400     END-EXEC.
077500     MOVE EIBTIME TO W-EIBTIME.
077600 8200-EXIT.
077700     EXIT.
077800******************************************************************
077900*  8450-TRACER-DEMANDE : DEMANDE OU DECISION AU FICHIER          *
078000*  D ACTIVITE (DOMAINE CALE, FONCTION C / D POSEE PAR            *
078100*  L APPELANT, ACV-DETAIL = ETAT DE LA DEMANDE)                  *
078200******************************************************************
078300 8450-TRACER-DEMANDE.
078400     MOVE SPACES         TO ACV-ENREG.
078500     MOVE 'CALE'         TO ACV-DOMAINE.
078600     MOVE W-ACV-FONCTION TO ACV-FONCTION.
078700     MOVE CLM-ETAT       TO ACV-DETAIL.
078800     MOVE CLM-CLE        TO ACV-CLE.
078900     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
079000 8450-EXIT.
079100     EXIT.
079200******************************************************************
079300*  8400-TRACER-ACTIVITE : ENREGISTREMENT AU FICHIER D ACTIVITE   *
079400*  (FILE GACJ) - L APPELANT GARNIT DOMAINE, FONCTION ET CLES     *
079500******************************************************************
079600 8400-TRACER-ACTIVITE.
079700     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
079800     MOVE W-DATE-JOUR         TO ACV-DATE.
079900     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
080000     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
080100     MOVE 'GSCA222 '          TO ACV-PROGRAMME.
080200     MOVE W-FORMATION         TO ACV-FORMATION.
080300     EXEC CICS WRITEQ TD QUEUE ('GACJ')
080400          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
080500     END-EXEC.
080600 8400-EXIT.
080700     EXIT.
080800******************************************************************
080900*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
081000******************************************************************
081100 8000-ENVOYER-ECRAN.
081200     MOVE W-MESSAGE TO M22-MESS-I.
081300     IF W-FORMATION = 'O'
081400         MOVE SPACES TO M22-MESS-I
081500         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
081600             DELIMITED SIZE INTO M22-MESS-I
081700         END-STRING.
081800     IF W-EFFACER = 'O'
081900         MOVE 'N' TO W-EFFACER
082000         EXEC CICS SEND MAP ('GSCA22') MAPSET ('GSCA22M')
082100              FROM (GSCA22I) ERASE
082200         END-EXEC
082300     ELSE
082400         EXEC CICS SEND MAP ('GSCA22') MAPSET ('GSCA22M')
082500              FROM (GSCA22I)
082600         END-EXEC.
082700 8000-EXIT.
082800     EXIT.
