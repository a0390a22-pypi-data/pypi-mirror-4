000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSPD851.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSPD851 : ENTRETIEN DU CATALOGUE DES PRODUITS (PRDFIC) SOUS   *
000900*            DOUBLE CONTROLE                                     *
001000*  ------------------------------------------------------------  *
001100*  UN PRODUIT SE PROPOSE (PF5, PROFIL MISE A JOUR, ETAT P) PUIS  *
001200*  S APPROUVE (PF6, PROFIL APPROBATION, PAR UN OPERATEUR         *
001300*  DIFFERENT DU PROPOSANT, ETAT V). L EDITION GSED050 ET LES     *
001400*  MOTEURS (GSFE590, GSIA600, GSCO292) NE SERVENT QUE LES        *
001500*  PRODUITS VALIDES. PF9 (PROFIL ADMINISTRATION) RETIRE UN       *
001600*  PRODUIT.                                                      *
001700*  ENTREE = AFFICHER LE PRODUIT DU CODE SAISI                    *
001800*  PLANS DE FRAIS / D INTERETS = STATUT DES LIGNES D ENTITE **   *
001900*  DE TARFIC / TXIFIC ; FREQUENCE DE RELEVE M T S A OU N ;       *
002000*  STATUTS AUTORISES = 8 CODES DE 2 ACCOLES (BLANC = TOUS).      *
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
003700 01  W-ABSTIME                       PIC S9(15) COMP-3.
003800 01  W-DATE-JOUR                     PIC 9(08).
003900 01  W-EIBTIME                       PIC 9(07).
004000 COPY GSPFKEY.
004100 COPY FFFFFGA.
004200 COPY FFFFFGPD.
004300 01  W-OPERATEUR                     PIC X(08).
004400 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
004500 01  W-FONCTION-DEMANDEE             PIC X(01).
004600 01  W-AUTORISE                      PIC X(01).
004700 01  W-EFFACER                       PIC X(01) VALUE 'N'.
004800 01  W-VIOLATION.
004900     05  VIO-DATE                    PIC 9(08).
005000     05  VIO-HEURE                   PIC 9(06).
005100     05  VIO-OPERATEUR               PIC X(08).
005200     05  VIO-FONCTION                PIC X(01).
005300     05  VIO-PROGRAMME               PIC X(08).
005400     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
005500     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
005600 01  GSPD85I.
005700     05  FILLER                      PIC X(12).
005800     05  M85-CODE-L                  PIC S9(04) COMP.
005900     05  M85-CODE-A                  PIC X(01).
006000     05  M85-CODE-I                  PIC X(04).
006100     05  M85-LIBELLE-L               PIC S9(04) COMP.
006200     05  M85-LIBELLE-A               PIC X(01).
006300     05  M85-LIBELLE-I               PIC X(30).
006400     05  M85-FRAIS-L                 PIC S9(04) COMP.
006500     05  M85-FRAIS-A                 PIC X(01).
006600     05  M85-FRAIS-I                 PIC X(02).
006700     05  M85-INTERET-L               PIC S9(04) COMP.
006800     05  M85-INTERET-A               PIC X(01).
006900     05  M85-INTERET-I               PIC X(02).
007000     05  M85-FREQ-L                  PIC S9(04) COMP.
007100     05  M85-FREQ-A                  PIC X(01).
007200     05  M85-FREQ-I                  PIC X(01).
007300     05  M85-STATUTS-L               PIC S9(04) COMP.
007400     05  M85-STATUTS-A               PIC X(01).
007500     05  M85-STATUTS-I               PIC X(16).
007600     05  M85-DEBUT-L                 PIC S9(04) COMP.
007700     05  M85-DEBUT-A                 PIC X(01).
007800     05  M85-DEBUT-I                 PIC X(08).
007900     05  M85-FIN-L                   PIC S9(04) COMP.
008000     05  M85-FIN-A                   PIC X(01).
008100     05  M85-FIN-I                   PIC X(08).
008200     05  M85-ETAT-L                  PIC S9(04) COMP.
008300     05  M85-ETAT-A                  PIC X(01).
008400     05  M85-ETAT-I                  PIC X(20).
008500     05  M85-MESS-L                  PIC S9(04) COMP.
008600     05  M85-MESS-A                  PIC X(01).
008700     05  M85-MESS-I                  PIC X(60).
008800 01  W-COMMAREA.
008900     05  CA-RIEN                     PIC X(01).
009000 LINKAGE SECTION.
009100 01  DFHCOMMAREA                     PIC X(01).
009200 PROCEDURE DIVISION.
009300******************************************************************
009400*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
009500******************************************************************
009600 0000-MAINLINE.
009700     PERFORM 1050-PROFIL THRU 1050-EXIT.
009800     IF EIBCALEN = ZERO
009900         MOVE 'O' TO W-EFFACER
010000         MOVE LOW-VALUE TO GSPD85I
010100         MOVE 'CODE PRODUIT PUIS ENTREE'
010200           TO W-MESSAGE
010300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
010400         GO TO 0000-RETOUR.
010500     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
010600     EVALUATE TRUE
010700         WHEN PFK3
010800             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
010900             END-EXEC
011000             EXEC CICS RETURN END-EXEC
011100         WHEN ENTER-KEY
011200             MOVE 'C' TO W-FONCTION-DEMANDEE
011300             PERFORM 3030-AUTORISER THRU 3030-EXIT
011400             IF W-AUTORISE = 'O'
011500                 PERFORM 2000-AFFICHER THRU 2000-EXIT
011600             END-IF
011700         WHEN PFK5
011800             MOVE 'M' TO W-FONCTION-DEMANDEE
011900             PERFORM 3030-AUTORISER THRU 3030-EXIT
012000             IF W-AUTORISE = 'O'
012100                 PERFORM 3000-PROPOSER THRU 3000-EXIT
012200             END-IF
012300         WHEN PFK6
012400             MOVE 'P' TO W-FONCTION-DEMANDEE
012500             PERFORM 3030-AUTORISER THRU 3030-EXIT
012600             IF W-AUTORISE = 'O'
012700                 PERFORM 3500-APPROUVER THRU 3500-EXIT
012800             END-IF
012900         WHEN PFK9
013000             MOVE 'A' TO W-FONCTION-DEMANDEE
013100             PERFORM 3030-AUTORISER THRU 3030-EXIT
013200             IF W-AUTORISE = 'O'
013300                 PERFORM 4000-RETIRER THRU 4000-EXIT
013400             END-IF
013500         WHEN OTHER
013600             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
013700             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
013800     END-EVALUATE.
013900 0000-RETOUR.
014000     MOVE SPACE TO CA-RIEN.
014100     EXEC CICS RETURN TRANSID ('GSP2')
014200          COMMAREA (W-COMMAREA) LENGTH (1)
014300     END-EXEC.
014400 0000-EXIT.
014500     EXIT.
014600******************************************************************
014700*  1050-PROFIL : PROFIL DE L OPERATEUR                           *
014800******************************************************************
014900 1050-PROFIL.
015000     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
015100     MOVE W-OPERATEUR TO AUT-OPERATEUR.
015200     EXEC CICS READ FILE ('AUTFIC')
015300          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
015400          RESP (W-RESP)
015500     END-EXEC.
015600     IF W-RESP = DFHRESP(NORMAL)
015700         MOVE 'O' TO W-PROFIL-LU
015800     ELSE
015900         MOVE 'N' TO W-PROFIL-LU.
016000 1050-EXIT.
016100     EXIT.
016200******************************************************************
016300*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
016400******************************************************************
016500 1100-RECEVOIR-PFKEY.
016600     EXEC CICS RECEIVE MAP ('GSPD85') MAPSET ('GSPD85M')
016700          INTO (GSPD85I) RESP (W-RESP)
016800     END-EXEC.
016900     EVALUATE EIBAID
017000         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
017100         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
017200         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
017300         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
017400         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
017500         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
017600     END-EVALUATE.
017700 1100-EXIT.
017800     EXIT.
017900******************************************************************
018000*  3030-AUTORISER : C AFFICHE, M PROPOSE, P APPROUVE, A RETIRE   *
018100******************************************************************
018200 3030-AUTORISER.
018300     MOVE 'N' TO W-AUTORISE.
018400     IF W-PROFIL-LU = 'O'
018500         EVALUATE W-FONCTION-DEMANDEE
018600             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
018700             WHEN 'M' MOVE AUT-MISE-A-JOUR    TO W-AUTORISE
018800             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
018900             WHEN 'A' MOVE AUT-ADMINISTRATION TO W-AUTORISE
019000         END-EVALUATE.
019100     IF W-AUTORISE NOT = 'O'
019200         MOVE 'N' TO W-AUTORISE
019300         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
019400           TO W-MESSAGE
019500         EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC
019600         EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
019700              YYYYMMDD (W-DATE-JOUR)
019800         END-EXEC
019900         MOVE W-DATE-JOUR         TO VIO-DATE
020000         MOVE EIBTIME             TO W-EIBTIME
020100         MOVE W-EIBTIME (2:6)     TO VIO-HEURE
020200         MOVE W-OPERATEUR         TO VIO-OPERATEUR
020300         MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION
020400         MOVE 'GSPD851 '          TO VIO-PROGRAMME
020500         EXEC CICS WRITEQ TD QUEUE ('GAUJ')
020600              FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
020700         END-EXEC
020800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
020900 3030-EXIT.
021000     EXIT.
021100******************************************************************
021200*  2000-AFFICHER : LE PRODUIT DU CODE SAISI                      *
021300******************************************************************
021400 2000-AFFICHER.
021500     PERFORM 7000-CODE-PRODUIT THRU 7000-EXIT.
021600     IF W-MESSAGE NOT = SPACES
021700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
021800         GO TO 2000-EXIT.
021900     EXEC CICS READ FILE ('PRDFIC')
022000          INTO (PRD-ENREG) RIDFLD (PRD-CLE) RESP (W-RESP)
022100     END-EXEC.
022200     IF W-RESP NOT = DFHRESP(NORMAL)
022300         MOVE 'PRODUIT INCONNU - PF5 POUR LE PROPOSER'
022400           TO W-MESSAGE
022500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
022600         GO TO 2000-EXIT.
022700     MOVE PRD-LIBELLE      TO M85-LIBELLE-I.
022800     MOVE PRD-PLAN-FRAIS   TO M85-FRAIS-I.
022900     MOVE PRD-PLAN-INTERET TO M85-INTERET-I.
023000     MOVE PRD-FREQ-RELEVE  TO M85-FREQ-I.
023100     MOVE PRD-STATUTS      TO M85-STATUTS-I.
023200     MOVE PRD-DATE-DEBUT   TO M85-DEBUT-I.
023300     MOVE PRD-DATE-FIN     TO M85-FIN-I.
023400     MOVE SPACES TO M85-ETAT-I.
023500     STRING PRD-ETAT ' PROP ' PRD-PROPOSE-PAR
023600            ' APP ' PRD-APPROUVE-PAR (1:5)
023700            DELIMITED SIZE INTO M85-ETAT-I
023800     END-STRING.
023900     MOVE 'PRODUIT AFFICHE - PF5 / PF6 / PF9' TO W-MESSAGE.
024000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
024100 2000-EXIT.
024200     EXIT.
024300******************************************************************
024400*  3000-PROPOSER : LE PRODUIT SAISI PASSE (OU REPASSE) A L ETAT  *
024500*  PROPOSE - IL NE SERT PLUS AVANT APPROBATION                   *
024600******************************************************************
024700 3000-PROPOSER.
024800     PERFORM 7000-CODE-PRODUIT THRU 7000-EXIT.
024900     IF W-MESSAGE = SPACES
025000         PERFORM 7100-ZONES-PRODUIT THRU 7100-EXIT.
025100     IF W-MESSAGE NOT = SPACES
025200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
025300         GO TO 3000-EXIT.
025400     MOVE 'P'          TO PRD-ETAT.
025500     MOVE W-OPERATEUR  TO PRD-PROPOSE-PAR.
025600     MOVE SPACES       TO PRD-APPROUVE-PAR.
025700     EXEC CICS WRITE FILE ('PRDFIC')
025800          FROM (PRD-ENREG) RIDFLD (PRD-CLE)
025900          RESP (W-RESP)
026000     END-EXEC.
026100     IF W-RESP = DFHRESP(DUPREC)
026200         EXEC CICS READ FILE ('PRDFIC')
026300              INTO (PRD-ENREG) RIDFLD (PRD-CLE)
026400              UPDATE RESP (W-RESP)
026500         END-EXEC
026600         IF W-RESP = DFHRESP(NORMAL)
026700             PERFORM 7100-ZONES-PRODUIT THRU 7100-EXIT
026800             MOVE 'P'         TO PRD-ETAT
026900             MOVE W-OPERATEUR TO PRD-PROPOSE-PAR
027000             MOVE SPACES      TO PRD-APPROUVE-PAR
027100             EXEC CICS REWRITE FILE ('PRDFIC')
027200                  FROM (PRD-ENREG) RESP (W-RESP)
027300             END-EXEC
027400         END-IF
027500     END-IF.
027600     IF W-RESP = DFHRESP(NORMAL)
027700         MOVE 'PRODUIT PROPOSE - EN ATTENTE D APPROBATION'
027800           TO W-MESSAGE
027900     ELSE
028000         MOVE 'INCIDENT FICHIER PRDFIC - PROPOSITION'
028100           TO W-MESSAGE.
028200     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
028300 3000-EXIT.
028400     EXIT.
028500******************************************************************
028600*  3500-APPROUVER : DEUX ROLES EXIGES - L APPROBATEUR NE PEUT    *
028700*  PAS ETRE LE PROPOSANT                                         *
028800******************************************************************
028900 3500-APPROUVER.
029000     PERFORM 7000-CODE-PRODUIT THRU 7000-EXIT.
029100     IF W-MESSAGE NOT = SPACES
029200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
029300         GO TO 3500-EXIT.
029400     EXEC CICS READ FILE ('PRDFIC')
029500          INTO (PRD-ENREG) RIDFLD (PRD-CLE)
029600          UPDATE RESP (W-RESP)
029700     END-EXEC.
029800     IF W-RESP NOT = DFHRESP(NORMAL)
029900         MOVE 'PRODUIT INTROUVABLE' TO W-MESSAGE
030000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
030100         GO TO 3500-EXIT.
030200     IF NOT PRD-PROPOSE
030300         MOVE 'PRODUIT DEJA VALIDE OU SANS PROPOSITION'
030400           TO W-MESSAGE
030500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
030600         GO TO 3500-EXIT.
030700     IF PRD-PROPOSE-PAR = W-OPERATEUR
030800         MOVE 'APPROBATION PAR LE PROPOSANT REFUSEE'
030900           TO W-MESSAGE
031000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031100         GO TO 3500-EXIT.
031200     MOVE 'V'         TO PRD-ETAT.
031300     MOVE W-OPERATEUR TO PRD-APPROUVE-PAR.
031400     EXEC CICS REWRITE FILE ('PRDFIC')
031500          FROM (PRD-ENREG) RESP (W-RESP)
031600     END-EXEC.
031700     IF W-RESP = DFHRESP(NORMAL)
031800         MOVE 'PRODUIT VALIDE - SERVI AU PROCHAIN PASSAGE'
031900           TO W-MESSAGE
032000     ELSE
032100         MOVE 'INCIDENT FICHIER PRDFIC - APPROBATION'
032200           TO W-MESSAGE.
032300     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
032400 3500-EXIT.
032500     EXIT.
032600******************************************************************
032700*  4000-RETIRER : RETRAIT D UN PRODUIT (ADMINISTRATION) - LES    *
032800*  ENREGISTREMENTS QUI LE PORTENT REVIENNENT AU REPLI ENTITE +   *
032900*  STATUT DES MOTEURS ET SONT SIGNALES PAR GSPD850               *
033000******************************************************************
033100 4000-RETIRER.
033200     PERFORM 7000-CODE-PRODUIT THRU 7000-EXIT.
033300     IF W-MESSAGE NOT = SPACES
033400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
033500         GO TO 4000-EXIT.
033600     EXEC CICS READ FILE ('PRDFIC')
033700          INTO (PRD-ENREG) RIDFLD (PRD-CLE)
033800          UPDATE RESP (W-RESP)
033900     END-EXEC.
034000     IF W-RESP NOT = DFHRESP(NORMAL)
034100         MOVE 'PRODUIT INTROUVABLE' TO W-MESSAGE
034200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
034300         GO TO 4000-EXIT.
034400     EXEC CICS DELETE FILE ('PRDFIC') RESP (W-RESP)
034500     END-EXEC.
034600     IF W-RESP = DFHRESP(NORMAL)
034700         MOVE 'PRODUIT RETIRE' TO W-MESSAGE
034800     ELSE
034900         MOVE 'INCIDENT FICHIER PRDFIC - RETRAIT'
035000           TO W-MESSAGE.
035100     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
035200 4000-EXIT.
035300     EXIT.
035400******************************************************************
035500*  7000-CODE-PRODUIT : LA CLE DU PRODUIT                         *
035600******************************************************************
035700 7000-CODE-PRODUIT.
035800     MOVE SPACES TO W-MESSAGE.
035900     IF M85-CODE-I = SPACES OR LOW-VALUE
036000         MOVE 'CODE PRODUIT OBLIGATOIRE' TO W-MESSAGE
036100         GO TO 7000-EXIT.
036200     MOVE M85-CODE-I TO PRD-CODE.
036300 7000-EXIT.
036400     EXIT.
036500******************************************************************
036600*  7100-ZONES-PRODUIT : LES ZONES SAISIES VERS LE PRODUIT        *
036700******************************************************************
036800 7100-ZONES-PRODUIT.
036900     IF M85-LIBELLE-I = SPACES OR LOW-VALUE
037000         MOVE 'LIBELLE OBLIGATOIRE' TO W-MESSAGE
037100         GO TO 7100-EXIT.
037200     IF M85-FREQ-I = SPACES OR LOW-VALUE
037300         MOVE 'M' TO M85-FREQ-I.
037400     MOVE M85-FREQ-I TO PRD-FREQ-RELEVE.
037500     IF NOT PRD-FREQ-VALIDE
037600         MOVE 'FREQUENCE DE RELEVE M, T, S, A OU N' TO W-MESSAGE
037700         GO TO 7100-EXIT.
037800     IF M85-DEBUT-I NOT NUMERIC
037900         MOVE 'DATE DE DEBUT NON NUMERIQUE' TO W-MESSAGE
038000         GO TO 7100-EXIT.
038100     IF M85-FIN-I NOT NUMERIC
038200      AND M85-FIN-I NOT = SPACES
038300      AND M85-FIN-I NOT = LOW-VALUE
038400         MOVE 'DATE DE FIN NON NUMERIQUE' TO W-MESSAGE
038500         GO TO 7100-EXIT.
038600     MOVE M85-LIBELLE-I  TO PRD-LIBELLE.
038700     MOVE M85-FRAIS-I    TO PRD-PLAN-FRAIS.
038800     MOVE M85-INTERET-I  TO PRD-PLAN-INTERET.
038900     MOVE M85-STATUTS-I  TO PRD-STATUTS.
039000     INSPECT PRD-PLAN-FRAIS   REPLACING ALL LOW-VALUE BY SPACE.
039100     INSPECT PRD-PLAN-INTERET REPLACING ALL LOW-VALUE BY SPACE.
039200     INSPECT PRD-STATUTS      REPLACING ALL LOW-VALUE BY SPACE.
039300     MOVE M85-DEBUT-I    TO PRD-DATE-DEBUT.
039400     IF M85-FIN-I NUMERIC
039500         MOVE M85-FIN-I TO PRD-DATE-FIN
039600     ELSE
039700         MOVE ZERO      TO PRD-DATE-FIN.
039800     IF PRD-DATE-FIN GREATER ZERO
039900      AND PRD-DATE-FIN LESS PRD-DATE-DEBUT
040000         MOVE 'DATE DE FIN ANTERIEURE AU DEBUT' TO W-MESSAGE.
040100 7100-EXIT.
040200     EXIT.
040300******************************************************************
040400*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
040500******************************************************************
040600 8000-ENVOYER-ECRAN.
040700     MOVE W-MESSAGE TO M85-MESS-I.
040800     IF W-EFFACER = 'O'
040900         MOVE 'N' TO W-EFFACER
041000         EXEC CICS SEND MAP ('GSPD85') MAPSET ('GSPD85M')
041100              FROM (GSPD85I) ERASE
041200         END-EXEC
041300     ELSE
041400         EXEC CICS SEND MAP ('GSPD85') MAPSET ('GSPD85M')
041500              FROM (GSPD85I)
041600         END-EXEC.
041700 8000-EXIT.
041800     EXIT.
