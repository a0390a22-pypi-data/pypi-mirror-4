000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSOR871.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSOR871 : MISE EN PLACE ET ANNULATION DES ORDRES PERMANENTS   *
000900*            (FICHIER ORPFIC)                                    *
001000*  ------------------------------------------------------------  *
001100*  LES FRAIS ET VIREMENTS RECURRENTS CONVENUS AVEC LE CLIENT NE  *
001200*  SE RESSAISISSENT PLUS A CHAQUE PERIODE : L ORDRE EST POSE     *
001300*  UNE FOIS ET GSOR870 LE GENERE A CHAQUE ECHEANCE.              *
001400*  ENTREE = AFFICHER L ORDRE DE LA CLE ET DU NUMERO SAISIS       *
001500*  PF5 = METTRE EN PLACE L ORDRE SAISI, OU MODIFIER UN ORDRE     *
001600*        EN VIGUEUR (CLE CONNUE DU MAITRE, TYPE D / C / V, ZONE  *
001700*        M / E, MONTANT POSITIF, MOTIF CONNU DE REFTBL MOTR,     *
001800*        FREQUENCE M / T / S / A, PROCHAINE ECHEANCE NON PASSEE, *
001900*        FIN NULLE OU POSTERIEURE, CONTREPARTIE CONNUE POUR V) - *
002000*        LE QUANTIEME DE LA PROCHAINE ECHEANCE DEVIENT LE JOUR   *
002100*        D ANCRAGE                                               *
002200*  PF9 = ANNULER L ORDRE EN VIGUEUR (ETAT A, CONSERVE POUR       *
002300*        L AUDIT)                      PF3 = FIN                 *
002400*  PROFIL : CONSULTATION POUR AFFICHER, MISE A JOUR POUR METTRE  *
002500*  EN PLACE OU ANNULER - PERIMETRE D ENTITE RESPECTE -           *
002600*  FORMATION SUR LES COPIES F. CHAQUE MISE EN PLACE,             *
002700*  MODIFICATION OU ANNULATION PART AU FICHIER D ACTIVITE COMMUN  *
002800*  (FILE TD GACJ, DOMAINE ORDP).                                 *
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
005000 COPY FFFFFGOP.
005100 COPY FFFFFGAC.
005200 COPY FFFFFFGS.
005300 COPY FFFFFGR.
005400 01  W-OPERATEUR                     PIC X(08).
005500 01  W-FIC-ORPFIC                    PIC X(08) VALUE 'ORPFIC  '.
005600 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
005700 01  W-FIC-REFTBL                    PIC X(08) VALUE 'REFTBL  '.
005800 01  W-FORMATION                     PIC X(01) VALUE 'N'.
005900 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
006000 01  W-FONCTION-DEMANDEE             PIC X(01).
006100 01  W-AUTORISE                      PIC X(01).
006200 01  W-EFFACER                       PIC X(01) VALUE 'N'.
006300 01  W-FONCTION-ACTIVITE             PIC X(01).
006400 01  W-MONTANT-X                     PIC X(14).
006500 01  W-MONTANT-9 REDEFINES W-MONTANT-X
006600                                     PIC 9(12)V99.
006700 01  W-NUMERO-X                      PIC X(03).
006800 01  W-NUMERO-9 REDEFINES W-NUMERO-X PIC 9(03).
006900 01  W-DATE-SAISIE                   PIC 9(08).
007000 01  W-DATE-SAISIE-R REDEFINES W-DATE-SAISIE.
007100     05  W-SAI-ANNEE                 PIC 9(04).
007200     05  W-SAI-MOIS                  PIC 9(02).
007300     05  W-SAI-JOUR                  PIC 9(02).
007400 01  W-PROCHAINE                     PIC 9(08).
007500 01  W-FIN                           PIC 9(08).
007600 01  W-VIOLATION.
007700     05  VIO-DATE                    PIC 9(08).
007800     05  VIO-HEURE                   PIC 9(06).
007900     05  VIO-OPERATEUR               PIC X(08).
008000     05  VIO-FONCTION                PIC X(01).
008100     05  VIO-PROGRAMME               PIC X(08).
008200     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
008300     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
008400 01  GSOR87I.
008500     05  FILLER                      PIC X(12).
008600     05  M87-CLE-L                   PIC S9(04) COMP.
008700     05  M87-CLE-A                   PIC X(01).
008800     05  M87-CLE-I                   PIC X(15).
008900     05  M87-NUMERO-L                PIC S9(04) COMP.
009000     05  M87-NUMERO-A                PIC X(01).
009100     05  M87-NUMERO-I                PIC X(03).
009200     05  M87-TYPE-L                  PIC S9(04) COMP.
009300     05  M87-TYPE-A                  PIC X(01).
009400     05  M87-TYPE-I                  PIC X(01).
009500     05  M87-ZONE-L                  PIC S9(04) COMP.
009600     05  M87-ZONE-A                  PIC X(01).
009700     05  M87-ZONE-I                  PIC X(01).
009800     05  M87-MONTANT-L               PIC S9(04) COMP.
009900     05  M87-MONTANT-A               PIC X(01).
010000     05  M87-MONTANT-I               PIC X(14).
010100     05  M87-MOTIF-L                 PIC S9(04) COMP.
010200     05  M87-MOTIF-A                 PIC X(01).
010300     05  M87-MOTIF-I                 PIC X(04).
010400     05  M87-FREQ-L                  PIC S9(04) COMP.
010500     05  M87-FREQ-A                  PIC X(01).
010600     05  M87-FREQ-I                  PIC X(01).
010700     05  M87-PROCH-L                 PIC S9(04) COMP.
010800     05  M87-PROCH-A                 PIC X(01).
010900     05  M87-PROCH-I                 PIC X(08).
011000     05  M87-FIN-L                   PIC S9(04) COMP.
011100     05  M87-FIN-A                   PIC X(01).
011200     05  M87-FIN-I                   PIC X(08).
011300     05  M87-CONTREP-L               PIC S9(04) COMP.
011400     05  M87-CONTREP-A               PIC X(01).
011500     05  M87-CONTREP-I               PIC X(15).
011600     05  M87-ETAT-L                  PIC S9(04) COMP.
011700     05  M87-ETAT-A                  PIC X(01).
011800     05  M87-ETAT-I                  PIC X(40).
011900     05  M87-MESS-L                  PIC S9(04) COMP.
012000     05  M87-MESS-A                  PIC X(01).
012100     05  M87-MESS-I                  PIC X(60).
012200 01  W-COMMAREA.
012300     05  CA-RIEN                     PIC X(01).
012400 LINKAGE SECTION.
012500 01  DFHCOMMAREA                     PIC X(01).
012600 PROCEDURE DIVISION.
012700******************************************************************
012800*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
012900******************************************************************
013000 0000-MAINLINE.
013100     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
013200     IF EIBCALEN = ZERO
013300         MOVE 'O' TO W-EFFACER
013400         MOVE LOW-VALUE TO GSOR87I
013500         MOVE 'SAISIR LA CLE ET LE NUMERO D ORDRE PUIS ENTREE'
013600           TO W-MESSAGE
013700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
013800         GO TO 0000-RETOUR.
013900     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
014000     EVALUATE TRUE
014100         WHEN PFK3
014200             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
014300             END-EXEC
014400             EXEC CICS RETURN END-EXEC
014500         WHEN ENTER-KEY
014600             MOVE 'C' TO W-FONCTION-DEMANDEE
014700             PERFORM 3030-AUTORISER THRU 3030-EXIT
014800             IF W-AUTORISE = 'O'
014900                 PERFORM 2000-AFFICHER THRU 2000-EXIT
015000             END-IF
015100         WHEN PFK5
015200             MOVE 'M' TO W-FONCTION-DEMANDEE
015300             PERFORM 3030-AUTORISER THRU 3030-EXIT
015400             IF W-AUTORISE = 'O'
015500                 PERFORM 3000-METTRE-EN-PLACE THRU 3000-EXIT
015600             END-IF
015700         WHEN PFK9
015800             MOVE 'M' TO W-FONCTION-DEMANDEE
015900             PERFORM 3030-AUTORISER THRU 3030-EXIT
016000             IF W-AUTORISE = 'O'
016100                 PERFORM 3500-ANNULER THRU 3500-EXIT
016200             END-IF
016300         WHEN OTHER
016400             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
016500             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
016600     END-EVALUATE.
016700 0000-RETOUR.
016800     MOVE SPACE TO CA-RIEN.
016900     EXEC CICS RETURN TRANSID ('GSO2')
017000          COMMAREA (W-COMMAREA) LENGTH (1)
017100     END-EXEC.
017200 0000-EXIT.
017300     EXIT.
017400******************************************************************
017500*  1050-AIGUILLER-FICHIERS : FORMATION = COPIES F                *
017600******************************************************************
017700 1050-AIGUILLER-FICHIERS.
017800     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
017900     MOVE W-OPERATEUR TO AUT-OPERATEUR.
018000     EXEC CICS READ FILE ('AUTFIC')
018100          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
018200          RESP (W-RESP)
018300     END-EXEC.
018400     IF W-RESP = DFHRESP(NORMAL)
018500         MOVE 'O' TO W-PROFIL-LU
018600         IF AUT-EN-FORMATION
018700             MOVE 'O'        TO W-FORMATION
018800             MOVE 'ORPFICF ' TO W-FIC-ORPFIC
018900             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
019000             MOVE 'REFTBLF ' TO W-FIC-REFTBL
019100         END-IF
019200     ELSE
019300         MOVE 'N' TO W-PROFIL-LU.
019400 1050-EXIT.
019500     EXIT.
019600******************************************************************
019700*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
019800******************************************************************
019900 1100-RECEVOIR-PFKEY.
020000     EXEC CICS RECEIVE MAP ('GSOR87') MAPSET ('GSOR87M')
020100          INTO (GSOR87I) RESP (W-RESP)
020200     END-EXEC.
020300     EVALUATE EIBAID
020400         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
020500         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
020600         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
020700         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
020800         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
020900     END-EVALUATE.
021000 1100-EXIT.
021100     EXIT.
021200******************************************************************
021300*  3030-AUTORISER : C POUR AFFICHER, M POUR TOUCHER - LE         *
021400*  PERIMETRE D ENTITE S APPLIQUE A LA CLE - REFUS AU JOURNAL     *
021500******************************************************************
021600 3030-AUTORISER.
021700     MOVE 'N' TO W-AUTORISE.
021800     IF W-PROFIL-LU = 'O'
021900         IF W-FONCTION-DEMANDEE = 'C'
022000          AND AUT-CONSULTATION = 'O'
022100             MOVE 'O' TO W-AUTORISE
022200         END-IF
022300         IF W-FONCTION-DEMANDEE = 'M'
022400          AND AUT-MISE-A-JOUR = 'O'
022500             MOVE 'O' TO W-AUTORISE
022600         END-IF
022700         IF W-AUTORISE = 'O'
022800          AND AUT-ENTITE NOT = SPACES
022900          AND M87-CLE-I (1:2) NOT = AUT-ENTITE
023000             MOVE 'N' TO W-AUTORISE
023100         END-IF
023200     END-IF.
023300     IF W-AUTORISE = 'N'
023400         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
023500           TO W-MESSAGE
023600         EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC
023700         EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
023800              YYYYMMDD (W-DATE-JOUR)
023900         END-EXEC
024000         MOVE W-DATE-JOUR         TO VIO-DATE
024100         MOVE EIBTIME             TO W-EIBTIME
024200         MOVE W-EIBTIME (2:6)     TO VIO-HEURE
024300         MOVE W-OPERATEUR         TO VIO-OPERATEUR
024400         MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION
024500         MOVE 'GSOR871 '          TO VIO-PROGRAMME
024600         EXEC CICS WRITEQ TD QUEUE ('GAUJ')
024700              FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
024800         END-EXEC
024900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
025000 3030-EXIT.
025100     EXIT.
025200******************************************************************
025300*  2000-AFFICHER : L ORDRE DE LA CLE ET DU NUMERO SAISIS         *
025400******************************************************************
025500 2000-AFFICHER.
025600     PERFORM 7000-CLE-ORDRE THRU 7000-EXIT.
025700     IF W-MESSAGE NOT = SPACES
025800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
025900         GO TO 2000-EXIT.
026000     EXEC CICS READ FILE (W-FIC-ORPFIC)
026100          INTO (ORP-ENREG) RIDFLD (ORP-CLE) RESP (W-RESP)
026200     END-EXEC.
026300     IF W-RESP NOT = DFHRESP(NORMAL)
026400         MOVE 'ORDRE INCONNU - PF5 POUR LE METTRE EN PLACE'
026500           TO W-MESSAGE
026600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
026700         GO TO 2000-EXIT.
026800     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
026900     MOVE 'ORDRE AFFICHE - PF5 / PF9' TO W-MESSAGE.
027000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
027100 2000-EXIT.
027200     EXIT.
027300 2500-GARNIR-ECRAN.
027400     MOVE ORP-TYPE           TO M87-TYPE-I.
027500     MOVE ORP-ZONE           TO M87-ZONE-I.
027600     MOVE ORP-MONTANT        TO W-MONTANT-9.
027700     MOVE W-MONTANT-X        TO M87-MONTANT-I.
027800     MOVE ORP-MOTIF          TO M87-MOTIF-I.
027900     MOVE ORP-FREQUENCE      TO M87-FREQ-I.
028000     MOVE ORP-DATE-PROCHAINE TO M87-PROCH-I.
028100     MOVE ORP-DATE-FIN       TO M87-FIN-I.
028200     MOVE ORP-CONTREPARTIE   TO M87-CONTREP-I.
028300     MOVE SPACES             TO M87-ETAT-I.
028400     STRING ORP-ETAT ' PAR ' ORP-CREE-PAR ' DERN '
028500            ORP-DATE-DERNIERE ' NB ' ORP-NB-GENERES
028600            DELIMITED SIZE INTO M87-ETAT-I
028700     END-STRING.
028800 2500-EXIT.
028900     EXIT.
029000******************************************************************
029100*  3000-METTRE-EN-PLACE : CONTROLES PUIS ECRITURE, OU            *
029200*  REECRITURE D UN ORDRE EN VIGUEUR                              *
029300******************************************************************
029400 3000-METTRE-EN-PLACE.
029500     PERFORM 4000-CONTROLER THRU 4000-EXIT.
029600     IF W-MESSAGE NOT = SPACES
029700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
029800         GO TO 3000-EXIT.
029900     MOVE SPACES        TO ORP-ENREG.
030000     MOVE M87-CLE-I     TO ORP-FGS-CLE.
030100     MOVE W-NUMERO-9    TO ORP-NUMERO.
030200     PERFORM 3100-ZONES-ORDRE THRU 3100-EXIT.
030300     MOVE 'E'           TO ORP-ETAT.
030400     MOVE W-OPERATEUR   TO ORP-CREE-PAR.
030500     MOVE W-DATE-JOUR   TO ORP-DATE-CREA.
030600     MOVE SPACES        TO ORP-ANNULE-PAR.
030700     MOVE ZERO          TO ORP-DATE-ANNUL ORP-DATE-DERNIERE
030800                           ORP-NB-GENERES.
030900     EXEC CICS WRITE FILE (W-FIC-ORPFIC)
031000          FROM (ORP-ENREG) RIDFLD (ORP-CLE)
031100          RESP (W-RESP)
031200     END-EXEC.
031300     EVALUATE W-RESP
031400         WHEN DFHRESP(NORMAL)
031500             MOVE 'ORDRE MIS EN PLACE' TO W-MESSAGE
031600             MOVE 'C' TO W-FONCTION-ACTIVITE
031700             PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
031800         WHEN DFHRESP(DUPREC)
031900             PERFORM 3200-REECRIRE THRU 3200-EXIT
032000         WHEN OTHER
032100             MOVE 'INCIDENT FICHIER ORPFIC - ECRITURE'
032200               TO W-MESSAGE
032300     END-EVALUATE.
032400     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
032500 3000-EXIT.
032600     EXIT.
032700 3100-ZONES-ORDRE.
032800     MOVE M87-TYPE-I    TO ORP-TYPE.
032900     MOVE M87-ZONE-I    TO ORP-ZONE.
033000     MOVE W-MONTANT-9   TO ORP-MONTANT.
033100     MOVE M87-MOTIF-I   TO ORP-MOTIF.
033200     MOVE M87-FREQ-I    TO ORP-FREQUENCE.
033300     MOVE W-PROCHAINE   TO ORP-DATE-PROCHAINE.
033400     MOVE W-FIN         TO ORP-DATE-FIN.
033500     MOVE W-PROCHAINE   TO W-DATE-SAISIE.
033600     MOVE W-SAI-JOUR    TO ORP-JOUR.
033700     IF ORP-VIREMENT
033800         MOVE M87-CONTREP-I TO ORP-CONTREPARTIE
033900     ELSE
034000         MOVE SPACES        TO ORP-CONTREPARTIE.
034100 3100-EXIT.
034200     EXIT.
034300 3200-REECRIRE.
034400     EXEC CICS READ FILE (W-FIC-ORPFIC)
034500          INTO (ORP-ENREG) RIDFLD (ORP-CLE)
034600          UPDATE RESP (W-RESP)
034700     END-EXEC.
034800     IF W-RESP NOT = DFHRESP(NORMAL)
034900         MOVE 'INCIDENT FICHIER ORPFIC - RELECTURE'
035000           TO W-MESSAGE
035100         GO TO 3200-EXIT.
035200     IF NOT ORP-EN-VIGUEUR
035300         EXEC CICS UNLOCK FILE (W-FIC-ORPFIC) RESP (W-RESP)
035400         END-EXEC
035500         MOVE 'ORDRE TERMINE OU ANNULE - PRENDRE UN AUTRE NUMERO'
035600           TO W-MESSAGE
035700         GO TO 3200-EXIT.
035800     PERFORM 3100-ZONES-ORDRE THRU 3100-EXIT.
035900     EXEC CICS REWRITE FILE (W-FIC-ORPFIC)
036000          FROM (ORP-ENREG) RESP (W-RESP)
036100     END-EXEC.
036200     IF W-RESP = DFHRESP(NORMAL)
036300         MOVE 'ORDRE EN VIGUEUR MODIFIE' TO W-MESSAGE
036400         MOVE 'M' TO W-FONCTION-ACTIVITE
036500         PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
036600     ELSE
036700         MOVE 'INCIDENT FICHIER ORPFIC - REECRITURE'
036800           TO W-MESSAGE.
036900 3200-EXIT.
037000     EXIT.
037100******************************************************************
037200*  3500-ANNULER : L ORDRE EN VIGUEUR PASSE A L ETAT A - IL       *
037300*  RESTE AU FICHIER POUR L AUDIT, GSOR870 NE LE GENERE PLUS      *
037400******************************************************************
037500 3500-ANNULER.
037600     PERFORM 7000-CLE-ORDRE THRU 7000-EXIT.
037700     IF W-MESSAGE NOT = SPACES
037800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
037900         GO TO 3500-EXIT.
038000     EXEC CICS READ FILE (W-FIC-ORPFIC)
038100          INTO (ORP-ENREG) RIDFLD (ORP-CLE)
038200          UPDATE RESP (W-RESP)
038300     END-EXEC.
038400     IF W-RESP NOT = DFHRESP(NORMAL)
038500         MOVE 'ORDRE INTROUVABLE' TO W-MESSAGE
038600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
038700         GO TO 3500-EXIT.
038800     IF NOT ORP-EN-VIGUEUR
038900         EXEC CICS UNLOCK FILE (W-FIC-ORPFIC) RESP (W-RESP)
039000         END-EXEC
039100         MOVE 'ORDRE DEJA TERMINE OU ANNULE' TO W-MESSAGE
039200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
039300         GO TO 3500-EXIT.
039400     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
039500     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
039600          YYYYMMDD (W-DATE-JOUR)
039700     END-EXEC.
039800     MOVE 'A'         TO ORP-ETAT.
039900     MOVE W-OPERATEUR TO ORP-ANNULE-PAR.
040000     MOVE W-DATE-JOUR TO ORP-DATE-ANNUL.
040100     EXEC CICS REWRITE FILE (W-FIC-ORPFIC)
040200          FROM (ORP-ENREG) RESP (W-RESP)
040300     END-EXEC.
040400     IF W-RESP = DFHRESP(NORMAL)
040500         PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
040600         MOVE 'ORDRE ANNULE' TO W-MESSAGE
040700         MOVE 'S' TO W-FONCTION-ACTIVITE
040800         PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
040900     ELSE
041000         MOVE 'INCIDENT FICHIER ORPFIC - ANNULATION'
041100           TO W-MESSAGE.
041200     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
041300 3500-EXIT.
041400     EXIT.
041500******************************************************************
041600*  4000-CONTROLER : LES EDITIONS DE LA SAISIE - CLE ET           *
041700*  CONTREPARTIE CONNUES DU MAITRE, MOTIF CONNU DE REFTBL MOTR    *
041800******************************************************************
041900 4000-CONTROLER.
042000     PERFORM 7000-CLE-ORDRE THRU 7000-EXIT.
042100     IF W-MESSAGE NOT = SPACES
042200         GO TO 4000-EXIT.
042300     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
042400     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
042500          YYYYMMDD (W-DATE-JOUR)
042600     END-EXEC.
042700     IF M87-TYPE-I NOT = 'D' AND 'C' AND 'V'
042800         MOVE 'TYPE D (DEBIT), C (CREDIT) OU V (VIREMENT)'
042900           TO W-MESSAGE
043000         GO TO 4000-EXIT.
043100     IF M87-ZONE-I NOT = 'M' AND 'E'
043200         MOVE 'ZONE M (MONTANT) OU E (MONTANT-ECH)' TO W-MESSAGE
043300         GO TO 4000-EXIT.
043400     MOVE M87-MONTANT-I TO W-MONTANT-X.
043500     IF W-MONTANT-9 NOT NUMERIC
043600         MOVE 'MONTANT NON NUMERIQUE' TO W-MESSAGE
043700         GO TO 4000-EXIT.
043800     IF W-MONTANT-9 = ZERO
043900         MOVE 'MONTANT NUL' TO W-MESSAGE
044000         GO TO 4000-EXIT.
044100     IF M87-FREQ-I NOT = 'M' AND 'T' AND 'S' AND 'A'
044200         MOVE 'FREQUENCE M, T, S OU A' TO W-MESSAGE
044300         GO TO 4000-EXIT.
044400     IF M87-PROCH-I NOT NUMERIC
044500         MOVE 'PROCHAINE ECHEANCE NON NUMERIQUE' TO W-MESSAGE
044600         GO TO 4000-EXIT.
044700     MOVE M87-PROCH-I TO W-PROCHAINE W-DATE-SAISIE.
044800     IF W-SAI-MOIS LESS 1 OR W-SAI-MOIS GREATER 12
044900      OR W-SAI-JOUR LESS 1 OR W-SAI-JOUR GREATER 31
045000         MOVE 'PROCHAINE ECHEANCE INVALIDE' TO W-MESSAGE
045100         GO TO 4000-EXIT.
045200     IF W-PROCHAINE LESS W-DATE-JOUR
045300         MOVE 'PROCHAINE ECHEANCE DEJA PASSEE' TO W-MESSAGE
045400         GO TO 4000-EXIT.
045500     IF M87-FIN-I = SPACES OR LOW-VALUE
045600         MOVE ZERO TO W-FIN
045700     ELSE
045800         IF M87-FIN-I NOT NUMERIC
045900             MOVE 'DATE DE FIN NON NUMERIQUE' TO W-MESSAGE
046000             GO TO 4000-EXIT
046100         ELSE
046200             MOVE M87-FIN-I TO W-FIN.
046300     IF W-FIN GREATER ZERO
046400      AND W-FIN LESS W-PROCHAINE
046500         MOVE 'DATE DE FIN ANTERIEURE A L ECHEANCE' TO W-MESSAGE
046600         GO TO 4000-EXIT.
046700     IF M87-MOTIF-I = SPACES OR LOW-VALUE
046800         MOVE 'MOTIF OBLIGATOIRE (REFTBL MOTR)' TO W-MESSAGE
046900         GO TO 4000-EXIT.
047000     MOVE 'MOTR'      TO REF-TYPE.
047100     MOVE SPACES      TO REF-CODE.
047200     MOVE M87-MOTIF-I TO REF-CODE (1:4).
047300     EXEC CICS READ FILE (W-FIC-REFTBL)
047400          INTO (REF-ENREG) RIDFLD (REF-CLE) RESP (W-RESP)
047500     END-EXEC.
047600     IF W-RESP NOT = DFHRESP(NORMAL)
047700         MOVE 'MOTIF INCONNU DE REFTBL MOTR' TO W-MESSAGE
047800         GO TO 4000-EXIT.
047900*    LA CLE DOIT EXISTER AU MAITRE : PAS D ORDRE ORPHELIN
048000     MOVE M87-CLE-I TO FFFFFGS-CLE.
048100     EXEC CICS READ FILE (W-FIC-FFFFFGS)
048200          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
048300          RESP (W-RESP)
048400     END-EXEC.
048500     IF W-RESP NOT = DFHRESP(NORMAL)
048600         MOVE 'CLE INCONNUE AU FICHIER MAITRE' TO W-MESSAGE
048700         GO TO 4000-EXIT.
048800     IF M87-TYPE-I NOT = 'V'
048900         GO TO 4000-EXIT.
049000     IF M87-CONTREP-I = SPACES OR LOW-VALUE
049100      OR M87-CONTREP-I = M87-CLE-I
049200         MOVE 'CONTREPARTIE OBLIGATOIRE ET DISTINCTE DE LA CLE'
049300           TO W-MESSAGE
049400         GO TO 4000-EXIT.
049500     IF AUT-ENTITE NOT = SPACES
049600      AND M87-CONTREP-I (1:2) NOT = AUT-ENTITE
049700         MOVE 'CONTREPARTIE HORS DE VOTRE ENTITE' TO W-MESSAGE
049800         GO TO 4000-EXIT.
049900     MOVE M87-CONTREP-I TO FFFFFGS-CLE.
050000     EXEC CICS READ FILE (W-FIC-FFFFFGS)
050100          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
050200          RESP (W-RESP)
050300     END-EXEC.
050400     IF W-RESP NOT = DFHRESP(NORMAL)
050500         MOVE 'CONTREPARTIE INCONNUE AU FICHIER MAITRE'
050600           TO W-MESSAGE.
050700 4000-EXIT.
050800     EXIT.
050900******************************************************************
051000*  7000-CLE-ORDRE : CLE FFFFFGS ET NUMERO D ORDRE                *
051100******************************************************************
051200 7000-CLE-ORDRE.
051300     MOVE SPACES TO W-MESSAGE.
051400     IF M87-CLE-I = SPACES OR LOW-VALUE
051500         MOVE 'CLE OBLIGATOIRE' TO W-MESSAGE
051600         GO TO 7000-EXIT.
051700     MOVE M87-NUMERO-I TO W-NUMERO-X.
051800     IF W-NUMERO-9 NOT NUMERIC
051900         MOVE 'NUMERO D ORDRE SUR 3 CHIFFRES' TO W-MESSAGE
052000         GO TO 7000-EXIT.
052100     MOVE M87-CLE-I  TO ORP-FGS-CLE.
052200     MOVE W-NUMERO-9 TO ORP-NUMERO.
052300 7000-EXIT.
052400     EXIT.
052500******************************************************************
052600*  8400-TRACER-ACTIVITE : OPERATEUR, FONCTION ET CLE AU FICHIER  *
052700*  D ACTIVITE COMMUN (FILE TD GACJ - DD ACTJRN) POUR LA          *
052800*  SURVEILLANCE DES OPERATEURS (GSAC790)                         *
052900******************************************************************
053000 8400-TRACER-ACTIVITE.
053100     MOVE SPACES              TO ACV-ENREG.
053200     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
053300     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
053400          YYYYMMDD (W-DATE-JOUR)
053500     END-EXEC.
053600     MOVE W-DATE-JOUR         TO ACV-DATE.
053700     MOVE EIBTIME             TO W-EIBTIME.
053800     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
053900     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
054000     MOVE 'GSOR871 '          TO ACV-PROGRAMME.
054100     MOVE 'ORDP'              TO ACV-DOMAINE.
054200     MOVE W-FONCTION-ACTIVITE TO ACV-FONCTION.
054300     MOVE ORP-CLE             TO ACV-CLE.
054400     MOVE ORP-FGS-CLE         TO ACV-FGS-CLE.
054500     MOVE W-FORMATION         TO ACV-FORMATION.
054600     EXEC CICS WRITEQ TD QUEUE ('GACJ')
054700          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
054800     END-EXEC.
054900 8400-EXIT.
055000     EXIT.
055100******************************************************************
055200*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
055300******************************************************************
055400 8000-ENVOYER-ECRAN.
055500     MOVE W-MESSAGE TO M87-MESS-I.
055600     IF W-FORMATION = 'O'
055700         MOVE SPACES TO M87-MESS-I
055800         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
055900             DELIMITED SIZE INTO M87-MESS-I
056000         END-STRING.
056100     IF W-EFFACER = 'O'
056200         MOVE 'N' TO W-EFFACER
056300         EXEC CICS SEND MAP ('GSOR87') MAPSET ('GSOR87M')
056400              FROM (GSOR87I) ERASE
056500         END-EXEC
056600     ELSE
056700         EXEC CICS SEND MAP ('GSOR87') MAPSET ('GSOR87M')
056800              FROM (GSOR87I)
056900         END-EXEC.
057000 8000-EXIT.
057100     EXIT.
