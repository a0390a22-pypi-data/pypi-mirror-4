000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSCI831.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSCI831 : VALIDATION A QUATRE YEUX D UN CHANGEMENT DE NOM OU  *
000900*            D ID-NAT (CIDFIC)                                   *
001000*  ------------------------------------------------------------  *
001100*  LE CHANGEMENT POSE EN ATTENTE PAR GSOL010, GSPB092 OU GSIC470 *
001200*  EST VALIDE OU REJETE PAR UN APPROBATEUR QUI NE PEUT ETRE      *
001300*  L OPERATEUR QUI L A SAISI. LE VALIDE EST APPLIQUE AU MAITRE   *
001400*  SUR-LE-CHAMP : LE MAITRE DOIT ENCORE PORTER L IMAGE AVANT     *
001500*  (SINON LA DEMANDE EST CADUQUE - ETAT C) ET LE NOUVEAU NOM     *
001600*  PASSE AU FILTRAGE (WLSFIC) COMME EN SAISIE - UNE ALERTE NON   *
001700*  LEVEE BLOQUE LA VALIDATION. LE REJETE, L EXPIRE ET LE CADUC   *
001800*  SONT EDITES PAR GSCI830.                                      *
001900*  ENTREE = AFFICHER LA DEMANDE SAISIE (DATE + NUMERO) - LE NOM  *
002000*           ET L ID-NAT AVANT ET APRES SONT DECODES (GSCR390) ET *
002100*           LA DIVULGATION PART A LA FILE GDSJ                   *
002200*  PF5    = VALIDER (PROFIL APPROBATION, ETAT A -> V OU C)       *
002300*  PF6    = REJETER AVEC LE MOTIF (PROFIL APPROBATION,           *
002400*           ETAT A -> R)                                         *
002500*  PF3    = FIN DE TRANSACTION                                   *
002600*  CHAQUE DECISION PART AU JOURNAL GCIJ (DD CIDJRN) ET AU        *
002700*  FICHIER D ACTIVITE (GACJ) ; LE CHANGEMENT APPLIQUE PART A LA  *
002800*  FILE GEVT ET AU JOURNAL GJRN COMME UNE MODIFICATION GSOL010.  *
002900*  PROFIL EN FORMATION = COPIES F (CIDFICF, FFFFFGSF ...).       *
003000*  ------------------------------------------------------------  *
003100*  HISTORIQUE DES MODIFICATIONS                                  *
003200*  15/10/26  DA  CREATION                                        *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.
003700     IBM-370.
003800 OBJECT-COMPUTER.
003900     IBM-370.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200 DATA DIVISION.
004300 WORKING-STORAGE SECTION.
004400 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
004500 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
004600 01  W-ABSTIME                       PIC S9(15) COMP-3.
004700 01  W-DATE-JOUR                     PIC 9(08).
004800 01  W-EIBTIME                       PIC 9(07).
004900 COPY GSPFKEY.
005000 COPY FFFFFGA.
005100 COPY FFFFFGCI.
005200 COPY FFFFFGV.
005300 COPY FFFFFGWL.
005400 COPY FFFFFGSD.
005500 COPY FFFFFGW.
005600 COPY FFFFFGAC.
005700 COPY FFFFFGDC.
005800 COPY GSPHZ.
005900 COPY GSCRZ.
006000 01  W-OPERATEUR                     PIC X(08).
006100 01  W-FIC-CIDFIC                    PIC X(08) VALUE 'CIDFIC  '.
006200 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
006300 01  W-FIC-VERRFIC                   PIC X(08) VALUE 'VERRFIC '.
006400 01  W-FIC-WLSFIC                    PIC X(08) VALUE 'WLSFIC  '.
006500 01  W-FIC-SCDFIC                    PIC X(08) VALUE 'SCDFIC  '.
006600 01  W-FIC-WRKBSK                    PIC X(08) VALUE 'WRKBSK  '.
006700 01  W-FORMATION                     PIC X(01) VALUE 'N'.
006800 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
006900 01  W-FONCTION-DEMANDEE             PIC X(01).
007000 01  W-AUTORISE                      PIC X(01).
007100 01  W-EFFACER                       PIC X(01) VALUE 'N'.
007200 01  W-CID-LU                        PIC X(01).
007300 01  W-NOM-AVANT                     PIC X(30).
007400 01  W-IDNAT-AVANT                   PIC X(13).
007500 01  W-NOM-APRES                     PIC X(30).
007600 01  W-IDNAT-APRES                   PIC X(13).
007700 01  W-FILTRE-RETENU                 PIC X(01).
007800 01  W-FILTRE-NOUVELLE               PIC X(01).
007900 01  W-MOTIF-FILTRAGE                PIC X(30).
008000 01  W-IMAGE-CLAIRE                  PIC X(400).
008100 01  W-VIOLATION.
008200     05  VIO-DATE                    PIC 9(08).
008300     05  VIO-HEURE                   PIC 9(06).
008400     05  VIO-OPERATEUR               PIC X(08).
008500     05  VIO-FONCTION                PIC X(01).
008600     05  VIO-PROGRAMME               PIC X(08).
008700     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
008800     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
008900*    JOURNAL : APPROBATEUR, DECISION (V/R/C) ET DEMANDE
009000 01  W-ACTION.
009100     05  ACT-DATE                    PIC 9(08).
009200     05  ACT-HEURE                   PIC 9(06).
009300     05  ACT-OPERATEUR               PIC X(08).
009400     05  ACT-CODE                    PIC X(01).
009500     05  ACT-CID-CLE                 PIC X(14).
009600     05  ACT-FGS-CLE                 PIC X(15).
009700     05  ACT-ORIGINE                 PIC X(08).
009800     05  ACT-DEMANDEUR               PIC X(08).
009900     05  ACT-FORMATION               PIC X(01).
010000     05  FILLER                      PIC X(11) VALUE SPACES.
010100*    PROTOCOLE DE PARTAGE AVEC LE BATCH (MEME RESSOURCE QUE
010200*    GSOL010 ET GSEQ200)
010300 01  W-VER-ENREG.
010400     05  VER-CLE                     PIC X(15).
010500     05  VER-PHASE                   PIC X(01).
010600     05  FILLER                      PIC X(26).
010700 01  W-RESSOURCE.
010800     05  FILLER                      PIC X(08) VALUE 'FFFFFGS.'.
010900     05  W-RES-CLE                   PIC X(15).
011000 01  W-ENQ-POSE                      PIC X(01).
011100*    TRACE D IMAGE APRES POUR LA RECONSTITUTION (DESSIN DU
011200*    JOURNAL JRNFIC DE GSJR580)
011300 01  W-TRACE.
011400     05  TRC-DATE                    PIC 9(08).
011500     05  TRC-HEURE                   PIC 9(06).
011600     05  TRC-TYPE                    PIC X(01).
011700     05  TRC-EMETTEUR                PIC X(08).
011800     05  TRC-IMAGE                   PIC X(400).
011900     05  FILLER                      PIC X(07) VALUE SPACES.
012000*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
012100*    DECLAREE ICI, PAS EN COPY)
012200 01  GSCI83I.
012300     05  FILLER                      PIC X(12).
012400     05  M83-CLE-L                   PIC S9(04) COMP.
012500     05  M83-CLE-A                   PIC X(01).
012600     05  M83-CLE-I                   PIC X(14).
012700     05  M83-ETAT-L                  PIC S9(04) COMP.
012800     05  M83-ETAT-A                  PIC X(01).
012900     05  M83-ETAT-I                  PIC X(01).
013000     05  M83-FGSCLE-L                PIC S9(04) COMP.
013100     05  M83-FGSCLE-A                PIC X(01).
013200     05  M83-FGSCLE-I                PIC X(15).
013300     05  M83-ORIGINE-L               PIC S9(04) COMP.
013400     05  M83-ORIGINE-A               PIC X(01).
013500     05  M83-ORIGINE-I               PIC X(08).
013600     05  M83-OPER-L                  PIC S9(04) COMP.
013700     05  M83-OPER-A                  PIC X(01).
013800     05  M83-OPER-I                  PIC X(08).
013900     05  M83-NOMAV-L                 PIC S9(04) COMP.
014000     05  M83-NOMAV-A                 PIC X(01).
014100     05  M83-NOMAV-I                 PIC X(30).
014200     05  M83-IDAV-L                  PIC S9(04) COMP.
014300     05  M83-IDAV-A                  PIC X(01).
014400     05  M83-IDAV-I                  PIC X(13).
014500     05  M83-NOMAP-L                 PIC S9(04) COMP.
014600     05  M83-NOMAP-A                 PIC X(01).
014700     05  M83-NOMAP-I                 PIC X(30).
014800     05  M83-IDAP-L                  PIC S9(04) COMP.
014900     05  M83-IDAP-A                  PIC X(01).
015000     05  M83-IDAP-I                  PIC X(13).
015100     05  M83-APPRPAR-L               PIC S9(04) COMP.
015200     05  M83-APPRPAR-A               PIC X(01).
015300     05  M83-APPRPAR-I               PIC X(08).
015400     05  M83-MOTIF-L                 PIC S9(04) COMP.
015500     05  M83-MOTIF-A                 PIC X(01).
015600     05  M83-MOTIF-I                 PIC X(30).
015700     05  M83-MESS-L                  PIC S9(04) COMP.
015800     05  M83-MESS-A                  PIC X(01).
015900     05  M83-MESS-I                  PIC X(60).
016000 COPY FFFFFFGS.
016100 01  W-COMMAREA.
016200     05  CA-CLE                      PIC X(14).
016300 LINKAGE SECTION.
016400 01  DFHCOMMAREA                     PIC X(14).
016500 PROCEDURE DIVISION.
016600******************************************************************
016700*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
016800******************************************************************
016900 0000-MAINLINE.
017000     PERFORM 1050-AIGUILLER-FICHIERS THRU 1050-EXIT.
017100     IF EIBCALEN = ZERO
017200         MOVE 'O' TO W-EFFACER
017300         MOVE LOW-VALUE TO GSCI83I
017400         MOVE LOW-VALUE TO CA-CLE
017500         MOVE 'SAISIR LA DEMANDE (DATE + NUMERO) PUIS ENTREE'
017600           TO W-MESSAGE
017700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
017800         GO TO 0000-RETOUR.
017900     MOVE DFHCOMMAREA TO W-COMMAREA.
018000     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
018100     EVALUATE TRUE
018200         WHEN PFK3
018300             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
018400             END-EXEC
018500             EXEC CICS RETURN END-EXEC
018600         WHEN ENTER-KEY
018700             MOVE 'C' TO W-FONCTION-DEMANDEE
018800             PERFORM 3030-AUTORISER THRU 3030-EXIT
018900             IF W-AUTORISE = 'O'
019000                 PERFORM 2000-AFFICHER THRU 2000-EXIT
019100             END-IF
019200         WHEN PFK5
019300             MOVE 'P' TO W-FONCTION-DEMANDEE
019400             PERFORM 3030-AUTORISER THRU 3030-EXIT
019500             IF W-AUTORISE = 'O'
019600                 MOVE 'V' TO ACT-CODE
019700                 PERFORM 3000-DECIDER THRU 3000-EXIT
019800             END-IF
019900         WHEN PFK6
020000             MOVE 'P' TO W-FONCTION-DEMANDEE
020100             PERFORM 3030-AUTORISER THRU 3030-EXIT
020200             IF W-AUTORISE = 'O'
020300                 MOVE 'R' TO ACT-CODE
020400                 PERFORM 3000-DECIDER THRU 3000-EXIT
020500             END-IF
020600         WHEN OTHER
020700             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
020800             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
020900     END-EVALUATE.
021000 0000-RETOUR.
021100     EXEC CICS RETURN TRANSID ('GSJ1')
021200          COMMAREA (W-COMMAREA) LENGTH (14)
021300     END-EXEC.
021400 0000-EXIT.
021500     EXIT.
021600******************************************************************
021700*  1050-AIGUILLER-FICHIERS : PROFIL EN FORMATION = COPIES F      *
021800******************************************************************
021900 1050-AIGUILLER-FICHIERS.
022000     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
022100     MOVE W-OPERATEUR TO AUT-OPERATEUR.
022200     EXEC CICS READ FILE ('AUTFIC')
022300          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
022400          RESP (W-RESP)
022500     END-EXEC.
022600     IF W-RESP = DFHRESP(NORMAL)
022700         MOVE 'O' TO W-PROFIL-LU
022800         IF AUT-EN-FORMATION
022900             MOVE 'O'        TO W-FORMATION
023000             MOVE 'CIDFICF ' TO W-FIC-CIDFIC
023100             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
023200             MOVE 'VERRFICF' TO W-FIC-VERRFIC
023300             MOVE 'WLSFICF ' TO W-FIC-WLSFIC
023400             MOVE 'SCDFICF ' TO W-FIC-SCDFIC
023500             MOVE 'WRKBSKF ' TO W-FIC-WRKBSK
023600         END-IF
023700     ELSE
023800         MOVE 'N' TO W-PROFIL-LU.
023900 1050-EXIT.
024000     EXIT.
024100******************************************************************
024200*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
024300******************************************************************
024400 1100-RECEVOIR-PFKEY.
024500     EXEC CICS RECEIVE MAP ('GSCI83') MAPSET ('GSCI83M')
024600          INTO (GSCI83I) RESP (W-RESP)
024700     END-EXEC.
024800     EVALUATE EIBAID
024900         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
025000         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
025100         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
025200         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
025300         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
025400     END-EVALUATE.
025500 1100-EXIT.
025600     EXIT.
025700******************************************************************
025800*  3030-AUTORISER : C AFFICHE, P DECIDE - LA DEMANDE AFFICHEE    *
025900*  RESTE DANS LE PERIMETRE D ENTITE - REFUS AU JOURNAL GAUJ      *
026000******************************************************************
026100 3030-AUTORISER.
026200     MOVE 'N' TO W-AUTORISE.
026300     IF W-PROFIL-LU = 'O'
026400         EVALUATE W-FONCTION-DEMANDEE
026500             WHEN 'C' MOVE AUT-CONSULTATION   TO W-AUTORISE
026600             WHEN 'P' MOVE AUT-APPROBATION    TO W-AUTORISE
026700         END-EVALUATE
026800         IF W-AUTORISE = 'O'
026900          AND W-FONCTION-DEMANDEE NOT = 'C'
027000          AND AUT-ENTITE NOT = SPACES
027100          AND CA-CLE NOT = LOW-VALUE
027200             PERFORM 2100-LIRE-DEMANDE THRU 2100-EXIT
027300             IF W-CID-LU = 'O'
027400              AND CID-ENTITE NOT = AUT-ENTITE
027500                 MOVE 'N' TO W-AUTORISE
027600             END-IF
027700         END-IF
027800     END-IF.
027900     IF W-AUTORISE NOT = 'O'
028000         PERFORM 3035-REFUSER THRU 3035-EXIT.
028100 3030-EXIT.
028200     EXIT.
028300******************************************************************
028400*  3035-REFUSER : FONCTION OU PERIMETRE REFUSE - VIOLATION A LA  *
028500*  FILE GAUJ ET MESSAGE A L OPERATEUR                            *
028600******************************************************************
028700 3035-REFUSER.
028800     MOVE 'N' TO W-AUTORISE.
028900     MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
029000       TO W-MESSAGE.
029100     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
029200     MOVE W-DATE-JOUR         TO VIO-DATE.
029300     MOVE W-EIBTIME (2:6)     TO VIO-HEURE.
029400     MOVE W-OPERATEUR         TO VIO-OPERATEUR.
029500     MOVE W-FONCTION-DEMANDEE TO VIO-FONCTION.
029600     MOVE 'GSCI831 '          TO VIO-PROGRAMME.
029700     EXEC CICS WRITEQ TD QUEUE ('GAUJ')
029800          FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
029900     END-EXEC.
030000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
030100 3035-EXIT.
030200     EXIT.
030300******************************************************************
030400*  2000-AFFICHER : DEMANDE DE LA CLE SAISIE - LE NOM ET L ID-NAT *
030500*  NE SONT DECODES QUE DANS LE PERIMETRE D ENTITE DE L OPERATEUR *
030600******************************************************************
030700 2000-AFFICHER.
030800     IF M83-CLE-I = SPACES OR LOW-VALUE
030900         MOVE 'CLE DE DEMANDE OBLIGATOIRE' TO W-MESSAGE
031000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031100         GO TO 2000-EXIT.
031200     MOVE M83-CLE-I TO CA-CLE.
031300     PERFORM 2100-LIRE-DEMANDE THRU 2100-EXIT.
031400     IF W-CID-LU NOT = 'O'
031500         MOVE 'DEMANDE ABSENTE DU FICHIER CIDFIC' TO W-MESSAGE
031600         MOVE LOW-VALUE TO CA-CLE
031700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
031800         GO TO 2000-EXIT.
031900     IF AUT-ENTITE NOT = SPACES
032000      AND CID-ENTITE NOT = AUT-ENTITE
032100         MOVE LOW-VALUE TO CA-CLE
032200         PERFORM 3035-REFUSER THRU 3035-EXIT
032300         GO TO 2000-EXIT.
032400     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
032500     IF CID-EN-ATTENTE
032600         MOVE 'PF5 = VALIDER - MOTIF PUIS PF6 = REJETER'
032700           TO W-MESSAGE
032800     ELSE
032900         MOVE SPACES TO W-MESSAGE
033000         STRING 'DEMANDE DEJA DECIDEE - ETAT ' CID-ETAT
033100             DELIMITED SIZE INTO W-MESSAGE
033200         END-STRING.
033300     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
033400 2000-EXIT.
033500     EXIT.
033600******************************************************************
033700*  2100-LIRE-DEMANDE : DEMANDE DE LA ZONE DE COMMUNICATION       *
033800*  (SANS VERROU)                                                 *
033900******************************************************************
034000 2100-LIRE-DEMANDE.
034100     MOVE 'N' TO W-CID-LU.
034200     MOVE CA-CLE TO CID-CLE.
034300     EXEC CICS READ FILE (W-FIC-CIDFIC)
034400          INTO (CID-ENREG) RIDFLD (CID-CLE)
034500          RESP (W-RESP)
034600     END-EXEC.
034700     IF W-RESP = DFHRESP(NORMAL)
034800         MOVE 'O' TO W-CID-LU.
034900 2100-EXIT.
035000     EXIT.
035100******************************************************************
035200*  2500-GARNIR-ECRAN : ZONES DE LA DEMANDE - AVANT ET APRES      *
035300*  DECODES (2600), DIVULGATION TRACEE A LA FILE GDSJ             *
035400******************************************************************
035500 2500-GARNIR-ECRAN.
035600     MOVE CA-CLE          TO M83-CLE-I.
035700     MOVE CID-ETAT        TO M83-ETAT-I.
035800     MOVE CID-FGS-CLE     TO M83-FGSCLE-I.
035900     MOVE CID-ORIGINE     TO M83-ORIGINE-I.
036000     MOVE CID-OPERATEUR   TO M83-OPER-I.
036100     MOVE CID-APPROBATEUR TO M83-APPRPAR-I.
036200     PERFORM 2600-DECODER THRU 2600-EXIT.
036300     MOVE W-NOM-AVANT     TO M83-NOMAV-I.
036400     MOVE W-IDNAT-AVANT   TO M83-IDAV-I.
036500     MOVE W-NOM-APRES     TO M83-NOMAP-I.
036600     MOVE W-IDNAT-APRES   TO M83-IDAP-I.
036700     IF NOT CID-EN-ATTENTE
036800         MOVE CID-MOTIF   TO M83-MOTIF-I.
036900     MOVE SPACES          TO DSC-ENREG.
037000     MOVE 'A'             TO DSC-NATURE.
037100     MOVE CID-CLE         TO DSC-REFERENCE.
037200     PERFORM 8420-TRACER-DIVULGATION THRU 8420-EXIT.
037300 2500-EXIT.
037400     EXIT.
037500******************************************************************
037600*  2600-DECODER : IMAGES AVANT ET APRES DE LA DEMANDE EN CLAIR   *
037700*  (GSCR390, VERSION DE CODAGE DE LA DEMANDE)                    *
037800******************************************************************
037900 2600-DECODER.
038000     MOVE 'D'             TO CRZ-FONCTION.
038100     MOVE CID-VERSION-CLE TO CRZ-VERSION.
038200     MOVE CID-NOM-AVANT   TO CRZ-NOM.
038300     MOVE CID-IDNAT-AVANT TO CRZ-ID-NAT.
038400     CALL 'GSCR390' USING CRZ-ZONE.
038500     MOVE CRZ-NOM         TO W-NOM-AVANT.
038600     MOVE CRZ-ID-NAT      TO W-IDNAT-AVANT.
038700     MOVE 'D'             TO CRZ-FONCTION.
038800     MOVE CID-VERSION-CLE TO CRZ-VERSION.
038900     MOVE CID-NOM-APRES   TO CRZ-NOM.
039000     MOVE CID-IDNAT-APRES TO CRZ-ID-NAT.
039100     CALL 'GSCR390' USING CRZ-ZONE.
039200     MOVE CRZ-NOM         TO W-NOM-APRES.
039300     MOVE CRZ-ID-NAT      TO W-IDNAT-APRES.
039400 2600-EXIT.
039500     EXIT.
039600******************************************************************
039700*  3000-DECIDER : VALIDATION (ACT-CODE V) OU REJET (R) D UNE     *
039800*  DEMANDE EN ATTENTE - QUATRE YEUX : PAS L OPERATEUR QUI L A    *
039900*  SAISIE. LA VALIDATION PEUT FINIR CADUQUE (C) OU RESTER EN     *
040000*  ATTENTE (FILTRAGE, PARTAGE AVEC LE BATCH)                     *
040100******************************************************************
040200 3000-DECIDER.
040300     IF CA-CLE = LOW-VALUE
040400         MOVE 'AFFICHER D ABORD UNE DEMANDE' TO W-MESSAGE
040500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
040600         GO TO 3000-EXIT.
040700     IF ACT-CODE = 'R'
040800      AND (M83-MOTIF-I = SPACES OR LOW-VALUE)
040900         MOVE 'MOTIF DU REJET OBLIGATOIRE' TO W-MESSAGE
041000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
041100         GO TO 3000-EXIT.
041200     PERFORM 7000-LIRE-POUR-MAJ THRU 7000-EXIT.
041300     IF W-MESSAGE NOT = SPACES
041400         GO TO 3000-EXIT.
041500     IF NOT CID-EN-ATTENTE
041600         PERFORM 7100-ETAT-REFUSE THRU 7100-EXIT
041700         GO TO 3000-EXIT.
041800     IF W-OPERATEUR = CID-OPERATEUR
041900         EXEC CICS UNLOCK FILE (W-FIC-CIDFIC) RESP (W-RESP)
042000         END-EXEC
042100         MOVE 'DECISION PAR L OPERATEUR DE LA DEMANDE REFUSEE'
042200           TO W-MESSAGE
042300         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
042400         GO TO 3000-EXIT.
042500     IF ACT-CODE = 'R'
042600         MOVE M83-MOTIF-I TO CID-MOTIF
042700     ELSE
042800         MOVE SPACES      TO CID-MOTIF
042900         PERFORM 4000-APPLIQUER THRU 4000-EXIT
043000         IF W-MESSAGE NOT = SPACES
043100             EXEC CICS UNLOCK FILE (W-FIC-CIDFIC) RESP (W-RESP)
043200             END-EXEC
043300             PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT
043400             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
043500             GO TO 3000-EXIT
043600         END-IF
043700     END-IF.
043800     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
043900     MOVE ACT-CODE        TO CID-ETAT.
044000     MOVE W-OPERATEUR     TO CID-APPROBATEUR.
044100     MOVE W-DATE-JOUR     TO CID-DATE-DECISION.
044200     MOVE W-EIBTIME (2:6) TO CID-HEURE-DECISION.
044300     PERFORM 7200-REECRIRE THRU 7200-EXIT.
044400     IF W-MESSAGE NOT = SPACES
044500         GO TO 3000-EXIT.
044600     EVALUATE ACT-CODE
044700         WHEN 'V'
044800             MOVE 'CHANGEMENT VALIDE - APPLIQUE AU MAITRE'
044900               TO W-MESSAGE
045000         WHEN 'C'
045100             MOVE 'MAITRE MODIFIE DEPUIS LA DEMANDE - CADUQUE'
045200               TO W-MESSAGE
045300         WHEN OTHER
045400             MOVE 'CHANGEMENT REJETE - EDITE PAR GSCI830'
045500               TO W-MESSAGE
045600     END-EVALUATE.
045700     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
045800     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
045900 3000-EXIT.
046000     EXIT.
046100******************************************************************
046200*  4000-APPLIQUER : LE MAITRE EST RELU VERROUILLE SOUS LE        *
046300*  PROTOCOLE DE PARTAGE. IMAGE AVANT DIFFERENTE = DEMANDE        *
046400*  CADUQUE (ACT-CODE C) ; SINON LE NOUVEAU NOM PASSE AU          *
046500*  FILTRAGE PUIS LE MAITRE EST REECRIT ENCODE. TOUT EMPECHEMENT  *
046600*  LAISSE LA DEMANDE EN ATTENTE (W-MESSAGE)                      *
046700******************************************************************
046800 4000-APPLIQUER.
046900     PERFORM 2600-DECODER THRU 2600-EXIT.
047000     MOVE CID-FGS-CLE TO W-RES-CLE.
047100     PERFORM 4050-VERROU-PARTAGE THRU 4050-EXIT.
047200     IF W-MESSAGE NOT = SPACES
047300         GO TO 4000-EXIT.
047400     MOVE CID-FGS-CLE TO FFFFFGS-CLE.
047500     EXEC CICS READ FILE (W-FIC-FFFFFGS)
047600          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
047700          UPDATE RESP (W-RESP)
047800     END-EXEC.
047900     IF W-RESP = DFHRESP(NOTFND)
048000         PERFORM 4060-LIBERER-PARTAGE THRU 4060-EXIT
048100         MOVE 'C' TO ACT-CODE
048200         MOVE 'CLE ABSENTE DU MAITRE' TO CID-MOTIF
048300         GO TO 4000-EXIT.
048400     IF W-RESP NOT = DFHRESP(NORMAL)
048500         PERFORM 4060-LIBERER-PARTAGE THRU 4060-EXIT
048600         MOVE 'INCIDENT FICHIER FFFFFGS - LECTURE' TO W-MESSAGE
048700         GO TO 4000-EXIT.
048800     MOVE 'D'                 TO CRZ-FONCTION.
048900     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
049000     MOVE FFFFFGS-NOM         TO CRZ-NOM.
049100     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
049200     CALL 'GSCR390' USING CRZ-ZONE.
049300     IF CRZ-NOM NOT = W-NOM-AVANT
049400      OR CRZ-ID-NAT NOT = W-IDNAT-AVANT
049500         EXEC CICS UNLOCK FILE (W-FIC-FFFFFGS) RESP (W-RESP)
049600         END-EXEC
049700         PERFORM 4060-LIBERER-PARTAGE THRU 4060-EXIT
049800         MOVE 'C' TO ACT-CODE
049900         MOVE 'MAITRE MODIFIE DEPUIS LA DEMANDE' TO CID-MOTIF
050000         GO TO 4000-EXIT.
050100     MOVE CRZ-NOM             TO FFFFFGS-NOM.
050200     MOVE CRZ-ID-NAT          TO FFFFFGS-ID-NAT.
050300     IF W-NOM-APRES NOT = W-NOM-AVANT
050400         PERFORM 4100-FILTRER THRU 4100-EXIT
050500         IF W-MESSAGE = SPACES AND W-FILTRE-RETENU = 'O'
050600             MOVE 'NOM RETENU AU FILTRAGE - ALERTE A LEVER'
050700               TO W-MESSAGE
050800             IF W-FILTRE-NOUVELLE = 'O'
050900                 PERFORM 4300-POSER-CORBEILLE THRU 4300-EXIT
051000             END-IF
051100         END-IF
051200         IF W-MESSAGE NOT = SPACES
051300             EXEC CICS UNLOCK FILE (W-FIC-FFFFFGS) RESP (W-RESP)
051400             END-EXEC
051500             PERFORM 4060-LIBERER-PARTAGE THRU 4060-EXIT
051600             GO TO 4000-EXIT
051700         END-IF
051800     END-IF.
051900     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
052000     MOVE W-NOM-APRES         TO FFFFFGS-NOM PHZ-NOM.
052100     MOVE W-IDNAT-APRES       TO FFFFFGS-ID-NAT.
052200     MOVE W-DATE-JOUR         TO FFFFFGS-DATE-MAJ.
052300     CALL 'GSPH520' USING PHZ-ZONE.
052400     MOVE PHZ-CLE             TO FFFFFGS-CLE-PHONETIQUE.
052500     MOVE FFFFFGS-ENREG       TO W-IMAGE-CLAIRE.
052600     MOVE 'C'                 TO CRZ-FONCTION.
052700     MOVE FFFFFGS-NOM         TO CRZ-NOM.
052800     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
052900     CALL 'GSCR390' USING CRZ-ZONE.
053000     MOVE CRZ-NOM             TO FFFFFGS-NOM.
053100     MOVE CRZ-ID-NAT          TO FFFFFGS-ID-NAT.
053200     MOVE CRZ-VERSION         TO FFFFFGS-VERSION-CLE.
053300     EXEC CICS REWRITE FILE (W-FIC-FFFFFGS)
053400          FROM (FFFFFGS-ENREG) RESP (W-RESP)
053500     END-EXEC.
053600     PERFORM 4060-LIBERER-PARTAGE THRU 4060-EXIT.
053700     IF W-RESP NOT = DFHRESP(NORMAL)
053800         MOVE 'INCIDENT FICHIER FFFFFGS - REECRITURE' TO W-MESSAGE
053900         GO TO 4000-EXIT.
054000     PERFORM 8300-PUBLIER THRU 8300-EXIT.
054100     PERFORM 8350-JOURNALISER THRU 8350-EXIT.
054200     MOVE SPACES         TO ACV-ENREG.
054300     MOVE 'NOMS'         TO ACV-DOMAINE.
054400     MOVE 'N'            TO ACV-FONCTION.
054500     MOVE FFFFFGS-CLE    TO ACV-CLE.
054600     MOVE FFFFFGS-CLE    TO ACV-FGS-CLE.
054700     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
054800 4000-EXIT.
054900     EXIT.
055000******************************************************************
055100*  4050-VERROU-PARTAGE : MEME PROTOCOLE QUE GSOL010 - EN PHASE M *
055200*  OU SUR UN ENREGISTREMENT TENU, LA VALIDATION ATTEND           *
055300******************************************************************
055400 4050-VERROU-PARTAGE.
055500     MOVE 'N' TO W-ENQ-POSE.
055600     MOVE 'PHASE' TO VER-CLE.
055700     EXEC CICS READ FILE (W-FIC-VERRFIC)
055800          INTO (W-VER-ENREG) RIDFLD (VER-CLE) RESP (W-RESP)
055900     END-EXEC.
056000     IF W-RESP = DFHRESP(NORMAL) AND VER-PHASE = 'M'
056100         MOVE 'PHASE BATCH EN COURS - VALIDER PLUS TARD'
056200           TO W-MESSAGE
056300         GO TO 4050-EXIT.
056400     MOVE W-RES-CLE TO VER-CLE.
056500     EXEC CICS READ FILE (W-FIC-VERRFIC)
056600          INTO (W-VER-ENREG) RIDFLD (VER-CLE) RESP (W-RESP)
056700     END-EXEC.
056800     IF W-RESP = DFHRESP(NORMAL)
056900         MOVE 'ENREGISTREMENT TENU PAR LE BATCH (VERRFIC)'
057000           TO W-MESSAGE
057100         GO TO 4050-EXIT.
057200     EXEC CICS ENQ RESOURCE (W-RESSOURCE) LENGTH (23)
057300          NOSUSPEND RESP (W-RESP)
057400     END-EXEC.
057500     IF W-RESP NOT = DFHRESP(NORMAL)
057600         MOVE 'ENREGISTREMENT TENU PAR UN AUTRE TRAVAIL'
057700           TO W-MESSAGE
057800     ELSE
057900         MOVE 'O' TO W-ENQ-POSE.
058000 4050-EXIT.
058100     EXIT.
058200******************************************************************
058300*  4060-LIBERER-PARTAGE : RETRAIT DE L ENQ                       *
058400******************************************************************
058500 4060-LIBERER-PARTAGE.
058600     IF W-ENQ-POSE = 'O'
058700         EXEC CICS DEQ RESOURCE (W-RESSOURCE) LENGTH (23)
058800              RESP (W-RESP)
058900         END-EXEC
059000         MOVE 'N' TO W-ENQ-POSE.
059100 4060-EXIT.
059200     EXIT.
059300******************************************************************
059400*  4100-FILTRER : LE NOUVEAU NOM EST CONFRONTE A LA LISTE DE     *
059500*  SURVEILLANCE WLSFIC SOUS SA CLE SONORE (GSPH520) - MEME       *
059600*  REGLE QUE GSOL010 ET LE MODULE BATCH GSSC741. LISTE           *
059700*  ILLISIBLE = VALIDATION SUSPENDUE (W-MESSAGE)                  *
059800******************************************************************
059900 4100-FILTRER.
060000     MOVE SPACES TO W-MOTIF-FILTRAGE.
060100     MOVE 'N' TO W-FILTRE-RETENU W-FILTRE-NOUVELLE.
060200     MOVE W-NOM-APRES TO PHZ-NOM.
060300     CALL 'GSPH520' USING PHZ-ZONE.
060400     IF PHZ-NOM-VIDE
060500         GO TO 4100-EXIT.
060600     MOVE PHZ-CLE    TO WLS-PHONETIQUE.
060700     MOVE LOW-VALUES TO WLS-REFERENCE.
060800     EXEC CICS STARTBR FILE (W-FIC-WLSFIC)
060900          RIDFLD (WLS-CLE) GTEQ RESP (W-RESP)
061000     END-EXEC.
061100     IF W-RESP = DFHRESP(NOTFND)
061200         GO TO 4100-EXIT.
061300     IF W-RESP NOT = DFHRESP(NORMAL)
061400         MOVE 'FILTRAGE INDISPONIBLE - VALIDATION SUSPENDUE'
061500           TO W-MESSAGE
061600         GO TO 4100-EXIT.
061700 4100-LIRE.
061800     EXEC CICS READNEXT FILE (W-FIC-WLSFIC)
061900          INTO (WLS-ENREG) RIDFLD (WLS-CLE) RESP (W-RESP)
062000     END-EXEC.
062100     IF W-RESP = DFHRESP(ENDFILE)
062200         GO TO 4100-FIN.
062300     IF W-RESP NOT = DFHRESP(NORMAL)
062400         MOVE 'FILTRAGE INDISPONIBLE - VALIDATION SUSPENDUE'
062500           TO W-MESSAGE
062600         GO TO 4100-FIN.
062700     IF WLS-PHONETIQUE NOT = PHZ-CLE
062800         GO TO 4100-FIN.
062900     PERFORM 4200-ALERTE THRU 4200-EXIT.
063000     IF W-MESSAGE = SPACES
063100         GO TO 4100-LIRE.
063200 4100-FIN.
063300     EXEC CICS ENDBR FILE (W-FIC-WLSFIC) RESP (W-RESP)
063400     END-EXEC.
063500 4100-EXIT.
063600     EXIT.
063700******************************************************************
063800*  4200-ALERTE : SORT DE L ALERTE POUR LA CLE - LEVEE = IGNOREE, *
063900*  EN ATTENTE OU CONFIRMEE = RETENU, ABSENTE = ALERTE NOUVELLE   *
064000*  POSEE EN ATTENTE (E)                                          *
064100******************************************************************
064200 4200-ALERTE.
064300     MOVE CID-FGS-CLE   TO SCD-FGS-CLE.
064400     MOVE WLS-REFERENCE TO SCD-REFERENCE.
064500     EXEC CICS READ FILE (W-FIC-SCDFIC)
064600          INTO (SCD-ENREG) RIDFLD (SCD-CLE) RESP (W-RESP)
064700     END-EXEC.
064800     IF W-RESP = DFHRESP(NORMAL) AND SCD-LEVEE
064900         GO TO 4200-EXIT.
065000     IF W-RESP = DFHRESP(NORMAL)
065100         GO TO 4200-RETENIR.
065200     IF W-RESP NOT = DFHRESP(NOTFND)
065300         MOVE 'FILTRAGE INDISPONIBLE - VALIDATION SUSPENDUE'
065400           TO W-MESSAGE
065500         GO TO 4200-EXIT.
065600     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
065700     MOVE SPACES        TO SCD-ENREG.
065800     MOVE CID-FGS-CLE   TO SCD-FGS-CLE.
065900     MOVE WLS-REFERENCE TO SCD-REFERENCE.
066000     MOVE WLS-LISTE     TO SCD-LISTE.
066100     MOVE WLS-NOM       TO SCD-NOM-LISTE.
066200     MOVE 'E'           TO SCD-ETAT.
066300     MOVE 'GSCI831 '    TO SCD-ORIGINE.
066400     MOVE W-DATE-JOUR   TO SCD-DATE-DETECTION.
066500     MOVE ZERO          TO SCD-DATE-DECISION SCD-HEURE-DECISION.
066600     EXEC CICS WRITE FILE (W-FIC-SCDFIC)
066700          FROM (SCD-ENREG) RIDFLD (SCD-CLE) RESP (W-RESP)
066800     END-EXEC.
066900     IF W-RESP = DFHRESP(DUPREC)
067000         GO TO 4200-RETENIR.
067100     IF W-RESP NOT = DFHRESP(NORMAL)
067200         MOVE 'FILTRAGE INDISPONIBLE - VALIDATION SUSPENDUE'
067300           TO W-MESSAGE
067400         GO TO 4200-EXIT.
067500*    L ALERTE NOUVELLE DONNE SON MOTIF A L ELEMENT DE CORBEILLE
067600     MOVE 'O' TO W-FILTRE-NOUVELLE.
067700     MOVE SPACES TO W-MOTIF-FILTRAGE.
067800 4200-RETENIR.
067900     MOVE 'O' TO W-FILTRE-RETENU.
068000     IF W-MOTIF-FILTRAGE = SPACES
068100         STRING 'FILTRAGE ' WLS-LISTE ' ' WLS-REFERENCE
068200             DELIMITED SIZE INTO W-MOTIF-FILTRAGE
068300         END-STRING.
068400 4200-EXIT.
068500     EXIT.
068600******************************************************************
068700*  4300-POSER-CORBEILLE : ELEMENT DE LA FILE CONFORM (TYPE SANC),*
068800*  MEME DESSIN QUE GSWB080 - L ORDRE PART DE L HEURE ET AVANCE   *
068900*  JUSQU A UNE CLE LIBRE                                         *
069000******************************************************************
069100 4300-POSER-CORBEILLE.
069200     MOVE SPACES           TO WRK-ENREG.
069300     MOVE 'CONFORM '       TO WRK-FILE.
069400     MOVE W-DATE-JOUR      TO WRK-DATE.
069500     MOVE EIBTIME          TO W-EIBTIME.
069600     MOVE W-EIBTIME (2:6)  TO WRK-SEQ.
069700     MOVE 'O'              TO WRK-ETAT.
069800     MOVE 'SANC'           TO WRK-TYPE-EXC.
069900     MOVE CID-FGS-CLE      TO WRK-FGS-CLE.
070000     MOVE W-MOTIF-FILTRAGE TO WRK-MOTIF.
070100     MOVE ZERO             TO WRK-DATE-DISPO.
070200     MOVE 'GSCI831 '       TO WRK-PROGRAMME.
070300 4300-ECRIRE.
070400     ADD 1 TO WRK-SEQ.
070500     EXEC CICS WRITE FILE (W-FIC-WRKBSK)
070600          FROM (WRK-ENREG) RIDFLD (WRK-CLE) RESP (W-RESP)
070700     END-EXEC.
070800     IF W-RESP = DFHRESP(DUPREC) AND WRK-SEQ LESS 999999
070900         GO TO 4300-ECRIRE.
071000     IF W-RESP NOT = DFHRESP(NORMAL)
071100         MOVE 'RETENU AU FILTRAGE - CORBEILLE CONFORM EN INCIDENT'
071200           TO W-MESSAGE.
071300 4300-EXIT.
071400     EXIT.
071500******************************************************************
071600*  7000-LIRE-POUR-MAJ : RELECTURE VERROUILLEE DE LA DEMANDE -    *
071700*  W-MESSAGE POSE (ET ECRAN ENVOYE) SI INTROUVABLE               *
071800******************************************************************
071900 7000-LIRE-POUR-MAJ.
072000     MOVE SPACES TO W-MESSAGE.
072100     MOVE CA-CLE TO CID-CLE.
072200     EXEC CICS READ FILE (W-FIC-CIDFIC)
072300          INTO (CID-ENREG) RIDFLD (CID-CLE)
072400          UPDATE RESP (W-RESP)
072500     END-EXEC.
072600     IF W-RESP NOT = DFHRESP(NORMAL)
072700         MOVE 'DEMANDE ABSENTE DU FICHIER CIDFIC' TO W-MESSAGE
072800         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
072900 7000-EXIT.
073000     EXIT.
073100******************************************************************
073200*  7100-ETAT-REFUSE : LA DEMANDE N EST PLUS EN ATTENTE           *
073300******************************************************************
073400 7100-ETAT-REFUSE.
073500     EXEC CICS UNLOCK FILE (W-FIC-CIDFIC) RESP (W-RESP)
073600     END-EXEC.
073700     MOVE SPACES TO W-MESSAGE.
073800     STRING 'ACTION IMPOSSIBLE A L ETAT ' CID-ETAT
073900         DELIMITED SIZE INTO W-MESSAGE
074000     END-STRING.
074100     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
074200     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
074300 7100-EXIT.
074400     EXIT.
074500******************************************************************
074600*  7200-REECRIRE : REECRITURE PUIS JOURNAL GCIJ ET ACTIVITE      *
074700*  (DOMAINE IDEN, SOLDE D - ACV-DETAIL = ETAT FINAL)             *
074800******************************************************************
074900 7200-REECRIRE.
075000     MOVE SPACES TO W-MESSAGE.
075100     EXEC CICS REWRITE FILE (W-FIC-CIDFIC)
075200          FROM (CID-ENREG) RESP (W-RESP)
075300     END-EXEC.
075400     IF W-RESP NOT = DFHRESP(NORMAL)
075500         MOVE 'INCIDENT FICHIER CIDFIC - REECRITURE' TO W-MESSAGE
075600         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
075700         GO TO 7200-EXIT.
075800     PERFORM 8100-JOURNALISER THRU 8100-EXIT.
075900     MOVE SPACES         TO ACV-ENREG.
076000     MOVE 'IDEN'         TO ACV-DOMAINE.
076100     MOVE 'D'            TO ACV-FONCTION.
076200     MOVE CID-ETAT       TO ACV-DETAIL.
076300     MOVE CID-CLE        TO ACV-CLE.
076400     MOVE CID-FGS-CLE    TO ACV-FGS-CLE.
076500     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
076600 7200-EXIT.
076700     EXIT.
076800******************************************************************
076900*  8100-JOURNALISER : LA DECISION AU JOURNAL GCIJ                *
077000******************************************************************
077100 8100-JOURNALISER.
077200     MOVE W-DATE-JOUR     TO ACT-DATE.
077300     MOVE W-EIBTIME (2:6) TO ACT-HEURE.
077400     MOVE W-OPERATEUR     TO ACT-OPERATEUR.
077500     MOVE CID-ETAT        TO ACT-CODE.
077600     MOVE CID-CLE         TO ACT-CID-CLE.
077700     MOVE CID-FGS-CLE     TO ACT-FGS-CLE.
077800     MOVE CID-ORIGINE     TO ACT-ORIGINE.
077900     MOVE CID-OPERATEUR   TO ACT-DEMANDEUR.
078000     MOVE W-FORMATION     TO ACT-FORMATION.
078100     EXEC CICS WRITEQ TD QUEUE ('GCIJ')
078200          FROM (W-ACTION) LENGTH (80) RESP (W-RESP)
078300     END-EXEC.
078400 8100-EXIT.
078500     EXIT.
078600******************************************************************
078700*  8200-DATE-HEURE : DATE DU JOUR ET HEURE DE LA TACHE           *
078800******************************************************************
078900 8200-DATE-HEURE.
079000     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
079100     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
079200          YYYYMMDD (W-DATE-JOUR)
079300     END-EXEC.
079400     MOVE EIBTIME TO W-EIBTIME.
079500 8200-EXIT.
079600     EXIT.
079700******************************************************************
079800*  8300-PUBLIER : EVENEMENT M VERS LA FILE TD GEVT (GEVF EN      *
079900*  FORMATION) - IMAGE EN CLAIR, MEME CONVENTION QUE GSOL010      *
080000******************************************************************
080100 8300-PUBLIER.
080200     MOVE 'M'            TO EVT-TYPE.
080300     MOVE FFFFFGS-CLE    TO EVT-CLE.
080400     MOVE W-DATE-JOUR    TO EVT-DATE.
080500     MOVE ZERO           TO EVT-HEURE.
080600     MOVE 'GSCI831 '     TO EVT-EMETTEUR.
080700     MOVE W-IMAGE-CLAIRE TO EVT-IMAGE.
080800     IF W-FORMATION = 'O'
080900         EXEC CICS WRITEQ TD QUEUE ('GEVF')
081000              FROM (EVT-ENREG) LENGTH (442) RESP (W-RESP)
081100         END-EXEC
081200     ELSE
081300         EXEC CICS WRITEQ TD QUEUE ('GEVT')
081400              FROM (EVT-ENREG) LENGTH (442) RESP (W-RESP)
081500         END-EXEC.
081600 8300-EXIT.
081700     EXIT.
081800******************************************************************
081900*  8350-JOURNALISER : L IMAGE AU REPOS A LA FILE TD GJRN (GJRF   *
082000*  EN FORMATION) - MEME DESSIN QUE LE JOURNAL JRNFIC DE GSJR580  *
082100******************************************************************
082200 8350-JOURNALISER.
082300     MOVE W-DATE-JOUR     TO TRC-DATE.
082400     MOVE W-EIBTIME (2:6) TO TRC-HEURE.
082500     MOVE 'M'             TO TRC-TYPE.
082600     MOVE 'GSCI831 '      TO TRC-EMETTEUR.
082700     MOVE FFFFFGS-ENREG   TO TRC-IMAGE.
082800     IF W-FORMATION = 'O'
082900         EXEC CICS WRITEQ TD QUEUE ('GJRF')
083000              FROM (W-TRACE) LENGTH (430) RESP (W-RESP)
083100         END-EXEC
083200     ELSE
083300         EXEC CICS WRITEQ TD QUEUE ('GJRN')
083400              FROM (W-TRACE) LENGTH (430) RESP (W-RESP)
083500         END-EXEC.
083600 8350-EXIT.
083700     EXIT.
083800******************************************************************
083900*  8400-TRACER-ACTIVITE : OPERATEUR, FONCTION ET CLE (GARNIS     *
084000*  PAR L APPELANT) AU FICHIER D ACTIVITE COMMUN (FILE TD GACJ -  *
084100*  DD ACTJRN) POUR LA SURVEILLANCE DES OPERATEURS (GSAC790)      *
084200******************************************************************
084300 8400-TRACER-ACTIVITE.
084400     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
084500     MOVE W-DATE-JOUR         TO ACV-DATE.
084600     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
084700     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
084800     MOVE 'GSCI831 '          TO ACV-PROGRAMME.
084900     MOVE W-FORMATION         TO ACV-FORMATION.
085000     EXEC CICS WRITEQ TD QUEUE ('GACJ')
085100          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
085200     END-EXEC.
085300 8400-EXIT.
085400     EXIT.
085500******************************************************************
085600*  8420-TRACER-DIVULGATION : LE NOM ET L ID-NAT DECODES PAR      *
085700*  GSCR390 SONT MONTRES A L APPROBATEUR - LA DIVULGATION PART    *
085800*  AU JOURNAL (FILE TD GDSJ - DD DSCJRN) ; NATURE ET REFERENCE   *
085900*  GARNIES PAR L APPELANT                                        *
086000******************************************************************
086100 8420-TRACER-DIVULGATION.
086200     PERFORM 8200-DATE-HEURE THRU 8200-EXIT.
086300     MOVE W-DATE-JOUR         TO DSC-DATE.
086400     MOVE W-EIBTIME (2:6)     TO DSC-HEURE.
086500     MOVE W-OPERATEUR         TO DSC-IDENTITE.
086600     MOVE 'ECRN'              TO DSC-CANAL.
086700     MOVE 'GSCI831 '          TO DSC-PROGRAMME.
086800     MOVE CID-FGS-CLE         TO DSC-FGS-CLE.
086900     MOVE W-FORMATION         TO DSC-FORMATION.
087000     EXEC CICS WRITEQ TD QUEUE ('GDSJ')
087100          FROM (DSC-ENREG) LENGTH (80) RESP (W-RESP)
087200     END-EXEC.
087300 8420-EXIT.
087400     EXIT.
087500******************************************************************
087600*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
087700******************************************************************
087800 8000-ENVOYER-ECRAN.
087900     MOVE W-MESSAGE TO M83-MESS-I.
088000     IF W-FORMATION = 'O'
088100         MOVE SPACES TO M83-MESS-I
088200         STRING '*** FORMATION *** ' W-MESSAGE (1:42)
088300             DELIMITED SIZE INTO M83-MESS-I
088400         END-STRING.
088500     IF W-EFFACER = 'O'
088600         MOVE 'N' TO W-EFFACER
088700         EXEC CICS SEND MAP ('GSCI83') MAPSET ('GSCI83M')
088800              FROM (GSCI83I) ERASE
088900         END-EXEC
089000     ELSE
089100         EXEC CICS SEND MAP ('GSCI83') MAPSET ('GSCI83M')
089200              FROM (GSCI83I)
089300         END-EXEC.
089400 8000-EXIT.
089500     EXIT.
