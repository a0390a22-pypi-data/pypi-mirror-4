002240*                (RELU APRES MISE A JOUR) - LA FILE GGLP EST     *
002250*                EXTRAPARTITION, SON SUPPORT (DD GGLPFIC) EST    *
002260*                REPRIS PAR LE DEVERSEMENT GSGL160               *
002270*  15/10/26  DA  RECLASSEMENT REFUSE TANT QU UN ORDRE DE SAISIE  *
002280*                ACTIF (SAIFIC - GSSJ781) PORTE SUR UNE CLE DU   *
002290*                COETBL                                          *
002293*  15/10/26  DA  SAIFIC ILLISIBLE AU CONTROLE DE SAISIE : LE     *
002296*                RECLASSEMENT EST REFUSE (INCIDENT FICHIER)      *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
005900 COPY FFFFFGR.
005910 COPY FFFFFGO.
005920 01  W-PERIODE-CLOSE                 PIC X(01).
005930 COPY FFFFFGSJ.
005940 01  W-MONTANT-BLOQUE                PIC S9(13)V99 COMP-3.
005950 01  W-SAISIE-EN-COURS               PIC X(01).
006000 01  GSOP17I.
006100     05  FILLER                      PIC X(12).
006200     05  M17-ETBL-L                  PIC S9(04) COMP.
020510     PERFORM 3040-CONTROLE-CLOTURE THRU 3040-EXIT.
020520     IF W-PERIODE-CLOSE = 'O'
020530         GO TO 3000-EXIT.
020540     PERFORM 3045-CONTROLE-SAISIE THRU 3045-EXIT.
020550     IF W-SAISIE-EN-COURS = 'O'
020560         GO TO 3000-EXIT.
020600     EXEC SQL
020700       UPDATE AFFVEAP
020800          SET COTNET   = :MH37-COTNET,
023400 3000-EXIT.
023500     EXIT.
023510******************************************************************
023511*  3040-CONTROLE-CLOTURE : UNE PERIODE CLOTUREE (GSCL230) NE     *
023512*  RECOIT PLUS DE MISE A JOUR, EN LIGNE COMME EN BATCH           *
023513******************************************************************
023514 3040-CONTROLE-CLOTURE.
023515     MOVE 'N' TO W-PERIODE-CLOSE.
023516     MOVE W-DATE-JOUR (1:6) TO CLO-PERIODE.
023517     EXEC CICS READ FILE ('CLOFIC')
023518          INTO (CLO-ENREG) RIDFLD (CLO-PERIODE) RESP (W-RESP)
023519     END-EXEC.
023520     IF W-RESP = DFHRESP(NORMAL) AND CLO-CLOTUREE
023521         MOVE 'O' TO W-PERIODE-CLOSE
023522         MOVE 'PERIODE CLOTUREE - MISE A JOUR REFUSEE'
023523           TO W-MESSAGE
023524         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
023525 3040-EXIT.
023526     EXIT.
023527******************************************************************
023528*  3045-CONTROLE-SAISIE : IMPUTATION DU MONTANT REFUSEE TANT     *
023529*  QU UNE SAISIE ACTIVE BLOQUE UNE CLE DU COETBL (CLE (3:8)) ;   *
023530*  SAIFIC ILLISIBLE : REFUSE AUSSI (INCIDENT FICHIER)            *
023531******************************************************************
023532 3045-CONTROLE-SAISIE.
023533     MOVE 'N'        TO W-SAISIE-EN-COURS.
023534     MOVE ZERO       TO W-MONTANT-BLOQUE.
023535     MOVE LOW-VALUE  TO SAI-CLE.
023536     EXEC CICS STARTBR FILE ('SAIFIC')
023537          RIDFLD (SAI-CLE) GTEQ RESP (W-RESP)
023538     END-EXEC.
023539     IF W-RESP = DFHRESP(NOTFND)
023540         GO TO 3045-EXIT.
023541     IF W-RESP NOT = DFHRESP(NORMAL)
023542         GO TO 3045-INCIDENT.
023543 3045-LIRE.
023544     EXEC CICS READNEXT FILE ('SAIFIC')
023545          INTO (SAI-ENREG) RIDFLD (SAI-CLE) RESP (W-RESP)
023546     END-EXEC.
023547     IF W-RESP = DFHRESP(ENDFILE)
023548         GO TO 3045-FIN.
023549     IF W-RESP NOT = DFHRESP(NORMAL)
023550         EXEC CICS ENDBR FILE ('SAIFIC') RESP (W-RESP) END-EXEC
023551         GO TO 3045-INCIDENT.
023552     IF SAI-FGS-CLE (3:8) = MH37-COETBL AND SAI-ACTIF
023553      AND SAI-DATE-DEBUT NOT GREATER W-DATE-JOUR
023554      AND SAI-DATE-FIN NOT LESS W-DATE-JOUR
023555         ADD SAI-MONTANT-BLOQUE TO W-MONTANT-BLOQUE.
023556     GO TO 3045-LIRE.
023557 3045-FIN.
023558     EXEC CICS ENDBR FILE ('SAIFIC') RESP (W-RESP) END-EXEC.
023559     IF W-MONTANT-BLOQUE GREATER ZERO
023560         MOVE 'O' TO W-SAISIE-EN-COURS
023561         MOVE 'SAISIE EN COURS - RECLASSEMENT REFUSE'
023562           TO W-MESSAGE
023563         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
023564     GO TO 3045-EXIT.
023565 3045-INCIDENT.
023566     MOVE 'O' TO W-SAISIE-EN-COURS.
023567     MOVE 'INCIDENT FICHIER SAIFIC - RECLASSEMENT REFUSE'
023568       TO W-MESSAGE.
023569     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
023570 3045-EXIT.
023571     EXIT.
023600******************************************************************
023700*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
023800******************************************************************
