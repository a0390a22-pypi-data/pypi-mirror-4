000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSDL350.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - PRODUCTION BATCH.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSDL350 : MIGRATION PAR ANCIENNETE DES SEGMENTS SEGC DE LA    *
000900*            BASE COURANTE VERS LA BASE HISTORIQUE               *
001000*  ------------------------------------------------------------  *
001100*  LA BASE COURANTE GROSSIT : LES VIEUX ENFANTS SEGC DE CHAQUE   *
001200*  PARENT CONKEYB N EN SORTAIENT JAMAIS ET LE SECOND PCB N ETAIT *
001300*  QUE LU (GSDL330 BASE H). CE BMP DEPLACE SOUS LE MEME PARENT   *
001400*  (PCB 1 = COURANTE, PCB 2 = HISTORIQUE) LES SEGC DONT LA DATE  *
001500*  PORTEE DANS AREAC-DONNEES EST ANTERIEURE A LA DATE LIMITE :   *
001600*  ISRT EN HISTORIQUE PUIS DLET EN COURANTE.                     *
001700*  LES PARENTS SONT PRIS DANS L ORDRE DU MAITRE FFFFFGS          *
001800*  (CONKEYB = FFFFFGS-CLE (3:8)) : UN SUJET SOUS GEL JURIDIQUE   *
001900*  (HLDFIC VIA GSHD395, PAR CLE OU PAR ID-NAT EN CLAIR) NE VOIT  *
002000*  AUCUN SEGMENT DEPLACE ET SORT SUR L ETAT.                     *
002100*  RAPPROCHEMENT PAR PARENT : COURANTE APRES = COURANTE AVANT -  *
002200*  DEPLACES, HISTORIQUE APRES = HISTORIQUE AVANT + INSERES. UN   *
002300*  ECART FAIT ROLB (RETOUR AU DERNIER POINT DE CONTROLE) ET      *
002400*  ARRETE LE PASSAGE (CODE 16) : LA REPRISE REPART DE CE POINT.  *
002500*  POINT DE CONTROLE SYMBOLIQUE (SYMCHKP) TOUS LES N PARENTS     *
002600*  TRAITES, AVEC LA DERNIERE CLE FFFFFGS ET LES COMPTEURS ; UN   *
002700*  XRST EN TETE REPOSITIONNE LE MAITRE APRES CETTE CLE.          *
002800*  UN SEGMENT DEJA PRESENT EN HISTORIQUE (II) ET IDENTIQUE EST   *
002900*  SEULEMENT SUPPRIME EN COURANTE ; DIFFERENT, IL RESTE EN       *
003000*  PLACE ET PART EN CORBEILLE (FILE SEGMENT) COMME LES AUTRES    *
003100*  REFUS.                                                        *
003200*  CARTE PARAMETRE : AGE(3) EN MOIS (DEFAUT 060)                 *
003300*                    POSITION(2) DE LA DATE AAAAMMJJ DANS        *
003400*                    AREAC-DONNEES (DEFAUT 01)                   *
003500*                    INTERVALLE(5) DE POINT DE CONTROLE EN       *
003600*                    PARENTS (DEFAUT 00050)                      *
003700*  ETAT ETATMIG : PARENTS PRESERVES, REFUS, ECARTS, TOTAUX.      *
003800*  ------------------------------------------------------------  *
003900*  HISTORIQUE DES MODIFICATIONS                                  *
004000*  15/10/26  DA  CREATION                                        *
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.
004500     IBM-370.
004600 OBJECT-COMPUTER.
004700     IBM-370.
004800 SPECIAL-NAMES.
004900     DECIMAL-POINT IS COMMA.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT FFFFFGS ASSIGN  FFFFFGS
005300       ORGANIZATION  INDEXED
005400       ACCESS MODE   SEQUENTIAL
005500       RECORD KEY    FFFFFGS-CLE
005600       FILE STATUS   W-FFFFFGS-STATUS.
005700     SELECT ETATMIG ASSIGN  ETATMIG
005800       ORGANIZATION  SEQUENTIAL
005900       FILE STATUS   W-ETATMIG-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  FFFFFGS
006300     LABEL RECORD STANDARD
006400     DATA RECORD FFFFFGS-ENREG.
006500 COPY FFFFFFGS.
006600 FD  ETATMIG
006700     LABEL RECORD STANDARD
006800     DATA RECORD MIG-LIGNE.
006900 01  MIG-LIGNE                       PIC X(132).
007000 WORKING-STORAGE SECTION.
007100 77  NB-DEPUIS-CHKP                  PIC S9(08) COMP VALUE ZERO.
007200 77  CPT-C-AVANT                     PIC S9(08) COMP VALUE ZERO.
007300 77  CPT-C-APRES                     PIC S9(08) COMP VALUE ZERO.
007400 77  CPT-H-AVANT                     PIC S9(08) COMP VALUE ZERO.
007500 77  CPT-H-APRES                     PIC S9(08) COMP VALUE ZERO.
007600 77  CPT-P-DEPLACES                  PIC S9(08) COMP VALUE ZERO.
007700 77  CPT-P-INSERES                   PIC S9(08) COMP VALUE ZERO.
007800 77  CPT-COMPTE                      PIC S9(08) COMP VALUE ZERO.
007900 01  W-FIN-FGS                       PIC X(01) VALUE 'N'.
008000     88  FIN-FGS                     VALUE 'O'.
008100 COPY FFFFFGSW.
008200 01  W-ETATMIG-STATUS                PIC X(02).
008300     88  W-MIG-OK                    VALUE '00'.
008400 01  W-PARM.
008500     05  W-PARM-AGE                  PIC X(03).
008600     05  W-PARM-POSITION             PIC X(02).
008700     05  W-PARM-INTERVALLE           PIC X(05).
008800 01  W-AGE                           PIC 9(03) VALUE 60.
008900 01  W-POSITION                      PIC 9(02) VALUE 1.
009000 01  W-INTERVALLE                    PIC 9(05) VALUE 50.
009100 01  W-DATE-JOUR                     PIC 9(08).
009200 01  W-DATE-JOUR-R REDEFINES W-DATE-JOUR.
009300     05  W-JOUR-AA                   PIC 9(04).
009400     05  W-JOUR-MM                   PIC 9(02).
009500     05  W-JOUR-JJ                   PIC 9(02).
009600 01  W-DATE-LIMITE                   PIC 9(08).
009700 01  W-DATE-LIMITE-R REDEFINES W-DATE-LIMITE.
009800     05  W-LIMITE-AA                 PIC 9(04).
009900     05  W-LIMITE-MM                 PIC 9(02).
010000     05  W-LIMITE-JJ                 PIC 9(02).
010100 01  W-NB-MOIS                       PIC 9(07).
010200 01  W-DATE-SEGMENT                  PIC X(08).
010300 01  W-DATE-SEGMENT-N REDEFINES W-DATE-SEGMENT
010400                                     PIC 9(08).
010500 01  W-MOTIF                         PIC X(30).
010600 01  W-ECART                         PIC X(01).
010700 01  W-EDIT-1                        PIC Z(07)9.
010800 01  W-EDIT-2                        PIC Z(07)9.
010900 01  W-EDIT-3                        PIC Z(07)9.
011000 01  W-EDIT-4                        PIC Z(07)9.
011100 01  W-EDIT-5                        PIC Z(07)9.
011200 01  CONKEYB                         PIC X(08).
011300 01  SEGKEYC                         PIC X(04).
011400 01  AREAC.
011500     05  AREAC-KEYC                  PIC X(04).
011600     05  AREAC-DONNEES               PIC X(76).
011700 01  AREAC-HISTO.
011800     05  AREAC-H-KEYC                PIC X(04).
011900     05  AREAC-H-DONNEES             PIC X(76).
012000 01  SEGLEN                          PIC S9(04) COMP VALUE 80.
012100 01  PCBNUM                          PIC S9(04) COMP VALUE 1.
012200*    POINT DE CONTROLE SYMBOLIQUE : IDENTIFIANT DL35 + NUMERO
012300 01  W-CHKP-ID.
012400     05  FILLER                      PIC X(04) VALUE 'DL35'.
012500     05  W-CHKP-NUMERO               PIC 9(04) VALUE ZERO.
012600 01  W-XRST-ID                       PIC X(08) VALUE SPACES.
012700 01  W-LG-REPRISE                    PIC S9(08) COMP VALUE 80.
012800 01  W-ZONE-REPRISE.
012900     05  RPR-DERNIERE-CLE            PIC X(15).
013000     05  RPR-NB-CHKP                 PIC 9(04).
013100     05  RPR-PARENTS                 PIC S9(09) COMP-3.
013200     05  RPR-PRESERVES               PIC S9(09) COMP-3.
013300     05  RPR-DEPLACES                PIC S9(09) COMP-3.
013400     05  RPR-DEJA-HISTO              PIC S9(09) COMP-3.
013500     05  RPR-REFUSES                 PIC S9(09) COMP-3.
013600     05  RPR-DATES-KO                PIC S9(09) COMP-3.
013700     05  FILLER                      PIC X(31).
013800 COPY GSCRZ.
013900 COPY GSHDZ.
014000 COPY GSWBZ.
014100 PROCEDURE DIVISION.
014200******************************************************************
014300*  0000-MAINLINE : REPRISE EVENTUELLE PUIS PARENT PAR PARENT     *
014400******************************************************************
014500 0000-MAINLINE.
014600     PERFORM 1000-INITIALISATION THRU 1000-EXIT.
014700     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
014800     PERFORM 2000-PARENT THRU 2000-EXIT
014900         UNTIL FIN-FGS.
015000     PERFORM 7000-POINT-CONTROLE THRU 7000-EXIT.
015100     PERFORM 9000-BILAN THRU 9000-EXIT.
015200     CLOSE FFFFFGS ETATMIG.
015300     GOBACK.
015400 0000-EXIT.
015500     EXIT.
015600******************************************************************
015700*  1000-INITIALISATION : CARTE, DATE LIMITE, XRST, OUVERTURES    *
015800******************************************************************
015900 1000-INITIALISATION.
016000     MOVE SPACES TO W-PARM.
016100     ACCEPT W-PARM.
016200     IF W-PARM-AGE NUMERIC AND W-PARM-AGE NOT = '000'
016300         MOVE W-PARM-AGE TO W-AGE.
016400     IF W-PARM-POSITION NUMERIC
016500         MOVE W-PARM-POSITION TO W-POSITION.
016600     IF W-POSITION = ZERO OR W-POSITION GREATER 69
016700         DISPLAY 'GSDL350 - POSITION DE DATE INVALIDE : '
016800                 W-PARM-POSITION
016900         MOVE 16 TO RETURN-CODE
017000         STOP RUN.
017100     IF W-PARM-INTERVALLE NUMERIC
017200      AND W-PARM-INTERVALLE NOT = '00000'
017300         MOVE W-PARM-INTERVALLE TO W-INTERVALLE.
017400*    DATE LIMITE = DATE DU JOUR MOINS L AGE EN MOIS, MEME JOUR
017500     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
017600     COMPUTE W-NB-MOIS = W-JOUR-AA * 12 + W-JOUR-MM - 1 - W-AGE.
017700     DIVIDE W-NB-MOIS BY 12 GIVING W-LIMITE-AA
017800         REMAINDER W-LIMITE-MM.
017900     ADD 1 TO W-LIMITE-MM.
018000     MOVE W-JOUR-JJ TO W-LIMITE-JJ.
018100     MOVE SPACES TO W-ZONE-REPRISE.
018200     MOVE ZERO   TO RPR-NB-CHKP RPR-PARENTS RPR-PRESERVES
018300                    RPR-DEPLACES RPR-DEJA-HISTO RPR-REFUSES
018400                    RPR-DATES-KO.
018500     EXEC DLI XRST MAXLENGTH(W-LG-REPRISE) ID(W-XRST-ID)
018600         AREA1(W-ZONE-REPRISE) LENGTH1(W-LG-REPRISE)
018700     END-EXEC.
018800     OPEN INPUT FFFFFGS.
018900     IF NOT W-FGS-OK
019000         DISPLAY 'GSDL350 - OPEN FFFFFGS : '
019100                 W-FFFFFGS-STATUS
019200         MOVE 16 TO RETURN-CODE
019300         STOP RUN.
019400     OPEN OUTPUT ETATMIG.
019500     IF NOT W-MIG-OK
019600         DISPLAY 'GSDL350 - OPEN ETATMIG : ' W-ETATMIG-STATUS
019700         MOVE 16 TO RETURN-CODE
019800         STOP RUN.
019900     MOVE SPACES TO MIG-LIGNE.
020000     STRING 'GSDL350 - MIGRATION SEGC VERS HISTORIQUE - DATE '
020100            W-DATE-JOUR ' - LIMITE ' W-DATE-LIMITE
020200            ' - AGE ' W-AGE ' MOIS'
020300            DELIMITED SIZE INTO MIG-LIGNE
020400     END-STRING.
020500     WRITE MIG-LIGNE.
020600     IF W-XRST-ID = SPACES OR LOW-VALUE
020700         GO TO 1000-EXIT.
020800*    REPRISE : LE MAITRE REPART APRES LA DERNIERE CLE VALIDEE
020900     MOVE RPR-NB-CHKP       TO W-CHKP-NUMERO.
021000     MOVE RPR-DERNIERE-CLE  TO FFFFFGS-CLE.
021100     START FFFFFGS KEY GREATER FFFFFGS-CLE.
021200     IF W-FGS-ABSENT
021300         MOVE 'O' TO W-FIN-FGS
021400     ELSE
021500         IF NOT W-FGS-OK
021600             DISPLAY 'GSDL350 - START FFFFFGS : '
021700                     W-FFFFFGS-STATUS
021800             MOVE 16 TO RETURN-CODE
021900             STOP RUN.
022000     MOVE SPACES TO MIG-LIGNE.
022100     STRING 'REPRISE AU POINT ' W-XRST-ID
022200            ' APRES LA CLE ' RPR-DERNIERE-CLE
022300            DELIMITED SIZE INTO MIG-LIGNE
022400     END-STRING.
022500     WRITE MIG-LIGNE.
022600     DISPLAY 'GSDL350 - REPRISE APRES ' RPR-DERNIERE-CLE.
022700 1000-EXIT.
022800     EXIT.
022900******************************************************************
023000*  2000-PARENT : GEL JURIDIQUE, COMPTES AVANT, MIGRATION,        *
023100*  COMPTES APRES ET RAPPROCHEMENT                                *
023200******************************************************************
023300 2000-PARENT.
023400     MOVE FFFFFGS-CLE (3:8) TO CONKEYB.
023500     PERFORM 2100-GEL THRU 2100-EXIT.
023600     IF HDZ-GELE
023700         ADD 1 TO RPR-PRESERVES
023800         MOVE SPACES TO MIG-LIGNE
023900         STRING 'PRESERVE  ' FFFFFGS-CLE ' SEGC ' CONKEYB
024000                ' GEL JURIDIQUE DOSSIER ' HDZ-DOSSIER
024100                DELIMITED SIZE INTO MIG-LIGNE
024200         END-STRING
024300         WRITE MIG-LIGNE
024400         GO TO 2000-VALIDE.
024500     MOVE 2 TO PCBNUM.
024600     PERFORM 8300-COMPTER THRU 8300-EXIT.
024700     MOVE CPT-COMPTE TO CPT-H-AVANT.
024800     MOVE ZERO TO CPT-C-AVANT CPT-P-DEPLACES CPT-P-INSERES.
024900     PERFORM 3000-MIGRER THRU 3000-EXIT.
025000     IF CPT-P-DEPLACES = ZERO
025100         GO TO 2000-VALIDE.
025200     MOVE 1 TO PCBNUM.
025300     PERFORM 8300-COMPTER THRU 8300-EXIT.
025400     MOVE CPT-COMPTE TO CPT-C-APRES.
025500     MOVE 2 TO PCBNUM.
025600     PERFORM 8300-COMPTER THRU 8300-EXIT.
025700     MOVE CPT-COMPTE TO CPT-H-APRES.
025800     PERFORM 4000-RAPPROCHER THRU 4000-EXIT.
025900 2000-VALIDE.
026000     ADD 1 TO RPR-PARENTS NB-DEPUIS-CHKP.
026100     MOVE FFFFFGS-CLE TO RPR-DERNIERE-CLE.
026200     IF NB-DEPUIS-CHKP NOT LESS W-INTERVALLE
026300         PERFORM 7000-POINT-CONTROLE THRU 7000-EXIT.
026400     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
026500 2000-EXIT.
026600     EXIT.
026700******************************************************************
026800*  2100-GEL : GEL PAR CLE PUIS PAR ID-NAT EN CLAIR (DECODE AVEC  *
026900*  LA VERSION PORTEE) - UN INCIDENT HLDFIC VAUT GEL : DANS LE    *
027000*  DOUTE ON NE DEPLACE PAS                                       *
027100******************************************************************
027200 2100-GEL.
027300     MOVE 'C'         TO HDZ-TYPE.
027400     MOVE FFFFFGS-CLE TO HDZ-VALEUR.
027500     CALL 'GSHD395' USING HDZ-ZONE.
027600     IF HDZ-INCIDENT
027700         MOVE '1'              TO HDZ-RETOUR
027800         MOVE 'INCIDENT HLDFIC' TO HDZ-DOSSIER.
027900     IF HDZ-GELE
028000         GO TO 2100-EXIT.
028100     MOVE 'D'                 TO CRZ-FONCTION.
028200     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
028300     MOVE FFFFFGS-NOM         TO CRZ-NOM.
028400     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
028500     CALL 'GSCR390' USING CRZ-ZONE.
028600     MOVE 'I'           TO HDZ-TYPE.
028700     MOVE SPACES        TO HDZ-VALEUR.
028800     MOVE CRZ-ID-NAT    TO HDZ-VALEUR (1:13).
028900     CALL 'GSHD395' USING HDZ-ZONE.
029000     IF HDZ-INCIDENT
029100         MOVE '1'              TO HDZ-RETOUR
029200         MOVE 'INCIDENT HLDFIC' TO HDZ-DOSSIER.
029300 2100-EXIT.
029400     EXIT.
029500******************************************************************
029600*  3000-MIGRER : PARCOURS DES SEGC DU PARENT EN BASE COURANTE    *
029700******************************************************************
029800 3000-MIGRER.
029900     MOVE 1 TO PCBNUM.
030000     EXEC DLI GU USING PCB(PCBNUM)
030100         SEGMENT(SEGB)
030200             KEYS(CONKEYB) KEYLENGTH(8) SETPARENT
030300         SEGMENT(SEGC) INTO(AREAC) SEGLENGTH(SEGLEN)
030400             LOCKED
030500     END-EXEC.
030600 3000-BOUCLE.
030700     IF DIBSTAT NOT = '  '
030800         GO TO 3000-EXIT.
030900     ADD 1 TO CPT-C-AVANT.
031000     MOVE AREAC-DONNEES (W-POSITION:8) TO W-DATE-SEGMENT.
031100     IF W-DATE-SEGMENT NOT NUMERIC
031200         ADD 1 TO RPR-DATES-KO
031300         GO TO 3000-SUIVANT.
031400     IF W-DATE-SEGMENT-N LESS W-DATE-LIMITE
031500         PERFORM 3100-DEPLACER THRU 3100-EXIT.
031600 3000-SUIVANT.
031700     MOVE 1 TO PCBNUM.
031800     EXEC DLI GNP USING PCB(PCBNUM)
031900         SEGMENT(SEGC) INTO(AREAC) SEGLENGTH(SEGLEN)
032000         LOCKED
032100     END-EXEC.
032200     GO TO 3000-BOUCLE.
032300 3000-EXIT.
032400     EXIT.
032500******************************************************************
032600*  3100-DEPLACER : ISRT EN HISTORIQUE SOUS LE MEME PARENT PUIS   *
032700*  DLET EN COURANTE DU SEGMENT TENU                              *
032800******************************************************************
032900 3100-DEPLACER.
033000     MOVE 2 TO PCBNUM.
033100     EXEC DLI ISRT USING PCB(PCBNUM)
033200         SEGMENT(SEGB)
033300             KEYS(CONKEYB) KEYLENGTH(8)
033400         SEGMENT(SEGC) FROM(AREAC) SEGLENGTH(SEGLEN)
033500     END-EXEC.
033600     IF DIBSTAT = 'II'
033700         PERFORM 3200-DEJA-HISTO THRU 3200-EXIT
033800         GO TO 3100-EXIT.
033900     IF DIBSTAT NOT = '  '
034000         MOVE 'ISRT HISTORIQUE REFUSE' TO W-MOTIF
034100         PERFORM 8000-REFUSER THRU 8000-EXIT
034200         GO TO 3100-EXIT.
034300     ADD 1 TO CPT-P-INSERES.
034400     PERFORM 3300-SUPPRIMER THRU 3300-EXIT.
034500 3100-EXIT.
034600     EXIT.
034700******************************************************************
034800*  3200-DEJA-HISTO : LA CLE EXISTE EN HISTORIQUE - IDENTIQUE =   *
034900*  SEULE LA SUPPRESSION EN COURANTE RESTE A FAIRE                *
035000******************************************************************
035100 3200-DEJA-HISTO.
035200     MOVE AREAC-KEYC TO SEGKEYC.
035300     MOVE 2 TO PCBNUM.
035400     EXEC DLI GU USING PCB(PCBNUM)
035500         SEGMENT(SEGB)
035600             KEYS(CONKEYB) KEYLENGTH(8)
035700         SEGMENT(SEGC) INTO(AREAC-HISTO) SEGLENGTH(SEGLEN)
035800             WHERE(KEYC=SEGKEYC) FIELDLENGTH(4)
035900     END-EXEC.
036000     IF DIBSTAT NOT = '  '
036100      OR AREAC-HISTO NOT = AREAC
036200         MOVE 'DEJA EN HISTORIQUE - DIFFERENT' TO W-MOTIF
036300         PERFORM 8000-REFUSER THRU 8000-EXIT
036400         GO TO 3200-EXIT.
036500     ADD 1 TO RPR-DEJA-HISTO.
036600     PERFORM 3300-SUPPRIMER THRU 3300-EXIT.
036700 3200-EXIT.
036800     EXIT.
036900******************************************************************
037000*  3300-SUPPRIMER : DLET DU SEGMENT TENU EN BASE COURANTE        *
037100******************************************************************
037200 3300-SUPPRIMER.
037300     MOVE 1 TO PCBNUM.
037400     EXEC DLI DLET USING PCB(PCBNUM)
037500         SEGMENT(SEGC) FROM(AREAC) SEGLENGTH(SEGLEN)
037600     END-EXEC.
037700     IF DIBSTAT NOT = '  '
037800         MOVE 'DLET COURANTE REFUSE' TO W-MOTIF
037900         PERFORM 8000-REFUSER THRU 8000-EXIT
038000         GO TO 3300-EXIT.
038100     ADD 1 TO CPT-P-DEPLACES RPR-DEPLACES.
038200 3300-EXIT.
038300     EXIT.
038400******************************************************************
038500*  4000-RAPPROCHER : COMPTES DU PARENT AVANT / APRES - UN ECART  *
038600*  DEFAIT TOUT DEPUIS LE DERNIER POINT DE CONTROLE ET ARRETE     *
038700******************************************************************
038800 4000-RAPPROCHER.
038900     MOVE 'N' TO W-ECART.
039000     IF CPT-C-APRES NOT = CPT-C-AVANT - CPT-P-DEPLACES
039100         MOVE 'O' TO W-ECART.
039200     IF CPT-H-APRES NOT = CPT-H-AVANT + CPT-P-INSERES
039300         MOVE 'O' TO W-ECART.
039400     IF W-ECART = 'N'
039500         GO TO 4000-EXIT.
039600     EXEC DLI ROLB END-EXEC.
039700     MOVE CPT-C-AVANT    TO W-EDIT-1.
039800     MOVE CPT-C-APRES    TO W-EDIT-2.
039900     MOVE CPT-H-AVANT    TO W-EDIT-3.
040000     MOVE CPT-H-APRES    TO W-EDIT-4.
040100     MOVE CPT-P-DEPLACES TO W-EDIT-5.
040200     MOVE SPACES TO MIG-LIGNE.
040300     STRING 'ECART     SEGC ' CONKEYB
040400            ' COURANTE ' W-EDIT-1 ' -> ' W-EDIT-2
040500            ' HISTORIQUE ' W-EDIT-3 ' -> ' W-EDIT-4
040600            ' DEPLACES ' W-EDIT-5 ' - ROLB'
040700            DELIMITED SIZE INTO MIG-LIGNE
040800     END-STRING.
040900     WRITE MIG-LIGNE.
041000     MOVE 'ECART DE COMPTES - ROLB' TO W-MOTIF.
041100     PERFORM 8500-CORBEILLE THRU 8500-EXIT.
041200     CLOSE FFFFFGS ETATMIG.
041300     DISPLAY 'GSDL350 - ECART DE COMPTES SOUS ' CONKEYB
041400             ' - ROLB - REPRISE AU DERNIER POINT DE CONTROLE'.
041500     MOVE 16 TO RETURN-CODE.
041600     STOP RUN.
041700 4000-EXIT.
041800     EXIT.
041900******************************************************************
042000*  7000-POINT-CONTROLE : SYMCHKP AVEC LA DERNIERE CLE TRAITEE    *
042100*  ET LES COMPTEURS CUMULES                                      *
042200******************************************************************
042300 7000-POINT-CONTROLE.
042400     ADD 1 TO W-CHKP-NUMERO.
042500     MOVE W-CHKP-NUMERO TO RPR-NB-CHKP.
042600     EXEC DLI SYMCHKP ID(W-CHKP-ID)
042700         AREA1(W-ZONE-REPRISE) LENGTH1(W-LG-REPRISE)
042800     END-EXEC.
042900     MOVE ZERO TO NB-DEPUIS-CHKP.
043000 7000-EXIT.
043100     EXIT.
043200******************************************************************
043300*  8000-REFUSER : LE SEGMENT RESTE EN COURANTE - LIGNE D ETAT ET *
043400*  ELEMENT DE CORBEILLE                                          *
043500******************************************************************
043600 8000-REFUSER.
043700     ADD 1 TO RPR-REFUSES.
043800     MOVE SPACES TO MIG-LIGNE.
043900     STRING 'REFUS     SEGC ' CONKEYB '/' AREAC-KEYC ' '
044000            W-MOTIF ' STATUT ' DIBSTAT
044100            DELIMITED SIZE INTO MIG-LIGNE
044200     END-STRING.
044300     WRITE MIG-LIGNE.
044400     PERFORM 8500-CORBEILLE THRU 8500-EXIT.
044500 8000-EXIT.
044600     EXIT.
044700******************************************************************
044800*  8100-LIRE-FGS : PARENT SUIVANT DANS L ORDRE DU MAITRE         *
044900******************************************************************
045000 8100-LIRE-FGS.
045100     IF FIN-FGS
045200         GO TO 8100-EXIT.
045300     READ FFFFFGS NEXT.
045400     IF W-FGS-FIN
045500         MOVE 'O' TO W-FIN-FGS
045600         GO TO 8100-EXIT.
045700     IF NOT W-FGS-OK
045800         DISPLAY 'GSDL350 - READ FFFFFGS : '
045900                 W-FFFFFGS-STATUS
046000         MOVE 16 TO RETURN-CODE
046100         STOP RUN.
046200 8100-EXIT.
046300     EXIT.
046400******************************************************************
046500*  8300-COMPTER : NOMBRE DE SEGC DU PARENT SUR LE PCB DEMANDE    *
046600******************************************************************
046700 8300-COMPTER.
046800     MOVE ZERO TO CPT-COMPTE.
046900     EXEC DLI GU USING PCB(PCBNUM)
047000         SEGMENT(SEGB)
047100             KEYS(CONKEYB) KEYLENGTH(8) SETPARENT
047200         SEGMENT(SEGC) INTO(AREAC-HISTO) SEGLENGTH(SEGLEN)
047300     END-EXEC.
047400 8300-BOUCLE.
047500     IF DIBSTAT NOT = '  '
047600         GO TO 8300-EXIT.
047700     ADD 1 TO CPT-COMPTE.
047800     EXEC DLI GNP USING PCB(PCBNUM)
047900         SEGMENT(SEGC) INTO(AREAC-HISTO) SEGLENGTH(SEGLEN)
048000     END-EXEC.
048100     GO TO 8300-BOUCLE.
048200 8300-EXIT.
048300     EXIT.
048400******************************************************************
048500*  8500-CORBEILLE : L INCIDENT DE MIGRATION DEVIENT UN ELEMENT   *
048600*  DE TRAVAIL DANS LA FILE SEGMENT DE LA CORBEILLE               *
048700******************************************************************
048800 8500-CORBEILLE.
048900     MOVE 'SEGM'      TO WBZ-TYPE-EXC.
049000     MOVE SPACES      TO WBZ-FGS-CLE.
049100     MOVE CONKEYB     TO WBZ-FGS-CLE (1:8).
049200     MOVE AREAC-KEYC  TO WBZ-FGS-CLE (9:4).
049300     MOVE W-MOTIF     TO WBZ-MOTIF.
049400     MOVE 'GSDL350 '  TO WBZ-PROGRAMME.
049500     CALL 'GSWB080' USING WBZ-ZONE.
049600 8500-EXIT.
049700     EXIT.
049800******************************************************************
049900*  9000-BILAN : TOTAUX DU PASSAGE (CUMULES DEPUIS UNE REPRISE)   *
050000******************************************************************
050100 9000-BILAN.
050200     MOVE RPR-PARENTS    TO W-EDIT-1.
050300     MOVE RPR-PRESERVES  TO W-EDIT-2.
050400     MOVE RPR-DEPLACES   TO W-EDIT-3.
050500     MOVE RPR-DEJA-HISTO TO W-EDIT-4.
050600     MOVE RPR-REFUSES    TO W-EDIT-5.
050700     MOVE SPACES TO MIG-LIGNE.
050800     STRING 'TOTAL - PARENTS ' W-EDIT-1
050900            ' PRESERVES ' W-EDIT-2
051000            ' DEPLACES ' W-EDIT-3
051100            ' DEJA EN HISTORIQUE ' W-EDIT-4
051200            ' REFUSES ' W-EDIT-5
051300            DELIMITED SIZE INTO MIG-LIGNE
051400     END-STRING.
051500     WRITE MIG-LIGNE.
051600     DISPLAY 'GSDL350 - PARENTS            : ' RPR-PARENTS.
051700     DISPLAY 'GSDL350 - PRESERVES (GEL)    : ' RPR-PRESERVES.
051800     DISPLAY 'GSDL350 - SEGMENTS DEPLACES  : ' RPR-DEPLACES.
051900     DISPLAY 'GSDL350 - DEJA EN HISTORIQUE : ' RPR-DEJA-HISTO.
052000     DISPLAY 'GSDL350 - REFUSES            : ' RPR-REFUSES.
052100     DISPLAY 'GSDL350 - DATES ILLISIBLES   : ' RPR-DATES-KO.
052200     IF RPR-REFUSES GREATER ZERO
052300         MOVE 8 TO RETURN-CODE
052400     ELSE
052500         IF RPR-DATES-KO GREATER ZERO
052600             MOVE 4 TO RETURN-CODE.
052700 9000-EXIT.
052800     EXIT.
