000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GSAU403.
000300 AUTHOR.        DATIM.
000400 INSTALLATION.  ETS DATIM - MONITEUR CICS.
000500 DATE-WRITTEN.  OCTOBRE 2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  GSAU403 : DECISIONS DE RECERTIFICATION DES ACCES (CERFIC)     *
000900*  ------------------------------------------------------------  *
001000*  LE RESPONSABLE CONFIRME OU REVOQUE CHAQUE LIGNE EN ATTENTE DE *
001100*  LA CAMPAGNE QUE GSAU402 LUI A RATTACHEE.                      *
001200*  ENTREE = LISTE DES LIGNES EN ATTENTE (CAMPAGNE A BLANC = CELLE*
001300*           DU TRIMESTRE EN COURS)   PF8 = SUITE                 *
001400*  PF5    = ENREGISTRER LES DECISIONS SAISIES EN TETE DE LIGNE : *
001500*           C = CONFIRMER   R = REVOQUER                         *
001600*  PF3    = FIN DE TRANSACTION                                   *
001700*  LE RESPONSABLE NE VOIT QUE SES LIGNES ; LE PROFIL             *
001800*  ADMINISTRATION DECIDE POUR UN RESPONSABLE TIERS. PERSONNE NE  *
001900*  DECIDE SUR SON PROPRE PROFIL ; UN PROFIL EN FORMATION EST     *
002000*  REFUSE. LES REFUS PARTENT A LA FILE GAUJ.                     *
002100*  REVOCATION : FONCTIONS C/M/P/A DU PROFIL AUTFIC MISES A N ET  *
002200*  DELEGATIONS DELFIC RECUES PAR L OPERATEUR SUPPRIMEES.         *
002300*  CHAQUE DECISION EST PORTEE SUR LA LIGNE (DECISION, DATE,      *
002400*  DECIDEUR) ET PART AU FICHIER D ACTIVITE (GACJ, DOMAINE CERT). *
002500*  ------------------------------------------------------------  *
002600*  HISTORIQUE DES MODIFICATIONS                                  *
002700*  15/10/26  DA  CREATION                                        *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.
003200     IBM-370.
003300 OBJECT-COMPUTER.
003400     IBM-370.
003500 SPECIAL-NAMES.
003600     DECIMAL-POINT IS COMMA.
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900 77  W-RESP                          PIC S9(08) COMP VALUE ZERO.
004000 77  W-MESSAGE                       PIC X(60)  VALUE SPACES.
004100 77  IX-LIG                          PIC S9(04) COMP VALUE ZERO.
004200 77  CPT-DECIDEES                    PIC S9(04) COMP VALUE ZERO.
004300 77  CPT-ECARTEES                    PIC S9(04) COMP VALUE ZERO.
004400 01  W-ABSTIME                       PIC S9(15) COMP-3.
004500 01  W-DATE-JOUR                     PIC 9(08).
004600 01  W-DATE-JOUR-R REDEFINES W-DATE-JOUR.
004700     05  W-JOUR-ANNEE                PIC X(04).
004800     05  W-JOUR-MOIS                 PIC 9(02).
004900     05  W-JOUR-JJ                   PIC 9(02).
005000 01  W-TRIMESTRE                     PIC 9(01).
005100 01  W-EIBTIME                       PIC 9(07).
005200 COPY GSPFKEY.
005300 COPY FFFFFGA.
005400 COPY FFFFFGDL.
005500 COPY FFFFFGCE.
005600 COPY FFFFFGAC.
005700 01  W-OPERATEUR                     PIC X(08).
005800 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
005900 01  W-ADMINISTRATEUR                PIC X(01) VALUE 'N'.
006000 01  W-RESPONSABLE                   PIC X(08).
006100 01  W-CAMPAGNE.
006200     05  W-CAMP-ANNEE                PIC X(04).
006300     05  W-CAMP-LETTRE               PIC X(01).
006400     05  W-CAMP-TRIMESTRE            PIC X(01).
006500 01  W-EFFACER                       PIC X(01) VALUE 'N'.
006600 01  W-BILAN                         PIC X(60) VALUE SPACES.
006700 01  W-ED-DECIDEES                   PIC ZZ9.
006800 01  W-ED-ECARTEES                   PIC ZZ9.
006900 01  W-VIOLATION.
007000     05  VIO-DATE                    PIC 9(08).
007100     05  VIO-HEURE                   PIC 9(06).
007200     05  VIO-OPERATEUR               PIC X(08).
007300     05  VIO-FONCTION                PIC X(01).
007400     05  VIO-PROGRAMME               PIC X(08).
007500     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
007600     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
007700 01  W-LIGNE-TRAVAIL.
007800     05  LT-OPERATEUR                PIC X(08).
007900     05  FILLER                      PIC X(06) VALUE ' CMPA '.
008000     05  LT-PROFIL                   PIC X(04).
008100     05  FILLER                      PIC X(05) VALUE ' ENT '.
008200     05  LT-ENTITE                   PIC X(02).
008300     05  FILLER                      PIC X(04) VALUE ' UN '.
008400     05  LT-UNITE                    PIC X(06).
008500     05  FILLER                      PIC X(05) VALUE ' DEL '.
008600     05  LT-DELEGUEES                PIC X(04).
008700     05  FILLER                      PIC X(05) VALUE ' ACT '.
008800     05  LT-ACTIVITE                 PIC 9(08).
008900     05  FILLER                      PIC X(01) VALUE SPACE.
009000     05  LT-SIGNAL                   PIC X(12).
009100*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
009200*    DECLAREE ICI, PAS EN COPY)
009300 01  GSAU43I.
009400     05  FILLER                      PIC X(12).
009500     05  M43-CAMPAGNE-L              PIC S9(04) COMP.
009600     05  M43-CAMPAGNE-A              PIC X(01).
009700     05  M43-CAMPAGNE-I              PIC X(06).
009800     05  M43-RESPONSABLE-L           PIC S9(04) COMP.
009900     05  M43-RESPONSABLE-A           PIC X(01).
010000     05  M43-RESPONSABLE-I           PIC X(08).
010100     05  M43-LIGNES.
010200         10  M43-LIGNE-P OCCURS 10.
010300             15  M43-DEC-L           PIC S9(04) COMP.
010400             15  M43-DEC-A           PIC X(01).
010500             15  M43-DEC-I           PIC X(01).
010600             15  M43-LIG-L           PIC S9(04) COMP.
010700             15  M43-LIG-A           PIC X(01).
010800             15  M43-LIG-I           PIC X(70).
010900     05  M43-MESS-L                  PIC S9(04) COMP.
011000     05  M43-MESS-A                  PIC X(01).
011100     05  M43-MESS-I                  PIC X(60).
011200*    COMMAREA : CAMPAGNE ET RESPONSABLE DE LA PAGE, DERNIER
011300*    OPERATEUR AFFICHE ET OPERATEURS DES LIGNES DE LA PAGE
011400 01  W-COMMAREA.
011500     05  CA-CAMPAGNE                 PIC X(06).
011600     05  CA-RESPONSABLE              PIC X(08).
011700     05  CA-POSITION                 PIC X(08).
011800     05  CA-OPERATEURS.
011900         10  CA-OPE                  PIC X(08) OCCURS 10.
012000 LINKAGE SECTION.
012100 01  DFHCOMMAREA                     PIC X(102).
012200 PROCEDURE DIVISION.
012300******************************************************************
012400*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL             *
012500******************************************************************
012600 0000-MAINLINE.
012700     PERFORM 1050-PROFIL THRU 1050-EXIT.
012800     IF EIBCALEN = ZERO
012900         MOVE 'O' TO W-EFFACER
013000         MOVE LOW-VALUE TO GSAU43I
013100         MOVE LOW-VALUE TO W-COMMAREA
013200         MOVE 'ENTREE = LIGNES EN ATTENTE - C/R PUIS PF5'
013300           TO W-MESSAGE
013400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
013500         GO TO 0000-RETOUR.
013600     MOVE DFHCOMMAREA TO W-COMMAREA.
013700     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
013800     PERFORM 1200-RESPONSABLE-EFFECTIF THRU 1200-EXIT.
013900     IF W-MESSAGE NOT = SPACES
014000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
014100         GO TO 0000-RETOUR.
014200     PERFORM 1300-CAMPAGNE THRU 1300-EXIT.
014300     IF W-MESSAGE NOT = SPACES
014400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
014500         GO TO 0000-RETOUR.
014600*    UNE AUTRE CAMPAGNE OU UN AUTRE RESPONSABLE REPART DU DEBUT
014700     IF W-CAMPAGNE NOT = CA-CAMPAGNE
014800      OR W-RESPONSABLE NOT = CA-RESPONSABLE
014900         MOVE LOW-VALUE TO CA-POSITION.
015000     EVALUATE TRUE
015100         WHEN PFK3
015200             EXEC CICS SEND TEXT FROM (W-MESSAGE) ERASE
015300             END-EXEC
015400             EXEC CICS RETURN END-EXEC
015500         WHEN ENTER-KEY
015600             MOVE LOW-VALUE TO CA-POSITION
015700             PERFORM 2000-LISTER THRU 2000-EXIT
015800         WHEN PFK8
015900             PERFORM 2000-LISTER THRU 2000-EXIT
016000         WHEN PFK5
016100             PERFORM 3000-DECIDER THRU 3000-EXIT
016200         WHEN OTHER
016300             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
016400             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
016500     END-EVALUATE.
016600 0000-RETOUR.
016700     EXEC CICS RETURN TRANSID ('GSA3')
016800          COMMAREA (W-COMMAREA) LENGTH (102)
016900     END-EXEC.
017000 0000-EXIT.
017100     EXIT.
017200******************************************************************
017300*  1050-PROFIL : PROFIL DE L OPERATEUR COURANT                   *
017400******************************************************************
017500 1050-PROFIL.
017600     EXEC CICS ASSIGN USERID (W-OPERATEUR) END-EXEC.
017700     MOVE W-OPERATEUR TO AUT-OPERATEUR.
017800     EXEC CICS READ FILE ('AUTFIC')
017900          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
018000          RESP (W-RESP)
018100     END-EXEC.
018200     IF W-RESP = DFHRESP(NORMAL)
018300         MOVE 'O' TO W-PROFIL-LU
018400         MOVE AUT-ADMINISTRATION TO W-ADMINISTRATEUR
018500     ELSE
018600         MOVE 'N' TO W-PROFIL-LU.
018700 1050-EXIT.
018800     EXIT.
018900******************************************************************
019000*  1100-RECEVOIR-PFKEY : RECEPTION MAP ET DECODAGE TOUCHE        *
019100******************************************************************
019200 1100-RECEVOIR-PFKEY.
019300     EXEC CICS RECEIVE MAP ('GSAU43') MAPSET ('GSAU43M')
019400          INTO (GSAU43I) RESP (W-RESP)
019500     END-EXEC.
019600     EVALUATE EIBAID
019700         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
019800         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
019900         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
020000         WHEN DFHPF8   MOVE 08 TO PFKEY-INDICATOR
020100         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
020200     END-EVALUATE.
020300 1100-EXIT.
020400     EXIT.
020500******************************************************************
020600*  1200-RESPONSABLE-EFFECTIF : LE RESPONSABLE EST L OPERATEUR    *
020700*  LUI-MEME - UN TIERS EXIGE LE PROFIL ADMINISTRATION - REFUS AU *
020800*  JOURNAL GAUJ                                                  *
020900******************************************************************
021000 1200-RESPONSABLE-EFFECTIF.
021100     MOVE SPACES TO W-MESSAGE.
021200     IF W-PROFIL-LU NOT = 'O'
021300         MOVE 'OPERATEUR SANS PROFIL - ACCES REFUSE'
021400           TO W-MESSAGE
021500         PERFORM 8100-JOURNAL-REFUS THRU 8100-EXIT
021600         GO TO 1200-EXIT.
021700     IF AUT-EN-FORMATION
021800         MOVE 'PROFIL EN FORMATION - RECERTIFICATION REFUSEE'
021900           TO W-MESSAGE
022000         PERFORM 8100-JOURNAL-REFUS THRU 8100-EXIT
022100         GO TO 1200-EXIT.
022200     IF M43-RESPONSABLE-I = SPACES OR LOW-VALUE
022300      OR M43-RESPONSABLE-I = W-OPERATEUR
022400         MOVE W-OPERATEUR TO W-RESPONSABLE
022500         GO TO 1200-EXIT.
022600     IF W-ADMINISTRATEUR = 'O'
022700         MOVE M43-RESPONSABLE-I TO W-RESPONSABLE
022800     ELSE
022900         MOVE 'RESPONSABLE TIERS - PROFIL ADMINISTRATION EXIGE'
023000           TO W-MESSAGE
023100         PERFORM 8100-JOURNAL-REFUS THRU 8100-EXIT.
023200 1200-EXIT.
023300     EXIT.
023400******************************************************************
023500*  1300-CAMPAGNE : CAMPAGNE SAISIE (AAAATN), A BLANC CELLE DU    *
023600*  TRIMESTRE EN COURS                                            *
023700******************************************************************
023800 1300-CAMPAGNE.
023900     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
024000     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
024100          YYYYMMDD (W-DATE-JOUR)
024200     END-EXEC.
024300     IF M43-CAMPAGNE-I = SPACES OR LOW-VALUE
024400         COMPUTE W-TRIMESTRE = (W-JOUR-MOIS + 2) / 3
024500         MOVE W-JOUR-ANNEE TO W-CAMP-ANNEE
024600         MOVE 'T'          TO W-CAMP-LETTRE
024700         MOVE W-TRIMESTRE  TO W-CAMP-TRIMESTRE
024800         MOVE W-CAMPAGNE   TO M43-CAMPAGNE-I
024900     ELSE
025000         MOVE M43-CAMPAGNE-I TO W-CAMPAGNE.
025100     IF W-CAMP-ANNEE NOT NUMERIC
025200      OR W-CAMP-LETTRE NOT = 'T'
025300      OR W-CAMP-TRIMESTRE NOT = '1' AND '2' AND '3' AND '4'
025400         MOVE 'CAMPAGNE AAAATN (EX. 2026T4) OU A BLANC'
025500           TO W-MESSAGE.
025600 1300-EXIT.
025700     EXIT.
025800******************************************************************
025900*  2000-LISTER : LIGNES EN ATTENTE DU RESPONSABLE A PARTIR DE LA *
026000*  POSITION - LES OPERATEURS DE LA PAGE VONT EN COMMAREA         *
026100******************************************************************
026200 2000-LISTER.
026300     PERFORM 2200-RAZ-LIGNES THRU 2200-EXIT
026400         VARYING IX-LIG FROM 1 BY 1
026500         UNTIL IX-LIG GREATER 10.
026600     MOVE W-CAMPAGNE    TO CA-CAMPAGNE CER-CAMPAGNE.
026700     MOVE W-RESPONSABLE TO CA-RESPONSABLE CER-RESPONSABLE.
026800     MOVE CA-POSITION   TO CER-OPERATEUR.
026900     EXEC CICS STARTBR FILE ('CERFIC')
027000          RIDFLD (CER-CLE) GTEQ RESP (W-RESP)
027100     END-EXEC.
027200     IF W-RESP NOT = DFHRESP(NORMAL)
027300         MOVE 'AUCUNE LIGNE POUR CETTE CAMPAGNE' TO W-MESSAGE
027400         MOVE LOW-VALUE TO CA-POSITION
027500         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
027600         GO TO 2000-EXIT.
027700     MOVE ZERO TO IX-LIG.
027800 2000-LIRE.
027900     EXEC CICS READNEXT FILE ('CERFIC')
028000          INTO (CER-ENREG) RIDFLD (CER-CLE) RESP (W-RESP)
028100     END-EXEC.
028200     IF W-RESP NOT = DFHRESP(NORMAL)
028300      OR CER-CAMPAGNE NOT = W-CAMPAGNE
028400      OR CER-RESPONSABLE NOT = W-RESPONSABLE
028500         EXEC CICS ENDBR FILE ('CERFIC') RESP (W-RESP)
028600         END-EXEC
028700         MOVE 'FIN DES LIGNES EN ATTENTE - C/R PUIS PF5'
028800           TO W-MESSAGE
028900         MOVE LOW-VALUE TO CA-POSITION
029000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
029100         GO TO 2000-EXIT.
029200     IF CER-OPERATEUR = CA-POSITION
029300         GO TO 2000-LIRE.
029400     MOVE CER-OPERATEUR TO CA-POSITION.
029500     IF NOT CER-EN-ATTENTE
029600         GO TO 2000-LIRE.
029700     ADD 1 TO IX-LIG.
029800     MOVE CER-OPERATEUR         TO LT-OPERATEUR CA-OPE (IX-LIG).
029900     MOVE CER-CONSULTATION      TO LT-PROFIL (1:1).
030000     MOVE CER-MISE-A-JOUR       TO LT-PROFIL (2:1).
030100     MOVE CER-APPROBATION       TO LT-PROFIL (3:1).
030200     MOVE CER-ADMINISTRATION    TO LT-PROFIL (4:1).
030300     MOVE CER-ENTITE            TO LT-ENTITE.
030400     MOVE CER-UNITE             TO LT-UNITE.
030500     MOVE CER-DELEGUEES         TO LT-DELEGUEES.
030600     MOVE CER-DERNIERE-ACTIVITE TO LT-ACTIVITE.
030700     MOVE SPACES                TO LT-SIGNAL.
030800     IF CER-EN-CONFLIT
030900         MOVE 'CONFLIT M/P' TO LT-SIGNAL.
031000     IF CER-PROFIL-INUTILISE
031100         IF CER-EN-CONFLIT
031200             MOVE 'CONFLIT+INUT' TO LT-SIGNAL
031300         ELSE
031400             MOVE 'INUTILISE' TO LT-SIGNAL.
031500     MOVE W-LIGNE-TRAVAIL TO M43-LIG-I (IX-LIG).
031600     IF IX-LIG LESS 10
031700         GO TO 2000-LIRE.
031800     EXEC CICS ENDBR FILE ('CERFIC') RESP (W-RESP)
031900     END-EXEC.
032000     MOVE 'PAGE AFFICHEE - PF8 = SUITE - C/R PUIS PF5'
032100       TO W-MESSAGE.
032200     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
032300 2000-EXIT.
032400     EXIT.
032500 2200-RAZ-LIGNES.
032600     MOVE SPACES TO M43-LIG-I (IX-LIG) CA-OPE (IX-LIG).
032700     MOVE SPACE  TO M43-DEC-I (IX-LIG).
032800 2200-EXIT.
032900     EXIT.
033000******************************************************************
033100*  3000-DECIDER : DECISIONS SAISIES SUR LA PAGE AFFICHEE, PUIS   *
033200*  LISTE REPRISE DU DEBUT (LES LIGNES DECIDEES EN SORTENT)       *
033300******************************************************************
033400 3000-DECIDER.
033500     IF W-CAMPAGNE NOT = CA-CAMPAGNE
033600      OR W-RESPONSABLE NOT = CA-RESPONSABLE
033700         MOVE 'CAMPAGNE OU RESPONSABLE CHANGE - ENTREE D ABORD'
033800           TO W-MESSAGE
033900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
034000         GO TO 3000-EXIT.
034100     MOVE ZERO TO CPT-DECIDEES CPT-ECARTEES.
034200     PERFORM 3100-UNE-DECISION THRU 3100-EXIT
034300         VARYING IX-LIG FROM 1 BY 1
034400         UNTIL IX-LIG GREATER 10.
034500     MOVE CPT-DECIDEES TO W-ED-DECIDEES.
034600     MOVE CPT-ECARTEES TO W-ED-ECARTEES.
034700     STRING 'DECISIONS ENREGISTREES : ' W-ED-DECIDEES
034800            '  ECARTEES : ' W-ED-ECARTEES
034900            DELIMITED SIZE INTO W-BILAN
035000     END-STRING.
035100     MOVE LOW-VALUE TO CA-POSITION.
035200     PERFORM 2000-LISTER THRU 2000-EXIT.
035300 3000-EXIT.
035400     EXIT.
035500******************************************************************
035600*  3100-UNE-DECISION : C OU R SUR UNE LIGNE ENCORE EN ATTENTE -  *
035700*  TOUTE AUTRE SAISIE, LE PROPRE PROFIL OU UNE LIGNE DEJA        *
035800*  DECIDEE EST ECARTE                                            *
035900******************************************************************
036000 3100-UNE-DECISION.
036100     IF CA-OPE (IX-LIG) = SPACES OR LOW-VALUE
036200         GO TO 3100-EXIT.
036300     IF M43-DEC-I (IX-LIG) = SPACE OR LOW-VALUE
036400         GO TO 3100-EXIT.
036500     IF M43-DEC-I (IX-LIG) NOT = 'C' AND 'R'
036600      OR CA-OPE (IX-LIG) = W-OPERATEUR
036700         ADD 1 TO CPT-ECARTEES
036800         GO TO 3100-EXIT.
036900     MOVE CA-CAMPAGNE     TO CER-CAMPAGNE.
037000     MOVE CA-RESPONSABLE  TO CER-RESPONSABLE.
037100     MOVE CA-OPE (IX-LIG) TO CER-OPERATEUR.
037200     EXEC CICS READ FILE ('CERFIC')
037300          INTO (CER-ENREG) RIDFLD (CER-CLE)
037400          UPDATE RESP (W-RESP)
037500     END-EXEC.
037600     IF W-RESP NOT = DFHRESP(NORMAL)
037700         ADD 1 TO CPT-ECARTEES
037800         GO TO 3100-EXIT.
037900     IF NOT CER-EN-ATTENTE
038000         EXEC CICS UNLOCK FILE ('CERFIC') RESP (W-RESP)
038100         END-EXEC
038200         ADD 1 TO CPT-ECARTEES
038300         GO TO 3100-EXIT.
038400     IF M43-DEC-I (IX-LIG) = 'R'
038500         PERFORM 3200-REVOQUER THRU 3200-EXIT.
038600     MOVE M43-DEC-I (IX-LIG) TO CER-DECISION.
038700     MOVE W-DATE-JOUR        TO CER-DATE-DECISION.
038800     MOVE W-OPERATEUR        TO CER-DECIDEUR.
038900     EXEC CICS REWRITE FILE ('CERFIC')
039000          FROM (CER-ENREG) RESP (W-RESP)
039100     END-EXEC.
039200     IF W-RESP NOT = DFHRESP(NORMAL)
039300         ADD 1 TO CPT-ECARTEES
039400         GO TO 3100-EXIT.
039500     ADD 1 TO CPT-DECIDEES.
039600     PERFORM 8200-JOURNAL-ACTIVITE THRU 8200-EXIT.
039700 3100-EXIT.
039800     EXIT.
039900******************************************************************
040000*  3200-REVOQUER : FONCTIONS DU PROFIL RETIREES (UN PROFIL DEJA  *
040100*  DISPARU N Y FAIT PAS OBSTACLE) PUIS DELEGATIONS RECUES        *
040200*  SUPPRIMEES                                                    *
040300******************************************************************
040400 3200-REVOQUER.
040500     MOVE CER-OPERATEUR TO AUT-OPERATEUR.
040600     EXEC CICS READ FILE ('AUTFIC')
040700          INTO (AUT-ENREG) RIDFLD (AUT-OPERATEUR)
040800          UPDATE RESP (W-RESP)
040900     END-EXEC.
041000     IF W-RESP = DFHRESP(NORMAL)
041100         MOVE 'N' TO AUT-CONSULTATION AUT-MISE-A-JOUR
041200                     AUT-APPROBATION AUT-ADMINISTRATION
041300         EXEC CICS REWRITE FILE ('AUTFIC')
041400              FROM (AUT-ENREG) RESP (W-RESP)
041500         END-EXEC.
041600 3200-DELEGATION.
041700     MOVE CER-OPERATEUR TO DEL-DELEGATAIRE.
041800     MOVE LOW-VALUE     TO DEL-FONCTION DEL-DELEGANT.
041900     EXEC CICS STARTBR FILE ('DELFIC')
042000          RIDFLD (DEL-CLE) GTEQ RESP (W-RESP)
042100     END-EXEC.
042200     IF W-RESP NOT = DFHRESP(NORMAL)
042300         GO TO 3200-EXIT.
042400     EXEC CICS READNEXT FILE ('DELFIC')
042500          INTO (DEL-ENREG) RIDFLD (DEL-CLE) RESP (W-RESP)
042600     END-EXEC.
042700     EXEC CICS ENDBR FILE ('DELFIC') END-EXEC.
042800     IF W-RESP NOT = DFHRESP(NORMAL)
042900      OR DEL-DELEGATAIRE NOT = CER-OPERATEUR
043000         GO TO 3200-EXIT.
043100     EXEC CICS DELETE FILE ('DELFIC')
043200          RIDFLD (DEL-CLE) RESP (W-RESP)
043300     END-EXEC.
043400     IF W-RESP = DFHRESP(NORMAL)
043500         GO TO 3200-DELEGATION.
043600 3200-EXIT.
043700     EXIT.
043800******************************************************************
043900*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE (LE BILAN DES   *
044000*  DECISIONS PRIME SUR LE MESSAGE DE LA LISTE)                   *
044100******************************************************************
044200 8000-ENVOYER-ECRAN.
044300     IF W-BILAN NOT = SPACES
044400         MOVE W-BILAN TO W-MESSAGE.
044500     MOVE W-MESSAGE TO M43-MESS-I.
044600     IF W-EFFACER = 'O'
044700         MOVE 'N' TO W-EFFACER
044800         EXEC CICS SEND MAP ('GSAU43') MAPSET ('GSAU43M')
044900              FROM (GSAU43I) ERASE
045000         END-EXEC
045100     ELSE
045200         EXEC CICS SEND MAP ('GSAU43') MAPSET ('GSAU43M')
045300              FROM (GSAU43I)
045400         END-EXEC.
045500 8000-EXIT.
045600     EXIT.
045700******************************************************************
045800*  8100-JOURNAL-REFUS : REFUS D ACCES AU JOURNAL GAUJ            *
045900******************************************************************
046000 8100-JOURNAL-REFUS.
046100     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
046200     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
046300          YYYYMMDD (W-DATE-JOUR)
046400     END-EXEC.
046500     MOVE W-DATE-JOUR     TO VIO-DATE.
046600     MOVE EIBTIME         TO W-EIBTIME.
046700     MOVE W-EIBTIME (2:6) TO VIO-HEURE.
046800     MOVE W-OPERATEUR     TO VIO-OPERATEUR.
046900     MOVE 'A'             TO VIO-FONCTION.
047000     MOVE 'GSAU403 '      TO VIO-PROGRAMME.
047100     EXEC CICS WRITEQ TD QUEUE ('GAUJ')
047200          FROM (W-VIOLATION) LENGTH (40) RESP (W-RESP)
047300     END-EXEC.
047400 8100-EXIT.
047500     EXIT.
047600******************************************************************
047700*  8200-JOURNAL-ACTIVITE : DECISION AU FICHIER D ACTIVITE (FILE  *
047800*  GACJ, DOMAINE CERT, FONCTION D, DETAIL = C OU R)              *
047900******************************************************************
048000 8200-JOURNAL-ACTIVITE.
048100     MOVE SPACES          TO ACV-ENREG.
048200     MOVE W-DATE-JOUR     TO ACV-DATE.
048300     MOVE EIBTIME         TO W-EIBTIME.
048400     MOVE W-EIBTIME (2:6) TO ACV-HEURE.
048500     MOVE W-OPERATEUR     TO ACV-OPERATEUR.
048600     MOVE 'GSAU403 '      TO ACV-PROGRAMME.
048700     MOVE 'CERT'          TO ACV-DOMAINE.
048800     MOVE 'D'             TO ACV-FONCTION.
048900     MOVE CER-DECISION    TO ACV-DETAIL.
049000     MOVE CER-CLE         TO ACV-CLE.
049100     MOVE 'N'             TO ACV-FORMATION.
049200     EXEC CICS WRITEQ TD QUEUE ('GACJ')
049300          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
049400     END-EXEC.
049500 8200-EXIT.
049600     EXIT.
