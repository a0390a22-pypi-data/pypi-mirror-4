001400*  CHOIX 1 A 10 PUIS PF5 = OUVERTURE DE LA CONSULTATION SUR LA   *
001500*  CLE CHOISIE (XCTL VERS LA TRANSACTION DE CONSULTATION)        *
001600*  PF3 = FIN DE TRANSACTION                                      *
001633*  CHOIX 1 A 10 PUIS PF11 = CLE CHOISIE MISE EN LISTE DE SUIVI   *
001666*  DE L OPERATEUR (MOTIF ET ECHEANCE FACULTATIFS - GSSV161)      *
001700*  LE FRAGMENT DE NOM EST COMPARE SUR LE CLAIR : LES ZONES       *
001800*  PROTEGEES SONT DECODEES PAR GSCR390 AVANT COMPARAISON.        *
001900*  ------------------------------------------------------------  *
002350*                EST COMPARE PAR CLE SONORE (GSPH520) A LA CLE   *
002360*                PORTEE PAR L ENREGISTREMENT - MEYER TROUVE      *
002370*                MAIER                                           *
002371*  15/10/26  DA  CHAQUE LIGNE DE RESULTAT (NOM DECODE) TRACEE    *
002372*                AU JOURNAL DES DIVULGATIONS (FILE GDSJ)         *
002380*  15/10/26  DA  PF11 : CLE CHOISIE AJOUTEE A LA LISTE DE        *
002390*                SUIVI DE L OPERATEUR (SUIFIC - 3100)            *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004410 COPY GSPHZ.
004500 01  W-OPERATEUR                     PIC X(08).
004600 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
004650 01  W-FIC-SUIFIC                    PIC X(08) VALUE 'SUIFIC  '.
004700 01  W-FORMATION                     PIC X(01) VALUE 'N'.
004710 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
004720 01  W-AUTORISE                      PIC X(01).
004730 01  W-EFFACER                       PIC X(01) VALUE 'N'.
004735 01  W-SUIVI-FIN                     PIC X(08).
004740 01  W-ABSTIME                       PIC S9(15) COMP-3.
004750 01  W-DATE-JOUR                     PIC 9(08).
004760 01  W-EIBTIME                       PIC 9(07).
004782     05  VIO-NATURE                  PIC X(01) VALUE 'V'.
004784     05  VIO-DELEGANT                PIC X(08) VALUE SPACES.
004800 COPY GSCRZ.
004850 COPY FFFFFGDC.
004860 COPY FFFFFGSV.
004900 01  GSOL43I.
005000     05  FILLER                      PIC X(12).
005100     05  M43-CLE-L                   PIC S9(04) COMP.
006500             15  M43-RES-L           PIC S9(04) COMP.
006600             15  M43-RES-A           PIC X(01).
006700             15  M43-RES-I           PIC X(60).
006714     05  M43-SUIMOT-L                PIC S9(04) COMP.
006728     05  M43-SUIMOT-A                PIC X(01).
006742     05  M43-SUIMOT-I                PIC X(30).
006756     05  M43-SUIFIN-L                PIC S9(04) COMP.
006770     05  M43-SUIFIN-A                PIC X(01).
006784     05  M43-SUIFIN-I                PIC X(08).
006800     05  M43-MESS-L                  PIC S9(04) COMP.
006900     05  M43-MESS-A                  PIC X(01).
007000     05  M43-MESS-I                  PIC X(60).
010610             END-IF
010700         WHEN PFK5
010800             PERFORM 3000-OUVRIR-CONSULTATION THRU 3000-EXIT
010816         WHEN PFK11
010832             PERFORM 3030-AUTORISER THRU 3030-EXIT
010848             IF W-AUTORISE = 'O'
010864                 PERFORM 3100-SUIVRE-CLE THRU 3100-EXIT
010880             END-IF
010900         WHEN OTHER
011000             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
011100             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
013100         IF AUT-EN-FORMATION
013200             MOVE 'O'        TO W-FORMATION
013300             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
013305             MOVE 'SUIFICF ' TO W-FIC-SUIFIC
013310         END-IF
013320     END-IF.
013400 1050-EXIT.
014500         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
014600         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
014700         WHEN DFHPF8   MOVE 08 TO PFKEY-INDICATOR
014750         WHEN DFHPF11  MOVE 11 TO PFKEY-INDICATOR
014800         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
014900     END-EVALUATE.
015000 1100-EXIT.
023400            CRZ-NOM DELIMITED SIZE
023500            INTO M43-RES-I (W-NB-TROUVE)
023600     END-STRING.
023650     PERFORM 8300-TRACER-DIVULGATION THRU 8300-EXIT.
023700 2100-EXIT.
023800     EXIT.
023802******************************************************************
023980         END-EXEC.
023982 8000-EXIT.
023984     EXIT.
024000******************************************************************
024100*  8300-TRACER-DIVULGATION : CHAQUE LIGNE DE RESULTAT MONTRE     *
024200*  LE NOM DECODE PAR GSCR390 - LA DIVULGATION PART AU JOURNAL    *
024300*  (FILE TD GDSJ - DD DSCJRN). LES ENREGISTREMENTS ECARTES PAR   *
024400*  LE CRIBLE, DECODES POUR COMPARAISON SEULEMENT, N Y VONT PAS   *
024500******************************************************************
024600 8300-TRACER-DIVULGATION.
024700     MOVE SPACES              TO DSC-ENREG.
024800     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
024900     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
025000          YYYYMMDD (W-DATE-JOUR)
025100     END-EXEC.
025200     MOVE W-DATE-JOUR         TO DSC-DATE.
025300     MOVE EIBTIME             TO W-EIBTIME.
025400     MOVE W-EIBTIME (2:6)     TO DSC-HEURE.
025500     MOVE W-OPERATEUR         TO DSC-IDENTITE.
025600     MOVE 'ECRN'              TO DSC-CANAL.
025700     MOVE 'GSOL430 '          TO DSC-PROGRAMME.
025800     MOVE FFFFFGS-CLE         TO DSC-FGS-CLE.
025900     MOVE 'A'                 TO DSC-NATURE.
026000     MOVE W-FORMATION         TO DSC-FORMATION.
026100     EXEC CICS WRITEQ TD QUEUE ('GDSJ')
026200          FROM (DSC-ENREG) LENGTH (80) RESP (W-RESP)
026300     END-EXEC.
026400 8300-EXIT.
026500     EXIT.
026600******************************************************************
026700*  3100-SUIVRE-CLE : PF11 - LA CLE ENTRE DANS LA LISTE DE SUIVI  *
026800*  DE L OPERATEUR (MOTIF ET ECHEANCE AAAAMMJJ FACULTATIFS) -     *
026900*  CONSTAT CHAQUE NUIT PAR GSSV160, LISTE PAR GSSV161 (GSV1)     *
027000******************************************************************
027100 3100-SUIVRE-CLE.
027200     IF M43-CHOIX-I NOT NUMERIC
027300         MOVE 'CHOIX 1 A 10 OBLIGATOIRE' TO W-MESSAGE
027400         GO TO 3100-ENVOYER.
027500     MOVE M43-CHOIX-I TO W-CHOIX.
027600     IF W-CHOIX LESS 1 OR W-CHOIX GREATER 10
027700         MOVE 'CHOIX HORS LISTE' TO W-MESSAGE
027800         GO TO 3100-ENVOYER.
027900     IF CA-RES-CLE (W-CHOIX) = SPACES OR LOW-VALUE
028000         MOVE 'CHOIX HORS LISTE' TO W-MESSAGE
028100         GO TO 3100-ENVOYER.
028200     MOVE CA-RES-CLE (W-CHOIX) TO FFFFFGS-CLE.
028300     EXEC CICS READ FILE (W-FIC-FFFFFGS)
028400          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
028500          RESP (W-RESP)
028600     END-EXEC.
028700     IF W-RESP NOT = DFHRESP(NORMAL)
028800         MOVE 'CLE INCONNUE - SUIVI IMPOSSIBLE' TO W-MESSAGE
028900         GO TO 3100-ENVOYER.
029000     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
029100     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
029200          YYYYMMDD (W-DATE-JOUR)
029300     END-EXEC.
029400     MOVE SPACES TO SUI-ENREG.
029500     MOVE ZERO   TO SUI-DATE-FIN SUI-DATE-PASSE SUI-PH-MONTANT
029600                    SUI-PH-MONTANT-ECH SUI-PH-DATE-EFFET
029700                    SUI-CT-NB-SUSPENS SUI-CT-NB-CORBEILLE
029800                    SUI-CT-NB-NOTES SUI-CT-NB-COURRIERS.
029900     MOVE M43-SUIFIN-I TO W-SUIVI-FIN.
030000     IF W-SUIVI-FIN = SPACES OR LOW-VALUE
030100         GO TO 3100-ECRIRE.
030200     IF W-SUIVI-FIN NOT NUMERIC
030300      OR W-SUIVI-FIN (5:2) LESS '01'
030400      OR W-SUIVI-FIN (5:2) GREATER '12'
030500      OR W-SUIVI-FIN (7:2) LESS '01'
030600      OR W-SUIVI-FIN (7:2) GREATER '31'
030700         MOVE 'ECHEANCE DU SUIVI INVALIDE (AAAAMMJJ)'
030800           TO W-MESSAGE
030900         GO TO 3100-ENVOYER.
031000     MOVE W-SUIVI-FIN TO SUI-DATE-FIN.
031100     IF SUI-DATE-FIN NOT GREATER W-DATE-JOUR
031200         MOVE 'ECHEANCE DU SUIVI DEJA PASSEE' TO W-MESSAGE
031300         GO TO 3100-ENVOYER.
031400 3100-ECRIRE.
031500     MOVE W-OPERATEUR     TO SUI-OPERATEUR.
031600     MOVE FFFFFGS-CLE     TO SUI-FGS-CLE.
031700     MOVE M43-SUIMOT-I  TO SUI-MOTIF.
031800     INSPECT SUI-MOTIF REPLACING ALL LOW-VALUE BY SPACE.
031900     MOVE W-DATE-JOUR     TO SUI-DATE-AJOUT.
032000     MOVE 'GSOL430 '      TO SUI-ORIGINE.
032100     EXEC CICS WRITE FILE (W-FIC-SUIFIC)
032200          FROM (SUI-ENREG) RIDFLD (SUI-CLE) RESP (W-RESP)
032300     END-EXEC.
032400     IF W-RESP = DFHRESP(NORMAL)
032500         MOVE 'CLE AJOUTEE A VOTRE SUIVI (TRANSACTION GSV1)'
032600           TO W-MESSAGE
032700     ELSE
032800         IF W-RESP = DFHRESP(DUPREC)
032900             MOVE 'CLE DEJA DANS VOTRE SUIVI' TO W-MESSAGE
033000         ELSE
033100             MOVE 'AJOUT AU SUIVI IMPOSSIBLE - FICHIER SUIFIC'
033200               TO W-MESSAGE.
033300 3100-ENVOYER.
033400     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
033500 3100-EXIT.
033600     EXIT.
