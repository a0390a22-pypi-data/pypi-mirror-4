002230*                (PF4) SOUMIS AU PROFIL CONSULTATION             *
002240*  02/09/26  DA  ETAT E (ESCALADE SLA - GSWB082) SERVI PAR LE    *
002250*                PARCOURS ET COMPTE PAR LA VUE SUPERVISEUR       *
002251*  15/10/26  DA  PRISE ET SOLDE TRACES AU FICHIER D ACTIVITE     *
002252*                (FILE TD GACJ)                                  *
002253*  15/10/26  DA  FILE INTERNE RESERVEE AU PROFIL APPROBATION -   *
002254*                L OPERATEUR VISE NE PEUT TRAITER SON ELEMENT    *
002255******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.
004100 COPY GSPFKEY.
004200 COPY FFFFFGW.
004300 COPY FFFFFGA.
004350 COPY FFFFFGAC.
004400 01  W-OPERATEUR                     PIC X(08).
004500 01  W-FIC-WRKBSK                    PIC X(08) VALUE 'WRKBSK  '.
004600 01  W-FORMATION                     PIC X(01) VALUE 'N'.
004710 01  W-FONCTION-DEMANDEE             PIC X(01).
004800 01  W-AUTORISE                      PIC X(01).
004810 01  W-EFFACER                       PIC X(01) VALUE 'N'.
004855 01  W-FONCTION-ACTIVITE             PIC X(01).
004900 01  W-EIBTIME                       PIC 9(07).
005000 01  W-VIOLATION.
005100     05  VIO-DATE                    PIC 9(08).
018200*  3030-AUTORISER : LE PARCOURS EXIGE LE PROFIL CONSULTATION,   *
018300*  PRISE ET SOLDE LE PROFIL MISE A JOUR (LU EN 1050) -           *
018350*  REFUS EN CLAIR ET TRACE AU JOURNAL GAUJ                       *
018366*  LA FILE INTERNE (ALERTES GSAC790) EST RESERVEE AU PROFIL      *
018382*  APPROBATION                                                   *
018400******************************************************************
018500 3030-AUTORISER.
018600     MOVE 'N' TO W-AUTORISE.
018900             MOVE 'O' TO W-AUTORISE
018910         END-IF
018920     END-IF.
018933     IF W-AUTORISE = 'O'
018946      AND AUT-APPROBATION NOT = 'O'
018959      AND (M81-FILE-I = 'INTERNE '
018972       OR CA-WRK-CLE (1:8) = 'INTERNE ')
018985         MOVE 'N' TO W-AUTORISE.
019000     IF W-AUTORISE = 'N'
019100         MOVE 'FONCTION NON AUTORISEE POUR VOTRE PROFIL'
019200           TO W-MESSAGE
026400     MOVE 'P'      TO WRK-ETAT.
026500     MOVE W-OPERATEUR TO WRK-OPERATEUR.
026600     PERFORM 7500-REECRIRE THRU 7500-EXIT.
026625     IF W-RESP = DFHRESP(NORMAL)
026650         MOVE 'P' TO W-FONCTION-ACTIVITE
026675         PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
026700     MOVE 'ELEMENT PRIS' TO W-MESSAGE.
026800     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
026900 3000-EXIT.
028400     END-EXEC.
028500     MOVE W-DATE-JOUR TO WRK-DATE-DISPO.
028600     PERFORM 7500-REECRIRE THRU 7500-EXIT.
028625     IF W-RESP = DFHRESP(NORMAL)
028650         MOVE 'D' TO W-FONCTION-ACTIVITE
028675         PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
028700     MOVE 'ELEMENT SOLDE' TO W-MESSAGE.
028800     MOVE LOW-VALUE TO CA-WRK-CLE.
028900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
034800     IF W-RESP NOT = DFHRESP(NORMAL)
034900         MOVE 'ELEMENT INTROUVABLE' TO W-MESSAGE
035000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
035010     IF W-RESP = DFHRESP(NORMAL)
035020      AND WRK-FILE = 'INTERNE '
035030      AND WRK-FGS-CLE (1:8) = W-OPERATEUR
035040         EXEC CICS UNLOCK FILE (W-FIC-WRKBSK) RESP (W-RESP)
035050         END-EXEC
035060         MOVE 'ELEMENT VOUS CONCERNANT - TRAITEMENT INTERDIT'
035070           TO W-MESSAGE
035080         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
035090         MOVE 16 TO W-RESP.
035100 7000-EXIT.
035200     EXIT.
035300******************************************************************
037700         END-EXEC.
037800 8000-EXIT.
037900     EXIT.
038000******************************************************************
038100*  8400-TRACER-ACTIVITE : PRISE / SOLDE AU FICHIER D ACTIVITE    *
038200*  COMMUN (FILE TD GACJ - DD ACTJRN) POUR LA SURVEILLANCE DES    *
038300*  OPERATEURS (GSAC790)                                          *
038400******************************************************************
038500 8400-TRACER-ACTIVITE.
038600     MOVE SPACES              TO ACV-ENREG.
038700     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
038800     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
038900          YYYYMMDD (W-DATE-JOUR)
039000     END-EXEC.
039100     MOVE W-DATE-JOUR         TO ACV-DATE.
039200     MOVE EIBTIME             TO W-EIBTIME.
039300     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
039400     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
039500     MOVE 'GSWB081 '          TO ACV-PROGRAMME.
039600     MOVE 'CORB'              TO ACV-DOMAINE.
039700     MOVE W-FONCTION-ACTIVITE TO ACV-FONCTION.
039800     MOVE WRK-ETAT            TO ACV-DETAIL.
039900     MOVE WRK-CLE             TO ACV-CLE.
040000     MOVE WRK-FGS-CLE         TO ACV-FGS-CLE.
040100     MOVE W-FORMATION         TO ACV-FORMATION.
040200     EXEC CICS WRITEQ TD QUEUE ('GACJ')
040300          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
040400     END-EXEC.
040500 8400-EXIT.
040600     EXIT.
