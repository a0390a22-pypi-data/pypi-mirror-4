001500*            MVTFIC   MOUVEMENTS NEUFS DU JOUR                   *
001600*  SORTIE  : MVTSOR   MOUVEMENTS RECYCLES PUIS NEUFS             *
001700*            ETATSUS  ETAT DU RECYCLAGE ET DES ESCALADES         *
001733*            QLTJRN   JOURNAL QUALITE (EN EXTENSION) : RECYCLAGE *
001766*                     ET ESCALADE DES ELEMENTS PARTENAIRES       *
001800*  ------------------------------------------------------------  *
001900*  HISTORIQUE DES MODIFICATIONS                                  *
002000*  22/08/26  DA  CREATION                                        *
002001*  15/10/26  DA  RECYCLAGES ET ESCALADES (UNE FOIS, SUS-ESCALADE)*
002002*                DES ELEMENTS PARTENAIRES JOURNALISES DANS QLTJRN*
002003******************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.
004300     SELECT ETATSUS ASSIGN  ETATSUS
004400       ORGANIZATION  SEQUENTIAL
004500       FILE STATUS   W-ETATSUS-STATUS.
004525     SELECT QLTJRN  ASSIGN  QLTJRN
004550       ORGANIZATION  SEQUENTIAL
004575       FILE STATUS   W-QLTJRN-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SUSPFIC
006100     LABEL RECORD STANDARD
006200     DATA RECORD SUS-LIGNE.
006300 01  SUS-LIGNE                       PIC X(132).
006320 FD  QLTJRN
006340     LABEL RECORD STANDARD
006360     DATA RECORD QLJ-ENREG.
006380 COPY FFFFFGQJ.
006400 WORKING-STORAGE SECTION.
006500 77  SUS-AGE-MAX                     PIC 9(02) VALUE 05.
006600 77  CPT-SUS-LUS                     PIC S9(08) COMP VALUE ZERO.
008300 01  W-ETATSUS-STATUS                PIC X(02).
008400     88  W-ETA-OK                    VALUE '00'.
008500 01  W-MOTIF-ABANDON                 PIC X(30).
008525 01  W-QLTJRN-STATUS                PIC X(02).
008550     88  W-QLJ-OK                    VALUE '00'.
008575 01  W-DATE-JOUR                     PIC 9(08).
008600 01  W-MVT-RECYCLE.
008700     05  W-REC-CODE                  PIC X(01).
008800     05  W-REC-AGE                   PIC 9(02).
014900     IF NOT W-ETA-OK
015000         MOVE 'OPEN ETATSUS' TO W-MOTIF-ABANDON
015100         GO TO 9900-ABANDON.
015116     OPEN EXTEND QLTJRN.
015132     IF NOT W-QLJ-OK
015148         MOVE 'OPEN QLTJRN'  TO W-MOTIF-ABANDON
015164         GO TO 9900-ABANDON.
015180     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
015200     WRITE SUS-LIGNE FROM SUS-ENTETE.
015300     MOVE LOW-VALUE TO SUS-CLE.
015400     START SUSPFIC KEY NOT LESS SUS-CLE.
017900         MOVE 'WRITE MVTSOR' TO W-MOTIF-ABANDON
018000         GO TO 9900-ABANDON.
018100     ADD 1 TO CPT-SUS-RECYCLES.
018120     IF SUS-IMAGE (182:3) = 'PRT'
018140         MOVE SPACES TO QLJ-ENREG
018160         MOVE 'C'    TO QLJ-TYPE
018180         PERFORM 8300-ECRIRE-QLJ THRU 8300-EXIT.
018200     DELETE SUSPFIC.
018300     IF NOT W-SUS-OK
018400         MOVE 'DELETE SUSPFIC' TO W-MOTIF-ABANDON
019700     MOVE SUS-AGE     TO ESC-AGE.
019800     MOVE SUS-MOTIF   TO ESC-MOTIF.
019900     WRITE SUS-LIGNE FROM SUS-DET-ESCALADE.
019906*    L ESCALADE D UN ELEMENT PARTENAIRE N EST JOURNALISEE
019912*    QU UNE FOIS : LA LIGNE D ETAT, ELLE, REVIENT CHAQUE JOUR
019918     IF SUS-ESCALADE-FAITE
019924         GO TO 2200-EXIT.
019930     IF SUS-IMAGE (182:3) NOT = 'PRT'
019936         GO TO 2200-EXIT.
019942     MOVE SPACES TO QLJ-ENREG.
019948     MOVE 'X'    TO QLJ-TYPE.
019954     PERFORM 8300-ECRIRE-QLJ THRU 8300-EXIT.
019960     MOVE 'O' TO SUS-ESCALADE.
019966     REWRITE SUS-ENREG.
019972     IF NOT W-SUS-OK
019978         MOVE 'REWRITE SUSPFIC' TO W-MOTIF-ABANDON
019984         GO TO 9900-ABANDON.
020000 2200-EXIT.
020100     EXIT.
020200******************************************************************
022500     MOVE CPT-SUS-ESCALADES TO TOT-ESC.
022600     MOVE CPT-MVT-NEUFS     TO TOT-NEUF.
022700     WRITE SUS-LIGNE FROM SUS-TOTAUX.
022800     CLOSE SUSPFIC MVTFIC MVTSOR ETATSUS QLTJRN.
022900 3000-EXIT.
023000     EXIT.
023100******************************************************************
025400         GO TO 9900-ABANDON.
025500 8200-EXIT.
025600     EXIT.
025605******************************************************************
025610*  8300-ECRIRE-QLJ : EVENEMENT DE L ELEMENT COURANT AU JOURNAL   *
025615*  QUALITE QLTJRN, AU NOM DU PARTENAIRE POSE SUR L IMAGE         *
025620******************************************************************
025625 8300-ECRIRE-QLJ.
025630     MOVE ZERO TO QLJ-LOT-DATE QLJ-LOT-CYCLE QLJ-RECUS
025635                  QLJ-ACCEPTES QLJ-REFUSES.
025640     MOVE SUS-IMAGE (212:8) TO QLJ-PARTENAIRE.
025645     IF QLJ-PARTENAIRE = SPACES
025650         MOVE 'INCONNU' TO QLJ-PARTENAIRE.
025655     MOVE W-DATE-JOUR       TO QLJ-DATE.
025660     MOVE SUS-AGE           TO QLJ-AGE.
025665     MOVE SUS-FGS-CLE       TO QLJ-FGS-CLE.
025670     WRITE QLJ-ENREG.
025675     IF NOT W-QLJ-OK
025680         MOVE 'WRITE QLTJRN' TO W-MOTIF-ABANDON
025685         GO TO 9900-ABANDON.
025690 8300-EXIT.
025695     EXIT.
025700******************************************************************
025800*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
025900******************************************************************
