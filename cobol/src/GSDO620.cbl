002500*     D HISTORIQUE (POSTES IC ET DO EXCLUS).                     *
002600*  ETAT REGLEMENTAIRE ETATDOR PAR ENTITE : SIGNALES,             *
002700*  DORMANTS, REACTIVES.                                          *
002710*  LA NOTIFICATION, REGLEMENTAIRE, NE PART EN ELECTRONIQUE       *
002720*  QU AVEC L ACCORD DU DESTINATAIRE (CNSFIC, FINALITE GEST,      *
002730*  CANAL E) - SINON SUR PAPIER.                                  *
002753*  LA LETTRE PAPIER EST UNE PIECE FFFFFGPO MISE SOUS PLI PAR     *
002776*  GSPO300 / GSPO310 (ADRESSE ADRFIC DU TITULAIRE).              *
002800*  ------------------------------------------------------------  *
002900*  HISTORIQUE DES MODIFICATIONS                                  *
003000*  02/09/26  DA  CREATION                                        *
003010*  15/10/26  DA  CANAL E SOUS ACCORD DU DESTINATAIRE (CNSFIC),   *
003020*                REPLI IMPRESSION SANS ACCORD                    *
003021*  15/10/26  DA  LETTRE PAPIER EN PIECE FFFFFGPO POUR LA MISE    *
003022*                SOUS PLI (GSPO300 / GSPO310)                    *
003023******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.
006700     SELECT ETATDOR ASSIGN  ETATDOR
006800       ORGANIZATION  SEQUENTIAL
006900       FILE STATUS   W-ETATDOR-STATUS.
006910     SELECT CNSFIC  ASSIGN  CNSFIC
006920       ORGANIZATION  INDEXED
006930       ACCESS MODE   DYNAMIC
006940       RECORD KEY    CNS-CLE
006950       FILE STATUS   W-CNSFIC-STATUS.
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  FFFFFGS
009784     05  FILLER                      PIC X(68).
009800 FD  LETDOR
009900     LABEL RECORD STANDARD
010000     DATA RECORD PCO-ENREG.
010100 COPY FFFFFGPO.
010200 FD  LETDORE
010300     LABEL RECORD STANDARD
010400     DATA RECORD ELE-ENREG.
011700     LABEL RECORD STANDARD
011800     DATA RECORD DOE-LIGNE.
011900 01  DOE-LIGNE                       PIC X(132).
011910 FD  CNSFIC
011920     LABEL RECORD STANDARD
011930     DATA RECORD CNS-ENREG.
011940 COPY FFFFFGCN.
012000 WORKING-STORAGE SECTION.
012100 77  CPT-SIGNALES                    PIC S9(08) COMP VALUE ZERO.
012200 77  CPT-DORMANTS                    PIC S9(08) COMP VALUE ZERO.
012300 77  CPT-REACTIVES                   PIC S9(08) COMP VALUE ZERO.
012350 77  CPT-REPLIS-IMPRESSION           PIC S9(08) COMP VALUE ZERO.
012400 77  IX-MOD                          PIC S9(04) COMP VALUE ZERO.
012500 77  IX-HIS                          PIC S9(04) COMP VALUE ZERO.
012600 77  IX-LAN                          PIC S9(04) COMP VALUE 0.
016400 01  W-JJ                            PIC S9(05) COMP.
016500 01  W-CANAL                         PIC X(01).
016600 01  W-LANGUE                        PIC X(02).
016610 01  W-CNSFIC-STATUS                 PIC X(02).
016620     88  W-CNS-OK                    VALUE '00'.
016630 77  W-CNSFIC-OUVERT                 PIC X(01) VALUE 'N'.
016640 01  W-CNS-ACCORD                    PIC X(01).
016700 01  W-NOM-CLAIR                     PIC X(30).
016800 01  W-STATUT-RETABLI                PIC X(02).
016900 01  W-DATE-RETENUE                  PIC 9(08).
017000 01  W-LIGNE-TRAVAIL                 PIC X(132).
017025*    PIECE IMPRIMEE EN COURS (DESSIN FFFFFGPO)
017050 01  W-HEURE                         PIC 9(08).
017075 77  W-PCO-NUMERO                    PIC 9(07) VALUE ZERO.
017100 COPY GSCRZ.
017200 COPY GSREFZ.
017300*    MODELE DORM PAR LANGUE (FR EN TETE = REPLI)
020700     IF W-PARM-FENETRE NUMERIC
020800         MOVE W-PARM-FENETRE TO W-FENETRE.
020900     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
020950     ACCEPT W-HEURE     FROM TIME.
021000     MOVE W-HORIZON TO W-JOURS.
021100     PERFORM 1000-DATE-MOINS-JOURS THRU 1000-EXIT.
021200     MOVE W-DATE-ECHEANCE TO W-DATE-HORIZON.
022800     IF NOT W-JRN-OK
022900         MOVE 'OPEN DORJRN'  TO W-MOTIF-ABANDON
023000         GO TO 9900-ABANDON.
023010*    SANS FICHIER DES CONSENTEMENTS AUCUN ACCORD N EST PRESUME
023020     OPEN INPUT CNSFIC.
023030     IF W-CNS-OK
023040         MOVE 'O' TO W-CNSFIC-OUVERT
023050     ELSE
023060         DISPLAY 'GSDO620 - CNSFIC ABSENT : ' W-CNSFIC-STATUS.
023100     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
023200     PERFORM 2000-UN-ENREG THRU 2000-EXIT
023300         UNTIL FIN-FGS.
023450     PERFORM 7700-PIED-LOT THRU 7700-EXIT.
023500     CLOSE FFFFFGS DORFIC MVTDOR LETDOR LETDORE DORJRN
023600           ETATDOR.
023610     IF W-CNSFIC-OUVERT = 'O'
023620         CLOSE CNSFIC.
023700     DISPLAY 'GSDO620 - SIGNALES  : ' CPT-SIGNALES.
023800     DISPLAY 'GSDO620 - DORMANTS  : ' CPT-DORMANTS.
023900     DISPLAY 'GSDO620 - REACTIVES : ' CPT-REACTIVES.
023910     DISPLAY 'GSDO620 - PAPIER SANS ACCORD : '
023920             CPT-REPLIS-IMPRESSION.
024000     GOBACK.
024100 0000-EXIT.
024200     EXIT.
036100 2300-LETTRE.
036200     PERFORM 7000-DECODER THRU 7000-EXIT.
036300     PERFORM 7200-LANGUE-ET-CANAL THRU 7200-EXIT.
036333     IF W-CANAL NOT = 'E'
036366         ADD 1 TO W-PCO-NUMERO.
036400     MOVE 1 TO W-LAN-COURANTE.
036500     PERFORM 2350-CHOISIR-CASIER THRU 2350-EXIT
036600         VARYING IX-LAN FROM 1 BY 1 UNTIL IX-LAN GREATER 2.
039400         MOVE W-LIGNE-TRAVAIL TO ELE-LIGNE
039500         WRITE ELE-ENREG
039600     ELSE
039700         PERFORM 2395-ECRIRE-PIECE THRU 2395-EXIT.
039800 2390-EXIT.
039900     EXIT.
039904******************************************************************
039908*  2395-ECRIRE-PIECE : UNE LIGNE DE LA PIECE AU FICHIER LETDOR   *
039912*  (AU TITULAIRE, ADRESSE ADRFIC POSEE A LA MISE SOUS PLI)       *
039916******************************************************************
039920 2395-ECRIRE-PIECE.
039924     MOVE 'GSDO620 '       TO PCO-ORIGINE.
039928     MOVE W-DATE-JOUR      TO PCO-DATE.
039932     MOVE W-HEURE (1:6)    TO PCO-HEURE.
039936     MOVE W-PCO-NUMERO     TO PCO-NUMERO.
039940     MOVE FFFFFGS-CLE      TO PCO-CLE.
039944     MOVE 'DORM'           TO PCO-MODELE.
039948     MOVE ZERO             TO PCO-RPR-NUMERO.
039952     MOVE 'T'              TO PCO-DESTINATAIRE.
039956     MOVE SPACES           TO PCO-ADRESSE.
039960     MOVE W-LIGNE-TRAVAIL  TO PCO-LIGNE.
039964     MOVE SPACES           TO PCO-ENREG (277:4).
039968     WRITE PCO-ENREG.
039972     IF NOT W-LET-OK
039976         MOVE 'WRITE LETDOR' TO W-MOTIF-ABANDON
039980         GO TO 9900-ABANDON.
039984 2395-EXIT.
039988     EXIT.
040000******************************************************************
040100*  2500-SUIVI-EXISTANT : REACTIVATION OU PASSAGE DORMANT         *
040200******************************************************************
054200         MOVE REF-D-LIB-COURT (1:1) TO W-CANAL
054300     ELSE
054400         MOVE 'I' TO W-CANAL.
054410*    REMISE ELECTRONIQUE SOUS ACCORD DU DESTINATAIRE - SANS
054420*    ACCORD LA NOTIFICATION, REGLEMENTAIRE, PART SUR PAPIER
054430     IF W-CANAL = 'E'
054440         PERFORM 7250-ACCORD-ELECTRONIQUE THRU 7250-EXIT
054450         IF W-CNS-ACCORD NOT = 'O'
054460             MOVE 'I' TO W-CANAL
054470             ADD 1 TO CPT-REPLIS-IMPRESSION.
054500 7200-EXIT.
054600     EXIT.
054610******************************************************************
054612*  7250-ACCORD-ELECTRONIQUE : ENTREE EN VIGUEUR (DERNIERE NON    *
054614*  FUTURE) DU COUPLE GEST / E - AUCUNE ENTREE = PAS D ACCORD     *
054616******************************************************************
054618 7250-ACCORD-ELECTRONIQUE.
054620     MOVE 'N' TO W-CNS-ACCORD.
054622     IF W-CNSFIC-OUVERT NOT = 'O'
054624         GO TO 7250-EXIT.
054626     MOVE FFFFFGS-CLE TO CNS-FGS-CLE.
054628     MOVE 'GEST'      TO CNS-FINALITE.
054630     MOVE 'E'         TO CNS-CANAL.
054632     MOVE ZERO        TO CNS-DATE-EFFET.
054634     START CNSFIC KEY NOT LESS CNS-CLE.
054636     IF NOT W-CNS-OK
054638         GO TO 7250-EXIT.
054640 7250-LIRE.
054642     READ CNSFIC NEXT.
054644     IF NOT W-CNS-OK
054646      OR CNS-FGS-CLE  NOT = FFFFFGS-CLE
054648      OR CNS-FINALITE NOT = 'GEST'
054650      OR CNS-CANAL    NOT = 'E'
054652      OR CNS-DATE-EFFET GREATER W-DATE-JOUR
054654         GO TO 7250-EXIT.
054656     MOVE CNS-ACCORD TO W-CNS-ACCORD.
054658     GO TO 7250-LIRE.
054660 7250-EXIT.
054662     EXIT.
054700******************************************************************
054800*  7300-CUMULER-ENTITE : LES COMPTES DE L ETAT REGLEMENTAIRE     *
054900******************************************************************
