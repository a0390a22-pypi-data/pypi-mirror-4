000800*  GSCO292 : RELEVES PERIODIQUES DES ENREGISTREMENTS FFFFFGS     *
000900*  ------------------------------------------------------------  *
001000*  LE CLIENT RECOIT ENFIN UN RELEVE RECURRENT :                  *
001100*  CARTE PARAMETRE : PERIODE(6), BLANC, MODE(1)                  *
001200*  POUR CHAQUE ENREGISTREMENT ACTIF (STATUT AUTRE QUE SU) :      *
001300*   - EN-TETE PAPIER DEPUIS LE MODELE MODLET RELV (LANGUE DE    *
001400*     L ENTITE PAR REFTBL LANG), PUIS BLOC D IDENTIFICATION      *
002200*     AVEC LE SOLDE APRES ;                                      *
002300*   - LE COURU D INTERETS (POSTE IC) ET LE SOLDE DE CLOTURE      *
002400*     (FFFFFGS-MONTANT).                                         *
002410*     - LES SOLDES MOYEN, MINIMUM ET MAXIMUM DE LA PERIODE SUR   *
002420*       LES PHOTOS QUOTIDIENNES SLDFIC (MODULE GSSL861).         *
002500*  ROUTAGE PAR CANAL COMME GSCO290 : ADRFIC PRIME, SINON        *
002600*  REFTBL CANA, SINON IMPRESSION (RELPRT / RELELE).              *
002700*  REGISTRE REGREL (UNE LIGNE PAR RELEVE) VERSE ENSUITE AU       *
002800*  DEPOT REPOFIC PAR L ETAPE GSRP300 (CARTE RELEVES) POUR LES    *
002900*  REIMPRESSIONS.                                                *
002910*  REMISE ELECTRONIQUE SOUS ACCORD DU DESTINATAIRE (CNSFIC,      *
002920*  FINALITE GEST, CANAL E) - SANS ACCORD, LE RELEVE PART SUR     *
002930*  PAPIER.                                                       *
002940*  FREQUENCE DU RELEVE PORTEE PAR LE PRODUIT DU CATALOGUE        *
002950*  (PRDFIC, MODULE GSPD852) : M, T, S, A = PERIODE DE 1, 3, 6    *
002960*  OU 12 MOIS FINISSANT AU MOIS DE LA CARTE, EMISE QUAND CE      *
002970*  MOIS EN EST MULTIPLE ; N = PAS DE RELEVE. SANS PRODUIT :      *
002980*  MENSUEL.                                                      *
002981*  MODE C (CARTE PERIODE + C) : RELEVE FINAL DES CLOTURES        *
002982*  REGLEES PAR GSCD890 (CLDFIC ETAT R, PAS ENCORE DE RELEVE,     *
002983*  REGLEMENT AU PLUS TARD DANS LE MOIS DE LA CARTE), STATUT SU   *
002984*  COMPRIS ET SANS FREQUENCE PRODUIT : PERIODE DU MOIS DU        *
002985*  REGLEMENT AU MOIS DE LA CARTE, BLOC DECOMPTE DE CLOTURE       *
002986*  (SOLDE AVANT, INTERETS, FRAIS, REMBOURSE OU VERSE), PUIS      *
002987*  DATE DU RELEVE POSEE SUR LA DEMANDE.                          *
002988*  TITULAIRE DECEDE (DCDFIC, FICHE VALIDEE - GSDE901) : LE       *
002989*  RELEVE PART SUR PAPIER AU CONTACT DE LA SUCCESSION.           *
002992*  IMPRESSION EN PIECES FFFFFGPO MISES SOUS PLI PAR GSPO300 /    *
002995*  GSPO310.                                                      *
003000*  ------------------------------------------------------------  *
003100*  HISTORIQUE DES MODIFICATIONS                                  *
003200*  02/09/26  DA  CREATION                                        *
003210*  15/10/26  DA  CANAL E SOUS ACCORD DU DESTINATAIRE (CNSFIC),   *
003220*                REPLI IMPRESSION SANS ACCORD                    *
003230*  15/10/26  DA  FREQUENCE DU RELEVE PAR LE PRODUIT DU           *
003240*                CATALOGUE (GSPD852) - PERIODE DE 1 A 12 MOIS    *
003250*  15/10/26  DA  SOLDES MOYEN, MINIMUM ET MAXIMUM DE LA          *
003260*                PERIODE (PHOTOS SLDFIC, GSSL861)                *
003270*  15/10/26  DA  MODE C : RELEVE FINAL DES CLOTURES REGLEES      *
003280*                (CLDFIC, GSCD890) AVEC DECOMPTE DE CLOTURE      *
003282*  15/10/26  DA  TITULAIRE DECEDE : RELEVE ADRESSE SUR PAPIER    *
003284*                AU CONTACT DE LA SUCCESSION (DCDFIC)            *
003285*  15/10/26  DA  RELEVE PAPIER EN PIECES FFFFFGPO POUR LA MISE   *
003286*                SOUS PLI (GSPO300 / GSPO310)                    *
003287******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.
006600     SELECT REGREL  ASSIGN  REGREL
006700       ORGANIZATION  SEQUENTIAL
006800       FILE STATUS   W-REGREL-STATUS.
006810     SELECT CNSFIC  ASSIGN  CNSFIC
006820       ORGANIZATION  INDEXED
006830       ACCESS MODE   DYNAMIC
006840       RECORD KEY    CNS-CLE
006850       FILE STATUS   W-CNSFIC-STATUS.
006852     SELECT DCDFIC  ASSIGN  DCDFIC
006853       ORGANIZATION  INDEXED
006854       ACCESS MODE   RANDOM
006855       RECORD KEY    DCD-FGS-CLE
006856       FILE STATUS   W-DCDFIC-STATUS.
006860     SELECT CLDFIC  ASSIGN  CLDFIC
006870       ORGANIZATION  INDEXED
006880       ACCESS MODE   RANDOM
006890       RECORD KEY    CLD-FGS-CLE
006895       FILE STATUS   W-CLDFIC-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  FFFFFGS
009500     05  FILLER                      PIC X(07).
009600 FD  RELPRT
009700     LABEL RECORD STANDARD
009800     DATA RECORD PCO-ENREG.
009900 COPY FFFFFGPO.
010000 FD  RELELE
010100     LABEL RECORD STANDARD
010200     DATA RECORD ELE-ENREG.
010700     LABEL RECORD STANDARD
010800     DATA RECORD REG-LIGNE.
010900 01  REG-LIGNE                       PIC X(132).
010910 FD  CNSFIC
010920     LABEL RECORD STANDARD
010930     DATA RECORD CNS-ENREG.
010940 COPY FFFFFGCN.
010950 FD  CLDFIC
010960     LABEL RECORD STANDARD
010970     DATA RECORD CLD-ENREG.
010980 COPY FFFFFGCD.
010982 FD  DCDFIC
010984     LABEL RECORD STANDARD
010986     DATA RECORD DCD-ENREG.
010988 COPY FFFFFGDD.
011000 WORKING-STORAGE SECTION.
011100 77  CPT-RELEVES                     PIC S9(08) COMP VALUE ZERO.
011200 77  CPT-ELECTRONIQUES               PIC S9(08) COMP VALUE ZERO.
011250 77  CPT-REPLIS-IMPRESSION           PIC S9(08) COMP VALUE ZERO.
011260 77  CPT-HORS-ECHEANCE               PIC S9(08) COMP VALUE ZERO.
011270 77  CPT-DECOMPTES                   PIC S9(08) COMP VALUE ZERO.
011300 77  IX-MOD                          PIC S9(04) COMP VALUE ZERO.
011400 77  IX-HIS                          PIC S9(04) COMP VALUE ZERO.
011500 77  NB-LIGNES-ENTETE                PIC S9(04) COMP VALUE ZERO.
013900 01  W-REGREL-STATUS                 PIC X(02).
014000     88  W-REG-OK                    VALUE '00'.
014100 01  W-MOTIF-ABANDON                 PIC X(40).
014200 01  W-PARM.
014201     05  W-PARM-PERIODE              PIC X(06).
014202     05  FILLER                      PIC X(01).
014203     05  W-PARM-MODE                 PIC X(01).
014204         88  MODE-PERIODIQUE         VALUE ' '.
014205         88  MODE-CLOTURE            VALUE 'C'.
014300 01  W-PERIODE                       PIC 9(06).
014310 01  W-PERIODE-R REDEFINES W-PERIODE.
014320     05  W-PER-ANNEE                 PIC 9(04).
014330     05  W-PER-MOIS                  PIC 9(02).
014340*    PREMIER MOIS DE LA PERIODE DU RELEVE (FREQUENCE DU PRODUIT)
014350 01  W-PERIODE-DEBUT                 PIC 9(06).
014360 01  W-PERIODE-DEBUT-R REDEFINES W-PERIODE-DEBUT.
014370     05  W-DEB-ANNEE                 PIC 9(04).
014380     05  W-DEB-MOIS                  PIC 9(02).
014400 01  W-DATE-OUVERTURE                PIC 9(08).
014500 01  W-DATE-FIN-PERIODE              PIC 9(08).
014600 01  W-DATE-JOUR                     PIC 9(08).
015100 01  W-ADR-LIGNE-2                   PIC X(30).
015200 01  W-ADR-VILLE                     PIC X(30).
015300 01  W-ADR-CANAL-PREF                PIC X(01).
015302 01  W-DCDFIC-STATUS                 PIC X(02).
015303     88  W-DCD-OK                    VALUE '00'.
015304 77  W-DCDFIC-OUVERT                 PIC X(01) VALUE 'N'.
015305 77  CPT-DECES-SUCCESSION            PIC S9(08) COMP VALUE ZERO.
015310 01  W-CNSFIC-STATUS                 PIC X(02).
015320     88  W-CNS-OK                    VALUE '00'.
015330 77  W-CNSFIC-OUVERT                 PIC X(01) VALUE 'N'.
015340 01  W-CNS-ACCORD                    PIC X(01).
015341 01  W-CLDFIC-STATUS                 PIC X(02).
015342     88  W-CLD-OK                    VALUE '00'.
015343     88  W-CLD-ABSENT                VALUE '23'.
015348*    PIECE IMPRIMEE EN COURS (DESSIN FFFFFGPO)
015353 01  W-HEURE                         PIC 9(08).
015358 77  W-PCO-NUMERO                    PIC 9(07) VALUE ZERO.
015363 01  W-PCO-DEST                      PIC X(01).
015368 01  W-PCO-ADRESSE.
015373     05  W-PCO-ADR-LIGNE-1           PIC X(30).
015378     05  W-PCO-ADR-LIGNE-2           PIC X(30).
015383     05  W-PCO-ADR-CODE-POSTAL       PIC X(10).
015388     05  W-PCO-ADR-VILLE             PIC X(20).
015393     05  W-PCO-ADR-PAYS              PIC X(02).
015400 01  W-EXISTE                        PIC X(01).
015500 01  W-MONTANT-OUVERTURE             PIC S9(11)V99 COMP-3.
015600 01  W-DATE-RETENUE                  PIC 9(08).
016900 77  W-LAN-COURANTE                  PIC S9(04) COMP VALUE 1.
017000 COPY GSCRZ.
017100 COPY GSREFZ.
017110 COPY GSPDZ.
017115 COPY GSSLZ.
017120 01  W-RELEVE-DU                     PIC X(01).
017130 01  W-NB-MOIS                       PIC S9(04) COMP.
017140 01  W-MOIS-CALCUL                   PIC S9(04) COMP.
017150 01  W-QUOTIENT                      PIC S9(04) COMP.
017160 01  W-RESTE                         PIC S9(04) COMP.
017200 01  REL-MOUVEMENT.
017300     05  FILLER                      PIC X(03) VALUE '   '.
017400     05  REL-M-DATE                  PIC 9(08).
019900*  0000-MAINLINE : MODELE PUIS RELEVE PAR ENREGISTREMENT ACTIF   *
020000******************************************************************
020100 0000-MAINLINE.
020200     ACCEPT W-PARM.
020300     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
020350     ACCEPT W-HEURE     FROM TIME.
020400     IF W-PARM-PERIODE NOT NUMERIC
020500         MOVE 'PERIODE INVALIDE' TO W-MOTIF-ABANDON
020600         GO TO 9900-ABANDON.
020700     MOVE W-PARM-PERIODE TO W-PERIODE.
020710     IF W-PER-MOIS LESS 1 OR W-PER-MOIS GREATER 12
020720         MOVE 'PERIODE INVALIDE' TO W-MOTIF-ABANDON
020730         GO TO 9900-ABANDON.
020740     IF NOT MODE-PERIODIQUE AND NOT MODE-CLOTURE
020750         MOVE 'MODE INVALIDE' TO W-MOTIF-ABANDON
020760         GO TO 9900-ABANDON.
020800*    OUVERTURE = VEILLE DU PREMIER DU MOIS (SITUATION AS-OF)
020900     COMPUTE W-DATE-OUVERTURE = W-PERIODE * 100.
021000     COMPUTE W-DATE-FIN-PERIODE = W-PERIODE * 100 + 31.
022400     OPEN INPUT ADRFIC.
022500     IF W-ADR-OK
022600         MOVE 'O' TO W-ADRFIC-OUVERT.
022610*    SANS FICHIER DES CONSENTEMENTS AUCUN ACCORD N EST PRESUME
022620     OPEN INPUT CNSFIC.
022630     IF W-CNS-OK
022640         MOVE 'O' TO W-CNSFIC-OUVERT
022650     ELSE
022660         DISPLAY 'GSCO292 - CNSFIC ABSENT : ' W-CNSFIC-STATUS.
022662*    SANS FICHIER DES DECES AUCUN RELEVE N EST REDIRIGE
022664     OPEN INPUT DCDFIC.
022666     IF W-DCD-OK
022668         MOVE 'O' TO W-DCDFIC-OUVERT.
022670     IF MODE-CLOTURE
022680         OPEN I-O CLDFIC
022685         IF NOT W-CLD-OK
022690             MOVE 'OPEN CLDFIC' TO W-MOTIF-ABANDON
022695             GO TO 9900-ABANDON.
022700     PERFORM 8200-LIRE-JRN THRU 8200-EXIT.
022800     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
022900     PERFORM 2000-UN-ENREG THRU 2000-EXIT
023000         UNTIL FIN-FGS.
023100     IF W-ADRFIC-OUVERT = 'O'
023200         CLOSE ADRFIC.
023210     IF W-CNSFIC-OUVERT = 'O'
023220         CLOSE CNSFIC.
023222     IF W-DCDFIC-OUVERT = 'O'
023224         CLOSE DCDFIC.
023230     IF MODE-CLOTURE
023240         CLOSE CLDFIC.
023300     CLOSE FFFFFGS JRNTRI RELPRT RELELE REGREL.
023400     DISPLAY 'GSCO292 - RELEVES        : ' CPT-RELEVES.
023500     DISPLAY 'GSCO292 - ELECTRONIQUES  : ' CPT-ELECTRONIQUES.
023510     DISPLAY 'GSCO292 - REPLIS PAPIER  : ' CPT-REPLIS-IMPRESSION.
023520     DISPLAY 'GSCO292 - HORS ECHEANCE  : ' CPT-HORS-ECHEANCE.
023530     DISPLAY 'GSCO292 - DECOMPTES CLOT : ' CPT-DECOMPTES.
023540     DISPLAY 'GSCO292 - A LA SUCCESSION : ' CPT-DECES-SUCCESSION.
023600     GOBACK.
023700 0000-EXIT.
023800     EXIT.
028600*  2000-UN-ENREG : UN RELEVE COMPLET POUR UN ACTIF               *
028700******************************************************************
028800 2000-UN-ENREG.
028810     IF MODE-CLOTURE
028820         PERFORM 2200-CLOTURE-REGLEE THRU 2200-EXIT
028830         GO TO 2000-ECHEANCE.
028900     IF FFFFFGS-STATUT = 'SU'
029000         PERFORM 7400-SAUTER-JOURNAL THRU 7400-EXIT
029100         GO TO 2000-SUIVANT.
029110     PERFORM 2100-FREQUENCE THRU 2100-EXIT.
029115 2000-ECHEANCE.
029120     IF W-RELEVE-DU NOT = 'O'
029130         ADD 1 TO CPT-HORS-ECHEANCE
029140         PERFORM 7400-SAUTER-JOURNAL THRU 7400-EXIT
029150         GO TO 2000-SUIVANT.
029200     ADD 1 TO CPT-RELEVES.
029300     PERFORM 7000-DECODER THRU 7000-EXIT.
029400     PERFORM 7100-ADRESSE THRU 7100-EXIT.
029500     PERFORM 7200-LANGUE-ET-CANAL THRU 7200-EXIT.
029510     PERFORM 7300-SUCCESSION THRU 7300-EXIT.
029540     IF W-CANAL NOT = 'E'
029570         PERFORM 7550-NOUVELLE-PIECE THRU 7550-EXIT.
029600     PERFORM 3000-ENTETE THRU 3000-EXIT.
029650     PERFORM 3150-IDENTIFICATION THRU 3150-EXIT.
029700     PERFORM 3200-OUVERTURE THRU 3200-EXIT.
029800     PERFORM 3400-MOUVEMENTS THRU 3400-EXIT.
029850     IF MODE-CLOTURE
029860         PERFORM 3700-DECOMPTE-CLOTURE THRU 3700-EXIT.
029900     PERFORM 3600-COURU-ET-CLOTURE THRU 3600-EXIT.
030000     PERFORM 3800-REGISTRE THRU 3800-EXIT.
030100 2000-SUIVANT.
030200     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
030300 2000-EXIT.
030400     EXIT.
030402******************************************************************
030403*  2100-FREQUENCE : RELEVE DU CE MOIS SELON LA FREQUENCE DU      *
030404*  PRODUIT, PREMIER MOIS DE LA PERIODE ET DATE D OUVERTURE       *
030405******************************************************************
030406 2100-FREQUENCE.
030407     MOVE 'O' TO W-RELEVE-DU.
030408     MOVE 1   TO W-NB-MOIS.
030409     IF FFFFFGS-PRODUIT = SPACES OR LOW-VALUE
030410         GO TO 2100-DEBUT.
030411*    LA PERIODE DE COMMERCIALISATION NE BORNE QUE LA VENTE
030412     MOVE FFFFFGS-PRODUIT TO PDZ-CODE.
030413     MOVE ZERO            TO PDZ-DATE.
030414     MOVE SPACES          TO PDZ-STATUT.
030415     CALL 'GSPD852' USING PDZ-ZONE.
030416     IF PDZ-INCIDENT
030417         MOVE 'GSPD852 - LECTURE PRDFIC' TO W-MOTIF-ABANDON
030418         GO TO 9900-ABANDON.
030419     IF NOT PDZ-SERVI
030420         GO TO 2100-DEBUT.
030421     EVALUATE PDZ-FREQ-RELEVE
030422         WHEN 'T'
030423             MOVE 3   TO W-NB-MOIS
030424         WHEN 'S'
030425             MOVE 6   TO W-NB-MOIS
030426         WHEN 'A'
030427             MOVE 12  TO W-NB-MOIS
030428         WHEN 'N'
030429             MOVE 'N' TO W-RELEVE-DU
030430     END-EVALUATE.
030431     IF W-RELEVE-DU NOT = 'O'
030432         GO TO 2100-EXIT.
030433     DIVIDE W-PER-MOIS BY W-NB-MOIS
030434         GIVING W-QUOTIENT REMAINDER W-RESTE.
030435     IF W-RESTE NOT = ZERO
030436         MOVE 'N' TO W-RELEVE-DU
030437         GO TO 2100-EXIT.
030438 2100-DEBUT.
030439     MOVE W-PER-ANNEE TO W-DEB-ANNEE.
030440     COMPUTE W-MOIS-CALCUL = W-PER-MOIS - W-NB-MOIS + 1.
030441     IF W-MOIS-CALCUL LESS 1
030442         ADD 12 TO W-MOIS-CALCUL
030443         SUBTRACT 1 FROM W-DEB-ANNEE.
030444     MOVE W-MOIS-CALCUL TO W-DEB-MOIS.
030445     COMPUTE W-DATE-OUVERTURE = W-PERIODE-DEBUT * 100.
030446 2100-EXIT.
030447     EXIT.
030448******************************************************************
030449*  2200-CLOTURE-REGLEE : MODE C - RELEVE DU SI LA DEMANDE CLDFIC *
030450*  EST REGLEE, SANS RELEVE, AU PLUS TARD DANS LE MOIS DE LA      *
030451*  CARTE ; PERIODE DU MOIS DU REGLEMENT AU MOIS DE LA CARTE      *
030452******************************************************************
030453 2200-CLOTURE-REGLEE.
030454     MOVE 'N'         TO W-RELEVE-DU.
030455     MOVE FFFFFGS-CLE TO CLD-FGS-CLE.
030456     READ CLDFIC.
030457     IF W-CLD-ABSENT
030458         GO TO 2200-EXIT.
030459     IF NOT W-CLD-OK
030460         MOVE 'READ CLDFIC' TO W-MOTIF-ABANDON
030461         GO TO 9900-ABANDON.
030462     IF NOT CLD-REGLEE
030463      OR CLD-DATE-RELEVE NOT = ZERO
030464      OR CLD-DATE-REGLEMENT GREATER W-DATE-FIN-PERIODE
030465         GO TO 2200-EXIT.
030466     MOVE 'O' TO W-RELEVE-DU.
030467     COMPUTE W-PERIODE-DEBUT = CLD-DATE-REGLEMENT / 100.
030468     COMPUTE W-DATE-OUVERTURE = W-PERIODE-DEBUT * 100.
030469 2200-EXIT.
030470     EXIT.
030500******************************************************************
030600*  3000-ENTETE : LES LIGNES DU MODELE DANS LA LANGUE             *
030700******************************************************************
038900 3450-EXIT.
039000     EXIT.
039100 3470-UNE-IMAGE.
039200     IF JRN-DATE (1:6) NOT LESS W-PERIODE-DEBUT
039250      AND JRN-DATE (1:6) NOT GREATER W-PERIODE
039300         MOVE JRN-DATE TO REL-M-DATE
039400         MOVE JRN-TYPE TO REL-M-TYPE
039500         MOVE JRN-IMAGE (61:7) TO W-MONTANT-IMAGE-X
041400         MOVE FFFFFGS-HIS-MONTANT (5) TO REL-S-MONTANT
041500         MOVE REL-SOLDE TO W-LIGNE-RELEVE
041600         PERFORM 7500-ECRIRE-LIGNE THRU 7500-EXIT.
041610     PERFORM 3650-SOLDE-MOYEN THRU 3650-EXIT.
041700     MOVE 'SOLDE DE CLOTURE     ' TO REL-S-LIBELLE.
041800     IF FFFFFGS-MONTANT NUMERIC
041900         MOVE FFFFFGS-MONTANT TO REL-S-MONTANT
042500     PERFORM 7500-ECRIRE-LIGNE THRU 7500-EXIT.
042600 3600-EXIT.
042700     EXIT.
042701******************************************************************
042702*  3650-SOLDE-MOYEN : SOLDES MOYEN, MINIMUM ET MAXIMUM DE LA     *
042703*  PERIODE DU RELEVE SUR LES PHOTOS SLDFIC (GSSL861) ; SANS      *
042704*  PHOTO SUR LA PERIODE, PAS DE LIGNE                            *
042705******************************************************************
042706 3650-SOLDE-MOYEN.
042707     MOVE FFFFFGS-CLE TO SLZ-FGS-CLE.
042708     COMPUTE SLZ-DATE-DEBUT = W-PERIODE-DEBUT * 100 + 1.
042709     COMPUTE SLZ-DATE-FIN   = W-PERIODE * 100 + 31.
042710     CALL 'GSSL861' USING SLZ-ZONE.
042711     IF SLZ-INCIDENT OR SLZ-DATES-INVALIDES
042712         MOVE 'GSSL861 - SOLDE MOYEN' TO W-MOTIF-ABANDON
042713         GO TO 9900-ABANDON.
042714     IF NOT SLZ-SERVI
042715         GO TO 3650-EXIT.
042716     MOVE 'SOLDE MOYEN          ' TO REL-S-LIBELLE.
042717     MOVE SLZ-MOYENNE             TO REL-S-MONTANT.
042718     MOVE REL-SOLDE TO W-LIGNE-RELEVE.
042719     PERFORM 7500-ECRIRE-LIGNE THRU 7500-EXIT.
042720     MOVE 'SOLDE MINIMUM        ' TO REL-S-LIBELLE.
042721     MOVE SLZ-MINIMUM             TO REL-S-MONTANT.
042722     MOVE REL-SOLDE TO W-LIGNE-RELEVE.
042723     PERFORM 7500-ECRIRE-LIGNE THRU 7500-EXIT.
042724     MOVE 'SOLDE MAXIMUM        ' TO REL-S-LIBELLE.
042725     MOVE SLZ-MAXIMUM             TO REL-S-MONTANT.
042726     MOVE REL-SOLDE TO W-LIGNE-RELEVE.
042727     PERFORM 7500-ECRIRE-LIGNE THRU 7500-EXIT.
042728 3650-EXIT.
042729     EXIT.
042730******************************************************************
042731*  3700-DECOMPTE-CLOTURE : CHIFFRES DU REGLEMENT GSCD890, PUIS   *
042732*  DATE DU RELEVE POSEE SUR LA DEMANDE                           *
042733******************************************************************
042734 3700-DECOMPTE-CLOTURE.
042735     MOVE SPACES TO W-LIGNE-RELEVE.
042736     STRING 'DECOMPTE DE CLOTURE DU ' CLD-DATE-REGLEMENT
042737         DELIMITED SIZE INTO W-LIGNE-RELEVE
042738     END-STRING.
042739     PERFORM 7500-ECRIRE-LIGNE THRU 7500-EXIT.
042740     MOVE 'SOLDE AVANT CLOTURE  ' TO REL-S-LIBELLE.
042741     MOVE CLD-SOLDE-AVANT         TO REL-S-MONTANT.
042742     MOVE REL-SOLDE TO W-LIGNE-RELEVE.
042743     PERFORM 7500-ECRIRE-LIGNE THRU 7500-EXIT.
042744     MOVE 'INTERETS CAPITALISES ' TO REL-S-LIBELLE.
042745     MOVE CLD-INTERETS            TO REL-S-MONTANT.
042746     MOVE REL-SOLDE TO W-LIGNE-RELEVE.
042747     PERFORM 7500-ECRIRE-LIGNE THRU 7500-EXIT.
042748     MOVE 'FRAIS DE CLOTURE     ' TO REL-S-LIBELLE.
042749     MOVE CLD-FRAIS               TO REL-S-MONTANT.
042750     MOVE REL-SOLDE TO W-LIGNE-RELEVE.
042751     PERFORM 7500-ECRIRE-LIGNE THRU 7500-EXIT.
042752     IF CLD-VERSEMENT
042753         MOVE 'MONTANT VERSE        ' TO REL-S-LIBELLE
042754     ELSE
042755         MOVE 'MONTANT REMBOURSE    ' TO REL-S-LIBELLE.
042756     MOVE CLD-REMBOURSE           TO REL-S-MONTANT.
042757     MOVE REL-SOLDE TO W-LIGNE-RELEVE.
042758     PERFORM 7500-ECRIRE-LIGNE THRU 7500-EXIT.
042759     MOVE W-DATE-JOUR TO CLD-DATE-RELEVE.
042760     REWRITE CLD-ENREG.
042761     IF NOT W-CLD-OK
042762         MOVE 'REWRITE CLDFIC' TO W-MOTIF-ABANDON
042763         GO TO 9900-ABANDON.
042764     ADD 1 TO CPT-DECOMPTES.
042765 3700-EXIT.
042766     EXIT.
042800******************************************************************
042900*  3800-REGISTRE : UNE LIGNE DE REGISTRE PAR RELEVE              *
043000******************************************************************
051300      AND W-ADR-CANAL-PREF NOT = SPACE
051400      AND W-ADR-CANAL-PREF NOT = LOW-VALUE
051500         MOVE W-ADR-CANAL-PREF TO W-CANAL.
051510*    REMISE ELECTRONIQUE SOUS ACCORD DU DESTINATAIRE - SANS
051520*    ACCORD LE RELEVE, REGLEMENTAIRE, PART SUR PAPIER
051530     IF W-CANAL = 'E'
051540         PERFORM 7250-ACCORD-ELECTRONIQUE THRU 7250-EXIT
051550         IF W-CNS-ACCORD NOT = 'O'
051560             MOVE 'I' TO W-CANAL
051570             ADD 1 TO CPT-REPLIS-IMPRESSION.
051600 7200-EXIT.
051700     EXIT.
051710******************************************************************
051712*  7250-ACCORD-ELECTRONIQUE : ENTREE EN VIGUEUR (DERNIERE NON    *
051714*  FUTURE AU JOUR D EMISSION) DU COUPLE GEST / E - AUCUNE        *
051716*  ENTREE = PAS D ACCORD                                         *
051718******************************************************************
051720 7250-ACCORD-ELECTRONIQUE.
051722     MOVE 'N' TO W-CNS-ACCORD.
051724     IF W-CNSFIC-OUVERT NOT = 'O'
051726         GO TO 7250-EXIT.
051728     MOVE FFFFFGS-CLE TO CNS-FGS-CLE.
051730     MOVE 'GEST'      TO CNS-FINALITE.
051732     MOVE 'E'         TO CNS-CANAL.
051734     MOVE ZERO        TO CNS-DATE-EFFET.
051736     START CNSFIC KEY NOT LESS CNS-CLE.
051738     IF NOT W-CNS-OK
051740         GO TO 7250-EXIT.
051742 7250-LIRE.
051744     READ CNSFIC NEXT.
051746     IF NOT W-CNS-OK
051748      OR CNS-FGS-CLE  NOT = FFFFFGS-CLE
051750      OR CNS-FINALITE NOT = 'GEST'
051752      OR CNS-CANAL    NOT = 'E'
051754      OR CNS-DATE-EFFET GREATER W-DATE-JOUR
051756         GO TO 7250-EXIT.
051758     MOVE CNS-ACCORD TO W-CNS-ACCORD.
051760     GO TO 7250-LIRE.
051762 7250-EXIT.
051764     EXIT.
051766******************************************************************
051767*  7300-SUCCESSION : TITULAIRE DECEDE (FICHE DCDFIC VALIDEE) -   *
051768*  LE RELEVE EST ADRESSE AU CONTACT DE LA SUCCESSION, SUR PAPIER *
051769******************************************************************
051770 7300-SUCCESSION.
051771     IF W-DCDFIC-OUVERT NOT = 'O'
051772         GO TO 7300-EXIT.
051773     MOVE FFFFFGS-CLE TO DCD-FGS-CLE.
051774     READ DCDFIC.
051775     IF NOT W-DCD-OK OR NOT DCD-VALIDEE
051776         GO TO 7300-EXIT.
051777     MOVE 'O'               TO W-ADR-TROUVEE.
051778     MOVE DCD-CONTACT-NOM   TO W-ADR-LIGNE-1.
051779     MOVE DCD-CONTACT-LIGNE TO W-ADR-LIGNE-2.
051780     MOVE SPACES            TO W-ADR-VILLE.
051781     STRING DCD-CONTACT-CP ' ' DCD-CONTACT-VILLE (1:19)
051782         DELIMITED SIZE INTO W-ADR-VILLE
051783     END-STRING.
051784     MOVE 'I'               TO W-CANAL.
051785     ADD 1 TO CPT-DECES-SUCCESSION.
051786 7300-EXIT.
051787     EXIT.
051800******************************************************************
051900*  7400-SAUTER-JOURNAL : LE JOURNAL AVANCE AVEC LES CLES         *
052000*  SAUTEES POUR GARDER L APPARIEMENT                             *
054500             GO TO 9900-ABANDON
054600         END-IF
054700     ELSE
054800         PERFORM 7560-ECRIRE-PIECE THRU 7560-EXIT
054900         IF NOT W-PRT-OK
055000             MOVE 'WRITE RELPRT' TO W-MOTIF-ABANDON
055100             GO TO 9900-ABANDON.
055400 7500-EXIT.
055500     EXIT.
055502******************************************************************
055504*  7550-NOUVELLE-PIECE : LE RELEVE PAPIER EST UNE PIECE - AU     *
055506*  TITULAIRE (ADRESSE ADRFIC RELUE A LA MISE SOUS PLI) OU AU     *
055508*  CONTACT DE LA SUCCESSION LU PAR 7300                          *
055510******************************************************************
055512 7550-NOUVELLE-PIECE.
055514     ADD 1 TO W-PCO-NUMERO.
055516     MOVE 'T'    TO W-PCO-DEST.
055518     MOVE SPACES TO W-PCO-ADRESSE.
055520     IF W-DCDFIC-OUVERT NOT = 'O'
055522      OR NOT W-DCD-OK
055524      OR NOT DCD-VALIDEE
055526      OR DCD-FGS-CLE NOT = FFFFFGS-CLE
055528         GO TO 7550-EXIT.
055530     MOVE 'S'               TO W-PCO-DEST.
055532     MOVE DCD-CONTACT-NOM   TO W-PCO-ADR-LIGNE-1.
055534     MOVE DCD-CONTACT-LIGNE TO W-PCO-ADR-LIGNE-2.
055536     MOVE DCD-CONTACT-CP    TO W-PCO-ADR-CODE-POSTAL.
055538     MOVE DCD-CONTACT-VILLE TO W-PCO-ADR-VILLE.
055540     MOVE DCD-CONTACT-PAYS  TO W-PCO-ADR-PAYS.
055542 7550-EXIT.
055544     EXIT.
055546******************************************************************
055548*  7560-ECRIRE-PIECE : UNE LIGNE DE LA PIECE AU FICHIER RELPRT   *
055550******************************************************************
055552 7560-ECRIRE-PIECE.
055554     MOVE 'GSCO292 '       TO PCO-ORIGINE.
055556     MOVE W-DATE-JOUR      TO PCO-DATE.
055558     MOVE W-HEURE (1:6)    TO PCO-HEURE.
055560     MOVE W-PCO-NUMERO     TO PCO-NUMERO.
055562     MOVE FFFFFGS-CLE      TO PCO-CLE.
055564     MOVE 'RELV'           TO PCO-MODELE.
055566     MOVE ZERO             TO PCO-RPR-NUMERO.
055568     MOVE W-PCO-DEST       TO PCO-DESTINATAIRE.
055570     MOVE W-PCO-ADRESSE    TO PCO-ADRESSE.
055572     MOVE W-LIGNE-RELEVE   TO PCO-LIGNE.
055574     MOVE SPACES           TO PCO-ENREG (277:4).
055576     WRITE PCO-ENREG.
055578 7560-EXIT.
055580     EXIT.
055600******************************************************************
055700*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
055800******************************************************************
