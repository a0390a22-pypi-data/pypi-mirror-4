001430*  (TYPE CANA, CODE = ENTITE ; E = ELECTRONIQUE, AUTRE =         *
001440*  IMPRESSION). LES CLES EN ADRESSE MORTE (FICHIER DEAFIC,       *
001450*  ALIMENTE PAR LES RETOURS NPAI - GSCO291) SONT SAUTEES.        *
001452*  TITULAIRE DECEDE (FICHIER DCDFIC, FICHE VALIDEE - GSDE901) :  *
001454*  PAS DE PROSPECTION ; LE COURRIER REGLEMENTAIRE PART SUR       *
001456*  PAPIER AU CONTACT DE LA SUCCESSION (&ADR1 = NOM DU CONTACT),  *
001458*  MEME SI L ANCIENNE ADRESSE EST REVENUE NPAI.                  *
001460*  LE BLOC ADRESSE (&ADR1 &ADR2 &VILLE) ET LE CANAL PREFERE      *
001470*  VIENNENT DU SATELLITE ADRFIC (DERNIERE ADRESSE NON FUTURE).   *
001500*  LE LIBELLE DU STATUT VIENT DE LA TABLE DE REFERENCE.          *
001600*  SORTIES : LETTRE (IMPRESSION), LETELE (REMISE ELECTRONIQUE    *
001610*  AU PORTAIL : CLE + LIGNES) ET LETJRN (JOURNAL PAR CLE AVEC    *
001700*  CANAL ET LANGUE : LA PREUVE DE CE QUI A ETE ENVOYE).          *
001703*  RELANCES : CARTE ** + MODELE (RL01 A RL04, RLPR) - LA         *
001706*  SELECTION N EST PLUS LE STATUT MAIS LES DEMANDES RELDEM DE    *
001709*  GSRV680 (TRIEES PAR CLE) DE CE MODELE, APPARIEES AU MAITRE.   *
001712*  VARIABLES EN PLUS : &RETARD (RESTE DU ECHU) &TRANCHE          *
001715*  &PROMESSE (DATE PROMISE). ADRESSES MORTES SAUTEES DE MEME.    *
001718*  RAPPELS DE CONNAISSANCE CLIENT : CARTE ** KYDO (PIECE) OU     *
001721*  ** KYRV (REVUE) SUR LES DEMANDES KYCDEM DE GSKY750 PASSEES    *
001724*  SOUS LE NOM RELDEM - &ECHEANCE = DATE RAPPELEE.               *
001727*  DEMANDE D ACCES DU SUJET : CARTE ** DASU SUR LA DEMANDE       *
001730*  DASDEM DE GSDA810 PASSEE SOUS LE NOM RELDEM.                  *
001733*  CONSENTEMENTS (CNSFIC) : LA REMISE ELECTRONIQUE SUPPOSE       *
001736*  L ACCORD DU DESTINATAIRE SUR LE CANAL E, SINON IMPRESSION ;   *
001739*  UN MODELE DE PROSPECTION (REFTBL MODL, LIBELLE COURT EN M)    *
001742*  N EST EMIS QU AVEC L ACCORD MARK DU CANAL RETENU. LES         *
001745*  COURRIERS REGLEMENTAIRES PARTENT TOUJOURS, AU MOINS PAPIER.   *
001748*  AVIS D ECHEANCE : CARTE ** ECRN (RENOUVELLEMENT), ECPA        *
001751*  (PAIEMENT) OU ECSI (SANS INSTRUCTION) SUR LA DEMANDE ECHDEM   *
001754*  DE GSMT880 PASSEE SOUS LE NOM RELDEM - &ECHEANCE = DATE DE    *
001757*  FIN, &TRANCHE = DUREE EN MOIS, &RETARD = MONTANT.             *
001760*  REPRESENTANTS (RPRFIC - GSMA951) : LE PREMIER MANDAT EN COURS *
001763*  AVEC POUVOIR COURRIER RECOIT LE COURRIER REGLEMENTAIRE SUR    *
001766*  PAPIER - EN COPIE (LE TITULAIRE LE RECOIT AUSSI) OU REDIRIGE  *
001769*  (A SA PLACE). LA PROSPECTION ET LE COURRIER D UN TITULAIRE    *
001772*  DECEDE NE PARTENT JAMAIS AU REPRESENTANT. LETJRN PORTE LE     *
001775*  NUMERO DU REPRESENTANT (ZERO = TITULAIRE).                    *
001778*  ATTESTATION FISCALE : CARTE ** CFIS SUR LA DEMANDE CERDEM     *
001781*  (GSFI910) - &ANNEE &INTERETS &FRAIS &TAUX &RETENUE &NET.      *
001784*  PREAVIS DE CHANGEMENT DE BAREME : CARTE ** AVTX (TAUX) OU     *
001787*  ** AVFR (FRAIS) SUR LA DEMANDE AVIDEM (GSAV960, VUE           *
001790*  RLD-AVI-ENREG) - &EFFET &ANCTAUX &NVTAUX &ANCFORF &NVFORF.    *
001791*  CONFIRMATION DE CHANGEMENT D ADRESSE : CARTE ** ADCF - LA     *
001792*  SELECTION EST LE CHANGEMENT DU PORTAIL APPROUVE DANS GSAD510  *
001793*  (ADRATT) DONT LA CONFIRMATION N EST PAS PARTIE. LE COURRIER   *
001794*  PART SUR PAPIER A LA NOUVELLE ADRESSE PUIS A L ANCIENNE       *
001795*  (PARADE A LA PRISE DE COMPTE), SANS REPRESENTANT NI ADRESSE   *
001796*  MORTE SAUTEE ; AAT-DATE-LETTRE EST ALORS POSEE.               *
001797*  IMPRESSION : CHAQUE COURRIER PAPIER EST UNE PIECE (DESSIN     *
001798*  FFFFFGPO - DESTINATAIRE ET ADRESSE UTILISEE) MISE SOUS PLI    *
001799*  PAR GSPO300 / GSPO310 ; LETJRN PORTE LE NUMERO DE PIECE.      *
001800*  ------------------------------------------------------------  *
001900*  HISTORIQUE DES MODIFICATIONS                                  *
002000*  22/08/26  DA  CREATION                                        *
002130*                MORTES (DEAFIC) SAUTEES                         *
002140*  02/09/26  DA  BLOC ADRESSE ET CANAL PREFERE DEPUIS LE         *
002150*                SATELLITE ADRFIC (VARIABLES &ADR1 &ADR2 &VILLE) *
002152*  15/10/26  DA  RELANCES DES IMPAYES : CARTE ** + MODELE RL0N / *
002154*                RLPR, SELECTION PAR LES DEMANDES RELDEM DE      *
002156*                GSRV680 - VARIABLES &RETARD &TRANCHE &PROMESSE  *
002158*  15/10/26  DA  RAPPELS KYC KYDO / KYRV (DEMANDES DE GSKY750),  *
002160*                VARIABLE &ECHEANCE                              *
002162*  15/10/26  DA  LETTRE D ACCOMPAGNEMENT DU PACK D ACCES ** DASU *
002164*                (DEMANDE DASDEM DE GSDA810)                     *
002166*  15/10/26  DA  CONSENTEMENTS DU DESTINATAIRE (CNSFIC) :        *
002168*                CANAL E SOUS ACCORD, PROSPECTION SAUTEE SANS    *
002170*                ACCORD                                          *
002172*  15/10/26  DA  AVIS D ECHEANCE ** ECRN / ECPA / ECSI           *
002174*                (DEMANDES ECHDEM DE GSMT880)                    *
002176*  15/10/26  DA  TITULAIRE DECEDE (DCDFIC VALIDE) : PROSPECTION  *
002178*                SAUTEE, COURRIER REGLEMENTAIRE ADRESSE SUR      *
002180*                PAPIER AU CONTACT DE LA SUCCESSION, ADRESSE     *
002182*                MORTE SANS EFFET                                *
002184*  15/10/26  DA  COPIE OU REDIRECTION DU COURRIER REGLEMENTAIRE  *
002186*                AU REPRESENTANT AYANT POUVOIR COURRIER (RPRFIC),*
002188*                NUMERO DU REPRESENTANT AU JOURNAL LETJRN        *
002190*  15/10/26  DA  ATTESTATION FISCALE ANNUELLE ** CFIS (DEMANDES  *
002192*                CERDEM DE GSFI910)                              *
002194*  15/10/26  DA  PREAVIS DE CHANGEMENT DE BAREME ** AVTX /       *
002196*                AVFR (DEMANDES AVIDEM DE GSAV960)               *
002197*  15/10/26  DA  CONFIRMATION ** ADCF D UN CHANGEMENT D ADRESSE  *
002198*                DU PORTAIL A L ANCIENNE ET A LA NOUVELLE        *
002199*                ADRESSE (ADRATT)                                *
002200*  15/10/26  DA  COURRIER PAPIER EN PIECES FFFFFGPO POUR LA MISE *
002201*                SOUS PLI (GSPO300 / GSPO310), PIECE AU JOURNAL  *
002202*                LETJRN                                          *
002203******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.
004100     SELECT LETTRE  ASSIGN  LETTRE
004200       ORGANIZATION  SEQUENTIAL
004300       FILE STATUS   W-LETTRE-STATUS.
004310     SELECT ADRATT  ASSIGN  ADRATT
004320       ORGANIZATION  INDEXED
004330       ACCESS MODE   RANDOM
004340       RECORD KEY    AAT-FGS-CLE
004350       FILE STATUS   W-ADRATT-STATUS.
004400     SELECT LETJRN  ASSIGN  LETJRN
004500       ORGANIZATION  SEQUENTIAL
004600       FILE STATUS   W-LETJRN-STATUS.
004601     SELECT RPRFIC  ASSIGN  RPRFIC
004602       ORGANIZATION  INDEXED
004603       ACCESS MODE   DYNAMIC
004604       RECORD KEY    RPR-CLE
004605       FILE STATUS   W-RPRFIC-STATUS.
004610     SELECT LETELE  ASSIGN  LETELE
004620       ORGANIZATION  SEQUENTIAL
004630       FILE STATUS   W-LETELE-STATUS.
004660       ACCESS MODE   RANDOM
004670       RECORD KEY    DEA-CLE
004680       FILE STATUS   W-DEAFIC-STATUS.
004682     SELECT DCDFIC  ASSIGN  DCDFIC
004683       ORGANIZATION  INDEXED
004684       ACCESS MODE   RANDOM
004685       RECORD KEY    DCD-FGS-CLE
004686       FILE STATUS   W-DCDFIC-STATUS.
004690     SELECT RELDEM  ASSIGN  RELDEM
004692       ORGANIZATION  SEQUENTIAL
004694       FILE STATUS   W-RELDEM-STATUS.
004695     SELECT CNSFIC  ASSIGN  CNSFIC
004696       ORGANIZATION  INDEXED
004697       ACCESS MODE   DYNAMIC
004698       RECORD KEY    CNS-CLE
004699       FILE STATUS   W-CNSFIC-STATUS.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  MODLET
005800 COPY FFFFFFGS.
005900 FD  LETTRE
006000     LABEL RECORD STANDARD
006100     DATA RECORD PCO-ENREG.
006200 COPY FFFFFGPO.
006210 FD  ADRATT
006220     LABEL RECORD STANDARD
006230     DATA RECORD AAT-ENREG.
006240 COPY FFFFFGAA.
006300 FD  LETJRN
006400     LABEL RECORD STANDARD
006500     DATA RECORD JRN-ENREG.
007000     05  JRN-HEURE                   PIC 9(06).
007010     05  JRN-CANAL                   PIC X(01).
007020     05  JRN-LANGUE                  PIC X(02).
007030     05  JRN-RPR-NUMERO              PIC 9(03).
007036     05  JRN-TYPE                    PIC X(01).
007042         88  JRN-EMISSION            VALUE SPACE.
007048         88  JRN-MISE-SOUS-PLI       VALUE 'P'.
007054     05  JRN-ORIGINE                 PIC X(08).
007060     05  JRN-PIECE                   PIC 9(07).
007066     05  JRN-DESTINATAIRE            PIC X(01).
007072     05  JRN-PLI.
007078         10  JRN-PLI-DATE            PIC 9(08).
007084         10  JRN-PLI-NUMERO          PIC 9(06).
007090     05  JRN-PLI-RANG                PIC 9(02).
007096     05  FILLER                      PIC X(08).
007102 FD  DCDFIC
007103     LABEL RECORD STANDARD
007104     DATA RECORD DCD-ENREG.
007105 COPY FFFFFGDD.
007106 FD  RPRFIC
007107     LABEL RECORD STANDARD
007108     DATA RECORD RPR-ENREG.
007109 COPY FFFFFGMA.
007110 FD  LETELE
007120     LABEL RECORD STANDARD
007130     DATA RECORD ELE-ENREG.
007220     05  DEA-DATE                    PIC 9(08).
007230     05  DEA-MOTIF                   PIC X(20).
007240     05  FILLER                      PIC X(17).
007242 FD  RELDEM
007243     LABEL RECORD STANDARD
007244     DATA RECORD RLD-ENREG.
007245 COPY FFFFFGRD.
007246 FD  CNSFIC
007247     LABEL RECORD STANDARD
007248     DATA RECORD CNS-ENREG.
007249 COPY FFFFFGCN.
007250 WORKING-STORAGE SECTION.
007300 77  IX-MOD                          PIC S9(04) COMP VALUE ZERO.
007400 77  NB-LIGNES-MODELE                PIC S9(04) COMP VALUE ZERO.
009405 01  W-ADR-LIGNE-2                   PIC X(30).
009406 01  W-ADR-VILLE                     PIC X(30).
009407 01  W-ADR-CANAL-PREF                PIC X(01).
009408*    PIECE IMPRIMEE EN COURS (DESSIN FFFFFGPO)
009409 77  W-PCO-NUMERO                    PIC 9(07) VALUE ZERO.
009410 01  W-PCO-DEST                      PIC X(01).
009411 01  W-PCO-RPR                       PIC 9(03).
009412 01  W-PCO-ADRESSE.
009413     05  W-PCO-ADR-LIGNE-1           PIC X(30).
009414     05  W-PCO-ADR-LIGNE-2           PIC X(30).
009415     05  W-PCO-ADR-CODE-POSTAL       PIC X(10).
009416     05  W-PCO-ADR-VILLE             PIC X(20).
009417     05  W-PCO-ADR-PAYS              PIC X(02).
009420*    RELANCES (CARTE **) : DEMANDE APPARIEE A LA CLE LUE
009425 01  W-RELDEM-STATUS                 PIC X(02).
009430     88  W-RLD-OK                    VALUE '00'.
009435     88  W-RLD-FIN                   VALUE '10'.
009440 01  W-FIN-RLD                       PIC X(01) VALUE 'N'.
009445     88  FIN-RLD                     VALUE 'O'.
009450 01  W-RLD-TROUVEE                   PIC X(01).
009455 01  W-RETARD-AFF                    PIC -(11)9,99 VALUE ZERO.
009460 01  W-RLD-TRANCHE                   PIC X(05) VALUE SPACES.
009465 01  W-RLD-PROMESSE                  PIC X(08) VALUE SPACES.
009470 77  CPT-RELANCES-ORPHELINES         PIC S9(08) COMP VALUE ZERO.
009475 01  W-LIGNE-TRAVAIL                 PIC X(132).
009477*    TITULAIRE DECEDE (DCDFIC - GSDE901)
009479 01  W-DCDFIC-STATUS                 PIC X(02).
009481     88  W-DCD-OK                    VALUE '00'.
009483 77  W-DCDFIC-OUVERT                 PIC X(01) VALUE 'N'.
009485 01  W-DECEDE                        PIC X(01) VALUE 'N'.
009487 01  W-DECES-SAUTE                   PIC X(01) VALUE 'N'.
009489 77  CPT-DECES-PROSPECTION           PIC S9(08) COMP VALUE ZERO.
009491 77  CPT-DECES-SUCCESSION            PIC S9(08) COMP VALUE ZERO.
009492 01  W-RPRFIC-STATUS                 PIC X(02).
009493     88  W-RPR-OK                    VALUE '00'.
009494 77  W-RPRFIC-OUVERT                 PIC X(01) VALUE 'N'.
009495 01  W-RPR-COURRIER                  PIC X(01) VALUE 'N'.
009496 01  W-RPR-JOURNAL                   PIC 9(03) VALUE ZERO.
009497 77  CPT-RPR-COPIES                  PIC S9(08) COMP VALUE ZERO.
009498 77  CPT-RPR-REDIRIGES               PIC S9(08) COMP VALUE ZERO.
009500 01  W-LIGNE-APRES                   PIC X(132).
009600 01  W-MONTANT-AFF                   PIC -(11)9,99.
009610*    CONFIRMATION DE CHANGEMENT D ADRESSE (CARTE ** ADCF)
009620 01  W-ADRATT-STATUS                 PIC X(02).
009630     88  W-AAT-OK                    VALUE '00'.
009640 01  W-CONFIRMATION-ADR              PIC X(01) VALUE 'N'.
009650 01  W-AAT-TROUVE                    PIC X(01).
009660 77  CPT-CONFIRMATIONS-ADR           PIC S9(08) COMP VALUE ZERO.
009670 77  CPT-ANCIENNES-ADR               PIC S9(08) COMP VALUE ZERO.
009700 01  W-VARIABLE                      PIC X(10).
009800 01  W-REMPLACEMENT                  PIC X(30).
009900 01  W-RESTE                         PIC X(132).
010700 01  W-REMPLACEMENT-UTILE            PIC X(30).
010800 01  W-DATE-JOUR                     PIC 9(08).
010900 01  W-HEURE                         PIC 9(08).
010901*    PREAVIS DE BAREME (CARTES ** AVTX / AVFR - VUE RLD-AVI-ENREG)
010902 01  W-AVI-EFFET                     PIC X(08) VALUE SPACES.
010903 01  W-AVI-ANCIEN-TAUX-AFF           PIC ZZ9,9999 VALUE ZERO.
010904 01  W-AVI-NOUVEAU-TAUX-AFF          PIC ZZ9,9999 VALUE ZERO.
010905 01  W-AVI-ANCIEN-FORFAIT-AFF        PIC -(09)9,99 VALUE ZERO.
010906 01  W-AVI-NOUVEAU-FORFAIT-AFF       PIC -(09)9,99 VALUE ZERO.
010910*    CONSENTEMENTS DU DESTINATAIRE (CNSFIC - GSCN820 / PORTAIL)
010920 01  W-CNSFIC-STATUS                 PIC X(02).
010930     88  W-CNS-OK                    VALUE '00'.
010940 77  W-CNSFIC-OUVERT                 PIC X(01) VALUE 'N'.
010950 01  W-MODELE-PROSPECTION            PIC X(01) VALUE 'N'.
010960 01  W-FINALITE                      PIC X(04).
010970 01  W-CNS-CANAL-DEM                 PIC X(01).
010980 01  W-CNS-ACCORD                    PIC X(01).
010990 01  W-SANS-CONSENTEMENT             PIC X(01).
010991 77  CPT-SANS-CONSENTEMENT           PIC S9(08) COMP VALUE ZERO.
010992 77  CPT-REPLIS-IMPRESSION           PIC S9(08) COMP VALUE ZERO.
010993*    ATTESTATION FISCALE (CARTE ** CFIS - VUE RLD-FIS-ENREG)
010994 01  W-FIS-ANNEE                     PIC X(04) VALUE SPACES.
010995 01  W-FIS-INTERETS-AFF              PIC -(11)9,99 VALUE ZERO.
010996 01  W-FIS-FRAIS-AFF                 PIC -(11)9,99 VALUE ZERO.
010997 01  W-FIS-RETENUE-AFF               PIC -(11)9,99 VALUE ZERO.
010998 01  W-FIS-NET-AFF                   PIC -(11)9,99 VALUE ZERO.
010999 01  W-FIS-TAUX-AFF                  PIC Z9,99 VALUE ZERO.
011000 COPY GSREFZ.
011100 COPY GSCRZ.
011200 PROCEDURE DIVISION.
011500******************************************************************
011600 0000-MAINLINE.
011700     ACCEPT W-PARM.
011710     IF W-PARM-STATUT = '**' AND W-PARM-MODELE = 'ADCF'
011720         MOVE 'O' TO W-CONFIRMATION-ADR.
011800     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
011900     ACCEPT W-HEURE     FROM TIME.
012000     PERFORM 1000-CHARGER-MODELE THRU 1000-EXIT.
012010*    CARTE ** ADCF : LES CHANGEMENTS D ADRESSE APPROUVES (ADRATT)
012020*    SONT CONFIRMES A L ANCIENNE ET A LA NOUVELLE ADRESSE
012030     IF W-CONFIRMATION-ADR = 'O'
012040         OPEN I-O ADRATT
012050         IF NOT W-AAT-OK
012060             DISPLAY 'GSCO290 - OPEN ADRATT : ' W-ADRATT-STATUS
012070             MOVE 16 TO RETURN-CODE
012080             STOP RUN.
012100     OPEN INPUT  FFFFFGS.
012200     IF NOT W-FGS-OK
012300         DISPLAY 'GSCO290 - OPEN FFFFFGS : '
012730         DISPLAY 'GSCO290 - OPEN LETELE : ' W-LETELE-STATUS
012740         MOVE 16 TO RETURN-CODE
012750         STOP RUN.
012752*    SANS FICHIER DES DECES AUCUN COURRIER N EST REDIRIGE
012753     OPEN INPUT DCDFIC.
012754     IF W-DCD-OK
012755         MOVE 'O' TO W-DCDFIC-OUVERT.
012756*    SANS FICHIER DES REPRESENTANTS LE TITULAIRE SEUL ECRIT
012757     OPEN INPUT RPRFIC.
012758     IF W-RPR-OK
012759         MOVE 'O' TO W-RPRFIC-OUVERT.
012760*    PAS DE FICHIER D ADRESSES MORTES = RIEN A SAUTER
012770     OPEN INPUT DEAFIC.
012780     IF W-DEA-OK
012798     IF W-ADR-OK
012799         MOVE 'O' TO W-ADRFIC-OUVERT.
012800     OPEN EXTEND LETJRN.
012810*    CARTE ** : LES RELANCES SONT SELECTIONNEES PAR LES
012820*    DEMANDES RELDEM (GSRV680) ET NON PAR LE STATUT
012830     IF W-PARM-STATUT = '**'
012835      AND W-CONFIRMATION-ADR NOT = 'O'
012840         OPEN INPUT RELDEM
012850         IF NOT W-RLD-OK
012860             DISPLAY 'GSCO290 - OPEN RELDEM : ' W-RELDEM-STATUS
012870             MOVE 16 TO RETURN-CODE
012880             STOP RUN
012890         END-IF
012892         PERFORM 8200-LIRE-RLD THRU 8200-EXIT.
012893*    SANS FICHIER DES CONSENTEMENTS AUCUN ACCORD N EST PRESUME :
012894*    NI REMISE ELECTRONIQUE NI PROSPECTION
012895     OPEN INPUT CNSFIC.
012896     IF W-CNS-OK
012897         MOVE 'O' TO W-CNSFIC-OUVERT
012898     ELSE
012899         DISPLAY 'GSCO290 - CNSFIC ABSENT : ' W-CNSFIC-STATUS.
012900     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
013000     PERFORM 2000-SELECTION THRU 2000-EXIT
013100         UNTIL FIN-FGS.
013200     CLOSE FFFFFGS LETTRE LETELE LETJRN MODLET.
013210     IF W-DEAFIC-OUVERT = 'O'
013220         CLOSE DEAFIC.
013222     IF W-DCDFIC-OUVERT = 'O'
013224         CLOSE DCDFIC.
013226     IF W-RPRFIC-OUVERT = 'O'
013228         CLOSE RPRFIC.
013230     IF W-ADRFIC-OUVERT = 'O'
013240         CLOSE ADRFIC.
013242     IF W-CNSFIC-OUVERT = 'O'
013244         CLOSE CNSFIC.
013245     IF W-CONFIRMATION-ADR = 'O'
013246         CLOSE ADRATT
013247         DISPLAY 'GSCO290 - CONFIRMATIONS ADRESSE  : '
013248                 CPT-CONFIRMATIONS-ADR.
013250     IF W-PARM-STATUT = '**'
013255      AND W-CONFIRMATION-ADR NOT = 'O'
013260         CLOSE RELDEM
013270         DISPLAY 'GSCO290 - RELANCES SANS MAITRE : '
013280                 CPT-RELANCES-ORPHELINES.
013300     DISPLAY 'GSCO290 - COURRIERS GENERES : ' CPT-COURRIERS.
013310     DISPLAY 'GSCO290 - ELECTRONIQUES     : '
013320             CPT-ELECTRONIQUES.
013330     DISPLAY 'GSCO290 - ADRESSES MORTES   : '
013340             CPT-ADRESSES-MORTES.
013350     DISPLAY 'GSCO290 - SANS CONSENTEMENT : '
013360             CPT-SANS-CONSENTEMENT.
013370     DISPLAY 'GSCO290 - REPLIS IMPRESSION : '
013380             CPT-REPLIS-IMPRESSION.
013382     DISPLAY 'GSCO290 - DECES SANS PROSPECTION : '
013384             CPT-DECES-PROSPECTION.
013386     DISPLAY 'GSCO290 - DECES A LA SUCCESSION  : '
013388             CPT-DECES-SUCCESSION.
013390     DISPLAY 'GSCO290 - COPIES AU REPRESENTANT : '
013392             CPT-RPR-COPIES.
013394     DISPLAY 'GSCO290 - REDIRIGES REPRESENTANT : '
013396             CPT-RPR-REDIRIGES.
013397     IF W-CONFIRMATION-ADR = 'O'
013398         DISPLAY 'GSCO290 - COPIES ANCIENNE ADRESSE : '
013399                 CPT-ANCIENNES-ADR.
013400     GOBACK.
013500 0000-EXIT.
013600     EXIT.
016300                 W-PARM-MODELE
016400         MOVE 16 TO RETURN-CODE
016500         STOP RUN.
016510*    UN MODELE DE PROSPECTION (REFTBL MODL, LIBELLE COURT EN M)
016520*    N EST EMIS QU AUX DESTINATAIRES CONSENTANTS
016530     MOVE 'MODL'        TO REF-D-TYPE.
016540     MOVE SPACES        TO REF-D-CODE.
016550     MOVE W-PARM-MODELE TO REF-D-CODE (1:4).
016560     MOVE ZERO          TO REF-D-DATE.
016570     CALL 'GSRT060' USING REF-DEM.
016580     IF REF-D-TROUVE AND REF-D-LIB-COURT (1:1) = 'M'
016590         MOVE 'O' TO W-MODELE-PROSPECTION.
016600 1000-EXIT.
016700     EXIT.
016710******************************************************************
016900*  2000-SELECTION : LES ENREGISTREMENTS DUS POUR COURRIER        *
017000******************************************************************
017100 2000-SELECTION.
017101*    CARTE ** ADCF : LA CLE DONT LE CHANGEMENT EST A CONFIRMER
017102     IF W-CONFIRMATION-ADR = 'O'
017103         PERFORM 8600-LIRE-CHANGEMENT THRU 8600-EXIT
017104         IF W-AAT-TROUVE = 'O'
017105             PERFORM 2800-LIRE-DECES THRU 2800-EXIT
017106             PERFORM 2500-FUSIONNER THRU 2500-EXIT
017107         END-IF
017108         GO TO 2000-SUIVANT.
017110     IF W-PARM-STATUT = '**'
017120         PERFORM 2100-APPARIER THRU 2100-EXIT
017130         IF W-RLD-TROUVEE NOT = 'O'
017140             GO TO 2000-SUIVANT
017150         END-IF
017160     ELSE
017170         IF FFFFFGS-STATUT NOT = W-PARM-STATUT
017180             GO TO 2000-SUIVANT.
017200     PERFORM 2800-LIRE-DECES THRU 2800-EXIT.
017220*    UNE ADRESSE REVENUE NPAI NE RECOIT PLUS DE COURRIER :
017230*    L EXCEPTION EST DEJA EN CORBEILLE (GSCO291)
017232*    - SAUF TITULAIRE DECEDE, ECRIT AU CONTACT DE LA SUCCESSION
017240     IF W-DEAFIC-OUVERT = 'O'
017245      AND W-DECEDE NOT = 'O'
017250         MOVE FFFFFGS-CLE TO DEA-CLE
017260         READ DEAFIC
017270         IF W-DEA-OK
017400     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
017500 2000-EXIT.
017600     EXIT.
017603******************************************************************
017606*  2100-APPARIER : LES DEMANDES RELDEM DE CLE INFERIEURE SONT    *
017609*  ORPHELINES (CLE DISPARUE DU MAITRE) ; CELLES DE LA CLE LUE    *
017612*  SONT CONSOMMEES, LA DEMANDE DU MODELE DE LA CARTE EST GARDEE  *
017615******************************************************************
017618 2100-APPARIER.
017621     MOVE 'N' TO W-RLD-TROUVEE.
017624 2100-AVANCER.
017627     IF FIN-RLD
017630      OR RLD-CLE GREATER FFFFFGS-CLE
017633         GO TO 2100-EXIT.
017636     IF RLD-CLE LESS FFFFFGS-CLE
017639         IF RLD-MODELE = W-PARM-MODELE
017642             ADD 1 TO CPT-RELANCES-ORPHELINES
017645         END-IF
017648     ELSE
017651         IF RLD-MODELE = W-PARM-MODELE
017652             MOVE 'O'                TO W-RLD-TROUVEE
017653             MOVE RLD-MONTANT-RETARD TO W-RETARD-AFF
017654             MOVE RLD-TRANCHE        TO W-RLD-TRANCHE
017655             MOVE RLD-DATE-PROMESSE  TO W-RLD-PROMESSE
017656             IF RLD-MODELE = 'CFIS'
017657                 PERFORM 2150-ATTESTATION THRU 2150-EXIT
017658             END-IF
017659             IF RLD-MODELE = 'AVTX' OR RLD-MODELE = 'AVFR'
017660                 MOVE RLD-AVI-DATE-EFFET TO W-AVI-EFFET
017661                 MOVE RLD-AVI-ANCIEN-TAUX
017662                   TO W-AVI-ANCIEN-TAUX-AFF
017663                 MOVE RLD-AVI-NOUVEAU-TAUX
017664                   TO W-AVI-NOUVEAU-TAUX-AFF
017665                 MOVE RLD-AVI-ANCIEN-FORFAIT
017666                   TO W-AVI-ANCIEN-FORFAIT-AFF
017667                 MOVE RLD-AVI-NOUVEAU-FORFAIT
017668                   TO W-AVI-NOUVEAU-FORFAIT-AFF
017669             END-IF
017670         END-IF
017671     END-IF.
017672     PERFORM 8200-LIRE-RLD THRU 8200-EXIT.
017675     GO TO 2100-AVANCER.
017678 2100-EXIT.
017681     EXIT.
017682******************************************************************
017683*  2150-ATTESTATION : CHIFFRES DE L ATTESTATION FISCALE (VUE     *
017684*  RLD-FIS-ENREG DE LA DEMANDE CERDEM DE GSFI910)                *
017685******************************************************************
017686 2150-ATTESTATION.
017687     MOVE RLD-FIS-ANNEE    TO W-FIS-ANNEE.
017688     MOVE RLD-FIS-INTERETS TO W-FIS-INTERETS-AFF.
017689     MOVE RLD-FIS-FRAIS    TO W-FIS-FRAIS-AFF.
017690     MOVE RLD-FIS-RETENUE  TO W-FIS-RETENUE-AFF.
017691     MOVE RLD-FIS-TAUX     TO W-FIS-TAUX-AFF.
017692     SUBTRACT RLD-FIS-RETENUE FROM RLD-FIS-INTERETS
017693         GIVING W-FIS-NET-AFF.
017694 2150-EXIT.
017695     EXIT.
017700******************************************************************
017800*  2500-FUSIONNER : UN COURRIER - SUBSTITUTION DES VARIABLES     *
017900******************************************************************
018000 2500-FUSIONNER.
018003     MOVE 'T'    TO W-PCO-DEST.
018006     MOVE SPACES TO W-PCO-ADRESSE.
018010     PERFORM 2570-ADRESSE THRU 2570-EXIT.
018012     IF W-CONFIRMATION-ADR = 'O'
018014         PERFORM 8650-ADRESSE-NOUVELLE THRU 8650-EXIT.
018020     PERFORM 2550-LANGUE-ET-CANAL THRU 2550-EXIT.
018022     PERFORM 2850-SUCCESSION THRU 2850-EXIT.
018024     IF W-DECES-SAUTE = 'O'
018026         GO TO 2500-EXIT.
018027     IF W-DECEDE = 'O'
018028         PERFORM 8850-PIECE-SUCCESSION THRU 8850-EXIT.
018030     PERFORM 2590-CONSENTEMENTS THRU 2590-EXIT.
018040     IF W-SANS-CONSENTEMENT = 'O'
018050         ADD 1 TO CPT-SANS-CONSENTEMENT
018060         GO TO 2500-EXIT.
018062*    LA CONFIRMATION D ADRESSE VA AU TITULAIRE SEUL
018064     IF W-CONFIRMATION-ADR NOT = 'O'
018070         PERFORM 8400-REPRESENTANT THRU 8400-EXIT.
018100     ADD 1 TO CPT-COURRIERS.
018200     MOVE 'D'            TO CRZ-FONCTION.
018250     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
019300     IF NOT REF-D-TROUVE
019400         MOVE FFFFFGS-STATUT TO REF-D-LIB-COURT.
019410     MOVE REF-D-LIB-COURT TO W-LIB-STATUT.
019500     IF FFFFFGS-MONTANT NUMERIC
019600         MOVE FFFFFGS-MONTANT TO W-MONTANT-AFF
019700     ELSE
019800         MOVE ZERO TO W-MONTANT-AFF.
019833     IF W-CANAL NOT = 'E'
019866         PERFORM 8800-NOUVELLE-PIECE THRU 8800-EXIT.
019900     MOVE 1 TO IX-MOD.
020000     PERFORM 2600-UNE-LIGNE THRU 2600-EXIT
020100         UNTIL IX-MOD GREATER
020210         ADD 1 TO CPT-ELECTRONIQUES
020220         MOVE FFFFFGS-CLE TO ELE-CLE
020230         MOVE SPACES      TO ELE-LIGNE
020240         WRITE ELE-ENREG.
020400     MOVE FFFFFGS-CLE   TO JRN-CLE.
020500     MOVE W-PARM-MODELE TO JRN-MODELE.
020600     MOVE W-DATE-JOUR   TO JRN-DATE.
020700     MOVE W-HEURE (1:6) TO JRN-HEURE.
020710     MOVE W-CANAL       TO JRN-CANAL.
020720     MOVE W-LANGUE      TO JRN-LANGUE.
020730     MOVE W-RPR-JOURNAL TO JRN-RPR-NUMERO.
020765     PERFORM 8820-PIECE-AU-JOURNAL THRU 8820-EXIT.
020800     WRITE JRN-ENREG.
020900     IF NOT W-JRN-OK
021000         DISPLAY 'GSCO290 - WRITE LETJRN : '
021100                 W-LETJRN-STATUS
021200         MOVE 16 TO RETURN-CODE
021300         STOP RUN.
021310     IF W-RPR-COURRIER = 'C'
021320         PERFORM 8500-COPIE-REPRESENTANT THRU 8500-EXIT.
021330     IF W-CONFIRMATION-ADR = 'O'
021340         PERFORM 8700-COPIE-ANCIENNE THRU 8700-EXIT.
021400 2500-EXIT.
021500     EXIT.
021510******************************************************************
021655 2580-EXIT.
021656     EXIT.
021657******************************************************************
021658*  2590-CONSENTEMENTS : CANAL E SOUS ACCORD DU DESTINATAIRE      *
021659*  (FINALITE GEST, OU MARK POUR UN MODELE DE PROSPECTION),       *
021660*  SINON IMPRESSION ; LE MODELE DE PROSPECTION SUR PAPIER        *
021661*  SUPPOSE EN PLUS L ACCORD MARK IMPRESSION, SINON PAS DE        *
021662*  COURRIER. LE COURRIER REGLEMENTAIRE PART TOUJOURS             *
021663******************************************************************
021664 2590-CONSENTEMENTS.
021665     MOVE 'N' TO W-SANS-CONSENTEMENT.
021666     IF W-MODELE-PROSPECTION = 'O'
021667         MOVE 'MARK' TO W-FINALITE
021668     ELSE
021669         MOVE 'GEST' TO W-FINALITE.
021670     IF W-CANAL = 'E'
021671         MOVE 'E' TO W-CNS-CANAL-DEM
021672         PERFORM 8300-ACCORD-CNS THRU 8300-EXIT
021673         IF W-CNS-ACCORD NOT = 'O'
021674             MOVE 'I' TO W-CANAL
021675             ADD 1 TO CPT-REPLIS-IMPRESSION.
021676     IF W-MODELE-PROSPECTION = 'O'
021677      AND W-CANAL NOT = 'E'
021678         MOVE 'I' TO W-CNS-CANAL-DEM
021679         PERFORM 8300-ACCORD-CNS THRU 8300-EXIT
021680         IF W-CNS-ACCORD NOT = 'O'
021681             MOVE 'O' TO W-SANS-CONSENTEMENT.
021682 2590-EXIT.
021683     EXIT.
021690******************************************************************
021700*  2600-UNE-LIGNE : SUBSTITUTION DES VARIABLES DE LA LIGNE       *
021800******************************************************************
021900 2600-UNE-LIGNE.
023400     MOVE '&DATE'    TO W-VARIABLE.
023500     MOVE W-DATE-JOUR TO W-REMPLACEMENT.
023600     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
023601     IF W-PARM-MODELE = 'CFIS'
023602         PERFORM 2610-VARIABLES-FISCALES THRU 2610-EXIT.
023603     IF W-PARM-MODELE = 'AVTX' OR W-PARM-MODELE = 'AVFR'
023604         PERFORM 2620-VARIABLES-AVIS THRU 2620-EXIT.
023605     MOVE '&ECHEANCE' TO W-VARIABLE.
023606     MOVE W-RLD-PROMESSE TO W-REMPLACEMENT.
023609     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
023610     MOVE '&ADR1'    TO W-VARIABLE.
023620     MOVE W-ADR-LIGNE-1 TO W-REMPLACEMENT.
023630     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
023670     MOVE '&VILLE'   TO W-VARIABLE.
023680     MOVE W-ADR-VILLE TO W-REMPLACEMENT.
023690     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
023691     MOVE '&RETARD'  TO W-VARIABLE.
023692     MOVE W-RETARD-AFF TO W-REMPLACEMENT.
023693     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
023694     MOVE '&TRANCHE' TO W-VARIABLE.
023695     MOVE W-RLD-TRANCHE TO W-REMPLACEMENT.
023696     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
023697     MOVE '&PROMESSE' TO W-VARIABLE.
023698     MOVE W-RLD-PROMESSE TO W-REMPLACEMENT.
023699     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
023700     IF W-CANAL = 'E'
023710         MOVE FFFFFGS-CLE      TO ELE-CLE
023720         MOVE W-LIGNE-TRAVAIL  TO ELE-LIGNE
023730         WRITE ELE-ENREG
023740     ELSE
023750         PERFORM 8810-ECRIRE-PIECE THRU 8810-EXIT.
023800     ADD 1 TO IX-MOD.
023900 2600-EXIT.
024000     EXIT.
024005******************************************************************
024008*  2610-VARIABLES-FISCALES : VARIABLES DE L ATTESTATION CFIS     *
024011******************************************************************
024014 2610-VARIABLES-FISCALES.
024017     MOVE '&ANNEE'    TO W-VARIABLE.
024020     MOVE W-FIS-ANNEE TO W-REMPLACEMENT.
024023     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
024026     MOVE '&INTERETS' TO W-VARIABLE.
024029     MOVE W-FIS-INTERETS-AFF TO W-REMPLACEMENT.
024032     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
024035     MOVE '&FRAIS'    TO W-VARIABLE.
024038     MOVE W-FIS-FRAIS-AFF TO W-REMPLACEMENT.
024041     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
024044     MOVE '&TAUX'     TO W-VARIABLE.
024047     MOVE W-FIS-TAUX-AFF TO W-REMPLACEMENT.
024050     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
024053     MOVE '&RETENUE'  TO W-VARIABLE.
024056     MOVE W-FIS-RETENUE-AFF TO W-REMPLACEMENT.
024059     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
024062     MOVE '&NET'      TO W-VARIABLE.
024065     MOVE W-FIS-NET-AFF TO W-REMPLACEMENT.
024068     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
024071 2610-EXIT.
024074     EXIT.
024075******************************************************************
024076*  2620-VARIABLES-AVIS : VARIABLES DU PREAVIS AVTX / AVFR        *
024077******************************************************************
024078 2620-VARIABLES-AVIS.
024079     MOVE '&EFFET'   TO W-VARIABLE.
024080     MOVE W-AVI-EFFET TO W-REMPLACEMENT.
024081     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
024082     MOVE '&ANCTAUX' TO W-VARIABLE.
024083     MOVE W-AVI-ANCIEN-TAUX-AFF TO W-REMPLACEMENT.
024084     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
024085     MOVE '&NVTAUX'  TO W-VARIABLE.
024086     MOVE W-AVI-NOUVEAU-TAUX-AFF TO W-REMPLACEMENT.
024087     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
024088     MOVE '&ANCFORF' TO W-VARIABLE.
024089     MOVE W-AVI-ANCIEN-FORFAIT-AFF TO W-REMPLACEMENT.
024090     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
024091     MOVE '&NVFORF'  TO W-VARIABLE.
024092     MOVE W-AVI-NOUVEAU-FORFAIT-AFF TO W-REMPLACEMENT.
024093     PERFORM 2700-SUBSTITUER THRU 2700-EXIT.
024094 2620-EXIT.
024095     EXIT.
024100******************************************************************
024200*  2700-SUBSTITUER : UNE VARIABLE REMPLACEE DANS LA LIGNE        *
024300*  (PRESENCE TESTEE PAR INSPECT : UNE VARIABLE EN FIN DE LIGNE   *
029600     SUBTRACT 1 FROM W-LG-VALEUR.
029700 2750-EXIT.
029800     EXIT.
029810******************************************************************
029812*  2800-LIRE-DECES : FICHE DCDFIC VALIDEE DE LA CLE LUE          *
029814******************************************************************
029816 2800-LIRE-DECES.
029818     MOVE 'N' TO W-DECEDE.
029820     IF W-DCDFIC-OUVERT NOT = 'O'
029822         GO TO 2800-EXIT.
029824     MOVE FFFFFGS-CLE TO DCD-FGS-CLE.
029826     READ DCDFIC.
029828     IF W-DCD-OK AND DCD-VALIDEE
029830         MOVE 'O' TO W-DECEDE.
029832 2800-EXIT.
029834     EXIT.
029836******************************************************************
029838*  2850-SUCCESSION : TITULAIRE DECEDE - LE MODELE DE PROSPECTION *
029840*  N EST PAS EMIS ; LE COURRIER REGLEMENTAIRE EST ADRESSE AU     *
029842*  CONTACT DE LA SUCCESSION, SUR PAPIER                          *
029844******************************************************************
029846 2850-SUCCESSION.
029848     MOVE 'N' TO W-DECES-SAUTE.
029850     IF W-DECEDE NOT = 'O'
029852         GO TO 2850-EXIT.
029854     IF W-MODELE-PROSPECTION = 'O'
029856         MOVE 'O' TO W-DECES-SAUTE
029858         ADD 1 TO CPT-DECES-PROSPECTION
029860         GO TO 2850-EXIT.
029862     MOVE DCD-CONTACT-NOM   TO W-ADR-LIGNE-1.
029864     MOVE DCD-CONTACT-LIGNE TO W-ADR-LIGNE-2.
029866     MOVE SPACES            TO W-ADR-VILLE.
029868     STRING DCD-CONTACT-CP ' ' DCD-CONTACT-VILLE (1:19)
029870         DELIMITED SIZE INTO W-ADR-VILLE
029872     END-STRING.
029874     MOVE 'I'               TO W-CANAL.
029876     ADD 1 TO CPT-DECES-SUCCESSION.
029878 2850-EXIT.
029880     EXIT.
029900******************************************************************
030000*  8100-LIRE-FGS : LECTURE SEQUENTIELLE DU MAITRE                *
030100******************************************************************
031100         STOP RUN.
031200 8100-EXIT.
031300     EXIT.
031400******************************************************************
031500*  8200-LIRE-RLD : DEMANDE DE RELANCE SUIVANTE                   *
031600******************************************************************
031700 8200-LIRE-RLD.
031800     READ RELDEM.
031900     IF W-RLD-FIN
032000         MOVE 'O' TO W-FIN-RLD
032100         GO TO 8200-EXIT.
032200     IF NOT W-RLD-OK
032300         DISPLAY 'GSCO290 - READ RELDEM : ' W-RELDEM-STATUS
032400         MOVE 16 TO RETURN-CODE
032500         STOP RUN.
032600 8200-EXIT.
032700     EXIT.
032800******************************************************************
032900*  8300-ACCORD-CNS : ENTREE EN VIGUEUR (DERNIERE NON FUTURE)     *
033000*  DU COUPLE FINALITE / CANAL - AUCUNE ENTREE = PAS D ACCORD     *
033100******************************************************************
033200 8300-ACCORD-CNS.
033300     MOVE 'N' TO W-CNS-ACCORD.
033400     IF W-CNSFIC-OUVERT NOT = 'O'
033500         GO TO 8300-EXIT.
033600     MOVE FFFFFGS-CLE     TO CNS-FGS-CLE.
033700     MOVE W-FINALITE      TO CNS-FINALITE.
033800     MOVE W-CNS-CANAL-DEM TO CNS-CANAL.
033900     MOVE ZERO            TO CNS-DATE-EFFET.
034000     START CNSFIC KEY NOT LESS CNS-CLE.
034100     IF NOT W-CNS-OK
034200         GO TO 8300-EXIT.
034300 8300-LIRE.
034400     READ CNSFIC NEXT.
034500     IF NOT W-CNS-OK
034600      OR CNS-FGS-CLE  NOT = FFFFFGS-CLE
034700      OR CNS-FINALITE NOT = W-FINALITE
034800      OR CNS-CANAL    NOT = W-CNS-CANAL-DEM
034900      OR CNS-DATE-EFFET GREATER W-DATE-JOUR
035000         GO TO 8300-EXIT.
035100     MOVE CNS-ACCORD TO W-CNS-ACCORD.
035200     GO TO 8300-LIRE.
035300 8300-EXIT.
035400     EXIT.
035500******************************************************************
035600*  8400-REPRESENTANT : PREMIER MANDAT EN COURS DE LA CLE AVEC    *
035700*  POUVOIR COURRIER ET ADRESSE - REDIRIGE (R) : LE BLOC ADRESSE  *
035800*  DEVIENT CELUI DU REPRESENTANT, SUR PAPIER ; COPIE (C) : LE    *
035900*  MANDAT RESTE EN RPR-ENREG POUR 8500. NI PROSPECTION NI        *
036000*  TITULAIRE DECEDE (LE MANDAT TOMBE AU DECES)                   *
036100******************************************************************
036200 8400-REPRESENTANT.
036300     MOVE 'N'  TO W-RPR-COURRIER.
036400     MOVE ZERO TO W-RPR-JOURNAL.
036500     IF W-RPRFIC-OUVERT NOT = 'O'
036600      OR W-DECEDE = 'O'
036700      OR W-MODELE-PROSPECTION = 'O'
036800         GO TO 8400-EXIT.
036900     MOVE FFFFFGS-CLE TO RPR-FGS-CLE.
037000     MOVE ZERO        TO RPR-NUMERO.
037100     START RPRFIC KEY NOT LESS RPR-CLE.
037200     IF NOT W-RPR-OK
037300         GO TO 8400-EXIT.
037400 8400-LIRE.
037500     READ RPRFIC NEXT.
037600     IF NOT W-RPR-OK
037700      OR RPR-FGS-CLE NOT = FFFFFGS-CLE
037800         GO TO 8400-EXIT.
037900     IF RPR-POUVOIR-COURRIER NOT = 'O'
038000      OR RPR-ADR-LIGNE = SPACES
038100      OR W-DATE-JOUR LESS RPR-DATE-DEBUT
038200      OR W-DATE-JOUR GREATER RPR-DATE-FIN
038300         GO TO 8400-LIRE.
038400     IF RPR-COURRIER-COPIE
038500         MOVE 'C' TO W-RPR-COURRIER
038600         GO TO 8400-EXIT.
038700     IF NOT RPR-COURRIER-REDIRIGE
038800         GO TO 8400-LIRE.
038900     MOVE 'R'        TO W-RPR-COURRIER.
039000     MOVE RPR-NUMERO TO W-RPR-JOURNAL.
039100     PERFORM 8450-ADRESSE-RPR THRU 8450-EXIT.
039200     ADD 1 TO CPT-RPR-REDIRIGES.
039300 8400-EXIT.
039400     EXIT.
039500******************************************************************
039600*  8450-ADRESSE-RPR : BLOC ADRESSE DU REPRESENTANT, SUR PAPIER   *
039700******************************************************************
039800 8450-ADRESSE-RPR.
039900     MOVE RPR-NOM           TO W-ADR-LIGNE-1.
040000     MOVE RPR-ADR-LIGNE     TO W-ADR-LIGNE-2.
040100     MOVE SPACES            TO W-ADR-VILLE.
040200     STRING RPR-ADR-CP ' ' RPR-ADR-VILLE (1:19)
040300         DELIMITED SIZE INTO W-ADR-VILLE
040400     END-STRING.
040500     MOVE 'I'               TO W-CANAL.
040514     MOVE 'R'               TO W-PCO-DEST.
040528     MOVE RPR-NOM           TO W-PCO-ADR-LIGNE-1.
040542     MOVE RPR-ADR-LIGNE     TO W-PCO-ADR-LIGNE-2.
040556     MOVE RPR-ADR-CP        TO W-PCO-ADR-CODE-POSTAL.
040570     MOVE RPR-ADR-VILLE     TO W-PCO-ADR-VILLE.
040584     MOVE RPR-ADR-PAYS      TO W-PCO-ADR-PAYS.
040600 8450-EXIT.
040700     EXIT.
040800******************************************************************
040900*  8500-COPIE-REPRESENTANT : LE COURRIER DU TITULAIRE EST        *
041000*  REFAIT SUR PAPIER A L ADRESSE DU REPRESENTANT, AVEC SA LIGNE  *
041100*  AU JOURNAL LETJRN                                             *
041200******************************************************************
041300 8500-COPIE-REPRESENTANT.
041400     PERFORM 8450-ADRESSE-RPR THRU 8450-EXIT.
041433     PERFORM 8800-NOUVELLE-PIECE THRU 8800-EXIT.
041466     MOVE RPR-NUMERO TO W-PCO-RPR.
041500     MOVE 1 TO IX-MOD.
041600     PERFORM 2600-UNE-LIGNE THRU 2600-EXIT
041700         UNTIL IX-MOD GREATER
041800               W-MOD-NB-LIGNES (W-LAN-COURANTE).
042100     ADD 1 TO CPT-RPR-COPIES.
042200     MOVE FFFFFGS-CLE   TO JRN-CLE.
042300     MOVE W-PARM-MODELE TO JRN-MODELE.
042400     MOVE W-DATE-JOUR   TO JRN-DATE.
042500     MOVE W-HEURE (1:6) TO JRN-HEURE.
042600     MOVE W-CANAL       TO JRN-CANAL.
042700     MOVE W-LANGUE      TO JRN-LANGUE.
042800     MOVE RPR-NUMERO    TO JRN-RPR-NUMERO.
042850     PERFORM 8820-PIECE-AU-JOURNAL THRU 8820-EXIT.
042900     WRITE JRN-ENREG.
043000     IF NOT W-JRN-OK
043100         DISPLAY 'GSCO290 - WRITE LETJRN : '
043200                 W-LETJRN-STATUS
043300         MOVE 16 TO RETURN-CODE
043400         STOP RUN.
043500 8500-EXIT.
043600     EXIT.
043700******************************************************************
043800*  8600-LIRE-CHANGEMENT : CHANGEMENT D ADRESSE DE LA CLE LUE,    *
043900*  APPROUVE ET NON ENCORE CONFIRME (CARTE ** ADCF)               *
044000******************************************************************
044100 8600-LIRE-CHANGEMENT.
044200     MOVE 'N'         TO W-AAT-TROUVE.
044300     MOVE FFFFFGS-CLE TO AAT-FGS-CLE.
044400     READ ADRATT.
044500     IF W-AAT-OK
044600      AND AAT-APPROUVEE
044700      AND AAT-DATE-LETTRE = ZERO
044800         MOVE 'O' TO W-AAT-TROUVE.
044900 8600-EXIT.
045000     EXIT.
045100******************************************************************
045200*  8650-ADRESSE-NOUVELLE : LE BLOC ADRESSE EST LA NOUVELLE       *
045300*  ADRESSE APPROUVEE, MEME SI SA DATE D EFFET EST A VENIR - SUR  *
045350*  PAPIER                                                        *
045400******************************************************************
045500 8650-ADRESSE-NOUVELLE.
045600     MOVE 'O'               TO W-ADR-TROUVEE.
045700     MOVE AAT-NV-LIGNE-1    TO W-ADR-LIGNE-1.
045800     MOVE AAT-NV-LIGNE-2    TO W-ADR-LIGNE-2.
045900     MOVE SPACES            TO W-ADR-VILLE.
046000     STRING AAT-NV-CODE-POSTAL ' ' AAT-NV-VILLE (1:19)
046100         DELIMITED SIZE INTO W-ADR-VILLE
046200     END-STRING.
046300     MOVE 'I'               TO W-ADR-CANAL-PREF.
046314     MOVE 'N'                TO W-PCO-DEST.
046328     MOVE AAT-NV-LIGNE-1     TO W-PCO-ADR-LIGNE-1.
046342     MOVE AAT-NV-LIGNE-2     TO W-PCO-ADR-LIGNE-2.
046356     MOVE AAT-NV-CODE-POSTAL TO W-PCO-ADR-CODE-POSTAL.
046370     MOVE AAT-NV-VILLE       TO W-PCO-ADR-VILLE.
046384     MOVE AAT-NV-PAYS        TO W-PCO-ADR-PAYS.
046400 8650-EXIT.
046500     EXIT.
046600******************************************************************
046700*  8700-COPIE-ANCIENNE : LE COURRIER EST REFAIT SUR PAPIER A     *
046800*  L ANCIENNE ADRESSE RELEVEE A L APPROBATION (SAUF CLE SANS     *
046900*  ADRESSE AUPARAVANT), AVEC SA LIGNE AU JOURNAL LETJRN, PUIS    *
047000*  LE CHANGEMENT EST MARQUE CONFIRME                             *
047100******************************************************************
047200 8700-COPIE-ANCIENNE.
047300     ADD 1 TO CPT-CONFIRMATIONS-ADR.
047400     IF AAT-AN-LIGNE-1 = SPACES
047500         GO TO 8700-MARQUER.
047600     MOVE AAT-AN-LIGNE-1    TO W-ADR-LIGNE-1.
047700     MOVE AAT-AN-LIGNE-2    TO W-ADR-LIGNE-2.
047800     MOVE SPACES            TO W-ADR-VILLE.
047900     STRING AAT-AN-CODE-POSTAL ' ' AAT-AN-VILLE (1:19)
048000         DELIMITED SIZE INTO W-ADR-VILLE
048100     END-STRING.
048200     MOVE 'I'               TO W-CANAL.
048212     MOVE 'A'                TO W-PCO-DEST.
048224     MOVE AAT-AN-LIGNE-1     TO W-PCO-ADR-LIGNE-1.
048236     MOVE AAT-AN-LIGNE-2     TO W-PCO-ADR-LIGNE-2.
048248     MOVE AAT-AN-CODE-POSTAL TO W-PCO-ADR-CODE-POSTAL.
048260     MOVE AAT-AN-VILLE       TO W-PCO-ADR-VILLE.
048272     MOVE AAT-AN-PAYS        TO W-PCO-ADR-PAYS.
048284     PERFORM 8800-NOUVELLE-PIECE THRU 8800-EXIT.
048300     MOVE 1 TO IX-MOD.
048400     PERFORM 2600-UNE-LIGNE THRU 2600-EXIT
048500         UNTIL IX-MOD GREATER
048600               W-MOD-NB-LIGNES (W-LAN-COURANTE).
048900     ADD 1 TO CPT-ANCIENNES-ADR.
049000     MOVE FFFFFGS-CLE   TO JRN-CLE.
049100     MOVE W-PARM-MODELE TO JRN-MODELE.
049200     MOVE W-DATE-JOUR   TO JRN-DATE.
049300     MOVE W-HEURE (1:6) TO JRN-HEURE.
049400     MOVE W-CANAL       TO JRN-CANAL.
049500     MOVE W-LANGUE      TO JRN-LANGUE.
049600     MOVE ZERO          TO JRN-RPR-NUMERO.
049650     PERFORM 8820-PIECE-AU-JOURNAL THRU 8820-EXIT.
049700     WRITE JRN-ENREG.
049800     IF NOT W-JRN-OK
049900         DISPLAY 'GSCO290 - WRITE LETJRN : '
050000                 W-LETJRN-STATUS
050100         MOVE 16 TO RETURN-CODE
050200         STOP RUN.
050300 8700-MARQUER.
050400     MOVE W-DATE-JOUR TO AAT-DATE-LETTRE.
050500     REWRITE AAT-ENREG.
050600     IF NOT W-AAT-OK
050700         DISPLAY 'GSCO290 - REWRITE ADRATT : '
050800                 W-ADRATT-STATUS
050900         MOVE 16 TO RETURN-CODE
051000         STOP RUN.
051100 8700-EXIT.
051200     EXIT.
051300******************************************************************
051400*  8800-NOUVELLE-PIECE : LE COURRIER PAPIER QUI COMMENCE EST UNE *
051500*  NOUVELLE PIECE (NUMERO DANS LE PASSAGE, REPRESENTANT DU       *
051600*  JOURNAL PAR DEFAUT)                                           *
051700******************************************************************
051800 8800-NOUVELLE-PIECE.
051900     ADD 1 TO W-PCO-NUMERO.
052000     MOVE W-RPR-JOURNAL TO W-PCO-RPR.
052100 8800-EXIT.
052200     EXIT.
052300******************************************************************
052400*  8810-ECRIRE-PIECE : UNE LIGNE DE LA PIECE AU FICHIER LETTRE   *
052500******************************************************************
052600 8810-ECRIRE-PIECE.
052700     MOVE 'GSCO290 '       TO PCO-ORIGINE.
052800     MOVE W-DATE-JOUR      TO PCO-DATE.
052900     MOVE W-HEURE (1:6)    TO PCO-HEURE.
053000     MOVE W-PCO-NUMERO     TO PCO-NUMERO.
053100     MOVE FFFFFGS-CLE      TO PCO-CLE.
053200     MOVE W-PARM-MODELE    TO PCO-MODELE.
053300     MOVE W-PCO-RPR        TO PCO-RPR-NUMERO.
053400     MOVE W-PCO-DEST       TO PCO-DESTINATAIRE.
053500     MOVE W-PCO-ADRESSE    TO PCO-ADRESSE.
053600     MOVE W-LIGNE-TRAVAIL  TO PCO-LIGNE.
053700     MOVE SPACES           TO PCO-ENREG (277:4).
053800     WRITE PCO-ENREG.
053900     IF NOT W-LET-OK
054000         DISPLAY 'GSCO290 - WRITE LETTRE : '
054100                 W-LETTRE-STATUS
054200         MOVE 16 TO RETURN-CODE
054300         STOP RUN.
054400 8810-EXIT.
054500     EXIT.
054600******************************************************************
054700*  8820-PIECE-AU-JOURNAL : LA LIGNE LETJRN PORTE LA PIECE        *
054800*  IMPRIMEE (ZERO EN REMISE ELECTRONIQUE) ; LE PLI EST POSE PAR  *
054900*  GSPO310 A LA MISE SOUS PLI                                    *
055000******************************************************************
055100 8820-PIECE-AU-JOURNAL.
055200     MOVE SPACE            TO JRN-TYPE.
055300     MOVE 'GSCO290 '       TO JRN-ORIGINE.
055400     IF W-CANAL = 'E'
055500         MOVE ZERO         TO JRN-PIECE
055600         MOVE SPACE        TO JRN-DESTINATAIRE
055700     ELSE
055800         MOVE W-PCO-NUMERO TO JRN-PIECE
055900         MOVE W-PCO-DEST   TO JRN-DESTINATAIRE.
056000     MOVE ZERO             TO JRN-PLI-DATE JRN-PLI-NUMERO
056100                              JRN-PLI-RANG.
056200     MOVE SPACES           TO JRN-ENREG (73:8).
056300 8820-EXIT.
056400     EXIT.
056500******************************************************************
056600*  8850-PIECE-SUCCESSION : LA PIECE VA AU CONTACT DE LA          *
056700*  SUCCESSION (FICHE DCDFIC)                                     *
056800******************************************************************
056900 8850-PIECE-SUCCESSION.
057000     MOVE 'S'               TO W-PCO-DEST.
057100     MOVE DCD-CONTACT-NOM   TO W-PCO-ADR-LIGNE-1.
057200     MOVE DCD-CONTACT-LIGNE TO W-PCO-ADR-LIGNE-2.
057300     MOVE DCD-CONTACT-CP    TO W-PCO-ADR-CODE-POSTAL.
057400     MOVE DCD-CONTACT-VILLE TO W-PCO-ADR-VILLE.
057500     MOVE DCD-CONTACT-PAYS  TO W-PCO-ADR-PAYS.
057600 8850-EXIT.
057700     EXIT.
