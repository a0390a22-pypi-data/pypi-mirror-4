001100*  ENTREE-VALIDATION  : CONTROLE DES ZONES SAISIES               *
001200*  PF5 = VALIDER AJOUT     PF6 = VALIDER MODIFICATION            *
001300*  PF9 = MARQUER SUPPRESSION      PF3 = FIN DE TRANSACTION       *
001350*  PF11 = CLE MISE EN LISTE DE SUIVI DE L OPERATEUR (GSSV161)    *
001400*  ------------------------------------------------------------  *
001500*  HISTORIQUE DES MODIFICATIONS                                  *
001600*  22/08/26  DA  CREATION                                        *
001860*  02/09/26  DA  IMAGE APRES DE CHAQUE ECRITURE A LA FILE TD     *
001870*                GJRN (DD GJRNFIC) POUR LA RECONSTITUTION EN     *
001880*                AVANT GSJR581                                   *
001881*  02/09/26  DA  PLAFONDS D ENTITE (LIMFIC) CONTROLES A L AJOUT :*
001882*                BLOCAGE = AJOUT REFUSE, AVERTISSEMENT SIGNALE   *
001883*                A L OPERATEUR - POSITION DE LA VEILLE (GSEN440) *
001884*  02/09/26  DA  PHASE M : LA MISE A JOUR VALIDEE N EST PLUS     *
001885*                REFUSEE MAIS CAPTUREE A LA FILE TD GDIF (DD     *
001886*                DIFFIC) - OPERATEUR AVISE 'ACCEPTEE, DIFFEREE', *
001887*                APPLICATION PAR GSDI650 DES LA FIN DE PHASE     *
001888*  15/10/26  DA  MONTANT MODIFIE SUR UN ENREGISTREMENT A         *
001889*                ECHEANCES : DEMANDE DE REFECTION DE L ECHEANCIER*
001890*                A LA FILE TD GECH (DD ECHDEM, GECF EN           *
001891*                FORMATION) - SERVIE PAR GSEC671                 *
001892*  15/10/26  DA  FILTRAGE DES NOMS SUR LA LISTE DE SURVEILLANCE  *
001893*                (WLSFIC) A L AJOUT ET AU CHANGEMENT DE NOM :    *
001894*                UNE CORRESPONDANCE NON LEVEE MET LA MISE A JOUR *
001895*                AU SUSPENS (SUSPFIC), POSE L ALERTE SCDFIC ET   *
001896*                L ELEMENT DE CORBEILLE CONFORM (WRKBSK)         *
001897*  15/10/26  DA  MODIFICATION REFUSEE SUR DOSSIER DE             *
001898*                CONNAISSANCE CLIENT BLOQUE (KYCFIC) - MEME      *
001899*                REGLE QUE L EDITION BATCH GSED050 E060          *
001900*  15/10/26  DA  AJOUT, MODIFICATION (N = CHANGEMENT DE NOM),    *
001901*                SUPPRESSION ET MISE AU SUSPENS TRACES AU        *
001902*                FICHIER D ACTIVITE (FILE TD GACJ)               *
001903*  15/10/26  DA  NOM ET ID-NAT AFFICHES : DIVULGATION TRACEE A   *
001904*                LA FILE GDSJ (8420)                             *
001905*  15/10/26  DA  NOM OU ID-NAT CHANGE EN MODIFICATION (OU EN     *
001906*                DIFFERE) : LA DEMANDE PART EN ATTENTE DE        *
001907*                VALIDATION A QUATRE YEUX (CIDFIC - GSCI831),    *
001908*                LE MAITRE GARDE L ANCIENNE VALEUR (3083)        *
001909*  15/10/26  DA  CHANGEMENT DE STATUT CONTROLE A LA MATRICE      *
001910*                DES TRANSITIONS (REFTBL TRST LUE ICI, GSED050   *
001911*                E012 A E015) EN MODIFICATION ET EN DIFFERE      *
001912*  15/10/26  DA  CODE PRODUIT SAISI ET AFFICHE, CONTROLE AU      *
001913*                CATALOGUE PRDFIC (4050) ; GSED050 LE REPREND    *
001914*                EN BATCH (E070 A E073)                          *
001916*  15/10/26  DA  PF9 AVEC SOLDE OU INTERETS COURUS : DEMANDE DE  *
001917*                CLOTURE CLDFIC (3310) REGLEE PAR GSCD890 QUI    *
001918*                POSE LE STATUT SU APRES LE REGLEMENT FINAL      *
001919*  15/10/26  DA  BAISSE DU MONTANT SOUS LE CUMUL DES ORDRES DE   *
001920*                SAISIE ACTIFS SAIFIC (GSSJ781) : MODIFICATION   *
001921*                REFUSEE (3088)                                  *
001930*  15/10/26  DA  PF11 : CLE AJOUTEE A LA LISTE DE SUIVI DE       *
001940*                L OPERATEUR, MOTIF ET ECHEANCE FACULTATIFS      *
001950*                (SUIFIC - 3400)                                 *
001953*  15/10/26  DA  LE NOM CHANGE N EST FILTRE QU A LA VALIDATION   *
001956*                QUATRE YEUX (GSCI831) : CONTROLE MORT RETIRE    *
001960******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.
005127 01  W-NB-PROJETE                    PIC S9(09) COMP.
005128 01  W-MONTANT-PROJETE               PIC S9(15)V99 COMP-3.
005129 COPY FFFFFGLM.
005130 01  W-QUEUE-ECH                     PIC X(04) VALUE 'GECH'.
005131 01  W-MONTANT-AVANT                 PIC S9(11)V99 COMP-3.
005132*    DEMANDE DE REFECTION D ECHEANCIER - LE MODULE GSEC670 EST
005133*    EN E/S NATIVES : GSEC671 RELIT LE MAITRE ET L APPELLE
005134 01  W-DEMANDE-ECH.
005135     05  ECD-DATE                    PIC 9(08).
005136     05  ECD-HEURE                   PIC 9(06).
005137     05  ECD-OPERATEUR               PIC X(08).
005138     05  ECD-CLE                     PIC X(15).
005139     05  FILLER                      PIC X(03) VALUE SPACES.
005143 01  W-FIC-WLSFIC                    PIC X(08) VALUE 'WLSFIC  '.
005147 01  W-FIC-SCDFIC                    PIC X(08) VALUE 'SCDFIC  '.
005151 01  W-FIC-SUSPFIC                   PIC X(08) VALUE 'SUSPFIC '.
005155 01  W-FIC-WRKBSK                    PIC X(08) VALUE 'WRKBSK  '.
005159 01  W-FILTRE-RETENU                 PIC X(01).
005163 01  W-FILTRE-NOUVELLE               PIC X(01).
005167 01  W-CODE-RETENU                   PIC X(01).
005169 01  W-STATUT-AVANT                  PIC X(02).
005171 01  W-NOM-AVANT                     PIC X(30).
005174 01  W-IDNAT-AVANT                   PIC X(13).
005175 01  W-MOTIF-FILTRAGE                PIC X(30).
005176 01  W-IDENT-RETENUE                 PIC X(01).
005177 01  W-FIC-CIDFIC                    PIC X(08) VALUE 'CIDFIC  '.
005178 COPY FFFFFGCI.
005179 COPY FFFFFGWL.
005180 01  W-FIC-PRDFIC                    PIC X(08) VALUE 'PRDFIC  '.
005181 COPY FFFFFGPD.
005182 01  W-DATE-PRODUIT                  PIC 9(08).
005183 COPY FFFFFGSD.
005184 01  W-STATUT-PRODUIT                PIC X(01).
005185 01  IX-PRD                          PIC S9(04) COMP.
005187 COPY FFFFFGSU.
005188 01  W-FIC-CLDFIC                    PIC X(08) VALUE 'CLDFIC  '.
005189 COPY FFFFFGCD.
005191 COPY FFFFFGW.
005192 01  W-FIC-SAIFIC                    PIC X(08) VALUE 'SAIFIC  '.
005193 COPY FFFFFGSJ.
005194 01  W-MONTANT-BLOQUE                PIC S9(13)V99 COMP-3.
005195 COPY GSPHZ.
005196 01  W-FIC-KYCFIC                    PIC X(08) VALUE 'KYCFIC  '.
005197 COPY FFFFFGKY.
005198 COPY FFFFFGAC.
005199 COPY FFFFFGDC.
005200 01  W-FORMATION                     PIC X(01) VALUE 'N'.
005300 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
005400 01  W-TEMOIN-NOTES                  PIC X(01) VALUE 'N'.
005500 01  W-EFFACER                       PIC X(01) VALUE 'N'.
005600 01  W-EIBTIME                       PIC 9(07).
005625 01  W-FIC-SUIFIC                    PIC X(08) VALUE 'SUIFIC  '.
005650 COPY FFFFFGSV.
005675 01  W-SUIVI-FIN                     PIC X(08).
005700 01  W-IMAGE-CLAIRE                  PIC X(400).
005800 01  W-VIOLATION.
005900     05  VIO-DATE                    PIC 9(08).
007300*    MAP SYMBOLIQUE DE L ECRAN (CONVENTION DES TRANSACTIONS :
007310*    DECLAREE ICI, PAS EN COPY)
007320 01  GSOL01I.
007321     05  FILLER                      PIC X(12).
007322     05  M01-CLE-L                   PIC S9(04) COMP.
007323     05  M01-CLE-A                   PIC X(01).
007324     05  M01-CLE-I                   PIC X(15).
007325     05  M01-STATUT-L                PIC S9(04) COMP.
007326     05  M01-STATUT-A                PIC X(01).
007327     05  M01-STATUT-I                PIC X(02).
007328     05  M01-NOM-L                   PIC S9(04) COMP.
007329     05  M01-NOM-A                   PIC X(01).
007330     05  M01-NOM-I                   PIC X(30).
007331     05  M01-IDNAT-L                 PIC S9(04) COMP.
007332     05  M01-IDNAT-A                 PIC X(01).
007333     05  M01-IDNAT-I                 PIC X(13).
007334     05  M01-MONTANT-L               PIC S9(04) COMP.
007335     05  M01-MONTANT-A               PIC X(01).
007336     05  M01-MONTANT-I               PIC X(14).
007337     05  M01-DATEFF-L                PIC S9(04) COMP.
007338     05  M01-DATEFF-A                PIC X(01).
007339     05  M01-DATEFF-I                PIC X(08).
007340     05  M01-PRODUIT-L               PIC S9(04) COMP.
007341     05  M01-PRODUIT-A               PIC X(01).
007342     05  M01-PRODUIT-I               PIC X(04).
007343     05  M01-SUIMOT-L                PIC S9(04) COMP.
007344     05  M01-SUIMOT-A                PIC X(01).
007345     05  M01-SUIMOT-I                PIC X(30).
007346     05  M01-SUIFIN-L                PIC S9(04) COMP.
007347     05  M01-SUIFIN-A                PIC X(01).
007348     05  M01-SUIFIN-I                PIC X(08).
007349     05  M01-MESS-L                  PIC S9(04) COMP.
007350     05  M01-MESS-A                  PIC X(01).
007351     05  M01-MESS-I                  PIC X(60).
007352 01  GSOL01O REDEFINES GSOL01I.
007353     05  FILLER                      PIC X(12).
007354     05  FILLER                      PIC X(03).
007355     05  M01-CLE-O                   PIC X(15).
007356     05  FILLER                      PIC X(03).
007357     05  M01-STATUT-O                PIC X(02).
007358     05  FILLER                      PIC X(03).
007359     05  M01-NOM-O                   PIC X(30).
007360     05  FILLER                      PIC X(03).
007361     05  M01-IDNAT-O                 PIC X(13).
007362     05  FILLER                      PIC X(03).
007363     05  M01-MONTANT-O               PIC X(14).
007364     05  FILLER                      PIC X(03).
007365     05  M01-DATEFF-O                PIC X(08).
007366     05  FILLER                      PIC X(03).
007367     05  M01-PRODUIT-O               PIC X(04).
007368     05  FILLER                      PIC X(03).
007369     05  M01-SUIMOT-O                PIC X(30).
007370     05  FILLER                      PIC X(03).
007371     05  M01-SUIFIN-O                PIC X(08).
007372     05  FILLER                      PIC X(03).
007373     05  M01-MESS-O                  PIC X(60).
007400 COPY FFFFFFGS.
007500 01  W-COMMAREA.
007600     05  CA-MODE                     PIC X(01).
012600             IF W-AUTORISE = 'O'
012700                 PERFORM 3300-COMMIT-SUPPR THRU 3300-EXIT
012800             END-IF
012810         WHEN PFK11
012820             IF M01-CLE-I = SPACES OR LOW-VALUE
012830                 MOVE CA-CLE TO M01-CLE-I
012840             END-IF
012850             MOVE 'C' TO W-FONCTION-DEMANDEE
012860             PERFORM 3030-AUTORISER THRU 3030-EXIT
012870             IF W-AUTORISE = 'O'
012880                 PERFORM 3400-SUIVRE-CLE THRU 3400-EXIT
012890             END-IF
012900         WHEN OTHER
013000             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
013100             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
016900             MOVE 'NOTEFICF'  TO W-FIC-NOTEFIC
017000             MOVE 'REFTBLF '  TO W-FIC-REFTBL
017100             MOVE 'VERRFICF'  TO W-FIC-VERRFIC
017105             MOVE 'SUIFICF '  TO W-FIC-SUIFIC
017110             MOVE 'CLOFICF '  TO W-FIC-CLOFIC
017120             MOVE 'LIMFICF '  TO W-FIC-LIMFIC
017130             MOVE 'GDFF'      TO W-QUEUE-DIF
017140             MOVE 'GECF'      TO W-QUEUE-ECH
017150             MOVE 'WLSFICF '  TO W-FIC-WLSFIC
017160             MOVE 'SCDFICF '  TO W-FIC-SCDFIC
017170             MOVE 'SUSPFICF'  TO W-FIC-SUSPFIC
017180             MOVE 'WRKBSKF '  TO W-FIC-WRKBSK
017190             MOVE 'KYCFICF '  TO W-FIC-KYCFIC
017195             MOVE 'CIDFICF '  TO W-FIC-CIDFIC
017197             MOVE 'PRDFICF '  TO W-FIC-PRDFIC
017198             MOVE 'CLDFICF '  TO W-FIC-CLDFIC
017199             MOVE 'SAIFICF '  TO W-FIC-SAIFIC
017200         END-IF
017300     ELSE
017400         MOVE 'N' TO W-PROFIL-LU.
019700     MOVE FFFFFGS-NOM    TO CRZ-NOM.
019800     MOVE FFFFFGS-ID-NAT TO CRZ-ID-NAT.
019900     CALL 'GSCR390' USING CRZ-ZONE.
019925     MOVE SPACES         TO DSC-ENREG.
019950     MOVE 'A'            TO DSC-NATURE.
019975     PERFORM 8420-TRACER-DIVULGATION THRU 8420-EXIT.
020000     MOVE FFFFFGS-CLE    TO M01-CLE-O.
020100     MOVE FFFFFGS-STATUT TO M01-STATUT-O.
020200     MOVE CRZ-NOM        TO M01-NOM-O.
020400     MOVE FFFFFGS-MONTANT TO W-MONTANT-9.
020500     MOVE W-MONTANT-X    TO M01-MONTANT-O.
020600     MOVE FFFFFGS-DATE-EFFET TO M01-DATEFF-O.
020650     MOVE FFFFFGS-PRODUIT TO M01-PRODUIT-O.
020700     MOVE 'ENREGISTREMENT AFFICHE - MODIFIER PUIS ENTREE'
020800       TO W-MESSAGE.
020900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
022200         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
022300         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
022400         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
022450         WHEN DFHPF11  MOVE 11 TO PFKEY-INDICATOR
022500         WHEN DFHCLEAR MOVE 93 TO PFKEY-INDICATOR
022600         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
022700     END-EVALUATE.
023700         PERFORM 5000-GARNIR-ENREG THRU 5000-EXIT
023800         MOVE 'A' TO EDT-FONCTION
023900         MOVE 'T' TO EDT-ENV
023950         MOVE SPACES TO EDT-STATUT-AVANT EDT-TRANSITION
024000         CALL 'GSED050' USING EDT-ZONE FFFFFGS-ENREG
024100         IF EDT-NB-ERREURS GREATER ZERO
024200             STRING 'ERREUR ' EDT-ERR-CHAMP (1) ' '
033340         GO TO 3100-EXIT.
033400     IF W-PHASE-BLOQUEE = 'O'
033500         GO TO 3100-EXIT.
033509*    LE NOM EN CLAIR PASSE AU FILTRAGE AVANT LE CODAGE
033518     PERFORM 3085-FILTRER THRU 3085-EXIT.
033527     IF W-MESSAGE NOT = SPACES
033536         PERFORM 3060-LIBERER-PARTAGE THRU 3060-EXIT
033545         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
033554         GO TO 3100-EXIT.
033563     IF W-FILTRE-RETENU = 'O'
033572         MOVE 'A' TO W-CODE-RETENU
033581         PERFORM 3087-RETENIR THRU 3087-EXIT
033583         IF CA-MODE-SAISIE
033585             PERFORM 8410-TRACER-SUSPENS THRU 8410-EXIT
033587         END-IF
033590         GO TO 3100-EXIT.
033600     PERFORM 3080-PROTEGER THRU 3080-EXIT.
033700     EXEC CICS WRITE FILE (W-FIC-FFFFFGS)
033800          FROM (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
034600             MOVE 'A' TO W-TYPE-EVT
034700             PERFORM 8100-PUBLIER THRU 8100-EXIT
034710             PERFORM 8150-JOURNALISER THRU 8150-EXIT
034722             MOVE SPACES         TO ACV-ENREG
034734             MOVE 'NOMS'         TO ACV-DOMAINE
034746             MOVE 'C'            TO ACV-FONCTION
034758             MOVE FFFFFGS-CLE    TO ACV-CLE
034770             MOVE FFFFFGS-CLE    TO ACV-FGS-CLE
034782             PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
034800         WHEN DFHRESP(DUPREC)
034900             MOVE 'CLE DEJA PRESENTE AU FICHIER' TO W-MESSAGE
035000         WHEN OTHER
036600     IF W-MESSAGE NOT = SPACES
036700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
036800         GO TO 3200-EXIT.
036801*    UN DOSSIER DE CONNAISSANCE CLIENT BLOQUE REFUSE LA
036802*    MODIFICATION, DIFFEREE OU NON
036803     PERFORM 3084-CONTROLER-KYC THRU 3084-EXIT.
036804     IF W-MESSAGE NOT = SPACES
036805         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
036806         GO TO 3200-EXIT.
036810*    LA CLOTURE EST CONTROLEE AVANT LE VERROU, COMME POUR
036820*    L AJOUT : UNE MODIFICATION SUR PERIODE CLOSE N EST NI
036830*    APPLIQUEE NI DIFFEREE
037000     PERFORM 3050-VERROU-PARTAGE THRU 3050-EXIT.
037010     IF W-PHASE-M = 'O'
037020         MOVE 'M' TO W-FONCTION-DIF
037022         PERFORM 3082-LIRE-IDENTITE THRU 3082-EXIT
037024         IF W-MESSAGE NOT = SPACES
037026             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
037028             GO TO 3200-EXIT
037029         END-IF
037030         PERFORM 3095-DIFFERER THRU 3095-EXIT
037040         GO TO 3200-EXIT.
037100     IF W-PHASE-BLOQUEE = 'O'
038300         MOVE 'INCIDENT FICHIER FFFFFGS - LECTURE' TO W-MESSAGE
038400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
038500         GO TO 3200-EXIT.
038507     MOVE 'D'                 TO CRZ-FONCTION.
038514     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
038521     MOVE FFFFFGS-NOM         TO CRZ-NOM.
038528     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
038535     CALL 'GSCR390' USING CRZ-ZONE.
038542     MOVE CRZ-NOM             TO W-NOM-AVANT.
038543     MOVE CRZ-ID-NAT          TO W-IDNAT-AVANT.
038550     MOVE FFFFFGS-MONTANT TO W-MONTANT-AVANT.
038560     MOVE FFFFFGS-STATUT  TO W-STATUT-AVANT.
038600     PERFORM 5100-GARNIR-HORS-CLE THRU 5100-EXIT.
038601     PERFORM 3081-CONTROLER-TRANSITION THRU 3081-EXIT.
038602*    UNE BAISSE DU MONTANT NE PASSE PAS SOUS LE CUMUL DES
038603*    ORDRES DE SAISIE ACTIFS DE LA CLE (SAIFIC - GSSJ781)
038604     IF W-MESSAGE = SPACES
038605      AND FFFFFGS-MONTANT LESS W-MONTANT-AVANT
038606         PERFORM 3088-CONTROLER-SAISIE THRU 3088-EXIT.
038607*    UN CHANGEMENT DE NOM OU D ID-NAT ATTEND LA VALIDATION
038608*    D UN SECOND OPERATEUR (CIDFIC - GSCI831) : LE MAITRE GARDE
038609*    L ANCIENNE VALEUR, LES AUTRES ZONES SONT APPLIQUEES
038610     IF W-MESSAGE = SPACES
038611         PERFORM 3083-QUATRE-YEUX THRU 3083-EXIT.
038615     IF W-MESSAGE NOT = SPACES
038618         EXEC CICS UNLOCK FILE (W-FIC-FFFFFGS) RESP (W-RESP)
038621         END-EXEC
038624         PERFORM 3060-LIBERER-PARTAGE THRU 3060-EXIT
038627         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
038630         GO TO 3200-EXIT.
038700     PERFORM 3080-PROTEGER THRU 3080-EXIT.
038800     EXEC CICS REWRITE FILE (W-FIC-FFFFFGS)
038900          FROM (FFFFFGS-ENREG) RESP (W-RESP)
039100     PERFORM 3060-LIBERER-PARTAGE THRU 3060-EXIT.
039200     IF W-RESP = DFHRESP(NORMAL)
039300         MOVE 'MODIFICATION ENREGISTREE' TO W-MESSAGE
039305         IF W-IDENT-RETENUE = 'O'
039310             MOVE SPACES TO W-MESSAGE
039315             STRING 'MODIFIE - NOM/ID-NAT A VALIDER - DEMANDE '
039320                 CID-CLE DELIMITED SIZE INTO W-MESSAGE
039325             END-STRING
039330         END-IF
039400         MOVE 'S' TO CA-MODE
039500         MOVE 'M' TO W-TYPE-EVT
039600         PERFORM 8100-PUBLIER THRU 8100-EXIT
039610         PERFORM 8150-JOURNALISER THRU 8150-EXIT
039611         MOVE SPACES         TO ACV-ENREG
039612         MOVE 'NOMS'         TO ACV-DOMAINE
039613         MOVE 'M'            TO ACV-FONCTION
039617         MOVE FFFFFGS-CLE    TO ACV-CLE
039618         MOVE FFFFFGS-CLE    TO ACV-FGS-CLE
039619         PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
039620         IF FFFFFGS-MONTANT NOT = W-MONTANT-AVANT
039630          AND FFFFFGS-MONTANT-ECH GREATER ZERO
039640             PERFORM 8170-DEMANDER-ECHEANCIER THRU 8170-EXIT
039650         END-IF
039700     ELSE
039800         MOVE 'INCIDENT FICHIER FFFFFGS - REECRITURE'
039900           TO W-MESSAGE.
040900         MOVE 'VALIDER D ABORD PAR ENTREE' TO W-MESSAGE
041000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
041100         GO TO 3300-EXIT.
041105*    UN SOLDE OU DES INTERETS COURUS PASSENT PAR LE REGLEMENT
041110*    DE CLOTURE : LE MARQUAGE SU EST POSE PAR GSCD890
041115     MOVE CA-CLE TO FFFFFGS-CLE.
041120     EXEC CICS READ FILE (W-FIC-FFFFFGS)
041125          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
041130          RESP (W-RESP)
041135     END-EXEC.
041140     IF W-RESP = DFHRESP(NORMAL)
041145      AND FFFFFGS-STATUT NOT = 'SU'
041150      AND ((FFFFFGS-MONTANT NUMERIC
041155            AND FFFFFGS-MONTANT NOT = ZERO)
041160       OR (FFFFFGS-HIS-STATUT (5) = 'IC'
041165            AND FFFFFGS-HIS-MONTANT (5) NUMERIC
041170            AND FFFFFGS-HIS-MONTANT (5) NOT = ZERO))
041175         PERFORM 3310-DEMANDER-CLOTURE THRU 3310-EXIT
041180         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
041185         GO TO 3300-EXIT.
041200     MOVE CA-CLE TO W-RES-CLE.
041300     PERFORM 3050-VERROU-PARTAGE THRU 3050-EXIT.
041310     IF W-PHASE-M = 'O'
044500         MOVE 'M' TO W-TYPE-EVT
044600         PERFORM 8100-PUBLIER THRU 8100-EXIT
044610         PERFORM 8150-JOURNALISER THRU 8150-EXIT
044622         MOVE SPACES         TO ACV-ENREG
044634         MOVE 'NOMS'         TO ACV-DOMAINE
044646         MOVE 'S'            TO ACV-FONCTION
044658         MOVE FFFFFGS-CLE    TO ACV-CLE
044670         MOVE FFFFFGS-CLE    TO ACV-FGS-CLE
044682         PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
044700     ELSE
044800         MOVE 'INCIDENT FICHIER FFFFFGS - MARQUAGE'
044900           TO W-MESSAGE.
045000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
045100 3300-EXIT.
045200     EXIT.
045201******************************************************************
045202*  3310-DEMANDER-CLOTURE : DEMANDE CLDFIC REGLEE LA NUIT PAR     *
045203*  GSCD890 (INTERETS CAPITALISES, FRAIS, REMBOURSEMENT) QUI      *
045204*  POSE ENSUITE LE STATUT SU - UNE DEMANDE REJETEE EST REPOSEE   *
045205******************************************************************
045206 3310-DEMANDER-CLOTURE.
045207     PERFORM 3315-PREPARER-DEMANDE THRU 3315-EXIT.
045208     EXEC CICS WRITE FILE (W-FIC-CLDFIC)
045209          FROM (CLD-ENREG) RIDFLD (CLD-FGS-CLE) RESP (W-RESP)
045210     END-EXEC.
045211     IF W-RESP = DFHRESP(NORMAL)
045212         GO TO 3310-TRACER.
045213     IF W-RESP NOT = DFHRESP(DUPREC)
045214         MOVE 'INCIDENT FICHIER CLDFIC - DEMANDE REFUSEE'
045215           TO W-MESSAGE
045216         GO TO 3310-EXIT.
045217     EXEC CICS READ FILE (W-FIC-CLDFIC)
045218          INTO (CLD-ENREG) RIDFLD (CLD-FGS-CLE)
045219          UPDATE RESP (W-RESP)
045220     END-EXEC.
045221     IF W-RESP NOT = DFHRESP(NORMAL)
045222         MOVE 'INCIDENT FICHIER CLDFIC - DEMANDE REFUSEE'
045223           TO W-MESSAGE
045224         GO TO 3310-EXIT.
045225     IF NOT CLD-REJETEE
045226         EXEC CICS UNLOCK FILE (W-FIC-CLDFIC) RESP (W-RESP)
045227         END-EXEC
045228         MOVE 'DEMANDE DE CLOTURE DEJA EN COURS' TO W-MESSAGE
045229         GO TO 3310-EXIT.
045230     PERFORM 3315-PREPARER-DEMANDE THRU 3315-EXIT.
045231     EXEC CICS REWRITE FILE (W-FIC-CLDFIC)
045232          FROM (CLD-ENREG) RESP (W-RESP)
045233     END-EXEC.
045234     IF W-RESP NOT = DFHRESP(NORMAL)
045235         MOVE 'INCIDENT FICHIER CLDFIC - DEMANDE REFUSEE'
045236           TO W-MESSAGE
045237         GO TO 3310-EXIT.
045238 3310-TRACER.
045239     MOVE 'CLOTURE DEMANDEE - REGLEMENT EN BATCH DE NUIT'
045240       TO W-MESSAGE.
045241     MOVE 'S' TO CA-MODE.
045242     MOVE SPACES         TO ACV-ENREG.
045243     MOVE 'CLOT'         TO ACV-DOMAINE.
045244     MOVE 'C'            TO ACV-FONCTION.
045245     MOVE FFFFFGS-CLE    TO ACV-CLE.
045246     MOVE FFFFFGS-CLE    TO ACV-FGS-CLE.
045247     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
045248 3310-EXIT.
045249     EXIT.
045250 3315-PREPARER-DEMANDE.
045251     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
045252     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
045253          YYYYMMDD (W-DATE-JOUR)
045254     END-EXEC.
045255     MOVE SPACES         TO CLD-ENREG.
045256     MOVE FFFFFGS-CLE    TO CLD-FGS-CLE.
045257     MOVE 'L'            TO CLD-ORIGINE.
045258     MOVE 'SU'           TO CLD-STATUT-CIBLE.
045259     MOVE 'R'            TO CLD-NATURE-PAIEMENT.
045260     MOVE 'D'            TO CLD-ETAT.
045261     MOVE W-OPERATEUR    TO CLD-DEMANDEUR.
045262     MOVE W-DATE-JOUR    TO CLD-DATE-DEMANDE.
045263     MOVE ZERO           TO CLD-DATE-REGLEMENT CLD-DATE-RELEVE
045264                            CLD-SOLDE-AVANT CLD-INTERETS
045265                            CLD-FRAIS CLD-REMBOURSE.
045266 3315-EXIT.
045267     EXIT.
045300******************************************************************
045400*  3030-AUTORISER : PROFIL DE L OPERATEUR (LU UNE FOIS PAR       *
045500*  INTERACTION EN 1050) CONTROLE A CHAQUE TOUCHE FONCTION - UN   *
050900     PERFORM 5000-GARNIR-ENREG THRU 5000-EXIT.
051000     MOVE 'A' TO EDT-FONCTION.
051100     MOVE 'T' TO EDT-ENV.
051150     MOVE SPACES TO EDT-STATUT-AVANT EDT-TRANSITION.
051200     CALL 'GSED050' USING EDT-ZONE FFFFFGS-ENREG.
051300     IF EDT-NB-ERREURS GREATER ZERO
051400         STRING 'ERREUR ' EDT-ERR-CHAMP (1) ' '
053150     MOVE CRZ-VERSION     TO FFFFFGS-VERSION-CLE.
053200 3080-EXIT.
053300     EXIT.
053301******************************************************************
053302*  3085-FILTRER : LE NOM EN CLAIR EST CONFRONTE A LA LISTE DE    *
053303*  SURVEILLANCE WLSFIC SOUS SA CLE SONORE (GSPH520) - MEME       *
053304*  REGLE QUE LE MODULE BATCH GSSC741. LISTE ILLISIBLE = MISE A   *
053305*  JOUR REFUSEE (W-MESSAGE)                                      *
053306******************************************************************
053307 3085-FILTRER.
053308     MOVE SPACES TO W-MESSAGE W-MOTIF-FILTRAGE.
053309     MOVE 'N' TO W-FILTRE-RETENU W-FILTRE-NOUVELLE.
053310     MOVE FFFFFGS-NOM TO PHZ-NOM.
053311     CALL 'GSPH520' USING PHZ-ZONE.
053312     IF PHZ-NOM-VIDE
053313         GO TO 3085-EXIT.
053314     MOVE PHZ-CLE    TO WLS-PHONETIQUE.
053315     MOVE LOW-VALUES TO WLS-REFERENCE.
053316     EXEC CICS STARTBR FILE (W-FIC-WLSFIC)
053317          RIDFLD (WLS-CLE) GTEQ RESP (W-RESP)
053318     END-EXEC.
053319     IF W-RESP = DFHRESP(NOTFND)
053320         GO TO 3085-EXIT.
053321     IF W-RESP NOT = DFHRESP(NORMAL)
053322         MOVE 'FILTRAGE INDISPONIBLE - MISE A JOUR REFUSEE'
053323           TO W-MESSAGE
053324         GO TO 3085-EXIT.
053325 3085-LIRE.
053326     EXEC CICS READNEXT FILE (W-FIC-WLSFIC)
053327          INTO (WLS-ENREG) RIDFLD (WLS-CLE) RESP (W-RESP)
053328     END-EXEC.
053329     IF W-RESP = DFHRESP(ENDFILE)
053330         GO TO 3085-FIN.
053331     IF W-RESP NOT = DFHRESP(NORMAL)
053332         MOVE 'FILTRAGE INDISPONIBLE - MISE A JOUR REFUSEE'
053333           TO W-MESSAGE
053334         GO TO 3085-FIN.
053335     IF WLS-PHONETIQUE NOT = PHZ-CLE
053336         GO TO 3085-FIN.
053337     PERFORM 3086-ALERTE THRU 3086-EXIT.
053338     IF W-MESSAGE = SPACES
053339         GO TO 3085-LIRE.
053340 3085-FIN.
053341     EXEC CICS ENDBR FILE (W-FIC-WLSFIC) RESP (W-RESP)
053342     END-EXEC.
053343 3085-EXIT.
053344     EXIT.
053345******************************************************************
053346*  3086-ALERTE : SORT DE L ALERTE POUR LA CLE - LEVEE = IGNOREE, *
053347*  EN ATTENTE OU CONFIRMEE = RETENU, ABSENTE = ALERTE NOUVELLE   *
053348*  POSEE EN ATTENTE (E)                                          *
053349******************************************************************
053350 3086-ALERTE.
053351     MOVE FFFFFGS-CLE   TO SCD-FGS-CLE.
053352     MOVE WLS-REFERENCE TO SCD-REFERENCE.
053353     EXEC CICS READ FILE (W-FIC-SCDFIC)
053354          INTO (SCD-ENREG) RIDFLD (SCD-CLE) RESP (W-RESP)
053355     END-EXEC.
053356     IF W-RESP = DFHRESP(NORMAL) AND SCD-LEVEE
053357         GO TO 3086-EXIT.
053358     IF W-RESP = DFHRESP(NORMAL)
053359         GO TO 3086-RETENIR.
053360     IF W-RESP NOT = DFHRESP(NOTFND)
053361         MOVE 'FILTRAGE INDISPONIBLE - MISE A JOUR REFUSEE'
053362           TO W-MESSAGE
053363         GO TO 3086-EXIT.
053364     MOVE SPACES        TO SCD-ENREG.
053365     MOVE FFFFFGS-CLE   TO SCD-FGS-CLE.
053366     MOVE WLS-REFERENCE TO SCD-REFERENCE.
053367     MOVE WLS-LISTE     TO SCD-LISTE.
053368     MOVE WLS-NOM       TO SCD-NOM-LISTE.
053369     MOVE 'E'           TO SCD-ETAT.
053370     MOVE 'GSOL010 '    TO SCD-ORIGINE.
053371     MOVE W-DATE-JOUR   TO SCD-DATE-DETECTION.
053372     MOVE ZERO          TO SCD-DATE-DECISION SCD-HEURE-DECISION.
053373     EXEC CICS WRITE FILE (W-FIC-SCDFIC)
053374          FROM (SCD-ENREG) RIDFLD (SCD-CLE) RESP (W-RESP)
053375     END-EXEC.
053376     IF W-RESP = DFHRESP(DUPREC)
053377         GO TO 3086-RETENIR.
053378     IF W-RESP NOT = DFHRESP(NORMAL)
053379         MOVE 'FILTRAGE INDISPONIBLE - MISE A JOUR REFUSEE'
053380           TO W-MESSAGE
053381         GO TO 3086-EXIT.
053382*    L ALERTE NOUVELLE DONNE SON MOTIF A L ELEMENT DE CORBEILLE
053383     MOVE 'O' TO W-FILTRE-NOUVELLE.
053384     MOVE SPACES TO W-MOTIF-FILTRAGE.
053385 3086-RETENIR.
053386     MOVE 'O' TO W-FILTRE-RETENU.
053387     IF W-MOTIF-FILTRAGE = SPACES
053388         STRING 'FILTRAGE ' WLS-LISTE ' ' WLS-REFERENCE
053389             DELIMITED SIZE INTO W-MOTIF-FILTRAGE
053390         END-STRING.
053391 3086-EXIT.
053392     EXIT.
053400******************************************************************
053500*  3050-VERROU-PARTAGE : PROTOCOLE DE PARTAGE AVEC LE BATCH      *
053600*  LA PHASE M (MISE A JOUR BATCH) SUSPEND LA MAINTENANCE TP ;    *
057800     END-EXEC.
057900 3060-EXIT.
058000     EXIT.
058001******************************************************************
058002*  3087-RETENIR : LA MISE A JOUR RETENUE AU FILTRAGE PART AU     *
058003*  SUSPENS EN CLAIR (CODE A OU M) COMME UN REJET BATCH - LE      *
058004*  RECYCLAGE GSBS020 LA REPRESENTERA A GSBT010 ; L ALERTE        *
058005*  NOUVELLE DEVIENT UN ELEMENT DE LA FILE CONFORM                *
058006******************************************************************
058007 3087-RETENIR.
058008     PERFORM 3060-LIBERER-PARTAGE THRU 3060-EXIT.
058009     MOVE SPACES           TO SUS-ENREG.
058010     MOVE FFFFFGS-CLE      TO SUS-FGS-CLE.
058011     MOVE ZERO             TO SUS-SEQ.
058012     MOVE W-CODE-RETENU    TO SUS-CODE-MVT.
058013     MOVE W-MOTIF-FILTRAGE TO SUS-MOTIF.
058014     MOVE 1                TO SUS-AGE.
058015     MOVE W-DATE-JOUR      TO SUS-DATE-REJET.
058016     MOVE FFFFFGS-ENREG    TO SUS-IMAGE.
058017 3087-ECRIRE.
058018     ADD 1 TO SUS-SEQ.
058019     EXEC CICS WRITE FILE (W-FIC-SUSPFIC)
058020          FROM (SUS-ENREG) RIDFLD (SUS-CLE) RESP (W-RESP)
058021     END-EXEC.
058022     IF W-RESP = DFHRESP(DUPREC) AND SUS-SEQ LESS 9999
058023         GO TO 3087-ECRIRE.
058024     IF W-RESP NOT = DFHRESP(NORMAL)
058025         MOVE 'INCIDENT FICHIER SUSPFIC - MISE AU SUSPENS'
058026           TO W-MESSAGE
058027         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
058028         GO TO 3087-EXIT.
058029     MOVE 'RETENU AU FILTRAGE - MIS AU SUSPENS' TO W-MESSAGE.
058030     IF W-FILTRE-NOUVELLE = 'O'
058031         PERFORM 3089-POSER-CORBEILLE THRU 3089-EXIT.
058032     MOVE 'S' TO CA-MODE.
058033     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
058034 3087-EXIT.
058035     EXIT.
058036******************************************************************
058037*  3089-POSER-CORBEILLE : ELEMENT DE LA FILE CONFORM (TYPE SANC),*
058038*  MEME DESSIN QUE GSWB080 - L ORDRE PART DE L HEURE ET AVANCE   *
058039*  JUSQU A UNE CLE LIBRE                                         *
058040******************************************************************
058041 3089-POSER-CORBEILLE.
058042     MOVE SPACES           TO WRK-ENREG.
058043     MOVE 'CONFORM '       TO WRK-FILE.
058044     MOVE W-DATE-JOUR      TO WRK-DATE.
058045     MOVE EIBTIME          TO W-EIBTIME.
058046     MOVE W-EIBTIME (2:6)  TO WRK-SEQ.
058047     MOVE 'O'              TO WRK-ETAT.
058048     MOVE 'SANC'           TO WRK-TYPE-EXC.
058049     MOVE FFFFFGS-CLE      TO WRK-FGS-CLE.
058050     MOVE W-MOTIF-FILTRAGE TO WRK-MOTIF.
058051     MOVE ZERO             TO WRK-DATE-DISPO.
058052     MOVE 'GSOL010 '       TO WRK-PROGRAMME.
058053 3089-ECRIRE.
058054     ADD 1 TO WRK-SEQ.
058055     EXEC CICS WRITE FILE (W-FIC-WRKBSK)
058056          FROM (WRK-ENREG) RIDFLD (WRK-CLE) RESP (W-RESP)
058057     END-EXEC.
058058     IF W-RESP = DFHRESP(DUPREC) AND WRK-SEQ LESS 999999
058059         GO TO 3089-ECRIRE.
058060     IF W-RESP NOT = DFHRESP(NORMAL)
058061         MOVE 'RETENU AU FILTRAGE - CORBEILLE CONFORM EN INCIDENT'
058062           TO W-MESSAGE.
058063 3089-EXIT.
058064     EXIT.
058065******************************************************************
058066*  3084-CONTROLER-KYC : LA VEILLE GSKY750 BLOQUE LE DOSSIER      *
058067*  KYCFIC DONT LA PIECE OU LA REVUE EST ECHUE ; LA MODIFICATION  *
058068*  ATTEND LA REVUE (GSKY751). CLE SANS DOSSIER = LIBRE           *
058069******************************************************************
058070 3084-CONTROLER-KYC.
058071     MOVE CA-CLE TO KYC-FGS-CLE.
058072     EXEC CICS READ FILE (W-FIC-KYCFIC)
058073          INTO (KYC-ENREG) RIDFLD (KYC-FGS-CLE) RESP (W-RESP)
058074     END-EXEC.
058075     IF W-RESP = DFHRESP(NOTFND)
058076         GO TO 3084-EXIT.
058077     IF W-RESP NOT = DFHRESP(NORMAL)
058078         MOVE 'INCIDENT FICHIER KYCFIC - MODIFICATION REFUSEE'
058079           TO W-MESSAGE
058080         MOVE 'S' TO CA-MODE
058081         GO TO 3084-EXIT.
058082     IF KYC-BLOQUE
058083         MOVE 'REVUE CLIENT ECHUE - MODIFICATION REFUSEE'
058084           TO W-MESSAGE
058085         MOVE 'S' TO CA-MODE.
058086 3084-EXIT.
058087     EXIT.
058100******************************************************************
058200*  4000-EDITER : CONTROLES DE SURFACE DES ZONES SAISIES          *
058300******************************************************************
060000     IF M01-DATEFF-I NOT NUMERIC
060100         MOVE 'DATE EFFET NON NUMERIQUE' TO W-MESSAGE
060200         GO TO 4000-EXIT.
060250     PERFORM 4050-EDITER-PRODUIT THRU 4050-EXIT.
060300 4000-EXIT.
060400     EXIT.
060500******************************************************************
063000     MOVE M01-MONTANT-I TO W-MONTANT-X.
063100     MOVE W-MONTANT-9   TO FFFFFGS-MONTANT.
063200     MOVE M01-DATEFF-I  TO FFFFFGS-DATE-EFFET.
063250     MOVE M01-PRODUIT-I TO FFFFFGS-PRODUIT.
063260     INSPECT FFFFFGS-PRODUIT REPLACING ALL LOW-VALUE BY SPACE.
063300     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
063400     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
063500          YYYYMMDD (W-DATE-JOUR)
066698 8150-EXIT.
066699     EXIT.
066700******************************************************************
066710*  8170-DEMANDER-ECHEANCIER : LE RESTANT D UN ENREGISTREMENT A   *
066720*  ECHEANCES A CHANGE - DEMANDE A LA FILE TD GECH (GECF EN       *
066730*  FORMATION), GSEC671 REBATIRA L ECHEANCIER ECHFIC              *
066740******************************************************************
066750 8170-DEMANDER-ECHEANCIER.
066760     MOVE W-DATE-JOUR     TO ECD-DATE.
066770     MOVE EIBTIME         TO W-EIBTIME.
066780     MOVE W-EIBTIME (2:6) TO ECD-HEURE.
066790     MOVE W-OPERATEUR     TO ECD-OPERATEUR.
066800     MOVE FFFFFGS-CLE     TO ECD-CLE.
066810     EXEC CICS WRITEQ TD QUEUE (W-QUEUE-ECH)
066820          FROM (W-DEMANDE-ECH) LENGTH (40) RESP (W-RESP)
066830     END-EXEC.
066840 8170-EXIT.
066850     EXIT.
066860******************************************************************
066870*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
066880******************************************************************
067000 8000-ENVOYER-ECRAN.
067100     MOVE W-MESSAGE TO M01-MESS-O.
067200     IF W-FORMATION = 'O'
068500         END-EXEC.
068600 8000-EXIT.
068700     EXIT.
068702******************************************************************
068704*  8400-TRACER-ACTIVITE : OPERATEUR, FONCTION ET CLE (GARNIS     *
068706*  PAR L APPELANT) AU FICHIER D ACTIVITE COMMUN (FILE TD GACJ -  *
068708*  DD ACTJRN) POUR LA SURVEILLANCE DES OPERATEURS (GSAC790)      *
068710******************************************************************
068712 8400-TRACER-ACTIVITE.
068714     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
068716     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
068718          YYYYMMDD (W-DATE-JOUR)
068720     END-EXEC.
068722     MOVE W-DATE-JOUR         TO ACV-DATE.
068724     MOVE EIBTIME             TO W-EIBTIME.
068726     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
068728     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
068730     MOVE 'GSOL010 '          TO ACV-PROGRAMME.
068732     MOVE W-FORMATION         TO ACV-FORMATION.
068734     EXEC CICS WRITEQ TD QUEUE ('GACJ')
068736          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
068738     END-EXEC.
068740 8400-EXIT.
068742     EXIT.
068744******************************************************************
068746*  8410-TRACER-SUSPENS : MISE A JOUR RETENUE AU FILTRAGE ET      *
068748*  MISE AU SUSPENS PAR 3087 (CA-MODE REPASSE A S)                *
068750******************************************************************
068752 8410-TRACER-SUSPENS.
068754     MOVE SPACES         TO ACV-ENREG.
068756     MOVE 'SUSP'         TO ACV-DOMAINE.
068758     MOVE 'C'            TO ACV-FONCTION.
068760     MOVE SUS-CLE        TO ACV-CLE.
068762     MOVE FFFFFGS-CLE    TO ACV-FGS-CLE.
068764     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
068766 8410-EXIT.
068768     EXIT.
068769******************************************************************
068770*  8420-TRACER-DIVULGATION : LE NOM ET L ID-NAT DECODES PAR      *
068771*  GSCR390 SONT MONTRES A L OPERATEUR - LA DIVULGATION PART AU   *
068772*  JOURNAL (FILE TD GDSJ - DD DSCJRN) ; NATURE GARNIE PAR        *
068773*  L APPELANT                                                    *
068774******************************************************************
068775 8420-TRACER-DIVULGATION.
068776     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
068777     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
068778          YYYYMMDD (W-DATE-JOUR)
068779     END-EXEC.
068780     MOVE W-DATE-JOUR         TO DSC-DATE.
068781     MOVE EIBTIME             TO W-EIBTIME.
068782     MOVE W-EIBTIME (2:6)     TO DSC-HEURE.
068783     MOVE W-OPERATEUR         TO DSC-IDENTITE.
068784     MOVE 'ECRN'              TO DSC-CANAL.
068785     MOVE 'GSOL010 '          TO DSC-PROGRAMME.
068786     MOVE FFFFFGS-CLE         TO DSC-FGS-CLE.
068787     MOVE W-FORMATION         TO DSC-FORMATION.
068788     EXEC CICS WRITEQ TD QUEUE ('GDSJ')
068789          FROM (DSC-ENREG) LENGTH (80) RESP (W-RESP)
068790     END-EXEC.
068791 8420-EXIT.
068792     EXIT.
068800******************************************************************
068900*  9000-FIN-TRANSACTION : RETOUR CICS SANS REPRISE               *
069000******************************************************************
069300     EXEC CICS RETURN END-EXEC.
069400 9000-EXIT.
069500     EXIT.
069600******************************************************************
069700*  3082-LIRE-IDENTITE : EN PHASE M LE MAITRE EST RELU SANS       *
069800*  VERROU POUR CONFRONTER LE NOM ET L ID-NAT SAISIS (3083) -     *
069900*  CLE INCONNUE : RIEN A CONFRONTER, GSDI650 LA REJETTERA        *
070000******************************************************************
070100 3082-LIRE-IDENTITE.
070200     MOVE FFFFFGS-ENREG TO W-IMAGE-CLAIRE.
070300     MOVE CA-CLE        TO FFFFFGS-CLE.
070400     EXEC CICS READ FILE (W-FIC-FFFFFGS)
070500          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
070600          RESP (W-RESP)
070700     END-EXEC.
070800     IF W-RESP = DFHRESP(NOTFND)
070900         MOVE W-IMAGE-CLAIRE TO FFFFFGS-ENREG
071000         GO TO 3082-EXIT.
071100     IF W-RESP NOT = DFHRESP(NORMAL)
071200         MOVE W-IMAGE-CLAIRE TO FFFFFGS-ENREG
071300         MOVE 'INCIDENT FICHIER FFFFFGS - LECTURE' TO W-MESSAGE
071400         GO TO 3082-EXIT.
071500     MOVE 'D'                 TO CRZ-FONCTION.
071600     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
071700     MOVE FFFFFGS-NOM         TO CRZ-NOM.
071800     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
071900     CALL 'GSCR390' USING CRZ-ZONE.
072000     MOVE CRZ-NOM             TO W-NOM-AVANT.
072100     MOVE CRZ-ID-NAT          TO W-IDNAT-AVANT.
072150     MOVE FFFFFGS-STATUT      TO W-STATUT-AVANT.
072200     MOVE W-IMAGE-CLAIRE      TO FFFFFGS-ENREG.
072210     PERFORM 3081-CONTROLER-TRANSITION THRU 3081-EXIT.
072220     IF W-MESSAGE NOT = SPACES
072230         GO TO 3082-EXIT.
072300     PERFORM 3083-QUATRE-YEUX THRU 3083-EXIT.
072400 3082-EXIT.
072500     EXIT.
072600******************************************************************
072700*  3083-QUATRE-YEUX : NOM OU ID-NAT SAISI DIFFERENT DU MAITRE    *
072800*  (W-NOM-AVANT / W-IDNAT-AVANT EN CLAIR) - LA DEMANDE PART A    *
072900*  CIDFIC, IMAGES AVANT ET APRES ENCODEES (GSCR390), ET          *
073000*  L ENREGISTREMENT REPREND L ANCIENNE VALEUR. INCIDENT CIDFIC   *
073100*  = MODIFICATION REFUSEE (W-MESSAGE). LE NOM CHANGE N EST PAS   *
073150*  FILTRE ICI : IL PASSE AU FILTRAGE (WLSFIC) A LA VALIDATION    *
073200*  DANS GSCI831, AVANT D ETRE POSE AU MAITRE                     *
073250******************************************************************
073300 3083-QUATRE-YEUX.
073400     MOVE 'N' TO W-IDENT-RETENUE.
073500     IF FFFFFGS-NOM = W-NOM-AVANT
073600      AND FFFFFGS-ID-NAT = W-IDNAT-AVANT
073700         GO TO 3083-EXIT.
073800     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
073900     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
074000          YYYYMMDD (W-DATE-JOUR)
074100     END-EXEC.
074200     MOVE SPACES             TO CID-ENREG.
074300     MOVE W-DATE-JOUR        TO CID-DATE.
074400     MOVE EIBTIME            TO W-EIBTIME.
074500     MOVE W-EIBTIME (2:6)    TO CID-SEQ CID-HEURE.
074600     MOVE 'A'                TO CID-ETAT.
074700     MOVE FFFFFGS-CLE        TO CID-FGS-CLE.
074800     MOVE FFFFFGS-CLE-ENTITE TO CID-ENTITE.
074900     MOVE 'GSOL010 '         TO CID-ORIGINE.
075000     MOVE W-OPERATEUR        TO CID-OPERATEUR.
075100     MOVE ZERO               TO CID-DATE-DECISION
075200                                CID-HEURE-DECISION.
075300     MOVE 'N'                TO CID-EDITE.
075400     MOVE 'C'                TO CRZ-FONCTION.
075500     MOVE W-NOM-AVANT        TO CRZ-NOM.
075600     MOVE W-IDNAT-AVANT      TO CRZ-ID-NAT.
075700     CALL 'GSCR390' USING CRZ-ZONE.
075800     MOVE CRZ-NOM            TO CID-NOM-AVANT.
075900     MOVE CRZ-ID-NAT         TO CID-IDNAT-AVANT.
076000     MOVE 'C'                TO CRZ-FONCTION.
076100     MOVE FFFFFGS-NOM        TO CRZ-NOM.
076200     MOVE FFFFFGS-ID-NAT     TO CRZ-ID-NAT.
076300     CALL 'GSCR390' USING CRZ-ZONE.
076400     MOVE CRZ-NOM            TO CID-NOM-APRES.
076500     MOVE CRZ-ID-NAT         TO CID-IDNAT-APRES.
076600     MOVE CRZ-VERSION        TO CID-VERSION-CLE.
076700 3083-ECRIRE.
076800     EXEC CICS WRITE FILE (W-FIC-CIDFIC)
076900          FROM (CID-ENREG) RIDFLD (CID-CLE) RESP (W-RESP)
077000     END-EXEC.
077100     IF W-RESP = DFHRESP(DUPREC) AND CID-SEQ LESS 999999
077200         ADD 1 TO CID-SEQ
077300         GO TO 3083-ECRIRE.
077400     IF W-RESP NOT = DFHRESP(NORMAL)
077500         MOVE 'INCIDENT FICHIER CIDFIC - MODIFICATION REFUSEE'
077600           TO W-MESSAGE
077700         GO TO 3083-EXIT.
077800     MOVE W-NOM-AVANT        TO FFFFFGS-NOM.
077900     MOVE W-IDNAT-AVANT      TO FFFFFGS-ID-NAT.
078000     MOVE 'O'                TO W-IDENT-RETENUE.
078100     MOVE SPACES             TO ACV-ENREG.
078200     MOVE 'IDEN'             TO ACV-DOMAINE.
078300     MOVE 'C'                TO ACV-FONCTION.
078400     MOVE CID-CLE            TO ACV-CLE.
078500     MOVE CID-FGS-CLE        TO ACV-FGS-CLE.
078600     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
078700 3083-EXIT.
078800     EXIT.
078900******************************************************************
079000*  3081-CONTROLER-TRANSITION : LE PASSAGE DE W-STATUT-AVANT      *
079100*  (LU AU MAITRE) AU STATUT SAISI EST CHERCHE A LA MATRICE       *
079200*  REFTBL TRST DANS SA PERIODE D EFFET ; GSED050 (FONCTION V)    *
079300*  OPPOSE TRANSITION ABSENTE, CANAL BATCH SEUL OU                *
079400*  APPROBATION REQUISE (A SAISIR EN LOT POUR LA RETENUE          *
079500*  GSHM760). REFUS = W-MESSAGE ET RETOUR EN SAISIE               *
079600******************************************************************
079700 3081-CONTROLER-TRANSITION.
079800     MOVE SPACES TO EDT-STATUT-AVANT EDT-TRANSITION.
079900     IF W-STATUT-AVANT = SPACES OR LOW-VALUE
080000      OR W-STATUT-AVANT = FFFFFGS-STATUT
080100         GO TO 3081-EXIT.
080200     MOVE 'TRST'         TO REF-TYPE.
080300     MOVE SPACES         TO REF-CODE.
080400     MOVE W-STATUT-AVANT TO REF-CODE (1:2).
080500     MOVE FFFFFGS-STATUT TO REF-CODE (3:2).
080600     EXEC CICS READ FILE (W-FIC-REFTBL)
080700          INTO (REF-ENREG) RIDFLD (REF-CLE) RESP (W-RESP)
080800     END-EXEC.
080900     MOVE 'N' TO EDT-TRS-LU.
081000     IF W-RESP = DFHRESP(NORMAL)
081100         MOVE 'O'                 TO EDT-TRS-LU
081200         MOVE REF-LIB-COURT (1:1) TO EDT-TRS-CANAL
081300         MOVE REF-LIB-COURT (2:1) TO EDT-TRS-APPROBATION
081400     ELSE
081500         IF W-RESP NOT = DFHRESP(NOTFND)
081600             MOVE 'I' TO EDT-TRS-LU.
081700     IF EDT-TRS-TROUVEE
081800         EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC
081900         EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
082000              YYYYMMDD (W-DATE-JOUR)
082100         END-EXEC
082200         IF W-DATE-JOUR LESS REF-DATE-DEBUT
082300          OR (REF-DATE-FIN GREATER ZERO
082400             AND W-DATE-JOUR GREATER REF-DATE-FIN)
082500             MOVE 'N' TO EDT-TRS-LU
082600         END-IF
082700     END-IF.
082800     MOVE W-STATUT-AVANT TO EDT-STATUT-AVANT.
082900     MOVE 'V' TO EDT-FONCTION.
083000     MOVE 'T' TO EDT-ENV.
083100     CALL 'GSED050' USING EDT-ZONE FFFFFGS-ENREG.
083200     IF EDT-NB-ERREURS = ZERO
083300         GO TO 3081-EXIT.
083400     MOVE 'S' TO CA-MODE.
083500     EVALUATE EDT-ERR-CODE (1)
083600         WHEN 'E012'
083700             STRING 'TRANSITION DE STATUT ' W-STATUT-AVANT
083800                 ' > ' FFFFFGS-STATUT ' INTERDITE'
083900                 DELIMITED SIZE INTO W-MESSAGE
084000             END-STRING
084100         WHEN 'E013'
084200             STRING 'TRANSITION DE STATUT ' W-STATUT-AVANT
084300                 ' > ' FFFFFGS-STATUT ' RESERVEE AU LOT'
084400                 DELIMITED SIZE INTO W-MESSAGE
084500             END-STRING
084600         WHEN 'E014'
084700             STRING 'TRANSITION ' W-STATUT-AVANT ' > '
084800                 FFFFFGS-STATUT ' SOUMISE A APPROBATION - PAR LOT'
084900                 DELIMITED SIZE INTO W-MESSAGE
085000             END-STRING
085100         WHEN 'E015'
085200             MOVE 'INCIDENT TABLE DES TRANSITIONS - MODIF REFUSEE'
085300               TO W-MESSAGE
085400         WHEN OTHER
085500             STRING 'ERREUR ' EDT-ERR-CHAMP (1) ' '
085600                 EDT-ERR-CODE (1) DELIMITED SIZE
085700                 INTO W-MESSAGE
085800             END-STRING
085900     END-EVALUATE.
086000 3081-EXIT.
086100     EXIT.
086200******************************************************************
086300*  4050-EDITER-PRODUIT : LE CODE PRODUIT SAISI DOIT ETRE AU      *
086400*  CATALOGUE PRDFIC, VALIDE (DOUBLE CONTROLE GSPD851), EN        *
086500*  VIGUEUR A LA DATE D EFFET ET ADMETTRE LE STATUT SAISI -       *
086600*  MEMES REGLES QUE GSED050 EN BATCH (GSPD852). A BLANC :        *
086700*  PARAMETRES DES MOTEURS PAR ENTITE + STATUT                    *
086800******************************************************************
086900 4050-EDITER-PRODUIT.
087000     IF M01-PRODUIT-I = SPACES OR LOW-VALUE
087100         GO TO 4050-EXIT.
087200     MOVE M01-PRODUIT-I TO PRD-CODE.
087300     EXEC CICS READ FILE (W-FIC-PRDFIC)
087400          INTO (PRD-ENREG) RIDFLD (PRD-CLE) RESP (W-RESP)
087500     END-EXEC.
087600     IF W-RESP = DFHRESP(NOTFND)
087700         MOVE 'PRODUIT INCONNU AU CATALOGUE' TO W-MESSAGE
087800         GO TO 4050-EXIT.
087900     IF W-RESP NOT = DFHRESP(NORMAL)
088000         MOVE 'INCIDENT FICHIER PRDFIC - LECTURE' TO W-MESSAGE
088100         GO TO 4050-EXIT.
088200     IF NOT PRD-VALIDE
088300         MOVE 'PRODUIT EN ATTENTE D APPROBATION' TO W-MESSAGE
088400         GO TO 4050-EXIT.
088500     MOVE M01-DATEFF-I TO W-DATE-PRODUIT.
088600     IF W-DATE-PRODUIT LESS PRD-DATE-DEBUT
088700      OR (PRD-DATE-FIN GREATER ZERO
088800         AND W-DATE-PRODUIT GREATER PRD-DATE-FIN)
088900         MOVE 'PRODUIT HORS PERIODE DE COMMERCIALISATION'
089000           TO W-MESSAGE
089100         GO TO 4050-EXIT.
089200     IF PRD-STATUTS = SPACES
089300         GO TO 4050-EXIT.
089400     MOVE 'N' TO W-STATUT-PRODUIT.
089500     PERFORM 4060-STATUT-DU-PRODUIT THRU 4060-EXIT
089600         VARYING IX-PRD FROM 1 BY 1
089700         UNTIL IX-PRD GREATER 8 OR W-STATUT-PRODUIT = 'O'.
089800     IF W-STATUT-PRODUIT NOT = 'O'
089900         MOVE 'STATUT NON AUTORISE POUR LE PRODUIT' TO W-MESSAGE.
090000 4050-EXIT.
090100     EXIT.
090200 4060-STATUT-DU-PRODUIT.
090300     IF PRD-STATUT-AUTORISE (IX-PRD) = M01-STATUT-I
090400         MOVE 'O' TO W-STATUT-PRODUIT.
090500 4060-EXIT.
090600     EXIT.
090700******************************************************************
090800*  3088-CONTROLER-SAISIE : CUMUL DES ORDRES DE SAISIE ACTIFS     *
090900*  DE LA CLE (ETAT A, DATE DU JOUR DANS LA PERIODE DE L ORDRE) ; *
091000*  LE NOUVEAU MONTANT NE DESCEND PAS SOUS CE CUMUL - MEME        *
091100*  REGLE QUE LE MODULE BATCH GSSJ780. FICHIER ILLISIBLE = MISE   *
091200*  A JOUR REFUSEE (W-MESSAGE)                                    *
091300******************************************************************
091400 3088-CONTROLER-SAISIE.
091500     MOVE ZERO TO W-MONTANT-BLOQUE.
091600     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
091700     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
091800          YYYYMMDD (W-DATE-JOUR)
091900     END-EXEC.
092000     MOVE CA-CLE TO SAI-FGS-CLE.
092100     MOVE ZERO   TO SAI-NUMERO.
092200     EXEC CICS STARTBR FILE (W-FIC-SAIFIC)
092300          RIDFLD (SAI-CLE) GTEQ RESP (W-RESP)
092400     END-EXEC.
092500     IF W-RESP = DFHRESP(NOTFND)
092600         GO TO 3088-EXIT.
092700     IF W-RESP NOT = DFHRESP(NORMAL)
092800         MOVE 'INCIDENT FICHIER SAIFIC - MODIFICATION REFUSEE'
092900           TO W-MESSAGE
093000         GO TO 3088-EXIT.
093100 3088-LIRE.
093200     EXEC CICS READNEXT FILE (W-FIC-SAIFIC)
093300          INTO (SAI-ENREG) RIDFLD (SAI-CLE) RESP (W-RESP)
093400     END-EXEC.
093500     IF W-RESP = DFHRESP(ENDFILE)
093600         GO TO 3088-FIN.
093700     IF W-RESP NOT = DFHRESP(NORMAL)
093800         MOVE 'INCIDENT FICHIER SAIFIC - MODIFICATION REFUSEE'
093900           TO W-MESSAGE
094000         GO TO 3088-FIN.
094100     IF SAI-FGS-CLE NOT = CA-CLE
094200         GO TO 3088-FIN.
094300     IF SAI-ACTIF
094400      AND SAI-DATE-DEBUT NOT GREATER W-DATE-JOUR
094500      AND SAI-DATE-FIN NOT LESS W-DATE-JOUR
094600         ADD SAI-MONTANT-BLOQUE TO W-MONTANT-BLOQUE.
094700     GO TO 3088-LIRE.
094800 3088-FIN.
094900     EXEC CICS ENDBR FILE (W-FIC-SAIFIC) RESP (W-RESP)
095000     END-EXEC.
095100     IF W-MESSAGE = SPACES
095200      AND FFFFFGS-MONTANT LESS W-MONTANT-BLOQUE
095300         MOVE 'SAISIE EN COURS - DISPONIBLE INSUFFISANT'
095400           TO W-MESSAGE.
095500 3088-EXIT.
095600     EXIT.
095700******************************************************************
095800*  3400-SUIVRE-CLE : PF11 - LA CLE ENTRE DANS LA LISTE DE SUIVI  *
095900*  DE L OPERATEUR (MOTIF ET ECHEANCE AAAAMMJJ FACULTATIFS) -     *
096000*  CONSTAT CHAQUE NUIT PAR GSSV160, LISTE PAR GSSV161 (GSV1)     *
096100******************************************************************
096200 3400-SUIVRE-CLE.
096300     IF M01-CLE-I = SPACES OR LOW-VALUE
096400         MOVE 'SAISIR LA CLE A SUIVRE' TO W-MESSAGE
096500         GO TO 3400-ENVOYER.
096600     MOVE M01-CLE-I TO FFFFFGS-CLE.
096700     EXEC CICS READ FILE (W-FIC-FFFFFGS)
096800          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
096900          RESP (W-RESP)
097000     END-EXEC.
097100     IF W-RESP NOT = DFHRESP(NORMAL)
097200         MOVE 'CLE INCONNUE - SUIVI IMPOSSIBLE' TO W-MESSAGE
097300         GO TO 3400-ENVOYER.
097400     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
097500     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
097600          YYYYMMDD (W-DATE-JOUR)
097700     END-EXEC.
097800     MOVE SPACES TO SUI-ENREG.
097900     MOVE ZERO   TO SUI-DATE-FIN SUI-DATE-PASSE SUI-PH-MONTANT
098000                    SUI-PH-MONTANT-ECH SUI-PH-DATE-EFFET
098100                    SUI-CT-NB-SUSPENS SUI-CT-NB-CORBEILLE
098200                    SUI-CT-NB-NOTES SUI-CT-NB-COURRIERS.
098300     MOVE M01-SUIFIN-I TO W-SUIVI-FIN.
098400     IF W-SUIVI-FIN = SPACES OR LOW-VALUE
098500         GO TO 3400-ECRIRE.
098600     IF W-SUIVI-FIN NOT NUMERIC
098700      OR W-SUIVI-FIN (5:2) LESS '01'
098800      OR W-SUIVI-FIN (5:2) GREATER '12'
098900      OR W-SUIVI-FIN (7:2) LESS '01'
099000      OR W-SUIVI-FIN (7:2) GREATER '31'
099100         MOVE 'ECHEANCE DU SUIVI INVALIDE (AAAAMMJJ)'
099200           TO W-MESSAGE
099300         GO TO 3400-ENVOYER.
099400     MOVE W-SUIVI-FIN TO SUI-DATE-FIN.
099500     IF SUI-DATE-FIN NOT GREATER W-DATE-JOUR
099600         MOVE 'ECHEANCE DU SUIVI DEJA PASSEE' TO W-MESSAGE
099700         GO TO 3400-ENVOYER.
099800 3400-ECRIRE.
099900     MOVE W-OPERATEUR     TO SUI-OPERATEUR.
100000     MOVE FFFFFGS-CLE     TO SUI-FGS-CLE.
100100     MOVE M01-SUIMOT-I  TO SUI-MOTIF.
100200     INSPECT SUI-MOTIF REPLACING ALL LOW-VALUE BY SPACE.
100300     MOVE W-DATE-JOUR     TO SUI-DATE-AJOUT.
100400     MOVE 'GSOL010 '      TO SUI-ORIGINE.
100500     EXEC CICS WRITE FILE (W-FIC-SUIFIC)
100600          FROM (SUI-ENREG) RIDFLD (SUI-CLE) RESP (W-RESP)
100700     END-EXEC.
100800     IF W-RESP = DFHRESP(NORMAL)
100900         MOVE 'CLE AJOUTEE A VOTRE SUIVI (TRANSACTION GSV1)'
101000           TO W-MESSAGE
101100     ELSE
101200         IF W-RESP = DFHRESP(DUPREC)
101300             MOVE 'CLE DEJA DANS VOTRE SUIVI' TO W-MESSAGE
101400         ELSE
101500             MOVE 'AJOUT AU SUIVI IMPOSSIBLE - FICHIER SUIFIC'
101600               TO W-MESSAGE.
101700 3400-ENVOYER.
101800     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
101900 3400-EXIT.
102000     EXIT.
