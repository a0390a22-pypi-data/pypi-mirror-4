001000*  ------------------------------------------------------------  *
001100*  ENTREE  : MVTFIC   MOUVEMENTS A / M / S  (DESSIN FFFFFGT)     *
001150*            CYCOUT   CYCLE OUVERT PAR GSCY210                   *
001160*            WLSFIC   LISTE DE SURVEILLANCE (PAR LE MODULE       *
001170*                     GSSC741)                                   *
001180*            KYCFIC   DOSSIERS DE CONNAISSANCE CLIENT (PAR       *
001190*                     L EDITION GSED050 - MODULE GSKY752)        *
001195*            SAIFIC   ORDRES DE SAISIE (PAR LE MODULE GSSJ780)   *
001200*  M-A-J   : FFFFFGS  FICHIER MAITRE INDEXE                      *
001210*            ECHFIC   ECHEANCIER (PAR LE MODULE GSEC670)         *
001220*            SCDFIC   ALERTES DE FILTRAGE (PAR LE MODULE GSSC741)*
001300*  SORTIE  : ETATREJ  ETAT DES MOUVEMENTS REJETES                *
001350*            STATJOUR STATISTIQUES DU PASSAGE (POUR GSST250)     *
001400*  ------------------------------------------------------------  *
001660*  02/09/26  DA  CODE R (MODIFICATION AVEC EXTOURNE) : L IMAGE   *
001670*                AVANT PART EN CLAIR AU FICHIER EXTFIC POUR LA   *
001680*                CONTREPASSATION GSCL231 APRES REOUVERTURE       *
001684*  02/09/26  DA  VERSION DE LA TABLE DE CODAGE POSEE ET RELUE    *
001685*                SUR L ENREGISTREMENT (ROTATION GSCR392)         *
001686*  02/09/26  DA  IMAGE APRES DE CHAQUE ECRITURE DU MAITRE AU     *
001687*                JOURNAL JRNFIC (GSJR580) POUR LA                *
001688*                RECONSTITUTION EN AVANT GSJR581                 *
001689*  02/09/26  DA  SUPPRESSION CONTROLEE INTER-MAGASINS (GSIX530) :*
001690*                DES DEPENDANTS AFFVEAP / SEGC DETOURNENT LE     *
001691*                MOUVEMENT EN CORBEILLE (TYPE INTG) AU LIEU DE   *
001692*                CREER DES ORPHELINS - DETOURNES EDITES EN FIN   *
001693*  02/09/26  DA  PLAFONDS D ENTITE (GSLM630 / LIMFIC) : LE       *
001694*                FRANCHISSEMENT DU SEUIL D AVERTISSEMENT EST     *
001695*                COMPTE, LE MOUVEMENT QUI CREVERAIT LE SEUIL DE  *
001696*                BLOCAGE PART AU SUSPENS SOUS MOTIF DISTINCT     *
001697*  02/09/26  DA  CODE J (AJUSTEMENT) : DELTA SIGNE SUR MONTANT   *
001698*                OU MONTANT-ECH AVEC MOTIF OBLIGATOIRE (REFTBL   *
001699*                MOTR) - LIGNE D AUDIT ET CUMUL PAR MOTIF SUR    *
001700*                LE NOUVEL ETAT ETATAJU                          *
001701*  15/10/26  DA  ECHEANCIER ECHFIC (GSEC670) REBATI A L AJOUT ET *
001702*                QUAND MONTANT OU MONTANT-ECH CHANGE (MODIF,     *
001703*                AJUSTEMENT) - ECHEANCES OUVERTES ABANDONNEES A  *
001704*                LA SUPPRESSION                                  *
001705*  15/10/26  DA  AJUSTEMENT DE MOTIF RGLT (REGLEMENT ENCAISSE) : *
001706*                LE REGLEMENT SOLDE LES ECHEANCES OUVERTES DE LA *
001707*                PLUS ANCIENNE A LA PLUS RECENTE (GSEC670 R) AU  *
001708*                LIEU DE REBATIR L ECHEANCIER                    *
001709*  15/10/26  DA  AJUSTEMENT DE MOTIF RJPR (RETOUR DE             *
001710*                PRELEVEMENT) : LE REGLEMENT REJETE EST EXTOURNE *
001711*                DE L ECHEANCIER (GSEC670 X)                     *
001712*  15/10/26  DA  FILTRAGE DES NOMS SUR LA LISTE DE SURVEILLANCE  *
001713*                (GSSC741) A L AJOUT ET AU CHANGEMENT DE NOM :   *
001714*                UNE CORRESPONDANCE NON LEVEE RETIENT LE         *
001715*                MOUVEMENT AU SUSPENS (MOTIF FILTRAGE) ET POSE   *
001716*                L ALERTE EN CORBEILLE CONFORM (TYPE SANC)       *
001717*  15/10/26  DA  MODIFICATION REFUSEE AU SUSPENS (EDIT E060) SUR *
001718*                DOSSIER DE CONNAISSANCE CLIENT BLOQUE - LE      *
001719*                RECYCLAGE LA REPRESENTE APRES LA REVUE (GSKY751)*
001720*  15/10/26  DA  LE JOURNAL DES IMAGES APRES PORTE LE CODE DU    *
001721*                MOUVEMENT D ORIGINE (J, R...) POUR L ANALYSE    *
001722*                DES OPERATIONS SUSPECTES (GSSA770)              *
001723*  15/10/26  DA  STATUT AVANT RELU AU MAITRE POUR LE CONTROLE    *
001724*                DE LA MATRICE DES TRANSITIONS (GSED050 E012     *
001725*                E013 - REFTBL TRST)                             *
001726*  15/10/26  DA  DEBIT (AJUSTEMENT J NEGATIF) SUR LA CLE D UN    *
001727*                TITULAIRE DECEDE (DCDFIC VALIDE - GSDE901) :    *
001728*                RETENU AU SUSPENS, ELEMENT DECE EN CORBEILLE    *
001729*  15/10/26  DA  DEBIT (MODIFICATION, AJUSTEMENT J, SUPPRESSION) *
001736*                RENDANT LE DISPONIBLE NEGATIF (MONTANT MOINS    *
001743*                ORDRES DE SAISIE ACTIFS - GSSJ780) : RETENU AU  *
001750*                SUSPENS, ELEMENT SAIS EN CORBEILLE (FILE        *
001757*                SAISIE)                                         *
001764*  15/10/26  DA  REFERENCE DU LOT (ENTETE FFFFFGCT : SOURCE,     *
001771*                DATE, CYCLE) POSEE SUR LE COMPTE RENDU CRDFIC   *
001778*                POUR LA DEFAISANCE DE LOT GSJR582               *
001779*  15/10/26  DA  JOURNAL QUALITE QLTJRN : REJET AU SUSPENS ET    *
001780*                SORTIE DU SUSPENS DES MOUVEMENTS PARTENAIRES    *
001781*                (8095) ; PARTENAIRE D ORIGINE CONSERVE EN       *
001782*                MODIFICATION                                    *
001786*  15/10/26  DA  PRODUIT CONSERVE EN MODIFICATION QUAND L IMAGE  *
001790*                RECUE NE LE PORTE PAS (PARTENAIRE, MQ, LOT)     *
001792*  15/10/26  DA  RETENUE DECES PORTEE AU CONTROLE DES DEBITS     *
001794*                (2490) : MODIFICATION, SUPPRESSION, AJUSTEMENT  *
001796*                J SUR MONTANT - JAMAIS UN REGLEMENT ENCAISSE    *
001798******************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.
004874       ACCESS MODE   DYNAMIC
004876       RECORD KEY    CRD-CLE
004878       FILE STATUS   W-CRDFIC-STATUS.
004880     SELECT DCDFIC  ASSIGN  DCDFIC
004882       ORGANIZATION  INDEXED
004884       ACCESS MODE   RANDOM
004886       RECORD KEY    DCD-FGS-CLE
004888       FILE STATUS   W-DCDFIC-STATUS.
004890     SELECT QLTJRN  ASSIGN  QLTJRN
004892       ORGANIZATION  SEQUENTIAL
004894       FILE STATUS   W-QLTJRN-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  MVTFIC
007092     05  STJ-PROF-SUSPENS            PIC 9(09).
007093     05  STJ-ELAPS-CS                PIC 9(08).
007094     05  FILLER                      PIC X(24).
007095 FD  DCDFIC
007096     LABEL RECORD STANDARD
007097     DATA RECORD DCD-ENREG.
007098 COPY FFFFFGDD.
007100 FD  QLTJRN
007110     LABEL RECORD STANDARD
007120     DATA RECORD QLJ-ENREG.
007130 COPY FFFFFGQJ.
007150 WORKING-STORAGE SECTION.
007160 01  W-QLTJRN-STATUS                PIC X(02).
007170     88  W-QLJ-OK                    VALUE '00'.
007200 77  CPT-MVT-LUS                     PIC S9(08) COMP VALUE ZERO.
007300 77  CPT-MVT-AJOUT                   PIC S9(08) COMP VALUE ZERO.
007400 77  CPT-MVT-MODIF                   PIC S9(08) COMP VALUE ZERO.
010310 COPY GSIXZ.
010312 COPY GSJRZ.
010314 COPY GSLMZ.
010315 COPY FFFFFGCT.
010316 01  W-LOT.
010317     05  W-LOT-SOURCE                PIC X(08) VALUE SPACES.
010318     05  W-LOT-DATE                  PIC 9(08) VALUE ZERO.
010319     05  W-LOT-CYCLE                 PIC 9(04) VALUE ZERO.
010320 77  CPT-MVT-DETOURNES               PIC S9(08) COMP VALUE ZERO.
010322 77  CPT-MVT-AVERT-PLAF              PIC S9(08) COMP VALUE ZERO.
010324 77  CPT-MVT-BLOQUES-PLAF            PIC S9(08) COMP VALUE ZERO.
010365         VALUE ' CUMUL : '.
010366     05  AJT-CUMUL                   PIC Z(12)9,99-.
010367     05  FILLER                      PIC X(80) VALUE SPACES.
010368 COPY GSECZ.
010369 77  CPT-ECH-HORS-CAL                PIC S9(08) COMP VALUE ZERO.
010370 01  W-ECH-AVANT                     PIC S9(11)V99 COMP-3.
010371 77  CPT-REGL-EXCEDENT               PIC S9(08) COMP VALUE ZERO.
010372 77  CPT-EXTOURNE-EXCEDENT           PIC S9(08) COMP VALUE ZERO.
010373 COPY GSSCZ.
010374 77  CPT-MVT-FILTRES                 PIC S9(08) COMP VALUE ZERO.
010375 01  W-FILTRE-BLOQUE                 PIC X(01) VALUE 'N'.
010376 01  W-NOM-AVANT                     PIC X(30).
010378*    TITULAIRE DECEDE (DCDFIC - GSDE901)
010380 01  W-DCDFIC-STATUS                 PIC X(02).
010382     88  W-DCD-OK                    VALUE '00'.
010384 77  W-DCDFIC-OUVERT                 PIC X(01) VALUE 'N'.
010386 77  CPT-MVT-DECES                   PIC S9(08) COMP VALUE ZERO.
010388 01  W-DECES-BLOQUE                  PIC X(01) VALUE 'N'.
010390*    ORDRES DE SAISIE ACTIFS SUR LA CLE (SAIFIC - GSSJ780)
010392 COPY GSSJZ.
010394 77  CPT-MVT-SAISIE                  PIC S9(08) COMP VALUE ZERO.
010396 01  W-SAISIE-BLOQUE                 PIC X(01) VALUE 'N'.
010398 01  W-MONTANT-APRES                 PIC S9(13)V99 COMP-3.
010400 COPY FFFFFGP.
010500 01  RCZ-ZONE.
010600     05  RCZ-FONCTION                PIC X(01).
017460     IF NOT W-EXT-OK
017470         MOVE 'OPEN EXTFIC'  TO W-MOTIF-REJET
017480         GO TO 9900-ABANDON.
017482*    SANS FICHIER DES DECES AUCUN DEBIT N EST RETENU
017484     OPEN INPUT DCDFIC.
017486     IF W-DCD-OK
017488         MOVE 'O' TO W-DCDFIC-OUVERT.
017490     OPEN EXTEND QLTJRN.
017492     IF NOT W-QLJ-OK
017494         MOVE 'OPEN QLTJRN'  TO W-MOTIF-REJET
017496         GO TO 9900-ABANDON.
017500     ACCEPT W-DATE-JOUR FROM DATE YYYYMMDD.
017510     ACCEPT W-HEURE-DEBUT FROM TIME.
017520     OPEN INPUT CYCOUT.
019800*  2000-TRAITEMENT : EDITION PUIS APPLICATION D UN MOUVEMENT     *
019900******************************************************************
020000 2000-TRAITEMENT.
020005*    L ENTETE DE LOT DONNE LA REFERENCE POSEE AU COMPTE RENDU
020010     IF MVT-CODE = '1'
020020         MOVE MVT-ENREG       TO CTL-ENTETE-ZONE
020030         MOVE CTL-E-SOURCE    TO W-LOT-SOURCE
020040         MOVE CTL-E-DATE-CREA TO W-LOT-DATE
020050         MOVE CTL-E-CYCLE     TO W-LOT-CYCLE.
020100     IF MVT-CODE = '1' OR '9'
020200         GO TO 2000-SUIVANT.
020300     ADD 1 TO CPT-MVT-LUS.
020350     MOVE 'N' TO W-FILTRE-BLOQUE.
020352     MOVE 'N' TO W-DECES-BLOQUE.
020354     MOVE 'N' TO W-SAISIE-BLOQUE.
020400     IF NOT MVT-CODE-VALIDE
020500         MOVE 'CODE MOUVEMENT INVALIDE' TO W-MOTIF-REJET
020600         PERFORM 8000-REJET THRU 8000-EXIT
020770         PERFORM 2400-AJUSTER THRU 2400-EXIT
020790         GO TO 2000-SUIVANT.
020800     MOVE MVT-IMAGE TO FFFFFGS-ENREG.
020810     MOVE SPACES TO EDT-STATUT-AVANT EDT-TRANSITION.
020820     IF MVT-MODIF OR MVT-MODIF-EXTOURNE
020830         PERFORM 2040-STATUT-AVANT THRU 2040-EXIT.
020900     MOVE MVT-CODE TO EDT-FONCTION.
020910     IF MVT-MODIF-EXTOURNE
020920         MOVE 'M' TO EDT-FONCTION.
021800             MOVE 'CLE FAUSSE - CHIFFRE DE CONTROLE'
021900               TO W-MOTIF-REJET
022000         END-IF
022005         EVALUATE EDT-ERR-CODE (1)
022010             WHEN 'E012'
022015                 MOVE 'TRANSITION DE STATUT INTERDITE'
022020                   TO W-MOTIF-REJET
022025             WHEN 'E013'
022030                 MOVE 'TRANSITION DE STATUT HORS LOT'
022035                   TO W-MOTIF-REJET
022040             WHEN 'E015'
022045                 MOVE 'TABLE TRST ILLISIBLE'
022050                   TO W-MOTIF-REJET
022055         END-EVALUATE
022100         PERFORM 8000-REJET THRU 8000-EXIT
022200         GO TO 2000-SUIVANT.
022300     PERFORM 2060-CONTROLE-CLOTURE THRU 2060-EXIT.
026000     PERFORM 8100-LIRE-MVT THRU 8100-EXIT.
026100 2000-EXIT.
026200     EXIT.
026204******************************************************************
026208*  2040-STATUT-AVANT : RELECTURE DU MAITRE POUR LE STATUT EN     *
026212*  VIGUEUR, PUIS REPRISE DE L IMAGE DU MOUVEMENT. CLE ABSENTE    *
026216*  = PAS DE CONTROLE DE TRANSITION (2200 REJETTE)                *
026220******************************************************************
026224 2040-STATUT-AVANT.
026228     READ FFFFFGS.
026232     IF W-FGS-OK
026236         MOVE FFFFFGS-STATUT TO EDT-STATUT-AVANT.
026240     IF NOT W-FGS-OK AND NOT W-FGS-ABSENT
026244         MOVE 'READ FFFFFGS - STATUT AVANT' TO W-MOTIF-REJET
026248         GO TO 9900-ABANDON.
026252     MOVE MVT-IMAGE TO FFFFFGS-ENREG.
026256 2040-EXIT.
026260     EXIT.
026300******************************************************************
026400*  2050-DATE-OUVREE : LA DATE D EFFET EST RAMENEE AU PREMIER     *
026500*  JOUR OUVRE PAR LE SERVICE DE CALENDRIER GSCA220               *
029600*  2100-AJOUT : ECRITURE D UN NOUVEL ENREGISTREMENT              *
029700******************************************************************
029800 2100-AJOUT.
029802     PERFORM 2170-FILTRER THRU 2170-EXIT.
029804     IF W-FILTRE-BLOQUE = 'O'
029806         PERFORM 8000-REJET THRU 8000-EXIT
029808         GO TO 2100-EXIT.
029810     MOVE 1 TO LMZ-DELTA-NB.
029820     MOVE FFFFFGS-MONTANT TO LMZ-DELTA-MONTANT.
029830     PERFORM 2080-CONTROLE-PLAFOND THRU 2080-EXIT.
030605         PERFORM 8080-JOURNALISER THRU 8080-EXIT
030610         MOVE 'AP' TO W-SORT-MVT
030620         PERFORM 8090-COMPTE-RENDU THRU 8090-EXIT
030630         IF FFFFFGS-MONTANT-ECH GREATER ZERO
030640             MOVE 'C' TO ECZ-FONCTION
030650             PERFORM 2500-ECHEANCIER THRU 2500-EXIT
030660         END-IF
030700     ELSE
030800         IF W-FGS-DOUBLE
030900             MOVE 'AJOUT - CLE DEJA PRESENTE' TO W-MOTIF-REJET
033510     MOVE CRZ-VERSION     TO FFFFFGS-VERSION-CLE.
033600 2160-EXIT.
033700     EXIT.
033705******************************************************************
033710*  2170-FILTRER : LE NOM EN CLAIR EST CONFRONTE A LA LISTE DE    *
033715*  SURVEILLANCE (GSSC741) - UNE CORRESPONDANCE NON LEVEE RETIENT *
033720*  LE MOUVEMENT AU SUSPENS SOUS MOTIF FILTRAGE                   *
033725******************************************************************
033730 2170-FILTRER.
033735     MOVE 'N'             TO W-FILTRE-BLOQUE.
033740     MOVE 'F'             TO SCZ-FONCTION.
033745     MOVE FFFFFGS-CLE     TO SCZ-FGS-CLE.
033750     MOVE FFFFFGS-NOM     TO SCZ-NOM.
033755     MOVE 'GSBT010 '      TO SCZ-PROGRAMME.
033760     CALL 'GSSC741' USING SCZ-ZONE.
033765     IF SCZ-INCIDENT
033770         MOVE 'GSSC741 - FILTRAGE' TO W-MOTIF-REJET
033775         GO TO 9900-ABANDON.
033780     IF SCZ-LIBRE
033782         GO TO 2170-EXIT.
033784     MOVE 'O' TO W-FILTRE-BLOQUE.
033786     ADD 1 TO CPT-MVT-FILTRES.
033788     MOVE SPACES TO W-MOTIF-REJET.
033790     STRING 'FILTRAGE ' SCZ-LISTE ' ' SCZ-REFERENCE
033792         DELIMITED SIZE INTO W-MOTIF-REJET
033794     END-STRING.
033796 2170-EXIT.
033798     EXIT.
033800******************************************************************
033900*  2200-MODIF : RELECTURE PUIS REECRITURE                        *
034000******************************************************************
035000         MOVE 'READ FFFFFGS' TO W-MOTIF-REJET
035100         GO TO 9900-ABANDON.
035150     MOVE FFFFFGS-MONTANT   TO W-MONTANT-AVANT.
035160     MOVE FFFFFGS-MONTANT-ECH TO W-ECH-AVANT.
035162     MOVE 'D'                 TO CRZ-FONCTION.
035164     MOVE FFFFFGS-VERSION-CLE TO CRZ-VERSION.
035166     MOVE FFFFFGS-NOM         TO CRZ-NOM.
035168     MOVE FFFFFGS-ID-NAT      TO CRZ-ID-NAT.
035170     CALL 'GSCR390' USING CRZ-ZONE.
035172     MOVE CRZ-NOM             TO W-NOM-AVANT.
035200     MOVE MVT-IMAGE TO FFFFFGS-ENREG.
035250     MOVE W-PHONETIQUE-EDITEE TO FFFFFGS-CLE-PHONETIQUE.
035300     MOVE W-SOURCE-ORIGINE TO FFFFFGS-SOURCE.
035400     MOVE W-TS-ORIGINE     TO FFFFFGS-TS-ENTREE.
035401*    SEUL UN CHANGEMENT DE NOM REPASSE AU FILTRAGE
035402     IF FFFFFGS-NOM NOT = W-NOM-AVANT
035403         PERFORM 2170-FILTRER THRU 2170-EXIT
035404         IF W-FILTRE-BLOQUE = 'O'
035405             PERFORM 8000-REJET THRU 8000-EXIT
035406             GO TO 2200-EXIT
035407         END-IF
035408     END-IF.
035409     MOVE W-IMAGE-AVANT (212:8) TO FFFFFGS-PARTENAIRE.
035410*    UNE IMAGE SANS PRODUIT (PARTENAIRE, MQ, ENTITE SOEUR, LOT)
035411*    NE DETACHE PAS LE DOSSIER DE SON PRODUIT
035412     IF MVT-IMAGE (208:4) = SPACES
035413      OR MVT-IMAGE (208:4) = LOW-VALUE
035414         MOVE W-IMAGE-AVANT (208:4) TO FFFFFGS-PRODUIT.
035415     MOVE ZERO TO LMZ-DELTA-NB.
035420     COMPUTE LMZ-DELTA-MONTANT =
035430         FFFFFGS-MONTANT - W-MONTANT-AVANT.
035440     PERFORM 2490-CONTROLE-DEBIT THRU 2490-EXIT.
035450     IF W-PLAFOND-BLOQUE = 'O' OR W-SAISIE-BLOQUE = 'O'
035455      OR W-DECES-BLOQUE = 'O'
035460         PERFORM 8000-REJET THRU 8000-EXIT
035470         GO TO 2200-EXIT.
035500     PERFORM 2160-PROTEGER THRU 2160-EXIT.
035930         IF MVT-MODIF-EXTOURNE
035940             PERFORM 2250-CAPTURER-EXTOURNE THRU 2250-EXIT
035950         END-IF
035952         IF FFFFFGS-MONTANT-ECH NOT = W-ECH-AVANT
035954          OR FFFFFGS-MONTANT NOT = W-MONTANT-AVANT
035956             MOVE 'C' TO ECZ-FONCTION
035958             PERFORM 2500-ECHEANCIER THRU 2500-EXIT
035960         END-IF
036000     ELSE
036100         MOVE 'REWRITE FFFFFGS' TO W-MOTIF-REJET
036200         GO TO 9900-ABANDON.
037620*    SUPPRESSION : PAS D ORPHELINS A DECOUVRIR DES SEMAINES
037630*    PLUS TARD AU RAPPROCHEMENT
037640     MOVE FFFFFGS-CLE TO IXZ-FGS-CLE.
037643     CALL 'GSIX530' USING IXZ-ZONE.
037646     IF IXZ-INCIDENT
037649         MOVE 'GSIX530 - CONTROLE INTEGRITE' TO W-MOTIF-REJET
037652         GO TO 9900-ABANDON.
037655     IF IXZ-DEPENDANTS
037658         PERFORM 2350-DETOURNER THRU 2350-EXIT
037661         GO TO 2300-EXIT.
037664*    LA SUPPRESSION DETEND LA POSITION D ENTITE : LE MODULE DE
037667*    PLAFOND EST INFORME (DELTA NEGATIF, JAMAIS BLOQUANT)
037670     MOVE -1 TO LMZ-DELTA-NB.
037673     COMPUTE LMZ-DELTA-MONTANT = ZERO - FFFFFGS-MONTANT.
037676     PERFORM 2490-CONTROLE-DEBIT THRU 2490-EXIT.
037679     IF W-SAISIE-BLOQUE = 'O' OR W-DECES-BLOQUE = 'O'
037682         PERFORM 8000-REJET THRU 8000-EXIT
037685         GO TO 2300-EXIT.
037700     DELETE FFFFFGS.
037800     IF W-FGS-OK
037900         ADD 1 TO CPT-MVT-SUPPR
038005         PERFORM 8080-JOURNALISER THRU 8080-EXIT
038010         MOVE 'AP' TO W-SORT-MVT
038020         PERFORM 8090-COMPTE-RENDU THRU 8090-EXIT
038030         MOVE 'A' TO ECZ-FONCTION
038040         PERFORM 2500-ECHEANCIER THRU 2500-EXIT
038100     ELSE
038200         MOVE 'DELETE FFFFFGS' TO W-MOTIF-REJET
038300         GO TO 9900-ABANDON.
038400 2300-EXIT.
038500     EXIT.
038501******************************************************************
038502*  2350-DETOURNER : LA SUPPRESSION AVEC DEPENDANTS DEVIENT UN    *
038503*  ELEMENT DE CORBEILLE (TYPE INTG) - LIGNE DE REJET, COMPTE     *
038504*  RENDU RJ, PAS DE SUSPENS (ELLE REBONDIRAIT TANT QUE LES       *
038505*  DEPENDANTS SUBSISTENT)                                        *
038506******************************************************************
038507 2350-DETOURNER.
038508     ADD 1 TO CPT-MVT-DETOURNES.
038509     MOVE 'SUPPRESSION AVEC DEPENDANTS' TO W-MOTIF-REJET.
038510     MOVE MVT-CODE         TO REJ-CODE-MVT.
038511     MOVE MVT-IMAGE (1:15) TO REJ-CLE.
038512     MOVE W-MOTIF-REJET    TO REJ-MOTIF.
038513     MOVE SPACES           TO REJ-STATUT REJ-STATUT-LIB.
038514     WRITE REJ-LIGNE FROM REJ-DETAIL.
038515     MOVE 'INTG'           TO WBZ-TYPE-EXC.
038516     MOVE MVT-IMAGE (1:15) TO WBZ-FGS-CLE.
038517     MOVE W-MOTIF-REJET    TO WBZ-MOTIF.
038518     MOVE 'GSBT010 '       TO WBZ-PROGRAMME.
038519     CALL 'GSWB080' USING WBZ-ZONE.
038520     IF WBZ-INCIDENT
038521         MOVE 'CALL GSWB080 - WRKBSK' TO W-MOTIF-REJET
038522         GO TO 9900-ABANDON.
038523     MOVE 'RJ' TO W-SORT-MVT.
038524     PERFORM 8090-COMPTE-RENDU THRU 8090-EXIT.
038525 2350-EXIT.
038526     EXIT.
038527******************************************************************
038528*  2400-AJUSTER : APPLICATION D UN AJUSTEMENT (CODE J) - DELTA  *
038529*  SIGNE SUR MONTANT OU MONTANT-ECH, MOTIF OBLIGATOIRE VALIDE   *
038530*  SUR REFTBL TYPE MOTR. CHAQUE AJUSTEMENT APPLIQUE LAISSE SA   *
038531*  LIGNE D AUDIT SUR ETATAJU ET CUMULE DANS SON MOTIF.          *
038532******************************************************************
038533 2400-AJUSTER.
038534     MOVE SPACES TO W-MOTIF-REJET.
038535     MOVE 'V'          TO CKD-FONCTION.
038536     MOVE MVT-AJU-CLE  TO CKD-CLE.
038537     CALL 'GSCK040' USING CKD-ZONE.
038538     IF NOT CKD-CORRECT
038539         MOVE 'CLE FAUSSE - CHIFFRE DE CONTROLE'
038540           TO W-MOTIF-REJET
038541         PERFORM 8000-REJET THRU 8000-EXIT
038542         GO TO 2400-EXIT.
038543     IF NOT MVT-AJU-SUR-MONTANT AND NOT MVT-AJU-SUR-ECH
038544         MOVE 'AJUSTEMENT - ZONE INVALIDE' TO W-MOTIF-REJET
038545         PERFORM 8000-REJET THRU 8000-EXIT
038546         GO TO 2400-EXIT.
038547     IF MVT-AJU-SIGNE NOT = '+' AND MVT-AJU-SIGNE NOT = '-'
038548         MOVE 'AJUSTEMENT - SIGNE INVALIDE' TO W-MOTIF-REJET
038549         PERFORM 8000-REJET THRU 8000-EXIT
038550         GO TO 2400-EXIT.
038551     IF MVT-AJU-DELTA NOT NUMERIC
038552         MOVE 'AJUSTEMENT - DELTA NON NUMERIQUE'
038553           TO W-MOTIF-REJET
038554         PERFORM 8000-REJET THRU 8000-EXIT
038555         GO TO 2400-EXIT.
038556     IF MVT-AJU-MOTIF = SPACES
038557         MOVE 'AJUSTEMENT - MOTIF OBLIGATOIRE' TO W-MOTIF-REJET
038558         PERFORM 8000-REJET THRU 8000-EXIT
038559         GO TO 2400-EXIT.
038560     MOVE 'MOTR'        TO REF-D-TYPE.
038561     MOVE SPACES        TO REF-D-CODE.
038562     MOVE MVT-AJU-MOTIF TO REF-D-CODE (1:4).
038563     MOVE ZERO          TO REF-D-DATE.
038564     CALL 'GSRT060' USING REF-DEM.
038565     IF NOT REF-D-TROUVE
038566         MOVE 'AJUSTEMENT - MOTIF INCONNU (MOTR)'
038567           TO W-MOTIF-REJET
038568         PERFORM 8000-REJET THRU 8000-EXIT
038569         GO TO 2400-EXIT.
038570     MOVE 'P' TO EQZ-FONCTION.
038571     MOVE MVT-AJU-CLE TO EQZ-CLE.
038572     CALL 'GSEQ200' USING EQZ-ZONE.
038573     IF EQZ-OCCUPE
038574         MOVE 'ENREGISTREMENT VERROUILLE' TO W-MOTIF-REJET
038575         PERFORM 8000-REJET THRU 8000-EXIT
038576         GO TO 2400-EXIT.
038577     IF EQZ-INCIDENT
038578         MOVE 'GSEQ200 - POSE DE VERROU' TO W-MOTIF-REJET
038579         GO TO 9900-ABANDON.
038580     IF RUN-VALIDE-SEULEMENT
038581         ADD 1 TO CPT-MVT-VALIDES
038582         GO TO 2400-LIBERER.
038583     MOVE MVT-AJU-CLE TO FFFFFGS-CLE.
038584     READ FFFFFGS.
038585     IF W-FGS-ABSENT
038586         MOVE 'AJUSTEMENT - CLE INCONNUE' TO W-MOTIF-REJET
038587         PERFORM 8000-REJET THRU 8000-EXIT
038588         GO TO 2400-LIBERER.
038589     IF NOT W-FGS-OK
038590         MOVE 'READ FFFFFGS' TO W-MOTIF-REJET
038591         GO TO 9900-ABANDON.
038592     IF MVT-AJU-SIGNE = '-'
038593         COMPUTE W-DELTA-AJU = ZERO - MVT-AJU-DELTA
038594     ELSE
038595         MOVE MVT-AJU-DELTA TO W-DELTA-AJU.
038596*    SEUL LE MONTANT D EXPOSITION EST SOUS PLAFOND D ENTITE
038597     IF MVT-AJU-SUR-MONTANT
038598         MOVE ZERO        TO LMZ-DELTA-NB
038599         MOVE W-DELTA-AJU TO LMZ-DELTA-MONTANT
038600         PERFORM 2490-CONTROLE-DEBIT THRU 2490-EXIT
038601         IF W-PLAFOND-BLOQUE = 'O' OR W-SAISIE-BLOQUE = 'O'
038602          OR W-DECES-BLOQUE = 'O'
038603             PERFORM 8000-REJET THRU 8000-EXIT
038604             GO TO 2400-LIBERER
038605         END-IF
038606     END-IF.
038607     IF MVT-AJU-SUR-MONTANT
038608         ADD W-DELTA-AJU TO FFFFFGS-MONTANT
038609     ELSE
038610         ADD W-DELTA-AJU TO FFFFFGS-MONTANT-ECH.
038611     MOVE W-DATE-JOUR TO FFFFFGS-DATE-MAJ.
038612     REWRITE FFFFFGS-ENREG.
038613     IF NOT W-FGS-OK
038614         MOVE 'REWRITE FFFFFGS' TO W-MOTIF-REJET
038615         GO TO 9900-ABANDON.
038616     ADD 1 TO CPT-MVT-AJUSTE.
038617     PERFORM 2460-PUBLIER-AJUSTE THRU 2460-EXIT.
038618     PERFORM 8080-JOURNALISER THRU 8080-EXIT.
038619     MOVE 'AP' TO W-SORT-MVT.
038620     PERFORM 8090-COMPTE-RENDU THRU 8090-EXIT.
038621     PERFORM 2470-AUDITER-AJUSTE THRU 2470-EXIT.
038622     PERFORM 2480-CUMULER-MOTIF THRU 2480-EXIT.
038623     IF MVT-AJU-REGLEMENT OR MVT-AJU-RETOUR-PRLV
038624         PERFORM 2520-REGLER-ECHEANCES THRU 2520-EXIT
038625     ELSE
038626         MOVE 'C' TO ECZ-FONCTION
038627         PERFORM 2500-ECHEANCIER THRU 2500-EXIT.
038628 2400-LIBERER.
038629     MOVE 'L' TO EQZ-FONCTION.
038630     MOVE MVT-AJU-CLE TO EQZ-CLE.
038631     CALL 'GSEQ200' USING EQZ-ZONE.
038632 2400-EXIT.
038633     EXIT.
038712******************************************************************
038713*  2460-PUBLIER-AJUSTE : L AJUSTEMENT EST PUBLIE COMME UNE       *
038714*  MODIFICATION PORTANT L IMAGE APRES APPLICATION                *
038715******************************************************************
038716 2460-PUBLIER-AJUSTE.
038717     MOVE 'M'             TO PBZ-TYPE.
038718     MOVE MVT-AJU-CLE     TO PBZ-CLE.
038719     MOVE 'GSBT010 '      TO PBZ-EMETTEUR.
038720     MOVE FFFFFGS-ENREG   TO PBZ-IMAGE.
038721     CALL 'GSPB090' USING PBZ-ZONE.
038722     IF PBZ-INCIDENT
038723         MOVE 'CALL GSPB090 - EVTFIC' TO W-MOTIF-REJET
038724         GO TO 9900-ABANDON.
038725 2460-EXIT.
038726     EXIT.
038727******************************************************************
038728*  2470-AUDITER-AJUSTE : LIGNE D AUDIT DE L AJUSTEMENT APPLIQUE  *
038729******************************************************************
038730 2470-AUDITER-AJUSTE.
038731     MOVE MVT-AJU-CLE     TO AJD-CLE.
038732     MOVE MVT-AJU-ZONE    TO AJD-ZONE.
038733     MOVE W-DELTA-AJU     TO AJD-DELTA.
038734     MOVE MVT-AJU-MOTIF   TO AJD-MOTIF.
038735     IF REF-D-TROUVE
038736         MOVE REF-D-LIB-COURT TO AJD-MOTIF-LIB
038737     ELSE
038738         MOVE SPACES          TO AJD-MOTIF-LIB.
038739     WRITE AJU-LIGNE FROM AJU-DETAIL.
038740 2470-EXIT.
038741     EXIT.
038742******************************************************************
038743*  2480-CUMULER-MOTIF : L AJUSTEMENT CUMULE DANS SON MOTIF       *
038744*  POUR LE RECAPITULATIF DE FIN DE PASSAGE                       *
038745******************************************************************
038746 2480-CUMULER-MOTIF.
038747     MOVE ZERO TO IX-MOT.
038748 2480-CHERCHER.
038749     ADD 1 TO IX-MOT.
038750     IF IX-MOT GREATER NB-MOTIFS
038751         IF NB-MOTIFS LESS 20
038752             ADD 1 TO NB-MOTIFS
038753             MOVE NB-MOTIFS TO IX-MOT
038754             MOVE MVT-AJU-MOTIF TO W-MOT-CODE (IX-MOT)
038755             MOVE ZERO TO W-MOT-NB (IX-MOT)
038756                          W-MOT-CUMUL (IX-MOT)
038757         ELSE
038758             GO TO 2480-EXIT
038759         END-IF
038760         GO TO 2480-POSER.
038761     IF W-MOT-CODE (IX-MOT) NOT = MVT-AJU-MOTIF
038762         GO TO 2480-CHERCHER.
038763 2480-POSER.
038764     ADD 1 TO W-MOT-NB (IX-MOT).
038765     ADD W-DELTA-AJU TO W-MOT-CUMUL (IX-MOT).
038766 2480-EXIT.
038767     EXIT.
038768******************************************************************
038769*  2490-CONTROLE-DEBIT : PLAFONDS D ENTITE (2080) PUIS, SUR UN   *
038770*  DELTA NEGATIF, DISPONIBLE SOUS SAISIE : LE MONTANT APRES LE   *
038771*  MOUVEMENT NE DESCEND PAS SOUS LE CUMUL DES ORDRES ACTIFS DE   *
038772*  LA CLE (GSSJ780). MODIFICATION : L IMAGE PORTE DEJA LE        *
038773*  NOUVEAU MONTANT ; AJUSTEMENT ET SUPPRESSION : MONTANT LU PLUS *
038774*  LE DELTA. AVANT LA SAISIE, UN DEBIT SUR LA CLE D UN TITULAIRE *
038775*  DECEDE (DCDFIC VALIDEE - GSDE901) EST RETENU AU SUSPENS,      *
038776*  ELEMENT DECE EN CORBEILLE ; UN REGLEMENT ENCAISSE (RGLT) OU   *
038777*  UN AJUSTEMENT DE L ECHEANCE N EN EST PAS UN                   *
038778******************************************************************
038779 2490-CONTROLE-DEBIT.
038780     MOVE 'N' TO W-SAISIE-BLOQUE W-DECES-BLOQUE.
038781     PERFORM 2080-CONTROLE-PLAFOND THRU 2080-EXIT.
038782     IF W-PLAFOND-BLOQUE = 'O'
038783      OR LMZ-DELTA-MONTANT NOT LESS ZERO
038784         GO TO 2490-EXIT.
038785     IF W-DCDFIC-OUVERT NOT = 'O'
038786         GO TO 2490-SAISIE.
038787     IF MVT-AJUSTEMENT
038788         IF MVT-AJU-REGLEMENT
038789             GO TO 2490-SAISIE.
038790     MOVE FFFFFGS-CLE TO DCD-FGS-CLE.
038791     READ DCDFIC.
038792     IF W-DCD-OK AND DCD-VALIDEE
038793         MOVE 'O' TO W-DECES-BLOQUE
038794         ADD 1 TO CPT-MVT-DECES
038795         MOVE 'DECES - DEBIT RETENU' TO W-MOTIF-REJET
038796         GO TO 2490-EXIT.
038797 2490-SAISIE.
038798     IF MVT-MODIF OR MVT-MODIF-EXTOURNE
038799         MOVE FFFFFGS-MONTANT TO W-MONTANT-APRES
038800     ELSE
038801         COMPUTE W-MONTANT-APRES =
038802             FFFFFGS-MONTANT + LMZ-DELTA-MONTANT.
038803     MOVE FFFFFGS-CLE TO SJZ-FGS-CLE.
038804     CALL 'GSSJ780' USING SJZ-ZONE.
038805     IF SJZ-INCIDENT
038806         MOVE 'GSSJ780 - ORDRES DE SAISIE' TO W-MOTIF-REJET
038807         GO TO 9900-ABANDON.
038808     IF SJZ-LIBRE
038809         GO TO 2490-EXIT.
038810     IF W-MONTANT-APRES LESS SJZ-MONTANT-BLOQUE
038811         MOVE 'O' TO W-SAISIE-BLOQUE
038812         ADD 1 TO CPT-MVT-SAISIE
038813         MOVE 'SAISIE - DISPONIBLE INSUFFISANT' TO W-MOTIF-REJET.
038814 2490-EXIT.
038815     EXIT.
038816******************************************************************
038817*  2500-ECHEANCIER : L ECHEANCIER ECHFIC SUIT LE RESTANT ET LE   *
038818*  MONTANT DE L ECHEANCE (GSEC670) - FONCTION POSEE PAR          *
038819*  L APPELANT : C = REBATIR, A = ABANDONNER (SUPPRESSION).       *
038820*  UNE DATE HORS CALENDRIER EST COMPTEE, PAS BLOQUANTE           *
038821******************************************************************
038822 2500-ECHEANCIER.
038823     MOVE FFFFFGS-CLE         TO ECZ-FGS-CLE.
038824     MOVE FFFFFGS-MONTANT     TO ECZ-MONTANT.
038825     MOVE FFFFFGS-MONTANT-ECH TO ECZ-MONTANT-ECH.
038826     MOVE FFFFFGS-DATE-EFFET  TO ECZ-DATE-EFFET.
038827     MOVE W-DATE-JOUR         TO ECZ-DATE-JOUR.
038828     MOVE 'GSBT010 '          TO ECZ-PROGRAMME.
038829     CALL 'GSEC670' USING ECZ-ZONE.
038830     IF ECZ-INCIDENT
038831         MOVE 'CALL GSEC670 - ECHFIC' TO W-MOTIF-REJET
038832         GO TO 9900-ABANDON.
038833     IF ECZ-HORS-CALENDRIER
038834         ADD 1 TO CPT-ECH-HORS-CAL.
038835 2500-EXIT.
038836     EXIT.
038837******************************************************************
038838*  2520-REGLER-ECHEANCES : UN REGLEMENT ENCAISSE (MOTIF RGLT,    *
038839*  DELTA NEGATIF) SOLDE LES ECHEANCES OUVERTES DE LA PLUS        *
038840*  ANCIENNE A LA PLUS RECENTE (GSEC670 R) ; UN RETOUR DE         *
038841*  PRELEVEMENT (MOTIF RJPR, DELTA POSITIF) EXTOURNE LE REGLEMENT *
038842*  REJETE (GSEC670 X). UN SENS INATTENDU REBATIT L ECHEANCIER.   *
038843*  LE RELIQUAT NON IMPUTE EST COMPTE ET SIGNALE EN FIN DE        *
038844*  PASSAGE                                                       *
038845******************************************************************
038846 2520-REGLER-ECHEANCES.
038847     IF MVT-AJU-REGLEMENT AND W-DELTA-AJU LESS ZERO
038848         MOVE 'R' TO ECZ-FONCTION
038849         COMPUTE ECZ-MONTANT = ZERO - W-DELTA-AJU
038850     ELSE
038851         IF MVT-AJU-RETOUR-PRLV AND W-DELTA-AJU GREATER ZERO
038852             MOVE 'X' TO ECZ-FONCTION
038853             MOVE W-DELTA-AJU TO ECZ-MONTANT
038854         ELSE
038855             MOVE 'C' TO ECZ-FONCTION
038856             PERFORM 2500-ECHEANCIER THRU 2500-EXIT
038857             GO TO 2520-EXIT.
038858     MOVE FFFFFGS-CLE         TO ECZ-FGS-CLE.
038859     MOVE W-DATE-JOUR         TO ECZ-DATE-JOUR.
038860     MOVE 'GSBT010 '          TO ECZ-PROGRAMME.
038861     CALL 'GSEC670' USING ECZ-ZONE.
038862     IF ECZ-INCIDENT
038863         MOVE 'CALL GSEC670 - ECHFIC' TO W-MOTIF-REJET
038864         GO TO 9900-ABANDON.
038865     IF ECZ-MONTANT GREATER ZERO
038866         IF ECZ-REGLER
038867             ADD 1 TO CPT-REGL-EXCEDENT
038868         ELSE
038869             ADD 1 TO CPT-EXTOURNE-EXCEDENT.
038870 2520-EXIT.
038871     EXIT.
038872******************************************************************
038873*  3000-TERMINAISON : TOTAUX DE CONTROLE ET FERMETURES           *
038874******************************************************************
038875 3000-TERMINAISON.
039000     MOVE CPT-MVT-LUS   TO REJ-TOT-LUS.
039100     MOVE CPT-MVT-AJOUT TO REJ-TOT-AJOUT.
039200     MOVE CPT-MVT-MODIF TO REJ-TOT-MODIF.
040300     MOVE 'OK' TO RCZ-ETAT-FIN.
040400     CALL 'GSRC240' USING RCZ-ZONE.
040500     CLOSE MVTFIC FFFFFGS ETATREJ SUSPFIC CLOFIC CRDFIC
040510           EXTFIC ETATAJU QLTJRN.
040511     IF W-DCDFIC-OUVERT = 'O' CLOSE DCDFIC.
040512     IF CPT-MVT-AJUSTE GREATER ZERO
040514         DISPLAY 'GSBT010 - AJUSTEMENTS APPLIQUES : '
040516                 CPT-MVT-AJUSTE.
040568     IF CPT-MVT-BLOQUES-PLAF GREATER ZERO
040570         DISPLAY 'GSBT010 - BLOQUES PLAFOND (AU SUSPENS) : '
040572                 CPT-MVT-BLOQUES-PLAF.
040574     IF CPT-ECH-HORS-CAL GREATER ZERO
040576         DISPLAY 'GSBT010 - ECHEANCIERS HORS CALENDRIER : '
040578                 CPT-ECH-HORS-CAL.
040580     IF CPT-REGL-EXCEDENT GREATER ZERO
040581         DISPLAY 'GSBT010 - REGLEMENTS EXCEDANT L ECHEANCIER : '
040582                 CPT-REGL-EXCEDENT.
040583     IF CPT-EXTOURNE-EXCEDENT GREATER ZERO
040584         DISPLAY 'GSBT010 - RETOURS EXCEDANT LES REGLEMENTS : '
040585                 CPT-EXTOURNE-EXCEDENT.
040586     IF CPT-MVT-FILTRES GREATER ZERO
040587         DISPLAY 'GSBT010 - RETENUS AU FILTRAGE (AU SUSPENS) : '
040588                 CPT-MVT-FILTRES.
040589     IF CPT-MVT-DECES GREATER ZERO
040590         DISPLAY 'GSBT010 - RETENUS DECES (AU SUSPENS) : '
040591                 CPT-MVT-DECES.
040592     IF CPT-MVT-SAISIE GREATER ZERO
040593         DISPLAY 'GSBT010 - RETENUS SAISIE (AU SUSPENS) : '
040594                 CPT-MVT-SAISIE.
040600 3000-EXIT.
040700     EXIT.
040702******************************************************************
044000     COMPUTE SUS-AGE = MVT-AGE + 1.
044100     MOVE W-DATE-JOUR      TO SUS-DATE-REJET.
044200     MOVE MVT-IMAGE        TO SUS-IMAGE.
044250     MOVE 'N'              TO SUS-ESCALADE.
044300 8050-ECRIRE.
044400     ADD 1 TO SUS-SEQ.
044500     WRITE SUS-ENREG.
047100*  TRAVAIL ROUTE PAR TYPE DANS LA CORBEILLE WRKBSK               *
047200******************************************************************
047300 8070-POSER-CORBEILLE.
047310*    UNE ALERTE DEJA CONNUE A SON ELEMENT EN CORBEILLE : LE
047320*    MOUVEMENT RECYCLE DU SUSPENS N EN POSE PAS UN SECOND
047330     IF W-FILTRE-BLOQUE = 'O' AND SCZ-ALERTE-CONNUE
047340         GO TO 8070-EXIT.
047350     IF W-FILTRE-BLOQUE = 'O'
047360         MOVE 'SANC' TO WBZ-TYPE-EXC
047370         GO TO 8070-POSER.
047372*    DEBIT RETENU POUR DECES : L ELEMENT DECE (FILE DECES) EST
047374*    POSE A LA PREMIERE PRESENTATION, PAS AU RECYCLAGE
047376     IF W-DECES-BLOQUE = 'O' AND MVT-AGE GREATER ZERO
047378         GO TO 8070-EXIT.
047380     IF W-DECES-BLOQUE = 'O'
047382         MOVE 'DECE' TO WBZ-TYPE-EXC
047384         GO TO 8070-POSER.
047386*    DEBIT RETENU SOUS SAISIE : L ELEMENT SAIS (FILE SAISIE) EST
047388*    POSE A LA PREMIERE PRESENTATION, PAS AU RECYCLAGE
047390     IF W-SAISIE-BLOQUE = 'O' AND MVT-AGE GREATER ZERO
047392         GO TO 8070-EXIT.
047394     IF W-SAISIE-BLOQUE = 'O'
047396         MOVE 'SAIS' TO WBZ-TYPE-EXC
047398         GO TO 8070-POSER.
047400     IF W-MOTIF-REJET (1:10) = 'CLE FAUSSE'
047500         MOVE 'KCLE' TO WBZ-TYPE-EXC
047600     ELSE
047700         MOVE 'EDIT' TO WBZ-TYPE-EXC.
047750 8070-POSER.
047800     MOVE MVT-IMAGE (1:15) TO WBZ-FGS-CLE.
047900     MOVE W-MOTIF-REJET    TO WBZ-MOTIF.
048000     MOVE 'GSBT010 '       TO WBZ-PROGRAMME.
048613     ELSE
048615         MOVE MVT-CODE TO JRZ-TYPE.
048617     MOVE 'GSBT010 '    TO JRZ-EMETTEUR.
048618     MOVE MVT-CODE      TO JRZ-CODE-MVT.
048619     MOVE FFFFFGS-ENREG TO JRZ-IMAGE.
048621     CALL 'GSJR580' USING JRZ-ZONE.
048623     IF JRZ-INCIDENT
048659     ELSE
048661         MOVE SPACES        TO CRD-MOTIF.
048663     MOVE W-DATE-JOUR      TO CRD-DATE.
048664     MOVE W-LOT            TO CRD-LOT.
048665     MOVE SPACE            TO CRD-CONSOMME.
048667 8090-ECRIRE.
048669     ADD 1 TO CRD-SEQ.
048677     IF NOT W-CRD-OK
048679         MOVE 'WRITE CRDFIC' TO W-MOTIF-REJET
048681         GO TO 9900-ABANDON.
048682     PERFORM 8095-QUALITE THRU 8095-EXIT.
048683 8090-EXIT.
048684     EXIT.
048686******************************************************************
048688*  8095-QUALITE : SORT DES MOUVEMENTS PARTENAIRES AU JOURNAL     *
048690*  QUALITE QLTJRN - REJET AU SUSPENS (TYPE J, AVEC SON AGE) ET   *
048692*  SORTIE DU SUSPENS D UN RECYCLE APPLIQUE (TYPE V, APRES        *
048694*  MVT-AGE CYCLES) - LE PREMIER PASSAGE APPLIQUE NE S Y POSE PAS *
048696******************************************************************
048698 8095-QUALITE.
048700     IF MVT-IMAGE (182:3) NOT = 'PRT'
048702         GO TO 8095-EXIT.
048704     IF W-SORT-MVT NOT = 'RJ' AND MVT-AGE = ZERO
048706         GO TO 8095-EXIT.
048708     MOVE SPACES TO QLJ-ENREG.
048710     MOVE ZERO   TO QLJ-LOT-DATE QLJ-LOT-CYCLE QLJ-RECUS
048712                    QLJ-ACCEPTES QLJ-REFUSES.
048714     MOVE MVT-IMAGE (212:8) TO QLJ-PARTENAIRE.
048716     IF QLJ-PARTENAIRE = SPACES
048718         MOVE 'INCONNU' TO QLJ-PARTENAIRE.
048720     MOVE W-DATE-JOUR       TO QLJ-DATE.
048722     MOVE MVT-IMAGE (1:15)  TO QLJ-FGS-CLE.
048724     IF W-SORT-MVT = 'RJ'
048726         MOVE 'J' TO QLJ-TYPE
048728         COMPUTE QLJ-AGE = MVT-AGE + 1
048730     ELSE
048732         MOVE 'V' TO QLJ-TYPE
048734         MOVE MVT-AGE TO QLJ-AGE.
048736     WRITE QLJ-ENREG.
048738     IF NOT W-QLJ-OK
048740         MOVE 'WRITE QLTJRN' TO W-MOTIF-REJET
048742         GO TO 9900-ABANDON.
048744 8095-EXIT.
048746     EXIT.
048780******************************************************************
048800*  8100-LIRE-MVT : LECTURE DU MOUVEMENT SUIVANT                  *
048900******************************************************************
049000 8100-LIRE-MVT.
