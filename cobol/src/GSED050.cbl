001810*  02/09/26  DA  CLE PHONETIQUE DU NOM POSEE SUR L ENREG         *
001820*                (GSPH520) A CHAQUE AJOUT / MODIFICATION : LE    *
001830*                CHEMIN COMMUN COUVRE BATCH ET TP D UN COUP      *
001847*  15/10/26  DA  E060 / E061 : MODIFICATION BATCH REFUSEE SUR    *
001864*                DOSSIER DE CONNAISSANCE CLIENT BLOQUE (KYCFIC   *
001881*                PAR GSKY752) OU ILLISIBLE                       *
001890*  15/10/26  DA  E012 A E015 : MATRICE DES TRANSITIONS DE        *
001891*                STATUT (REFTBL TRST) - TRANSITION ABSENTE,      *
001892*                HORS CANAL OU SOUMISE A APPROBATION EN TP       *
001893*  15/10/26  DA  E070 A E073 : CODE PRODUIT CONTROLE AU          *
001894*                CATALOGUE PRDFIC (GSPD852) - EXISTENCE, ETAT    *
001895*                VALIDE, PERIODE ET STATUTS AUTORISES            *
001896*  15/10/26  DA  E051 : UNITE PROPRIETAIRE FERMEE PAR            *
001897*                REORGANISATION (GSOU316)                        *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
004400     05  OUZ-LIBELLE                 PIC X(20).
004500     05  OUZ-REGION                  PIC X(06).
004600     05  OUZ-DIVISION                PIC X(06).
004610     05  OUZ-ETAT                    PIC X(01).
004620         88  OUZ-FERMEE              VALUE 'F'.
004630     05  OUZ-SUCCESSEUR              PIC X(06).
004640     05  OUZ-DATE-FERMETURE          PIC 9(08).
004650     05  OUZ-ACTUELLE                PIC X(06).
004700 COPY GSCKDZ.
004710 COPY GSPHZ.
004720 COPY GSKYZ.
004730 COPY GSPDZ.
004800 LINKAGE SECTION.
004900 COPY FFFFFGE.
005000 COPY FFFFFFGS.
005800     IF EDT-FCT-SUPPR
005900         GO TO 0000-FIN.
006000     PERFORM 2000-EDITER-STATUT  THRU 2000-EXIT.
006050     PERFORM 2100-EDITER-TRANSITION THRU 2100-EXIT.
006100     PERFORM 3000-EDITER-NOM     THRU 3000-EXIT.
006200     PERFORM 4000-EDITER-MONTANT THRU 4000-EXIT.
006300     PERFORM 5000-EDITER-DATE    THRU 5000-EXIT.
006400     PERFORM 6000-EDITER-UNITE   THRU 6000-EXIT.
006405     PERFORM 6500-EDITER-REVUE   THRU 6500-EXIT.
006407     PERFORM 6600-EDITER-PRODUIT THRU 6600-EXIT.
006410     IF NOT EDT-FCT-VALIDE-SEULE
006420         PERFORM 7000-POSER-PHONETIQUE THRU 7000-EXIT.
006500 0000-FIN.
015300     EXIT.
015400******************************************************************
015500*  6000-EDITER-UNITE : L UNITE PROPRIETAIRE DOIT EXISTER DANS    *
015600*  LA HIERARCHIE UNITFIC ET Y ETRE OUVERTE (CONTROLE BATCH       *
015650*  SEULEMENT) - UNE UNITE REORGANISEE NE RECOIT PLUS RIEN        *
015700******************************************************************
015800 6000-EDITER-UNITE.
015900     IF FFFFFGS-UNITE = SPACES OR LOW-VALUE
016600         MOVE 'FFFFFGS-UNIT' TO W-CHAMP-COURANT
016700         MOVE 'E050'         TO W-CODE-COURANT
016800         PERFORM 8000-POSER-ERREUR THRU 8000-EXIT.
016810     IF OUZ-TROUVEE AND OUZ-FERMEE
016820         MOVE 'FFFFFGS-UNIT' TO W-CHAMP-COURANT
016830         MOVE 'E051'         TO W-CODE-COURANT
016840         PERFORM 8000-POSER-ERREUR THRU 8000-EXIT.
016900 6000-EXIT.
017000     EXIT.
017004******************************************************************
017008*  6500-EDITER-REVUE : UNE MODIFICATION NE PASSE PAS SUR UN      *
017012*  DOSSIER DE CONNAISSANCE CLIENT BLOQUE PAR GSKY750 (PIECE OU   *
017016*  REVUE ECHUE) - CONTROLE BATCH SEULEMENT, LE TP LIT KYCFIC     *
017020*  LUI-MEME (GSOL010). DOSSIER ILLISIBLE = REFUS                 *
017024******************************************************************
017028 6500-EDITER-REVUE.
017032     IF NOT EDT-FCT-MODIF
017036         GO TO 6500-EXIT.
017040     IF NOT EDT-ENV-BATCH
017044         GO TO 6500-EXIT.
017048     MOVE FFFFFGS-CLE TO KYZ-FGS-CLE.
017052     CALL 'GSKY752' USING KYZ-ZONE.
017056     IF KYZ-BLOQUE
017060         MOVE 'FFFFFGS-KYC' TO W-CHAMP-COURANT
017064         MOVE 'E060'        TO W-CODE-COURANT
017068         PERFORM 8000-POSER-ERREUR THRU 8000-EXIT
017072         GO TO 6500-EXIT.
017076     IF KYZ-INCIDENT
017080         MOVE 'FFFFFGS-KYC' TO W-CHAMP-COURANT
017084         MOVE 'E061'        TO W-CODE-COURANT
017088         PERFORM 8000-POSER-ERREUR THRU 8000-EXIT.
017092 6500-EXIT.
017096     EXIT.
017100******************************************************************
017200*  8000-POSER-ERREUR : AJOUT DANS LA TABLE DES ERREURS           *
017300******************************************************************
019000     MOVE PHZ-CLE TO FFFFFGS-CLE-PHONETIQUE.
019100 7000-EXIT.
019200     EXIT.
019300******************************************************************
019400*  2100-EDITER-TRANSITION : LE PASSAGE DU STATUT AVANT AU        *
019500*  STATUT SAISI DOIT FIGURER A LA MATRICE REFTBL TRST            *
019600*  (CODE = AVANT + APRES, LIB-COURT = CANAL B / T / * PUIS       *
019700*  APPROBATION O / N). EN BATCH LA TABLE EST LUE ICI ; SOUS      *
019800*  TP LA TRANSACTION GARNIT EDT-TRANSITION. STATUT AVANT A       *
019900*  BLANC = PAS DE CONTROLE. L APPROBATION N EST OPPOSEE QU AU    *
020000*  TP : EN BATCH LA RETENUE GSHM760 L A DEJA OBTENUE             *
020100******************************************************************
020200 2100-EDITER-TRANSITION.
020300     IF EDT-STATUT-AVANT = SPACES OR LOW-VALUE
020400         GO TO 2100-EXIT.
020500     IF FFFFFGS-STATUT = SPACES OR LOW-VALUE
020600      OR FFFFFGS-STATUT = EDT-STATUT-AVANT
020700         GO TO 2100-EXIT.
020800     IF EDT-ENV-BATCH
020900         PERFORM 2150-LIRE-TRANSITION THRU 2150-EXIT.
021000     IF EDT-TRS-LU = SPACES OR LOW-VALUE
021100         GO TO 2100-EXIT.
021200     MOVE 'FFFFFGS-STAT' TO W-CHAMP-COURANT.
021300     IF EDT-TRS-INCIDENT
021400         MOVE 'E015'     TO W-CODE-COURANT
021500         PERFORM 8000-POSER-ERREUR THRU 8000-EXIT
021600         GO TO 2100-EXIT.
021700     IF NOT EDT-TRS-TROUVEE
021800         MOVE 'E012'     TO W-CODE-COURANT
021900         PERFORM 8000-POSER-ERREUR THRU 8000-EXIT
022000         GO TO 2100-EXIT.
022100     IF EDT-TRS-CANAL NOT = '*'
022200      AND EDT-TRS-CANAL NOT = EDT-ENV
022300         MOVE 'E013'     TO W-CODE-COURANT
022400         PERFORM 8000-POSER-ERREUR THRU 8000-EXIT
022500         GO TO 2100-EXIT.
022600     IF EDT-ENV-TP AND EDT-TRS-APPROBATION = 'O'
022700         MOVE 'E014'     TO W-CODE-COURANT
022800         PERFORM 8000-POSER-ERREUR THRU 8000-EXIT.
022900 2100-EXIT.
023000     EXIT.
023100******************************************************************
023200*  2150-LIRE-TRANSITION : RECHERCHE TRST A LA DATE D EFFET       *
023300*  (GSRT060) - CODE INCONNU OU HORS PERIODE = TRANSITION         *
023400*  ABSENTE                                                       *
023500******************************************************************
023600 2150-LIRE-TRANSITION.
023700     MOVE SPACES             TO EDT-TRANSITION.
023800     MOVE 'TRST'             TO REF-D-TYPE.
023900     MOVE SPACES             TO REF-D-CODE.
024000     MOVE EDT-STATUT-AVANT   TO REF-D-CODE (1:2).
024100     MOVE FFFFFGS-STATUT     TO REF-D-CODE (3:2).
024200     MOVE FFFFFGS-DATE-EFFET TO REF-D-DATE.
024300     IF FFFFFGS-DATE-EFFET NOT NUMERIC
024400         MOVE ZERO           TO REF-D-DATE.
024500     CALL 'GSRT060' USING REF-DEM.
024600     EVALUATE TRUE
024700         WHEN REF-D-TROUVE
024800             MOVE 'O'                   TO EDT-TRS-LU
024900             MOVE REF-D-LIB-COURT (1:1) TO EDT-TRS-CANAL
025000             MOVE REF-D-LIB-COURT (2:1) TO EDT-TRS-APPROBATION
025100         WHEN REF-D-INCIDENT
025200             MOVE 'I'                   TO EDT-TRS-LU
025300         WHEN OTHER
025400             MOVE 'N'                   TO EDT-TRS-LU
025500     END-EVALUATE.
025600 2150-EXIT.
025700     EXIT.
025800******************************************************************
025900*  6600-EDITER-PRODUIT : LE CODE PRODUIT, S IL EST PORTE, DOIT   *
026000*  ETRE AU CATALOGUE PRDFIC, VALIDE (DOUBLE CONTROLE), EN        *
026100*  VIGUEUR A LA DATE D EFFET ET ADMETTRE LE STATUT (GSPD852) -   *
026200*  CONTROLE BATCH SEULEMENT, LE TP LIT PRDFIC LUI-MEME           *
026300*  (GSOL010)                                                     *
026400******************************************************************
026500 6600-EDITER-PRODUIT.
026600     IF FFFFFGS-PRODUIT = SPACES OR LOW-VALUE
026700         GO TO 6600-EXIT.
026800     IF NOT EDT-ENV-BATCH
026900         GO TO 6600-EXIT.
027000     MOVE FFFFFGS-PRODUIT TO PDZ-CODE.
027100     MOVE FFFFFGS-STATUT  TO PDZ-STATUT.
027200     IF FFFFFGS-DATE-EFFET NUMERIC
027300         MOVE FFFFFGS-DATE-EFFET TO PDZ-DATE
027400     ELSE
027500         MOVE ZERO TO PDZ-DATE.
027600     CALL 'GSPD852' USING PDZ-ZONE.
027700     MOVE 'FFFFFGS-PROD' TO W-CHAMP-COURANT.
027800     EVALUATE TRUE
027900         WHEN PDZ-INCIDENT
028000             MOVE 'E073' TO W-CODE-COURANT
028100         WHEN PDZ-INCONNU OR PDZ-NON-VALIDE
028200             MOVE 'E070' TO W-CODE-COURANT
028300         WHEN PDZ-HORS-PERIODE
028400             MOVE 'E071' TO W-CODE-COURANT
028500         WHEN PDZ-STATUT-OK NOT = 'O'
028600             MOVE 'E072' TO W-CODE-COURANT
028700         WHEN OTHER
028800             GO TO 6600-EXIT
028900     END-EVALUATE.
029000     PERFORM 8000-POSER-ERREUR THRU 8000-EXIT.
029100 6600-EXIT.
029200     EXIT.
