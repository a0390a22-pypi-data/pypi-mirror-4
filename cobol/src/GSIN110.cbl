002450*                LA CLE PHONETIQUE (POSEE PAR GSED050) EST       *
002460*                CHERCHEE AU CROISEMENT PHXFIC (GSPH521) ET LA   *
002470*                COLLISION PART EN CORBEILLE POUR REVUE          *
002472*  15/10/26  DA  STATUT AVANT A BLANC POUR GSED050 : LA          *
002474*                MATRICE DES TRANSITIONS EST OPPOSEE A           *
002476*                L APPLICATION PAR GSBT010                       *
002477*  15/10/26  DA  PARTENAIRE (SOURCE DE L ENTETE DE LOT) POSE SUR *
002478*                LES LIBERATIONS (FFFFFGS-PARTENAIRE) POUR LA    *
002479*                FICHE QUALITE GSIN112                           *
002480******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.
011150     88  W-PHX-ABSENT                VALUE '23'.
011160 77  W-PHXFIC-OUVERT                 PIC X(01) VALUE 'N'.
011170 77  CPT-DOUBLES-PRESUMES            PIC S9(08) COMP VALUE ZERO.
011185 01  W-PARTENAIRE                   PIC X(08) VALUE 'INCONNU'.
011200 PROCEDURE DIVISION.
011300******************************************************************
011400*  0000-MAINLINE : PASSE 1 PUIS PASSE 2                          *
015900*  2000-PASSE-1 : STRUCTURE ET TABLES PUIS MISE EN TRANSIT       *
016000******************************************************************
016100 2000-PASSE-1.
016101*    LA SOURCE DE L ENTETE DE LOT SUIT LES LIBERATIONS : ELLE
016102*    ATTRIBUE AU PARTENAIRE SES REJETS ULTERIEURS AU SUSPENS
016103     IF PAR-ENREG (1:1) = '1'
016104      AND PAR-ENREG (2:8) NOT = SPACES
016105         MOVE PAR-ENREG (2:8) TO W-PARTENAIRE.
016110     IF PAR-ENREG (1:1) = '1' OR '9'
016120         GO TO 2000-SUIVANT.
016200     ADD 1 TO CPT-RECUS.
016300     MOVE PAR-ENREG TO W-IMAGE-EDIT.
016400     MOVE 'A' TO EDT-FONCTION.
016500     MOVE 'B' TO EDT-ENV.
016595     MOVE SPACES TO EDT-STATUT-AVANT EDT-TRANSITION.
016600     CALL 'GSED050' USING EDT-ZONE W-IMAGE-EDIT.
016700     IF EDT-NB-ERREURS GREATER ZERO
016800         MOVE EDT-ERR-CODE (1) TO PRJ-CODE-REFUS
022300     MOVE 'PRT'      TO REL-IMAGE (182:3).
022400     MOVE W-TS-ENTREE TO W-TS-AFF.
022500     MOVE W-TS-AFF   TO REL-IMAGE (185:14).
022550     MOVE W-PARTENAIRE TO REL-IMAGE (212:8).
022600     WRITE REL-ENREG.
022700     IF NOT W-REL-OK
022800         MOVE 'WRITE RELFIC' TO W-MOTIF-ABANDON
