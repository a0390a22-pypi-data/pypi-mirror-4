001410*  02/09/26  DA  VERSION-CLE : VERSION DE LA TABLE DE CODAGE     *
001420*                DES ZONES SENSIBLES (GSCR390) - ESPACE OU       *
001430*                BAS DE VALEUR = VERSION 1 (STOCK HISTORIQUE)    *
001440*  15/10/26  DA  PRODUIT : CODE DU CATALOGUE PRDFIC (GSPD851),   *
001450*                CONTROLE PAR GSED050 - A BLANC = PARAMETRES     *
001460*                DES MOTEURS PAR ENTITE + STATUT                 *
001468*  15/10/26  DA  PARTENAIRE : SOURCE DU LOT PARTENAIRE (ENTETE   *
001476*                FFFFFGCT) POSEE PAR GSIN110 A LA LIBERATION ET  *
001484*                CONSERVEE - ATTRIBUE LES REJETS AU PARTENAIRE   *
001492*                (FICHE QUALITE GSIN112)                         *
001500******************************************************************
001600 01  FFFFFGS-ENREG.
001700     05  FFFFFGS-CLE.
003400     05  FFFFFGS-TS-ENTREE           PIC 9(14).
003500     05  FFFFFGS-VERSION-CLE         PIC X(01).
003510     05  FFFFFGS-CLE-PHONETIQUE      PIC X(08).
003520     05  FFFFFGS-PRODUIT             PIC X(04).
003560     05  FFFFFGS-PARTENAIRE          PIC X(08).
003600     05  FILLER                      PIC X(181).
