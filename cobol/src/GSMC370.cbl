002280*                BORNEE AU PERIMETRE D ENTITE DU PROFIL          *
002300*  22/08/26  DA  CARTE 3 : OPERATEUR - PROFIL ADMINISTRATION     *
002400*                EXIGE (GSAU400)                                 *
002410*  15/10/26  DA  UNITE CIBLE FERMEE PAR REORGANISATION REFUSEE   *
002420*                (SUCCESSEUR AFFICHE) - PASSE FFFFFGS BORNEE     *
002430*                AUSSI AU PERIMETRE D UNITE DU PROFIL            *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
010100     05  AUZ-RETOUR                  PIC X(01).
010200         88  AUZ-AUTORISE            VALUE '0'.
010300     05  AUZ-ENTITE                  PIC X(02).
010310     05  AUZ-UNITE                   PIC X(06).
010400 01  W-DATE-JOUR                     PIC 9(08).
010500 01  W-AVANT                         PIC X(10).
010600 01  MH37-COTNET                     PIC X(10).
010980     05  OUZ-LIBELLE                 PIC X(20).
010990     05  OUZ-REGION                  PIC X(06).
010992     05  OUZ-DIVISION                PIC X(06).
010993     05  OUZ-ETAT                    PIC X(01).
010994         88  OUZ-FERMEE              VALUE 'F'.
010995     05  OUZ-SUCCESSEUR              PIC X(06).
010996     05  OUZ-DATE-FERMETURE          PIC 9(08).
010997     05  OUZ-ACTUELLE                PIC X(06).
011000 01  W-FIN-CURSEUR                   PIC X(01).
011100     88  FIN-CURSEUR                 VALUE 'O'.
011200     EXEC SQL INCLUDE SQLCA END-EXEC.
016920*  1200-CONTROLER-CIBLE : LA VALEUR CIBLE PASSE PAR LES MEMES    *
016930*  TABLES QUE TOUT AUTRE CHEMIN D ECRITURE (REFTBL POUR LE       *
016940*  STATUT, UNITFIC POUR L UNITE) - UNE VALEUR INCONNUE ARRETE    *
016950*  LE PASSAGE AVANT TOUT PARCOURS, COMME UNE UNITE FERMEE        *
016955*  PAR REORGANISATION (LA REPRISE PASSE PAR GSOU316)             *
016960******************************************************************
016962 1200-CONTROLER-CIBLE.
016964     IF CHAMP-STATUT
016997                     W-VAL-CIBLE
016998             MOVE 16 TO RETURN-CODE
016999             STOP RUN.
017001     IF CHAMP-UNITE AND OUZ-FERMEE
017002         DISPLAY 'GSMC370 - UNITE CIBLE FERMEE : '
017003                 W-VAL-CIBLE ' SUCCESSEUR : ' OUZ-SUCCESSEUR
017004         MOVE 16 TO RETURN-CODE
017005         STOP RUN.
017010 1200-EXIT.
017020     EXIT.
017100******************************************************************
017110*  2000-PASSE-FGS : SELECTION PUIS SIMULATION OU APPLICATION     *
017120******************************************************************
017200 2000-PASSE-FGS.
017210*    LES PERIMETRES D ENTITE ET D UNITE DU PROFIL (GSAU400)
017215*    BORNENT LA MASSE
017220     IF AUZ-ENTITE NOT = SPACES
017230      AND FFFFFGS-CLE-ENTITE NOT = AUZ-ENTITE
017240         GO TO 2000-SUIVANT.
017250     IF AUZ-UNITE NOT = SPACES
017260      AND FFFFFGS-UNITE NOT = AUZ-UNITE
017270         GO TO 2000-SUIVANT.
017300     IF CHAMP-STATUT
017400      AND FFFFFGS-STATUT NOT = W-VAL-SELECTION (1:2)
017500         GO TO 2000-SUIVANT.
