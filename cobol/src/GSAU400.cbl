001930*                DELEGATION EN VIGUEUR D UN DELEGANT QUI DETIENT *
001940*                LA FONCTION - CHAQUE DECISION SOUS DELEGATION   *
001950*                EST PORTEE AU JOURNAL (NATURE D)                *
001960*  15/10/26  DA  AUZ-UNITE : PERIMETRE D UNITE DU PROFIL RENDU   *
001970*                COMME LE PERIMETRE D ENTITE                     *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
007700         88  AUZ-REFUSE              VALUE '1'.
007800         88  AUZ-INCIDENT            VALUE '9'.
007900     05  AUZ-ENTITE                  PIC X(02).
007910     05  AUZ-UNITE                   PIC X(06).
008000 PROCEDURE DIVISION USING AUZ-ZONE.
008100******************************************************************
008200*  0000-MAINLINE : PROFIL PUIS VERDICT ET TRACE                  *
009000         END-IF
009100         OPEN EXTEND AUTJRN
009200         MOVE 'O' TO W-OUVERT.
009300     MOVE SPACES TO AUZ-ENTITE AUZ-UNITE.
009400     MOVE AUZ-OPERATEUR TO AUT-OPERATEUR.
009500     READ AUTFIC.
009600     IF W-AUT-ABSENT
011500     IF W-ACCORDE = 'O'
011600         MOVE '0' TO AUZ-RETOUR
011700         MOVE AUT-ENTITE TO AUZ-ENTITE
011710         MOVE AUT-UNITE  TO AUZ-UNITE
011800     ELSE
011810         PERFORM 1500-CHERCHER-DELEGATION THRU 1500-EXIT
011820         IF W-DELEGUE NOT = 'O'
012514         MOVE DEL-ENTITE TO AUZ-ENTITE
012515     ELSE
012516         MOVE AUT-ENTITE TO AUZ-ENTITE.
012517     MOVE AUT-UNITE TO AUZ-UNITE.
012518     PERFORM 2100-JOURNAL-DELEGATION THRU 2100-EXIT.
012519 1550-EXIT.
012520     EXIT.
012530******************************************************************
012540*  2000-REFUSER : VERDICT REFUSE ET TRACE DE LA VIOLATION        *
012600******************************************************************
012700 2000-REFUSER.
012800     MOVE '1' TO AUZ-RETOUR.
