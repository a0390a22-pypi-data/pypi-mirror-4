002200*  ------------------------------------------------------------  *
002300*  HISTORIQUE DES MODIFICATIONS                                  *
002400*  02/09/26  DA  CREATION                                        *
002402*  15/10/26  DA  STATUT AVANT A BLANC POUR GSED050 : LA          *
002404*                MATRICE DES TRANSITIONS EST OPPOSEE A           *
002406*                L APPLICATION PAR GSBT010                       *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
029600         GO TO 3000-EXIT.
029700     MOVE M55-CODE-I TO EDT-FONCTION.
029800     MOVE 'T'        TO EDT-ENV.
029895     MOVE SPACES TO EDT-STATUT-AVANT EDT-TRANSITION.
029900     CALL 'GSED050' USING EDT-ZONE FFFFFGS-ENREG.
030000     IF EDT-NB-ERREURS GREATER ZERO
030100         MOVE SPACES TO W-MESSAGE
