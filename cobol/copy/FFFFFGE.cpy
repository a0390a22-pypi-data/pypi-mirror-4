000600*   E003 CHIFFRE DE CONTROLE  E010 STATUT ABSENT                 *
000700*   E011 STATUT INCONNU       E020 NOM ABSENT                    *
000800*   E030 MONTANT NON NUMERIQUE E040 DATE EFFET INVALIDE          *
000900*   E050 UNITE PROPRIETAIRE INCONNUE  E051 UNITE FERMEE          *
000910*   E060 DOSSIER KYC BLOQUE   E061 DOSSIER KYC ILLISIBLE         *
000920*   E012 TRANSITION INTERDITE  E013 TRANSITION HORS CANAL        *
000930*   E014 TRANSITION A APPROUVER                                  *
000940*   E015 TABLE DES TRANSITIONS (TRST) ILLISIBLE                  *
000950*   E070 PRODUIT INCONNU OU NON VALIDE AU CATALOGUE              *
000960*   E071 PRODUIT HORS PERIODE DE COMMERCIALISATION               *
000970*   E072 STATUT NON AUTORISE POUR LE PRODUIT                     *
000980*   E073 CATALOGUE DES PRODUITS (PRDFIC) ILLISIBLE               *
001000*  22/08/26  DA  CREATION                                        *
001100*  22/08/26  DA  EDT-ENV : SOUS TP LE CONTROLE DU STATUT EN      *
001200*                TABLE REFTBL RESTE A LA TRANSACTION APPELANTE   *
001210*  15/10/26  DA  E060 / E061 : REVUE DE CONNAISSANCE CLIENT      *
001220*                (MODIFICATION BATCH SEULEMENT)                  *
001230*  15/10/26  DA  EDT-STATUT-AVANT / EDT-TRANSITION : MATRICE     *
001240*                DES TRANSITIONS DE STATUT (REFTBL TRST) ;       *
001250*                ZONES A GARNIR PAR TOUT APPELANT, ESPACES       *
001260*                = PAS DE CONTROLE DE TRANSITION                 *
001270*  15/10/26  DA  E070 A E073 : PRODUIT DU CATALOGUE PRDFIC       *
001280*                (CONTROLE BATCH, LE TP LIT PRDFIC LUI-MEME)     *
001290*  15/10/26  DA  E051 : UNITE PROPRIETAIRE FERMEE (REORGANISEE)  *
001300******************************************************************
001400 01  EDT-ZONE.
001500     05  EDT-FONCTION                PIC X(01).
002400     05  EDT-ERREUR OCCURS 10.
002500         10  EDT-ERR-CHAMP           PIC X(12).
002600         10  EDT-ERR-CODE            PIC X(04).
002700     05  EDT-STATUT-AVANT            PIC X(02).
002800     05  EDT-TRANSITION.
002900         10  EDT-TRS-LU              PIC X(01).
003000             88  EDT-TRS-TROUVEE     VALUE 'O'.
003100             88  EDT-TRS-ABSENTE     VALUE 'N'.
003150             88  EDT-TRS-INCIDENT    VALUE 'I'.
003200         10  EDT-TRS-CANAL           PIC X(01).
003300         10  EDT-TRS-APPROBATION     PIC X(01).
