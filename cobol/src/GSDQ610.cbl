000900*  ------------------------------------------------------------  *
001000*  LA MAUVAISE DONNEE NE SE DECOUVRE PLUS QUAND L AVAL CASSE :   *
001100*  CHAQUE ENREGISTREMENT EST NOTE CONTRE LES REGLES :            *
001200*   R1 UNITE ABSENTE, INCONNUE DE LA HIERARCHIE (GSOU315) OU     *
001250*      FERMEE PAR REORGANISATION SANS REPRISE DU DOSSIER         *
001300*   R2 STATUT INCONNU OU HORS PERIODE EN TABLE REFTBL            *
001400*   R3 DATE-MAJ PERIMEE SUR UN STATUT ACTIF (SEUIL EN CARTE)     *
001500*   R4 IDENTIFIANT NATIONAL VIDE (APRES DECODAGE)                *
002300*  ------------------------------------------------------------  *
002400*  HISTORIQUE DES MODIFICATIONS                                  *
002500*  02/09/26  DA  CREATION                                        *
002510*  15/10/26  DA  R1 : UNITE FERMEE PAR REORGANISATION (GSOU316)  *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
010200     05  OUZ-LIBELLE                 PIC X(20).
010300     05  OUZ-REGION                  PIC X(06).
010400     05  OUZ-DIVISION                PIC X(06).
010410     05  OUZ-ETAT                    PIC X(01).
010420         88  OUZ-FERMEE              VALUE 'F'.
010430     05  OUZ-SUCCESSEUR              PIC X(06).
010440     05  OUZ-DATE-FERMETURE          PIC 9(08).
010450     05  OUZ-ACTUELLE                PIC X(06).
010500*    CUMULS PAR AGENCE / REGION / DIVISION - TABLES FERMEES
010600*    COMME GSOU310, SATURATION SIGNALEE (CODE 8)
010700 01  W-TABLE-UNITES.
024300     CALL 'GSOU315' USING OUZ-ZONE.
024400     IF OUZ-TROUVEE
024500         MOVE OUZ-REGION   TO W-REGION-RETENUE
024600         MOVE OUZ-DIVISION TO W-DIVISION-RETENUE.
024700     IF NOT OUZ-TROUVEE OR OUZ-FERMEE
024800         MOVE 1 TO W-ANO-R1
024900         ADD 1 TO W-NB-ANO-ENREG.
025000 2100-EXIT.
