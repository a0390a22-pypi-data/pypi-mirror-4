001600*  ------------------------------------------------------------  *
001700*  HISTORIQUE DES MODIFICATIONS                                  *
001800*  02/09/26  DA  CREATION                                        *
001801*  15/10/26  DA  JRN-CODE-MVT : CODE DU MOUVEMENT D ORIGINE      *
001802*                (BLANC HORS LOT) - ANALYSE GSSA770              *
001803******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.
004200     05  JRN-TYPE                    PIC X(01).
004300     05  JRN-EMETTEUR                PIC X(08).
004400     05  JRN-IMAGE                   PIC X(400).
004450     05  JRN-CODE-MVT                PIC X(01).
004500     05  FILLER                      PIC X(06).
004600 WORKING-STORAGE SECTION.
004700 77  W-OUVERT                        PIC X(01) VALUE 'N'.
004800 01  W-JRNFIC-STATUS                 PIC X(02).
007000     MOVE JRZ-TYPE      TO JRN-TYPE.
007100     MOVE JRZ-EMETTEUR  TO JRN-EMETTEUR.
007200     MOVE JRZ-IMAGE     TO JRN-IMAGE.
007250     MOVE JRZ-CODE-MVT  TO JRN-CODE-MVT.
007300     MOVE SPACES        TO JRN-ENREG (425:6).
007400     WRITE JRN-ENREG.
007500     IF W-JRN-OK
007600         MOVE '0' TO JRZ-RETOUR
