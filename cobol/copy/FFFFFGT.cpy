000630*                CLE, LA ZONE VISEE (M = MONTANT / E = MONTANT-  *
000640*                ECH), LE DELTA SIGNE ET LE MOTIF OBLIGATOIRE    *
000650*                (REFTBL TYPE MOTR) - VUE MVT-AJU                *
000660*  15/10/26  DA  MOTIF RGLT : REGLEMENT ENCAISSE SUR RELEVE      *
000670*                BANCAIRE (GSRB690) - SOLDE L ECHEANCIER         *
000680*  15/10/26  DA  MOTIF RJPR : RETOUR DE PRELEVEMENT (GSDD701) -  *
000690*                EXTOURNE LE REGLEMENT ET ROUVRE L ECHEANCE      *
000692*  15/10/26  DA  MOTIFS REMB / VERS : PAIEMENT SORTANT (GSPI712) *
000694*                ET RJVI : REJET DU VIREMENT (GSPI713)           *
000700******************************************************************
000800 01  MVT-ENREG.
000900     05  MVT-CODE                    PIC X(01).
002100         10  MVT-AJU-SIGNE           PIC X(01).
002200         10  MVT-AJU-DELTA           PIC 9(11)V99.
002300         10  MVT-AJU-MOTIF           PIC X(04).
002310             88  MVT-AJU-REGLEMENT   VALUE 'RGLT'.
002320             88  MVT-AJU-RETOUR-PRLV VALUE 'RJPR'.
002400         10  FILLER                  PIC X(366).
