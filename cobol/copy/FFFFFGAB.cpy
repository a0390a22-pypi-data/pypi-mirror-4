000100******************************************************************
000200*  FFFFFGAB : ABONNEMENT D UN CLIENT A UNE ALERTE                *
000300*  (FICHIER ABOFIC)                                              *
000400*  LRECL = 120   CLE = ABN-CLE (CLE FFFFFGS + EVENEMENT + CANAL) *
000500*  ABN-EVENEMENT : SOLD = VARIATION DU SOLDE (FFFFFGS-MONTANT)   *
000600*                  D AU MOINS ABN-SEUIL EN VALEUR ABSOLUE        *
000700*                  STAT = CHANGEMENT DE STATUT                   *
000800*                  IMPA = ECHEANCE IMPAYEE (MONTANT ECHU EN      *
000900*                  HAUSSE)                                       *
001000*  ABN-CANAL : S = SMS AU TELEPHONE DE L ADRESSE COURANTE ADRFIC *
001100*              E = COURRIEL A ABN-COURRIEL (ADRFIC NE PORTE PAS  *
001200*              D ADRESSE DE COURRIEL)                            *
001300*  DEPOSE PAR LE PORTAIL (GSWS130 FONCTION AL, ORIGINE P) ; UN   *
001400*  ABONNEMENT RESILIE RESTE AU FICHIER AVEC ABN-ACTIF A N.       *
001500*  LU PAR LE CONSOMMATEUR D EVENEMENTS GSAB360.                  *
001600*  15/10/26  DA  CREATION                                        *
001700******************************************************************
001800 01  ABN-ENREG.
001900     05  ABN-CLE.
002000         10  ABN-FGS-CLE             PIC X(15).
002100         10  ABN-EVENEMENT           PIC X(04).
002200             88  ABN-EVT-SOLDE       VALUE 'SOLD'.
002300             88  ABN-EVT-STATUT      VALUE 'STAT'.
002400             88  ABN-EVT-IMPAYE      VALUE 'IMPA'.
002500         10  ABN-CANAL               PIC X(01).
002600             88  ABN-CANAL-SMS       VALUE 'S'.
002700             88  ABN-CANAL-COURRIEL  VALUE 'E'.
002800     05  ABN-ACTIF                   PIC X(01).
002900         88  ABN-EN-SERVICE          VALUE 'O'.
003000     05  ABN-SEUIL                   PIC S9(11)V99 COMP-3.
003100     05  ABN-COURRIEL                PIC X(50).
003200     05  ABN-ORIGINE                 PIC X(01).
003300     05  ABN-OPERATEUR               PIC X(08).
003400     05  ABN-DATE-SAISIE             PIC 9(08).
003500     05  FILLER                      PIC X(25).
