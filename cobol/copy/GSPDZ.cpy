000100******************************************************************
000200*  GSPDZ : ZONE D ECHANGE DU MODULE GSPD852 (PRODUIT DU          *
000300*  CATALOGUE PRDFIC EN VIGUEUR A UNE DATE)                       *
000400*  RETOUR : 0 = SERVI   1 = INCONNU   2 = NON VALIDE (ETAT P)    *
000500*           3 = HORS PERIODE   9 = INCIDENT FICHIER              *
000600*  DATE A ZERO = PAS DE CONTROLE DE PERIODE                      *
000700*  STATUT A BLANC = PAS DE CONTROLE DES STATUTS AUTORISES        *
000800*  15/10/26  DA  CREATION                                        *
000900******************************************************************
001000 01  PDZ-ZONE.
001100     05  PDZ-CODE                    PIC X(04).
001200     05  PDZ-DATE                    PIC 9(08).
001300     05  PDZ-STATUT                  PIC X(02).
001400     05  PDZ-RETOUR                  PIC X(01).
001500         88  PDZ-SERVI               VALUE '0'.
001600         88  PDZ-INCONNU             VALUE '1'.
001700         88  PDZ-NON-VALIDE          VALUE '2'.
001800         88  PDZ-HORS-PERIODE        VALUE '3'.
001900         88  PDZ-INCIDENT            VALUE '9'.
002000     05  PDZ-STATUT-OK               PIC X(01).
002100     05  PDZ-LIBELLE                 PIC X(30).
002200     05  PDZ-PLAN-FRAIS              PIC X(02).
002300     05  PDZ-PLAN-INTERET            PIC X(02).
002400     05  PDZ-FREQ-RELEVE             PIC X(01).
