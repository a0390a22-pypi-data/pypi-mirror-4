000100******************************************************************
000200*  GSECZ : ZONE D ECHANGE DU MODULE D ECHEANCIER GSEC670         *
000300*  FONCTIONS : C = CONSTRUIRE (LES ECHEANCES FUTURES SANS        *
000400*                  REGLEMENT SONT REBATIES SUR LE RESTANT)       *
000500*              A = ABANDONNER LES ECHEANCES ENCORE OUVERTES      *
000600*                  (SUPPRESSION DE L ENREGISTREMENT)             *
000610*              R = REGLER : ECZ-MONTANT ENCAISSE SOLDE LES       *
000620*                  ECHEANCES OUVERTES DE LA PLUS ANCIENNE A LA   *
000630*                  PLUS RECENTE ; IL REND LE RELIQUAT NON IMPUTE *
000640*              X = EXTOURNER : ECZ-MONTANT RETIRE DES REGLEMENTS *
000650*                  DE LA PLUS RECENTE A LA PLUS ANCIENNE, LES    *
000660*                  ECHEANCES REDEVIENNENT DUES OU PARTIELLES     *
000700*  L APPELANT FOURNIT LA CLE, LE MONTANT RESTANT, LE MONTANT DE  *
000800*  L ECHEANCE, LA DATE D EFFET ET LA DATE DE TRAITEMENT.         *
000900*  RETOUR : 0 = SERVI   1 = SERVI, DATE(S) HORS CALENDRIER       *
001000*           LAISSEE(S) A LA DATE THEORIQUE   9 = INCIDENT        *
001100*  15/10/26  DA  CREATION                                        *
001110*  15/10/26  DA  FONCTION R : REGLEMENT ENCAISSE                 *
001120*  15/10/26  DA  FONCTION X : EXTOURNE D UN REGLEMENT REJETE     *
001200******************************************************************
001300 01  ECZ-ZONE.
001400     05  ECZ-FONCTION                PIC X(01).
001500         88  ECZ-CONSTRUIRE          VALUE 'C'.
001600         88  ECZ-ABANDONNER          VALUE 'A'.
001610         88  ECZ-REGLER              VALUE 'R'.
001620         88  ECZ-EXTOURNER           VALUE 'X'.
001700     05  ECZ-FGS-CLE                 PIC X(15).
001800     05  ECZ-MONTANT                 PIC S9(11)V99 COMP-3.
001900     05  ECZ-MONTANT-ECH             PIC S9(11)V99 COMP-3.
002000     05  ECZ-DATE-EFFET              PIC 9(08).
002100     05  ECZ-DATE-JOUR               PIC 9(08).
002200     05  ECZ-PROGRAMME               PIC X(08).
002300     05  ECZ-NB-LIGNES               PIC S9(04) COMP.
002400     05  ECZ-RETOUR                  PIC X(01).
002500         88  ECZ-SERVI               VALUE '0'.
002600         88  ECZ-HORS-CALENDRIER     VALUE '1'.
002700         88  ECZ-INCIDENT            VALUE '9'.
