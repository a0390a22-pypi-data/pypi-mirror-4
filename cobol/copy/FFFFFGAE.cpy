000100******************************************************************
000200*  FFFFFGAE : DERNIER ETAT CONNU D UNE CLE POUR LES ALERTES      *
000300*  (FICHIER ALEETA)                                              *
000400*  LRECL = 60   CLE = ALE-FGS-CLE                                *
000500*  L EVENEMENT NE PORTE QUE L IMAGE APRES : GSAB360 GARDE ICI    *
000600*  STATUT, SOLDE ET MONTANT ECHU DE LA DERNIERE IMAGE TRAITEE,   *
000700*  QUI SERVENT D ETAT AVANT A L EVENEMENT SUIVANT DE LA CLE.     *
000800*  ALE-JOUR-ENVOI / ALE-NB-ENVOIS : NOTIFICATIONS EMISES POUR LA *
000900*  CLE LE JOUR DIT (PLAFOND QUOTIDIEN DE LA CARTE ALEPARM).      *
001000*  UNE SUPPRESSION (EVENEMENT S) RETIRE L ETAT DE LA CLE.        *
001100*  15/10/26  DA  CREATION                                        *
001200******************************************************************
001300 01  ALE-ENREG.
001400     05  ALE-FGS-CLE                 PIC X(15).
001500     05  ALE-STATUT                  PIC X(02).
001600     05  ALE-MONTANT                 PIC S9(11)V99 COMP-3.
001700     05  ALE-MONTANT-ECH             PIC S9(11)V99 COMP-3.
001800     05  ALE-DATE-EVT                PIC 9(08).
001900     05  ALE-HEURE-EVT               PIC 9(06).
002000     05  ALE-JOUR-ENVOI              PIC 9(08).
002100     05  ALE-NB-ENVOIS               PIC 9(03).
002200     05  FILLER                      PIC X(04).
