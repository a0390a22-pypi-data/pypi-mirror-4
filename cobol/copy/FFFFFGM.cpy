000500*  TYPE A = ACTIVITE AFFVEAP PAR COMPTE (VIA GLPOST)             *
000510*  TYPE B = BUDGET (PLAN CHARGE PAR GSRU262 - MEMES CODES QUE    *
000520*           LES CUMULS REELS, COMPARE PAR GSRU261)               *
000530*  TYPE U = ACTIVITE FFFFFGS PAR UNITE PROPRIETAIRE (CODE =      *
000540*           UNITE AU CUMUL) - RESTITUEE PAR GSRU261 ET GSOU310   *
000550*           TELLE QU ENREGISTREE OU RETRAITEE SUR LA STRUCTURE   *
000560*           ACTUELLE (CHAINE DES SUCCESSEURS UNITFIC, GSOU315)   *
000570*  TYPE K = COHORTES D ACQUISITION (GSAQ530) : PERIODE = MOIS    *
000580*           D ENTREE, CODE = SOURCE(3) + AGE EN MOIS(3) +        *
000590*           STATUT(2) ; STATUT A BLANC = ACTIFS (HORS SU)        *
000592*  TYPE R = RENTABILITE MENSUELLE (GSRN450) : CODE = NIVEAU(1)   *
000594*           (A R D E G) + UNITE OU ENTITE ; NB = DOSSIERS,       *
000596*           MONTANT = CONTRIBUTION NETTE DU MOIS                 *
000600*  ALIMENTE PAR GSRU260 ; RESTITUE PAR GSRU261 EN VUES MOIS /    *
000700*  TRIMESTRE / ANNEE : UNE QUESTION DE SYNTHESE COUTE UNE        *
000800*  LECTURE DE SYNTHESE, PAS UNE PASSE SUR LE MAITRE.             *
000900*  22/08/26  DA  CREATION                                        *
000910*  02/09/26  DA  TYPE B : POSTES DE BUDGET                       *
000920*  15/10/26  DA  TYPE U : ACTIVITE PAR UNITE                     *
000930*  15/10/26  DA  TYPE K : COHORTES D ACQUISITION                 *
000940*  15/10/26  DA  TYPE R : RENTABILITE PAR HIERARCHIE             *
001000******************************************************************
001100 01  SUM-ENREG.
001200     05  SUM-CLE.
