000700*  PROFIL (AUT-CONSULTATION) ET LE PERIMETRE (AUT-ENTITE) DE     *
000800*  L OPERATEUR PROJETE. ENTRETENU PAR L ADMINISTRATION AVEC LES  *
000900*  UTILITAIRES DE CHARGEMENT HABITUELS.                          *
000950*  NATURE R : IDENTITE D UN REPRESENTANT (RPRFIC, RPR-IDENTITE)  *
000960*  - SERVIE SEULEMENT POUR LES CLES ET LES FONCTIONS DE SES      *
000970*  MANDATS EN COURS, EN PLUS DU PROFIL DE L OPERATEUR PROJETE.   *
000980*  ESPACE = IDENTITE ORDINAIRE.                                  *
001000*  02/09/26  DA  CREATION                                        *
001050*  15/10/26  DA  NATURE DE L IDENTITE (REPRESENTANT)             *
001100******************************************************************
001200 01  WSI-ENREG.
001300     05  WSI-IDENTITE                PIC X(16).
001400     05  WSI-SECRET                  PIC X(16).
001500     05  WSI-OPERATEUR               PIC X(08).
001600     05  WSI-NATURE                  PIC X(01).
001610         88  WSI-REPRESENTANT        VALUE 'R'.
001620     05  FILLER                      PIC X(19).
