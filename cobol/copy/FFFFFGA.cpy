000600*  LE DOUBLE CONTROLE N A DE SENS QUE SI L APPROBATEUR ET LE     *
000700*  METTEUR A JOUR SONT PROUVABLEMENT DES ROLES DIFFERENTS.       *
000800*  AUT-ENTITE : PERIMETRE D ENTITE (ESPACES = TOUTES).           *
000810*  AUT-UNITE : PERIMETRE D UNITE (ESPACES = TOUTES) - BORNE LES  *
000820*  ELEMENTS DE CORBEILLE QUE GSWB083 AFFECTE A L OPERATEUR.      *
000830*  AUT-DERNIERE-ACTIVITE : DERNIER JOUR D ACTIVITE (ACTJRN) POSE *
000840*  PAR LA NOTATION NOCTURNE GSAC790 - ZERO OU NON NUMERIQUE =    *
000850*  JAMAIS VU ACTIF. LA RECERTIFICATION GSAU402 LE LIT.           *
000900*  AUT-FORMATION = O : L OPERATEUR TRAVAILLE SUR LES COPIES DE   *
001000*  FORMATION (SUFFIXE F) - BANDEAU FORMATION SUR CHAQUE ECRAN.   *
001100*  22/08/26  DA  CREATION                                        *
001110*  15/10/26  DA  AUT-UNITE : PERIMETRE D UNITE                   *
001120*  15/10/26  DA  AUT-DERNIERE-ACTIVITE (RECERTIFICATION)         *
001200******************************************************************
001300 01  AUT-ENREG.
001400     05  AUT-OPERATEUR               PIC X(08).
001900     05  AUT-ENTITE                  PIC X(02).
002000     05  AUT-FORMATION               PIC X(01).
002100         88  AUT-EN-FORMATION        VALUE 'O'.
002200     05  AUT-UNITE                   PIC X(06).
002205     05  AUT-DERNIERE-ACTIVITE       PIC 9(08).
002210     05  FILLER                      PIC X(11).
