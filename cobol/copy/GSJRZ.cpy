000500*  LA RECONSTITUTION GSJR581 REJOUE LA DERNIERE GENERATION       *
000600*  PLUS CES TRACES JUSQU A LA MINUTE DE L INCIDENT.              *
000700*  RETOUR 0 = POSE   9 = INCIDENT FICHIER JRNFIC                 *
000710*  JRZ-CODE-MVT : CODE DU MOUVEMENT D ORIGINE (A M S R J),      *
000720*  BLANC POUR UNE ECRITURE HORS LOT DE MOUVEMENTS                *
000800*  02/09/26  DA  CREATION                                        *
000810*  15/10/26  DA  JRZ-CODE-MVT                                    *
000900******************************************************************
001000 01  JRZ-ZONE.
001100     05  JRZ-TYPE                    PIC X(01).
001200     05  JRZ-EMETTEUR                PIC X(08).
001300     05  JRZ-IMAGE                   PIC X(400).
001350     05  JRZ-CODE-MVT                PIC X(01).
001400     05  JRZ-RETOUR                  PIC X(01).
001500         88  JRZ-POSE                VALUE '0'.
001600         88  JRZ-INCIDENT            VALUE '9'.
