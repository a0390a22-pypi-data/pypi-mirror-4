000700*                 EN VALEUR ABSOLUE (LE PIED EST NON SIGNE)      *
000800*                 TRONQUEE A 15 CHIFFRES                         *
000900*  22/08/26  DA  CREATION                                        *
000910*  15/10/26  DA  CTL-E-OPERATEUR : OPERATEUR DE SAISIE DU LOT   *
000920*                (GSBL551), BLANC SI PLUSIEURS OU INCONNU -      *
000930*                CONTROLE DES QUATRE YEUX DE GSHM761             *
001000******************************************************************
001100 01  CTL-ENTETE-ZONE.
001200     05  CTL-E-CODE                  PIC X(01).
001400     05  CTL-E-SOURCE                PIC X(08).
001500     05  CTL-E-DATE-CREA             PIC 9(08).
001600     05  CTL-E-CYCLE                 PIC 9(04).
001650     05  CTL-E-OPERATEUR             PIC X(08).
001700     05  FILLER                      PIC X(374).
001800 01  CTL-PIED-ZONE.
001900     05  CTL-P-CODE                  PIC X(01).
002000         88  CTL-PIED                VALUE '9'.
