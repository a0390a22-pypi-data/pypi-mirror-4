000100******************************************************************
000200*  GSCRZ : ZONE D ECHANGE DU MODULE DE PROTECTION GSCR390        *
000300*  FONCTION C = CODER   D = DECODER                              *
000310*           V = VERIFIER : DECODER EN CONTROLANT QUE LA VALEUR   *
000320*           NE PORTE QUE DES CARACTERES DE LA TABLE DE SA        *
000330*           VERSION OU DE LA PONCTUATION NEUTRE (RETOUR 1 =      *
000340*           ILLISIBLE AVEC CETTE VERSION)                        *
000400*  LA VALEUR PORTE LES DEUX ZONES SENSIBLES (NOM + ID-NAT).      *
000410*  CRZ-VERSION : VERSION DE LA TABLE DE CODAGE.                  *
000420*   - AU CODAGE, LE MODULE CODE AVEC LA VERSION ACTIVE ET LA     *
000470*     L ANCIEN STOCK SE LIT PENDANT TOUTE LA TRANSITION).        *
000500*  22/08/26  DA  CREATION                                        *
000510*  02/09/26  DA  CRZ-VERSION : ROTATION DE LA TABLE DE CODAGE    *
000520*  15/10/26  DA  FONCTION V : CONTROLE DE LISIBILITE (GSAR533)   *
000600******************************************************************
000700 01  CRZ-ZONE.
000800     05  CRZ-FONCTION                PIC X(01).
000900         88  CRZ-CODER               VALUE 'C'.
001000         88  CRZ-DECODER             VALUE 'D'.
001010         88  CRZ-VERIFIER            VALUE 'V'.
001100     05  CRZ-VALEUR.
001200         10  CRZ-NOM                 PIC X(30).
001300         10  CRZ-ID-NAT              PIC X(13).
001400     05  CRZ-RETOUR                  PIC X(01).
001500         88  CRZ-SERVI               VALUE '0'.
001550         88  CRZ-ILLISIBLE           VALUE '1'.
001600         88  CRZ-FONCTION-INCONNUE   VALUE '9'.
001700     05  CRZ-VERSION                 PIC X(01).
001800         88  CRZ-VERSION-2           VALUE '2'.
