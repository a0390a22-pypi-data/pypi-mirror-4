000600*  PARMI CELLES QUI NE SONT PAS FUTURES ET DONT LA DATE DE FIN   *
000700*  (ZERO = SANS LIMITE) N EST PAS PASSEE.                        *
000800*  LE TAUX EST ANNUEL EN POURCENTAGE (9(3)V9(4)).                *
000810*  LIGNES DE PLAN : ENTITE ** ET STATUT = CODE DU PLAN           *
000820*  D INTERET D UN PRODUIT DU CATALOGUE PRDFIC - SERVIES EN       *
000830*  PRIORITE AUX ENREGISTREMENTS DE CE PRODUIT.                   *
000900*  02/09/26  DA  CREATION                                        *
000910*  15/10/26  DA  LIGNES DE PLAN DE PRODUIT (ENTITE **)           *
001000******************************************************************
001100 01  TXI-ENREG.
001200     05  TXI-CLE.
