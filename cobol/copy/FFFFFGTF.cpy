000800*  METTEUR A JOUR NE SERT PAS AU MOTEUR GSFE590 TANT QU UN       *
000900*  APPROBATEUR DIFFERENT NE L A PAS VALIDEE (ETAT V) -           *
001000*  TRANSACTION GSFE591.                                          *
001010*  LIGNES DE PLAN : ENTITE ** ET STATUT = CODE DU PLAN DE        *
001020*  FRAIS D UN PRODUIT DU CATALOGUE PRDFIC - SERVIES EN           *
001030*  PRIORITE AUX ENREGISTREMENTS DE CE PRODUIT.                   *
001100*  02/09/26  DA  CREATION                                        *
001110*  15/10/26  DA  LIGNES DE PLAN DE PRODUIT (ENTITE **)           *
001200******************************************************************
001300 01  TAR-ENREG.
001400     05  TAR-CLE.
