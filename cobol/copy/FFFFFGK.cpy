000200*  FFFFFGK : CALENDRIER OUVRE PAR JURIDICTION  (FICHIER CALFIC)  *
000300*  LRECL = 40   CLE = CAL-CLE (JURIDICTION + DATE)               *
000400*  UN ENREGISTREMENT PAR JOUR CIVIL ; CAL-OUVRE INDIQUE SI LE    *
000500*  JOUR EST TRAVAILLE. ENTRETENU PAR CHARGEMENT GSCA221, EN      *
000510*  LIGNE SOUS DOUBLE CONTROLE (GSCA222 - DEMANDES CALMAJ) ET     *
000520*  GENERE CHAQUE ANNEE DES REGLES CALREG (GSCA223).              *
000600*  22/08/26  DA  CREATION                                        *
000610*  15/10/26  DA  ENTRETIEN EN LIGNE GSCA222 ET GENERATION        *
000620*                ANNUELLE GSCA223 (REGLES CALREG)                *
000700******************************************************************
000800 01  CAL-ENREG.
000900     05  CAL-CLE.
