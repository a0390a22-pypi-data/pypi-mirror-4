000100******************************************************************
000200*  FFFFFGPD : CATALOGUE DES PRODUITS  (FICHIER PRDFIC)           *
000300*  LRECL = 150   CLE = PRD-CODE                                  *
000400*  UN PRODUIT PORTE SES PLANS DE FRAIS (TARFIC) ET D INTERETS    *
000500*  (TXIFIC) - LIGNES DE BAREME D ENTITE ** ET DE STATUT = CODE   *
000600*  DU PLAN -, SA FREQUENCE DE RELEVE (M MOIS  T TRIMESTRE        *
000700*  S SEMESTRE  A ANNEE  N SANS RELEVE), LES STATUTS AUTORISES    *
000800*  (TOUS A BLANC = TOUT STATUT) ET SA PERIODE DE                 *
000900*  COMMERCIALISATION (DATE DE FIN A ZERO = SANS LIMITE).         *
001000*  DOUBLE CONTROLE : UN PRODUIT PROPOSE (ETAT P) NE SERT NI A    *
001100*  L EDITION GSED050 NI AUX MOTEURS TANT QU UN APPROBATEUR       *
001200*  DIFFERENT NE L A PAS VALIDE (ETAT V) - TRANSACTION GSPD851.   *
001300*  15/10/26  DA  CREATION                                        *
001400******************************************************************
001500 01  PRD-ENREG.
001600     05  PRD-CLE.
001700         10  PRD-CODE                PIC X(04).
001800     05  PRD-ETAT                    PIC X(01).
001900         88  PRD-PROPOSE             VALUE 'P'.
002000         88  PRD-VALIDE              VALUE 'V'.
002100     05  PRD-LIBELLE                 PIC X(30).
002200     05  PRD-PLAN-FRAIS              PIC X(02).
002300     05  PRD-PLAN-INTERET            PIC X(02).
002400     05  PRD-FREQ-RELEVE             PIC X(01).
002500         88  PRD-FREQ-VALIDE         VALUE 'M' 'T' 'S' 'A' 'N'.
002600     05  PRD-STATUTS.
002700         10  PRD-STATUT-AUTORISE     PIC X(02) OCCURS 8.
002800     05  PRD-DATE-DEBUT              PIC 9(08).
002900     05  PRD-DATE-FIN                PIC 9(08).
003000     05  PRD-PROPOSE-PAR             PIC X(08).
003100     05  PRD-APPROUVE-PAR            PIC X(08).
003200     05  FILLER                      PIC X(62).
