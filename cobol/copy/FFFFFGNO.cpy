000100******************************************************************
000200*  FFFFFGNO : NOTIFICATION D ALERTE POUR LA PASSERELLE DE        *
000300*  MESSAGERIE (FICHIER NOTALE)                                   *
000400*  LRECL = 200   ECRIT PAR GSAB360, UN ENREGISTREMENT PAR ENVOI  *
000500*  NTF-REFERENCE : JOUR ET HEURE DU PASSAGE + RANG - REPRISE     *
000600*  TELLE QUELLE DANS L ACCUSE DE REMISE DE LA PASSERELLE         *
000700*  (RAPPROCHE PAR GSAB361).                                      *
000800*  NTF-CANAL : S = SMS   E = COURRIEL   (NTF-CONTACT : NUMERO OU *
000900*  ADRESSE DE COURRIEL).                                         *
001000*  NTF-ENVOI-APRES : HHMM AVANT LAQUELLE LA PASSERELLE NE DOIT   *
001100*  PAS EMETTRE (FIN DES HEURES CALMES) - ZERO = SANS DELAI.      *
001200*  15/10/26  DA  CREATION                                        *
001300******************************************************************
001400 01  NTF-ENREG.
001500     05  NTF-REFERENCE.
001600         10  NTF-REF-DATE            PIC 9(08).
001700         10  NTF-REF-HEURE           PIC 9(06).
001800         10  NTF-REF-RANG            PIC 9(06).
001900     05  NTF-FGS-CLE                 PIC X(15).
002000     05  NTF-EVENEMENT               PIC X(04).
002100     05  NTF-CANAL                   PIC X(01).
002200     05  NTF-CONTACT                 PIC X(50).
002300     05  NTF-ENVOI-APRES             PIC 9(04).
002400     05  NTF-DATE-EVT                PIC 9(08).
002500     05  NTF-HEURE-EVT               PIC 9(06).
002600     05  NTF-TEXTE                   PIC X(80).
002700     05  FILLER                      PIC X(12).
