000100******************************************************************
000200*  FFFFFGSA : DOSSIER D OPERATIONS SUSPECTES (FICHIER CASFIC)    *
000300*  LRECL = 500   CLE = CAS-CLE (DATE D OUVERTURE + NUMERO)       *
000400*  OUVERT PAR L ANALYSE NOCTURNE GSSA770 QUAND UNE REGLE         *
000500*  REFTBL TYPE RSUS SE DECLENCHE SUR UNE CLE (NIVEAU C) OU SUR   *
000600*  UN GROUPE LIE LIAFIC (NIVEAU G, CLE = TETE DE GROUPE) ;       *
000700*  TRAITE EN LIGNE PAR L ANALYSTE CONFORMITE (GSSA771).          *
000800*  ETAT : O = OUVERT   E = ESCALADE   D = A DECLARER             *
000900*         C = CLOS                                               *
001000*  REGLE : FRAC = FRACTIONNEMENT DES AJUSTEMENTS J SOUS LE SEUIL *
001100*          ALRE = CREDIT IMPORTANT EXTOURNE SOUS QUELQUES JOURS  *
001200*          REJT = REJETS REPETES (COMPTES RENDUS RJ DE CRDFIC)   *
001300*  CAS-MVT : LES DIX PREMIERS MOUVEMENTS CONTRIBUTEURS (DATE ET  *
001400*  HEURE DU JOURNAL, CODE, VARIATION DE MONTANT) ; CAS-NB-MVTS   *
001500*  PORTE LEUR NOMBRE TOTAL.                                      *
001600*  15/10/26  DA  CREATION                                        *
001700******************************************************************
001800 01  CAS-ENREG.
001900     05  CAS-CLE.
002000         10  CAS-DATE                PIC 9(08).
002100         10  CAS-SEQ                 PIC 9(06).
002200     05  CAS-ETAT                    PIC X(01).
002300         88  CAS-OUVERT              VALUE 'O'.
002400         88  CAS-ESCALADE            VALUE 'E'.
002500         88  CAS-A-DECLARER          VALUE 'D'.
002600         88  CAS-CLOS                VALUE 'C'.
002700         88  CAS-EN-COURS            VALUE 'O' 'E'.
002800     05  CAS-REGLE                   PIC X(04).
002900     05  CAS-NIVEAU                  PIC X(01).
003000         88  CAS-NIVEAU-CLE          VALUE 'C'.
003100         88  CAS-NIVEAU-GROUPE       VALUE 'G'.
003200     05  CAS-CLE-ANALYSE             PIC X(15).
003300     05  CAS-NB-MVTS                 PIC 9(03).
003400     05  CAS-MONTANT                 PIC S9(13)V99 COMP-3.
003500     05  CAS-ANALYSTE                PIC X(08).
003600     05  CAS-DATE-DECISION           PIC 9(08).
003700     05  CAS-HEURE-DECISION          PIC 9(06).
003800     05  CAS-COMMENTAIRE             PIC X(40).
003900     05  CAS-MVT OCCURS 10.
004000         10  CAS-M-FGS-CLE           PIC X(15).
004100         10  CAS-M-DATE              PIC 9(08).
004200         10  CAS-M-HEURE             PIC 9(06).
004300         10  CAS-M-CODE              PIC X(01).
004400         10  CAS-M-DELTA             PIC S9(11)V99 COMP-3.
004500     05  FILLER                      PIC X(22).
