000100******************************************************************
000200*  FFFFFGDX : INDEX DES DOCUMENTS NUMERISES  (FICHIER DOCFIC)    *
000300*  LRECL = 120   CLE = DOC-CLE (CLE FFFFFGS + REFERENCE IMAGE)   *
000400*  UN ENREGISTREMENT PAR DOCUMENT CONNU DU SYSTEME D IMAGERIE    *
000500*  POUR UNE CLE (CONTRAT SIGNE, PIECE D IDENTITE, DECISION DE    *
000600*  JUSTICE ...). L IMAGE RESTE DANS L IMAGERIE : L INDEX DIT     *
000700*  QUELS DOCUMENTS EXISTENT ET SOUS QUELLE REFERENCE.            *
000800*  DOC-TYPE             : REFTBL DOCT (CODE SUR 4)               *
000900*  DOC-CLASSE-RETENTION : REFTBL DOCR - LIBELLE COURT (1:3) =    *
001000*                         DUREE DE CONSERVATION EN ANNEES A      *
001100*                         COMPTER DE LA RECEPTION, 999 =         *
001200*                         CONSERVATION PERMANENTE                *
001300*  DOC-ORIGINE          : I = EXPORT NOCTURNE DE L IMAGERIE      *
001400*                         (GSIM125), S = SAISIE EN LIGNE         *
001500*                         (GSIM126)                              *
001600*  ALIMENTE PAR GSIM125, ENTRETENU PAR GSIM126, LU PAR GSTL660,  *
001700*  GSPT930, GSSJ781 ET GSKY751 ; EPURE (CLASSE DE CONSERVATION   *
001750*  ECHUE, GEL HLDFIC RESPECTE) PAR GSRE380 ET GSPU570.           *
001800*  15/10/26  DA  CREATION                                        *
001900******************************************************************
002000 01  DOC-ENREG.
002100     05  DOC-CLE.
002200         10  DOC-FGS-CLE             PIC X(15).
002300         10  DOC-REF-IMAGE           PIC X(12).
002400     05  DOC-TYPE                    PIC X(04).
002500     05  DOC-DATE-RECEPTION          PIC 9(08).
002600     05  DOC-CLASSE-RETENTION        PIC X(02).
002700     05  DOC-ORIGINE                 PIC X(01).
002800         88  DOC-IMPORTE             VALUE 'I'.
002900         88  DOC-SAISI               VALUE 'S'.
003000     05  DOC-LIBELLE                 PIC X(30).
003100     05  DOC-SAISI-PAR               PIC X(08).
003200     05  DOC-DATE-MAJ                PIC 9(08).
003300     05  FILLER                      PIC X(32).
