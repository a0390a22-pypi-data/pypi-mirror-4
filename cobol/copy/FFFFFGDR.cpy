000100******************************************************************
000200*  FFFFFGDR : RETOUR DE PRELEVEMENT RENVOYE PAR LA BANQUE        *
000300*             (FICHIER RETPRL)                                   *
000400*  LRECL = 100   SEQUENTIEL - LU PAR GSDD701                     *
000500*  LA REFERENCE DE BOUT EN BOUT EST CELLE DU PRELEVEMENT REMIS   *
000600*  (CLE FFFFFGS + DATE D ECHEANCE - DESSIN FFFFFGPL).            *
000700*  MOTIF : AM04 = PROVISION INSUFFISANTE   AC04 = COMPTE CLOS    *
000800*          MD01 = MANDAT ABSENT OU REVOQUE   AUTRES = DIVERS     *
000900*  15/10/26  DA  CREATION                                        *
001000******************************************************************
001100 01  RTP-ENREG.
001200     05  RTP-REFERENCE.
001300         10  RTP-FGS-CLE             PIC X(15).
001400         10  RTP-DATE-ECH            PIC 9(08).
001500     05  RTP-RUM                     PIC X(35).
001600     05  RTP-MONTANT                 PIC 9(11)V99.
001700     05  RTP-MOTIF                   PIC X(04).
001800         88  RTP-PROVISION           VALUE 'AM04'.
001900         88  RTP-COMPTE-CLOS         VALUE 'AC04'.
002000         88  RTP-MANDAT-REVOQUE      VALUE 'MD01'.
002100     05  RTP-DATE-RETOUR             PIC 9(08).
002200     05  FILLER                      PIC X(17).
