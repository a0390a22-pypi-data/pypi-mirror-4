000100******************************************************************
000200*  FFFFFGSJ : ORDRES DE SAISIE ET D OPPOSITION SUR UN            *
000300*             ENREGISTREMENT FFFFFGS  (FICHIER SAIFIC)           *
000400*  LRECL = 200   CLE = SAI-CLE (CLE FFFFFGS + NUMERO DE L        *
000500*  ORDRE) - PLUSIEURS ORDRES PAR CLE.                            *
000600*  AUTORITE : J = JUDICIAIRE (SAISIE-ATTRIBUTION, HUISSIER)      *
000700*    F = FISCALE (AVIS A TIERS DETENTEUR)  S = ORGANISME SOCIAL  *
000800*  L ORDRE BLOQUE SAI-MONTANT-BLOQUE SUR LE MONTANT DE LA CLE :  *
000900*  LE DISPONIBLE EST LE MONTANT MOINS LES ORDRES ACTIFS. UN      *
001000*  ORDRE EST ACTIF A L ETAT A ET DANS SA FENETRE DE DATES (FIN   *
001100*  99999999 = JUSQU A MAINLEVEE). GSBT010 (GSSJ780) ET GSOL010   *
001200*  REFUSENT LE DEBIT QUI RENDRAIT LE DISPONIBLE NEGATIF ;        *
001300*  GSOP170 REFUSE LE RECLASSEMENT D UN COETBL SOUS SAISIE.       *
001400*  ETAT : P = PROPOSE   A = ACTIF (APPROUVE PAR UN SECOND        *
001500*    OPERATEUR)   R = REJETE   L = LEVE (MAINLEVEE)              *
001600*    E = ECHU (FIN DEPASSEE - POSE PAR GSSJ782)                  *
001700*  PISTE D AUDIT : PROPOSANT, APPROBATEUR, AUTEUR ET DATE DE LA  *
001800*  LEVEE OU DE L ECHEANCE ET SON MOTIF RESTENT SUR LA FICHE ;    *
001900*  CHAQUE DECISION EN LIGNE PART AU FICHIER D ACTIVITE (GACJ,    *
002000*  DOMAINE SAIS). SAISI PAR LA TRANSACTION GSSJ781, REGISTRE     *
002100*  MENSUEL GSSJ782.                                              *
002200*  15/10/26  DA  CREATION                                        *
002210*  15/10/26  DA  SAI-DOC-IMAGE : ACTE DE L INDEX DOCFIC          *
002300******************************************************************
002400 01  SAI-ENREG.
002500     05  SAI-CLE.
002600         10  SAI-FGS-CLE             PIC X(15).
002700         10  SAI-NUMERO              PIC 9(03).
002800     05  SAI-AUTORITE                PIC X(01).
002900         88  SAI-JUDICIAIRE          VALUE 'J'.
003000         88  SAI-FISCALE             VALUE 'F'.
003100         88  SAI-SOCIALE             VALUE 'S'.
003200     05  SAI-AUTORITE-NOM            PIC X(30).
003300     05  SAI-REFERENCE               PIC X(20).
003400     05  SAI-MONTANT-BLOQUE          PIC S9(11)V99 COMP-3.
003500     05  SAI-DATE-DEBUT              PIC 9(08).
003600     05  SAI-DATE-FIN                PIC 9(08).
003700     05  SAI-ETAT                    PIC X(01).
003800         88  SAI-PROPOSE             VALUE 'P'.
003900         88  SAI-ACTIF               VALUE 'A'.
004000         88  SAI-REJETE              VALUE 'R'.
004100         88  SAI-LEVE                VALUE 'L'.
004200         88  SAI-ECHU                VALUE 'E'.
004300     05  SAI-PROPOSE-PAR             PIC X(08).
004400     05  SAI-DATE-PROPOSITION        PIC 9(08).
004500     05  SAI-APPROUVE-PAR            PIC X(08).
004600     05  SAI-DATE-APPROBATION        PIC 9(08).
004700     05  SAI-LEVE-PAR                PIC X(08).
004800     05  SAI-DATE-LEVEE              PIC 9(08).
004900     05  SAI-MOTIF                   PIC X(30).
004910*    ACTE NUMERISE (REFERENCE DE L INDEX DOCFIC SOUS LA MEME
004920*    CLE FFFFFGS - BLANC = AUCUN)
004930     05  SAI-DOC-IMAGE               PIC X(12).
005000     05  FILLER                      PIC X(17).
