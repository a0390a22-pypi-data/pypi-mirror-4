000100******************************************************************
000200*  FFFFFGAC : ACTIVITE D UN OPERATEUR (FICHIER D ACTIVITE        *
000300*  COMMUN - FILE TD GACJ, SUPPORT DD ACTJRN)                     *
000400*  LRECL = 80   CHRONOLOGIQUE                                    *
000500*  CHAQUE MISE A JOUR VALIDEE DES TRANSACTIONS GSAD510, GSOL010, *
000600*  GSBS021 ET GSWB081 Y LAISSE L OPERATEUR, LA FONCTION ET LA    *
000700*  CLE ; LA NOTATION NOCTURNE GSAC790 LE LIT.                    *
000750*  LA VALIDATION A QUATRE YEUX GSCI831 Y LAISSE SES DECISIONS.   *
000800*  DOMAINE : ADRS = ADRESSES (ADRFIC)   NOMS = MAITRE FFFFFGS    *
000850*            ADRS : D = DECISION SUR UN CHANGEMENT DU PORTAIL    *
000860*                   (ADRATT - GSAD510, ACV-DETAIL = V / R)       *
000900*            SUSP = SUSPENS (SUSPFIC)   CORB = CORBEILLE WRKBSK  *
000908*            CONS = CONSENTEMENTS (CNSFIC - GSCN820)             *
000916*            IDEN = CHANGEMENTS DE NOM / ID-NAT EN ATTENTE       *
000924*                   (CIDFIC) : C = DEMANDE GSOL010, D = DECISION *
000932*                   GSCI831 (ACV-DETAIL = ETAT V / R / C)        *
000940*            ORDP = ORDRES PERMANENTS (ORPFIC - GSOR871)         *
000948*            CLOT = DEMANDES DE CLOTURE (CLDFIC - GSOL010)       *
000956*            DECE = DECES NOTIFIES (DCDFIC - GSDE901)            *
000964*            REPR = MANDATS DES REPRESENTANTS (RPRFIC - GSMA951) *
000972*            SAIS = ORDRES DE SAISIE (SAIFIC - GSSJ781)          *
000980*            RECL = RECLAMATIONS CLIENT (RECFIC - GSPT930)       *
000988*            CALE = CALENDRIER OUVRE (CALMAJ - GSCA222)          *
000989*            CERT = RECERTIFICATION DES ACCES (CERFIC - GSAU403) *
000990*                   : D = DECISION (ACV-DETAIL = C / R)          *
000991*            CMAP = REGLES D IMPUTATION (MAPMAJ - GSMP981) : C = *
000992*                   PROPOSITION, D = DECISION (DETAIL = A / R)   *
000993*            DEMA = DEMANDES (APPFIC - GSDM991) : DETAIL = ETAPE *
000994*            DOCU = INDEX DES DOCUMENTS (DOCFIC - GSIM126) :     *
000995*                   ACV-CLE = REFERENCE IMAGE                    *
001000*  FONCTION : C = CREATION   M = MODIFICATION                    *
001100*             N = CHANGEMENT DE NOM   S = SUPPRESSION / RETRAIT  *
001200*             R = RELACHE DU SUSPENS  A = ABANDON DU SUSPENS     *
001300*             P = PRISE D UN ELEMENT  D = SOLDE (ACV-DETAIL =    *
001400*                 ETAT C / R / A DE L ELEMENT)                   *
001500*  ACV-CLE : CLE DE L ENREGISTREMENT TOUCHE ; ACV-FGS-CLE : CLE  *
001600*  FFFFFGS DU CLIENT CONCERNE.                                   *
001700*  15/10/26  DA  CREATION                                        *
001709*  15/10/26  DA  DOMAINE CONS (CONSENTEMENTS - GSCN820)          *
001718*  15/10/26  DA  DOMAINE IDEN (QUATRE YEUX NOM / ID-NAT)         *
001727*  15/10/26  DA  DOMAINE ORDP (ORDRES PERMANENTS - GSOR871)      *
001736*  15/10/26  DA  DOMAINE CLOT (DEMANDES DE CLOTURE)              *
001745*  15/10/26  DA  DOMAINE DECE (DECES NOTIFIES - GSDE901)         *
001754*  15/10/26  DA  DOMAINE REPR (REPRESENTANTS - GSMA951)          *
001763*  15/10/26  DA  DOMAINE SAIS (ORDRES DE SAISIE - GSSJ781)       *
001772*  15/10/26  DA  DOMAINE RECL (RECLAMATIONS - GSPT930)           *
001781*  15/10/26  DA  DOMAINE CALE (CALENDRIER - GSCA222)             *
001790*  15/10/26  DA  DOMAINE CERT (RECERTIFICATION - GSAU403)        *
001795*  15/10/26  DA  DOMAINE CMAP (REGLES D IMPUTATION - GSMP981)    *
001797*  15/10/26  DA  DOMAINE DEMA (DEMANDES D ENTREE - GSDM991)      *
001798*  15/10/26  DA  ADRS : DECISION SUR CHANGEMENT DU PORTAIL       *
001799*  15/10/26  DA  DOMAINE DOCU (INDEX DES DOCUMENTS - GSIM126)    *
001800******************************************************************
001900 01  ACV-ENREG.
002000     05  ACV-DATE                    PIC 9(08).
002100     05  ACV-HEURE                   PIC 9(06).
002200     05  ACV-OPERATEUR               PIC X(08).
002300     05  ACV-PROGRAMME               PIC X(08).
002400     05  ACV-DOMAINE                 PIC X(04).
002500     05  ACV-FONCTION                PIC X(01).
002600         88  ACV-CREATION            VALUE 'C'.
002700     05  ACV-DETAIL                  PIC X(01).
002800     05  ACV-CLE                     PIC X(24).
002900     05  ACV-FGS-CLE                 PIC X(15).
003000     05  ACV-FORMATION               PIC X(01).
003100     05  FILLER                      PIC X(04).
