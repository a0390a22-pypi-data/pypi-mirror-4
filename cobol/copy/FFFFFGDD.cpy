000100******************************************************************
000200*  FFFFFGDD : DECES DU TITULAIRE D UN ENREGISTREMENT FFFFFGS     *
000300*             (FICHIER DCDFIC)                                   *
000400*  LRECL = 200   CLE = DCD-FGS-CLE (UNE FICHE PAR CLE)           *
000500*  SAISIE PAR LA TRANSACTION GSDE901 SOUS DOUBLE CONTROLE : LA   *
000600*  FICHE PROPOSEE (ETAT P) N A AUCUN EFFET TANT QU UN            *
000700*  APPROBATEUR DIFFERENT NE L A PAS VALIDEE (ETAT V). LA         *
000800*  VALIDATION POSE UN ELEMENT DE CORBEILLE DECE (FILE DECES)     *
000900*  POUR LE SERVICE DES SUCCESSIONS.                              *
001000*  EFFETS D UNE FICHE VALIDEE :                                  *
001100*    - COURRIER DE PROSPECTION SUPPRIME (GSCO290)                *
001200*    - COURRIER REGLEMENTAIRE ADRESSE AU CONTACT DE LA           *
001300*      SUCCESSION, EN IMPRESSION (GSCO290, GSCO292)              *
001400*    - ACCES PORTAIL REFUSE SUR LA CLE (GSWS130)                 *
001500*    - MOUVEMENT DE DEBIT RETENU EN SUSPENS (GSBT010)            *
001600*    - RELEVE DES SUCCESSIONS AVEC SOLDES OUVERTS (GSDE900)      *
001700*  ETAT : P = PROPOSEE   V = VALIDEE   R = REJETEE               *
001800*    L = LEVEE (DECES SAISI A TORT - MOTIF OBLIGATOIRE). UNE     *
001900*    FICHE REJETEE OU LEVEE PEUT ETRE REPROPOSEE.                *
002000*  15/10/26  DA  CREATION                                        *
002100******************************************************************
002200 01  DCD-ENREG.
002300     05  DCD-CLE.
002400         10  DCD-FGS-CLE             PIC X(15).
002500     05  DCD-ETAT                    PIC X(01).
002600         88  DCD-PROPOSEE            VALUE 'P'.
002700         88  DCD-VALIDEE             VALUE 'V'.
002800         88  DCD-REJETEE             VALUE 'R'.
002900         88  DCD-LEVEE               VALUE 'L'.
003000     05  DCD-DATE-DECES              PIC 9(08).
003100     05  DCD-DATE-NOTIF              PIC 9(08).
003200     05  DCD-CONTACT.
003300         10  DCD-CONTACT-NOM         PIC X(30).
003400         10  DCD-CONTACT-LIGNE       PIC X(30).
003500         10  DCD-CONTACT-CP          PIC X(10).
003600         10  DCD-CONTACT-VILLE       PIC X(20).
003700         10  DCD-CONTACT-PAYS        PIC X(02).
003800     05  DCD-PROPOSE-PAR             PIC X(08).
003900     05  DCD-DATE-PROPOSITION        PIC 9(08).
004000     05  DCD-APPROUVE-PAR            PIC X(08).
004100     05  DCD-DATE-APPROBATION        PIC 9(08).
004200     05  DCD-MOTIF                   PIC X(30).
004300     05  FILLER                      PIC X(14).
