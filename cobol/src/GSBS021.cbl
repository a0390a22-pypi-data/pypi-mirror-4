002000*  ------------------------------------------------------------  *
002100*  HISTORIQUE DES MODIFICATIONS                                   *
002200*  02/09/26  DA  CREATION                                         *
002210*  15/10/26  DA  CHAQUE RELACHE ET CHAQUE ABANDON PART AUSSI AU   *
002220*                FICHIER D ACTIVITE COMMUN (FILE TD GACJ) POUR LA *
002230*                SURVEILLANCE DES OPERATEURS                      *
002232*  15/10/26  DA  STATUT AVANT A BLANC POUR GSED050 : LA           *
002234*                MATRICE DES TRANSITIONS EST OPPOSEE A            *
002236*                L APPLICATION PAR GSBT010                        *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
004100                                     PIC 9(12)V99.
004200 COPY GSPFKEY.
004300 COPY FFFFFGSU.
004350 COPY FFFFFGAC.
004400 COPY FFFFFGA.
004500 COPY FFFFFGE.
004600 COPY FFFFFGR.
035800     IF EDT-FONCTION = SPACE OR LOW-VALUE
035900         MOVE 'M' TO EDT-FONCTION.
036000     MOVE 'T' TO EDT-ENV.
036095     MOVE SPACES TO EDT-STATUT-AVANT EDT-TRANSITION.
036100     CALL 'GSED050' USING EDT-ZONE FFFFFGS-ENREG.
036200     IF EDT-NB-ERREURS GREATER ZERO
036300         MOVE SPACES TO W-MESSAGE
038400     MOVE 'R'    TO REP-ACTION.
038500     MOVE SPACES TO REP-DISPOSITION.
038600     PERFORM 8100-JOURNALISER THRU 8100-EXIT.
038650     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
038700     MOVE 'ELEMENT CORRIGE - RELACHE POUR LE PROCHAIN CYCLE'
038800       TO W-MESSAGE.
038900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
041200     MOVE 'A'         TO REP-ACTION.
041300     MOVE M02-DISPO-I TO REP-DISPOSITION.
041400     PERFORM 8100-JOURNALISER THRU 8100-EXIT.
041450     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
041500     MOVE 'ELEMENT ABANDONNE - DISPOSITION JOURNALISEE'
041600       TO W-MESSAGE.
041700     MOVE LOW-VALUE TO CA-SUS-CLE.
049700     END-EXEC.
049800 8100-EXIT.
049900     EXIT.
049904******************************************************************
049908*  8400-TRACER-ACTIVITE : OPERATEUR, ACTION ET CLE AU FICHIER     *
049912*  D ACTIVITE COMMUN (FILE TD GACJ - DD ACTJRN) POUR LA           *
049916*  SURVEILLANCE DES OPERATEURS (GSAC790) - MEME HORODATAGE QUE    *
049920*  LE JOURNAL GSUJ                                                *
049924******************************************************************
049928 8400-TRACER-ACTIVITE.
049932     MOVE SPACES          TO ACV-ENREG.
049936     MOVE REP-DATE        TO ACV-DATE.
049940     MOVE REP-HEURE       TO ACV-HEURE.
049944     MOVE W-OPERATEUR     TO ACV-OPERATEUR.
049948     MOVE 'GSBS021 '      TO ACV-PROGRAMME.
049952     MOVE 'SUSP'          TO ACV-DOMAINE.
049956     MOVE REP-ACTION      TO ACV-FONCTION.
049960     MOVE REP-SUS-CLE     TO ACV-CLE.
049964     MOVE REP-SUS-CLE (1:15) TO ACV-FGS-CLE.
049968     MOVE W-FORMATION     TO ACV-FORMATION.
049972     EXEC CICS WRITEQ TD QUEUE ('GACJ')
049976          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
049980     END-EXEC.
049984 8400-EXIT.
049988     EXIT.
050000******************************************************************
050100*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                  *
050200******************************************************************
