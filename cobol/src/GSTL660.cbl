001700*   - ELEMENTS DE CORBEILLE (WRKBSK)                              *
001800*   - NOTES D EXPLOITATION (NOTEFIC)                              *
001900*   - GEL JURIDIQUE (HLDFIC)                                      *
001950*   - DOCUMENTS NUMERISES RECUS (INDEX DOCFIC)                    *
002000*  CHAQUE LIGNE PORTE SA SOURCE ET L OPERATEUR CONNU. LES         *
002100*  JOURNAUX SEQUENTIELS (EVTFIC, GAUJ, JRNFIC) NE SONT PAS        *
002200*  ADRESSABLES EN LIGNE : ILS RESTENT AUX OUTILS BATCH.           *
002400*  PF5 = EXPORTER LA CHRONOLOGIE (FILE TD GTLX - DD TLEXP,        *
002500*        VERSEE AU DEPOT REPOFIC PAR L ETAPE GSRP300 DU SOIR,     *
002600*        CARTE 'DOSSIER')          PF3 = FIN                      *
002620*  PF11 = CLE MISE EN LISTE DE SUIVI DE L OPERATEUR (MOTIF ET     *
002640*         ECHEANCE FACULTATIFS - SUIFIC, LISTE GSSV161)           *
002660*  ARRIVEE PAR XCTL DE GSSV161 (MODE X) : CHRONOLOGIE DE LA CLE   *
002680*  CHOISIE CONSTRUITE ET AFFICHEE SANS SAISIE                     *
002700*  ------------------------------------------------------------  *
002800*  HISTORIQUE DES MODIFICATIONS                                   *
002900*  02/09/26  DA  CREATION                                         *
002910*  15/10/26  DA  CHRONOLOGIE AFFICHEE OU EXPORTEE : DIVULGATION   *
002920*                DU DOSSIER TRACEE A LA FILE GDSJ (8300)          *
002930*  15/10/26  DA  DOCUMENTS NUMERISES RECUS SUR LA CHRONOLOGIE     *
002940*                (INDEX DOCFIC - 2460)                            *
002955*  15/10/26  DA  PF11 : AJOUT DE LA CLE A LA LISTE DE SUIVI       *
002970*                (SUIFIC - 5500) ; ENTREE DIRECTE SUR CLE DEPUIS  *
002985*                GSSV161 (MODE X - 1200)                          *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005100 COPY FFFFFGX.
005200 COPY FFFFFGHD.
005300 COPY FFFFFFGS.
005350 COPY FFFFFGDC.
005360 COPY FFFFFGDX.
005370 COPY FFFFFGSV.
005400 01  W-OPERATEUR                     PIC X(08).
005500 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
005600 01  W-FIC-NOTEFIC                   PIC X(08) VALUE 'NOTEFIC '.
005700 01  W-FIC-SUSPFIC                   PIC X(08) VALUE 'SUSPFIC '.
005750 01  W-FIC-DOCFIC                    PIC X(08) VALUE 'DOCFIC  '.
005760 01  W-FIC-SUIFIC                    PIC X(08) VALUE 'SUIFIC  '.
005800 01  W-FORMATION                     PIC X(01) VALUE 'N'.
005900 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
006000 01  W-FONCTION-DEMANDEE             PIC X(01).
006100 01  W-AUTORISE                      PIC X(01).
006200 01  W-EFFACER                       PIC X(01) VALUE 'N'.
006210 01  W-SUIVI-FIN                     PIC X(08).
006300 77  IX-CHR                          PIC S9(04) COMP VALUE ZERO.
006400 77  IX-TRI                          PIC S9(04) COMP VALUE ZERO.
006500 77  NB-CHRONO                       PIC S9(04) COMP VALUE ZERO.
010800         10  M66-LIG-L               PIC S9(04) COMP.
010900         10  M66-LIG-A               PIC X(01).
011000         10  M66-LIG-I               PIC X(76).
011014     05  M66-SUIMOT-L                PIC S9(04) COMP.
011028     05  M66-SUIMOT-A                PIC X(01).
011042     05  M66-SUIMOT-I                PIC X(30).
011056     05  M66-SUIFIN-L                PIC S9(04) COMP.
011070     05  M66-SUIFIN-A                PIC X(01).
011084     05  M66-SUIFIN-I                PIC X(08).
011100     05  M66-MESS-L                  PIC S9(04) COMP.
011200     05  M66-MESS-A                  PIC X(01).
011300     05  M66-MESS-I                  PIC X(60).
011400 01  W-COMMAREA.
011500     05  CA-CLE                      PIC X(15).
011600     05  CA-OFFSET                   PIC 9(04).
011633     05  CA-MODE                     PIC X(01).
011666         88  CA-MODE-ENTREE-CLE      VALUE 'X'.
011700 LINKAGE SECTION.
011800 01  DFHCOMMAREA                     PIC X(20).
011900 PROCEDURE DIVISION.
012000******************************************************************
012100*  0000-MAINLINE : AIGUILLAGE PSEUDO-CONVERSATIONNEL              *
012700         MOVE LOW-VALUE TO GSTL66I
012800         MOVE SPACES TO CA-CLE
012900         MOVE ZERO   TO CA-OFFSET
012950         MOVE SPACE  TO CA-MODE
013000         MOVE 'SAISIR LA CLE DU DOSSIER PUIS ENTREE'
013100           TO W-MESSAGE
013200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
013300         GO TO 0000-RETOUR.
013400     MOVE DFHCOMMAREA TO W-COMMAREA.
013425     IF CA-MODE-ENTREE-CLE
013450         PERFORM 1200-ENTREE-SUR-CLE THRU 1200-EXIT
013475         GO TO 0000-RETOUR.
013500     PERFORM 1100-RECEVOIR-PFKEY THRU 1100-EXIT.
013600     EVALUATE TRUE
013700         WHEN PFK3
016100                 PERFORM 2000-CONSTRUIRE THRU 2000-EXIT
016200                 PERFORM 5000-EXPORTER THRU 5000-EXIT
016300             END-IF
016310         WHEN PFK11
016320             IF M66-CLE-I = SPACES OR LOW-VALUE
016330                 MOVE CA-CLE TO M66-CLE-I
016340             END-IF
016350             MOVE 'C' TO W-FONCTION-DEMANDEE
016360             PERFORM 3030-AUTORISER THRU 3030-EXIT
016370             IF W-AUTORISE = 'O'
016380                 PERFORM 5500-SUIVRE-CLE THRU 5500-EXIT
016390             END-IF
016400         WHEN OTHER
016500             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
016600             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
016700     END-EVALUATE.
016800 0000-RETOUR.
016900     EXEC CICS RETURN TRANSID ('GST1')
017000          COMMAREA (W-COMMAREA) LENGTH (20)
017100     END-EXEC.
017200 0000-EXIT.
017300     EXIT.
018800             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
018900             MOVE 'NOTEFICF' TO W-FIC-NOTEFIC
019000             MOVE 'SUSPFICF' TO W-FIC-SUSPFIC
019050             MOVE 'DOCFICF ' TO W-FIC-DOCFIC
019075             MOVE 'SUIFICF ' TO W-FIC-SUIFIC
019100         END-IF
019200     ELSE
019300         MOVE 'N' TO W-PROFIL-LU.
020500         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
020600         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
020700         WHEN DFHPF8   MOVE 08 TO PFKEY-INDICATOR
020750         WHEN DFHPF11  MOVE 11 TO PFKEY-INDICATOR
020800         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
020900     END-EVALUATE.
021000 1100-EXIT.
021100     EXIT.
021105******************************************************************
021110*  1200-ENTREE-SUR-CLE : ARRIVEE DEPUIS LA LISTE DE SUIVI         *
021115*  (GSSV161) AVEC UNE CLE CHOISIE - MEMES CONTROLES QUE ENTREE    *
021120******************************************************************
021125 1200-ENTREE-SUR-CLE.
021130     MOVE SPACE     TO CA-MODE.
021135     MOVE 'O'       TO W-EFFACER.
021140     MOVE LOW-VALUE TO GSTL66I.
021145     MOVE CA-CLE    TO M66-CLE-I.
021150     MOVE ZERO      TO CA-OFFSET.
021155     MOVE 'C'       TO W-FONCTION-DEMANDEE.
021160     PERFORM 3030-AUTORISER THRU 3030-EXIT.
021165     IF W-AUTORISE = 'N'
021170         MOVE SPACES TO CA-CLE
021175         GO TO 1200-EXIT.
021180     PERFORM 2000-CONSTRUIRE THRU 2000-EXIT.
021185     PERFORM 2600-AFFICHER-PAGE THRU 2600-EXIT.
021190 1200-EXIT.
021195     EXIT.
021200******************************************************************
021300*  3030-AUTORISER : PROFIL CONSULTATION ET PERIMETRE D ENTITE -   *
021400*  REFUS AU JOURNAL GAUJ                                          *
025900     PERFORM 2350-CORBEILLE THRU 2350-EXIT.
026000     PERFORM 2400-NOTES THRU 2400-EXIT.
026100     PERFORM 2450-GEL THRU 2450-EXIT.
026150     PERFORM 2460-DOCUMENTS THRU 2460-EXIT.
026200     PERFORM 2500-TRIER THRU 2500-EXIT.
026300 2000-EXIT.
026400     EXIT.
045600     PERFORM 2900-POSER THRU 2900-EXIT.
045700 2450-EXIT.
045800     EXIT.
045803******************************************************************
045806*  2460-DOCUMENTS : DOCUMENTS NUMERISES RECUS POUR LA CLE         *
045809*  (INDEX DOCFIC, A LA DATE DE RECEPTION)                         *
045812******************************************************************
045815 2460-DOCUMENTS.
045818     MOVE CA-CLE    TO DOC-FGS-CLE.
045821     MOVE LOW-VALUE TO DOC-REF-IMAGE.
045824     EXEC CICS STARTBR FILE (W-FIC-DOCFIC)
045827          RIDFLD (DOC-CLE) GTEQ RESP (W-RESP)
045830     END-EXEC.
045833     IF W-RESP NOT = DFHRESP(NORMAL)
045836         GO TO 2460-EXIT.
045839 2460-LIRE.
045842     EXEC CICS READNEXT FILE (W-FIC-DOCFIC)
045845          INTO (DOC-ENREG) RIDFLD (DOC-CLE) RESP (W-RESP)
045848     END-EXEC.
045851     IF W-RESP NOT = DFHRESP(NORMAL)
045854      OR DOC-FGS-CLE NOT = CA-CLE
045857         EXEC CICS ENDBR FILE (W-FIC-DOCFIC) RESP (W-RESP)
045860         END-EXEC
045863         GO TO 2460-EXIT.
045866     MOVE DOC-DATE-RECEPTION TO W-TRV-DATE.
045869     MOVE 'DOCUMENT'         TO W-TRV-SOURCE.
045872     MOVE DOC-SAISI-PAR      TO W-TRV-OPERATEUR.
045875     MOVE SPACES             TO W-TRV-TEXTE.
045878     STRING 'RECU ' DOC-TYPE ' ' DOC-REF-IMAGE ' ' DOC-LIBELLE
045881         DELIMITED SIZE INTO W-TRV-TEXTE
045884     END-STRING.
045887     PERFORM 2900-POSER THRU 2900-EXIT.
045890     GO TO 2460-LIRE.
045893 2460-EXIT.
045896     EXIT.
045900******************************************************************
046000*  2500-TRIER : TRI PAR DATE CROISSANTE (ECHANGES SIMPLES)        *
046100******************************************************************
052300     GO TO 2600-LIGNE.
052400 2600-FIN.
052500     MOVE IX-CHR TO CA-OFFSET.
052525     MOVE SPACES TO DSC-ENREG.
052550     MOVE 'A'    TO DSC-NATURE.
052575     PERFORM 8300-TRACER-DIVULGATION THRU 8300-EXIT.
052600     IF CA-OFFSET NOT LESS NB-CHRONO
052700         MOVE 'FIN DE LA CHRONOLOGIE - ENTREE POUR REPRENDRE'
052800           TO W-MESSAGE
056100     PERFORM 5100-ECRIRE-EXPORT THRU 5100-EXIT.
056200     GO TO 5000-LIGNE.
056300 5000-FIN.
056325     MOVE SPACES TO DSC-ENREG.
056350     MOVE 'E'    TO DSC-NATURE.
056375     PERFORM 8300-TRACER-DIVULGATION THRU 8300-EXIT.
056400     MOVE 'CHRONOLOGIE EXPORTEE VERS LE DEPOT' TO W-MESSAGE.
056500     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
056600 5000-EXIT.
057100     END-EXEC.
057200 5100-EXIT.
057300     EXIT.
057301******************************************************************
057302*  5500-SUIVRE-CLE : PF11 - LA CLE ENTRE DANS LA LISTE DE SUIVI   *
057303*  DE L OPERATEUR (MOTIF ET ECHEANCE AAAAMMJJ FACULTATIFS) -      *
057304*  CONSTAT CHAQUE NUIT PAR GSSV160, LISTE PAR GSSV161 (GSV1)      *
057305******************************************************************
057306 5500-SUIVRE-CLE.
057307     IF M66-CLE-I = SPACES OR LOW-VALUE
057308         MOVE 'SAISIR LA CLE A SUIVRE' TO W-MESSAGE
057309         GO TO 5500-ENVOYER.
057310     MOVE M66-CLE-I TO FFFFFGS-CLE.
057311     EXEC CICS READ FILE (W-FIC-FFFFFGS)
057312          INTO (FFFFFGS-ENREG) RIDFLD (FFFFFGS-CLE)
057313          RESP (W-RESP)
057314     END-EXEC.
057315     IF W-RESP NOT = DFHRESP(NORMAL)
057316         MOVE 'CLE INCONNUE - SUIVI IMPOSSIBLE' TO W-MESSAGE
057317         GO TO 5500-ENVOYER.
057318     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
057319     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
057320          YYYYMMDD (W-DATE-JOUR)
057321     END-EXEC.
057322     MOVE SPACES TO SUI-ENREG.
057323     MOVE ZERO   TO SUI-DATE-FIN SUI-DATE-PASSE SUI-PH-MONTANT
057324                    SUI-PH-MONTANT-ECH SUI-PH-DATE-EFFET
057325                    SUI-CT-NB-SUSPENS SUI-CT-NB-CORBEILLE
057326                    SUI-CT-NB-NOTES SUI-CT-NB-COURRIERS.
057327     MOVE M66-SUIFIN-I TO W-SUIVI-FIN.
057328     IF W-SUIVI-FIN = SPACES OR LOW-VALUE
057329         GO TO 5500-ECRIRE.
057330     IF W-SUIVI-FIN NOT NUMERIC
057331      OR W-SUIVI-FIN (5:2) LESS '01'
057332      OR W-SUIVI-FIN (5:2) GREATER '12'
057333      OR W-SUIVI-FIN (7:2) LESS '01'
057334      OR W-SUIVI-FIN (7:2) GREATER '31'
057335         MOVE 'ECHEANCE DU SUIVI INVALIDE (AAAAMMJJ)'
057336           TO W-MESSAGE
057337         GO TO 5500-ENVOYER.
057338     MOVE W-SUIVI-FIN TO SUI-DATE-FIN.
057339     IF SUI-DATE-FIN NOT GREATER W-DATE-JOUR
057340         MOVE 'ECHEANCE DU SUIVI DEJA PASSEE' TO W-MESSAGE
057341         GO TO 5500-ENVOYER.
057342 5500-ECRIRE.
057343     MOVE W-OPERATEUR     TO SUI-OPERATEUR.
057344     MOVE FFFFFGS-CLE     TO SUI-FGS-CLE.
057345     MOVE M66-SUIMOT-I  TO SUI-MOTIF.
057346     INSPECT SUI-MOTIF REPLACING ALL LOW-VALUE BY SPACE.
057347     MOVE W-DATE-JOUR     TO SUI-DATE-AJOUT.
057348     MOVE 'GSTL660 '      TO SUI-ORIGINE.
057349     EXEC CICS WRITE FILE (W-FIC-SUIFIC)
057350          FROM (SUI-ENREG) RIDFLD (SUI-CLE) RESP (W-RESP)
057351     END-EXEC.
057352     IF W-RESP = DFHRESP(NORMAL)
057353         MOVE 'CLE AJOUTEE A VOTRE SUIVI (TRANSACTION GSV1)'
057354           TO W-MESSAGE
057355     ELSE
057356         IF W-RESP = DFHRESP(DUPREC)
057357             MOVE 'CLE DEJA DANS VOTRE SUIVI' TO W-MESSAGE
057358         ELSE
057359             MOVE 'AJOUT AU SUIVI IMPOSSIBLE - FICHIER SUIFIC'
057360               TO W-MESSAGE.
057361 5500-ENVOYER.
057362     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
057363 5500-EXIT.
057364     EXIT.
057400******************************************************************
057500*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                  *
057600******************************************************************
059200         END-EXEC.
059300 8000-EXIT.
059400     EXIT.
059500******************************************************************
059600*  8300-TRACER-DIVULGATION : LA CHRONOLOGIE MONTREE OU EXPORTEE   *
059700*  DEVOILE LE DOSSIER - LA DIVULGATION PART AU JOURNAL (FILE TD   *
059800*  GDSJ - DD DSCJRN) ; NATURE A OU E GARNIE PAR L APPELANT        *
059900******************************************************************
060000 8300-TRACER-DIVULGATION.
060100     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
060200     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
060300          YYYYMMDD (W-DATE-JOUR)
060400     END-EXEC.
060500     MOVE W-DATE-JOUR         TO DSC-DATE.
060600     MOVE EIBTIME             TO W-EIBTIME.
060700     MOVE W-EIBTIME (2:6)     TO DSC-HEURE.
060800     MOVE W-OPERATEUR         TO DSC-IDENTITE.
060900     MOVE 'ECRN'              TO DSC-CANAL.
061000     MOVE 'GSTL660 '          TO DSC-PROGRAMME.
061100     MOVE CA-CLE              TO DSC-FGS-CLE.
061200     MOVE W-FORMATION         TO DSC-FORMATION.
061300     EXEC CICS WRITEQ TD QUEUE ('GDSJ')
061400          FROM (DSC-ENREG) LENGTH (80) RESP (W-RESP)
061500     END-EXEC.
061600 8300-EXIT.
061700     EXIT.
