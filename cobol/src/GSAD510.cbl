001500*        DATE NUMERIQUE, LIGNE 1 ET VILLE OBLIGATOIRES, CANAL    *
001600*        I / E OU BLANC)                                         *
001700*  PF9 = RETIRER L ADRESSE DATEE SAISIE    PF3 = FIN             *
001710*  CHANGEMENTS DEPOSES PAR LE PORTAIL (GSWS130 FONCTION AD,      *
001720*  FICHIER ADRATT) : PF6 = AFFICHER LE CHANGEMENT EN ATTENTE DE  *
001730*  LA CLE, PF10 = L APPROUVER (ADRESSE DATEE ECRITE A ADRFIC     *
001740*  AVEC SA PROVENANCE, ANCIENNE ADRESSE RELEVEE POUR LE COURRIER *
001750*  DE CONFIRMATION GSCO290 ** ADCF), PF11 = LE REJETER.          *
001760*  PROFIL APPROBATION EXIGE ; L OPERATEUR DE L IDENTITE DU       *
001770*  PORTAIL NE DECIDE PAS SON PROPRE CHANGEMENT.                  *
001800*  PROFIL : CONSULTATION POUR AFFICHER, MISE A JOUR POUR         *
001900*  ENREGISTRER OU RETIRER - PERIMETRE D ENTITE RESPECTE -        *
002000*  FORMATION SUR LES COPIES F.                                   *
002100*  ------------------------------------------------------------  *
002200*  HISTORIQUE DES MODIFICATIONS                                  *
002300*  02/09/26  DA  CREATION                                        *
002301*  15/10/26  DA  CHAQUE ADRESSE ENREGISTREE, REMPLACEE OU        *
002302*                RETIREE PART AU FICHIER D ACTIVITE COMMUN (FILE *
002303*                TD GACJ) POUR LA SURVEILLANCE DES OPERATEURS    *
002310*  15/10/26  DA  APPROBATION / REJET DES CHANGEMENTS D ADRESSE   *
002320*                DU PORTAIL (ADRATT - PF6 / PF10 / PF11),        *
002330*                PROVENANCE DE L ADRESSE ECRITE A ADRFIC         *
002340******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.
004000 COPY GSPFKEY.
004100 COPY FFFFFGA.
004200 COPY FFFFFGAD.
004250 COPY FFFFFGAC.
004300 COPY FFFFFFGS.
004310 COPY FFFFFGAA.
004400 01  W-OPERATEUR                     PIC X(08).
004500 01  W-FIC-ADRFIC                    PIC X(08) VALUE 'ADRFIC  '.
004600 01  W-FIC-FFFFFGS                   PIC X(08) VALUE 'FFFFFGS '.
004610 01  W-FIC-ADRATT                    PIC X(08) VALUE 'ADRATT  '.
004700 01  W-FORMATION                     PIC X(01) VALUE 'N'.
004800 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
004900 01  W-FONCTION-DEMANDEE             PIC X(01).
005000 01  W-AUTORISE                      PIC X(01).
005100 01  W-EFFACER                       PIC X(01) VALUE 'N'.
005200 01  W-TROUVEE                       PIC X(01).
005250 01  W-FONCTION-ACTIVITE             PIC X(01).
005260 01  W-DETAIL-ACTIVITE               PIC X(01) VALUE SPACE.
005270 01  W-EN-ATTENTE                    PIC X(01).
005300 01  W-VIOLATION.
005400     05  VIO-DATE                    PIC 9(08).
005500     05  VIO-HEURE                   PIC 9(06).
012900             IF W-AUTORISE = 'O'
013000                 PERFORM 3500-RETIRER THRU 3500-EXIT
013100             END-IF
013110         WHEN PFK6
013120             MOVE 'C' TO W-FONCTION-DEMANDEE
013130             PERFORM 3030-AUTORISER THRU 3030-EXIT
013140             IF W-AUTORISE = 'O'
013150                 PERFORM 2700-AFFICHER-ATTENTE THRU 2700-EXIT
013155             END-IF
013160         WHEN PFK10
013165             MOVE 'P' TO W-FONCTION-DEMANDEE
013170             PERFORM 3030-AUTORISER THRU 3030-EXIT
013175             IF W-AUTORISE = 'O'
013180                 PERFORM 3600-APPROUVER THRU 3600-EXIT
013182             END-IF
013184         WHEN PFK11
013186             MOVE 'P' TO W-FONCTION-DEMANDEE
013188             PERFORM 3030-AUTORISER THRU 3030-EXIT
013190             IF W-AUTORISE = 'O'
013192                 PERFORM 3700-REJETER THRU 3700-EXIT
013194             END-IF
013200         WHEN OTHER
013300             MOVE 'TOUCHE NON AFFECTEE' TO W-MESSAGE
013400             PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
015600             MOVE 'O'        TO W-FORMATION
015700             MOVE 'ADRFICF ' TO W-FIC-ADRFIC
015800             MOVE 'FFFFFGSF' TO W-FIC-FFFFFGS
015850             MOVE 'ADRATTF ' TO W-FIC-ADRATT
015900         END-IF
016000     ELSE
016100         MOVE 'N' TO W-PROFIL-LU.
017200         WHEN DFHENTER MOVE 00 TO PFKEY-INDICATOR
017300         WHEN DFHPF3   MOVE 03 TO PFKEY-INDICATOR
017400         WHEN DFHPF5   MOVE 05 TO PFKEY-INDICATOR
017450         WHEN DFHPF6   MOVE 06 TO PFKEY-INDICATOR
017500         WHEN DFHPF9   MOVE 09 TO PFKEY-INDICATOR
017510         WHEN DFHPF10  MOVE 10 TO PFKEY-INDICATOR
017520         WHEN DFHPF11  MOVE 11 TO PFKEY-INDICATOR
017600         WHEN OTHER    MOVE 99 TO PFKEY-INDICATOR
017700     END-EVALUATE.
017800 1100-EXIT.
017900     EXIT.
018000******************************************************************
018100*  3030-AUTORISER : C POUR AFFICHER, M POUR TOUCHER, P POUR      *
018200*  DECIDER UN CHANGEMENT DU PORTAIL - LE PERIMETRE D ENTITE      *
018250*  S APPLIQUE A LA CLE - REFUS AU JOURNAL                        *
018300******************************************************************
018400 3030-AUTORISER.
018500     MOVE 'N' TO W-AUTORISE.
019200          AND AUT-MISE-A-JOUR = 'O'
019300             MOVE 'O' TO W-AUTORISE
019400         END-IF
019410         IF W-FONCTION-DEMANDEE = 'P'
019420          AND AUT-APPROBATION = 'O'
019430             MOVE 'O' TO W-AUTORISE
019440         END-IF
019500         IF W-AUTORISE = 'O'
019600          AND AUT-ENTITE NOT = SPACES
019700          AND M51-CLE-I (1:2) NOT = AUT-ENTITE
025700     ELSE
025800         MOVE 'AUCUNE ADRESSE COURANTE POUR CETTE CLE'
025900           TO W-MESSAGE.
025910     PERFORM 2600-LIRE-ATTENTE THRU 2600-EXIT.
025920     IF W-EN-ATTENTE = 'O'
025930         MOVE 'CHANGEMENT PORTAIL EN ATTENTE - PF6 POUR LE VOIR'
025940           TO W-MESSAGE.
026000     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
026100 2000-EXIT.
026200     EXIT.
028800     MOVE M51-PAYS-I    TO ADR-PAYS.
028900     MOVE M51-TEL-I     TO ADR-TELEPHONE.
029000     MOVE M51-CANAL-I   TO ADR-CANAL-PREF.
029010     PERFORM 3100-PROVENANCE THRU 3100-EXIT.
029100     EXEC CICS WRITE FILE (W-FIC-ADRFIC)
029200          FROM (ADR-ENREG) RIDFLD (ADR-CLE)
029300          RESP (W-RESP)
029500     EVALUATE W-RESP
029600         WHEN DFHRESP(NORMAL)
029700             MOVE 'ADRESSE ENREGISTREE' TO W-MESSAGE
029733             MOVE 'C' TO W-FONCTION-ACTIVITE
029766             PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
029800         WHEN DFHRESP(DUPREC)
029900             PERFORM 3200-REECRIRE THRU 3200-EXIT
030000         WHEN OTHER
030400     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
030500 3000-EXIT.
030600     EXIT.
030610******************************************************************
030620*  3100-PROVENANCE : ADRESSE SAISIE AU GUICHET PAR L OPERATEUR,  *
030630*  QUI EN REPOND                                                 *
030640******************************************************************
030650 3100-PROVENANCE.
030660     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
030670     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
030675          YYYYMMDD (W-DATE-JOUR)
030680     END-EXEC.
030685     MOVE 'G'          TO ADR-ORIGINE.
030690     MOVE W-OPERATEUR  TO ADR-SAISI-PAR ADR-APPROUVE-PAR.
030695     MOVE W-DATE-JOUR  TO ADR-DATE-APPROB.
030697 3100-EXIT.
030698     EXIT.
030700 3200-REECRIRE.
030800     EXEC CICS READ FILE (W-FIC-ADRFIC)
030900          INTO (ADR-ENREG) RIDFLD (ADR-CLE)
032000     MOVE M51-PAYS-I    TO ADR-PAYS.
032100     MOVE M51-TEL-I     TO ADR-TELEPHONE.
032200     MOVE M51-CANAL-I   TO ADR-CANAL-PREF.
032210     PERFORM 3100-PROVENANCE THRU 3100-EXIT.
032300     EXEC CICS REWRITE FILE (W-FIC-ADRFIC)
032400          FROM (ADR-ENREG) RESP (W-RESP)
032500     END-EXEC.
032600     IF W-RESP = DFHRESP(NORMAL)
032700         MOVE 'ADRESSE REMPLACEE A CETTE DATE' TO W-MESSAGE
032733         MOVE 'M' TO W-FONCTION-ACTIVITE
032766         PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
032800     ELSE
032900         MOVE 'INCIDENT FICHIER ADRFIC - REECRITURE'
033000           TO W-MESSAGE.
035400     END-EXEC.
035500     IF W-RESP = DFHRESP(NORMAL)
035600         MOVE 'ADRESSE RETIREE' TO W-MESSAGE
035633         MOVE 'S' TO W-FONCTION-ACTIVITE
035666         PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
035700     ELSE
035800         MOVE 'INCIDENT FICHIER ADRFIC - RETRAIT' TO W-MESSAGE.
035900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
039000         MOVE 'CLE INCONNUE AU FICHIER MAITRE' TO W-MESSAGE.
039100 4000-EXIT.
039200     EXIT.
039203******************************************************************
039206*  8400-TRACER-ACTIVITE : OPERATEUR, FONCTION ET CLE AU FICHIER  *
039209*  D ACTIVITE COMMUN (FILE TD GACJ - DD ACTJRN) POUR LA          *
039212*  SURVEILLANCE DES OPERATEURS (GSAC790)                         *
039215******************************************************************
039218 8400-TRACER-ACTIVITE.
039221     MOVE SPACES              TO ACV-ENREG.
039224     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
039227     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
039230          YYYYMMDD (W-DATE-JOUR)
039233     END-EXEC.
039236     MOVE W-DATE-JOUR         TO ACV-DATE.
039239     MOVE EIBTIME             TO W-EIBTIME.
039242     MOVE W-EIBTIME (2:6)     TO ACV-HEURE.
039245     MOVE W-OPERATEUR         TO ACV-OPERATEUR.
039248     MOVE 'GSAD510 '          TO ACV-PROGRAMME.
039251     MOVE 'ADRS'              TO ACV-DOMAINE.
039254     MOVE W-FONCTION-ACTIVITE TO ACV-FONCTION.
039255     MOVE W-DETAIL-ACTIVITE   TO ACV-DETAIL.
039257     MOVE ADR-CLE             TO ACV-CLE.
039260     MOVE ADR-FGS-CLE         TO ACV-FGS-CLE.
039263     MOVE W-FORMATION         TO ACV-FORMATION.
039266     EXEC CICS WRITEQ TD QUEUE ('GACJ')
039269          FROM (ACV-ENREG) LENGTH (80) RESP (W-RESP)
039272     END-EXEC.
039275 8400-EXIT.
039278     EXIT.
039300******************************************************************
039400*  8000-ENVOYER-ECRAN : REAFFICHAGE AVEC MESSAGE                 *
039500******************************************************************
041100         END-EXEC.
041200 8000-EXIT.
041300     EXIT.
041400******************************************************************
041500*  2600-LIRE-ATTENTE : CHANGEMENT DU PORTAIL EN ATTENTE POUR LA  *
041600*  CLE SAISIE (ADRATT, ETAT A) - W-EN-ATTENTE = O SI PRESENT     *
041700******************************************************************
041800 2600-LIRE-ATTENTE.
041900     MOVE 'N'       TO W-EN-ATTENTE.
042000     MOVE M51-CLE-I TO AAT-FGS-CLE.
042100     EXEC CICS READ FILE (W-FIC-ADRATT)
042200          INTO (AAT-ENREG) RIDFLD (AAT-FGS-CLE)
042300          RESP (W-RESP)
042400     END-EXEC.
042500     IF W-RESP = DFHRESP(NORMAL)
042600      AND AAT-EN-ATTENTE
042700         MOVE 'O' TO W-EN-ATTENTE.
042800 2600-EXIT.
042900     EXIT.
043000******************************************************************
043100*  2700-AFFICHER-ATTENTE : LE CHANGEMENT EN ATTENTE A L ECRAN    *
043200*  (DATE D EFFET ET NOUVELLE ADRESSE) AVANT DECISION             *
043300******************************************************************
043400 2700-AFFICHER-ATTENTE.
043500     IF M51-CLE-I = SPACES OR LOW-VALUE
043600         MOVE 'CLE OBLIGATOIRE' TO W-MESSAGE
043700         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
043800         GO TO 2700-EXIT.
043900     PERFORM 2600-LIRE-ATTENTE THRU 2600-EXIT.
044000     IF W-EN-ATTENTE NOT = 'O'
044100         MOVE 'AUCUN CHANGEMENT DU PORTAIL EN ATTENTE'
044150           TO W-MESSAGE
044200         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
044300         GO TO 2700-EXIT.
044400     MOVE AAT-DATE-EFFET     TO M51-DATEFF-I.
044500     MOVE AAT-NV-LIGNE-1     TO M51-LIGNE1-I.
044600     MOVE AAT-NV-LIGNE-2     TO M51-LIGNE2-I.
044700     MOVE AAT-NV-CODE-POSTAL TO M51-CP-I.
044800     MOVE AAT-NV-VILLE       TO M51-VILLE-I.
044900     MOVE AAT-NV-PAYS        TO M51-PAYS-I.
045000     MOVE AAT-NV-TELEPHONE   TO M51-TEL-I.
045100     MOVE AAT-NV-CANAL-PREF  TO M51-CANAL-I.
045200     MOVE SPACES TO W-MESSAGE.
045300     STRING 'PORTAIL DU ' AAT-DATE-DEMANDE
045400            ' - PF10 APPROUVER  PF11 REJETER'
045500         DELIMITED SIZE INTO W-MESSAGE
045600     END-STRING.
045700     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
045800 2700-EXIT.
045900     EXIT.
046000******************************************************************
046100*  3600-APPROUVER : LE CHANGEMENT EN ATTENTE DEVIENT L ADRESSE   *
046200*  DATEE ADRFIC (ORIGINE P, DEPOSANT ET APPROBATEUR) ; L ADRESSE *
046300*  COURANTE EST RELEVEE DANS LE CHANGEMENT POUR LE COURRIER DE   *
046400*  CONFIRMATION AUX DEUX ADRESSES (GSCO290 ** ADCF)              *
046500******************************************************************
046600 3600-APPROUVER.
046700     PERFORM 3650-LIRE-POUR-DECISION THRU 3650-EXIT.
046800     IF W-MESSAGE NOT = SPACES
046900         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
047000         GO TO 3600-EXIT.
047100     PERFORM 3660-ANCIENNE-ADRESSE THRU 3660-EXIT.
047200     PERFORM 3670-GARNIR-ADRESSE THRU 3670-EXIT.
047300     EXEC CICS WRITE FILE (W-FIC-ADRFIC)
047400          FROM (ADR-ENREG) RIDFLD (ADR-CLE)
047500          RESP (W-RESP)
047600     END-EXEC.
047700     MOVE 'C' TO W-FONCTION-ACTIVITE.
047800*    UNE ADRESSE A LA MEME DATE D EFFET EST REMPLACEE
047900     IF W-RESP = DFHRESP(DUPREC)
048000         MOVE 'M' TO W-FONCTION-ACTIVITE
048100         EXEC CICS READ FILE (W-FIC-ADRFIC)
048200              INTO (ADR-ENREG) RIDFLD (ADR-CLE)
048300              UPDATE RESP (W-RESP)
048400         END-EXEC
048500         IF W-RESP = DFHRESP(NORMAL)
048600             PERFORM 3670-GARNIR-ADRESSE THRU 3670-EXIT
048700             EXEC CICS REWRITE FILE (W-FIC-ADRFIC)
048800                  FROM (ADR-ENREG) RESP (W-RESP)
048900             END-EXEC.
049000     IF W-RESP NOT = DFHRESP(NORMAL)
049100         EXEC CICS UNLOCK FILE (W-FIC-ADRATT) RESP (W-RESP)
049200         END-EXEC
049300         MOVE 'INCIDENT FICHIER ADRFIC - APPROBATION' TO W-MESSAGE
049400         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
049500         GO TO 3600-EXIT.
049600     MOVE SPACE TO W-DETAIL-ACTIVITE.
049700     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
049800     MOVE 'V'         TO AAT-ETAT.
049900     MOVE W-OPERATEUR TO AAT-DECIDE-PAR.
050000     MOVE W-DATE-JOUR TO AAT-DATE-DECISION.
050100     EXEC CICS REWRITE FILE (W-FIC-ADRATT)
050200          FROM (AAT-ENREG) RESP (W-RESP)
050300     END-EXEC.
050400     IF W-RESP = DFHRESP(NORMAL)
050500         MOVE 'CHANGEMENT APPROUVE - CONFIRMATION AUX 2 ADRESSES'
050600           TO W-MESSAGE
050700         MOVE 'D' TO W-FONCTION-ACTIVITE
050800         MOVE 'V' TO W-DETAIL-ACTIVITE
050900         PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT
051000     ELSE
051100         MOVE 'ADRESSE ECRITE - INCIDENT ADRATT A LA DECISION'
051200           TO W-MESSAGE.
051300     MOVE SPACE TO W-DETAIL-ACTIVITE.
051400     PERFORM 2500-GARNIR-ECRAN THRU 2500-EXIT.
051500     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
051600 3600-EXIT.
051700     EXIT.
051800******************************************************************
051900*  3650-LIRE-POUR-DECISION : LE CHANGEMENT DE LA CLE, LU EN MISE *
052000*  A JOUR - IL DOIT ETRE EN ATTENTE ET NE PAS AVOIR ETE DEPOSE   *
052100*  PAR L OPERATEUR QUI DECIDE. ANOMALIE = W-MESSAGE GARNI,       *
052200*  VERROU RELACHE                                                *
052300******************************************************************
052400 3650-LIRE-POUR-DECISION.
052500     MOVE SPACES TO W-MESSAGE.
052600     IF M51-CLE-I = SPACES OR LOW-VALUE
052700         MOVE 'CLE OBLIGATOIRE' TO W-MESSAGE
052800         GO TO 3650-EXIT.
052900     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
053000     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
053100          YYYYMMDD (W-DATE-JOUR)
053200     END-EXEC.
053300     MOVE M51-CLE-I TO AAT-FGS-CLE.
053400     EXEC CICS READ FILE (W-FIC-ADRATT)
053500          INTO (AAT-ENREG) RIDFLD (AAT-FGS-CLE)
053600          UPDATE RESP (W-RESP)
053700     END-EXEC.
053800     IF W-RESP NOT = DFHRESP(NORMAL)
053900         MOVE 'AUCUN CHANGEMENT DU PORTAIL POUR CETTE CLE'
054000           TO W-MESSAGE
054100         GO TO 3650-EXIT.
054200     IF NOT AAT-EN-ATTENTE
054300         MOVE 'CHANGEMENT DU PORTAIL DEJA DECIDE' TO W-MESSAGE
054400     ELSE
054500         IF AAT-OPERATEUR = W-OPERATEUR
054600             MOVE 'LE DEPOSANT NE DECIDE PAS SON CHANGEMENT'
054700               TO W-MESSAGE.
054800     IF W-MESSAGE NOT = SPACES
054900         EXEC CICS UNLOCK FILE (W-FIC-ADRATT) RESP (W-RESP)
055000         END-EXEC.
055100 3650-EXIT.
055200     EXIT.
055300******************************************************************
055400*  3660-ANCIENNE-ADRESSE : DERNIERE ADRESSE NON FUTURE DE LA CLE *
055500*  RELEVEE DANS LE CHANGEMENT (BLANCHE SI AUCUNE)                *
055600******************************************************************
055700 3660-ANCIENNE-ADRESSE.
055800     MOVE SPACES      TO AAT-ANCIENNE.
055900     MOVE AAT-FGS-CLE TO ADR-FGS-CLE.
056000     MOVE ZERO        TO ADR-DATE-EFFET.
056100     EXEC CICS STARTBR FILE (W-FIC-ADRFIC)
056200          RIDFLD (ADR-CLE) GTEQ RESP (W-RESP)
056300     END-EXEC.
056400     IF W-RESP NOT = DFHRESP(NORMAL)
056500         GO TO 3660-EXIT.
056600 3660-LIRE.
056700     EXEC CICS READNEXT FILE (W-FIC-ADRFIC)
056800          INTO (ADR-ENREG) RIDFLD (ADR-CLE) RESP (W-RESP)
056900     END-EXEC.
057000     IF W-RESP = DFHRESP(NORMAL)
057100      AND ADR-FGS-CLE = AAT-FGS-CLE
057200      AND ADR-DATE-EFFET NOT GREATER W-DATE-JOUR
057300         MOVE ADR-LIGNE-1     TO AAT-AN-LIGNE-1
057400         MOVE ADR-LIGNE-2     TO AAT-AN-LIGNE-2
057500         MOVE ADR-CODE-POSTAL TO AAT-AN-CODE-POSTAL
057600         MOVE ADR-VILLE       TO AAT-AN-VILLE
057700         MOVE ADR-PAYS        TO AAT-AN-PAYS
057800         GO TO 3660-LIRE.
057900     EXEC CICS ENDBR FILE (W-FIC-ADRFIC) RESP (W-RESP)
058000     END-EXEC.
058100 3660-EXIT.
058200     EXIT.
058300******************************************************************
058400*  3670-GARNIR-ADRESSE : ADRESSE DATEE TIREE DU CHANGEMENT, AVEC *
058500*  SA PROVENANCE (PORTAIL, DEPOSANT, APPROBATEUR ET JOUR)        *
058600******************************************************************
058700 3670-GARNIR-ADRESSE.
058800     MOVE AAT-FGS-CLE        TO ADR-FGS-CLE.
058900     MOVE AAT-DATE-EFFET     TO ADR-DATE-EFFET.
059000     MOVE AAT-NV-LIGNE-1     TO ADR-LIGNE-1.
059100     MOVE AAT-NV-LIGNE-2     TO ADR-LIGNE-2.
059200     MOVE AAT-NV-CODE-POSTAL TO ADR-CODE-POSTAL.
059300     MOVE AAT-NV-VILLE       TO ADR-VILLE.
059400     MOVE AAT-NV-PAYS        TO ADR-PAYS.
059500     MOVE AAT-NV-TELEPHONE   TO ADR-TELEPHONE.
059600     MOVE AAT-NV-CANAL-PREF  TO ADR-CANAL-PREF.
059700     MOVE 'P'                TO ADR-ORIGINE.
059800     MOVE AAT-OPERATEUR      TO ADR-SAISI-PAR.
059900     MOVE W-OPERATEUR        TO ADR-APPROUVE-PAR.
060000     MOVE W-DATE-JOUR        TO ADR-DATE-APPROB.
060100 3670-EXIT.
060200     EXIT.
060300******************************************************************
060400*  3700-REJETER : LE CHANGEMENT EN ATTENTE EST REJETE - ADRFIC   *
060500*  N EST PAS TOUCHE                                              *
060600******************************************************************
060700 3700-REJETER.
060800     PERFORM 3650-LIRE-POUR-DECISION THRU 3650-EXIT.
060900     IF W-MESSAGE NOT = SPACES
061000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
061100         GO TO 3700-EXIT.
061200     MOVE 'R'         TO AAT-ETAT.
061300     MOVE W-OPERATEUR TO AAT-DECIDE-PAR.
061400     MOVE W-DATE-JOUR TO AAT-DATE-DECISION.
061500     EXEC CICS REWRITE FILE (W-FIC-ADRATT)
061600          FROM (AAT-ENREG) RESP (W-RESP)
061700     END-EXEC.
061800     IF W-RESP NOT = DFHRESP(NORMAL)
061900         MOVE 'INCIDENT FICHIER ADRATT - REJET' TO W-MESSAGE
062000         PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT
062100         GO TO 3700-EXIT.
062200     MOVE 'CHANGEMENT DU PORTAIL REJETE' TO W-MESSAGE.
062300     MOVE AAT-FGS-CLE    TO ADR-FGS-CLE.
062400     MOVE AAT-DATE-EFFET TO ADR-DATE-EFFET.
062500     MOVE 'D' TO W-FONCTION-ACTIVITE.
062600     MOVE 'R' TO W-DETAIL-ACTIVITE.
062700     PERFORM 8400-TRACER-ACTIVITE THRU 8400-EXIT.
062800     MOVE SPACE TO W-DETAIL-ACTIVITE.
062900     PERFORM 8000-ENVOYER-ECRAN THRU 8000-EXIT.
063000 3700-EXIT.
063100     EXIT.
