002300*            - PASSE DE RECOPIE JRNIN -> JRNOUT (UNE ETAPE PAR   *
002400*            JOURNAL : LE JCL POSE LE BON DD ET LA CARTE PORTE   *
002410*            LA LONGUEUR D ENREGISTREMENT DU JOURNAL)            *
002420*   SLDFIC   PHOTOS DE SOLDES (SLD-DATE) - RETRAIT EN PLACE      *
002430*            (GARDER AU MOINS UN AN : RELEVES ANNUELS)           *
002440*   DOCFIC   DOCUMENTS NUMERISES (DOC-DATE-RECEPTION) - RETRAIT  *
002450*            EN PLACE ; L ECHEANCE VIENT DE LA CLASSE DE         *
002460*            CONSERVATION DU DOCUMENT (REFTBL DOCR, EN ANNEES,   *
002470*            999 OU CLASSE INCONNUE = PERMANENT) : LES JOURS     *
002480*            DE LA CARTE NE SERVENT PAS POUR CE MAGASIN          *
002500*  ACTION A = ARCHIVE (COPIE VERS ARCPOL PUIS RETRAIT)           *
002600*         D = DESTRUCTION DIRECTE                                *
002700*  UN SUJET SOUS GEL JURIDIQUE (GSHD395) EST RETENU ET PORTE A   *
003100*  ------------------------------------------------------------  *
003200*  HISTORIQUE DES MODIFICATIONS                                  *
003300*  02/09/26  DA  CREATION                                        *
003310*  15/10/26  DA  MAGASIN SLDFIC (PHOTOS QUOTIDIENNES DES         *
003320*                SOLDES GSSL860)                                 *
003330*  15/10/26  DA  MAGASIN DOCFIC (INDEX DES DOCUMENTS NUMERISES,  *
003340*                RETENTION PAR CLASSE DU DOCUMENT)               *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
007700     SELECT JRNOUT  ASSIGN  JRNOUT
007800       ORGANIZATION  SEQUENTIAL
007900       FILE STATUS   W-JRNOUT-STATUS.
007910     SELECT SLDFIC  ASSIGN  SLDFIC
007920       ORGANIZATION  INDEXED
007930       ACCESS MODE   DYNAMIC
007940       RECORD KEY    SLD-CLE
007950       FILE STATUS   W-SLDFIC-STATUS.
007960     SELECT DOCFIC  ASSIGN  DOCFIC
007970       ORGANIZATION  INDEXED
007980       ACCESS MODE   DYNAMIC
007985       RECORD KEY    DOC-CLE
007990       FILE STATUS   W-DOCFIC-STATUS.
008000     SELECT ARCPOL  ASSIGN  ARCPOL
008100       ORGANIZATION  SEQUENTIAL
008200       FILE STATUS   W-ARCPOL-STATUS.
012860     RECORD VARYING FROM 40 TO 444 DEPENDING W-LG-JRO
013000     DATA RECORD JRO-ENREG.
013100 01  JRO-ENREG                       PIC X(444).
013110 FD  SLDFIC
013120     LABEL RECORD STANDARD
013130     DATA RECORD SLD-ENREG.
013140 COPY FFFFFGSL.
013150 FD  DOCFIC
013160     LABEL RECORD STANDARD
013170     DATA RECORD DOC-ENREG.
013180 COPY FFFFFGDX.
013200 FD  ARCPOL
013300     LABEL RECORD STANDARD
013400     DATA RECORD ARP-ENREG.
017700     88  W-JRI-FIN                   VALUE '10'.
017800 01  W-JRNOUT-STATUS                 PIC X(02).
017900     88  W-JRO-OK                    VALUE '00'.
017910 01  W-SLDFIC-STATUS                 PIC X(02).
017920     88  W-SLD-OK                    VALUE '00'.
017930     88  W-SLD-FIN                   VALUE '10'.
017940     88  W-SLD-ABSENT                VALUE '23'.
017950 01  W-DOCFIC-STATUS                 PIC X(02).
017960     88  W-DOC-OK                    VALUE '00'.
017970     88  W-DOC-FIN                   VALUE '10'.
017980     88  W-DOC-ABSENT                VALUE '23'.
018000 01  W-ARCPOL-STATUS                 PIC X(02).
018100     88  W-ARP-OK                    VALUE '00'.
018200 01  W-ETATPUR-STATUS                PIC X(02).
019000 01  W-JJ                            PIC S9(05) COMP.
019100 01  W-GELE                          PIC X(01).
019200 COPY GSHDZ.
019210*    ECHEANCE D UN DOCUMENT : RECEPTION + DUREE DE SA CLASSE
019220 01  W-DUREE                         PIC 9(03).
019230 01  W-ECHEANCE                      PIC 9(08).
019240 COPY GSREFZ.
019300 01  PUR-DETAIL.
019400     05  PUR-D-MAGASIN               PIC X(08).
019500     05  FILLER                      PIC X(10)
025400             PERFORM 3400-EVTFIC THRU 3400-EXIT
025500         WHEN 'AUDJRN  '
025600             PERFORM 3500-AUDJRN THRU 3500-EXIT
025610         WHEN 'SLDFIC  '
025620             PERFORM 3600-SLDFIC THRU 3600-EXIT
025630         WHEN 'DOCFIC  '
025640             PERFORM 3700-DOCFIC THRU 3700-EXIT
025700         WHEN OTHER
025800             DISPLAY 'GSPU570 - MAGASIN INCONNU : '
025900                     POL-MAGASIN
056100     ADD 1 TO CPT-PURGES.
056200 3510-EXIT.
056300     EXIT.
056302******************************************************************
056304*  3600-SLDFIC : PHOTOS DE SOLDES PLUS VIEILLES QUE LA LIMITE    *
056306******************************************************************
056308 3600-SLDFIC.
056310     OPEN I-O SLDFIC.
056312     IF NOT W-SLD-OK
056314         MOVE 'OPEN SLDFIC' TO W-MOTIF-ABANDON
056316         GO TO 9900-ABANDON.
056318     MOVE LOW-VALUES TO SLD-CLE.
056320     START SLDFIC KEY NOT LESS SLD-CLE.
056322     IF W-SLD-ABSENT OR W-SLD-FIN
056324         GO TO 3600-FERMER.
056326     MOVE 'N' TO W-FIN-MAG.
056328     PERFORM 3610-UNE-PHOTO THRU 3610-EXIT
056330         UNTIL W-FIN-MAG = 'O'.
056332 3600-FERMER.
056334     CLOSE SLDFIC.
056336 3600-EXIT.
056338     EXIT.
056340 3610-UNE-PHOTO.
056342     READ SLDFIC NEXT.
056344     IF NOT W-SLD-OK
056346         MOVE 'O' TO W-FIN-MAG
056348         GO TO 3610-EXIT.
056350     IF SLD-DATE NOT LESS W-DATE-LIMITE
056352         ADD 1 TO CPT-CONSERVES
056354         GO TO 3610-EXIT.
056356     MOVE 'C'         TO HDZ-TYPE.
056358     MOVE SLD-FGS-CLE TO HDZ-VALEUR.
056360     CALL 'GSHD395' USING HDZ-ZONE.
056362     IF HDZ-GELE
056364         ADD 1 TO CPT-RETENUS-GEL
056366         GO TO 3610-EXIT.
056368     IF POL-ACTION = 'A'
056370         MOVE 'SLDFIC  ' TO ARP-MAGASIN
056372         MOVE SPACES     TO ARP-IMAGE
056374         MOVE SLD-ENREG  TO ARP-IMAGE (1:50)
056376         WRITE ARP-ENREG
056378         ADD 1 TO CPT-ARCHIVES.
056380     DELETE SLDFIC.
056382     IF W-SLD-OK
056384         ADD 1 TO CPT-PURGES.
056386 3610-EXIT.
056388     EXIT.
056389******************************************************************
056390*  3700-DOCFIC : DOCUMENTS DONT LA CONSERVATION EST ECHUE        *
056391******************************************************************
056392 3700-DOCFIC.
056393     OPEN I-O DOCFIC.
056394     IF NOT W-DOC-OK
056395         MOVE 'OPEN DOCFIC' TO W-MOTIF-ABANDON
056396         GO TO 9900-ABANDON.
056397     MOVE LOW-VALUES TO DOC-CLE.
056398     START DOCFIC KEY NOT LESS DOC-CLE.
056399     IF W-DOC-ABSENT OR W-DOC-FIN
056400         GO TO 3700-FERMER.
056401     MOVE 'N' TO W-FIN-MAG.
056402     PERFORM 3710-UN-DOCUMENT THRU 3710-EXIT
056403         UNTIL W-FIN-MAG = 'O'.
056404 3700-FERMER.
056405     CLOSE DOCFIC.
056406 3700-EXIT.
056407     EXIT.
056408 3710-UN-DOCUMENT.
056409     READ DOCFIC NEXT.
056410     IF NOT W-DOC-OK
056411         MOVE 'O' TO W-FIN-MAG
056412         GO TO 3710-EXIT.
056413     MOVE 'DOCR'               TO REF-D-TYPE.
056414     MOVE DOC-CLASSE-RETENTION TO REF-D-CODE.
056415     MOVE ZERO                 TO REF-D-DATE.
056416     CALL 'GSRT060' USING REF-DEM.
056417     IF REF-D-INCIDENT
056418         MOVE 'GSRT060 - LECTURE REFTBL DOCR' TO W-MOTIF-ABANDON
056419         GO TO 9900-ABANDON.
056420     IF NOT REF-D-TROUVE
056421      OR REF-D-LIB-COURT (1:3) NOT NUMERIC
056422         ADD 1 TO CPT-CONSERVES
056423         GO TO 3710-EXIT.
056424     MOVE REF-D-LIB-COURT (1:3) TO W-DUREE.
056425     IF W-DUREE = 999
056426         ADD 1 TO CPT-CONSERVES
056427         GO TO 3710-EXIT.
056428     COMPUTE W-ECHEANCE = DOC-DATE-RECEPTION + W-DUREE * 10000.
056429     IF W-ECHEANCE NOT LESS W-DATE-JOUR
056430         ADD 1 TO CPT-CONSERVES
056431         GO TO 3710-EXIT.
056432     MOVE 'C'         TO HDZ-TYPE.
056433     MOVE DOC-FGS-CLE TO HDZ-VALEUR.
056434     CALL 'GSHD395' USING HDZ-ZONE.
056435     IF HDZ-GELE
056436         ADD 1 TO CPT-RETENUS-GEL
056437         GO TO 3710-EXIT.
056438     IF POL-ACTION = 'A'
056439         MOVE 'DOCFIC  ' TO ARP-MAGASIN
056440         MOVE SPACES     TO ARP-IMAGE
056441         MOVE DOC-ENREG  TO ARP-IMAGE (1:120)
056442         WRITE ARP-ENREG
056443         ADD 1 TO CPT-ARCHIVES.
056444     DELETE DOCFIC.
056445     IF W-DOC-OK
056446         ADD 1 TO CPT-PURGES.
056447 3710-EXIT.
056448     EXIT.
056460******************************************************************
056470*  8100-LIRE-POL : CARTE DE POLITIQUE SUIVANTE                   *
056480******************************************************************
056490 8100-LIRE-POL.
056500     READ POLPARM.
056510     IF W-POL-FIN
056520         MOVE 'O' TO W-FIN-POL
056530         GO TO 8100-EXIT.
056540     IF NOT W-POL-OK
056550         MOVE 'READ POLPARM' TO W-MOTIF-ABANDON
056560         GO TO 9900-ABANDON.
056570 8100-EXIT.
056580     EXIT.
057700******************************************************************
057800*  9900-ABANDON : ARRET ANORMAL SUR INCIDENT FICHIER             *
057900******************************************************************
