001900*  ------------------------------------------------------------  *
002000*  HISTORIQUE DES MODIFICATIONS                                  *
002100*  02/09/26  DA  CREATION                                        *
002101*  15/10/26  DA  OMBRE AFFICHEE : DIVULGATION DU NOM ET DE       *
002102*                L ID-NAT TRACEE A LA FILE GDSJ                  *
002103******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.
004200 COPY GSPFKEY.
004300 COPY FFFFFGA.
004400 COPY GSCRZ.
004450 COPY FFFFFGDC.
004500 COPY FFFFFFGS.
004600 01  W-OPERATEUR                     PIC X(08).
004700 01  W-PROFIL-LU                     PIC X(01) VALUE 'N'.
028200     MOVE FFFFFGS-STATUT     TO M53-STATUT-I.
028300     MOVE CRZ-NOM            TO M53-NOM-I.
028400     MOVE CRZ-ID-NAT         TO M53-IDNAT-I.
028450     PERFORM 8300-TRACER-DIVULGATION THRU 8300-EXIT.
028500     IF FFFFFGS-MONTANT NUMERIC
028600         MOVE FFFFFGS-MONTANT TO W-MONTANT-9
028700     ELSE
042900         END-EXEC.
043000 8000-EXIT.
043100     EXIT.
043200******************************************************************
043300*  8300-TRACER-DIVULGATION : L OMBRE AFFICHEE MONTRE LE NOM ET   *
043400*  L ID-NAT DECODES PAR GSCR390 - LA DIVULGATION PART AU         *
043500*  JOURNAL (FILE TD GDSJ - DD DSCJRN)                            *
043600******************************************************************
043700 8300-TRACER-DIVULGATION.
043800     MOVE SPACES              TO DSC-ENREG.
043900     EXEC CICS ASKTIME ABSTIME (W-ABSTIME) END-EXEC.
044000     EXEC CICS FORMATTIME ABSTIME (W-ABSTIME)
044100          YYYYMMDD (W-DATE-JOUR)
044200     END-EXEC.
044300     MOVE W-DATE-JOUR         TO DSC-DATE.
044400     MOVE EIBTIME             TO W-EIBTIME.
044500     MOVE W-EIBTIME (2:6)     TO DSC-HEURE.
044600     MOVE W-OPERATEUR         TO DSC-IDENTITE.
044700     MOVE 'ECRN'              TO DSC-CANAL.
044800     MOVE 'GSAR531 '          TO DSC-PROGRAMME.
044900     MOVE FFFFFGS-CLE         TO DSC-FGS-CLE.
045000     MOVE 'A'                 TO DSC-NATURE.
045100     MOVE 'N'                 TO DSC-FORMATION.
045200     EXEC CICS WRITEQ TD QUEUE ('GDSJ')
045300          FROM (DSC-ENREG) LENGTH (80) RESP (W-RESP)
045400     END-EXEC.
045500 8300-EXIT.
045600     EXIT.
