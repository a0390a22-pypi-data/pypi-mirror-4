001300*  L AUDIT PEUT AINSI PROUVER QUE TOUT A ETE TRAITE.             *
001400*  ROUTAGE : KCLE->CLAVIER  EDIT->EDITION  FICH->FICHIER         *
001500*            SQL ->SQL      SEGM->SEGMENT                        *
001510*            INTG->FICHIER  COLL->COLLECT                        *
001520*            PRLV->PRELEV   VIRT->VIREMENT                       *
001530*            SANC->CONFORM                                       *
001565*            INTR->INTERNE                                       *
001570*            ORDP->ORDPERM                                       *
001575*            ECHE->ECHEANCE                                      *
001580*            CLOT->CLOTURE                                       *
001585*            DECE->DECES                                         *
001587*            SAIS->SAISIE                                        *
001590*            RESI->FISCAL                                        *
001595*            RECL->RECLAM                                        *
001597*            ARCV->ARCHIVE                                       *
001598*            FLUX->FLUX                                          *
001600*  ------------------------------------------------------------  *
001700*  HISTORIQUE DES MODIFICATIONS                                  *
001800*  22/08/26  DA  CREATION                                        *
001802*  15/10/26  DA  TYPE COLL ROUTE VERS LA FILE COLLECT (DOSSIERS  *
001808*                EN RETARD POSES PAR GSRV680)                    *
001814*  15/10/26  DA  TYPE PRLV ROUTE VERS LA FILE PRELEV (RETOURS DE *
001820*                PRELEVEMENT POSES PAR GSDD701)                  *
001826*  15/10/26  DA  TYPE VIRT ROUTE VERS LA FILE VIREMENT (REJETS   *
001832*                DE VIREMENT POSES PAR GSPI713)                  *
001838*  15/10/26  DA  TYPE SANC ROUTE VERS LA FILE CONFORM (ALERTES   *
001844*                DE FILTRAGE POSEES PAR GSBT010 / GSSC742)       *
001850*  15/10/26  DA  TYPE INTR ROUTE VERS LA FILE INTERNE (ALERTES   *
001856*                DE SURVEILLANCE DES OPERATEURS - GSAC790)       *
001862*  15/10/26  DA  TYPE ORDP ROUTE VERS LA FILE ORDPERM (ORDRES    *
001868*                PERMANENTS NON GENERES - GSOR870)               *
001874*  15/10/26  DA  TYPE ECHE ROUTE VERS LA FILE ECHEANCE           *
001880*                (ECHEANCES NON EXECUTEES - GSMT880)             *
001886*  15/10/26  DA  TYPE CLOT ROUTE VERS LA FILE CLOTURE (GSCD890)  *
001892*  15/10/26  DA  TYPE DECE ROUTE VERS LA FILE DECES (GSDE901 -   *
001894*                DEBITS RETENUS PAR GSBT010)                     *
001895*  15/10/26  DA  TYPE SAIS ROUTE VERS LA FILE SAISIE (GSBT010)   *
001896*  15/10/26  DA  TYPE RESI ROUTE VERS LA FILE FISCAL (GSNR920)   *
001897*  15/10/26  DA  TYPE RECL ROUTE VERS LA FILE RECLAM (GSPT931)   *
001898*  15/10/26  DA  WRK-UNITE A BLANC A LA POSE (POSEE PAR GSWB083) *
001899*  15/10/26  DA  TYPE ARCV ROUTE VERS LA FILE ARCHIVE (GSAR533)  *
001900*  15/10/26  DA  TYPE FLUX ROUTE VERS LA FILE FLUX (GSFX181/182) *
001950******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER.
007000         WHEN WBZ-EXC-SEGMENT MOVE 'SEGMENT ' TO WRK-FILE
007010         WHEN WBZ-EXC-INTEGRITE
007020                              MOVE 'FICHIER ' TO WRK-FILE
007022         WHEN WBZ-EXC-COLLECTE
007026                              MOVE 'COLLECT ' TO WRK-FILE
007030         WHEN WBZ-EXC-PRELEVEMENT
007034                              MOVE 'PRELEV  ' TO WRK-FILE
007038         WHEN WBZ-EXC-VIREMENT
007042                              MOVE 'VIREMENT' TO WRK-FILE
007046         WHEN WBZ-EXC-SANCTION
007050                              MOVE 'CONFORM ' TO WRK-FILE
007054         WHEN WBZ-EXC-INTERNE
007058                              MOVE 'INTERNE ' TO WRK-FILE
007062         WHEN WBZ-EXC-ORDRE
007066                              MOVE 'ORDPERM ' TO WRK-FILE
007070         WHEN WBZ-EXC-ECHEANCE
007074                              MOVE 'ECHEANCE' TO WRK-FILE
007078         WHEN WBZ-EXC-CLOTURE
007082                              MOVE 'CLOTURE ' TO WRK-FILE
007086         WHEN WBZ-EXC-DECES
007090                              MOVE 'DECES   ' TO WRK-FILE
007091         WHEN WBZ-EXC-SAISIE
007092                              MOVE 'SAISIE  ' TO WRK-FILE
007093         WHEN WBZ-EXC-RESIDENCE
007094                              MOVE 'FISCAL  ' TO WRK-FILE
007095         WHEN WBZ-EXC-RECLAMATION
007096                              MOVE 'RECLAM  ' TO WRK-FILE
007097         WHEN WBZ-EXC-ARCHIVE
007098                              MOVE 'ARCHIVE ' TO WRK-FILE
007099         WHEN WBZ-EXC-FLUX    MOVE 'FLUX    ' TO WRK-FILE
007100         WHEN OTHER           MOVE 'DIVERS  ' TO WRK-FILE
007200     END-EVALUATE.
007300     MOVE W-DATE-JOUR    TO WRK-DATE.
008300     MOVE SPACES         TO WRK-OPERATEUR.
008400     MOVE ZERO           TO WRK-DATE-DISPO.
008500     MOVE WBZ-PROGRAMME  TO WRK-PROGRAMME.
008510     MOVE SPACES         TO WRK-UNITE.
008600 0000-ECRIRE.
008700     ADD 1 TO WRK-SEQ.
008800     WRITE WRK-ENREG.
