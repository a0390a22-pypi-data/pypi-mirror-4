000900*  ------------------------------------------------------------  *
001000*  CUMULE DANS LE MAGASIN DE TOTAUX :                            *
001100*   - L ACTIVITE FFFFFGS DU MOIS PAR STATUT (PASSE SUR LE        *
001200*     MAITRE, PERIODE = DATE DE MISE A JOUR) ET PAR UNITE        *
001250*     PROPRIETAIRE (TYPE U, BASE DES VUES RETRAITEES APRES       *
001260*     REORGANISATION) ;                                          *
001300*   - L ACTIVITE AFFVEAP PAR COMPTE, REPRISE DU FICHIER          *
001400*     D IMPUTATION GLPOST DU DEVERSEMENT GSGL160.                *
001500*  LA PERIODE SYNTHETISEE VIENT DU PILOTAGE RUNCTL (DATE DE      *
002100*  22/08/26  DA  CREATION                                        *
002110*  22/08/26  DA  INCIDENT DE LECTURE GLPOST DISTINGUE DE LA FIN  *
002120*                DE FICHIER (ARRET AU LIEU DE CUMULS COURTS)     *
002130*  15/10/26  DA  POSTE TYPE U : ACTIVITE FFFFFGS PAR UNITE       *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
012900     EXIT.
013000******************************************************************
013100*  2000-CUMULER-FGS : ACTIVITE DU MAITRE PAR STATUT              *
013200*  2000-CUMULER-FGS : ACTIVITE DU MAITRE PAR STATUT ET PAR UNITE *
013300 2000-CUMULER-FGS.
013400     IF FFFFFGS-DATE-MAJ (1:6) NOT = W-PERIODE
013500         ADD 1 TO CPT-HORS-PERIODE
014500     ELSE
014600         MOVE ZERO TO W-MONTANT-A-CUMULER.
014700     PERFORM 8300-POSER-CUMUL THRU 8300-EXIT.
014710     MOVE 'U' TO SUM-TYPE.
014720     MOVE FFFFFGS-DATE-MAJ (1:6) TO SUM-PERIODE.
014730     MOVE SPACES TO SUM-CODE.
014740     IF FFFFFGS-UNITE NOT = LOW-VALUE
014750         MOVE FFFFFGS-UNITE TO SUM-CODE (1:6).
014760     PERFORM 8300-POSER-CUMUL THRU 8300-EXIT.
014800 2000-SUIVANT.
014900     PERFORM 8100-LIRE-FGS THRU 8100-EXIT.
015000 2000-EXIT.
