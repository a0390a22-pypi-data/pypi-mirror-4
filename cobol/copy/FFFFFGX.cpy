000500*  RAPPROCHE DES CORRELATIONS (CORFIC) PAR GSIC471 POUR RENDRE   *
000600*  LEUR SORT AUX APPLICATIONS SOEURS.                            *
000700*  SORT : AP = APPLIQUE   RJ = REJETE                            *
000750*  LOT : REFERENCE DU LOT D ORIGINE (ENTETE FFFFFGCT - SOURCE,   *
000760*  DATE, CYCLE) - RETROUVE PAR LA DEFAISANCE DE LOT GSJR582      *
000800*  02/09/26  DA  CREATION                                        *
000810*  15/10/26  DA  RJ AUSSI POSE PAR GSHM762 POUR UN MOUVEMENT     *
000820*                RETENU (HLDFIC) REJETE PAR L APPROBATEUR        *
000830*  15/10/26  DA  REFERENCE DU LOT D ORIGINE (CRD-LOT) POUR LA    *
000840*                DEFAISANCE DE LOT GSJR582                       *
000900******************************************************************
001000 01  CRD-ENREG.
001100     05  CRD-CLE.
001800     05  CRD-DATE                    PIC 9(08).
001900     05  CRD-CONSOMME                PIC X(01).
002000         88  CRD-DEJA-SERVI          VALUE 'O'.
002100     05  CRD-LOT.
002110         10  CRD-LOT-SOURCE          PIC X(08).
002120         10  CRD-LOT-DATE            PIC 9(08).
002130         10  CRD-LOT-CYCLE           PIC 9(04).
