001600*  ------------------------------------------------------------  *
001700*  HISTORIQUE DES MODIFICATIONS                                  *
001800*  02/09/26  DA  CREATION                                        *
001810*  15/10/26  DA  OPERATEUR DE SAISIE PORTE A L ENTETE QUAND TOUS *
001820*                LES LOTS EXTRAITS SONT DU MEME OPERATEUR        *
001830*                (CONTROLE DES QUATRE YEUX DE GSHM761)           *
001900******************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
007300 01  W-CYCLE-JOUR                    PIC 9(04) VALUE ZERO.
007400 01  W-LOT-EN-COURS                  PIC 9(06) VALUE ZERO.
007500 01  W-LOT-RETENU                    PIC X(01).
007510 01  W-OPERATEUR-LOTS                PIC X(08) VALUE SPACES.
007520 01  W-OPERATEURS-MULTIPLES          PIC X(01) VALUE 'N'.
007600*    CUMULS DU PIED DE LOT - MEMES REGLES QUE GSBC030
007700 01  W-HASH-CLE                      PIC S9(17) COMP-3 VALUE 0.
007800 01  W-HASH-MONTANT                  PIC S9(15)V99 COMP-3
010400     IF NOT W-MVT-OK
010500         MOVE 'OPEN MVTLOT' TO W-MOTIF-ABANDON
010600         GO TO 9900-ABANDON.
010650     PERFORM 1400-RELEVER-OPERATEUR THRU 1400-EXIT.
010700     PERFORM 1500-ECRIRE-ENTETE THRU 1500-EXIT.
010800     MOVE LOW-VALUES TO LOT-CLE.
010900     START LOTFIC KEY NOT LESS LOT-CLE.
012000     GOBACK.
012100 0000-EXIT.
012200     EXIT.
012210******************************************************************
012220*  1400-RELEVER-OPERATEUR : PREMIER PASSAGE SUR LES ENTETES DE   *
012230*  LOTS FERMES - OPERATEUR UNIQUE PORTE A L ENTETE, BLANC SI     *
012240*  PLUSIEURS OPERATEURS                                          *
012250******************************************************************
012260 1400-RELEVER-OPERATEUR.
012265     MOVE LOW-VALUES TO LOT-CLE.
012270     START LOTFIC KEY NOT LESS LOT-CLE.
012275     IF W-LOT-ABSENT OR W-LOT-FIN
012280         GO TO 1400-EXIT.
012285 1400-LIRE.
012290     PERFORM 8100-LIRE-LOT THRU 8100-EXIT.
012295     IF FIN-LOT
012300         MOVE 'N' TO W-FIN-LOT
012305         IF W-OPERATEURS-MULTIPLES = 'O'
012310             MOVE SPACES TO W-OPERATEUR-LOTS
012315         END-IF
012320         GO TO 1400-EXIT.
012325     IF LOT-SEQ NOT = ZERO OR NOT LOT-FERME
012330         GO TO 1400-LIRE.
012335     IF W-OPERATEUR-LOTS = SPACES
012340         MOVE LOT-OPERATEUR TO W-OPERATEUR-LOTS
012345     ELSE
012350         IF LOT-OPERATEUR NOT = W-OPERATEUR-LOTS
012355             MOVE 'O' TO W-OPERATEURS-MULTIPLES.
012360     GO TO 1400-LIRE.
012365 1400-EXIT.
012370     EXIT.
012380******************************************************************
012400*  1500-ECRIRE-ENTETE : ENTETE DE LOT FFFFFGCT                   *
012500******************************************************************
012600 1500-ECRIRE-ENTETE.
012900     MOVE 'LOTTP   '  TO CTL-E-SOURCE.
013000     MOVE W-DATE-JOUR TO CTL-E-DATE-CREA.
013100     MOVE W-CYCLE-JOUR TO CTL-E-CYCLE.
013150     MOVE W-OPERATEUR-LOTS TO CTL-E-OPERATEUR.
013200     MOVE CTL-ENTETE-ZONE TO MVT-ENREG.
013300     WRITE MVT-ENREG.
013400     IF NOT W-MVT-OK
