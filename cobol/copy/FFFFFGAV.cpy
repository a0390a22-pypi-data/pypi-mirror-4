000100******************************************************************
000200*  FFFFFGAV : REGISTRE DES PREAVIS DE CHANGEMENT DE BAREME       *
000300*             (FICHIER AVIFIC)                                   *
000400*  LRECL = 80   CLE = AVI-CLE (CLE FFFFFGS + NATURE + LIGNE)     *
000500*  ECRIT PAR GSAV960, LU PAR LES MOTEURS GSIA600 (NATURE T,      *
000600*  LIGNE = TXI-CLE) ET GSFE590 (NATURE F, LIGNE = TAR-CLE SUIVIE *
000700*  DE BLANCS) : UNE LIGNE DE BAREME PREAVISEE A UNE CLE NE LUI   *
000800*  EST OPPOSABLE QU A PARTIR DE AVI-DATE-OPPOSABLE. AVANT, LE    *
000900*  MOTEUR GARDE LES VALEURS ANCIENNES (LIGNE MODIFIEE SUR        *
001000*  PLACE - REPRISE A) OU LA LIGNE PRECEDENTE (LIGNE NOUVELLE -   *
001100*  REPRISE P).                                                   *
001200*  PAS D ENREGISTREMENT = PAS DE PREAVIS EXIGE (LIGNE ANTERIEURE *
001300*  AU REGISTRE OU CLE NON SERVIE A LA DETECTION).                *
001400*  LIGNE DE REFERENCE : AVI-FGS-CLE A BLANC - DERNIERES VALEURS  *
001500*  CONNUES DE LA LIGNE (AVI-NOUVEAU-...) ET DATE DE LEUR RELEVE, *
001600*  BASE DE LA DETECTION DES LIGNES NOUVELLES OU MODIFIEES.       *
001700*  15/10/26  DA  CREATION                                        *
001800******************************************************************
001900 01  AVI-ENREG.
002000     05  AVI-CLE.
002100         10  AVI-FGS-CLE             PIC X(15).
002200         10  AVI-NATURE              PIC X(01).
002300             88  AVI-NATURE-TAUX     VALUE 'T'.
002400             88  AVI-NATURE-FRAIS    VALUE 'F'.
002500         10  AVI-LIGNE               PIC X(12).
002600     05  AVI-DATE-AVIS               PIC 9(08).
002700     05  AVI-DATE-OPPOSABLE          PIC 9(08).
002800     05  AVI-REPRISE                 PIC X(01).
002900         88  AVI-VALEURS-ANCIENNES   VALUE 'A'.
003000         88  AVI-LIGNE-PRECEDENTE    VALUE 'P'.
003100     05  AVI-ANCIEN-TAUX             PIC S9(03)V9(04) COMP-3.
003200     05  AVI-ANCIEN-FORFAIT          PIC S9(09)V99 COMP-3.
003300     05  AVI-NOUVEAU-TAUX            PIC S9(03)V9(04) COMP-3.
003400     05  AVI-NOUVEAU-FORFAIT         PIC S9(09)V99 COMP-3.
003500     05  FILLER                      PIC X(15).
