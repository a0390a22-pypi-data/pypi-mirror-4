000100******************************************************************
000200*  FFFFFGPT : LIGNE DE PIECE A METTRE SOUS PLI                   *
000300*  (PLIPRE ECRIT PAR GSPO300, TRIE PAR L ETAPE DE TRI DU JCL SUR *
000400*  PLT-CLE-TRI - POSITIONS 1 A 126 - EN PLITRI, LU PAR GSPO310)  *
000500*  LRECL = 300                                                   *
000600*  PLT-PAYS ET PLT-ADRESSE : DESTINATION DE LA PIECE (ADRFIC     *
000700*  POUR LE TITULAIRE, SINON L ADRESSE PORTEE PAR LA PIECE) ;     *
000800*  PAYS A BLANC = FR. LES PIECES D UNE MEME ADRESSE SE SUIVENT   *
000900*  ET PARTENT DANS LE MEME PLI.                                  *
001000*  PIECE SANS ADRESSE CONNUE : PLT-PAYS EN HIGH-VALUE (TRIEE EN  *
001100*  FIN) ET CLE FFFFFGS EN PLT-ADR-LIGNE-1 - LE PLI EST RETENU.   *
001200*  15/10/26  DA  CREATION                                        *
001300******************************************************************
001400 01  PLT-ENREG.
001500     05  PLT-CLE-TRI.
001600         10  PLT-PAYS                PIC X(02).
001700         10  PLT-CODE-POSTAL         PIC X(10).
001800         10  PLT-ADRESSE.
001900             15  PLT-ADR-LIGNE-1     PIC X(30).
002000             15  PLT-ADR-LIGNE-2     PIC X(30).
002100             15  PLT-ADR-VILLE       PIC X(20).
002200         10  PLT-PIECE.
002300             15  PLT-ORIGINE         PIC X(08).
002400             15  PLT-DATE            PIC 9(08).
002500             15  PLT-HEURE           PIC 9(06).
002600             15  PLT-NUMERO          PIC 9(07).
002700         10  PLT-RANG-LIGNE          PIC 9(05).
002800     05  PLT-CLE                     PIC X(15).
002900     05  PLT-MODELE                  PIC X(04).
003000     05  PLT-RPR-NUMERO              PIC 9(03).
003100     05  PLT-DESTINATAIRE            PIC X(01).
003200     05  PLT-LIGNE                   PIC X(132).
003300     05  FILLER                      PIC X(19).
