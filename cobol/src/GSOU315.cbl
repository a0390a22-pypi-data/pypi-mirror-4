000900*  ------------------------------------------------------------  *
001000*  REND LE LIBELLE, LA REGION ET LA DIVISION DE L AGENCE.        *
001100*  RETOUR 0 = TROUVEE   1 = INCONNUE   9 = INCIDENT FICHIER      *
001110*  UNITE FERMEE PAR REORGANISATION (GSOU316) : REND AUSSI LE     *
001120*  SUCCESSEUR, LA DATE D EFFET ET L UNITE ACTUELLE, FIN DE LA    *
001130*  CHAINE DES SUCCESSEURS (= L UNITE ELLE-MEME SI OUVERTE) -     *
001140*  C EST SOUS CETTE UNITE QUE LES VUES RETRAITEES CUMULENT.      *
001200*  ------------------------------------------------------------  *
001300*  HISTORIQUE DES MODIFICATIONS                                  *
001400*  22/08/26  DA  CREATION                                        *
001410*  15/10/26  DA  ETAT, SUCCESSEUR ET UNITE ACTUELLE RENDUS       *
001500******************************************************************
001600 ENVIRONMENT DIVISION.
001700 CONFIGURATION SECTION.
003600 COPY FFFFFGH.
003700 WORKING-STORAGE SECTION.
003800 77  W-OUVERT                        PIC X(01) VALUE 'N'.
003810 77  IX-CHAINE                       PIC S9(04) COMP VALUE ZERO.
003900 01  W-UNITFIC-STATUS                PIC X(02).
004000     88  W-UNI-OK                    VALUE '00'.
004100     88  W-UNI-ABSENT                VALUE '23'.
004900     05  OUZ-LIBELLE                 PIC X(20).
005000     05  OUZ-REGION                  PIC X(06).
005100     05  OUZ-DIVISION                PIC X(06).
005110     05  OUZ-ETAT                    PIC X(01).
005120         88  OUZ-FERMEE              VALUE 'F'.
005130     05  OUZ-SUCCESSEUR              PIC X(06).
005140     05  OUZ-DATE-FERMETURE          PIC 9(08).
005150     05  OUZ-ACTUELLE                PIC X(06).
005200 PROCEDURE DIVISION USING OUZ-ZONE.
005300******************************************************************
005400*  0000-MAINLINE : OUVERTURE AU PREMIER APPEL PUIS LECTURE       *
005500******************************************************************
005600 0000-MAINLINE.
005700     MOVE SPACES TO OUZ-LIBELLE OUZ-REGION OUZ-DIVISION
005710                    OUZ-ETAT OUZ-SUCCESSEUR.
005720     MOVE ZERO     TO OUZ-DATE-FERMETURE.
005730     MOVE OUZ-CODE TO OUZ-ACTUELLE.
005800     IF W-OUVERT = 'N'
005900         OPEN INPUT UNITFIC
006000         IF NOT W-UNI-OK
007400     MOVE UNI-LIBELLE  TO OUZ-LIBELLE.
007500     MOVE UNI-REGION   TO OUZ-REGION.
007600     MOVE UNI-DIVISION TO OUZ-DIVISION.
007610     MOVE UNI-ETAT           TO OUZ-ETAT.
007620     MOVE UNI-SUCCESSEUR     TO OUZ-SUCCESSEUR.
007630     MOVE UNI-DATE-FERMETURE TO OUZ-DATE-FERMETURE.
007640     MOVE ZERO TO IX-CHAINE.
007650     PERFORM 1000-SUCCESSEUR THRU 1000-EXIT
007660         UNTIL NOT UNI-FERMEE
007670            OR UNI-SUCCESSEUR = SPACES
007680            OR IX-CHAINE NOT LESS 10.
007700 0000-FIN.
007800     GOBACK.
007900 0000-EXIT.
008000     EXIT.
008100******************************************************************
008200*  1000-SUCCESSEUR : UN MAILLON DE LA CHAINE DES REPRISES -      *
008300*  UN SUCCESSEUR ABSENT ARRETE LA CHAINE SUR LE DERNIER CONNU,   *
008400*  LA BORNE DE 10 MAILLONS PROTEGE D UNE BOUCLE DE SAISIE        *
008500******************************************************************
008600 1000-SUCCESSEUR.
008700     ADD 1 TO IX-CHAINE.
008800     MOVE UNI-SUCCESSEUR TO UNI-CODE.
008900     READ UNITFIC.
009000     IF NOT W-UNI-OK
009100         MOVE 10 TO IX-CHAINE
009200         GO TO 1000-EXIT.
009300     MOVE UNI-CODE TO OUZ-ACTUELLE.
009400 1000-EXIT.
009500     EXIT.
