000500*         C = CORRIGE       R = REFERE       A = ABANDONNE       *
000510*         E = ESCALADE (DELAI SLA DEPASSE - POSE PAR GSWB082)    *
000600*  FILES D ATTENTE : CLAVIER  EDITION  FICHIER  SQL  SEGMENT     *
000607*                   COLLECT (RECOUVREMENT DES RETARDS)           *
000614*                   PRELEV (RETOURS DE PRELEVEMENT)              *
000621*                   VIREMENT (VIREMENTS REJETES PAR LA BANQUE)   *
000628*                   CONFORM (ALERTES DE FILTRAGE DES NOMS)       *
000635*                   INTERNE (SURVEILLANCE DES OPERATEURS -       *
000642*                   PROFIL APPROBATION SEUL)                     *
000649*                   ORDPERM (ORDRES PERMANENTS NON GENERES)      *
000656*                   ECHEANCE (ECHEANCES NON EXECUTEES)           *
000663*                   CLOTURE (CLOTURES REJETEES AU REGLEMENT)     *
000670*                   DECES (DECES VALIDES ET DEBITS RETENUS)      *
000677*                   SAISIE (DEBITS RETENUS SOUS ORDRE DE SAISIE) *
000684*                   FISCAL (RESIDENCES FISCALES A REGULARISER)   *
000691*                   RECLAM (RECLAMATIONS CLIENT AU DELAI)        *
000692*                   ARCHIVE (GENERATIONS D ARCHIVE EN ECHEC)     *
000693*                   FLUX (FLUX PARTENAIRE ANORMAUX)              *
000694*  WRK-UNITE : UNITE PROPRIETAIRE DE L ELEMENT, POSEE PAR        *
000696*  GSWB083 A L AFFECTATION (UNITE DU MAITRE) - SERT AU ROUTAGE   *
000700*  22/08/26  DA  CREATION                                        *
000706*  02/09/26  DA  ETAT E : ESCALADE AU DELA DU DELAI SLA          *
000712*  15/10/26  DA  FILE COLLECT                                    *
000718*  15/10/26  DA  FILE PRELEV                                     *
000724*  15/10/26  DA  FILE VIREMENT                                   *
000730*  15/10/26  DA  FILE CONFORM                                    *
000736*  15/10/26  DA  FILE INTERNE                                    *
000742*  15/10/26  DA  FILE ORDPERM                                    *
000748*  15/10/26  DA  FILE ECHEANCE                                   *
000754*  15/10/26  DA  FILE CLOTURE                                    *
000760*  15/10/26  DA  FILE DECES                                      *
000766*  15/10/26  DA  FILE SAISIE                                     *
000772*  15/10/26  DA  FILE FISCAL                                     *
000778*  15/10/26  DA  FILE RECLAM                                     *
000784*  15/10/26  DA  WRK-UNITE : UNITE PROPRIETAIRE (ROUTAGE)        *
000790*  15/10/26  DA  FILE ARCHIVE                                    *
000796*  15/10/26  DA  FILE FLUX                                       *
000800******************************************************************
000900 01  WRK-ENREG.
001000     05  WRK-CLE.
002300     05  WRK-OPERATEUR               PIC X(08).
002400     05  WRK-DATE-DISPO              PIC 9(08).
002500     05  WRK-PROGRAMME               PIC X(08).
002600     05  WRK-UNITE                   PIC X(06).
002610     05  FILLER                      PIC X(58).
