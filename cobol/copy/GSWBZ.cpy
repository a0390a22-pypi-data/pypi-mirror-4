000600*  22/08/26  DA  CREATION                                        *
000610*  02/09/26  DA  TYPE INTG : SUPPRESSION DETOURNEE POUR          *
000620*                DEPENDANTS INTER-MAGASINS (GSIX530)             *
000623*  15/10/26  DA  TYPE COLL : DOSSIER EN RETARD A RECOUVRER       *
000626*                (GSRV680) - FILE COLLECT                        *
000629*  15/10/26  DA  TYPE PRLV : RETOUR DE PRELEVEMENT (GSDD701) -   *
000632*                FILE PRELEV                                     *
000635*  15/10/26  DA  TYPE VIRT : VIREMENT REJETE PAR LA BANQUE       *
000638*                (GSPI713) - FILE VIREMENT                       *
000641*  15/10/26  DA  TYPE SANC : NOM RETENU AU FILTRAGE SUR LA       *
000644*                LISTE DE SURVEILLANCE (GSSC741) - FILE CONFORM  *
000647*  15/10/26  DA  TYPE INTR : OPERATEUR HORS NORME OU AGISSANT    *
000650*                SUR SA PROPRE CREATION (GSAC790) - FILE         *
000653*                INTERNE (PROFIL APPROBATION SEUL)               *
000656*  15/10/26  DA  TYPE ORDP : ORDRE PERMANENT EN ECHEC - ORDPERM  *
000659*  15/10/26  DA  TYPE ECHE : ECHEANCE SANS INSTRUCTION OU NON    *
000662*                EXECUTABLE (GSMT880) - FILE ECHEANCE            *
000665*  15/10/26  DA  TYPE CLOT : DEMANDE DE CLOTURE REJETEE AU       *
000668*                REGLEMENT (GSCD890) - FILE CLOTURE              *
000671*  15/10/26  DA  TYPE DECE : DECES VALIDE (GSDE901) OU DEBIT     *
000674*                RETENU SUR TITULAIRE DECEDE (GSBT010) - FILE    *
000677*                DECES                                           *
000680*  15/10/26  DA  TYPE SAIS : DEBIT RETENU SOUS ORDRE DE SAISIE   *
000683*                (GSBT010) - FILE SAISIE                         *
000686*  15/10/26  DA  TYPE RESI : INDICES DE RESIDENCE FISCALE        *
000689*                CONTRADICTOIRES (GSNR920) - FILE FISCAL         *
000692*  15/10/26  DA  TYPE RECL : RECLAMATION CLIENT AU PREAVIS OU    *
000695*                HORS DELAI (GSPT931) - FILE RECLAM              *
000697*  15/10/26  DA  TYPE ARCV : GENERATION D ARCHIVE EN ECHEC A LA  *
000698*                VERIFICATION (GSAR533) - FILE ARCHIVE           *
000699*  15/10/26  DA  TYPE FLUX : FLUX PARTENAIRE ANORMAL - FILE FLUX *
000700******************************************************************
000800 01  WBZ-ZONE.
000900     05  WBZ-TYPE-EXC                PIC X(04).
001200         88  WBZ-EXC-FICHIER         VALUE 'FICH'.
001300         88  WBZ-EXC-SQL             VALUE 'SQL '.
001400         88  WBZ-EXC-SEGMENT         VALUE 'SEGM'.
001403         88  WBZ-EXC-INTEGRITE       VALUE 'INTG'.
001409         88  WBZ-EXC-COLLECTE        VALUE 'COLL'.
001415         88  WBZ-EXC-PRELEVEMENT     VALUE 'PRLV'.
001421         88  WBZ-EXC-VIREMENT        VALUE 'VIRT'.
001427         88  WBZ-EXC-SANCTION        VALUE 'SANC'.
001433         88  WBZ-EXC-INTERNE         VALUE 'INTR'.
001439         88  WBZ-EXC-ORDRE           VALUE 'ORDP'.
001445         88  WBZ-EXC-ECHEANCE        VALUE 'ECHE'.
001451         88  WBZ-EXC-CLOTURE         VALUE 'CLOT'.
001457         88  WBZ-EXC-DECES           VALUE 'DECE'.
001463         88  WBZ-EXC-SAISIE          VALUE 'SAIS'.
001469         88  WBZ-EXC-RESIDENCE       VALUE 'RESI'.
001475         88  WBZ-EXC-RECLAMATION     VALUE 'RECL'.
001481         88  WBZ-EXC-ARCHIVE         VALUE 'ARCV'.
001487         88  WBZ-EXC-FLUX            VALUE 'FLUX'.
001500     05  WBZ-FGS-CLE                 PIC X(15).
001600     05  WBZ-MOTIF                   PIC X(30).
001700     05  WBZ-PROGRAMME               PIC X(08).
