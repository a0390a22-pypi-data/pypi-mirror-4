001700*  22/08/26  DA  CREATION (VERSION SUPPORTEE : 01)               *
001710*  02/09/26  DA  VERSION 02 : ZC-CORRELATION PORTEE AVEC MJ ET   *
001720*                FONCTION RS (GSIC471 RAPPROCHE LES SORTS)       *
001746*  15/10/26  DA  ZC-APPELANT : CODE DE L APPLICATION APPELANTE,  *
001772*                COMPTE AU JOURNAL DES USAGES (BLANC = INCONNU)  *
001800******************************************************************
001900 01  ZC-COMM.
002000     05  ZC-VERSION                  PIC X(02).
002600     05  ZC-CLE                      PIC X(15).
002700     05  ZC-IMAGE                    PIC X(400).
002710     05  ZC-CORRELATION              PIC X(12).
002755     05  ZC-APPELANT                 PIC X(08).
002800     05  FILLER                      PIC X(09).
