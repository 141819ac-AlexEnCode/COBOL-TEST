
      *    Historique cumulatif des contrats, meme format que dans
      *    datassur-maj : code evenement ('C' creation, 'M'
      *    modification, 'R' resiliation, 'E' echeance depassee, 'A'
      *    remise en cours), date du changement, image du maitre
      *    avant changement puis image apres changement (a blanc sur
      *    les lignes les plus anciennes) ; seule la premiere sert a
      *    la chronologie.
       FD HISTO-FILE
           RECORD CONTAINS 412 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-HISTO.
        02 HIS-SEP1                    PIC X(01).
        02 HIS-DATE-MAJ                PIC 9(08).
        02 HIS-SEP2                    PIC X(01).
        02 HIS-IMAGE                   PIC X(200).
        02 HIS-SEP3                    PIC X(01).
        02 HIS-APRES                   PIC X(200).

      *    Etat courant d'un contrat, meme format que dans
      *    datassur-maj.
       FD MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 FILE-REC-MASTER.
        02 MST-NUMBER                  PIC X(08).
        02 MST-PAIE-STATUT             PIC X(01).
        02 MST-SEP3                    PIC X(01).
        02 MST-DATE-REGL               PIC 9(08).
        02 MST-SEP4                    PIC X(01).
        02 MST-CTR-STATUT              PIC X(01).
        02 MST-SEP5                    PIC X(01).
        02 MST-DATE-RESIL              PIC 9(08).
        02 MST-RESERVE                 PIC X(39).

      ******************************************************************


      *    Image du maitre decoupee aux colonnes historiques, meme
      *    decoupage que WS-CUR-REC dans datassur.cbl suivi de la date
      *    de derniere mise a jour du maitre, du suivi des
      *    encaissements, du statut du contrat, de son
      *    fractionnement et de la relance des impayes.
       01  WS-IMG-REC.
           05 WS-IMG-NUMBER          PIC X(08)     VALUE SPACE.
           05 FILLER                 PIC X         VALUE '|'.
           05 WS-IMG-PAIE-STATUT     PIC X(01)     VALUE SPACE.
           05 FILLER                 PIC X         VALUE '|'.
           05 WS-IMG-DATE-REGL       PIC 9(08)     VALUE ZERO.
           05 FILLER                 PIC X         VALUE '|'.
           05 WS-IMG-CTR-STATUT      PIC X(01)     VALUE SPACE.
           05 FILLER                 PIC X         VALUE '|'.
           05 WS-IMG-DATE-RESIL      PIC 9(08)     VALUE ZERO.
           05 FILLER                 PIC X         VALUE '|'.
           05 WS-IMG-FRACT           PIC X(01)     VALUE SPACE.
           05 FILLER                 PIC X         VALUE '|'.
           05 WS-IMG-APPELS-NB       PIC X(02)     VALUE SPACE.
           05 FILLER                 PIC X         VALUE '|'.
           05 WS-IMG-RELANCE-NIV     PIC X(01)     VALUE SPACE.
           05 FILLER                 PIC X         VALUE '|'.
           05 WS-IMG-DATE-RELANCE    PIC X(08)     VALUE SPACE.
           05 FILLER                 PIC X(23)     VALUE SPACE.

      *    Libelle en clair du statut du contrat.
       01  WS-IMG-STATUT-LIB         PIC X(10)     VALUE SPACE.

      *    Libelle en clair du fractionnement.
       01  WS-IMG-FRACT-LIB          PIC X(12)     VALUE SPACE.

      ******************************************************************
       PROCEDURE DIVISION.
                   DISPLAY 'CREATION LE ' HIS-DATE-MAJ
               WHEN 'M'
                   DISPLAY 'VERSION REMPLACEE LE ' HIS-DATE-MAJ
               WHEN 'R'
                   DISPLAY 'RESILIATION LE ' HIS-DATE-MAJ
                       ' (VERSION AVANT RESILIATION)'
               WHEN 'E'
                   DISPLAY 'ECHEANCE DEPASSEE CONSTATEE LE '
                       HIS-DATE-MAJ ' (VERSION EN COURS AVANT)'
               WHEN 'A'
                   DISPLAY 'REMISE EN COURS LE ' HIS-DATE-MAJ
                       ' (VERSION RESILIEE AVANT)'
               WHEN 'N'
                   DISPLAY 'RENOUVELLEMENT LE ' HIS-DATE-MAJ
                       ' (PERIODE PRECEDENTE)'
               WHEN OTHER
                   DISPLAY 'EVENEMENT ' HIS-EVENEMENT ' LE '
                       HIS-DATE-MAJ
           DISPLAY 'STATUT PAIE  : ' WS-IMG-PAIE-STATUT.
           DISPLAY 'DATE REGLMT  : ' WS-IMG-DATE-REGL.

           EVALUATE WS-IMG-CTR-STATUT
               WHEN 'R'
                   MOVE 'RESILIE'  TO WS-IMG-STATUT-LIB
               WHEN 'E'
                   MOVE 'ECHU'     TO WS-IMG-STATUT-LIB
               WHEN OTHER
                   MOVE 'EN COURS' TO WS-IMG-STATUT-LIB
           END-EVALUATE.
           DISPLAY 'STATUT CTR.  : ' WS-IMG-STATUT-LIB.
           IF WS-IMG-CTR-STATUT EQUAL 'R'
               DISPLAY 'DATE RESIL.  : ' WS-IMG-DATE-RESIL
           END-IF.

           EVALUATE WS-IMG-FRACT
               WHEN 'S'
                   MOVE 'SEMESTRIEL'  TO WS-IMG-FRACT-LIB
               WHEN 'T'
                   MOVE 'TRIMESTRIEL' TO WS-IMG-FRACT-LIB
               WHEN 'M'
                   MOVE 'MENSUEL'     TO WS-IMG-FRACT-LIB
               WHEN OTHER
                   MOVE 'ANNUEL'      TO WS-IMG-FRACT-LIB
           END-EVALUATE.
           DISPLAY 'FRACTIONNEMT : ' WS-IMG-FRACT-LIB.
           IF WS-IMG-APPELS-NB IS NUMERIC
               DISPLAY 'APPELS EMIS  : ' WS-IMG-APPELS-NB
           END-IF.
           IF WS-IMG-RELANCE-NIV IS NUMERIC
            AND WS-IMG-RELANCE-NIV NOT EQUAL '0'
               DISPLAY 'NIVEAU RELANCE: ' WS-IMG-RELANCE-NIV
                   ' LE ' WS-IMG-DATE-RELANCE
           END-IF.

       7920-IMAGE-AFFICHE-END.
           EXIT.

