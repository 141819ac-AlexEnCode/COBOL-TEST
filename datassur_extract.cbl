      *      Extraction batch du portefeuille sur criteres multiples : *
      *      les criteres sont lus dans extract.par (type, agence,     *
      *      fourchette de SOMME, fourchettes de DATE-EFFET et de      *
      *      DATE-ECH, statut du contrat), le maitre datassur.mst est  *
      *      parcouru en sequentiel, les contrats retenus (par defaut  *
      *      les seuls contrats en cours) sont restitues dans          *
      *      extraction.dat au format delimite (meme esprit que        *
      *      export.dat) et extraction-recap.dat recapitule les        *
      *      volumes lus, selectionnes et rejetes par critere.         *
      *    Etat courant d'un contrat, memes colonnes que dans
      *    datassur-maj, decoupe champ par champ pour les filtres.
       FD MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 FILE-REC-MASTER.
        02 MST-NUMBER                  PIC X(08).
        02 MST-PAIE-STATUT             PIC X(01).
        02 FILLER                      PIC X(01).
        02 MST-DATE-REGL               PIC 9(08).
        02 FILLER                      PIC X(01).
        02 MST-CTR-STATUT              PIC X(01).
           88 MST-CTR-EN-COURS         VALUE 'C' SPACE.
        02 FILLER                      PIC X(01).
        02 MST-DATE-RESIL              PIC 9(08).
        02 FILLER                      PIC X(39).

       FD EXTRACTION
           RECORD CONTAINS 200 CHARACTERS

      *    Criteres de selection, avec leur valeur par defaut quand
      *    extract.par ne les renseigne pas : type et agence a blanc
      *    (pas de filtre), fourchettes grandes ouvertes. Le statut a
      *    blanc ne retient que les contrats en cours ; les resilies
      *    et les echus ne sortent que sur demande explicite ('R',
      *    'E', ou 'T' pour tous les statuts).
       01  WS-CRIT-TYPE            PIC X(08) VALUE SPACE.
       01  WS-CRIT-AGENCE          PIC X(08) VALUE SPACE.
       01  WS-CRIT-SOMME-MIN       PIC 9(06)V99 VALUE ZERO.
       01  WS-CRIT-EFFET-MAX       PIC 9(08) VALUE 99999999.
       01  WS-CRIT-ECH-MIN         PIC 9(08) VALUE ZERO.
       01  WS-CRIT-ECH-MAX         PIC 9(08) VALUE 99999999.
       01  WS-CRIT-STATUT          PIC X(01) VALUE SPACE.
           88 WS-CRIT-STATUT-DEFAUT VALUE SPACE.
           88 WS-CRIT-STATUT-TOUS  VALUE 'T'.
           88 WS-CRIT-STATUT-VALIDE VALUE SPACE 'C' 'R' 'E' 'T'.

      *    Valeur brute d'un critere, revue en montant edite pour la
      *    conversion apres controle du format (meme technique que le
       01  WS-REJ-SOMME-NB         PIC 9(05) VALUE ZERO.
       01  WS-REJ-EFFET-NB         PIC 9(05) VALUE ZERO.
       01  WS-REJ-ECH-NB           PIC 9(05) VALUE ZERO.
       01  WS-REJ-STATUT-NB        PIC 9(05) VALUE ZERO.

      *    Champs de travail de la ligne delimitee : montant ventile
      *    en partie entiere et centimes pour composer un point
                   PERFORM 7017-CRITERE-DATE-START
                       THRU 7017-CRITERE-DATE-END
                   MOVE WS-CRIT-VALUE-DATE TO WS-CRIT-ECH-MAX
               WHEN 'STATUT'
                   MOVE WS-CRIT-VALUE-X(1:1) TO WS-CRIT-STATUT
                   IF NOT WS-CRIT-STATUT-VALIDE
                    OR WS-CRIT-VALUE-X(2:11) NOT EQUAL SPACE
                       DISPLAY '*** CRITERE STATUT INVALIDE = '
                           FIELD-CRIT-VALUE ' (C, R, E OU T) ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   DISPLAY '*** CRITERE INCONNU DANS extract.par : '
                       FIELD-CRIT-KEY ' ***'

      ******************************************************************
      *    Parcours sequentiel du maitre : chaque contrat passe les
      *    filtres dans l'ordre (type, agence, somme, dates, statut)
      *    et le premier filtre en echec compte son rejet ; les
      *    retenus partent dans le fichier d'extraction delimite.
       7020-MASTER-SCAN-START.

           OPEN OUTPUT EXTRACTION.
               GO TO 7030-FILTRE-END
           END-IF.

           IF WS-CRIT-STATUT-DEFAUT
               IF NOT MST-CTR-EN-COURS
                   ADD 1 TO WS-REJ-STATUT-NB
                   GO TO 7030-FILTRE-END
               END-IF
           ELSE
               IF NOT WS-CRIT-STATUT-TOUS
                AND NOT (WS-CRIT-STATUT = 'C' AND MST-CTR-EN-COURS)
                AND MST-CTR-STATUT NOT EQUAL WS-CRIT-STATUT
                   ADD 1 TO WS-REJ-STATUT-NB
                   GO TO 7030-FILTRE-END
               END-IF
           END-IF.

           ADD 1 TO WS-SEL-NB.
           PERFORM 7040-EXTRAIT-LIGNE-START
               THRU 7040-EXTRAIT-LIGNE-END.
           END-IF.
           PERFORM 7065-RECAP-CRIT-START THRU 7065-RECAP-CRIT-END.

           MOVE 'STATUT' TO PRT-CRIT-LIB.
           EVALUATE WS-CRIT-STATUT
               WHEN SPACE
                   MOVE '(EN COURS)' TO PRT-CRIT-VAL
               WHEN 'T'
                   MOVE '(TOUS)' TO PRT-CRIT-VAL
               WHEN OTHER
                   MOVE WS-CRIT-STATUT TO PRT-CRIT-VAL
           END-EVALUATE.
           PERFORM 7065-RECAP-CRIT-START THRU 7065-RECAP-CRIT-END.

           MOVE 'CONTRATS LUS' TO PRT-COUNT-LIB.
           MOVE WS-LUS-NB TO PRT-COUNT-NB.
           PERFORM 7066-RECAP-COUNT-START THRU 7066-RECAP-COUNT-END.
           MOVE WS-REJ-ECH-NB TO PRT-COUNT-NB.
           PERFORM 7066-RECAP-COUNT-START THRU 7066-RECAP-COUNT-END.

           MOVE 'REJET STATUT' TO PRT-COUNT-LIB.
           MOVE WS-REJ-STATUT-NB TO PRT-COUNT-NB.
           PERFORM 7066-RECAP-COUNT-START THRU 7066-RECAP-COUNT-END.

           CLOSE RECAP.
           PERFORM 9160-RECAP-CHECK-START THRU 9160-RECAP-CHECK-END.

