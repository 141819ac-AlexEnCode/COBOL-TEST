      *      de contrat, date et montant) est rapproche du maitre      *
      *      datassur.mst par numero. Chaque reglement rapproche       *
      *      porte le statut de paiement a 'P' et la date du dernier   *
      *      reglement sur l'enregistrement maitre.                    *
      *      Pour un contrat dont des appels de prime ont ete emis     *
      *      (datassur-appel), le reglement solde les appels ouverts   *
      *      de datassur.app du plus ancien au plus recent ; le        *
      *      contrat ne passe a 'P' que lorsque toutes les fractions   *
      *      de la periode sont appelees et reglees, et a 'A' (a jour) *
      *      tant qu'il reste des fractions a appeler. Tout reglement  *
      *      rapproche remet a zero le niveau de relance des impayes   *
      *      (datassur-relance). Deux sorties :                        *
      *      reglements-inconnus.dat (aucun contrat correspondant,     *
      *      ligne au format invalide, ou part d'un reglement restee   *
      *      non imputee apres les appels soldes, avec son montant)    *
      *      et impayes.dat (contrats non regles dont la DATE-EFFET    *
      *      est depassee, hors contrats resilies ou echus).           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS MASTER-STATUS.

      *    Appels de prime emis : lecture par cle contrat + periode
      *    puis parcours des rangs suivants pour les solder.
           SELECT APPEL-FILE ASSIGN TO 'datassur.app'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APP-KEY
           FILE STATUS IS APPEL-STATUS.

           SELECT INCONNUS ASSIGN TO 'reglements-inconnus.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
      *    datassur-maj, decoupe champ par champ pour le suivi des
      *    impayes.
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
        02 FILLER                      PIC X(01).
        02 MST-FRACT                   PIC X(01).
        02 FILLER                      PIC X(01).
        02 MST-APPELS-NB               PIC X(02).
        02 MST-APPELS-NB-NUM REDEFINES MST-APPELS-NB
                                       PIC 9(02).
        02 MST-SEP8                    PIC X(01).
        02 MST-RELANCE-NIV             PIC X(01).
        02 MST-SEP9                    PIC X(01).
        02 MST-DATE-RELANCE            PIC X(08).
        02 FILLER                      PIC X(23).

      *    Appel de prime emis par datassur-appel : contrat, periode
      *    (DATE-EFFET) et rang de la fraction, date d'echeance de la
      *    fraction, montant appele, statut ('E' emis, 'R' regle) et
      *    dates d'emission et de reglement.
       FD APPEL-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01 FILE-REC-APPEL.
        02 APP-KEY.
           03 APP-NUMBER               PIC X(08).
           03 APP-EFFET                PIC 9(08).
           03 APP-RANG                 PIC 9(02).
        02 FILLER                      PIC X(01).
        02 APP-DATE-ECH                PIC 9(08).
        02 FILLER                      PIC X(01).
        02 APP-MONTANT                 PIC 999999,99.
        02 FILLER                      PIC X(01).
        02 APP-STATUT                  PIC X(01).
           88 APP-EMIS                 VALUE 'E'.
           88 APP-REGLE                VALUE 'R'.
        02 FILLER                      PIC X(01).
        02 APP-DATE-EMIS               PIC 9(08).
        02 FILLER                      PIC X(01).
        02 APP-DATE-REGL               PIC 9(08).
        02 FILLER                      PIC X(03).

      *    Reglements sans contrat correspondant ou au format
      *    invalide : la ligne d'origine telle quelle, suivie du
           88 MASTER-STATUS-NOTKEY VALUE '23'.
           88 MASTER-STATUS-NOTFOUND VALUE '35'.

       01  APPEL-STATUS            PIC X(02) VALUE SPACE.
           88 APPEL-STATUS-OK      VALUE '00'.
           88 APPEL-STATUS-EOF     VALUE '10'.
           88 APPEL-STATUS-NOTKEY  VALUE '23'.
           88 APPEL-STATUS-NOTFOUND VALUE '35'.

       01  INCONNUS-STATUS         PIC X(02) VALUE SPACE.
           88 INCONNUS-STATUS-OK   VALUE '00'.
           88 INCONNUS-STATUS-EOF  VALUE '10'.
       01  WS-RAPPROCHES-NB        PIC 9(05) VALUE ZERO.
       01  WS-INCONNUS-NB          PIC 9(05) VALUE ZERO.
       01  WS-IMPAYES-NB           PIC 9(05) VALUE ZERO.
       01  WS-HORS-VIE-NB          PIC 9(05) VALUE ZERO.
       01  WS-EXCEDENTS-NB         PIC 9(05) VALUE ZERO.

       01  WS-INCONNU-MOTIF        PIC X(20) VALUE SPACE.

      *    Rapprochement par appel : presence de datassur.app (absent
      *    tant qu'aucune emission n'a eu lieu), montant du reglement
      *    restant a imputer, nombre d'appels soldes et restes ouverts
      *    pour la periode, nombre de fractions de la periode.
       01  WS-APP-PRESENT          PIC X(01) VALUE 'N'.
           88 WS-APP-IS-PRESENT    VALUE 'O'.
       01  WS-APP-FIN              PIC X(01) VALUE 'N'.
           88 WS-APP-IS-FIN        VALUE 'O'.
       01  WS-APP-BLOQUE           PIC X(01) VALUE 'N'.
           88 WS-APP-IS-BLOQUE     VALUE 'O'.
       01  WS-REGL-MONTANT-ED      PIC 999999,99 VALUE ZERO.
       01  WS-REGL-RESTE           PIC 9(06)V99 VALUE ZERO.
       01  WS-APP-MONTANT-NUM      PIC 9(06)V99 VALUE ZERO.
       01  WS-APP-SOLDES-NB        PIC 9(02) VALUE ZERO.
       01  WS-APP-OUVERTS-NB       PIC 9(02) VALUE ZERO.
       01  WS-FRACT-NB             PIC 9(02) VALUE ZERO.
       01  WS-APPELS-SOLDES-NB     PIC 9(05) VALUE ZERO.

       01  WS-INCONNU-LINE.
           03 WS-INCONNU-REC       PIC X(27) VALUE SPACE.
           03 FILLER               PIC X(03) VALUE ' | '.
           03 WS-INCONNU-LIB       PIC X(20) VALUE SPACE.
           03 FILLER               PIC X(01) VALUE SPACE.
           03 WS-INCONNU-EXCEDENT  PIC X(09) VALUE SPACE.

       01  PRT-STARS            PIC X(125)  VALUE ALL "*".
       01  PRT-TITLE            PIC X(31)
           DISPLAY 'RAPPROCHEMENT TERMINE LE ' WS-RUN-DATE.
           DISPLAY 'REGLEMENTS LUS       = ' WS-LU-NB.
           DISPLAY 'REGLEMENTS RAPPROCHES= ' WS-RAPPROCHES-NB.
           DISPLAY 'APPELS SOLDES        = ' WS-APPELS-SOLDES-NB.
           DISPLAY 'REGLEMENTS INCONNUS  = ' WS-INCONNUS-NB.
           DISPLAY 'DONT EXCEDENTS       = ' WS-EXCEDENTS-NB.
           DISPLAY 'CONTRATS IMPAYES     = ' WS-IMPAYES-NB.
           DISPLAY 'RESILIES/ECHUS EXCLUS= ' WS-HORS-VIE-NB.

           IF WS-INCONNUS-NB > 0
               MOVE 8 TO RETURN-CODE
                  WS-LU-NB          DELIMITED BY SIZE
                  ';RAPPR='         DELIMITED BY SIZE
                  WS-RAPPROCHES-NB  DELIMITED BY SIZE
                  ';APPELS='        DELIMITED BY SIZE
                  WS-APPELS-SOLDES-NB DELIMITED BY SIZE
                  ';INCONNUS='      DELIMITED BY SIZE
                  WS-INCONNUS-NB    DELIMITED BY SIZE
                  ';EXCED='         DELIMITED BY SIZE
                  WS-EXCEDENTS-NB   DELIMITED BY SIZE
                  ';IMPAYES='       DELIMITED BY SIZE
                  WS-IMPAYES-NB     DELIMITED BY SIZE
               INTO WS-JRN-CTRS
       9110-MASTER-CHECK-END.
           EXIT.

      ******************************************************************
       9120-APPEL-CHECK-START.

           IF NOT (APPEL-STATUS-OK OR APPEL-STATUS-EOF)
               MOVE 'APPEL-FILE'     TO WS-ABEND-FILE
               MOVE APPEL-STATUS     TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9120-APPEL-CHECK-END.
           EXIT.

      ******************************************************************
       9130-INCONNUS-CHECK-START.

           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

      *    datassur.app n'existe qu'apres une premiere emission
      *    d'appels : absent, tous les reglements sont rapproches au
      *    contrat comme auparavant.
           OPEN I-O APPEL-FILE.
           IF APPEL-STATUS-NOTFOUND
               MOVE 'N' TO WS-APP-PRESENT
           ELSE
               PERFORM 9120-APPEL-CHECK-START
                   THRU 9120-APPEL-CHECK-END
               MOVE 'O' TO WS-APP-PRESENT
           END-IF.

           OPEN OUTPUT INCONNUS.
           PERFORM 9130-INCONNUS-CHECK-START
               THRU 9130-INCONNUS-CHECK-END.
           PERFORM 9130-INCONNUS-CHECK-START
               THRU 9130-INCONNUS-CHECK-END.

           IF WS-APP-IS-PRESENT
               CLOSE APPEL-FILE
               PERFORM 9120-APPEL-CHECK-START
                   THRU 9120-APPEL-CHECK-END
           END-IF.

           CLOSE MASTER-FILE.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.
      *    Rapprochement d'un reglement : controle du format de la
      *    ligne, lecture du contrat par cle, puis statut de paiement
      *    et date du dernier reglement portes sur le maitre (la date
      *    n'avance que si le reglement est plus recent). Un contrat
      *    dont des appels ont ete emis pour la periode en cours est
      *    rapproche appel par appel (7567) ; sinon, 'P' directement.
      *    La part du reglement restee sans appel a solder est
      *    signalee a part (7569) pour etre reprise a la main.
       7565-RAPPROCHE-UN-START.

           IF FIELD-REGL-NUMBER EQUAL SPACE
               THRU 9110-MASTER-CHECK-END.

           MOVE FIELD-REGL-DATE TO WS-REGL-DATE-NUM.

           IF WS-APP-IS-PRESENT
            AND MST-APPELS-NB IS NUMERIC
            AND MST-APPELS-NB-NUM > 0
               PERFORM 7567-APPELS-SOLDE-START
                   THRU 7567-APPELS-SOLDE-END
               IF WS-APP-SOLDES-NB EQUAL ZERO
                   IF WS-APP-OUVERTS-NB EQUAL ZERO
                       MOVE 'AUCUN APPEL OUVERT' TO WS-INCONNU-MOTIF
                   ELSE
                       MOVE 'MONTANT <> APPEL'   TO WS-INCONNU-MOTIF
                   END-IF
                   PERFORM 7570-INCONNU-WRITE-START
                       THRU 7570-INCONNU-WRITE-END
                   GO TO 7565-RAPPROCHE-UN-END
               END-IF
               IF WS-REGL-RESTE > 0
                   PERFORM 7569-EXCEDENT-WRITE-START
                       THRU 7569-EXCEDENT-WRITE-END
               END-IF
               EVALUATE MST-FRACT
                   WHEN 'S'
                       MOVE 2  TO WS-FRACT-NB
                   WHEN 'T'
                       MOVE 4  TO WS-FRACT-NB
                   WHEN 'M'
                       MOVE 12 TO WS-FRACT-NB
                   WHEN OTHER
                       MOVE 1  TO WS-FRACT-NB
               END-EVALUATE
               IF WS-APP-OUVERTS-NB > 0
                   MOVE 'N' TO MST-PAIE-STATUT
               ELSE
                   IF MST-APPELS-NB-NUM < WS-FRACT-NB
                       MOVE 'A' TO MST-PAIE-STATUT
                   ELSE
                       MOVE 'P' TO MST-PAIE-STATUT
                   END-IF
               END-IF
           ELSE
               MOVE 'P' TO MST-PAIE-STATUT
           END-IF.

           IF WS-REGL-DATE-NUM > MST-DATE-REGL
               MOVE WS-REGL-DATE-NUM TO MST-DATE-REGL
           END-IF.
           MOVE '|' TO MST-SEP8.
           MOVE '0' TO MST-RELANCE-NIV.
           MOVE '|' TO MST-SEP9.
           IF MST-DATE-RELANCE IS NOT NUMERIC
               MOVE ZERO TO MST-DATE-RELANCE
           END-IF.
           REWRITE FILE-REC-MASTER.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.
       7565-RAPPROCHE-UN-END.
           EXIT.

      ******************************************************************
      *    Imputation d'un reglement sur les appels de la periode en
      *    cours : positionnement sur le premier rang du contrat pour
      *    sa DATE-EFFET, puis les appels encore ouverts sont soldes
      *    dans l'ordre tant que le montant restant les couvre. Un
      *    appel non couvert arrete l'imputation : on ne solde jamais
      *    une fraction recente avant une plus ancienne.
       7567-APPELS-SOLDE-START.

           MOVE FIELD-REGL-MONTANT TO WS-REGL-MONTANT-ED.
           MOVE WS-REGL-MONTANT-ED TO WS-REGL-RESTE.
           MOVE ZERO TO WS-APP-SOLDES-NB.
           MOVE ZERO TO WS-APP-OUVERTS-NB.
           MOVE 'N'  TO WS-APP-FIN.
           MOVE 'N'  TO WS-APP-BLOQUE.

           MOVE MST-NUMBER     TO APP-NUMBER.
           MOVE MST-DATE-EFFET TO APP-EFFET.
           MOVE ZERO           TO APP-RANG.
           START APPEL-FILE KEY IS NOT LESS THAN APP-KEY.
           IF APPEL-STATUS-NOTKEY
               GO TO 7567-APPELS-SOLDE-END
           END-IF.
           PERFORM 9120-APPEL-CHECK-START
               THRU 9120-APPEL-CHECK-END.

           PERFORM UNTIL WS-APP-IS-FIN
               READ APPEL-FILE NEXT
                   AT END
                       MOVE 'O' TO WS-APP-FIN
                   NOT AT END
                       IF APP-NUMBER NOT EQUAL MST-NUMBER
                        OR APP-EFFET NOT EQUAL MST-DATE-EFFET
                           MOVE 'O' TO WS-APP-FIN
                       ELSE
                           IF APP-EMIS
                               PERFORM 7568-APPEL-SOLDE-START
                                   THRU 7568-APPEL-SOLDE-END
                           END-IF
                       END-IF
               END-READ
               PERFORM 9120-APPEL-CHECK-START
                   THRU 9120-APPEL-CHECK-END
           END-PERFORM.

       7567-APPELS-SOLDE-END.
           EXIT.

      ******************************************************************
       7568-APPEL-SOLDE-START.

           MOVE APP-MONTANT TO WS-APP-MONTANT-NUM.
           IF WS-APP-IS-BLOQUE
            OR WS-APP-MONTANT-NUM > WS-REGL-RESTE
               MOVE 'O' TO WS-APP-BLOQUE
               ADD 1 TO WS-APP-OUVERTS-NB
               GO TO 7568-APPEL-SOLDE-END
           END-IF.

           SUBTRACT WS-APP-MONTANT-NUM FROM WS-REGL-RESTE.
           MOVE 'R'              TO APP-STATUT.
           MOVE WS-REGL-DATE-NUM TO APP-DATE-REGL.
           REWRITE FILE-REC-APPEL.
           PERFORM 9120-APPEL-CHECK-START
               THRU 9120-APPEL-CHECK-END.
           ADD 1 TO WS-APP-SOLDES-NB.
           ADD 1 TO WS-APPELS-SOLDES-NB.

       7568-APPEL-SOLDE-END.
           EXIT.

      ******************************************************************
      *    Excedent d'un reglement rapproche : montant restant apres
      *    les appels soldes (aucun appel suivant, ou appel suivant
      *    non couvert), liste dans reglements-inconnus.dat avec la
      *    ligne d'origine.
       7569-EXCEDENT-WRITE-START.

           ADD 1 TO WS-EXCEDENTS-NB.
           MOVE 'EXCEDENT NON IMPUTE' TO WS-INCONNU-MOTIF.
           MOVE WS-REGL-RESTE TO WS-REGL-MONTANT-ED.
           MOVE WS-REGL-MONTANT-ED TO WS-INCONNU-EXCEDENT.
           PERFORM 7570-INCONNU-WRITE-START
               THRU 7570-INCONNU-WRITE-END.
           MOVE SPACE TO WS-INCONNU-EXCEDENT.

       7569-EXCEDENT-WRITE-END.
           EXIT.

      ******************************************************************
       7570-INCONNU-WRITE-START.


      ******************************************************************
      *    Etat des impayes : parcours sequentiel complet du maitre,
      *    un contrat est impaye si son statut de paiement n'est ni
      *    'P' ni 'A' (a jour de ses appels fractionnes) alors que sa
      *    DATE-EFFET est depassee. Un contrat
      *    resilie ou echu n'est plus reclame : il est seulement
      *    compte a part.
       7580-IMPAYES-SCAN-START.

           OPEN OUTPUT IMPAYES.
                       CONTINUE
                   NOT AT END
                       IF MST-PAIE-STATUT NOT EQUAL 'P'
                        AND MST-PAIE-STATUT NOT EQUAL 'A'
                        AND MST-DATE-EFFET < WS-RUN-DATE
                           IF MST-CTR-EN-COURS
                               PERFORM 7585-IMPAYE-LIGNE-START
                                   THRU 7585-IMPAYE-LIGNE-END
                           ELSE
                               ADD 1 TO WS-HORS-VIE-NB
                           END-IF
                       END-IF
               END-READ
               PERFORM 9110-MASTER-CHECK-START
