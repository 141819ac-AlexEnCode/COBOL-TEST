      ******************************************************************
      *                                                                *
      *      Saisie en lot des declarations de sinistre : chaque       *
      *      ligne de sinistres.dat (numero de sinistre, NUMERO de     *
      *      contrat, dates de survenance et de declaration, montants  *
      *      estime et regle, statut ouvert/clos) est controlee puis   *
      *      creee ou mise a jour dans le fichier indexe des sinistres *
      *      datassur.sin. Un nouveau sinistre est refuse si son       *
      *      contrat est inconnu du maitre datassur.mst, resilie, ou   *
      *      si la date de survenance ne tombe ni dans la periode en   *
      *      cours DATE-EFFET/DATE-ECH, ni dans une periode precedente *
      *      du meme contrat (images d'avant renouvellement 'N' de     *
      *      datassur.his : un sinistre survenu avant l'echeance peut  *
      *      etre declare apres le renouvellement). La mise a jour     *
      *      d'un sinistre existant (reglement, cloture) reste         *
      *      possible apres resiliation ou renouvellement du contrat : *
      *      seuls le format, les dates et le contrat d'origine y sont *
      *      controles. Les lignes refusees partent avec leur motif    *
      *      dans sinistres-refuses.dat pour retour aux gestionnaires. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datassur-sin.
       AUTHOR. AlexEnCode.

      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    Memes montants a virgule decimale que dans datassur.cbl ;
      *    sans cette clause la virgule ne serait qu'un caractere
      *    d'edition, pas un vrai separateur decimal.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SAISIE ASSIGN TO 'sinistres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SAISIE-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'datassur.mst'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS MASTER-STATUS.

           SELECT SINISTRE-FILE ASSIGN TO 'datassur.sin'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SIN-NUMERO
           FILE STATUS IS SINISTRE-STATUS.

      *    Historique des contrats : periodes precedentes, relues a
      *    la demande pour une survenance hors periode en cours.
           SELECT HISTO-FILE ASSIGN TO 'datassur.his'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HISTO-STATUS.

           SELECT REFUSES ASSIGN TO 'sinistres-refuses.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REFUSES-STATUS.

           SELECT JOURNAL-EXPL ASSIGN TO 'exploitation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    Declaration de sinistre a saisir : numero de sinistre,
      *    NUMERO du contrat, date de survenance, date de declaration,
      *    montant estime, montant regle, statut ('O' ouvert, 'C'
      *    clos), separes par '|'. Une ligne sur un numero de sinistre
      *    deja connu met a jour ce sinistre.
       FD SAISIE
           RECORD CONTAINS 61 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-SAISIE.
        02 FIELD-SAI-NUMERO            PIC X(10).
        02 FIELD-SAI-SEP1              PIC X(01).
        02 FIELD-SAI-CONTRAT           PIC X(08).
        02 FIELD-SAI-SEP2              PIC X(01).
        02 FIELD-SAI-DATE-SURV         PIC X(08).
        02 FIELD-SAI-SEP3              PIC X(01).
        02 FIELD-SAI-DATE-DECL         PIC X(08).
        02 FIELD-SAI-SEP4              PIC X(01).
        02 FIELD-SAI-MNT-ESTIME        PIC X(10).
        02 FIELD-SAI-SEP5              PIC X(01).
        02 FIELD-SAI-MNT-REGLE         PIC X(10).
        02 FIELD-SAI-SEP6              PIC X(01).
        02 FIELD-SAI-STATUT            PIC X(01).

      *    Etat courant d'un contrat, memes colonnes que dans
      *    datassur-maj, decoupe champ par champ pour les controles.
       FD MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 FILE-REC-MASTER.
        02 MST-NUMBER                  PIC X(08).
        02 FILLER                      PIC X(01).
        02 MST-CONTRACT                PIC X(14).
        02 FILLER                      PIC X(01).
        02 MST-CONTRACS                PIC X(14).
        02 FILLER                      PIC X(01).
        02 MST-IRP                     PIC X(41).
        02 FILLER                      PIC X(01).
        02 MST-C-TYPE                  PIC X(08).
        02 FILLER                      PIC X(01).
        02 MST-DATE-EFFET              PIC 9(08).
        02 FILLER                      PIC X(01).
        02 MST-DATE-ECH                PIC 9(08).
        02 FILLER                      PIC X(01).
        02 MST-SOMME                   PIC 999999,99.
        02 FILLER                      PIC X(05).
        02 MST-AGENCE                  PIC X(08).
        02 FILLER                      PIC X(01).
        02 MST-DATE-MAJ                PIC 9(08).
        02 FILLER                      PIC X(01).
        02 MST-PAIE-STATUT             PIC X(01).
        02 FILLER                      PIC X(01).
        02 MST-DATE-REGL               PIC 9(08).
        02 FILLER                      PIC X(01).
        02 MST-CTR-STATUT              PIC X(01).
           88 MST-CTR-RESILIE          VALUE 'R'.
        02 FILLER                      PIC X(01).
        02 MST-DATE-RESIL              PIC 9(08).
        02 FILLER                      PIC X(39).

      *    Fichier des sinistres : la declaration telle que saisie
      *    (memes colonnes que la ligne de saisie), suivie de la date
      *    de derniere mise a jour.
       FD SINISTRE-FILE
           RECORD CONTAINS 70 CHARACTERS.

       01 FILE-REC-SINISTRE.
        02 SIN-NUMERO                  PIC X(10).
        02 SIN-SEP1                    PIC X(01).
        02 SIN-CONTRAT                 PIC X(08).
        02 SIN-SEP2                    PIC X(01).
        02 SIN-DATE-SURV               PIC 9(08).
        02 SIN-SEP3                    PIC X(01).
        02 SIN-DATE-DECL               PIC 9(08).
        02 SIN-SEP4                    PIC X(01).
        02 SIN-MNT-ESTIME              PIC 9999999,99.
        02 SIN-SEP5                    PIC X(01).
        02 SIN-MNT-REGLE               PIC 9999999,99.
        02 SIN-SEP6                    PIC X(01).
        02 SIN-STATUT                  PIC X(01).
        02 SIN-SEP7                    PIC X(01).
        02 SIN-DATE-MAJ                PIC 9(08).

      *    Historique cumulatif des contrats, meme format que dans
      *    datassur-maj ; l'image d'avant d'un renouvellement ('N')
      *    porte la periode precedente du contrat.
       FD HISTO-FILE
           RECORD CONTAINS 412 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-HISTO.
        02 HIS-EVENEMENT               PIC X(01).
        02 HIS-SEP1                    PIC X(01).
        02 HIS-DATE-MAJ                PIC 9(08).
        02 HIS-SEP2                    PIC X(01).
        02 HIS-IMAGE.
         03 HIS-IMG-NUMBER             PIC X(08).
         03 FILLER                     PIC X(82).
         03 HIS-IMG-DATE-EFFET         PIC X(08).
         03 FILLER                     PIC X(01).
         03 HIS-IMG-DATE-ECH           PIC X(08).
         03 FILLER                     PIC X(93).
        02 HIS-SEP3                    PIC X(01).
        02 HIS-APRES                   PIC X(200).

      *    Declarations refusees : la ligne d'origine telle quelle,
      *    suivie du motif, pour retour aux gestionnaires.
       FD REFUSES
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-WRITE-REFUSES.
        02 FIELD-WRITE-REFUSES         PIC X(90).

      *    Journal d'exploitation commun a la chaine, meme format que
      *    dans datassur.cbl.
       FD JOURNAL-EXPL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-JOURNAL             PIC X(120).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  SAISIE-STATUS           PIC X(02) VALUE SPACE.
           88 SAISIE-STATUS-OK     VALUE '00'.
           88 SAISIE-STATUS-EOF    VALUE '10'.
           88 SAISIE-STATUS-NOTFOUND VALUE '35'.

       01  MASTER-STATUS           PIC X(02) VALUE SPACE.
           88 MASTER-STATUS-OK     VALUE '00'.
           88 MASTER-STATUS-EOF    VALUE '10'.
           88 MASTER-STATUS-NOTKEY VALUE '23'.
           88 MASTER-STATUS-NOTFOUND VALUE '35'.

       01  SINISTRE-STATUS         PIC X(02) VALUE SPACE.
           88 SINISTRE-STATUS-OK   VALUE '00'.
           88 SINISTRE-STATUS-EOF  VALUE '10'.
           88 SINISTRE-STATUS-NOTKEY VALUE '23'.
           88 SINISTRE-STATUS-NOTFOUND VALUE '35'.

       01  HISTO-STATUS            PIC X(02) VALUE SPACE.
           88 HISTO-STATUS-OK      VALUE '00'.
           88 HISTO-STATUS-EOF     VALUE '10'.
           88 HISTO-STATUS-NOTFOUND VALUE '35'.

       01  REFUSES-STATUS          PIC X(02) VALUE SPACE.
           88 REFUSES-STATUS-OK    VALUE '00'.
           88 REFUSES-STATUS-EOF   VALUE '10'.

       01  WS-ABEND-FILE           PIC X(30) VALUE SPACE.
       01  WS-ABEND-STATUS         PIC X(02) VALUE SPACE.

      *    Journal d'exploitation : enregistrement normalise commun a
      *    toute la chaine, zone de compteurs preparee par l'appelant
      *    et verrou anti-recursion pour le cas ou l'ecriture du
      *    journal echoue pendant un arret anormal.
       01  JOURNAL-STATUS          PIC X(02) VALUE SPACE.
           88 JOURNAL-STATUS-OK    VALUE '00'.
           88 JOURNAL-STATUS-EOF   VALUE '10'.
           88 JOURNAL-STATUS-NOTFOUND VALUE '35'.

       01  WS-JRN-REC.
           03 WS-JRN-EVT           PIC X(03) VALUE SPACE.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-JRN-PROG          PIC X(16) VALUE SPACE.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-JRN-DATE          PIC 9(08) VALUE ZERO.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-JRN-HEURE         PIC X(06) VALUE SPACE.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-JRN-RC            PIC 9(02) VALUE ZERO.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-JRN-COMPTEURS     PIC X(80) VALUE SPACE.

       01  WS-JRN-CTRS             PIC X(80) VALUE SPACE.
       01  WS-JRN-HORODATE         PIC X(21) VALUE SPACE.
       01  WS-JRN-EN-ABEND         PIC X(01) VALUE 'N'.
           88 WS-JRN-IS-EN-ABEND   VALUE 'O'.

       01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
       01  WS-SURV-NUM             PIC 9(08) VALUE ZERO.
       01  WS-DECL-NUM             PIC 9(08) VALUE ZERO.

       01  WS-LU-NB                PIC 9(05) VALUE ZERO.
       01  WS-CREES-NB             PIC 9(05) VALUE ZERO.
       01  WS-MAJ-NB               PIC 9(05) VALUE ZERO.
       01  WS-REFUSES-NB           PIC 9(05) VALUE ZERO.
       01  WS-ANTERIEURS-NB        PIC 9(05) VALUE ZERO.

      *    Recherche d'une periode precedente du contrat couvrant la
      *    survenance, dans les images d'avant renouvellement.
       01  WS-PER-TROUVE           PIC X(01) VALUE 'N'.
           88 WS-PER-IS-TROUVE     VALUE 'O'.

       01  WS-REFUS-MOTIF          PIC X(25) VALUE SPACE.

       01  WS-REFUS-LINE.
           03 WS-REFUS-REC         PIC X(61) VALUE SPACE.
           03 FILLER               PIC X(03) VALUE ' | '.
           03 WS-REFUS-LIB         PIC X(25) VALUE SPACE.

      *    Controle calendaire d'une date AAAAMMJJ, meme technique que
      *    le controle d'intake du traitement quotidien.
       01  WS-CTL-DATE.
           03 WS-CTL-DATE-AAAA      PIC 9(04) VALUE ZERO.
           03 WS-CTL-DATE-MM        PIC 9(02) VALUE ZERO.
           03 WS-CTL-DATE-JJ        PIC 9(02) VALUE ZERO.

       01  WS-CTL-DATE-X            PIC X(08) VALUE SPACE.
       01  WS-CTL-JJ-MAX            PIC 9(02) VALUE ZERO.
       01  WS-CTL-RESTE             PIC 9(04) VALUE ZERO.
       01  WS-CTL-QUOTIENT          PIC 9(04) VALUE ZERO.

       01  WS-DATE-OK               PIC X(01) VALUE 'N'.
           88 WS-DATE-IS-OK         VALUE 'O'.

      ******************************************************************
       PROCEDURE DIVISION.


           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           MOVE 'datassur-sin' TO WS-JRN-PROG.
           PERFORM 8000-JOURNAL-DEB-START THRU 8000-JOURNAL-DEB-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 7400-SAISIE-ALL-START
               THRU 7400-SAISIE-ALL-END.

           DISPLAY 'SAISIE DES SINISTRES TERMINEE LE ' WS-RUN-DATE.
           DISPLAY 'LIGNES LUES         = ' WS-LU-NB.
           DISPLAY 'SINISTRES CREES     = ' WS-CREES-NB.
           DISPLAY 'SINISTRES MIS A JOUR= ' WS-MAJ-NB.
           DISPLAY 'LIGNES REFUSEES     = ' WS-REFUSES-NB.
           DISPLAY 'DONT PERIODE PRECED.= ' WS-ANTERIEURS-NB.

           IF WS-REFUSES-NB > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING 'LUS='          DELIMITED BY SIZE
                  WS-LU-NB        DELIMITED BY SIZE
                  ';CREES='       DELIMITED BY SIZE
                  WS-CREES-NB     DELIMITED BY SIZE
                  ';MAJ='         DELIMITED BY SIZE
                  WS-MAJ-NB       DELIMITED BY SIZE
                  ';REFUS='       DELIMITED BY SIZE
                  WS-REFUSES-NB   DELIMITED BY SIZE
                  ';ANT='         DELIMITED BY SIZE
                  WS-ANTERIEURS-NB DELIMITED BY SIZE
               INTO WS-JRN-CTRS
           END-STRING.
           PERFORM 8010-JOURNAL-FIN-START THRU 8010-JOURNAL-FIN-END.

       0000-MAIN-END.
           STOP RUN.

      ******************************************************************
      *    Controle des codes retour fichier : tout statut autre que
      *    '00' (OK) ou '10' (fin de fichier) est une anomalie qui doit
      *    arreter le traitement plutot que de le laisser se poursuivre
      *    en silence.
       9000-ABEND-START.

           DISPLAY '*** ERREUR FICHIER : ' WS-ABEND-FILE
               ' - STATUT = ' WS-ABEND-STATUS ' ***'
           DISPLAY '*** ARRET ANORMAL DE LA SAISIE DES SINISTRES ***'
           MOVE 16 TO RETURN-CODE
           IF NOT WS-JRN-IS-EN-ABEND
               MOVE 'O' TO WS-JRN-EN-ABEND
               MOVE SPACE TO WS-JRN-CTRS
               STRING 'ABEND FICHIER ' DELIMITED BY SIZE
                      WS-ABEND-FILE    DELIMITED BY SIZE
                      ' STATUT '       DELIMITED BY SIZE
                      WS-ABEND-STATUS  DELIMITED BY SIZE
                   INTO WS-JRN-CTRS
               END-STRING
               PERFORM 8010-JOURNAL-FIN-START
                   THRU 8010-JOURNAL-FIN-END
           END-IF
           STOP RUN.

       9000-ABEND-END.
           EXIT.

      ******************************************************************
       9060-SAISIE-CHECK-START.

           IF NOT (SAISIE-STATUS-OK OR SAISIE-STATUS-EOF)
               MOVE 'SAISIE'         TO WS-ABEND-FILE
               MOVE SAISIE-STATUS    TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9060-SAISIE-CHECK-END.
           EXIT.

      ******************************************************************
       9110-MASTER-CHECK-START.

           IF NOT (MASTER-STATUS-OK OR MASTER-STATUS-EOF)
               MOVE 'MASTER-FILE'    TO WS-ABEND-FILE
               MOVE MASTER-STATUS    TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9110-MASTER-CHECK-END.
           EXIT.

      ******************************************************************
       9120-SINISTRE-CHECK-START.

           IF NOT (SINISTRE-STATUS-OK OR SINISTRE-STATUS-EOF)
               MOVE 'SINISTRE-FILE'  TO WS-ABEND-FILE
               MOVE SINISTRE-STATUS  TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9120-SINISTRE-CHECK-END.
           EXIT.

      ******************************************************************
       9140-HISTO-CHECK-START.

           IF NOT (HISTO-STATUS-OK OR HISTO-STATUS-EOF)
               MOVE 'HISTO-FILE'     TO WS-ABEND-FILE
               MOVE HISTO-STATUS     TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9140-HISTO-CHECK-END.
           EXIT.

      ******************************************************************
       9130-REFUSES-CHECK-START.

           IF NOT (REFUSES-STATUS-OK OR REFUSES-STATUS-EOF)
               MOVE 'REFUSES'        TO WS-ABEND-FILE
               MOVE REFUSES-STATUS   TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9130-REFUSES-CHECK-END.
           EXIT.

      ******************************************************************
      *    Saisie du lot : le maitre est obligatoire (aucun sinistre
      *    ne peut etre controle sans lui), le fichier des sinistres
      *    est cree vide au tout premier passage, un lot absent est
      *    un simple avis (aucune declaration ce jour).
       7400-SAISIE-ALL-START.

           OPEN INPUT SAISIE.
           IF SAISIE-STATUS-NOTFOUND
               DISPLAY 'FICHIER sinistres.dat ABSENT : AUCUNE '
                   'DECLARATION A SAISIR'
               GO TO 7400-SAISIE-ALL-END
           END-IF.
           PERFORM 9060-SAISIE-CHECK-START THRU 9060-SAISIE-CHECK-END.

           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS-NOTFOUND
               DISPLAY '*** FICHIER datassur.mst ABSENT : MAITRE '
                   'OBLIGATOIRE POUR LA SAISIE DES SINISTRES ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           OPEN I-O SINISTRE-FILE.
           IF SINISTRE-STATUS-NOTFOUND
               DISPLAY 'FICHIER datassur.sin ABSENT : CREATION'
               OPEN OUTPUT SINISTRE-FILE
               PERFORM 9120-SINISTRE-CHECK-START
                   THRU 9120-SINISTRE-CHECK-END
               CLOSE SINISTRE-FILE
               PERFORM 9120-SINISTRE-CHECK-START
                   THRU 9120-SINISTRE-CHECK-END
               OPEN I-O SINISTRE-FILE
           END-IF.
           PERFORM 9120-SINISTRE-CHECK-START
               THRU 9120-SINISTRE-CHECK-END.

           OPEN OUTPUT REFUSES.
           PERFORM 9130-REFUSES-CHECK-START
               THRU 9130-REFUSES-CHECK-END.

           PERFORM UNTIL SAISIE-STATUS-EOF
               READ SAISIE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LU-NB
                       PERFORM 7410-SAISIE-UN-START
                           THRU 7410-SAISIE-UN-END
               END-READ
               PERFORM 9060-SAISIE-CHECK-START
                   THRU 9060-SAISIE-CHECK-END
           END-PERFORM.

           CLOSE SAISIE.
           PERFORM 9060-SAISIE-CHECK-START THRU 9060-SAISIE-CHECK-END.
           CLOSE MASTER-FILE.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.
           CLOSE SINISTRE-FILE.
           PERFORM 9120-SINISTRE-CHECK-START
               THRU 9120-SINISTRE-CHECK-END.
           CLOSE REFUSES.
           PERFORM 9130-REFUSES-CHECK-START
               THRU 9130-REFUSES-CHECK-END.

       7400-SAISIE-ALL-END.
           EXIT.

      ******************************************************************
      *    Saisie d'une declaration : controle du format et des dates,
      *    puis mise a jour du sinistre s'il existe deja (sur le meme
      *    contrat), sinon controle du contrat dans le maitre (connu,
      *    non resilie, survenance dans la periode DATE-EFFET/DATE-ECH
      *    en cours ou dans une periode precedente du contrat) et
      *    creation. Le premier controle en echec refuse la ligne avec
      *    son motif.
       7410-SAISIE-UN-START.

           IF FIELD-SAI-NUMERO EQUAL SPACE
            OR FIELD-SAI-SEP1 NOT EQUAL '|'
            OR FIELD-SAI-SEP2 NOT EQUAL '|'
            OR FIELD-SAI-SEP3 NOT EQUAL '|'
            OR FIELD-SAI-SEP4 NOT EQUAL '|'
            OR FIELD-SAI-SEP5 NOT EQUAL '|'
            OR FIELD-SAI-SEP6 NOT EQUAL '|'
            OR FIELD-SAI-MNT-ESTIME(1:7) IS NOT NUMERIC
            OR FIELD-SAI-MNT-ESTIME(8:1) NOT EQUAL ','
            OR FIELD-SAI-MNT-ESTIME(9:2) IS NOT NUMERIC
            OR FIELD-SAI-MNT-REGLE(1:7) IS NOT NUMERIC
            OR FIELD-SAI-MNT-REGLE(8:1) NOT EQUAL ','
            OR FIELD-SAI-MNT-REGLE(9:2) IS NOT NUMERIC
            OR (FIELD-SAI-STATUT NOT EQUAL 'O'
                AND FIELD-SAI-STATUT NOT EQUAL 'C')
               MOVE 'FORMAT INVALIDE' TO WS-REFUS-MOTIF
               PERFORM 7440-REFUS-WRITE-START
                   THRU 7440-REFUS-WRITE-END
               GO TO 7410-SAISIE-UN-END
           END-IF.

           MOVE FIELD-SAI-DATE-SURV TO WS-CTL-DATE-X.
           PERFORM 7450-VALIDE-DATE-START THRU 7450-VALIDE-DATE-END.
           IF NOT WS-DATE-IS-OK
               MOVE 'DATE SURVENANCE INVALIDE' TO WS-REFUS-MOTIF
               PERFORM 7440-REFUS-WRITE-START
                   THRU 7440-REFUS-WRITE-END
               GO TO 7410-SAISIE-UN-END
           END-IF.
           MOVE FIELD-SAI-DATE-SURV TO WS-SURV-NUM.

           MOVE FIELD-SAI-DATE-DECL TO WS-CTL-DATE-X.
           PERFORM 7450-VALIDE-DATE-START THRU 7450-VALIDE-DATE-END.
           IF NOT WS-DATE-IS-OK
               MOVE 'DATE DECLARATION INVALIDE' TO WS-REFUS-MOTIF
               PERFORM 7440-REFUS-WRITE-START
                   THRU 7440-REFUS-WRITE-END
               GO TO 7410-SAISIE-UN-END
           END-IF.
           MOVE FIELD-SAI-DATE-DECL TO WS-DECL-NUM.

           IF WS-DECL-NUM < WS-SURV-NUM
               MOVE 'DECLARATION < SURVENANCE' TO WS-REFUS-MOTIF
               PERFORM 7440-REFUS-WRITE-START
                   THRU 7440-REFUS-WRITE-END
               GO TO 7410-SAISIE-UN-END
           END-IF.

           IF WS-DECL-NUM > WS-RUN-DATE
               MOVE 'DECLARATION FUTURE' TO WS-REFUS-MOTIF
               PERFORM 7440-REFUS-WRITE-START
                   THRU 7440-REFUS-WRITE-END
               GO TO 7410-SAISIE-UN-END
           END-IF.

           MOVE FIELD-SAI-NUMERO TO SIN-NUMERO.
           READ SINISTRE-FILE.

           IF NOT SINISTRE-STATUS-NOTKEY
               PERFORM 9120-SINISTRE-CHECK-START
                   THRU 9120-SINISTRE-CHECK-END
               IF SIN-CONTRAT NOT EQUAL FIELD-SAI-CONTRAT
                   MOVE 'SINISTRE AUTRE CONTRAT' TO WS-REFUS-MOTIF
                   PERFORM 7440-REFUS-WRITE-START
                       THRU 7440-REFUS-WRITE-END
                   GO TO 7410-SAISIE-UN-END
               END-IF
               PERFORM 7420-SINISTRE-PREPARE-START
                   THRU 7420-SINISTRE-PREPARE-END
               REWRITE FILE-REC-SINISTRE
               PERFORM 9120-SINISTRE-CHECK-START
                   THRU 9120-SINISTRE-CHECK-END
               ADD 1 TO WS-MAJ-NB
               GO TO 7410-SAISIE-UN-END
           END-IF.

           MOVE FIELD-SAI-CONTRAT TO MST-NUMBER.
           READ MASTER-FILE.
           IF MASTER-STATUS-NOTKEY
               MOVE 'CONTRAT INCONNU' TO WS-REFUS-MOTIF
               PERFORM 7440-REFUS-WRITE-START
                   THRU 7440-REFUS-WRITE-END
               GO TO 7410-SAISIE-UN-END
           END-IF.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           IF MST-CTR-RESILIE
               MOVE 'CONTRAT RESILIE' TO WS-REFUS-MOTIF
               PERFORM 7440-REFUS-WRITE-START
                   THRU 7440-REFUS-WRITE-END
               GO TO 7410-SAISIE-UN-END
           END-IF.

           IF WS-SURV-NUM < MST-DATE-EFFET
            OR WS-SURV-NUM > MST-DATE-ECH
               PERFORM 7430-PERIODE-ANT-START
                   THRU 7430-PERIODE-ANT-END
               IF NOT WS-PER-IS-TROUVE
                   MOVE 'SURVENANCE HORS PERIODE' TO WS-REFUS-MOTIF
                   PERFORM 7440-REFUS-WRITE-START
                       THRU 7440-REFUS-WRITE-END
                   GO TO 7410-SAISIE-UN-END
               END-IF
               ADD 1 TO WS-ANTERIEURS-NB
           END-IF.

           PERFORM 7420-SINISTRE-PREPARE-START
               THRU 7420-SINISTRE-PREPARE-END.
           WRITE FILE-REC-SINISTRE.
           PERFORM 9120-SINISTRE-CHECK-START
               THRU 9120-SINISTRE-CHECK-END.
           ADD 1 TO WS-CREES-NB.

       7410-SAISIE-UN-END.
           EXIT.

      ******************************************************************
      *    Preparation de l'enregistrement sinistre a partir de la
      *    ligne de saisie controlee, date du jour en date de mise a
      *    jour.
       7420-SINISTRE-PREPARE-START.

           MOVE FIELD-SAI-NUMERO     TO SIN-NUMERO.
           MOVE '|'                  TO SIN-SEP1.
           MOVE FIELD-SAI-CONTRAT    TO SIN-CONTRAT.
           MOVE '|'                  TO SIN-SEP2.
           MOVE WS-SURV-NUM          TO SIN-DATE-SURV.
           MOVE '|'                  TO SIN-SEP3.
           MOVE WS-DECL-NUM          TO SIN-DATE-DECL.
           MOVE '|'                  TO SIN-SEP4.
           MOVE FIELD-SAI-MNT-ESTIME TO SIN-MNT-ESTIME.
           MOVE '|'                  TO SIN-SEP5.
           MOVE FIELD-SAI-MNT-REGLE  TO SIN-MNT-REGLE.
           MOVE '|'                  TO SIN-SEP6.
           MOVE FIELD-SAI-STATUT     TO SIN-STATUT.
           MOVE '|'                  TO SIN-SEP7.
           MOVE WS-RUN-DATE          TO SIN-DATE-MAJ.

       7420-SINISTRE-PREPARE-END.
           EXIT.

      ******************************************************************
      *    Survenance hors de la periode en cours : parcours de
      *    datassur.his a la recherche d'un renouvellement ('N') du
      *    contrat dont l'image d'avant couvre la survenance. Sans
      *    historique, aucune periode precedente n'est connue.
       7430-PERIODE-ANT-START.

           MOVE 'N' TO WS-PER-TROUVE.

           OPEN INPUT HISTO-FILE.
           IF HISTO-STATUS-NOTFOUND
               GO TO 7430-PERIODE-ANT-END
           END-IF.
           PERFORM 9140-HISTO-CHECK-START THRU 9140-HISTO-CHECK-END.

           PERFORM UNTIL HISTO-STATUS-EOF
                      OR WS-PER-IS-TROUVE
               READ HISTO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF HIS-EVENEMENT EQUAL 'N'
                        AND HIS-IMG-NUMBER EQUAL MST-NUMBER
                        AND HIS-IMG-DATE-EFFET IS NUMERIC
                        AND HIS-IMG-DATE-ECH IS NUMERIC
                        AND FIELD-SAI-DATE-SURV
                            NOT < HIS-IMG-DATE-EFFET
                        AND FIELD-SAI-DATE-SURV
                            NOT > HIS-IMG-DATE-ECH
                           MOVE 'O' TO WS-PER-TROUVE
                       END-IF
               END-READ
               PERFORM 9140-HISTO-CHECK-START
                   THRU 9140-HISTO-CHECK-END
           END-PERFORM.

           CLOSE HISTO-FILE.
           PERFORM 9140-HISTO-CHECK-START THRU 9140-HISTO-CHECK-END.

       7430-PERIODE-ANT-END.
           EXIT.

      ******************************************************************
       7440-REFUS-WRITE-START.

           ADD 1 TO WS-REFUSES-NB.
           MOVE FILE-REC-SAISIE TO WS-REFUS-REC.
           MOVE WS-REFUS-MOTIF  TO WS-REFUS-LIB.
           DISPLAY 'SINISTRE REFUSE : ' WS-REFUS-LINE.
           MOVE WS-REFUS-LINE TO FIELD-WRITE-REFUSES
           WRITE FILE-WRITE-REFUSES.
           PERFORM 9130-REFUSES-CHECK-START
               THRU 9130-REFUSES-CHECK-END.

       7440-REFUS-WRITE-END.
           EXIT.

      ******************************************************************
      *    Controle calendaire d'une date AAAAMMJJ recue dans
      *    WS-CTL-DATE-X, identique a celui de l'intake quotidien.
       7450-VALIDE-DATE-START.

           MOVE 'N' TO WS-DATE-OK.

           IF WS-CTL-DATE-X IS NOT NUMERIC
               GO TO 7450-VALIDE-DATE-END
           END-IF.

           MOVE WS-CTL-DATE-X TO WS-CTL-DATE.

           IF WS-CTL-DATE-MM < 1 OR WS-CTL-DATE-MM > 12
               GO TO 7450-VALIDE-DATE-END
           END-IF.

           EVALUATE WS-CTL-DATE-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-CTL-JJ-MAX
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-CTL-JJ-MAX
               WHEN 02
                   MOVE 28 TO WS-CTL-JJ-MAX
                   DIVIDE WS-CTL-DATE-AAAA BY 4
                       GIVING WS-CTL-QUOTIENT
                       REMAINDER WS-CTL-RESTE
                   IF WS-CTL-RESTE = 0
                       MOVE 29 TO WS-CTL-JJ-MAX
                       DIVIDE WS-CTL-DATE-AAAA BY 100
                           GIVING WS-CTL-QUOTIENT
                           REMAINDER WS-CTL-RESTE
                       IF WS-CTL-RESTE = 0
                           MOVE 28 TO WS-CTL-JJ-MAX
                           DIVIDE WS-CTL-DATE-AAAA BY 400
                               GIVING WS-CTL-QUOTIENT
                               REMAINDER WS-CTL-RESTE
                           IF WS-CTL-RESTE = 0
                               MOVE 29 TO WS-CTL-JJ-MAX
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

           IF WS-CTL-DATE-JJ < 1 OR WS-CTL-DATE-JJ > WS-CTL-JJ-MAX
               GO TO 7450-VALIDE-DATE-END
           END-IF.

           MOVE 'O' TO WS-DATE-OK.

       7450-VALIDE-DATE-END.
           EXIT.

      ******************************************************************
      *    Controle du journal d'exploitation : s'il echoue pendant
      *    un arret anormal deja engage, l'arret est direct pour ne
      *    pas boucler entre l'abend et le journal.
       9160-JOURNAL-CHECK-START.

           IF NOT (JOURNAL-STATUS-OK OR JOURNAL-STATUS-EOF)
               IF WS-JRN-IS-EN-ABEND
                   DISPLAY '*** ERREUR FICHIER : JOURNAL-EXPL - '
                       'STATUT = ' JOURNAL-STATUS ' ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'JOURNAL-EXPL'  TO WS-ABEND-FILE
               MOVE JOURNAL-STATUS  TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9160-JOURNAL-CHECK-END.
           EXIT.

      ******************************************************************
      *    Enregistrement DEB du journal d'exploitation : le
      *    programme, la date et l'heure de lancement.
       8000-JOURNAL-DEB-START.

           MOVE 'DEB' TO WS-JRN-EVT.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-HORODATE.
           MOVE WS-JRN-HORODATE(1:8) TO WS-JRN-DATE.
           MOVE WS-JRN-HORODATE(9:6) TO WS-JRN-HEURE.
           MOVE ZERO  TO WS-JRN-RC.
           MOVE SPACE TO WS-JRN-COMPTEURS.
           PERFORM 8020-JOURNAL-ECRIT-START
               THRU 8020-JOURNAL-ECRIT-END.

       8000-JOURNAL-DEB-END.
           EXIT.

      ******************************************************************
      *    Enregistrement FIN du journal d'exploitation : code retour
      *    courant et compteurs prepares par l'appelant dans
      *    WS-JRN-CTRS.
       8010-JOURNAL-FIN-START.

           MOVE 'FIN' TO WS-JRN-EVT.
           MOVE FUNCTION CURRENT-DATE TO WS-JRN-HORODATE.
           MOVE WS-JRN-HORODATE(1:8) TO WS-JRN-DATE.
           MOVE WS-JRN-HORODATE(9:6) TO WS-JRN-HEURE.
           MOVE RETURN-CODE TO WS-JRN-RC.
           MOVE WS-JRN-CTRS TO WS-JRN-COMPTEURS.
           PERFORM 8020-JOURNAL-ECRIT-START
               THRU 8020-JOURNAL-ECRIT-END.

       8010-JOURNAL-FIN-END.
           EXIT.

      ******************************************************************
      *    Ecriture d'un enregistrement du journal : le fichier est
      *    cumulatif, ouvert en extension (et cree au tout premier
      *    passage), ecrit et referme aussitot pour qu'un arret
      *    brutal ne perde pas la trace.
       8020-JOURNAL-ECRIT-START.

           OPEN EXTEND JOURNAL-EXPL.
           IF JOURNAL-STATUS-NOTFOUND
               OPEN OUTPUT JOURNAL-EXPL
           END-IF.
           PERFORM 9160-JOURNAL-CHECK-START
               THRU 9160-JOURNAL-CHECK-END.

           MOVE WS-JRN-REC TO FILE-REC-JOURNAL.
           WRITE FILE-REC-JOURNAL.
           PERFORM 9160-JOURNAL-CHECK-START
               THRU 9160-JOURNAL-CHECK-END.

           CLOSE JOURNAL-EXPL.
           PERFORM 9160-JOURNAL-CHECK-START
               THRU 9160-JOURNAL-CHECK-END.

       8020-JOURNAL-ECRIT-END.
           EXIT.

      ******************************************************************
