      *      fichier d'interface extourne.dat porte les lignes EXT     *
      *      (extournes), les lignes MVT (corrigees) et une ligne FIN  *
      *      prouvant l'equilibre debit/credit de l'ensemble.          *
      *      Une date appartenant a un mois deja clos au grand livre   *
      *      (clotures.dat, tenu par datassur-glivre) est refusee.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS EXTOURNE-STATUS.

      *    Mois comptables clos par datassur-glivre.
           SELECT CLOTURE-FILE ASSIGN TO 'clotures.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLOTURE-STATUS.

           SELECT SORT-WORK ASSIGN TO 'exsortwk.tmp'.

      ******************************************************************
       01 FILE-WRITE-EXTOURNE.
        02 FIELD-WRITE-EXTOURNE        PIC X(80).

      *    Mois clos : mois, date de cloture et totaux de la balance,
      *    meme format que dans datassur-glivre.
       FD CLOTURE-FILE
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-CLOTURE.
        02 CLO-MOIS                    PIC X(06).
        02 FILLER                      PIC X(01).
        02 CLO-DATE                    PIC 9(08).
        02 FILLER                      PIC X(30).

      *    Fichier de travail du tri de l'archive, meme decoupage que
      *    la ligne dedupliquee du traitement quotidien.
       SD SORT-WORK.
           88 EXTOURNE-STATUS-OK   VALUE '00'.
           88 EXTOURNE-STATUS-EOF  VALUE '10'.

       01  CLOTURE-STATUS          PIC X(02) VALUE SPACE.
           88 CLOTURE-STATUS-OK    VALUE '00'.
           88 CLOTURE-STATUS-EOF   VALUE '10'.
           88 CLOTURE-STATUS-NOTFOUND VALUE '35'.

       01  WS-ABEND-FILE           PIC X(30) VALUE SPACE.
       01  WS-ABEND-STATUS         PIC X(02) VALUE SPACE.

           END-IF.
           MOVE WS-CIBLE-DATE TO WS-CIBLE-DATE-NUM.

           PERFORM 7612-CLOTURE-CTRL-START
               THRU 7612-CLOTURE-CTRL-END.

           STRING 'datassur.dat.' DELIMITED BY SIZE
                  WS-CIBLE-DATE   DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME
       9100-TYPEREF-CHECK-END.
           EXIT.

      ******************************************************************
       9135-CLOTURE-CHECK-START.

           IF NOT (CLOTURE-STATUS-OK OR CLOTURE-STATUS-EOF)
               MOVE 'CLOTURE-FILE'   TO WS-ABEND-FILE
               MOVE CLOTURE-STATUS   TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9135-CLOTURE-CHECK-END.
           EXIT.

      ******************************************************************
       9130-EXTOURNE-CHECK-START.

       9130-EXTOURNE-CHECK-END.
           EXIT.

      ******************************************************************
      *    Refus d'une regularisation sur un mois clos au grand livre :
      *    ses ecritures ne pourraient plus y etre cumulees. Sans
      *    clotures.dat, aucun mois n'est encore clos.
       7612-CLOTURE-CTRL-START.

           OPEN INPUT CLOTURE-FILE.
           IF CLOTURE-STATUS-NOTFOUND
               GO TO 7612-CLOTURE-CTRL-END
           END-IF.
           PERFORM 9135-CLOTURE-CHECK-START
               THRU 9135-CLOTURE-CHECK-END.

           PERFORM UNTIL CLOTURE-STATUS-EOF
               READ CLOTURE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CLO-MOIS EQUAL WS-CIBLE-DATE(1:6)
                           DISPLAY '*** MOIS ' CLO-MOIS ' CLOS LE '
                               CLO-DATE ' : REGULARISATION DU '
                               WS-CIBLE-DATE ' REFUSEE ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               PERFORM 9135-CLOTURE-CHECK-START
                   THRU 9135-CLOTURE-CHECK-END
           END-PERFORM.

           CLOSE CLOTURE-FILE.
           PERFORM 9135-CLOTURE-CHECK-START
               THRU 9135-CLOTURE-CHECK-END.

       7612-CLOTURE-CTRL-END.
           EXIT.

      ******************************************************************
      *    Controle et rangement d'une ligne de bareme recue dans
      *    WS-TAUX-BRUT : memes controles que le chargement du bareme
