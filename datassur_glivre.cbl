      ******************************************************************
      *                                                                *
      *      Grand livre mensuel et cloture comptable de periode.      *
      *                                                                *
      *      Mode CUMUL (chaque jour, apres datassur et, le cas        *
      *      echeant, datassur-extourne et datassur-ppna) : les        *
      *      interfaces comptable.dat, extourne.dat et                 *
      *      ppna-comptable.dat sont controlees (format                *
      *      des lignes, ligne FIN presente et equilibree, totaux      *
      *      egaux a la somme des lignes) puis leurs mouvements sont   *
      *      cumules dans grand-livre.dat par compte et par mois de    *
      *      la date d'ecriture. La ligne FIN de chaque fichier        *
      *      cumule est gardee dans glivre-integres.dat : un fichier   *
      *      deja cumule est ecarte au passage suivant, un fichier     *
      *      portant une date d'un mois clos est refuse.               *
      *                                                                *
      *      Mode CLOTURE (sur demande, pour un mois AAAAMM echu) :    *
      *      balance des comptes balance-AAAAMM.dat (solde             *
      *      d'ouverture, debits, credits, solde de cloture, soldes    *
      *      exprimes en debit moins credit), puis verrouillage du     *
      *      mois dans clotures.dat. Les mois se cloturent dans        *
      *      l'ordre : un mois anterieur mouvemente et encore ouvert   *
      *      bloque la cloture. datassur-extourne relit clotures.dat   *
      *      et refuse toute regularisation datee d'un mois clos.      *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datassur-glivre.
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

      *    Interface a cumuler : comptable.dat, extourne.dat puis
      *    ppna-comptable.dat.
           SELECT SOURCE-FILE ASSIGN TO DYNAMIC WS-SRC-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SOURCE-STATUS.

           SELECT GLIVRE-FILE ASSIGN TO 'grand-livre.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GL-KEY
           FILE STATUS IS GLIVRE-STATUS.

           SELECT INTEG-FILE ASSIGN TO 'glivre-integres.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INTEG-STATUS.

           SELECT CLOTURE-FILE ASSIGN TO 'clotures.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CLOTURE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC WS-BAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BALANCE-STATUS.

           SELECT JOURNAL-EXPL ASSIGN TO 'exploitation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    Lignes MVT/EXT et ligne FIN, memes colonnes que dans
      *    datassur.cbl et datassur-extourne.
       FD SOURCE-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-SOURCE              PIC X(80).

      *    Grand livre : un enregistrement par compte et par mois,
      *    cle compte puis mois pour relire un compte dans l'ordre
      *    chronologique de ses periodes.
       FD GLIVRE-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01 FILE-REC-GLIVRE.
        02 GL-KEY.
           03 GL-CPT                   PIC X(08).
           03 GL-SEP                   PIC X(01).
           03 GL-MOIS                  PIC 9(06).
        02 GL-SEP2                     PIC X(01).
        02 GL-DEBIT                    PIC 99999999999,99.
        02 GL-SEP3                     PIC X(01).
        02 GL-CREDIT                   PIC 99999999999,99.
        02 GL-SEP4                     PIC X(01).
        02 GL-NB                       PIC 9(05).
        02 GL-SEP5                     PIC X(01).
        02 GL-DATE-MAJ                 PIC 9(08).

      *    Trace des fichiers deja cumules : origine (CPT pour
      *    comptable.dat, EXT pour extourne.dat, PPN pour
      *    ppna-comptable.dat), date de cumul et
      *    ligne FIN du fichier qui l'identifie.
       FD INTEG-FILE
           RECORD CONTAINS 93 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-INTEG.
        02 INT-SOURCE                  PIC X(03).
        02 FILLER                      PIC X(01).
        02 INT-DATE                    PIC 9(08).
        02 FILLER                      PIC X(01).
        02 INT-FIN                     PIC X(80).

      *    Mois clos : mois, date de cloture et totaux de la balance.
       FD CLOTURE-FILE
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-CLOTURE.
        02 CLO-MOIS                    PIC 9(06).
        02 FILLER                      PIC X(01).
        02 CLO-DATE                    PIC 9(08).
        02 FILLER                      PIC X(01).
        02 CLO-DEBIT                   PIC 99999999999,99.
        02 FILLER                      PIC X(01).
        02 CLO-CREDIT                  PIC 99999999999,99.

       FD BALANCE-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-WRITE-BALANCE.
        02 FIELD-WRITE-BALANCE         PIC X(200).

      *    Journal d'exploitation commun a la chaine, meme format que
      *    dans datassur.cbl.
       FD JOURNAL-EXPL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-JOURNAL             PIC X(120).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  SOURCE-STATUS           PIC X(02) VALUE SPACE.
           88 SOURCE-STATUS-OK     VALUE '00'.
           88 SOURCE-STATUS-EOF    VALUE '10'.
           88 SOURCE-STATUS-NOTFOUND VALUE '35'.

       01  GLIVRE-STATUS           PIC X(02) VALUE SPACE.
           88 GLIVRE-STATUS-OK     VALUE '00'.
           88 GLIVRE-STATUS-EOF    VALUE '10'.
           88 GLIVRE-STATUS-NOTKEY VALUE '23'.
           88 GLIVRE-STATUS-NOTFOUND VALUE '35'.

       01  INTEG-STATUS            PIC X(02) VALUE SPACE.
           88 INTEG-STATUS-OK      VALUE '00'.
           88 INTEG-STATUS-EOF     VALUE '10'.
           88 INTEG-STATUS-NOTFOUND VALUE '35'.

       01  CLOTURE-STATUS          PIC X(02) VALUE SPACE.
           88 CLOTURE-STATUS-OK    VALUE '00'.
           88 CLOTURE-STATUS-EOF   VALUE '10'.
           88 CLOTURE-STATUS-NOTFOUND VALUE '35'.

       01  BALANCE-STATUS          PIC X(02) VALUE SPACE.
           88 BALANCE-STATUS-OK    VALUE '00'.
           88 BALANCE-STATUS-EOF   VALUE '10'.

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
       01  WS-RUN-MOIS             PIC 9(06) VALUE ZERO.

       01  WS-MODE                 PIC X(07) VALUE SPACE.
           88 WS-MODE-CUMUL        VALUE 'CUMUL'.
           88 WS-MODE-CLOTURE      VALUE 'CLOTURE'.

       01  WS-MOIS-X               PIC X(06) VALUE SPACE.
       01  WS-MOIS                 PIC 9(06) VALUE ZERO.
       01  WS-MOIS-R REDEFINES WS-MOIS.
           03 WS-MOIS-AAAA         PIC 9(04).
           03 WS-MOIS-MM           PIC 9(02).

      *    Mois clos charges en memoire depuis clotures.dat.
       01  WS-CLO-TAB.
           03 WS-CLO-NB            PIC 9(03) VALUE ZERO.
           03 WS-CLO-ENT OCCURS 240 TIMES INDEXED BY IDX-CLO.
              05 WS-CLO-MOIS       PIC 9(06).
       01  WS-CLO-MOIS-IN          PIC 9(06) VALUE ZERO.
       01  WS-CLO-FOUND            PIC X(01) VALUE 'N'.
           88 WS-CLO-IS-FOUND      VALUE 'O'.

      *    Interface en cours de cumul.
       01  WS-SRC-FILENAME         PIC X(30) VALUE SPACE.
       01  WS-SRC-CODE             PIC X(03) VALUE SPACE.
       01  WS-SRC-FIN              PIC X(80) VALUE SPACE.
       01  WS-SRC-FIN-NB           PIC 9(03) VALUE ZERO.
       01  WS-SRC-APRES-FIN        PIC X(01) VALUE 'N'.
           88 WS-SRC-IS-APRES-FIN  VALUE 'O'.
       01  WS-SRC-LIGNE-NB         PIC 9(05) VALUE ZERO.
       01  WS-SRC-DEBIT            PIC 9(11)V99 VALUE ZERO.
       01  WS-SRC-CREDIT           PIC 9(11)V99 VALUE ZERO.
       01  WS-SRC-MOTIF            PIC X(40) VALUE SPACE.
       01  WS-SRC-MOIS-CLOS        PIC 9(06) VALUE ZERO.
       01  WS-INTEG-FOUND          PIC X(01) VALUE 'N'.
           88 WS-INTEG-IS-FOUND    VALUE 'O'.

      *    Vue d'une ligne d'interface : MVT/EXT ou FIN.
       01  WS-SRC-REC              PIC X(80) VALUE SPACE.
       01  WS-SRC-MVT REDEFINES WS-SRC-REC.
           03 WS-SM-CODE           PIC X(04).
           03 WS-SM-DATE           PIC X(08).
           03 WS-SM-SEP1           PIC X(01).
           03 WS-SM-CPT            PIC X(08).
           03 WS-SM-SEP2           PIC X(01).
           03 WS-SM-SENS           PIC X(01).
           03 WS-SM-SEP3           PIC X(01).
           03 WS-SM-MONTANT-X.
              05 WS-SM-MNT-ENT     PIC X(11).
              05 WS-SM-MNT-VIRG    PIC X(01).
              05 WS-SM-MNT-DEC     PIC X(02).
           03 WS-SM-MONTANT REDEFINES WS-SM-MONTANT-X
                                   PIC 99999999999,99.
           03 FILLER               PIC X(42).
       01  WS-SRC-TRL REDEFINES WS-SRC-REC.
           03 WS-ST-CODE           PIC X(04).
           03 WS-ST-DATE           PIC X(08).
           03 WS-ST-LIB-D          PIC X(07).
           03 WS-ST-DEBIT          PIC 99999999999,99.
           03 WS-ST-LIB-C          PIC X(08).
           03 WS-ST-CREDIT         PIC 99999999999,99.
           03 WS-ST-LIB-NB         PIC X(04).
           03 WS-ST-NB             PIC X(05).
           03 FILLER               PIC X(16).

       01  WS-MNT                  PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-DEBIT             PIC 9(11)V99 VALUE ZERO.
       01  WS-GL-CREDIT            PIC 9(11)V99 VALUE ZERO.

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

       01  WS-FIC-CUMULES-NB       PIC 9(03) VALUE ZERO.
       01  WS-FIC-ECARTES-NB       PIC 9(03) VALUE ZERO.
       01  WS-FIC-ABSENTS-NB       PIC 9(03) VALUE ZERO.
       01  WS-MVT-CUMULES-NB       PIC 9(05) VALUE ZERO.
       01  WS-GL-CREES-NB          PIC 9(05) VALUE ZERO.

      *    Balance du mois a clore : rupture sur le compte a la
      *    lecture du grand livre.
       01  WS-BAL-FILENAME         PIC X(30) VALUE SPACE.
       01  WS-BAL-GL-EOF           PIC X(01) VALUE 'N'.
           88 WS-BAL-GL-IS-EOF     VALUE 'Y'.
       01  WS-BAL-PREMIER          PIC X(01) VALUE 'O'.
           88 WS-BAL-IS-PREMIER    VALUE 'O'.
       01  WS-BAL-CPT              PIC X(08) VALUE SPACE.
       01  WS-BAL-OUVERTURE        PIC S9(11)V99 VALUE ZERO.
       01  WS-BAL-DEBIT            PIC 9(11)V99 VALUE ZERO.
       01  WS-BAL-CREDIT           PIC 9(11)V99 VALUE ZERO.
       01  WS-BAL-CLOTURE          PIC S9(11)V99 VALUE ZERO.
       01  WS-BAL-TOT-OUVERTURE    PIC S9(11)V99 VALUE ZERO.
       01  WS-BAL-TOT-DEBIT        PIC 9(11)V99 VALUE ZERO.
       01  WS-BAL-TOT-CREDIT       PIC 9(11)V99 VALUE ZERO.
       01  WS-BAL-TOT-CLOTURE      PIC S9(11)V99 VALUE ZERO.
       01  WS-BAL-CPT-NB           PIC 9(05) VALUE ZERO.
       01  WS-BAL-OUVERT-MOIS      PIC 9(06) VALUE ZERO.

       01  PRT-STARS            PIC X(125)  VALUE ALL "*".
       01  PRT-TITLE            PIC X(33)
           VALUE "BALANCE DES COMPTES - GRAND LIVRE".

       01  PRT-BAL-ENTETE.
           03 FILLER            PIC X(07) VALUE 'MOIS : '.
           03 PRT-BAL-MOIS      PIC 9(06) VALUE ZERO.
           03 FILLER            PIC X(16) VALUE '   CLOTURE LE : '.
           03 PRT-BAL-RUN-DATE  PIC 9(08) VALUE ZERO.
           03 FILLER            PIC X(35)
              VALUE '   (SOLDES = DEBIT MOINS CREDIT)'.

       01  PRT-BAL-COLONNES.
           03 FILLER            PIC X(10) VALUE 'COMPTE'.
           03 FILLER            PIC X(19) VALUE '    SOLDE OUVERTURE'.
           03 FILLER            PIC X(19) VALUE '            DEBITS'.
           03 FILLER            PIC X(19) VALUE '           CREDITS'.
           03 FILLER            PIC X(19) VALUE '     SOLDE CLOTURE'.

       01  PRT-BAL-LINE.
           03 PRT-BAL-CPT       PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(04) VALUE SPACE.
           03 PRT-BAL-OUV       PIC ------------9,99 VALUE ZERO.
           03 FILLER            PIC X(04) VALUE SPACE.
           03 PRT-BAL-DEB       PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(05) VALUE SPACE.
           03 PRT-BAL-CRE       PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(04) VALUE SPACE.
           03 PRT-BAL-CLO       PIC ------------9,99 VALUE ZERO.

       01  PRT-COMPTE-LINE.
           03 PRT-CPT-LIB       PIC X(46) VALUE SPACE.
           03 PRT-CPT-NB        PIC ZZZZ9 VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.


           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           MOVE 'datassur-glivre' TO WS-JRN-PROG.
           PERFORM 8000-JOURNAL-DEB-START THRU 8000-JOURNAL-DEB-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MOIS.

           DISPLAY 'MODE DE TRAITEMENT (CUMUL OU CLOTURE) : '
               WITH NO ADVANCING.
           ACCEPT WS-MODE.

           PERFORM 7310-CLOTURE-LOAD-START
               THRU 7310-CLOTURE-LOAD-END.

           EVALUATE TRUE
               WHEN WS-MODE-CUMUL
                   PERFORM 7300-CUMUL-ALL-START
                       THRU 7300-CUMUL-ALL-END
               WHEN WS-MODE-CLOTURE
                   PERFORM 7350-CLOTURE-ALL-START
                       THRU 7350-CLOTURE-ALL-END
               WHEN OTHER
                   DISPLAY '*** MODE INVALIDE : ' WS-MODE ' ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

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
           DISPLAY '*** ARRET ANORMAL DU GRAND LIVRE ***'
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
       9050-SOURCE-CHECK-START.

           IF NOT (SOURCE-STATUS-OK OR SOURCE-STATUS-EOF)
               MOVE WS-SRC-FILENAME  TO WS-ABEND-FILE
               MOVE SOURCE-STATUS    TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9050-SOURCE-CHECK-END.
           EXIT.

      ******************************************************************
       9110-GLIVRE-CHECK-START.

           IF NOT (GLIVRE-STATUS-OK OR GLIVRE-STATUS-EOF)
               MOVE 'GLIVRE-FILE'    TO WS-ABEND-FILE
               MOVE GLIVRE-STATUS    TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9110-GLIVRE-CHECK-END.
           EXIT.

      ******************************************************************
       9120-INTEG-CHECK-START.

           IF NOT (INTEG-STATUS-OK OR INTEG-STATUS-EOF)
               MOVE 'INTEG-FILE'     TO WS-ABEND-FILE
               MOVE INTEG-STATUS     TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9120-INTEG-CHECK-END.
           EXIT.

      ******************************************************************
       9130-CLOTURE-CHECK-START.

           IF NOT (CLOTURE-STATUS-OK OR CLOTURE-STATUS-EOF)
               MOVE 'CLOTURE-FILE'   TO WS-ABEND-FILE
               MOVE CLOTURE-STATUS   TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9130-CLOTURE-CHECK-END.
           EXIT.

      ******************************************************************
       9140-BALANCE-CHECK-START.

           IF NOT (BALANCE-STATUS-OK OR BALANCE-STATUS-EOF)
               MOVE WS-BAL-FILENAME  TO WS-ABEND-FILE
               MOVE BALANCE-STATUS   TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9140-BALANCE-CHECK-END.
           EXIT.

      ******************************************************************
      *    Chargement des mois clos ; sans clotures.dat aucun mois
      *    n'est encore clos.
       7310-CLOTURE-LOAD-START.

           MOVE ZERO TO WS-CLO-NB.

           OPEN INPUT CLOTURE-FILE.
           IF CLOTURE-STATUS-NOTFOUND
               GO TO 7310-CLOTURE-LOAD-END
           END-IF.
           PERFORM 9130-CLOTURE-CHECK-START
               THRU 9130-CLOTURE-CHECK-END.

           PERFORM UNTIL CLOTURE-STATUS-EOF
               READ CLOTURE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-CLO-NB >= 240
                           DISPLAY '*** TABLE DES MOIS CLOS SATUREE '
                               '(240) ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CLO-NB
                       SET IDX-CLO TO WS-CLO-NB
                       MOVE CLO-MOIS TO WS-CLO-MOIS(IDX-CLO)
               END-READ
               PERFORM 9130-CLOTURE-CHECK-START
                   THRU 9130-CLOTURE-CHECK-END
           END-PERFORM.

           CLOSE CLOTURE-FILE.
           PERFORM 9130-CLOTURE-CHECK-START
               THRU 9130-CLOTURE-CHECK-END.

       7310-CLOTURE-LOAD-END.
           EXIT.

      ******************************************************************
      *    Recherche du mois WS-CLO-MOIS-IN parmi les mois clos.
       7312-CLOTURE-FIND-START.

           MOVE 'N' TO WS-CLO-FOUND.

           SET IDX-CLO TO 1.
           SEARCH WS-CLO-ENT
               AT END
                   CONTINUE
               WHEN IDX-CLO > WS-CLO-NB
                   CONTINUE
               WHEN WS-CLO-MOIS(IDX-CLO) = WS-CLO-MOIS-IN
                   MOVE 'O' TO WS-CLO-FOUND
           END-SEARCH.

       7312-CLOTURE-FIND-END.
           EXIT.

      ******************************************************************
      *    Mode CUMUL : les trois interfaces du jour, chacune controlee
      *    en entier avant le moindre cumul.
       7300-CUMUL-ALL-START.

           PERFORM 7302-GLIVRE-OPEN-START THRU 7302-GLIVRE-OPEN-END.

           MOVE 'comptable.dat' TO WS-SRC-FILENAME.
           MOVE 'CPT'           TO WS-SRC-CODE.
           PERFORM 7320-SOURCE-START THRU 7320-SOURCE-END.

           MOVE 'extourne.dat'  TO WS-SRC-FILENAME.
           MOVE 'EXT'           TO WS-SRC-CODE.
           PERFORM 7320-SOURCE-START THRU 7320-SOURCE-END.

           MOVE 'ppna-comptable.dat' TO WS-SRC-FILENAME.
           MOVE 'PPN'           TO WS-SRC-CODE.
           PERFORM 7320-SOURCE-START THRU 7320-SOURCE-END.

           CLOSE GLIVRE-FILE.
           PERFORM 9110-GLIVRE-CHECK-START
               THRU 9110-GLIVRE-CHECK-END.

           DISPLAY 'GRAND LIVRE : CUMUL DU ' WS-RUN-DATE.
           DISPLAY 'FICHIERS CUMULES     = ' WS-FIC-CUMULES-NB.
           DISPLAY 'FICHIERS DEJA CUMULES= ' WS-FIC-ECARTES-NB.
           DISPLAY 'FICHIERS ABSENTS     = ' WS-FIC-ABSENTS-NB.
           DISPLAY 'MOUVEMENTS CUMULES   = ' WS-MVT-CUMULES-NB.
           DISPLAY 'POSTES CREES         = ' WS-GL-CREES-NB.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING 'CUMUL;FIC='      DELIMITED BY SIZE
                  WS-FIC-CUMULES-NB DELIMITED BY SIZE
                  ';DEJA='          DELIMITED BY SIZE
                  WS-FIC-ECARTES-NB DELIMITED BY SIZE
                  ';ABS='           DELIMITED BY SIZE
                  WS-FIC-ABSENTS-NB DELIMITED BY SIZE
                  ';MVT='           DELIMITED BY SIZE
                  WS-MVT-CUMULES-NB DELIMITED BY SIZE
                  ';POSTES='        DELIMITED BY SIZE
                  WS-GL-CREES-NB    DELIMITED BY SIZE
               INTO WS-JRN-CTRS
           END-STRING.

       7300-CUMUL-ALL-END.
           EXIT.

      ******************************************************************
      *    Ouverture du grand livre en mise a jour ; au tout premier
      *    cumul le fichier n'existe pas encore et il est cree vide
      *    avant d'etre rouvert en I-O.
       7302-GLIVRE-OPEN-START.

           OPEN I-O GLIVRE-FILE.
           IF GLIVRE-STATUS-NOTFOUND
               DISPLAY 'FICHIER grand-livre.dat ABSENT : CREATION'
               OPEN OUTPUT GLIVRE-FILE
               PERFORM 9110-GLIVRE-CHECK-START
                   THRU 9110-GLIVRE-CHECK-END
               CLOSE GLIVRE-FILE
               PERFORM 9110-GLIVRE-CHECK-START
                   THRU 9110-GLIVRE-CHECK-END
               OPEN I-O GLIVRE-FILE
           END-IF.
           PERFORM 9110-GLIVRE-CHECK-START
               THRU 9110-GLIVRE-CHECK-END.

       7302-GLIVRE-OPEN-END.
           EXIT.

      ******************************************************************
      *    Une interface : absente, elle est signalee (comptable.dat
      *    est attendu chaque jour, extourne.dat seulement apres une
      *    regularisation, ppna-comptable.dat apres un arrete PPNA) ;
      *    deja cumulee, elle est ecartee (extourne.dat et
      *    ppna-comptable.dat restent en place jusqu'a la
      *    regularisation ou l'arrete suivant, seul un comptable.dat
      *    deja vu est signale) ; mal
      *    formee ou datee d'un mois clos, elle arrete le traitement
      *    sans rien cumuler ; sinon ses mouvements sont cumules et
      *    sa ligne FIN est tracee.
       7320-SOURCE-START.

           OPEN INPUT SOURCE-FILE.
           IF SOURCE-STATUS-NOTFOUND
               ADD 1 TO WS-FIC-ABSENTS-NB
               IF WS-SRC-CODE EQUAL 'CPT'
                   DISPLAY '*** FICHIER ' FUNCTION TRIM(WS-SRC-FILENAME)
                       ' ABSENT : RIEN A CUMULER ***'
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-SRC-CODE EQUAL 'EXT'
                   DISPLAY 'FICHIER ' FUNCTION TRIM(WS-SRC-FILENAME)
                       ' ABSENT : AUCUNE REGULARISATION'
               END-IF
               IF WS-SRC-CODE EQUAL 'PPN'
                   DISPLAY 'FICHIER ' FUNCTION TRIM(WS-SRC-FILENAME)
                       ' ABSENT : AUCUN ARRETE PPNA'
               END-IF
               GO TO 7320-SOURCE-END
           END-IF.
           PERFORM 9050-SOURCE-CHECK-START
               THRU 9050-SOURCE-CHECK-END.

           PERFORM 7325-SOURCE-CTRL-START
               THRU 7325-SOURCE-CTRL-END.

           CLOSE SOURCE-FILE.
           PERFORM 9050-SOURCE-CHECK-START
               THRU 9050-SOURCE-CHECK-END.

           IF WS-SRC-MOTIF NOT EQUAL SPACE
               DISPLAY '*** FICHIER ' FUNCTION TRIM(WS-SRC-FILENAME)
                   ' REFUSE : ' FUNCTION TRIM(WS-SRC-MOTIF) ' ***'
               DISPLAY '*** AUCUN MOUVEMENT CUMULE ***'
               MOVE 16 TO RETURN-CODE
               PERFORM 7328-SOURCE-REFUS-START
                   THRU 7328-SOURCE-REFUS-END
           END-IF.

           PERFORM 7330-INTEG-FIND-START THRU 7330-INTEG-FIND-END.
           IF WS-INTEG-IS-FOUND
               ADD 1 TO WS-FIC-ECARTES-NB
               DISPLAY 'FICHIER ' FUNCTION TRIM(WS-SRC-FILENAME)
                   ' DEJA CUMULE : ECARTE (' WS-SRC-FIN(1:12) ')'
               IF WS-SRC-CODE EQUAL 'CPT' AND RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 7320-SOURCE-END
           END-IF.

           IF WS-SRC-MOIS-CLOS NOT EQUAL ZERO
               DISPLAY '*** FICHIER ' FUNCTION TRIM(WS-SRC-FILENAME)
                   ' REFUSE : MOUVEMENTS DU MOIS CLOS '
                   WS-SRC-MOIS-CLOS ' ***'
               DISPLAY '*** AUCUN MOUVEMENT CUMULE ***'
               MOVE 16 TO RETURN-CODE
               PERFORM 7328-SOURCE-REFUS-START
                   THRU 7328-SOURCE-REFUS-END
           END-IF.

           OPEN INPUT SOURCE-FILE.
           PERFORM 9050-SOURCE-CHECK-START
               THRU 9050-SOURCE-CHECK-END.

           PERFORM UNTIL SOURCE-STATUS-EOF
               READ SOURCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FILE-REC-SOURCE TO WS-SRC-REC
                       IF WS-SM-CODE NOT EQUAL 'FIN|'
                           PERFORM 7340-GLIVRE-POST-START
                               THRU 7340-GLIVRE-POST-END
                       END-IF
               END-READ
               PERFORM 9050-SOURCE-CHECK-START
                   THRU 9050-SOURCE-CHECK-END
           END-PERFORM.

           CLOSE SOURCE-FILE.
           PERFORM 9050-SOURCE-CHECK-START
               THRU 9050-SOURCE-CHECK-END.

           PERFORM 7335-INTEG-WRITE-START THRU 7335-INTEG-WRITE-END.

           ADD 1 TO WS-FIC-CUMULES-NB.
           DISPLAY 'FICHIER ' FUNCTION TRIM(WS-SRC-FILENAME)
               ' CUMULE : '
               WS-SRC-LIGNE-NB ' MOUVEMENT(S)'.

       7320-SOURCE-END.
           EXIT.

      ******************************************************************
      *    Arret sur interface refusee : le code retour est deja
      *    positionne, le motif est porte au journal avant l'arret.
       7328-SOURCE-REFUS-START.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING 'REFUS '          DELIMITED BY SIZE
                  WS-SRC-FILENAME   DELIMITED BY SPACE
                  ' '               DELIMITED BY SIZE
                  WS-SRC-MOTIF      DELIMITED BY SIZE
               INTO WS-JRN-CTRS
           END-STRING.
           IF WS-SRC-MOTIF EQUAL SPACE
               MOVE SPACE TO WS-JRN-CTRS
               STRING 'REFUS '          DELIMITED BY SIZE
                      WS-SRC-FILENAME   DELIMITED BY SPACE
                      ' MOIS CLOS '     DELIMITED BY SIZE
                      WS-SRC-MOIS-CLOS  DELIMITED BY SIZE
                   INTO WS-JRN-CTRS
               END-STRING
           END-IF.
           PERFORM 8010-JOURNAL-FIN-START THRU 8010-JOURNAL-FIN-END.
           STOP RUN.

       7328-SOURCE-REFUS-END.
           EXIT.

      ******************************************************************
      *    Controle complet d'une interface avant cumul : lignes
      *    MVT (et EXT pour extourne.dat) bien formees, une seule
      *    ligne FIN en derniere position, totaux et nombre de la
      *    ligne FIN egaux a ceux des lignes, debit egal au credit.
      *    Le premier motif de refus rencontre est garde dans
      *    WS-SRC-MOTIF ; un mouvement date d'un mois clos est
      *    signale a part dans WS-SRC-MOIS-CLOS.
       7325-SOURCE-CTRL-START.

           MOVE SPACE TO WS-SRC-MOTIF.
           MOVE SPACE TO WS-SRC-FIN.
           MOVE ZERO  TO WS-SRC-FIN-NB.
           MOVE 'N'   TO WS-SRC-APRES-FIN.
           MOVE ZERO  TO WS-SRC-LIGNE-NB.
           MOVE ZERO  TO WS-SRC-DEBIT.
           MOVE ZERO  TO WS-SRC-CREDIT.
           MOVE ZERO  TO WS-SRC-MOIS-CLOS.

           PERFORM UNTIL SOURCE-STATUS-EOF
               READ SOURCE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FILE-REC-SOURCE TO WS-SRC-REC
                       PERFORM 7327-LIGNE-CTRL-START
                           THRU 7327-LIGNE-CTRL-END
               END-READ
               PERFORM 9050-SOURCE-CHECK-START
                   THRU 9050-SOURCE-CHECK-END
           END-PERFORM.

           IF WS-SRC-MOTIF NOT EQUAL SPACE
               GO TO 7325-SOURCE-CTRL-END
           END-IF.

           IF WS-SRC-FIN-NB = 0
               MOVE 'LIGNE FIN ABSENTE' TO WS-SRC-MOTIF
               GO TO 7325-SOURCE-CTRL-END
           END-IF.

           MOVE WS-SRC-FIN TO WS-SRC-REC.
           IF WS-ST-LIB-D NOT EQUAL '|DEBIT='
            OR WS-ST-LIB-C NOT EQUAL '|CREDIT='
            OR WS-ST-LIB-NB NOT EQUAL '|NB='
            OR WS-ST-NB IS NOT NUMERIC
            OR WS-SRC-REC(20:11) IS NOT NUMERIC
            OR WS-SRC-REC(31:1) NOT EQUAL ','
            OR WS-SRC-REC(32:2) IS NOT NUMERIC
            OR WS-SRC-REC(42:11) IS NOT NUMERIC
            OR WS-SRC-REC(53:1) NOT EQUAL ','
            OR WS-SRC-REC(54:2) IS NOT NUMERIC
               MOVE 'LIGNE FIN MAL FORMEE' TO WS-SRC-MOTIF
               GO TO 7325-SOURCE-CTRL-END
           END-IF.
           MOVE WS-ST-DEBIT TO WS-MNT.
           IF WS-MNT NOT EQUAL WS-SRC-DEBIT
               MOVE 'TOTAL DEBIT DIFFERENT DE LA LIGNE FIN'
                   TO WS-SRC-MOTIF
               GO TO 7325-SOURCE-CTRL-END
           END-IF.
           MOVE WS-ST-CREDIT TO WS-MNT.
           IF WS-MNT NOT EQUAL WS-SRC-CREDIT
               MOVE 'TOTAL CREDIT DIFFERENT DE LA LIGNE FIN'
                   TO WS-SRC-MOTIF
               GO TO 7325-SOURCE-CTRL-END
           END-IF.
           IF WS-ST-NB NOT EQUAL WS-SRC-LIGNE-NB
               MOVE 'NOMBRE DE LIGNES DIFFERENT DE LA LIGNE FIN'
                   TO WS-SRC-MOTIF
               GO TO 7325-SOURCE-CTRL-END
           END-IF.
           IF WS-SRC-DEBIT NOT EQUAL WS-SRC-CREDIT
               MOVE 'DEBIT ET CREDIT NON EQUILIBRES'
                   TO WS-SRC-MOTIF
           END-IF.

       7325-SOURCE-CTRL-END.
           EXIT.

      ******************************************************************
       7327-LIGNE-CTRL-START.

           IF WS-SRC-MOTIF NOT EQUAL SPACE
               GO TO 7327-LIGNE-CTRL-END
           END-IF.

           IF WS-SRC-IS-APRES-FIN
               MOVE 'LIGNE APRES LA LIGNE FIN' TO WS-SRC-MOTIF
               GO TO 7327-LIGNE-CTRL-END
           END-IF.

           IF WS-SM-CODE EQUAL 'FIN|'
               ADD 1 TO WS-SRC-FIN-NB
               MOVE 'O' TO WS-SRC-APRES-FIN
               MOVE WS-SRC-REC TO WS-SRC-FIN
               GO TO 7327-LIGNE-CTRL-END
           END-IF.

           IF NOT (WS-SM-CODE EQUAL 'MVT|'
            OR (WS-SM-CODE EQUAL 'EXT|' AND WS-SRC-CODE EQUAL 'EXT'))
               MOVE 'CODE DE LIGNE INCONNU' TO WS-SRC-MOTIF
               GO TO 7327-LIGNE-CTRL-END
           END-IF.

           MOVE WS-SM-DATE TO WS-CTL-DATE-X.
           PERFORM 7670-VALIDE-DATE-START THRU 7670-VALIDE-DATE-END.
           IF NOT WS-DATE-IS-OK
               MOVE 'DATE D ECRITURE INVALIDE' TO WS-SRC-MOTIF
               GO TO 7327-LIGNE-CTRL-END
           END-IF.

           IF WS-SM-SEP1 NOT EQUAL '|'
            OR WS-SM-SEP2 NOT EQUAL '|'
            OR WS-SM-SEP3 NOT EQUAL '|'
            OR WS-SM-CPT EQUAL SPACE
               MOVE 'LIGNE MAL FORMEE' TO WS-SRC-MOTIF
               GO TO 7327-LIGNE-CTRL-END
           END-IF.

           IF WS-SM-SENS NOT EQUAL 'D' AND WS-SM-SENS NOT EQUAL 'C'
               MOVE 'SENS INVALIDE' TO WS-SRC-MOTIF
               GO TO 7327-LIGNE-CTRL-END
           END-IF.

           IF WS-SM-MNT-ENT IS NOT NUMERIC
            OR WS-SM-MNT-VIRG NOT EQUAL ','
            OR WS-SM-MNT-DEC IS NOT NUMERIC
               MOVE 'MONTANT INVALIDE' TO WS-SRC-MOTIF
               GO TO 7327-LIGNE-CTRL-END
           END-IF.

           ADD 1 TO WS-SRC-LIGNE-NB.
           MOVE WS-SM-MONTANT TO WS-MNT.
           IF WS-SM-SENS EQUAL 'D'
               ADD WS-MNT TO WS-SRC-DEBIT
           ELSE
               ADD WS-MNT TO WS-SRC-CREDIT
           END-IF.

           MOVE WS-SM-DATE(1:6) TO WS-CLO-MOIS-IN.
           PERFORM 7312-CLOTURE-FIND-START THRU 7312-CLOTURE-FIND-END.
           IF WS-CLO-IS-FOUND
               MOVE WS-CLO-MOIS-IN TO WS-SRC-MOIS-CLOS
           END-IF.

       7327-LIGNE-CTRL-END.
           EXIT.

      ******************************************************************
      *    Recherche de l'interface courante parmi les fichiers deja
      *    cumules : meme origine et meme ligne FIN.
       7330-INTEG-FIND-START.

           MOVE 'N' TO WS-INTEG-FOUND.

           OPEN INPUT INTEG-FILE.
           IF INTEG-STATUS-NOTFOUND
               GO TO 7330-INTEG-FIND-END
           END-IF.
           PERFORM 9120-INTEG-CHECK-START THRU 9120-INTEG-CHECK-END.

           PERFORM UNTIL INTEG-STATUS-EOF
               READ INTEG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF INT-SOURCE EQUAL WS-SRC-CODE
                        AND INT-FIN EQUAL WS-SRC-FIN
                           MOVE 'O' TO WS-INTEG-FOUND
                       END-IF
               END-READ
               PERFORM 9120-INTEG-CHECK-START
                   THRU 9120-INTEG-CHECK-END
           END-PERFORM.

           CLOSE INTEG-FILE.
           PERFORM 9120-INTEG-CHECK-START THRU 9120-INTEG-CHECK-END.

       7330-INTEG-FIND-END.
           EXIT.

      ******************************************************************
      *    Trace de l'interface cumulee, fichier ouvert en extension
      *    (et cree au tout premier cumul).
       7335-INTEG-WRITE-START.

           OPEN EXTEND INTEG-FILE.
           IF INTEG-STATUS-NOTFOUND
               OPEN OUTPUT INTEG-FILE
           END-IF.
           PERFORM 9120-INTEG-CHECK-START THRU 9120-INTEG-CHECK-END.

           MOVE SPACE       TO FILE-REC-INTEG.
           MOVE WS-SRC-CODE TO INT-SOURCE.
           MOVE '|'         TO FILE-REC-INTEG(4:1).
           MOVE WS-RUN-DATE TO INT-DATE.
           MOVE '|'         TO FILE-REC-INTEG(13:1).
           MOVE WS-SRC-FIN  TO INT-FIN.
           WRITE FILE-REC-INTEG.
           PERFORM 9120-INTEG-CHECK-START THRU 9120-INTEG-CHECK-END.

           CLOSE INTEG-FILE.
           PERFORM 9120-INTEG-CHECK-START THRU 9120-INTEG-CHECK-END.

       7335-INTEG-WRITE-END.
           EXIT.

      ******************************************************************
      *    Cumul d'un mouvement controle sur le poste compte/mois de
      *    sa date d'ecriture, cree au premier mouvement du mois.
       7340-GLIVRE-POST-START.

           MOVE WS-SM-MONTANT TO WS-MNT.
           MOVE WS-SM-CPT     TO GL-CPT.
           MOVE '|'           TO GL-SEP.
           MOVE WS-SM-DATE(1:6) TO GL-MOIS.
           READ GLIVRE-FILE.

           IF GLIVRE-STATUS-NOTKEY
               MOVE WS-SM-CPT     TO GL-CPT
               MOVE '|'           TO GL-SEP
               MOVE WS-SM-DATE(1:6) TO GL-MOIS
               MOVE '|'           TO GL-SEP2
               MOVE ZERO          TO GL-DEBIT
               MOVE '|'           TO GL-SEP3
               MOVE ZERO          TO GL-CREDIT
               MOVE '|'           TO GL-SEP4
               MOVE ZERO          TO GL-NB
               MOVE '|'           TO GL-SEP5
               IF WS-SM-SENS EQUAL 'D'
                   MOVE WS-MNT    TO GL-DEBIT
               ELSE
                   MOVE WS-MNT    TO GL-CREDIT
               END-IF
               MOVE 1             TO GL-NB
               MOVE WS-RUN-DATE   TO GL-DATE-MAJ
               WRITE FILE-REC-GLIVRE
               PERFORM 9110-GLIVRE-CHECK-START
                   THRU 9110-GLIVRE-CHECK-END
               ADD 1 TO WS-GL-CREES-NB
               ADD 1 TO WS-MVT-CUMULES-NB
               GO TO 7340-GLIVRE-POST-END
           END-IF.
           PERFORM 9110-GLIVRE-CHECK-START
               THRU 9110-GLIVRE-CHECK-END.

           IF WS-SM-SENS EQUAL 'D'
               MOVE GL-DEBIT TO WS-GL-DEBIT
               ADD WS-MNT TO WS-GL-DEBIT
               MOVE WS-GL-DEBIT TO GL-DEBIT
           ELSE
               MOVE GL-CREDIT TO WS-GL-CREDIT
               ADD WS-MNT TO WS-GL-CREDIT
               MOVE WS-GL-CREDIT TO GL-CREDIT
           END-IF.
           ADD 1 TO GL-NB.
           MOVE WS-RUN-DATE TO GL-DATE-MAJ.
           REWRITE FILE-REC-GLIVRE.
           PERFORM 9110-GLIVRE-CHECK-START
               THRU 9110-GLIVRE-CHECK-END.
           ADD 1 TO WS-MVT-CUMULES-NB.

       7340-GLIVRE-POST-END.
           EXIT.

      ******************************************************************
      *    Mode CLOTURE : le mois saisi doit etre echu, pas encore
      *    clos, et tous les mois anterieurs mouvementes doivent
      *    l'etre deja. La balance est produite et controlee avant
      *    que le mois ne soit verrouille.
       7350-CLOTURE-ALL-START.

           DISPLAY 'MOIS A CLOTURER (AAAAMM) : ' WITH NO ADVANCING.
           ACCEPT WS-MOIS-X.

           IF WS-MOIS-X IS NOT NUMERIC
               DISPLAY '*** MOIS INVALIDE : ' WS-MOIS-X ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MOIS-X TO WS-MOIS.
           IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
               DISPLAY '*** MOIS INVALIDE : ' WS-MOIS-X ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MOIS NOT < WS-RUN-MOIS
               DISPLAY '*** MOIS ' WS-MOIS ' NON ECHU : '
                   'CLOTURE IMPOSSIBLE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MOIS TO WS-CLO-MOIS-IN.
           PERFORM 7312-CLOTURE-FIND-START THRU 7312-CLOTURE-FIND-END.
           IF WS-CLO-IS-FOUND
               DISPLAY '*** MOIS ' WS-MOIS ' DEJA CLOS ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING 'balance-'  DELIMITED BY SIZE
                  WS-MOIS-X   DELIMITED BY SIZE
                  '.dat'      DELIMITED BY SIZE
               INTO WS-BAL-FILENAME
           END-STRING.

           OPEN INPUT GLIVRE-FILE.
           IF GLIVRE-STATUS-NOTFOUND
               DISPLAY 'FICHIER grand-livre.dat ABSENT : '
                   'BALANCE SANS MOUVEMENT'
           ELSE
               PERFORM 9110-GLIVRE-CHECK-START
                   THRU 9110-GLIVRE-CHECK-END
           END-IF.

           OPEN OUTPUT BALANCE-FILE.
           PERFORM 9140-BALANCE-CHECK-START
               THRU 9140-BALANCE-CHECK-END.

           MOVE PRT-STARS TO FIELD-WRITE-BALANCE
           WRITE FILE-WRITE-BALANCE.
           PERFORM 9140-BALANCE-CHECK-START
               THRU 9140-BALANCE-CHECK-END.
           INITIALIZE FIELD-WRITE-BALANCE
           MOVE PRT-TITLE TO FIELD-WRITE-BALANCE
           WRITE FILE-WRITE-BALANCE.
           PERFORM 9140-BALANCE-CHECK-START
               THRU 9140-BALANCE-CHECK-END.
           MOVE WS-MOIS     TO PRT-BAL-MOIS
           MOVE WS-RUN-DATE TO PRT-BAL-RUN-DATE
           INITIALIZE FIELD-WRITE-BALANCE
           MOVE PRT-BAL-ENTETE TO FIELD-WRITE-BALANCE
           WRITE FILE-WRITE-BALANCE.
           PERFORM 9140-BALANCE-CHECK-START
               THRU 9140-BALANCE-CHECK-END.
           INITIALIZE FIELD-WRITE-BALANCE
           MOVE PRT-BAL-COLONNES TO FIELD-WRITE-BALANCE
           WRITE FILE-WRITE-BALANCE.
           PERFORM 9140-BALANCE-CHECK-START
               THRU 9140-BALANCE-CHECK-END.

           MOVE 'O'  TO WS-BAL-PREMIER.
           MOVE 'N'  TO WS-BAL-GL-EOF.
           MOVE ZERO TO WS-BAL-OUVERT-MOIS.
           IF NOT GLIVRE-STATUS-NOTFOUND
               PERFORM UNTIL WS-BAL-GL-IS-EOF
                   READ GLIVRE-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-BAL-GL-EOF
                       NOT AT END
                           PERFORM 7355-BALANCE-UN-START
                               THRU 7355-BALANCE-UN-END
                   END-READ
                   PERFORM 9110-GLIVRE-CHECK-START
                       THRU 9110-GLIVRE-CHECK-END
               END-PERFORM
               IF NOT WS-BAL-IS-PREMIER
                   PERFORM 7360-BALANCE-CPT-START
                       THRU 7360-BALANCE-CPT-END
               END-IF
               CLOSE GLIVRE-FILE
               PERFORM 9110-GLIVRE-CHECK-START
                   THRU 9110-GLIVRE-CHECK-END
           END-IF.

           MOVE PRT-STARS TO FIELD-WRITE-BALANCE
           WRITE FILE-WRITE-BALANCE.
           PERFORM 9140-BALANCE-CHECK-START
               THRU 9140-BALANCE-CHECK-END.
           MOVE 'TOTAL'              TO PRT-BAL-CPT
           MOVE WS-BAL-TOT-OUVERTURE TO PRT-BAL-OUV
           MOVE WS-BAL-TOT-DEBIT     TO PRT-BAL-DEB
           MOVE WS-BAL-TOT-CREDIT    TO PRT-BAL-CRE
           MOVE WS-BAL-TOT-CLOTURE   TO PRT-BAL-CLO
           INITIALIZE FIELD-WRITE-BALANCE
           MOVE PRT-BAL-LINE TO FIELD-WRITE-BALANCE
           WRITE FILE-WRITE-BALANCE.
           PERFORM 9140-BALANCE-CHECK-START
               THRU 9140-BALANCE-CHECK-END.
           MOVE 'Comptes en balance                          = '
               TO PRT-CPT-LIB
           MOVE WS-BAL-CPT-NB TO PRT-CPT-NB
           INITIALIZE FIELD-WRITE-BALANCE
           MOVE PRT-COMPTE-LINE TO FIELD-WRITE-BALANCE
           WRITE FILE-WRITE-BALANCE.
           PERFORM 9140-BALANCE-CHECK-START
               THRU 9140-BALANCE-CHECK-END.

           CLOSE BALANCE-FILE.
           PERFORM 9140-BALANCE-CHECK-START
               THRU 9140-BALANCE-CHECK-END.

           IF WS-BAL-OUVERT-MOIS NOT EQUAL ZERO
               DISPLAY '*** MOIS ANTERIEUR ' WS-BAL-OUVERT-MOIS
                   ' NON CLOS : CLOTURE DE ' WS-MOIS ' REFUSEE ***'
               MOVE 16 TO RETURN-CODE
               MOVE SPACE TO WS-JRN-CTRS
               STRING 'CLOTURE '          DELIMITED BY SIZE
                      WS-MOIS             DELIMITED BY SIZE
                      ' REFUSEE;ANTERIEUR=' DELIMITED BY SIZE
                      WS-BAL-OUVERT-MOIS  DELIMITED BY SIZE
                   INTO WS-JRN-CTRS
               END-STRING
               GO TO 7350-CLOTURE-ALL-END
           END-IF.

           IF WS-BAL-TOT-DEBIT NOT EQUAL WS-BAL-TOT-CREDIT
               DISPLAY '*** ECART DE BALANCE : DEBIT '
                   WS-BAL-TOT-DEBIT ' / CREDIT ' WS-BAL-TOT-CREDIT
                   ' : CLOTURE DE ' WS-MOIS ' REFUSEE ***'
               MOVE 16 TO RETURN-CODE
               MOVE SPACE TO WS-JRN-CTRS
               STRING 'CLOTURE '          DELIMITED BY SIZE
                      WS-MOIS             DELIMITED BY SIZE
                      ' REFUSEE;ECART DE BALANCE' DELIMITED BY SIZE
                   INTO WS-JRN-CTRS
               END-STRING
               GO TO 7350-CLOTURE-ALL-END
           END-IF.

           PERFORM 7365-CLOTURE-WRITE-START
               THRU 7365-CLOTURE-WRITE-END.

           DISPLAY 'GRAND LIVRE : MOIS ' WS-MOIS ' CLOS LE '
               WS-RUN-DATE.
           DISPLAY 'COMPTES EN BALANCE   = ' WS-BAL-CPT-NB.
           DISPLAY 'TOTAL DEBITS         = ' WS-BAL-TOT-DEBIT.
           DISPLAY 'TOTAL CREDITS        = ' WS-BAL-TOT-CREDIT.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING 'CLOTURE '        DELIMITED BY SIZE
                  WS-MOIS           DELIMITED BY SIZE
                  ';COMPTES='       DELIMITED BY SIZE
                  WS-BAL-CPT-NB     DELIMITED BY SIZE
               INTO WS-JRN-CTRS
           END-STRING.

       7350-CLOTURE-ALL-END.
           EXIT.

      ******************************************************************
      *    Un poste du grand livre : les mois anterieurs forment le
      *    solde d'ouverture du compte, le mois a clore ses debits et
      *    credits, les mois posterieurs sont ignores.
       7355-BALANCE-UN-START.

           IF WS-BAL-IS-PREMIER
            OR GL-CPT NOT EQUAL WS-BAL-CPT
               IF NOT WS-BAL-IS-PREMIER
                   PERFORM 7360-BALANCE-CPT-START
                       THRU 7360-BALANCE-CPT-END
               END-IF
               MOVE 'N'    TO WS-BAL-PREMIER
               MOVE GL-CPT TO WS-BAL-CPT
               MOVE ZERO   TO WS-BAL-OUVERTURE
               MOVE ZERO   TO WS-BAL-DEBIT
               MOVE ZERO   TO WS-BAL-CREDIT
           END-IF.

           MOVE GL-DEBIT  TO WS-GL-DEBIT.
           MOVE GL-CREDIT TO WS-GL-CREDIT.

           IF GL-MOIS < WS-MOIS
               ADD WS-GL-DEBIT TO WS-BAL-OUVERTURE
               SUBTRACT WS-GL-CREDIT FROM WS-BAL-OUVERTURE
               MOVE GL-MOIS TO WS-CLO-MOIS-IN
               PERFORM 7312-CLOTURE-FIND-START
                   THRU 7312-CLOTURE-FIND-END
               IF NOT WS-CLO-IS-FOUND
                   IF WS-BAL-OUVERT-MOIS = ZERO
                    OR GL-MOIS < WS-BAL-OUVERT-MOIS
                       MOVE GL-MOIS TO WS-BAL-OUVERT-MOIS
                   END-IF
               END-IF
           END-IF.

           IF GL-MOIS = WS-MOIS
               ADD WS-GL-DEBIT  TO WS-BAL-DEBIT
               ADD WS-GL-CREDIT TO WS-BAL-CREDIT
           END-IF.

       7355-BALANCE-UN-END.
           EXIT.

      ******************************************************************
      *    Ligne de balance d'un compte, omise s'il n'a ni solde
      *    d'ouverture ni mouvement dans le mois.
       7360-BALANCE-CPT-START.

           IF WS-BAL-OUVERTURE = ZERO
            AND WS-BAL-DEBIT = ZERO
            AND WS-BAL-CREDIT = ZERO
               GO TO 7360-BALANCE-CPT-END
           END-IF.

           MOVE WS-BAL-OUVERTURE TO WS-BAL-CLOTURE.
           ADD WS-BAL-DEBIT TO WS-BAL-CLOTURE.
           SUBTRACT WS-BAL-CREDIT FROM WS-BAL-CLOTURE.

           ADD 1 TO WS-BAL-CPT-NB.
           ADD WS-BAL-OUVERTURE TO WS-BAL-TOT-OUVERTURE.
           ADD WS-BAL-DEBIT     TO WS-BAL-TOT-DEBIT.
           ADD WS-BAL-CREDIT    TO WS-BAL-TOT-CREDIT.
           ADD WS-BAL-CLOTURE   TO WS-BAL-TOT-CLOTURE.

           MOVE WS-BAL-CPT       TO PRT-BAL-CPT
           MOVE WS-BAL-OUVERTURE TO PRT-BAL-OUV
           MOVE WS-BAL-DEBIT     TO PRT-BAL-DEB
           MOVE WS-BAL-CREDIT    TO PRT-BAL-CRE
           MOVE WS-BAL-CLOTURE   TO PRT-BAL-CLO
           INITIALIZE FIELD-WRITE-BALANCE
           MOVE PRT-BAL-LINE TO FIELD-WRITE-BALANCE
           WRITE FILE-WRITE-BALANCE.
           PERFORM 9140-BALANCE-CHECK-START
               THRU 9140-BALANCE-CHECK-END.

       7360-BALANCE-CPT-END.
           EXIT.

      ******************************************************************
      *    Verrouillage du mois : ajout a clotures.dat, ouvert en
      *    extension (et cree a la toute premiere cloture).
       7365-CLOTURE-WRITE-START.

           OPEN EXTEND CLOTURE-FILE.
           IF CLOTURE-STATUS-NOTFOUND
               OPEN OUTPUT CLOTURE-FILE
           END-IF.
           PERFORM 9130-CLOTURE-CHECK-START
               THRU 9130-CLOTURE-CHECK-END.

           MOVE SPACE             TO FILE-REC-CLOTURE.
           MOVE WS-MOIS           TO CLO-MOIS.
           MOVE '|'               TO FILE-REC-CLOTURE(7:1).
           MOVE WS-RUN-DATE       TO CLO-DATE.
           MOVE '|'               TO FILE-REC-CLOTURE(16:1).
           MOVE WS-BAL-TOT-DEBIT  TO CLO-DEBIT.
           MOVE '|'               TO FILE-REC-CLOTURE(31:1).
           MOVE WS-BAL-TOT-CREDIT TO CLO-CREDIT.
           WRITE FILE-REC-CLOTURE.
           PERFORM 9130-CLOTURE-CHECK-START
               THRU 9130-CLOTURE-CHECK-END.

           CLOSE CLOTURE-FILE.
           PERFORM 9130-CLOTURE-CHECK-START
               THRU 9130-CLOTURE-CHECK-END.

       7365-CLOTURE-WRITE-END.
           EXIT.

      ******************************************************************
      *    Controle calendaire d'une date AAAAMMJJ recue dans
      *    WS-CTL-DATE-X, identique a celui de l'intake quotidien.
       7670-VALIDE-DATE-START.

           MOVE 'N' TO WS-DATE-OK.

           IF WS-CTL-DATE-X IS NOT NUMERIC
               GO TO 7670-VALIDE-DATE-END
           END-IF.

           MOVE WS-CTL-DATE-X TO WS-CTL-DATE.

           IF WS-CTL-DATE-MM < 1 OR WS-CTL-DATE-MM > 12
               GO TO 7670-VALIDE-DATE-END
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
               GO TO 7670-VALIDE-DATE-END
           END-IF.

           MOVE 'O' TO WS-DATE-OK.

       7670-VALIDE-DATE-END.
           EXIT.

      ******************************************************************
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
