      ******************************************************************
      *                                                                *
      *      Mode de fractionnement des primes : le fichier des        *
      *      demandes (fractionnement.dat, numero de contrat et mode   *
      *      A annuel, S semestriel, T trimestriel, M mensuel) est     *
      *      applique au maitre datassur.mst par numero.               *
      *                                                                *
      *      Un changement de mode n'est accepte que si aucun appel    *
      *      de prime n'a encore ete emis sur la periode en cours      *
      *      (les fractions deja appelees ne seraient plus             *
      *      coherentes avec le nouveau mode) ; accepte, il prend      *
      *      effet immediatement : le prochain passage des appels      *
      *      fractionne deja la periode en cours selon le nouveau      *
      *      mode. Chaque changement est trace dans datassur.his       *
      *      ('M', images avant et apres changement). Les              *
      *      demandes refusees sont ecrites avec leur motif dans       *
      *      fractionnement-refuses.dat.                               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datassur-fract.
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

           SELECT DEMANDES ASSIGN TO 'fractionnement.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS DEMANDES-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'datassur.mst'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS MASTER-STATUS.

           SELECT HISTO-FILE ASSIGN TO 'datassur.his'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HISTO-STATUS.

           SELECT REFUS ASSIGN TO 'fractionnement-refuses.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS REFUS-STATUS.

           SELECT JOURNAL-EXPL ASSIGN TO 'exploitation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    Demande de fractionnement : numero de contrat et mode,
      *    separes par '|'.
       FD DEMANDES
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-DEMANDES.
        02 FIELD-DEM-NUMBER            PIC X(08).
        02 FIELD-DEM-SEP1              PIC X(01).
        02 FIELD-DEM-MODE              PIC X(01).
           88 FIELD-DEM-MODE-OK        VALUE 'A' 'S' 'T' 'M'.

      *    Etat courant d'un contrat, memes colonnes que dans
      *    datassur-maj.
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
        02 MST-SEP6                    PIC X(01).
        02 MST-FRACT                   PIC X(01).
        02 MST-SEP7                    PIC X(01).
        02 MST-APPELS-NB               PIC X(02).
        02 MST-APPELS-NB-NUM REDEFINES MST-APPELS-NB
                                       PIC 9(02).
        02 FILLER                      PIC X(34).

      *    Historique cumulatif des contrats, meme format que dans
      *    datassur-maj (image avant puis image apres changement).
       FD HISTO-FILE
           RECORD CONTAINS 412 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-HISTO.
        02 HIS-EVENEMENT               PIC X(01).
        02 HIS-SEP1                    PIC X(01).
        02 HIS-DATE-MAJ                PIC 9(08).
        02 HIS-SEP2                    PIC X(01).
        02 HIS-IMAGE                   PIC X(200).
        02 HIS-SEP3                    PIC X(01).
        02 HIS-APRES                   PIC X(200).

      *    Demandes refusees : la ligne d'origine telle quelle, suivie
      *    du motif.
       FD REFUS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-WRITE-REFUS.
        02 FIELD-WRITE-REFUS           PIC X(40).

      *    Journal d'exploitation commun a la chaine, meme format que
      *    dans datassur.cbl.
       FD JOURNAL-EXPL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-JOURNAL             PIC X(120).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  DEMANDES-STATUS         PIC X(02) VALUE SPACE.
           88 DEMANDES-STATUS-OK   VALUE '00'.
           88 DEMANDES-STATUS-EOF  VALUE '10'.
           88 DEMANDES-STATUS-NOTFOUND VALUE '35'.

       01  MASTER-STATUS           PIC X(02) VALUE SPACE.
           88 MASTER-STATUS-OK     VALUE '00'.
           88 MASTER-STATUS-EOF    VALUE '10'.
           88 MASTER-STATUS-NOTKEY VALUE '23'.
           88 MASTER-STATUS-NOTFOUND VALUE '35'.

       01  HISTO-STATUS            PIC X(02) VALUE SPACE.
           88 HISTO-STATUS-OK      VALUE '00'.
           88 HISTO-STATUS-EOF     VALUE '10'.
           88 HISTO-STATUS-NOTFOUND VALUE '35'.

       01  REFUS-STATUS            PIC X(02) VALUE SPACE.
           88 REFUS-STATUS-OK      VALUE '00'.
           88 REFUS-STATUS-EOF     VALUE '10'.

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

       01  WS-LU-NB                PIC 9(05) VALUE ZERO.
       01  WS-MODIFIES-NB          PIC 9(05) VALUE ZERO.
       01  WS-INCHANGES-NB         PIC 9(05) VALUE ZERO.
       01  WS-REFUS-NB             PIC 9(05) VALUE ZERO.

       01  WS-REFUS-MOTIF          PIC X(27) VALUE SPACE.

       01  WS-REFUS-LINE.
           03 WS-REFUS-REC         PIC X(10) VALUE SPACE.
           03 FILLER               PIC X(03) VALUE ' | '.
           03 WS-REFUS-LIB         PIC X(27) VALUE SPACE.

      ******************************************************************
       PROCEDURE DIVISION.


           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           MOVE 'datassur-fract' TO WS-JRN-PROG.
           PERFORM 8000-JOURNAL-DEB-START THRU 8000-JOURNAL-DEB-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 7700-FRACT-ALL-START
               THRU 7700-FRACT-ALL-END.

           DISPLAY 'FRACTIONNEMENT TERMINE LE ' WS-RUN-DATE.
           DISPLAY 'DEMANDES LUES        = ' WS-LU-NB.
           DISPLAY 'CONTRATS MODIFIES    = ' WS-MODIFIES-NB.
           DISPLAY 'CONTRATS INCHANGES   = ' WS-INCHANGES-NB.
           DISPLAY 'DEMANDES REFUSEES    = ' WS-REFUS-NB.

           IF WS-REFUS-NB > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING 'LUS='            DELIMITED BY SIZE
                  WS-LU-NB          DELIMITED BY SIZE
                  ';MODIF='         DELIMITED BY SIZE
                  WS-MODIFIES-NB    DELIMITED BY SIZE
                  ';INCH='          DELIMITED BY SIZE
                  WS-INCHANGES-NB   DELIMITED BY SIZE
                  ';REFUS='         DELIMITED BY SIZE
                  WS-REFUS-NB       DELIMITED BY SIZE
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
           DISPLAY '*** ARRET ANORMAL DU FRACTIONNEMENT ***'
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
       9060-DEMANDES-CHECK-START.

           IF NOT (DEMANDES-STATUS-OK OR DEMANDES-STATUS-EOF)
               MOVE 'DEMANDES'         TO WS-ABEND-FILE
               MOVE DEMANDES-STATUS    TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9060-DEMANDES-CHECK-END.
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
       9120-HISTO-CHECK-START.

           IF NOT (HISTO-STATUS-OK OR HISTO-STATUS-EOF)
               MOVE 'HISTO-FILE'     TO WS-ABEND-FILE
               MOVE HISTO-STATUS     TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9120-HISTO-CHECK-END.
           EXIT.

      ******************************************************************
       9130-REFUS-CHECK-START.

           IF NOT (REFUS-STATUS-OK OR REFUS-STATUS-EOF)
               MOVE 'REFUS'          TO WS-ABEND-FILE
               MOVE REFUS-STATUS     TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9130-REFUS-CHECK-END.
           EXIT.

      ******************************************************************
      *    Application de toutes les demandes : le maitre doit exister
      *    (il n'y a rien a fractionner sans lui), l'historique est
      *    ouvert en extension et cree au tout premier passage.
       7700-FRACT-ALL-START.

           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS-NOTFOUND
               DISPLAY '*** FICHIER datassur.mst ABSENT : MAITRE '
                   'OBLIGATOIRE POUR LE FRACTIONNEMENT ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           OPEN EXTEND HISTO-FILE.
           IF HISTO-STATUS-NOTFOUND
               DISPLAY 'FICHIER datassur.his ABSENT : CREATION'
               OPEN OUTPUT HISTO-FILE
               PERFORM 9120-HISTO-CHECK-START
                   THRU 9120-HISTO-CHECK-END
               CLOSE HISTO-FILE
               PERFORM 9120-HISTO-CHECK-START
                   THRU 9120-HISTO-CHECK-END
               OPEN EXTEND HISTO-FILE
           END-IF.
           PERFORM 9120-HISTO-CHECK-START
               THRU 9120-HISTO-CHECK-END.

           OPEN OUTPUT REFUS.
           PERFORM 9130-REFUS-CHECK-START
               THRU 9130-REFUS-CHECK-END.

           OPEN INPUT DEMANDES.
           IF DEMANDES-STATUS-NOTFOUND
               DISPLAY '*** FICHIER fractionnement.dat ABSENT : AUCUNE '
                   'DEMANDE A APPLIQUER ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9060-DEMANDES-CHECK-START
               THRU 9060-DEMANDES-CHECK-END.

           PERFORM UNTIL DEMANDES-STATUS-EOF
               READ DEMANDES
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LU-NB
                       PERFORM 7710-FRACT-UN-START
                           THRU 7710-FRACT-UN-END
               END-READ
               PERFORM 9060-DEMANDES-CHECK-START
                   THRU 9060-DEMANDES-CHECK-END
           END-PERFORM.

           CLOSE DEMANDES.
           PERFORM 9060-DEMANDES-CHECK-START
               THRU 9060-DEMANDES-CHECK-END.

           CLOSE REFUS.
           PERFORM 9130-REFUS-CHECK-START
               THRU 9130-REFUS-CHECK-END.

           CLOSE HISTO-FILE.
           PERFORM 9120-HISTO-CHECK-START
               THRU 9120-HISTO-CHECK-END.

           CLOSE MASTER-FILE.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

       7700-FRACT-ALL-END.
           EXIT.

      ******************************************************************
      *    Application d'une demande : controle du format et du mode,
      *    lecture du contrat par cle ; un contrat resilie ou dont des
      *    appels sont deja emis sur la periode est refuse. Un mode
      *    identique a celui du maitre ne change rien.
       7710-FRACT-UN-START.

           IF FIELD-DEM-NUMBER EQUAL SPACE
            OR FIELD-DEM-SEP1 NOT EQUAL '|'
               MOVE 'FORMAT INVALIDE' TO WS-REFUS-MOTIF
               PERFORM 7720-REFUS-WRITE-START
                   THRU 7720-REFUS-WRITE-END
               GO TO 7710-FRACT-UN-END
           END-IF.

           IF NOT FIELD-DEM-MODE-OK
               MOVE 'MODE INCONNU' TO WS-REFUS-MOTIF
               PERFORM 7720-REFUS-WRITE-START
                   THRU 7720-REFUS-WRITE-END
               GO TO 7710-FRACT-UN-END
           END-IF.

           MOVE FIELD-DEM-NUMBER TO MST-NUMBER.
           READ MASTER-FILE.

           IF MASTER-STATUS-NOTKEY
               MOVE 'CONTRAT INCONNU' TO WS-REFUS-MOTIF
               PERFORM 7720-REFUS-WRITE-START
                   THRU 7720-REFUS-WRITE-END
               GO TO 7710-FRACT-UN-END
           END-IF.

           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           IF MST-FRACT EQUAL FIELD-DEM-MODE
            OR (MST-FRACT EQUAL SPACE AND FIELD-DEM-MODE EQUAL 'A')
               ADD 1 TO WS-INCHANGES-NB
               GO TO 7710-FRACT-UN-END
           END-IF.

           IF MST-CTR-RESILIE
               MOVE 'CONTRAT RESILIE' TO WS-REFUS-MOTIF
               PERFORM 7720-REFUS-WRITE-START
                   THRU 7720-REFUS-WRITE-END
               GO TO 7710-FRACT-UN-END
           END-IF.

           IF MST-APPELS-NB IS NUMERIC
            AND MST-APPELS-NB-NUM > 0
               MOVE 'APPELS DEJA EMIS' TO WS-REFUS-MOTIF
               PERFORM 7720-REFUS-WRITE-START
                   THRU 7720-REFUS-WRITE-END
               GO TO 7710-FRACT-UN-END
           END-IF.

           MOVE 'M'             TO HIS-EVENEMENT.
           MOVE '|'             TO HIS-SEP1.
           MOVE WS-RUN-DATE     TO HIS-DATE-MAJ.
           MOVE '|'             TO HIS-SEP2.
           MOVE FILE-REC-MASTER TO HIS-IMAGE.

           MOVE '|'            TO MST-SEP6.
           MOVE FIELD-DEM-MODE TO MST-FRACT.
           MOVE '|'            TO MST-SEP7.
           MOVE ZERO           TO MST-APPELS-NB-NUM.
           MOVE WS-RUN-DATE    TO MST-DATE-MAJ.
           REWRITE FILE-REC-MASTER.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           MOVE '|'             TO HIS-SEP3.
           MOVE FILE-REC-MASTER TO HIS-APRES.
           WRITE FILE-REC-HISTO.
           PERFORM 9120-HISTO-CHECK-START
               THRU 9120-HISTO-CHECK-END.
           ADD 1 TO WS-MODIFIES-NB.

       7710-FRACT-UN-END.
           EXIT.

      ******************************************************************
       7720-REFUS-WRITE-START.

           ADD 1 TO WS-REFUS-NB.
           MOVE FILE-REC-DEMANDES TO WS-REFUS-REC.
           MOVE WS-REFUS-MOTIF    TO WS-REFUS-LIB.
           DISPLAY 'DEMANDE REFUSEE : ' WS-REFUS-LINE.
           MOVE WS-REFUS-LINE TO FIELD-WRITE-REFUS
           WRITE FILE-WRITE-REFUS.
           PERFORM 9130-REFUS-CHECK-START
               THRU 9130-REFUS-CHECK-END.

       7720-REFUS-WRITE-END.
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
