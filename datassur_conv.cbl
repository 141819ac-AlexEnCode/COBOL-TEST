      ******************************************************************
      *                                                                *
      *      Conversion unique du maitre a l'ancien format : le        *
      *      datassur.mst de 150 caracteres (ligne dedupliquee, date   *
      *      de mise a jour, statut et date de reglement) est relu     *
      *      dans l'ordre des numeros et recharge au format de 200     *
      *      caracteres dans datassur.mst.cnv : les 150 premieres      *
      *      positions sont reprises telles quelles, les zones de      *
      *      suivi ajoutees recoivent leurs separateurs et leurs       *
      *      valeurs de depart (statut 'C' en cours, resiliation a     *
      *      zero, fractionnement 'A' annuel, aucun appel, aucune      *
      *      relance, date de relance a zero).                         *
      *                                                                *
      *      A passer une seule fois, avant la premiere mise a jour    *
      *      au nouveau format ; datassur.mst.cnv remplace ensuite     *
      *      datassur.mst. Un maitre deja converti ne peut pas etre    *
      *      relu sous l'ancien format : le passage est refuse.        *
      *      Une ligne sans ses separateurs d'origine est convertie    *
      *      quand meme mais listee a l'ecran (code retour 4).         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datassur-conv.
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

           SELECT ANCIEN-FILE ASSIGN TO 'datassur.mst'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ANC-NUMBER
           FILE STATUS IS ANCIEN-STATUS.

           SELECT NOUVEAU-FILE ASSIGN TO 'datassur.mst.cnv'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NOU-NUMBER
           FILE STATUS IS NOUVEAU-STATUS.

           SELECT JOURNAL-EXPL ASSIGN TO 'exploitation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    Maitre a l'ancien format : la ligne dedupliquee, la date de
      *    derniere mise a jour, le statut et la date de reglement.
       FD ANCIEN-FILE
           RECORD CONTAINS 150 CHARACTERS.

       01 FILE-REC-ANCIEN.
        02 ANC-NUMBER                  PIC X(08).
        02 ANC-SUITE                   PIC X(122).
        02 ANC-SEP                     PIC X(01).
        02 ANC-DATE-MAJ                PIC X(08).
        02 ANC-SEP2                    PIC X(01).
        02 ANC-PAIE-STATUT             PIC X(01).
        02 ANC-SEP3                    PIC X(01).
        02 ANC-DATE-REGL               PIC X(08).

      *    Maitre au format courant, memes colonnes que dans
      *    datassur-maj.
       FD NOUVEAU-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 FILE-REC-NOUVEAU.
        02 NOU-NUMBER                  PIC X(08).
        02 NOU-ANCIEN                  PIC X(142).
        02 NOU-SEP4                    PIC X(01).
        02 NOU-CTR-STATUT              PIC X(01).
        02 NOU-SEP5                    PIC X(01).
        02 NOU-DATE-RESIL              PIC 9(08).
        02 NOU-SEP6                    PIC X(01).
        02 NOU-FRACT                   PIC X(01).
        02 NOU-SEP7                    PIC X(01).
        02 NOU-APPELS-NB               PIC 9(02).
        02 NOU-SEP8                    PIC X(01).
        02 NOU-RELANCE-NIV             PIC X(01).
        02 NOU-SEP9                    PIC X(01).
        02 NOU-DATE-RELANCE            PIC 9(08).
        02 NOU-RESERVE                 PIC X(23).

      *    Journal d'exploitation commun a la chaine, meme format que
      *    dans datassur.cbl.
       FD JOURNAL-EXPL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-JOURNAL             PIC X(120).

      ******************************************************************

       WORKING-STORAGE SECTION.

      *    '39' : les caracteristiques du fichier ne sont pas celles
      *    de l'ancien format (maitre deja converti).
       01  ANCIEN-STATUS           PIC X(02) VALUE SPACE.
           88 ANCIEN-STATUS-OK     VALUE '00'.
           88 ANCIEN-STATUS-EOF    VALUE '10'.
           88 ANCIEN-STATUS-NOTFOUND VALUE '35'.
           88 ANCIEN-STATUS-FORMAT VALUE '39'.

       01  NOUVEAU-STATUS          PIC X(02) VALUE SPACE.
           88 NOUVEAU-STATUS-OK    VALUE '00'.
           88 NOUVEAU-STATUS-EOF   VALUE '10'.

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
       01  WS-CONV-NB              PIC 9(07) VALUE ZERO.
       01  WS-DOUTEUX-NB           PIC 9(07) VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.


           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           MOVE 'datassur-conv' TO WS-JRN-PROG.
           PERFORM 8000-JOURNAL-DEB-START THRU 8000-JOURNAL-DEB-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 7950-CONV-ALL-START THRU 7950-CONV-ALL-END.

           DISPLAY 'CONVERSION DU MAITRE LE ' WS-RUN-DATE
               ' : datassur.mst.cnv'.
           DISPLAY 'CONTRATS CONVERTIS   = ' WS-CONV-NB.
           DISPLAY 'LIGNES A VERIFIER    = ' WS-DOUTEUX-NB.

           IF WS-DOUTEUX-NB > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING 'CONVERTIS='       DELIMITED BY SIZE
                  WS-CONV-NB         DELIMITED BY SIZE
                  ';A VERIFIER='     DELIMITED BY SIZE
                  WS-DOUTEUX-NB      DELIMITED BY SIZE
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
           DISPLAY '*** ARRET ANORMAL DE LA CONVERSION DU MAITRE ***'
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
       9110-ANCIEN-CHECK-START.

           IF NOT (ANCIEN-STATUS-OK OR ANCIEN-STATUS-EOF)
               MOVE 'ANCIEN-FILE'    TO WS-ABEND-FILE
               MOVE ANCIEN-STATUS    TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9110-ANCIEN-CHECK-END.
           EXIT.

      ******************************************************************
       9130-NOUVEAU-CHECK-START.

           IF NOT (NOUVEAU-STATUS-OK OR NOUVEAU-STATUS-EOF)
               MOVE 'NOUVEAU-FILE'   TO WS-ABEND-FILE
               MOVE NOUVEAU-STATUS   TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9130-NOUVEAU-CHECK-END.
           EXIT.

      ******************************************************************
      *    Relecture integrale de l'ancien maitre dans l'ordre des
      *    numeros et rechargement au format courant.
       7950-CONV-ALL-START.

           OPEN INPUT ANCIEN-FILE.
           IF ANCIEN-STATUS-NOTFOUND
               DISPLAY '*** FICHIER datassur.mst ABSENT : '
                   'AUCUNE CONVERSION ***'
               MOVE 16 TO RETURN-CODE
               MOVE 'MAITRE ABSENT' TO WS-JRN-CTRS
               PERFORM 8010-JOURNAL-FIN-START
                   THRU 8010-JOURNAL-FIN-END
               STOP RUN
           END-IF.
           IF ANCIEN-STATUS-FORMAT
               DISPLAY '*** datassur.mst N''EST PAS A L''ANCIEN '
                   'FORMAT (DEJA CONVERTI ?) : AUCUNE CONVERSION ***'
               MOVE 16 TO RETURN-CODE
               MOVE 'MAITRE DEJA CONVERTI' TO WS-JRN-CTRS
               PERFORM 8010-JOURNAL-FIN-START
                   THRU 8010-JOURNAL-FIN-END
               STOP RUN
           END-IF.
           PERFORM 9110-ANCIEN-CHECK-START
               THRU 9110-ANCIEN-CHECK-END.

           OPEN OUTPUT NOUVEAU-FILE.
           PERFORM 9130-NOUVEAU-CHECK-START
               THRU 9130-NOUVEAU-CHECK-END.

           PERFORM UNTIL ANCIEN-STATUS-EOF
               READ ANCIEN-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 7955-CONV-UN-START
                           THRU 7955-CONV-UN-END
               END-READ
               PERFORM 9110-ANCIEN-CHECK-START
                   THRU 9110-ANCIEN-CHECK-END
           END-PERFORM.

           CLOSE NOUVEAU-FILE.
           PERFORM 9130-NOUVEAU-CHECK-START
               THRU 9130-NOUVEAU-CHECK-END.

           CLOSE ANCIEN-FILE.
           PERFORM 9110-ANCIEN-CHECK-START
               THRU 9110-ANCIEN-CHECK-END.

       7950-CONV-ALL-END.
           EXIT.

      ******************************************************************
      *    Un contrat : reprise des 150 positions d'origine, puis
      *    separateurs et valeurs de depart des zones de suivi,
      *    reserve a blanc.
       7955-CONV-UN-START.

           IF ANC-SEP NOT EQUAL '|'
            OR ANC-SEP2 NOT EQUAL '|'
            OR ANC-SEP3 NOT EQUAL '|'
               ADD 1 TO WS-DOUTEUX-NB
               DISPLAY 'LIGNE A VERIFIER : ' FILE-REC-ANCIEN
           END-IF.

           MOVE SPACE           TO FILE-REC-NOUVEAU.
           MOVE FILE-REC-ANCIEN TO FILE-REC-NOUVEAU(1:150).
           MOVE '|'             TO NOU-SEP4.
           MOVE 'C'             TO NOU-CTR-STATUT.
           MOVE '|'             TO NOU-SEP5.
           MOVE ZERO            TO NOU-DATE-RESIL.
           MOVE '|'             TO NOU-SEP6.
           MOVE 'A'             TO NOU-FRACT.
           MOVE '|'             TO NOU-SEP7.
           MOVE ZERO            TO NOU-APPELS-NB.
           MOVE '|'             TO NOU-SEP8.
           MOVE '0'             TO NOU-RELANCE-NIV.
           MOVE '|'             TO NOU-SEP9.
           MOVE ZERO            TO NOU-DATE-RELANCE.

           WRITE FILE-REC-NOUVEAU.
           PERFORM 9130-NOUVEAU-CHECK-START
               THRU 9130-NOUVEAU-CHECK-END.
           ADD 1 TO WS-CONV-NB.

       7955-CONV-UN-END.
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
