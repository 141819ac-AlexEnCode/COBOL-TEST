      ******************************************************************
      *                                                                *
      *      Cumul des engagements par assure, toutes agences          *
      *      confondues : les contrats en cours du maitre              *
      *      datassur.mst sont regroupes par IRP normalise (casse et   *
      *      espaces ignores, "Dupont  Jean" et "DUPONT JEAN" ne font  *
      *      qu'un assure). Pour chaque assure : nombre de contrats,   *
      *      types detenus, cumul des SOMME et agences concernees.     *
      *                                                                *
      *      L'etat cumul-assures.dat liste les assures dont le cumul  *
      *      atteint le seuil saisi au lancement, et ceux qui sont     *
      *      presents dans plusieurs agences (controle des risques,    *
      *      doublons de saisie entre agences), chaque cas signale.    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datassur-cumul.
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

           SELECT MASTER-FILE ASSIGN TO 'datassur.mst'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS MASTER-STATUS.

           SELECT ETAT-CUMUL ASSIGN TO 'cumul-assures.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ETAT-STATUS.

           SELECT JOURNAL-EXPL ASSIGN TO 'exploitation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT SORT-CUMUL ASSIGN TO 'cusortwk.tmp'.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    Etat courant d'un contrat, memes colonnes que dans
      *    datassur-maj ; seuls les champs utiles au cumul sont
      *    nommes.
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
           88 MST-CTR-EN-COURS         VALUE 'C' SPACE.
        02 FILLER                      PIC X(01).
        02 MST-DATE-RESIL              PIC 9(08).
        02 FILLER                      PIC X(39).

       FD ETAT-CUMUL
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-WRITE-ETAT.
        02 FIELD-WRITE-ETAT            PIC X(200).

      *    Journal d'exploitation commun a la chaine, meme format que
      *    dans datassur.cbl.
       FD JOURNAL-EXPL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-JOURNAL             PIC X(120).

      *    Fichier de travail du tri : IRP normalise en tete de cle,
      *    puis agence et numero pour un ordre stable a l'impression.
       SD SORT-CUMUL.

       01 SD-CUM-RECORD.
           05 SD-CUM-KEY         PIC X(41).
           05 SD-CUM-AGENCE      PIC X(08).
           05 SD-CUM-NUMBER      PIC X(08).
           05 SD-CUM-IRP         PIC X(41).
           05 SD-CUM-C-TYPE      PIC X(08).
           05 SD-CUM-SOMME       PIC 9(06)V99.

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  MASTER-STATUS           PIC X(02) VALUE SPACE.
           88 MASTER-STATUS-OK     VALUE '00'.
           88 MASTER-STATUS-EOF    VALUE '10'.
           88 MASTER-STATUS-NOTFOUND VALUE '35'.

       01  ETAT-STATUS             PIC X(02) VALUE SPACE.
           88 ETAT-STATUS-OK       VALUE '00'.
           88 ETAT-STATUS-EOF      VALUE '10'.

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

      *    Seuil de cumul saisi au lancement, en euros entiers.
       01  WS-SEUIL-X              PIC X(09) VALUE SPACE.
       01  WS-SEUIL-LG             PIC 9(02) VALUE ZERO.
       01  WS-SEUIL                PIC 9(09) VALUE ZERO.

       01  WS-LU-NB                PIC 9(05) VALUE ZERO.
       01  WS-RETENU-NB            PIC 9(05) VALUE ZERO.
       01  WS-ASSURE-NB            PIC 9(05) VALUE ZERO.
       01  WS-SEUIL-NB             PIC 9(05) VALUE ZERO.
       01  WS-MULTI-NB             PIC 9(05) VALUE ZERO.
       01  WS-LISTE-NB             PIC 9(05) VALUE ZERO.

      *    Normalisation de l'IRP : majuscules, puis recopie des seuls
      *    caracteres non blancs.
       01  WS-NORM-IN              PIC X(41) VALUE SPACE.
       01  WS-NORM-OUT             PIC X(41) VALUE SPACE.
       01  WS-NORM-IX              PIC 9(02) VALUE ZERO.
       01  WS-NORM-LG              PIC 9(02) VALUE ZERO.

      *    Assure en cours de cumul a la sortie du tri : premier IRP
      *    rencontre pour le libelle, types et agences distincts (dix
      *    au plus affiches, '+' au-dela).
       01  WS-CUM-SORT-EOF         PIC X(01) VALUE 'N'.
           88 WS-CUM-SORT-IS-EOF   VALUE 'Y'.
       01  WS-CUM-PREMIER          PIC X(01) VALUE 'O'.
           88 WS-CUM-IS-PREMIER    VALUE 'O'.
       01  WS-CUM-KEY              PIC X(41) VALUE SPACE.
       01  WS-CUM-IRP              PIC X(41) VALUE SPACE.
       01  WS-CUM-CTR-NB           PIC 9(05) VALUE ZERO.
       01  WS-CUM-SOMME            PIC 9(11)V99 VALUE ZERO.

       01  WS-CTY-TAB.
           03 WS-CTY-NB            PIC 9(02) VALUE ZERO.
           03 WS-CTY-PLUS          PIC X(01) VALUE SPACE.
           03 WS-CTY-ENT OCCURS 10 TIMES INDEXED BY IDX-CTY
                                   PIC X(08).
       01  WS-CAG-TAB.
           03 WS-CAG-NB            PIC 9(02) VALUE ZERO.
           03 WS-CAG-PLUS          PIC X(01) VALUE SPACE.
           03 WS-CAG-ENT OCCURS 10 TIMES INDEXED BY IDX-CAG
                                   PIC X(08).
       01  WS-CUM-TROUVE           PIC X(01) VALUE 'N'.
           88 WS-CUM-IS-TROUVE     VALUE 'O'.

       01  WS-LISTE-OUT            PIC X(100) VALUE SPACE.
       01  WS-LISTE-PTR            PIC 9(03) VALUE ZERO.

       01  PRT-STARS            PIC X(125)  VALUE ALL "*".
       01  PRT-TITLE            PIC X(38)
           VALUE "CUMUL DES ENGAGEMENTS PAR ASSURE (IRP)".

       01  PRT-SEUIL-LINE.
           03 FILLER            PIC X(16) VALUE 'SEUIL DE CUMUL :'.
           03 PRT-SEUIL         PIC ZZZZZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(21)
              VALUE ' Euros   TRAITE LE : '.
           03 PRT-RUN-DATE      PIC 9(08) VALUE ZERO.

       01  PRT-ASSURE-LINE.
           03 FILLER            PIC X(04) VALUE 'IRP='.
           03 PRT-ASS-IRP       PIC X(41) VALUE SPACE.
           03 FILLER            PIC X(10) VALUE ' Contrats='.
           03 PRT-ASS-NB        PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' Cumul='.
           03 PRT-ASS-SOMME     PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' Euros '.
           03 PRT-ASS-FLAG-SEUIL PIC X(15) VALUE SPACE.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-ASS-FLAG-MULTI PIC X(16) VALUE SPACE.

       01  PRT-LISTE-LINE.
           03 FILLER            PIC X(04) VALUE SPACE.
           03 PRT-LIS-LIB       PIC X(10) VALUE SPACE.
           03 PRT-LIS-VALEURS   PIC X(100) VALUE SPACE.

       01  PRT-COMPTE-LINE.
           03 PRT-CPT-LIB       PIC X(46) VALUE SPACE.
           03 PRT-CPT-NB        PIC ZZZZ9 VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.


           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           MOVE 'datassur-cumul' TO WS-JRN-PROG.
           PERFORM 8000-JOURNAL-DEB-START THRU 8000-JOURNAL-DEB-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           DISPLAY 'SEUIL DE CUMUL PAR ASSURE (EUROS ENTIERS) : '
               WITH NO ADVANCING.
           ACCEPT WS-SEUIL-X.

           MOVE ZERO TO WS-SEUIL-LG.
           INSPECT WS-SEUIL-X TALLYING WS-SEUIL-LG
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-SEUIL-LG = 0
               DISPLAY '*** SEUIL INVALIDE : ' WS-SEUIL-X ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SEUIL-X(1:WS-SEUIL-LG) IS NOT NUMERIC
               DISPLAY '*** SEUIL INVALIDE : ' WS-SEUIL-X ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SEUIL-LG < 9
            AND WS-SEUIL-X(WS-SEUIL-LG + 1:) NOT EQUAL SPACE
               DISPLAY '*** SEUIL INVALIDE : ' WS-SEUIL-X ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-SEUIL-X(1:WS-SEUIL-LG) TO WS-SEUIL.

           PERFORM 7960-CUMUL-ALL-START THRU 7960-CUMUL-ALL-END.

           DISPLAY 'CUMUL DES ENGAGEMENTS PAR ASSURE LE ' WS-RUN-DATE.
           DISPLAY 'CONTRATS LUS         = ' WS-LU-NB.
           DISPLAY 'CONTRATS EN COURS    = ' WS-RETENU-NB.
           DISPLAY 'ASSURES DISTINCTS    = ' WS-ASSURE-NB.
           DISPLAY 'ASSURES AU-DELA DU SEUIL = ' WS-SEUIL-NB.
           DISPLAY 'ASSURES MULTI-AGENCES    = ' WS-MULTI-NB.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING 'LUS='            DELIMITED BY SIZE
                  WS-LU-NB          DELIMITED BY SIZE
                  ';ENCOURS='       DELIMITED BY SIZE
                  WS-RETENU-NB      DELIMITED BY SIZE
                  ';ASSURES='       DELIMITED BY SIZE
                  WS-ASSURE-NB      DELIMITED BY SIZE
                  ';SEUIL='         DELIMITED BY SIZE
                  WS-SEUIL-NB       DELIMITED BY SIZE
                  ';MULTI='         DELIMITED BY SIZE
                  WS-MULTI-NB       DELIMITED BY SIZE
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
           DISPLAY '*** ARRET ANORMAL DU CUMUL PAR ASSURE ***'
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
       9110-MASTER-CHECK-START.

           IF NOT (MASTER-STATUS-OK OR MASTER-STATUS-EOF)
               MOVE 'MASTER-FILE'    TO WS-ABEND-FILE
               MOVE MASTER-STATUS    TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9110-MASTER-CHECK-END.
           EXIT.

      ******************************************************************
       9140-ETAT-CHECK-START.

           IF NOT (ETAT-STATUS-OK OR ETAT-STATUS-EOF)
               MOVE 'ETAT-CUMUL'     TO WS-ABEND-FILE
               MOVE ETAT-STATUS      TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9140-ETAT-CHECK-END.
           EXIT.

      ******************************************************************
      *    Cumul de tout le maitre : tri des contrats en cours sur
      *    l'IRP normalise, l'etat etant ecrit a chaque changement
      *    d'assure en sortie du tri.
       7960-CUMUL-ALL-START.

           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS-NOTFOUND
               DISPLAY '*** FICHIER datassur.mst ABSENT : MAITRE '
                   'OBLIGATOIRE POUR LE CUMUL PAR ASSURE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           OPEN OUTPUT ETAT-CUMUL.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-TITLE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.
           MOVE WS-SEUIL    TO PRT-SEUIL
           MOVE WS-RUN-DATE TO PRT-RUN-DATE
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-SEUIL-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           MOVE 'N' TO WS-CUM-SORT-EOF.
           MOVE 'O' TO WS-CUM-PREMIER.

           SORT SORT-CUMUL
               ON ASCENDING KEY SD-CUM-KEY
               ON ASCENDING KEY SD-CUM-AGENCE
               ON ASCENDING KEY SD-CUM-NUMBER
               INPUT PROCEDURE IS 7962-CUMUL-INPUT-START
                   THRU 7962-CUMUL-INPUT-END
               OUTPUT PROCEDURE IS 7970-CUMUL-OUTPUT-START
                   THRU 7970-CUMUL-OUTPUT-END.

           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERREUR SORT : SORT-RETURN = ' SORT-RETURN
                   ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           MOVE 'Contrats en cours cumules                   = '
               TO PRT-CPT-LIB
           MOVE WS-RETENU-NB TO PRT-CPT-NB
           PERFORM 7985-COMPTE-WRITE-START
               THRU 7985-COMPTE-WRITE-END.
           MOVE 'Assures distincts (IRP normalise)           = '
               TO PRT-CPT-LIB
           MOVE WS-ASSURE-NB TO PRT-CPT-NB
           PERFORM 7985-COMPTE-WRITE-START
               THRU 7985-COMPTE-WRITE-END.
           MOVE 'Assures dont le cumul atteint le seuil      = '
               TO PRT-CPT-LIB
           MOVE WS-SEUIL-NB TO PRT-CPT-NB
           PERFORM 7985-COMPTE-WRITE-START
               THRU 7985-COMPTE-WRITE-END.
           MOVE 'Assures presents dans plusieurs agences     = '
               TO PRT-CPT-LIB
           MOVE WS-MULTI-NB TO PRT-CPT-NB
           PERFORM 7985-COMPTE-WRITE-START
               THRU 7985-COMPTE-WRITE-END.

           CLOSE ETAT-CUMUL.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           CLOSE MASTER-FILE.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

       7960-CUMUL-ALL-END.
           EXIT.

      ******************************************************************
      *    Entree du tri : les contrats en cours seulement (un contrat
      *    resilie ou echu n'engage plus), IRP normalise en cle.
       7962-CUMUL-INPUT-START.

           PERFORM UNTIL MASTER-STATUS-EOF
               READ MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LU-NB
                       IF MST-CTR-EN-COURS
                           PERFORM 7964-CUMUL-RELEASE-START
                               THRU 7964-CUMUL-RELEASE-END
                       END-IF
               END-READ
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
           END-PERFORM.

       7962-CUMUL-INPUT-END.
           EXIT.

      ******************************************************************
       7964-CUMUL-RELEASE-START.

           MOVE MST-IRP TO WS-NORM-IN.
           PERFORM 7966-IRP-NORME-START THRU 7966-IRP-NORME-END.

           ADD 1 TO WS-RETENU-NB.
           MOVE WS-NORM-OUT   TO SD-CUM-KEY.
           MOVE MST-AGENCE    TO SD-CUM-AGENCE.
           MOVE MST-NUMBER    TO SD-CUM-NUMBER.
           MOVE MST-IRP       TO SD-CUM-IRP.
           MOVE MST-C-TYPE    TO SD-CUM-C-TYPE.
           MOVE MST-SOMME     TO SD-CUM-SOMME.
           RELEASE SD-CUM-RECORD.

       7964-CUMUL-RELEASE-END.
           EXIT.

      ******************************************************************
      *    Normalisation d'un IRP : WS-NORM-IN en entree, la meme
      *    valeur en majuscules et sans aucun blanc dans WS-NORM-OUT.
       7966-IRP-NORME-START.

           INSPECT WS-NORM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE SPACE TO WS-NORM-OUT.
           MOVE ZERO  TO WS-NORM-LG.

           PERFORM 7967-IRP-CAR-START THRU 7967-IRP-CAR-END
               VARYING WS-NORM-IX FROM 1 BY 1
               UNTIL WS-NORM-IX > 41.

       7966-IRP-NORME-END.
           EXIT.

      ******************************************************************
       7967-IRP-CAR-START.

           IF WS-NORM-IN(WS-NORM-IX:1) NOT EQUAL SPACE
               ADD 1 TO WS-NORM-LG
               MOVE WS-NORM-IN(WS-NORM-IX:1)
                   TO WS-NORM-OUT(WS-NORM-LG:1)
           END-IF.

       7967-IRP-CAR-END.
           EXIT.

      ******************************************************************
      *    Sortie du tri : cumul des contrats d'un meme IRP normalise,
      *    l'assure precedent etant edite a chaque changement de cle.
       7970-CUMUL-OUTPUT-START.

           PERFORM UNTIL WS-CUM-SORT-IS-EOF
               RETURN SORT-CUMUL
                   AT END
                       MOVE 'Y' TO WS-CUM-SORT-EOF
                   NOT AT END
                       PERFORM 7972-CUMUL-UN-START
                           THRU 7972-CUMUL-UN-END
               END-RETURN
           END-PERFORM.

           IF NOT WS-CUM-IS-PREMIER
               PERFORM 7975-ASSURE-FIN-START
                   THRU 7975-ASSURE-FIN-END
           END-IF.

       7970-CUMUL-OUTPUT-END.
           EXIT.

      ******************************************************************
       7972-CUMUL-UN-START.

           IF WS-CUM-IS-PREMIER
            OR SD-CUM-KEY NOT EQUAL WS-CUM-KEY
               IF NOT WS-CUM-IS-PREMIER
                   PERFORM 7975-ASSURE-FIN-START
                       THRU 7975-ASSURE-FIN-END
               END-IF
               MOVE 'N' TO WS-CUM-PREMIER
               MOVE SD-CUM-KEY TO WS-CUM-KEY
               MOVE SD-CUM-IRP TO WS-CUM-IRP
               MOVE ZERO  TO WS-CUM-CTR-NB
               MOVE ZERO  TO WS-CUM-SOMME
               INITIALIZE WS-CTY-TAB
               INITIALIZE WS-CAG-TAB
           END-IF.

           ADD 1            TO WS-CUM-CTR-NB.
           ADD SD-CUM-SOMME TO WS-CUM-SOMME.

           MOVE 'N' TO WS-CUM-TROUVE.
           SET IDX-CTY TO 1.
           PERFORM WS-CTY-NB TIMES
               IF WS-CTY-ENT(IDX-CTY) EQUAL SD-CUM-C-TYPE
                   MOVE 'O' TO WS-CUM-TROUVE
               END-IF
               SET IDX-CTY UP BY 1
           END-PERFORM.
           IF NOT WS-CUM-IS-TROUVE
               IF WS-CTY-NB < 10
                   ADD 1 TO WS-CTY-NB
                   SET IDX-CTY TO WS-CTY-NB
                   MOVE SD-CUM-C-TYPE TO WS-CTY-ENT(IDX-CTY)
               ELSE
                   MOVE '+' TO WS-CTY-PLUS
               END-IF
           END-IF.

           MOVE 'N' TO WS-CUM-TROUVE.
           SET IDX-CAG TO 1.
           PERFORM WS-CAG-NB TIMES
               IF WS-CAG-ENT(IDX-CAG) EQUAL SD-CUM-AGENCE
                   MOVE 'O' TO WS-CUM-TROUVE
               END-IF
               SET IDX-CAG UP BY 1
           END-PERFORM.
           IF NOT WS-CUM-IS-TROUVE
               IF WS-CAG-NB < 10
                   ADD 1 TO WS-CAG-NB
                   SET IDX-CAG TO WS-CAG-NB
                   MOVE SD-CUM-AGENCE TO WS-CAG-ENT(IDX-CAG)
               ELSE
                   MOVE '+' TO WS-CAG-PLUS
               END-IF
           END-IF.

       7972-CUMUL-UN-END.
           EXIT.

      ******************************************************************
      *    Fin d'un assure : edite s'il atteint le seuil ou s'il est
      *    present dans plus d'une agence, avec ses types et agences.
       7975-ASSURE-FIN-START.

           ADD 1 TO WS-ASSURE-NB.
           MOVE SPACE TO PRT-ASS-FLAG-SEUIL.
           MOVE SPACE TO PRT-ASS-FLAG-MULTI.

           IF WS-CUM-SOMME NOT < WS-SEUIL
               ADD 1 TO WS-SEUIL-NB
               MOVE '*SEUIL ATTEINT*' TO PRT-ASS-FLAG-SEUIL
           END-IF.
           IF WS-CAG-NB > 1
               ADD 1 TO WS-MULTI-NB
               MOVE '*MULTI-AGENCES*' TO PRT-ASS-FLAG-MULTI
           END-IF.

           IF PRT-ASS-FLAG-SEUIL EQUAL SPACE
            AND PRT-ASS-FLAG-MULTI EQUAL SPACE
               GO TO 7975-ASSURE-FIN-END
           END-IF.

           ADD 1 TO WS-LISTE-NB.
           MOVE WS-CUM-IRP    TO PRT-ASS-IRP
           MOVE WS-CUM-CTR-NB TO PRT-ASS-NB
           MOVE WS-CUM-SOMME  TO PRT-ASS-SOMME
           DISPLAY PRT-ASSURE-LINE.
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-ASSURE-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           MOVE SPACE TO WS-LISTE-OUT.
           MOVE 1     TO WS-LISTE-PTR.
           SET IDX-CTY TO 1.
           PERFORM WS-CTY-NB TIMES
               STRING FUNCTION TRIM(WS-CTY-ENT(IDX-CTY))
                          DELIMITED BY SIZE
                      ' '  DELIMITED BY SIZE
                   INTO WS-LISTE-OUT
                   WITH POINTER WS-LISTE-PTR
               END-STRING
               SET IDX-CTY UP BY 1
           END-PERFORM.
           STRING WS-CTY-PLUS DELIMITED BY SPACE
               INTO WS-LISTE-OUT
               WITH POINTER WS-LISTE-PTR
           END-STRING.
           MOVE 'TYPES   : ' TO PRT-LIS-LIB
           MOVE WS-LISTE-OUT TO PRT-LIS-VALEURS
           PERFORM 7980-LISTE-WRITE-START
               THRU 7980-LISTE-WRITE-END.

           MOVE SPACE TO WS-LISTE-OUT.
           MOVE 1     TO WS-LISTE-PTR.
           SET IDX-CAG TO 1.
           PERFORM WS-CAG-NB TIMES
               STRING FUNCTION TRIM(WS-CAG-ENT(IDX-CAG))
                          DELIMITED BY SIZE
                      ' '  DELIMITED BY SIZE
                   INTO WS-LISTE-OUT
                   WITH POINTER WS-LISTE-PTR
               END-STRING
               SET IDX-CAG UP BY 1
           END-PERFORM.
           STRING WS-CAG-PLUS DELIMITED BY SPACE
               INTO WS-LISTE-OUT
               WITH POINTER WS-LISTE-PTR
           END-STRING.
           MOVE 'AGENCES : ' TO PRT-LIS-LIB
           MOVE WS-LISTE-OUT TO PRT-LIS-VALEURS
           PERFORM 7980-LISTE-WRITE-START
               THRU 7980-LISTE-WRITE-END.

       7975-ASSURE-FIN-END.
           EXIT.

      ******************************************************************
       7980-LISTE-WRITE-START.

           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-LISTE-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

       7980-LISTE-WRITE-END.
           EXIT.

      ******************************************************************
       7985-COMPTE-WRITE-START.

           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-COMPTE-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

       7985-COMPTE-WRITE-END.
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
