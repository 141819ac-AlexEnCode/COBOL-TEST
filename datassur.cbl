           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BORDEREAU-STATUS.

           SELECT CR-DETAIL ASSIGN TO 'crdetail.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CR-DETAIL-STATUS.

           SELECT COMPTE-RENDU ASSIGN TO DYNAMIC WS-CR-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS CR-STATUS.

           SELECT JOURNAL-EXPL ASSIGN TO 'exploitation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL

       01 FILE-REC-PHASE               PIC X(80).

      *    Detail des comptes rendus d'agence, ecrit pendant le tri :
      *    agence d'origine, type de ligne ('A' anomalie, 'D' doublon)
      *    et la ligne telle qu'ecrite dans anomalies.dat ou
      *    rejets.dat, qui ne portent pas l'agence.
       FD CR-DETAIL
           RECORD CONTAINS 170 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-CR-DETAIL.
        02 CRD-AGENCE                  PIC X(08).
        02 CRD-TYPE                    PIC X(01).
        02 CRD-LIGNE                   PIC X(160).
        02 FILLER                      PIC X(01).

      *    Compte rendu de traitement d'une agence emettrice,
      *    COMPTE-RENDU-<agence>.dat, sur le modele des rapports par
      *    type.
       FD COMPTE-RENDU
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-WRITE-CR                PIC X(200).

      *    Fichier de travail utilise par le SORT externe : le moteur de
      *    tri s'appuie sur le disque, la volumetrie n'est donc plus
      *    bornee par une table en memoire.
           88 BORDEREAU-STATUS-OK  VALUE '00'.
           88 BORDEREAU-STATUS-EOF VALUE '10'.

       01  CR-DETAIL-STATUS        PIC X(02) VALUE SPACE.
           88 CR-DETAIL-STATUS-OK  VALUE '00'.
           88 CR-DETAIL-STATUS-EOF VALUE '10'.

       01  CR-STATUS               PIC X(02) VALUE SPACE.
           88 CR-STATUS-OK         VALUE '00'.
           88 CR-STATUS-EOF        VALUE '10'.

       01  WS-ABEND-FILE           PIC X(30) VALUE SPACE.
       01  WS-ABEND-STATUS         PIC X(02) VALUE SPACE.

      *    fonctionnement (liste intake.lst ou repli sur l'ancien
      *    fichier unique), table des fichiers annonces avec leur
      *    agence et leur sort, et cumuls par agence sur les lignes
      *    uniques pour la facturation. L'emetteur est l'agence lue
      *    dans l'enregistrement H, meme si le fichier est refuse,
      *    pour que le compte rendu lui parvienne.
       01  WS-INTAKE-FILENAME      PIC X(30) VALUE SPACE.
       01  WS-INTAKE-MODE          PIC X(01) VALUE 'M'.
           88 WS-MODE-MULTI        VALUE 'M'.
              05 WS-FIC-NOM        PIC X(30).
              05 WS-FIC-AGENCE     PIC X(08).
              05 WS-FIC-ACCEPTE    PIC X(01).
              05 WS-FIC-EMETTEUR   PIC X(08).
              05 WS-FIC-LUS        PIC 9(05).
              05 WS-FIC-MOTIF      PIC X(40).

       01  WS-AGE-TAB.
           03 WS-AGE-NB            PIC 9(02) VALUE ZERO.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-MNQ-CODE      PIC X(08) VALUE SPACE.

      *    Comptes rendus par agence emettrice : destinataires (agences
      *    des fichiers annonces, NONIDENT pour un fichier sans agence
      *    lisible, agences attendues sans fichier), compteurs de
      *    l'agence en cours et lignes imprimees.
       01  WS-CR-FILENAME          PIC X(40) VALUE SPACE.
       01  WS-CR-CODE-TRIM         PIC X(08) VALUE SPACE.

       01  WS-CRA-TAB.
           03 WS-CRA-NB            PIC 9(02) VALUE ZERO.
           03 WS-CRA-ENT OCCURS 60 TIMES INDEXED BY IDX-CRA.
              05 WS-CRA-CODE       PIC X(08).

       01  WS-CRA-CODE-IN          PIC X(08) VALUE SPACE.
       01  WS-CRA-TROUVE           PIC X(01) VALUE 'N'.
           88 WS-CRA-IS-TROUVE     VALUE 'O'.
       01  WS-CRA-FIC-NB           PIC 9(02) VALUE ZERO.
       01  WS-CRA-LUS              PIC 9(05) VALUE ZERO.
       01  WS-CRA-ANOM             PIC 9(05) VALUE ZERO.
       01  WS-CRA-DOUBL            PIC 9(05) VALUE ZERO.
       01  WS-CRA-RETENU           PIC 9(05) VALUE ZERO.
       01  WS-CRA-SOMME            PIC 9(11)V99 VALUE ZERO.

       01  PRT-CR-HEAD.
           03 FILLER            PIC X(38)
              VALUE 'COMPTE RENDU DE TRAITEMENT - AGENCE : '.
           03 PRT-CR-AGENCE     PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(21)
              VALUE ' - DATE TRAITEMENT : '.
           03 PRT-CR-DATE       PIC X(08) VALUE SPACE.

       01  PRT-CR-FIC-LINE.
           03 FILLER            PIC X(10) VALUE 'FICHIER : '.
           03 PRT-CRF-NOM       PIC X(30) VALUE SPACE.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-CRF-SORT      PIC X(07) VALUE SPACE.
           03 FILLER            PIC X(03) VALUE ' - '.
           03 PRT-CRF-LUS       PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(16) VALUE ' LIGNE(S) LUE(S)'.
           03 PRT-CRF-MOTIF-LIB PIC X(11) VALUE SPACE.
           03 PRT-CRF-MOTIF     PIC X(40) VALUE SPACE.

       01  PRT-CR-MNQ-LINE.
           03 FILLER            PIC X(27)
              VALUE 'AVIS DE FICHIER MANQUANT : '.
           03 FILLER            PIC X(29)
              VALUE 'AUCUN FICHIER ADMIS CE JOUR, '.
           03 FILLER            PIC X(41)
              VALUE 'ENVOI ATTENDU - FICHIER A RENVOYER DEMAIN'.

       01  PRT-CR-DET-LINE.
           03 PRT-CRD-LIB       PIC X(11) VALUE SPACE.
           03 PRT-CRD-LIGNE     PIC X(160) VALUE SPACE.

       01  PRT-CR-CPT-LINE.
           03 PRT-CRC-LIB       PIC X(34) VALUE SPACE.
           03 PRT-CRC-NB        PIC ZZZZ9 VALUE ZERO.

       01  PRT-CR-SOMME-LINE.
           03 FILLER            PIC X(34)
              VALUE 'Total des sommes retenues       = '.
           03 PRT-CRS-SOMME     PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(6)  VALUE ' Euros'.

       01  SPLIT-STATUS            PIC X(02) VALUE SPACE.
           88 SPLIT-STATUS-OK      VALUE '00'.
           88 SPLIT-STATUS-EOF     VALUE '10'.
       9180-PHASE-CHECK-END.
           EXIT.

      ******************************************************************
       9200-CR-DETAIL-CHECK-START.

           IF NOT (CR-DETAIL-STATUS-OK OR CR-DETAIL-STATUS-EOF)
               MOVE 'CR-DETAIL'      TO WS-ABEND-FILE
               MOVE CR-DETAIL-STATUS TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9200-CR-DETAIL-CHECK-END.
           EXIT.

      ******************************************************************
       9210-CR-CHECK-START.

           IF NOT (CR-STATUS-OK OR CR-STATUS-EOF)
               MOVE WS-CR-FILENAME   TO WS-ABEND-FILE
               MOVE CR-STATUS        TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9210-CR-CHECK-END.
           EXIT.

      ******************************************************************
      *    Controle du journal d'exploitation : s'il echoue pendant
      *    un arret anormal deja engage, l'arret est direct pour ne
               MOVE 'datassur.dat' TO WS-FIC-NOM(IDX-FIC)
               MOVE 'SIEGE'        TO WS-FIC-AGENCE(IDX-FIC)
               MOVE 'O'            TO WS-FIC-ACCEPTE(IDX-FIC)
               MOVE 'SIEGE'        TO WS-FIC-EMETTEUR(IDX-FIC)
               MOVE 'datassur.dat' TO WS-INTAKE-FILENAME
               OPEN INPUT DATASSUR
               PERFORM 9020-DATASSUR-CHECK-START
                               TO WS-FIC-NOM(IDX-FIC)
                           MOVE SPACE TO WS-FIC-AGENCE(IDX-FIC)
                           MOVE 'N'   TO WS-FIC-ACCEPTE(IDX-FIC)
                           MOVE SPACE TO WS-FIC-EMETTEUR(IDX-FIC)
                           MOVE ZERO  TO WS-FIC-LUS(IDX-FIC)
                           MOVE SPACE TO WS-FIC-MOTIF(IDX-FIC)
                       END-IF
               END-READ
               PERFORM 9140-INTAKE-LIST-CHECK-START
       7011-FICHIER-REFUS.

           ADD 1 TO WS-REFUSES-NB.
           MOVE WS-FCTL-COUNT TO WS-FIC-LUS(IDX-FIC).
           MOVE WS-FCTL-MOTIF TO WS-FIC-MOTIF(IDX-FIC).
           DISPLAY '*** FICHIER ' WS-FIC-NOM(IDX-FIC)
               ' REFUSE EN BLOC : ' WS-FCTL-MOTIF ' ***'.

                   GO TO 7015-FICHIER-CTRL-REC-END
               END-IF
               MOVE FIELD-REC-DATASSUR TO WS-ENTETE-REC
               MOVE WS-ENT-AGENCE TO WS-FIC-EMETTEUR(IDX-FIC)
               IF WS-ENT-AGENCE EQUAL SPACE
                OR WS-ENT-SEP NOT EQUAL '|'
                OR WS-ENT-DATE IS NOT NUMERIC
           OPEN OUTPUT ANOMALIES.
           PERFORM 9080-ANOMALIES-CHECK-START
               THRU 9080-ANOMALIES-CHECK-END.
           OPEN OUTPUT CR-DETAIL.
           PERFORM 9200-CR-DETAIL-CHECK-START
               THRU 9200-CR-DETAIL-CHECK-END.

           INITIALIZE REC-LGTH.
           INITIALIZE WS-LU-NB.
           CLOSE ANOMALIES.
           PERFORM 9080-ANOMALIES-CHECK-START
               THRU 9080-ANOMALIES-CHECK-END.
           CLOSE CR-DETAIL.
           PERFORM 9200-CR-DETAIL-CHECK-START
               THRU 9200-CR-DETAIL-CHECK-END.

           PERFORM 7130-DEDUP-RECONCILE-START
               THRU 7130-DEDUP-RECONCILE-END.

           PERFORM 7340-CR-START THRU 7340-CR-END.

       7100-SORT-END.
           EXIT.

                       IF FIELD-REC-DATASSUR(1:2) NOT EQUAL 'H|'
                        AND FIELD-REC-DATASSUR(1:2) NOT EQUAL 'T|'
                           ADD 1 TO WS-LU-NB
                           ADD 1 TO WS-FIC-LUS(IDX-FIC)
                           PERFORM 7116-VALIDE-REC-START
                               THRU 7116-VALIDE-REC-END
                           IF WS-REC-VALIDE
           PERFORM 9080-ANOMALIES-CHECK-START
               THRU 9080-ANOMALIES-CHECK-END.

           MOVE SPACE TO FILE-REC-CR-DETAIL
           MOVE WS-CUR-AGENCE TO CRD-AGENCE
           MOVE 'A'           TO CRD-TYPE
           MOVE WS-ANOM-LINE  TO CRD-LIGNE
           WRITE FILE-REC-CR-DETAIL.
           PERFORM 9200-CR-DETAIL-CHECK-START
               THRU 9200-CR-DETAIL-CHECK-END.

       7118-ANOM-WRITE-END.
           EXIT.

           WRITE FILE-WRITE-REJETS.
           PERFORM 9060-REJETS-CHECK-START THRU 9060-REJETS-CHECK-END.

           MOVE SPACE TO FILE-REC-CR-DETAIL
           MOVE SD-AGENCE     TO CRD-AGENCE
           MOVE 'D'           TO CRD-TYPE
           MOVE WS-REJET-LINE TO CRD-LIGNE
           WRITE FILE-REC-CR-DETAIL.
           PERFORM 9200-CR-DETAIL-CHECK-START
               THRU 9200-CR-DETAIL-CHECK-END.

       7110-REJET-WRITE-END.
           EXIT.

       7126-AGE-ACCUM-END.
           EXIT.

      ******************************************************************
      *    Comptes rendus de fin d'intake, un fichier par agence
      *    emettrice : sort de chacun de ses fichiers (accepte, ou
      *    refuse avec le motif), ses lignes en anomalie et en doublon,
      *    les compteurs et le total des sommes retenues ; une agence
      *    attendue ce jour sans fichier admis recoit l'avis de
      *    fichier manquant pour renvoyer le lendemain. Un fichier dont
      *    l'agence n'a pu etre lue est rendu sous NONIDENT, a la
      *    charge de l'exploitation.
       7340-CR-START.

           INITIALIZE WS-CRA-TAB.

           SET IDX-FIC TO 1.
           PERFORM WS-FIC-NB TIMES
               IF WS-FIC-EMETTEUR(IDX-FIC) EQUAL SPACE
                   MOVE 'NONIDENT' TO WS-CRA-CODE-IN
               ELSE
                   MOVE WS-FIC-EMETTEUR(IDX-FIC) TO WS-CRA-CODE-IN
               END-IF
               PERFORM 7341-CR-DEST-ADD-START
                   THRU 7341-CR-DEST-ADD-END
               SET IDX-FIC UP BY 1
           END-PERFORM.

           SET IDX-MNQ TO 1.
           PERFORM WS-MNQ-NB TIMES
               MOVE WS-MNQ-CODE(IDX-MNQ) TO WS-CRA-CODE-IN
               PERFORM 7341-CR-DEST-ADD-START
                   THRU 7341-CR-DEST-ADD-END
               SET IDX-MNQ UP BY 1
           END-PERFORM.

           SET IDX-CRA TO 1.
           PERFORM WS-CRA-NB TIMES
               PERFORM 7342-CR-AGENCE-START
                   THRU 7342-CR-AGENCE-END
               SET IDX-CRA UP BY 1
           END-PERFORM.

           DISPLAY 'COMPTES RENDUS AGENCES ECRITS : ' WS-CRA-NB.

       7340-CR-END.
           EXIT.

      ******************************************************************
      *    Ajout d'un destinataire de compte rendu, une seule fois par
      *    agence.
       7341-CR-DEST-ADD-START.

           SET IDX-CRA TO 1.
           PERFORM WS-CRA-NB TIMES
               IF WS-CRA-CODE(IDX-CRA) EQUAL WS-CRA-CODE-IN
                   GO TO 7341-CR-DEST-ADD-END
               END-IF
               SET IDX-CRA UP BY 1
           END-PERFORM.

           IF WS-CRA-NB >= 60
               DISPLAY '*** ERREUR : PLUS DE 60 COMPTES RENDUS '
                   '(WS-CRA-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CRA-NB.
           SET IDX-CRA TO WS-CRA-NB.
           MOVE WS-CRA-CODE-IN TO WS-CRA-CODE(IDX-CRA).

       7341-CR-DEST-ADD-END.
           EXIT.

      ******************************************************************
      *    Compte rendu de l'agence du poste courant (IDX-CRA).
       7342-CR-AGENCE-START.

           MOVE FUNCTION TRIM(WS-CRA-CODE(IDX-CRA))
               TO WS-CR-CODE-TRIM
           MOVE SPACE TO WS-CR-FILENAME
           STRING 'COMPTE-RENDU-' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CR-CODE-TRIM) DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WS-CR-FILENAME

           OPEN OUTPUT COMPTE-RENDU.
           PERFORM 9210-CR-CHECK-START THRU 9210-CR-CHECK-END.

           INITIALIZE WS-CRA-FIC-NB.
           INITIALIZE WS-CRA-LUS.
           INITIALIZE WS-CRA-ANOM.
           INITIALIZE WS-CRA-DOUBL.
           INITIALIZE WS-CRA-RETENU.
           INITIALIZE WS-CRA-SOMME.

           MOVE PRT-STARS TO FILE-WRITE-CR
           WRITE FILE-WRITE-CR.
           PERFORM 9210-CR-CHECK-START THRU 9210-CR-CHECK-END.
           MOVE WS-CRA-CODE(IDX-CRA) TO PRT-CR-AGENCE
           MOVE WS-RUN-DATE          TO PRT-CR-DATE
           INITIALIZE FILE-WRITE-CR
           MOVE PRT-CR-HEAD TO FILE-WRITE-CR
           WRITE FILE-WRITE-CR.
           PERFORM 9210-CR-CHECK-START THRU 9210-CR-CHECK-END.
           MOVE PRT-STARS TO FILE-WRITE-CR
           WRITE FILE-WRITE-CR.
           PERFORM 9210-CR-CHECK-START THRU 9210-CR-CHECK-END.

           SET IDX-FIC TO 1.
           PERFORM WS-FIC-NB TIMES
               IF WS-FIC-EMETTEUR(IDX-FIC) EQUAL WS-CRA-CODE(IDX-CRA)
                OR (WS-FIC-EMETTEUR(IDX-FIC) EQUAL SPACE
                    AND WS-CRA-CODE(IDX-CRA) EQUAL 'NONIDENT')
                   PERFORM 7343-CR-FICHIER-START
                       THRU 7343-CR-FICHIER-END
               END-IF
               SET IDX-FIC UP BY 1
           END-PERFORM.

           SET IDX-MNQ TO 1.
           PERFORM WS-MNQ-NB TIMES
               IF WS-MNQ-CODE(IDX-MNQ) EQUAL WS-CRA-CODE(IDX-CRA)
                   INITIALIZE FILE-WRITE-CR
                   MOVE PRT-CR-MNQ-LINE TO FILE-WRITE-CR
                   WRITE FILE-WRITE-CR
                   PERFORM 9210-CR-CHECK-START
                       THRU 9210-CR-CHECK-END
               END-IF
               SET IDX-MNQ UP BY 1
           END-PERFORM.

           IF WS-CRA-FIC-NB = 0
               GO TO 7342-CR-AGENCE-FERME
           END-IF.

           MOVE PRT-STARS TO FILE-WRITE-CR
           WRITE FILE-WRITE-CR.
           PERFORM 9210-CR-CHECK-START THRU 9210-CR-CHECK-END.

           OPEN INPUT CR-DETAIL.
           PERFORM 9200-CR-DETAIL-CHECK-START
               THRU 9200-CR-DETAIL-CHECK-END.
           PERFORM UNTIL CR-DETAIL-STATUS-EOF
               READ CR-DETAIL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CRD-AGENCE EQUAL WS-CRA-CODE(IDX-CRA)
                           PERFORM 7344-CR-DETAIL-START
                               THRU 7344-CR-DETAIL-END
                       END-IF
               END-READ
               PERFORM 9200-CR-DETAIL-CHECK-START
                   THRU 9200-CR-DETAIL-CHECK-END
           END-PERFORM.
           CLOSE CR-DETAIL.
           PERFORM 9200-CR-DETAIL-CHECK-START
               THRU 9200-CR-DETAIL-CHECK-END.

           SET IDX-AGE TO 1.
           PERFORM WS-AGE-NB TIMES
               IF WS-AGE-CODE(IDX-AGE) EQUAL WS-CRA-CODE(IDX-CRA)
                   MOVE WS-AGE-COUNT(IDX-AGE) TO WS-CRA-RETENU
                   MOVE WS-AGE-SOMME(IDX-AGE) TO WS-CRA-SOMME
               END-IF
               SET IDX-AGE UP BY 1
           END-PERFORM.

           MOVE PRT-STARS TO FILE-WRITE-CR
           WRITE FILE-WRITE-CR.
           PERFORM 9210-CR-CHECK-START THRU 9210-CR-CHECK-END.

           MOVE 'Lignes lues (fichiers acceptes) = ' TO PRT-CRC-LIB
           MOVE WS-CRA-LUS TO PRT-CRC-NB
           PERFORM 7345-CR-CPT-WRITE-START THRU 7345-CR-CPT-WRITE-END.
           MOVE 'Lignes acceptees                = ' TO PRT-CRC-LIB
           MOVE WS-CRA-RETENU TO PRT-CRC-NB
           PERFORM 7345-CR-CPT-WRITE-START THRU 7345-CR-CPT-WRITE-END.
           MOVE 'Lignes en anomalie              = ' TO PRT-CRC-LIB
           MOVE WS-CRA-ANOM TO PRT-CRC-NB
           PERFORM 7345-CR-CPT-WRITE-START THRU 7345-CR-CPT-WRITE-END.
           MOVE 'Lignes en doublon               = ' TO PRT-CRC-LIB
           MOVE WS-CRA-DOUBL TO PRT-CRC-NB
           PERFORM 7345-CR-CPT-WRITE-START THRU 7345-CR-CPT-WRITE-END.

           MOVE WS-CRA-SOMME TO PRT-CRS-SOMME
           INITIALIZE FILE-WRITE-CR
           MOVE PRT-CR-SOMME-LINE TO FILE-WRITE-CR
           WRITE FILE-WRITE-CR.
           PERFORM 9210-CR-CHECK-START THRU 9210-CR-CHECK-END.

       7342-CR-AGENCE-FERME.

           MOVE PRT-STARS TO FILE-WRITE-CR
           WRITE FILE-WRITE-CR.
           PERFORM 9210-CR-CHECK-START THRU 9210-CR-CHECK-END.

           CLOSE COMPTE-RENDU.
           PERFORM 9210-CR-CHECK-START THRU 9210-CR-CHECK-END.

       7342-CR-AGENCE-END.
           EXIT.

      ******************************************************************
      *    Ligne de sort d'un fichier de l'agence (IDX-FIC) ; seuls
      *    les fichiers acceptes entrent dans les compteurs, sans
      *    fichier accepte le compte rendu s'arrete aux refus.
       7343-CR-FICHIER-START.

           MOVE WS-FIC-NOM(IDX-FIC) TO PRT-CRF-NOM
           MOVE WS-FIC-LUS(IDX-FIC) TO PRT-CRF-LUS
           IF WS-FIC-ACCEPTE(IDX-FIC) EQUAL 'O'
               MOVE 'ACCEPTE' TO PRT-CRF-SORT
               MOVE SPACE     TO PRT-CRF-MOTIF-LIB
               MOVE SPACE     TO PRT-CRF-MOTIF
               ADD 1 TO WS-CRA-FIC-NB
               ADD WS-FIC-LUS(IDX-FIC) TO WS-CRA-LUS
           ELSE
               MOVE 'REFUSE'  TO PRT-CRF-SORT
               MOVE ' - MOTIF : ' TO PRT-CRF-MOTIF-LIB
               MOVE WS-FIC-MOTIF(IDX-FIC) TO PRT-CRF-MOTIF
           END-IF
           INITIALIZE FILE-WRITE-CR
           MOVE PRT-CR-FIC-LINE TO FILE-WRITE-CR
           WRITE FILE-WRITE-CR.
           PERFORM 9210-CR-CHECK-START THRU 9210-CR-CHECK-END.

       7343-CR-FICHIER-END.
           EXIT.

      ******************************************************************
      *    Ligne en anomalie ou en doublon de l'agence, telle qu'ecrite
      *    dans anomalies.dat ou rejets.dat.
       7344-CR-DETAIL-START.

           IF CRD-TYPE EQUAL 'A'
               ADD 1 TO WS-CRA-ANOM
               MOVE 'ANOMALIE : ' TO PRT-CRD-LIB
           ELSE
               ADD 1 TO WS-CRA-DOUBL
               MOVE 'DOUBLON  : ' TO PRT-CRD-LIB
           END-IF
           MOVE CRD-LIGNE TO PRT-CRD-LIGNE
           INITIALIZE FILE-WRITE-CR
           MOVE PRT-CR-DET-LINE TO FILE-WRITE-CR
           WRITE FILE-WRITE-CR.
           PERFORM 9210-CR-CHECK-START THRU 9210-CR-CHECK-END.

       7344-CR-DETAIL-END.
           EXIT.

      ******************************************************************
       7345-CR-CPT-WRITE-START.

           INITIALIZE FILE-WRITE-CR
           MOVE PRT-CR-CPT-LINE TO FILE-WRITE-CR
           WRITE FILE-WRITE-CR.
           PERFORM 9210-CR-CHECK-START THRU 9210-CR-CHECK-END.

       7345-CR-CPT-WRITE-END.
           EXIT.

      ******************************************************************
       7200-WRITE-START.

