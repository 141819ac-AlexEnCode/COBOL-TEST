      ******************************************************************
      *                                                                *
      *      Controle d'integrite et reconstruction du maitre          *
      *      datassur.mst.                                             *
      *                                                                *
      *      L'etat attendu de chaque contrat est reconstitue a partir *
      *      de la sauvegarde sequentielle datassur.sav.AAAAMMJJ       *
      *      (datassur-sauve, date saisie au lancement, facultative)   *
      *      puis de l'historique datassur.his rejoue dans l'ordre     *
      *      chronologique pour les seuls changements posterieurs a    *
      *      la sauvegarde : chaque evenement porte l'image apres      *
      *      changement, qui devient l'etat attendu. Une ligne         *
      *      d'historique ancienne, sans image apres, ne donne que     *
      *      l'etat d'avant son changement : le contrat est alors dit  *
      *      incomplet.                                                *
      *                                                                *
      *      Cet etat attendu est rapproche du maitre : contrats       *
      *      manquants, en trop, ou de contenu different (donnees du   *
      *      contrat, date de mise a jour, statut et resiliation). Les *
      *      zones de suivi (encaissement, fractionnement, appels,     *
      *      relance) tenues par datassur-regl, -appel et -relance     *
      *      sans historique sont signalees a part, a titre            *
      *      d'information. Chaque changement rejoue doit partir de    *
      *      l'etat attendu (image avant identique) : sinon la chaine  *
      *      est rompue. Enfin chaque ligne du datassur.uniq du jour   *
      *      doit se retrouver au maitre (sauf periode anterieure,     *
      *      ignoree par datassur-maj).                                *
      *                                                                *
      *      Mode CONTROLE : etat des ecarts integrite-ecarts.dat.     *
      *      Mode RECONSTRUCTION : meme etat, plus un nouveau maitre   *
      *      datassur.mst.rec bati sur l'etat attendu (un contrat      *
      *      incomplet y reprend l'enregistrement du maitre actuel     *
      *      s'il existe). Les zones de suivi, non historisees, y      *
      *      sont reprises du maitre actuel quand il les porte sous    *
      *      une forme lisible ; a defaut le contrat est signale       *
      *      SUIVI NON RECUPERABLE (encaissements, appels et relances  *
      *      a ressaisir). Le nouveau maitre ne remplace datassur.mst  *
      *      qu'apres validation de l'etat des ecarts.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datassur-integ.
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

           SELECT SAUVE-FILE ASSIGN TO DYNAMIC WS-SAUVE-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS SAUVE-STATUS.

           SELECT HISTO-FILE ASSIGN TO 'datassur.his'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HISTO-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'datassur.mst'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS MASTER-STATUS.

           SELECT UNIQUE-FILE ASSIGN TO 'datassur.uniq'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS UNIQUE-STATUS.

           SELECT NOUVEAU-FILE ASSIGN TO 'datassur.mst.rec'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NOU-NUMBER
           FILE STATUS IS NOUVEAU-STATUS.

           SELECT ETAT-ECARTS ASSIGN TO 'integrite-ecarts.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ETAT-STATUS.

           SELECT JOURNAL-EXPL ASSIGN TO 'exploitation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT SORT-HISTO ASSIGN TO 'insortwk.tmp'.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    Sauvegarde du maitre, enregistrements recopies tels quels
      *    dans l'ordre des numeros.
       FD SAUVE-FILE
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-SAUVE               PIC X(200).

      *    Historique cumulatif des contrats, meme format que dans
      *    datassur-maj : evenement, date, image avant changement puis
      *    image apres changement (a blanc sur les lignes anciennes).
       FD HISTO-FILE
           RECORD CONTAINS 412 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-HISTO.
        02 HIS-EVENEMENT               PIC X(01).
        02 HIS-SEP1                    PIC X(01).
        02 HIS-DATE-MAJ                PIC X(08).
        02 HIS-SEP2                    PIC X(01).
        02 HIS-IMAGE                   PIC X(200).
        02 HIS-SEP3                    PIC X(01).
        02 HIS-APRES                   PIC X(200).

       FD MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 FILE-REC-MASTER.
        02 MST-NUMBER                  PIC X(08).
        02 FILLER                      PIC X(192).

       FD UNIQUE-FILE
           RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-UNIQUE              PIC X(130).

      *    Maitre reconstruit, meme format que datassur.mst.
       FD NOUVEAU-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 FILE-REC-NOUVEAU.
        02 NOU-NUMBER                  PIC X(08).
        02 FILLER                      PIC X(192).

       FD ETAT-ECARTS
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

      *    Historique trie par numero de contrat, le rang de lecture
      *    conservant l'ordre chronologique des evenements d'un meme
      *    contrat.
       SD SORT-HISTO.

       01 SD-HIS-RECORD.
           05 SD-HIS-NUMBER      PIC X(08).
           05 SD-HIS-RANG        PIC 9(09).
           05 SD-HIS-REC.
              10 SD-HIS-EVENEMENT PIC X(01).
              10 FILLER           PIC X(01).
              10 SD-HIS-DATE-MAJ  PIC X(08).
              10 FILLER           PIC X(01).
              10 SD-HIS-IMAGE     PIC X(200).
              10 FILLER           PIC X(01).
              10 SD-HIS-APRES     PIC X(200).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  SAUVE-STATUS            PIC X(02) VALUE SPACE.
           88 SAUVE-STATUS-OK      VALUE '00'.
           88 SAUVE-STATUS-EOF     VALUE '10'.
           88 SAUVE-STATUS-NOTFOUND VALUE '35'.

       01  HISTO-STATUS            PIC X(02) VALUE SPACE.
           88 HISTO-STATUS-OK      VALUE '00'.
           88 HISTO-STATUS-EOF     VALUE '10'.
           88 HISTO-STATUS-NOTFOUND VALUE '35'.

       01  MASTER-STATUS           PIC X(02) VALUE SPACE.
           88 MASTER-STATUS-OK     VALUE '00'.
           88 MASTER-STATUS-EOF    VALUE '10'.
           88 MASTER-STATUS-NOTFOUND VALUE '35'.

       01  UNIQUE-STATUS           PIC X(02) VALUE SPACE.
           88 UNIQUE-STATUS-OK     VALUE '00'.
           88 UNIQUE-STATUS-EOF    VALUE '10'.
           88 UNIQUE-STATUS-NOTFOUND VALUE '35'.

       01  NOUVEAU-STATUS          PIC X(02) VALUE SPACE.
           88 NOUVEAU-STATUS-OK    VALUE '00'.
           88 NOUVEAU-STATUS-EOF   VALUE '10'.

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

       01  WS-MODE                 PIC X(14) VALUE SPACE.
           88 WS-MODE-CONTROLE     VALUE 'CONTROLE'.
           88 WS-MODE-RECONST      VALUE 'RECONSTRUCTION'.

      *    Sauvegarde de depart : date saisie (a blanc, aucune
      *    sauvegarde, tout l'historique est rejoue).
       01  WS-SAUVE-DATE-X         PIC X(08) VALUE SPACE.
       01  WS-SAUVE-DATE           PIC 9(08) VALUE ZERO.
       01  WS-SAUVE-FILENAME       PIC X(30) VALUE SPACE.
       01  WS-SAUVE-PRESENTE       PIC X(01) VALUE 'N'.
           88 WS-SAUVE-IS-PRESENTE VALUE 'O'.

       01  WS-MST-OUVERT           PIC X(01) VALUE 'N'.
           88 WS-MST-IS-OUVERT     VALUE 'O'.
       01  WS-UNQ-OUVERT           PIC X(01) VALUE 'N'.
           88 WS-UNQ-IS-OUVERT     VALUE 'O'.

      *    Cle courante de chacun des quatre fichiers rapproches, a
      *    HIGH-VALUES une fois le fichier epuise.
       01  WS-KEY-SAV              PIC X(08) VALUE HIGH-VALUES.
       01  WS-KEY-HIS              PIC X(08) VALUE HIGH-VALUES.
       01  WS-KEY-MST              PIC X(08) VALUE HIGH-VALUES.
       01  WS-KEY-UNQ              PIC X(08) VALUE HIGH-VALUES.
       01  WS-KEY-COUR             PIC X(08) VALUE SPACE.
       01  WS-PREV-SAV             PIC X(08) VALUE LOW-VALUES.
       01  WS-PREV-UNQ             PIC X(08) VALUE LOW-VALUES.
       01  WS-PREV-MST             PIC X(08) VALUE LOW-VALUES.

       01  WS-HIS-RANG             PIC 9(09) VALUE ZERO.
       01  WS-HIS-SORT-EOF         PIC X(01) VALUE 'N'.
           88 WS-HIS-SORT-IS-EOF   VALUE 'Y'.

      *    Etat attendu du contrat courant.
       01  WS-ATT-IMAGE            PIC X(200) VALUE SPACE.
       01  WS-ATT-CONNU            PIC X(01) VALUE 'N'.
           88 WS-ATT-IS-CONNU      VALUE 'O'.
       01  WS-ATT-COMPLET          PIC X(01) VALUE 'N'.
           88 WS-ATT-IS-COMPLET    VALUE 'O'.
       01  WS-SUIVI-LISIBLE        PIC X(01) VALUE 'N'.
           88 WS-SUIVI-IS-LISIBLE  VALUE 'O'.

      *    Enregistrements du maitre, de la sauvegarde et de la ligne
      *    du jour pour le contrat courant.
       01  WS-SAV-IMAGE            PIC X(200) VALUE SPACE.
       01  WS-MST-IMAGE            PIC X(200) VALUE SPACE.
       01  WS-MST-PRESENT          PIC X(01) VALUE 'N'.
           88 WS-MST-IS-PRESENT    VALUE 'O'.
       01  WS-UNQ-REC              PIC X(130) VALUE SPACE.
       01  WS-UNQ-PRESENT          PIC X(01) VALUE 'N'.
           88 WS-UNQ-IS-PRESENT    VALUE 'O'.

      *    Vues de comparaison d'une image du maitre : donnees du
      *    contrat, date de mise a jour, statut et resiliation d'un
      *    cote, zones de suivi de l'autre.
       01  WS-CMP-A                PIC X(200) VALUE SPACE.
       01  WS-CMP-A-R REDEFINES WS-CMP-A.
           03 WS-CMP-A-CONTRAT     PIC X(139).
           03 FILLER               PIC X(01).
           03 WS-CMP-A-PAIE        PIC X(11).
           03 WS-CMP-A-STATUT      PIC X(10).
           03 WS-CMP-A-SUIVI       PIC X(16).
           03 FILLER               PIC X(23).
       01  WS-CMP-B                PIC X(200) VALUE SPACE.
       01  WS-CMP-B-R REDEFINES WS-CMP-B.
           03 WS-CMP-B-CONTRAT     PIC X(139).
           03 FILLER               PIC X(01).
           03 WS-CMP-B-PAIE        PIC X(11).
           03 WS-CMP-B-STATUT      PIC X(10).
           03 WS-CMP-B-SUIVI       PIC X(16).
           03 FILLER               PIC X(23).
       01  WS-CMP-RESULTAT         PIC X(01) VALUE SPACE.
           88 WS-CMP-IDENTIQUE     VALUE 'I'.
           88 WS-CMP-CONTENU       VALUE 'C'.
           88 WS-CMP-SUIVI         VALUE 'S'.

       01  WS-ECART-MOTIF          PIC X(50) VALUE SPACE.
       01  WS-ECART-DETAIL         PIC X(60) VALUE SPACE.
       01  WS-ECART-LIB-1          PIC X(10) VALUE SPACE.
       01  WS-ECART-IMAGE-1        PIC X(200) VALUE SPACE.
       01  WS-ECART-LIB-2          PIC X(10) VALUE SPACE.
       01  WS-ECART-IMAGE-2        PIC X(200) VALUE SPACE.

       01  WS-HIS-LU-NB            PIC 9(07) VALUE ZERO.
       01  WS-HIS-INVALIDE-NB      PIC 9(07) VALUE ZERO.
       01  WS-HIS-ANTERIEUR-NB     PIC 9(07) VALUE ZERO.
       01  WS-HIS-REJOUE-NB        PIC 9(07) VALUE ZERO.
       01  WS-SAV-NB               PIC 9(07) VALUE ZERO.
       01  WS-MST-NB               PIC 9(07) VALUE ZERO.
       01  WS-UNQ-NB               PIC 9(07) VALUE ZERO.
       01  WS-ATTENDU-NB           PIC 9(07) VALUE ZERO.
       01  WS-CONFORME-NB          PIC 9(07) VALUE ZERO.
       01  WS-MANQUANT-NB          PIC 9(07) VALUE ZERO.
       01  WS-TROP-NB              PIC 9(07) VALUE ZERO.
       01  WS-CONTENU-NB           PIC 9(07) VALUE ZERO.
       01  WS-SUIVI-NB             PIC 9(07) VALUE ZERO.
       01  WS-INCOMPLET-NB         PIC 9(07) VALUE ZERO.
       01  WS-RUPTURE-NB           PIC 9(07) VALUE ZERO.
       01  WS-UNQ-ECART-NB         PIC 9(07) VALUE ZERO.
       01  WS-REC-NB               PIC 9(07) VALUE ZERO.
       01  WS-SUIVI-PERDU-NB       PIC 9(07) VALUE ZERO.
       01  WS-ECART-TOTAL-NB       PIC 9(07) VALUE ZERO.

       01  PRT-STARS            PIC X(125)  VALUE ALL "*".
       01  PRT-TITLE            PIC X(43)
           VALUE "CONTROLE D'INTEGRITE DU MAITRE DATASSUR.MST".

       01  PRT-ENTETE-LINE.
           03 FILLER            PIC X(07) VALUE 'MODE : '.
           03 PRT-ENT-MODE      PIC X(14) VALUE SPACE.
           03 FILLER            PIC X(16) VALUE '   SAUVEGARDE : '.
           03 PRT-ENT-SAUVE     PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(16) VALUE '   TRAITE LE : '.
           03 PRT-ENT-RUN-DATE  PIC 9(08) VALUE ZERO.

       01  PRT-ECART-LINE.
           03 PRT-ECA-NUMBER    PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-ECA-MOTIF     PIC X(50) VALUE SPACE.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-ECA-DETAIL    PIC X(60) VALUE SPACE.

       01  PRT-IMAGE-LINE.
           03 FILLER            PIC X(04) VALUE SPACE.
           03 PRT-IMG-LIB       PIC X(10) VALUE SPACE.
           03 PRT-IMG-IMAGE     PIC X(177) VALUE SPACE.

       01  PRT-COMPTE-LINE.
           03 PRT-CPT-LIB       PIC X(46) VALUE SPACE.
           03 PRT-CPT-NB        PIC ZZZZZZ9 VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.


           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           MOVE 'datassur-integ' TO WS-JRN-PROG.
           PERFORM 8000-JOURNAL-DEB-START THRU 8000-JOURNAL-DEB-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           DISPLAY 'MODE (CONTROLE OU RECONSTRUCTION) : '
               WITH NO ADVANCING.
           ACCEPT WS-MODE.
           IF NOT WS-MODE-CONTROLE AND NOT WS-MODE-RECONST
               DISPLAY '*** MODE INVALIDE : ' WS-MODE ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'DATE DE LA SAUVEGARDE DE DEPART (AAAAMMJJ, '
               'A BLANC SI AUCUNE) : ' WITH NO ADVANCING.
           ACCEPT WS-SAUVE-DATE-X.
           IF WS-SAUVE-DATE-X NOT EQUAL SPACE
               IF WS-SAUVE-DATE-X IS NOT NUMERIC
                   DISPLAY '*** DATE INVALIDE : ' WS-SAUVE-DATE-X
                       ' ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-SAUVE-DATE-X TO WS-SAUVE-DATE
               MOVE 'O' TO WS-SAUVE-PRESENTE
               STRING 'datassur.sav.'  DELIMITED BY SIZE
                      WS-SAUVE-DATE-X  DELIMITED BY SIZE
                   INTO WS-SAUVE-FILENAME
               END-STRING
           END-IF.

           PERFORM 7800-INTEG-OPEN-START THRU 7800-INTEG-OPEN-END.

           MOVE ZERO TO WS-HIS-RANG.
           MOVE 'N'  TO WS-HIS-SORT-EOF.

           SORT SORT-HISTO
               ON ASCENDING KEY SD-HIS-NUMBER
               ON ASCENDING KEY SD-HIS-RANG
               INPUT PROCEDURE IS 7810-HISTO-INPUT-START
                   THRU 7810-HISTO-INPUT-END
               OUTPUT PROCEDURE IS 7830-RAPPROCHE-START
                   THRU 7830-RAPPROCHE-END.

           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERREUR SORT : SORT-RETURN = ' SORT-RETURN
                   ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 7890-INTEG-CLOSE-START THRU 7890-INTEG-CLOSE-END.

           ADD WS-MANQUANT-NB  TO WS-ECART-TOTAL-NB.
           ADD WS-TROP-NB      TO WS-ECART-TOTAL-NB.
           ADD WS-CONTENU-NB   TO WS-ECART-TOTAL-NB.
           ADD WS-INCOMPLET-NB TO WS-ECART-TOTAL-NB.
           ADD WS-RUPTURE-NB   TO WS-ECART-TOTAL-NB.
           ADD WS-UNQ-ECART-NB TO WS-ECART-TOTAL-NB.
           ADD WS-HIS-INVALIDE-NB TO WS-ECART-TOTAL-NB.
           ADD WS-SUIVI-PERDU-NB  TO WS-ECART-TOTAL-NB.
           IF WS-ECART-TOTAL-NB > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY 'CONTROLE D INTEGRITE DU MAITRE LE ' WS-RUN-DATE
               ' - MODE ' WS-MODE.
           DISPLAY 'LIGNES HISTORIQUE LUES    = ' WS-HIS-LU-NB.
           DISPLAY 'LIGNES HISTORIQUE REJOUEES= ' WS-HIS-REJOUE-NB.
           DISPLAY 'CONTRATS ATTENDUS         = ' WS-ATTENDU-NB.
           DISPLAY 'CONTRATS DU MAITRE        = ' WS-MST-NB.
           DISPLAY 'CONTRATS CONFORMES        = ' WS-CONFORME-NB.
           DISPLAY 'ECARTS A EXAMINER         = ' WS-ECART-TOTAL-NB.
           DISPLAY 'ECARTS DE SUIVI (INFO)    = ' WS-SUIVI-NB.
           IF WS-MODE-RECONST
               DISPLAY 'NOUVEAU MAITRE datassur.mst.rec : '
                   WS-REC-NB ' CONTRAT(S), A VALIDER AVANT BASCULE'
               DISPLAY 'SUIVI NON RECUPERABLE     = ' WS-SUIVI-PERDU-NB
           END-IF.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING WS-MODE(1:1)      DELIMITED BY SIZE
                  ';HIS='           DELIMITED BY SIZE
                  WS-HIS-LU-NB      DELIMITED BY SIZE
                  ';ATT='           DELIMITED BY SIZE
                  WS-ATTENDU-NB     DELIMITED BY SIZE
                  ';MST='           DELIMITED BY SIZE
                  WS-MST-NB         DELIMITED BY SIZE
                  ';ECARTS='        DELIMITED BY SIZE
                  WS-ECART-TOTAL-NB DELIMITED BY SIZE
                  ';SUIVI='         DELIMITED BY SIZE
                  WS-SUIVI-NB       DELIMITED BY SIZE
                  ';REC='           DELIMITED BY SIZE
                  WS-REC-NB         DELIMITED BY SIZE
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
           DISPLAY '*** ARRET ANORMAL DU CONTROLE D INTEGRITE ***'
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
       9050-SAUVE-CHECK-START.

           IF NOT (SAUVE-STATUS-OK OR SAUVE-STATUS-EOF)
               MOVE WS-SAUVE-FILENAME TO WS-ABEND-FILE
               MOVE SAUVE-STATUS      TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9050-SAUVE-CHECK-END.
           EXIT.

      ******************************************************************
       9070-UNIQUE-CHECK-START.

           IF NOT (UNIQUE-STATUS-OK OR UNIQUE-STATUS-EOF)
               MOVE 'UNIQUE-FILE'    TO WS-ABEND-FILE
               MOVE UNIQUE-STATUS    TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9070-UNIQUE-CHECK-END.
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
       9130-NOUVEAU-CHECK-START.

           IF NOT (NOUVEAU-STATUS-OK OR NOUVEAU-STATUS-EOF)
               MOVE 'NOUVEAU-FILE'   TO WS-ABEND-FILE
               MOVE NOUVEAU-STATUS   TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9130-NOUVEAU-CHECK-END.
           EXIT.

      ******************************************************************
       9140-ETAT-CHECK-START.

           IF NOT (ETAT-STATUS-OK OR ETAT-STATUS-EOF)
               MOVE 'ETAT-ECARTS'    TO WS-ABEND-FILE
               MOVE ETAT-STATUS      TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9140-ETAT-CHECK-END.
           EXIT.

      ******************************************************************
      *    Ouverture des fichiers rapproches : la sauvegarde demandee
      *    est obligatoire ; le maitre absent (perdu) se rapproche
      *    comme un maitre vide, de meme qu'un datassur.uniq absent
      *    (aucune livraison ce jour-la).
       7800-INTEG-OPEN-START.

           IF WS-SAUVE-IS-PRESENTE
               OPEN INPUT SAUVE-FILE
               IF SAUVE-STATUS-NOTFOUND
                   DISPLAY '*** FICHIER '
                       FUNCTION TRIM(WS-SAUVE-FILENAME)
                       ' ABSENT : SAUVEGARDE DE DEPART INTROUVABLE ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 9050-SAUVE-CHECK-START
                   THRU 9050-SAUVE-CHECK-END
               PERFORM 7820-SAV-LIRE-START THRU 7820-SAV-LIRE-END
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS-NOTFOUND
               DISPLAY 'FICHIER datassur.mst ABSENT : RAPPROCHE '
                   'COMME UN MAITRE VIDE'
           ELSE
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
               MOVE 'O' TO WS-MST-OUVERT
               PERFORM 7824-MST-LIRE-START THRU 7824-MST-LIRE-END
           END-IF.

           OPEN INPUT UNIQUE-FILE.
           IF UNIQUE-STATUS-NOTFOUND
               DISPLAY 'FICHIER datassur.uniq ABSENT : PAS DE '
                   'RAPPROCHEMENT AVEC LES LIGNES DU JOUR'
           ELSE
               PERFORM 9070-UNIQUE-CHECK-START
                   THRU 9070-UNIQUE-CHECK-END
               MOVE 'O' TO WS-UNQ-OUVERT
               PERFORM 7826-UNQ-LIRE-START THRU 7826-UNQ-LIRE-END
           END-IF.

           IF WS-MODE-RECONST
               OPEN OUTPUT NOUVEAU-FILE
               PERFORM 9130-NOUVEAU-CHECK-START
                   THRU 9130-NOUVEAU-CHECK-END
           END-IF.

           OPEN OUTPUT ETAT-ECARTS.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-TITLE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.
           MOVE WS-MODE TO PRT-ENT-MODE
           IF WS-SAUVE-IS-PRESENTE
               MOVE WS-SAUVE-DATE-X TO PRT-ENT-SAUVE
           ELSE
               MOVE 'AUCUNE'        TO PRT-ENT-SAUVE
           END-IF
           MOVE WS-RUN-DATE TO PRT-ENT-RUN-DATE
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-ENTETE-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.
           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

       7800-INTEG-OPEN-END.
           EXIT.

      ******************************************************************
      *    Entree du tri : l'historique dans son ordre d'ecriture
      *    (chronologique), numerote ; les lignes deja couvertes par
      *    la sauvegarde de depart ne sont pas rejouees, une ligne
      *    illisible est signalee dans l'etat des ecarts.
       7810-HISTO-INPUT-START.

           OPEN INPUT HISTO-FILE.
           IF HISTO-STATUS-NOTFOUND
               DISPLAY 'FICHIER datassur.his ABSENT : AUCUN '
                   'CHANGEMENT A REJOUER'
               GO TO 7810-HISTO-INPUT-END
           END-IF.
           PERFORM 9120-HISTO-CHECK-START THRU 9120-HISTO-CHECK-END.

           PERFORM UNTIL HISTO-STATUS-EOF
               READ HISTO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 7812-HISTO-UNE-START
                           THRU 7812-HISTO-UNE-END
               END-READ
               PERFORM 9120-HISTO-CHECK-START
                   THRU 9120-HISTO-CHECK-END
           END-PERFORM.

           CLOSE HISTO-FILE.
           PERFORM 9120-HISTO-CHECK-START THRU 9120-HISTO-CHECK-END.

       7810-HISTO-INPUT-END.
           EXIT.

      ******************************************************************
       7812-HISTO-UNE-START.

           ADD 1 TO WS-HIS-LU-NB.

           IF (HIS-EVENEMENT NOT EQUAL 'C'
            AND HIS-EVENEMENT NOT EQUAL 'M'
            AND HIS-EVENEMENT NOT EQUAL 'R'
            AND HIS-EVENEMENT NOT EQUAL 'E'
            AND HIS-EVENEMENT NOT EQUAL 'A'
            AND HIS-EVENEMENT NOT EQUAL 'N')
            OR HIS-DATE-MAJ IS NOT NUMERIC
            OR HIS-IMAGE(1:8) EQUAL SPACE
               ADD 1 TO WS-HIS-INVALIDE-NB
               MOVE HIS-IMAGE(1:8) TO PRT-ECA-NUMBER
               MOVE 'LIGNE D HISTORIQUE ILLISIBLE, NON REJOUEE'
                   TO WS-ECART-MOTIF
               MOVE SPACE TO WS-ECART-DETAIL
               STRING 'RANG '       DELIMITED BY SIZE
                      WS-HIS-LU-NB  DELIMITED BY SIZE
                   INTO WS-ECART-DETAIL
               END-STRING
               MOVE SPACE TO WS-ECART-LIB-1
               MOVE SPACE TO WS-ECART-LIB-2
               PERFORM 7880-ECART-WRITE-START
                   THRU 7880-ECART-WRITE-END
               GO TO 7812-HISTO-UNE-END
           END-IF.

           IF WS-SAUVE-IS-PRESENTE
            AND HIS-DATE-MAJ NOT > WS-SAUVE-DATE-X
               ADD 1 TO WS-HIS-ANTERIEUR-NB
               GO TO 7812-HISTO-UNE-END
           END-IF.

           ADD 1 TO WS-HIS-RANG.
           MOVE HIS-IMAGE(1:8) TO SD-HIS-NUMBER.
           MOVE WS-HIS-RANG    TO SD-HIS-RANG.
           MOVE FILE-REC-HISTO TO SD-HIS-REC.
           RELEASE SD-HIS-RECORD.

       7812-HISTO-UNE-END.
           EXIT.

      ******************************************************************
      *    Lectures des quatre fichiers rapproches : chacun doit etre
      *    dans l'ordre croissant des numeros, sa cle passe a
      *    HIGH-VALUES en fin de fichier.
       7820-SAV-LIRE-START.

           READ SAUVE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-KEY-SAV
               NOT AT END
                   ADD 1 TO WS-SAV-NB
                   MOVE FILE-REC-SAUVE TO WS-SAV-IMAGE
                   MOVE FILE-REC-SAUVE(1:8) TO WS-KEY-SAV
                   IF WS-KEY-SAV NOT > WS-PREV-SAV
                       DISPLAY '*** SAUVEGARDE HORS SEQUENCE AU '
                           'NUMERO ' WS-KEY-SAV ' ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-KEY-SAV TO WS-PREV-SAV
           END-READ.
           PERFORM 9050-SAUVE-CHECK-START THRU 9050-SAUVE-CHECK-END.

       7820-SAV-LIRE-END.
           EXIT.

      ******************************************************************
       7822-HIS-LIRE-START.

           RETURN SORT-HISTO
               AT END
                   MOVE 'Y' TO WS-HIS-SORT-EOF
                   MOVE HIGH-VALUES TO WS-KEY-HIS
               NOT AT END
                   MOVE SD-HIS-NUMBER TO WS-KEY-HIS
           END-RETURN.

       7822-HIS-LIRE-END.
           EXIT.

      ******************************************************************
       7824-MST-LIRE-START.

           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-KEY-MST
               NOT AT END
                   ADD 1 TO WS-MST-NB
                   MOVE FILE-REC-MASTER TO WS-MST-IMAGE
                   MOVE MST-NUMBER TO WS-KEY-MST
                   IF WS-KEY-MST NOT > WS-PREV-MST
                       DISPLAY '*** MAITRE HORS SEQUENCE AU '
                           'NUMERO ' WS-KEY-MST ' ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-KEY-MST TO WS-PREV-MST
           END-READ.
           PERFORM 9110-MASTER-CHECK-START THRU 9110-MASTER-CHECK-END.

       7824-MST-LIRE-END.
           EXIT.

      ******************************************************************
       7826-UNQ-LIRE-START.

           READ UNIQUE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-KEY-UNQ
               NOT AT END
                   ADD 1 TO WS-UNQ-NB
                   MOVE FILE-REC-UNIQUE TO WS-UNQ-REC
                   MOVE FILE-REC-UNIQUE(1:8) TO WS-KEY-UNQ
                   IF WS-KEY-UNQ NOT > WS-PREV-UNQ
                       DISPLAY '*** datassur.uniq HORS SEQUENCE AU '
                           'NUMERO ' WS-KEY-UNQ ' ***'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-KEY-UNQ TO WS-PREV-UNQ
           END-READ.
           PERFORM 9070-UNIQUE-CHECK-START THRU 9070-UNIQUE-CHECK-END.

       7826-UNQ-LIRE-END.
           EXIT.

      ******************************************************************
      *    Sortie du tri : rapprochement par numero de la sauvegarde,
      *    de l'historique trie, du maitre et des lignes du jour, un
      *    contrat a la fois, le plus petit numero en tete.
       7830-RAPPROCHE-START.

           PERFORM 7822-HIS-LIRE-START THRU 7822-HIS-LIRE-END.

           PERFORM UNTIL WS-KEY-SAV EQUAL HIGH-VALUES
                     AND WS-KEY-HIS EQUAL HIGH-VALUES
                     AND WS-KEY-MST EQUAL HIGH-VALUES
                     AND WS-KEY-UNQ EQUAL HIGH-VALUES
               PERFORM 7832-CONTRAT-START THRU 7832-CONTRAT-END
           END-PERFORM.

       7830-RAPPROCHE-END.
           EXIT.

      ******************************************************************
       7832-CONTRAT-START.

           MOVE WS-KEY-SAV TO WS-KEY-COUR.
           IF WS-KEY-HIS < WS-KEY-COUR
               MOVE WS-KEY-HIS TO WS-KEY-COUR
           END-IF.
           IF WS-KEY-MST < WS-KEY-COUR
               MOVE WS-KEY-MST TO WS-KEY-COUR
           END-IF.
           IF WS-KEY-UNQ < WS-KEY-COUR
               MOVE WS-KEY-UNQ TO WS-KEY-COUR
           END-IF.

           MOVE SPACE TO WS-ATT-IMAGE.
           MOVE 'N'   TO WS-ATT-CONNU.
           MOVE 'N'   TO WS-ATT-COMPLET.
           MOVE 'N'   TO WS-MST-PRESENT.
           MOVE 'N'   TO WS-UNQ-PRESENT.

           IF WS-KEY-SAV EQUAL WS-KEY-COUR
               MOVE WS-SAV-IMAGE TO WS-ATT-IMAGE
               MOVE 'O' TO WS-ATT-CONNU
               MOVE 'O' TO WS-ATT-COMPLET
               PERFORM 7820-SAV-LIRE-START THRU 7820-SAV-LIRE-END
           END-IF.

           PERFORM UNTIL WS-KEY-HIS NOT EQUAL WS-KEY-COUR
               PERFORM 7834-EVENEMENT-START
                   THRU 7834-EVENEMENT-END
               PERFORM 7822-HIS-LIRE-START THRU 7822-HIS-LIRE-END
           END-PERFORM.

           IF WS-KEY-MST EQUAL WS-KEY-COUR
               MOVE 'O' TO WS-MST-PRESENT
           END-IF.
           IF WS-KEY-UNQ EQUAL WS-KEY-COUR
               MOVE 'O' TO WS-UNQ-PRESENT
           END-IF.

           PERFORM 7840-COMPARE-START THRU 7840-COMPARE-END.
           PERFORM 7850-UNIQ-CTRL-START THRU 7850-UNIQ-CTRL-END.
           IF WS-MODE-RECONST
               PERFORM 7860-NOUVEAU-WRITE-START
                   THRU 7860-NOUVEAU-WRITE-END
           END-IF.

           IF WS-MST-IS-PRESENT
               PERFORM 7824-MST-LIRE-START THRU 7824-MST-LIRE-END
           END-IF.
           IF WS-UNQ-IS-PRESENT
               PERFORM 7826-UNQ-LIRE-START THRU 7826-UNQ-LIRE-END
           END-IF.

       7832-CONTRAT-END.
           EXIT.

      ******************************************************************
      *    Un changement rejoue : il doit partir de l'etat attendu
      *    (sauf une creation, qui doit concerner un contrat encore
      *    inconnu), puis son image apres devient l'etat attendu. Sans
      *    image apres (ligne ancienne), seule l'image avant est sure :
      *    l'etat reste incomplet jusqu'au changement suivant.
       7834-EVENEMENT-START.

           ADD 1 TO WS-HIS-REJOUE-NB.

           IF SD-HIS-EVENEMENT EQUAL 'C'
               IF WS-ATT-IS-CONNU
                   MOVE 'CREATION D UN CONTRAT DEJA CONNU'
                       TO WS-ECART-MOTIF
                   PERFORM 7836-RUPTURE-START THRU 7836-RUPTURE-END
               END-IF
           ELSE
               IF WS-ATT-IS-COMPLET
                   MOVE WS-ATT-IMAGE TO WS-CMP-A
                   MOVE SD-HIS-IMAGE TO WS-CMP-B
                   IF WS-CMP-A-CONTRAT NOT EQUAL WS-CMP-B-CONTRAT
                    OR WS-CMP-A-STATUT NOT EQUAL WS-CMP-B-STATUT
                       MOVE 'RUPTURE DE CHAINE : IMAGE AVANT DIFFERENTE'
                           TO WS-ECART-MOTIF
                       PERFORM 7836-RUPTURE-START
                           THRU 7836-RUPTURE-END
                   END-IF
               END-IF
           END-IF.

           IF SD-HIS-APRES NOT EQUAL SPACE
               MOVE SD-HIS-APRES TO WS-ATT-IMAGE
               MOVE 'O' TO WS-ATT-COMPLET
           ELSE
               MOVE SD-HIS-IMAGE TO WS-ATT-IMAGE
               IF SD-HIS-EVENEMENT EQUAL 'C'
                   MOVE 'O' TO WS-ATT-COMPLET
               ELSE
                   MOVE 'N' TO WS-ATT-COMPLET
               END-IF
           END-IF.
           MOVE 'O' TO WS-ATT-CONNU.

       7834-EVENEMENT-END.
           EXIT.

      ******************************************************************
       7836-RUPTURE-START.

           ADD 1 TO WS-RUPTURE-NB.
           MOVE WS-KEY-COUR TO PRT-ECA-NUMBER.
           MOVE SPACE TO WS-ECART-DETAIL.
           STRING 'EVENEMENT '       DELIMITED BY SIZE
                  SD-HIS-EVENEMENT   DELIMITED BY SIZE
                  ' DU '             DELIMITED BY SIZE
                  SD-HIS-DATE-MAJ    DELIMITED BY SIZE
               INTO WS-ECART-DETAIL
           END-STRING.
           MOVE 'ATTENDU : '   TO WS-ECART-LIB-1.
           MOVE WS-ATT-IMAGE   TO WS-ECART-IMAGE-1.
           MOVE 'AVANT   : '   TO WS-ECART-LIB-2.
           MOVE SD-HIS-IMAGE   TO WS-ECART-IMAGE-2.
           PERFORM 7880-ECART-WRITE-START THRU 7880-ECART-WRITE-END.

       7836-RUPTURE-END.
           EXIT.

      ******************************************************************
      *    Etat attendu face au maitre.
       7840-COMPARE-START.

           IF WS-ATT-IS-CONNU
               ADD 1 TO WS-ATTENDU-NB
           END-IF.

           IF WS-ATT-IS-CONNU AND NOT WS-MST-IS-PRESENT
               ADD 1 TO WS-MANQUANT-NB
               MOVE WS-KEY-COUR TO PRT-ECA-NUMBER
               MOVE 'CONTRAT MANQUANT AU MAITRE' TO WS-ECART-MOTIF
               MOVE SPACE TO WS-ECART-DETAIL
               MOVE 'ATTENDU : ' TO WS-ECART-LIB-1
               MOVE WS-ATT-IMAGE TO WS-ECART-IMAGE-1
               MOVE SPACE TO WS-ECART-LIB-2
               PERFORM 7880-ECART-WRITE-START
                   THRU 7880-ECART-WRITE-END
               GO TO 7840-COMPARE-END
           END-IF.

           IF NOT WS-ATT-IS-CONNU AND WS-MST-IS-PRESENT
               ADD 1 TO WS-TROP-NB
               MOVE WS-KEY-COUR TO PRT-ECA-NUMBER
               MOVE 'CONTRAT EN TROP AU MAITRE (NI SAUVEGARDE NI '
                   TO WS-ECART-MOTIF
               MOVE 'HISTORIQUE)' TO WS-ECART-DETAIL
               MOVE 'MAITRE  : ' TO WS-ECART-LIB-1
               MOVE WS-MST-IMAGE TO WS-ECART-IMAGE-1
               MOVE SPACE TO WS-ECART-LIB-2
               PERFORM 7880-ECART-WRITE-START
                   THRU 7880-ECART-WRITE-END
               GO TO 7840-COMPARE-END
           END-IF.

           IF NOT WS-MST-IS-PRESENT
               GO TO 7840-COMPARE-END
           END-IF.

           MOVE WS-ATT-IMAGE TO WS-CMP-A.
           MOVE WS-MST-IMAGE TO WS-CMP-B.
           MOVE 'I' TO WS-CMP-RESULTAT.
           IF WS-CMP-A-PAIE NOT EQUAL WS-CMP-B-PAIE
            OR WS-CMP-A-SUIVI NOT EQUAL WS-CMP-B-SUIVI
               MOVE 'S' TO WS-CMP-RESULTAT
           END-IF.
           IF WS-CMP-A-CONTRAT NOT EQUAL WS-CMP-B-CONTRAT
            OR WS-CMP-A-STATUT NOT EQUAL WS-CMP-B-STATUT
               MOVE 'C' TO WS-CMP-RESULTAT
           END-IF.

           IF WS-CMP-IDENTIQUE
               ADD 1 TO WS-CONFORME-NB
               GO TO 7840-COMPARE-END
           END-IF.

           MOVE WS-KEY-COUR TO PRT-ECA-NUMBER.
           MOVE SPACE TO WS-ECART-DETAIL.
           MOVE 'ATTENDU : ' TO WS-ECART-LIB-1.
           MOVE WS-ATT-IMAGE TO WS-ECART-IMAGE-1.
           MOVE 'MAITRE  : ' TO WS-ECART-LIB-2.
           MOVE WS-MST-IMAGE TO WS-ECART-IMAGE-2.

           EVALUATE TRUE
               WHEN NOT WS-ATT-IS-COMPLET
                   ADD 1 TO WS-INCOMPLET-NB
                   MOVE 'HISTORIQUE INCOMPLET (LIGNE SANS IMAGE APRES)'
                       TO WS-ECART-MOTIF
                   IF WS-MODE-RECONST
                       MOVE 'REPRIS DU MAITRE ACTUEL'
                           TO WS-ECART-DETAIL
                   END-IF
               WHEN WS-CMP-CONTENU
                   ADD 1 TO WS-CONTENU-NB
                   MOVE 'CONTENU DIFFERENT DE L ETAT ATTENDU'
                       TO WS-ECART-MOTIF
               WHEN OTHER
                   ADD 1 TO WS-SUIVI-NB
                   MOVE 'SUIVI DIFFERENT (ENCAISSEMENT, APPELS, '
                       TO WS-ECART-MOTIF
                   MOVE 'RELANCE) - INFORMATION' TO WS-ECART-DETAIL
           END-EVALUATE.

           PERFORM 7880-ECART-WRITE-START THRU 7880-ECART-WRITE-END.

       7840-COMPARE-END.
           EXIT.

      ******************************************************************
      *    Ligne du jour face au maitre : reportee telle quelle par
      *    datassur-maj, sauf periode anterieure a celle du maitre.
       7850-UNIQ-CTRL-START.

           IF NOT WS-UNQ-IS-PRESENT
               GO TO 7850-UNIQ-CTRL-END
           END-IF.

           IF NOT WS-MST-IS-PRESENT
               ADD 1 TO WS-UNQ-ECART-NB
               MOVE WS-KEY-COUR TO PRT-ECA-NUMBER
               MOVE 'LIGNE DU JOUR ABSENTE DU MAITRE' TO WS-ECART-MOTIF
               MOVE SPACE TO WS-ECART-DETAIL
               MOVE 'LIGNE   : ' TO WS-ECART-LIB-1
               MOVE WS-UNQ-REC   TO WS-ECART-IMAGE-1
               MOVE SPACE TO WS-ECART-LIB-2
               PERFORM 7880-ECART-WRITE-START
                   THRU 7880-ECART-WRITE-END
               GO TO 7850-UNIQ-CTRL-END
           END-IF.

           IF WS-UNQ-REC(9:122) EQUAL WS-MST-IMAGE(9:122)
            OR WS-UNQ-REC(91:8) < WS-MST-IMAGE(91:8)
               GO TO 7850-UNIQ-CTRL-END
           END-IF.

           ADD 1 TO WS-UNQ-ECART-NB.
           MOVE WS-KEY-COUR TO PRT-ECA-NUMBER.
           MOVE 'LIGNE DU JOUR NON REPORTEE AU MAITRE'
               TO WS-ECART-MOTIF.
           MOVE SPACE TO WS-ECART-DETAIL.
           MOVE 'LIGNE   : ' TO WS-ECART-LIB-1.
           MOVE WS-UNQ-REC   TO WS-ECART-IMAGE-1.
           MOVE 'MAITRE  : ' TO WS-ECART-LIB-2.
           MOVE WS-MST-IMAGE TO WS-ECART-IMAGE-2.
           PERFORM 7880-ECART-WRITE-START THRU 7880-ECART-WRITE-END.

       7850-UNIQ-CTRL-END.
           EXIT.

      ******************************************************************
      *    Enregistrement du maitre reconstruit : l'etat attendu, ou
      *    pour un contrat incomplet l'enregistrement du maitre actuel
      *    quand il existe. Un contrat inconnu de la sauvegarde et de
      *    l'historique n'y figure pas (signale en trop).
      *    L'etat attendu ne porte le suivi (encaissement, appels,
      *    relance) que tel qu'a la derniere image historisee : les
      *    reglements, appels et relances posterieurs ne sont connus
      *    que du maitre actuel. Ces zones (141-150 et 162-177) y sont
      *    donc reprises quand elles sont lisibles ; sinon le contrat
      *    est liste pour ressaisie de son suivi.
       7860-NOUVEAU-WRITE-START.

           IF NOT WS-ATT-IS-CONNU
               GO TO 7860-NOUVEAU-WRITE-END
           END-IF.

           IF NOT WS-ATT-IS-COMPLET AND WS-MST-IS-PRESENT
               MOVE WS-MST-IMAGE TO FILE-REC-NOUVEAU
           ELSE
               MOVE WS-ATT-IMAGE TO FILE-REC-NOUVEAU
               PERFORM 7862-SUIVI-CTRL-START
                   THRU 7862-SUIVI-CTRL-END
               IF WS-SUIVI-IS-LISIBLE
                   MOVE WS-MST-IMAGE(141:10)
                       TO FILE-REC-NOUVEAU(141:10)
                   MOVE WS-MST-IMAGE(162:16)
                       TO FILE-REC-NOUVEAU(162:16)
               ELSE
                   PERFORM 7864-SUIVI-PERDU-START
                       THRU 7864-SUIVI-PERDU-END
               END-IF
           END-IF.
           WRITE FILE-REC-NOUVEAU.
           PERFORM 9130-NOUVEAU-CHECK-START
               THRU 9130-NOUVEAU-CHECK-END.
           ADD 1 TO WS-REC-NB.

       7860-NOUVEAU-WRITE-END.
           EXIT.

      ******************************************************************
      *    Zones de suivi du maitre actuel reprenables : contrat au
      *    maitre, code paiement connu, dates et compteurs numeriques,
      *    separateurs en place.
       7862-SUIVI-CTRL-START.

           MOVE 'N' TO WS-SUIVI-LISIBLE.
           IF NOT WS-MST-IS-PRESENT
               GO TO 7862-SUIVI-CTRL-END
           END-IF.
           IF WS-MST-IMAGE(141:1) NOT EQUAL 'N'
            AND WS-MST-IMAGE(141:1) NOT EQUAL 'A'
            AND WS-MST-IMAGE(141:1) NOT EQUAL 'P'
               GO TO 7862-SUIVI-CTRL-END
           END-IF.
           IF WS-MST-IMAGE(142:1) NOT EQUAL '|'
            OR WS-MST-IMAGE(162:1) NOT EQUAL '|'
            OR WS-MST-IMAGE(164:1) NOT EQUAL '|'
            OR WS-MST-IMAGE(167:1) NOT EQUAL '|'
            OR WS-MST-IMAGE(169:1) NOT EQUAL '|'
               GO TO 7862-SUIVI-CTRL-END
           END-IF.
           IF WS-MST-IMAGE(143:8) IS NOT NUMERIC
            OR WS-MST-IMAGE(165:2) IS NOT NUMERIC
            OR WS-MST-IMAGE(168:1) IS NOT NUMERIC
            OR WS-MST-IMAGE(170:8) IS NOT NUMERIC
               GO TO 7862-SUIVI-CTRL-END
           END-IF.
           IF WS-MST-IMAGE(163:1) NOT EQUAL 'A'
            AND WS-MST-IMAGE(163:1) NOT EQUAL 'S'
            AND WS-MST-IMAGE(163:1) NOT EQUAL 'T'
            AND WS-MST-IMAGE(163:1) NOT EQUAL 'M'
            AND WS-MST-IMAGE(163:1) NOT EQUAL SPACE
               GO TO 7862-SUIVI-CTRL-END
           END-IF.
           MOVE 'O' TO WS-SUIVI-LISIBLE.

       7862-SUIVI-CTRL-END.
           EXIT.

      ******************************************************************
      *    Contrat reconstruit sans son suivi courant : il garde celui
      *    de la derniere image historisee et doit etre repris a la
      *    main avant bascule.
       7864-SUIVI-PERDU-START.

           ADD 1 TO WS-SUIVI-PERDU-NB.
           MOVE 'SUIVI NON RECUPERABLE (MAITRE ABSENT OU ILLISIBLE)'
               TO WS-ECART-MOTIF.
           MOVE 'ENCAISSEMENT, APPELS ET RELANCE A RESSAISIR'
               TO WS-ECART-DETAIL.
           MOVE 'REPRIS  : ' TO WS-ECART-LIB-1.
           MOVE WS-ATT-IMAGE TO WS-ECART-IMAGE-1.
           IF WS-MST-IS-PRESENT
               MOVE 'MAITRE  : ' TO WS-ECART-LIB-2
               MOVE WS-MST-IMAGE TO WS-ECART-IMAGE-2
           ELSE
               MOVE SPACE TO WS-ECART-LIB-2
           END-IF.
           PERFORM 7880-ECART-WRITE-START THRU 7880-ECART-WRITE-END.

       7864-SUIVI-PERDU-END.
           EXIT.

      ******************************************************************
      *    Ecriture d'un ecart : ligne numero/motif/detail, suivie des
      *    images utiles (zone de reserve non reproduite).
       7880-ECART-WRITE-START.

           MOVE WS-ECART-MOTIF  TO PRT-ECA-MOTIF
           MOVE WS-ECART-DETAIL TO PRT-ECA-DETAIL
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-ECART-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           IF WS-ECART-LIB-1 NOT EQUAL SPACE
               MOVE WS-ECART-LIB-1   TO PRT-IMG-LIB
               MOVE WS-ECART-IMAGE-1 TO PRT-IMG-IMAGE
               INITIALIZE FIELD-WRITE-ETAT
               MOVE PRT-IMAGE-LINE TO FIELD-WRITE-ETAT
               WRITE FILE-WRITE-ETAT
               PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END
           END-IF.

           IF WS-ECART-LIB-2 NOT EQUAL SPACE
               MOVE WS-ECART-LIB-2   TO PRT-IMG-LIB
               MOVE WS-ECART-IMAGE-2 TO PRT-IMG-IMAGE
               INITIALIZE FIELD-WRITE-ETAT
               MOVE PRT-IMAGE-LINE TO FIELD-WRITE-ETAT
               WRITE FILE-WRITE-ETAT
               PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END
           END-IF.

       7880-ECART-WRITE-END.
           EXIT.

      ******************************************************************
      *    Recapitulatif de l'etat des ecarts et fermeture des
      *    fichiers.
       7890-INTEG-CLOSE-START.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           MOVE 'Lignes d historique lues                    = '
               TO PRT-CPT-LIB
           MOVE WS-HIS-LU-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Lignes couvertes par la sauvegarde          = '
               TO PRT-CPT-LIB
           MOVE WS-HIS-ANTERIEUR-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Lignes rejouees                             = '
               TO PRT-CPT-LIB
           MOVE WS-HIS-REJOUE-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Lignes illisibles                           = '
               TO PRT-CPT-LIB
           MOVE WS-HIS-INVALIDE-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Contrats de la sauvegarde                   = '
               TO PRT-CPT-LIB
           MOVE WS-SAV-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Contrats attendus                           = '
               TO PRT-CPT-LIB
           MOVE WS-ATTENDU-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Contrats du maitre                          = '
               TO PRT-CPT-LIB
           MOVE WS-MST-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Contrats conformes                          = '
               TO PRT-CPT-LIB
           MOVE WS-CONFORME-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Contrats manquants au maitre                = '
               TO PRT-CPT-LIB
           MOVE WS-MANQUANT-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Contrats en trop au maitre                  = '
               TO PRT-CPT-LIB
           MOVE WS-TROP-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Contrats de contenu different               = '
               TO PRT-CPT-LIB
           MOVE WS-CONTENU-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Contrats a historique incomplet             = '
               TO PRT-CPT-LIB
           MOVE WS-INCOMPLET-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Ruptures de chaine de l historique          = '
               TO PRT-CPT-LIB
           MOVE WS-RUPTURE-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Lignes du jour non reportees au maitre      = '
               TO PRT-CPT-LIB
           MOVE WS-UNQ-ECART-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           MOVE 'Ecarts de suivi (information)               = '
               TO PRT-CPT-LIB
           MOVE WS-SUIVI-NB TO PRT-CPT-NB
           PERFORM 7895-COMPTE-WRITE-START
               THRU 7895-COMPTE-WRITE-END.
           IF WS-MODE-RECONST
               MOVE 'Contrats du maitre reconstruit              = '
                   TO PRT-CPT-LIB
               MOVE WS-REC-NB TO PRT-CPT-NB
               PERFORM 7895-COMPTE-WRITE-START
                   THRU 7895-COMPTE-WRITE-END
               MOVE 'Contrats a suivi non recuperable            = '
                   TO PRT-CPT-LIB
               MOVE WS-SUIVI-PERDU-NB TO PRT-CPT-NB
               PERFORM 7895-COMPTE-WRITE-START
                   THRU 7895-COMPTE-WRITE-END
           END-IF.

           CLOSE ETAT-ECARTS.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           IF WS-MODE-RECONST
               CLOSE NOUVEAU-FILE
               PERFORM 9130-NOUVEAU-CHECK-START
                   THRU 9130-NOUVEAU-CHECK-END
           END-IF.

           IF WS-UNQ-IS-OUVERT
               CLOSE UNIQUE-FILE
               PERFORM 9070-UNIQUE-CHECK-START
                   THRU 9070-UNIQUE-CHECK-END
           END-IF.

           IF WS-MST-IS-OUVERT
               CLOSE MASTER-FILE
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
           END-IF.

           IF WS-SAUVE-IS-PRESENTE
               CLOSE SAUVE-FILE
               PERFORM 9050-SAUVE-CHECK-START
                   THRU 9050-SAUVE-CHECK-END
           END-IF.

       7890-INTEG-CLOSE-END.
           EXIT.

      ******************************************************************
       7895-COMPTE-WRITE-START.

           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-COMPTE-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

       7895-COMPTE-WRITE-END.
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
