      ******************************************************************
      *                                                                *
      *      Relance graduee des impayes : parcours du maitre          *
      *      datassur.mst ; chaque contrat en cours non regle (statut  *
      *      de paiement ni 'P' ni 'A') dont la DATE-EFFET est         *
      *      depassee est confronte au bareme des relances             *
      *      (relances.dat : niveau, nombre de jours, libelle ; par    *
      *      exemple premier rappel, deuxieme rappel, mise en demeure, *
      *      suspension de garantie).                                  *
      *                                                                *
      *      Les jours courent depuis DATE-EFFET ; pour un contrat     *
      *      dont des appels de prime ont ete emis (datassur-appel),   *
      *      depuis l'echeance du plus ancien appel encore ouvert, et  *
      *      le montant du est celui des appels ouverts (SOMME sinon). *
      *                                                                *
      *      Un contrat ne monte que d'un niveau par passage, et       *
      *      seulement si le nombre de jours du niveau suivant est     *
      *      atteint : un meme niveau n'est donc jamais envoye deux    *
      *      fois et aucun niveau n'est saute. Le niveau atteint et la *
      *      date de la relance sont portes sur le maitre ; un         *
      *      reglement rapproche par datassur-regl remet le niveau a   *
      *      zero.                                                     *
      *                                                                *
      *      Sorties : lettres-relance.dat (lettres a imprimer         *
      *      regroupees par agence, libelle ageref.dat) et             *
      *      relances-etat.dat (recapitulatif par niveau).             *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datassur-relance.
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

           SELECT BAREME ASSIGN TO 'relances.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS BAREME-STATUS.

           SELECT AGEREF ASSIGN TO 'ageref.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AGEREF-STATUS.

      *    Acces dynamique : parcours sequentiel complet du maitre et
      *    reecriture du contrat relance.
           SELECT MASTER-FILE ASSIGN TO 'datassur.mst'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS MASTER-STATUS.

           SELECT APPEL-FILE ASSIGN TO 'datassur.app'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APP-KEY
           FILE STATUS IS APPEL-STATUS.

           SELECT LETTRES ASSIGN TO 'lettres-relance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS LETTRES-STATUS.

           SELECT ETAT-RELANCE ASSIGN TO 'relances-etat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ETAT-STATUS.

           SELECT JOURNAL-EXPL ASSIGN TO 'exploitation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

           SELECT SORT-LETTRES ASSIGN TO 'rlsortwk.tmp'.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    Bareme des relances : niveau (1 a 9, dans l'ordre), nombre
      *    de jours a partir duquel il est envoye (croissant d'un
      *    niveau a l'autre) et libelle imprime sur la lettre.
       FD BAREME
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-BAREME.
        02 FIELD-BAR-NIVEAU            PIC X(01).
        02 FIELD-BAR-SEP1              PIC X(01).
        02 FIELD-BAR-JOURS             PIC X(03).
        02 FIELD-BAR-SEP2              PIC X(01).
        02 FIELD-BAR-LIB               PIC X(25).

       FD AGEREF
           RECORD CONTAINS 49 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-AGEREF.
        02 FIELD-AGEREF-CODE           PIC X(08).
        02 FILLER                      PIC X(01).
        02 FIELD-AGEREF-LIB            PIC X(30).
        02 FILLER                      PIC X(01).
        02 FIELD-AGEREF-ACTIF          PIC X(01).
        02 FILLER                      PIC X(01).
        02 FIELD-AGEREF-JOURS          PIC X(07).

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
        02 MST-RELANCE-NIV-NUM REDEFINES MST-RELANCE-NIV
                                       PIC 9(01).
        02 MST-SEP9                    PIC X(01).
        02 MST-DATE-RELANCE            PIC 9(08).
        02 FILLER                      PIC X(23).

      *    Appel de prime emis par datassur-appel, memes colonnes que
      *    dans datassur-regl.
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
        02 FILLER                      PIC X(01).
        02 APP-DATE-EMIS               PIC 9(08).
        02 FILLER                      PIC X(01).
        02 APP-DATE-REGL               PIC 9(08).
        02 FILLER                      PIC X(03).

       FD LETTRES
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-WRITE-LETTRES.
        02 FIELD-WRITE-LETTRES         PIC X(200).

       FD ETAT-RELANCE
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

      *    Fichier de travail du tri des lettres : agence puis numero
      *    de contrat en tete de cle, suivis des champs a imprimer.
       SD SORT-LETTRES.

       01 SD-LET-RECORD.
           05 SD-LET-AGENCE      PIC X(08).
           05 SD-LET-NUMBER      PIC X(08).
           05 SD-LET-NIVEAU      PIC 9(01).
           05 SD-LET-CONTRACT    PIC X(14).
           05 SD-LET-IRP         PIC X(41).
           05 SD-LET-MONTANT     PIC 9(06)V99.
           05 SD-LET-JOURS       PIC 9(05).
           05 SD-LET-DATE-REF    PIC 9(08).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  BAREME-STATUS           PIC X(02) VALUE SPACE.
           88 BAREME-STATUS-OK     VALUE '00'.
           88 BAREME-STATUS-EOF    VALUE '10'.
           88 BAREME-STATUS-NOTFOUND VALUE '35'.

       01  AGEREF-STATUS           PIC X(02) VALUE SPACE.
           88 AGEREF-STATUS-OK     VALUE '00'.
           88 AGEREF-STATUS-EOF    VALUE '10'.
           88 AGEREF-STATUS-NOTFOUND VALUE '35'.

       01  MASTER-STATUS           PIC X(02) VALUE SPACE.
           88 MASTER-STATUS-OK     VALUE '00'.
           88 MASTER-STATUS-EOF    VALUE '10'.
           88 MASTER-STATUS-NOTKEY VALUE '23'.
           88 MASTER-STATUS-NOTFOUND VALUE '35'.

       01  APPEL-STATUS            PIC X(02) VALUE SPACE.
           88 APPEL-STATUS-OK      VALUE '00'.
           88 APPEL-STATUS-EOF     VALUE '10'.
           88 APPEL-STATUS-NOTKEY  VALUE '23'.
           88 APPEL-STATUS-NOTFOUND VALUE '35'.

       01  LETTRES-STATUS          PIC X(02) VALUE SPACE.
           88 LETTRES-STATUS-OK    VALUE '00'.
           88 LETTRES-STATUS-EOF   VALUE '10'.

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
       01  WS-RUN-INT              PIC 9(08) VALUE ZERO.

       01  WS-LU-NB                PIC 9(05) VALUE ZERO.
       01  WS-IMPAYES-NB           PIC 9(05) VALUE ZERO.
       01  WS-LETTRES-NB           PIC 9(05) VALUE ZERO.
       01  WS-ATTENTE-NB           PIC 9(05) VALUE ZERO.
       01  WS-MAX-NB               PIC 9(05) VALUE ZERO.
       01  WS-SANS-DU-NB           PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-DU             PIC 9(11)V99 VALUE ZERO.

      *    Bareme charge : un poste par niveau, avec les cumuls des
      *    lettres envoyees a ce niveau pour l'etat recapitulatif.
       01  WS-BAR-TAB.
           03 WS-BAR-NB            PIC 9(01) VALUE ZERO.
           03 WS-BAR-ENT OCCURS 9 TIMES INDEXED BY IDX-BAR.
              05 WS-BAR-JOURS      PIC 9(03).
              05 WS-BAR-LIB        PIC X(25).
              05 WS-BAR-LET-NB     PIC 9(05).
              05 WS-BAR-MONTANT    PIC 9(11)V99.
       01  WS-BAR-JOURS-PREC       PIC 9(03) VALUE ZERO.

       01  WS-AGR-REC.
           03 WS-AGR-NB        PIC 9(02) VALUE ZERO.
           03 WS-AGR-ENT OCCURS 50 TIMES INDEXED BY IDX-AGR.
              05 WS-AGR-CODE    PIC X(08) VALUE SPACE.
              05 WS-AGR-LIB     PIC X(30) VALUE SPACE.

       01  WS-AGR-LIB-OUT      PIC X(30) VALUE SPACE.
       01  WS-AGR-CODE-IN      PIC X(08) VALUE SPACE.

      *    Contrat courant : presence de datassur.app, date de depart
      *    des jours de retard, jours ecoules, montant du, niveau deja
      *    envoye et niveau a envoyer.
       01  WS-APP-PRESENT          PIC X(01) VALUE 'N'.
           88 WS-APP-IS-PRESENT    VALUE 'O'.
       01  WS-APP-FIN              PIC X(01) VALUE 'N'.
           88 WS-APP-IS-FIN        VALUE 'O'.
       01  WS-DATE-REF             PIC 9(08) VALUE ZERO.
       01  WS-REF-INT              PIC 9(08) VALUE ZERO.
       01  WS-JOURS                PIC S9(05) VALUE ZERO.
       01  WS-MONTANT-DU           PIC 9(06)V99 VALUE ZERO.
       01  WS-APP-MONTANT-NUM      PIC 9(06)V99 VALUE ZERO.
       01  WS-NIV-ACTUEL           PIC 9(01) VALUE ZERO.
       01  WS-NIV-SUIVANT          PIC 9(01) VALUE ZERO.

      *    Rupture par agence a l'impression des lettres.
       01  WS-LET-SORT-EOF         PIC X(01) VALUE 'N'.
           88 WS-LET-SORT-IS-EOF   VALUE 'Y'.
       01  WS-AGENCE-PREC          PIC X(08) VALUE SPACE.
       01  WS-AGENCE-PREMIERE      PIC X(01) VALUE 'O'.
           88 WS-AGENCE-IS-PREMIERE VALUE 'O'.
       01  WS-AGENCE-LET-NB        PIC 9(05) VALUE ZERO.
       01  WS-AGENCE-DU            PIC 9(11)V99 VALUE ZERO.

       01  PRT-STARS            PIC X(125)  VALUE ALL "*".
       01  PRT-TITLE-LET        PIC X(31)
           VALUE "LETTRES DE RELANCE DES IMPAYES".
       01  PRT-TITLE-ETAT       PIC X(35)
           VALUE "ETAT RECAPITULATIF DES RELANCES".

       01  PRT-REF-LINE.
           03 FILLER            PIC X(13) VALUE 'RELANCES DU :'.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-REF-DATE      PIC 9(08) VALUE ZERO.

       01  PRT-AGENCE-HEAD.
           03 FILLER            PIC X(09) VALUE 'AGENCE : '.
           03 PRT-AGH-CODE      PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(03) VALUE ' - '.
           03 PRT-AGH-LIB       PIC X(30) VALUE SPACE.

       01  PRT-LETTRE-LINE.
           03 PRT-LET-LIB       PIC X(25) VALUE SPACE.
           03 FILLER            PIC X(09) VALUE ' NUMERO='.
           03 PRT-LET-NUMBER    PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(09) VALUE ' CONTRAT='.
           03 PRT-LET-CONTRACT  PIC X(14) VALUE SPACE.
           03 FILLER            PIC X(05) VALUE ' IRP='.
           03 PRT-LET-IRP       PIC X(41) VALUE SPACE.
           03 FILLER            PIC X(12) VALUE ' MONTANT DU='.
           03 PRT-LET-MONTANT   PIC ZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(06) VALUE ' Euros'.
           03 FILLER            PIC X(08) VALUE ' DEPUIS='.
           03 PRT-LET-DATE-REF  PIC 9(08) VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' JOURS='.
           03 PRT-LET-JOURS     PIC ZZZZ9 VALUE ZERO.

       01  PRT-AGENCE-FOOT.
           03 FILLER            PIC X(20) VALUE 'Lettres de l agence='.
           03 PRT-AGF-NB        PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(12) VALUE ' Montant du='.
           03 PRT-AGF-DU        PIC ZZZZZZZZZZ9,99 VALUE ZERO.

       01  PRT-LETTRES-FOOT.
           03 FILLER            PIC X(20) VALUE 'Nombre de lettres = '.
           03 PRT-LETF-NB       PIC 9(05) VALUE ZERO.

       01  PRT-NIVEAU-LINE.
           03 FILLER            PIC X(07) VALUE 'NIVEAU '.
           03 PRT-NIV-NIVEAU    PIC 9(01) VALUE ZERO.
           03 FILLER            PIC X(03) VALUE ' - '.
           03 PRT-NIV-LIB       PIC X(25) VALUE SPACE.
           03 FILLER            PIC X(08) VALUE ' JOURS>='.
           03 PRT-NIV-JOURS     PIC ZZ9 VALUE ZERO.
           03 FILLER            PIC X(10) VALUE ' LETTRES='.
           03 PRT-NIV-NB        PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(12) VALUE ' MONTANT DU='.
           03 PRT-NIV-DU        PIC ZZZZZZZZZZ9,99 VALUE ZERO.

       01  PRT-TOTAL-LINE.
           03 FILLER            PIC X(19) VALUE 'TOTAL DES LETTRES ='.
           03 PRT-TOT-NB        PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(12) VALUE ' MONTANT DU='.
           03 PRT-TOT-DU        PIC ZZZZZZZZZZ9,99 VALUE ZERO.

       01  PRT-COMPTE-LINE.
           03 PRT-CPT-LIB       PIC X(46) VALUE SPACE.
           03 PRT-CPT-NB        PIC ZZZZ9 VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.


           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           MOVE 'datassur-relance' TO WS-JRN-PROG.
           PERFORM 8000-JOURNAL-DEB-START THRU 8000-JOURNAL-DEB-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM 7800-BAREME-LOAD-START
               THRU 7800-BAREME-LOAD-END.

           PERFORM 7805-AGEREF-LOAD-START
               THRU 7805-AGEREF-LOAD-END.

           PERFORM 7810-RELANCE-ALL-START
               THRU 7810-RELANCE-ALL-END.

           PERFORM 7870-ETAT-WRITE-START
               THRU 7870-ETAT-WRITE-END.

           DISPLAY 'RELANCES TERMINEES LE ' WS-RUN-DATE.
           DISPLAY 'CONTRATS LUS         = ' WS-LU-NB.
           DISPLAY 'CONTRATS IMPAYES     = ' WS-IMPAYES-NB.
           DISPLAY 'LETTRES EMISES       = ' WS-LETTRES-NB.
           DISPLAY 'NIVEAU SUIVANT NON ATTEINT = ' WS-ATTENTE-NB.
           DISPLAY 'DERNIER NIVEAU DEJA ENVOYE = ' WS-MAX-NB.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING 'LUS='            DELIMITED BY SIZE
                  WS-LU-NB          DELIMITED BY SIZE
                  ';IMPAYES='       DELIMITED BY SIZE
                  WS-IMPAYES-NB     DELIMITED BY SIZE
                  ';LETTRES='       DELIMITED BY SIZE
                  WS-LETTRES-NB     DELIMITED BY SIZE
                  ';ATTENTE='       DELIMITED BY SIZE
                  WS-ATTENTE-NB     DELIMITED BY SIZE
                  ';MAX='           DELIMITED BY SIZE
                  WS-MAX-NB         DELIMITED BY SIZE
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
           DISPLAY '*** ARRET ANORMAL DES RELANCES ***'
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
       9100-BAREME-CHECK-START.

           IF NOT (BAREME-STATUS-OK OR BAREME-STATUS-EOF)
               MOVE 'BAREME'         TO WS-ABEND-FILE
               MOVE BAREME-STATUS    TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9100-BAREME-CHECK-END.
           EXIT.

      ******************************************************************
       9105-AGEREF-CHECK-START.

           IF NOT (AGEREF-STATUS-OK OR AGEREF-STATUS-EOF)
               MOVE 'AGEREF'         TO WS-ABEND-FILE
               MOVE AGEREF-STATUS    TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9105-AGEREF-CHECK-END.
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
       9120-APPEL-CHECK-START.

           IF NOT (APPEL-STATUS-OK OR APPEL-STATUS-EOF)
               MOVE 'APPEL-FILE'     TO WS-ABEND-FILE
               MOVE APPEL-STATUS     TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9120-APPEL-CHECK-END.
           EXIT.

      ******************************************************************
       9130-LETTRES-CHECK-START.

           IF NOT (LETTRES-STATUS-OK OR LETTRES-STATUS-EOF)
               MOVE 'LETTRES'        TO WS-ABEND-FILE
               MOVE LETTRES-STATUS   TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9130-LETTRES-CHECK-END.
           EXIT.

      ******************************************************************
       9140-ETAT-CHECK-START.

           IF NOT (ETAT-STATUS-OK OR ETAT-STATUS-EOF)
               MOVE 'ETAT-RELANCE'   TO WS-ABEND-FILE
               MOVE ETAT-STATUS      TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9140-ETAT-CHECK-END.
           EXIT.

      ******************************************************************
      *    Chargement du bareme des relances : fichier obligatoire,
      *    niveaux numerotes a partir de 1 sans trou, jours
      *    strictement croissants d'un niveau au suivant ; toute ligne
      *    non conforme arrete le traitement avant la moindre lettre.
       7800-BAREME-LOAD-START.

           INITIALIZE WS-BAR-TAB.
           MOVE ZERO TO WS-BAR-JOURS-PREC.

           OPEN INPUT BAREME.
           IF BAREME-STATUS-NOTFOUND
               DISPLAY '*** FICHIER relances.dat ABSENT : BAREME '
                   'OBLIGATOIRE POUR LES RELANCES ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9100-BAREME-CHECK-START
               THRU 9100-BAREME-CHECK-END.

           PERFORM UNTIL BAREME-STATUS-EOF
               READ BAREME
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 7802-BAREME-STORE-START
                           THRU 7802-BAREME-STORE-END
               END-READ
               PERFORM 9100-BAREME-CHECK-START
                   THRU 9100-BAREME-CHECK-END
           END-PERFORM.

           CLOSE BAREME.
           PERFORM 9100-BAREME-CHECK-START
               THRU 9100-BAREME-CHECK-END.

           IF WS-BAR-NB EQUAL ZERO
               DISPLAY '*** FICHIER relances.dat VIDE : AUCUN '
                   'NIVEAU DE RELANCE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       7800-BAREME-LOAD-END.
           EXIT.

      ******************************************************************
       7802-BAREME-STORE-START.

           IF FILE-REC-BAREME EQUAL SPACE
               GO TO 7802-BAREME-STORE-END
           END-IF.

           IF FIELD-BAR-NIVEAU IS NOT NUMERIC
            OR FIELD-BAR-SEP1 NOT EQUAL '|'
            OR FIELD-BAR-JOURS IS NOT NUMERIC
            OR FIELD-BAR-SEP2 NOT EQUAL '|'
            OR FIELD-BAR-LIB EQUAL SPACE
               DISPLAY '*** LIGNE relances.dat INVALIDE : '
                   FILE-REC-BAREME ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-BAR-NB >= 9
            OR FIELD-BAR-NIVEAU NOT EQUAL WS-BAR-NB + 1
               DISPLAY '*** LIGNE relances.dat INVALIDE : NIVEAU '
                   FIELD-BAR-NIVEAU ' HORS SEQUENCE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-BAR-NB > 0
            AND FIELD-BAR-JOURS NOT > WS-BAR-JOURS-PREC
               DISPLAY '*** LIGNE relances.dat INVALIDE : NIVEAU '
                   FIELD-BAR-NIVEAU ' JOURS NON CROISSANTS ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-BAR-NB.
           SET IDX-BAR TO WS-BAR-NB.
           MOVE FIELD-BAR-JOURS TO WS-BAR-JOURS(IDX-BAR).
           MOVE FIELD-BAR-LIB   TO WS-BAR-LIB(IDX-BAR).
           MOVE FIELD-BAR-JOURS TO WS-BAR-JOURS-PREC.

       7802-BAREME-STORE-END.
           EXIT.

      ******************************************************************
      *    Chargement du referentiel des agences pour le libelle en
      *    tete des lettres. Fichier absent : simple avis.
       7805-AGEREF-LOAD-START.

           OPEN INPUT AGEREF.
           IF AGEREF-STATUS-NOTFOUND
               DISPLAY 'FICHIER ageref.dat ABSENT : LIBELLES D '
                   'AGENCE NON DISPONIBLES'
               GO TO 7805-AGEREF-LOAD-END
           END-IF.
           PERFORM 9105-AGEREF-CHECK-START
               THRU 9105-AGEREF-CHECK-END.

           PERFORM UNTIL AGEREF-STATUS-EOF
               READ AGEREF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FIELD-AGEREF-CODE NOT EQUAL SPACE
                        AND WS-AGR-NB < 50
                           ADD 1 TO WS-AGR-NB
                           SET IDX-AGR TO WS-AGR-NB
                           MOVE FIELD-AGEREF-CODE
                               TO WS-AGR-CODE(IDX-AGR)
                           MOVE FIELD-AGEREF-LIB
                               TO WS-AGR-LIB(IDX-AGR)
                       END-IF
               END-READ
               PERFORM 9105-AGEREF-CHECK-START
                   THRU 9105-AGEREF-CHECK-END
           END-PERFORM.

           CLOSE AGEREF.
           PERFORM 9105-AGEREF-CHECK-START
               THRU 9105-AGEREF-CHECK-END.

       7805-AGEREF-LOAD-END.
           EXIT.

      ******************************************************************
       7807-AGEREF-FIND-START.

           MOVE SPACE TO WS-AGR-LIB-OUT.
           SET IDX-AGR TO 1.

           PERFORM WS-AGR-NB TIMES
               IF WS-AGR-CODE(IDX-AGR) EQUAL WS-AGR-CODE-IN
                   MOVE WS-AGR-LIB(IDX-AGR) TO WS-AGR-LIB-OUT
               END-IF
               SET IDX-AGR UP BY 1
           END-PERFORM.

       7807-AGEREF-FIND-END.
           EXIT.

      ******************************************************************
      *    Relances de tous les contrats : le maitre est ouvert en
      *    mise a jour (il doit exister), datassur.app en lecture s'il
      *    existe deja. Les lettres passent par le tri pour sortir
      *    groupees par agence.
       7810-RELANCE-ALL-START.

           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS-NOTFOUND
               DISPLAY '*** FICHIER datassur.mst ABSENT : MAITRE '
                   'OBLIGATOIRE POUR LES RELANCES ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           OPEN INPUT APPEL-FILE.
           IF APPEL-STATUS-NOTFOUND
               MOVE 'N' TO WS-APP-PRESENT
           ELSE
               PERFORM 9120-APPEL-CHECK-START
                   THRU 9120-APPEL-CHECK-END
               MOVE 'O' TO WS-APP-PRESENT
           END-IF.

           OPEN OUTPUT LETTRES.
           PERFORM 9130-LETTRES-CHECK-START
               THRU 9130-LETTRES-CHECK-END.

           MOVE PRT-STARS TO FIELD-WRITE-LETTRES
           WRITE FILE-WRITE-LETTRES.
           PERFORM 9130-LETTRES-CHECK-START
               THRU 9130-LETTRES-CHECK-END.
           INITIALIZE FIELD-WRITE-LETTRES
           MOVE PRT-TITLE-LET TO FIELD-WRITE-LETTRES
           WRITE FILE-WRITE-LETTRES.
           PERFORM 9130-LETTRES-CHECK-START
               THRU 9130-LETTRES-CHECK-END.
           MOVE WS-RUN-DATE TO PRT-REF-DATE
           INITIALIZE FIELD-WRITE-LETTRES
           MOVE PRT-REF-LINE TO FIELD-WRITE-LETTRES
           WRITE FILE-WRITE-LETTRES.
           PERFORM 9130-LETTRES-CHECK-START
               THRU 9130-LETTRES-CHECK-END.

           MOVE 'N' TO WS-LET-SORT-EOF.
           MOVE 'O' TO WS-AGENCE-PREMIERE.

           SORT SORT-LETTRES
               ON ASCENDING KEY SD-LET-AGENCE
               ON ASCENDING KEY SD-LET-NUMBER
               INPUT PROCEDURE IS 7815-RELANCE-INPUT-START
                   THRU 7815-RELANCE-INPUT-END
               OUTPUT PROCEDURE IS 7850-LETTRES-OUTPUT-START
                   THRU 7850-LETTRES-OUTPUT-END.

           IF SORT-RETURN NOT = 0
               DISPLAY '*** ERREUR SORT : SORT-RETURN = ' SORT-RETURN
                   ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE PRT-STARS TO FIELD-WRITE-LETTRES
           WRITE FILE-WRITE-LETTRES.
           PERFORM 9130-LETTRES-CHECK-START
               THRU 9130-LETTRES-CHECK-END.
           MOVE WS-LETTRES-NB TO PRT-LETF-NB.
           DISPLAY PRT-LETTRES-FOOT.
           INITIALIZE FIELD-WRITE-LETTRES
           MOVE PRT-LETTRES-FOOT TO FIELD-WRITE-LETTRES
           WRITE FILE-WRITE-LETTRES.
           PERFORM 9130-LETTRES-CHECK-START
               THRU 9130-LETTRES-CHECK-END.

           CLOSE LETTRES.
           PERFORM 9130-LETTRES-CHECK-START
               THRU 9130-LETTRES-CHECK-END.

           IF WS-APP-IS-PRESENT
               CLOSE APPEL-FILE
               PERFORM 9120-APPEL-CHECK-START
                   THRU 9120-APPEL-CHECK-END
           END-IF.

           CLOSE MASTER-FILE.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

       7810-RELANCE-ALL-END.
           EXIT.

      ******************************************************************
      *    Selection des contrats a relancer : parcours complet du
      *    maitre dans l'ordre des numeros.
       7815-RELANCE-INPUT-START.

           MOVE LOW-VALUES TO MST-NUMBER.
           START MASTER-FILE KEY IS NOT LESS THAN MST-NUMBER
               INVALID KEY
                   MOVE '10' TO MASTER-STATUS
           END-START.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           PERFORM UNTIL MASTER-STATUS-EOF
               READ MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LU-NB
                       PERFORM 7820-RELANCE-UN-START
                           THRU 7820-RELANCE-UN-END
               END-READ
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
           END-PERFORM.

       7815-RELANCE-INPUT-END.
           EXIT.

      ******************************************************************
      *    Relance d'un contrat : meme selection que l'etat des
      *    impayes de datassur-regl (en cours, non regle, DATE-EFFET
      *    depassee). Le niveau suivant n'est envoye que si ses jours
      *    sont atteints ; le maitre est alors mis a jour et la lettre
      *    versee au tri.
       7820-RELANCE-UN-START.

           IF NOT MST-CTR-EN-COURS
            OR MST-PAIE-STATUT EQUAL 'P'
            OR MST-PAIE-STATUT EQUAL 'A'
            OR MST-DATE-EFFET NOT < WS-RUN-DATE
               GO TO 7820-RELANCE-UN-END
           END-IF.

           MOVE MST-DATE-EFFET TO WS-DATE-REF.
           MOVE MST-SOMME      TO WS-MONTANT-DU.
           IF WS-APP-IS-PRESENT
            AND MST-APPELS-NB IS NUMERIC
            AND MST-APPELS-NB-NUM > 0
               PERFORM 7830-APPELS-OUVERTS-START
                   THRU 7830-APPELS-OUVERTS-END
               IF WS-MONTANT-DU EQUAL ZERO
                   ADD 1 TO WS-SANS-DU-NB
                   GO TO 7820-RELANCE-UN-END
               END-IF
           END-IF.

           ADD 1 TO WS-IMPAYES-NB.

           IF MST-RELANCE-NIV IS NUMERIC
               MOVE MST-RELANCE-NIV-NUM TO WS-NIV-ACTUEL
           ELSE
               MOVE ZERO TO WS-NIV-ACTUEL
           END-IF.

           IF WS-NIV-ACTUEL NOT < WS-BAR-NB
               ADD 1 TO WS-MAX-NB
               GO TO 7820-RELANCE-UN-END
           END-IF.

           COMPUTE WS-REF-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-REF).
           COMPUTE WS-JOURS = WS-RUN-INT - WS-REF-INT.
           COMPUTE WS-NIV-SUIVANT = WS-NIV-ACTUEL + 1.
           SET IDX-BAR TO WS-NIV-SUIVANT.

           IF WS-JOURS < WS-BAR-JOURS(IDX-BAR)
               ADD 1 TO WS-ATTENTE-NB
               GO TO 7820-RELANCE-UN-END
           END-IF.

           MOVE '|'            TO MST-SEP8.
           MOVE WS-NIV-SUIVANT TO MST-RELANCE-NIV-NUM.
           MOVE '|'            TO MST-SEP9.
           MOVE WS-RUN-DATE    TO MST-DATE-RELANCE.
           REWRITE FILE-REC-MASTER.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           ADD 1 TO WS-LETTRES-NB.
           ADD 1 TO WS-BAR-LET-NB(IDX-BAR).
           ADD WS-MONTANT-DU TO WS-BAR-MONTANT(IDX-BAR).
           ADD WS-MONTANT-DU TO WS-TOTAL-DU.

           MOVE MST-AGENCE     TO SD-LET-AGENCE.
           MOVE MST-NUMBER     TO SD-LET-NUMBER.
           MOVE WS-NIV-SUIVANT TO SD-LET-NIVEAU.
           MOVE MST-CONTRACT   TO SD-LET-CONTRACT.
           MOVE MST-IRP        TO SD-LET-IRP.
           MOVE WS-MONTANT-DU  TO SD-LET-MONTANT.
           MOVE WS-JOURS       TO SD-LET-JOURS.
           MOVE WS-DATE-REF    TO SD-LET-DATE-REF.
           RELEASE SD-LET-RECORD.

       7820-RELANCE-UN-END.
           EXIT.

      ******************************************************************
      *    Appels encore ouverts de la periode en cours : le montant
      *    du est leur total, les jours courent depuis l'echeance du
      *    plus ancien.
       7830-APPELS-OUVERTS-START.

           MOVE ZERO TO WS-MONTANT-DU.
           MOVE 'N'  TO WS-APP-FIN.

           MOVE MST-NUMBER     TO APP-NUMBER.
           MOVE MST-DATE-EFFET TO APP-EFFET.
           MOVE ZERO           TO APP-RANG.
           START APPEL-FILE KEY IS NOT LESS THAN APP-KEY.
           IF APPEL-STATUS-NOTKEY
               GO TO 7830-APPELS-OUVERTS-END
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
                               IF WS-MONTANT-DU EQUAL ZERO
                                   MOVE APP-DATE-ECH TO WS-DATE-REF
                               END-IF
                               MOVE APP-MONTANT TO WS-APP-MONTANT-NUM
                               ADD WS-APP-MONTANT-NUM TO WS-MONTANT-DU
                           END-IF
                       END-IF
               END-READ
               PERFORM 9120-APPEL-CHECK-START
                   THRU 9120-APPEL-CHECK-END
           END-PERFORM.

       7830-APPELS-OUVERTS-END.
           EXIT.

      ******************************************************************
      *    Impression des lettres triees : en-tete a chaque nouvelle
      *    agence, pied avec le nombre de lettres et le montant du de
      *    l'agence precedente.
       7850-LETTRES-OUTPUT-START.

           PERFORM UNTIL WS-LET-SORT-IS-EOF
               RETURN SORT-LETTRES
                   AT END
                       MOVE 'Y' TO WS-LET-SORT-EOF
                   NOT AT END
                       PERFORM 7855-LETTRE-WRITE-START
                           THRU 7855-LETTRE-WRITE-END
               END-RETURN
           END-PERFORM.

           IF NOT WS-AGENCE-IS-PREMIERE
               PERFORM 7860-AGENCE-FOOT-START
                   THRU 7860-AGENCE-FOOT-END
           END-IF.

       7850-LETTRES-OUTPUT-END.
           EXIT.

      ******************************************************************
       7855-LETTRE-WRITE-START.

           IF WS-AGENCE-IS-PREMIERE
            OR SD-LET-AGENCE NOT EQUAL WS-AGENCE-PREC
               IF NOT WS-AGENCE-IS-PREMIERE
                   PERFORM 7860-AGENCE-FOOT-START
                       THRU 7860-AGENCE-FOOT-END
               END-IF
               MOVE 'N' TO WS-AGENCE-PREMIERE
               MOVE SD-LET-AGENCE TO WS-AGENCE-PREC
               MOVE ZERO TO WS-AGENCE-LET-NB
               MOVE ZERO TO WS-AGENCE-DU
               MOVE SD-LET-AGENCE TO WS-AGR-CODE-IN
               PERFORM 7807-AGEREF-FIND-START
                   THRU 7807-AGEREF-FIND-END
               MOVE SD-LET-AGENCE  TO PRT-AGH-CODE
               MOVE WS-AGR-LIB-OUT TO PRT-AGH-LIB
               MOVE PRT-STARS TO FIELD-WRITE-LETTRES
               WRITE FILE-WRITE-LETTRES
               PERFORM 9130-LETTRES-CHECK-START
                   THRU 9130-LETTRES-CHECK-END
               INITIALIZE FIELD-WRITE-LETTRES
               MOVE PRT-AGENCE-HEAD TO FIELD-WRITE-LETTRES
               WRITE FILE-WRITE-LETTRES
               PERFORM 9130-LETTRES-CHECK-START
                   THRU 9130-LETTRES-CHECK-END
           END-IF.

           SET IDX-BAR TO SD-LET-NIVEAU.
           MOVE WS-BAR-LIB(IDX-BAR) TO PRT-LET-LIB
           MOVE SD-LET-NUMBER       TO PRT-LET-NUMBER
           MOVE SD-LET-CONTRACT     TO PRT-LET-CONTRACT
           MOVE SD-LET-IRP          TO PRT-LET-IRP
           MOVE SD-LET-MONTANT      TO PRT-LET-MONTANT
           MOVE SD-LET-DATE-REF     TO PRT-LET-DATE-REF
           MOVE SD-LET-JOURS        TO PRT-LET-JOURS
           INITIALIZE FIELD-WRITE-LETTRES
           MOVE PRT-LETTRE-LINE TO FIELD-WRITE-LETTRES
           WRITE FILE-WRITE-LETTRES.
           PERFORM 9130-LETTRES-CHECK-START
               THRU 9130-LETTRES-CHECK-END.

           ADD 1 TO WS-AGENCE-LET-NB.
           ADD SD-LET-MONTANT TO WS-AGENCE-DU.

       7855-LETTRE-WRITE-END.
           EXIT.

      ******************************************************************
       7860-AGENCE-FOOT-START.

           MOVE WS-AGENCE-LET-NB TO PRT-AGF-NB
           MOVE WS-AGENCE-DU     TO PRT-AGF-DU
           INITIALIZE FIELD-WRITE-LETTRES
           MOVE PRT-AGENCE-FOOT TO FIELD-WRITE-LETTRES
           WRITE FILE-WRITE-LETTRES.
           PERFORM 9130-LETTRES-CHECK-START
               THRU 9130-LETTRES-CHECK-END.

       7860-AGENCE-FOOT-END.
           EXIT.

      ******************************************************************
      *    Etat recapitulatif : une ligne par niveau du bareme (meme
      *    sans lettre ce jour-la), le total, puis les contrats
      *    impayes non relances et pourquoi.
       7870-ETAT-WRITE-START.

           OPEN OUTPUT ETAT-RELANCE.
           PERFORM 9140-ETAT-CHECK-START
               THRU 9140-ETAT-CHECK-END.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START
               THRU 9140-ETAT-CHECK-END.
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-TITLE-ETAT TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START
               THRU 9140-ETAT-CHECK-END.
           MOVE WS-RUN-DATE TO PRT-REF-DATE
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-REF-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START
               THRU 9140-ETAT-CHECK-END.
           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START
               THRU 9140-ETAT-CHECK-END.

           SET IDX-BAR TO 1.
           PERFORM WS-BAR-NB TIMES
               SET PRT-NIV-NIVEAU TO IDX-BAR
               MOVE WS-BAR-LIB(IDX-BAR)     TO PRT-NIV-LIB
               MOVE WS-BAR-JOURS(IDX-BAR)   TO PRT-NIV-JOURS
               MOVE WS-BAR-LET-NB(IDX-BAR)  TO PRT-NIV-NB
               MOVE WS-BAR-MONTANT(IDX-BAR) TO PRT-NIV-DU
               DISPLAY PRT-NIVEAU-LINE
               INITIALIZE FIELD-WRITE-ETAT
               MOVE PRT-NIVEAU-LINE TO FIELD-WRITE-ETAT
               WRITE FILE-WRITE-ETAT
               PERFORM 9140-ETAT-CHECK-START
                   THRU 9140-ETAT-CHECK-END
               SET IDX-BAR UP BY 1
           END-PERFORM.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START
               THRU 9140-ETAT-CHECK-END.
           MOVE WS-LETTRES-NB TO PRT-TOT-NB
           MOVE WS-TOTAL-DU   TO PRT-TOT-DU
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-TOTAL-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START
               THRU 9140-ETAT-CHECK-END.

           MOVE 'Contrats impayes                           = '
               TO PRT-CPT-LIB
           MOVE WS-IMPAYES-NB TO PRT-CPT-NB
           PERFORM 7875-ETAT-COMPTE-START
               THRU 7875-ETAT-COMPTE-END.
           MOVE 'Impayes dont le niveau suivant n est pas du = '
               TO PRT-CPT-LIB
           MOVE WS-ATTENTE-NB TO PRT-CPT-NB
           PERFORM 7875-ETAT-COMPTE-START
               THRU 7875-ETAT-COMPTE-END.
           MOVE 'Impayes deja au dernier niveau du bareme   = '
               TO PRT-CPT-LIB
           MOVE WS-MAX-NB TO PRT-CPT-NB
           PERFORM 7875-ETAT-COMPTE-START
               THRU 7875-ETAT-COMPTE-END.
           MOVE 'Contrats sans appel ouvert (non relances)  = '
               TO PRT-CPT-LIB
           MOVE WS-SANS-DU-NB TO PRT-CPT-NB
           PERFORM 7875-ETAT-COMPTE-START
               THRU 7875-ETAT-COMPTE-END.

           CLOSE ETAT-RELANCE.
           PERFORM 9140-ETAT-CHECK-START
               THRU 9140-ETAT-CHECK-END.

       7870-ETAT-WRITE-END.
           EXIT.

      ******************************************************************
       7875-ETAT-COMPTE-START.

           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-COMPTE-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START
               THRU 9140-ETAT-CHECK-END.

       7875-ETAT-COMPTE-END.
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
