      ******************************************************************
      *                                                                *
      *      Emission des appels de prime fractionnes : parcours du    *
      *      maitre datassur.mst ; pour chaque contrat en cours, la    *
      *      prime SOMME de la periode DATE-EFFET/DATE-ECH est         *
      *      appelee en 1, 2, 4 ou 12 fractions selon son mode de      *
      *      fractionnement (annuel, semestriel, trimestriel,          *
      *      mensuel). Chaque fraction est due a DATE-EFFET plus 12,   *
      *      6, 3 ou 1 mois par rang (jour ramene a la fin du mois     *
      *      si besoin) et n'est appelee qu'une fois son echeance      *
      *      atteinte, sans depasser DATE-ECH ; un contrat en retard   *
      *      d'emission recoit toutes ses fractions echues.            *
      *                                                                *
      *      Montant d'une fraction : SOMME divisee par le nombre de   *
      *      fractions, arrondi au centime ; la derniere fraction      *
      *      porte le reste pour que la periode appelle exactement     *
      *      SOMME. Sur une periode plus courte que ses fractions      *
      *      (la suivante tomberait apres DATE-ECH), la derniere       *
      *      fraction qui tient dans la periode est appelee pour tout  *
      *      le reste de SOMME et le compteur d'appels est porte au    *
      *      nombre de fractions : la periode est alors entierement    *
      *      appelee et peut passer a 'P' une fois reglee. Un contrat  *
      *      appele auparavant sans ce reste le recoit en un appel de  *
      *      solde, date de l'echeance de sa derniere fraction.        *
      *                                                                *
      *      Sorties : prelevements.dat (une ligne par appel a         *
      *      remettre a la banque, puis un enregistrement FIN portant  *
      *      le nombre et le total de controle), datassur.app (trace   *
      *      cumulative de chaque appel emis, rapprochee ensuite par   *
      *      datassur-regl), et sur le maitre le nombre d'appels       *
      *      emis et le statut de paiement remis a 'N'.                *
      *                                                                *
      *      Un contrat deja regle en totalite ('P' sans aucun appel   *
      *      emis sur la periode : reglement direct de la prime) n'est *
      *      pas appele, il est seulement compte a part.               *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datassur-appel.
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

      *    Acces dynamique : parcours sequentiel complet du maitre et
      *    reecriture du contrat courant.
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

           SELECT PRELEVEMENTS ASSIGN TO 'prelevements.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PRELEV-STATUS.

           SELECT JOURNAL-EXPL ASSIGN TO 'exploitation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

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
        02 MST-SEP6                    PIC X(01).
        02 MST-FRACT                   PIC X(01).
        02 MST-SEP7                    PIC X(01).
        02 MST-APPELS-NB               PIC X(02).
        02 MST-APPELS-NB-NUM REDEFINES MST-APPELS-NB
                                       PIC 9(02).
        02 FILLER                      PIC X(34).

      *    Appel de prime emis : contrat, periode (DATE-EFFET) et rang
      *    de la fraction, date d'echeance de la fraction, montant
      *    appele, statut ('E' emis, 'R' regle par datassur-regl) et
      *    dates d'emission et de reglement.
       FD APPEL-FILE
           RECORD CONTAINS 60 CHARACTERS.

       01 FILE-REC-APPEL.
        02 APP-KEY.
           03 APP-NUMBER               PIC X(08).
           03 APP-EFFET                PIC 9(08).
           03 APP-RANG                 PIC 9(02).
        02 APP-SEP1                    PIC X(01).
        02 APP-DATE-ECH                PIC 9(08).
        02 APP-SEP2                    PIC X(01).
        02 APP-MONTANT                 PIC 999999,99.
        02 APP-SEP3                    PIC X(01).
        02 APP-STATUT                  PIC X(01).
        02 APP-SEP4                    PIC X(01).
        02 APP-DATE-EMIS               PIC 9(08).
        02 APP-SEP5                    PIC X(01).
        02 APP-DATE-REGL               PIC 9(08).
        02 APP-RESERVE                 PIC X(03).

      *    Fichier de prelevements remis a la banque : une ligne PRL
      *    par appel, puis un enregistrement FIN de controle.
       FD PRELEVEMENTS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-WRITE-PRELEV.
        02 FIELD-WRITE-PRELEV          PIC X(80).

      *    Journal d'exploitation commun a la chaine, meme format que
      *    dans datassur.cbl.
       FD JOURNAL-EXPL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-JOURNAL             PIC X(120).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  MASTER-STATUS           PIC X(02) VALUE SPACE.
           88 MASTER-STATUS-OK     VALUE '00'.
           88 MASTER-STATUS-EOF    VALUE '10'.
           88 MASTER-STATUS-NOTKEY VALUE '23'.
           88 MASTER-STATUS-NOTFOUND VALUE '35'.

       01  APPEL-STATUS            PIC X(02) VALUE SPACE.
           88 APPEL-STATUS-OK      VALUE '00'.
           88 APPEL-STATUS-EOF     VALUE '10'.
           88 APPEL-STATUS-DOUBLE  VALUE '22'.
           88 APPEL-STATUS-NOTFOUND VALUE '35'.

       01  PRELEV-STATUS           PIC X(02) VALUE SPACE.
           88 PRELEV-STATUS-OK     VALUE '00'.
           88 PRELEV-STATUS-EOF    VALUE '10'.

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
       01  WS-CONTRATS-NB          PIC 9(05) VALUE ZERO.
       01  WS-APPELS-NB            PIC 9(05) VALUE ZERO.
       01  WS-DOUBLES-NB           PIC 9(05) VALUE ZERO.
       01  WS-DEJA-PAYES-NB        PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-APPELE         PIC 9(11)V99 VALUE ZERO.

      *    Fractions de la periode du contrat courant : nombre de
      *    fractions, pas en mois entre deux fractions, rang de la
      *    prochaine fraction a appeler, rang dont l'echeance est
      *    calculee, indicateur de fin et indicateur de derniere
      *    fraction (celle qui porte le reste de SOMME).
       01  WS-FRACT-NB             PIC 9(02) VALUE ZERO.
       01  WS-FRACT-PAS            PIC 9(02) VALUE ZERO.
       01  WS-RANG-NEXT            PIC 9(02) VALUE ZERO.
       01  WS-RANG-CALC            PIC 9(02) VALUE ZERO.
       01  WS-FRACT-DERNIER        PIC X(01) VALUE 'N'.
           88 WS-FRACT-IS-DERNIER  VALUE 'O'.
       01  WS-ECH-COURANTE         PIC 9(08) VALUE ZERO.
       01  WS-CTR-EMIS-NB          PIC 9(02) VALUE ZERO.
       01  WS-FRACT-FIN            PIC X(01) VALUE 'N'.
           88 WS-FRACT-IS-FIN      VALUE 'O'.

      *    Montants : SOMME du contrat, montant d'une fraction courante
      *    et montant appele pour le rang en cours (la derniere
      *    fraction porte le reste).
       01  WS-SOMME-NUM            PIC 9(06)V99 VALUE ZERO.
       01  WS-FRACT-MONTANT        PIC 9(06)V99 VALUE ZERO.
       01  WS-APPEL-MONTANT        PIC 9(06)V99 VALUE ZERO.

      *    Calcul de l'echeance d'une fraction : DATE-EFFET decoupee,
      *    nombre de mois depuis janvier de l'annee d'effet, date
      *    calculee et longueur des mois (fevrier corrige pour les
      *    annees bissextiles).
       01  WS-EFF-DATE             PIC 9(08) VALUE ZERO.
       01  WS-EFF-DATE-R REDEFINES WS-EFF-DATE.
           03 WS-EFF-AAAA          PIC 9(04).
           03 WS-EFF-MM            PIC 9(02).
           03 WS-EFF-JJ            PIC 9(02).

       01  WS-ECH-DATE             PIC 9(08) VALUE ZERO.
       01  WS-ECH-DATE-R REDEFINES WS-ECH-DATE.
           03 WS-ECH-AAAA          PIC 9(04).
           03 WS-ECH-MM            PIC 9(02).
           03 WS-ECH-JJ            PIC 9(02).

       01  WS-MOIS-TOT             PIC 9(04) VALUE ZERO.
       01  WS-ANS-PLUS             PIC 9(04) VALUE ZERO.
       01  WS-MOIS-RESTE           PIC 9(02) VALUE ZERO.
       01  WS-BISS-QUOT            PIC 9(04) VALUE ZERO.
       01  WS-BISS-R4              PIC 9(03) VALUE ZERO.
       01  WS-BISS-R100            PIC 9(03) VALUE ZERO.
       01  WS-BISS-R400            PIC 9(03) VALUE ZERO.
       01  WS-MOIS-JJ-MAX          PIC 9(02) VALUE ZERO.

       01  WS-MOIS-LONG-LIST       PIC X(24)
           VALUE '312831303130313130313031'.
       01  WS-MOIS-LONG-TAB REDEFINES WS-MOIS-LONG-LIST.
           03 WS-MOIS-LONG         PIC 9(02) OCCURS 12 TIMES.

       01  WS-PRL-LINE.
           03 FILLER               PIC X(04) VALUE 'PRL|'.
           03 WS-PRL-NUMBER        PIC X(08) VALUE SPACE.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-PRL-RANG          PIC 9(02) VALUE ZERO.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-PRL-ECHEANCE      PIC 9(08) VALUE ZERO.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-PRL-MONTANT       PIC 999999,99 VALUE ZERO.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-PRL-AGENCE        PIC X(08) VALUE SPACE.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-PRL-CONTRACT      PIC X(14) VALUE SPACE.

       01  WS-PRL-TRAILER.
           03 FILLER               PIC X(04) VALUE 'FIN|'.
           03 WS-PRL-T-DATE        PIC 9(08) VALUE ZERO.
           03 FILLER               PIC X(04) VALUE '|NB='.
           03 WS-PRL-T-NB          PIC 9(05) VALUE ZERO.
           03 FILLER               PIC X(07) VALUE '|TOTAL='.
           03 WS-PRL-T-TOTAL       PIC 99999999999,99 VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.


           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           MOVE 'datassur-appel' TO WS-JRN-PROG.
           PERFORM 8000-JOURNAL-DEB-START THRU 8000-JOURNAL-DEB-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 7750-EMISSION-ALL-START
               THRU 7750-EMISSION-ALL-END.

           DISPLAY 'EMISSION DES APPELS TERMINEE LE ' WS-RUN-DATE.
           DISPLAY 'CONTRATS LUS         = ' WS-LU-NB.
           DISPLAY 'CONTRATS APPELES     = ' WS-CONTRATS-NB.
           DISPLAY 'APPELS EMIS          = ' WS-APPELS-NB.
           MOVE WS-TOTAL-APPELE TO WS-PRL-T-TOTAL.
           DISPLAY 'TOTAL DE CONTROLE    = ' WS-PRL-T-TOTAL.
           DISPLAY 'APPELS DEJA PRESENTS = ' WS-DOUBLES-NB.
           DISPLAY 'CONTRATS DEJA REGLES = ' WS-DEJA-PAYES-NB.

           IF WS-DOUBLES-NB > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING 'LUS='            DELIMITED BY SIZE
                  WS-LU-NB          DELIMITED BY SIZE
                  ';CONTRATS='      DELIMITED BY SIZE
                  WS-CONTRATS-NB    DELIMITED BY SIZE
                  ';APPELS='        DELIMITED BY SIZE
                  WS-APPELS-NB      DELIMITED BY SIZE
                  ';TOTAL='         DELIMITED BY SIZE
                  WS-PRL-T-TOTAL    DELIMITED BY SIZE
                  ';DOUBLES='       DELIMITED BY SIZE
                  WS-DOUBLES-NB     DELIMITED BY SIZE
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
           DISPLAY '*** ARRET ANORMAL DE L EMISSION DES APPELS ***'
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
       9120-APPEL-CHECK-START.

           IF NOT (APPEL-STATUS-OK OR APPEL-STATUS-EOF)
               MOVE 'APPEL-FILE'     TO WS-ABEND-FILE
               MOVE APPEL-STATUS     TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9120-APPEL-CHECK-END.
           EXIT.

      ******************************************************************
       9130-PRELEV-CHECK-START.

           IF NOT (PRELEV-STATUS-OK OR PRELEV-STATUS-EOF)
               MOVE 'PRELEVEMENTS'   TO WS-ABEND-FILE
               MOVE PRELEV-STATUS    TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9130-PRELEV-CHECK-END.
           EXIT.

      ******************************************************************
      *    Emission de tous les appels echus : le maitre doit exister ;
      *    datassur.app est cree vide au tout premier passage avant
      *    d'etre rouvert en mise a jour. Le fichier de prelevements
      *    est refait a chaque emission et se termine toujours par son
      *    enregistrement de controle, meme sans aucun appel.
       7750-EMISSION-ALL-START.

           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS-NOTFOUND
               DISPLAY '*** FICHIER datassur.mst ABSENT : MAITRE '
                   'OBLIGATOIRE POUR L EMISSION DES APPELS ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           OPEN I-O APPEL-FILE.
           IF APPEL-STATUS-NOTFOUND
               DISPLAY 'FICHIER datassur.app ABSENT : CREATION'
               OPEN OUTPUT APPEL-FILE
               PERFORM 9120-APPEL-CHECK-START
                   THRU 9120-APPEL-CHECK-END
               CLOSE APPEL-FILE
               PERFORM 9120-APPEL-CHECK-START
                   THRU 9120-APPEL-CHECK-END
               OPEN I-O APPEL-FILE
           END-IF.
           PERFORM 9120-APPEL-CHECK-START
               THRU 9120-APPEL-CHECK-END.

           OPEN OUTPUT PRELEVEMENTS.
           PERFORM 9130-PRELEV-CHECK-START
               THRU 9130-PRELEV-CHECK-END.

           PERFORM UNTIL MASTER-STATUS-EOF
               READ MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LU-NB
                       PERFORM 7755-EMISSION-UN-START
                           THRU 7755-EMISSION-UN-END
               END-READ
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
           END-PERFORM.

           MOVE WS-RUN-DATE     TO WS-PRL-T-DATE.
           MOVE WS-APPELS-NB    TO WS-PRL-T-NB.
           MOVE WS-TOTAL-APPELE TO WS-PRL-T-TOTAL.
           INITIALIZE FIELD-WRITE-PRELEV
           MOVE WS-PRL-TRAILER TO FIELD-WRITE-PRELEV
           WRITE FILE-WRITE-PRELEV.
           PERFORM 9130-PRELEV-CHECK-START
               THRU 9130-PRELEV-CHECK-END.

           CLOSE PRELEVEMENTS.
           PERFORM 9130-PRELEV-CHECK-START
               THRU 9130-PRELEV-CHECK-END.

           CLOSE APPEL-FILE.
           PERFORM 9120-APPEL-CHECK-START
               THRU 9120-APPEL-CHECK-END.

           CLOSE MASTER-FILE.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

       7750-EMISSION-ALL-END.
           EXIT.

      ******************************************************************
      *    Appels d'un contrat : seuls les contrats en cours, avec une
      *    prime et une periode commencee, sont appeles. Un contrat
      *    deja 'P' sans appel emis sur la periode a regle sa prime
      *    entiere directement : il n'est pas appele. Les fractions
      *    sont emises rang apres rang tant que leur echeance est
      *    atteinte ; le maitre n'est reecrit que si au moins un appel
      *    a ete emis. Un rang qui tombe apres DATE-ECH alors que des
      *    fractions ont deja ete appelees sans le reste de SOMME
      *    donne lieu a l'appel de solde, a l'echeance du rang
      *    precedent.
       7755-EMISSION-UN-START.

           IF NOT MST-CTR-EN-COURS
            OR MST-DATE-EFFET > WS-RUN-DATE
               GO TO 7755-EMISSION-UN-END
           END-IF.

           MOVE MST-SOMME TO WS-SOMME-NUM.
           IF WS-SOMME-NUM EQUAL ZERO
               GO TO 7755-EMISSION-UN-END
           END-IF.

           EVALUATE MST-FRACT
               WHEN 'S'
                   MOVE 2  TO WS-FRACT-NB
                   MOVE 6  TO WS-FRACT-PAS
               WHEN 'T'
                   MOVE 4  TO WS-FRACT-NB
                   MOVE 3  TO WS-FRACT-PAS
               WHEN 'M'
                   MOVE 12 TO WS-FRACT-NB
                   MOVE 1  TO WS-FRACT-PAS
               WHEN OTHER
                   MOVE 1  TO WS-FRACT-NB
                   MOVE 12 TO WS-FRACT-PAS
           END-EVALUATE.

           IF MST-APPELS-NB IS NUMERIC
               MOVE MST-APPELS-NB-NUM TO WS-RANG-NEXT
           ELSE
               MOVE ZERO TO WS-RANG-NEXT
           END-IF.

           IF MST-PAIE-STATUT EQUAL 'P'
            AND WS-RANG-NEXT EQUAL ZERO
               ADD 1 TO WS-DEJA-PAYES-NB
               GO TO 7755-EMISSION-UN-END
           END-IF.

           COMPUTE WS-FRACT-MONTANT ROUNDED =
               WS-SOMME-NUM / WS-FRACT-NB
           END-COMPUTE.

           MOVE ZERO TO WS-CTR-EMIS-NB.
           MOVE 'N'  TO WS-FRACT-FIN.
           MOVE MST-DATE-EFFET TO WS-EFF-DATE.

           PERFORM UNTIL WS-FRACT-IS-FIN
               IF WS-RANG-NEXT NOT < WS-FRACT-NB
                   MOVE 'O' TO WS-FRACT-FIN
               ELSE
                   MOVE WS-RANG-NEXT TO WS-RANG-CALC
                   PERFORM 7760-ECHEANCE-CALC-START
                       THRU 7760-ECHEANCE-CALC-END
                   IF WS-ECH-DATE > MST-DATE-ECH
                    AND WS-RANG-NEXT > 0
                       SUBTRACT 1 FROM WS-RANG-NEXT
                           GIVING WS-RANG-CALC
                       PERFORM 7760-ECHEANCE-CALC-START
                           THRU 7760-ECHEANCE-CALC-END
                       MOVE 'O' TO WS-FRACT-DERNIER
                       PERFORM 7765-APPEL-EMIS-START
                           THRU 7765-APPEL-EMIS-END
                       MOVE WS-FRACT-NB TO WS-RANG-NEXT
                       MOVE 'O' TO WS-FRACT-FIN
                   ELSE
                       IF WS-ECH-DATE > WS-RUN-DATE
                        OR WS-ECH-DATE > MST-DATE-ECH
                           MOVE 'O' TO WS-FRACT-FIN
                       ELSE
                           PERFORM 7762-DERNIER-CTRL-START
                               THRU 7762-DERNIER-CTRL-END
                           PERFORM 7765-APPEL-EMIS-START
                               THRU 7765-APPEL-EMIS-END
                           IF WS-FRACT-IS-DERNIER
                               MOVE WS-FRACT-NB TO WS-RANG-NEXT
                           ELSE
                               ADD 1 TO WS-RANG-NEXT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CTR-EMIS-NB EQUAL ZERO
               GO TO 7755-EMISSION-UN-END
           END-IF.

           MOVE '|'          TO MST-SEP6.
           IF MST-FRACT EQUAL SPACE
               MOVE 'A' TO MST-FRACT
           END-IF.
           MOVE '|'          TO MST-SEP7.
           MOVE WS-RANG-NEXT TO MST-APPELS-NB-NUM.
           MOVE 'N'          TO MST-PAIE-STATUT.
           REWRITE FILE-REC-MASTER.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.
           ADD 1 TO WS-CONTRATS-NB.

       7755-EMISSION-UN-END.
           EXIT.

      ******************************************************************
      *    Echeance de la fraction de rang WS-RANG-CALC (0 pour la
      *    premiere) : DATE-EFFET avancee de rang x pas mois ; un jour
      *    qui n'existe pas dans le mois obtenu (31, ou 29/30 en
      *    fevrier) est ramene au dernier jour du mois.
       7760-ECHEANCE-CALC-START.

           COMPUTE WS-MOIS-TOT =
               WS-EFF-MM - 1 + WS-RANG-CALC * WS-FRACT-PAS
           END-COMPUTE.
           DIVIDE WS-MOIS-TOT BY 12 GIVING WS-ANS-PLUS
               REMAINDER WS-MOIS-RESTE.
           COMPUTE WS-ECH-AAAA = WS-EFF-AAAA + WS-ANS-PLUS.
           COMPUTE WS-ECH-MM   = WS-MOIS-RESTE + 1.
           MOVE WS-EFF-JJ TO WS-ECH-JJ.

           MOVE WS-MOIS-LONG(WS-ECH-MM) TO WS-MOIS-JJ-MAX.
           IF WS-ECH-MM EQUAL 2
               DIVIDE WS-ECH-AAAA BY 4   GIVING WS-BISS-QUOT
                   REMAINDER WS-BISS-R4
               DIVIDE WS-ECH-AAAA BY 100 GIVING WS-BISS-QUOT
                   REMAINDER WS-BISS-R100
               DIVIDE WS-ECH-AAAA BY 400 GIVING WS-BISS-QUOT
                   REMAINDER WS-BISS-R400
               IF WS-BISS-R400 EQUAL ZERO
                OR (WS-BISS-R4 EQUAL ZERO
                    AND WS-BISS-R100 NOT EQUAL ZERO)
                   MOVE 29 TO WS-MOIS-JJ-MAX
               END-IF
           END-IF.

           IF WS-ECH-JJ > WS-MOIS-JJ-MAX
               MOVE WS-MOIS-JJ-MAX TO WS-ECH-JJ
           END-IF.

       7760-ECHEANCE-CALC-END.
           EXIT.

      ******************************************************************
      *    La fraction a emettre est la derniere si c'est le dernier
      *    rang, ou si l'echeance du rang suivant tombe apres
      *    DATE-ECH ; l'echeance de la fraction courante est restituee
      *    dans WS-ECH-DATE.
       7762-DERNIER-CTRL-START.

           MOVE 'N' TO WS-FRACT-DERNIER.
           IF WS-RANG-NEXT + 1 NOT < WS-FRACT-NB
               MOVE 'O' TO WS-FRACT-DERNIER
               GO TO 7762-DERNIER-CTRL-END
           END-IF.

           MOVE WS-ECH-DATE TO WS-ECH-COURANTE.
           ADD 1 WS-RANG-NEXT GIVING WS-RANG-CALC.
           PERFORM 7760-ECHEANCE-CALC-START
               THRU 7760-ECHEANCE-CALC-END.
           IF WS-ECH-DATE > MST-DATE-ECH
               MOVE 'O' TO WS-FRACT-DERNIER
           END-IF.
           MOVE WS-ECH-COURANTE TO WS-ECH-DATE.

       7762-DERNIER-CTRL-END.
           EXIT.

      ******************************************************************
      *    Emission d'une fraction : trace dans datassur.app puis
      *    ligne de prelevement. Un appel deja present pour ce rang
      *    (maitre et fichier des appels desynchronises) n'est pas
      *    reemis a la banque : il est seulement signale et compte.
       7765-APPEL-EMIS-START.

           IF WS-FRACT-IS-DERNIER
               MULTIPLY WS-FRACT-MONTANT BY WS-RANG-NEXT
                   GIVING WS-APPEL-MONTANT
               SUBTRACT WS-APPEL-MONTANT FROM WS-SOMME-NUM
                   GIVING WS-APPEL-MONTANT
           ELSE
               MOVE WS-FRACT-MONTANT TO WS-APPEL-MONTANT
           END-IF.

           MOVE MST-NUMBER       TO APP-NUMBER.
           MOVE MST-DATE-EFFET   TO APP-EFFET.
           COMPUTE APP-RANG = WS-RANG-NEXT + 1.
           MOVE '|'              TO APP-SEP1.
           MOVE WS-ECH-DATE      TO APP-DATE-ECH.
           MOVE '|'              TO APP-SEP2.
           MOVE WS-APPEL-MONTANT TO APP-MONTANT.
           MOVE '|'              TO APP-SEP3.
           MOVE 'E'              TO APP-STATUT.
           MOVE '|'              TO APP-SEP4.
           MOVE WS-RUN-DATE      TO APP-DATE-EMIS.
           MOVE '|'              TO APP-SEP5.
           MOVE ZERO             TO APP-DATE-REGL.
           MOVE SPACE            TO APP-RESERVE.
           WRITE FILE-REC-APPEL.

           IF APPEL-STATUS-DOUBLE
               DISPLAY 'APPEL DEJA PRESENT : ' APP-NUMBER
                   ' EFFET ' APP-EFFET ' RANG ' APP-RANG
               ADD 1 TO WS-DOUBLES-NB
               ADD 1 TO WS-CTR-EMIS-NB
               GO TO 7765-APPEL-EMIS-END
           END-IF.
           PERFORM 9120-APPEL-CHECK-START
               THRU 9120-APPEL-CHECK-END.

           MOVE MST-NUMBER       TO WS-PRL-NUMBER.
           MOVE APP-RANG         TO WS-PRL-RANG.
           MOVE WS-ECH-DATE      TO WS-PRL-ECHEANCE.
           MOVE WS-APPEL-MONTANT TO WS-PRL-MONTANT.
           MOVE MST-AGENCE       TO WS-PRL-AGENCE.
           MOVE MST-CONTRACT     TO WS-PRL-CONTRACT.
           INITIALIZE FIELD-WRITE-PRELEV
           MOVE WS-PRL-LINE TO FIELD-WRITE-PRELEV
           WRITE FILE-WRITE-PRELEV.
           PERFORM 9130-PRELEV-CHECK-START
               THRU 9130-PRELEV-CHECK-END.

           ADD 1 TO WS-APPELS-NB.
           ADD 1 TO WS-CTR-EMIS-NB.
           ADD WS-APPEL-MONTANT TO WS-TOTAL-APPELE.

       7765-APPEL-EMIS-END.
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
