      ******************************************************************
      *                                                                *
      *      Etat mensuel des sinistres : pour un mois donne, les      *
      *      sinistres de datassur.sin declares dans le mois sont      *
      *      cumules par type de contrat (libelle typeref.dat) et par  *
      *      agence (libelle ageref.dat) : nombre, montants estimes,   *
      *      regles et charge (regle, plus le reste a regler estime    *
      *      des sinistres encore ouverts).                            *
      *                                                                *
      *      Les primes sont les primes acquises sur le mois par les   *
      *      contrats du maitre datassur.mst en vigueur (non resilies  *
      *      avant le debut du mois) : SOMME multipliee par le nombre  *
      *      de jours de la periode DATE-EFFET/DATE-ECH compris dans   *
      *      le mois (jusqu'a la resiliation au plus tard), divise par *
      *      la duree de la periode, comme le prorata de la PPNA. Une  *
      *      periode precedente encore en vigueur sur le mois (image   *
      *      d'avant renouvellement 'N' de datassur.his) apporte aussi *
      *      sa part. Le ratio sinistres/primes est la charge          *
      *      rapportee aux primes acquises, en pourcentage, par type,  *
      *      par agence et au total.                                   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datassur-sinmens.
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

           SELECT SINISTRE-FILE ASSIGN TO 'datassur.sin'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SIN-NUMERO
           FILE STATUS IS SINISTRE-STATUS.

           SELECT MASTER-FILE ASSIGN TO 'datassur.mst'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS MASTER-STATUS.

      *    Historique des contrats : periodes d'avant renouvellement.
           SELECT HISTO-FILE ASSIGN TO 'datassur.his'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HISTO-STATUS.

           SELECT TYPEREF ASSIGN TO 'typeref.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS TYPEREF-STATUS.

           SELECT AGEREF ASSIGN TO 'ageref.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AGEREF-STATUS.

           SELECT RAPPORT-SIN ASSIGN TO 'sinistres-mensuel.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RAPPORT-SIN-STATUS.

           SELECT JOURNAL-EXPL ASSIGN TO 'exploitation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    Fichier des sinistres, meme decoupage que dans
      *    datassur-sin.
       FD SINISTRE-FILE
           RECORD CONTAINS 70 CHARACTERS.

       01 FILE-REC-SINISTRE.
        02 SIN-NUMERO                  PIC X(10).
        02 FILLER                      PIC X(01).
        02 SIN-CONTRAT                 PIC X(08).
        02 FILLER                      PIC X(01).
        02 SIN-DATE-SURV               PIC 9(08).
        02 FILLER                      PIC X(01).
        02 SIN-DATE-DECL               PIC 9(08).
        02 FILLER                      PIC X(01).
        02 SIN-MNT-ESTIME              PIC 9999999,99.
        02 FILLER                      PIC X(01).
        02 SIN-MNT-REGLE               PIC 9999999,99.
        02 FILLER                      PIC X(01).
        02 SIN-STATUT                  PIC X(01).
           88 SIN-OUVERT               VALUE 'O'.
           88 SIN-CLOS                 VALUE 'C'.
        02 FILLER                      PIC X(01).
        02 SIN-DATE-MAJ                PIC 9(08).

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
        02 FILLER                      PIC X(39).

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
         03 FILLER                     PIC X(01).
         03 HIS-IMG-SOMME              PIC X(09).
         03 FILLER                     PIC X(83).
        02 HIS-SEP3                    PIC X(01).
        02 HIS-APRES                   PIC X(200).

       FD TYPEREF
           RECORD CONTAINS 41 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-TYPEREF.
        02 FIELD-TYPEREF-CODE          PIC X(08).
        02 FILLER                      PIC X(01).
        02 FIELD-TYPEREF-LIB           PIC X(30).
        02 FILLER                      PIC X(01).
        02 FIELD-TYPEREF-ACTIF         PIC X(01).

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

       FD RAPPORT-SIN
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-WRITE-RAPPORT-SIN.
        02 FIELD-WRITE-RAPPORT-SIN     PIC X(200).

      *    Journal d'exploitation commun a la chaine, meme format que
      *    dans datassur.cbl.
       FD JOURNAL-EXPL
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-JOURNAL             PIC X(120).

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  SINISTRE-STATUS         PIC X(02) VALUE SPACE.
           88 SINISTRE-STATUS-OK   VALUE '00'.
           88 SINISTRE-STATUS-EOF  VALUE '10'.
           88 SINISTRE-STATUS-NOTFOUND VALUE '35'.

       01  MASTER-STATUS           PIC X(02) VALUE SPACE.
           88 MASTER-STATUS-OK     VALUE '00'.
           88 MASTER-STATUS-EOF    VALUE '10'.
           88 MASTER-STATUS-NOTKEY VALUE '23'.
           88 MASTER-STATUS-NOTFOUND VALUE '35'.

       01  HISTO-STATUS            PIC X(02) VALUE SPACE.
           88 HISTO-STATUS-OK      VALUE '00'.
           88 HISTO-STATUS-EOF     VALUE '10'.
           88 HISTO-STATUS-NOTFOUND VALUE '35'.

       01  TYPEREF-STATUS          PIC X(02) VALUE SPACE.
           88 TYPEREF-STATUS-OK    VALUE '00'.
           88 TYPEREF-STATUS-EOF   VALUE '10'.
           88 TYPEREF-STATUS-NOTFOUND VALUE '35'.

       01  AGEREF-STATUS           PIC X(02) VALUE SPACE.
           88 AGEREF-STATUS-OK     VALUE '00'.
           88 AGEREF-STATUS-EOF    VALUE '10'.
           88 AGEREF-STATUS-NOTFOUND VALUE '35'.

       01  RAPPORT-SIN-STATUS      PIC X(02) VALUE SPACE.
           88 RAPPORT-SIN-STATUS-OK  VALUE '00'.
           88 RAPPORT-SIN-STATUS-EOF VALUE '10'.

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

       01  WS-MOIS                 PIC X(06) VALUE SPACE.
       01  WS-MOIS-MM              PIC 9(02) VALUE ZERO.
       01  WS-MOIS-DEBUT           PIC 9(08) VALUE ZERO.
       01  WS-MOIS-FIN             PIC 9(08) VALUE ZERO.

      *    Cumuls du mois par type de contrat et par agence : sinistres
      *    declares dans le mois et primes des contrats en vigueur.
       01  WS-STYPE-TAB.
           03 WS-STYPE-NB         PIC 9(02) VALUE ZERO.
           03 WS-STYPE-ENT OCCURS 50 TIMES INDEXED BY IDX-STYPE.
              05 WS-STYPE-KEY     PIC X(08).
              05 WS-STYPE-SIN-NB  PIC 9(05).
              05 WS-STYPE-ESTIME  PIC 9(11)V99.
              05 WS-STYPE-REGLE   PIC 9(11)V99.
              05 WS-STYPE-CHARGE  PIC 9(11)V99.
              05 WS-STYPE-PRIMES  PIC 9(11)V99.

       01  WS-SAGE-TAB.
           03 WS-SAGE-NB          PIC 9(02) VALUE ZERO.
           03 WS-SAGE-ENT OCCURS 50 TIMES INDEXED BY IDX-SAGE.
              05 WS-SAGE-KEY      PIC X(08).
              05 WS-SAGE-SIN-NB   PIC 9(05).
              05 WS-SAGE-ESTIME   PIC 9(11)V99.
              05 WS-SAGE-REGLE    PIC 9(11)V99.
              05 WS-SAGE-CHARGE   PIC 9(11)V99.
              05 WS-SAGE-PRIMES   PIC 9(11)V99.

       01  WS-STYPE-KEY-IN         PIC X(08) VALUE SPACE.
       01  WS-SAGE-KEY-IN          PIC X(08) VALUE SPACE.
       01  WS-CLE-INCONNUE         PIC X(08) VALUE '????????'.

       01  WS-SIN-ESTIME           PIC 9(07)V99 VALUE ZERO.
       01  WS-SIN-REGLE            PIC 9(07)V99 VALUE ZERO.
       01  WS-SIN-CHARGE           PIC 9(07)V99 VALUE ZERO.

      *    Prime acquise sur le mois : une periode DATE-EFFET/DATE-ECH
      *    et sa SOMME en entree, jours de la periode compris dans le
      *    mois (bornes par la resiliation) sur sa duree, en
      *    quantiemes comme dans datassur-ppna ; cumul par contrat.
       01  WS-PER-EFFET            PIC 9(08) VALUE ZERO.
       01  WS-PER-ECH              PIC 9(08) VALUE ZERO.
       01  WS-PER-SOMME            PIC 9(06)V99 VALUE ZERO.
       01  WS-PER-DEBUT            PIC 9(08) VALUE ZERO.
       01  WS-PER-FIN              PIC 9(08) VALUE ZERO.
       01  WS-PER-LIMITE           PIC 9(08) VALUE ZERO.
       01  WS-EFFET-INT            PIC S9(07) VALUE ZERO.
       01  WS-ECH-INT              PIC S9(07) VALUE ZERO.
       01  WS-DEBUT-INT            PIC S9(07) VALUE ZERO.
       01  WS-FIN-INT              PIC S9(07) VALUE ZERO.
       01  WS-DUREE-JOURS          PIC S9(07) VALUE ZERO.
       01  WS-MOIS-JOURS           PIC S9(07) VALUE ZERO.
       01  WS-ACQUIS-MNT           PIC 9(06)V99 VALUE ZERO.
       01  WS-CTR-ACQUIS           PIC 9(07)V99 VALUE ZERO.
       01  WS-CTR-JOURS            PIC S9(07) VALUE ZERO.

      *    Periodes d'avant renouvellement en vigueur sur le mois,
      *    relues dans datassur.his : numero, dates et SOMME.
       01  WS-HPER-TAB.
           03 WS-HPER-NB          PIC 9(04) VALUE ZERO.
           03 WS-HPER-ENT OCCURS 2000 TIMES INDEXED BY IDX-HPER.
              05 WS-HPER-NUMBER   PIC X(08).
              05 WS-HPER-EFFET    PIC 9(08).
              05 WS-HPER-ECH      PIC 9(08).
              05 WS-HPER-SOMME    PIC 9(06)V99.

       01  WS-HPER-SOMME-ED        PIC 999999,99 VALUE ZERO.

       01  WS-SIN-LUS-NB           PIC 9(05) VALUE ZERO.
       01  WS-SIN-MOIS-NB          PIC 9(05) VALUE ZERO.
       01  WS-SIN-ORPHELIN-NB      PIC 9(05) VALUE ZERO.
       01  WS-CTR-VIGUEUR-NB       PIC 9(05) VALUE ZERO.

       01  WS-GRAND-ESTIME         PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-REGLE          PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-CHARGE         PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-PRIMES         PIC 9(11)V99 VALUE ZERO.

      *    Ratio sinistres/primes : charge rapportee aux primes, en
      *    pourcentage ; sans prime sur la ligne, le ratio n'est pas
      *    calculable et s'affiche N/D.
       01  WS-RATIO-CHARGE         PIC 9(11)V99 VALUE ZERO.
       01  WS-RATIO-PRIMES         PIC 9(11)V99 VALUE ZERO.
       01  WS-RATIO                PIC 9(05)V99 VALUE ZERO.
       01  WS-RATIO-ED             PIC ZZZZ9,99 VALUE ZERO.
       01  WS-RATIO-OUT            PIC X(08) VALUE SPACE.

      *    Dernier jour du mois traite : meme regle calendaire que le
      *    controle d'intake du traitement quotidien.
       01  WS-CTL-DATE.
           03 WS-CTL-DATE-AAAA      PIC 9(04) VALUE ZERO.
           03 WS-CTL-DATE-MM        PIC 9(02) VALUE ZERO.
           03 WS-CTL-DATE-JJ        PIC 9(02) VALUE ZERO.

       01  WS-CTL-JJ-MAX            PIC 9(02) VALUE ZERO.
       01  WS-CTL-RESTE             PIC 9(04) VALUE ZERO.
       01  WS-CTL-QUOTIENT          PIC 9(04) VALUE ZERO.

      *    Referentiels des types et des agences pour les libelles ;
      *    leur absence n'est pas bloquante, le libelle reste a blanc.
       01  WS-REF-REC.
           03 WS-REF-NB        PIC 9(02) VALUE ZERO.
           03 WS-REF-TYPES OCCURS 50 TIMES INDEXED BY IDX-REF.
              05 WS-REF-CODE    PIC X(08) VALUE SPACE.
              05 WS-REF-LIB     PIC X(30) VALUE SPACE.

       01  WS-REF-LIB-OUT      PIC X(30) VALUE SPACE.
       01  WS-REF-CODE-IN      PIC X(08) VALUE SPACE.

       01  WS-AGR-REC.
           03 WS-AGR-NB        PIC 9(02) VALUE ZERO.
           03 WS-AGR-ENT OCCURS 50 TIMES INDEXED BY IDX-AGR.
              05 WS-AGR-CODE    PIC X(08) VALUE SPACE.
              05 WS-AGR-LIB     PIC X(30) VALUE SPACE.

       01  WS-AGR-LIB-OUT      PIC X(30) VALUE SPACE.
       01  WS-AGR-CODE-IN      PIC X(08) VALUE SPACE.

       01  PRT-STARS            PIC X(125)  VALUE ALL "*".
       01  PRT-TITLE            PIC X(29)
           VALUE "RAPPORT MENSUEL DES SINISTRES".

       01  PRT-MOIS-LINE.
           03 FILLER            PIC X(13) VALUE 'MOIS TRAITE :'.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-MOIS          PIC X(06) VALUE SPACE.

       01  PRT-PAR-TYPE         PIC X(19) VALUE 'PAR TYPE DE CONTRAT'.
       01  PRT-PAR-AGENCE       PIC X(10) VALUE 'PAR AGENCE'.

       01  PRT-DET-LINE.
           03 PRT-DET-CODE-LIB  PIC X(07) VALUE SPACE.
           03 PRT-DET-KEY       PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-DET-LIB       PIC X(30) VALUE SPACE.
           03 FILLER            PIC X(08) VALUE ' Nb sin='.
           03 PRT-DET-NB        PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(08) VALUE ' Estime='.
           03 PRT-DET-ESTIME    PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' Regle='.
           03 PRT-DET-REGLE     PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(08) VALUE ' Charge='.
           03 PRT-DET-CHARGE    PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(08) VALUE ' Primes='.
           03 PRT-DET-PRIMES    PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(05) VALUE ' S/P='.
           03 PRT-DET-RATIO     PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(02) VALUE ' %'.

       01  PRT-GRAND-LINE.
           03 FILLER            PIC X(14) VALUE 'TOTAL  Nb sin='.
           03 PRT-GRAND-NB      PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(08) VALUE ' Estime='.
           03 PRT-GRAND-ESTIME  PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' Regle='.
           03 PRT-GRAND-REGLE   PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(08) VALUE ' Charge='.
           03 PRT-GRAND-CHARGE  PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(08) VALUE ' Primes='.
           03 PRT-GRAND-PRIMES  PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(05) VALUE ' S/P='.
           03 PRT-GRAND-RATIO   PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(02) VALUE ' %'.

       01  PRT-VIGUEUR-FOOT.
           03 FILLER            PIC X(32)
              VALUE 'Nombre de contrats en vigueur = '.
           03 PRT-VIGUEUR-NB    PIC 9(05) VALUE ZERO.

       01  PRT-ORPHELIN-FOOT.
           03 FILLER            PIC X(38)
              VALUE 'Sinistres sur contrat hors maitre = '.
           03 PRT-ORPHELIN-NB   PIC 9(05) VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.


           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           MOVE 'datassur-sinmens' TO WS-JRN-PROG.
           PERFORM 8000-JOURNAL-DEB-START THRU 8000-JOURNAL-DEB-END.

           DISPLAY 'MOIS DES SINISTRES (AAAAMM) : '
               WITH NO ADVANCING.
           ACCEPT WS-MOIS.

           IF WS-MOIS IS NOT NUMERIC
               DISPLAY '*** MOIS INVALIDE : ' WS-MOIS ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MOIS(5:2) TO WS-MOIS-MM.
           IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
               DISPLAY '*** MOIS INVALIDE : ' WS-MOIS ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 7400-BORNES-MOIS-START THRU 7400-BORNES-MOIS-END.

           PERFORM 7410-TYPEREF-LOAD-START
               THRU 7410-TYPEREF-LOAD-END.
           PERFORM 7415-AGEREF-LOAD-START
               THRU 7415-AGEREF-LOAD-END.

           INITIALIZE WS-STYPE-TAB.
           INITIALIZE WS-SAGE-TAB.

           PERFORM 7418-HPER-LOAD-START THRU 7418-HPER-LOAD-END.

           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS-NOTFOUND
               DISPLAY '*** FICHIER datassur.mst ABSENT : MAITRE '
                   'OBLIGATOIRE POUR LE RATIO SINISTRES/PRIMES ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           PERFORM 7420-PRIMES-ALL-START THRU 7420-PRIMES-ALL-END.
           PERFORM 7430-SINISTRES-ALL-START
               THRU 7430-SINISTRES-ALL-END.

           CLOSE MASTER-FILE.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           PERFORM 7450-RAPPORT-START THRU 7450-RAPPORT-END.

           DISPLAY 'SINISTRES DU MOIS ' WS-MOIS ' : '
               WS-SIN-MOIS-NB ' SINISTRE(S), '
               WS-CTR-VIGUEUR-NB ' CONTRAT(S) EN VIGUEUR'.

           IF WS-SIN-ORPHELIN-NB > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING 'MOIS='            DELIMITED BY SIZE
                  WS-MOIS            DELIMITED BY SIZE
                  ';SIN='            DELIMITED BY SIZE
                  WS-SIN-MOIS-NB     DELIMITED BY SIZE
                  ';VIGUEUR='        DELIMITED BY SIZE
                  WS-CTR-VIGUEUR-NB  DELIMITED BY SIZE
                  ';ORPH='           DELIMITED BY SIZE
                  WS-SIN-ORPHELIN-NB DELIMITED BY SIZE
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
           DISPLAY '*** ARRET ANORMAL DE L ETAT DES SINISTRES ***'
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
       9100-TYPEREF-CHECK-START.

           IF NOT (TYPEREF-STATUS-OK OR TYPEREF-STATUS-EOF)
               MOVE 'TYPEREF'        TO WS-ABEND-FILE
               MOVE TYPEREF-STATUS   TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9100-TYPEREF-CHECK-END.
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
       9115-HISTO-CHECK-START.

           IF NOT (HISTO-STATUS-OK OR HISTO-STATUS-EOF)
               MOVE 'HISTO-FILE'     TO WS-ABEND-FILE
               MOVE HISTO-STATUS     TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9115-HISTO-CHECK-END.
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
       9140-RAPPORT-SIN-CHECK-START.

           IF NOT (RAPPORT-SIN-STATUS-OK OR RAPPORT-SIN-STATUS-EOF)
               MOVE 'RAPPORT-SIN'        TO WS-ABEND-FILE
               MOVE RAPPORT-SIN-STATUS   TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9140-RAPPORT-SIN-CHECK-END.
           EXIT.

      ******************************************************************
      *    Bornes du mois traite : premier jour, et dernier jour selon
      *    la longueur du mois (fevrier des annees bissextiles
      *    compris).
       7400-BORNES-MOIS-START.

           MOVE WS-MOIS TO WS-CTL-DATE(1:6).
           MOVE 01 TO WS-CTL-DATE-JJ.
           MOVE WS-CTL-DATE TO WS-MOIS-DEBUT.

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

           MOVE WS-CTL-JJ-MAX TO WS-CTL-DATE-JJ.
           MOVE WS-CTL-DATE TO WS-MOIS-FIN.

       7400-BORNES-MOIS-END.
           EXIT.

      ******************************************************************
      *    Chargement du referentiel des types pour afficher le libelle
      *    en clair a cote du code. Fichier absent : simple avis.
       7410-TYPEREF-LOAD-START.

           OPEN INPUT TYPEREF.
           IF TYPEREF-STATUS-NOTFOUND
               DISPLAY 'FICHIER typeref.dat ABSENT : LIBELLES DE '
                   'TYPE NON DISPONIBLES'
               GO TO 7410-TYPEREF-LOAD-END
           END-IF.
           PERFORM 9100-TYPEREF-CHECK-START
               THRU 9100-TYPEREF-CHECK-END.

           PERFORM UNTIL TYPEREF-STATUS-EOF
               READ TYPEREF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FIELD-TYPEREF-CODE NOT EQUAL SPACE
                        AND WS-REF-NB < 50
                           ADD 1 TO WS-REF-NB
                           SET IDX-REF TO WS-REF-NB
                           MOVE FIELD-TYPEREF-CODE
                               TO WS-REF-CODE(IDX-REF)
                           MOVE FIELD-TYPEREF-LIB
                               TO WS-REF-LIB(IDX-REF)
                       END-IF
               END-READ
               PERFORM 9100-TYPEREF-CHECK-START
                   THRU 9100-TYPEREF-CHECK-END
           END-PERFORM.

           CLOSE TYPEREF.
           PERFORM 9100-TYPEREF-CHECK-START
               THRU 9100-TYPEREF-CHECK-END.

       7410-TYPEREF-LOAD-END.
           EXIT.

      ******************************************************************
       7412-TYPEREF-FIND-START.

           MOVE SPACE TO WS-REF-LIB-OUT.
           SET IDX-REF TO 1.

           PERFORM WS-REF-NB TIMES
               IF WS-REF-CODE(IDX-REF) EQUAL WS-REF-CODE-IN
                   MOVE WS-REF-LIB(IDX-REF) TO WS-REF-LIB-OUT
               END-IF
               SET IDX-REF UP BY 1
           END-PERFORM.

       7412-TYPEREF-FIND-END.
           EXIT.

      ******************************************************************
      *    Chargement du referentiel des agences pour le libelle en
      *    clair. Fichier absent : simple avis.
       7415-AGEREF-LOAD-START.

           OPEN INPUT AGEREF.
           IF AGEREF-STATUS-NOTFOUND
               DISPLAY 'FICHIER ageref.dat ABSENT : LIBELLES D '
                   'AGENCE NON DISPONIBLES'
               GO TO 7415-AGEREF-LOAD-END
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

       7415-AGEREF-LOAD-END.
           EXIT.

      ******************************************************************
       7417-AGEREF-FIND-START.

           MOVE SPACE TO WS-AGR-LIB-OUT.
           SET IDX-AGR TO 1.

           PERFORM WS-AGR-NB TIMES
               IF WS-AGR-CODE(IDX-AGR) EQUAL WS-AGR-CODE-IN
                   MOVE WS-AGR-LIB(IDX-AGR) TO WS-AGR-LIB-OUT
               END-IF
               SET IDX-AGR UP BY 1
           END-PERFORM.

       7417-AGEREF-FIND-END.
           EXIT.

      ******************************************************************
      *    Periodes d'avant renouvellement : image d'avant de chaque
      *    renouvellement ('N') de datassur.his dont la periode
      *    chevauche le mois. Sans historique, aucune n'est connue.
       7418-HPER-LOAD-START.

           INITIALIZE WS-HPER-TAB.

           OPEN INPUT HISTO-FILE.
           IF HISTO-STATUS-NOTFOUND
               GO TO 7418-HPER-LOAD-END
           END-IF.
           PERFORM 9115-HISTO-CHECK-START THRU 9115-HISTO-CHECK-END.

           PERFORM UNTIL HISTO-STATUS-EOF
               READ HISTO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 7419-HPER-STORE-START
                           THRU 7419-HPER-STORE-END
               END-READ
               PERFORM 9115-HISTO-CHECK-START
                   THRU 9115-HISTO-CHECK-END
           END-PERFORM.

           CLOSE HISTO-FILE.
           PERFORM 9115-HISTO-CHECK-START THRU 9115-HISTO-CHECK-END.

       7418-HPER-LOAD-END.
           EXIT.

      ******************************************************************
       7419-HPER-STORE-START.

           IF HIS-EVENEMENT NOT EQUAL 'N'
            OR HIS-IMG-DATE-EFFET IS NOT NUMERIC
            OR HIS-IMG-DATE-ECH IS NOT NUMERIC
            OR HIS-IMG-SOMME(1:6) IS NOT NUMERIC
            OR HIS-IMG-SOMME(7:1) NOT EQUAL ','
            OR HIS-IMG-SOMME(8:2) IS NOT NUMERIC
               GO TO 7419-HPER-STORE-END
           END-IF.

           MOVE HIS-IMG-DATE-EFFET TO WS-PER-EFFET.
           MOVE HIS-IMG-DATE-ECH   TO WS-PER-ECH.
           IF WS-PER-EFFET > WS-MOIS-FIN
            OR WS-PER-ECH < WS-MOIS-DEBUT
               GO TO 7419-HPER-STORE-END
           END-IF.

           IF WS-HPER-NB >= 2000
               DISPLAY '*** ERREUR : PLUS DE 2000 PERIODES '
                   'RENOUVELEES SUR LE MOIS (WS-HPER-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-HPER-NB.
           SET IDX-HPER TO WS-HPER-NB.
           MOVE HIS-IMG-NUMBER   TO WS-HPER-NUMBER(IDX-HPER).
           MOVE WS-PER-EFFET     TO WS-HPER-EFFET(IDX-HPER).
           MOVE WS-PER-ECH       TO WS-HPER-ECH(IDX-HPER).
           MOVE HIS-IMG-SOMME    TO WS-HPER-SOMME-ED.
           MOVE WS-HPER-SOMME-ED TO WS-HPER-SOMME(IDX-HPER).

       7419-HPER-STORE-END.
           EXIT.

      ******************************************************************
      *    Primes du mois : parcours complet du maitre, chaque contrat
      *    en vigueur sur le mois apporte sa prime acquise au poste de
      *    son type et a celui de son agence.
       7420-PRIMES-ALL-START.

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
                       PERFORM 7425-PRIMES-UN-START
                           THRU 7425-PRIMES-UN-END
               END-READ
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
           END-PERFORM.

       7420-PRIMES-ALL-END.
           EXIT.

      ******************************************************************
      *    Un contrat est en vigueur sur le mois si sa periode en
      *    cours, ou une periode d'avant son renouvellement, a au
      *    moins un jour dans le mois et s'il n'a pas ete resilie
      *    avant son debut. Sa prime acquise est la somme des parts
      *    de ces periodes.
       7425-PRIMES-UN-START.

           IF MST-CTR-RESILIE
            AND MST-DATE-RESIL < WS-MOIS-DEBUT
               GO TO 7425-PRIMES-UN-END
           END-IF.

           MOVE 99999999 TO WS-PER-LIMITE.
           IF MST-CTR-RESILIE
               MOVE MST-DATE-RESIL TO WS-PER-LIMITE
           END-IF.
           MOVE ZERO TO WS-CTR-ACQUIS.
           MOVE ZERO TO WS-CTR-JOURS.

           MOVE MST-DATE-EFFET TO WS-PER-EFFET.
           MOVE MST-DATE-ECH   TO WS-PER-ECH.
           MOVE MST-SOMME      TO WS-PER-SOMME.
           PERFORM 7427-ACQUIS-PERIODE-START
               THRU 7427-ACQUIS-PERIODE-END.

           SET IDX-HPER TO 1.
           PERFORM WS-HPER-NB TIMES
               IF WS-HPER-NUMBER(IDX-HPER) EQUAL MST-NUMBER
                   MOVE WS-HPER-EFFET(IDX-HPER) TO WS-PER-EFFET
                   MOVE WS-HPER-ECH(IDX-HPER)   TO WS-PER-ECH
                   MOVE WS-HPER-SOMME(IDX-HPER) TO WS-PER-SOMME
                   PERFORM 7427-ACQUIS-PERIODE-START
                       THRU 7427-ACQUIS-PERIODE-END
               END-IF
               SET IDX-HPER UP BY 1
           END-PERFORM.

           IF WS-CTR-JOURS EQUAL ZERO
               GO TO 7425-PRIMES-UN-END
           END-IF.

           ADD 1 TO WS-CTR-VIGUEUR-NB.
           ADD WS-CTR-ACQUIS TO WS-GRAND-PRIMES.

           MOVE MST-C-TYPE TO WS-STYPE-KEY-IN.
           PERFORM 7440-STYPE-FIND-START THRU 7440-STYPE-FIND-END.
           ADD WS-CTR-ACQUIS TO WS-STYPE-PRIMES(IDX-STYPE).

           MOVE MST-AGENCE TO WS-SAGE-KEY-IN.
           PERFORM 7445-SAGE-FIND-START THRU 7445-SAGE-FIND-END.
           ADD WS-CTR-ACQUIS TO WS-SAGE-PRIMES(IDX-SAGE).

       7425-PRIMES-UN-END.
           EXIT.

      ******************************************************************
      *    Part acquise sur le mois d'une periode : jours de la
      *    periode compris entre le debut du mois et la fin du mois
      *    (ou la resiliation si elle est anterieure), sur la duree de
      *    la periode (jours d'effet et d'echeance compris), arrondie
      *    au centime. Une periode aux dates invalides n'apporte rien.
       7427-ACQUIS-PERIODE-START.

           MOVE WS-PER-EFFET TO WS-PER-DEBUT.
           IF WS-PER-DEBUT < WS-MOIS-DEBUT
               MOVE WS-MOIS-DEBUT TO WS-PER-DEBUT
           END-IF.
           MOVE WS-PER-ECH TO WS-PER-FIN.
           IF WS-PER-FIN > WS-MOIS-FIN
               MOVE WS-MOIS-FIN TO WS-PER-FIN
           END-IF.
           IF WS-PER-FIN > WS-PER-LIMITE
               MOVE WS-PER-LIMITE TO WS-PER-FIN
           END-IF.
           IF WS-PER-DEBUT > WS-PER-FIN
               GO TO 7427-ACQUIS-PERIODE-END
           END-IF.

           COMPUTE WS-EFFET-INT =
               FUNCTION INTEGER-OF-DATE(WS-PER-EFFET).
           COMPUTE WS-ECH-INT =
               FUNCTION INTEGER-OF-DATE(WS-PER-ECH).
           COMPUTE WS-DEBUT-INT =
               FUNCTION INTEGER-OF-DATE(WS-PER-DEBUT).
           COMPUTE WS-FIN-INT =
               FUNCTION INTEGER-OF-DATE(WS-PER-FIN).
           IF WS-EFFET-INT EQUAL ZERO
            OR WS-ECH-INT EQUAL ZERO
            OR WS-DEBUT-INT EQUAL ZERO
            OR WS-FIN-INT EQUAL ZERO
               GO TO 7427-ACQUIS-PERIODE-END
           END-IF.

           COMPUTE WS-DUREE-JOURS = WS-ECH-INT - WS-EFFET-INT + 1.
           COMPUTE WS-MOIS-JOURS  = WS-FIN-INT - WS-DEBUT-INT + 1.
           IF WS-DUREE-JOURS NOT > ZERO
               GO TO 7427-ACQUIS-PERIODE-END
           END-IF.

           COMPUTE WS-ACQUIS-MNT ROUNDED =
               WS-PER-SOMME * WS-MOIS-JOURS / WS-DUREE-JOURS
           END-COMPUTE.

           ADD WS-ACQUIS-MNT TO WS-CTR-ACQUIS.
           ADD WS-MOIS-JOURS TO WS-CTR-JOURS.

       7427-ACQUIS-PERIODE-END.
           EXIT.

      ******************************************************************
      *    Sinistres du mois : parcours du fichier des sinistres, seuls
      *    ceux declares dans le mois sont retenus. Fichier absent :
      *    simple avis, l'etat sort avec les seules primes.
       7430-SINISTRES-ALL-START.

           OPEN INPUT SINISTRE-FILE.
           IF SINISTRE-STATUS-NOTFOUND
               DISPLAY 'FICHIER datassur.sin ABSENT : AUCUN SINISTRE '
                   'ENREGISTRE'
               GO TO 7430-SINISTRES-ALL-END
           END-IF.
           PERFORM 9120-SINISTRE-CHECK-START
               THRU 9120-SINISTRE-CHECK-END.

           PERFORM UNTIL SINISTRE-STATUS-EOF
               READ SINISTRE-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-SIN-LUS-NB
                       PERFORM 7435-SINISTRE-UN-START
                           THRU 7435-SINISTRE-UN-END
               END-READ
               PERFORM 9120-SINISTRE-CHECK-START
                   THRU 9120-SINISTRE-CHECK-END
           END-PERFORM.

           CLOSE SINISTRE-FILE.
           PERFORM 9120-SINISTRE-CHECK-START
               THRU 9120-SINISTRE-CHECK-END.

       7430-SINISTRES-ALL-END.
           EXIT.

      ******************************************************************
      *    Un sinistre declare dans le mois : son contrat est relu dans
      *    le maitre pour en connaitre le type et l'agence (un contrat
      *    sorti du maitre depuis la saisie est range sous '????????'
      *    et signale). La charge est le montant regle, augmente du
      *    reste a regler estime tant que le sinistre est ouvert.
       7435-SINISTRE-UN-START.

           IF SIN-DATE-DECL < WS-MOIS-DEBUT
            OR SIN-DATE-DECL > WS-MOIS-FIN
               GO TO 7435-SINISTRE-UN-END
           END-IF.

           ADD 1 TO WS-SIN-MOIS-NB.
           MOVE SIN-MNT-ESTIME TO WS-SIN-ESTIME.
           MOVE SIN-MNT-REGLE  TO WS-SIN-REGLE.
           MOVE WS-SIN-REGLE   TO WS-SIN-CHARGE.
           IF SIN-OUVERT
            AND WS-SIN-ESTIME > WS-SIN-REGLE
               MOVE WS-SIN-ESTIME TO WS-SIN-CHARGE
           END-IF.

           ADD WS-SIN-ESTIME TO WS-GRAND-ESTIME.
           ADD WS-SIN-REGLE  TO WS-GRAND-REGLE.
           ADD WS-SIN-CHARGE TO WS-GRAND-CHARGE.

           MOVE SIN-CONTRAT TO MST-NUMBER.
           READ MASTER-FILE.
           IF MASTER-STATUS-NOTKEY
               DISPLAY 'SINISTRE ' SIN-NUMERO ' : CONTRAT '
                   SIN-CONTRAT ' ABSENT DU MAITRE'
               ADD 1 TO WS-SIN-ORPHELIN-NB
               MOVE WS-CLE-INCONNUE TO MST-C-TYPE
               MOVE WS-CLE-INCONNUE TO MST-AGENCE
           ELSE
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
           END-IF.

           MOVE MST-C-TYPE TO WS-STYPE-KEY-IN.
           PERFORM 7440-STYPE-FIND-START THRU 7440-STYPE-FIND-END.
           ADD 1             TO WS-STYPE-SIN-NB(IDX-STYPE).
           ADD WS-SIN-ESTIME TO WS-STYPE-ESTIME(IDX-STYPE).
           ADD WS-SIN-REGLE  TO WS-STYPE-REGLE(IDX-STYPE).
           ADD WS-SIN-CHARGE TO WS-STYPE-CHARGE(IDX-STYPE).

           MOVE MST-AGENCE TO WS-SAGE-KEY-IN.
           PERFORM 7445-SAGE-FIND-START THRU 7445-SAGE-FIND-END.
           ADD 1             TO WS-SAGE-SIN-NB(IDX-SAGE).
           ADD WS-SIN-ESTIME TO WS-SAGE-ESTIME(IDX-SAGE).
           ADD WS-SIN-REGLE  TO WS-SAGE-REGLE(IDX-SAGE).
           ADD WS-SIN-CHARGE TO WS-SAGE-CHARGE(IDX-SAGE).

       7435-SINISTRE-UN-END.
           EXIT.

      ******************************************************************
      *    Recherche du poste d'un type, cree a la premiere occurrence ;
      *    IDX-STYPE pointe sur le poste au retour.
       7440-STYPE-FIND-START.

           SET IDX-STYPE TO 1.
           SEARCH WS-STYPE-ENT
               AT END
                   CONTINUE
               WHEN IDX-STYPE > WS-STYPE-NB
                   CONTINUE
               WHEN WS-STYPE-KEY(IDX-STYPE) EQUAL WS-STYPE-KEY-IN
                   GO TO 7440-STYPE-FIND-END
           END-SEARCH.

           IF WS-STYPE-NB >= 50
               DISPLAY '*** TROP DE TYPES DE CONTRAT '
                   '(WS-STYPE-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-STYPE-NB.
           SET IDX-STYPE TO WS-STYPE-NB.
           MOVE WS-STYPE-KEY-IN TO WS-STYPE-KEY(IDX-STYPE).

       7440-STYPE-FIND-END.
           EXIT.

      ******************************************************************
      *    Recherche du poste d'une agence, cree a la premiere
      *    occurrence ; IDX-SAGE pointe sur le poste au retour.
       7445-SAGE-FIND-START.

           SET IDX-SAGE TO 1.
           SEARCH WS-SAGE-ENT
               AT END
                   CONTINUE
               WHEN IDX-SAGE > WS-SAGE-NB
                   CONTINUE
               WHEN WS-SAGE-KEY(IDX-SAGE) EQUAL WS-SAGE-KEY-IN
                   GO TO 7445-SAGE-FIND-END
           END-SEARCH.

           IF WS-SAGE-NB >= 50
               DISPLAY '*** TROP D AGENCES '
                   '(WS-SAGE-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-SAGE-NB.
           SET IDX-SAGE TO WS-SAGE-NB.
           MOVE WS-SAGE-KEY-IN TO WS-SAGE-KEY(IDX-SAGE).

       7445-SAGE-FIND-END.
           EXIT.

      ******************************************************************
      *    Ecriture de l'etat : entete, section par type, section par
      *    agence, puis totaux du mois.
       7450-RAPPORT-START.

           OPEN OUTPUT RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

           MOVE PRT-STARS TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

           INITIALIZE FIELD-WRITE-RAPPORT-SIN
           MOVE PRT-TITLE TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

           MOVE WS-MOIS TO PRT-MOIS.
           INITIALIZE FIELD-WRITE-RAPPORT-SIN
           MOVE PRT-MOIS-LINE TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

           MOVE PRT-STARS TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

           INITIALIZE FIELD-WRITE-RAPPORT-SIN
           MOVE PRT-PAR-TYPE TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

           SET IDX-STYPE TO 1.
           PERFORM WS-STYPE-NB TIMES
               PERFORM 7455-TYPE-LINE-START
                   THRU 7455-TYPE-LINE-END
               SET IDX-STYPE UP BY 1
           END-PERFORM.

           MOVE PRT-STARS TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

           INITIALIZE FIELD-WRITE-RAPPORT-SIN
           MOVE PRT-PAR-AGENCE TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

           SET IDX-SAGE TO 1.
           PERFORM WS-SAGE-NB TIMES
               PERFORM 7460-AGENCE-LINE-START
                   THRU 7460-AGENCE-LINE-END
               SET IDX-SAGE UP BY 1
           END-PERFORM.

           MOVE PRT-STARS TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

           MOVE WS-CTR-VIGUEUR-NB TO PRT-VIGUEUR-NB.
           INITIALIZE FIELD-WRITE-RAPPORT-SIN
           MOVE PRT-VIGUEUR-FOOT TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

           MOVE WS-SIN-ORPHELIN-NB TO PRT-ORPHELIN-NB.
           INITIALIZE FIELD-WRITE-RAPPORT-SIN
           MOVE PRT-ORPHELIN-FOOT TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

           MOVE WS-SIN-MOIS-NB  TO PRT-GRAND-NB.
           MOVE WS-GRAND-ESTIME TO PRT-GRAND-ESTIME.
           MOVE WS-GRAND-REGLE  TO PRT-GRAND-REGLE.
           MOVE WS-GRAND-CHARGE TO PRT-GRAND-CHARGE.
           MOVE WS-GRAND-PRIMES TO PRT-GRAND-PRIMES.
           MOVE WS-GRAND-CHARGE TO WS-RATIO-CHARGE.
           MOVE WS-GRAND-PRIMES TO WS-RATIO-PRIMES.
           PERFORM 7465-RATIO-START THRU 7465-RATIO-END.
           MOVE WS-RATIO-OUT TO PRT-GRAND-RATIO.
           DISPLAY PRT-GRAND-LINE.
           INITIALIZE FIELD-WRITE-RAPPORT-SIN
           MOVE PRT-GRAND-LINE TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

           CLOSE RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

       7450-RAPPORT-END.
           EXIT.

      ******************************************************************
       7455-TYPE-LINE-START.

           MOVE 'TYPE = '                  TO PRT-DET-CODE-LIB.
           MOVE WS-STYPE-KEY(IDX-STYPE)    TO PRT-DET-KEY.
           MOVE WS-STYPE-KEY(IDX-STYPE)    TO WS-REF-CODE-IN.
           PERFORM 7412-TYPEREF-FIND-START
               THRU 7412-TYPEREF-FIND-END.
           MOVE WS-REF-LIB-OUT             TO PRT-DET-LIB.
           MOVE WS-STYPE-SIN-NB(IDX-STYPE) TO PRT-DET-NB.
           MOVE WS-STYPE-ESTIME(IDX-STYPE) TO PRT-DET-ESTIME.
           MOVE WS-STYPE-REGLE(IDX-STYPE)  TO PRT-DET-REGLE.
           MOVE WS-STYPE-CHARGE(IDX-STYPE) TO PRT-DET-CHARGE.
           MOVE WS-STYPE-PRIMES(IDX-STYPE) TO PRT-DET-PRIMES.
           MOVE WS-STYPE-CHARGE(IDX-STYPE) TO WS-RATIO-CHARGE.
           MOVE WS-STYPE-PRIMES(IDX-STYPE) TO WS-RATIO-PRIMES.
           PERFORM 7465-RATIO-START THRU 7465-RATIO-END.
           MOVE WS-RATIO-OUT               TO PRT-DET-RATIO.

           INITIALIZE FIELD-WRITE-RAPPORT-SIN
           MOVE PRT-DET-LINE TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

       7455-TYPE-LINE-END.
           EXIT.

      ******************************************************************
       7460-AGENCE-LINE-START.

           MOVE 'AGENCE='                  TO PRT-DET-CODE-LIB.
           MOVE WS-SAGE-KEY(IDX-SAGE)      TO PRT-DET-KEY.
           MOVE WS-SAGE-KEY(IDX-SAGE)      TO WS-AGR-CODE-IN.
           PERFORM 7417-AGEREF-FIND-START
               THRU 7417-AGEREF-FIND-END.
           MOVE WS-AGR-LIB-OUT             TO PRT-DET-LIB.
           MOVE WS-SAGE-SIN-NB(IDX-SAGE)   TO PRT-DET-NB.
           MOVE WS-SAGE-ESTIME(IDX-SAGE)   TO PRT-DET-ESTIME.
           MOVE WS-SAGE-REGLE(IDX-SAGE)    TO PRT-DET-REGLE.
           MOVE WS-SAGE-CHARGE(IDX-SAGE)   TO PRT-DET-CHARGE.
           MOVE WS-SAGE-PRIMES(IDX-SAGE)   TO PRT-DET-PRIMES.
           MOVE WS-SAGE-CHARGE(IDX-SAGE)   TO WS-RATIO-CHARGE.
           MOVE WS-SAGE-PRIMES(IDX-SAGE)   TO WS-RATIO-PRIMES.
           PERFORM 7465-RATIO-START THRU 7465-RATIO-END.
           MOVE WS-RATIO-OUT               TO PRT-DET-RATIO.

           INITIALIZE FIELD-WRITE-RAPPORT-SIN
           MOVE PRT-DET-LINE TO FIELD-WRITE-RAPPORT-SIN
           WRITE FILE-WRITE-RAPPORT-SIN.
           PERFORM 9140-RAPPORT-SIN-CHECK-START
               THRU 9140-RAPPORT-SIN-CHECK-END.

       7460-AGENCE-LINE-END.
           EXIT.

      ******************************************************************
      *    Ratio sinistres/primes d'une ligne en pourcentage, a partir
      *    de WS-RATIO-CHARGE et WS-RATIO-PRIMES ; resultat edite dans
      *    WS-RATIO-OUT ('N/D' sans prime, plafonne en cas de
      *    depassement de la zone).
       7465-RATIO-START.

           IF WS-RATIO-PRIMES = 0
               MOVE '     N/D' TO WS-RATIO-OUT
               GO TO 7465-RATIO-END
           END-IF.

           COMPUTE WS-RATIO ROUNDED =
               WS-RATIO-CHARGE * 100 / WS-RATIO-PRIMES
               ON SIZE ERROR
                   MOVE 99999,99 TO WS-RATIO
           END-COMPUTE.
           MOVE WS-RATIO    TO WS-RATIO-ED.
           MOVE WS-RATIO-ED TO WS-RATIO-OUT.

       7465-RATIO-END.
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
