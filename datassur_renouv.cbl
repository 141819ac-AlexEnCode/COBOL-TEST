      ******************************************************************
      *                                                                *
      *      Renouvellement automatique des contrats a echeance :      *
      *      pour le mois demande (AAAAMM), chaque contrat du maitre   *
      *      datassur.mst non resilie dont la DATE-ECH tombe dans le   *
      *      mois est reconduit pour un an : nouvelle DATE-EFFET au    *
      *      lendemain de l'ancienne echeance, nouvelle DATE-ECH un an *
      *      apres l'ancienne (29 fevrier ramene au 28), SOMME         *
      *      revalorisee par l'indice de son type de contrat en        *
      *      vigueur a la nouvelle DATE-EFFET (indices.dat, periodes   *
      *      de validite DEBUT/FIN comme dans taux.dat).               *
      *                                                                *
      *      Le contrat renouvele repart sur une nouvelle periode :    *
      *      prime a regler, aucun appel emis, aucune relance, statut  *
      *      en cours. Les images d'avant et d'apres sont tracees      *
      *      dans datassur.his (evenement 'N'). Un contrat renouvele   *
      *      sort de la plage du mois : relancer le meme mois ne le    *
      *      reconduit pas deux fois.                                  *
      *                                                                *
      *      Un contrat sans indice pour son type, dont la prime       *
      *      revalorisee depasse la capacite de SOMME, ou dont la      *
      *      periode qui s'acheve reste impayee (statut de paiement    *
      *      'N' ou appel encore ouvert dans datassur.app) ou n'est    *
      *      pas entierement appelee (statut 'A') n'est pas            *
      *      renouvele : il est liste avec son motif (code retour 8).  *
      *      Reglements et relances ne portant que sur la periode en   *
      *      cours, le renouveler effacerait l'impaye ; il sera        *
      *      reconduit par un nouveau passage du mois une fois regle.  *
      *                                                                *
      *      Sorties : avis-echeance.dat (un avis par contrat a        *
      *      envoyer a l'assure) et renouvellement-etat.dat (primes    *
      *      avant/apres indexation par type et par agence).           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datassur-renouv.
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

           SELECT INDICE-FILE ASSIGN TO 'indices.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS INDICE-STATUS.

      *    Acces dynamique : parcours sequentiel complet du maitre et
      *    reecriture du contrat renouvele.
           SELECT MASTER-FILE ASSIGN TO 'datassur.mst'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS MASTER-STATUS.

      *    Appels de prime emis : lecture par cle contrat + periode
      *    pour reperer les fractions encore ouvertes.
           SELECT APPEL-FILE ASSIGN TO 'datassur.app'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS APP-KEY
           FILE STATUS IS APPEL-STATUS.

           SELECT HISTO-FILE ASSIGN TO 'datassur.his'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HISTO-STATUS.

           SELECT AVIS ASSIGN TO 'avis-echeance.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS AVIS-STATUS.

           SELECT ETAT-RENOUV ASSIGN TO 'renouvellement-etat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ETAT-STATUS.

           SELECT JOURNAL-EXPL ASSIGN TO 'exploitation.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JOURNAL-STATUS.

      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

      *    Indices de revalorisation par type de contrat : coefficient
      *    applique a la SOMME (1,0250 pour +2,5 %) et periode de
      *    validite, la nouvelle DATE-EFFET choisissant la ligne.
       FD INDICE-FILE
           RECORD CONTAINS 33 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-INDICE.
        02 FIELD-IND-TYPE              PIC X(08).
        02 FILLER                      PIC X(01).
        02 FIELD-IND-COEF              PIC 9,9999.
        02 FILLER                      PIC X(01).
        02 FIELD-IND-DEBUT             PIC X(08).
        02 FILLER                      PIC X(01).
        02 FIELD-IND-FIN               PIC X(08).
      *    Vue brute de la meme ligne, pour controler le format du
      *    coefficient avant toute conversion numerique.
       01 FILE-REC-INDICE-BRUT         PIC X(33).

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
        02 MST-SEP4                    PIC X(01).
        02 MST-CTR-STATUT              PIC X(01).
           88 MST-CTR-RESILIE          VALUE 'R'.
        02 MST-SEP5                    PIC X(01).
        02 MST-DATE-RESIL              PIC 9(08).
        02 MST-SEP6                    PIC X(01).
        02 MST-FRACT                   PIC X(01).
        02 MST-SEP7                    PIC X(01).
        02 MST-APPELS-NB               PIC 9(02).
        02 MST-SEP8                    PIC X(01).
        02 MST-RELANCE-NIV             PIC X(01).
        02 MST-SEP9                    PIC X(01).
        02 MST-DATE-RELANCE            PIC 9(08).
        02 FILLER                      PIC X(23).

      *    Appel de prime emis par datassur-appel, meme format que
      *    dans datassur-regl ('E' emis, 'R' regle).
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
           88 APP-REGLE                VALUE 'R'.
        02 FILLER                      PIC X(01).
        02 APP-DATE-EMIS               PIC 9(08).
        02 FILLER                      PIC X(01).
        02 APP-DATE-REGL               PIC 9(08).
        02 FILLER                      PIC X(03).

      *    Historique cumulatif des contrats, meme format que dans
      *    datassur-maj ('N' renouvellement, image avant puis image
      *    apres changement).
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

       FD AVIS
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-WRITE-AVIS.
        02 FIELD-WRITE-AVIS            PIC X(200).

       FD ETAT-RENOUV
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

      ******************************************************************

       WORKING-STORAGE SECTION.

       01  INDICE-STATUS           PIC X(02) VALUE SPACE.
           88 INDICE-STATUS-OK     VALUE '00'.
           88 INDICE-STATUS-EOF    VALUE '10'.
           88 INDICE-STATUS-NOTFOUND VALUE '35'.

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

       01  HISTO-STATUS            PIC X(02) VALUE SPACE.
           88 HISTO-STATUS-OK      VALUE '00'.
           88 HISTO-STATUS-EOF     VALUE '10'.
           88 HISTO-STATUS-NOTFOUND VALUE '35'.

       01  AVIS-STATUS             PIC X(02) VALUE SPACE.
           88 AVIS-STATUS-OK       VALUE '00'.
           88 AVIS-STATUS-EOF      VALUE '10'.

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

      *    Mois des echeances a renouveler et ses bornes.
       01  WS-MOIS                 PIC X(06) VALUE SPACE.
       01  WS-MOIS-MM              PIC 9(02) VALUE ZERO.
       01  WS-MOIS-DEBUT           PIC 9(08) VALUE ZERO.
       01  WS-MOIS-FIN             PIC 9(08) VALUE ZERO.

       01  WS-CTL-DATE.
           03 WS-CTL-DATE-AAAA      PIC 9(04) VALUE ZERO.
           03 WS-CTL-DATE-MM        PIC 9(02) VALUE ZERO.
           03 WS-CTL-DATE-JJ        PIC 9(02) VALUE ZERO.

       01  WS-CTL-JJ-MAX            PIC 9(02) VALUE ZERO.
       01  WS-CTL-RESTE             PIC 9(04) VALUE ZERO.
       01  WS-CTL-QUOTIENT          PIC 9(04) VALUE ZERO.

       01  WS-LU-NB                PIC 9(05) VALUE ZERO.
       01  WS-ECHEANCE-NB          PIC 9(05) VALUE ZERO.
       01  WS-RENOUV-NB            PIC 9(05) VALUE ZERO.
       01  WS-REJET-NB             PIC 9(05) VALUE ZERO.
       01  WS-RESILIE-NB           PIC 9(05) VALUE ZERO.
       01  WS-HISTO-NB             PIC 9(05) VALUE ZERO.
       01  WS-GRAND-AVANT          PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-APRES          PIC 9(11)V99 VALUE ZERO.

      *    Indices charges en memoire depuis indices.dat : une ligne
      *    par type et par periode de validite.
       01  WS-IND-TAB.
           03 WS-IND-NB            PIC 9(03) VALUE ZERO.
           03 WS-IND-ENT OCCURS 100 TIMES INDEXED BY IDX-IND.
              05 WS-IND-TYPE       PIC X(08).
              05 WS-IND-COEF       PIC 9V9999.
              05 WS-IND-DEBUT      PIC 9(08).
              05 WS-IND-FIN        PIC 9(08).

       01  WS-IND-TROUVE           PIC 9(03) VALUE ZERO.
       01  WS-IND-CODE-IN          PIC X(08) VALUE SPACE.
       01  WS-IND-DATE-IN          PIC 9(08) VALUE ZERO.

      *    Contrat en cours de renouvellement : ancienne et nouvelle
      *    periode, prime avant et apres indexation.
       01  WS-NEW-EFFET            PIC 9(08) VALUE ZERO.
       01  WS-NEW-ECH.
           03 WS-NEW-ECH-AAAA       PIC 9(04) VALUE ZERO.
           03 WS-NEW-ECH-MM         PIC 9(02) VALUE ZERO.
           03 WS-NEW-ECH-JJ         PIC 9(02) VALUE ZERO.
       01  WS-NEW-ECH-NUM REDEFINES WS-NEW-ECH
                                   PIC 9(08).
       01  WS-SOMME-AVANT          PIC 9(06)V99 VALUE ZERO.
       01  WS-SOMME-APRES          PIC 9(06)V99 VALUE ZERO.
       01  WS-REJET-MOTIF          PIC X(20) VALUE SPACE.

      *    Appels de la periode qui s'acheve encore ouverts ;
      *    datassur.app n'existe qu'apres une premiere emission.
       01  WS-APP-PRESENT          PIC X(01) VALUE 'N'.
           88 WS-APP-IS-PRESENT    VALUE 'O'.
       01  WS-APP-FIN              PIC X(01) VALUE 'N'.
           88 WS-APP-IS-FIN        VALUE 'O'.
       01  WS-APP-OUVERTS-NB       PIC 9(02) VALUE ZERO.

      *    Cumuls avant/apres par type de contrat et par agence, poste
      *    cree a la premiere occurrence.
       01  WS-RTYPE-TAB.
           03 WS-RTYPE-NB         PIC 9(02) VALUE ZERO.
           03 WS-RTYPE-ENT OCCURS 50 TIMES INDEXED BY IDX-RTYPE.
              05 WS-RTYPE-KEY     PIC X(08).
              05 WS-RTYPE-CTR-NB  PIC 9(05).
              05 WS-RTYPE-AVANT   PIC 9(11)V99.
              05 WS-RTYPE-APRES   PIC 9(11)V99.

       01  WS-RAGE-TAB.
           03 WS-RAGE-NB          PIC 9(02) VALUE ZERO.
           03 WS-RAGE-ENT OCCURS 50 TIMES INDEXED BY IDX-RAGE.
              05 WS-RAGE-KEY      PIC X(08).
              05 WS-RAGE-CTR-NB   PIC 9(05).
              05 WS-RAGE-AVANT    PIC 9(11)V99.
              05 WS-RAGE-APRES    PIC 9(11)V99.

       01  WS-RTYPE-KEY-IN         PIC X(08) VALUE SPACE.
       01  WS-RAGE-KEY-IN          PIC X(08) VALUE SPACE.

       01  PRT-STARS            PIC X(125)  VALUE ALL "*".
       01  PRT-TITLE            PIC X(34)
           VALUE "ETAT DES RENOUVELLEMENTS DU MOIS".

       01  PRT-MOIS-LINE.
           03 FILLER            PIC X(24)
              VALUE 'ECHEANCES DU MOIS      :'.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-MOIS          PIC X(06) VALUE SPACE.
           03 FILLER            PIC X(15) VALUE '   TRAITE LE : '.
           03 PRT-RUN-DATE      PIC 9(08) VALUE ZERO.

       01  PRT-REJET-HEAD       PIC X(23)
           VALUE 'CONTRATS NON RENOUVELES'.
       01  PRT-PAR-TYPE         PIC X(19) VALUE 'PAR TYPE DE CONTRAT'.
       01  PRT-PAR-AGENCE       PIC X(10) VALUE 'PAR AGENCE'.

       01  PRT-REJET-LINE.
           03 FILLER            PIC X(07) VALUE 'NUMERO='.
           03 PRT-REJ-NUMBER    PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(09) VALUE ' CONTRAT='.
           03 PRT-REJ-CONTRACT  PIC X(14) VALUE SPACE.
           03 FILLER            PIC X(06) VALUE ' TYPE='.
           03 PRT-REJ-TYPE      PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(08) VALUE ' AGENCE='.
           03 PRT-REJ-AGENCE    PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(10) VALUE ' ECHEANCE='.
           03 PRT-REJ-DATE-ECH  PIC 9(08) VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' MOTIF='.
           03 PRT-REJ-MOTIF     PIC X(20) VALUE SPACE.

       01  PRT-DET-LINE.
           03 PRT-DET-CODE-LIB  PIC X(07) VALUE SPACE.
           03 PRT-DET-KEY       PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(10) VALUE ' Contrats='.
           03 PRT-DET-NB        PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' Avant='.
           03 PRT-DET-AVANT     PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' Apres='.
           03 PRT-DET-APRES     PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' Ecart='.
           03 PRT-DET-ECART     PIC -ZZZZZZZZZZ9,99 VALUE ZERO.

       01  PRT-GRAND-LINE.
           03 FILLER            PIC X(16) VALUE 'TOTAL  Contrats='.
           03 PRT-GRAND-NB      PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' Avant='.
           03 PRT-GRAND-AVANT   PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' Apres='.
           03 PRT-GRAND-APRES   PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' Ecart='.
           03 PRT-GRAND-ECART   PIC -ZZZZZZZZZZ9,99 VALUE ZERO.

       01  PRT-COMPTE-LINE.
           03 PRT-CPT-LIB       PIC X(46) VALUE SPACE.
           03 PRT-CPT-NB        PIC ZZZZ9 VALUE ZERO.

       01  WS-ECART             PIC S9(11)V99 VALUE ZERO.

      *    Avis d'echeance : trois lignes par contrat sous un
      *    separateur, destinataire, contrat, nouvelle periode et
      *    nouvelle prime.
       01  PRT-AVIS-HEAD.
           03 FILLER            PIC X(24)
              VALUE 'AVIS D ECHEANCE - AGENCE'.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-AV-AGENCE     PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(12) VALUE ' - EDITE LE '.
           03 PRT-AV-RUN-DATE   PIC 9(08) VALUE ZERO.

       01  PRT-AVIS-ASSURE.
           03 FILLER            PIC X(09) VALUE 'ASSURE : '.
           03 PRT-AV-IRP        PIC X(41) VALUE SPACE.
           03 FILLER            PIC X(11) VALUE ' CONTRAT : '.
           03 PRT-AV-CONTRACT   PIC X(14) VALUE SPACE.
           03 FILLER            PIC X(10) VALUE ' NUMERO : '.
           03 PRT-AV-NUMBER     PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(08) VALUE ' TYPE : '.
           03 PRT-AV-TYPE       PIC X(08) VALUE SPACE.

       01  PRT-AVIS-PERIODE.
           03 FILLER            PIC X(20) VALUE 'NOUVELLE PERIODE DU '.
           03 PRT-AV-EFFET      PIC 9(08) VALUE ZERO.
           03 FILLER            PIC X(04) VALUE ' AU '.
           03 PRT-AV-ECH        PIC 9(08) VALUE ZERO.
           03 FILLER            PIC X(10) VALUE ' PRIME : '.
           03 PRT-AV-APRES      PIC ZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(06) VALUE ' Euros'.
           03 FILLER            PIC X(15) VALUE ' (PRECEDENTE : '.
           03 PRT-AV-AVANT      PIC ZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(15) VALUE ' Euros, INDICE '.
           03 PRT-AV-COEF       PIC 9,9999 VALUE ZERO.
           03 FILLER            PIC X(01) VALUE ')'.

      ******************************************************************
       PROCEDURE DIVISION.


           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           MOVE 'datassur-renouv' TO WS-JRN-PROG.
           PERFORM 8000-JOURNAL-DEB-START THRU 8000-JOURNAL-DEB-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           DISPLAY 'MOIS DES ECHEANCES A RENOUVELER (AAAAMM) : '
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

           PERFORM 7470-BORNES-MOIS-START THRU 7470-BORNES-MOIS-END.

           PERFORM 7472-INDICE-LOAD-START THRU 7472-INDICE-LOAD-END.

           INITIALIZE WS-RTYPE-TAB.
           INITIALIZE WS-RAGE-TAB.

           PERFORM 7480-RENOUV-ALL-START THRU 7480-RENOUV-ALL-END.

           DISPLAY 'RENOUVELLEMENT DES ECHEANCES DU MOIS ' WS-MOIS.
           DISPLAY 'CONTRATS LUS         = ' WS-LU-NB.
           DISPLAY 'ECHEANCES DU MOIS    = ' WS-ECHEANCE-NB.
           DISPLAY 'CONTRATS RENOUVELES  = ' WS-RENOUV-NB.
           DISPLAY 'NON RENOUVELES       = ' WS-REJET-NB.
           DISPLAY 'RESILIES ECARTES     = ' WS-RESILIE-NB.
           DISPLAY 'LIGNES HISTORIQUE    = ' WS-HISTO-NB.

           IF WS-REJET-NB > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING 'MOIS='           DELIMITED BY SIZE
                  WS-MOIS           DELIMITED BY SIZE
                  ';LUS='           DELIMITED BY SIZE
                  WS-LU-NB          DELIMITED BY SIZE
                  ';ECH='           DELIMITED BY SIZE
                  WS-ECHEANCE-NB    DELIMITED BY SIZE
                  ';RENOUV='        DELIMITED BY SIZE
                  WS-RENOUV-NB      DELIMITED BY SIZE
                  ';REJETS='        DELIMITED BY SIZE
                  WS-REJET-NB       DELIMITED BY SIZE
                  ';RESIL='         DELIMITED BY SIZE
                  WS-RESILIE-NB     DELIMITED BY SIZE
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
           DISPLAY '*** ARRET ANORMAL DU RENOUVELLEMENT ***'
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
       9100-INDICE-CHECK-START.

           IF NOT (INDICE-STATUS-OK OR INDICE-STATUS-EOF)
               MOVE 'INDICE-FILE'    TO WS-ABEND-FILE
               MOVE INDICE-STATUS    TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9100-INDICE-CHECK-END.
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
       9130-AVIS-CHECK-START.

           IF NOT (AVIS-STATUS-OK OR AVIS-STATUS-EOF)
               MOVE 'AVIS'           TO WS-ABEND-FILE
               MOVE AVIS-STATUS      TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9130-AVIS-CHECK-END.
           EXIT.

      ******************************************************************
       9140-ETAT-CHECK-START.

           IF NOT (ETAT-STATUS-OK OR ETAT-STATUS-EOF)
               MOVE 'ETAT-RENOUV'    TO WS-ABEND-FILE
               MOVE ETAT-STATUS      TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9140-ETAT-CHECK-END.
           EXIT.

      ******************************************************************
       9150-APPEL-CHECK-START.

           IF NOT (APPEL-STATUS-OK OR APPEL-STATUS-EOF)
               MOVE 'APPEL-FILE'     TO WS-ABEND-FILE
               MOVE APPEL-STATUS     TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9150-APPEL-CHECK-END.
           EXIT.

      ******************************************************************
      *    Bornes du mois traite : premier jour, et dernier jour selon
      *    la longueur du mois (fevrier des annees bissextiles
      *    compris).
       7470-BORNES-MOIS-START.

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
                   PERFORM 7471-FEVRIER-START THRU 7471-FEVRIER-END
           END-EVALUATE.

           MOVE WS-CTL-JJ-MAX TO WS-CTL-DATE-JJ.
           MOVE WS-CTL-DATE TO WS-MOIS-FIN.

       7470-BORNES-MOIS-END.
           EXIT.

      ******************************************************************
      *    Longueur de fevrier de l'annee WS-CTL-DATE-AAAA dans
      *    WS-CTL-JJ-MAX (annees bissextiles comprises).
       7471-FEVRIER-START.

           MOVE 28 TO WS-CTL-JJ-MAX.
           DIVIDE WS-CTL-DATE-AAAA BY 4
               GIVING WS-CTL-QUOTIENT
               REMAINDER WS-CTL-RESTE.
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
           END-IF.

       7471-FEVRIER-END.
           EXIT.

      ******************************************************************
      *    Chargement des indices : fichier obligatoire (sans lui,
      *    aucun contrat ne pourrait etre revalorise), chaque ligne
      *    controlee en brut avant conversion, comme taux.dat.
       7472-INDICE-LOAD-START.

           INITIALIZE WS-IND-TAB.

           OPEN INPUT INDICE-FILE.
           IF INDICE-STATUS-NOTFOUND
               DISPLAY '*** FICHIER indices.dat ABSENT : INDICES '
                   'OBLIGATOIRES POUR LE RENOUVELLEMENT ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9100-INDICE-CHECK-START THRU 9100-INDICE-CHECK-END.

           PERFORM UNTIL INDICE-STATUS-EOF
               READ INDICE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 7473-INDICE-STORE-START
                           THRU 7473-INDICE-STORE-END
               END-READ
               PERFORM 9100-INDICE-CHECK-START
                   THRU 9100-INDICE-CHECK-END
           END-PERFORM.

           CLOSE INDICE-FILE.
           PERFORM 9100-INDICE-CHECK-START THRU 9100-INDICE-CHECK-END.

       7472-INDICE-LOAD-END.
           EXIT.

      ******************************************************************
       7473-INDICE-STORE-START.

           IF FIELD-IND-TYPE EQUAL SPACE
               GO TO 7473-INDICE-STORE-END
           END-IF.

           IF FILE-REC-INDICE-BRUT(9:1) NOT EQUAL '|'
            OR FILE-REC-INDICE-BRUT(10:1) IS NOT NUMERIC
            OR FILE-REC-INDICE-BRUT(11:1) NOT EQUAL ','
            OR FILE-REC-INDICE-BRUT(12:4) IS NOT NUMERIC
            OR FIELD-IND-DEBUT IS NOT NUMERIC
            OR FIELD-IND-FIN IS NOT NUMERIC
               DISPLAY '*** LIGNE indices.dat INVALIDE POUR LE TYPE '
                   FIELD-IND-TYPE ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF FIELD-IND-DEBUT > FIELD-IND-FIN
               DISPLAY '*** LIGNE indices.dat INVALIDE POUR LE TYPE '
                   FIELD-IND-TYPE ' : PERIODE DE VALIDITE '
                   'INVERSEE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-IND-NB >= 100
               DISPLAY '*** ERREUR : PLUS DE 100 LIGNES DANS '
                   'indices.dat (WS-IND-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-IND-NB.
           SET IDX-IND TO WS-IND-NB.
           MOVE FIELD-IND-TYPE  TO WS-IND-TYPE(IDX-IND).
           MOVE FIELD-IND-COEF  TO WS-IND-COEF(IDX-IND).
           MOVE FIELD-IND-DEBUT TO WS-IND-DEBUT(IDX-IND).
           MOVE FIELD-IND-FIN   TO WS-IND-FIN(IDX-IND).

       7473-INDICE-STORE-END.
           EXIT.

      ******************************************************************
      *    Recherche de l'indice d'un type : WS-IND-CODE-IN et la date
      *    de reference WS-IND-DATE-IN en entree, rang de la ligne
      *    dont la periode de validite couvre la date dans
      *    WS-IND-TROUVE (zero si aucune ligne ne couvre la date).
       7474-INDICE-FIND-START.

           MOVE ZERO TO WS-IND-TROUVE.
           SET IDX-IND TO 1.

           PERFORM WS-IND-NB TIMES
               IF WS-IND-TYPE(IDX-IND) EQUAL WS-IND-CODE-IN
                AND WS-IND-DEBUT(IDX-IND) <= WS-IND-DATE-IN
                AND WS-IND-FIN(IDX-IND) >= WS-IND-DATE-IN
                   SET WS-IND-TROUVE TO IDX-IND
               END-IF
               SET IDX-IND UP BY 1
           END-PERFORM.

       7474-INDICE-FIND-END.
           EXIT.

      ******************************************************************
      *    Renouvellement de tout le maitre : il doit exister,
      *    l'historique est ouvert en extension et cree au tout
      *    premier passage. L'etat est ouvert des le debut pour y
      *    lister les contrats non renouveles au fil du parcours ;
      *    les cumuls par type et par agence le terminent.
       7480-RENOUV-ALL-START.

           OPEN I-O MASTER-FILE.
           IF MASTER-STATUS-NOTFOUND
               DISPLAY '*** FICHIER datassur.mst ABSENT : MAITRE '
                   'OBLIGATOIRE POUR LE RENOUVELLEMENT ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           OPEN INPUT APPEL-FILE.
           IF APPEL-STATUS-NOTFOUND
               MOVE 'N' TO WS-APP-PRESENT
           ELSE
               PERFORM 9150-APPEL-CHECK-START
                   THRU 9150-APPEL-CHECK-END
               MOVE 'O' TO WS-APP-PRESENT
           END-IF.

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

           OPEN OUTPUT AVIS.
           PERFORM 9130-AVIS-CHECK-START THRU 9130-AVIS-CHECK-END.

           OPEN OUTPUT ETAT-RENOUV.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-TITLE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.
           MOVE WS-MOIS     TO PRT-MOIS
           MOVE WS-RUN-DATE TO PRT-RUN-DATE
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-MOIS-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.
           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-REJET-HEAD TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

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
                       PERFORM 7482-RENOUV-UN-START
                           THRU 7482-RENOUV-UN-END
               END-READ
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
           END-PERFORM.

           PERFORM 7490-ETAT-CUMULS-START THRU 7490-ETAT-CUMULS-END.

           CLOSE ETAT-RENOUV.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           CLOSE AVIS.
           PERFORM 9130-AVIS-CHECK-START THRU 9130-AVIS-CHECK-END.

           CLOSE HISTO-FILE.
           PERFORM 9120-HISTO-CHECK-START
               THRU 9120-HISTO-CHECK-END.

           IF WS-APP-IS-PRESENT
               CLOSE APPEL-FILE
               PERFORM 9150-APPEL-CHECK-START
                   THRU 9150-APPEL-CHECK-END
           END-IF.

           CLOSE MASTER-FILE.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

       7480-RENOUV-ALL-END.
           EXIT.

      ******************************************************************
      *    Renouvellement d'un contrat dont l'echeance tombe dans le
      *    mois et dont la periode qui s'acheve est appelee et reglee
      *    en entier : nouvelle periode, indice du type a la nouvelle
      *    DATE-EFFET, prime arrondie au centime ; historique des
      *    images d'avant et d'apres, reecriture, avis et cumuls.
       7482-RENOUV-UN-START.

           IF MST-DATE-ECH < WS-MOIS-DEBUT
            OR MST-DATE-ECH > WS-MOIS-FIN
               GO TO 7482-RENOUV-UN-END
           END-IF.

           IF MST-CTR-RESILIE
               ADD 1 TO WS-RESILIE-NB
               GO TO 7482-RENOUV-UN-END
           END-IF.

           ADD 1 TO WS-ECHEANCE-NB.

           IF MST-PAIE-STATUT EQUAL 'N'
               MOVE 'PERIODE IMPAYEE' TO WS-REJET-MOTIF
               PERFORM 7486-REJET-WRITE-START
                   THRU 7486-REJET-WRITE-END
               GO TO 7482-RENOUV-UN-END
           END-IF.

           IF MST-PAIE-STATUT EQUAL 'A'
               MOVE 'PERIODE NON APPELEE' TO WS-REJET-MOTIF
               PERFORM 7486-REJET-WRITE-START
                   THRU 7486-REJET-WRITE-END
               GO TO 7482-RENOUV-UN-END
           END-IF.

           PERFORM 7483-APPELS-OUVERTS-START
               THRU 7483-APPELS-OUVERTS-END.
           IF WS-APP-OUVERTS-NB > 0
               MOVE 'APPEL NON REGLE' TO WS-REJET-MOTIF
               PERFORM 7486-REJET-WRITE-START
                   THRU 7486-REJET-WRITE-END
               GO TO 7482-RENOUV-UN-END
           END-IF.

           IF FUNCTION INTEGER-OF-DATE(MST-DATE-ECH) EQUAL ZERO
               MOVE 'ECHEANCE INVALIDE' TO WS-REJET-MOTIF
               PERFORM 7486-REJET-WRITE-START
                   THRU 7486-REJET-WRITE-END
               GO TO 7482-RENOUV-UN-END
           END-IF.

           COMPUTE WS-NEW-EFFET = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(MST-DATE-ECH) + 1).
           MOVE MST-DATE-ECH TO WS-NEW-ECH-NUM.
           ADD 1 TO WS-NEW-ECH-AAAA.
           IF WS-NEW-ECH-MM EQUAL 02
            AND WS-NEW-ECH-JJ EQUAL 29
               MOVE WS-NEW-ECH-AAAA TO WS-CTL-DATE-AAAA
               MOVE 02 TO WS-CTL-DATE-MM
               PERFORM 7471-FEVRIER-START THRU 7471-FEVRIER-END
               MOVE WS-CTL-JJ-MAX TO WS-NEW-ECH-JJ
           END-IF.

           MOVE MST-C-TYPE   TO WS-IND-CODE-IN.
           MOVE WS-NEW-EFFET TO WS-IND-DATE-IN.
           PERFORM 7474-INDICE-FIND-START THRU 7474-INDICE-FIND-END.
           IF WS-IND-TROUVE = 0
               MOVE 'INDICE ABSENT' TO WS-REJET-MOTIF
               PERFORM 7486-REJET-WRITE-START
                   THRU 7486-REJET-WRITE-END
               GO TO 7482-RENOUV-UN-END
           END-IF.
           SET IDX-IND TO WS-IND-TROUVE.

           MOVE MST-SOMME TO WS-SOMME-AVANT.
           COMPUTE WS-SOMME-APRES ROUNDED =
               WS-SOMME-AVANT * WS-IND-COEF(IDX-IND)
               ON SIZE ERROR
                   MOVE 'PRIME HORS CAPACITE' TO WS-REJET-MOTIF
                   PERFORM 7486-REJET-WRITE-START
                       THRU 7486-REJET-WRITE-END
                   GO TO 7482-RENOUV-UN-END
           END-COMPUTE.

           MOVE 'N'             TO HIS-EVENEMENT.
           MOVE '|'             TO HIS-SEP1.
           MOVE WS-RUN-DATE     TO HIS-DATE-MAJ.
           MOVE '|'             TO HIS-SEP2.
           MOVE FILE-REC-MASTER TO HIS-IMAGE.

           MOVE WS-NEW-EFFET   TO MST-DATE-EFFET.
           MOVE WS-NEW-ECH-NUM TO MST-DATE-ECH.
           MOVE WS-SOMME-APRES TO MST-SOMME.
           MOVE WS-RUN-DATE    TO MST-DATE-MAJ.
           MOVE 'N'            TO MST-PAIE-STATUT.
           MOVE '|'            TO MST-SEP4.
           MOVE 'C'            TO MST-CTR-STATUT.
           MOVE '|'            TO MST-SEP5.
           MOVE ZERO           TO MST-DATE-RESIL.
           MOVE '|'            TO MST-SEP6.
           IF MST-FRACT EQUAL SPACE
               MOVE 'A' TO MST-FRACT
           END-IF.
           MOVE '|'            TO MST-SEP7.
           MOVE ZERO           TO MST-APPELS-NB.
           MOVE '|'            TO MST-SEP8.
           MOVE '0'            TO MST-RELANCE-NIV.
           MOVE '|'            TO MST-SEP9.
           IF MST-DATE-RELANCE IS NOT NUMERIC
               MOVE ZERO TO MST-DATE-RELANCE
           END-IF.
           REWRITE FILE-REC-MASTER.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           MOVE '|'             TO HIS-SEP3.
           MOVE FILE-REC-MASTER TO HIS-APRES.
           WRITE FILE-REC-HISTO.
           PERFORM 9120-HISTO-CHECK-START
               THRU 9120-HISTO-CHECK-END.
           ADD 1 TO WS-HISTO-NB.
           ADD 1 TO WS-RENOUV-NB.

           PERFORM 7484-AVIS-WRITE-START THRU 7484-AVIS-WRITE-END.

           ADD WS-SOMME-AVANT TO WS-GRAND-AVANT.
           ADD WS-SOMME-APRES TO WS-GRAND-APRES.

           MOVE MST-C-TYPE TO WS-RTYPE-KEY-IN.
           PERFORM 7494-RTYPE-FIND-START THRU 7494-RTYPE-FIND-END.
           ADD 1              TO WS-RTYPE-CTR-NB(IDX-RTYPE).
           ADD WS-SOMME-AVANT TO WS-RTYPE-AVANT(IDX-RTYPE).
           ADD WS-SOMME-APRES TO WS-RTYPE-APRES(IDX-RTYPE).

           MOVE MST-AGENCE TO WS-RAGE-KEY-IN.
           PERFORM 7495-RAGE-FIND-START THRU 7495-RAGE-FIND-END.
           ADD 1              TO WS-RAGE-CTR-NB(IDX-RAGE).
           ADD WS-SOMME-AVANT TO WS-RAGE-AVANT(IDX-RAGE).
           ADD WS-SOMME-APRES TO WS-RAGE-APRES(IDX-RAGE).

       7482-RENOUV-UN-END.
           EXIT.

      ******************************************************************
      *    Appels encore emis (non regles) sur la periode qui
      *    s'acheve : positionnement sur le premier rang du contrat
      *    pour sa DATE-EFFET, comme dans datassur-regl.
       7483-APPELS-OUVERTS-START.

           MOVE ZERO TO WS-APP-OUVERTS-NB.
           MOVE 'N'  TO WS-APP-FIN.
           IF NOT WS-APP-IS-PRESENT
               GO TO 7483-APPELS-OUVERTS-END
           END-IF.

           MOVE MST-NUMBER     TO APP-NUMBER.
           MOVE MST-DATE-EFFET TO APP-EFFET.
           MOVE ZERO           TO APP-RANG.
           START APPEL-FILE KEY IS NOT LESS THAN APP-KEY.
           IF APPEL-STATUS-NOTKEY
               GO TO 7483-APPELS-OUVERTS-END
           END-IF.
           PERFORM 9150-APPEL-CHECK-START
               THRU 9150-APPEL-CHECK-END.

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
                               ADD 1 TO WS-APP-OUVERTS-NB
                           END-IF
                       END-IF
               END-READ
               PERFORM 9150-APPEL-CHECK-START
                   THRU 9150-APPEL-CHECK-END
           END-PERFORM.

       7483-APPELS-OUVERTS-END.
           EXIT.

      ******************************************************************
      *    Avis d'echeance du contrat renouvele, a partir du maitre
      *    deja mis a jour.
       7484-AVIS-WRITE-START.

           MOVE PRT-STARS TO FIELD-WRITE-AVIS
           WRITE FILE-WRITE-AVIS.
           PERFORM 9130-AVIS-CHECK-START THRU 9130-AVIS-CHECK-END.

           MOVE MST-AGENCE  TO PRT-AV-AGENCE
           MOVE WS-RUN-DATE TO PRT-AV-RUN-DATE
           INITIALIZE FIELD-WRITE-AVIS
           MOVE PRT-AVIS-HEAD TO FIELD-WRITE-AVIS
           WRITE FILE-WRITE-AVIS.
           PERFORM 9130-AVIS-CHECK-START THRU 9130-AVIS-CHECK-END.

           MOVE MST-IRP      TO PRT-AV-IRP
           MOVE MST-CONTRACT TO PRT-AV-CONTRACT
           MOVE MST-NUMBER   TO PRT-AV-NUMBER
           MOVE MST-C-TYPE   TO PRT-AV-TYPE
           INITIALIZE FIELD-WRITE-AVIS
           MOVE PRT-AVIS-ASSURE TO FIELD-WRITE-AVIS
           WRITE FILE-WRITE-AVIS.
           PERFORM 9130-AVIS-CHECK-START THRU 9130-AVIS-CHECK-END.

           MOVE MST-DATE-EFFET       TO PRT-AV-EFFET
           MOVE MST-DATE-ECH         TO PRT-AV-ECH
           MOVE WS-SOMME-APRES       TO PRT-AV-APRES
           MOVE WS-SOMME-AVANT       TO PRT-AV-AVANT
           MOVE WS-IND-COEF(IDX-IND) TO PRT-AV-COEF
           INITIALIZE FIELD-WRITE-AVIS
           MOVE PRT-AVIS-PERIODE TO FIELD-WRITE-AVIS
           WRITE FILE-WRITE-AVIS.
           PERFORM 9130-AVIS-CHECK-START THRU 9130-AVIS-CHECK-END.

       7484-AVIS-WRITE-END.
           EXIT.

      ******************************************************************
      *    Contrat a echeance non renouvele : une ligne de l'etat avec
      *    son motif ; le maitre n'est pas touche.
       7486-REJET-WRITE-START.

           ADD 1 TO WS-REJET-NB.
           MOVE MST-NUMBER     TO PRT-REJ-NUMBER
           MOVE MST-CONTRACT   TO PRT-REJ-CONTRACT
           MOVE MST-C-TYPE     TO PRT-REJ-TYPE
           MOVE MST-AGENCE     TO PRT-REJ-AGENCE
           MOVE MST-DATE-ECH   TO PRT-REJ-DATE-ECH
           MOVE WS-REJET-MOTIF TO PRT-REJ-MOTIF
           DISPLAY 'NON RENOUVELE : ' PRT-REJET-LINE.
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-REJET-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

       7486-REJET-WRITE-END.
           EXIT.

      ******************************************************************
      *    Fin de l'etat : primes avant/apres indexation par type puis
      *    par agence, total general et compteurs du passage.
       7490-ETAT-CUMULS-START.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-PAR-TYPE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           SET IDX-RTYPE TO 1.
           PERFORM WS-RTYPE-NB TIMES
               MOVE 'TYPE   '                   TO PRT-DET-CODE-LIB
               MOVE WS-RTYPE-KEY(IDX-RTYPE)     TO PRT-DET-KEY
               MOVE WS-RTYPE-CTR-NB(IDX-RTYPE)  TO PRT-DET-NB
               MOVE WS-RTYPE-AVANT(IDX-RTYPE)   TO PRT-DET-AVANT
               MOVE WS-RTYPE-APRES(IDX-RTYPE)   TO PRT-DET-APRES
               COMPUTE WS-ECART = WS-RTYPE-APRES(IDX-RTYPE)
                                - WS-RTYPE-AVANT(IDX-RTYPE)
               PERFORM 7492-DET-WRITE-START THRU 7492-DET-WRITE-END
               SET IDX-RTYPE UP BY 1
           END-PERFORM.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-PAR-AGENCE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           SET IDX-RAGE TO 1.
           PERFORM WS-RAGE-NB TIMES
               MOVE 'AGENCE '                   TO PRT-DET-CODE-LIB
               MOVE WS-RAGE-KEY(IDX-RAGE)       TO PRT-DET-KEY
               MOVE WS-RAGE-CTR-NB(IDX-RAGE)    TO PRT-DET-NB
               MOVE WS-RAGE-AVANT(IDX-RAGE)     TO PRT-DET-AVANT
               MOVE WS-RAGE-APRES(IDX-RAGE)     TO PRT-DET-APRES
               COMPUTE WS-ECART = WS-RAGE-APRES(IDX-RAGE)
                                - WS-RAGE-AVANT(IDX-RAGE)
               PERFORM 7492-DET-WRITE-START THRU 7492-DET-WRITE-END
               SET IDX-RAGE UP BY 1
           END-PERFORM.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           MOVE WS-RENOUV-NB   TO PRT-GRAND-NB.
           MOVE WS-GRAND-AVANT TO PRT-GRAND-AVANT.
           MOVE WS-GRAND-APRES TO PRT-GRAND-APRES.
           COMPUTE WS-ECART = WS-GRAND-APRES - WS-GRAND-AVANT.
           MOVE WS-ECART       TO PRT-GRAND-ECART.
           DISPLAY PRT-GRAND-LINE.
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-GRAND-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

           MOVE 'Contrats a echeance dans le mois            = '
               TO PRT-CPT-LIB
           MOVE WS-ECHEANCE-NB TO PRT-CPT-NB
           PERFORM 7493-COMPTE-WRITE-START
               THRU 7493-COMPTE-WRITE-END.
           MOVE 'Contrats non renouveles (motif ci-dessus)   = '
               TO PRT-CPT-LIB
           MOVE WS-REJET-NB TO PRT-CPT-NB
           PERFORM 7493-COMPTE-WRITE-START
               THRU 7493-COMPTE-WRITE-END.
           MOVE 'Contrats resilies a echeance (ecartes)      = '
               TO PRT-CPT-LIB
           MOVE WS-RESILIE-NB TO PRT-CPT-NB
           PERFORM 7493-COMPTE-WRITE-START
               THRU 7493-COMPTE-WRITE-END.

       7490-ETAT-CUMULS-END.
           EXIT.

      ******************************************************************
       7492-DET-WRITE-START.

           MOVE WS-ECART TO PRT-DET-ECART.
           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-DET-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

       7492-DET-WRITE-END.
           EXIT.

      ******************************************************************
       7493-COMPTE-WRITE-START.

           INITIALIZE FIELD-WRITE-ETAT
           MOVE PRT-COMPTE-LINE TO FIELD-WRITE-ETAT
           WRITE FILE-WRITE-ETAT.
           PERFORM 9140-ETAT-CHECK-START THRU 9140-ETAT-CHECK-END.

       7493-COMPTE-WRITE-END.
           EXIT.

      ******************************************************************
      *    Recherche du poste d'un type de contrat, cree a la premiere
      *    occurrence ; IDX-RTYPE pointe sur le poste au retour.
       7494-RTYPE-FIND-START.

           SET IDX-RTYPE TO 1.
           SEARCH WS-RTYPE-ENT
               AT END
                   CONTINUE
               WHEN IDX-RTYPE > WS-RTYPE-NB
                   CONTINUE
               WHEN WS-RTYPE-KEY(IDX-RTYPE) EQUAL WS-RTYPE-KEY-IN
                   GO TO 7494-RTYPE-FIND-END
           END-SEARCH.

           IF WS-RTYPE-NB >= 50
               DISPLAY '*** TROP DE TYPES DE CONTRAT '
                   '(WS-RTYPE-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-RTYPE-NB.
           SET IDX-RTYPE TO WS-RTYPE-NB.
           MOVE WS-RTYPE-KEY-IN TO WS-RTYPE-KEY(IDX-RTYPE).

       7494-RTYPE-FIND-END.
           EXIT.

      ******************************************************************
      *    Recherche du poste d'une agence, cree a la premiere
      *    occurrence ; IDX-RAGE pointe sur le poste au retour.
       7495-RAGE-FIND-START.

           SET IDX-RAGE TO 1.
           SEARCH WS-RAGE-ENT
               AT END
                   CONTINUE
               WHEN IDX-RAGE > WS-RAGE-NB
                   CONTINUE
               WHEN WS-RAGE-KEY(IDX-RAGE) EQUAL WS-RAGE-KEY-IN
                   GO TO 7495-RAGE-FIND-END
           END-SEARCH.

           IF WS-RAGE-NB >= 50
               DISPLAY '*** TROP D AGENCES '
                   '(WS-RAGE-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-RAGE-NB.
           SET IDX-RAGE TO WS-RAGE-NB.
           MOVE WS-RAGE-KEY-IN TO WS-RAGE-KEY(IDX-RAGE).

       7495-RAGE-FIND-END.
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
