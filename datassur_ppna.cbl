      ******************************************************************
      *                                                                *
      *      Inventaire de fin de mois : provision pour primes non     *
      *      acquises (PPNA) a une date d'arrete donnee. Chaque        *
      *      contrat du maitre datassur.mst en cours a l'arrete (pris  *
      *      d'effet, non echu, non resilie) porte une part non        *
      *      acquise de sa SOMME au prorata temporis des jours restant *
      *      a courir jusqu'a DATE-ECH sur la duree DATE-EFFET/        *
      *      DATE-ECH. C'est la periode en vigueur a l'arrete qui      *
      *      compte : un contrat deja renouvele pour une periode qui   *
      *      commence apres l'arrete est provisionne sur sa periode    *
      *      precedente (dates et SOMME de l'image d'avant son         *
      *      renouvellement 'N' dans datassur.his).                    *
      *                                                                *
      *      Sorties : ppna-etat.dat, detail par contrat puis cumuls   *
      *      par type et par agence ; ppna-comptable.dat, au format    *
      *      equilibre de comptable.dat (lignes MVT groupees par       *
      *      compte et sens, ligne FIN de controle), portant la        *
      *      reprise de la provision de l'arrete precedent et la       *
      *      dotation de la nouvelle, sur les comptes du referentiel   *
      *      ppnacpt.dat ; ppna-stock.dat, provision par type retenue  *
      *      a cet arrete, relue comme base de reprise au suivant.     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. datassur-ppna.
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

      *    Historique des contrats : periodes d'avant renouvellement.
           SELECT HISTO-FILE ASSIGN TO 'datassur.his'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS HISTO-STATUS.

           SELECT PPNACPT ASSIGN TO 'ppnacpt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS PPNACPT-STATUS.

           SELECT STOCK-FILE ASSIGN TO 'ppna-stock.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS STOCK-STATUS.

           SELECT COMPTA-PPNA ASSIGN TO 'ppna-comptable.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS COMPTA-PPNA-STATUS.

           SELECT ETAT-PPNA ASSIGN TO 'ppna-etat.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS ETAT-PPNA-STATUS.

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

      *    Referentiel comptable de la provision, un enregistrement
      *    par type de contrat : compte de provision (passif), compte
      *    de dotation (charge) et compte de reprise (produit).
       FD PPNACPT
           RECORD CONTAINS 35 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-PPNACPT.
        02 FIELD-PPNACPT-TYPE          PIC X(08).
        02 FILLER                      PIC X(01).
        02 FIELD-PPNACPT-CPT-PROV      PIC X(08).
        02 FILLER                      PIC X(01).
        02 FIELD-PPNACPT-CPT-DOT       PIC X(08).
        02 FILLER                      PIC X(01).
        02 FIELD-PPNACPT-CPT-REP       PIC X(08).

      *    Provision retenue par type a un arrete : date d'arrete,
      *    type, montant. Relue a l'arrete suivant pour la reprise,
      *    puis reecrite avec la nouvelle provision.
       FD STOCK-FILE
           RECORD CONTAINS 32 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-STOCK.
        02 FIELD-STOCK-ARRETE          PIC 9(08).
        02 FIELD-STOCK-SEP1            PIC X(01).
        02 FIELD-STOCK-TYPE            PIC X(08).
        02 FIELD-STOCK-SEP2            PIC X(01).
        02 FIELD-STOCK-MONTANT         PIC 99999999999,99.

      *    Ecritures d'inventaire, meme format equilibre que
      *    comptable.dat.
       FD COMPTA-PPNA
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-WRITE-COMPTA-PPNA.
        02 FIELD-WRITE-COMPTA-PPNA     PIC X(80).

       FD ETAT-PPNA
           RECORD CONTAINS 200 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-WRITE-ETAT-PPNA.
        02 FIELD-WRITE-ETAT-PPNA       PIC X(200).

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
           88 MASTER-STATUS-NOTFOUND VALUE '35'.

       01  HISTO-STATUS            PIC X(02) VALUE SPACE.
           88 HISTO-STATUS-OK      VALUE '00'.
           88 HISTO-STATUS-EOF     VALUE '10'.
           88 HISTO-STATUS-NOTFOUND VALUE '35'.

       01  PPNACPT-STATUS          PIC X(02) VALUE SPACE.
           88 PPNACPT-STATUS-OK    VALUE '00'.
           88 PPNACPT-STATUS-EOF   VALUE '10'.
           88 PPNACPT-STATUS-NOTFOUND VALUE '35'.

       01  STOCK-STATUS            PIC X(02) VALUE SPACE.
           88 STOCK-STATUS-OK      VALUE '00'.
           88 STOCK-STATUS-EOF     VALUE '10'.
           88 STOCK-STATUS-NOTFOUND VALUE '35'.

       01  COMPTA-PPNA-STATUS      PIC X(02) VALUE SPACE.
           88 COMPTA-PPNA-STATUS-OK  VALUE '00'.
           88 COMPTA-PPNA-STATUS-EOF VALUE '10'.

       01  ETAT-PPNA-STATUS        PIC X(02) VALUE SPACE.
           88 ETAT-PPNA-STATUS-OK  VALUE '00'.
           88 ETAT-PPNA-STATUS-EOF VALUE '10'.

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
       01  WS-ARRETE               PIC X(08) VALUE SPACE.
       01  WS-ARRETE-NUM           PIC 9(08) VALUE ZERO.
       01  WS-STOCK-ARRETE         PIC 9(08) VALUE ZERO.

      *    Prorata temporis : quantiemes de l'arrete, de la prise
      *    d'effet et de l'echeance, duree du contrat et jours restant
      *    a courir apres l'arrete.
       01  WS-ARRETE-INT           PIC S9(07) VALUE ZERO.
       01  WS-EFFET-INT            PIC S9(07) VALUE ZERO.
       01  WS-ECH-INT              PIC S9(07) VALUE ZERO.
       01  WS-DUREE-JOURS          PIC S9(07) VALUE ZERO.
       01  WS-RESTE-JOURS          PIC S9(07) VALUE ZERO.

       01  WS-SOMME-NUM            PIC 9(06)V99 VALUE ZERO.
       01  WS-PPNA-MNT             PIC 9(06)V99 VALUE ZERO.

       01  WS-LUS-NB               PIC 9(05) VALUE ZERO.
       01  WS-RETENUS-NB           PIC 9(05) VALUE ZERO.
       01  WS-PRECEDENTS-NB        PIC 9(05) VALUE ZERO.

      *    Periodes en vigueur a l'arrete de contrats renouveles
      *    depuis, relues dans les images d'avant renouvellement de
      *    datassur.his : numero, dates et SOMME de la periode.
       01  WS-REN-TAB.
           03 WS-REN-NB           PIC 9(04) VALUE ZERO.
           03 WS-REN-ENT OCCURS 2000 TIMES INDEXED BY IDX-REN.
              05 WS-REN-NUMBER    PIC X(08).
              05 WS-REN-EFFET     PIC 9(08).
              05 WS-REN-ECH       PIC 9(08).
              05 WS-REN-SOMME     PIC X(09).

       01  WS-REN-TROUVE           PIC X(01) VALUE 'N'.
           88 WS-REN-IS-TROUVE     VALUE 'O'.
       01  WS-GRAND-SOMME          PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-PPNA           PIC 9(11)V99 VALUE ZERO.
       01  WS-GRAND-REPRISE        PIC 9(11)V99 VALUE ZERO.

      *    Cumuls de l'arrete par type de contrat et par agence.
       01  WS-PTYPE-TAB.
           03 WS-PTYPE-NB         PIC 9(02) VALUE ZERO.
           03 WS-PTYPE-ENT OCCURS 50 TIMES INDEXED BY IDX-PTYPE.
              05 WS-PTYPE-KEY     PIC X(08).
              05 WS-PTYPE-COUNT   PIC 9(05).
              05 WS-PTYPE-SOMME   PIC 9(11)V99.
              05 WS-PTYPE-PPNA    PIC 9(11)V99.

       01  WS-PAGE-TAB.
           03 WS-PAGE-NB          PIC 9(02) VALUE ZERO.
           03 WS-PAGE-ENT OCCURS 50 TIMES INDEXED BY IDX-PAGE.
              05 WS-PAGE-KEY      PIC X(08).
              05 WS-PAGE-COUNT    PIC 9(05).
              05 WS-PAGE-SOMME    PIC 9(11)V99.
              05 WS-PAGE-PPNA     PIC 9(11)V99.

       01  WS-PTYPE-KEY-IN         PIC X(08) VALUE SPACE.
       01  WS-PAGE-KEY-IN          PIC X(08) VALUE SPACE.

      *    Provision de l'arrete precedent, par type, relue dans
      *    ppna-stock.dat.
       01  WS-STK-TAB.
           03 WS-STK-NB           PIC 9(02) VALUE ZERO.
           03 WS-STK-ENT OCCURS 50 TIMES INDEXED BY IDX-STK.
              05 WS-STK-TYPE      PIC X(08).
              05 WS-STK-MONTANT   PIC 9(11)V99.

      *    Referentiel comptable de la provision charge en memoire.
       01  WS-PCPT-TAB.
           03 WS-PCPT-NB          PIC 9(02) VALUE ZERO.
           03 WS-PCPT-ENT OCCURS 50 TIMES INDEXED BY IDX-PCPT.
              05 WS-PCPT-TYPE     PIC X(08).
              05 WS-PCPT-CPT-PROV PIC X(08).
              05 WS-PCPT-CPT-DOT  PIC X(08).
              05 WS-PCPT-CPT-REP  PIC X(08).

       01  WS-PCPT-CODE-IN         PIC X(08) VALUE SPACE.
       01  WS-PCPT-TROUVE          PIC 9(02) VALUE ZERO.

      *    Cumuls par compte general et sens, restitues groupes comme
      *    dans comptable.dat.
       01  WS-CPTA-TAB.
           03 WS-CPTA-NB           PIC 9(03) VALUE ZERO.
           03 WS-CPTA-ENT OCCURS 200 TIMES INDEXED BY IDX-CPTA.
              05 WS-CPTA-CPT       PIC X(08).
              05 WS-CPTA-SENS      PIC X(01).
              05 WS-CPTA-MONTANT   PIC 9(11)V99.

       01  WS-CPTA-CPT-IN          PIC X(08) VALUE SPACE.
       01  WS-CPTA-SENS-IN         PIC X(01) VALUE SPACE.
       01  WS-CPTA-MNT-IN          PIC 9(11)V99 VALUE ZERO.
       01  WS-CPTA-SENS-AFF        PIC X(01) VALUE SPACE.
       01  WS-TOT-DEBIT            PIC 9(11)V99 VALUE ZERO.
       01  WS-TOT-CREDIT           PIC 9(11)V99 VALUE ZERO.
       01  WS-CPTA-MVT-NB          PIC 9(05) VALUE ZERO.

       01  WS-CPTA-LINE.
           03 FILLER               PIC X(04) VALUE 'MVT|'.
           03 WS-CPTA-L-DATE       PIC X(08) VALUE SPACE.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-CPTA-L-CPT        PIC X(08) VALUE SPACE.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-CPTA-L-SENS       PIC X(01) VALUE SPACE.
           03 FILLER               PIC X     VALUE '|'.
           03 WS-CPTA-L-MONTANT    PIC 99999999999,99 VALUE ZERO.

       01  WS-CPTA-TRAILER.
           03 FILLER               PIC X(04) VALUE 'FIN|'.
           03 WS-CPTA-T-DATE       PIC X(08) VALUE SPACE.
           03 FILLER               PIC X(07) VALUE '|DEBIT='.
           03 WS-CPTA-T-DEBIT      PIC 99999999999,99 VALUE ZERO.
           03 FILLER               PIC X(08) VALUE '|CREDIT='.
           03 WS-CPTA-T-CREDIT     PIC 99999999999,99 VALUE ZERO.
           03 FILLER               PIC X(04) VALUE '|NB='.
           03 WS-CPTA-T-NB         PIC 9(05) VALUE ZERO.

      *    Controle calendaire de la date d'arrete, meme technique que
      *    le controle d'intake du traitement quotidien.
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

       01  PRT-STARS            PIC X(125)  VALUE ALL "*".
       01  PRT-TITLE            PIC X(41)
           VALUE "PROVISION POUR PRIMES NON ACQUISES (PPNA)".

       01  PRT-ARRETE-LINE.
           03 FILLER            PIC X(15) VALUE 'DATE D ARRETE :'.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-ARRETE        PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(22)
              VALUE '   ARRETE PRECEDENT : '.
           03 PRT-ARRETE-PREC   PIC X(08) VALUE SPACE.

       01  PRT-DETAIL-HEAD      PIC X(29)
           VALUE 'DETAIL DES PRIMES PAR CONTRAT'.
       01  PRT-PAR-TYPE         PIC X(19) VALUE 'PAR TYPE DE CONTRAT'.
       01  PRT-PAR-AGENCE       PIC X(10) VALUE 'PAR AGENCE'.

       01  PRT-CTR-LINE.
           03 PRT-CTR-NUMBER    PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-CTR-TYPE      PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-CTR-AGENCE    PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-CTR-EFFET     PIC 9(08) VALUE ZERO.
           03 FILLER            PIC X(01) VALUE SPACE.
           03 PRT-CTR-ECH       PIC 9(08) VALUE ZERO.
           03 FILLER            PIC X(07) VALUE ' Somme='.
           03 PRT-CTR-SOMME     PIC ZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(08) VALUE ' Jours= '.
           03 PRT-CTR-RESTE     PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(01) VALUE '/'.
           03 PRT-CTR-DUREE     PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(06) VALUE ' PPNA='.
           03 PRT-CTR-PPNA      PIC ZZZZZ9,99 VALUE ZERO.

       01  PRT-CUMUL-LINE.
           03 PRT-CUMUL-LIB     PIC X(07) VALUE SPACE.
           03 PRT-CUMUL-KEY     PIC X(08) VALUE SPACE.
           03 FILLER            PIC X(10) VALUE ' Nb ctrs='.
           03 PRT-CUMUL-COUNT   PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(08) VALUE ' Primes='.
           03 PRT-CUMUL-SOMME   PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(06) VALUE ' PPNA='.
           03 PRT-CUMUL-PPNA    PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(6)  VALUE ' Euros'.

       01  PRT-GRAND-LINE.
           03 FILLER            PIC X(15) VALUE 'TOTAL Nb ctrs='.
           03 PRT-GRAND-COUNT   PIC ZZZZ9 VALUE ZERO.
           03 FILLER            PIC X(08) VALUE ' Primes='.
           03 PRT-GRAND-SOMME   PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(06) VALUE ' PPNA='.
           03 PRT-GRAND-PPNA    PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(6)  VALUE ' Euros'.

       01  PRT-REPRISE-LINE.
           03 FILLER            PIC X(31)
              VALUE 'REPRISE PROVISION PRECEDENTE = '.
           03 PRT-REPRISE       PIC ZZZZZZZZZZ9,99 VALUE ZERO.
           03 FILLER            PIC X(28)
              VALUE '   DOTATION NOUVELLE PPNA = '.
           03 PRT-DOTATION      PIC ZZZZZZZZZZ9,99 VALUE ZERO.

      ******************************************************************
       PROCEDURE DIVISION.


           PERFORM 0000-MAIN-START   THRU 0000-MAIN-END.

      ******************************************************************
       0000-MAIN-START.

           MOVE 'datassur-ppna' TO WS-JRN-PROG.
           PERFORM 8000-JOURNAL-DEB-START THRU 8000-JOURNAL-DEB-END.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           DISPLAY 'DATE D ARRETE (AAAAMMJJ) : '
               WITH NO ADVANCING.
           ACCEPT WS-ARRETE.

           MOVE WS-ARRETE TO WS-CTL-DATE-X.
           PERFORM 7290-VALIDE-DATE-START THRU 7290-VALIDE-DATE-END.
           IF NOT WS-DATE-IS-OK
               DISPLAY '*** DATE D ARRETE INVALIDE : ' WS-ARRETE ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ARRETE TO WS-ARRETE-NUM.
           IF WS-ARRETE-NUM > WS-RUN-DATE
               DISPLAY '*** DATE D ARRETE ' WS-ARRETE
                   ' POSTERIEURE A LA DATE DU JOUR ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-ARRETE-INT =
               FUNCTION INTEGER-OF-DATE(WS-ARRETE-NUM).

           PERFORM 7200-PPNACPT-LOAD-START
               THRU 7200-PPNACPT-LOAD-END.
           PERFORM 7210-STOCK-LOAD-START THRU 7210-STOCK-LOAD-END.
           PERFORM 7212-RENOUV-LOAD-START THRU 7212-RENOUV-LOAD-END.

           OPEN OUTPUT ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.
           PERFORM 7250-ETAT-ENTETE-START THRU 7250-ETAT-ENTETE-END.

           INITIALIZE WS-PTYPE-TAB.
           INITIALIZE WS-PAGE-TAB.

           PERFORM 7220-MASTER-ALL-START THRU 7220-MASTER-ALL-END.

           PERFORM 7240-ECRITURES-START THRU 7240-ECRITURES-END.

           PERFORM 7260-ETAT-CUMULS-START THRU 7260-ETAT-CUMULS-END.
           CLOSE ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

           PERFORM 7280-STOCK-WRITE-START THRU 7280-STOCK-WRITE-END.

           DISPLAY 'PPNA A L ARRETE ' WS-ARRETE ' : '
               WS-RETENUS-NB ' CONTRAT(S) SUR ' WS-LUS-NB
               ', REPRISE ' WS-GRAND-REPRISE
               ', DOTATION ' WS-GRAND-PPNA.
           DISPLAY 'DONT PERIODE D AVANT RENOUVELLEMENT : '
               WS-PRECEDENTS-NB.

           MOVE SPACE TO WS-JRN-CTRS.
           STRING 'ARRETE='       DELIMITED BY SIZE
                  WS-ARRETE       DELIMITED BY SIZE
                  ';LUS='         DELIMITED BY SIZE
                  WS-LUS-NB       DELIMITED BY SIZE
                  ';RETENUS='     DELIMITED BY SIZE
                  WS-RETENUS-NB   DELIMITED BY SIZE
                  ';MVT='         DELIMITED BY SIZE
                  WS-CPTA-MVT-NB  DELIMITED BY SIZE
                  ';PREC='        DELIMITED BY SIZE
                  WS-PRECEDENTS-NB DELIMITED BY SIZE
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
           DISPLAY '*** ARRET ANORMAL DE L INVENTAIRE PPNA ***'
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
       9100-PPNACPT-CHECK-START.

           IF NOT (PPNACPT-STATUS-OK OR PPNACPT-STATUS-EOF)
               MOVE 'PPNACPT'        TO WS-ABEND-FILE
               MOVE PPNACPT-STATUS   TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9100-PPNACPT-CHECK-END.
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
       9120-STOCK-CHECK-START.

           IF NOT (STOCK-STATUS-OK OR STOCK-STATUS-EOF)
               MOVE 'STOCK-FILE'     TO WS-ABEND-FILE
               MOVE STOCK-STATUS     TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9120-STOCK-CHECK-END.
           EXIT.

      ******************************************************************
       9130-COMPTA-PPNA-CHECK-START.

           IF NOT (COMPTA-PPNA-STATUS-OK OR COMPTA-PPNA-STATUS-EOF)
               MOVE 'COMPTA-PPNA'        TO WS-ABEND-FILE
               MOVE COMPTA-PPNA-STATUS   TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9130-COMPTA-PPNA-CHECK-END.
           EXIT.

      ******************************************************************
       9140-ETAT-PPNA-CHECK-START.

           IF NOT (ETAT-PPNA-STATUS-OK OR ETAT-PPNA-STATUS-EOF)
               MOVE 'ETAT-PPNA'          TO WS-ABEND-FILE
               MOVE ETAT-PPNA-STATUS     TO WS-ABEND-STATUS
               PERFORM 9000-ABEND-START THRU 9000-ABEND-END
           END-IF.

       9140-ETAT-PPNA-CHECK-END.
           EXIT.

      ******************************************************************
      *    Chargement du referentiel comptable de la provision :
      *    fichier obligatoire, chaque ligne doit porter ses trois
      *    comptes.
       7200-PPNACPT-LOAD-START.

           INITIALIZE WS-PCPT-TAB.

           OPEN INPUT PPNACPT.
           IF PPNACPT-STATUS-NOTFOUND
               DISPLAY '*** FICHIER ppnacpt.dat ABSENT : COMPTES '
                   'OBLIGATOIRES POUR L INVENTAIRE PPNA ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9100-PPNACPT-CHECK-START
               THRU 9100-PPNACPT-CHECK-END.

           PERFORM UNTIL PPNACPT-STATUS-EOF
               READ PPNACPT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 7205-PPNACPT-STORE-START
                           THRU 7205-PPNACPT-STORE-END
               END-READ
               PERFORM 9100-PPNACPT-CHECK-START
                   THRU 9100-PPNACPT-CHECK-END
           END-PERFORM.

           CLOSE PPNACPT.
           PERFORM 9100-PPNACPT-CHECK-START
               THRU 9100-PPNACPT-CHECK-END.

       7200-PPNACPT-LOAD-END.
           EXIT.

      ******************************************************************
       7205-PPNACPT-STORE-START.

           IF FIELD-PPNACPT-TYPE EQUAL SPACE
               GO TO 7205-PPNACPT-STORE-END
           END-IF.

           IF FIELD-PPNACPT-CPT-PROV EQUAL SPACE
            OR FIELD-PPNACPT-CPT-DOT EQUAL SPACE
            OR FIELD-PPNACPT-CPT-REP EQUAL SPACE
               DISPLAY '*** LIGNE ppnacpt.dat INVALIDE POUR LE TYPE '
                   FIELD-PPNACPT-TYPE ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PCPT-NB >= 50
               DISPLAY '*** ERREUR : PLUS DE 50 LIGNES DANS '
                   'ppnacpt.dat (WS-PCPT-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-PCPT-NB.
           SET IDX-PCPT TO WS-PCPT-NB.
           MOVE FIELD-PPNACPT-TYPE     TO WS-PCPT-TYPE(IDX-PCPT).
           MOVE FIELD-PPNACPT-CPT-PROV TO WS-PCPT-CPT-PROV(IDX-PCPT).
           MOVE FIELD-PPNACPT-CPT-DOT  TO WS-PCPT-CPT-DOT(IDX-PCPT).
           MOVE FIELD-PPNACPT-CPT-REP  TO WS-PCPT-CPT-REP(IDX-PCPT).

       7205-PPNACPT-STORE-END.
           EXIT.

      ******************************************************************
      *    Recherche des comptes d'un type : rang de la ligne dans
      *    WS-PCPT-TROUVE, zero si le type n'est pas au referentiel.
       7207-PPNACPT-FIND-START.

           MOVE ZERO TO WS-PCPT-TROUVE.
           SET IDX-PCPT TO 1.

           PERFORM WS-PCPT-NB TIMES
               IF WS-PCPT-TYPE(IDX-PCPT) EQUAL WS-PCPT-CODE-IN
                   SET WS-PCPT-TROUVE TO IDX-PCPT
               END-IF
               SET IDX-PCPT UP BY 1
           END-PERFORM.

       7207-PPNACPT-FIND-END.
           EXIT.

      ******************************************************************
      *    Provision de l'arrete precedent : fichier absent au tout
      *    premier inventaire (aucune reprise). Un stock date de
      *    l'arrete demande ou d'un arrete posterieur signifie que cet
      *    arrete a deja ete passe : la reprise serait faussee, le
      *    traitement s'arrete.
       7210-STOCK-LOAD-START.

           INITIALIZE WS-STK-TAB.
           MOVE ZERO TO WS-STOCK-ARRETE.

           OPEN INPUT STOCK-FILE.
           IF STOCK-STATUS-NOTFOUND
               DISPLAY 'FICHIER ppna-stock.dat ABSENT : PREMIER '
                   'INVENTAIRE, AUCUNE REPRISE'
               GO TO 7210-STOCK-LOAD-END
           END-IF.
           PERFORM 9120-STOCK-CHECK-START THRU 9120-STOCK-CHECK-END.

           PERFORM UNTIL STOCK-STATUS-EOF
               READ STOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 7215-STOCK-STORE-START
                           THRU 7215-STOCK-STORE-END
               END-READ
               PERFORM 9120-STOCK-CHECK-START
                   THRU 9120-STOCK-CHECK-END
           END-PERFORM.

           CLOSE STOCK-FILE.
           PERFORM 9120-STOCK-CHECK-START THRU 9120-STOCK-CHECK-END.

           IF WS-STOCK-ARRETE >= WS-ARRETE-NUM
               DISPLAY '*** ARRETE ' WS-ARRETE ' DEJA PASSE : '
                   'ppna-stock.dat DATE DU ' WS-STOCK-ARRETE ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       7210-STOCK-LOAD-END.
           EXIT.

      ******************************************************************
       7215-STOCK-STORE-START.

           IF FIELD-STOCK-ARRETE IS NOT NUMERIC
            OR FIELD-STOCK-TYPE EQUAL SPACE
            OR FIELD-STOCK-MONTANT(1:11) IS NOT NUMERIC
            OR FIELD-STOCK-MONTANT(13:2) IS NOT NUMERIC
               DISPLAY '*** LIGNE ppna-stock.dat INVALIDE : '
                   FILE-REC-STOCK ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-STOCK-ARRETE NOT EQUAL ZERO
            AND FIELD-STOCK-ARRETE NOT EQUAL WS-STOCK-ARRETE
               DISPLAY '*** ppna-stock.dat INCOHERENT : PLUSIEURS '
                   'DATES D ARRETE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FIELD-STOCK-ARRETE TO WS-STOCK-ARRETE.

           IF WS-STK-NB >= 50
               DISPLAY '*** ERREUR : PLUS DE 50 LIGNES DANS '
                   'ppna-stock.dat (WS-STK-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-STK-NB.
           SET IDX-STK TO WS-STK-NB.
           MOVE FIELD-STOCK-TYPE    TO WS-STK-TYPE(IDX-STK).
           MOVE FIELD-STOCK-MONTANT TO WS-STK-MONTANT(IDX-STK).
           ADD WS-STK-MONTANT(IDX-STK) TO WS-GRAND-REPRISE.

       7215-STOCK-STORE-END.
           EXIT.

      ******************************************************************
      *    Periodes en vigueur a l'arrete des contrats renouveles
      *    depuis : image d'avant de chaque renouvellement ('N') de
      *    datassur.his dont la periode couvre l'arrete (prise
      *    d'effet au plus tard a l'arrete, echeance apres). Sans
      *    historique, aucun renouvellement n'est connu.
       7212-RENOUV-LOAD-START.

           INITIALIZE WS-REN-TAB.

           OPEN INPUT HISTO-FILE.
           IF HISTO-STATUS-NOTFOUND
               GO TO 7212-RENOUV-LOAD-END
           END-IF.
           PERFORM 9115-HISTO-CHECK-START THRU 9115-HISTO-CHECK-END.

           PERFORM UNTIL HISTO-STATUS-EOF
               READ HISTO-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 7214-RENOUV-STORE-START
                           THRU 7214-RENOUV-STORE-END
               END-READ
               PERFORM 9115-HISTO-CHECK-START
                   THRU 9115-HISTO-CHECK-END
           END-PERFORM.

           CLOSE HISTO-FILE.
           PERFORM 9115-HISTO-CHECK-START THRU 9115-HISTO-CHECK-END.

       7212-RENOUV-LOAD-END.
           EXIT.

      ******************************************************************
       7214-RENOUV-STORE-START.

           IF HIS-EVENEMENT NOT EQUAL 'N'
            OR HIS-IMG-DATE-EFFET IS NOT NUMERIC
            OR HIS-IMG-DATE-ECH IS NOT NUMERIC
            OR HIS-IMG-SOMME(1:6) IS NOT NUMERIC
            OR HIS-IMG-SOMME(7:1) NOT EQUAL ','
            OR HIS-IMG-SOMME(8:2) IS NOT NUMERIC
               GO TO 7214-RENOUV-STORE-END
           END-IF.

           IF HIS-IMG-DATE-EFFET > WS-ARRETE
            OR HIS-IMG-DATE-ECH NOT > WS-ARRETE
               GO TO 7214-RENOUV-STORE-END
           END-IF.

           IF WS-REN-NB >= 2000
               DISPLAY '*** ERREUR : PLUS DE 2000 RENOUVELLEMENTS '
                   'APRES L ARRETE (WS-REN-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-REN-NB.
           SET IDX-REN TO WS-REN-NB.
           MOVE HIS-IMG-NUMBER     TO WS-REN-NUMBER(IDX-REN).
           MOVE HIS-IMG-DATE-EFFET TO WS-REN-EFFET(IDX-REN).
           MOVE HIS-IMG-DATE-ECH   TO WS-REN-ECH(IDX-REN).
           MOVE HIS-IMG-SOMME      TO WS-REN-SOMME(IDX-REN).

       7214-RENOUV-STORE-END.
           EXIT.

      ******************************************************************
      *    Parcours complet du maitre, une ligne de detail par contrat
      *    porteur de provision.
       7220-MASTER-ALL-START.

           OPEN INPUT MASTER-FILE.
           IF MASTER-STATUS-NOTFOUND
               DISPLAY '*** FICHIER datassur.mst ABSENT : MAITRE '
                   'OBLIGATOIRE POUR L INVENTAIRE PPNA ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           INITIALIZE FIELD-WRITE-ETAT-PPNA
           MOVE PRT-DETAIL-HEAD TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

           PERFORM UNTIL MASTER-STATUS-EOF
               READ MASTER-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-LUS-NB
                       PERFORM 7225-MASTER-UN-START
                           THRU 7225-MASTER-UN-END
               END-READ
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
           END-PERFORM.

           CLOSE MASTER-FILE.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

       7220-MASTER-ALL-END.
           EXIT.

      ******************************************************************
      *    Un contrat porte une provision s'il a pris effet a l'arrete,
      *    s'il court encore apres l'arrete et s'il n'est pas resilie
      *    a cette date. La part non acquise est la SOMME au prorata
      *    des jours restant a courir apres l'arrete sur la duree du
      *    contrat (jours d'effet et d'echeance compris), arrondie au
      *    centime. Un contrat renouvele pour une periode posterieure
      *    a l'arrete reprend d'abord la periode d'avant ce
      *    renouvellement (dates et SOMME), seule la zone de lecture
      *    du maitre etant modifiee.
       7225-MASTER-UN-START.

           IF MST-DATE-EFFET > WS-ARRETE-NUM
               PERFORM 7227-RENOUV-FIND-START
                   THRU 7227-RENOUV-FIND-END
           END-IF.

           IF MST-DATE-EFFET > WS-ARRETE-NUM
            OR MST-DATE-ECH <= WS-ARRETE-NUM
               GO TO 7225-MASTER-UN-END
           END-IF.

           IF MST-CTR-RESILIE
            AND MST-DATE-RESIL <= WS-ARRETE-NUM
               GO TO 7225-MASTER-UN-END
           END-IF.

           COMPUTE WS-EFFET-INT =
               FUNCTION INTEGER-OF-DATE(MST-DATE-EFFET).
           COMPUTE WS-ECH-INT =
               FUNCTION INTEGER-OF-DATE(MST-DATE-ECH).
           COMPUTE WS-DUREE-JOURS = WS-ECH-INT - WS-EFFET-INT + 1.
           COMPUTE WS-RESTE-JOURS = WS-ECH-INT - WS-ARRETE-INT.

           MOVE MST-SOMME TO WS-SOMME-NUM.
           COMPUTE WS-PPNA-MNT ROUNDED =
               WS-SOMME-NUM * WS-RESTE-JOURS / WS-DUREE-JOURS
           END-COMPUTE.

           ADD 1 TO WS-RETENUS-NB.
           ADD WS-SOMME-NUM TO WS-GRAND-SOMME.
           ADD WS-PPNA-MNT  TO WS-GRAND-PPNA.

           MOVE MST-C-TYPE TO WS-PTYPE-KEY-IN.
           PERFORM 7230-PTYPE-FIND-START THRU 7230-PTYPE-FIND-END.
           ADD 1            TO WS-PTYPE-COUNT(IDX-PTYPE).
           ADD WS-SOMME-NUM TO WS-PTYPE-SOMME(IDX-PTYPE).
           ADD WS-PPNA-MNT  TO WS-PTYPE-PPNA(IDX-PTYPE).

           MOVE MST-AGENCE TO WS-PAGE-KEY-IN.
           PERFORM 7235-PAGE-FIND-START THRU 7235-PAGE-FIND-END.
           ADD 1            TO WS-PAGE-COUNT(IDX-PAGE).
           ADD WS-SOMME-NUM TO WS-PAGE-SOMME(IDX-PAGE).
           ADD WS-PPNA-MNT  TO WS-PAGE-PPNA(IDX-PAGE).

           MOVE MST-NUMBER     TO PRT-CTR-NUMBER.
           MOVE MST-C-TYPE     TO PRT-CTR-TYPE.
           MOVE MST-AGENCE     TO PRT-CTR-AGENCE.
           MOVE MST-DATE-EFFET TO PRT-CTR-EFFET.
           MOVE MST-DATE-ECH   TO PRT-CTR-ECH.
           MOVE WS-SOMME-NUM   TO PRT-CTR-SOMME.
           MOVE WS-RESTE-JOURS TO PRT-CTR-RESTE.
           MOVE WS-DUREE-JOURS TO PRT-CTR-DUREE.
           MOVE WS-PPNA-MNT    TO PRT-CTR-PPNA.
           INITIALIZE FIELD-WRITE-ETAT-PPNA
           MOVE PRT-CTR-LINE TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

       7225-MASTER-UN-END.
           EXIT.

      ******************************************************************
      *    Periode en vigueur a l'arrete d'un contrat renouvele
      *    depuis : si elle est connue, elle remplace la periode
      *    courante dans la zone de lecture du maitre.
       7227-RENOUV-FIND-START.

           MOVE 'N' TO WS-REN-TROUVE.
           SET IDX-REN TO 1.

           PERFORM WS-REN-NB TIMES
               IF NOT WS-REN-IS-TROUVE
                AND WS-REN-NUMBER(IDX-REN) EQUAL MST-NUMBER
                   MOVE 'O' TO WS-REN-TROUVE
                   MOVE WS-REN-EFFET(IDX-REN) TO MST-DATE-EFFET
                   MOVE WS-REN-ECH(IDX-REN)   TO MST-DATE-ECH
                   MOVE WS-REN-SOMME(IDX-REN)
                       TO FILE-REC-MASTER(109:9)
                   ADD 1 TO WS-PRECEDENTS-NB
               END-IF
               SET IDX-REN UP BY 1
           END-PERFORM.

       7227-RENOUV-FIND-END.
           EXIT.

      ******************************************************************
      *    Recherche du poste d'un type, cree a la premiere occurrence ;
      *    IDX-PTYPE pointe sur le poste au retour.
       7230-PTYPE-FIND-START.

           SET IDX-PTYPE TO 1.
           PERFORM WS-PTYPE-NB TIMES
               IF WS-PTYPE-KEY(IDX-PTYPE) EQUAL WS-PTYPE-KEY-IN
                   GO TO 7230-PTYPE-FIND-END
               END-IF
               SET IDX-PTYPE UP BY 1
           END-PERFORM.

           IF WS-PTYPE-NB >= 50
               DISPLAY '*** TROP DE TYPES DE CONTRAT '
                   '(WS-PTYPE-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-PTYPE-NB.
           SET IDX-PTYPE TO WS-PTYPE-NB.
           MOVE WS-PTYPE-KEY-IN TO WS-PTYPE-KEY(IDX-PTYPE).

       7230-PTYPE-FIND-END.
           EXIT.

      ******************************************************************
      *    Recherche du poste d'une agence, cree a la premiere
      *    occurrence ; IDX-PAGE pointe sur le poste au retour.
       7235-PAGE-FIND-START.

           SET IDX-PAGE TO 1.
           PERFORM WS-PAGE-NB TIMES
               IF WS-PAGE-KEY(IDX-PAGE) EQUAL WS-PAGE-KEY-IN
                   GO TO 7235-PAGE-FIND-END
               END-IF
               SET IDX-PAGE UP BY 1
           END-PERFORM.

           IF WS-PAGE-NB >= 50
               DISPLAY '*** TROP D AGENCES '
                   '(WS-PAGE-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-PAGE-NB.
           SET IDX-PAGE TO WS-PAGE-NB.
           MOVE WS-PAGE-KEY-IN TO WS-PAGE-KEY(IDX-PAGE).

       7235-PAGE-FIND-END.
           EXIT.

      ******************************************************************
      *    Ecritures d'inventaire : reprise de la provision precedente
      *    (debit provision, credit reprise) et dotation de la nouvelle
      *    (debit dotation, credit provision), type par type, cumulees
      *    par compte et sens puis restituees groupees avec la ligne
      *    FIN d'equilibre. Un type sans comptes au referentiel arrete
      *    le traitement avant toute ecriture.
       7240-ECRITURES-START.

           INITIALIZE WS-CPTA-TAB.
           INITIALIZE WS-TOT-DEBIT.
           INITIALIZE WS-TOT-CREDIT.
           INITIALIZE WS-CPTA-MVT-NB.

           SET IDX-STK TO 1.
           PERFORM WS-STK-NB TIMES
               PERFORM 7242-REPRISE-UN-START
                   THRU 7242-REPRISE-UN-END
               SET IDX-STK UP BY 1
           END-PERFORM.

           SET IDX-PTYPE TO 1.
           PERFORM WS-PTYPE-NB TIMES
               PERFORM 7244-DOTATION-UN-START
                   THRU 7244-DOTATION-UN-END
               SET IDX-PTYPE UP BY 1
           END-PERFORM.

           OPEN OUTPUT COMPTA-PPNA.
           PERFORM 9130-COMPTA-PPNA-CHECK-START
               THRU 9130-COMPTA-PPNA-CHECK-END.

           MOVE 'D' TO WS-CPTA-SENS-AFF.
           PERFORM 7248-CPTA-SENS-WRITE-START
               THRU 7248-CPTA-SENS-WRITE-END.
           MOVE 'C' TO WS-CPTA-SENS-AFF.
           PERFORM 7248-CPTA-SENS-WRITE-START
               THRU 7248-CPTA-SENS-WRITE-END.

           IF WS-TOT-DEBIT NOT EQUAL WS-TOT-CREDIT
               DISPLAY '*** ECART DE CONTROLE COMPTABLE : DEBIT '
                   WS-TOT-DEBIT ' / CREDIT ' WS-TOT-CREDIT ' ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ARRETE      TO WS-CPTA-T-DATE.
           MOVE WS-TOT-DEBIT   TO WS-CPTA-T-DEBIT.
           MOVE WS-TOT-CREDIT  TO WS-CPTA-T-CREDIT.
           MOVE WS-CPTA-MVT-NB TO WS-CPTA-T-NB.
           INITIALIZE FIELD-WRITE-COMPTA-PPNA
           MOVE WS-CPTA-TRAILER TO FIELD-WRITE-COMPTA-PPNA
           WRITE FILE-WRITE-COMPTA-PPNA.
           PERFORM 9130-COMPTA-PPNA-CHECK-START
               THRU 9130-COMPTA-PPNA-CHECK-END.

           CLOSE COMPTA-PPNA.
           PERFORM 9130-COMPTA-PPNA-CHECK-START
               THRU 9130-COMPTA-PPNA-CHECK-END.

       7240-ECRITURES-END.
           EXIT.

      ******************************************************************
       7242-REPRISE-UN-START.

           IF WS-STK-MONTANT(IDX-STK) = 0
               GO TO 7242-REPRISE-UN-END
           END-IF.

           MOVE WS-STK-TYPE(IDX-STK) TO WS-PCPT-CODE-IN.
           PERFORM 7207-PPNACPT-FIND-START
               THRU 7207-PPNACPT-FIND-END.
           IF WS-PCPT-TROUVE = 0
               DISPLAY '*** COMPTES ABSENTS DANS ppnacpt.dat POUR LE '
                   'TYPE ' WS-PCPT-CODE-IN
                   ' : INVENTAIRE PPNA ARRETE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET IDX-PCPT TO WS-PCPT-TROUVE.

           MOVE WS-PCPT-CPT-PROV(IDX-PCPT) TO WS-CPTA-CPT-IN.
           MOVE 'D' TO WS-CPTA-SENS-IN.
           MOVE WS-STK-MONTANT(IDX-STK) TO WS-CPTA-MNT-IN.
           PERFORM 7246-CPTA-ACCUM-START THRU 7246-CPTA-ACCUM-END.

           MOVE WS-PCPT-CPT-REP(IDX-PCPT) TO WS-CPTA-CPT-IN.
           MOVE 'C' TO WS-CPTA-SENS-IN.
           MOVE WS-STK-MONTANT(IDX-STK) TO WS-CPTA-MNT-IN.
           PERFORM 7246-CPTA-ACCUM-START THRU 7246-CPTA-ACCUM-END.

       7242-REPRISE-UN-END.
           EXIT.

      ******************************************************************
       7244-DOTATION-UN-START.

           IF WS-PTYPE-PPNA(IDX-PTYPE) = 0
               GO TO 7244-DOTATION-UN-END
           END-IF.

           MOVE WS-PTYPE-KEY(IDX-PTYPE) TO WS-PCPT-CODE-IN.
           PERFORM 7207-PPNACPT-FIND-START
               THRU 7207-PPNACPT-FIND-END.
           IF WS-PCPT-TROUVE = 0
               DISPLAY '*** COMPTES ABSENTS DANS ppnacpt.dat POUR LE '
                   'TYPE ' WS-PCPT-CODE-IN
                   ' : INVENTAIRE PPNA ARRETE ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET IDX-PCPT TO WS-PCPT-TROUVE.

           MOVE WS-PCPT-CPT-DOT(IDX-PCPT) TO WS-CPTA-CPT-IN.
           MOVE 'D' TO WS-CPTA-SENS-IN.
           MOVE WS-PTYPE-PPNA(IDX-PTYPE) TO WS-CPTA-MNT-IN.
           PERFORM 7246-CPTA-ACCUM-START THRU 7246-CPTA-ACCUM-END.

           MOVE WS-PCPT-CPT-PROV(IDX-PCPT) TO WS-CPTA-CPT-IN.
           MOVE 'C' TO WS-CPTA-SENS-IN.
           MOVE WS-PTYPE-PPNA(IDX-PTYPE) TO WS-CPTA-MNT-IN.
           PERFORM 7246-CPTA-ACCUM-START THRU 7246-CPTA-ACCUM-END.

       7244-DOTATION-UN-END.
           EXIT.

      ******************************************************************
      *    Cumul d'un montant dans le poste de son compte et de son
      *    sens, cree au premier mouvement rencontre.
       7246-CPTA-ACCUM-START.

           SET IDX-CPTA TO 1.
           PERFORM WS-CPTA-NB TIMES
               IF WS-CPTA-CPT(IDX-CPTA) EQUAL WS-CPTA-CPT-IN
                AND WS-CPTA-SENS(IDX-CPTA) EQUAL WS-CPTA-SENS-IN
                   ADD WS-CPTA-MNT-IN TO WS-CPTA-MONTANT(IDX-CPTA)
                       ON SIZE ERROR
                           DISPLAY '*** ERREUR : DEPASSEMENT DU '
                               'CUMUL PAR COMPTE ***'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-ADD
                   GO TO 7246-CPTA-ACCUM-END
               END-IF
               SET IDX-CPTA UP BY 1
           END-PERFORM.

           IF WS-CPTA-NB >= 200
               DISPLAY '*** ERREUR : PLUS DE 200 COMPTES DISTINCTS '
                   '(WS-CPTA-ENT SATURE) ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CPTA-NB.
           SET IDX-CPTA TO WS-CPTA-NB.
           MOVE WS-CPTA-CPT-IN  TO WS-CPTA-CPT(IDX-CPTA).
           MOVE WS-CPTA-SENS-IN TO WS-CPTA-SENS(IDX-CPTA).
           MOVE WS-CPTA-MNT-IN  TO WS-CPTA-MONTANT(IDX-CPTA).

       7246-CPTA-ACCUM-END.
           EXIT.

      ******************************************************************
       7248-CPTA-SENS-WRITE-START.

           SET IDX-CPTA TO 1.
           PERFORM WS-CPTA-NB TIMES
               IF WS-CPTA-SENS(IDX-CPTA) EQUAL WS-CPTA-SENS-AFF
                   ADD 1 TO WS-CPTA-MVT-NB
                   IF WS-CPTA-SENS-AFF EQUAL 'D'
                       ADD WS-CPTA-MONTANT(IDX-CPTA) TO WS-TOT-DEBIT
                   ELSE
                       ADD WS-CPTA-MONTANT(IDX-CPTA) TO WS-TOT-CREDIT
                   END-IF
                   MOVE WS-ARRETE TO WS-CPTA-L-DATE
                   MOVE WS-CPTA-CPT(IDX-CPTA)     TO WS-CPTA-L-CPT
                   MOVE WS-CPTA-SENS(IDX-CPTA)    TO WS-CPTA-L-SENS
                   MOVE WS-CPTA-MONTANT(IDX-CPTA) TO WS-CPTA-L-MONTANT
                   INITIALIZE FIELD-WRITE-COMPTA-PPNA
                   MOVE WS-CPTA-LINE TO FIELD-WRITE-COMPTA-PPNA
                   WRITE FILE-WRITE-COMPTA-PPNA
                   PERFORM 9130-COMPTA-PPNA-CHECK-START
                       THRU 9130-COMPTA-PPNA-CHECK-END
               END-IF
               SET IDX-CPTA UP BY 1
           END-PERFORM.

       7248-CPTA-SENS-WRITE-END.
           EXIT.

      ******************************************************************
       7250-ETAT-ENTETE-START.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

           INITIALIZE FIELD-WRITE-ETAT-PPNA
           MOVE PRT-TITLE TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

           MOVE WS-ARRETE TO PRT-ARRETE.
           IF WS-STOCK-ARRETE = 0
               MOVE 'AUCUN' TO PRT-ARRETE-PREC
           ELSE
               MOVE WS-STOCK-ARRETE TO PRT-ARRETE-PREC
           END-IF.
           INITIALIZE FIELD-WRITE-ETAT-PPNA
           MOVE PRT-ARRETE-LINE TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

       7250-ETAT-ENTETE-END.
           EXIT.

      ******************************************************************
      *    Fin de l'etat : cumuls par type puis par agence, total de la
      *    provision et rappel de la reprise et de la dotation passees
      *    dans ppna-comptable.dat.
       7260-ETAT-CUMULS-START.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

           INITIALIZE FIELD-WRITE-ETAT-PPNA
           MOVE PRT-PAR-TYPE TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

           SET IDX-PTYPE TO 1.
           PERFORM WS-PTYPE-NB TIMES
               MOVE 'TYPE = '                 TO PRT-CUMUL-LIB
               MOVE WS-PTYPE-KEY(IDX-PTYPE)   TO PRT-CUMUL-KEY
               MOVE WS-PTYPE-COUNT(IDX-PTYPE) TO PRT-CUMUL-COUNT
               MOVE WS-PTYPE-SOMME(IDX-PTYPE) TO PRT-CUMUL-SOMME
               MOVE WS-PTYPE-PPNA(IDX-PTYPE)  TO PRT-CUMUL-PPNA
               PERFORM 7265-CUMUL-WRITE-START
                   THRU 7265-CUMUL-WRITE-END
               SET IDX-PTYPE UP BY 1
           END-PERFORM.

           INITIALIZE FIELD-WRITE-ETAT-PPNA
           MOVE PRT-PAR-AGENCE TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

           SET IDX-PAGE TO 1.
           PERFORM WS-PAGE-NB TIMES
               MOVE 'AGENCE='                 TO PRT-CUMUL-LIB
               MOVE WS-PAGE-KEY(IDX-PAGE)     TO PRT-CUMUL-KEY
               MOVE WS-PAGE-COUNT(IDX-PAGE)   TO PRT-CUMUL-COUNT
               MOVE WS-PAGE-SOMME(IDX-PAGE)   TO PRT-CUMUL-SOMME
               MOVE WS-PAGE-PPNA(IDX-PAGE)    TO PRT-CUMUL-PPNA
               PERFORM 7265-CUMUL-WRITE-START
                   THRU 7265-CUMUL-WRITE-END
               SET IDX-PAGE UP BY 1
           END-PERFORM.

           MOVE PRT-STARS TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

           MOVE WS-RETENUS-NB  TO PRT-GRAND-COUNT.
           MOVE WS-GRAND-SOMME TO PRT-GRAND-SOMME.
           MOVE WS-GRAND-PPNA  TO PRT-GRAND-PPNA.
           DISPLAY PRT-GRAND-LINE.
           INITIALIZE FIELD-WRITE-ETAT-PPNA
           MOVE PRT-GRAND-LINE TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

           MOVE WS-GRAND-REPRISE TO PRT-REPRISE.
           MOVE WS-GRAND-PPNA    TO PRT-DOTATION.
           INITIALIZE FIELD-WRITE-ETAT-PPNA
           MOVE PRT-REPRISE-LINE TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

       7260-ETAT-CUMULS-END.
           EXIT.

      ******************************************************************
       7265-CUMUL-WRITE-START.

           INITIALIZE FIELD-WRITE-ETAT-PPNA
           MOVE PRT-CUMUL-LINE TO FIELD-WRITE-ETAT-PPNA
           WRITE FILE-WRITE-ETAT-PPNA.
           PERFORM 9140-ETAT-PPNA-CHECK-START
               THRU 9140-ETAT-PPNA-CHECK-END.

       7265-CUMUL-WRITE-END.
           EXIT.

      ******************************************************************
      *    Nouvelle provision par type, base de la reprise du prochain
      *    arrete. Ecrite en dernier : tant qu'elle n'est pas reecrite,
      *    l'arrete peut etre relance apres incident.
       7280-STOCK-WRITE-START.

           OPEN OUTPUT STOCK-FILE.
           PERFORM 9120-STOCK-CHECK-START THRU 9120-STOCK-CHECK-END.

           SET IDX-PTYPE TO 1.
           PERFORM WS-PTYPE-NB TIMES
               MOVE WS-ARRETE-NUM            TO FIELD-STOCK-ARRETE
               MOVE '|'                      TO FIELD-STOCK-SEP1
               MOVE WS-PTYPE-KEY(IDX-PTYPE)  TO FIELD-STOCK-TYPE
               MOVE '|'                      TO FIELD-STOCK-SEP2
               MOVE WS-PTYPE-PPNA(IDX-PTYPE) TO FIELD-STOCK-MONTANT
               WRITE FILE-REC-STOCK
               PERFORM 9120-STOCK-CHECK-START
                   THRU 9120-STOCK-CHECK-END
               SET IDX-PTYPE UP BY 1
           END-PERFORM.

      *    Aucun contrat en cours : une ligne a zero garde la date
      *    d'arrete pour la protection contre un double passage.
           IF WS-PTYPE-NB = 0
               MOVE WS-ARRETE-NUM TO FIELD-STOCK-ARRETE
               MOVE '|'           TO FIELD-STOCK-SEP1
               MOVE '(AUCUN)'     TO FIELD-STOCK-TYPE
               MOVE '|'           TO FIELD-STOCK-SEP2
               MOVE ZERO          TO FIELD-STOCK-MONTANT
               WRITE FILE-REC-STOCK
               PERFORM 9120-STOCK-CHECK-START
                   THRU 9120-STOCK-CHECK-END
           END-IF.

           CLOSE STOCK-FILE.
           PERFORM 9120-STOCK-CHECK-START THRU 9120-STOCK-CHECK-END.

       7280-STOCK-WRITE-END.
           EXIT.

      ******************************************************************
      *    Controle calendaire d'une date AAAAMMJJ recue dans
      *    WS-CTL-DATE-X, identique a celui de l'intake quotidien.
       7290-VALIDE-DATE-START.

           MOVE 'N' TO WS-DATE-OK.

           IF WS-CTL-DATE-X IS NOT NUMERIC
               GO TO 7290-VALIDE-DATE-END
           END-IF.

           MOVE WS-CTL-DATE-X TO WS-CTL-DATE.

           IF WS-CTL-DATE-MM < 1 OR WS-CTL-DATE-MM > 12
               GO TO 7290-VALIDE-DATE-END
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
               GO TO 7290-VALIDE-DATE-END
           END-IF.

           MOVE 'O' TO WS-DATE-OK.

       7290-VALIDE-DATE-END.
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
