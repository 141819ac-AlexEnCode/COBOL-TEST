      *      dans l'historique cumulatif datassur.his : l'image du    *
      *      maitre avant changement (ou l'image creee), datee du     *
      *      jour du changement, pour pouvoir restituer la            *
      *      chronologie complete d'un contrat (datassur-histo), et   *
      *      l'image apres changement pour pouvoir rejouer            *
      *      l'historique (datassur-integ).                           *
      *                                                                *
      *      Le statut du contrat est tenu a jour a chaque passage :   *
      *      en cours, resilie (numero disparu de datassur.uniq alors  *
      *      que son agence a bien livre ce jour-la, date de           *
      *      resiliation portee), echu (DATE-ECH depassee sans         *
      *      renouvellement). Chaque changement de statut est trace    *
      *      dans datassur.his ('R' resiliation, 'E' echeance          *
      *      depassee, 'A' remise en cours d'un contrat resilie qui    *
      *      reapparait).                                              *
      *                                                                *
      *      Un contrat cree porte le fractionnement annuel par        *
      *      defaut (modifiable par datassur-fract) ; le compteur des  *
      *      appels de prime emis est remis a zero des que la          *
      *      DATE-EFFET change (nouvelle periode a appeler).           *
      *                                                                *
      *      Le niveau de relance des impayes (datassur-relance) part  *
      *      de zero a la creation et y revient a chaque nouvelle      *
      *      periode.                                                  *
      *                                                                *
      *      Une ligne dont la DATE-EFFET est anterieure a celle du    *
      *      maitre (contrat deja reconduit par datassur-renouv alors  *
      *      que l'agence livre encore l'ancienne periode) est ignoree *
      *      et comptee a part : elle ne defait pas le renouvellement. *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT MASTER-FILE ASSIGN TO 'datassur.mst'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-NUMBER
           FILE STATUS IS MASTER-STATUS.

      *    suivi des encaissements ('N' non regle a la creation, 'P'
      *    des qu'un reglement est rapproche par datassur-regl, date
      *    du dernier reglement). La mise a jour quotidienne ne touche
      *    pas a ces deux derniers champs. Viennent ensuite le statut
      *    du contrat ('C' en cours, 'R' resilie, 'E' echu), la date
      *    de resiliation, le fractionnement, les appels et relances
      *    de la periode, et une zone reservee aux suivis a venir, a
      *    blanc a la creation. Un maitre a l'ancien format de 150
      *    caracteres ne peut pas etre relu sous ce format indexe :
      *    il est converti une fois par datassur-conv avant ce
      *    traitement.
       FD MASTER-FILE
           RECORD CONTAINS 200 CHARACTERS.

       01 FILE-REC-MASTER.
        02 MST-NUMBER                  PIC X(08).
        02 MST-SUITE                   PIC X(122).
        02 MST-SUITE-R REDEFINES MST-SUITE.
         03 FILLER                     PIC X(91).
         03 MST-DATE-ECH               PIC 9(08).
         03 FILLER                     PIC X(15).
         03 MST-AGENCE                 PIC X(08).
        02 MST-SEP                     PIC X(01).
        02 MST-DATE-MAJ                PIC 9(08).
        02 MST-SEP2                    PIC X(01).
        02 MST-PAIE-STATUT             PIC X(01).
        02 MST-SEP3                    PIC X(01).
        02 MST-DATE-REGL               PIC 9(08).
        02 MST-SEP4                    PIC X(01).
        02 MST-CTR-STATUT              PIC X(01).
           88 MST-CTR-EN-COURS         VALUE 'C' SPACE.
           88 MST-CTR-RESILIE          VALUE 'R'.
           88 MST-CTR-ECHU             VALUE 'E'.
        02 MST-SEP5                    PIC X(01).
        02 MST-DATE-RESIL              PIC 9(08).
      *    Fractionnement de la prime ('A' annuel, 'S' semestriel,
      *    'T' trimestriel, 'M' mensuel) et nombre d'appels de prime
      *    deja emis sur la periode DATE-EFFET/DATE-ECH en cours.
        02 MST-SEP6                    PIC X(01).
        02 MST-FRACT                   PIC X(01).
        02 MST-SEP7                    PIC X(01).
        02 MST-APPELS-NB               PIC 9(02).
      *    Relance des impayes : dernier niveau de relance envoye
      *    (0 aucune) et date de cette relance.
        02 MST-SEP8                    PIC X(01).
        02 MST-RELANCE-NIV             PIC X(01).
        02 MST-SEP9                    PIC X(01).
        02 MST-DATE-RELANCE            PIC 9(08).
        02 MST-RESERVE                 PIC X(23).

      *    Historique cumulatif des contrats : code evenement ('C'
      *    creation, 'M' modification, 'R' resiliation, 'E' echeance
      *    depassee, 'A' remise en cours ; 'N' renouvellement pose
      *    par datassur-renouv), date du changement, puis
      *    l'image du maitre telle qu'elle etait avant le changement
      *    (pour une creation, l'image creee) et l'image apres
      *    changement, qui permet de rejouer l'historique
      *    (datassur-integ). Les lignes anterieures a cette derniere
      *    zone la relisent a blanc.
       FD HISTO-FILE
           RECORD CONTAINS 412 CHARACTERS
           RECORDING MODE IS F.

       01 FILE-REC-HISTO.
        02 HIS-SEP1                    PIC X(01).
        02 HIS-DATE-MAJ                PIC 9(08).
        02 HIS-SEP2                    PIC X(01).
        02 HIS-IMAGE                   PIC X(200).
        02 HIS-SEP3                    PIC X(01).
        02 HIS-APRES                   PIC X(200).

      *    Journal d'exploitation commun a la chaine, meme format que
      *    dans datassur.cbl.
       01  WS-CREES-NB             PIC 9(05) VALUE ZERO.
       01  WS-MODIFIES-NB          PIC 9(05) VALUE ZERO.
       01  WS-INCHANGES-NB         PIC 9(05) VALUE ZERO.
       01  WS-ANTERIEURS-NB        PIC 9(05) VALUE ZERO.
       01  WS-HISTO-NB             PIC 9(05) VALUE ZERO.

      *    Image du maitre avant changement, capturee avant la
      *    reecriture pour alimenter l'historique.
       01  WS-HISTO-IMAGE          PIC X(200) VALUE SPACE.
       01  WS-HISTO-EVT            PIC X(01) VALUE SPACE.

       01  WS-RESILIES-NB          PIC 9(05) VALUE ZERO.
       01  WS-ECHUS-NB             PIC 9(05) VALUE ZERO.
       01  WS-REPRIS-NB            PIC 9(05) VALUE ZERO.

      *    Le rapprochement maitre / datassur.uniq qui detecte les
      *    resiliations suppose les deux fichiers dans l'ordre des
      *    numeros : dernier numero lu pour le controler.
       01  WS-PREV-NUMBER          PIC X(08) VALUE LOW-VALUES.
       01  WS-UNIQ-FIN             PIC X(01) VALUE 'N'.
           88 WS-UNIQ-IS-FIN       VALUE 'O'.

      *    Agences ayant livre des lignes ce jour-la : seul un numero
      *    absent de datassur.uniq dont l'agence a bien livre est
      *    resilie (une agence sans fichier ne resilie pas tout son
      *    portefeuille).
       01  WS-AGV-TAB.
           03 WS-AGV-NB            PIC 9(03) VALUE ZERO.
           03 WS-AGV-CODE OCCURS 50 TIMES INDEXED BY IDX-AGV
                                   PIC X(08).
       01  WS-AGV-CODE-IN          PIC X(08) VALUE SPACE.
       01  WS-AGV-FOUND            PIC X(01) VALUE 'N'.
           88 WS-AGV-IS-FOUND      VALUE 'O'.

      ******************************************************************
       PROCEDURE DIVISION.


           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.

           PERFORM 7508-UNIQ-CTRL-ALL-START
               THRU 7508-UNIQ-CTRL-ALL-END.

           PERFORM 7500-MASTER-OPEN-START
               THRU 7500-MASTER-OPEN-END.

           PERFORM 7510-APPLY-ALL-START
               THRU 7510-APPLY-ALL-END.

           PERFORM 7540-STATUT-ALL-START
               THRU 7540-STATUT-ALL-END.

           CLOSE MASTER-FILE.
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.
           DISPLAY 'CONTRATS CREES   = ' WS-CREES-NB.
           DISPLAY 'CONTRATS MODIFIES= ' WS-MODIFIES-NB.
           DISPLAY 'CONTRATS INCHANGES= ' WS-INCHANGES-NB.
           DISPLAY 'PERIODE ANTERIEURE= ' WS-ANTERIEURS-NB.
           DISPLAY 'CONTRATS RESILIES= ' WS-RESILIES-NB.
           DISPLAY 'CONTRATS ECHUS   = ' WS-ECHUS-NB.
           DISPLAY 'CONTRATS REPRIS  = ' WS-REPRIS-NB.
           DISPLAY 'LIGNES HISTORIQUE= ' WS-HISTO-NB.

           MOVE SPACE TO WS-JRN-CTRS.
                  WS-INCHANGES-NB DELIMITED BY SIZE
                  ';HISTO='       DELIMITED BY SIZE
                  WS-HISTO-NB     DELIMITED BY SIZE
                  ';RESIL='       DELIMITED BY SIZE
                  WS-RESILIES-NB  DELIMITED BY SIZE
                  ';ECHUS='       DELIMITED BY SIZE
                  WS-ECHUS-NB     DELIMITED BY SIZE
               INTO WS-JRN-CTRS
           END-STRING.
           PERFORM 8010-JOURNAL-FIN-START THRU 8010-JOURNAL-FIN-END.
       7505-HISTO-OPEN-END.
           EXIT.

      ******************************************************************
      *    Controle complet de datassur.uniq avant toute mise a jour :
      *    un fichier hors sequence est refuse avant que le maitre ne
      *    soit ouvert, jamais apres une mise a jour partielle.
       7508-UNIQ-CTRL-ALL-START.

           OPEN INPUT UNIQUE-FILE.
           PERFORM 9070-UNIQUE-CHECK-START THRU 9070-UNIQUE-CHECK-END.

           PERFORM UNTIL UNIQUE-STATUS-EOF
               READ UNIQUE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FILE-REC-UNIQUE TO WS-UNIQ-REC
                       PERFORM 7515-UNIQ-CTRL-START
                           THRU 7515-UNIQ-CTRL-END
               END-READ
               PERFORM 9070-UNIQUE-CHECK-START
                   THRU 9070-UNIQUE-CHECK-END
           END-PERFORM.

           CLOSE UNIQUE-FILE.
           PERFORM 9070-UNIQUE-CHECK-START THRU 9070-UNIQUE-CHECK-END.

       7508-UNIQ-CTRL-ALL-END.
           EXIT.

      ******************************************************************
       7510-APPLY-ALL-START.

       7510-APPLY-ALL-END.
           EXIT.

      ******************************************************************
      *    Controle de l'ordre de datassur.uniq (numeros strictement
      *    croissants, comme le produit le tri du traitement
      *    quotidien) et memorisation de l'agence de la ligne parmi
      *    les agences ayant livre ce jour-la.
       7515-UNIQ-CTRL-START.

           IF WS-UNIQ-NUMBER NOT > WS-PREV-NUMBER
               DISPLAY '*** datassur.uniq HORS SEQUENCE AU NUMERO '
                   WS-UNIQ-NUMBER ' : MISE A JOUR ARRETEE ***'
               MOVE 16 TO RETURN-CODE
               MOVE SPACE TO WS-JRN-CTRS
               STRING 'UNIQ HORS SEQUENCE NUMERO=' DELIMITED BY SIZE
                      WS-UNIQ-NUMBER               DELIMITED BY SIZE
                   INTO WS-JRN-CTRS
               END-STRING
               PERFORM 8010-JOURNAL-FIN-START
                   THRU 8010-JOURNAL-FIN-END
               STOP RUN
           END-IF.
           MOVE WS-UNIQ-NUMBER TO WS-PREV-NUMBER.

           MOVE WS-UNIQ-SUITE(115:8) TO WS-AGV-CODE-IN.
           PERFORM 7518-AGV-FIND-START THRU 7518-AGV-FIND-END.
           IF WS-AGV-IS-FOUND
               GO TO 7515-UNIQ-CTRL-END
           END-IF.

           IF WS-AGV-NB >= 50
               DISPLAY '*** ERREUR : PLUS DE 50 AGENCES DANS '
                   'datassur.uniq (WS-AGV-CODE SATURE) ***'
               MOVE 16 TO RETURN-CODE
               MOVE 'AGENCES SATUREES' TO WS-JRN-CTRS
               PERFORM 8010-JOURNAL-FIN-START
                   THRU 8010-JOURNAL-FIN-END
               STOP RUN
           END-IF.
           ADD 1 TO WS-AGV-NB.
           SET IDX-AGV TO WS-AGV-NB.
           MOVE WS-AGV-CODE-IN TO WS-AGV-CODE(IDX-AGV).

       7515-UNIQ-CTRL-END.
           EXIT.

      ******************************************************************
      *    Recherche d'une agence parmi celles ayant livre ce jour-la :
      *    WS-AGV-CODE-IN en entree, indicateur trouve en sortie.
       7518-AGV-FIND-START.

           MOVE 'N' TO WS-AGV-FOUND.
           SET IDX-AGV TO 1.

           PERFORM WS-AGV-NB TIMES
               IF WS-AGV-CODE(IDX-AGV) EQUAL WS-AGV-CODE-IN
                   MOVE 'O' TO WS-AGV-FOUND
               END-IF
               SET IDX-AGV UP BY 1
           END-PERFORM.

       7518-AGV-FIND-END.
           EXIT.

      ******************************************************************
      *    Application d'une ligne dedupliquee au maitre : lecture par
      *    cle, creation si le numero est nouveau, reecriture avec la
      *    date de derniere mise a jour reflete le dernier changement
      *    reel, pas le dernier passage du traitement). Toute creation
      *    et toute modification laisse sa trace dans l'historique,
      *    l'image avant changement pour une modification. Un contrat
      *    resilie qui reapparait est remis en cours ('A'), un contrat
      *    echu dont la nouvelle DATE-ECH n'est plus depassee l'est
      *    aussi dans la meme modification. Une ligne d'une periode
      *    anterieure a celle du maitre (deja renouvele) est ignoree.
       7520-APPLY-ONE-START.

           MOVE WS-UNIQ-NUMBER TO MST-NUMBER.
               MOVE 'N'            TO MST-PAIE-STATUT
               MOVE '|'            TO MST-SEP3
               MOVE ZERO           TO MST-DATE-REGL
               MOVE '|'            TO MST-SEP4
               MOVE 'C'            TO MST-CTR-STATUT
               MOVE '|'            TO MST-SEP5
               MOVE ZERO           TO MST-DATE-RESIL
               MOVE '|'            TO MST-SEP6
               MOVE 'A'            TO MST-FRACT
               MOVE '|'            TO MST-SEP7
               MOVE ZERO           TO MST-APPELS-NB
               MOVE '|'            TO MST-SEP8
               MOVE '0'            TO MST-RELANCE-NIV
               MOVE '|'            TO MST-SEP9
               MOVE ZERO           TO MST-DATE-RELANCE
               MOVE SPACE          TO MST-RESERVE
               WRITE FILE-REC-MASTER
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
           PERFORM 9110-MASTER-CHECK-START
               THRU 9110-MASTER-CHECK-END.

           IF MST-CTR-RESILIE
               MOVE 'A' TO WS-HISTO-EVT
               MOVE FILE-REC-MASTER TO WS-HISTO-IMAGE
               PERFORM 7525-PERIODE-CTRL-START
                   THRU 7525-PERIODE-CTRL-END
               MOVE WS-UNIQ-SUITE TO MST-SUITE
               MOVE WS-RUN-DATE   TO MST-DATE-MAJ
               MOVE '|'           TO MST-SEP4
               MOVE 'C'           TO MST-CTR-STATUT
               MOVE '|'           TO MST-SEP5
               MOVE ZERO          TO MST-DATE-RESIL
               REWRITE FILE-REC-MASTER
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
               ADD 1 TO WS-REPRIS-NB
               PERFORM 7530-HISTO-WRITE-START
                   THRU 7530-HISTO-WRITE-END
               GO TO 7520-APPLY-ONE-END
           END-IF.

           IF WS-UNIQ-SUITE(83:8) < MST-SUITE(83:8)
               ADD 1 TO WS-ANTERIEURS-NB
               GO TO 7520-APPLY-ONE-END
           END-IF.

           IF MST-SUITE EQUAL WS-UNIQ-SUITE
               ADD 1 TO WS-INCHANGES-NB
           ELSE
               MOVE 'M' TO WS-HISTO-EVT
               MOVE FILE-REC-MASTER TO WS-HISTO-IMAGE
               PERFORM 7525-PERIODE-CTRL-START
                   THRU 7525-PERIODE-CTRL-END
               MOVE WS-UNIQ-SUITE TO MST-SUITE
               MOVE WS-RUN-DATE   TO MST-DATE-MAJ
               IF MST-CTR-ECHU
                AND MST-DATE-ECH NOT < WS-RUN-DATE
                   MOVE 'C' TO MST-CTR-STATUT
               END-IF
               REWRITE FILE-REC-MASTER
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
       7520-APPLY-ONE-END.
           EXIT.

      ******************************************************************
      *    Nouvelle periode : si la ligne du jour porte une autre
      *    DATE-EFFET que le maitre, le statut de paiement repart a
      *    'N' (prime de la nouvelle periode a regler), les appels de
      *    prime de la periode precedente ne comptent plus pour la
      *    nouvelle, et la relance des impayes repart du premier
      *    niveau. Appele avant le report de la ligne sur le maitre.
       7525-PERIODE-CTRL-START.

           IF WS-UNIQ-SUITE(83:8) NOT EQUAL MST-SUITE(83:8)
               MOVE 'N'  TO MST-PAIE-STATUT
               MOVE '|'  TO MST-SEP6
               MOVE '|'  TO MST-SEP7
               MOVE ZERO TO MST-APPELS-NB
               IF MST-FRACT EQUAL SPACE
                   MOVE 'A' TO MST-FRACT
               END-IF
               MOVE '|'  TO MST-SEP8
               MOVE '0'  TO MST-RELANCE-NIV
               MOVE '|'  TO MST-SEP9
               IF MST-DATE-RELANCE IS NOT NUMERIC
                   MOVE ZERO TO MST-DATE-RELANCE
               END-IF
           END-IF.

       7525-PERIODE-CTRL-END.
           EXIT.

      ******************************************************************
      *    Ecriture d'une ligne d'historique : code evenement, date du
      *    changement, image du maitre avant changement preparee par
      *    l'appelant et image apres changement, l'enregistrement
      *    maitre venant d'etre ecrit ou reecrit.
       7530-HISTO-WRITE-START.

           MOVE WS-HISTO-EVT   TO HIS-EVENEMENT.
           MOVE WS-RUN-DATE    TO HIS-DATE-MAJ.
           MOVE '|'            TO HIS-SEP2.
           MOVE WS-HISTO-IMAGE TO HIS-IMAGE.
           MOVE '|'            TO HIS-SEP3.
           MOVE FILE-REC-MASTER TO HIS-APRES.
           WRITE FILE-REC-HISTO.
           PERFORM 9120-HISTO-CHECK-START
               THRU 9120-HISTO-CHECK-END.
       7530-HISTO-WRITE-END.
           EXIT.

      ******************************************************************
      *    Mise a jour des statuts : parcours sequentiel du maitre en
      *    rapprochement avec datassur.uniq relu dans le meme ordre
      *    des numeros. Sans aucune ligne livree ce jour-la, aucune
      *    resiliation n'est posee (seules les echeances depassees
      *    sont traitees).
       7540-STATUT-ALL-START.

           MOVE 'N' TO WS-UNIQ-FIN.
           OPEN INPUT UNIQUE-FILE.
           PERFORM 9070-UNIQUE-CHECK-START THRU 9070-UNIQUE-CHECK-END.
           PERFORM 7542-UNIQ-LIRE-START THRU 7542-UNIQ-LIRE-END.

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
                       PERFORM 7545-STATUT-UN-START
                           THRU 7545-STATUT-UN-END
               END-READ
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
           END-PERFORM.

           CLOSE UNIQUE-FILE.
           PERFORM 9070-UNIQUE-CHECK-START THRU 9070-UNIQUE-CHECK-END.

       7540-STATUT-ALL-END.
           EXIT.

      ******************************************************************
       7542-UNIQ-LIRE-START.

           READ UNIQUE-FILE
               AT END
                   MOVE 'O' TO WS-UNIQ-FIN
               NOT AT END
                   MOVE FILE-REC-UNIQUE TO WS-UNIQ-REC
           END-READ.
           PERFORM 9070-UNIQUE-CHECK-START THRU 9070-UNIQUE-CHECK-END.

       7542-UNIQ-LIRE-END.
           EXIT.

      ******************************************************************
      *    Statut d'un contrat du maitre : datassur.uniq est avance
      *    jusqu'au numero courant ; absent alors que son agence a
      *    livre, le contrat est resilie a la date du jour ; present
      *    (ou agence sans livraison) et en cours avec une DATE-ECH
      *    depassee, il passe echu. Un contrat deja resilie n'evolue
      *    plus ici.
       7545-STATUT-UN-START.

           IF MST-CTR-RESILIE
               GO TO 7545-STATUT-UN-END
           END-IF.

           PERFORM UNTIL WS-UNIQ-IS-FIN
                      OR WS-UNIQ-NUMBER NOT < MST-NUMBER
               PERFORM 7542-UNIQ-LIRE-START THRU 7542-UNIQ-LIRE-END
           END-PERFORM.

           IF WS-UNIQ-IS-FIN
            OR WS-UNIQ-NUMBER NOT EQUAL MST-NUMBER
               MOVE MST-AGENCE TO WS-AGV-CODE-IN
               PERFORM 7518-AGV-FIND-START THRU 7518-AGV-FIND-END
               IF WS-AGV-IS-FOUND
                   MOVE 'R' TO WS-HISTO-EVT
                   MOVE FILE-REC-MASTER TO WS-HISTO-IMAGE
                   MOVE '|'         TO MST-SEP4
                   MOVE 'R'         TO MST-CTR-STATUT
                   MOVE '|'         TO MST-SEP5
                   MOVE WS-RUN-DATE TO MST-DATE-RESIL
                   MOVE WS-RUN-DATE TO MST-DATE-MAJ
                   REWRITE FILE-REC-MASTER
                   PERFORM 9110-MASTER-CHECK-START
                       THRU 9110-MASTER-CHECK-END
                   ADD 1 TO WS-RESILIES-NB
                   PERFORM 7530-HISTO-WRITE-START
                       THRU 7530-HISTO-WRITE-END
                   GO TO 7545-STATUT-UN-END
               END-IF
           END-IF.

           IF MST-CTR-EN-COURS
            AND MST-DATE-ECH < WS-RUN-DATE
               MOVE 'E' TO WS-HISTO-EVT
               MOVE FILE-REC-MASTER TO WS-HISTO-IMAGE
               MOVE '|'         TO MST-SEP4
               MOVE 'E'         TO MST-CTR-STATUT
               MOVE '|'         TO MST-SEP5
               MOVE WS-RUN-DATE TO MST-DATE-MAJ
               REWRITE FILE-REC-MASTER
               PERFORM 9110-MASTER-CHECK-START
                   THRU 9110-MASTER-CHECK-END
               ADD 1 TO WS-ECHUS-NB
               PERFORM 7530-HISTO-WRITE-START
                   THRU 7530-HISTO-WRITE-END
           END-IF.

       7545-STATUT-UN-END.
           EXIT.

      ******************************************************************
      *    Controle du journal d'exploitation : s'il echoue pendant
      *    un arret anormal deja engage, l'arret est direct pour ne
