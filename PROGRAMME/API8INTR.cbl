      *    pour le tresor (une ligne par retenue, entete '01' et pied
      *    '09' avec le total a reverser en centimes). L'extraction
      *    annuelle API8FISC porte le brut ('I') et la retenue ('T').
      *    Les livrets reglementes (TYPE_COMPTE 'LIV') ne passent pas
      *    ici : leurs interets sont calcules par quinzaine et
      *    capitalises au 31 decembre par API8LIVR, sans retenue.
      *    Carte 'SIMU' (seule, ou en colonne 26 d'une carte PART) :
      *    simulation - memes calculs, edition de chaque credit
      *    d'interets (base = solde en date de valeur) et de chaque
      *    retenue (base = interet brut) qui serait postee, avec les
      *    totaux ; ni COMPTE, ni OPERATION, ni fichier FRETENUE,
      *    ni journal, ni declaration de partition. L'edition et les
      *    totaux sont identiques en mode reel pour comparer avec
      *    l'execution precedente.
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  WS-PART-NUM-X      PIC X(2).
           05  WS-PART-DEB-X      PIC X(9).
           05  WS-PART-FIN-X      PIC X(9).
           05  FILLER             PIC X(1).
           05  WS-PART-MODE       PIC X(4).
           05  FILLER             PIC X(51).
       01  WS-PART-NUM            PIC 9(2) VALUE 0.
       01  WS-BORNE-DEB           PIC S9(9) COMP VALUE 0.
       01  WS-BORNE-FIN           PIC S9(9) COMP VALUE 999999999.

      *    Mode simulation (carte SYSIN 'SIMU') : calcul complet et
      *    edition de chaque operation qui serait postee, sans
      *    aucune ecriture ; la meme edition et les memes totaux
      *    sortent en mode reel pour rapprocher les deux executions
       01  WS-MODE-SIMU-SW            PIC X VALUE 'N'.
           88 MODE-SIMU               VALUE 'Y'.
       01  WS-RAP-MODE                PIC X(4) VALUE 'REEL'.
       01  WS-RAP-TYPE-OP             PIC X(1).
       01  WS-RAP-ID-COMPTE           PIC S9(9) COMP.
       01  WS-RAP-MONTANT             PIC S9(8)V99 COMP-3.
       01  WS-RAP-BASE                PIC S9(11)V99 COMP-3.
       01  WS-RAP-ID-COMPTE-EDIT      PIC 9(9).
       01  WS-RAP-MONTANT-EDIT        PIC -(7)9,99.
       01  WS-RAP-BASE-EDIT           PIC -(10)9,99.
       01  WS-RAP-NB-OP               PIC 9(7) VALUE 0.
       01  WS-RAP-TOTAL-DEBITS        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RAP-TOTAL-CREDITS       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RAP-TOTAL-EDIT          PIC -(10)9,99.

      *    Zone d'appel du catalogue des fichiers emis API8FICE
       01  FICE-ZONE.
           05  FICE-FONCTION          PIC X(1).
           05  FICE-NOM-FICHIER       PIC X(8).
           05  FICE-PROGRAMME         PIC X(8).
           05  FICE-CONTROLE          PIC X(1).
           05  FICE-LONG-LIGNE        PIC S9(4) COMP.
           05  FICE-LIGNE             PIC X(250).
           05  FICE-ID-EMISSION       PIC S9(9) COMP.
           05  FICE-GENERATION        PIC S9(9) COMP.
           05  FICE-NB-LIGNES         PIC S9(9) COMP.
           05  FICE-CODE-RETOUR       PIC X(1).
       01  WS-FICE-FIN-SW            PIC X VALUE 'N'.
           88 FIN-FICE                     VALUE 'Y'.
       01  WS-FICE-GEN-EDIT          PIC Z(8)9.

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
              WHENEVER SQLERROR GOTO 9998-ERROR-DB2
           END-EXEC.

           PERFORM 0470-LIRE-PARTITION
              THRU 0470-LIRE-PARTITION-EXIT.

           PERFORM 0400-JOURNAL-DEBUT
              THRU 0400-JOURNAL-DEBUT-EXIT.

           DISPLAY '*       ACCRUAL DES INTERETS SUR COMPTES      *'
           DISPLAY '=============================================='.

           PERFORM 0500-LIRE-TAUX-INTERET
              THRU 0500-LIRE-TAUX-INTERET-EXIT.

              SELECT ID_COMPTE, ID_CLIENT, SOLDE, STATUT
              FROM API8.COMPTE
              WHERE SOLDE > 0
                AND VALUE(TYPE_COMPTE, 'STD') NOT = 'LIV'
                AND ID_COMPTE >= :WS-BORNE-DEB
                AND ID_COMPTE <= :WS-BORNE-FIN
           END-EXEC.
           COMPUTE WS-MONTANT-INTERET ROUNDED =
              WS-BASE-ACCRUAL * WS-TAUX-INTERET.

      *    En simulation le credit est suppose passe : seule
      *    l'edition est produite
           IF WS-MONTANT-INTERET > 0
              IF MODE-SIMU
                 MOVE 0 TO SQLCODE
              ELSE
                 EXEC SQL
                    UPDATE API8.COMPTE
                    SET SOLDE = SOLDE + :WS-MONTANT-INTERET
                    WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                 END-EXEC
              END-IF

              IF SQLCODE = 0
                 PERFORM 1200-INSERER-OPERATION-INTERET
           EXIT.

       1200-INSERER-OPERATION-INTERET.
           MOVE WS-ID-COMPTE-CUR TO WS-RAP-ID-COMPTE.
           MOVE 'I' TO WS-RAP-TYPE-OP.
           MOVE WS-MONTANT-INTERET TO WS-RAP-MONTANT.
           MOVE WS-BASE-ACCRUAL TO WS-RAP-BASE.
           PERFORM 8800-EDITER-OPERATION
              THRU 8800-EDITER-OPERATION-EXIT.
           IF MODE-SIMU
              GO TO 1200-INSERER-OPERATION-INTERET-EXIT
           END-IF.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              GO TO 1300-RETENIR-A-LA-SOURCE-EXIT
           END-IF.

           MOVE WS-ID-COMPTE-CUR TO WS-RAP-ID-COMPTE.
           MOVE 'T' TO WS-RAP-TYPE-OP.
           MOVE WS-MONTANT-RETENUE TO WS-RAP-MONTANT.
           MOVE WS-MONTANT-INTERET TO WS-RAP-BASE.
           PERFORM 8800-EDITER-OPERATION
              THRU 8800-EDITER-OPERATION-EXIT.
           ADD WS-MONTANT-RETENUE TO WS-TOTAL-RETENU.
           IF MODE-SIMU
              GO TO 1300-RETENIR-A-LA-SOURCE-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-MONTANT-RETENUE
                  'RETENUE A LA SOURCE')
           END-EXEC.

           MOVE SPACES TO BUF-LIGNE-RETENUE.
           MOVE '02' TO BUF-RET-CODE.
           MOVE WS-ID-COMPTE-CUR TO BUF-RET-ID-COMPTE.
           EXIT.

       6000-OPEN-RETENUE.
      *    Pas de fichier de reversement en simulation
           IF MODE-SIMU
              GO TO 6000-OPEN-RETENUE-EXIT
           END-IF.
           OPEN OUTPUT FRETENUE.
           IF FS-FRETENUE NOT = '00'
               DISPLAY 'ERROR OPENING FRETENUE: '
           EXIT.

       6220-CLOSE-RETENUE.
           IF MODE-SIMU
              GO TO 6220-CLOSE-RETENUE-EXIT
           END-IF.
           MOVE WS-CTL-NB-ENREG TO CTL-P-NB-ENREG.
      *    Total a reverser exprime en centimes pour ne pas perdre
      *    les decimales dans la zone entiere du pied
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-RETENUE
              THRU 6250-CATALOGUER-RETENUE-EXIT.

       6220-CLOSE-RETENUE-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-RETENUE.
           MOVE 'FRETENUE' TO FICE-NOM-FICHIER.
           MOVE 'API8INTR' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRETENUE NON CATALOGUE'
              GO TO 6250-CATALOGUER-RETENUE-EXIT
           END-IF.

           OPEN INPUT FRETENUE.
           IF FS-FRETENUE NOT = '00'
               DISPLAY 'ERROR OPENING FRETENUE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRETENUE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-RETENUE
              THRU 6260-CATALOGUER-LIGNE-RETENUE-EXIT
              UNTIL FIN-FICE.

           CLOSE FRETENUE.
           IF FS-FRETENUE NOT = '00'
               DISPLAY 'ERROR CLOSING FRETENUE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRETENUE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRETENUE NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRETENUE CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-RETENUE-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-RETENUE.
           READ FRETENUE
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRETENUE NOT = '00' AND FS-FRETENUE NOT = '10'
               DISPLAY 'ERROR READING FRETENUE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRETENUE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-RETENUE TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-RETENUE-EXIT.
           EXIT.

       0450-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
                 ' - COMPTES ' WS-BORNE-DEB ' A ' WS-BORNE-FIN
           END-IF.

      *    'SIMU' en tete de carte (portefeuille entier) ou en
      *    colonne 26 d'une carte PART (partition seule) : simulation
           IF WS-PART-MOT = 'SIMU' OR WS-PART-MODE = 'SIMU'
              MOVE 'Y' TO WS-MODE-SIMU-SW
              MOVE 'SIMU' TO WS-RAP-MODE
              DISPLAY '*** SIMULATION - AUCUNE ECRITURE EN BASE ***'
           END-IF.

       0470-LIRE-PARTITION-EXIT.
           EXIT.

       8500-DECLARER-PARTITION.
      *    Une simulation ne couvre aucune plage : rien a declarer
           IF MODE-SIMU
              GO TO 8500-DECLARER-PARTITION-EXIT
           END-IF.
      *    Plage traitee declaree pour la preuve de couverture
           EXEC SQL
              INSERT INTO API8.PARTITIONRUN
           EXIT.

       0400-JOURNAL-DEBUT.
      *    Une simulation ne laisse aucune trace au journal
           IF MODE-SIMU
              GO TO 0400-JOURNAL-DEBUT-EXIT
           END-IF.
      *    Numero de journal attribue par le service central
      *    API8NUMO : les N partitions lancees en parallele (carte
      *    PART) obtiennent chacune leur ligne - le MAX(ID)+1
           EXIT.

       9000-JOURNAL-FIN.
           IF MODE-SIMU
              GO TO 9000-JOURNAL-FIN-EXIT
           END-IF.
      *    Verrou a un seul passage : une erreur DB2 dans cette mise
      *    a jour repasserait par 9998 puis par ici - on ne tente la
      *    cloture du journal qu'une fois
       9000-JOURNAL-FIN-EXIT.
           EXIT.

       8800-EDITER-OPERATION.
      *    Une ligne par operation postee, ou qui le serait en
      *    simulation : compte, code operation, montant, base
           MOVE WS-RAP-ID-COMPTE TO WS-RAP-ID-COMPTE-EDIT.
           MOVE WS-RAP-MONTANT TO WS-RAP-MONTANT-EDIT.
           MOVE WS-RAP-BASE TO WS-RAP-BASE-EDIT.
           DISPLAY WS-RAP-MODE ' COMPTE=' WS-RAP-ID-COMPTE-EDIT
              ' OP=' WS-RAP-TYPE-OP
              ' MONTANT=' WS-RAP-MONTANT-EDIT
              ' BASE=' WS-RAP-BASE-EDIT.

           ADD 1 TO WS-RAP-NB-OP.
           IF WS-RAP-TYPE-OP = 'D' OR 'E' OR 'I'
              ADD WS-RAP-MONTANT TO WS-RAP-TOTAL-CREDITS
           ELSE
              ADD WS-RAP-MONTANT TO WS-RAP-TOTAL-DEBITS
           END-IF.

       8800-EDITER-OPERATION-EXIT.
           EXIT.

       8900-EDITER-TOTAUX.
           DISPLAY '----------------------------------------------'.
           IF MODE-SIMU
              DISPLAY '   SIMULATION : RIEN N''A ETE POSTE'
           END-IF.
           DISPLAY '   MODE               : ' WS-RAP-MODE.
           DISPLAY '   OPERATIONS         : ' WS-RAP-NB-OP.
           MOVE WS-RAP-TOTAL-DEBITS TO WS-RAP-TOTAL-EDIT.
           DISPLAY '   TOTAL DEBITS       : ' WS-RAP-TOTAL-EDIT.
           MOVE WS-RAP-TOTAL-CREDITS TO WS-RAP-TOTAL-EDIT.
           DISPLAY '   TOTAL CREDITS      : ' WS-RAP-TOTAL-EDIT.

       8900-EDITER-TOTAUX-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
               THRU 9000-JOURNAL-FIN-EXIT.
            PERFORM 8500-DECLARER-PARTITION
               THRU 8500-DECLARER-PARTITION-EXIT.
            PERFORM 8900-EDITER-TOTAUX
               THRU 8900-EDITER-TOTAUX-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8INTR        '
            DISPLAY '   COMPTES CREDITES : ' WS-NB-COMPTES-CREDITES
