      *         frais) par une operation TYPE_OP 'G' (agios), avec
      *         le trimestre au libelle pour la ligne de releve
      *    et edite le detail du calcul par compte pour verification.
      *    Carte SYSIN 'SIMU' : simulation - memes calculs et meme
      *    edition (compte, agios, montants-jours de base) avec les
      *    totaux, sans debit, sans operation ni journal ; l'edition
      *    et les totaux sont identiques en mode reel pour comparer
      *    avec le trimestre precedent.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

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
       01  WS-PARAM-SAISIE            PIC X(80).
       01  WS-PARAM-MODE              PIC X(4).

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
              WHENEVER SQLERROR GOTO 9998-ERROR-DB2
           END-EXEC.

           PERFORM 0460-LIRE-MODE
              THRU 0460-LIRE-MODE-EXIT.

           PERFORM 0400-JOURNAL-DEBUT
              THRU 0400-JOURNAL-DEBUT-EXIT.


       1200-DEBITER-AGIOS.
      *    Debit sans garde de solde, comme les frais - les agios
      *    sont dus, decouvert ou pas ; en simulation, edition seule
           MOVE WS-ID-COMPTE-CUR TO WS-RAP-ID-COMPTE.
           MOVE 'G' TO WS-RAP-TYPE-OP.
           MOVE WS-MONTANT-AGIOS TO WS-RAP-MONTANT.
           MOVE WS-BASE-NEGATIVE TO WS-RAP-BASE.
           PERFORM 8800-EDITER-OPERATION
              THRU 8800-EDITER-OPERATION-EXIT.
           IF MODE-SIMU
              GO TO 1200-DEBITER-AGIOS-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-MONTANT-AGIOS
       1200-DEBITER-AGIOS-EXIT.
           EXIT.

       0460-LIRE-MODE.
      *    Carte SYSIN 'SIMU' = simulation ; carte blanche = reel
           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.
           MOVE SPACES TO WS-PARAM-MODE.
           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-MODE.

           IF WS-PARAM-MODE = 'SIMU'
              MOVE 'Y' TO WS-MODE-SIMU-SW
              MOVE 'SIMU' TO WS-RAP-MODE
              DISPLAY '*** SIMULATION - AUCUNE ECRITURE EN BASE ***'
           END-IF.

       0460-LIRE-MODE-EXIT.
           EXIT.

       0450-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
           EXIT.

       0400-JOURNAL-DEBUT.
      *    Une simulation ne laisse aucune trace au journal
           IF MODE-SIMU
              GO TO 0400-JOURNAL-DEBUT-EXIT
           END-IF.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
              INTO :WS-ID-JOURNAL :WS-JRN-NULL-IND
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
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            PERFORM 8900-EDITER-TOTAUX
               THRU 8900-EDITER-TOTAUX-EXIT.
            MOVE WS-TOTAL-AGIOS TO WS-TOTAL-EDIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8AGIO        '
