           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel de la tenue des compteurs journaliers
      *    API8CPTJ (nombre et cumul des debits du jour par compte)
       01  CPTJ-ZONE.
           05  CPTJ-ID-COMPTE         PIC S9(9) COMP.
           05  CPTJ-DATE-COMPTABLE    PIC X(8).
           05  CPTJ-NATURE            PIC X(1).
           05  CPTJ-SENS              PIC X(1).
           05  CPTJ-MONTANT           PIC S9(8)V99 COMP-3.
           05  CPTJ-CODE-RETOUR       PIC X(1).

      *    Date comptable du jour bancaire ouvert
       01  WS-DATE-COMPTABLE      PIC X(8).

              GO TO 1150-CONTROLER-RENVOI-EXIT
           END-IF.

      *    Debits 'R'/'S' de la journee comptable : une seule ligne
      *    du compteur journalier (API8.COMPTEURJOUR)
           MOVE 0 TO WS-NB-OP-RENVOI.
           EXEC SQL
              SELECT NB_DEBITS
              INTO :WS-NB-OP-RENVOI
              FROM API8.COMPTEURJOUR
              WHERE ID_COMPTE = :WS-ID-COMPTE-EMET
                AND DATE_COMPTABLE = :WS-DATE-COMPTABLE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-NB-OP-RENVOI
           END-IF.

           IF WS-NB-OP-RENVOI >= WS-VELOCITE-RENVOI
              MOVE 'VELOCITE' TO WS-MOTIF-RENVOI
                  :WS-LIBELLE-OP)
           END-EXEC.

      *    Compteur journalier du compte debite (API8CPTJ), meme
      *    unite de travail que l'operation
           MOVE WS-ID-COMPTE-EMET TO CPTJ-ID-COMPTE.
           MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE.
           MOVE 'X' TO CPTJ-NATURE.
           MOVE '+' TO CPTJ-SENS.
           MOVE WS-MONTANT-PERM TO CPTJ-MONTANT.
           CALL 'API8CPTJ' USING CPTJ-ZONE.

       1200-INSERER-OPERATION-EXIT.
           EXIT.

