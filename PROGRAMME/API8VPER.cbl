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
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee
                  :WS-DATE-COMPTABLE)
           END-EXEC.

      *    Compteur journalier du compte debite (API8CPTJ), meme
      *    unite de travail que l'operation
           MOVE WS-ID-COMPTE OF DCLOPERATION TO CPTJ-ID-COMPTE.
           MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE.
           MOVE 'S' TO CPTJ-NATURE.
           MOVE '+' TO CPTJ-SENS.
           MOVE WS-MONTANT-PERM TO CPTJ-MONTANT.
           CALL 'API8CPTJ' USING CPTJ-ZONE.

           MOVE WS-ID-COMPTE-BENEF TO WS-ID-COMPTE OF DCLOPERATION.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
