      *         (amortissement a capital constant, echeances a 30
      *         jours comme API8PRET)
      *    et edite le decompte de remboursement pour le client.
      *    Sinistre d'assurance emprunteur : un troisieme parametre
      *    SYSIN (numero de sinistre accepte par l'assureur, registre
      *    API8SINI) fait rembourser la part couverte : l'indemnite
      *    est d'abord creditee sur le COMPTE (TYPE_OP 'E'), puis
      *    remboursee par le meme enchainement, dans la limite du
      *    capital restant ; le sinistre passe regle ('R') et la
      *    couverture cesse (plus de prime sur les echeances
      *    regenerees). Les echeances regenerees reprennent sinon la
      *    prime d'assurance du pret.
      *    Chaque remboursement est historise sur API8.REMBANTICIPE
      *    (date, montant, capital avant/apres, nature partiel 'P',
      *    total 'T' ou sinistre 'S', echeances regenerees) : le
      *    releve annuel de pret API8PRAN en fait le detail.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-PARAM-SAISIE.
           05  WS-PARAM-ID-PRET       PIC X(9).
           05  WS-PARAM-MONTANT       PIC X(10).
           05  WS-PARAM-ID-SINISTRE   PIC X(9).

       01  WS-ID-PRET                 PIC S9(9) COMP.
       01  WS-MONTANT-SAISI           PIC 9(10).
       01  WS-TAUX-PRET               PIC S9(3)V9(6) COMP-3.
       01  WS-CAPITAL-RESTANT         PIC S9(8)V99 COMP-3.
       01  WS-STATUT-PRET             PIC X(1).
       01  WS-PRIME-ASSURANCE         PIC S9(8)V99 COMP-3.

      *    Remboursement par l'assureur (sinistre accepte)
       01  WS-REMB-SINISTRE-SW        PIC X VALUE 'N'.
           88 REMB-SINISTRE                 VALUE 'Y'.
       01  WS-ID-SINISTRE             PIC S9(9) COMP.
       01  WS-ID-PRET-SINISTRE        PIC S9(9) COMP.
       01  WS-STATUT-SINISTRE         PIC X(1).
       01  WS-MONTANT-INDEMNITE       PIC S9(8)V99 COMP-3.

      *    Echeances restantes a regenerer
       01  WS-NB-ECH-RESTANTES        PIC S9(9) COMP.
       01  WS-CAPITAL-EDIT            PIC -(7)9,99.
       01  WS-MENSUALITE-EDIT         PIC -(7)9,99.

      *    Historique du remboursement (API8.REMBANTICIPE)
       01  WS-TYPE-REMB               PIC X(1).
       01  WS-NB-ECH-REGENEREES       PIC S9(9) COMP.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
              MOVE WS-PARAM-MONTANT TO WS-MONTANT-SAISI
           END-IF.

           IF WS-PARAM-ID-SINISTRE NOT = SPACES
              IF WS-PARAM-ID-SINISTRE IS NOT NUMERIC
                 DISPLAY 'NUMERO DE SINISTRE NON NUMERIQUE : '
                    WS-PARAM-ID-SINISTRE
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
              MOVE WS-PARAM-ID-SINISTRE TO WS-ID-SINISTRE
              SET REMB-SINISTRE TO TRUE
           END-IF.

           PERFORM 1000-LIRE-PRET
              THRU 1000-LIRE-PRET-EXIT.

           IF REMB-SINISTRE
              PERFORM 1050-LIRE-SINISTRE
                 THRU 1050-LIRE-SINISTRE-EXIT
           END-IF.

           PERFORM 1100-DETERMINER-MONTANT
              THRU 1100-DETERMINER-MONTANT-EXIT.

           IF REMB-SINISTRE
              PERFORM 1900-CREDITER-INDEMNITE
                 THRU 1900-CREDITER-INDEMNITE-EXIT
           END-IF.

           PERFORM 2000-DEBITER-COMPTE
              THRU 2000-DEBITER-COMPTE-EXIT.

           PERFORM 3000-REDUIRE-CAPITAL
              THRU 3000-REDUIRE-CAPITAL-EXIT.

           IF REMB-SINISTRE
              PERFORM 3500-REGLER-SINISTRE
                 THRU 3500-REGLER-SINISTRE-EXIT
           END-IF.

           PERFORM 4000-REGENERER-ECHEANCIER
              THRU 4000-REGENERER-ECHEANCIER-EXIT.

           PERFORM 4500-HISTORISER-REMBOURSEMENT
              THRU 4500-HISTORISER-REMBOURSEMENT-EXIT.

           PERFORM 5000-EDITER-DECOMPTE
              THRU 5000-EDITER-DECOMPTE-EXIT.

       1000-LIRE-PRET.
           EXEC SQL
              SELECT ID_CLIENT, ID_COMPTE, TAUX, CAPITAL_RESTANT,
                     STATUT_PRET, VALUE(PRIME_ASSURANCE, 0)
              INTO :WS-ID-CLIENT-PRET, :WS-ID-COMPTE-PRET,
                   :WS-TAUX-PRET, :WS-CAPITAL-RESTANT,
                   :WS-STATUT-PRET, :WS-PRIME-ASSURANCE
              FROM API8.PRET
              WHERE ID_PRET = :WS-ID-PRET
           END-EXEC.
       1000-LIRE-PRET-EXIT.
           EXIT.

       1050-LIRE-SINISTRE.
      *    Seul un sinistre accepte par l'assureur ('A'), rattache au
      *    pret saisi, se rembourse ; le montant saisi est ignore au
      *    profit de l'indemnite
           EXEC SQL
              SELECT ID_PRET, STATUT_SINISTRE,
                     VALUE(MONTANT_INDEMNITE, 0)
              INTO :WS-ID-PRET-SINISTRE, :WS-STATUT-SINISTRE,
                   :WS-MONTANT-INDEMNITE
              FROM API8.SINISTRE
              WHERE ID_SINISTRE = :WS-ID-SINISTRE
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'SINISTRE INCONNU : ' WS-PARAM-ID-SINISTRE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-ID-PRET-SINISTRE NOT = WS-ID-PRET
              DISPLAY 'SINISTRE ' WS-PARAM-ID-SINISTRE
                 ' NON RATTACHE AU PRET ' WS-ID-PRET
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-STATUT-SINISTRE NOT = 'A'
              OR WS-MONTANT-INDEMNITE <= 0
              DISPLAY 'SINISTRE NON ACCEPTE PAR L''ASSUREUR : '
                 WS-PARAM-ID-SINISTRE ' STATUT ' WS-STATUT-SINISTRE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       1050-LIRE-SINISTRE-EXIT.
           EXIT.

       1100-DETERMINER-MONTANT.
      *    Montant a zero = remboursement total ; un montant saisi
      *    superieur au capital restant est ramene au capital restant
      *    (le client ne rembourse jamais plus qu'il ne doit)
      *    Sinistre : l'indemnite tient lieu de montant saisi
           IF REMB-SINISTRE
              MOVE WS-MONTANT-INDEMNITE TO WS-MONTANT-REMB
           ELSE
              IF WS-MONTANT-SAISI = 0
                 MOVE WS-CAPITAL-RESTANT TO WS-MONTANT-REMB
              ELSE
                 MOVE WS-MONTANT-SAISI TO WS-MONTANT-REMB
              END-IF
           END-IF.

           IF WS-MONTANT-REMB > WS-CAPITAL-RESTANT
              MOVE WS-CAPITAL-RESTANT TO WS-MONTANT-REMB
           END-IF.

           IF WS-MONTANT-REMB >= WS-CAPITAL-RESTANT
              SET REMB-TOTAL TO TRUE
           END-IF.
       1100-DETERMINER-MONTANT-EXIT.
           EXIT.

       1900-CREDITER-INDEMNITE.
      *    L'indemnite versee par l'assureur entre sur le compte de
      *    versement du pret ; un excedent sur le capital restant y
      *    demeure au profit du client (ou de sa succession)
           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE + :WS-MONTANT-INDEMNITE
              WHERE ID_COMPTE = :WS-ID-COMPTE-PRET
           END-EXEC.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.

           MOVE WS-ID-COMPTE-PRET TO WS-ID-COMPTE OF DCLOPERATION.
           MOVE WS-MONTANT-INDEMNITE TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'E' TO WS-TYPE-OP OF DCLOPERATION.
           MOVE 'INDEMNITE ASSURANCE PRET' TO WS-LIBELLE-OP.

           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP, DATE_OP,
                 DATE_COMPTABLE,
                  LIBELLE_OP)
              VALUES
                 (:DCLOPERATION.WS-ID-OPERATION,
                  :DCLOPERATION.WS-ID-COMPTE,
                  :DCLOPERATION.WS-MONTANT-OP,
                  :DCLOPERATION.WS-TYPE-OP,
                  CURRENT DATE,
                  :WS-DATE-COMPTABLE,
                  :WS-LIBELLE-OP)
           END-EXEC.

       1900-CREDITER-INDEMNITE-EXIT.
           EXIT.

       2000-DEBITER-COMPTE.
      *    Le debit n'est accepte que si le solde couvre le
      *    remboursement (meme garde conditionnelle qu'API8ECHE) ;
      *    pas de passage en decouvert force. L'indemnite d'un
      *    sinistre, creditee juste avant, est affectee au pret sans
      *    cette garde : un compte deja debiteur ne doit pas la
      *    retenir
           IF REMB-SINISTRE
              EXEC SQL
                 UPDATE API8.COMPTE
                 SET SOLDE = SOLDE - :WS-MONTANT-REMB
                 WHERE ID_COMPTE = :WS-ID-COMPTE-PRET
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE API8.COMPTE
                 SET SOLDE = SOLDE - :WS-MONTANT-REMB
                 WHERE ID_COMPTE = :WS-ID-COMPTE-PRET
                   AND SOLDE >= :WS-MONTANT-REMB
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              DISPLAY 'SOLDE INSUFFISANT POUR LE REMBOURSEMENT - '
                 'COMPTE ' WS-ID-COMPTE-PRET
           MOVE WS-MONTANT-REMB TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'M' TO WS-TYPE-OP OF DCLOPERATION.

           EVALUATE TRUE
              WHEN REMB-SINISTRE
                 MOVE 'REMBOURSEMENT PRET ASSURANCE' TO WS-LIBELLE-OP
              WHEN REMB-TOTAL
                 MOVE 'REMBOURSEMENT TOTAL PRET' TO WS-LIBELLE-OP
              WHEN OTHER
                 MOVE 'REMBOURSEMENT ANTICIPE PRET' TO WS-LIBELLE-OP
           END-EVALUATE.

           EXEC SQL
              INSERT INTO API8.OPERATION
       3000-REDUIRE-CAPITAL-EXIT.
           EXIT.

       3500-REGLER-SINISTRE.
      *    Sinistre regle : la couverture cesse, les echeances
      *    regenerees d'un remboursement partiel ne portent plus de
      *    prime
           EXEC SQL
              UPDATE API8.SINISTRE
              SET STATUT_SINISTRE = 'R',
                  DATE_REGLEMENT = CURRENT DATE,
                  MONTANT_REMBOURSE = :WS-MONTANT-REMB
              WHERE ID_SINISTRE = :WS-ID-SINISTRE
           END-EXEC.

           MOVE 0 TO WS-PRIME-ASSURANCE.
           EXEC SQL
              UPDATE API8.PRET
              SET PRIME_ASSURANCE = 0
              WHERE ID_PRET = :WS-ID-PRET
           END-EXEC.

       3500-REGLER-SINISTRE-EXIT.
           EXIT.

       4000-REGENERER-ECHEANCIER.
      *    Les echeances restantes ('A') sont comptees puis
      *    supprimees ; un impaye constate ('I') reste du et n'est
           EXEC SQL
              INSERT INTO API8.ECHEANCIER
                 (ID_PRET, NUM_ECHEANCE, DATE_ECHEANCE,
                  MONTANT_CAPITAL, MONTANT_INTERET,
                  MONTANT_ASSURANCE, STATUT_ECH)
              VALUES
                 (:WS-ID-PRET, :WS-NUM-ECHEANCE, :WS-DATE-ECHEANCE,
                  :WS-CAPITAL-MENSUEL, :WS-INTERET-MOIS,
                  :WS-PRIME-ASSURANCE, 'A')
           END-EXEC.

           SUBTRACT WS-CAPITAL-MENSUEL FROM WS-CAPITAL-COURANT.
       4100-INSERER-ECHEANCE-EXIT.
           EXIT.

       4500-HISTORISER-REMBOURSEMENT.
      *    Trace du remboursement pour le releve annuel de pret ; un
      *    remboursement total ne regenere aucune echeance
           EVALUATE TRUE
              WHEN REMB-SINISTRE
                 MOVE 'S' TO WS-TYPE-REMB
              WHEN REMB-TOTAL
                 MOVE 'T' TO WS-TYPE-REMB
              WHEN OTHER
                 MOVE 'P' TO WS-TYPE-REMB
           END-EVALUATE.

           IF REMB-TOTAL
              MOVE 0 TO WS-NB-ECH-REGENEREES
           ELSE
              MOVE WS-NB-ECH-RESTANTES TO WS-NB-ECH-REGENEREES
           END-IF.

           EXEC SQL
              INSERT INTO API8.REMBANTICIPE
                 (ID_PRET, DATE_REMB, MONTANT_REMB, CAPITAL_AVANT,
                  CAPITAL_APRES, TYPE_REMB, NB_ECH_REGENEREES)
              VALUES
                 (:WS-ID-PRET, :WS-DATE-COMPTABLE, :WS-MONTANT-REMB,
                  :WS-CAPITAL-AVANT, :WS-CAPITAL-RESTANT,
                  :WS-TYPE-REMB, :WS-NB-ECH-REGENEREES)
           END-EXEC.

       4500-HISTORISER-REMBOURSEMENT-EXIT.
           EXIT.

       5000-EDITER-DECOMPTE.
      *    Decompte de remboursement remis au client
           DISPLAY '----------------------------------------------'.
