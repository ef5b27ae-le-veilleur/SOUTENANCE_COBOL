      *            sans penalite) ; le depot passe au statut 'R'
      *            (rachete), distinct de l'echeance 'E', et le
      *            batch API8DATM l'ignore ; le recu habituel part
      *            au spool comme pour un depot (API8DEPO) ; un
      *            depot nanti en garantie d'un pret (API8.GARANTIE
      *            type 'D' active ou appelee, registre API8GARA) ne
      *            se rachete pas avant sa mainlevee
      *    L'echeance normale (principal + interets) est traitee par
      *    le batch API8DATM. La duree est approximee a 30 jours par
      *    mois, comme l'echeancier d'API8VPER.
       01  WS-DATE-JOUR           PIC 9(8).
       01  WS-DATE-ECHEANCE       PIC 9(8).
       01  WS-STATUT-DAT          PIC X(1).
       01  WS-NB-NANTISSEMENTS    PIC S9(9) COMP.

      *    Taux annuel servi et penalite de retrait anticipe -
      *    replis si API8.PARAMETRE n'a pas les lignes TAUX_DAT /
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

       1350-RETRAIT-ANTICIPE.
           MOVE SPACE TO WS-STATUT-DAT.
           MOVE 0 TO WS-NB-NANTISSEMENTS.

      *    Depot nanti : la garantie du pret prime sur la sortie
      *    anticipee tant qu'elle n'est pas levee ou realisee
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-NANTISSEMENTS
              FROM API8.GARANTIE
              WHERE ID_DAT = :WS-ID-DAT
                AND TYPE_GARANTIE = 'D'
                AND STATUT_GARANTIE IN ('A', 'P')
           END-EXEC.

           EXEC SQL
              SELECT ID_COMPTE, MONTANT, STATUT_DAT
              WHEN WS-STATUT-DAT NOT = 'A'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'DEPOT A TERME DEJA SOLDE' TO MESDATO
              WHEN WS-NB-NANTISSEMENTS > 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'DEPOT NANTI EN GARANTIE - RETRAIT REFUSE'
                    TO MESDATO
              WHEN OTHER
      *          Penalite sur le principal, puis retour des fonds
                 COMPUTE WS-MONTANT-PENALITE ROUNDED =
                  :WS-LIBELLE-OP)
           END-EXEC.

      *    Souscription (debit 'S') : compteur journalier du compte,
      *    meme unite de travail que l'operation
           IF SQLCODE = 0 AND WS-TYPE-OP OF DCLOPERATION = 'S'
              MOVE WS-ID-COMPTE OF DCLOPERATION TO CPTJ-ID-COMPTE
              MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE
              MOVE 'S' TO CPTJ-NATURE
              MOVE '+' TO CPTJ-SENS
              MOVE WS-MONTANT-OP OF DCLOPERATION TO CPTJ-MONTANT
              CALL 'API8CPTJ' USING CPTJ-ZONE
           END-IF.

       1950-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
