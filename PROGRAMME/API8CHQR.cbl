      *    l'operation d'origine, debit du solde, contrepartie 'A'),
      *    preleve les frais d'impaye (parametre FRAIS_CHEQUE_IMPAYE)
      *    comme operation 'F' et passe la remise au statut 'I'.
      *    Carte SYSIN AUTO : traite sans saisie operateur tous les
      *    retours d'impayes rapproches par API8CHQI (API8.IMPAYECHQ
      *    statut 'A'), meme traitement remise par remise ; le retour
      *    passe 'T' (traite) ou 'R' (remise non traitable, editee
      *    pour le back-office).
      *    Une remise revenue impayee avant son credit (statut 'A',
      *    rien a contrepasser) est passee 'I' avec les frais : le
      *    batch API8CHQC ne la creditera plus.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-LIBELLE-OP          PIC X(30).

      *    Mode AUTO : retours d'impayes rapproches par API8CHQI
       01  WS-FIN-IMPAYES-SW      PIC X VALUE 'N'.
           88 FIN-IMPAYES               VALUE 'Y'.
       01  WS-REMISE-TRAITEE-SW   PIC X VALUE 'N'.
           88 REMISE-TRAITEE            VALUE 'Y'.
       01  WS-NB-TRAITES          PIC 9(7) VALUE 0.
       01  WS-NB-NON-TRAITES      PIC 9(7) VALUE 0.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel du plafonnement des frais d'incident
      *    API8PLFR (client fragile : cumul mensuel borne)
       01  PLFR-ZONE.
           05  PLFR-ID-COMPTE         PIC S9(9) COMP.
           05  PLFR-MONTANT-FRAIS     PIC S9(8)V99 COMP-3.
           05  PLFR-MONTANT-ACCORDE   PIC S9(8)V99 COMP-3.
           05  PLFR-CODE-RETOUR       PIC X(1).

      *    Date comptable du jour bancaire ouvert
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee


           ACCEPT WS-PARAM-CHEQUE FROM SYSIN.

           PERFORM 0500-LIRE-FRAIS-IMPAYE.
           IF WS-PARAM-CHEQUE(1:4) = 'AUTO'
              PERFORM 2000-TRAITER-RETOURS
           ELSE
              MOVE FUNCTION NUMVAL(WS-PARAM-CHEQUE) TO WS-ID-CHEQUE
              PERFORM 1000-LIRE-REMISE
           END-IF.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       1000-LIRE-REMISE.
           MOVE SPACE TO WS-STATUT-CHQ.
           MOVE 'N' TO WS-REMISE-TRAITEE-SW.
           MOVE 0 TO WS-ID-OPERATION-CREDIT.

           EXEC SQL
              SELECT ID_COMPTE, NUM_CHEQUE, MONTANT, STATUT_CHQ,
                     VALUE(ID_OPERATION, 0)
              INTO :WS-ID-COMPTE-CHQ, :WS-NUM-CHEQUE,
                   :WS-MONTANT-CHEQUE, :WS-STATUT-CHQ,
                   :WS-ID-OPERATION-CREDIT
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 DISPLAY 'REMISE INCONNUE : ' WS-ID-CHEQUE
              WHEN WS-STATUT-CHQ = 'A'
                 PERFORM 1050-IMPAYE-AVANT-CREDIT
              WHEN WS-STATUT-CHQ NOT = 'C'
                 DISPLAY 'REMISE NON CREDITEE - STATUT: ' WS-STATUT-CHQ
                 DISPLAY 'SEUL UN CHEQUE CREDITE PEUT ETRE IMPAYE'
                 PERFORM 1100-CONTREPASSER-CREDIT
           END-EVALUATE.

       1050-IMPAYE-AVANT-CREDIT.
      *    Retour avant le credit : le compte n'a rien recu, seuls
      *    les frais d'impaye sont preleves et la remise sort de la
      *    file de compensation
           PERFORM 1300-PRELEVER-FRAIS.
           PERFORM 1400-MARQUER-IMPAYE.
           MOVE 'Y' TO WS-REMISE-TRAITEE-SW.
           DISPLAY 'CHEQUE IMPAYE AVANT CREDIT : ' WS-ID-CHEQUE.
           DISPLAY 'COMPTE                     : ' WS-ID-COMPTE-CHQ.

       1100-CONTREPASSER-CREDIT.
      *    Le WHERE ANNULE = 'N' rend cette mise a jour exclusive
      *    (meme convention qu'API8ANNU) : un second passage sur le

           IF SQLCODE NOT = 0
              DISPLAY 'CREDIT DEJA CONTREPASSE - CHEQUE: ' WS-ID-CHEQUE
              MOVE 'Y' TO WS-REMISE-TRAITEE-SW
           ELSE
              EXEC SQL
                 UPDATE API8.COMPTE
                 PERFORM 1200-INSERER-CONTREPARTIE
                 PERFORM 1300-PRELEVER-FRAIS
                 PERFORM 1400-MARQUER-IMPAYE
                 MOVE 'Y' TO WS-REMISE-TRAITEE-SW

                 DISPLAY 'CHEQUE IMPAYE TRAITE : ' WS-ID-CHEQUE
                 DISPLAY 'COMPTE DEBITE        : ' WS-ID-COMPTE-CHQ
           END-EXEC.

       1300-PRELEVER-FRAIS.
      *    Client fragile : frais bornes au plafond mensuel (API8PLFR),
      *    rien n'est preleve une fois le plafond atteint
           MOVE WS-ID-COMPTE-CHQ TO PLFR-ID-COMPTE.
           MOVE WS-FRAIS-IMPAYE TO PLFR-MONTANT-FRAIS.
           CALL 'API8PLFR' USING PLFR-ZONE.
           IF PLFR-MONTANT-ACCORDE NOT > ZERO
              DISPLAY 'FRAIS D''IMPAYE EXONERE (PLAFOND CLIENT FRAGILE)'
           ELSE
              EXEC SQL
                 UPDATE API8.COMPTE
                 SET SOLDE = SOLDE - :PLFR-MONTANT-ACCORDE
                 WHERE ID_COMPTE = :WS-ID-COMPTE-CHQ
              END-EXEC

              MOVE 'OPERATION' TO NUMO-COMPTEUR
              CALL 'API8NUMO' USING NUMO-ZONE
              IF NUMO-CODE-RETOUR NOT = '0'
                 DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
              MOVE NUMO-VALEUR TO WS-ID-OPERATION-NEW

              EXEC SQL
                 INSERT INTO API8.OPERATION
                    (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP,
                     DATE_OP, DATE_COMPTABLE, LIBELLE_OP)
                 VALUES
                    (:WS-ID-OPERATION-NEW, :WS-ID-COMPTE-CHQ,
                     :PLFR-MONTANT-ACCORDE, 'F', CURRENT DATE,
                     :WS-DATE-COMPTABLE,
                     'FRAIS CHEQUE IMPAYE')
              END-EXEC
           END-IF.

       1400-MARQUER-IMPAYE.
           EXEC SQL
              WHERE ID_CHEQUE = :WS-ID-CHEQUE
           END-EXEC.

       2000-TRAITER-RETOURS.
      *    Mode AUTO : chaque retour rapproche suit le traitement
      *    d'une saisie operateur
           EXEC SQL
              DECLARE CIMPCHQ CURSOR WITH HOLD FOR
              SELECT ID_CHEQUE
              FROM API8.IMPAYECHQ
              WHERE STATUT_IMP = 'A'
              ORDER BY ID_CHEQUE
           END-EXEC.

           EXEC SQL
              OPEN CIMPCHQ
           END-EXEC.

           PERFORM 2100-TRAITER-RETOUR
              UNTIL FIN-IMPAYES.

           EXEC SQL
              CLOSE CIMPCHQ
           END-EXEC.

           DISPLAY 'RETOURS TRAITES     : ' WS-NB-TRAITES.
           DISPLAY 'RETOURS NON TRAITES : ' WS-NB-NON-TRAITES.

       2100-TRAITER-RETOUR.
           EXEC SQL
              FETCH CIMPCHQ
              INTO :WS-ID-CHEQUE
           END-EXEC.

           IF SQLCODE NOT = 0
              SET FIN-IMPAYES TO TRUE
           ELSE
              PERFORM 1000-LIRE-REMISE
              IF REMISE-TRAITEE
                 EXEC SQL
                    UPDATE API8.IMPAYECHQ
                    SET STATUT_IMP = 'T',
                        DATE_TRAITEMENT = CURRENT DATE
                    WHERE ID_CHEQUE = :WS-ID-CHEQUE
                      AND STATUT_IMP = 'A'
                 END-EXEC
                 ADD 1 TO WS-NB-TRAITES
              ELSE
                 EXEC SQL
                    UPDATE API8.IMPAYECHQ
                    SET STATUT_IMP = 'R',
                        DATE_TRAITEMENT = CURRENT DATE
                    WHERE ID_CHEQUE = :WS-ID-CHEQUE
                      AND STATUT_IMP = 'A'
                 END-EXEC
                 DISPLAY 'RETOUR NON TRAITE - A INSTRUIRE : '
                    WS-ID-CHEQUE
                 ADD 1 TO WS-NB-NON-TRAITES
              END-IF
           END-IF.

       0450-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
