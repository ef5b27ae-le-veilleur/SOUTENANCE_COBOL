      *    statut 'C' (creditee) en memorisant l'ID_OPERATION du
      *    credit pour permettre la contrepassation d'un cheque
      *    impaye par API8CHQR.
      *    Seule une remise presentee en compensation (API8CHQE,
      *    PRESENTE = 'O') est creditee, et jamais une remise dont le
      *    retour d'impaye est deja rapproche (API8.IMPAYECHQ).
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              WHERE STATUT_CHQ = 'A'
                AND DATE_REMISE <= CURRENT DATE
                                    - :WS-DELAI-CHEQUE DAYS
                AND VALUE(PRESENTE, 'N') = 'O'
                AND NOT EXISTS
                    (SELECT 1
                     FROM API8.IMPAYECHQ I
                     WHERE I.ID_CHEQUE = API8.CHEQUE.ID_CHEQUE)
           END-EXEC.

           EXEC SQL
