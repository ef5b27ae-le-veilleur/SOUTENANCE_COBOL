      *    (API8VIR, API8BENF - le nom de la banque est renvoye a
      *    l'ecran pour confirmation) et fournit le BIC de routage
      *    porte par l'extraction API8VEXT.
      *    L'indicateur d'adhesion au virement instantane (position
      *    47 : 'Y' = banque joignable en temps reel) est charge dans
      *    ANNUBANQUE.INSTANTANE ; absent ou autre valeur = 'N', le
      *    virement instantane vers cette banque repasse par le
      *    circuit batch (service API8SINS).
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  BUF-BNQ-CODE           PIC X(5).
           05  BUF-BNQ-BIC            PIC X(11).
           05  BUF-BNQ-NOM            PIC X(30).
           05  BUF-BNQ-INSTANT        PIC X(1).
           05  FILLER                 PIC X(33).

       WORKING-STORAGE SECTION.

       01  WS-CODE-BANQUE            PIC X(5).
       01  WS-BIC-BANQUE             PIC X(11).
       01  WS-NOM-BANQUE             PIC X(30).
       01  WS-INSTANTANE             PIC X(1).

       01  WS-NB-CHARGES             PIC 9(7) VALUE 0.
       01  WS-NB-REJETES             PIC 9(7) VALUE 0.
              MOVE BUF-BNQ-CODE TO WS-CODE-BANQUE
              MOVE BUF-BNQ-BIC TO WS-BIC-BANQUE
              MOVE BUF-BNQ-NOM TO WS-NOM-BANQUE
              IF BUF-BNQ-INSTANT = 'Y'
                 MOVE 'Y' TO WS-INSTANTANE
              ELSE
                 MOVE 'N' TO WS-INSTANTANE
              END-IF

              EXEC SQL
                 INSERT INTO API8.ANNUBANQUE
                    (CODE_BANQUE, BIC, NOM_BANQUE, DATE_IMPORT,
                     INSTANTANE)
                 VALUES
                    (:WS-CODE-BANQUE, :WS-BIC-BANQUE,
                     :WS-NOM-BANQUE, CURRENT DATE, :WS-INSTANTANE)
              END-EXEC

              ADD 1 TO WS-NB-CHARGES
