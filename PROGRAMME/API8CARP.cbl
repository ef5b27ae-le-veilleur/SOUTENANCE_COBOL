      *    Une autorisation recue sur carte gelee ou canal coupe est
      *    rejetee par API8AUTH dans API8.AUTREFUS au lieu d'etre
      *    chargee - aucun montant n'est reserve.
      *       'D' + O/N   carte a debit differe ('O') ou a debit
      *                   immediat ('N', repli) - en differe, les
      *                   reglements de carte d'API8AUTS sont cumules
      *                   sur API8.ENCOURSCARTE et debites en un seul
      *                   montant en fin de mois par API8DIFF
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-GELE                PIC X(1).
       01  WS-VAD                 PIC X(1).
       01  WS-ETRANGER            PIC X(1).
      *    Mode de debit : 'I' immediat, 'D' differe
       01  WS-MODE-DEBIT          PIC X(1).
       01  WS-DIFFERE             PIC X(1).
       01  WS-NOUVELLE-VALEUR     PIC X(1).
       01  WS-ETAT-EDIT           PIC X(30).

                 WHEN 'E'
                    MOVE WS-NOUVELLE-VALEUR TO WS-ETRANGER
                    PERFORM 1300-ENREGISTRER-REGLAGES
                 WHEN 'D'
                    IF WS-NOUVELLE-VALEUR = 'O'
                       MOVE 'D' TO WS-MODE-DEBIT
                    ELSE
                       MOVE 'I' TO WS-MODE-DEBIT
                    END-IF
                    PERFORM 1300-ENREGISTRER-REGLAGES
                 WHEN OTHER
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'ACTION G (GEL) V (VAD) E (ETRANGER) D (DIFF)'
                       TO MESCARPO
              END-EVALUATE
           END-IF.
       1160-AFFICHER-REGLAGES.
           PERFORM 1200-LIRE-REGLAGES.
           MOVE SPACES TO WS-ETAT-EDIT.
           IF WS-MODE-DEBIT = 'D'
              MOVE 'O' TO WS-DIFFERE
           ELSE
              MOVE 'N' TO WS-DIFFERE
           END-IF.
           STRING 'GEL=' WS-GELE ' VAD=' WS-VAD
              ' ETRANGER=' WS-ETRANGER ' DIF=' WS-DIFFERE
              DELIMITED BY SIZE INTO WS-ETAT-EDIT.
           MOVE WS-ETAT-EDIT TO ETATCARPO.

           MOVE 'N' TO WS-GELE.
           MOVE 'O' TO WS-VAD.
           MOVE 'O' TO WS-ETRANGER.
           MOVE 'I' TO WS-MODE-DEBIT.

           EXEC SQL
              SELECT GELE, VAD, ETRANGER, VALUE(MODE_DEBIT, 'I')
              INTO :WS-GELE, :WS-VAD, :WS-ETRANGER, :WS-MODE-DEBIT
              FROM API8.REGLAGECARTE
              WHERE ID_CLIENT = :WS-COMMUNICATION-AREA
           END-EXEC.
              MOVE 'N' TO WS-GELE
              MOVE 'O' TO WS-VAD
              MOVE 'O' TO WS-ETRANGER
              MOVE 'I' TO WS-MODE-DEBIT
           END-IF.

       1300-ENREGISTRER-REGLAGES.
              SET GELE = :WS-GELE,
                  VAD = :WS-VAD,
                  ETRANGER = :WS-ETRANGER,
                  MODE_DEBIT = :WS-MODE-DEBIT,
                  DATE_MODIF = CURRENT DATE
              WHERE ID_CLIENT = :WS-COMMUNICATION-AREA
           END-EXEC.
           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.REGLAGECARTE
                    (ID_CLIENT, GELE, VAD, ETRANGER, MODE_DEBIT,
                     DATE_MODIF)
                 VALUES
                    (:WS-COMMUNICATION-AREA, :WS-GELE, :WS-VAD,
                     :WS-ETRANGER, :WS-MODE-DEBIT, CURRENT DATE)
              END-EXEC
           END-IF.

