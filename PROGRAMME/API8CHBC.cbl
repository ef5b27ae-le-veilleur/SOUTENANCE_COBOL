      *    La commande est refusee si le client du compte est sous
      *    interdiction de chequier (incident non regularise sur
      *    API8.INCIDENTCHQ, alimente par les rejets d'API8CHQP et
      *    leve par API8ICHR), ou si le compte est un livret
      *    d'epargne reglemente (TYPE_COMPTE 'LIV', debit par virement
      *    seulement).
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-ID-COMPTE-CHB          PIC S9(9) COMP.
       01  WS-ID-CLIENT-CHB          PIC S9(9) COMP.
       01  WS-TYPE-COMPTE-CHB        PIC X(4).
       01  WS-ID-CARNET              PIC S9(9) COMP.
       01  WS-STATUT-CARNET          PIC X(1).

           EXIT.

       1000-COMMANDER-CARNET.
           MOVE 'STD' TO WS-TYPE-COMPTE-CHB.
           EXEC SQL
              SELECT ID_CLIENT, VALUE(TYPE_COMPTE, 'STD')
              INTO :WS-ID-CLIENT-CHB, :WS-TYPE-COMPTE-CHB
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CHB
           END-EXEC.
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-TYPE-COMPTE-CHB = 'LIV'
              DISPLAY 'COMMANDE REFUSEE - LIVRET REGLEMENTE : '
                 WS-ID-COMPTE-CHB
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Interdiction de chequier : pas de nouveau carnet tant
      *    qu'un cheque rejete n'est pas regularise (API8ICHR)
           MOVE 0 TO WS-NB-INCIDENTS.
