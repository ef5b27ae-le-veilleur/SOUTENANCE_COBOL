      *    avec les deux jeux de compteurs et la liste des
      *    references d'autorisation de la journee (et leur statut)
      *    pour l'instruction du dossier.
      *    Les chargebacks emis et encore sans resultat (API8CBKE /
      *    API8CBKR) sont edites en fin de rapport sur une ligne a
      *    part, hors comparaison : ils ne font pas partie des
      *    totaux quotidiens du processeur.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-MT-EDIT-2              PIC -(10)9,99.
       01  WS-MT-AUT-EDIT            PIC -(7)9,99.

      *    Chargebacks ouverts (emis, resultat non recu)
       01  WS-NB-CB-OUVERTS          PIC S9(9) COMP.
       01  WS-MT-CB-OUVERTS          PIC S9(11)V99 COMP-3.
       01  WS-NB-CB-EDIT             PIC Z(8)9.

       01  WS-NB-JOURS-OK            PIC 9(5) VALUE 0.
       01  WS-NB-JOURS-ECART         PIC 9(5) VALUE 0.

           PERFORM 6220-CLOSE-AUTTOT
              THRU 6220-CLOSE-AUTTOT-EXIT.

           PERFORM 1500-EDITER-CHARGEBACKS
              THRU 1500-EDITER-CHARGEBACKS-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       1250-EDITER-REFERENCE-EXIT.
           EXIT.

       1500-EDITER-CHARGEBACKS.
      *    Ligne a part : encours des chargebacks emis en attente du
      *    resultat du processeur, toutes dates d'emission confondues
           MOVE 0 TO WS-NB-CB-OUVERTS.
           MOVE 0 TO WS-MT-CB-OUVERTS.
           EXEC SQL
              SELECT COUNT(*), SUM(MONTANT)
              INTO :WS-NB-CB-OUVERTS,
                   :WS-MT-CB-OUVERTS :WS-NULL-IND-1
              FROM API8.CHARGEBACK
              WHERE STATUT_CB = 'E'
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-MT-CB-OUVERTS
           END-IF.

           MOVE WS-NB-CB-OUVERTS TO WS-NB-CB-EDIT.
           MOVE WS-MT-CB-OUVERTS TO WS-MT-EDIT-1.
           DISPLAY '----------------------------------------------'.
           DISPLAY '  CHARGEBACKS OUVERTS      : ' WS-NB-CB-EDIT
              ' POUR ' WS-MT-EDIT-1.

       1500-EDITER-CHARGEBACKS-EXIT.
           EXIT.

       6000-OPEN-AUTTOT.
           OPEN INPUT FAUTTOT.
           IF FS-FAUTTOT NOT = '00'
