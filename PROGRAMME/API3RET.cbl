      *    meme resaisie de CODE_CB (champ CONFCBI) qu'API8RET
       01  WS-SEUIL-2FA-RETRAIT    PIC S9(8)V99 COMP-3 VALUE 500.00.
       01  WS-CODE-CB-VERIF        PIC 9(4).
       01  WS-NB-CB-VERIF          PIC S9(9) COMP.

      *    Le CODE_CB n'est plus range en clair : le code resaisi est
      *    condense avec le sel du compte (service API8EMPR) et
      *    compare a l'empreinte EMPREINTE_CB
       01  WS-SEL-NULL-IND         PIC S9(4) COMP.
       01  EMPR-ZONE.
           05  EMPR-ACTION         PIC X(1).
           05  EMPR-IDENTITE       PIC X(9).
           05  EMPR-SECRET         PIC X(8).
           05  EMPR-SEL            PIC X(8).
           05  EMPR-EMPREINTE      PIC X(18).

      *    Solde disponible : le solde comptable
      *    diminue des credits a date de valeur future (API8.
                 MOVE 'CONFIRMATION CODE CB REQUISE' TO MESRETO
              ELSE
                 MOVE CONFCBI TO WS-CODE-CB-VERIF
                 MOVE SPACES TO EMPR-SEL
                 EXEC SQL
                    SELECT MIN(SEL_CB)
                    INTO :EMPR-SEL :WS-SEL-NULL-IND
                    FROM API3.COMPTE
                    WHERE ID_CLIENT = :WS-COMMUNICATION-AREA
                 END-EXEC
                 IF WS-SEL-NULL-IND = -1
                    MOVE SPACES TO EMPR-SEL
                 END-IF
                 MOVE 'C' TO EMPR-ACTION
                 MOVE SPACES TO EMPR-IDENTITE
                 MOVE WS-CODE-CB-VERIF TO EMPR-SECRET
                 CALL 'API8EMPR' USING EMPR-ZONE
      *          Forme COUNT : un client multi-comptes porte la meme
      *          empreinte sur tous ses comptes (API8CPTN)
                 MOVE 0 TO WS-NB-CB-VERIF
                 EXEC SQL
                    SELECT COUNT(*)
                    INTO :WS-NB-CB-VERIF
                    FROM API3.COMPTE
                    WHERE ID_CLIENT = :WS-COMMUNICATION-AREA
                      AND EMPREINTE_CB = :EMPR-EMPREINTE
                 END-EXEC
                 IF WS-NB-CB-VERIF = 0
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'CODE CB DE CONFIRMATION INCORRECT' TO MESRETO
                 END-IF
