      *    recent cote API8 (depot) se cumulent au lieu que le second
      *    passage n'ecrase le premier. Les operations absentes d'un
      *    cote sont recopiees de l'autre.
      *    Le code de la carte suit le compte sous sa forme protegee
      *    (sel SEL_CB et empreinte EMPREINTE_CB, service API8EMPR) :
      *    CODE_CB n'est plus porteur du code en clair.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ID-COMPTE-CUR      PIC S9(9) COMP.
       01  WS-ID-CLIENT-CUR      PIC S9(9) COMP.
       01  WS-CODE-CB-CUR        PIC S9(9) COMP.
       01  WS-SEL-CB-CUR         PIC X(8).
       01  WS-SEL-CB-IND         PIC S9(4) COMP.
       01  WS-EMPREINTE-CB-CUR   PIC X(18).
       01  WS-EMPREINTE-CB-IND   PIC S9(4) COMP.
       01  WS-SOLDE-CUR          PIC S9(8)V99 COMP-3.
       01  WS-NOM-CUR            PIC X(10).
       01  WS-PRENOM-CUR         PIC X(15).
       2000-SYNC-COMPTE-VERS-API3.
           EXEC SQL
              DECLARE CCPTAPI8 CURSOR WITH HOLD FOR
              SELECT ID_COMPTE, ID_CLIENT, CODE_CB, SEL_CB,
                     EMPREINTE_CB, SOLDE
              FROM API8.COMPTE
              WHERE ID_COMPTE > :WS-CLE-DEBUT
              ORDER BY ID_COMPTE
           EXEC SQL
              FETCH CCPTAPI8
              INTO :WS-ID-COMPTE-CUR, :WS-ID-CLIENT-CUR,
                   :WS-CODE-CB-CUR, :WS-SEL-CB-CUR :WS-SEL-CB-IND,
                   :WS-EMPREINTE-CB-CUR :WS-EMPREINTE-CB-IND,
                   :WS-SOLDE-CUR
           END-EXEC.

           IF SQLCODE = 0
              IF SQLCODE = 100
                 EXEC SQL
                    INSERT INTO API3.COMPTE
                       (ID_COMPTE, ID_CLIENT, CODE_CB, SEL_CB,
                        EMPREINTE_CB, SOLDE)
                    VALUES
                       (:WS-ID-COMPTE-CUR, :WS-ID-CLIENT-CUR,
                        :WS-CODE-CB-CUR,
                        :WS-SEL-CB-CUR :WS-SEL-CB-IND,
                        :WS-EMPREINTE-CB-CUR :WS-EMPREINTE-CB-IND,
                        :WS-SOLDE-CUR)
                 END-EXEC
                 ADD 1 TO WS-NB-CPT-VERS-API3
              END-IF
       2100-SYNC-COMPTE-VERS-API8.
           EXEC SQL
              DECLARE CCPTAPI3 CURSOR WITH HOLD FOR
              SELECT ID_COMPTE, ID_CLIENT, CODE_CB, SEL_CB,
                     EMPREINTE_CB, SOLDE
              FROM API3.COMPTE
              WHERE ID_COMPTE > :WS-CLE-DEBUT
              ORDER BY ID_COMPTE
           EXEC SQL
              FETCH CCPTAPI3
              INTO :WS-ID-COMPTE-CUR, :WS-ID-CLIENT-CUR,
                   :WS-CODE-CB-CUR, :WS-SEL-CB-CUR :WS-SEL-CB-IND,
                   :WS-EMPREINTE-CB-CUR :WS-EMPREINTE-CB-IND,
                   :WS-SOLDE-CUR
           END-EXEC.

           IF SQLCODE = 0
      *          '0001', produit 'STD')
                 EXEC SQL
                    INSERT INTO API8.COMPTE
                       (ID_COMPTE, ID_CLIENT, CODE_CB, SEL_CB,
                        EMPREINTE_CB, SOLDE, CODE_AGENCE, TYPE_COMPTE)
                    VALUES
                       (:WS-ID-COMPTE-CUR, :WS-ID-CLIENT-CUR,
                        :WS-CODE-CB-CUR,
                        :WS-SEL-CB-CUR :WS-SEL-CB-IND,
                        :WS-EMPREINTE-CB-CUR :WS-EMPREINTE-CB-IND,
                        :WS-SOLDE-CUR, '0001', 'STD')
                 END-EXEC
                 ADD 1 TO WS-NB-CPT-VERS-API8
              END-IF
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8SYNC        '
            DISPLAY '*     CLIENTS VERS API3 : ' WS-NB-CLI-VERS-API3
            DISPLAY '*     CLIENTS VERS API8 : ' WS-NB-CLI-VERS-API8
            DISPLAY '*     COMPTES CREES VERS API3 : '
               WS-NB-CPT-VERS-API3
            DISPLAY '*     COMPTES CREES VERS API8 : '
               WS-NB-CPT-VERS-API8
            DISPLAY '*     SOLDES RAPPROCHES : ' WS-NB-CPT-SOLDE-SYNC
            DISPLAY '*     OPERATIONS VERS API8 : ' WS-NB-OPE-VERS-API8
            DISPLAY '==============================================*'.
