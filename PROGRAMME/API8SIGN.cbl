      *       R  recherche client   (habilitation ROLE_CONSULT)
      *       O  ouverture de compte (habilitation ROLE_ONBOARD)
      *       C  cloture de compte  (habilitation ROLE_CLOTURE)
      *       A  analyse des dossiers LCB-FT (API8LCBD, habilitation
      *          ROLE_SUPERV)
      *       Q  corbeille unifiee du back-office (API8CORB,
      *          habilitation ROLE_CONSULT)
      *       E  registre des pertes operationnelles (API8PRTS,
      *          habilitation ROLE_SUPERV)
      *    L'habilitation est controlee avant le depart, la connexion
      *    (reussie ou refusee) est tracee sur API8.AUDITLOG, et le
      *    jeton de session ('SIGN') part dans la commarea - les
      *    quand le parametre RECERT_ACTIVE vaut 1, un operateur sans
      *    attestation de son responsable sur le trimestre courant ou
      *    le precedent (API8.ATTESTOPER) est refuse a la connexion.
      *    Le mot de passe n'est plus lu en base : API8.OPERATEUR ne
      *    porte que le sel SEL_MDP et l'empreinte EMPREINTE_MDP, et
      *    le mot de passe saisi est condense avec ce sel (service
      *    API8EMPR) avant comparaison des empreintes.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-PER-TRIM            PIC 9(1).
       01  WS-NB-ATTESTS          PIC S9(9) COMP.
       01  WS-MOT-DE-PASSE        PIC X(8).
       01  WS-EMPREINTE-MDP       PIC X(18).
       01  EMPR-ZONE.
           05  EMPR-ACTION        PIC X(1).
           05  EMPR-IDENTITE      PIC X(9).
           05  EMPR-SECRET        PIC X(8).
           05  EMPR-SEL           PIC X(8).
           05  EMPR-EMPREINTE     PIC X(18).
       01  WS-ACTIF-OPER          PIC X(1).
       01  WS-ROLE-CONSULT        PIC X(1).
       01  WS-ROLE-ONBOARD        PIC X(1).
              AND FONCTIONI NOT = 'C' AND FONCTIONI NOT = 'L'
              AND FONCTIONI NOT = 'V' AND FONCTIONI NOT = 'S'
              AND FONCTIONI NOT = 'K' AND FONCTIONI NOT = 'P'
              AND FONCTIONI NOT = 'A' AND FONCTIONI NOT = 'Q'
              AND FONCTIONI NOT = 'E'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'FONCTION R/O/C, L, V, S, K, P, A, Q, E (PERTES)'
                 TO MESSGNO
           END-IF.


           EXEC SQL
              SELECT ACTIF, ROLE_CONSULT, ROLE_ONBOARD, ROLE_CLOTURE,
                     ROLE_SUPERV, SEL_MDP, EMPREINTE_MDP
              INTO :WS-ACTIF-OPER, :WS-ROLE-CONSULT,
                   :WS-ROLE-ONBOARD, :WS-ROLE-CLOTURE,
                   :WS-ROLE-SUPERV, :EMPR-SEL, :WS-EMPREINTE-MDP
              FROM API8.OPERATEUR
              WHERE ID_OPERATEUR = :WS-ID-OPERATEUR
           END-EXEC.

      *    Mot de passe faux : meme refus qu'un operateur inconnu,
      *    sans distinguer les deux cas a l'ecran
           IF SQLCODE = 0
              MOVE 'C' TO EMPR-ACTION
              MOVE WS-ID-OPERATEUR TO EMPR-IDENTITE
              MOVE WS-MOT-DE-PASSE TO EMPR-SECRET
              CALL 'API8EMPR' USING EMPR-ZONE
              IF EMPR-EMPREINTE NOT = WS-EMPREINTE-MDP
                 MOVE SPACE TO WS-ACTIF-OPER
              END-IF
           END-IF.

           IF SQLCODE NOT = 0 OR WS-ACTIF-OPER NOT = 'Y'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'OPERATEUR OU MOT DE PASSE INCORRECT' TO MESSGNO
                 WHEN 'P'
      *             La gouvernance des parametres : supervision
                    MOVE WS-ROLE-SUPERV TO WS-ROLE-ACCORDE
                 WHEN 'A'
      *             Les dossiers LCB-FT menent a la declaration de
      *             soupcon : supervision
                    MOVE WS-ROLE-SUPERV TO WS-ROLE-ACCORDE
                 WHEN 'Q'
      *             La corbeille se consulte en lecture ; ouverture
      *             d'un element et affectation y sont reservees a
      *             la supervision
                    MOVE WS-ROLE-CONSULT TO WS-ROLE-ACCORDE
                 WHEN 'E'
      *             Le registre des pertes alimente le rapport de
      *             risque operationnel : supervision
                    MOVE WS-ROLE-SUPERV TO WS-ROLE-ACCORDE
              END-EVALUATE

              IF WS-ROLE-ACCORDE NOT = 'Y'
                      COMMAREA(WS-COMM-RECH)
                      LENGTH(12)
                 END-EXEC
              WHEN 'A'
                 MOVE WS-ID-OPERATEUR TO WS-RECH-OPERATEUR
                 MOVE 'SIGN' TO WS-RECH-JETON
                 EXEC CICS XCTL PROGRAM('API8LCBD')
                      COMMAREA(WS-COMM-RECH)
                      LENGTH(12)
                 END-EXEC
              WHEN 'Q'
                 MOVE WS-ID-OPERATEUR TO WS-RECH-OPERATEUR
                 MOVE 'SIGN' TO WS-RECH-JETON
                 EXEC CICS XCTL PROGRAM('API8CORB')
                      COMMAREA(WS-COMM-RECH)
                      LENGTH(12)
                 END-EXEC
              WHEN 'E'
                 MOVE WS-ID-OPERATEUR TO WS-RECH-OPERATEUR
                 MOVE 'SIGN' TO WS-RECH-JETON
                 EXEC CICS XCTL PROGRAM('API8PRTS')
                      COMMAREA(WS-COMM-RECH)
                      LENGTH(12)
                 END-EXEC
           END-EVALUATE.

       1400-SEND-ECRAN-SIGN.
