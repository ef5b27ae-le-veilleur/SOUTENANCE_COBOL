       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8LIMO.
      *===============================================================
      *    SERVICE DES LIMITES D'AUTORITE PAR OPERATEUR
      *    Passer le controle d'habilitation d'API8SIGN ne donne plus
      *    une autorite illimitee : chaque nature d'operation porte un
      *    montant maximal, par role et au besoin par operateur,
      *    tenu sur API8.PARAMETRE - toute modification passe donc par
      *    le circuit de gouvernance quatre yeux API8PARM/API8PACT :
      *       LIMO_nnn_<operateur>   limite propre a un operateur
      *                              (prioritaire)
      *       LIMR_nnn_SUPERV        limite du role supervision
      *                              (OPERATEUR.ROLE_SUPERV = 'Y')
      *       LIMR_nnn_STANDARD      limite des autres operateurs
      *    avec nnn la nature :
      *       GUI  depot ou retrait especes au guichet (API8GUIT)
      *       RVL  liberation d'une operation retenue (API8RVAL)
      *       GST  geste commercial (API8GEST)
      *    Sans parametre a aucun des deux niveaux, la nature n'est
      *    pas limitee pour l'operateur.
      *    Au-dela de la limite l'operation n'est pas refusee par
      *    l'appelant : elle part a l'approbation d'un operateur de
      *    limite superieure (retenue API8.OPATTENTE liberee dans
      *    API8RVAL, override d'API8GEST).
      *
      *    Appel :  CALL 'API8LIMO' USING LIMO-ZONE
      *       LIMO-OPERATEUR         operateur qui engage l'operation
      *       LIMO-NATURE            'GUI', 'RVL' ou 'GST'
      *       LIMO-MONTANT           montant de l'operation
      *       LIMO-PLAFOND           limite appliquee (zero si aucune)
      *       LIMO-CODE-RETOUR       '0' dans la limite ou pas de
      *                              limite, 'D' limite depassee,
      *                              'E' operateur inconnu ou inactif
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-ID-OPERATEUR           PIC X(8).
       01  WS-ACTIF-OPER             PIC X(1).
       01  WS-ROLE-SUPERV            PIC X(1).
       01  WS-CODE-PARAM             PIC X(18).
       01  WS-VALEUR-LIMITE          PIC S9(8)V9(4) COMP-3.

       LINKAGE SECTION.
       01  LIMO-ZONE.
           05  LIMO-OPERATEUR         PIC X(8).
           05  LIMO-NATURE            PIC X(3).
           05  LIMO-MONTANT           PIC S9(8)V99 COMP-3.
           05  LIMO-PLAFOND           PIC S9(8)V99 COMP-3.
           05  LIMO-CODE-RETOUR       PIC X(1).

       PROCEDURE DIVISION USING LIMO-ZONE.

       0000-MAIN-PROCEDURE.
           MOVE 'E' TO LIMO-CODE-RETOUR.
           MOVE 0 TO LIMO-PLAFOND.

           MOVE LIMO-OPERATEUR TO WS-ID-OPERATEUR.
           MOVE SPACE TO WS-ACTIF-OPER.
           MOVE 'N' TO WS-ROLE-SUPERV.
           EXEC SQL
              SELECT ACTIF, ROLE_SUPERV
              INTO :WS-ACTIF-OPER, :WS-ROLE-SUPERV
              FROM API8.OPERATEUR
              WHERE ID_OPERATEUR = :WS-ID-OPERATEUR
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-ACTIF-OPER NOT = 'Y'
              GO TO 0000-MAIN-PROCEDURE-EXIT
           END-IF.

      *    Limite propre a l'operateur d'abord
           MOVE SPACES TO WS-CODE-PARAM.
           STRING 'LIMO_' LIMO-NATURE '_' WS-ID-OPERATEUR
              DELIMITED BY SIZE INTO WS-CODE-PARAM.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-VALEUR-LIMITE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = :WS-CODE-PARAM
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              GO TO 0000-MAIN-PROCEDURE-EXIT
           END-IF.

      *    Sinon la limite de son role
           IF SQLCODE = 100
              MOVE SPACES TO WS-CODE-PARAM
              IF WS-ROLE-SUPERV = 'Y'
                 STRING 'LIMR_' LIMO-NATURE '_SUPERV'
                    DELIMITED BY SIZE INTO WS-CODE-PARAM
              ELSE
                 STRING 'LIMR_' LIMO-NATURE '_STANDARD'
                    DELIMITED BY SIZE INTO WS-CODE-PARAM
              END-IF
              EXEC SQL
                 SELECT VALEUR_PARAM
                 INTO :WS-VALEUR-LIMITE
                 FROM API8.PARAMETRE
                 WHERE CODE_PARAM = :WS-CODE-PARAM
              END-EXEC
              IF SQLCODE = 100
                 MOVE '0' TO LIMO-CODE-RETOUR
                 GO TO 0000-MAIN-PROCEDURE-EXIT
              END-IF
              IF SQLCODE NOT = 0
                 GO TO 0000-MAIN-PROCEDURE-EXIT
              END-IF
           END-IF.

           MOVE WS-VALEUR-LIMITE TO LIMO-PLAFOND.
           IF LIMO-MONTANT > WS-VALEUR-LIMITE
              MOVE 'D' TO LIMO-CODE-RETOUR
           ELSE
              MOVE '0' TO LIMO-CODE-RETOUR
           END-IF.

       0000-MAIN-PROCEDURE-EXIT.
           GOBACK.
