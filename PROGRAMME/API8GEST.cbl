      *         repli 500) : au-dela du plafond le geste est refuse,
      *         sauf override par un second operateur superviseur,
      *         lui-meme trace
      *       - le montant est controle contre la limite
      *         d'autorite du demandeur (service API8LIMO, nature
      *         GST) : au-dela, le geste exige l'override d'un
      *         second operateur superviseur dont la propre limite
      *         couvre le montant
      *    Le rapport mensuel par agence et motif est edite par
      *    API8GESR.
      *===============================================================
       01  WS-ACTIF-OPER             PIC X(1).
       01  WS-ROLE-SUPERV            PIC X(1).

      *    Zone d'appel du service des limites d'autorite API8LIMO
       01  LIMO-ZONE.
           05  LIMO-OPERATEUR     PIC X(8).
           05  LIMO-NATURE        PIC X(3).
           05  LIMO-MONTANT       PIC S9(8)V99 COMP-3.
           05  LIMO-PLAFOND       PIC S9(8)V99 COMP-3.
           05  LIMO-CODE-RETOUR   PIC X(1).

       01  WS-NB-GESTES-DEJA         PIC S9(9) COMP.
       01  WS-ID-GESTE               PIC S9(9) COMP.
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.
           PERFORM 2000-CONTROLER-BUDGET
              THRU 2000-CONTROLER-BUDGET-EXIT.

           PERFORM 2500-CONTROLER-LIMITE
              THRU 2500-CONTROLER-LIMITE-EXIT.

           PERFORM 3000-POSTER-GESTE
              THRU 3000-POSTER-GESTE-EXIT.

                 DISPLAY 'OVERRIDE PAR UN SECOND OPERATEUR REQUIS'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              ELSE
                 DISPLAY 'BUDGET DE GESTE DEPASSE'
                 PERFORM 2100-CONTROLER-OVERRIDE
                    THRU 2100-CONTROLER-OVERRIDE-EXIT
              END-IF
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           DISPLAY 'OVERRIDE ACCORDE PAR ' WS-ID-OVERRIDE.

       2100-CONTROLER-OVERRIDE-EXIT.
           EXIT.

       2500-CONTROLER-LIMITE.
      *    Limite d'autorite du demandeur ; au-dela, le geste part a
      *    l'approbation d'un operateur de limite superieure - le
      *    second operateur d'override, dont la limite est controlee
      *    a son tour
           MOVE WS-ID-OPERATEUR TO LIMO-OPERATEUR.
           MOVE 'GST' TO LIMO-NATURE.
           MOVE WS-MONTANT-GESTE TO LIMO-MONTANT.
           CALL 'API8LIMO' USING LIMO-ZONE.

           IF LIMO-CODE-RETOUR = 'E'
              DISPLAY 'OPERATEUR DEMANDEUR INCONNU OU INACTIF : '
                 WS-ID-OPERATEUR
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF LIMO-CODE-RETOUR = '0'
              GO TO 2500-CONTROLER-LIMITE-EXIT
           END-IF.

           MOVE LIMO-PLAFOND TO WS-MONTANT-EDIT.
           DISPLAY 'GESTE AU-DELA DE LA LIMITE DU DEMANDEUR '
              WS-MONTANT-EDIT.
           IF WS-ID-OVERRIDE = SPACES
              DISPLAY 'OVERRIDE PAR UN OPERATEUR DE LIMITE SUPERIEURE '
                 'REQUIS'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 2100-CONTROLER-OVERRIDE
              THRU 2100-CONTROLER-OVERRIDE-EXIT.

           MOVE WS-ID-OVERRIDE TO LIMO-OPERATEUR.
           CALL 'API8LIMO' USING LIMO-ZONE.
           IF LIMO-CODE-RETOUR NOT = '0'
              DISPLAY 'LIMITE INSUFFISANTE POUR L''OVERRIDE : '
                 WS-ID-OVERRIDE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       2500-CONTROLER-LIMITE-EXIT.
           EXIT.

       3000-POSTER-GESTE.
           EXEC SQL
              UPDATE API8.COMPTE
