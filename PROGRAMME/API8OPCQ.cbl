       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8OPCQ.
      *===============================================================
      *    BATCH DE POSE / LEVEE D'OPPOSITION SUR CHEQUE
      *    Un client qui perd son carnet n'avait que la verification
      *    positive API8CHQV pour le proteger : un numero d'un carnet
      *    livre et pas encore paye passait. Saisi au guichet a la
      *    demande du client, ce batch tient le registre des
      *    oppositions API8.OPPOCHQ (SYSIN) :
      *       POSE id-compte motif operateur portee numero [fin]
      *            motif   : P perte, V vol, F utilisation
      *                      frauduleuse
      *            portee  : C un cheque (numero), P une plage
      *                      (numero a fin), N un carnet entier
      *                      (numero = ID_CARNET d'API8.CARNETCHQ)
      *       LEVE id-opposition operateur
      *    Chaque opposition porte son motif, sa date et l'operateur
      *    de pose (et de levee) ; une opposition active fait
      *    rejeter par API8CHQP tout cheque presente dans sa plage
      *    (code motif 11). Pose et levee sont tracees sur
      *    API8.AUDITLOG.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE            PIC X(80).
       01  WS-PARAM-ACTION            PIC X(4).
       01  WS-PARAM-COMPTE            PIC X(9).
       01  WS-PARAM-MOTIF             PIC X(1).
       01  WS-PARAM-OPERATEUR         PIC X(8).
       01  WS-PARAM-PORTEE            PIC X(1).
       01  WS-PARAM-NUMERO            PIC X(9).
       01  WS-PARAM-FIN               PIC X(9).

      *    Opposition a poser ou a lever
       01  WS-ID-OPPO-CHQ             PIC S9(9) COMP.
       01  WS-ID-COMPTE-OPPO          PIC S9(9) COMP.
       01  WS-ID-CLIENT-OPPO          PIC S9(9) COMP.
       01  WS-NUM-DEBUT               PIC S9(7) COMP.
       01  WS-NUM-FIN                 PIC S9(7) COMP.
       01  WS-ID-CARNET               PIC S9(9) COMP.
       01  WS-NB-ACTIVES              PIC S9(9) COMP.
       01  WS-NUM-EDIT                PIC 9(7).
       01  WS-NUM-FIN-EDIT            PIC 9(7).
       01  WS-ID-EDIT                 PIC 9(9).

      *    Piste d'audit : meme convention qu'API8OPPO
       01  WS-ID-AUDIT                PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT         PIC X(30).
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG      PIC S9(9) COMP VALUE 72.
       01  I                 PIC 99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           EXEC SQL
              SET CURRENT SQLID = 'API8'
           END-EXEC.

           EXEC SQL
              WHENEVER SQLERROR GOTO 9998-ERROR-DB2
           END-EXEC.

           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           MOVE SPACES TO WS-PARAM-ACTION.
           MOVE SPACES TO WS-PARAM-COMPTE.
           MOVE SPACES TO WS-PARAM-MOTIF.
           MOVE SPACES TO WS-PARAM-OPERATEUR.
           MOVE SPACES TO WS-PARAM-PORTEE.
           MOVE SPACES TO WS-PARAM-NUMERO.
           MOVE SPACES TO WS-PARAM-FIN.

           EVALUATE WS-PARAM-SAISIE(1:4)
              WHEN 'POSE'
                 UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
                    INTO WS-PARAM-ACTION, WS-PARAM-COMPTE,
                         WS-PARAM-MOTIF, WS-PARAM-OPERATEUR,
                         WS-PARAM-PORTEE, WS-PARAM-NUMERO,
                         WS-PARAM-FIN
                 PERFORM 1000-POSER-OPPOSITION
                    THRU 1000-POSER-OPPOSITION-EXIT
              WHEN 'LEVE'
      *          LEVE id-opposition operateur : l'identifiant de
      *          l'opposition passe par la zone du compte
                 UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
                    INTO WS-PARAM-ACTION, WS-PARAM-COMPTE,
                         WS-PARAM-OPERATEUR
                 PERFORM 2000-LEVER-OPPOSITION
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-SAISIE(1:4)
                 DISPLAY 'ACTIONS ADMISES : POSE / LEVE'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-POSER-OPPOSITION.
           IF WS-PARAM-OPERATEUR = SPACES
              DISPLAY 'OPERATEUR DE SAISIE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-PARAM-MOTIF NOT = 'P' AND WS-PARAM-MOTIF NOT = 'V'
              AND WS-PARAM-MOTIF NOT = 'F'
              DISPLAY 'MOTIF INCONNU : ' WS-PARAM-MOTIF
              DISPLAY 'MOTIFS ADMIS : P (PERTE) V (VOL) F (FRAUDE)'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE FUNCTION NUMVAL(WS-PARAM-COMPTE)
              TO WS-ID-COMPTE-OPPO.

           EXEC SQL
              SELECT ID_CLIENT
              INTO :WS-ID-CLIENT-OPPO
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-OPPO
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'COMPTE INCONNU : ' WS-PARAM-COMPTE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Plage frappee d'opposition selon la portee
           EVALUATE WS-PARAM-PORTEE
              WHEN 'C'
                 MOVE FUNCTION NUMVAL(WS-PARAM-NUMERO)
                    TO WS-NUM-DEBUT
                 MOVE WS-NUM-DEBUT TO WS-NUM-FIN
              WHEN 'P'
                 MOVE FUNCTION NUMVAL(WS-PARAM-NUMERO)
                    TO WS-NUM-DEBUT
                 MOVE FUNCTION NUMVAL(WS-PARAM-FIN)
                    TO WS-NUM-FIN
              WHEN 'N'
                 PERFORM 1100-LIRE-CARNET
              WHEN OTHER
                 DISPLAY 'PORTEE INCONNUE : ' WS-PARAM-PORTEE
                 DISPLAY 'PORTEES ADMISES : C (CHEQUE) P (PLAGE) '
                    'N (CARNET)'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           IF WS-NUM-DEBUT NOT > 0 OR WS-NUM-FIN < WS-NUM-DEBUT
              DISPLAY 'PLAGE DE NUMEROS INVALIDE : '
                 WS-PARAM-NUMERO ' ' WS-PARAM-FIN
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Une opposition deja active sur la meme plage n'est pas
      *    doublee
           MOVE 0 TO WS-NB-ACTIVES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-ACTIVES
              FROM API8.OPPOCHQ
              WHERE ID_COMPTE = :WS-ID-COMPTE-OPPO
                AND NUM_DEBUT = :WS-NUM-DEBUT
                AND NUM_FIN = :WS-NUM-FIN
                AND STATUT_OPPO = 'A'
           END-EXEC.

           IF WS-NB-ACTIVES > 0
              DISPLAY 'OPPOSITION DEJA ACTIVE SUR CETTE PLAGE'
              GO TO 1000-POSER-OPPOSITION-EXIT
           END-IF.

           MOVE 'OPPOCHQ' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPPOSITION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPPO-CHQ.

           EXEC SQL
              INSERT INTO API8.OPPOCHQ
                 (ID_OPPO_CHQ, ID_COMPTE, PORTEE, NUM_DEBUT, NUM_FIN,
                  MOTIF_OPPO, DATE_OPPO, HEURE_OPPO, OPERATEUR_POSE,
                  STATUT_OPPO)
              VALUES
                 (:WS-ID-OPPO-CHQ, :WS-ID-COMPTE-OPPO,
                  :WS-PARAM-PORTEE, :WS-NUM-DEBUT, :WS-NUM-FIN,
                  :WS-PARAM-MOTIF, CURRENT DATE, CURRENT TIME,
                  :WS-PARAM-OPERATEUR, 'A')
           END-EXEC.

           MOVE 'OPPOSITION CHEQUE POSEE' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           MOVE WS-ID-OPPO-CHQ TO WS-ID-EDIT.
           DISPLAY 'OPPOSITION POSEE : ' WS-ID-EDIT.
           DISPLAY 'COMPTE           : ' WS-PARAM-COMPTE.
           MOVE WS-NUM-DEBUT TO WS-NUM-EDIT.
           MOVE WS-NUM-FIN TO WS-NUM-FIN-EDIT.
           DISPLAY 'NUMEROS          : ' WS-NUM-EDIT ' A '
              WS-NUM-FIN-EDIT.
           DISPLAY 'MOTIF            : ' WS-PARAM-MOTIF.

       1000-POSER-OPPOSITION-EXIT.
           EXIT.

       1100-LIRE-CARNET.
      *    Carnet entier : la plage est celle du registre des
      *    carnets, commande ou deja livre (un carnet vole en cours
      *    d'acheminement est aussi couvert)
           MOVE FUNCTION NUMVAL(WS-PARAM-NUMERO) TO WS-ID-CARNET.

           EXEC SQL
              SELECT SERIE_DEBUT, SERIE_FIN
              INTO :WS-NUM-DEBUT, :WS-NUM-FIN
              FROM API8.CARNETCHQ
              WHERE ID_CARNET = :WS-ID-CARNET
                AND ID_COMPTE = :WS-ID-COMPTE-OPPO
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'CARNET INCONNU POUR CE COMPTE : '
                 WS-PARAM-NUMERO
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       2000-LEVER-OPPOSITION.
      *    Levee a la demande du client (cheque retrouve) : la ligne
      *    reste au registre, statut 'L', date et operateur de
      *    levee
           IF WS-PARAM-OPERATEUR = SPACES
              DISPLAY 'OPERATEUR DE LEVEE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE FUNCTION NUMVAL(WS-PARAM-COMPTE)
              TO WS-ID-OPPO-CHQ.

           EXEC SQL
              SELECT C.ID_CLIENT
              INTO :WS-ID-CLIENT-OPPO
              FROM API8.OPPOCHQ O, API8.COMPTE C
              WHERE O.ID_OPPO_CHQ = :WS-ID-OPPO-CHQ
                AND O.STATUT_OPPO = 'A'
                AND C.ID_COMPTE = O.ID_COMPTE
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'AUCUNE OPPOSITION ACTIVE : ' WS-PARAM-COMPTE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              UPDATE API8.OPPOCHQ
              SET STATUT_OPPO = 'L',
                  DATE_LEVEE = CURRENT DATE,
                  OPERATEUR_LEVEE = :WS-PARAM-OPERATEUR
              WHERE ID_OPPO_CHQ = :WS-ID-OPPO-CHQ
                AND STATUT_OPPO = 'A'
           END-EXEC.

           MOVE 'OPPOSITION CHEQUE LEVEE' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.
           DISPLAY 'OPPOSITION LEVEE : ' WS-PARAM-COMPTE.

       1500-TRACER-AUDIT.
           EXEC SQL
              SELECT MAX(ID_AUDIT)
              INTO :WS-ID-AUDIT :WS-NULL-INDICATOR
              FROM API8.AUDITLOG
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-AUDIT
           ELSE
              ADD 1 TO WS-ID-AUDIT
           END-IF.

           EXEC SQL
              INSERT INTO API8.AUDITLOG
                 (ID_AUDIT, ID_CLIENT, PROGRAMME, EVENEMENT,
                  ID_OPERATEUR, DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, :WS-ID-CLIENT-OPPO, 'API8OPCQ',
                  :WS-AUDIT-EVENEMENT, :WS-PARAM-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
            CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG.
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               DISPLAY ERR-TXT (I)
            END-PERFORM.

            PERFORM 9999-ERREUR-PROGRAMME-DEB
               THRU 9999-ERREUR-PROGRAMME-FIN.

      *
       9999-FIN-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8OPCQ        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8OPCQ       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
