       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8OFFR.
      *===============================================================
      *    BATCH DE SIGNATURE / RETRACTATION DES OFFRES DE PRET
      *    L'ecran API8PRET emet l'offre prealable (API8.PRET statut
      *    'O') sans verser le capital. Saisi au guichet au retour
      *    de l'offre, ce batch fait vivre l'offre (SYSIN) :
      *       SIGNE    id-pret operateur
      *                offre acceptee et signee ce jour : statut 'V'
      *                et DATE_SIGNATURE ; le delai legal de
      *                retractation (API8.PARAMETRE
      *                DELAI_RETRACTATION, repli 14 jours) court a
      *                compter de cette date
      *       RETRACTE id-pret operateur
      *                retractation du client (ou refus de l'offre
      *                non signee) : statut 'R', DATE_RETRACTATION ;
      *                aucune ecriture n'est passee, le capital
      *                n'ayant pas ete verse
      *    Le capital d'une offre signee est verse par API8DBLP a
      *    l'expiration du delai ; une retractation hors delai est
      *    refusee. Signature et retractation sont tracees sur
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
       01  WS-PARAM-ACTION            PIC X(8).
       01  WS-PARAM-PRET              PIC X(9).
       01  WS-PARAM-OPERATEUR         PIC X(8).

      *    Offre traitee
       01  WS-ID-PRET                 PIC S9(9) COMP.
       01  WS-ID-CLIENT-PRET          PIC S9(9) COMP.
       01  WS-STATUT-PRET             PIC X(1).
           88 OFFRE-EMISE                     VALUE 'O'.
           88 OFFRE-SIGNEE                    VALUE 'V'.
       01  WS-NB-HORS-DELAI           PIC S9(9) COMP.

      *    Delai legal de retractation - repli 14 jours si
      *    API8.PARAMETRE n'a pas de ligne DELAI_RETRACTATION
       01  WS-DELAI-RETRACTATION      PIC S9(4) COMP VALUE 14.

      *    Piste d'audit : meme convention qu'API8OPPO
       01  WS-ID-AUDIT                PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT         PIC X(30).
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.

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
           MOVE SPACES TO WS-PARAM-PRET.
           MOVE SPACES TO WS-PARAM-OPERATEUR.

           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-ACTION, WS-PARAM-PRET,
                   WS-PARAM-OPERATEUR.

           IF WS-PARAM-OPERATEUR = SPACES
              DISPLAY 'OPERATEUR DE SAISIE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 0500-LIRE-OFFRE.

           EVALUATE WS-PARAM-ACTION
              WHEN 'SIGNE'
                 PERFORM 1000-SIGNER-OFFRE
              WHEN 'RETRACTE'
                 PERFORM 2000-RETRACTER-OFFRE
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : SIGNE / RETRACTE'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-LIRE-OFFRE.
           MOVE FUNCTION NUMVAL(WS-PARAM-PRET) TO WS-ID-PRET.

           EXEC SQL
              SELECT ID_CLIENT, STATUT_PRET
              INTO :WS-ID-CLIENT-PRET, :WS-STATUT-PRET
              FROM API8.PRET
              WHERE ID_PRET = :WS-ID-PRET
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'PRET INCONNU : ' WS-PARAM-PRET
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-RETRACTATION
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'DELAI_RETRACTATION'
           END-EXEC.
           IF SQLCODE = 100
              MOVE 14 TO WS-DELAI-RETRACTATION
           END-IF.

       1000-SIGNER-OFFRE.
      *    Seule une offre emise et pas encore signee s'accepte
           IF NOT OFFRE-EMISE
              DISPLAY 'PRET ' WS-PARAM-PRET
                 ' PAS AU STATUT OFFRE EMISE : ' WS-STATUT-PRET
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              UPDATE API8.PRET
              SET STATUT_PRET = 'V',
                  DATE_SIGNATURE = CURRENT DATE,
                  OPERATEUR_SIGNATURE = :WS-PARAM-OPERATEUR
              WHERE ID_PRET = :WS-ID-PRET
                AND STATUT_PRET = 'O'
           END-EXEC.

           MOVE 'OFFRE DE PRET SIGNEE' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           DISPLAY 'OFFRE SIGNEE     : ' WS-PARAM-PRET.
           DISPLAY 'RETRACTATION     : ' WS-DELAI-RETRACTATION
              ' JOURS A COMPTER DE CE JOUR'.

       2000-RETRACTER-OFFRE.
      *    Retractation admise tant que le capital n'est pas verse :
      *    offre non signee, ou signee depuis moins du delai legal
           IF NOT OFFRE-EMISE AND NOT OFFRE-SIGNEE
              DISPLAY 'PRET ' WS-PARAM-PRET
                 ' DEJA VERSE OU CLOS, STATUT : ' WS-STATUT-PRET
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF OFFRE-SIGNEE
              MOVE 0 TO WS-NB-HORS-DELAI
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-HORS-DELAI
                 FROM API8.PRET
                 WHERE ID_PRET = :WS-ID-PRET
                   AND DATE_SIGNATURE < CURRENT DATE
                                     - :WS-DELAI-RETRACTATION DAYS
              END-EXEC
              IF WS-NB-HORS-DELAI > 0
                 DISPLAY 'DELAI DE RETRACTATION EXPIRE POUR LE PRET '
                    WS-PARAM-PRET
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
           END-IF.

           EXEC SQL
              UPDATE API8.PRET
              SET STATUT_PRET = 'R',
                  DATE_RETRACTATION = CURRENT DATE,
                  CAPITAL_RESTANT = 0
              WHERE ID_PRET = :WS-ID-PRET
                AND STATUT_PRET IN ('O', 'V')
           END-EXEC.

           MOVE 'RETRACTATION OFFRE DE PRET' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           DISPLAY 'OFFRE RETRACTEE  : ' WS-PARAM-PRET.
           DISPLAY 'AUCUNE ECRITURE PASSEE (CAPITAL NON VERSE)'.

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
                 (:WS-ID-AUDIT, :WS-ID-CLIENT-PRET, 'API8OFFR',
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8OFFR        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8OFFR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
