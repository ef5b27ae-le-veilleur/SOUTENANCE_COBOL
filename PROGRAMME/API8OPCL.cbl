       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8OPCL.
      *===============================================================
      *    LISTE MENSUELLE DES OPPOSITIONS CHEQUE RENCONTREES
      *    Edite, pour le mois traite, chaque presentation en
      *    compensation (API8CHQP) d'un cheque frappe d'opposition
      *    (registre API8.OPPOCHQ tenu par API8OPCQ), tracee sur
      *    API8.PRESOPPCHQ : opposition, compte, motif, plage,
      *    statut actuel de l'opposition, numero et montant du
      *    cheque presente, banque presentatrice et date. Sert au
      *    suivi de la fraude et au rappel des clients concernes.
      *    Mois traite : carte SYSIN AAAAMM, a defaut le mois de la
      *    date comptable ouverte (API8.DATEBANQUE).
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    Carte SYSIN facultative : mois AAAAMM a editer
       01  WS-PARAM-MOIS             PIC X(6).
       01  WS-MOIS-TRAITE            PIC X(6).
       01  WS-DATE-DEBUT             PIC X(8).
       01  WS-DATE-FIN               PIC X(8).

      *    Date comptable du jour bancaire ouvert ; repli sur la
      *    date systeme tant que la table n'est pas amorcee
       01  WS-DATE-COMPTABLE         PIC X(8).

      *    Presentation lue par le curseur
       01  WS-ID-OPPO-CHQ            PIC S9(9) COMP.
       01  WS-ID-COMPTE-CUR          PIC S9(9) COMP.
       01  WS-MOTIF-OPPO             PIC X(1).
       01  WS-STATUT-OPPO            PIC X(1).
       01  WS-NUM-DEBUT              PIC S9(7) COMP.
       01  WS-NUM-FIN                PIC S9(7) COMP.
       01  WS-NUM-CHEQUE             PIC S9(7) COMP.
       01  WS-MONTANT-PRES           PIC S9(8)V99 COMP-3.
       01  WS-BANQUE                 PIC X(10).
       01  WS-DATE-PRES              PIC X(10).

       01  WS-ID-OPPO-PREC           PIC S9(9) COMP VALUE 0.

       01  WS-ID-EDIT                PIC 9(9).
       01  WS-COMPTE-EDIT            PIC 9(9).
       01  WS-NUM-DEBUT-EDIT         PIC 9(7).
       01  WS-NUM-FIN-EDIT           PIC 9(7).
       01  WS-NUM-CHEQUE-EDIT        PIC 9(7).
       01  WS-MONTANT-EDIT           PIC -(10)9,99.
       01  WS-TOTAL-PRESENTE         PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-NB-PRESENTATIONS       PIC 9(7) VALUE 0.
       01  WS-NB-OPPOSITIONS         PIC 9(7) VALUE 0.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

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

           PERFORM 0400-JOURNAL-DEBUT
              THRU 0400-JOURNAL-DEBUT-EXIT.

           PERFORM 0450-LIRE-DATE-COMPTABLE
              THRU 0450-LIRE-DATE-COMPTABLE-EXIT.

           MOVE SPACES TO WS-PARAM-MOIS.
           ACCEPT WS-PARAM-MOIS FROM SYSIN.
           IF WS-PARAM-MOIS IS NUMERIC
              MOVE WS-PARAM-MOIS TO WS-MOIS-TRAITE
           ELSE
              MOVE WS-DATE-COMPTABLE(1:6) TO WS-MOIS-TRAITE
           END-IF.

           MOVE SPACES TO WS-DATE-DEBUT.
           STRING WS-MOIS-TRAITE '01'
              DELIMITED BY SIZE INTO WS-DATE-DEBUT.
           MOVE SPACES TO WS-DATE-FIN.
           STRING WS-MOIS-TRAITE '31'
              DELIMITED BY SIZE INTO WS-DATE-FIN.

           DISPLAY '=============================================='
           DISPLAY '*   OPPOSITIONS CHEQUE RENCONTREES - '
              WS-MOIS-TRAITE
           DISPLAY '=============================================='.

           EXEC SQL
              DECLARE COPCHQ CURSOR FOR
              SELECT O.ID_OPPO_CHQ, O.ID_COMPTE, O.MOTIF_OPPO,
                     O.STATUT_OPPO, O.NUM_DEBUT, O.NUM_FIN,
                     P.NUM_CHEQUE, P.MONTANT,
                     VALUE(P.BANQUE_PRESENTATRICE, ' '),
                     CHAR(P.DATE_PRESENTATION)
              FROM API8.PRESOPPCHQ P, API8.OPPOCHQ O
              WHERE O.ID_OPPO_CHQ = P.ID_OPPO_CHQ
                AND P.DATE_PRESENTATION BETWEEN :WS-DATE-DEBUT
                                            AND :WS-DATE-FIN
              ORDER BY O.ID_OPPO_CHQ, P.DATE_PRESENTATION,
                       P.NUM_CHEQUE
           END-EXEC.

           EXEC SQL
              OPEN COPCHQ
           END-EXEC.

           PERFORM 1000-EDITER-PRESENTATION
              THRU 1000-EDITER-PRESENTATION-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE COPCHQ
           END-EXEC.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0450-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
           MOVE SPACES TO WS-DATE-COMPTABLE.
           EXEC SQL
              SELECT DATE_COMPTABLE
              INTO :WS-DATE-COMPTABLE
              FROM API8.DATEBANQUE
              WHERE ETAT = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DATE-COMPTABLE = SPACES
              ACCEPT WS-DATE-COMPTABLE FROM DATE YYYYMMDD
           END-IF.
           MOVE 0 TO SQLCODE.

       0450-LIRE-DATE-COMPTABLE-EXIT.
           EXIT.

       1000-EDITER-PRESENTATION.
           EXEC SQL
              FETCH COPCHQ
              INTO :WS-ID-OPPO-CHQ, :WS-ID-COMPTE-CUR,
                   :WS-MOTIF-OPPO, :WS-STATUT-OPPO,
                   :WS-NUM-DEBUT, :WS-NUM-FIN,
                   :WS-NUM-CHEQUE, :WS-MONTANT-PRES,
                   :WS-BANQUE, :WS-DATE-PRES
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-EDITER-PRESENTATION-EXIT
           END-IF.

      *    Rupture sur l'opposition : une ligne d'entete par
      *    opposition, puis ses presentations du mois
           IF WS-ID-OPPO-CHQ NOT = WS-ID-OPPO-PREC
              MOVE WS-ID-OPPO-CHQ TO WS-ID-OPPO-PREC
              MOVE WS-ID-OPPO-CHQ TO WS-ID-EDIT
              MOVE WS-ID-COMPTE-CUR TO WS-COMPTE-EDIT
              MOVE WS-NUM-DEBUT TO WS-NUM-DEBUT-EDIT
              MOVE WS-NUM-FIN TO WS-NUM-FIN-EDIT
              DISPLAY '----------------------------------------------'
              DISPLAY 'OPPOSITION ' WS-ID-EDIT
                 ' COMPTE ' WS-COMPTE-EDIT
                 ' MOTIF ' WS-MOTIF-OPPO
                 ' STATUT ' WS-STATUT-OPPO
              DISPLAY '   NUMEROS ' WS-NUM-DEBUT-EDIT
                 ' A ' WS-NUM-FIN-EDIT
              ADD 1 TO WS-NB-OPPOSITIONS
           END-IF.

           MOVE WS-NUM-CHEQUE TO WS-NUM-CHEQUE-EDIT.
           MOVE WS-MONTANT-PRES TO WS-MONTANT-EDIT.
           DISPLAY '   CHEQUE ' WS-NUM-CHEQUE-EDIT
              ' MONTANT ' WS-MONTANT-EDIT
              ' BANQUE ' WS-BANQUE
              ' LE ' WS-DATE-PRES.

           ADD WS-MONTANT-PRES TO WS-TOTAL-PRESENTE.
           ADD 1 TO WS-NB-PRESENTATIONS.

       1000-EDITER-PRESENTATION-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           MOVE 'JOURNALBATCH' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO JOURNAL IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-JOURNAL.

           EXEC SQL
              INSERT INTO API8.JOURNALBATCH
                 (ID_JOURNAL, NOM_PROGRAMME, DATE_EXECUTION,
                  HEURE_DEBUT, STATUT_EXEC)
              VALUES
                 (:WS-ID-JOURNAL, 'API8OPCL', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
           EXIT.

       9000-JOURNAL-FIN.
      *    Verrou a un seul passage : une erreur DB2 dans cette mise
      *    a jour repasserait par 9998 puis par ici - on ne tente la
      *    cloture du journal qu'une fois
           IF WS-JRN-SOLDE = 'Y'
              GO TO 9000-JOURNAL-FIN-EXIT
           END-IF.
           MOVE 'Y' TO WS-JRN-SOLDE.

           EXEC SQL
              UPDATE API8.JOURNALBATCH
              SET HEURE_FIN = CURRENT TIME,
                  NB_LUS = :WS-JRN-LUS,
                  NB_ECRITS = :WS-JRN-ECRITS,
                  NB_REJETES = :WS-JRN-REJETES,
                  CODE_RETOUR = :WS-JRN-RC,
                  STATUT_EXEC = 'T'
              WHERE ID_JOURNAL = :WS-ID-JOURNAL
           END-EXEC.

       9000-JOURNAL-FIN-EXIT.
           EXIT.

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
            MOVE WS-NB-PRESENTATIONS TO WS-JRN-LUS.
            MOVE WS-NB-PRESENTATIONS TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8OPCL        '
            DISPLAY '   OPPOSITIONS RENCONTREES : ' WS-NB-OPPOSITIONS
            DISPLAY '   CHEQUES PRESENTES       : ' WS-NB-PRESENTATIONS
            MOVE WS-TOTAL-PRESENTE TO WS-MONTANT-EDIT
            DISPLAY '   MONTANT PRESENTE        : ' WS-MONTANT-EDIT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-PRESENTATIONS TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8OPCL       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
