       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8DIFF.
      *===============================================================
      *    BATCH DE FIN DE MOIS DES CARTES A DEBIT DIFFERE
      *    Les reglements des cartes en mode differe (API8CARP) sont
      *    cumules par API8AUTS sur API8.ENCOURSCARTE au lieu d'etre
      *    debites. Lance en fin de mois, apres le dernier lot de
      *    reglements et avant l'edition des releves API8RELV, le
      *    batch poste pour chaque compte un seul debit :
      *       - total des achats en attente (STATUT_ENC = 'E') dont
      *         le mois de debit est echu (MOIS_DEBIT <= mois traite)
      *       - solde du compte diminue du total et operation
      *         TYPE_OP 'C' libellee 'CARTE DEBIT DIFFERE AAAAMM'
      *       - les achats passent au statut 'D' (debites) avec le
      *         numero de l'operation et la date du debit - une
      *         relance ne les redebite pas
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

           EXEC SQL
              INCLUDE OPE
           END-EXEC.

      *    Carte SYSIN facultative : mois AAAAMM a debiter
       01  WS-PARAM-MOIS             PIC X(6).
       01  WS-MOIS-TRAITE            PIC X(6).

      *    Date comptable du jour bancaire ouvert
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee
       01  WS-DATE-COMPTABLE         PIC X(8).

      *    Compte lu par le curseur : total et nombre d'achats
       01  WS-ID-COMPTE-CUR          PIC S9(9) COMP.
       01  WS-TOTAL-COMPTE           PIC S9(8)V99 COMP-3.
       01  WS-NB-ACHATS-COMPTE       PIC S9(9) COMP.

       01  WS-LIBELLE-OP             PIC X(30).

       01  WS-ID-COMPTE-EDIT         PIC 9(9).
       01  WS-MONTANT-EDIT           PIC -(10)9,99.
       01  WS-TOTAL-DEBITE           PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-NB-COMPTES             PIC 9(7) VALUE 0.
       01  WS-NB-ACHATS              PIC 9(7) VALUE 0.

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

           DISPLAY '=============================================='
           DISPLAY '*   CARTES A DEBIT DIFFERE - MOIS ' WS-MOIS-TRAITE
           DISPLAY '*   DATE COMPTABLE : ' WS-DATE-COMPTABLE
           DISPLAY '=============================================='.

           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'CARTE DEBIT DIFFERE ' WS-MOIS-TRAITE
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.

           EXEC SQL
              DECLARE CDIFF CURSOR FOR
              SELECT ID_COMPTE, SUM(MONTANT), COUNT(*)
              FROM API8.ENCOURSCARTE
              WHERE STATUT_ENC = 'E'
                AND MOIS_DEBIT <= :WS-MOIS-TRAITE
              GROUP BY ID_COMPTE
              ORDER BY ID_COMPTE
           END-EXEC.

           EXEC SQL
              OPEN CDIFF
           END-EXEC.

           PERFORM 1000-DEBITER-COMPTE
              THRU 1000-DEBITER-COMPTE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CDIFF
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

       1000-DEBITER-COMPTE.
           EXEC SQL
              FETCH CDIFF
              INTO :WS-ID-COMPTE-CUR, :WS-TOTAL-COMPTE,
                   :WS-NB-ACHATS-COMPTE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-DEBITER-COMPTE-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-TOTAL-COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE WS-ID-COMPTE-CUR TO WS-ID-COMPTE-EDIT
              DISPLAY 'COMPTE INCONNU POUR DEBIT DIFFERE : '
                 WS-ID-COMPTE-EDIT
              MOVE 0 TO SQLCODE
              GO TO 1000-DEBITER-COMPTE-EXIT
           END-IF.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.

           MOVE WS-ID-COMPTE-CUR TO WS-ID-COMPTE OF DCLOPERATION.
           MOVE WS-TOTAL-COMPTE TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'C' TO WS-TYPE-OP OF DCLOPERATION.

           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP,
                  DATE_OP, DATE_COMPTABLE, LIBELLE_OP)
              VALUES
                 (:DCLOPERATION.WS-ID-OPERATION,
                  :DCLOPERATION.WS-ID-COMPTE,
                  :DCLOPERATION.WS-MONTANT-OP,
                  :DCLOPERATION.WS-TYPE-OP,
                  CURRENT DATE,
                  :WS-DATE-COMPTABLE,
                  :WS-LIBELLE-OP)
           END-EXEC.

           EXEC SQL
              UPDATE API8.ENCOURSCARTE
              SET STATUT_ENC = 'D',
                  ID_OPERATION_DEBIT = :DCLOPERATION.WS-ID-OPERATION,
                  DATE_DEBIT = :WS-DATE-COMPTABLE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND STATUT_ENC = 'E'
                AND MOIS_DEBIT <= :WS-MOIS-TRAITE
           END-EXEC.

           MOVE WS-ID-COMPTE-CUR TO WS-ID-COMPTE-EDIT.
           MOVE WS-TOTAL-COMPTE TO WS-MONTANT-EDIT.
           DISPLAY 'COMPTE=' WS-ID-COMPTE-EDIT
                   ' ACHATS=' WS-NB-ACHATS-COMPTE
                   ' DEBIT=' WS-MONTANT-EDIT.

           ADD WS-TOTAL-COMPTE TO WS-TOTAL-DEBITE.
           ADD WS-NB-ACHATS-COMPTE TO WS-NB-ACHATS.
           ADD 1 TO WS-NB-COMPTES.
           MOVE 0 TO SQLCODE.

       1000-DEBITER-COMPTE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8DIFF', CURRENT DATE,
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
            MOVE WS-NB-ACHATS TO WS-JRN-LUS.
            MOVE WS-NB-COMPTES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8DIFF        '
            DISPLAY '   COMPTES DEBITES      : ' WS-NB-COMPTES
            DISPLAY '   ACHATS REGLES        : ' WS-NB-ACHATS
            MOVE WS-TOTAL-DEBITE TO WS-MONTANT-EDIT
            DISPLAY '   TOTAL DEBITE         : ' WS-MONTANT-EDIT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-ACHATS TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8DIFF       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
