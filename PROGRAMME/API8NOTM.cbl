       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8NOTM.
      *===============================================================
      *    RAPPORT MENSUEL DE LIVRAISON DES NOTIFICATIONS
      *    Mois demande en SYSIN (AAAAMM, repli sur le mois courant).
      *    A partir des tentatives d'envoi du mois (API8.NOTIFENVOI,
      *    tenue par API8NOTI a l'emission et par API8NOTR au retour
      *    de la passerelle), par canal (SMS, courriel, courrier) :
      *    envois, livres, echecs, rebonds definitifs, sans retour et
      *    taux de livraison (livres / envois). Suivent le nombre de
      *    notifications creees dans le mois et abandonnees faute de
      *    canal utilisable (STATUT_LIVRAISON 'X') et le nombre de
      *    clients dont une coordonnee est a mettre a jour
      *    (CLIENT.CONTACT_INVALIDE).
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

       01  WS-PARAM-MOIS             PIC X(6).
       01  WS-DATE-JOUR              PIC X(8).
       01  WS-MOIS-RAPPORT           PIC X(6).
       01  WS-MOIS-NUM REDEFINES WS-MOIS-RAPPORT.
           05  WS-ANNEE-NUM          PIC 9(4).
           05  WS-MM-NUM             PIC 9(2).
       01  WS-ANNEE                  PIC S9(4) COMP.
       01  WS-MOIS                   PIC S9(4) COMP.

      *    Ligne canal en cours
       01  WS-CANAL-CUR              PIC X(1).
       01  WS-LIBELLE-CANAL          PIC X(8).
       01  WS-NB-ENVOIS-CUR          PIC S9(9) COMP.
       01  WS-NB-LIVRES-CUR          PIC S9(9) COMP.
       01  WS-NB-ECHECS-CUR          PIC S9(9) COMP.
       01  WS-NB-REBONDS-CUR         PIC S9(9) COMP.
       01  WS-NB-ATTENTE-CUR         PIC S9(9) COMP.
       01  WS-TAUX-CUR               PIC S9(3)V9 COMP-3.

      *    Cumuls du mois
       01  WS-TOT-ENVOIS             PIC S9(9) COMP VALUE 0.
       01  WS-TOT-LIVRES             PIC S9(9) COMP VALUE 0.
       01  WS-TOT-ECHECS             PIC S9(9) COMP VALUE 0.
       01  WS-TOT-REBONDS            PIC S9(9) COMP VALUE 0.
       01  WS-TOT-ATTENTE            PIC S9(9) COMP VALUE 0.
       01  WS-NB-ABANDONNEES         PIC S9(9) COMP VALUE 0.
       01  WS-NB-CONTACTS-INVALIDES  PIC S9(9) COMP VALUE 0.
       01  WS-NB-CANAUX              PIC 9(7) VALUE 0.

       01  WS-NB-EDIT-1              PIC ZZZZZZ9.
       01  WS-NB-EDIT-2              PIC ZZZZZZ9.
       01  WS-NB-EDIT-3              PIC ZZZZZZ9.
       01  WS-NB-EDIT-4              PIC ZZZZZZ9.
       01  WS-NB-EDIT-5              PIC ZZZZZZ9.
       01  WS-TAUX-EDIT              PIC ZZ9,9.

       01  WS-FIN-CURSEUR-SW         PIC X VALUE 'N'.
           88 FIN-CURSEUR                  VALUE 'Y'.

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

           MOVE SPACES TO WS-PARAM-MOIS.
           ACCEPT WS-PARAM-MOIS FROM SYSIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           IF WS-PARAM-MOIS = SPACES OR WS-PARAM-MOIS IS NOT NUMERIC
              MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-RAPPORT
           ELSE
              MOVE WS-PARAM-MOIS TO WS-MOIS-RAPPORT
           END-IF.
           MOVE WS-ANNEE-NUM TO WS-ANNEE.
           MOVE WS-MM-NUM TO WS-MOIS.

           DISPLAY '=============================================='
           DISPLAY '*   LIVRAISON DES NOTIFICATIONS - MOIS '
              WS-MOIS-RAPPORT
           DISPLAY '=============================================='.

           PERFORM 1000-SYNTHESE-CANAUX
              THRU 1000-SYNTHESE-CANAUX-EXIT.

           PERFORM 2000-ABANDONS-CONTACTS
              THRU 2000-ABANDONS-CONTACTS-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8NOTM', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
           EXIT.

       1000-SYNTHESE-CANAUX.
      *    Tentatives du mois par canal
           DISPLAY ' '
           DISPLAY 'CANAL     ENVOIS  LIVRES  ECHECS REBONDS'
              ' SANS RET  TAUX %'.

           EXEC SQL
              DECLARE CNOTMCAN CURSOR FOR
              SELECT CANAL, COUNT(*),
                     SUM(CASE WHEN STATUT_ENVOI = 'L' THEN 1
                              ELSE 0 END),
                     SUM(CASE WHEN STATUT_ENVOI = 'E' THEN 1
                              ELSE 0 END),
                     SUM(CASE WHEN STATUT_ENVOI = 'R' THEN 1
                              ELSE 0 END),
                     SUM(CASE WHEN STATUT_ENVOI = 'A' THEN 1
                              ELSE 0 END)
              FROM API8.NOTIFENVOI
              WHERE YEAR(DATE_ENVOI) = :WS-ANNEE
                AND MONTH(DATE_ENVOI) = :WS-MOIS
              GROUP BY CANAL
              ORDER BY CANAL DESC
           END-EXEC.

           EXEC SQL
              OPEN CNOTMCAN
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR-SW.
           PERFORM 1100-TRAITER-CANAL
              THRU 1100-TRAITER-CANAL-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CNOTMCAN
           END-EXEC.

      *    Ligne de total tous canaux
           MOVE 'TOTAL' TO WS-LIBELLE-CANAL.
           MOVE WS-TOT-ENVOIS TO WS-NB-ENVOIS-CUR.
           MOVE WS-TOT-LIVRES TO WS-NB-LIVRES-CUR.
           MOVE WS-TOT-ECHECS TO WS-NB-ECHECS-CUR.
           MOVE WS-TOT-REBONDS TO WS-NB-REBONDS-CUR.
           MOVE WS-TOT-ATTENTE TO WS-NB-ATTENTE-CUR.
           DISPLAY ' '.
           PERFORM 1200-EDITER-LIGNE
              THRU 1200-EDITER-LIGNE-EXIT.

       1000-SYNTHESE-CANAUX-EXIT.
           EXIT.

       1100-TRAITER-CANAL.
           EXEC SQL
              FETCH CNOTMCAN
              INTO :WS-CANAL-CUR, :WS-NB-ENVOIS-CUR,
                   :WS-NB-LIVRES-CUR, :WS-NB-ECHECS-CUR,
                   :WS-NB-REBONDS-CUR, :WS-NB-ATTENTE-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR-SW
              GO TO 1100-TRAITER-CANAL-EXIT
           END-IF.

           EVALUATE WS-CANAL-CUR
              WHEN 'S'
                 MOVE 'SMS' TO WS-LIBELLE-CANAL
              WHEN 'E'
                 MOVE 'COURRIEL' TO WS-LIBELLE-CANAL
              WHEN 'C'
                 MOVE 'COURRIER' TO WS-LIBELLE-CANAL
              WHEN OTHER
                 MOVE WS-CANAL-CUR TO WS-LIBELLE-CANAL
           END-EVALUATE.

           ADD 1 TO WS-NB-CANAUX.
           ADD WS-NB-ENVOIS-CUR TO WS-TOT-ENVOIS.
           ADD WS-NB-LIVRES-CUR TO WS-TOT-LIVRES.
           ADD WS-NB-ECHECS-CUR TO WS-TOT-ECHECS.
           ADD WS-NB-REBONDS-CUR TO WS-TOT-REBONDS.
           ADD WS-NB-ATTENTE-CUR TO WS-TOT-ATTENTE.

           PERFORM 1200-EDITER-LIGNE
              THRU 1200-EDITER-LIGNE-EXIT.

       1100-TRAITER-CANAL-EXIT.
           EXIT.

       1200-EDITER-LIGNE.
           IF WS-NB-ENVOIS-CUR > 0
              COMPUTE WS-TAUX-CUR ROUNDED =
                 WS-NB-LIVRES-CUR * 100 / WS-NB-ENVOIS-CUR
           ELSE
              MOVE 0 TO WS-TAUX-CUR
           END-IF.

           MOVE WS-NB-ENVOIS-CUR TO WS-NB-EDIT-1.
           MOVE WS-NB-LIVRES-CUR TO WS-NB-EDIT-2.
           MOVE WS-NB-ECHECS-CUR TO WS-NB-EDIT-3.
           MOVE WS-NB-REBONDS-CUR TO WS-NB-EDIT-4.
           MOVE WS-NB-ATTENTE-CUR TO WS-NB-EDIT-5.
           MOVE WS-TAUX-CUR TO WS-TAUX-EDIT.
           DISPLAY WS-LIBELLE-CANAL WS-NB-EDIT-1 ' ' WS-NB-EDIT-2 ' '
              WS-NB-EDIT-3 ' ' WS-NB-EDIT-4 '  ' WS-NB-EDIT-5
              '   ' WS-TAUX-EDIT.

       1200-EDITER-LIGNE-EXIT.
           EXIT.

       2000-ABANDONS-CONTACTS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-ABANDONNEES
              FROM API8.NOTIFICATION
              WHERE STATUT_LIVRAISON = 'X'
                AND YEAR(DATE_CREATION) = :WS-ANNEE
                AND MONTH(DATE_CREATION) = :WS-MOIS
           END-EXEC.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-CONTACTS-INVALIDES
              FROM API8.CLIENT
              WHERE VALUE(CONTACT_INVALIDE, ' ') <> ' '
           END-EXEC.

           MOVE WS-NB-ABANDONNEES TO WS-NB-EDIT-1.
           MOVE WS-NB-CONTACTS-INVALIDES TO WS-NB-EDIT-2.
           DISPLAY ' '
           DISPLAY 'NOTIFICATIONS ABANDONNEES (AUCUN CANAL) : '
              WS-NB-EDIT-1
           DISPLAY 'CLIENTS A COORDONNEE A CORRIGER (SN24)  : '
              WS-NB-EDIT-2.

       2000-ABANDONS-CONTACTS-EXIT.
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
            MOVE WS-TOT-ENVOIS TO WS-JRN-LUS.
            MOVE WS-NB-CANAUX TO WS-JRN-ECRITS.
            MOVE WS-NB-ABANDONNEES TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8NOTM        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-TOT-ENVOIS TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8NOTM       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
