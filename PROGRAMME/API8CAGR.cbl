       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CAGR.
      *===============================================================
      *    RAPPORT MENSUEL DES ECARTS DE CAISSE PAR GUICHETIER
      *    Destine au responsable d'agence : reprend sur le mois
      *    (SYSIN AAAAMM, mois courant a defaut) les arretes de
      *    caisse des guichetiers (API8.CAISSEGUI fermees par
      *    API8CAGU, date comptable du mois) :
      *       - synthese par agence et par guichetier : nombre
      *         d'arretes, nombre d'arretes en ecart, ecart net et
      *         ecart cumule en valeur absolue ; le guichetier est
      *         marque ECARTS REPETES des qu'il atteint
      *         SEUIL_ECART_CAISSE arretes en ecart sur le mois
      *         (API8.PARAMETRE, repli 2)
      *       - detail de chaque arrete en ecart (attendu, compte,
      *         ecart)
      *       - devises du bureau de change passees par les caisses
      *         (API8.CAISSEDEVISE), par agence et par devise
      *       - rappel des caisses encore ouvertes
      *    Code retour 4 au journal des qu'un guichetier est en
      *    ecarts repetes, 0 sinon.
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

       01  WS-SEUIL-ECART            PIC S9(4) COMP VALUE 2.
       01  WS-SEUIL-PARAM            PIC S9(4) COMP.
       01  WS-SEUIL-EDIT             PIC ZZZ9.

      *    Ligne de synthese en cours
       01  WS-AGENCE-CUR             PIC X(4).
       01  WS-AGENCE-PREC            PIC X(4) VALUE SPACES.
       01  WS-OPERATEUR-CUR          PIC X(8).
       01  WS-NB-ARRETES-CUR         PIC S9(9) COMP.
       01  WS-NB-ECARTS-CUR          PIC S9(9) COMP.
       01  WS-ECART-NET-CUR          PIC S9(11)V99 COMP-3.
       01  WS-ECART-ABS-CUR          PIC S9(11)V99 COMP-3.
       01  WS-MARQUE-REPETE          PIC X(17).

      *    Arrete en ecart en cours
       01  WS-DATE-CUR               PIC X(8).
       01  WS-ID-CAISSE-CUR          PIC S9(9) COMP.
       01  WS-ATTENDU-CUR            PIC S9(11)V99 COMP-3.
       01  WS-COMPTE-CUR             PIC S9(11)V99 COMP-3.
       01  WS-ECART-CUR              PIC S9(11)V99 COMP-3.

      *    Devises passees par les caisses
       01  WS-DEVISE-CUR             PIC X(3).
       01  WS-QUANTITE-CUR           PIC S9(11)V99 COMP-3.
       01  WS-NB-OPS-CUR             PIC S9(9) COMP.

       01  WS-ID-EDIT                PIC 9(9).
       01  WS-MONTANT-EDIT-1         PIC -ZZZZZZZZ9,99.
       01  WS-MONTANT-EDIT-2         PIC -ZZZZZZZZ9,99.
       01  WS-MONTANT-EDIT-3         PIC -ZZZZZZZZ9,99.
       01  WS-NB-EDIT-1              PIC ZZZZ9.
       01  WS-NB-EDIT-2              PIC ZZZZ9.

       01  WS-NB-ARRETES             PIC 9(7) VALUE 0.
       01  WS-NB-ARRETES-ECART       PIC 9(7) VALUE 0.
       01  WS-NB-REPETES             PIC 9(7) VALUE 0.
       01  WS-NB-OUVERTES            PIC 9(7) VALUE 0.

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

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-PARAM
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SEUIL_ECART_CAISSE'
           END-EXEC.
           IF SQLCODE = 0 AND WS-SEUIL-PARAM > 0
              MOVE WS-SEUIL-PARAM TO WS-SEUIL-ECART
           END-IF.
           MOVE WS-SEUIL-ECART TO WS-SEUIL-EDIT.

           DISPLAY '=============================================='
           DISPLAY '*   ECARTS DE CAISSE GUICHETIERS - MOIS '
              WS-MOIS-RAPPORT
           DISPLAY '=============================================='.

           PERFORM 1000-SYNTHESE-GUICHETIERS
              THRU 1000-SYNTHESE-GUICHETIERS-EXIT.

           PERFORM 2000-DETAIL-ECARTS
              THRU 2000-DETAIL-ECARTS-EXIT.

           PERFORM 3000-DEVISES-CAISSES
              THRU 3000-DEVISES-CAISSES-EXIT.

           PERFORM 4000-CAISSES-OUVERTES
              THRU 4000-CAISSES-OUVERTES-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

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
                 (:WS-ID-JOURNAL, 'API8CAGR', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
           EXIT.

       1000-SYNTHESE-GUICHETIERS.
      *    Arretes du mois par agence et par guichetier
           DISPLAY ' '
           DISPLAY 'SYNTHESE PAR GUICHETIER (SEUIL ECARTS REPETES : '
              WS-SEUIL-EDIT ')'.

           EXEC SQL
              DECLARE CCAGRSYN CURSOR FOR
              SELECT CODE_AGENCE, ID_OPERATEUR, COUNT(*),
                     SUM(CASE WHEN ECART = 0 THEN 0 ELSE 1 END),
                     SUM(ECART), SUM(ABS(ECART))
              FROM API8.CAISSEGUI
              WHERE STATUT = 'F'
                AND SUBSTR(DATE_COMPTABLE, 1, 6) = :WS-MOIS-RAPPORT
              GROUP BY CODE_AGENCE, ID_OPERATEUR
              ORDER BY CODE_AGENCE, ID_OPERATEUR
           END-EXEC.

           EXEC SQL
              OPEN CCAGRSYN
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR-SW.
           PERFORM 1100-TRAITER-GUICHETIER
              THRU 1100-TRAITER-GUICHETIER-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CCAGRSYN
           END-EXEC.

       1000-SYNTHESE-GUICHETIERS-EXIT.
           EXIT.

       1100-TRAITER-GUICHETIER.
           EXEC SQL
              FETCH CCAGRSYN
              INTO :WS-AGENCE-CUR, :WS-OPERATEUR-CUR,
                   :WS-NB-ARRETES-CUR, :WS-NB-ECARTS-CUR,
                   :WS-ECART-NET-CUR, :WS-ECART-ABS-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR-SW
              GO TO 1100-TRAITER-GUICHETIER-EXIT
           END-IF.

      *    Rupture d'agence : nouvel en-tete
           IF WS-AGENCE-CUR NOT = WS-AGENCE-PREC
              MOVE WS-AGENCE-CUR TO WS-AGENCE-PREC
              DISPLAY ' '
              DISPLAY 'AGENCE ' WS-AGENCE-CUR
              DISPLAY 'GUICHETIER ARRETES ECARTS    ECART NET'
                 '     ECART CUMULE'
           END-IF.

           ADD WS-NB-ARRETES-CUR TO WS-NB-ARRETES.
           ADD WS-NB-ECARTS-CUR TO WS-NB-ARRETES-ECART.

           IF WS-NB-ECARTS-CUR >= WS-SEUIL-ECART
              MOVE '** ECARTS REPETES' TO WS-MARQUE-REPETE
              ADD 1 TO WS-NB-REPETES
           ELSE
              MOVE SPACES TO WS-MARQUE-REPETE
           END-IF.

           MOVE WS-NB-ARRETES-CUR TO WS-NB-EDIT-1.
           MOVE WS-NB-ECARTS-CUR TO WS-NB-EDIT-2.
           MOVE WS-ECART-NET-CUR TO WS-MONTANT-EDIT-1.
           MOVE WS-ECART-ABS-CUR TO WS-MONTANT-EDIT-2.
           DISPLAY WS-OPERATEUR-CUR '   ' WS-NB-EDIT-1 '  '
              WS-NB-EDIT-2 ' ' WS-MONTANT-EDIT-1 ' '
              WS-MONTANT-EDIT-2 ' ' WS-MARQUE-REPETE.

       1100-TRAITER-GUICHETIER-EXIT.
           EXIT.

       2000-DETAIL-ECARTS.
      *    Chaque arrete en ecart du mois
           DISPLAY ' '
           DISPLAY 'DETAIL DES ARRETES EN ECART'
           DISPLAY 'AGENCE GUICHETIER DATE     CAISSE   '
              '      ATTENDU        COMPTE         ECART'.

           EXEC SQL
              DECLARE CCAGRDET CURSOR FOR
              SELECT CODE_AGENCE, ID_OPERATEUR, DATE_COMPTABLE,
                     ID_CAISSE, MONTANT_ATTENDU, MONTANT_COMPTE,
                     ECART
              FROM API8.CAISSEGUI
              WHERE STATUT = 'F'
                AND ECART <> 0
                AND SUBSTR(DATE_COMPTABLE, 1, 6) = :WS-MOIS-RAPPORT
              ORDER BY CODE_AGENCE, ID_OPERATEUR, DATE_COMPTABLE,
                       ID_CAISSE
           END-EXEC.

           EXEC SQL
              OPEN CCAGRDET
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR-SW.
           PERFORM 2100-TRAITER-ECART
              THRU 2100-TRAITER-ECART-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CCAGRDET
           END-EXEC.

       2000-DETAIL-ECARTS-EXIT.
           EXIT.

       2100-TRAITER-ECART.
           EXEC SQL
              FETCH CCAGRDET
              INTO :WS-AGENCE-CUR, :WS-OPERATEUR-CUR, :WS-DATE-CUR,
                   :WS-ID-CAISSE-CUR, :WS-ATTENDU-CUR,
                   :WS-COMPTE-CUR, :WS-ECART-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR-SW
              GO TO 2100-TRAITER-ECART-EXIT
           END-IF.

           MOVE WS-ID-CAISSE-CUR TO WS-ID-EDIT.
           MOVE WS-ATTENDU-CUR TO WS-MONTANT-EDIT-1.
           MOVE WS-COMPTE-CUR TO WS-MONTANT-EDIT-2.
           MOVE WS-ECART-CUR TO WS-MONTANT-EDIT-3.
           DISPLAY WS-AGENCE-CUR '   ' WS-OPERATEUR-CUR '   '
              WS-DATE-CUR ' ' WS-ID-EDIT ' ' WS-MONTANT-EDIT-1 ' '
              WS-MONTANT-EDIT-2 ' ' WS-MONTANT-EDIT-3.

       2100-TRAITER-ECART-EXIT.
           EXIT.

       3000-DEVISES-CAISSES.
      *    Devises du bureau de change passees par les caisses du
      *    mois : quantite nette (ventes clients moins achats)
           DISPLAY ' '
           DISPLAY 'DEVISES DU CHANGE PASSEES PAR LES CAISSES'
           DISPLAY 'AGENCE DEVISE OPERATIONS   QUANTITE NETTE'.

           EXEC SQL
              DECLARE CCAGRDEV CURSOR FOR
              SELECT C.CODE_AGENCE, D.DEVISE,
                     SUM(D.NB_OPERATIONS), SUM(D.QUANTITE)
              FROM API8.CAISSEGUI C, API8.CAISSEDEVISE D
              WHERE D.ID_CAISSE = C.ID_CAISSE
                AND SUBSTR(C.DATE_COMPTABLE, 1, 6) = :WS-MOIS-RAPPORT
              GROUP BY C.CODE_AGENCE, D.DEVISE
              ORDER BY C.CODE_AGENCE, D.DEVISE
           END-EXEC.

           EXEC SQL
              OPEN CCAGRDEV
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR-SW.
           PERFORM 3100-TRAITER-DEVISE
              THRU 3100-TRAITER-DEVISE-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CCAGRDEV
           END-EXEC.

       3000-DEVISES-CAISSES-EXIT.
           EXIT.

       3100-TRAITER-DEVISE.
           EXEC SQL
              FETCH CCAGRDEV
              INTO :WS-AGENCE-CUR, :WS-DEVISE-CUR, :WS-NB-OPS-CUR,
                   :WS-QUANTITE-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR-SW
              GO TO 3100-TRAITER-DEVISE-EXIT
           END-IF.

           MOVE WS-NB-OPS-CUR TO WS-NB-EDIT-1.
           MOVE WS-QUANTITE-CUR TO WS-MONTANT-EDIT-1.
           DISPLAY WS-AGENCE-CUR '   ' WS-DEVISE-CUR '        '
              WS-NB-EDIT-1 ' ' WS-MONTANT-EDIT-1.

       3100-TRAITER-DEVISE-EXIT.
           EXIT.

       4000-CAISSES-OUVERTES.
      *    Rappel : une caisse ouverte n'a pas encore d'arrete et
      *    bloque le controle pre-cloture API8PREC
           DISPLAY ' '
           DISPLAY 'CAISSES ENCORE OUVERTES'.

           EXEC SQL
              DECLARE CCAGROUV CURSOR FOR
              SELECT CODE_AGENCE, ID_OPERATEUR, DATE_COMPTABLE,
                     ID_CAISSE
              FROM API8.CAISSEGUI
              WHERE STATUT = 'O'
              ORDER BY CODE_AGENCE, ID_OPERATEUR
           END-EXEC.

           EXEC SQL
              OPEN CCAGROUV
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR-SW.
           PERFORM 4100-TRAITER-OUVERTE
              THRU 4100-TRAITER-OUVERTE-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CCAGROUV
           END-EXEC.

       4000-CAISSES-OUVERTES-EXIT.
           EXIT.

       4100-TRAITER-OUVERTE.
           EXEC SQL
              FETCH CCAGROUV
              INTO :WS-AGENCE-CUR, :WS-OPERATEUR-CUR, :WS-DATE-CUR,
                   :WS-ID-CAISSE-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR-SW
              GO TO 4100-TRAITER-OUVERTE-EXIT
           END-IF.

           ADD 1 TO WS-NB-OUVERTES.
           MOVE WS-ID-CAISSE-CUR TO WS-ID-EDIT.
           DISPLAY WS-AGENCE-CUR '   ' WS-OPERATEUR-CUR
              '   OUVERTE LE ' WS-DATE-CUR ' CAISSE ' WS-ID-EDIT.

       4100-TRAITER-OUVERTE-EXIT.
           EXIT.

       9000-JOURNAL-FIN.
      *    Verrou a un seul passage : une erreur DB2 dans cette mise
      *    a jour repasserait par 9998 puis par ici - on ne tente la
      *    cloture du journal qu'une fois
           IF WS-JRN-SOLDE = 'Y'
              GO TO 9000-JOURNAL-FIN-EXIT
           END-IF.
           MOVE 'Y' TO WS-JRN-SOLDE.

           MOVE WS-NB-ARRETES TO WS-JRN-LUS.
           MOVE WS-NB-ARRETES-ECART TO WS-JRN-ECRITS.
           MOVE 0 TO WS-JRN-REJETES.

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
            IF WS-NB-REPETES = 0
               MOVE 0 TO WS-JRN-RC
            ELSE
               MOVE 4 TO WS-JRN-RC
            END-IF.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CAGR        '
            DISPLAY '   ARRETES DU MOIS       : ' WS-NB-ARRETES
            DISPLAY '   ARRETES EN ECART      : ' WS-NB-ARRETES-ECART
            DISPLAY '   ECARTS REPETES        : ' WS-NB-REPETES
            DISPLAY '   CAISSES OUVERTES      : ' WS-NB-OUVERTES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CAGR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
