       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8PROV.
      *===============================================================
      *    BATCH MENSUEL DE PROVISIONNEMENT DES PRETS
      *    Les prets en defaut restaient au bilan pour leur capital
      *    restant du et la Finance calculait les provisions a la
      *    main sur les listes d'API8PRCV. Lance en fin de mois, ce
      *    batch :
      *       - classe chaque pret actif ou en defaut d'apres son
      *         retard : jours ecoules depuis la plus ancienne
      *         echeance non reglee (API8.ECHEANCIER, echeance 'I'
      *         ou echeance 'A' depassee)
      *            S  sain           retard <= PROV_JOURS_SENSIBLE
      *            F  sensible       retard <= PROV_JOURS_DOUTEUX
      *            D  douteux        au-dela, ou pret en defaut 'D'
      *         (seuils API8.PARAMETRE, repli 30 et 90 jours)
      *       - applique le taux de provision de la classe
      *         (PROV_TAUX_SAIN, PROV_TAUX_SENSIBLE,
      *         PROV_TAUX_DOUTEUX - repli 1 %, 20 %, 50 %) au
      *         CAPITAL_RESTANT ; un pret sorti du portefeuille
      *         (solde, rembourse) voit sa provision reprise en
      *         totalite
      *       - pose la classe et la provision sur API8.PRET,
      *         historise l'arrete sur API8.PROVISION
      *       - comptabilise la VARIATION de provision dans le grand
      *         livre interne API8.GRANDLIVRE, journal 'PRV' distinct
      *         du journal des operations cumule par API8GLIV, en
      *         ecritures equilibrees :
      *            dotation  681700 / 491000
      *            reprise   491000 / 781700
      *         (sens selon la convention du grand livre interne,
      *         celle du mapping d'API8GL : une charge au credit, un
      *         produit au debit)
      *    Une relance le meme jour ne double rien : la provision
      *    deja posee sur le pret ne laisse qu'une variation nulle.
      *    Le passage en perte d'un pret douteux releve d'API8PERT.
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

      *    Journee comptable ouverte, date des ecritures
       01  WS-DATE-COMPTABLE          PIC X(8).

      *    Seuils et taux de provision (API8.PARAMETRE)
       01  WS-JOURS-SENSIBLE          PIC S9(5) COMP-3.
       01  WS-JOURS-DOUTEUX           PIC S9(5) COMP-3.
       01  WS-TAUX-SAIN               PIC S9(3)V9(4) COMP-3.
       01  WS-TAUX-SENSIBLE           PIC S9(3)V9(4) COMP-3.
       01  WS-TAUX-DOUTEUX            PIC S9(3)V9(4) COMP-3.

      *    Pret lu par le curseur
       01  WS-ID-PRET-CUR             PIC S9(9) COMP.
       01  WS-CAPITAL-CUR             PIC S9(8)V99 COMP-3.
       01  WS-STATUT-PRET-CUR         PIC X(1).
       01  WS-PROVISION-AVANT         PIC S9(8)V99 COMP-3.
       01  WS-JOURS-RETARD            PIC S9(5) COMP-3.

       01  WS-CLASSE-PRET             PIC X(1).
           88 CLASSE-SAIN                  VALUE 'S'.
           88 CLASSE-SENSIBLE              VALUE 'F'.
           88 CLASSE-DOUTEUX               VALUE 'D'.
       01  WS-TAUX-PROVISION          PIC S9(3)V9(4) COMP-3.
       01  WS-PROVISION-APRES         PIC S9(8)V99 COMP-3.
       01  WS-VARIATION               PIC S9(8)V99 COMP-3.

      *    Totaux de l'arrete
       01  WS-TOTAL-DOTATIONS         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-REPRISES          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NB-SAIN                 PIC 9(7) VALUE 0.
       01  WS-NB-SENSIBLE             PIC 9(7) VALUE 0.
       01  WS-NB-DOUTEUX              PIC 9(7) VALUE 0.
       01  WS-NB-SORTIS               PIC 9(7) VALUE 0.
       01  WS-ENCOURS-SAIN            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ENCOURS-SENSIBLE        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ENCOURS-DOUTEUX         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PROV-SAIN               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PROV-SENSIBLE           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-PROV-DOUTEUX            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NB-PRETS                PIC 9(7) VALUE 0.

      *    Ecriture du grand livre interne, journal 'PRV'
       01  WS-COMPTE-ECRITURE         PIC X(6).
       01  WS-SENS-ECRITURE           PIC X(1).
       01  WS-MONTANT-ECRITURE        PIC S9(11)V99 COMP-3.

       01  WS-TOTAL-EDIT              PIC -(10)9,99.

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

           DISPLAY '=============================================='
           DISPLAY '*   PROVISIONNEMENT MENSUEL DES PRETS         *'
           DISPLAY '=============================================='.

           PERFORM 0450-LIRE-DATE-COMPTABLE
              THRU 0450-LIRE-DATE-COMPTABLE-EXIT.

           PERFORM 0500-LIRE-PARAMETRES
              THRU 0500-LIRE-PARAMETRES-EXIT.

           DISPLAY 'ARRETE DU : ' WS-DATE-COMPTABLE.

      *    Portefeuille vivant, plus tout pret sorti qui porte encore
      *    une provision a reprendre
           EXEC SQL
              DECLARE CPROVISION CURSOR FOR
              SELECT P.ID_PRET, P.CAPITAL_RESTANT, P.STATUT_PRET,
                     VALUE(P.MONTANT_PROVISION, 0),
                     VALUE((SELECT DAYS(CURRENT DATE)
                                 - DAYS(MIN(E.DATE_ECHEANCE))
                            FROM API8.ECHEANCIER E
                            WHERE E.ID_PRET = P.ID_PRET
                              AND (E.STATUT_ECH = 'I'
                                   OR (E.STATUT_ECH = 'A'
                                       AND E.DATE_ECHEANCE
                                              < CURRENT DATE))), 0)
              FROM API8.PRET P
              WHERE P.STATUT_PRET IN ('A', 'D')
                 OR VALUE(P.MONTANT_PROVISION, 0) <> 0
              ORDER BY P.ID_PRET
           END-EXEC.

           EXEC SQL
              OPEN CPROVISION
           END-EXEC.

           PERFORM 1000-PROVISIONNER-PRET
              THRU 1000-PROVISIONNER-PRET-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CPROVISION
           END-EXEC.

           PERFORM 2000-COMPTABILISER
              THRU 2000-COMPTABILISER-EXIT.

           PERFORM 3000-EDITER-ARRETE
              THRU 3000-EDITER-ARRETE-EXIT.

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

       0450-LIRE-DATE-COMPTABLE-EXIT.
           EXIT.

       0500-LIRE-PARAMETRES.
      *    Chaque seuil et chaque taux a sa valeur de repli si la
      *    ligne API8.PARAMETRE manque
           MOVE 30 TO WS-JOURS-SENSIBLE.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-JOURS-SENSIBLE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'PROV_JOURS_SENSIBLE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 30 TO WS-JOURS-SENSIBLE
           END-IF.

           MOVE 90 TO WS-JOURS-DOUTEUX.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-JOURS-DOUTEUX
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'PROV_JOURS_DOUTEUX'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 90 TO WS-JOURS-DOUTEUX
           END-IF.

           MOVE 0,0100 TO WS-TAUX-SAIN.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-TAUX-SAIN
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'PROV_TAUX_SAIN'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0,0100 TO WS-TAUX-SAIN
           END-IF.

           MOVE 0,2000 TO WS-TAUX-SENSIBLE.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-TAUX-SENSIBLE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'PROV_TAUX_SENSIBLE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0,2000 TO WS-TAUX-SENSIBLE
           END-IF.

           MOVE 0,5000 TO WS-TAUX-DOUTEUX.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-TAUX-DOUTEUX
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'PROV_TAUX_DOUTEUX'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0,5000 TO WS-TAUX-DOUTEUX
           END-IF.

           MOVE 0 TO SQLCODE.

       0500-LIRE-PARAMETRES-EXIT.
           EXIT.

       1000-PROVISIONNER-PRET.
           EXEC SQL
              FETCH CPROVISION
              INTO :WS-ID-PRET-CUR, :WS-CAPITAL-CUR,
                   :WS-STATUT-PRET-CUR, :WS-PROVISION-AVANT,
                   :WS-JOURS-RETARD
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-PROVISIONNER-PRET-EXIT
           END-IF.

           ADD 1 TO WS-NB-PRETS.

      *    Pret sorti du portefeuille : toute la provision se reprend
           IF WS-STATUT-PRET-CUR NOT = 'A'
              AND WS-STATUT-PRET-CUR NOT = 'D'
              MOVE SPACE TO WS-CLASSE-PRET
              MOVE 0 TO WS-TAUX-PROVISION
              MOVE 0 TO WS-PROVISION-APRES
              ADD 1 TO WS-NB-SORTIS
              GO TO 1000-VARIATION
           END-IF.

           EVALUATE TRUE
              WHEN WS-STATUT-PRET-CUR = 'D'
                 OR WS-JOURS-RETARD > WS-JOURS-DOUTEUX
                 SET CLASSE-DOUTEUX TO TRUE
                 MOVE WS-TAUX-DOUTEUX TO WS-TAUX-PROVISION
              WHEN WS-JOURS-RETARD > WS-JOURS-SENSIBLE
                 SET CLASSE-SENSIBLE TO TRUE
                 MOVE WS-TAUX-SENSIBLE TO WS-TAUX-PROVISION
              WHEN OTHER
                 SET CLASSE-SAIN TO TRUE
                 MOVE WS-TAUX-SAIN TO WS-TAUX-PROVISION
           END-EVALUATE.

           COMPUTE WS-PROVISION-APRES ROUNDED =
              WS-CAPITAL-CUR * WS-TAUX-PROVISION.

           EVALUATE TRUE
              WHEN CLASSE-DOUTEUX
                 ADD 1 TO WS-NB-DOUTEUX
                 ADD WS-CAPITAL-CUR TO WS-ENCOURS-DOUTEUX
                 ADD WS-PROVISION-APRES TO WS-PROV-DOUTEUX
              WHEN CLASSE-SENSIBLE
                 ADD 1 TO WS-NB-SENSIBLE
                 ADD WS-CAPITAL-CUR TO WS-ENCOURS-SENSIBLE
                 ADD WS-PROVISION-APRES TO WS-PROV-SENSIBLE
              WHEN OTHER
                 ADD 1 TO WS-NB-SAIN
                 ADD WS-CAPITAL-CUR TO WS-ENCOURS-SAIN
                 ADD WS-PROVISION-APRES TO WS-PROV-SAIN
           END-EVALUATE.

       1000-VARIATION.
           COMPUTE WS-VARIATION =
              WS-PROVISION-APRES - WS-PROVISION-AVANT.
           IF WS-VARIATION > 0
              ADD WS-VARIATION TO WS-TOTAL-DOTATIONS
           ELSE
              SUBTRACT WS-VARIATION FROM WS-TOTAL-REPRISES
           END-IF.

           IF WS-CLASSE-PRET = SPACE
              EXEC SQL
                 UPDATE API8.PRET
                 SET MONTANT_PROVISION = 0
                 WHERE ID_PRET = :WS-ID-PRET-CUR
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE API8.PRET
                 SET CLASSE_RISQUE = :WS-CLASSE-PRET,
                     MONTANT_PROVISION = :WS-PROVISION-APRES
                 WHERE ID_PRET = :WS-ID-PRET-CUR
              END-EXEC
           END-IF.

           PERFORM 1100-HISTORISER-ARRETE
              THRU 1100-HISTORISER-ARRETE-EXIT.

           MOVE 0 TO SQLCODE.

       1000-PROVISIONNER-PRET-EXIT.
           EXIT.

       1100-HISTORISER-ARRETE.
      *    Une ligne par pret et par arrete ; une relance le meme
      *    jour met la ligne a jour et cumule la variation
           EXEC SQL
              UPDATE API8.PROVISION
              SET CLASSE_RISQUE = :WS-CLASSE-PRET,
                  JOURS_RETARD = :WS-JOURS-RETARD,
                  CAPITAL_RESTANT = :WS-CAPITAL-CUR,
                  TAUX_PROVISION = :WS-TAUX-PROVISION,
                  MONTANT_PROVISION = :WS-PROVISION-APRES,
                  VARIATION = VARIATION + :WS-VARIATION
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND DATE_ARRETE = :WS-DATE-COMPTABLE
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.PROVISION
                    (ID_PRET, DATE_ARRETE, CLASSE_RISQUE,
                     JOURS_RETARD, CAPITAL_RESTANT, TAUX_PROVISION,
                     MONTANT_PROVISION, VARIATION)
                 VALUES
                    (:WS-ID-PRET-CUR, :WS-DATE-COMPTABLE,
                     :WS-CLASSE-PRET, :WS-JOURS-RETARD,
                     :WS-CAPITAL-CUR, :WS-TAUX-PROVISION,
                     :WS-PROVISION-APRES, :WS-VARIATION)
              END-EXEC
           END-IF.

       1100-HISTORISER-ARRETE-EXIT.
           EXIT.

       2000-COMPTABILISER.
      *    Variation globale de l'arrete en deux ecritures
      *    equilibrees : dotation pour les provisions en hausse,
      *    reprise pour les provisions en baisse
           IF WS-TOTAL-DOTATIONS > 0
              MOVE WS-TOTAL-DOTATIONS TO WS-MONTANT-ECRITURE
              MOVE '681700' TO WS-COMPTE-ECRITURE
              MOVE 'C' TO WS-SENS-ECRITURE
              PERFORM 7000-ECRIRE-GRAND-LIVRE
                 THRU 7000-ECRIRE-GRAND-LIVRE-EXIT
              MOVE '491000' TO WS-COMPTE-ECRITURE
              MOVE 'D' TO WS-SENS-ECRITURE
              PERFORM 7000-ECRIRE-GRAND-LIVRE
                 THRU 7000-ECRIRE-GRAND-LIVRE-EXIT
           END-IF.

           IF WS-TOTAL-REPRISES > 0
              MOVE WS-TOTAL-REPRISES TO WS-MONTANT-ECRITURE
              MOVE '491000' TO WS-COMPTE-ECRITURE
              MOVE 'C' TO WS-SENS-ECRITURE
              PERFORM 7000-ECRIRE-GRAND-LIVRE
                 THRU 7000-ECRIRE-GRAND-LIVRE-EXIT
              MOVE '781700' TO WS-COMPTE-ECRITURE
              MOVE 'D' TO WS-SENS-ECRITURE
              PERFORM 7000-ECRIRE-GRAND-LIVRE
                 THRU 7000-ECRIRE-GRAND-LIVRE-EXIT
           END-IF.

       2000-COMPTABILISER-EXIT.
           EXIT.

       3000-EDITER-ARRETE.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'CLASSE   PRETS   ENCOURS          PROVISION'.
           MOVE WS-ENCOURS-SAIN TO WS-TOTAL-EDIT.
           DISPLAY 'SAIN     ' WS-NB-SAIN ' ' WS-TOTAL-EDIT.
           MOVE WS-PROV-SAIN TO WS-TOTAL-EDIT.
           DISPLAY '                  PROVISION ' WS-TOTAL-EDIT.
           MOVE WS-ENCOURS-SENSIBLE TO WS-TOTAL-EDIT.
           DISPLAY 'SENSIBLE ' WS-NB-SENSIBLE ' ' WS-TOTAL-EDIT.
           MOVE WS-PROV-SENSIBLE TO WS-TOTAL-EDIT.
           DISPLAY '                  PROVISION ' WS-TOTAL-EDIT.
           MOVE WS-ENCOURS-DOUTEUX TO WS-TOTAL-EDIT.
           DISPLAY 'DOUTEUX  ' WS-NB-DOUTEUX ' ' WS-TOTAL-EDIT.
           MOVE WS-PROV-DOUTEUX TO WS-TOTAL-EDIT.
           DISPLAY '                  PROVISION ' WS-TOTAL-EDIT.
           DISPLAY 'PRETS SORTIS, PROVISION REPRISE : ' WS-NB-SORTIS.
           DISPLAY '----------------------------------------------'.
           MOVE WS-TOTAL-DOTATIONS TO WS-TOTAL-EDIT.
           DISPLAY 'DOTATIONS DU MOIS  : ' WS-TOTAL-EDIT.
           MOVE WS-TOTAL-REPRISES TO WS-TOTAL-EDIT.
           DISPLAY 'REPRISES DU MOIS   : ' WS-TOTAL-EDIT.

       3000-EDITER-ARRETE-EXIT.
           EXIT.

       7000-ECRIRE-GRAND-LIVRE.
      *    Cumul dans le grand livre interne, journal 'PRV' : la
      *    relance d'API8GLIV sur la journee ne touche que son propre
      *    journal
           EXEC SQL
              UPDATE API8.GRANDLIVRE
              SET MONTANT = MONTANT + :WS-MONTANT-ECRITURE,
                  NB_ECRITURES = NB_ECRITURES + 1
              WHERE COMPTE_GL = :WS-COMPTE-ECRITURE
                AND DATE_COMPTABLE = :WS-DATE-COMPTABLE
                AND SENS = :WS-SENS-ECRITURE
                AND JOURNAL_GL = 'PRV'
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.GRANDLIVRE
                    (COMPTE_GL, DATE_COMPTABLE, SENS, MONTANT,
                     NB_ECRITURES, JOURNAL_GL)
                 VALUES
                    (:WS-COMPTE-ECRITURE, :WS-DATE-COMPTABLE,
                     :WS-SENS-ECRITURE, :WS-MONTANT-ECRITURE, 1,
                     'PRV')
              END-EXEC
           END-IF.

       7000-ECRIRE-GRAND-LIVRE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8PROV', CURRENT DATE,
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
            MOVE WS-NB-PRETS TO WS-JRN-LUS.
            MOVE WS-NB-PRETS TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8PROV        '
            DISPLAY '   PRETS PROVISIONNES   : ' WS-NB-PRETS
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-PRETS TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8PROV       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
