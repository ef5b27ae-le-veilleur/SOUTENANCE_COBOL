       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8RVTX.
      *===============================================================
      *    BATCH DE REVISION ANNUELLE DES PRETS A TAUX VARIABLE
      *    Un pret a taux variable (API8.PRET TYPE_TAUX 'V', emis
      *    par API8PRET) porte un indice de reference, une marge et
      *    un cap / plancher facultatifs. Ce batch mensuel revise
      *    chaque pret actif ou en defaut le mois anniversaire de
      *    son deblocage (DATE_OCTROI), une fois par annee civile ;
      *    un pret dont la revision n'a pu se faire (indice non
      *    publie, seuil d'usure absent) est repris au passage
      *    suivant :
      *       - nouveau taux = derniere publication de l'indice
      *         connue a la date comptable (API8.TAUXREF, charge par
      *         API8INDX) + marge, borne par le cap (si renseigne) et
      *         le plancher (jamais negatif)
      *       - le nouveau taux reste soumis au seuil d'usure du
      *         trimestre (API8.TAUXUSURE, categorie 'PP') : au-dela
      *         il est ramene au seuil ; sans seuil charge pour le
      *         trimestre la revision est differee (pret rejete)
      *       - les echeances restant a venir (STATUT_ECH 'A') sont
      *         recalculees a partir de CAPITAL_RESTANT, diminue du
      *         capital des echeances impayees qui restent dues
      *         telles quelles : capital constant, interet du mois
      *         sur le capital restant du au nouveau taux, prime
      *         d'assurance inchangee
      *       - l'emprunteur est avise du nouveau taux par
      *         API8.NOTIFICATION (courrier via la chaine API8NOTI)
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

      *    Date comptable et mois anniversaire traite
       01  WS-DATE-JOUR             PIC 9(8).
       01  FILLER REDEFINES WS-DATE-JOUR.
           05  WS-JOUR-ANNEE        PIC 9(4).
           05  WS-JOUR-MOIS         PIC 9(2).
           05  WS-JOUR-JJ           PIC 9(2).
       01  WS-ANNEE                 PIC S9(4) COMP.
       01  WS-MOIS                  PIC S9(4) COMP.

      *    Seuil d'usure du trimestre, categorie pret personnel
       01  WS-CATEGORIE-USURE       PIC X(2) VALUE 'PP'.
       01  WS-TRIMESTRE-USURE       PIC 9(1).
       01  WS-TAUX-PLAFOND          PIC S9(3)V9(6) COMP-3.
       01  WS-USURE-SW              PIC X VALUE 'N'.
           88 USURE-CHARGEE               VALUE 'Y'.

      *    Pret revise lu par le curseur
       01  WS-ID-PRET-CUR           PIC S9(9) COMP.
       01  WS-ID-CLIENT-PRET        PIC S9(9) COMP.
       01  WS-TAUX-ANCIEN           PIC S9(3)V9(6) COMP-3.
       01  WS-CODE-INDICE           PIC X(8).
       01  WS-MARGE                 PIC S9(3)V9(6) COMP-3.
       01  WS-TAUX-CAP              PIC S9(3)V9(6) COMP-3.
       01  WS-TAUX-PLANCHER         PIC S9(3)V9(6) COMP-3.
       01  WS-CAPITAL-RESTANT       PIC S9(8)V99 COMP-3.

       01  WS-TAUX-INDICE           PIC S9(3)V9(6) COMP-3.
       01  WS-TAUX-NOUVEAU          PIC S9(3)V9(6) COMP-3.

      *    Recalcul des echeances a venir
       01  WS-CAPITAL-IMPAYE        PIC S9(8)V99 COMP-3.
       01  WS-CAPITAL-A-AMORTIR     PIC S9(8)V99 COMP-3.
       01  WS-CAPITAL-MENSUEL       PIC S9(8)V99 COMP-3.
       01  WS-INTERET-MOIS          PIC S9(8)V99 COMP-3.
       01  WS-NUM-ECHEANCE          PIC S9(3) COMP-3.
       01  WS-NB-ECH-RESTANTES      PIC S9(4) COMP.
       01  WS-IDX-ECH               PIC S9(4) COMP.
       01  WS-NULL-IND-1            PIC S9(4) COMP.

      *    Avis de revision a l'emprunteur
       01  WS-ID-NOTIFICATION       PIC S9(9) COMP.
       01  WS-MSG-NOTIFICATION      PIC X(60).
       01  WS-NULL-INDICATOR        PIC S9(4) COMP.
       01  WS-ID-EDIT               PIC 9(9).
       01  WS-TAUX-PCT              PIC S9(3)V9(4) COMP-3.
       01  WS-TAUX-EDIT             PIC ZZ9,9999.
       01  WS-TAUX-ANCIEN-EDIT      PIC ZZ9,9999.

       01  WS-NB-REVISES            PIC 9(7) VALUE 0.
       01  WS-NB-PLAFONNES          PIC 9(7) VALUE 0.
       01  WS-NB-REJETES            PIC 9(7) VALUE 0.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Date comptable du jour bancaire ouvert
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee
       01  WS-DATE-COMPTABLE      PIC X(8).

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

           MOVE WS-DATE-COMPTABLE TO WS-DATE-JOUR.
           MOVE WS-JOUR-ANNEE TO WS-ANNEE.
           MOVE WS-JOUR-MOIS TO WS-MOIS.

           PERFORM 0500-LIRE-SEUIL-USURE
              THRU 0500-LIRE-SEUIL-USURE-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   REVISION DES PRETS A TAUX VARIABLE        *'
           DISPLAY '=============================================='.

           EXEC SQL
              DECLARE CREVISION CURSOR WITH HOLD FOR
              SELECT ID_PRET, ID_CLIENT, TAUX, CODE_INDICE, MARGE,
                     VALUE(TAUX_CAP, 0), VALUE(TAUX_PLANCHER, 0),
                     CAPITAL_RESTANT
              FROM API8.PRET
              WHERE TYPE_TAUX = 'V'
                AND STATUT_PRET IN ('A', 'D')
                AND MONTH(DATE_OCTROI) <= :WS-MOIS
                AND YEAR(DATE_OCTROI) < :WS-ANNEE
                AND (DATE_REVISION IS NULL
                     OR YEAR(DATE_REVISION) < :WS-ANNEE)
              ORDER BY ID_PRET
           END-EXEC.

           EXEC SQL
              OPEN CREVISION
           END-EXEC.

           PERFORM 1000-REVISER-PRET
              THRU 1000-REVISER-PRET-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CREVISION
           END-EXEC.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-LIRE-SEUIL-USURE.
           COMPUTE WS-TRIMESTRE-USURE = (WS-JOUR-MOIS + 2) / 3.

           EXEC SQL
              SELECT TAUX_PLAFOND
              INTO :WS-TAUX-PLAFOND
              FROM API8.TAUXUSURE
              WHERE CATEGORIE = :WS-CATEGORIE-USURE
                AND ANNEE = :WS-JOUR-ANNEE
                AND TRIMESTRE = :WS-TRIMESTRE-USURE
           END-EXEC.

           IF SQLCODE = 0
              SET USURE-CHARGEE TO TRUE
           ELSE
              DISPLAY 'SEUIL D''USURE ABSENT POUR LE TRIMESTRE - '
                 'REVISIONS DIFFEREES'
              MOVE 0 TO SQLCODE
           END-IF.

       0500-LIRE-SEUIL-USURE-EXIT.
           EXIT.

       1000-REVISER-PRET.
           EXEC SQL
              FETCH CREVISION
              INTO :WS-ID-PRET-CUR, :WS-ID-CLIENT-PRET,
                   :WS-TAUX-ANCIEN, :WS-CODE-INDICE, :WS-MARGE,
                   :WS-TAUX-CAP, :WS-TAUX-PLANCHER,
                   :WS-CAPITAL-RESTANT
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-REVISER-PRET-EXIT
           END-IF.

           IF NOT USURE-CHARGEE
              ADD 1 TO WS-NB-REJETES
              GO TO 1000-REVISER-PRET-EXIT
           END-IF.

           EXEC SQL
              SELECT TAUX_INDICE
              INTO :WS-TAUX-INDICE
              FROM API8.TAUXREF
              WHERE CODE_INDICE = :WS-CODE-INDICE
                AND DATE_PUBLICATION =
                   (SELECT MAX(DATE_PUBLICATION)
                    FROM API8.TAUXREF
                    WHERE CODE_INDICE = :WS-CODE-INDICE
                      AND DATE_PUBLICATION <= :WS-DATE-JOUR)
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'INDICE NON PUBLIE : ' WS-CODE-INDICE
                 ' PRET ' WS-ID-PRET-CUR ' NON REVISE'
              ADD 1 TO WS-NB-REJETES
              MOVE 0 TO SQLCODE
              GO TO 1000-REVISER-PRET-EXIT
           END-IF.

      *    Nouveau taux : indice + marge, borne par le cap et le
      *    plancher, jamais negatif, puis ramene au seuil d'usure
           COMPUTE WS-TAUX-NOUVEAU = WS-TAUX-INDICE + WS-MARGE.
           IF WS-TAUX-CAP > 0 AND WS-TAUX-NOUVEAU > WS-TAUX-CAP
              MOVE WS-TAUX-CAP TO WS-TAUX-NOUVEAU
           END-IF.
           IF WS-TAUX-NOUVEAU < WS-TAUX-PLANCHER
              MOVE WS-TAUX-PLANCHER TO WS-TAUX-NOUVEAU
           END-IF.
           IF WS-TAUX-NOUVEAU < 0
              MOVE 0 TO WS-TAUX-NOUVEAU
           END-IF.
           IF WS-TAUX-NOUVEAU > WS-TAUX-PLAFOND
              MOVE WS-TAUX-PLAFOND TO WS-TAUX-NOUVEAU
              ADD 1 TO WS-NB-PLAFONNES
              DISPLAY 'PRET ' WS-ID-PRET-CUR
                 ' : TAUX RAMENE AU SEUIL D''USURE'
           END-IF.

           PERFORM 1100-RECALCULER-ECHEANCIER
              THRU 1100-RECALCULER-ECHEANCIER-EXIT.

           EXEC SQL
              UPDATE API8.PRET
              SET TAUX = :WS-TAUX-NOUVEAU,
                  DATE_REVISION = CURRENT DATE
              WHERE ID_PRET = :WS-ID-PRET-CUR
           END-EXEC.

           PERFORM 1300-AVISER-EMPRUNTEUR
              THRU 1300-AVISER-EMPRUNTEUR-EXIT.

           ADD 1 TO WS-NB-REVISES.
           COMPUTE WS-TAUX-PCT ROUNDED = WS-TAUX-ANCIEN * 100.
           MOVE WS-TAUX-PCT TO WS-TAUX-ANCIEN-EDIT.
           COMPUTE WS-TAUX-PCT ROUNDED = WS-TAUX-NOUVEAU * 100.
           MOVE WS-TAUX-PCT TO WS-TAUX-EDIT.
           DISPLAY 'REVISE : PRET ' WS-ID-PRET-CUR
              ' ' WS-TAUX-ANCIEN-EDIT ' % -> ' WS-TAUX-EDIT ' %'.

           MOVE 0 TO SQLCODE.

       1000-REVISER-PRET-EXIT.
           EXIT.

       1100-RECALCULER-ECHEANCIER.
      *    Les echeances impayees ('I') restent dues pour leur
      *    montant : seul le capital restant hors impayes est
      *    reparti sur les echeances a venir
           EXEC SQL
              SELECT SUM(MONTANT_CAPITAL)
              INTO :WS-CAPITAL-IMPAYE :WS-NULL-IND-1
              FROM API8.ECHEANCIER
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND STATUT_ECH = 'I'
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-CAPITAL-IMPAYE
           END-IF.

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-ECH-RESTANTES
              FROM API8.ECHEANCIER
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND STATUT_ECH = 'A'
           END-EXEC.

           IF WS-NB-ECH-RESTANTES = 0
              GO TO 1100-RECALCULER-ECHEANCIER-EXIT
           END-IF.

           COMPUTE WS-CAPITAL-A-AMORTIR =
              WS-CAPITAL-RESTANT - WS-CAPITAL-IMPAYE.
           COMPUTE WS-CAPITAL-MENSUEL ROUNDED =
              WS-CAPITAL-A-AMORTIR / WS-NB-ECH-RESTANTES.
           MOVE 0 TO WS-IDX-ECH.

           EXEC SQL
              DECLARE CECHREV CURSOR WITH HOLD FOR
              SELECT NUM_ECHEANCE
              FROM API8.ECHEANCIER
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND STATUT_ECH = 'A'
              ORDER BY NUM_ECHEANCE
           END-EXEC.

           EXEC SQL
              OPEN CECHREV
           END-EXEC.

           PERFORM 1200-RECALCULER-ECHEANCE
              THRU 1200-RECALCULER-ECHEANCE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CECHREV
           END-EXEC.

           MOVE 0 TO SQLCODE.

       1100-RECALCULER-ECHEANCIER-EXIT.
           EXIT.

       1200-RECALCULER-ECHEANCE.
           EXEC SQL
              FETCH CECHREV
              INTO :WS-NUM-ECHEANCE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1200-RECALCULER-ECHEANCE-EXIT
           END-IF.

           ADD 1 TO WS-IDX-ECH.

           COMPUTE WS-INTERET-MOIS ROUNDED =
              WS-CAPITAL-A-AMORTIR * WS-TAUX-NOUVEAU / 12.

           IF WS-IDX-ECH = WS-NB-ECH-RESTANTES
      *       Derniere echeance : solde exact du capital restant
              MOVE WS-CAPITAL-A-AMORTIR TO WS-CAPITAL-MENSUEL
           END-IF.

           EXEC SQL
              UPDATE API8.ECHEANCIER
              SET MONTANT_CAPITAL = :WS-CAPITAL-MENSUEL,
                  MONTANT_INTERET = :WS-INTERET-MOIS
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND NUM_ECHEANCE = :WS-NUM-ECHEANCE
           END-EXEC.

           SUBTRACT WS-CAPITAL-MENSUEL FROM WS-CAPITAL-A-AMORTIR.

           MOVE 0 TO SQLCODE.

       1200-RECALCULER-ECHEANCE-EXIT.
           EXIT.

       1300-AVISER-EMPRUNTEUR.
      *    Avis de revision en file de notification (courrier via
      *    la chaine API8NOTI)
           EXEC SQL
              SELECT MAX(ID_NOTIFICATION)
              INTO :WS-ID-NOTIFICATION :WS-NULL-INDICATOR
              FROM API8.NOTIFICATION
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-NOTIFICATION
           ELSE
              ADD 1 TO WS-ID-NOTIFICATION
           END-IF.

           MOVE WS-ID-PRET-CUR TO WS-ID-EDIT.
           COMPUTE WS-TAUX-PCT ROUNDED = WS-TAUX-NOUVEAU * 100.
           MOVE WS-TAUX-PCT TO WS-TAUX-EDIT.
           MOVE SPACES TO WS-MSG-NOTIFICATION.
           STRING 'PRET ' WS-ID-EDIT ' : TAUX REVISE A '
              WS-TAUX-EDIT ' % AU ' WS-DATE-JOUR
              DELIMITED BY SIZE INTO WS-MSG-NOTIFICATION.

           EXEC SQL
              INSERT INTO API8.NOTIFICATION
                 (ID_NOTIFICATION, ID_CLIENT, MESSAGE_NOTIF,
                  DATE_CREATION, TRAITE)
              VALUES
                 (:WS-ID-NOTIFICATION, :WS-ID-CLIENT-PRET,
                  :WS-MSG-NOTIFICATION, CURRENT DATE, 'N')
           END-EXEC.

       1300-AVISER-EMPRUNTEUR-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8RVTX', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
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
              MOVE 0 TO SQLCODE
           END-IF.

       0450-LIRE-DATE-COMPTABLE-EXIT.
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
            COMPUTE WS-JRN-LUS = WS-NB-REVISES + WS-NB-REJETES.
            MOVE WS-NB-REVISES TO WS-JRN-ECRITS.
            MOVE WS-NB-REJETES TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8RVTX        '
            DISPLAY '   PRETS REVISES        : ' WS-NB-REVISES
            DISPLAY '   DONT PLAFONNES USURE : ' WS-NB-PLAFONNES
            DISPLAY '   PRETS NON REVISES    : ' WS-NB-REJETES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            COMPUTE WS-JRN-LUS = WS-NB-REVISES + WS-NB-REJETES.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE WS-NB-REJETES TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8RVTX       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
