       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8SAIP.
      *===============================================================
      *    BATCH DE PAIEMENT DES SAISIES SUR COMPTE
      *    Reprend chaque ordre du registre API8.SAISIE (tenu par
      *    API8SAIS) encore actif ('A') dont le delai de contestation
      *    est expire sans contestation :
      *       - montant bloque positif : le compte est debite du
      *         montant bloque (fonds deja tenus hors du disponible,
      *         le debit n'est pas conditionne au solde), une
      *         operation 'S' est tracee et le virement au creancier
      *         est depose sur API8.VIREXT (EXPEDIE = 'N') pour
      *         l'extraction interbancaire API8VEXT ; l'ordre passe
      *         'P' avec la date et l'operation de paiement
      *       - montant bloque nul (rien de saisissable au-dela du
      *         solde insaisissable) : l'ordre passe 'I', le
      *         creancier est informe hors systeme
      *    Le client est prevenu par API8.NOTIFICATION dans les deux
      *    cas. Un ordre conteste ('C') attend la decision du juge
      *    (API8SAIS REPRISE ou LEVEE).
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

      *    Ordre de saisie lu par le curseur
       01  WS-ID-SAISIE         PIC S9(9) COMP.
       01  WS-ID-COMPTE-SAISI   PIC S9(9) COMP.
       01  WS-ID-CLIENT-SAISI   PIC S9(9) COMP.
       01  WS-TYPE-SAISIE       PIC X(1).
       01  WS-NOM-CREANCIER     PIC X(30).
       01  WS-IBAN-CREANCIER    PIC X(27).
       01  WS-MONTANT-BLOQUE    PIC S9(8)V99 COMP-3.
       01  WS-NULL-INDICATOR    PIC S9(4) COMP.
       01  WS-DATE-JOUR         PIC X(8).
       01  WS-DEVISE-COMPTE     PIC X(3).

       01  WS-ID-VIREXT         PIC S9(9) COMP.
       01  WS-LIBELLE-OP        PIC X(30).
       01  WS-ID-NOTIFICATION   PIC S9(9) COMP.
       01  WS-MSG-NOTIFICATION  PIC X(60).
       01  WS-MONTANT-EDIT      PIC Z(7)9,99.

       01  WS-NB-LUS            PIC 9(5) VALUE 0.
       01  WS-NB-PAYES          PIC 9(5) VALUE 0.
       01  WS-NB-INFRUCTUEUX    PIC 9(5) VALUE 0.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel de la tenue des compteurs journaliers
      *    API8CPTJ (nombre et cumul des debits du jour par compte)
       01  CPTJ-ZONE.
           05  CPTJ-ID-COMPTE         PIC S9(9) COMP.
           05  CPTJ-DATE-COMPTABLE    PIC X(8).
           05  CPTJ-NATURE            PIC X(1).
           05  CPTJ-SENS              PIC X(1).
           05  CPTJ-MONTANT           PIC S9(8)V99 COMP-3.
           05  CPTJ-CODE-RETOUR       PIC X(1).

      *    Date comptable du jour bancaire ouvert
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Journal d'execution des batches (API8.JOURNALBATCH) :
      *    une ligne ouverte au lancement, soldee en fin avec les
      *    compteurs et le code retour - le rapport du matin
      *    (API8JRNL) s'appuie dessus
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

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           EXEC SQL
              DECLARE CSAISIE CURSOR FOR
              SELECT ID_SAISIE, ID_COMPTE, ID_CLIENT, TYPE_SAISIE,
                     NOM_CREANCIER, IBAN_CREANCIER, MONTANT_BLOQUE
              FROM API8.SAISIE
              WHERE STATUT_SAISIE = 'A'
                AND DATE_FIN_CONTESTATION < :WS-DATE-JOUR
              ORDER BY ID_SAISIE
           END-EXEC.

           EXEC SQL
              OPEN CSAISIE
           END-EXEC.

           PERFORM 1000-TRAITER-SAISIE
              THRU 1000-TRAITER-SAISIE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CSAISIE
           END-EXEC.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-TRAITER-SAISIE.
           EXEC SQL
              FETCH CSAISIE
              INTO :WS-ID-SAISIE, :WS-ID-COMPTE-SAISI,
                   :WS-ID-CLIENT-SAISI, :WS-TYPE-SAISIE,
                   :WS-NOM-CREANCIER, :WS-IBAN-CREANCIER,
                   :WS-MONTANT-BLOQUE
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-NB-LUS
              IF WS-MONTANT-BLOQUE > 0
                 PERFORM 1100-PAYER-CREANCIER
                    THRU 1100-PAYER-CREANCIER-EXIT
              ELSE
                 PERFORM 1500-CLORE-INFRUCTUEUSE
                    THRU 1500-CLORE-INFRUCTUEUSE-EXIT
              END-IF
              MOVE 0 TO SQLCODE
           END-IF.

       1000-TRAITER-SAISIE-EXIT.
           EXIT.

       1100-PAYER-CREANCIER.
      *    Le montant bloque a ete tenu hors du disponible depuis la
      *    signification : le debit est fait sans garde de solde
           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-MONTANT-BLOQUE
              WHERE ID_COMPTE = :WS-ID-COMPTE-SAISI
           END-EXEC.

           PERFORM 1200-INSERER-OPERATION
              THRU 1200-INSERER-OPERATION-EXIT.
           PERFORM 1250-DEPOSER-VIREXT
              THRU 1250-DEPOSER-VIREXT-EXIT.

           EXEC SQL
              UPDATE API8.SAISIE
              SET STATUT_SAISIE = 'P',
                  DATE_PAIEMENT = CURRENT DATE,
                  ID_OPERATION = :DCLOPERATION.WS-ID-OPERATION,
                  DATE_MAJ = CURRENT DATE
              WHERE ID_SAISIE = :WS-ID-SAISIE
           END-EXEC.

           MOVE WS-MONTANT-BLOQUE TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-MSG-NOTIFICATION.
           STRING 'SAISIE PAYEE AU CREANCIER : ' WS-MONTANT-EDIT
              ' EUR' DELIMITED BY SIZE INTO WS-MSG-NOTIFICATION.
           PERFORM 1350-NOTIFIER-CLIENT
              THRU 1350-NOTIFIER-CLIENT-EXIT.

           ADD 1 TO WS-NB-PAYES.

       1100-PAYER-CREANCIER-EXIT.
           EXIT.

       1200-INSERER-OPERATION.
           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.

           MOVE WS-ID-COMPTE-SAISI TO WS-ID-COMPTE OF DCLOPERATION.
           MOVE WS-MONTANT-BLOQUE TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'S' TO WS-TYPE-OP OF DCLOPERATION.

           MOVE SPACES TO WS-LIBELLE-OP.
           IF WS-TYPE-SAISIE = 'T'
              STRING 'ATD ' WS-NOM-CREANCIER(1:26)
                 DELIMITED BY SIZE INTO WS-LIBELLE-OP
           ELSE
              STRING 'SAISIE ' WS-NOM-CREANCIER(1:23)
                 DELIMITED BY SIZE INTO WS-LIBELLE-OP
           END-IF.

           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP, DATE_OP,
                  DATE_COMPTABLE, LIBELLE_OP)
              VALUES
                 (:DCLOPERATION.WS-ID-OPERATION,
                  :DCLOPERATION.WS-ID-COMPTE,
                  :DCLOPERATION.WS-MONTANT-OP,
                  :DCLOPERATION.WS-TYPE-OP,
                  CURRENT DATE,
                  :WS-DATE-COMPTABLE,
                  :WS-LIBELLE-OP)
           END-EXEC.

      *    Compteur journalier du compte debite (API8CPTJ), meme
      *    unite de travail que l'operation
           MOVE WS-ID-COMPTE-SAISI TO CPTJ-ID-COMPTE.
           MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE.
           MOVE 'X' TO CPTJ-NATURE.
           MOVE '+' TO CPTJ-SENS.
           MOVE WS-MONTANT-BLOQUE TO CPTJ-MONTANT.
           CALL 'API8CPTJ' USING CPTJ-ZONE.

       1200-INSERER-OPERATION-EXIT.
           EXIT.

       1250-DEPOSER-VIREXT.
      *    Devise du compte saisi, comme le virement externe manuel
      *    (API8VIR 1315)
           MOVE 'EUR' TO WS-DEVISE-COMPTE.
           EXEC SQL
              SELECT VALUE(DEVISE, 'EUR')
              INTO :WS-DEVISE-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-SAISI
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DEVISE-COMPTE = SPACES
              MOVE 'EUR' TO WS-DEVISE-COMPTE
           END-IF.

           EXEC SQL
              SELECT MAX(ID_VIREXT)
              INTO :WS-ID-VIREXT :WS-NULL-INDICATOR
              FROM API8.VIREXT
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-VIREXT
           ELSE
              ADD 1 TO WS-ID-VIREXT
           END-IF.

      *    Le compte debite voyage avec le virement : un retour du
      *    reseau (API8VRET) recredite exactement ce compte
           EXEC SQL
              INSERT INTO API8.VIREXT
                 (ID_VIREXT, ID_CLIENT, ID_COMPTE, IBAN_BENEF,
                  NOM_BENEF, MONTANT, DEVISE, DATE_CREATION,
                  LIBELLE_OP, EXPEDIE)
              VALUES
                 (:WS-ID-VIREXT, :WS-ID-CLIENT-SAISI,
                  :WS-ID-COMPTE-SAISI, :WS-IBAN-CREANCIER,
                  :WS-NOM-CREANCIER, :WS-MONTANT-BLOQUE,
                  :WS-DEVISE-COMPTE, CURRENT DATE, :WS-LIBELLE-OP,
                  'N')
           END-EXEC.

       1250-DEPOSER-VIREXT-EXIT.
           EXIT.

       1350-NOTIFIER-CLIENT.
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

           EXEC SQL
              INSERT INTO API8.NOTIFICATION
                 (ID_NOTIFICATION, ID_CLIENT, MESSAGE_NOTIF,
                  DATE_CREATION, TRAITE)
              VALUES
                 (:WS-ID-NOTIFICATION, :WS-ID-CLIENT-SAISI,
                  :WS-MSG-NOTIFICATION, CURRENT DATE, 'N')
           END-EXEC.

       1350-NOTIFIER-CLIENT-EXIT.
           EXIT.

       1500-CLORE-INFRUCTUEUSE.
           EXEC SQL
              UPDATE API8.SAISIE
              SET STATUT_SAISIE = 'I',
                  DATE_MAJ = CURRENT DATE
              WHERE ID_SAISIE = :WS-ID-SAISIE
           END-EXEC.

           MOVE 'SAISIE CLOSE : AUCUN MONTANT SAISISSABLE'
              TO WS-MSG-NOTIFICATION.
           PERFORM 1350-NOTIFIER-CLIENT
              THRU 1350-NOTIFIER-CLIENT-EXIT.

           ADD 1 TO WS-NB-INFRUCTUEUX.

       1500-CLORE-INFRUCTUEUSE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8SAIP', CURRENT DATE,
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
            MOVE WS-NB-LUS TO WS-JRN-LUS.
            COMPUTE WS-JRN-ECRITS = WS-NB-PAYES + WS-NB-INFRUCTUEUX.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*   FIN NORMALE DU PROGRAMME API8SAIP          '
            DISPLAY '*   SAISIES ECHUES LUES   : ' WS-NB-LUS
            DISPLAY '*   SAISIES PAYEES        : ' WS-NB-PAYES
            DISPLAY '*   SAISIES INFRUCTUEUSES : ' WS-NB-INFRUCTUEUX
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-LUS TO WS-JRN-LUS.
            COMPUTE WS-JRN-ECRITS = WS-NB-PAYES + WS-NB-INFRUCTUEUX.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8SAIP       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
