       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8ENVV.
      *===============================================================
      *    BATCH DE VERIFICATION DES ENVELOPPES DE DEPOT DAB
      *    Un depot au distributeur (API8SDEP canal 'A') est une
      *    enveloppe dont le contenu n'est connu qu'a la releve du
      *    coffre : il est tenu sur API8.ENVELOPPE au montant declare
      *    par le client, selon la regle du produit (PARAMPROD
      *    DEPOT_DAB_DIFFERE) :
      *       'P' credit provisoire du montant declare au depot
      *       'D' credit differe jusqu'au comptage
      *    L'equipe de releve saisit le montant compte de chaque
      *    enveloppe sur l'ecran de recharge API8DABR (statut 'C').
      *    En chaine quotidienne, ce batch reprend les enveloppes
      *    comptees :
      *       - credit differe : le compte est credite du montant
      *         compte (operation TYPE_OP 'D' canal 'A', comme le
      *         depot lui-meme, pour que la caisse API8CAIS et le
      *         grand livre API8GLIV la lisent en depot DAB)
      *       - credit provisoire : l'ecart compte - declare est
      *         regularise, debit TYPE_OP 'R' (comme un retrait DAB,
      *         sans garde de solde, compte au compteur journalier
      *         API8CPTJ mais exclu du quota de retraits du forfait
      *         API8FRFM) si l'enveloppe contenait moins,
      *         credit TYPE_OP 'D' si elle contenait plus
      *       - sans ecart l'enveloppe est verifiee conforme (statut
      *         'V') ; avec ecart elle est regularisee (statut 'R')
      *         et le client est avise par API8.NOTIFICATION
      *    Un compte cloture ou en desherence entre le depot et le
      *    comptage n'est pas mouvemente : l'enveloppe reste comptee
      *    et sort en anomalie pour traitement manuel (RC 4).
      *    Le batch edite ensuite les enveloppes toujours en attente
      *    de comptage depuis plus de DELAI_VERIF_ENVELOPPE jours
      *    (parametre, repli 3) : releve oubliee ou enveloppe perdue.
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

      *    Enveloppe comptee en cours de verification
       01  WS-ID-ENVELOPPE            PIC S9(9) COMP.
       01  WS-ID-COMPTE-ENV           PIC S9(9) COMP.
       01  WS-CODE-DAB                PIC X(4).
       01  WS-MONTANT-DECLARE         PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-COMPTE          PIC S9(8)V99 COMP-3.
       01  WS-MODE-CREDIT             PIC X(1).
           88 CREDIT-DIFFERE                VALUE 'D'.
       01  WS-DATE-DEPOT              PIC X(8).
       01  WS-ECART                   PIC S9(8)V99 COMP-3.
       01  WS-STATUT-ENV              PIC X(1).
       01  WS-ID-OPERATION-ENV        PIC S9(9) COMP.
       01  WS-ID-OPERATION-REGUL      PIC S9(9) COMP.

      *    Compte et client de l'enveloppe
       01  WS-ID-CLIENT               PIC S9(9) COMP.
       01  WS-STATUT-COMPTE           PIC X(1).

      *    Operation a poster
       01  WS-MONTANT-POSTE           PIC S9(8)V99 COMP-3.
       01  WS-TYPE-POSTE              PIC X(1).
       01  WS-LIBELLE-OP              PIC X(30).
       01  WS-ID-OPERATION-POSTEE     PIC S9(9) COMP.

      *    Zone d'appel de la tenue des compteurs journaliers
      *    API8CPTJ (nombre et cumul des debits du jour par compte)
       01  CPTJ-ZONE.
           05  CPTJ-ID-COMPTE         PIC S9(9) COMP.
           05  CPTJ-DATE-COMPTABLE    PIC X(8).
           05  CPTJ-NATURE            PIC X(1).
           05  CPTJ-SENS              PIC X(1).
           05  CPTJ-MONTANT           PIC S9(8)V99 COMP-3.
           05  CPTJ-CODE-RETOUR       PIC X(1).

      *    Delai de comptage, en jours
       01  WS-DELAI-VERIF             PIC S9(5) COMP-3.
       01  WS-DATE-COMPTABLE-NUM      PIC 9(8).
       01  WS-DATE-LIMITE-NUM         PIC 9(8).
       01  WS-DATE-LIMITE             PIC X(8).
       01  WS-ENTIER-JOUR             PIC S9(9) COMP.

       01  WS-MSG-NOTIFICATION        PIC X(60).
       01  WS-ID-NOTIFICATION         PIC S9(9) COMP.

       01  WS-MONTANT-EDIT            PIC -(7)9,99.
       01  WS-COMPTE-EDIT             PIC -(7)9,99.
       01  WS-ECART-EDIT              PIC -(7)9,99.
       01  WS-ID-ENVELOPPE-EDIT       PIC 9(9).
       01  WS-ID-COMPTE-EDIT          PIC 9(9).

       01  WS-NB-COMPTEES             PIC 9(7) VALUE 0.
       01  WS-NB-CONFORMES            PIC 9(7) VALUE 0.
       01  WS-NB-REGULARISEES         PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES            PIC 9(7) VALUE 0.
       01  WS-NB-EN-RETARD            PIC 9(7) VALUE 0.
       01  WS-TOTAL-ECARTS            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-RETARD            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-EDIT              PIC -(10)9,99.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Date comptable du jour bancaire ouvert
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Piste d'audit : meme convention qu'API8CATR
       01  WS-ID-AUDIT            PIC S9(9) COMP.
       01  WS-NULL-INDICATOR      PIC S9(4) COMP.
       01  WS-AUDIT-EVENEMENT     PIC X(30).

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

           PERFORM 0500-LIRE-PARAMETRES
              THRU 0500-LIRE-PARAMETRES-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   VERIFICATION DES ENVELOPPES DE DEPOT DAB  *'
           DISPLAY '*   JOURNEE COMPTABLE : ' WS-DATE-COMPTABLE
           DISPLAY '=============================================='.

           PERFORM 0600-VERIFIER-ENVELOPPES
              THRU 0600-VERIFIER-ENVELOPPES-EXIT.

           PERFORM 7000-RAPPORT-RETARDS
              THRU 7000-RAPPORT-RETARDS-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0600-VERIFIER-ENVELOPPES.
           EXEC SQL
              DECLARE CCOMPTEES CURSOR FOR
              SELECT ID_ENVELOPPE, ID_COMPTE, CODE_DAB,
                     MONTANT_DECLARE, MONTANT_COMPTE, MODE_CREDIT,
                     VALUE(ID_OPERATION, 0), DATE_DEPOT
              FROM API8.ENVELOPPE
              WHERE STATUT_ENV = 'C'
              ORDER BY ID_ENVELOPPE
           END-EXEC.

           EXEC SQL
              OPEN CCOMPTEES
           END-EXEC.

           PERFORM 1000-TRAITER-ENVELOPPE
              THRU 1000-TRAITER-ENVELOPPE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCOMPTEES
           END-EXEC.

       0600-VERIFIER-ENVELOPPES-EXIT.
           EXIT.

       1000-TRAITER-ENVELOPPE.
           EXEC SQL
              FETCH CCOMPTEES
              INTO :WS-ID-ENVELOPPE, :WS-ID-COMPTE-ENV, :WS-CODE-DAB,
                   :WS-MONTANT-DECLARE, :WS-MONTANT-COMPTE,
                   :WS-MODE-CREDIT, :WS-ID-OPERATION-ENV,
                   :WS-DATE-DEPOT
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-NB-COMPTEES
              PERFORM 1100-VERIFIER-ENVELOPPE
                 THRU 1100-VERIFIER-ENVELOPPE-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       1000-TRAITER-ENVELOPPE-EXIT.
           EXIT.

       1100-VERIFIER-ENVELOPPE.
           MOVE WS-ID-ENVELOPPE TO WS-ID-ENVELOPPE-EDIT.
           MOVE WS-ID-COMPTE-ENV TO WS-ID-COMPTE-EDIT.
           MOVE WS-MONTANT-DECLARE TO WS-MONTANT-EDIT.
           MOVE WS-MONTANT-COMPTE TO WS-COMPTE-EDIT.
           COMPUTE WS-ECART = WS-MONTANT-COMPTE - WS-MONTANT-DECLARE.
           MOVE WS-ECART TO WS-ECART-EDIT.
           MOVE 0 TO WS-ID-OPERATION-REGUL.

           MOVE SPACE TO WS-STATUT-COMPTE.
           MOVE 0 TO WS-ID-CLIENT.
           EXEC SQL
              SELECT ID_CLIENT, STATUT
              INTO :WS-ID-CLIENT, :WS-STATUT-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-ENV
           END-EXEC.

      *    Compte disparu ou ferme depuis le depot : pas de mouvement
           IF SQLCODE = 100
              OR WS-STATUT-COMPTE = 'C' OR WS-STATUT-COMPTE = 'D'
              ADD 1 TO WS-NB-ANOMALIES
              DISPLAY 'ENVELOPPE ' WS-ID-ENVELOPPE-EDIT
                 ' COMPTE ' WS-ID-COMPTE-EDIT
                 ' FERME OU INCONNU - DECLARE ' WS-MONTANT-EDIT
                 ' COMPTE ' WS-COMPTE-EDIT ' - A TRAITER'
              GO TO 1100-VERIFIER-ENVELOPPE-EXIT
           END-IF.

           IF CREDIT-DIFFERE
              PERFORM 1200-CREDITER-DIFFERE
                 THRU 1200-CREDITER-DIFFERE-EXIT
           ELSE
              PERFORM 1300-REGULARISER-PROVISOIRE
                 THRU 1300-REGULARISER-PROVISOIRE-EXIT
           END-IF.

           IF WS-ECART = 0
              MOVE 'V' TO WS-STATUT-ENV
              ADD 1 TO WS-NB-CONFORMES
              DISPLAY 'ENVELOPPE ' WS-ID-ENVELOPPE-EDIT
                 ' COMPTE ' WS-ID-COMPTE-EDIT
                 ' DAB ' WS-CODE-DAB
                 ' MODE ' WS-MODE-CREDIT
                 ' MONTANT ' WS-COMPTE-EDIT ' CONFORME'
           ELSE
              MOVE 'R' TO WS-STATUT-ENV
              ADD 1 TO WS-NB-REGULARISEES
              ADD WS-ECART TO WS-TOTAL-ECARTS
              DISPLAY 'ENVELOPPE ' WS-ID-ENVELOPPE-EDIT
                 ' COMPTE ' WS-ID-COMPTE-EDIT
                 ' DAB ' WS-CODE-DAB
                 ' MODE ' WS-MODE-CREDIT
                 ' DECLARE ' WS-MONTANT-EDIT
                 ' COMPTE ' WS-COMPTE-EDIT
                 ' ECART ' WS-ECART-EDIT
              PERFORM 1500-NOTIFIER-CLIENT
                 THRU 1500-NOTIFIER-CLIENT-EXIT
              MOVE 'REGULARISATION ENVELOPPE DAB' TO WS-AUDIT-EVENEMENT
              PERFORM 8000-TRACER-AUDIT
                 THRU 8000-TRACER-AUDIT-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.ENVELOPPE
              SET STATUT_ENV = :WS-STATUT-ENV,
                  ECART = :WS-ECART,
                  ID_OPERATION = :WS-ID-OPERATION-ENV,
                  ID_OPERATION_REGUL = :WS-ID-OPERATION-REGUL,
                  DATE_VERIFICATION = :WS-DATE-COMPTABLE
              WHERE ID_ENVELOPPE = :WS-ID-ENVELOPPE
           END-EXEC.

       1100-VERIFIER-ENVELOPPE-EXIT.
           EXIT.

       1200-CREDITER-DIFFERE.
      *    Rien n'a ete credite au depot : le compte recoit le montant
      *    compte ; une enveloppe vide ne donne pas d'operation
           IF WS-MONTANT-COMPTE > 0
              MOVE WS-MONTANT-COMPTE TO WS-MONTANT-POSTE
              MOVE 'D' TO WS-TYPE-POSTE
              MOVE SPACES TO WS-LIBELLE-OP
              STRING 'DEPOT DAB ENV. ' WS-ID-ENVELOPPE-EDIT
                 DELIMITED BY SIZE INTO WS-LIBELLE-OP
              PERFORM 1400-POSTER-OPERATION
                 THRU 1400-POSTER-OPERATION-EXIT
              MOVE WS-ID-OPERATION-POSTEE TO WS-ID-OPERATION-ENV
           END-IF.

       1200-CREDITER-DIFFERE-EXIT.
           EXIT.

       1300-REGULARISER-PROVISOIRE.
      *    Le montant declare a ete credite au depot : seul l'ecart
      *    est poste
           IF WS-ECART = 0
              GO TO 1300-REGULARISER-PROVISOIRE-EXIT
           END-IF.

           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'REGUL. DEPOT DAB ' WS-ID-ENVELOPPE-EDIT
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.
           IF WS-ECART < 0
              COMPUTE WS-MONTANT-POSTE = 0 - WS-ECART
              MOVE 'R' TO WS-TYPE-POSTE
           ELSE
              MOVE WS-ECART TO WS-MONTANT-POSTE
              MOVE 'D' TO WS-TYPE-POSTE
           END-IF.
           PERFORM 1400-POSTER-OPERATION
              THRU 1400-POSTER-OPERATION-EXIT.
           MOVE WS-ID-OPERATION-POSTEE TO WS-ID-OPERATION-REGUL.

       1300-REGULARISER-PROVISOIRE-EXIT.
           EXIT.

       1400-POSTER-OPERATION.
      *    Debit sans garde de solde : l'argent n'a jamais ete remis
           IF WS-TYPE-POSTE = 'R'
              EXEC SQL
                 UPDATE API8.COMPTE
                 SET SOLDE = SOLDE - :WS-MONTANT-POSTE
                 WHERE ID_COMPTE = :WS-ID-COMPTE-ENV
              END-EXEC
      *       Compteur journalier du compte debite (API8CPTJ), meme
      *       unite de travail que l'operation
              MOVE WS-ID-COMPTE-ENV TO CPTJ-ID-COMPTE
              MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE
              MOVE 'R' TO CPTJ-NATURE
              MOVE '+' TO CPTJ-SENS
              MOVE WS-MONTANT-POSTE TO CPTJ-MONTANT
              CALL 'API8CPTJ' USING CPTJ-ZONE
           ELSE
              EXEC SQL
                 UPDATE API8.COMPTE
                 SET SOLDE = SOLDE + :WS-MONTANT-POSTE
                 WHERE ID_COMPTE = :WS-ID-COMPTE-ENV
              END-EXEC
           END-IF.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION-POSTEE.

           MOVE WS-ID-COMPTE-ENV TO WS-ID-COMPTE OF DCLOPERATION.
           MOVE WS-MONTANT-POSTE TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE WS-TYPE-POSTE TO WS-TYPE-OP OF DCLOPERATION.

           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP, DATE_OP,
                  DATE_COMPTABLE, HEURE_OP, CANAL,
                  LIBELLE_OP)
              VALUES
                 (:DCLOPERATION.WS-ID-OPERATION,
                  :DCLOPERATION.WS-ID-COMPTE,
                  :DCLOPERATION.WS-MONTANT-OP,
                  :DCLOPERATION.WS-TYPE-OP,
                  CURRENT DATE,
                  :WS-DATE-COMPTABLE, CURRENT TIME, 'A',
                  :WS-LIBELLE-OP)
           END-EXEC.

       1400-POSTER-OPERATION-EXIT.
           EXIT.

       1500-NOTIFIER-CLIENT.
           MOVE SPACES TO WS-MSG-NOTIFICATION.
           STRING 'DEPOT DAB ENV. ' WS-ID-ENVELOPPE-EDIT
                  ' ECART ' WS-ECART-EDIT ' REGULARISE'
              DELIMITED BY SIZE INTO WS-MSG-NOTIFICATION.

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
                 (:WS-ID-NOTIFICATION, :WS-ID-CLIENT,
                  :WS-MSG-NOTIFICATION, CURRENT DATE, 'N')
           END-EXEC.

       1500-NOTIFIER-CLIENT-EXIT.
           EXIT.

       7000-RAPPORT-RETARDS.
      *    Enveloppes deposees avant la date limite et jamais
      *    comptees
           MOVE WS-DATE-COMPTABLE TO WS-DATE-COMPTABLE-NUM.
           COMPUTE WS-ENTIER-JOUR =
              FUNCTION INTEGER-OF-DATE(WS-DATE-COMPTABLE-NUM)
              - WS-DELAI-VERIF.
           COMPUTE WS-DATE-LIMITE-NUM =
              FUNCTION DATE-OF-INTEGER(WS-ENTIER-JOUR).
           MOVE WS-DATE-LIMITE-NUM TO WS-DATE-LIMITE.

           DISPLAY '----------------------------------------------'.
           DISPLAY 'ENVELOPPES NON COMPTEES DEPOSEES AVANT LE '
              WS-DATE-LIMITE.

           EXEC SQL
              DECLARE CRETARDS CURSOR FOR
              SELECT ID_ENVELOPPE, ID_COMPTE, CODE_DAB,
                     MONTANT_DECLARE, MODE_CREDIT, DATE_DEPOT
              FROM API8.ENVELOPPE
              WHERE STATUT_ENV = 'A'
                AND DATE_DEPOT < :WS-DATE-LIMITE
              ORDER BY CODE_DAB, DATE_DEPOT, ID_ENVELOPPE
           END-EXEC.

           EXEC SQL
              OPEN CRETARDS
           END-EXEC.

           PERFORM 7100-EDITER-RETARD
              THRU 7100-EDITER-RETARD-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CRETARDS
           END-EXEC.

           IF WS-NB-EN-RETARD = 0
              DISPLAY '   AUCUNE'
           END-IF.

       7000-RAPPORT-RETARDS-EXIT.
           EXIT.

       7100-EDITER-RETARD.
           EXEC SQL
              FETCH CRETARDS
              INTO :WS-ID-ENVELOPPE, :WS-ID-COMPTE-ENV, :WS-CODE-DAB,
                   :WS-MONTANT-DECLARE, :WS-MODE-CREDIT,
                   :WS-DATE-DEPOT
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-NB-EN-RETARD
              ADD WS-MONTANT-DECLARE TO WS-TOTAL-RETARD
              MOVE WS-ID-ENVELOPPE TO WS-ID-ENVELOPPE-EDIT
              MOVE WS-ID-COMPTE-ENV TO WS-ID-COMPTE-EDIT
              MOVE WS-MONTANT-DECLARE TO WS-MONTANT-EDIT
              DISPLAY '   DAB ' WS-CODE-DAB
                 ' ENVELOPPE ' WS-ID-ENVELOPPE-EDIT
                 ' DEPOSEE ' WS-DATE-DEPOT
                 ' COMPTE ' WS-ID-COMPTE-EDIT
                 ' MODE ' WS-MODE-CREDIT
                 ' DECLARE ' WS-MONTANT-EDIT
           END-IF.

       7100-EDITER-RETARD-EXIT.
           EXIT.

       8000-TRACER-AUDIT.
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
                  DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, :WS-ID-CLIENT, 'API8ENVV',
                  :WS-AUDIT-EVENEMENT, CURRENT DATE, CURRENT TIME)
           END-EXEC.

       8000-TRACER-AUDIT-EXIT.
           EXIT.

       0500-LIRE-PARAMETRES.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-VERIF
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'DELAI_VERIF_ENVELOPPE'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DELAI-VERIF < 1
              MOVE 3 TO WS-DELAI-VERIF
           END-IF.

       0500-LIRE-PARAMETRES-EXIT.
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
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
              INTO :WS-ID-JOURNAL :WS-JRN-NULL-IND
              FROM API8.JOURNALBATCH
           END-EXEC.

           IF WS-JRN-NULL-IND = -1
              MOVE 1 TO WS-ID-JOURNAL
           ELSE
              ADD 1 TO WS-ID-JOURNAL
           END-IF.

           EXEC SQL
              INSERT INTO API8.JOURNALBATCH
                 (ID_JOURNAL, NOM_PROGRAMME, DATE_EXECUTION,
                  HEURE_DEBUT, STATUT_EXEC)
              VALUES
                 (:WS-ID-JOURNAL, 'API8ENVV', CURRENT DATE,
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
            MOVE WS-NB-COMPTEES TO WS-JRN-LUS.
            COMPUTE WS-JRN-ECRITS =
               WS-NB-CONFORMES + WS-NB-REGULARISEES.
            MOVE WS-NB-ANOMALIES TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            IF WS-NB-ANOMALIES > 0 OR WS-NB-EN-RETARD > 0
               MOVE 4 TO WS-JRN-RC
            END-IF.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8ENVV        '
            DISPLAY '   ENVELOPPES COMPTEES  : ' WS-NB-COMPTEES
            DISPLAY '   CONFORMES            : ' WS-NB-CONFORMES
            DISPLAY '   REGULARISEES         : ' WS-NB-REGULARISEES
            DISPLAY '   EN ANOMALIE          : ' WS-NB-ANOMALIES
            MOVE WS-TOTAL-ECARTS TO WS-TOTAL-EDIT.
            DISPLAY '   TOTAL DES ECARTS     : ' WS-TOTAL-EDIT
            DISPLAY '   NON COMPTEES HORS DELAI : ' WS-NB-EN-RETARD
            MOVE WS-TOTAL-RETARD TO WS-TOTAL-EDIT.
            DISPLAY '   MONTANT HORS DELAI   : ' WS-TOTAL-EDIT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-COMPTEES TO WS-JRN-LUS.
            COMPUTE WS-JRN-ECRITS =
               WS-NB-CONFORMES + WS-NB-REGULARISEES.
            MOVE WS-NB-ANOMALIES TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8ENVV       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
