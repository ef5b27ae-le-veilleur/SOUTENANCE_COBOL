       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8DBLP.
      *===============================================================
      *    BATCH DE DEBLOCAGE DES PRETS PERSONNELS
      *    L'ecran API8PRET n'emet plus qu'une offre prealable
      *    (API8.PRET statut 'O') et API8OFFR en saisit la signature
      *    (statut 'V', DATE_SIGNATURE). Chaque nuit, ce batch verse
      *    le capital des offres signees dont le delai legal de
      *    retractation est expire (DATE_SIGNATURE anterieure a la
      *    date du jour moins API8.PARAMETRE DELAI_RETRACTATION
      *    jours, repli 14) :
      *       - capital credite sur le COMPTE du pret, operation
      *         TYPE_OP 'E' VERSEMENT PRET PERSONNEL
      *       - frais de dossier de l'offre debites par une
      *         operation TYPE_OP 'F'
      *       - echeancier recale a 30 jours par mois a partir de
      *         la date comptable du deblocage
      *       - pret actif ('A'), DATE_OCTROI = date du deblocage ;
      *         ses mensualites sont alors prelevees par API8ECHE
      *    Une offre retractee dans le delai (statut 'R') n'est
      *    jamais versee.
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

      *    Delai legal de retractation - repli 14 jours si
      *    API8.PARAMETRE n'a pas de ligne DELAI_RETRACTATION
       01  WS-DELAI-RETRACTATION    PIC S9(4) COMP VALUE 14.

      *    Offre signee lue par le curseur
       01  WS-ID-PRET-CUR           PIC S9(9) COMP.
       01  WS-ID-COMPTE-PRET        PIC S9(9) COMP.
       01  WS-MONTANT-PRET          PIC S9(8)V99 COMP-3.
       01  WS-FRAIS-DOSSIER         PIC S9(8)V99 COMP-3.
       01  WS-DUREE-MOIS            PIC S9(3) COMP-3.

      *    Recalage de l'echeancier sur la date de deblocage
       01  WS-DATE-BASE             PIC 9(8).
       01  WS-DATE-ECHEANCE         PIC 9(8).
       01  WS-NUM-ECHEANCE          PIC S9(3) COMP-3.

       01  WS-LIBELLE-OP            PIC X(30).
       01  WS-MONTANT-EDIT          PIC -(10)9,99.

       01  WS-NB-DEBLOQUES          PIC 9(7) VALUE 0.
       01  WS-TOTAL-DEBLOQUE        PIC S9(11)V99 COMP-3 VALUE 0.

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

           PERFORM 0500-LIRE-DELAI
              THRU 0500-LIRE-DELAI-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   DEBLOCAGE DES PRETS PERSONNELS SIGNES     *'
           DISPLAY '=============================================='.

           EXEC SQL
              DECLARE CDEBLOCAGE CURSOR WITH HOLD FOR
              SELECT ID_PRET, ID_COMPTE, MONTANT,
                     VALUE(FRAIS_DOSSIER, 0), DUREE_MOIS
              FROM API8.PRET
              WHERE STATUT_PRET = 'V'
                AND DATE_SIGNATURE < CURRENT DATE
                                   - :WS-DELAI-RETRACTATION DAYS
              ORDER BY ID_PRET
           END-EXEC.

           EXEC SQL
              OPEN CDEBLOCAGE
           END-EXEC.

           PERFORM 1000-DEBLOQUER-PRET
              THRU 1000-DEBLOQUER-PRET-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CDEBLOCAGE
           END-EXEC.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-LIRE-DELAI.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-RETRACTATION
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'DELAI_RETRACTATION'
           END-EXEC.
           IF SQLCODE = 100
              MOVE 14 TO WS-DELAI-RETRACTATION
              MOVE 0 TO SQLCODE
           END-IF.

       0500-LIRE-DELAI-EXIT.
           EXIT.

       1000-DEBLOQUER-PRET.
           EXEC SQL
              FETCH CDEBLOCAGE
              INTO :WS-ID-PRET-CUR, :WS-ID-COMPTE-PRET,
                   :WS-MONTANT-PRET, :WS-FRAIS-DOSSIER,
                   :WS-DUREE-MOIS
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-DEBLOQUER-PRET-EXIT
           END-IF.

           PERFORM 1100-VERSER-CAPITAL
              THRU 1100-VERSER-CAPITAL-EXIT.

           IF WS-FRAIS-DOSSIER > 0
              PERFORM 1200-PRELEVER-FRAIS
                 THRU 1200-PRELEVER-FRAIS-EXIT
           END-IF.

           MOVE WS-DATE-COMPTABLE TO WS-DATE-BASE.
           MOVE 0 TO WS-NUM-ECHEANCE.
           PERFORM 1300-RECALER-ECHEANCE
              THRU 1300-RECALER-ECHEANCE-EXIT
              UNTIL WS-NUM-ECHEANCE >= WS-DUREE-MOIS.

           EXEC SQL
              UPDATE API8.PRET
              SET STATUT_PRET = 'A',
                  DATE_OCTROI = CURRENT DATE
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND STATUT_PRET = 'V'
           END-EXEC.

           ADD 1 TO WS-NB-DEBLOQUES.
           ADD WS-MONTANT-PRET TO WS-TOTAL-DEBLOQUE.
           MOVE WS-MONTANT-PRET TO WS-MONTANT-EDIT.
           DISPLAY 'DEBLOQUE : PRET ' WS-ID-PRET-CUR
              ' COMPTE ' WS-ID-COMPTE-PRET
              ' CAPITAL ' WS-MONTANT-EDIT.

           MOVE 0 TO SQLCODE.

       1000-DEBLOQUER-PRET-EXIT.
           EXIT.

       1100-VERSER-CAPITAL.
           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE + :WS-MONTANT-PRET
              WHERE ID_COMPTE = :WS-ID-COMPTE-PRET
           END-EXEC.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.

           MOVE WS-ID-COMPTE-PRET TO WS-ID-COMPTE OF DCLOPERATION.
           MOVE WS-MONTANT-PRET TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'E' TO WS-TYPE-OP OF DCLOPERATION.

           MOVE 'VERSEMENT PRET PERSONNEL' TO WS-LIBELLE-OP.

           PERFORM 1900-INSERER-OPERATION
              THRU 1900-INSERER-OPERATION-EXIT.

       1100-VERSER-CAPITAL-EXIT.
           EXIT.

       1200-PRELEVER-FRAIS.
      *    Frais de dossier de l'offre, retenus le jour du versement
      *    sur le compte qui vient d'etre credite du capital
           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-FRAIS-DOSSIER
              WHERE ID_COMPTE = :WS-ID-COMPTE-PRET
           END-EXEC.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.

           MOVE WS-ID-COMPTE-PRET TO WS-ID-COMPTE OF DCLOPERATION.
           MOVE WS-FRAIS-DOSSIER TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'F' TO WS-TYPE-OP OF DCLOPERATION.

           MOVE 'FRAIS DE DOSSIER PRET' TO WS-LIBELLE-OP.

           PERFORM 1900-INSERER-OPERATION
              THRU 1900-INSERER-OPERATION-EXIT.

       1200-PRELEVER-FRAIS-EXIT.
           EXIT.

       1300-RECALER-ECHEANCE.
      *    Echeances a 30 jours par mois depuis le deblocage, comme
      *    l'echeancier emis par API8PRET
           ADD 1 TO WS-NUM-ECHEANCE.

           COMPUTE WS-DATE-ECHEANCE =
              FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-BASE)
                 + WS-NUM-ECHEANCE * 30).

           EXEC SQL
              UPDATE API8.ECHEANCIER
              SET DATE_ECHEANCE = :WS-DATE-ECHEANCE
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND NUM_ECHEANCE = :WS-NUM-ECHEANCE
           END-EXEC.

           MOVE 0 TO SQLCODE.

       1300-RECALER-ECHEANCE-EXIT.
           EXIT.

       1900-INSERER-OPERATION.
           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP, DATE_OP,
                 DATE_COMPTABLE,
                  LIBELLE_OP)
              VALUES
                 (:DCLOPERATION.WS-ID-OPERATION,
                  :DCLOPERATION.WS-ID-COMPTE,
                  :DCLOPERATION.WS-MONTANT-OP,
                  :DCLOPERATION.WS-TYPE-OP,
                  CURRENT DATE,
                  :WS-DATE-COMPTABLE,
                  :WS-LIBELLE-OP)
           END-EXEC.

       1900-INSERER-OPERATION-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8DBLP', CURRENT DATE,
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
            MOVE WS-NB-DEBLOQUES TO WS-JRN-LUS.
            MOVE WS-NB-DEBLOQUES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8DBLP        '
            DISPLAY '   PRETS DEBLOQUES      : ' WS-NB-DEBLOQUES
            MOVE WS-TOTAL-DEBLOQUE TO WS-MONTANT-EDIT
            DISPLAY '   CAPITAL VERSE        : ' WS-MONTANT-EDIT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-DEBLOQUES TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8DBLP       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
