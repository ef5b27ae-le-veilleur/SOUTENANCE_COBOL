       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CRJR.
      *===============================================================
      *    BATCH QUOTIDIEN DU CREDIT RENOUVELABLE
      *    Passe chaque nuit sur les reserves de credit renouvelable
      *    (API8.CREDITRENOUV, gerees par API8CRRV) :
      *       - prelevement du minimum arrive a echeance : le minimum
      *         du dernier releve (API8CRRL, STATUT_MINIMUM 'A',
      *         DATE_ECHEANCE_MIN atteinte) est debite du compte
      *         rattache si son solde le couvre (meme garde
      *         qu'API8ECHE), operation TYPE_OP 'M' ; le montant
      *         utilise diminue d'autant. Un minimum qui couvrait un
      *         arriere regularise la reserve : impayes remis a
      *         zero, relances soldees, reserve rouverte aux tirages
      *       - solde insuffisant : minimum impaye 'I', NB_IMPAYES
      *         + 1 ; l'arriere est reporte sur le minimum du releve
      *         suivant et la reserve entre dans les niveaux de
      *         relance d'API8PRCV
      *       - photographie du montant utilise de chaque reserve
      *         vivante dans API8.SOLDECREDIT (ID_CREDIT, DATE_SOLDE,
      *         MONTANT_UTILISE), sur le modele d'API8.SOLDEJOUR
      *         (API8SJR) : les interets du releve sont calcules sur
      *         ces montants-jours. Une relance le meme jour ecrase
      *         la photographie du jour.
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

       01  WS-DATE-JOUR              PIC X(8).

      *    Reserve dont le minimum est echu
       01  WS-ID-CREDIT-CUR          PIC S9(9) COMP.
       01  WS-ID-COMPTE-CUR          PIC S9(9) COMP.
       01  WS-MINIMUM-DU             PIC S9(8)V99 COMP-3.
       01  WS-NB-IMPAYES-CUR         PIC S9(3) COMP-3.

       01  WS-LIBELLE-OP             PIC X(30).
       01  WS-ID-OPERATION           PIC S9(9) COMP.
       01  WS-ID-CREDIT-EDIT         PIC 9(9).
       01  WS-MONTANT-EDIT           PIC -(7)9,99.

       01  WS-NB-ECHUS               PIC 9(7) VALUE 0.
       01  WS-NB-PRELEVES            PIC 9(7) VALUE 0.
       01  WS-NB-IMPAYES             PIC 9(7) VALUE 0.
       01  WS-NB-PHOTOS              PIC S9(9) COMP VALUE 0.
       01  WS-TOTAL-PRELEVE          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-EDIT             PIC -(10)9,99.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Date comptable du jour bancaire ouvert
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

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           DISPLAY '=============================================='
           DISPLAY '*   CREDIT RENOUVELABLE - PASSAGE DU '
              WS-DATE-JOUR
           DISPLAY '=============================================='.

      *    Minimums echus a prelever : reserves vivantes, y compris
      *    bloquees au recouvrement - le minimum reste du
           EXEC SQL
              DECLARE CMINIMUM CURSOR FOR
              SELECT ID_CREDIT, ID_COMPTE, MINIMUM_DU, NB_IMPAYES
              FROM API8.CREDITRENOUV
              WHERE STATUT_CREDIT IN ('A', 'B')
                AND STATUT_MINIMUM = 'A'
                AND MINIMUM_DU > 0
                AND DATE_ECHEANCE_MIN <= CURRENT DATE
              ORDER BY ID_CREDIT
           END-EXEC.

           EXEC SQL
              OPEN CMINIMUM
           END-EXEC.

           PERFORM 1000-TRAITER-MINIMUM
              THRU 1000-TRAITER-MINIMUM-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CMINIMUM
           END-EXEC.

      *    La photographie suit les prelevements : elle porte le
      *    montant utilise de fin de journee
           PERFORM 2000-PHOTOGRAPHIER
              THRU 2000-PHOTOGRAPHIER-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-TRAITER-MINIMUM.
           EXEC SQL
              FETCH CMINIMUM
              INTO :WS-ID-CREDIT-CUR, :WS-ID-COMPTE-CUR,
                   :WS-MINIMUM-DU, :WS-NB-IMPAYES-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-TRAITER-MINIMUM-EXIT
           END-IF.

           ADD 1 TO WS-NB-ECHUS.
           MOVE WS-ID-CREDIT-CUR TO WS-ID-CREDIT-EDIT.
           MOVE WS-MINIMUM-DU TO WS-MONTANT-EDIT.

      *    Pas de passage en decouvert force pour le minimum : le
      *    debit n'est accepte que si le solde le couvre
           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-MINIMUM-DU
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND SOLDE >= :WS-MINIMUM-DU
           END-EXEC.

           IF SQLCODE = 0
              PERFORM 1100-REGLER-MINIMUM
                 THRU 1100-REGLER-MINIMUM-EXIT
           ELSE
              PERFORM 1300-CONSTATER-IMPAYE
                 THRU 1300-CONSTATER-IMPAYE-EXIT
           END-IF.

           MOVE 0 TO SQLCODE.

       1000-TRAITER-MINIMUM-EXIT.
           EXIT.

       1100-REGLER-MINIMUM.
           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'MINIMUM RESERVE ' WS-ID-CREDIT-EDIT
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION.

           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP,
                  DATE_OP, DATE_COMPTABLE, LIBELLE_OP)
              VALUES
                 (:WS-ID-OPERATION, :WS-ID-COMPTE-CUR,
                  :WS-MINIMUM-DU, 'M', CURRENT DATE,
                  :WS-DATE-COMPTABLE, :WS-LIBELLE-OP)
           END-EXEC.

           EXEC SQL
              UPDATE API8.CREDITRENOUV
              SET MONTANT_UTILISE = MONTANT_UTILISE - :WS-MINIMUM-DU,
                  MINIMUM_DU = 0,
                  STATUT_MINIMUM = 'P'
              WHERE ID_CREDIT = :WS-ID-CREDIT-CUR
           END-EXEC.

      *    Le minimum portait l'arriere des releves precedents : son
      *    paiement regularise la reserve (meme regle que le
      *    remboursement anticipe d'API8CRRV)
           IF WS-NB-IMPAYES-CUR > 0
              EXEC SQL
                 UPDATE API8.CREDITRENOUV
                 SET NB_IMPAYES = 0,
                     STATUT_CREDIT = 'A'
                 WHERE ID_CREDIT = :WS-ID-CREDIT-CUR
              END-EXEC
              EXEC SQL
                 UPDATE API8.RELANCECREDIT
                 SET STATUT_RELANCE = 'S'
                 WHERE ID_CREDIT = :WS-ID-CREDIT-CUR
                   AND STATUT_RELANCE = 'A'
              END-EXEC
              DISPLAY 'RESERVE ' WS-ID-CREDIT-EDIT ' REGULARISEE'
           END-IF.

           DISPLAY 'RESERVE ' WS-ID-CREDIT-EDIT
              ' MINIMUM PRELEVE ' WS-MONTANT-EDIT.
           ADD 1 TO WS-NB-PRELEVES.
           ADD WS-MINIMUM-DU TO WS-TOTAL-PRELEVE.

       1100-REGLER-MINIMUM-EXIT.
           EXIT.

       1300-CONSTATER-IMPAYE.
      *    Le minimum passe 'I' : il n'est compte qu'une fois dans
      *    NB_IMPAYES et reste du - le releve suivant le reporte en
      *    arriere sur son propre minimum
           EXEC SQL
              UPDATE API8.CREDITRENOUV
              SET STATUT_MINIMUM = 'I',
                  NB_IMPAYES = NB_IMPAYES + 1
              WHERE ID_CREDIT = :WS-ID-CREDIT-CUR
           END-EXEC.

           DISPLAY 'RESERVE ' WS-ID-CREDIT-EDIT
              ' MINIMUM IMPAYE  ' WS-MONTANT-EDIT.
           ADD 1 TO WS-NB-IMPAYES.

       1300-CONSTATER-IMPAYE-EXIT.
           EXIT.

       2000-PHOTOGRAPHIER.
      *    Reprise sur incident : la photographie du jour est
      *    reecrite en entier
           EXEC SQL
              DELETE FROM API8.SOLDECREDIT
              WHERE DATE_SOLDE = :WS-DATE-JOUR
           END-EXEC.
           IF SQLCODE = 100
              MOVE 0 TO SQLCODE
           END-IF.

           EXEC SQL
              INSERT INTO API8.SOLDECREDIT
                 (ID_CREDIT, DATE_SOLDE, MONTANT_UTILISE)
              SELECT ID_CREDIT, :WS-DATE-JOUR, MONTANT_UTILISE
              FROM API8.CREDITRENOUV
              WHERE STATUT_CREDIT IN ('A', 'B')
           END-EXEC.

           IF SQLCODE = 100
              MOVE 0 TO WS-NB-PHOTOS
              MOVE 0 TO SQLCODE
           ELSE
              MOVE SQLERRD(3) TO WS-NB-PHOTOS
           END-IF.

       2000-PHOTOGRAPHIER-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8CRJR', CURRENT DATE,
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
            MOVE WS-NB-ECHUS TO WS-JRN-LUS.
            COMPUTE WS-JRN-ECRITS = WS-NB-PRELEVES + WS-NB-PHOTOS.
            MOVE WS-NB-IMPAYES TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            MOVE WS-TOTAL-PRELEVE TO WS-TOTAL-EDIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CRJR        '
            DISPLAY '   MINIMUMS ECHUS       : ' WS-NB-ECHUS
            DISPLAY '   MINIMUMS PRELEVES    : ' WS-NB-PRELEVES
            DISPLAY '   MINIMUMS IMPAYES     : ' WS-NB-IMPAYES
            DISPLAY '   TOTAL PRELEVE        : ' WS-TOTAL-EDIT
            DISPLAY '   RESERVES PHOTOGRAPHIEES : ' WS-NB-PHOTOS
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-ECHUS TO WS-JRN-LUS.
            MOVE WS-NB-PRELEVES TO WS-JRN-ECRITS.
            MOVE WS-NB-IMPAYES TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CRJR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
