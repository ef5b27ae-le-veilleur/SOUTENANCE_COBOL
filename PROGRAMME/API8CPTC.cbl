       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CPTC.
      *===============================================================
      *    BATCH DE CONTROLE DES COMPTEURS JOURNALIERS
      *    Les controles de plafond et de velocite lisent le compteur
      *    journalier du compte (API8.COMPTEURJOUR, tenu par le
      *    service API8CPTJ a chaque posting de retrait ou de
      *    virement et a chaque annulation API8ANNU) au lieu de
      *    cumuler API8.OPERATION. Ce batch de nuit, place apres la
      *    cloture API8EOD, rapproche pour la derniere journee
      *    FERMEE chaque compteur des totaux reels :
      *       - NB_DEBITS / TOTAL_DEBITS : nombre et montant des
      *         operations 'R' et 'S' non annulees de la journee
      *       - TOTAL_RETRAITS : montant des 'R' non annules
      *       - TOTAL_VIREXT : montant des virements externes
      *         deposes sur API8.VIREXT ce jour-la
      *    Un compte porteur d'operations sans compteur, ou d'un
      *    compteur sans operations, est controle comme les autres.
      *    Chaque ecart est edite ; le nombre d'ecarts remonte en
      *    rejets du journal et fait passer le code retour a 4.
      *    Aucune correction n'est faite : l'ecart est analyse par
      *    l'exploitation. SYSIN optionnel : une journee AAAAMMJJ a
      *    controler a la place de la derniere journee fermee.
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

       01  WS-PARAM-SYSIN         PIC X(80).
       01  WS-DATE-JOUR           PIC X(8).
       01  WS-DATE-CONTROLE       PIC X(8).
       01  WS-DTB-NULL-IND        PIC S9(4) COMP.

       01  WS-ID-COMPTE-CUR       PIC S9(9) COMP.

      *    Valeurs du compteur
       01  WS-CPT-NB-DEBITS       PIC S9(9) COMP.
       01  WS-CPT-TOTAL-DEBITS    PIC S9(9)V99 COMP-3.
       01  WS-CPT-TOTAL-RETRAITS  PIC S9(9)V99 COMP-3.
       01  WS-CPT-TOTAL-VIREXT    PIC S9(9)V99 COMP-3.

      *    Totaux reels
       01  WS-OPE-NB-DEBITS       PIC S9(9) COMP.
       01  WS-OPE-TOTAL-DEBITS    PIC S9(9)V99 COMP-3.
       01  WS-OPE-TOTAL-RETRAITS  PIC S9(9)V99 COMP-3.
       01  WS-OPE-TOTAL-VIREXT    PIC S9(9)V99 COMP-3.
       01  WS-NULL-IND            PIC S9(4) COMP.

       01  WS-ECART-SW            PIC X VALUE 'N'.
           88 ECART-CONSTATE            VALUE 'Y'.

       01  WS-NB-EDIT             PIC -(8)9.
       01  WS-MONTANT-EDIT-1      PIC -(8)9,99.
       01  WS-MONTANT-EDIT-2      PIC -(8)9,99.

       01  WS-NB-COMPTES          PIC 9(7) VALUE 0.
       01  WS-NB-ECARTS           PIC 9(7) VALUE 0.

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

           DISPLAY '=============================================='
           DISPLAY '*   CONTROLE DES COMPTEURS JOURNALIERS         '
           DISPLAY '=============================================='.

           PERFORM 0500-DETERMINER-JOURNEE
              THRU 0500-DETERMINER-JOURNEE-EXIT.

           DISPLAY 'JOURNEE COMPTABLE CONTROLEE : ' WS-DATE-CONTROLE.

      *    Tout compte present d'un cote ou de l'autre : compteur
      *    tenu, debit 'R'/'S' poste ou virement externe depose
           EXEC SQL
              DECLARE CCPTJOUR CURSOR FOR
              SELECT ID_COMPTE
              FROM API8.COMPTEURJOUR
              WHERE DATE_COMPTABLE = :WS-DATE-CONTROLE
              UNION
              SELECT ID_COMPTE
              FROM API8.OPERATION
              WHERE TYPE_OP IN ('R', 'S')
                AND VALUE(DATE_COMPTABLE, DATE_OP)
                      = :WS-DATE-CONTROLE
              UNION
              SELECT ID_COMPTE
              FROM API8.VIREXT
              WHERE DATE_CREATION = :WS-DATE-CONTROLE
              ORDER BY 1
           END-EXEC.

           EXEC SQL
              OPEN CCPTJOUR
           END-EXEC.

           PERFORM 1000-TRAITER-COMPTE
              THRU 1000-TRAITER-COMPTE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCPTJOUR
           END-EXEC.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-DETERMINER-JOURNEE.
      *    Meme choix de journee que les extractions de nuit
      *    (API8CAIS) : la derniere journee fermee, que plus aucun
      *    posting ne peut toucher ; repli sur la journee ouverte
      *    puis sur la date systeme
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARAM-SYSIN.
           ACCEPT WS-PARAM-SYSIN FROM SYSIN.

           IF WS-PARAM-SYSIN(1:8) IS NUMERIC
              MOVE WS-PARAM-SYSIN(1:8) TO WS-DATE-CONTROLE
              GO TO 0500-DETERMINER-JOURNEE-EXIT
           END-IF.

           MOVE SPACES TO WS-DATE-CONTROLE.
           EXEC SQL
              SELECT MAX(DATE_COMPTABLE)
              INTO :WS-DATE-CONTROLE :WS-DTB-NULL-IND
              FROM API8.DATEBANQUE
              WHERE ETAT = 'F'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DTB-NULL-IND = -1
              MOVE SPACES TO WS-DATE-CONTROLE
              EXEC SQL
                 SELECT DATE_COMPTABLE
                 INTO :WS-DATE-CONTROLE
                 FROM API8.DATEBANQUE
                 WHERE ETAT = 'O'
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0 OR WS-DATE-CONTROLE = SPACES
              MOVE WS-DATE-JOUR TO WS-DATE-CONTROLE
           END-IF.

       0500-DETERMINER-JOURNEE-EXIT.
           EXIT.

       1000-TRAITER-COMPTE.
           EXEC SQL
              FETCH CCPTJOUR
              INTO :WS-ID-COMPTE-CUR
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-NB-COMPTES
              PERFORM 1100-LIRE-COMPTEUR
                 THRU 1100-LIRE-COMPTEUR-EXIT
              PERFORM 1200-CUMULER-OPERATIONS
                 THRU 1200-CUMULER-OPERATIONS-EXIT
              PERFORM 1300-COMPARER
                 THRU 1300-COMPARER-EXIT
      *       SQLCODE rendu neutre pour la condition de boucle
              MOVE 0 TO SQLCODE
           END-IF.

       1000-TRAITER-COMPTE-EXIT.
           EXIT.

       1100-LIRE-COMPTEUR.
           MOVE 0 TO WS-CPT-NB-DEBITS.
           MOVE 0 TO WS-CPT-TOTAL-DEBITS.
           MOVE 0 TO WS-CPT-TOTAL-RETRAITS.
           MOVE 0 TO WS-CPT-TOTAL-VIREXT.

           EXEC SQL
              SELECT NB_DEBITS, TOTAL_DEBITS, TOTAL_RETRAITS,
                     TOTAL_VIREXT
              INTO :WS-CPT-NB-DEBITS, :WS-CPT-TOTAL-DEBITS,
                   :WS-CPT-TOTAL-RETRAITS, :WS-CPT-TOTAL-VIREXT
              FROM API8.COMPTEURJOUR
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND DATE_COMPTABLE = :WS-DATE-CONTROLE
           END-EXEC.

      *    Pas de ligne : compteur jamais amorce, zero partout
           IF SQLCODE = 100
              MOVE 0 TO WS-CPT-NB-DEBITS
              MOVE 0 TO WS-CPT-TOTAL-DEBITS
              MOVE 0 TO WS-CPT-TOTAL-RETRAITS
              MOVE 0 TO WS-CPT-TOTAL-VIREXT
           END-IF.

       1100-LIRE-COMPTEUR-EXIT.
           EXIT.

       1200-CUMULER-OPERATIONS.
           MOVE 0 TO WS-OPE-NB-DEBITS.
           MOVE 0 TO WS-OPE-TOTAL-DEBITS.
           EXEC SQL
              SELECT COUNT(*), SUM(MONTANT_OP)
              INTO :WS-OPE-NB-DEBITS,
                   :WS-OPE-TOTAL-DEBITS :WS-NULL-IND
              FROM API8.OPERATION
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND TYPE_OP IN ('R', 'S')
                AND ANNULE NOT = 'Y'
                AND VALUE(DATE_COMPTABLE, DATE_OP)
                      = :WS-DATE-CONTROLE
           END-EXEC.
           IF WS-NULL-IND = -1
              MOVE 0 TO WS-OPE-TOTAL-DEBITS
           END-IF.

           MOVE 0 TO WS-OPE-TOTAL-RETRAITS.
           EXEC SQL
              SELECT SUM(MONTANT_OP)
              INTO :WS-OPE-TOTAL-RETRAITS :WS-NULL-IND
              FROM API8.OPERATION
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND TYPE_OP = 'R'
                AND ANNULE NOT = 'Y'
                AND VALUE(DATE_COMPTABLE, DATE_OP)
                      = :WS-DATE-CONTROLE
           END-EXEC.
           IF WS-NULL-IND = -1
              MOVE 0 TO WS-OPE-TOTAL-RETRAITS
           END-IF.

           MOVE 0 TO WS-OPE-TOTAL-VIREXT.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-OPE-TOTAL-VIREXT :WS-NULL-IND
              FROM API8.VIREXT
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND DATE_CREATION = :WS-DATE-CONTROLE
           END-EXEC.
           IF WS-NULL-IND = -1
              MOVE 0 TO WS-OPE-TOTAL-VIREXT
           END-IF.

       1200-CUMULER-OPERATIONS-EXIT.
           EXIT.

       1300-COMPARER.
           MOVE 'N' TO WS-ECART-SW.

           IF WS-CPT-NB-DEBITS NOT = WS-OPE-NB-DEBITS
              SET ECART-CONSTATE TO TRUE
              MOVE WS-CPT-NB-DEBITS TO WS-NB-EDIT
              DISPLAY 'ECART - COMPTE: ' WS-ID-COMPTE-CUR
                 ' NB DEBITS COMPTEUR: ' WS-NB-EDIT
              MOVE WS-OPE-NB-DEBITS TO WS-NB-EDIT
              DISPLAY '                  NB DEBITS OPERATION: '
                 WS-NB-EDIT
           END-IF.

           IF WS-CPT-TOTAL-DEBITS NOT = WS-OPE-TOTAL-DEBITS
              SET ECART-CONSTATE TO TRUE
              MOVE WS-CPT-TOTAL-DEBITS TO WS-MONTANT-EDIT-1
              MOVE WS-OPE-TOTAL-DEBITS TO WS-MONTANT-EDIT-2
              DISPLAY 'ECART - COMPTE: ' WS-ID-COMPTE-CUR
                 ' TOTAL DEBITS COMPTEUR: ' WS-MONTANT-EDIT-1
                 ' OPERATION: ' WS-MONTANT-EDIT-2
           END-IF.

           IF WS-CPT-TOTAL-RETRAITS NOT = WS-OPE-TOTAL-RETRAITS
              SET ECART-CONSTATE TO TRUE
              MOVE WS-CPT-TOTAL-RETRAITS TO WS-MONTANT-EDIT-1
              MOVE WS-OPE-TOTAL-RETRAITS TO WS-MONTANT-EDIT-2
              DISPLAY 'ECART - COMPTE: ' WS-ID-COMPTE-CUR
                 ' TOTAL RETRAITS COMPTEUR: ' WS-MONTANT-EDIT-1
                 ' OPERATION: ' WS-MONTANT-EDIT-2
           END-IF.

           IF WS-CPT-TOTAL-VIREXT NOT = WS-OPE-TOTAL-VIREXT
              SET ECART-CONSTATE TO TRUE
              MOVE WS-CPT-TOTAL-VIREXT TO WS-MONTANT-EDIT-1
              MOVE WS-OPE-TOTAL-VIREXT TO WS-MONTANT-EDIT-2
              DISPLAY 'ECART - COMPTE: ' WS-ID-COMPTE-CUR
                 ' TOTAL VIR EXT COMPTEUR: ' WS-MONTANT-EDIT-1
                 ' VIREXT: ' WS-MONTANT-EDIT-2
           END-IF.

           IF ECART-CONSTATE
              ADD 1 TO WS-NB-ECARTS
           END-IF.

       1300-COMPARER-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8CPTC', CURRENT DATE,
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
            MOVE WS-NB-COMPTES TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE WS-NB-ECARTS TO WS-JRN-REJETES.
      *     Un ecart de compteur fait passer le code retour a 4
      *     (rapport du matin)
            IF WS-NB-ECARTS > 0
               MOVE 4 TO WS-JRN-RC
            ELSE
               MOVE 0 TO WS-JRN-RC
            END-IF.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CPTC        '
            DISPLAY '*     COMPTES CONTROLES : ' WS-NB-COMPTES
            DISPLAY '*     ECARTS DETECTES   : ' WS-NB-ECARTS
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-COMPTES TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE WS-NB-ECARTS TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CPTC       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
