       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8LIVR.
      *===============================================================
      *    BATCH DES INTERETS DU LIVRET REGLEMENTE (QUINZAINES)
      *    Les comptes TYPE_COMPTE = 'LIV' sont exclus de l'accrual
      *    mensuel API8INTR : leurs interets sont calcules par
      *    quinzaine (du 1er au 15, du 16 a la fin du mois - 24
      *    quinzaines par an). Lance le 1er et le 16 de chaque mois,
      *    le batch traite la quinzaine qui vient de se terminer :
      *       - un versement ne rapporte qu'a partir du 1er ou du 16
      *         qui suit : les credits de la quinzaine sont ignores
      *       - un retrait cesse de rapporter au 1er ou au 16 qui
      *         precede : les debits de la quinzaine sont deduits
      *         du solde de debut de quinzaine
      *    Base = solde au debut de la quinzaine (solde du compte
      *    diminue du net des operations postees depuis) moins les
      *    debits de la quinzaine ; interets = base x TAUX_LIVRET
      *    (API8.PARAMETRE, taux annuel, repli 3 %) / 24. Chaque
      *    quinzaine est acquise sur API8.INTERETLIVRET (une ligne
      *    par compte, annee et quinzaine - une relance ne la
      *    recalcule pas).
      *    Apres la 24e quinzaine (passage du 1er janvier), les
      *    interets acquis de l'annee sont capitalises au 31
      *    decembre : credit du solde et operation TYPE_OP 'I'
      *    libellee 'INTERETS LIVRET CAPITALISES', sans retenue a la
      *    source - API8FISC les declare en interets exoneres.
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

       01  WS-DATE-JOUR              PIC 9(8).
       01  FILLER REDEFINES WS-DATE-JOUR.
           05  WS-JOUR-ANNEE         PIC 9(4).
           05  WS-JOUR-MOIS          PIC 9(2).
           05  WS-JOUR-JOUR          PIC 9(2).

      *    Quinzaine traitee : annee, mois, numero 1 a 24 et bornes
      *    AAAAMMJJ
       01  WS-QZ-ANNEE               PIC 9(4).
       01  WS-QZ-MOIS                PIC 9(2).
       01  WS-QZ-NUMERO              PIC 9(2).
       01  WS-QZ-ANNEE-X             PIC X(4).
       01  WS-QZ-MOIS-X              PIC X(2).
       01  WS-PERIODE-DEB            PIC X(8).
       01  WS-PERIODE-FIN            PIC X(8).
       01  WS-DATE-CAPITAL           PIC X(8).

      *    Taux annuel du livret - repli 3 % si API8.PARAMETRE n'a
      *    pas de ligne TAUX_LIVRET
       01  WS-TAUX-LIVRET            PIC S9(3)V9(4) COMP-3
                                     VALUE 0,0300.

      *    Compte lu par le curseur
       01  WS-ID-COMPTE-CUR          PIC S9(9) COMP.
       01  WS-SOLDE-CUR              PIC S9(8)V99 COMP-3.

      *    Reconstitution du solde de debut de quinzaine
       01  WS-CREDITS-DEPUIS         PIC S9(8)V99 COMP-3.
       01  WS-DEBITS-DEPUIS          PIC S9(8)V99 COMP-3.
       01  WS-DEBITS-QUINZAINE       PIC S9(8)V99 COMP-3.
       01  WS-SOLDE-DEBUT            PIC S9(8)V99 COMP-3.
       01  WS-BASE-QUINZAINE         PIC S9(8)V99 COMP-3.
       01  WS-INTERETS-QUINZAINE     PIC S9(8)V99 COMP-3.
       01  WS-NULL-IND               PIC S9(4) COMP.
       01  WS-NB-DEJA                PIC S9(9) COMP.

      *    Capitalisation annuelle
       01  WS-ID-COMPTE-CAP          PIC S9(9) COMP.
       01  WS-INTERETS-ANNEE         PIC S9(8)V99 COMP-3.
       01  WS-TOTAL-CAPITALISE       PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-ID-COMPTE-EDIT         PIC 9(9).
       01  WS-MONTANT-EDIT           PIC -(10)9,99.

       01  WS-NB-COMPTES             PIC 9(7) VALUE 0.
       01  WS-NB-QUINZAINES          PIC 9(7) VALUE 0.
       01  WS-NB-DEJA-ACQUISES       PIC 9(7) VALUE 0.
       01  WS-NB-CAPITALISES         PIC 9(7) VALUE 0.

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

           PERFORM 0300-DETERMINER-QUINZAINE
              THRU 0300-DETERMINER-QUINZAINE-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   INTERETS LIVRET - QUINZAINE ' WS-QZ-NUMERO
              ' / ' WS-QZ-ANNEE-X
           DISPLAY '*   PERIODE : ' WS-PERIODE-DEB ' A ' WS-PERIODE-FIN
           DISPLAY '=============================================='.

           PERFORM 0500-LIRE-TAUX-LIVRET
              THRU 0500-LIRE-TAUX-LIVRET-EXIT.

           EXEC SQL
              DECLARE CLIVR CURSOR FOR
              SELECT ID_COMPTE, SOLDE
              FROM API8.COMPTE
              WHERE TYPE_COMPTE = 'LIV'
                AND STATUT NOT = 'C'
              ORDER BY ID_COMPTE
           END-EXEC.

           EXEC SQL
              OPEN CLIVR
           END-EXEC.

           PERFORM 1000-TRAITER-LIVRET
              THRU 1000-TRAITER-LIVRET-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CLIVR
           END-EXEC.

      *    Derniere quinzaine de l'annee acquise : capitalisation
           IF WS-QZ-NUMERO = 24
              PERFORM 2000-CAPITALISER-ANNEE
                 THRU 2000-CAPITALISER-ANNEE-EXIT
           END-IF.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0300-DETERMINER-QUINZAINE.
      *    Lance le 1er (ou avant le 16) : seconde quinzaine du mois
      *    precedent ; lance le 16 (ou apres) : premiere quinzaine
      *    du mois en cours
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           IF WS-JOUR-JOUR < 16
              IF WS-JOUR-MOIS = 1
                 COMPUTE WS-QZ-ANNEE = WS-JOUR-ANNEE - 1
                 MOVE 12 TO WS-QZ-MOIS
              ELSE
                 MOVE WS-JOUR-ANNEE TO WS-QZ-ANNEE
                 COMPUTE WS-QZ-MOIS = WS-JOUR-MOIS - 1
              END-IF
              COMPUTE WS-QZ-NUMERO = WS-QZ-MOIS * 2
           ELSE
              MOVE WS-JOUR-ANNEE TO WS-QZ-ANNEE
              MOVE WS-JOUR-MOIS TO WS-QZ-MOIS
              COMPUTE WS-QZ-NUMERO = WS-QZ-MOIS * 2 - 1
           END-IF.

           MOVE WS-QZ-ANNEE TO WS-QZ-ANNEE-X.
           MOVE WS-QZ-MOIS TO WS-QZ-MOIS-X.
           MOVE WS-QZ-ANNEE-X TO WS-PERIODE-DEB(1:4).
           MOVE WS-QZ-MOIS-X TO WS-PERIODE-DEB(5:2).
           MOVE WS-QZ-ANNEE-X TO WS-PERIODE-FIN(1:4).
           MOVE WS-QZ-MOIS-X TO WS-PERIODE-FIN(5:2).
           IF WS-QZ-NUMERO = WS-QZ-MOIS * 2
              MOVE '16' TO WS-PERIODE-DEB(7:2)
              MOVE '31' TO WS-PERIODE-FIN(7:2)
           ELSE
              MOVE '01' TO WS-PERIODE-DEB(7:2)
              MOVE '15' TO WS-PERIODE-FIN(7:2)
           END-IF.

           MOVE WS-QZ-ANNEE-X TO WS-DATE-CAPITAL(1:4).
           MOVE '1231' TO WS-DATE-CAPITAL(5:4).

       0300-DETERMINER-QUINZAINE-EXIT.
           EXIT.

       0500-LIRE-TAUX-LIVRET.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-TAUX-LIVRET
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'TAUX_LIVRET'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0,0300 TO WS-TAUX-LIVRET
              MOVE 0 TO SQLCODE
           END-IF.

       0500-LIRE-TAUX-LIVRET-EXIT.
           EXIT.

       1000-TRAITER-LIVRET.
           EXEC SQL
              FETCH CLIVR
              INTO :WS-ID-COMPTE-CUR, :WS-SOLDE-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-TRAITER-LIVRET-EXIT
           END-IF.

           ADD 1 TO WS-NB-COMPTES.

      *    Quinzaine deja acquise (relance du batch) : rien a faire
           MOVE 0 TO WS-NB-DEJA.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-DEJA
              FROM API8.INTERETLIVRET
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND ANNEE = :WS-QZ-ANNEE
                AND QUINZAINE = :WS-QZ-NUMERO
           END-EXEC.
           IF WS-NB-DEJA > 0
              ADD 1 TO WS-NB-DEJA-ACQUISES
              GO TO 1000-TRAITER-LIVRET-EXIT
           END-IF.

           PERFORM 1100-CALCULER-BASE
              THRU 1100-CALCULER-BASE-EXIT.

           COMPUTE WS-INTERETS-QUINZAINE ROUNDED =
              WS-BASE-QUINZAINE * WS-TAUX-LIVRET / 24.

           IF WS-INTERETS-QUINZAINE > 0
              EXEC SQL
                 INSERT INTO API8.INTERETLIVRET
                    (ID_COMPTE, ANNEE, QUINZAINE, BASE_QUINZAINE,
                     INTERETS, CAPITALISE)
                 VALUES
                    (:WS-ID-COMPTE-CUR, :WS-QZ-ANNEE, :WS-QZ-NUMERO,
                     :WS-BASE-QUINZAINE, :WS-INTERETS-QUINZAINE, 'N')
              END-EXEC
              ADD 1 TO WS-NB-QUINZAINES
           END-IF.

           MOVE 0 TO SQLCODE.

       1000-TRAITER-LIVRET-EXIT.
           EXIT.

       1100-CALCULER-BASE.
      *    Solde au debut de la quinzaine : on retire du solde les
      *    credits postes depuis et on rajoute les debits
           EXEC SQL
              SELECT SUM(MONTANT_OP)
              INTO :WS-CREDITS-DEPUIS :WS-NULL-IND
              FROM API8.OPERATION
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND TYPE_OP IN ('D', 'E', 'I')
                AND ANNULE NOT = 'Y'
                AND DATE_OP >= :WS-PERIODE-DEB
           END-EXEC.
           IF WS-NULL-IND = -1
              MOVE 0 TO WS-CREDITS-DEPUIS
           END-IF.

           EXEC SQL
              SELECT SUM(MONTANT_OP)
              INTO :WS-DEBITS-DEPUIS :WS-NULL-IND
              FROM API8.OPERATION
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND TYPE_OP IN ('R', 'S', 'F', 'P', 'M', 'C')
                AND ANNULE NOT = 'Y'
                AND DATE_OP >= :WS-PERIODE-DEB
           END-EXEC.
           IF WS-NULL-IND = -1
              MOVE 0 TO WS-DEBITS-DEPUIS
           END-IF.

      *    Retraits de la quinzaine : ils ne rapportent plus depuis
      *    le debut de la quinzaine
           EXEC SQL
              SELECT SUM(MONTANT_OP)
              INTO :WS-DEBITS-QUINZAINE :WS-NULL-IND
              FROM API8.OPERATION
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND TYPE_OP IN ('R', 'S', 'F', 'P', 'M', 'C')
                AND ANNULE NOT = 'Y'
                AND DATE_OP BETWEEN :WS-PERIODE-DEB
                                AND :WS-PERIODE-FIN
           END-EXEC.
           IF WS-NULL-IND = -1
              MOVE 0 TO WS-DEBITS-QUINZAINE
           END-IF.

           COMPUTE WS-SOLDE-DEBUT =
              WS-SOLDE-CUR - WS-CREDITS-DEPUIS + WS-DEBITS-DEPUIS.
           COMPUTE WS-BASE-QUINZAINE =
              WS-SOLDE-DEBUT - WS-DEBITS-QUINZAINE.
           IF WS-BASE-QUINZAINE < 0
              MOVE 0 TO WS-BASE-QUINZAINE
           END-IF.

       1100-CALCULER-BASE-EXIT.
           EXIT.

       2000-CAPITALISER-ANNEE.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'CAPITALISATION DES INTERETS ' WS-QZ-ANNEE-X
              ' AU ' WS-DATE-CAPITAL.
           DISPLAY '----------------------------------------------'.

           EXEC SQL
              DECLARE CCAPI CURSOR FOR
              SELECT L.ID_COMPTE, SUM(L.INTERETS)
              FROM API8.INTERETLIVRET L, API8.COMPTE C
              WHERE L.ID_COMPTE = C.ID_COMPTE
                AND C.STATUT NOT = 'C'
                AND L.ANNEE = :WS-QZ-ANNEE
                AND L.CAPITALISE = 'N'
              GROUP BY L.ID_COMPTE
              ORDER BY L.ID_COMPTE
           END-EXEC.

           EXEC SQL
              OPEN CCAPI
           END-EXEC.

           PERFORM 2100-CAPITALISER-COMPTE
              THRU 2100-CAPITALISER-COMPTE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCAPI
           END-EXEC.

       2000-CAPITALISER-ANNEE-EXIT.
           EXIT.

       2100-CAPITALISER-COMPTE.
           EXEC SQL
              FETCH CCAPI
              INTO :WS-ID-COMPTE-CAP, :WS-INTERETS-ANNEE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 2100-CAPITALISER-COMPTE-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE + :WS-INTERETS-ANNEE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CAP
           END-EXEC.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.

           MOVE WS-ID-COMPTE-CAP TO WS-ID-COMPTE OF DCLOPERATION.
           MOVE WS-INTERETS-ANNEE TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'I' TO WS-TYPE-OP OF DCLOPERATION.

      *    Operation datee du 31 decembre de l'annee des interets
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
                  :WS-DATE-CAPITAL,
                  :WS-DATE-CAPITAL,
                  'INTERETS LIVRET CAPITALISES')
           END-EXEC.

           EXEC SQL
              UPDATE API8.INTERETLIVRET
              SET CAPITALISE = 'Y'
              WHERE ID_COMPTE = :WS-ID-COMPTE-CAP
                AND ANNEE = :WS-QZ-ANNEE
           END-EXEC.

           MOVE WS-ID-COMPTE-CAP TO WS-ID-COMPTE-EDIT.
           MOVE WS-INTERETS-ANNEE TO WS-MONTANT-EDIT.
           DISPLAY 'COMPTE=' WS-ID-COMPTE-EDIT
                   ' INTERETS CAPITALISES=' WS-MONTANT-EDIT.

           ADD WS-INTERETS-ANNEE TO WS-TOTAL-CAPITALISE.
           ADD 1 TO WS-NB-CAPITALISES.
           MOVE 0 TO SQLCODE.

       2100-CAPITALISER-COMPTE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8LIVR', CURRENT DATE,
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
            COMPUTE WS-JRN-ECRITS =
               WS-NB-QUINZAINES + WS-NB-CAPITALISES.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8LIVR        '
            DISPLAY '   LIVRETS EXAMINES     : ' WS-NB-COMPTES
            DISPLAY '   QUINZAINES ACQUISES  : ' WS-NB-QUINZAINES
            DISPLAY '   DEJA ACQUISES        : ' WS-NB-DEJA-ACQUISES
            DISPLAY '   LIVRETS CAPITALISES  : ' WS-NB-CAPITALISES
            MOVE WS-TOTAL-CAPITALISE TO WS-MONTANT-EDIT
            DISPLAY '   TOTAL CAPITALISE     : ' WS-MONTANT-EDIT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-COMPTES TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8LIVR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
