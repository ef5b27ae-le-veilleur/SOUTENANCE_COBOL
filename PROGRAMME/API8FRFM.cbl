      *       - compte les operations du mois du compte contre les
      *         franchises incluses : retraits 'R' contre
      *         QUOTA_RETRAITS, virements 'S' contre QUOTA_VIREMENTS
      *         (operations annulees exclues, comme les releves ;
      *         les debits de regularisation d'une enveloppe DAB
      *         incomplete, API8ENVV, ne sont pas des retraits)
      *       - facture le prix mensuel du forfait plus l'excedent
      *         au prix unitaire PRIX_EXCEDENT par operation au-dela
      *         des franchises
      *    et edite le detail de facturation par compte. La ligne de
      *    facturation detaillee parait aussi sur le releve mensuel
      *    (API8RELV).
      *    Compte converti dans le mois vers un autre produit avec
      *    changement de forfait (API8CONV, API8.CONVPRODUIT) : le
      *    prix mensuel du nouveau forfait est proratise aux jours
      *    restant a courir depuis la date d'effet, le forfait quitte
      *    ayant ete facture au prorata par la conversion elle-meme.
      *    Carte SYSIN 'SIMU' : simulation - memes calculs et meme
      *    edition (compte, facture, prix mensuel de base) avec les
      *    totaux, sans debit, sans operation ni journal ; l'edition
      *    et les totaux sont identiques en mode reel pour comparer
      *    avec le mois precedent.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-QUOTA-VIREMENTS        PIC S9(5) COMP-3.
       01  WS-PRIX-EXCEDENT          PIC S9(5)V99 COMP-3.

      *    Conversion de produit du mois : prorata du nouveau forfait
       01  WS-DATE-EFFET-CONV        PIC X(8).
       01  WS-CONV-NULL-IND          PIC S9(4) COMP.
       01  WS-DATE-CALC.
           05  WS-CALC-AAAA          PIC 9(4).
           05  WS-CALC-MM            PIC 9(2).
           05  WS-CALC-JJ            PIC 9(2).
       01  WS-DATE-CALC-N REDEFINES WS-DATE-CALC PIC 9(8).
       01  WS-JOUR-EFFET             PIC S9(9) COMP.
       01  WS-JOUR-DEB-MOIS          PIC S9(9) COMP.
       01  WS-JOUR-DEB-MOIS-SUIV     PIC S9(9) COMP.

      *    Consommation du mois
       01  WS-NB-RETRAITS            PIC S9(9) COMP.
       01  WS-NB-VIREMENTS           PIC S9(9) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

      *    Mode simulation (carte SYSIN 'SIMU') : calcul complet et
      *    edition de chaque operation qui serait postee, sans
      *    aucune ecriture ; la meme edition et les memes totaux
      *    sortent en mode reel pour rapprocher les deux executions
       01  WS-MODE-SIMU-SW            PIC X VALUE 'N'.
           88 MODE-SIMU               VALUE 'Y'.
       01  WS-RAP-MODE                PIC X(4) VALUE 'REEL'.
       01  WS-RAP-TYPE-OP             PIC X(1).
       01  WS-RAP-ID-COMPTE           PIC S9(9) COMP.
       01  WS-RAP-MONTANT             PIC S9(8)V99 COMP-3.
       01  WS-RAP-BASE                PIC S9(11)V99 COMP-3.
       01  WS-RAP-ID-COMPTE-EDIT      PIC 9(9).
       01  WS-RAP-MONTANT-EDIT        PIC -(7)9,99.
       01  WS-RAP-BASE-EDIT           PIC -(10)9,99.
       01  WS-RAP-NB-OP               PIC 9(7) VALUE 0.
       01  WS-RAP-TOTAL-DEBITS        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RAP-TOTAL-CREDITS       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-RAP-TOTAL-EDIT          PIC -(10)9,99.
       01  WS-PARAM-SAISIE            PIC X(80).
       01  WS-PARAM-MODE              PIC X(4).

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
              WHENEVER SQLERROR GOTO 9998-ERROR-DB2
           END-EXEC.

           PERFORM 0460-LIRE-MODE
              THRU 0460-LIRE-MODE-EXIT.

           PERFORM 0400-JOURNAL-DEBUT
              THRU 0400-JOURNAL-DEBUT-EXIT.

           IF SQLCODE = 0
              PERFORM 1100-COMPTER-CONSOMMATION
                 THRU 1100-COMPTER-CONSOMMATION-EXIT
              PERFORM 1150-PRORATISER-CONVERSION
                 THRU 1150-PRORATISER-CONVERSION-EXIT
              PERFORM 1200-CALCULER-FACTURE
                 THRU 1200-CALCULER-FACTURE-EXIT
              PERFORM 1300-DEBITER-FORFAIT

       1100-COMPTER-CONSOMMATION.
      *    Consommation du mois contre les franchises incluses ;
      *    operations annulees exclues, comme les releves ; une
      *    regularisation d'enveloppe DAB (API8ENVV) n'est pas un
      *    retrait du client
           MOVE 0 TO WS-NB-RETRAITS.
           EXEC SQL
              SELECT COUNT(*)
              WHERE ID_COMPTE = :WS-ID-COMPTE-ABO
                AND TYPE_OP = 'R'
                AND ANNULE NOT = 'Y'
                AND ID_OPERATION NOT IN
                    (SELECT ID_OPERATION_REGUL
                     FROM API8.ENVELOPPE
                     WHERE ID_OPERATION_REGUL IS NOT NULL)
                AND DATE_OP BETWEEN :WS-PERIODE-DEB
                                AND :WS-PERIODE-FIN
           END-EXEC.
       1100-COMPTER-CONSOMMATION-EXIT.
           EXIT.

       1150-PRORATISER-CONVERSION.
      *    Forfait pris dans le mois par conversion de produit : seuls
      *    les jours depuis la date d'effet sont factures
           MOVE SPACES TO WS-DATE-EFFET-CONV.
           EXEC SQL
              SELECT MAX(DATE_EFFET)
              INTO :WS-DATE-EFFET-CONV :WS-CONV-NULL-IND
              FROM API8.CONVPRODUIT
              WHERE ID_COMPTE = :WS-ID-COMPTE-ABO
                AND STATUT_CONV = 'X'
                AND NOUVEAU_FORFAIT = :WS-CODE-FORFAIT
                AND VALUE(ANCIEN_FORFAIT, ' ') NOT = :WS-CODE-FORFAIT
                AND DATE_EFFET BETWEEN :WS-PERIODE-DEB
                                   AND :WS-PERIODE-FIN
           END-EXEC.

           IF WS-CONV-NULL-IND = -1 OR WS-DATE-EFFET-CONV = SPACES
              GO TO 1150-PRORATISER-CONVERSION-EXIT
           END-IF.

           MOVE WS-DATE-EFFET-CONV TO WS-DATE-CALC.
           COMPUTE WS-JOUR-EFFET =
              FUNCTION INTEGER-OF-DATE(WS-DATE-CALC-N).
           MOVE 1 TO WS-CALC-JJ.
           COMPUTE WS-JOUR-DEB-MOIS =
              FUNCTION INTEGER-OF-DATE(WS-DATE-CALC-N).
           IF WS-CALC-MM = 12
              MOVE 1 TO WS-CALC-MM
              ADD 1 TO WS-CALC-AAAA
           ELSE
              ADD 1 TO WS-CALC-MM
           END-IF.
           COMPUTE WS-JOUR-DEB-MOIS-SUIV =
              FUNCTION INTEGER-OF-DATE(WS-DATE-CALC-N).

           COMPUTE WS-PRIX-MENSUEL ROUNDED = WS-PRIX-MENSUEL
              * (WS-JOUR-DEB-MOIS-SUIV - WS-JOUR-EFFET)
              / (WS-JOUR-DEB-MOIS-SUIV - WS-JOUR-DEB-MOIS).

       1150-PRORATISER-CONVERSION-EXIT.
           EXIT.

       1200-CALCULER-FACTURE.
           MOVE 0 TO WS-NB-EXCEDENTS.

           EXIT.

       1300-DEBITER-FORFAIT.
      *    En simulation, edition seule : ni debit ni operation ;
      *    la base editee est le prix mensuel du forfait, l'ecart
      *    avec le montant etant la facturation des excedents
           IF NOT MODE-SIMU
              PERFORM 1310-POSTER-FORFAIT
                 THRU 1310-POSTER-FORFAIT-EXIT
           END-IF.

           MOVE WS-MONTANT-FACTURE TO WS-MONTANT-EDIT.
           DISPLAY 'COMPTE ' WS-ID-COMPTE-ABO
              ' FORFAIT ' WS-CODE-FORFAIT
              ' RETRAITS ' WS-NB-RETRAITS '/' WS-QUOTA-RETRAITS
              ' VIREMENTS ' WS-NB-VIREMENTS '/' WS-QUOTA-VIREMENTS
              ' FACTURE ' WS-MONTANT-EDIT.
           MOVE WS-ID-COMPTE-ABO TO WS-RAP-ID-COMPTE.
           MOVE 'F' TO WS-RAP-TYPE-OP.
           MOVE WS-MONTANT-FACTURE TO WS-RAP-MONTANT.
           MOVE WS-PRIX-MENSUEL TO WS-RAP-BASE.
           PERFORM 8800-EDITER-OPERATION
              THRU 8800-EDITER-OPERATION-EXIT.

           ADD 1 TO WS-NB-FACTURES.
           ADD WS-MONTANT-FACTURE TO WS-TOTAL-FACTURE.

       1300-DEBITER-FORFAIT-EXIT.
           EXIT.

       1310-POSTER-FORFAIT.
      *    Debit sans garde de solde, comme les frais de maintenance
      *    API8FMNT - le forfait est du, decouvert ou pas
           EXEC SQL
                  :WS-LIBELLE-OP)
           END-EXEC.

       1310-POSTER-FORFAIT-EXIT.
           EXIT.

       0460-LIRE-MODE.
      *    Carte SYSIN 'SIMU' = simulation ; carte blanche = reel
           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.
           MOVE SPACES TO WS-PARAM-MODE.
           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-MODE.

           IF WS-PARAM-MODE = 'SIMU'
              MOVE 'Y' TO WS-MODE-SIMU-SW
              MOVE 'SIMU' TO WS-RAP-MODE
              DISPLAY '*** SIMULATION - AUCUNE ECRITURE EN BASE ***'
           END-IF.

       0460-LIRE-MODE-EXIT.
           EXIT.

       0450-LIRE-DATE-COMPTABLE.
           EXIT.

       0400-JOURNAL-DEBUT.
      *    Une simulation ne laisse aucune trace au journal
           IF MODE-SIMU
              GO TO 0400-JOURNAL-DEBUT-EXIT
           END-IF.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
              INTO :WS-ID-JOURNAL :WS-JRN-NULL-IND
           EXIT.

       9000-JOURNAL-FIN.
           IF MODE-SIMU
              GO TO 9000-JOURNAL-FIN-EXIT
           END-IF.
      *    Verrou a un seul passage : une erreur DB2 dans cette mise
      *    a jour repasserait par 9998 puis par ici - on ne tente la
      *    cloture du journal qu'une fois
       9000-JOURNAL-FIN-EXIT.
           EXIT.

       8800-EDITER-OPERATION.
      *    Une ligne par operation postee, ou qui le serait en
      *    simulation : compte, code operation, montant, base
           MOVE WS-RAP-ID-COMPTE TO WS-RAP-ID-COMPTE-EDIT.
           MOVE WS-RAP-MONTANT TO WS-RAP-MONTANT-EDIT.
           MOVE WS-RAP-BASE TO WS-RAP-BASE-EDIT.
           DISPLAY WS-RAP-MODE ' COMPTE=' WS-RAP-ID-COMPTE-EDIT
              ' OP=' WS-RAP-TYPE-OP
              ' MONTANT=' WS-RAP-MONTANT-EDIT
              ' BASE=' WS-RAP-BASE-EDIT.

           ADD 1 TO WS-RAP-NB-OP.
           IF WS-RAP-TYPE-OP = 'D' OR 'E' OR 'I'
              ADD WS-RAP-MONTANT TO WS-RAP-TOTAL-CREDITS
           ELSE
              ADD WS-RAP-MONTANT TO WS-RAP-TOTAL-DEBITS
           END-IF.

       8800-EDITER-OPERATION-EXIT.
           EXIT.

       8900-EDITER-TOTAUX.
           DISPLAY '----------------------------------------------'.
           IF MODE-SIMU
              DISPLAY '   SIMULATION : RIEN N''A ETE POSTE'
           END-IF.
           DISPLAY '   MODE               : ' WS-RAP-MODE.
           DISPLAY '   OPERATIONS         : ' WS-RAP-NB-OP.
           MOVE WS-RAP-TOTAL-DEBITS TO WS-RAP-TOTAL-EDIT.
           DISPLAY '   TOTAL DEBITS       : ' WS-RAP-TOTAL-EDIT.
           MOVE WS-RAP-TOTAL-CREDITS TO WS-RAP-TOTAL-EDIT.
           DISPLAY '   TOTAL CREDITS      : ' WS-RAP-TOTAL-EDIT.

       8900-EDITER-TOTAUX-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            PERFORM 8900-EDITER-TOTAUX
               THRU 8900-EDITER-TOTAUX-EXIT.
            MOVE WS-TOTAL-FACTURE TO WS-TOTAL-EDIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8FRFM        '
