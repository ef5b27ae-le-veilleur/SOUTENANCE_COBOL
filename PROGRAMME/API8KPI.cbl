      *       - nombre de comptes et total des soldes a ce jour
      *       - nombre de comptes en decouvert (SOLDE negatif)
      *       - operations du mois par TYPE_OP (nombre et montant)
      *       - conversions de produit prenant effet dans le mois
      *         (API8CONV, API8.CONVPRODUIT appliquees) par ancien
      *         et nouveau produit
      *    puis une page de synthese banque entiere. Le tableau part
      *    en deux formes : l'etat imprime sur SYSOUT et un fichier
      *    CSV (FKPI/OUT024, meme style qu'API8EXP) pour le tableur
      *    de la direction :
      *       A;agence;comptes;ouverts;clotures;soldes;decouverts
      *       O;agence;type_op;nombre;montant
      *       P;agence;ancien_produit;nouveau_produit;nombre
      *       B;... (totaux banque, memes colonnes que A)
      *===============================================================
       ENVIRONMENT DIVISION.
       01  WS-NB-OP-TYPE             PIC S9(9) COMP.
       01  WS-MONTANT-OP-TYPE        PIC S9(11)V99 COMP-3.

      *    Conversions de produit du mois pour l'agence en cours
       01  WS-ANCIEN-TYPE-CUR        PIC X(4).
       01  WS-NOUVEAU-TYPE-CUR       PIC X(4).
       01  WS-NB-CONVERSIONS         PIC S9(9) COMP.

      *    Totaux banque entiere
       01  WS-TOT-COMPTES            PIC S9(9) COMP VALUE 0.
       01  WS-TOT-OUVERTS            PIC S9(9) COMP VALUE 0.
       01  WS-TOT-CLOTURES           PIC S9(9) COMP VALUE 0.
       01  WS-TOT-SOLDES             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOT-DECOUVERTS         PIC S9(9) COMP VALUE 0.
       01  WS-TOT-CONVERSIONS        PIC S9(9) COMP VALUE 0.

       01  WS-NB-AGENCES             PIC 9(5) VALUE 0.

                 THRU 1200-EDITER-AGENCE-EXIT
              PERFORM 2000-EDITER-OPERATIONS-TYPE
                 THRU 2000-EDITER-OPERATIONS-TYPE-EXIT
              PERFORM 2500-EDITER-CONVERSIONS
                 THRU 2500-EDITER-CONVERSIONS-EXIT
              ADD 1 TO WS-NB-AGENCES
              MOVE 0 TO SQLCODE
           END-IF.
       2100-EDITER-UN-TYPE-EXIT.
           EXIT.

       2500-EDITER-CONVERSIONS.
      *    Conversions de produit de l'agence prenant effet dans le
      *    mois, par ancien et nouveau produit
           EXEC SQL
              DECLARE CCONVKPI CURSOR FOR
              SELECT V.ANCIEN_TYPE, V.NOUVEAU_TYPE, COUNT(*)
              FROM API8.CONVPRODUIT V, API8.COMPTE C
              WHERE V.ID_COMPTE = C.ID_COMPTE
                AND C.CODE_AGENCE = :WS-CODE-AGENCE-CUR
                AND V.STATUT_CONV = 'X'
                AND V.DATE_EFFET BETWEEN :WS-DATE-DEBUT
                                     AND :WS-DATE-FIN
              GROUP BY V.ANCIEN_TYPE, V.NOUVEAU_TYPE
              ORDER BY V.ANCIEN_TYPE, V.NOUVEAU_TYPE
           END-EXEC.

           EXEC SQL
              OPEN CCONVKPI
           END-EXEC.

           PERFORM 2600-EDITER-UNE-CONVERSION
              THRU 2600-EDITER-UNE-CONVERSION-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCONVKPI
           END-EXEC.

       2500-EDITER-CONVERSIONS-EXIT.
           EXIT.

       2600-EDITER-UNE-CONVERSION.
           EXEC SQL
              FETCH CCONVKPI
              INTO :WS-ANCIEN-TYPE-CUR, :WS-NOUVEAU-TYPE-CUR,
                   :WS-NB-CONVERSIONS
           END-EXEC.

           IF SQLCODE = 0
              DISPLAY '  CONVERSIONS ' WS-ANCIEN-TYPE-CUR ' -> '
                 WS-NOUVEAU-TYPE-CUR ' : ' WS-NB-CONVERSIONS
              ADD WS-NB-CONVERSIONS TO WS-TOT-CONVERSIONS

              MOVE WS-NB-CONVERSIONS TO WS-NB-EDIT
              MOVE SPACES TO BUF-LIGNE-CSV
              STRING 'P' DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-CODE-AGENCE-CUR DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-ANCIEN-TYPE-CUR DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-NOUVEAU-TYPE-CUR DELIMITED BY SIZE
                     ';' DELIMITED BY SIZE
                     WS-NB-EDIT DELIMITED BY SIZE
                 INTO BUF-LIGNE-CSV
              PERFORM 6300-WRITE-KPI
                 THRU 6300-WRITE-KPI-EXIT
           END-IF.

       2600-EDITER-UNE-CONVERSION-EXIT.
           EXIT.

       3000-EDITER-SYNTHESE-BANQUE.
           DISPLAY '=============================================='
           DISPLAY 'SYNTHESE BANQUE - ' WS-MOIS-EDITION
           DISPLAY '  OUVERTS DANS MOIS  : ' WS-TOT-OUVERTS
           DISPLAY '  CLOTURES DANS MOIS : ' WS-TOT-CLOTURES
           DISPLAY '  TOTAL DES SOLDES   : ' WS-TOT-SOLDES
           DISPLAY '  COMPTES A DECOUVERT: ' WS-TOT-DECOUVERTS
           DISPLAY '  CONVERSIONS PRODUIT: ' WS-TOT-CONVERSIONS.

           MOVE WS-TOT-COMPTES TO WS-NB-EDIT.
           MOVE WS-TOT-OUVERTS TO WS-NB-EDIT-2.
