      *       - edite le certificat de solde au jour du deces,
      *         reconstitue depuis la photographie API8.SOLDEJOUR la
      *         plus proche et les mouvements API8.OPERATION
      *       - declare d'office a l'assureur un sinistre deces
      *         (API8.SINISTRE, nature 'D', registre API8SINI) pour
      *         chaque pret assure du client encore du : la part
      *         couverte du capital sera remboursee par l'assureur
      *         au lieu de rester a la charge des heritiers
      *       - gele les coffres-forts loues par le client
      *         (API8.CONTRATCOFFRE, GEL_SUCCESSION = 'Y') : l'ecran
      *         API8COFA refuse tout acces, y compris aux
      *         co-locataires, et API8COFB suspend la facturation
      *    LEVE retablit le statut, les virements permanents et
      *    l'acces aux coffres (succession reglee, compte repris par
      *    un heritier).
      *    Outre les demandes saisies par API8DEMB sur avis d'un
      *    proche ou d'un notaire, les cartes DECES sont deposees
      *    d'office au circuit quatre yeux par le rapprochement du
      *    fichier national des deces (API8DCES, saisisseur
      *    'API8DCES') ; elles s'executent apres approbation comme
      *    les autres.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-NB-COMPTES              PIC 9(5) VALUE 0.

      *    Prets assures du defunt : sinistre deces declare d'office
       01  WS-ID-PRET-CUR             PIC S9(9) COMP.
       01  WS-CODE-ASSUREUR-CUR       PIC X(8).
       01  WS-ID-SINISTRE             PIC S9(9) COMP.
       01  WS-NB-SINISTRES            PIC 9(5) VALUE 0.

      *    Piste d'audit : meme convention qu'API8OPPO
       01  WS-ID-AUDIT                PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT         PIC X(30).
              END-EXEC
              MOVE 0 TO SQLCODE

              EXEC SQL
                 UPDATE API8.CONTRATCOFFRE
                 SET GEL_SUCCESSION = 'Y',
                     DATE_MAJ = CURRENT DATE
                 WHERE ID_CLIENT = :WS-ID-CLIENT-SUCC
                   AND STATUT_CONTRAT = 'A'
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY 'COFFRES-FORTS GELES'
              END-IF
              MOVE 0 TO SQLCODE

              MOVE 'MISE EN SUCCESSION' TO WS-AUDIT-EVENEMENT
              PERFORM 1500-TRACER-AUDIT
                 THRU 1500-TRACER-AUDIT-EXIT

              PERFORM 3000-CERTIFICAT-SOLDE-DECES
                 THRU 3000-CERTIFICAT-SOLDE-DECES-EXIT

              PERFORM 4000-DECLARER-SINISTRES
                 THRU 4000-DECLARER-SINISTRES-EXIT
           END-IF.

       1000-METTRE-EN-SUCCESSION-EXIT.
              END-EXEC
              MOVE 0 TO SQLCODE

              EXEC SQL
                 UPDATE API8.CONTRATCOFFRE
                 SET GEL_SUCCESSION = 'N',
                     DATE_MAJ = CURRENT DATE
                 WHERE ID_CLIENT = :WS-ID-CLIENT-SUCC
                   AND GEL_SUCCESSION = 'Y'
              END-EXEC
              IF SQLCODE = 0
                 DISPLAY 'COFFRES-FORTS DEGELES'
              END-IF
              MOVE 0 TO SQLCODE

              MOVE 'LEVEE DE SUCCESSION' TO WS-AUDIT-EVENEMENT
              PERFORM 1500-TRACER-AUDIT
                 THRU 1500-TRACER-AUDIT-EXIT
       3200-CALCULER-SOLDE-DECES-EXIT.
           EXIT.

       4000-DECLARER-SINISTRES.
      *    Prets assures encore dus, sans sinistre deja ouvert
           EXEC SQL
              DECLARE CPRETASSU CURSOR FOR
              SELECT P.ID_PRET, P.CODE_ASSUREUR
              FROM API8.PRET P
              WHERE P.ID_CLIENT = :WS-ID-CLIENT-SUCC
                AND P.STATUT_PRET IN ('A', 'D')
                AND VALUE(P.CODE_ASSUREUR, ' ') NOT = ' '
                AND NOT EXISTS
                    (SELECT 1 FROM API8.SINISTRE S
                     WHERE S.ID_PRET = P.ID_PRET
                       AND S.STATUT_SINISTRE IN ('D', 'A'))
              ORDER BY P.ID_PRET
           END-EXEC.

           EXEC SQL
              OPEN CPRETASSU
           END-EXEC.

           PERFORM 4100-DECLARER-UN-SINISTRE
              THRU 4100-DECLARER-UN-SINISTRE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CPRETASSU
           END-EXEC.

           IF WS-NB-SINISTRES > 0
              MOVE 'DECLARATION SINISTRE DECES' TO WS-AUDIT-EVENEMENT
              PERFORM 1500-TRACER-AUDIT
                 THRU 1500-TRACER-AUDIT-EXIT
           END-IF.
           DISPLAY 'SINISTRES DECES DECLARES : ' WS-NB-SINISTRES.

       4000-DECLARER-SINISTRES-EXIT.
           EXIT.

       4100-DECLARER-UN-SINISTRE.
           EXEC SQL
              FETCH CPRETASSU
              INTO :WS-ID-PRET-CUR, :WS-CODE-ASSUREUR-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 4100-DECLARER-UN-SINISTRE-EXIT
           END-IF.

           EXEC SQL
              SELECT MAX(ID_SINISTRE)
              INTO :WS-ID-SINISTRE :WS-NULL-INDICATOR
              FROM API8.SINISTRE
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-SINISTRE
           ELSE
              ADD 1 TO WS-ID-SINISTRE
           END-IF.

           EXEC SQL
              INSERT INTO API8.SINISTRE
                 (ID_SINISTRE, ID_PRET, NATURE_SINISTRE,
                  DATE_SINISTRE, DATE_DECLARATION, CODE_ASSUREUR,
                  STATUT_SINISTRE, MONTANT_INDEMNITE,
                  OPERATEUR_SINISTRE)
              VALUES
                 (:WS-ID-SINISTRE, :WS-ID-PRET-CUR, 'D',
                  :WS-DATE-DECES, CURRENT DATE,
                  :WS-CODE-ASSUREUR-CUR, 'D', 0, 'API8SUCC')
           END-EXEC.

           ADD 1 TO WS-NB-SINISTRES.
           DISPLAY '  SINISTRE ' WS-ID-SINISTRE ' PRET '
              WS-ID-PRET-CUR ' ASSUREUR ' WS-CODE-ASSUREUR-CUR.

       4100-DECLARER-UN-SINISTRE-EXIT.
           EXIT.

       1500-TRACER-AUDIT.
           EXEC SQL
              SELECT MAX(ID_AUDIT)
