       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CORA.
      *===============================================================
      *    RAPPORT QUOTIDIEN D'ANCIENNETE DE LA CORBEILLE BACK-OFFICE
      *    Pendant batch de l'ecran API8CORB : passe chaque matin sur
      *    les sept files de travail (RECL, RVAL, SAND, VOPL, SUSP,
      *    VALB, PARM - meme perimetre et memes statuts ouverts que
      *    la corbeille) et edite en SYSOUT :
      *       - tout element ouvert au-dela du delai de service de sa
      *         file, plus ancien d'abord, avec son operateur affecte
      *         (API8.AFFECTATION) ou NON AFFECTE ;
      *       - par file, le nombre d'elements ouverts, hors delai et
      *         non affectes.
      *    Delais de service en jours sur API8.PARAMETRE (SLA_RECL,
      *    SLA_RVAL, SLA_SAND, SLA_VOPL, SLA_SUSP, SLA_VALB,
      *    SLA_PARM), memes replis que l'ecran si le parametre manque.
      *    Les affectations d'elements qui ne sont plus ouverts dans
      *    leur file sont retirees d'API8.AFFECTATION.
      *    Code retour 4 au journal s'il existe au moins un element
      *    hors delai, 0 sinon.
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

      *    Delais de service par file, en jours ; la VALUE reste le
      *    repli si API8.PARAMETRE n'a pas de ligne SLA_xxxx
       01  WS-SLA-RECL            PIC S9(4) COMP VALUE 5.
       01  WS-SLA-RVAL            PIC S9(4) COMP VALUE 1.
       01  WS-SLA-SAND            PIC S9(4) COMP VALUE 2.
       01  WS-SLA-VOPL            PIC S9(4) COMP VALUE 2.
       01  WS-SLA-SUSP            PIC S9(4) COMP VALUE 3.
       01  WS-SLA-VALB            PIC S9(4) COMP VALUE 1.
       01  WS-SLA-PARM            PIC S9(4) COMP VALUE 2.
       01  WS-SLA-PARAM           PIC S9(4) COMP.
       01  WS-SLA-CUR             PIC S9(4) COMP.

      *    Element en cours
       01  WS-FILE-CUR            PIC X(4).
       01  WS-ID-ELEMENT-CUR      PIC S9(9) COMP.
       01  WS-DATE-REF-CUR        PIC X(10).
       01  WS-MONTANT-CUR         PIC S9(11)V99 COMP-3.
       01  WS-AGE-CUR             PIC S9(9) COMP.
       01  WS-OPER-AFFECTE-CUR    PIC X(8).

       01  WS-ID-ELEM-EDIT        PIC 9(9).
       01  WS-AGE-EDIT            PIC ZZZ9.
       01  WS-SLA-EDIT            PIC ZZZ9.
       01  WS-MONTANT-EDIT        PIC ZZZZZZZZ9,99.

      *    Compteurs par file : ouverts, hors delai, non affectes
       01  WS-TAB-FILES.
           05  WS-FILE-LIGNE OCCURS 7 TIMES.
               10  WS-TF-CODE         PIC X(4).
               10  WS-TF-OUVERTS      PIC 9(7).
               10  WS-TF-HORS-DELAI   PIC 9(7).
               10  WS-TF-NON-AFFECTES PIC 9(7).
       01  WS-IX-FILE             PIC S9(4) COMP.

       01  WS-NB-OUVERTS          PIC 9(9) VALUE 0.
       01  WS-NB-HORS-DELAI       PIC 9(9) VALUE 0.
       01  WS-NB-AFFECT-RETIREES  PIC 9(9) VALUE 0.

       01  WS-FIN-CURSEUR-SW      PIC X VALUE 'N'.
           88 FIN-CURSEUR               VALUE 'Y'.

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

           PERFORM 0500-INITIALISER
              THRU 0500-INITIALISER-EXIT.

           PERFORM 1000-PURGER-AFFECTATIONS
              THRU 1000-PURGER-AFFECTATIONS-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   CORBEILLE BACK-OFFICE - ELEMENTS HORS DELAI'
           DISPLAY '=============================================='
           DISPLAY 'FILE  NUMERO    DATE       AGE DELAI'
              '      MONTANT AFFECTE A'.

           PERFORM 2000-BALAYER-CORBEILLE
              THRU 2000-BALAYER-CORBEILLE-EXIT.

           PERFORM 3000-EDITER-SYNTHESE
              THRU 3000-EDITER-SYNTHESE-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

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
                 (:WS-ID-JOURNAL, 'API8CORA', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
           EXIT.

       0500-INITIALISER.
           MOVE 'RECL' TO WS-TF-CODE(1).
           MOVE 'RVAL' TO WS-TF-CODE(2).
           MOVE 'SAND' TO WS-TF-CODE(3).
           MOVE 'VOPL' TO WS-TF-CODE(4).
           MOVE 'SUSP' TO WS-TF-CODE(5).
           MOVE 'VALB' TO WS-TF-CODE(6).
           MOVE 'PARM' TO WS-TF-CODE(7).
           MOVE 1 TO WS-IX-FILE.
           PERFORM 0510-RAZ-FILE
              THRU 0510-RAZ-FILE-EXIT
              UNTIL WS-IX-FILE > 7.

      *    Delai de service de chaque file ; parametre absent : la
      *    VALUE de repli s'applique
           EXEC SQL
              WHENEVER SQLERROR CONTINUE
           END-EXEC.

           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_RECL'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-RECL
           END-IF.
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_RVAL'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-RVAL
           END-IF.
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_SAND'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-SAND
           END-IF.
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_VOPL'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-VOPL
           END-IF.
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_SUSP'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-SUSP
           END-IF.
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_VALB'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-VALB
           END-IF.
           EXEC SQL
              SELECT VALEUR_PARAM INTO :WS-SLA-PARAM
              FROM API8.PARAMETRE WHERE CODE_PARAM = 'SLA_PARM'
           END-EXEC.
           IF SQLCODE = 0
              MOVE WS-SLA-PARAM TO WS-SLA-PARM
           END-IF.

           EXEC SQL
              WHENEVER SQLERROR GOTO 9998-ERROR-DB2
           END-EXEC.

       0500-INITIALISER-EXIT.
           EXIT.

       0510-RAZ-FILE.
           MOVE 0 TO WS-TF-OUVERTS(WS-IX-FILE).
           MOVE 0 TO WS-TF-HORS-DELAI(WS-IX-FILE).
           MOVE 0 TO WS-TF-NON-AFFECTES(WS-IX-FILE).
           ADD 1 TO WS-IX-FILE.

       0510-RAZ-FILE-EXIT.
           EXIT.

       1000-PURGER-AFFECTATIONS.
      *    Un element traite sort de sa file : son affectation n'a
      *    plus d'objet
           EXEC SQL
              DELETE FROM API8.AFFECTATION A
              WHERE NOT EXISTS
                 (SELECT 1 FROM API8.RECLAMATION R
                  WHERE A.FILE_TRAV = 'RECL'
                    AND R.ID_RECLAMATION = A.ID_ELEMENT
                    AND R.STATUT_RECL IN ('O', 'P'))
                AND NOT EXISTS
                 (SELECT 1 FROM API8.OPATTENTE T
                  WHERE A.FILE_TRAV = 'RVAL'
                    AND T.ID_ATTENTE = A.ID_ELEMENT
                    AND T.STATUT_ATT = 'A')
                AND NOT EXISTS
                 (SELECT 1 FROM API8.REVUESANCTION V
                  WHERE A.FILE_TRAV = 'SAND'
                    AND V.ID_REVUE = A.ID_ELEMENT
                    AND V.STATUT_REVUE = 'A')
                AND NOT EXISTS
                 (SELECT 1 FROM API8.VIREXT E
                  WHERE A.FILE_TRAV = 'VOPL'
                    AND E.ID_VIREXT = A.ID_ELEMENT
                    AND E.EXPEDIE = 'N'
                    AND E.VERIF_BENEF IN ('C', 'N'))
                AND NOT EXISTS
                 (SELECT 1 FROM API8.VIRSUSP S
                  WHERE A.FILE_TRAV = 'SUSP'
                    AND S.ID_SUSPENS = A.ID_ELEMENT
                    AND S.REGULARISE = 'N')
                AND NOT EXISTS
                 (SELECT 1 FROM API8.DEMBATCH D
                  WHERE A.FILE_TRAV = 'VALB'
                    AND D.ID_DEMANDE = A.ID_ELEMENT
                    AND D.STATUT_DEM = 'A')
                AND NOT EXISTS
                 (SELECT 1 FROM API8.PARAMMOD M
                  WHERE A.FILE_TRAV = 'PARM'
                    AND M.ID_MODIF = A.ID_ELEMENT
                    AND M.STATUT_MOD = 'A')
           END-EXEC.

           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-NB-AFFECT-RETIREES
           END-IF.

       1000-PURGER-AFFECTATIONS-EXIT.
           EXIT.

       2000-BALAYER-CORBEILLE.
      *    Meme perimetre que l'ecran API8CORB, plus anciens d'abord
           EXEC SQL
              DECLARE CCORBAGE CURSOR FOR
              SELECT Q.FILE_TRAV, Q.ID_ELEMENT, CHAR(Q.DATE_REF),
                     Q.MONTANT,
                     DAYS(CURRENT DATE) - DAYS(Q.DATE_REF),
                     VALUE(A.ID_OPERATEUR, ' ')
              FROM (SELECT 'RECL', R.ID_RECLAMATION,
                           R.DATE_OUVERTURE,
                           VALUE((SELECT O.MONTANT_OP
                                  FROM API8.OPERATION O
                                  WHERE O.ID_OPERATION =
                                        R.ID_OPERATION), 0)
                    FROM API8.RECLAMATION R
                    WHERE R.STATUT_RECL IN ('O', 'P')
                    UNION ALL
                    SELECT 'RVAL', T.ID_ATTENTE, T.DATE_DEMANDE,
                           T.MONTANT
                    FROM API8.OPATTENTE T
                    WHERE T.STATUT_ATT = 'A'
                    UNION ALL
                    SELECT 'SAND', V.ID_REVUE, V.DATE_HIT,
                           CASE WHEN V.TYPE_REVUE = 'V'
                                THEN VALUE((SELECT X.MONTANT
                                            FROM API8.VIREXT X
                                            WHERE X.ID_VIREXT =
                                                  V.CLE), 0)
                                ELSE 0 END
                    FROM API8.REVUESANCTION V
                    WHERE V.STATUT_REVUE = 'A'
                    UNION ALL
                    SELECT 'VOPL', E.ID_VIREXT, E.DATE_CREATION,
                           E.MONTANT
                    FROM API8.VIREXT E
                    WHERE E.EXPEDIE = 'N'
                      AND E.VERIF_BENEF IN ('C', 'N')
                    UNION ALL
                    SELECT 'SUSP', S.ID_SUSPENS, S.DATE_RECEPTION,
                           S.MONTANT
                    FROM API8.VIRSUSP S
                    WHERE S.REGULARISE = 'N'
                    UNION ALL
                    SELECT 'VALB', D.ID_DEMANDE, D.DATE_SAISIE, 0
                    FROM API8.DEMBATCH D
                    WHERE D.STATUT_DEM = 'A'
                    UNION ALL
                    SELECT 'PARM', M.ID_MODIF, M.DATE_SAISIE, 0
                    FROM API8.PARAMMOD M
                    WHERE M.STATUT_MOD = 'A')
                   AS Q (FILE_TRAV, ID_ELEMENT, DATE_REF, MONTANT)
                   LEFT OUTER JOIN API8.AFFECTATION A
                     ON A.FILE_TRAV = Q.FILE_TRAV
                    AND A.ID_ELEMENT = Q.ID_ELEMENT
              ORDER BY 5 DESC, 1, 2
           END-EXEC.

           EXEC SQL
              OPEN CCORBAGE
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR-SW.
           PERFORM 2100-TRAITER-ELEMENT
              THRU 2100-TRAITER-ELEMENT-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CCORBAGE
           END-EXEC.

       2000-BALAYER-CORBEILLE-EXIT.
           EXIT.

       2100-TRAITER-ELEMENT.
           EXEC SQL
              FETCH CCORBAGE
              INTO :WS-FILE-CUR, :WS-ID-ELEMENT-CUR,
                   :WS-DATE-REF-CUR, :WS-MONTANT-CUR,
                   :WS-AGE-CUR, :WS-OPER-AFFECTE-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR-SW
              GO TO 2100-TRAITER-ELEMENT-EXIT
           END-IF.

           ADD 1 TO WS-NB-OUVERTS.

           EVALUATE WS-FILE-CUR
              WHEN 'RECL'
                 MOVE 1 TO WS-IX-FILE
                 MOVE WS-SLA-RECL TO WS-SLA-CUR
              WHEN 'RVAL'
                 MOVE 2 TO WS-IX-FILE
                 MOVE WS-SLA-RVAL TO WS-SLA-CUR
              WHEN 'SAND'
                 MOVE 3 TO WS-IX-FILE
                 MOVE WS-SLA-SAND TO WS-SLA-CUR
              WHEN 'VOPL'
                 MOVE 4 TO WS-IX-FILE
                 MOVE WS-SLA-VOPL TO WS-SLA-CUR
              WHEN 'SUSP'
                 MOVE 5 TO WS-IX-FILE
                 MOVE WS-SLA-SUSP TO WS-SLA-CUR
              WHEN 'VALB'
                 MOVE 6 TO WS-IX-FILE
                 MOVE WS-SLA-VALB TO WS-SLA-CUR
              WHEN OTHER
                 MOVE 7 TO WS-IX-FILE
                 MOVE WS-SLA-PARM TO WS-SLA-CUR
           END-EVALUATE.

           ADD 1 TO WS-TF-OUVERTS(WS-IX-FILE).
           IF WS-OPER-AFFECTE-CUR = SPACES
              ADD 1 TO WS-TF-NON-AFFECTES(WS-IX-FILE)
              MOVE 'NON AFF.' TO WS-OPER-AFFECTE-CUR
           END-IF.

           IF WS-AGE-CUR NOT > WS-SLA-CUR
              GO TO 2100-TRAITER-ELEMENT-EXIT
           END-IF.

           ADD 1 TO WS-TF-HORS-DELAI(WS-IX-FILE).
           ADD 1 TO WS-NB-HORS-DELAI.
           MOVE WS-ID-ELEMENT-CUR TO WS-ID-ELEM-EDIT.
           MOVE WS-AGE-CUR TO WS-AGE-EDIT.
           MOVE WS-SLA-CUR TO WS-SLA-EDIT.
           MOVE WS-MONTANT-CUR TO WS-MONTANT-EDIT.
           DISPLAY WS-FILE-CUR '  ' WS-ID-ELEM-EDIT ' '
              WS-DATE-REF-CUR ' ' WS-AGE-EDIT ' ' WS-SLA-EDIT ' '
              WS-MONTANT-EDIT ' ' WS-OPER-AFFECTE-CUR.

       2100-TRAITER-ELEMENT-EXIT.
           EXIT.

       3000-EDITER-SYNTHESE.
           DISPLAY '----------------------------------------------'
           DISPLAY 'FILE  OUVERTS HORS DELAI NON AFFECTES'.
           MOVE 1 TO WS-IX-FILE.
           PERFORM 3100-EDITER-FILE
              THRU 3100-EDITER-FILE-EXIT
              UNTIL WS-IX-FILE > 7.

       3000-EDITER-SYNTHESE-EXIT.
           EXIT.

       3100-EDITER-FILE.
           DISPLAY WS-TF-CODE(WS-IX-FILE) '  '
              WS-TF-OUVERTS(WS-IX-FILE) '    '
              WS-TF-HORS-DELAI(WS-IX-FILE) '      '
              WS-TF-NON-AFFECTES(WS-IX-FILE).
           ADD 1 TO WS-IX-FILE.

       3100-EDITER-FILE-EXIT.
           EXIT.

       9000-JOURNAL-FIN.
      *    Verrou a un seul passage : une erreur DB2 dans cette mise
      *    a jour repasserait par 9998 puis par ici - on ne tente la
      *    cloture du journal qu'une fois
           IF WS-JRN-SOLDE = 'Y'
              GO TO 9000-JOURNAL-FIN-EXIT
           END-IF.
           MOVE 'Y' TO WS-JRN-SOLDE.

           MOVE WS-NB-OUVERTS TO WS-JRN-LUS.
           MOVE WS-NB-HORS-DELAI TO WS-JRN-ECRITS.
           MOVE 0 TO WS-JRN-REJETES.

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
            IF WS-NB-HORS-DELAI = 0
               MOVE 0 TO WS-JRN-RC
            ELSE
               MOVE 4 TO WS-JRN-RC
            END-IF.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CORA        '
            DISPLAY '   ELEMENTS OUVERTS       : ' WS-NB-OUVERTS
            DISPLAY '   ELEMENTS HORS DELAI    : ' WS-NB-HORS-DELAI
            DISPLAY '   AFFECTATIONS RETIREES  : '
               WS-NB-AFFECT-RETIREES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CORA       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
