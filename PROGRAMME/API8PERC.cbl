       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8PERC.
      *===============================================================
      *    SERVICE DE CONTROLE DE LA PERIODE COMPTABLE
      *    API8.PERIODECPT porte l'etat des periodes cloturees par
      *    API8CLOM : une ligne par mois (TYPE_PERIODE 'M', PERIODE
      *    AAAAMM) et une par exercice (TYPE_PERIODE 'A', PERIODE
      *    AAAA) :
      *       'F'  periode cloturee - verrouillee
      *       'R'  mois rouvert apres approbation quatre yeux
      *    Un mois absent de la table n'est pas encore cloture.
      *    Tout programme qui poste a une DATE_COMPTABLE passee
      *    (API8CORR) ou recumule une journee fermee (API8GLIV)
      *    presente ici la date avant d'ecrire : un mois cloture,
      *    ou un exercice cloture, refuse l'ecriture.
      *
      *    Appel :  CALL 'API8PERC' USING PERC-ZONE
      *       PERC-DATE-COMPTABLE    date a controler (AAAAMMJJ)
      *       PERC-ETAT              etat du mois ('O' ouvert, 'F'
      *                              cloture, 'R' rouvert ; 'F' si
      *                              l'exercice est cloture)
      *       PERC-CODE-RETOUR       '0' posting admis, 'F' periode
      *                              verrouillee, 'E' erreur
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PERIODE-MOIS           PIC X(6).
       01  WS-PERIODE-ANNEE          PIC X(6).
       01  WS-ETAT-PERIODE           PIC X(1).

       LINKAGE SECTION.
       01  PERC-ZONE.
           05  PERC-DATE-COMPTABLE    PIC X(8).
           05  PERC-ETAT              PIC X(1).
           05  PERC-CODE-RETOUR       PIC X(1).

       PROCEDURE DIVISION USING PERC-ZONE.

       0000-MAIN-PROCEDURE.
           MOVE 'E' TO PERC-CODE-RETOUR.
           MOVE 'O' TO PERC-ETAT.

           IF PERC-DATE-COMPTABLE IS NOT NUMERIC
              GO TO 0000-MAIN-PROCEDURE-EXIT
           END-IF.

           MOVE PERC-DATE-COMPTABLE(1:6) TO WS-PERIODE-MOIS.
           MOVE SPACES TO WS-PERIODE-ANNEE.
           MOVE PERC-DATE-COMPTABLE(1:4) TO WS-PERIODE-ANNEE(1:4).

      *    Exercice cloture : report a nouveau fait, plus rien ne
      *    rentre dans l'annee
           MOVE SPACE TO WS-ETAT-PERIODE.
           EXEC SQL
              SELECT ETAT
              INTO :WS-ETAT-PERIODE
              FROM API8.PERIODECPT
              WHERE TYPE_PERIODE = 'A'
                AND PERIODE = :WS-PERIODE-ANNEE
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
              GO TO 0000-MAIN-PROCEDURE-EXIT
           END-IF.
           IF SQLCODE = 0 AND WS-ETAT-PERIODE = 'F'
              MOVE 'F' TO PERC-ETAT
              MOVE 'F' TO PERC-CODE-RETOUR
              GO TO 0000-MAIN-PROCEDURE-EXIT
           END-IF.

           MOVE SPACE TO WS-ETAT-PERIODE.
           EXEC SQL
              SELECT ETAT
              INTO :WS-ETAT-PERIODE
              FROM API8.PERIODECPT
              WHERE TYPE_PERIODE = 'M'
                AND PERIODE = :WS-PERIODE-MOIS
           END-EXEC.
           IF SQLCODE = 100
              MOVE '0' TO PERC-CODE-RETOUR
              GO TO 0000-MAIN-PROCEDURE-EXIT
           END-IF.
           IF SQLCODE NOT = 0
              GO TO 0000-MAIN-PROCEDURE-EXIT
           END-IF.

           MOVE WS-ETAT-PERIODE TO PERC-ETAT.
           IF WS-ETAT-PERIODE = 'F'
              MOVE 'F' TO PERC-CODE-RETOUR
           ELSE
              MOVE '0' TO PERC-CODE-RETOUR
           END-IF.

       0000-MAIN-PROCEDURE-EXIT.
           GOBACK.
