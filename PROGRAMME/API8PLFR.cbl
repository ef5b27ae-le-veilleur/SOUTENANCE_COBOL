       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8PLFR.
      *===============================================================
      *    SERVICE DE PLAFONNEMENT DES FRAIS D'INCIDENT
      *    Appele par chaque chemin qui preleve un frais d'incident
      *    (frais de decouvert d'API8RET, API8SRTR, API8CHQP et
      *    API8PREL, frais de cheque impaye d'API8CHQR) AVANT de
      *    debiter le compte. Le cumul du mois de chaque client est
      *    tenu sur API8.FRAISINCIDENT (client, mois AAAAMM, montant
      *    preleve, montant exonere) :
      *       - client ordinaire : le frais est accorde en entier
      *       - client fragile (CLIENT.FRAGILE = 'Y', pose par le
      *         batch mensuel API8FRAG) : le frais est borne a ce qui
      *         reste sous PLAFOND_FRAIS_FRAGILE (API8.PARAMETRE,
      *         repli 25) pour le mois ; la part non prelevee est
      *         cumulee en exoneration pour le rapport mensuel
      *    L'appelant ne debite que PLFR-MONTANT-ACCORDE, et rien du
      *    tout s'il vaut zero.
      *
      *    Appel :  CALL 'API8PLFR' USING PLFR-ZONE
      *       PLFR-ID-COMPTE        compte a debiter
      *       PLFR-MONTANT-FRAIS    frais demande
      *       PLFR-MONTANT-ACCORDE  frais a prelever (retour)
      *       PLFR-CODE-RETOUR      '0' accorde en entier,
      *                             'P' plafonne (partiel ou nul),
      *                             'E' erreur - frais accorde en
      *                             entier, comme avant le plafond
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

       01  WS-ID-CLIENT-PLFR      PIC S9(9) COMP.
       01  WS-FRAGILE             PIC X(1).
       01  WS-DATE-JOUR           PIC X(8).
       01  WS-MOIS-FRAIS          PIC X(6).
       01  WS-PLAFOND-FRAGILE     PIC S9(8)V99 COMP-3 VALUE 25,00.
       01  WS-DEJA-PRELEVE        PIC S9(8)V99 COMP-3.
       01  WS-RESTE-PLAFOND       PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-EXONERE     PIC S9(8)V99 COMP-3.

       LINKAGE SECTION.
       01  PLFR-ZONE.
           05  PLFR-ID-COMPTE         PIC S9(9) COMP.
           05  PLFR-MONTANT-FRAIS     PIC S9(8)V99 COMP-3.
           05  PLFR-MONTANT-ACCORDE   PIC S9(8)V99 COMP-3.
           05  PLFR-CODE-RETOUR       PIC X(1).

       PROCEDURE DIVISION USING PLFR-ZONE.

       0000-MAIN-PROCEDURE.
           MOVE 'E' TO PLFR-CODE-RETOUR.
           MOVE PLFR-MONTANT-FRAIS TO PLFR-MONTANT-ACCORDE.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DATE-JOUR(1:6) TO WS-MOIS-FRAIS.

           MOVE 'N' TO WS-FRAGILE.
           EXEC SQL
              SELECT C.ID_CLIENT, VALUE(L.FRAGILE, 'N')
              INTO :WS-ID-CLIENT-PLFR, :WS-FRAGILE
              FROM API8.COMPTE C, API8.CLIENT L
              WHERE C.ID_COMPTE = :PLFR-ID-COMPTE
                AND L.ID_CLIENT = C.ID_CLIENT
           END-EXEC.
           IF SQLCODE NOT = 0
              GO TO 0000-MAIN-PROCEDURE-EXIT
           END-IF.

      *    Cumul du mois du client, ligne amorcee au premier frais
           MOVE 0 TO WS-DEJA-PRELEVE.
           EXEC SQL
              SELECT MONTANT_PRELEVE
              INTO :WS-DEJA-PRELEVE
              FROM API8.FRAISINCIDENT
              WHERE ID_CLIENT = :WS-ID-CLIENT-PLFR
                AND MOIS = :WS-MOIS-FRAIS
           END-EXEC.
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 EXEC SQL
                    INSERT INTO API8.FRAISINCIDENT
                       (ID_CLIENT, MOIS, MONTANT_PRELEVE,
                        MONTANT_EXONERE, NB_FRAIS_EXONERES)
                    VALUES
                       (:WS-ID-CLIENT-PLFR, :WS-MOIS-FRAIS, 0, 0, 0)
                 END-EXEC
                 IF SQLCODE NOT = 0
                    GO TO 0000-MAIN-PROCEDURE-EXIT
                 END-IF
              WHEN OTHER
                 GO TO 0000-MAIN-PROCEDURE-EXIT
           END-EVALUATE.

           MOVE 0 TO WS-MONTANT-EXONERE.
           IF WS-FRAGILE = 'Y'
              PERFORM 1000-APPLIQUER-PLAFOND
                 THRU 1000-APPLIQUER-PLAFOND-EXIT
           END-IF.

           IF WS-MONTANT-EXONERE > 0
              EXEC SQL
                 UPDATE API8.FRAISINCIDENT
                 SET MONTANT_PRELEVE =
                        MONTANT_PRELEVE + :PLFR-MONTANT-ACCORDE,
                     MONTANT_EXONERE =
                        MONTANT_EXONERE + :WS-MONTANT-EXONERE,
                     NB_FRAIS_EXONERES = NB_FRAIS_EXONERES + 1
                 WHERE ID_CLIENT = :WS-ID-CLIENT-PLFR
                   AND MOIS = :WS-MOIS-FRAIS
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE API8.FRAISINCIDENT
                 SET MONTANT_PRELEVE =
                        MONTANT_PRELEVE + :PLFR-MONTANT-ACCORDE
                 WHERE ID_CLIENT = :WS-ID-CLIENT-PLFR
                   AND MOIS = :WS-MOIS-FRAIS
              END-EXEC
           END-IF.
           IF SQLCODE NOT = 0
              MOVE PLFR-MONTANT-FRAIS TO PLFR-MONTANT-ACCORDE
              GO TO 0000-MAIN-PROCEDURE-EXIT
           END-IF.

           IF WS-MONTANT-EXONERE > 0
              MOVE 'P' TO PLFR-CODE-RETOUR
           ELSE
              MOVE '0' TO PLFR-CODE-RETOUR
           END-IF.

       0000-MAIN-PROCEDURE-EXIT.
           GOBACK.

       1000-APPLIQUER-PLAFOND.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-PLAFOND-FRAGILE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'PLAFOND_FRAIS_FRAGILE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 25,00 TO WS-PLAFOND-FRAGILE
           END-IF.

           COMPUTE WS-RESTE-PLAFOND =
              WS-PLAFOND-FRAGILE - WS-DEJA-PRELEVE.
           IF WS-RESTE-PLAFOND < 0
              MOVE 0 TO WS-RESTE-PLAFOND
           END-IF.

           IF PLFR-MONTANT-FRAIS > WS-RESTE-PLAFOND
              MOVE WS-RESTE-PLAFOND TO PLFR-MONTANT-ACCORDE
              COMPUTE WS-MONTANT-EXONERE =
                 PLFR-MONTANT-FRAIS - WS-RESTE-PLAFOND
           END-IF.

       1000-APPLIQUER-PLAFOND-EXIT.
           EXIT.
