      *    x duree en mois / 12), puis passe le depot au statut 'E'
      *    (echu). Les retraits anticipes sont traites en ligne par
      *    l'ecran API8DAT.
      *    Carte SYSIN 'SIMU' : simulation - memes calculs, edition
      *    du principal et des interets qui seraient credites
      *    (compte, montant, principal de base) et des totaux ; ni
      *    DEPOTATERME, ni COMPTE, ni OPERATION ne sont modifies.
      *    L'edition et les totaux sont identiques en mode reel pour
      *    comparer avec le passage precedent.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    sur la date systeme tant que la table n'est pas amorcee
       01  WS-DATE-COMPTABLE      PIC X(8).

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

           PERFORM 0450-LIRE-DATE-COMPTABLE
              THRU 0450-LIRE-DATE-COMPTABLE-EXIT.

      *    Le passage au statut 'E' est exclusif (WHERE STATUT_DAT =
      *    'A') : une relance du batch apres incident ne recredite
      *    pas deux fois le meme depot
      *    En simulation le depot reste actif et le compte n'est
      *    pas credite : seule l'edition est produite
           IF MODE-SIMU
              MOVE 0 TO SQLCODE
           ELSE
              EXEC SQL
                 UPDATE API8.DEPOTATERME
                 SET STATUT_DAT = 'E'
                 WHERE ID_DAT = :WS-ID-DAT-CUR
                   AND STATUT_DAT = 'A'
              END-EXEC
           END-IF.

           IF SQLCODE = 0
              COMPUTE WS-MONTANT-INTERETS ROUNDED =
                 WS-MONTANT-DAT * WS-TAUX-DAT
                 * WS-DUREE-MOIS / 12

              IF NOT MODE-SIMU
                 EXEC SQL
                    UPDATE API8.COMPTE
                    SET SOLDE = SOLDE + :WS-MONTANT-DAT
                                      + :WS-MONTANT-INTERETS
                    WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                 END-EXEC
              END-IF

              MOVE 'ECHEANCE DEPOT A TERME' TO WS-LIBELLE-OP
              MOVE 'E' TO WS-TYPE-OP OF DCLOPERATION
           EXIT.

       1200-INSERER-OPERATION.
           MOVE WS-ID-COMPTE-CUR TO WS-RAP-ID-COMPTE.
           MOVE WS-TYPE-OP OF DCLOPERATION TO WS-RAP-TYPE-OP.
           MOVE WS-MONTANT-OP OF DCLOPERATION TO WS-RAP-MONTANT.
           MOVE WS-MONTANT-DAT TO WS-RAP-BASE.
           PERFORM 8800-EDITER-OPERATION
              THRU 8800-EDITER-OPERATION-EXIT.
           IF MODE-SIMU
              GO TO 1200-INSERER-OPERATION-EXIT
           END-IF.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
       1200-INSERER-OPERATION-EXIT.
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
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
       0450-LIRE-DATE-COMPTABLE-EXIT.
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
      *
       9999-FIN-PROGRAMME-DEB.
      *
            PERFORM 8900-EDITER-TOTAUX
               THRU 8900-EDITER-TOTAUX-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8DATM        '
            DISPLAY '   ECHEANCES REGLEES : ' WS-NB-ECHEANCES
