      *    retrait par API8RET 1375-DECREMENTER-STOCK-DAB) et ajoute
      *    la recharge. Premiere recharge d'un distributeur : la
      *    ligne est creee.
      *    A la meme releve, l'equipe vide le coffre des enveloppes
      *    de depot (API8.ENVELOPPE, posees par API8SDEP canal 'A') et
      *    saisit, enveloppe par enveloppe, le numero et le montant
      *    compte (zero pour une enveloppe vide) ; l'enveloppe passe
      *    comptee (statut 'C') et le batch API8ENVV confirme le
      *    credit ou regularise l'ecart. L'ecran affiche le nombre
      *    d'enveloppes du distributeur restant a compter. Une saisie
      *    d'enveloppe sans quantites de billets ne touche pas le
      *    stock.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-AJOUT-10            PIC S9(5) COMP-3.
       01  WS-STOCK-EDIT          PIC ZZZZ9.

      *    Comptage d'une enveloppe de depot
       01  WS-ENVELOPPE-SW        PIC X VALUE 'N'.
           88 ENVELOPPE-SAISIE          VALUE 'Y'.
       01  WS-ID-ENVELOPPE        PIC S9(9) COMP.
       01  WS-INPUT-ENV           PIC S9(8)V99.
       01  WS-MONTANT-COMPTE      PIC S9(8)V99 COMP-3.
       01  WS-CODE-DAB-ENV        PIC X(4).
       01  WS-STATUT-ENV          PIC X(1).
       01  WS-NB-ENV-ATTENTE      PIC S9(9) COMP.
       01  WS-NB-ENV-EDIT         PIC ZZZZ9.


      *    Zone d'appel du controle d'inactivite API8STMO : la
      *    derniere activite du terminal est verifiee a chaque
       1000-TRAITER-SAISIE.
           PERFORM 1100-RECEIVE-ECRAN-DAB.
           PERFORM 1200-VALIDER-SAISIE.
           IF VALID-DATA AND ENVELOPPE-SAISIE
              PERFORM 1500-COMPTER-ENVELOPPE
           END-IF.
           IF VALID-DATA
              IF ENVELOPPE-SAISIE AND WS-AJOUT-50 = 0
                 AND WS-AJOUT-20 = 0 AND WS-AJOUT-10 = 0
                 PERFORM 1350-AFFICHER-STOCK
                 PERFORM 1550-AFFICHER-ENVELOPPES
                 MOVE 'COMPTAGE ENVELOPPE ENREGISTRE' TO MESDABO
                 SET SEND-DATAONLY TO TRUE
                 PERFORM 1400-SEND-ECRAN-DAB
              ELSE
                 PERFORM 1300-RECHARGER-STOCK
              END-IF
           ELSE
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-DAB
              END-IF
           END-IF.

      *    Enveloppe : numero et montant compte vont ensemble
           MOVE 'N' TO WS-ENVELOPPE-SW.
           IF VALID-DATA
              IF NUMENVI NOT = SPACES AND NUMENVI NOT = LOW-VALUES
                 IF NUMENVI IS NOT NUMERIC
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'NUMERO D''ENVELOPPE NUMERIQUE (9 CHIFFRES)'
                       TO MESDABO
                 ELSE
                    IF MONENVI = SPACES OR MONENVI = LOW-VALUES
                       OR MONENVI IS NOT NUMERIC
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'MONTANT COMPTE NUMERIQUE OBLIGATOIRE'
                          TO MESDABO
                    ELSE
                       MOVE NUMENVI TO WS-ID-ENVELOPPE
                       MOVE MONENVI TO WS-INPUT-ENV
                       MOVE WS-INPUT-ENV TO WS-MONTANT-COMPTE
                       MOVE 'Y' TO WS-ENVELOPPE-SW
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF VALID-DATA
              MOVE CODEDABI TO WS-CODE-DAB
           END-IF.

           IF SQLCODE = 0
              PERFORM 1350-AFFICHER-STOCK
              PERFORM 1550-AFFICHER-ENVELOPPES
              IF ENVELOPPE-SAISIE
                 MOVE 'RECHARGE ET COMPTAGE ENREGISTRES' TO MESDABO
              ELSE
                 MOVE 'RECHARGE ENREGISTREE' TO MESDABO
              END-IF
              SET SEND-DATAONLY TO TRUE
              PERFORM 1400-SEND-ECRAN-DAB
           ELSE
              MOVE WS-STOCK-EDIT TO STOCK10O
           END-IF.

       1500-COMPTER-ENVELOPPE.
      *    L'enveloppe doit appartenir au distributeur releve et
      *    attendre son comptage
           EXEC SQL
              SELECT CODE_DAB, STATUT_ENV
              INTO :WS-CODE-DAB-ENV, :WS-STATUT-ENV
              FROM API8.ENVELOPPE
              WHERE ID_ENVELOPPE = :WS-ID-ENVELOPPE
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ENVELOPPE INCONNUE' TO MESDABO
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR LECTURE ENVELOPPE' TO MESDABO
              WHEN WS-CODE-DAB-ENV NOT = WS-CODE-DAB
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ENVELOPPE D''UN AUTRE DISTRIBUTEUR' TO MESDABO
              WHEN WS-STATUT-ENV NOT = 'A'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ENVELOPPE DEJA COMPTEE' TO MESDABO
              WHEN OTHER
                 EXEC SQL
                    UPDATE API8.ENVELOPPE
                    SET MONTANT_COMPTE = :WS-MONTANT-COMPTE,
                        STATUT_ENV = 'C',
                        DATE_COMPTAGE = CURRENT DATE,
                        TERMINAL_COMPTAGE = :EIBTRMID
                    WHERE ID_ENVELOPPE = :WS-ID-ENVELOPPE
                      AND STATUT_ENV = 'A'
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'ERREUR ENREGISTREMENT COMPTAGE' TO MESDABO
                 END-IF
           END-EVALUATE.

       1550-AFFICHER-ENVELOPPES.
           MOVE 0 TO WS-NB-ENV-ATTENTE.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-ENV-ATTENTE
              FROM API8.ENVELOPPE
              WHERE CODE_DAB = :WS-CODE-DAB
                AND STATUT_ENV = 'A'
           END-EXEC.
           MOVE WS-NB-ENV-ATTENTE TO WS-NB-ENV-EDIT.
           MOVE WS-NB-ENV-EDIT TO NBENVO.

       1400-SEND-ECRAN-DAB.
           EVALUATE TRUE
              WHEN SEND-ERASE
