      *    en tracant chaque prelevement comme une operation
      *    TYPE_OP = 'F' sur API8.OPERATION (meme code que les frais de
      *    decouvert).
      *    Le montant des frais est celui du produit du compte
      *    (API8.PARAMPROD/FRAIS_MAINTENANCE sur TYPE_COMPTE, repli
      *    sur la valeur generale) ; un compte converti dans le mois
      *    (API8CONV, API8.CONVPRODUIT) paie les frais de l'ancien
      *    produit pour les jours avant la date d'effet et ceux du
      *    nouveau produit pour les jours suivants.
      *    Executable en N partitions paralleles sur des plages
      *    d'ID_COMPTE (carte SYSIN 'PART' + numero + bornes, carte
      *    blanche = portefeuille entier) : chaque partition
      *    sa plage sur API8.PARTITIONRUN - la consolidation
      *    API8PCON prouve que l'union couvre chaque compte
      *    exactement une fois.
      *    Carte 'SIMU' (seule, ou en colonne 26 d'une carte PART) :
      *    simulation - memes calculs, edition de chaque frais qui
      *    serait preleve (compte, montant, solde de base) et des
      *    totaux, sans debit, sans operation, sans journal ni
      *    declaration de partition ; l'edition et les totaux sont
      *    identiques en mode reel pour comparer avec l'execution
      *    precedente.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-SOLDE-CUR              PIC S9(8)V99 COMP-3.
       01  WS-STATUT-COMPTE          PIC X(1).
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.
       01  WS-TYPE-COMPTE-CUR        PIC X(4).

      *    Frais du compte selon son produit, proratises en cas de
      *    conversion de produit dans le mois
       01  WS-FRAIS-COMPTE           PIC S9(8)V99 COMP-3.
       01  WS-TYPE-FRAIS             PIC X(4).
       01  WS-FRAIS-PRODUIT          PIC S9(8)V99 COMP-3.
       01  WS-FRAIS-ANCIEN           PIC S9(8)V99 COMP-3.
       01  WS-ANCIEN-TYPE-CONV       PIC X(4).
       01  WS-DATE-EFFET-CONV        PIC X(8).
       01  WS-MOIS-DEB               PIC X(8).
       01  WS-MOIS-FIN               PIC X(8).
       01  WS-DATE-CALC.
           05  WS-CALC-AAAA          PIC 9(4).
           05  WS-CALC-MM            PIC 9(2).
           05  WS-CALC-JJ            PIC 9(2).
       01  WS-DATE-CALC-N REDEFINES WS-DATE-CALC PIC 9(8).
       01  WS-JOUR-EFFET             PIC S9(9) COMP.
       01  WS-JOUR-DEB-MOIS          PIC S9(9) COMP.
       01  WS-JOUR-DEB-MOIS-SUIV     PIC S9(9) COMP.

       01  WS-ID-COMPTE-EDIT         PIC 9(9).

           05  WS-PART-NUM-X      PIC X(2).
           05  WS-PART-DEB-X      PIC X(9).
           05  WS-PART-FIN-X      PIC X(9).
           05  FILLER             PIC X(1).
           05  WS-PART-MODE       PIC X(4).
           05  FILLER             PIC X(51).
       01  WS-PART-NUM            PIC 9(2) VALUE 0.
       01  WS-BORNE-DEB           PIC S9(9) COMP VALUE 0.
       01  WS-BORNE-FIN           PIC S9(9) COMP VALUE 999999999.

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

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
              WHENEVER SQLERROR GOTO 9998-ERROR-DB2
           END-EXEC.

           PERFORM 0470-LIRE-PARTITION
              THRU 0470-LIRE-PARTITION-EXIT.

           PERFORM 0400-JOURNAL-DEBUT
              THRU 0400-JOURNAL-DEBUT-EXIT.

           PERFORM 0450-LIRE-DATE-COMPTABLE
              THRU 0450-LIRE-DATE-COMPTABLE-EXIT.

           PERFORM 0500-LIRE-PARAMETRES-FRAIS
              THRU 0500-LIRE-PARAMETRES-FRAIS-EXIT.

           MOVE WS-DATE-COMPTABLE(1:6) TO WS-MOIS-DEB(1:6).
           MOVE '01' TO WS-MOIS-DEB(7:2).
           MOVE WS-DATE-COMPTABLE(1:6) TO WS-MOIS-FIN(1:6).
           MOVE '31' TO WS-MOIS-FIN(7:2).

           EXEC SQL
              DECLARE CCPTFMNT CURSOR FOR
              SELECT ID_COMPTE, ID_CLIENT, SOLDE, STATUT,
                     VALUE(TYPE_COMPTE, 'STD')
              FROM API8.COMPTE
              WHERE SOLDE < :WS-SOLDE-MIN
                AND ID_COMPTE >= :WS-BORNE-DEB
           EXEC SQL
              FETCH CCPTFMNT
              INTO :WS-ID-COMPTE-CUR, :WS-ID-CLIENT-CUR,
                   :WS-SOLDE-CUR, :WS-STATUT-COMPTE,
                   :WS-TYPE-COMPTE-CUR
           END-EXEC.

           IF SQLCODE = 0
              IF WS-STATUT-COMPTE NOT = 'C'
                 PERFORM 1050-CALCULER-FRAIS-COMPTE
                    THRU 1050-CALCULER-FRAIS-COMPTE-EXIT
                 IF WS-FRAIS-COMPTE > 0
                    PERFORM 1100-PRELEVER-FRAIS
                       THRU 1100-PRELEVER-FRAIS-EXIT
                 END-IF
              END-IF
           END-IF.

       1000-TRAITER-COMPTE-EXIT.
           EXIT.

       1050-CALCULER-FRAIS-COMPTE.
           IF WS-TYPE-COMPTE-CUR = SPACES
              MOVE 'STD' TO WS-TYPE-COMPTE-CUR
           END-IF.
           MOVE WS-TYPE-COMPTE-CUR TO WS-TYPE-FRAIS.
           PERFORM 1060-LIRE-FRAIS-PRODUIT
              THRU 1060-LIRE-FRAIS-PRODUIT-EXIT.
           MOVE WS-FRAIS-PRODUIT TO WS-FRAIS-COMPTE.

      *    Conversion de produit appliquee dans le mois : prorata des
      *    frais de l'ancien et du nouveau produit aux jours du mois
           MOVE SPACES TO WS-DATE-EFFET-CONV.
           EXEC SQL
              SELECT ANCIEN_TYPE, DATE_EFFET
              INTO :WS-ANCIEN-TYPE-CONV, :WS-DATE-EFFET-CONV
              FROM API8.CONVPRODUIT
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND STATUT_CONV = 'X'
                AND DATE_EFFET BETWEEN :WS-MOIS-DEB
                                   AND :WS-MOIS-FIN
                AND DATE_EFFET =
                   (SELECT MAX(C2.DATE_EFFET)
                    FROM API8.CONVPRODUIT C2
                    WHERE C2.ID_COMPTE = :WS-ID-COMPTE-CUR
                      AND C2.STATUT_CONV = 'X'
                      AND C2.DATE_EFFET BETWEEN :WS-MOIS-DEB
                                            AND :WS-MOIS-FIN)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO SQLCODE
              GO TO 1050-CALCULER-FRAIS-COMPTE-EXIT
           END-IF.

           MOVE WS-ANCIEN-TYPE-CONV TO WS-TYPE-FRAIS.
           PERFORM 1060-LIRE-FRAIS-PRODUIT
              THRU 1060-LIRE-FRAIS-PRODUIT-EXIT.
           MOVE WS-FRAIS-PRODUIT TO WS-FRAIS-ANCIEN.

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

           COMPUTE WS-FRAIS-COMPTE ROUNDED =
              (WS-FRAIS-ANCIEN * (WS-JOUR-EFFET - WS-JOUR-DEB-MOIS)
             + WS-FRAIS-COMPTE * (WS-JOUR-DEB-MOIS-SUIV
                                  - WS-JOUR-EFFET))
              / (WS-JOUR-DEB-MOIS-SUIV - WS-JOUR-DEB-MOIS).

       1050-CALCULER-FRAIS-COMPTE-EXIT.
           EXIT.

       1060-LIRE-FRAIS-PRODUIT.
      *    Frais du produit, repli sur la valeur generale
           MOVE WS-FRAIS-MAINTENANCE TO WS-FRAIS-PRODUIT.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-FRAIS-PRODUIT
              FROM API8.PARAMPROD
              WHERE TYPE_COMPTE = :WS-TYPE-FRAIS
                AND CODE_PARAM = 'FRAIS_MAINTENANCE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE WS-FRAIS-MAINTENANCE TO WS-FRAIS-PRODUIT
              MOVE 0 TO SQLCODE
           END-IF.

       1060-LIRE-FRAIS-PRODUIT-EXIT.
           EXIT.

       1100-PRELEVER-FRAIS.
      *    En simulation le debit est suppose passe : seule l'edition
      *    est produite
           IF MODE-SIMU
              MOVE 0 TO SQLCODE
           ELSE
              EXEC SQL
                 UPDATE API8.COMPTE
                 SET SOLDE = SOLDE - :WS-FRAIS-COMPTE
                 WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
              END-EXEC
           END-IF.

           IF SQLCODE = 0
              PERFORM 1200-INSERER-OPERATION-FRAIS
           EXIT.

       1200-INSERER-OPERATION-FRAIS.
           MOVE WS-ID-COMPTE-CUR TO WS-RAP-ID-COMPTE.
           MOVE 'F' TO WS-RAP-TYPE-OP.
           MOVE WS-FRAIS-COMPTE TO WS-RAP-MONTANT.
           MOVE WS-SOLDE-CUR TO WS-RAP-BASE.
           PERFORM 8800-EDITER-OPERATION
              THRU 8800-EDITER-OPERATION-EXIT.
           IF MODE-SIMU
              GO TO 1200-INSERER-OPERATION-FRAIS-EXIT
           END-IF.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.

           MOVE WS-ID-COMPTE-CUR TO WS-ID-COMPTE OF DCLOPERATION.
           MOVE WS-FRAIS-COMPTE TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'F' TO WS-TYPE-OP OF DCLOPERATION.

           EXEC SQL
                 ' - COMPTES ' WS-BORNE-DEB ' A ' WS-BORNE-FIN
           END-IF.

      *    'SIMU' en tete de carte (portefeuille entier) ou en
      *    colonne 26 d'une carte PART (partition seule) : simulation
           IF WS-PART-MOT = 'SIMU' OR WS-PART-MODE = 'SIMU'
              MOVE 'Y' TO WS-MODE-SIMU-SW
              MOVE 'SIMU' TO WS-RAP-MODE
              DISPLAY '*** SIMULATION - AUCUNE ECRITURE EN BASE ***'
           END-IF.

       0470-LIRE-PARTITION-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
      *    Une simulation ne laisse aucune trace au journal
           IF MODE-SIMU
              GO TO 0400-JOURNAL-DEBUT-EXIT
           END-IF.
      *    Numero de journal attribue par le service central
      *    API8NUMO : les N partitions lancees en parallele (carte
      *    PART) obtiennent chacune leur ligne - le MAX(ID)+1
           EXIT.

       9000-JOURNAL-FIN.
           IF MODE-SIMU
              GO TO 9000-JOURNAL-FIN-EXIT
           END-IF.
      *    Verrou a un seul passage : une erreur DB2 dans cette mise
      *    a jour repasserait par 9998 puis par ici - on ne tente la
      *    cloture du journal qu'une fois
           EXIT.

       8500-DECLARER-PARTITION.
      *    Une simulation ne couvre aucune plage : rien a declarer
           IF MODE-SIMU
              GO TO 8500-DECLARER-PARTITION-EXIT
           END-IF.
      *    Plage traitee declaree pour la preuve de couverture
           EXEC SQL
              INSERT INTO API8.PARTITIONRUN
       8500-DECLARER-PARTITION-EXIT.
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
               THRU 9000-JOURNAL-FIN-EXIT.
            PERFORM 8500-DECLARER-PARTITION
               THRU 8500-DECLARER-PARTITION-EXIT.
            PERFORM 8900-EDITER-TOTAUX
               THRU 8900-EDITER-TOTAUX-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8FMNT        '
            DISPLAY '   COMPTES PRELEVES : ' WS-NB-COMPTES-PRELEVES
