      *    BATCH DE PRELEVEMENT DES MENSUALITES DE PRET
      *    Parcourt les echeances dues (API8.ECHEANCIER, STATUT_ECH =
      *    'A', date atteinte) des prets actifs ou en defaut et
      *    preleve capital + interet (+ prime d'assurance emprunteur
      *    quand l'offre en prevoit une) sur le COMPTE du client en un
      *    seul debit, trace par une operation TYPE_OP 'M'
      *    (mensualite, capital + interet) et, pour la prime, par une
      *    operation de frais distincte TYPE_OP 'F' - la prime
      *    encaissee est reversee a l'assureur par API8ASSP. Les prets
      *    offerts pas encore debloques (API8DBLP) ne sont pas
      *    preleves.
      *       - mensualite payee : echeance 'P', CAPITAL_RESTANT
      *         diminue du capital ; capital restant a zero = pret
      *         solde ('S')
      *         represente au prochain passage
      *    Edite en fin de traitement l'encours du portefeuille et la
      *    liste des prets en retard pour le back-office.
      *    Carte SYSIN 'SIMU' : simulation - meme selection et meme
      *    test de provision (solde lu sur COMPTE et diminue en
      *    memoire des mensualites simulees), edition de chaque
      *    jambe qui serait postee (compte, montant, capital restant
      *    de base) et des totaux ; ni COMPTE, ni OPERATION, ni
      *    ECHEANCIER, ni PRET ne sont modifies. L'edition et les
      *    totaux sont identiques en mode reel pour comparer avec
      *    le passage precedent.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-NUM-ECHEANCE-CUR      PIC S9(3) COMP-3.
       01  WS-MONTANT-CAPITAL       PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-INTERET       PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-ASSURANCE     PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-MENSUALITE    PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-ECHEANCE      PIC S9(8)V99 COMP-3.
       01  WS-ID-COMPTE-PRET        PIC S9(9) COMP.
       01  WS-NB-IMPAYES-PRET       PIC S9(3) COMP-3.
       01  WS-CAPITAL-RESTANT       PIC S9(8)V99 COMP-3.

      *    Simulation : solde du compte et capital restant du pret
      *    reportes en memoire d'une echeance a la suivante
       01  WS-SIM-ID-COMPTE         PIC S9(9) COMP VALUE 0.
       01  WS-SIM-SOLDE             PIC S9(8)V99 COMP-3 VALUE 0.
       01  WS-SIM-ID-PRET           PIC S9(9) COMP VALUE 0.
       01  WS-SIM-CAPITAL           PIC S9(8)V99 COMP-3 VALUE 0.

      *    Prets en defaut au troisieme impaye
       01  WS-SEUIL-IMPAYES         PIC S9(3) COMP-3 VALUE 3.

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

           EXEC SQL
              DECLARE CECHEANCE CURSOR FOR
              SELECT E.ID_PRET, E.NUM_ECHEANCE, E.MONTANT_CAPITAL,
                     E.MONTANT_INTERET, VALUE(E.MONTANT_ASSURANCE, 0),
                     P.ID_COMPTE, P.NB_IMPAYES, P.CAPITAL_RESTANT
              FROM API8.ECHEANCIER E, API8.PRET P
              WHERE E.ID_PRET = P.ID_PRET
                AND E.STATUT_ECH = 'A'
              FETCH CECHEANCE
              INTO :WS-ID-PRET-CUR, :WS-NUM-ECHEANCE-CUR,
                   :WS-MONTANT-CAPITAL, :WS-MONTANT-INTERET,
                   :WS-MONTANT-ASSURANCE,
                   :WS-ID-COMPTE-PRET, :WS-NB-IMPAYES-PRET,
                   :WS-CAPITAL-RESTANT
           END-EXEC.

       1100-PRELEVER-MENSUALITE.
           COMPUTE WS-MONTANT-MENSUALITE =
              WS-MONTANT-CAPITAL + WS-MONTANT-INTERET
                 + WS-MONTANT-ASSURANCE.

      *    Le debit n'est accepte que si le solde couvre la
      *    mensualite (le WHERE conditionnel rejoue la convention
      *    d'API8VPER) ; pas de passage en decouvert force pour une
      *    mensualite de pret
           IF MODE-SIMU
              PERFORM 1150-SIMULER-DEBIT
                 THRU 1150-SIMULER-DEBIT-EXIT
           ELSE
              EXEC SQL
                 UPDATE API8.COMPTE
                 SET SOLDE = SOLDE - :WS-MONTANT-MENSUALITE
                 WHERE ID_COMPTE = :WS-ID-COMPTE-PRET
                   AND SOLDE >= :WS-MONTANT-MENSUALITE
              END-EXEC
           END-IF.

           IF SQLCODE = 0
              PERFORM 1200-REGLER-ECHEANCE
       1100-PRELEVER-MENSUALITE-EXIT.
           EXIT.

       1150-SIMULER-DEBIT.
      *    Meme regle que le debit conditionnel, sans ecriture : le
      *    solde est relu a chaque changement de compte puis diminue
      *    en memoire, pour juger comme en reel les echeances
      *    rattrapees sur un meme compte ; SQLCODE rend le verdict
      *    attendu par l'appelant (0 preleve, 100 impaye)
           IF WS-ID-COMPTE-PRET NOT = WS-SIM-ID-COMPTE
              MOVE 0 TO WS-SIM-SOLDE
              EXEC SQL
                 SELECT SOLDE
                 INTO :WS-SIM-SOLDE
                 FROM API8.COMPTE
                 WHERE ID_COMPTE = :WS-ID-COMPTE-PRET
              END-EXEC
              MOVE WS-ID-COMPTE-PRET TO WS-SIM-ID-COMPTE
           END-IF.

           IF WS-SIM-SOLDE >= WS-MONTANT-MENSUALITE
              SUBTRACT WS-MONTANT-MENSUALITE FROM WS-SIM-SOLDE
              MOVE 0 TO SQLCODE
           ELSE
              MOVE 100 TO SQLCODE
           END-IF.

       1150-SIMULER-DEBIT-EXIT.
           EXIT.

       1200-REGLER-ECHEANCE.
      *    Le capital restant est relu sur API8.PRET : quand
      *    plusieurs echeances du meme pret sont dues dans la meme
              FROM API8.PRET
              WHERE ID_PRET = :WS-ID-PRET-CUR
           END-EXEC.
           IF MODE-SIMU AND WS-ID-PRET-CUR = WS-SIM-ID-PRET
              MOVE WS-SIM-CAPITAL TO WS-CAPITAL-RESTANT
           END-IF.

      *    Un seul debit du solde, deux jambes tracees : mensualite
      *    'M' (capital + interet) et prime d'assurance 'F' - leur
      *    somme egale le mouvement du SOLDE (rapprochement API8REC)
           COMPUTE WS-MONTANT-ECHEANCE =
              WS-MONTANT-CAPITAL + WS-MONTANT-INTERET.
           MOVE WS-NUM-ECHEANCE-CUR TO WS-NUM-ECHEANCE-EDIT.

           MOVE WS-MONTANT-ECHEANCE
              TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'M' TO WS-TYPE-OP OF DCLOPERATION.
           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'MENSUALITE PRET ECH. ' WS-NUM-ECHEANCE-EDIT
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.
           PERFORM 1250-INSERER-OPERATION
              THRU 1250-INSERER-OPERATION-EXIT.

           IF WS-MONTANT-ASSURANCE > 0
              MOVE WS-MONTANT-ASSURANCE
                 TO WS-MONTANT-OP OF DCLOPERATION
              MOVE 'F' TO WS-TYPE-OP OF DCLOPERATION
              MOVE SPACES TO WS-LIBELLE-OP
              STRING 'PRIME ASSURANCE PRET ECH. ' WS-NUM-ECHEANCE-EDIT
                 DELIMITED BY SIZE INTO WS-LIBELLE-OP
              PERFORM 1250-INSERER-OPERATION
                 THRU 1250-INSERER-OPERATION-EXIT
           END-IF.

      *    En simulation l'echeancier et le pret restent en l'etat :
      *    le capital restant n'est reporte qu'en memoire
           IF MODE-SIMU
              MOVE WS-ID-PRET-CUR TO WS-SIM-ID-PRET
              COMPUTE WS-SIM-CAPITAL =
                 WS-CAPITAL-RESTANT - WS-MONTANT-CAPITAL
              ADD 1 TO WS-NB-PRELEVEES
              GO TO 1200-REGLER-ECHEANCE-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.ECHEANCIER
       1200-REGLER-ECHEANCE-EXIT.
           EXIT.

       1250-INSERER-OPERATION.
           MOVE WS-ID-COMPTE-PRET TO WS-RAP-ID-COMPTE.
           MOVE WS-TYPE-OP OF DCLOPERATION TO WS-RAP-TYPE-OP.
           MOVE WS-MONTANT-OP OF DCLOPERATION TO WS-RAP-MONTANT.
           MOVE WS-CAPITAL-RESTANT TO WS-RAP-BASE.
           PERFORM 8800-EDITER-OPERATION
              THRU 8800-EDITER-OPERATION-EXIT.
           IF MODE-SIMU
              GO TO 1250-INSERER-OPERATION-EXIT
           END-IF.

           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.
           MOVE WS-ID-COMPTE-PRET TO WS-ID-COMPTE OF DCLOPERATION.

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
                  CURRENT DATE,
                  :WS-DATE-COMPTABLE,
                  :WS-LIBELLE-OP)
           END-EXEC.

       1250-INSERER-OPERATION-EXIT.
           EXIT.

       1300-CONSTATER-IMPAYE.
      *    L'echeance passe 'I' (impayee constatee), ce qui la compte
      *    une seule fois dans NB_IMPAYES ; son recouvrement releve
      *    du back-office, qui la remet 'A' pour la representer au
      *    prochain passage du batch ; en simulation l'impaye est
      *    seulement compte
           IF MODE-SIMU
              ADD 1 TO WS-NB-IMPAYEES
              GO TO 1300-CONSTATER-IMPAYE-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.ECHEANCIER
              SET STATUT_ECH = 'I'
       2100-EDITER-RETARD-EXIT.
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8ECHE        '
            DISPLAY '   MENSUALITES PRELEVEES : ' WS-NB-PRELEVEES
