      *       SDEP-LIBELLE       libelle libre de l'operation
      *       SDEP-CODE-RETOUR   '00' poste, '01' compte inconnu,
      *                          '02' compte cloture, '04' montant
      *                          invalide, '06' plafond legal du
      *                          livret reglemente depasse, '20'
      *                          accepte et mis en
      *                          file pendant la bascule de cloture
      *                          (API8.FILEATTENTE, rejoue par
      *                          API8REJQ), '21' depot automate
      *                          accepte en enveloppe, credit
      *                          differe au comptage, '99' erreur
      *                          base
      *       SDEP-ID-OPERATION  numero de l'operation posteee
      *       SDEP-CODE-DAB      distributeur du depot (canal 'A' ;
      *                          blanc = distributeur de l'agence
      *                          du compte)
      *       SDEP-ID-ENVELOPPE  numero de l'enveloppe (canal 'A')
      *
      *    Depot automate (canal 'A') : le contenu de l'enveloppe
      *    n'est connu qu'au comptage, lors de la releve du
      *    distributeur (ecran API8DABR). Le depot est enregistre sur
      *    API8.ENVELOPPE au montant declare, en attente de comptage
      *    (statut 'A'), selon la regle produit DEPOT_DAB_DIFFERE
      *    d'API8.PARAMPROD lue sur le TYPE_COMPTE (valeur 1 = oui,
      *    repli non) :
      *       credit provisoire  le compte est credite aussitot du
      *                          montant declare ('00'), l'ecart
      *                          eventuel sera regularise
      *       credit differe     rien n'est credite ('21' - depot
      *                          accepte, credit a la verification)
      *    La verification et la regularisation sont faites par le
      *    batch API8ENVV.
      *
      *    Livret d'epargne reglemente (TYPE_COMPTE 'LIV') : le depot
      *    est refuse ('06') s'il porte le solde au-dela du plafond
      *    legal PLAFOND_LIVRET (API8.PARAMETRE, repli 22950) ; seule
      *    la capitalisation des interets (API8LIVR) peut le franchir.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-STATUT-COMPTE       PIC X(1).

      *    Livret reglemente : plafond legal des versements
       01  WS-TYPE-COMPTE         PIC X(4).
       01  WS-SOLDE-COMPTE        PIC S9(8)V99 COMP-3.
       01  WS-PLAFOND-LIVRET      PIC S9(8)V99 COMP-3 VALUE 22950.00.

      *    Depot automate : enveloppe en attente de comptage
       01  WS-VALEUR-PARAM        PIC S9(8)V9(4) COMP-3.
       01  WS-MODE-CREDIT-ENV     PIC X(1).
           88 CREDIT-DIFFERE            VALUE 'D'.
       01  WS-CODE-DAB            PIC X(4).

      *    Mode stand-in de cloture (API8.PARAMETRE MODE_STANDIN,
      *    pose par API8EOD, leve par le rejeu API8REJQ) : pendant la
      *    bascule de journee, le posting est capture sur la file
           05  SDEP-LIBELLE       PIC X(30).
           05  SDEP-CODE-RETOUR   PIC X(2).
           05  SDEP-ID-OPERATION  PIC S9(9) COMP.
           05  SDEP-CODE-DAB      PIC X(4).
           05  SDEP-ID-ENVELOPPE  PIC S9(9) COMP.

       PROCEDURE DIVISION USING SDEP-ZONE.

       0000-MAIN-PROCEDURE.
           MOVE '99' TO SDEP-CODE-RETOUR.
           MOVE 0 TO SDEP-ID-OPERATION.
           MOVE 0 TO SDEP-ID-ENVELOPPE.

           PERFORM 0100-CONTROLER-STANDIN.
           IF SDEP-CODE-RETOUR = '20'
              GOBACK
           END-IF.

           PERFORM 1100-CONTROLER-PLAFOND-LIVRET.
           IF SDEP-CODE-RETOUR NOT = '  '
              GOBACK
           END-IF.

           IF SDEP-CANAL = 'A'
              PERFORM 3000-DEPOT-ENVELOPPE
           ELSE
              PERFORM 2000-POSTER-DEPOT
           END-IF.

           GOBACK.

      *    (reversions, soldes de tout compte) : seul un compte
      *    cloture refuse le depot
           MOVE SPACE TO WS-STATUT-COMPTE.
           MOVE 'STD' TO WS-TYPE-COMPTE.

           EXEC SQL
              SELECT STATUT, SOLDE, VALUE(TYPE_COMPTE, 'STD')
              INTO :WS-STATUT-COMPTE, :WS-SOLDE-COMPTE,
                   :WS-TYPE-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :SDEP-ID-COMPTE
           END-EXEC.
                 MOVE '  ' TO SDEP-CODE-RETOUR
           END-EVALUATE.

       1100-CONTROLER-PLAFOND-LIVRET.
      *    Plafond legal du livret reglemente, juge sur le solde
      *    comptable apres le depot
           MOVE '  ' TO SDEP-CODE-RETOUR.

           IF WS-TYPE-COMPTE = 'LIV'
              EXEC SQL
                 SELECT VALEUR_PARAM
                 INTO :WS-PLAFOND-LIVRET
                 FROM API8.PARAMETRE
                 WHERE CODE_PARAM = 'PLAFOND_LIVRET'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 22950.00 TO WS-PLAFOND-LIVRET
              END-IF
              IF WS-SOLDE-COMPTE + SDEP-MONTANT > WS-PLAFOND-LIVRET
                 MOVE '06' TO SDEP-CODE-RETOUR
              END-IF
           END-IF.

       2000-POSTER-DEPOT.
           EXEC SQL
              UPDATE API8.COMPTE
              END-IF
           END-IF.

       3000-DEPOT-ENVELOPPE.
      *    Regle produit : credit differe jusqu'au comptage ou
      *    credit provisoire au montant declare
           MOVE 'P' TO WS-MODE-CREDIT-ENV.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-VALEUR-PARAM
              FROM API8.PARAMPROD
              WHERE TYPE_COMPTE = :WS-TYPE-COMPTE
                AND CODE_PARAM = 'DEPOT_DAB_DIFFERE'
           END-EXEC.
           IF SQLCODE = 0 AND WS-VALEUR-PARAM = 1
              MOVE 'D' TO WS-MODE-CREDIT-ENV
           END-IF.

           IF CREDIT-DIFFERE
              PERFORM 2150-LIRE-DATE-COMPTABLE
              MOVE '  ' TO SDEP-CODE-RETOUR
           ELSE
              PERFORM 2000-POSTER-DEPOT
              IF SDEP-CODE-RETOUR = '00'
                 MOVE '  ' TO SDEP-CODE-RETOUR
              END-IF
           END-IF.

           IF SDEP-CODE-RETOUR = '  '
              PERFORM 3100-ENREGISTRER-ENVELOPPE
           END-IF.

       3100-ENREGISTRER-ENVELOPPE.
      *    Le distributeur porte le code de son agence (API8.STOCKDAB)
      *    : sans code transmis, celui de l'agence du compte
           IF SDEP-CODE-DAB = SPACES OR SDEP-CODE-DAB = LOW-VALUES
              MOVE SPACES TO WS-CODE-DAB
              EXEC SQL
                 SELECT VALUE(CODE_AGENCE, '0001')
                 INTO :WS-CODE-DAB
                 FROM API8.COMPTE
                 WHERE ID_COMPTE = :SDEP-ID-COMPTE
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-CODE-DAB = SPACES
                 MOVE '0001' TO WS-CODE-DAB
              END-IF
           ELSE
              MOVE SDEP-CODE-DAB TO WS-CODE-DAB
           END-IF.

           MOVE 'ENVELOPPE' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              MOVE '99' TO SDEP-CODE-RETOUR
           ELSE
              MOVE NUMO-VALEUR TO SDEP-ID-ENVELOPPE

              EXEC SQL
                 INSERT INTO API8.ENVELOPPE
                    (ID_ENVELOPPE, ID_COMPTE, CODE_DAB,
                     MONTANT_DECLARE, MODE_CREDIT, STATUT_ENV,
                     ID_OPERATION, DATE_DEPOT, HEURE_DEPOT)
                 VALUES
                    (:SDEP-ID-ENVELOPPE, :SDEP-ID-COMPTE,
                     :WS-CODE-DAB, :SDEP-MONTANT,
                     :WS-MODE-CREDIT-ENV, 'A',
                     :SDEP-ID-OPERATION, :WS-DATE-COMPTABLE,
                     CURRENT TIME)
              END-EXEC

              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    MOVE '99' TO SDEP-CODE-RETOUR
                 WHEN CREDIT-DIFFERE
                    MOVE '21' TO SDEP-CODE-RETOUR
                 WHEN OTHER
                    MOVE '00' TO SDEP-CODE-RETOUR
              END-EVALUATE
           END-IF.

       2150-LIRE-DATE-COMPTABLE.
           MOVE SPACES TO WS-DATE-COMPTABLE.
           EXEC SQL
