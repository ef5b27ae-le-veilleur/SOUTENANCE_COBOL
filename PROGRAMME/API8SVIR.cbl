      *       - compte emetteur existant, ni cloture ni en succession
      *       - solde DISPONIBLE (solde comptable moins credits a
      *         date de valeur future moins autorisations carte
      *         actives moins montants bloques par saisie, registre
      *         API8.SAISIE, moins achats carte a debit differe non
      *         encore debites, API8.ENCOURSCARTE, moins retraits
      *         d'especes reserves en agence, API8.RESERVESPECES)
      *         couvrant le montant, sans decouvert
      *       - conversion de devise via API8.TAUXCHANGE avec refus
      *         si un cours est suspendu ou plus vieux
      *         qu'AGE_MAX_TAUX jours
      *                          (API8.REGIMEMINEUR), '13' debits
      *                          refuses pour piece d'identite
      *                          expiree (restriction KYC niveau 2,
      *                          scrutin API8KYCS), '14' plafond
      *                          legal du livret beneficiaire
      *                          depasse, '15' livret debite vers
      *                          un autre compte que le compte
      *                          courant de son titulaire, '20' accepte
      *                          et mis en file pendant la bascule de
      *                          cloture (API8.FILEATTENTE, rejoue
      *                          par API8REJQ), '99' erreur base
      *       SVIR-ID-OPERATION  numero de la jambe debit posteee
      *
      *    Livret d'epargne reglemente (TYPE_COMPTE 'LIV') : il ne se
      *    debite que vers un compte non livret de son propre
      *    titulaire, et ne se credite que sous le plafond legal
      *    PLAFOND_LIVRET (API8.PARAMETRE, repli 22950).
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ID-COMPTE-BENEF     PIC S9(9) COMP.
       01  WS-ID-CLIENT-BENEF     PIC S9(9) COMP.

      *    Livret reglemente : produit des deux comptes, titulaire de
      *    l'emetteur et solde du beneficiaire pour le plafond legal
       01  WS-TYPE-COMPTE-EMET    PIC X(4).
       01  WS-TYPE-COMPTE-BENEF   PIC X(4).
       01  WS-ID-CLIENT-EMET      PIC S9(9) COMP.
       01  WS-SOLDE-BENEF         PIC S9(8)V99 COMP-3.
       01  WS-PLAFOND-LIVRET      PIC S9(8)V99 COMP-3 VALUE 22950.00.

       01  WS-DEVISE-EMETTEUR     PIC X(3).
       01  WS-DEVISE-BENEF        PIC X(3).
       01  WS-TAUX-EMETTEUR       PIC S9(3)V9(6) COMP-3.

       01  WS-CREDITS-NON-VALEUR  PIC S9(8)V99 COMP-3.
       01  WS-RESERVATIONS-CARTE  PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-SAISI       PIC S9(8)V99 COMP-3.
       01  WS-ENCOURS-DIFFERE     PIC S9(8)V99 COMP-3.
       01  WS-RESERVES-ESPECES    PIC S9(8)V99 COMP-3.
       01  WS-NULL-IND            PIC S9(4) COMP.
       01  WS-DATE-JOUR           PIC X(8).

           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel de la tenue des compteurs journaliers
      *    API8CPTJ (nombre et cumul des debits du jour par compte)
       01  CPTJ-ZONE.
           05  CPTJ-ID-COMPTE         PIC S9(9) COMP.
           05  CPTJ-DATE-COMPTABLE    PIC X(8).
           05  CPTJ-NATURE            PIC X(1).
           05  CPTJ-SENS              PIC X(1).
           05  CPTJ-MONTANT           PIC S9(8)V99 COMP-3.
           05  CPTJ-CODE-RETOUR       PIC X(1).

       LINKAGE SECTION.
       01  SVIR-ZONE.
           05  SVIR-ID-COMPTE     PIC S9(9) COMP.
              GOBACK
           END-IF.

           PERFORM 1190-CONTROLER-LIVRET.
           IF SVIR-CODE-RETOUR NOT = '  '
              GOBACK
           END-IF.

           PERFORM 1200-CALCULER-DISPONIBLE.
           IF WS-SOLDE-DISPONIBLE < SVIR-MONTANT
              MOVE '05' TO SVIR-CODE-RETOUR
              GOBACK
           END-IF.

           PERFORM 1400-CONTROLER-PLAFOND-LIVRET.
           IF SVIR-CODE-RETOUR NOT = '  '
              GOBACK
           END-IF.

           PERFORM 1500-CONTROLER-RENVOI.
           IF SVIR-CODE-RETOUR NOT = '  '
              GOBACK
       1000-CONTROLER-EMETTEUR.
           MOVE SPACE TO WS-STATUT-COMPTE.
           MOVE 'EUR' TO WS-DEVISE-EMETTEUR.
           MOVE 'STD' TO WS-TYPE-COMPTE-EMET.

           EXEC SQL
              SELECT STATUT, SOLDE, VALUE(DEVISE, 'EUR'),
                     VALUE(TYPE_COMPTE, 'STD'), ID_CLIENT
              INTO :WS-STATUT-COMPTE, :WS-SOLDE-COMPTE,
                   :WS-DEVISE-EMETTEUR, :WS-TYPE-COMPTE-EMET,
                   :WS-ID-CLIENT-EMET
              FROM API8.COMPTE
              WHERE ID_COMPTE = :SVIR-ID-COMPTE
           END-EXEC.
           MOVE 0 TO WS-ID-CLIENT-BENEF.
           MOVE 'EUR' TO WS-DEVISE-BENEF.
           MOVE SVIR-ID-BENEF TO WS-ID-COMPTE-BENEF.
           MOVE 'STD' TO WS-TYPE-COMPTE-BENEF.

           EXEC SQL
              SELECT ID_CLIENT, VALUE(DEVISE, 'EUR'),
                     VALUE(TYPE_COMPTE, 'STD'), SOLDE
              INTO :WS-ID-CLIENT-BENEF, :WS-DEVISE-BENEF,
                   :WS-TYPE-COMPTE-BENEF, :WS-SOLDE-BENEF
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-BENEF
           END-EXEC.
              MOVE '13' TO SVIR-CODE-RETOUR
           END-IF.

       1190-CONTROLER-LIVRET.
      *    Livret reglemente emetteur : seul le virement vers un
      *    compte courant de son propre titulaire est admis (pas de
      *    livret a livret, pas de tiers)
           MOVE '  ' TO SVIR-CODE-RETOUR.

           IF WS-TYPE-COMPTE-EMET = 'LIV'
              IF WS-ID-CLIENT-BENEF NOT = WS-ID-CLIENT-EMET
                 OR WS-TYPE-COMPTE-BENEF = 'LIV'
                 MOVE '15' TO SVIR-CODE-RETOUR
              END-IF
           END-IF.

       1200-CALCULER-DISPONIBLE.
      *    Solde disponible : solde comptable moins credits a date de
      *    valeur future moins autorisations carte actives ; le
              MOVE ZERO TO WS-RESERVATIONS-CARTE
           END-IF.

      *    Montants bloques par une saisie active ou contestee
      *    (API8SAIS) : indisponibles jusqu'au paiement ou a la
      *    mainlevee
           MOVE ZERO TO WS-MONTANT-SAISI.
           EXEC SQL
              SELECT SUM(MONTANT_BLOQUE)
              INTO :WS-MONTANT-SAISI :WS-NULL-IND
              FROM API8.SAISIE
              WHERE ID_COMPTE = :SVIR-ID-COMPTE
                AND STATUT_SAISIE IN ('A', 'C')
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NULL-IND = -1
              MOVE ZERO TO WS-MONTANT-SAISI
           END-IF.

      *    Achats carte a debit differe en attente du debit de fin
      *    de mois (API8DIFF) : deja engages, dans la limite du
      *    plafond d'encours tenu par API8AUTS
           MOVE ZERO TO WS-ENCOURS-DIFFERE.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-ENCOURS-DIFFERE :WS-NULL-IND
              FROM API8.ENCOURSCARTE
              WHERE ID_COMPTE = :SVIR-ID-COMPTE
                AND STATUT_ENC = 'E'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NULL-IND = -1
              MOVE ZERO TO WS-ENCOURS-DIFFERE
           END-IF.

      *    Gros retraits d'especes reserves en agence (API8RESE) :
      *    bloques jusqu'au retrait au guichet
           MOVE ZERO TO WS-RESERVES-ESPECES.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-RESERVES-ESPECES :WS-NULL-IND
              FROM API8.RESERVESPECES
              WHERE ID_COMPTE = :SVIR-ID-COMPTE
                AND STATUT_RES = 'R'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NULL-IND = -1
              MOVE ZERO TO WS-RESERVES-ESPECES
           END-IF.

           COMPUTE WS-SOLDE-DISPONIBLE =
              WS-SOLDE-COMPTE - WS-CREDITS-NON-VALEUR
              - WS-RESERVATIONS-CARTE - WS-MONTANT-SAISI
              - WS-ENCOURS-DIFFERE - WS-RESERVES-ESPECES.

       1300-CONVERTIR-DEVISE.
           MOVE '  ' TO SVIR-CODE-RETOUR.
           COMPUTE WS-MONTANT-CREDIT ROUNDED =
              SVIR-MONTANT * WS-TAUX-EMETTEUR / WS-TAUX-BENEF.

       1400-CONTROLER-PLAFOND-LIVRET.
      *    Livret reglemente beneficiaire : le credit, dans sa devise,
      *    ne doit pas porter le solde au-dela du plafond legal
           MOVE '  ' TO SVIR-CODE-RETOUR.

           IF WS-TYPE-COMPTE-BENEF = 'LIV'
              EXEC SQL
                 SELECT VALEUR_PARAM
                 INTO :WS-PLAFOND-LIVRET
                 FROM API8.PARAMETRE
                 WHERE CODE_PARAM = 'PLAFOND_LIVRET'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 22950.00 TO WS-PLAFOND-LIVRET
              END-IF
              IF WS-SOLDE-BENEF + WS-MONTANT-CREDIT > WS-PLAFOND-LIVRET
                 MOVE '14' TO SVIR-CODE-RETOUR
              END-IF
           END-IF.

       1500-CONTROLER-RENVOI.
      *    Renvoi en validation : un virement qui matche une regle de
      *    renvoi est retenu sur API8.OPATTENTE sans toucher au solde,
              WHERE CODE_PARAM = 'VELOCITE_RENVOI'
           END-EXEC.

      *    Debits 'R'/'S' de la journee comptable : une seule ligne
      *    du compteur journalier (API8.COMPTEURJOUR, API8CPTJ)
           PERFORM 2150-LIRE-DATE-COMPTABLE.
           MOVE 0 TO WS-NB-OP-RENVOI.
           EXEC SQL
              SELECT NB_DEBITS
              INTO :WS-NB-OP-RENVOI
              FROM API8.COMPTEURJOUR
              WHERE ID_COMPTE = :SVIR-ID-COMPTE
                AND DATE_COMPTABLE = :WS-DATE-COMPTABLE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-NB-OP-RENVOI
           END-IF.

           IF WS-NB-OP-RENVOI >= WS-VELOCITE-RENVOI
              MOVE 'VELOCITE' TO WS-MOTIF-RENVOI
              IF SQLCODE NOT = 0
                 MOVE '99' TO SVIR-CODE-RETOUR
              ELSE
                 PERFORM 2120-COMPTER-DEBIT
                 PERFORM 2200-INSERER-JAMBE-BENEF
              END-IF
           END-IF.

       2120-COMPTER-DEBIT.
      *    Compteur journalier de l'emetteur, dans la meme unite de
      *    travail que le virement
           MOVE SVIR-ID-COMPTE TO CPTJ-ID-COMPTE.
           MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE.
           MOVE 'S' TO CPTJ-NATURE.
           MOVE '+' TO CPTJ-SENS.
           MOVE SVIR-MONTANT TO CPTJ-MONTANT.
           CALL 'API8CPTJ' USING CPTJ-ZONE.

       2200-INSERER-JAMBE-BENEF.
      *    Jambe entrante 'E' dans la devise du beneficiaire
           MOVE 'OPERATION' TO NUMO-COMPTEUR.
