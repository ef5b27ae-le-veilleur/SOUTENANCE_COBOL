      *       - carte sans opposition active
      *       - solde DISPONIBLE (solde comptable moins credits a
      *         date de valeur future moins autorisations carte
      *         actives moins montants bloques par saisie, registre
      *         API8.SAISIE, moins achats carte a debit differe non
      *         encore debites, API8.ENCOURSCARTE, moins retraits
      *         d'especes reserves en agence, API8.RESERVESPECES,
      *         sauf celui que le guichet est en train de servir)
      *         jusqu'a
      *         -PLAFOND_DECOUVERT, frais de decouvert au passage en
      *         negatif
      *       - plafond journalier PLAFOND_JOUR sur le cumul des
      *         retraits du jour, lu sur le compteur journalier du
      *         compte (API8.COMPTEURJOUR, tenu par API8CPTJ)
      *    et porte le canal appelant sur l'operation.
      *
      *    Appel :  CALL 'API8SRTR' USING SRTR-ZONE
      *                          (API8.SUIVIDECOUVERT), '13' debits
      *                          refuses pour piece d'identite
      *                          expiree (restriction KYC niveau 2,
      *                          scrutin API8KYCS), '15' livret
      *                          d'epargne reglemente (debit par
      *                          virement seulement), '20' accepte
      *                          et mis en file pendant la bascule de
      *                          cloture (API8.FILEATTENTE, rejoue
      *                          par API8REJQ), '99' erreur base
       01  WS-SOLDE-DISPONIBLE    PIC S9(8)V99 COMP-3.
       01  WS-OPPOSITION-LEVEE    PIC X(1).
       01  WS-BLOQUE-DECOUVERT    PIC X(1).
       01  WS-TYPE-COMPTE         PIC X(4).

      *    Replis des parametres, remplaces par API8.PARAMETRE
       01  WS-PLAFOND-DECOUVERT   PIC S9(8)V99 COMP-3 VALUE 200.00.

       01  WS-CREDITS-NON-VALEUR  PIC S9(8)V99 COMP-3.
       01  WS-RESERVATIONS-CARTE  PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-SAISI       PIC S9(8)V99 COMP-3.
       01  WS-ENCOURS-DIFFERE     PIC S9(8)V99 COMP-3.
       01  WS-RESERVES-ESPECES    PIC S9(8)V99 COMP-3.
       01  WS-CUMUL-JOUR          PIC S9(8)V99 COMP-3.
       01  WS-SOLDE-APRES         PIC S9(8)V99 COMP-3.
       01  WS-LIBELLE-OP          PIC X(30).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel du plafonnement des frais d'incident
      *    API8PLFR (client fragile : cumul mensuel borne)
       01  PLFR-ZONE.
           05  PLFR-ID-COMPTE         PIC S9(9) COMP.
           05  PLFR-MONTANT-FRAIS     PIC S9(8)V99 COMP-3.
           05  PLFR-MONTANT-ACCORDE   PIC S9(8)V99 COMP-3.
           05  PLFR-CODE-RETOUR       PIC X(1).

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
       01  SRTR-ZONE.
           05  SRTR-ID-COMPTE     PIC S9(9) COMP.

       1000-CONTROLER-COMPTE.
           MOVE SPACE TO WS-STATUT-COMPTE.
           MOVE 'STD' TO WS-TYPE-COMPTE.

           EXEC SQL
              SELECT STATUT, SOLDE, ID_CLIENT,
                     VALUE(TYPE_COMPTE, 'STD')
              INTO :WS-STATUT-COMPTE, :WS-SOLDE-COMPTE,
                   :WS-ID-CLIENT-CPT, :WS-TYPE-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :SRTR-ID-COMPTE
           END-EXEC.
                 MOVE '02' TO SRTR-CODE-RETOUR
              WHEN WS-STATUT-COMPTE = 'S'
                 MOVE '03' TO SRTR-CODE-RETOUR
      *       Livret reglemente : debit par virement vers le compte
      *       courant du titulaire seulement (API8SVIR)
              WHEN WS-TYPE-COMPTE = 'LIV'
                 MOVE '15' TO SRTR-CODE-RETOUR
              WHEN OTHER
                 MOVE '  ' TO SRTR-CODE-RETOUR
           END-EVALUATE.
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
              WHERE ID_COMPTE = :SRTR-ID-COMPTE
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
              WHERE ID_COMPTE = :SRTR-ID-COMPTE
                AND STATUT_ENC = 'E'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NULL-IND = -1
              MOVE ZERO TO WS-ENCOURS-DIFFERE
           END-IF.

      *    Gros retraits d'especes reserves en agence (API8RESE) :
      *    bloques comme une autorisation carte jusqu'au retrait au
      *    guichet, a l'annulation ou a la liberation par API8PCSH
           MOVE ZERO TO WS-RESERVES-ESPECES.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-RESERVES-ESPECES :WS-NULL-IND
              FROM API8.RESERVESPECES
              WHERE ID_COMPTE = :SRTR-ID-COMPTE
                AND STATUT_RES = 'R'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-NULL-IND = -1
              MOVE ZERO TO WS-RESERVES-ESPECES
           END-IF.

           COMPUTE WS-SOLDE-DISPONIBLE =
              WS-SOLDE-COMPTE - WS-CREDITS-NON-VALEUR
              - WS-RESERVATIONS-CARTE - WS-MONTANT-SAISI
              - WS-ENCOURS-DIFFERE - WS-RESERVES-ESPECES.

       1400-CONTROLER-PLAFOND-JOUR.
      *    Plafond de retrait journalier sur le cumul des 'R' de
      *    la journee comptable, lu sur la ligne du compteur
      *    journalier (pas de ligne = aucun debit ce jour) ; le
      *    guichet assiste ('T') en est exempte, le guichetier juge
      *    sur piece au comptoir - de meme que le posting apres
      *    validation back-office ('V')
           MOVE '  ' TO SRTR-CODE-RETOUR.

           IF SRTR-CANAL NOT = 'T' AND SRTR-CANAL NOT = 'V'
              PERFORM 2150-LIRE-DATE-COMPTABLE
              MOVE ZERO TO WS-CUMUL-JOUR
              EXEC SQL
                 SELECT TOTAL_RETRAITS
                 INTO :WS-CUMUL-JOUR
                 FROM API8.COMPTEURJOUR
                 WHERE ID_COMPTE = :SRTR-ID-COMPTE
                   AND DATE_COMPTABLE = :WS-DATE-COMPTABLE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE ZERO TO WS-CUMUL-JOUR
              END-IF

              WHERE CODE_PARAM = 'VELOCITE_RENVOI'
           END-EXEC.

      *    Debits 'R'/'S' de la journee comptable : une seule ligne
      *    du compteur journalier
           PERFORM 2150-LIRE-DATE-COMPTABLE.
           MOVE 0 TO WS-NB-OP-RENVOI.
           EXEC SQL
              SELECT NB_DEBITS
              INTO :WS-NB-OP-RENVOI
              FROM API8.COMPTEURJOUR
              WHERE ID_COMPTE = :SRTR-ID-COMPTE
                AND DATE_COMPTABLE = :WS-DATE-COMPTABLE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-NB-OP-RENVOI
           END-IF.

           IF WS-NB-OP-RENVOI >= WS-VELOCITE-RENVOI
              MOVE 'VELOCITE' TO WS-MOTIF-RENVOI

              IF SQLCODE = 0
                 MOVE '00' TO SRTR-CODE-RETOUR
                 PERFORM 2120-COMPTER-DEBIT
              ELSE
                 MOVE '99' TO SRTR-CODE-RETOUR
              END-IF
           END-IF.

       2120-COMPTER-DEBIT.
      *    Compteur journalier du compte, dans la meme unite de
      *    travail que le retrait
           MOVE SRTR-ID-COMPTE TO CPTJ-ID-COMPTE.
           MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE.
           MOVE 'R' TO CPTJ-NATURE.
           MOVE '+' TO CPTJ-SENS.
           MOVE SRTR-MONTANT TO CPTJ-MONTANT.
           CALL 'API8CPTJ' USING CPTJ-ZONE.

       2200-FRAIS-DECOUVERT.
      *    Passage en negatif (decouvert autorise) : frais preleves,
      *    meme enchainement que les ecrans
           COMPUTE WS-SOLDE-APRES =
              WS-SOLDE-COMPTE - SRTR-MONTANT.

           MOVE ZERO TO PLFR-MONTANT-ACCORDE.
           IF WS-SOLDE-APRES < ZERO
      *       Client fragile : frais bornes au plafond mensuel
              MOVE SRTR-ID-COMPTE TO PLFR-ID-COMPTE
              MOVE WS-FRAIS-DECOUVERT TO PLFR-MONTANT-FRAIS
              CALL 'API8PLFR' USING PLFR-ZONE
           END-IF.

           IF PLFR-MONTANT-ACCORDE > ZERO
              EXEC SQL
                 UPDATE API8.COMPTE
                 SET SOLDE = SOLDE - :PLFR-MONTANT-ACCORDE
                 WHERE ID_COMPTE = :SRTR-ID-COMPTE
              END-EXEC

                        LIBELLE_OP)
                    VALUES
                       (:NUMO-VALEUR, :SRTR-ID-COMPTE,
                        :PLFR-MONTANT-ACCORDE, 'F',
                        CURRENT DATE, :WS-DATE-COMPTABLE,
                        CURRENT TIME, :SRTR-CANAL,
                        'FRAIS DECOUVERT')
