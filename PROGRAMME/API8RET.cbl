       01  WS-PLAFOND-JOURNALIER   PIC S9(8)V99 COMP-3 VALUE 500.00.
       01  WS-CUMUL-RETRAIT-JOUR   PIC S9(8)V99 COMP-3.
       01  WS-CUMUL-NULL-IND       PIC S9(4) COMP.

      *    Decouvert autorise : le solde peut descendre
      *    jusqu'a -WS-PLAFOND-DECOUVERT au lieu d'un rejet immediat ;
      *    par produit sur API8.PARAMPROD)
       01  WS-SEUIL-2FA-RETRAIT    PIC S9(8)V99 COMP-3 VALUE 500.00.
       01  WS-CODE-CB-VERIF        PIC 9(4).
       01  WS-NB-CB-VERIF          PIC S9(9) COMP.

      *    Le CODE_CB n'est plus range en clair : le code resaisi est
      *    condense avec le sel du compte (service API8EMPR) et
      *    compare a l'empreinte EMPREINTE_CB
       01  WS-SEL-NULL-IND         PIC S9(4) COMP.
       01  EMPR-ZONE.
           05  EMPR-ACTION         PIC X(1).
           05  EMPR-IDENTITE       PIC X(9).
           05  EMPR-SECRET         PIC X(8).
           05  EMPR-SEL            PIC X(8).
           05  EMPR-EMPREINTE      PIC X(18).

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
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

      *    Date comptable du jour bancaire ouvert
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee
       01  WS-RESERVATIONS-CARTE  PIC S9(8)V99 COMP-3.
       01  WS-RES-NULL-IND        PIC S9(4) COMP.

      *    Achats carte a debit differe non encore debites
      *    (API8.ENCOURSCARTE, statut 'E', debit de fin de mois par
      *    API8DIFF) : retranches du disponible
       01  WS-ENCOURS-DIFFERE     PIC S9(8)V99 COMP-3.
       01  WS-ENC-NULL-IND        PIC S9(4) COMP.

      *    Gros retraits d'especes reserves en agence
      *    (API8.RESERVESPECES, statut 'R', ecran API8RESE) :
      *    retranches du disponible jusqu'au retrait au guichet
       01  WS-RESERVES-ESPECES    PIC S9(8)V99 COMP-3.
       01  WS-REE-NULL-IND        PIC S9(4) COMP.

      *    Montants bloques par une saisie active ou contestee
      *    (API8.SAISIE, statut 'A' ou 'C', batch API8SAIS) :
      *    indisponibles jusqu'au paiement ou a la mainlevee
       01  WS-MONTANT-SAISI       PIC S9(8)V99 COMP-3.
       01  WS-SAI-NULL-IND        PIC S9(4) COMP.


      *    Session par procuration : la limite par
      *    operation du mandat arrive d'API8BM1P dans la commarea

           SUBTRACT WS-RESERVATIONS-CARTE FROM WS-SOLDE.

           MOVE ZERO TO WS-MONTANT-SAISI.
           EXEC SQL
              SELECT SUM(S.MONTANT_BLOQUE)
              INTO :WS-MONTANT-SAISI :WS-SAI-NULL-IND
              FROM API8.SAISIE S, API8.COMPTE C
              WHERE C.ID_CLIENT = :WS-COMMUNICATION-AREA
                AND S.ID_COMPTE = C.ID_COMPTE
                AND S.STATUT_SAISIE IN ('A', 'C')
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-SAI-NULL-IND = -1
              MOVE ZERO TO WS-MONTANT-SAISI
           END-IF.

           SUBTRACT WS-MONTANT-SAISI FROM WS-SOLDE.

           MOVE ZERO TO WS-ENCOURS-DIFFERE.
           EXEC SQL
              SELECT SUM(E.MONTANT)
              INTO :WS-ENCOURS-DIFFERE :WS-ENC-NULL-IND
              FROM API8.ENCOURSCARTE E, API8.COMPTE C
              WHERE C.ID_CLIENT = :WS-COMMUNICATION-AREA
                AND E.ID_COMPTE = C.ID_COMPTE
                AND E.STATUT_ENC = 'E'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-ENC-NULL-IND = -1
              MOVE ZERO TO WS-ENCOURS-DIFFERE
           END-IF.

           SUBTRACT WS-ENCOURS-DIFFERE FROM WS-SOLDE.

           MOVE ZERO TO WS-RESERVES-ESPECES.
           EXEC SQL
              SELECT SUM(R.MONTANT)
              INTO :WS-RESERVES-ESPECES :WS-REE-NULL-IND
              FROM API8.RESERVESPECES R, API8.COMPTE C
              WHERE C.ID_CLIENT = :WS-COMMUNICATION-AREA
                AND R.ID_COMPTE = C.ID_COMPTE
                AND R.STATUT_RES = 'R'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-REE-NULL-IND = -1
              MOVE ZERO TO WS-RESERVES-ESPECES
           END-IF.

           SUBTRACT WS-RESERVES-ESPECES FROM WS-SOLDE.

      *    SQLCODE rendu neutre pour l'EVALUATE SQLCODE qui suit le
      *    PERFORM de 1350 chez l'appelant
           MOVE 0 TO SQLCODE.
                 MOVE 'CONFIRMATION CODE CB REQUISE' TO MESRETO
              ELSE
                 MOVE CONFCBI TO WS-CODE-CB-VERIF
                 MOVE SPACES TO EMPR-SEL
                 EXEC SQL
                    SELECT MIN(SEL_CB)
                    INTO :EMPR-SEL :WS-SEL-NULL-IND
                    FROM API3.COMPTE
                    WHERE ID_CLIENT = :WS-COMMUNICATION-AREA
                 END-EXEC
                 IF WS-SEL-NULL-IND = -1
                    MOVE SPACES TO EMPR-SEL
                 END-IF
                 MOVE 'C' TO EMPR-ACTION
                 MOVE SPACES TO EMPR-IDENTITE
                 MOVE WS-CODE-CB-VERIF TO EMPR-SECRET
                 CALL 'API8EMPR' USING EMPR-ZONE
      *          Forme COUNT : un client multi-comptes porte la meme
      *          empreinte sur tous ses comptes (API8CPTN)
                 MOVE 0 TO WS-NB-CB-VERIF
                 EXEC SQL
                    SELECT COUNT(*)
                    INTO :WS-NB-CB-VERIF
                    FROM API3.COMPTE
                    WHERE ID_CLIENT = :WS-COMMUNICATION-AREA
                      AND EMPREINTE_CB = :EMPR-EMPREINTE
                 END-EXEC
                 IF WS-NB-CB-VERIF = 0
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'CODE CB DE CONFIRMATION INCORRECT' TO MESRETO
                 END-IF
           END-EXEC.

       1360-VERIF-PLAFOND-JOUR.
      *    Cumul des retraits deja effectues dans la journee
      *    comptable pour ce compte : la ligne du compteur journalier
      *    (API8.COMPTEURJOUR, tenu par API8CPTJ a chaque retrait)
           MOVE 'N' TO WS-PLAFOND-JOUR-SW.
           PERFORM 1950-LIRE-DATE-COMPTABLE.

           MOVE 0 TO WS-CUMUL-RETRAIT-JOUR.
           EXEC SQL
              SELECT SUM(J.TOTAL_RETRAITS)
              INTO :WS-CUMUL-RETRAIT-JOUR :WS-CUMUL-NULL-IND
              FROM API8.COMPTEURJOUR J, API3.COMPTE C
              WHERE C.ID_CLIENT = :WS-COMMUNICATION-AREA
                AND J.ID_COMPTE = C.ID_COMPTE
                AND J.DATE_COMPTABLE = :WS-DATE-COMPTABLE
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-CUMUL-NULL-IND = -1
              MOVE 0 TO WS-CUMUL-RETRAIT-JOUR
           END-IF.

                     :DCLOPERATION.WS-DATE-OP,
                     :WS-DATE-COMPTABLE)
              END-EXEC

      *       Compteur journalier du compte, meme unite de travail
              IF SQLCODE = 0
                 MOVE WS-ID-COMPTE OF DCLOPERATION TO CPTJ-ID-COMPTE
                 MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE
                 MOVE 'R' TO CPTJ-NATURE
                 MOVE '+' TO CPTJ-SENS
                 MOVE WS-MONTANT-RETRAIT TO CPTJ-MONTANT
                 CALL 'API8CPTJ' USING CPTJ-ZONE
              END-IF
           END-IF.

       1380-VERIF-DECOUVERT.
           END-EXEC.

           IF SQLCODE = 0 AND WS-SOLDE-APRES-RETRAIT < ZERO
      *       Client fragile : frais bornes au plafond mensuel
              MOVE WS-ID-COMPTE OF DCLOPERATION TO PLFR-ID-COMPTE
              MOVE WS-FRAIS-DECOUVERT TO PLFR-MONTANT-FRAIS
              CALL 'API8PLFR' USING PLFR-ZONE
              IF PLFR-MONTANT-ACCORDE > ZERO
                 EXEC SQL
                    UPDATE API3.COMPTE
                       SET SOLDE = SOLDE - :PLFR-MONTANT-ACCORDE
                       WHERE ID_CLIENT = :WS-COMMUNICATION-AREA
                 END-EXEC
                 IF SQLCODE = 0
                    PERFORM 1385-INSERT-FRAIS-DECOUVERT
                 END-IF
              END-IF
           END-IF.

           CALL 'API8NUMO' USING NUMO-ZONE.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.

           MOVE PLFR-MONTANT-ACCORDE TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'F' TO WS-TYPE-OP OF DCLOPERATION.
           ACCEPT WS-DATE-OP OF DCLOPERATION FROM DATE YYYYMMDD.

