      *    supprimer physiquement la ligne, pour ne pas casser
      *    l'historique API8.OPERATION qui la reference. API8BM1P
      *    refuse ensuite la connexion sur un compte a ce statut.
      *    Si le compte cloture porte la cotisation de carte du cycle
      *    en cours (API8.COTISCARTE, facturee par API8COTC) et que le
      *    client ne garde aucun autre compte courant ouvert, la carte
      *    s'arrete avec le compte : la part non consommee du cycle
      *    est remboursee au prorata des jours restants par une
      *    operation 'E' et le cycle passe en statut 'R'. Si un autre
      *    compte reste ouvert, la carte continue et la cotisation
      *    suivante y sera facturee.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              INCLUDE COMPTE
           END-EXEC.

           EXEC SQL
              INCLUDE OPE
           END-EXEC.

       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X    VALUE 'Y'.

       01  WS-COMMUNICATION-AREA  PIC S9(9) COMP.

      *    Remboursement au prorata de la cotisation de carte
       01  WS-ID-COTISATION       PIC S9(9) COMP.
       01  WS-COT-NULL-IND        PIC S9(4) COMP.
       01  WS-COTISATION          PIC S9(5)V99 COMP-3.
       01  WS-MONTANT-REMB        PIC S9(5)V99 COMP-3.
       01  WS-NB-AUTRES-COMPTES   PIC S9(9) COMP.
       01  WS-DATE-DEBUT-COT      PIC X(8).
       01  WS-DATE-FIN-COT        PIC X(8).
       01  WS-DATE-NUM            PIC 9(8).
       01  WS-ENTIER-DEBUT        PIC S9(9) COMP.
       01  WS-ENTIER-FIN          PIC S9(9) COMP.
       01  WS-ENTIER-JOUR         PIC S9(9) COMP.
       01  WS-JOURS-CYCLE         PIC S9(9) COMP.
       01  WS-JOURS-RESTANTS      PIC S9(9) COMP.
       01  WS-LIBELLE-OP          PIC X(30).
       01  WS-REMB-COTIS-SW       PIC X VALUE 'N'.
           88 COTISATION-REMBOURSEE     VALUE 'Y'.

      *    Date comptable du jour bancaire ouvert
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Session operateur (jeton API8SIGN)
       01  WS-COMM-PROTEGE.
           05  WS-PROT-ID-CLIENT   PIC S9(9) COMP.
              END-EXEC
              MOVE 'CLOTURE DE COMPTE' TO WS-AUDIT-EVENEMENT
              PERFORM 1950-TRACER-AUDIT-OPER
              PERFORM 1320-REMBOURSER-COTISATION
              IF COTISATION-REMBOURSEE
                 MOVE 'REMB. COTISATION CARTE' TO WS-AUDIT-EVENEMENT
                 PERFORM 1950-TRACER-AUDIT-OPER
                 MOVE 'COMPTE CLOTURE - COTIS. CARTE REMBOURSEE'
                    TO MESCLOO
              ELSE
                 MOVE 'COMPTE CLOTURE AVEC SUCCES' TO MESCLOO
              END-IF
              SET SEND-DATAONLY TO TRUE
              PERFORM 1400-SEND-ECRAN-CLOT
           ELSE
              PERFORM 1400-SEND-ECRAN-CLOT
           END-IF.

       1320-REMBOURSER-COTISATION.
      *    Cycle de cotisation de carte en cours porte par le compte
           MOVE 'N' TO WS-REMB-COTIS-SW.
           PERFORM 1330-LIRE-DATE-COMPTABLE.

           EXEC SQL
              SELECT MAX(ID_COTISATION)
              INTO :WS-ID-COTISATION :WS-COT-NULL-IND
              FROM API8.COTISCARTE
              WHERE ID_COMPTE = :DCLCOMPTE.WS-ID-COMPTE
                AND STATUT_COT = 'F'
                AND DATE_FIN > :WS-DATE-COMPTABLE
           END-EXEC.

           IF SQLCODE = 0 AND WS-COT-NULL-IND NOT = -1
      *       La carte continue si un autre compte courant reste
      *       ouvert : la cotisation n'est pas remboursee
              MOVE 0 TO WS-NB-AUTRES-COMPTES
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-AUTRES-COMPTES
                 FROM API8.COMPTE
                 WHERE ID_CLIENT = :WS-COMMUNICATION-AREA
                   AND ID_COMPTE <> :DCLCOMPTE.WS-ID-COMPTE
                   AND TYPE_COMPTE <> 'LIV'
                   AND STATUT NOT IN ('C', 'S', 'D')
              END-EXEC
              IF SQLCODE = 0 AND WS-NB-AUTRES-COMPTES = 0
                 PERFORM 1340-CALCULER-PRORATA
              END-IF
           END-IF.

       1330-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
           MOVE SPACES TO WS-DATE-COMPTABLE.
           EXEC SQL
              SELECT DATE_COMPTABLE
              INTO :WS-DATE-COMPTABLE
              FROM API8.DATEBANQUE
              WHERE ETAT = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DATE-COMPTABLE = SPACES
              ACCEPT WS-DATE-COMPTABLE FROM DATE YYYYMMDD
           END-IF.

       1340-CALCULER-PRORATA.
           EXEC SQL
              SELECT MONTANT, DATE_DEBUT, DATE_FIN
              INTO :WS-COTISATION, :WS-DATE-DEBUT-COT,
                   :WS-DATE-FIN-COT
              FROM API8.COTISCARTE
              WHERE ID_COTISATION = :WS-ID-COTISATION
           END-EXEC.

           IF SQLCODE = 0
              MOVE WS-DATE-DEBUT-COT TO WS-DATE-NUM
              COMPUTE WS-ENTIER-DEBUT =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              MOVE WS-DATE-FIN-COT TO WS-DATE-NUM
              COMPUTE WS-ENTIER-FIN =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              MOVE WS-DATE-COMPTABLE TO WS-DATE-NUM
              COMPUTE WS-ENTIER-JOUR =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
              IF WS-ENTIER-JOUR < WS-ENTIER-DEBUT
                 MOVE WS-ENTIER-DEBUT TO WS-ENTIER-JOUR
              END-IF
              COMPUTE WS-JOURS-CYCLE = WS-ENTIER-FIN - WS-ENTIER-DEBUT
              COMPUTE WS-JOURS-RESTANTS =
                 WS-ENTIER-FIN - WS-ENTIER-JOUR
              IF WS-JOURS-CYCLE > 0
                 COMPUTE WS-MONTANT-REMB ROUNDED =
                    WS-COTISATION * WS-JOURS-RESTANTS / WS-JOURS-CYCLE
                 IF WS-MONTANT-REMB > 0
                    PERFORM 1350-POSTER-REMBOURSEMENT
                 END-IF
              END-IF
           END-IF.

       1350-POSTER-REMBOURSEMENT.
           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.

           IF NUMO-CODE-RETOUR = '0'
              MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION
              MOVE WS-ID-COMPTE OF DCLCOMPTE
                 TO WS-ID-COMPTE OF DCLOPERATION
              MOVE WS-MONTANT-REMB TO WS-MONTANT-OP OF DCLOPERATION
              MOVE 'E' TO WS-TYPE-OP OF DCLOPERATION
              MOVE 'REMB. COTIS. CARTE PRORATA' TO WS-LIBELLE-OP

              EXEC SQL
                 UPDATE API8.COMPTE
                 SET SOLDE = SOLDE + :WS-MONTANT-REMB
                 WHERE ID_COMPTE = :DCLCOMPTE.WS-ID-COMPTE
              END-EXEC

              EXEC SQL
                 INSERT INTO API8.OPERATION
                    (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP,
                     DATE_OP, DATE_COMPTABLE, HEURE_OP, LIBELLE_OP)
                 VALUES
                    (:DCLOPERATION.WS-ID-OPERATION,
                     :DCLOPERATION.WS-ID-COMPTE,
                     :DCLOPERATION.WS-MONTANT-OP,
                     :DCLOPERATION.WS-TYPE-OP,
                     CURRENT DATE,
                     :WS-DATE-COMPTABLE,
                     CURRENT TIME,
                     :WS-LIBELLE-OP)
              END-EXEC

              IF SQLCODE = 0
                 EXEC SQL
                    UPDATE API8.COTISCARTE
                    SET STATUT_COT = 'R',
                        MONTANT_REMBOURSE = :WS-MONTANT-REMB,
                        ID_OPERATION_REMB =
                           :DCLOPERATION.WS-ID-OPERATION,
                        DATE_REMBOURSEMENT = :WS-DATE-COMPTABLE
                    WHERE ID_COTISATION = :WS-ID-COTISATION
                 END-EXEC
                 MOVE 'Y' TO WS-REMB-COTIS-SW
              END-IF
           END-IF.

       1950-TRACER-AUDIT-OPER.
      *    Toute action back-office est tracee avec l'identifiant de
      *    l'operateur connecte (jeton API8SIGN)
