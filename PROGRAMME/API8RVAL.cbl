      *    Chaque decision porte l'operateur et est tracee a
      *    l'AUDITLOG. Acces protege par le jeton de session API8SIGN
      *    (habilitation supervision), meme convention qu'API8RECH.
      *    Limite d'autorite de l'operateur (service API8LIMO, nature
      *    RVL) : au-dela, la liberation n'est pas faite - la retenue
      *    reste en attente pour un operateur de limite superieure et
      *    la tentative est tracee. La file recoit aussi les especes
      *    du guichet retenues au-dela de la limite du guichetier
      *    (API8GUIT, motif LIMITE GUI : type 'R' retrait, 'D' depot
      *    poste via API8SDEP) ; le guichetier ne libere pas sa
      *    propre retenue ; la liberation exige que la caisse du
      *    guichetier (API8.CAISSEGUI, API8CAGU) soit encore ouverte
      *    et y porte l'entree ou la sortie d'especes. Un retrait
      *    reserve (API8.RESERVESPECES) retenu porte l'ID_RESERVATION :
      *    la reservation passe a 'P' avant l'appel a API8SRTR, qui
      *    ne retranche donc pas une seconde fois son montant du
      *    disponible, puis est soldee avec l'operation (remise en
      *    cours si le posting echoue). Un echec de mise a jour de
      *    la reservation ou de la caisse annule toute la liberation
      *    (SYNCPOINT ROLLBACK) : la retenue reste en attente.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CANAL-ATT           PIC X(1).
       01  WS-MOTIF-ATT           PIC X(10).
       01  WS-STATUT-ATT          PIC X(1).
       01  WS-ID-RESERVATION-ATT  PIC S9(9) COMP.
       01  WS-RESERVE-SW          PIC X VALUE 'N'.
           88 RETRAIT-RESERVE            VALUE 'Y'.

       01  WS-ID-ATT-ALPHA        PIC X(9).
       01  WS-ID-ATT-NUM          PIC 9(9).
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

      *    Zones d'appel des services de posting, canal 'V'
       01  SRTR-ZONE.
           05  SRTR-ID-COMPTE     PIC S9(9) COMP.
           05  SRTR-CODE-RETOUR   PIC X(2).
           05  SRTR-ID-OPERATION  PIC S9(9) COMP.

       01  SDEP-ZONE.
           05  SDEP-ID-COMPTE     PIC S9(9) COMP.
           05  SDEP-MONTANT       PIC S9(8)V99 COMP-3.
           05  SDEP-CANAL         PIC X(1).
           05  SDEP-LIBELLE       PIC X(30).
           05  SDEP-CODE-RETOUR   PIC X(2).
           05  SDEP-ID-OPERATION  PIC S9(9) COMP.
           05  SDEP-CODE-DAB      PIC X(4) VALUE SPACES.
           05  SDEP-ID-ENVELOPPE  PIC S9(9) COMP.

       01  SVIR-ZONE.
           05  SVIR-ID-COMPTE     PIC S9(9) COMP.
           05  SVIR-ID-CLIENT     PIC S9(9) COMP.
           05  STMO-UTILISATEUR   PIC X(8).
           05  STMO-CODE-RETOUR   PIC X(1).

      *    Caisse du guichetier d'une retenue LIMITE GUI
       01  WS-OPER-GUICHET        PIC X(8).
       01  WS-ID-CAISSE-GUI       PIC S9(9) COMP.

      *    Zone d'appel du service des limites d'autorite API8LIMO
       01  LIMO-ZONE.
           05  LIMO-OPERATEUR     PIC X(8).
           05  LIMO-NATURE        PIC X(3).
           05  LIMO-MONTANT       PIC S9(8)V99 COMP-3.
           05  LIMO-PLAFOND       PIC S9(8)V99 COMP-3.
           05  LIMO-CODE-RETOUR   PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DFHCOM-OPERATEUR PIC X(8).
              SELECT TYPE_ATTENTE, ID_COMPTE, ID_CLIENT, ID_BENEF,
                     VALUE(IBAN_BENEF, ' '), VALUE(NOM_BENEF, ' '),
                     MONTANT, LIBELLE_OP, CANAL, MOTIF_RENVOI,
                     STATUT_ATT, VALUE(ID_RESERVATION, 0)
              INTO :WS-TYPE-ATTENTE, :WS-ID-COMPTE-ATT,
                   :WS-ID-CLIENT-ATT, :WS-ID-BENEF-ATT,
                   :WS-IBAN-BENEF-ATT, :WS-NOM-BENEF-ATT,
                   :WS-MONTANT-ATT, :WS-LIBELLE-ATT,
                   :WS-CANAL-ATT, :WS-MOTIF-ATT, :WS-STATUT-ATT,
                   :WS-ID-RESERVATION-ATT
              FROM API8.OPATTENTE
              WHERE ID_ATTENTE = :WS-ID-ATTENTE
           END-EXEC.
           ELSE
              MOVE 0 TO WS-ID-OPERATION-POSTEE
              MOVE 'N' TO WS-POSTE-EN-FILE-SW
              PERFORM 3050-CONTROLER-LIMITE
              IF VALID-DATA
                 EVALUATE WS-TYPE-ATTENTE
                    WHEN 'R'
                       PERFORM 3100-POSTER-RETRAIT
                    WHEN 'D'
                       PERFORM 3150-POSTER-DEPOT
                    WHEN 'S'
                       PERFORM 3200-POSTER-VIREMENT
                    WHEN 'X'
                       PERFORM 3300-POSTER-VIREXT
                          THRU 3300-POSTER-VIREXT-FIN
                    WHEN OTHER
                       MOVE 'N' TO VALID-DATA-SW
                       MOVE 'TYPE D''ATTENTE INCONNU' TO MESRVALO
                 END-EVALUATE
              END-IF

              IF VALID-DATA AND WS-MOTIF-ATT = 'LIMITE GUI'
                 PERFORM 3160-CUMULER-CAISSE-GUICHET
              END-IF

              IF VALID-DATA
                 EXEC SQL
              END-IF
           END-IF.

       3050-CONTROLER-LIMITE.
      *    Retenue d'especes du guichet : le guichetier qui l'a
      *    saisie ne la libere pas lui-meme (son identifiant est au
      *    libelle, 'GUICHET OP. ' + operateur)
           IF WS-MOTIF-ATT = 'LIMITE GUI'
              AND WS-LIBELLE-ATT(1:12) = 'GUICHET OP. '
              AND WS-LIBELLE-ATT(13:8) = WS-PROT-OPERATEUR
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'LIBERATION PAR UN AUTRE QUE LE GUICHETIER'
                 TO MESRVALO
           END-IF.

      *    Les especes passent par la caisse du guichetier : elle
      *    doit etre encore ouverte pour recevoir le mouvement
           IF VALID-DATA AND WS-MOTIF-ATT = 'LIMITE GUI'
              MOVE WS-LIBELLE-ATT(13:8) TO WS-OPER-GUICHET
              EXEC SQL
                 SELECT ID_CAISSE
                 INTO :WS-ID-CAISSE-GUI
                 FROM API8.CAISSEGUI
                 WHERE ID_OPERATEUR = :WS-OPER-GUICHET
                   AND STATUT = 'O'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'CAISSE DU GUICHETIER NON OUVERTE' TO MESRVALO
              END-IF
           END-IF.

      *    Limite d'autorite du liberateur : au-dela, la retenue
      *    reste en attente pour un operateur de limite superieure
           IF VALID-DATA
              MOVE WS-PROT-OPERATEUR TO LIMO-OPERATEUR
              MOVE 'RVL' TO LIMO-NATURE
              MOVE WS-MONTANT-ATT TO LIMO-MONTANT
              CALL 'API8LIMO' USING LIMO-ZONE
              EVALUATE LIMO-CODE-RETOUR
                 WHEN '0'
                    CONTINUE
                 WHEN 'D'
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'AU-DELA DE VOTRE LIMITE - NIVEAU SUPERIEUR'
                       TO MESRVALO
                    MOVE 'LIBERATION HORS LIMITE' TO WS-AUDIT-EVENEMENT
                    PERFORM 3900-TRACER-AUDIT
                 WHEN OTHER
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'OPERATEUR INCONNU OU INACTIF' TO MESRVALO
              END-EVALUATE
           END-IF.

       3100-POSTER-RETRAIT.
      *    Retrait reserve : la reservation, restee en cours pendant
      *    la retenue, passe a 'P' avant le posting - le service de
      *    retrait ne retranche plus son montant du disponible. Si
      *    elle a ete annulee ou liberee entre-temps (API8RESE,
      *    API8PCSH), le retrait part comme un retrait ordinaire
           MOVE 'N' TO WS-RESERVE-SW.
           IF WS-ID-RESERVATION-ATT > 0
              EXEC SQL
                 UPDATE API8.RESERVESPECES
                 SET STATUT_RES = 'P',
                     ID_OPERATEUR = :WS-OPER-GUICHET
                 WHERE ID_RESERVATION = :WS-ID-RESERVATION-ATT
                   AND STATUT_RES = 'R'
              END-EXEC
              IF SQLCODE = 0
                 SET RETRAIT-RESERVE TO TRUE
              END-IF
           END-IF.

           MOVE WS-ID-COMPTE-ATT TO SRTR-ID-COMPTE.
           MOVE WS-MONTANT-ATT TO SRTR-MONTANT.
           MOVE 'V' TO SRTR-CANAL.
           MOVE WS-LIBELLE-ATT TO SRTR-LIBELLE.
           CALL 'API8SRTR' USING SRTR-ZONE.

           IF RETRAIT-RESERVE
              PERFORM 3110-SOLDER-RESERVATION
           END-IF.

           EVALUATE SRTR-CODE-RETOUR
              WHEN '00'
                 MOVE SRTR-ID-OPERATION TO WS-ID-OPERATION-POSTEE
                    TO MESRVALO
           END-EVALUATE.

       3110-SOLDER-RESERVATION.
      *    Retrait poste ou mis en file : la reservation est soldee
      *    avec son operation ; refuse : elle redevient en cours et
      *    bloque de nouveau son montant
           IF SRTR-CODE-RETOUR = '00' OR SRTR-CODE-RETOUR = '20'
              PERFORM 3950-LIRE-DATE-COMPTABLE
              EXEC SQL
                 UPDATE API8.RESERVESPECES
                 SET ID_OPERATION = :SRTR-ID-OPERATION,
                     DATE_CLOTURE_RES = :WS-DATE-COMPTABLE
                 WHERE ID_RESERVATION = :WS-ID-RESERVATION-ATT
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE API8.RESERVESPECES
                 SET STATUT_RES = 'R',
                     ID_OPERATEUR = ' '
                 WHERE ID_RESERVATION = :WS-ID-RESERVATION-ATT
              END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ERREUR MISE A JOUR RESERVATION - RETENUE CONSERVEE'
                 TO MESRVALO
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF.

       3150-POSTER-DEPOT.
      *    Depot especes retenu au guichet : poste par le service
      *    commun sur le canal d'origine
           MOVE WS-ID-COMPTE-ATT TO SDEP-ID-COMPTE.
           MOVE WS-MONTANT-ATT TO SDEP-MONTANT.
           MOVE WS-CANAL-ATT TO SDEP-CANAL.
           MOVE WS-LIBELLE-ATT TO SDEP-LIBELLE.
           CALL 'API8SDEP' USING SDEP-ZONE.

           EVALUATE SDEP-CODE-RETOUR
              WHEN '00'
                 MOVE SDEP-ID-OPERATION TO WS-ID-OPERATION-POSTEE
              WHEN '20'
      *          Bascule de cloture : posting capture en file (rejeu
      *          API8REJQ), la retenue est soldee quand meme
                 SET POSTE-EN-FILE TO TRUE
              WHEN OTHER
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ECHEC POSTING DEPOT - RETENUE CONSERVEE'
                    TO MESRVALO
           END-EVALUATE.

       3160-CUMULER-CAISSE-GUICHET.
      *    Depot libere : entree dans la caisse du guichetier ;
      *    retrait libere : sortie
           IF WS-TYPE-ATTENTE = 'D'
              EXEC SQL
                 UPDATE API8.CAISSEGUI
                 SET TOTAL_ENTREES = TOTAL_ENTREES + :WS-MONTANT-ATT,
                     NB_OPERATIONS = NB_OPERATIONS + 1
                 WHERE ID_CAISSE = :WS-ID-CAISSE-GUI
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE API8.CAISSEGUI
                 SET TOTAL_SORTIES = TOTAL_SORTIES + :WS-MONTANT-ATT,
                     NB_OPERATIONS = NB_OPERATIONS + 1
                 WHERE ID_CAISSE = :WS-ID-CAISSE-GUI
              END-EXEC
           END-IF.

      *    Caisse non mise a jour : le posting deja fait est annule
      *    avec elle, la retenue reste en attente
           IF SQLCODE NOT = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ERREUR CAISSE GUICHETIER - RETENUE CONSERVEE'
                 TO MESRVALO
              EXEC CICS SYNCPOINT ROLLBACK
              END-EXEC
           END-IF.

       3200-POSTER-VIREMENT.
           MOVE WS-ID-COMPTE-ATT TO SVIR-ID-COMPTE.
           MOVE WS-ID-CLIENT-ATT TO SVIR-ID-CLIENT.
           IF SQLCODE NOT = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ERREUR ENREGISTREMENT OPERATION' TO MESRVALO
           ELSE
      *       Compteur journalier de l'emetteur (virement externe),
      *       meme unite de travail que le debit
              MOVE WS-ID-COMPTE-ATT TO CPTJ-ID-COMPTE
              MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE
              MOVE 'X' TO CPTJ-NATURE
              MOVE '+' TO CPTJ-SENS
              MOVE WS-MONTANT-ATT TO CPTJ-MONTANT
              CALL 'API8CPTJ' USING CPTJ-ZONE
           END-IF.

       3320-INSERER-VIREXT.
