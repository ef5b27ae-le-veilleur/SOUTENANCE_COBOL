      *                (repli 30)
      *            '2' tous debits refuses (API8SRTR/API8SVIR),
      *                au-dela
      *       - piece valide presente : restriction remise a '0',
      *         sauf client a risque eleve dont la revue periodique
      *         est echue (restriction posee par API8RISQ, levee a
      *         la revue du dossier)
      *    Pour ce meme client, une restriction deja plus forte que
      *    celle de la piece n'est pas abaissee.
      *    La levee definitive passe par l'enregistrement d'une
      *    piece renouvelee (API8KYCM).
      *    Auto-certification fiscale manquante (STATUT_AUTOCERT 'M'
      *    ou jamais renseigne) : le client est relance par
      *    notification, au plus tous les RELANCE_AUTOCERT jours
      *    (repli 30) ; la reponse est saisie par API8RFIS.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-DATE-JOUR-X            PIC X(8).
       01  WS-PREAVIS-KYC            PIC S9(3) COMP-3 VALUE 60.
       01  WS-GRACE-KYC              PIC S9(3) COMP-3 VALUE 30.
       01  WS-RELANCE-AUTOCERT       PIC S9(3) COMP-3 VALUE 30.
       01  WS-DATE-PREAVIS           PIC 9(8).
       01  WS-DATE-PREAVIS-X         PIC X(8).
       01  WS-DATE-GRACE             PIC 9(8).
       01  WS-MEILLEURE-EXPIR        PIC X(8).
       01  WS-EXPIR-NULL-IND         PIC S9(4) COMP.
       01  WS-NOUVELLE-RESTR         PIC X(1).
       01  WS-REVUE-ECHUE            PIC X(1).
       01  WS-AUTOCERT-A-RELANCER    PIC X(1).

      *    Notification du client (relevee par API8NOTI)
       01  WS-ID-NOTIFICATION        PIC S9(9) COMP.
       01  WS-NB-NIVEAU-1            PIC 9(7) VALUE 0.
       01  WS-NB-NIVEAU-2            PIC 9(7) VALUE 0.
       01  WS-NB-LEVEES              PIC 9(7) VALUE 0.
       01  WS-NB-RELANCES-FISC       PIC 9(7) VALUE 0.

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
              MOVE 0 TO SQLCODE
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-RELANCE-AUTOCERT
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'RELANCE_AUTOCERT'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 30 TO WS-RELANCE-AUTOCERT
              MOVE 0 TO SQLCODE
           END-IF.

           COMPUTE WS-DATE-PREAVIS =
              FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)

           EXEC SQL
              DECLARE CKYC CURSOR FOR
              SELECT ID_CLIENT, VALUE(RESTRICTION_KYC, '0'),
                     CASE WHEN NIVEAU_RISQUE = 'E'
                           AND DATE_PROCHAINE_REVUE < CURRENT DATE
                          THEN 'Y' ELSE 'N' END,
                     CASE WHEN VALUE(STATUT_AUTOCERT, 'M') = 'M'
                           AND (DATE_RELANCE_AUTOCERT IS NULL
                             OR DATE_RELANCE_AUTOCERT <= CURRENT DATE
                                - :WS-RELANCE-AUTOCERT DAYS)
                          THEN 'Y' ELSE 'N' END
              FROM API8.CLIENT
              ORDER BY ID_CLIENT
           END-EXEC.
       1000-SCRUTER-CLIENT.
           EXEC SQL
              FETCH CKYC
              INTO :WS-ID-CLIENT-CUR, :WS-RESTRICTION-CUR,
                   :WS-REVUE-ECHUE, :WS-AUTOCERT-A-RELANCER
           END-EXEC.

           IF SQLCODE NOT = 0
           EVALUATE TRUE
              WHEN WS-MEILLEURE-EXPIR > WS-DATE-JOUR-X
      *          Piece valide : restriction levee si elle existait,
      *          preavis si l'expiration approche. La restriction
      *          d'une revue de risque eleve echue reste en place
                 IF WS-RESTRICTION-CUR NOT = '0'
                    AND WS-REVUE-ECHUE NOT = 'Y'
                    EXEC SQL
                       UPDATE API8.CLIENT
                       SET RESTRICTION_KYC = '0'
                 ADD 1 TO WS-NB-NIVEAU-2
           END-EVALUATE.

           IF WS-AUTOCERT-A-RELANCER = 'Y'
              PERFORM 1300-RELANCER-AUTOCERT
                 THRU 1300-RELANCER-AUTOCERT-EXIT
           END-IF.

           MOVE 0 TO SQLCODE.

       1000-SCRUTER-CLIENT-EXIT.
           EXIT.

       1200-POSER-RESTRICTION.
           IF WS-REVUE-ECHUE = 'Y'
              AND WS-RESTRICTION-CUR > WS-NOUVELLE-RESTR
              MOVE WS-RESTRICTION-CUR TO WS-NOUVELLE-RESTR
           END-IF.
           IF WS-RESTRICTION-CUR NOT = WS-NOUVELLE-RESTR
              EXEC SQL
                 UPDATE API8.CLIENT
       1200-POSER-RESTRICTION-EXIT.
           EXIT.

       1300-RELANCER-AUTOCERT.
           EXEC SQL
              SELECT MAX(ID_NOTIFICATION)
              INTO :WS-ID-NOTIFICATION :WS-NULL-INDICATOR
              FROM API8.NOTIFICATION
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-NOTIFICATION
           ELSE
              ADD 1 TO WS-ID-NOTIFICATION
           END-IF.

           MOVE 'AUTO-CERTIFICATION FISCALE A NOUS RETOURNER'
              TO WS-MSG-NOTIFICATION.

           EXEC SQL
              INSERT INTO API8.NOTIFICATION
                 (ID_NOTIFICATION, ID_CLIENT, MESSAGE_NOTIF,
                  DATE_CREATION, TRAITE)
              VALUES
                 (:WS-ID-NOTIFICATION, :WS-ID-CLIENT-CUR,
                  :WS-MSG-NOTIFICATION, CURRENT DATE, 'N')
           END-EXEC.

           EXEC SQL
              UPDATE API8.CLIENT
              SET DATE_RELANCE_AUTOCERT = CURRENT DATE
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
           END-EXEC.

           ADD 1 TO WS-NB-RELANCES-FISC.

       1300-RELANCER-AUTOCERT-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
            DISPLAY '   RESTRICTIONS NIV. 1 : ' WS-NB-NIVEAU-1
            DISPLAY '   RESTRICTIONS NIV. 2 : ' WS-NB-NIVEAU-2
            DISPLAY '   RESTRICTIONS LEVEES : ' WS-NB-LEVEES
            DISPLAY '   RELANCES AUTO-CERT. : ' WS-NB-RELANCES-FISC
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
