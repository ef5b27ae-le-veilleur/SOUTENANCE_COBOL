       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8NOTR.
      *===============================================================
      *    BATCH DE RETOUR DE LIVRAISON DES NOTIFICATIONS
      *    La passerelle SMS / courriel / courrier renvoie un fichier
      *    FNOTRET, une ligne par envoi traite : ID_NOTIFICATION (porte
      *    en fin de ligne FNOTIF par API8NOTI), canal, issue ('L'
      *    livree, 'E' echec, 'R' rebond definitif), motif et date du
      *    retour. Chaque retour solde la tentative correspondante
      *    d'API8.NOTIFENVOI (meme notification, meme canal, statut
      *    'A' en attente) :
      *       - 'L' : notification livree (STATUT_LIVRAISON 'L'), le
      *         compteur de rebonds du client sur ce canal repart a 0
      *       - 'E' ou 'R' : la notification est remise en file
      *         (TRAITE 'N', STATUT_LIVRAISON 'E') sur le canal
      *         suivant - SMS, puis courriel, puis courrier -
      *         qu'API8NOTI emettra au prochain passage (le courrier
      *         n'est pas emis pour un client NPAI) ; apres le
      *         courrier elle est
      *         abandonnee (STATUT_LIVRAISON 'X')
      *       - 'R' : le rebond est compte sur le client (REBONDS_SMS
      *         ou REBONDS_EMAIL) ; des SEUIL_REBOND_NOTIF rebonds
      *         (API8.PARAMETRE, repli 2) la coordonnee est marquee a
      *         mettre a jour (CLIENT.CONTACT_INVALIDE 'T' telephone,
      *         'E' courriel, 'B' les deux), signalee par API8COOR et
      *         ignoree par API8NOTI jusqu'a sa correction
      *    Retour illisible, sans envoi correspondant ou en double :
      *    edite, code retour 4.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FNOTRET ASSIGN TO INP029
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FNOTRET.

       DATA DIVISION.

       FILE SECTION.
       FD  FNOTRET
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-RETOUR.
           05  BUF-RET-ID-NOTIF       PIC 9(9).
           05  BUF-RET-CANAL          PIC X(1).
           05  BUF-RET-STATUT         PIC X(1).
           05  BUF-RET-MOTIF          PIC X(30).
           05  BUF-RET-DATE           PIC X(8).
           05  FILLER                 PIC X(31).

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       77  FS-FNOTRET                PIC X(2).

       01  WS-FIN-FICHIER-SW         PIC X VALUE 'N'.
           88 FIN-FICHIER                  VALUE 'Y'.

      *    Retour courant
       01  WS-ID-NOTIFICATION        PIC S9(9) COMP.
       01  WS-ID-NOTIF-EDIT          PIC 9(9).
       01  WS-CANAL-RETOUR           PIC X(1).
       01  WS-STATUT-RETOUR          PIC X(1).
       01  WS-MOTIF-RETOUR           PIC X(30).

      *    Tentative rapprochee et notification
       01  WS-NUM-TENTATIVE          PIC S9(4) COMP.
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.
       01  WS-ID-CLIENT              PIC S9(9) COMP.
       01  WS-ID-CLIENT-EDIT         PIC 9(9).
       01  WS-CANAL-SUIVANT          PIC X(1).

      *    Rebonds definitifs du client
       01  WS-SEUIL-REBOND           PIC S9(4) COMP VALUE 2.
       01  WS-SEUIL-PARAM            PIC S9(4) COMP.
       01  WS-NB-REBONDS             PIC S9(4) COMP.
       01  WS-CONTACT-INVALIDE       PIC X(1).
       01  WS-CONTACT-NOUVEAU        PIC X(1).

       01  WS-NB-LUS                 PIC 9(7) VALUE 0.
       01  WS-NB-LIVRES              PIC 9(7) VALUE 0.
       01  WS-NB-ECHECS              PIC 9(7) VALUE 0.
       01  WS-NB-REBONDS-LUS         PIC 9(7) VALUE 0.
       01  WS-NB-RELANCES            PIC 9(7) VALUE 0.
       01  WS-NB-ABANDONS            PIC 9(7) VALUE 0.
       01  WS-NB-CONTACTS-MARQUES    PIC 9(7) VALUE 0.
       01  WS-NB-ILLISIBLES          PIC 9(7) VALUE 0.
       01  WS-NB-INCONNUS            PIC 9(7) VALUE 0.
       01  WS-NB-DOUBLES             PIC 9(7) VALUE 0.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Journal d'execution des batches (API8.JOURNALBATCH) :
      *    une ligne ouverte au lancement, soldee en fin avec les
      *    compteurs et le code retour - le rapport du matin
      *    (API8JRNL) s'appuie dessus
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG      PIC S9(9) COMP VALUE 72.
       01  I                 PIC 99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           EXEC SQL
              SET CURRENT SQLID = 'API8'
           END-EXEC.

           EXEC SQL
              WHENEVER SQLERROR GOTO 9998-ERROR-DB2
           END-EXEC.

           PERFORM 0400-JOURNAL-DEBUT
              THRU 0400-JOURNAL-DEBUT-EXIT.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-PARAM
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SEUIL_REBOND_NOTIF'
           END-EXEC.
           IF SQLCODE = 0 AND WS-SEUIL-PARAM > 0
              MOVE WS-SEUIL-PARAM TO WS-SEUIL-REBOND
           END-IF.

           DISPLAY '=============================================='
           DISPLAY '*   RETOURS DE LIVRAISON DES NOTIFICATIONS     '
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-RETOUR
              THRU 6000-OPEN-RETOUR-EXIT.

           PERFORM 6110-READ-RETOUR
              THRU 6110-READ-RETOUR-EXIT.

           PERFORM 1000-TRAITER-RETOUR
              THRU 1000-TRAITER-RETOUR-EXIT
              UNTIL FIN-FICHIER.

           PERFORM 6220-CLOSE-RETOUR
              THRU 6220-CLOSE-RETOUR-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           MOVE 'JOURNALBATCH' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO JOURNAL IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-JOURNAL.

           EXEC SQL
              INSERT INTO API8.JOURNALBATCH
                 (ID_JOURNAL, NOM_PROGRAMME, DATE_EXECUTION,
                  HEURE_DEBUT, STATUT_EXEC)
              VALUES
                 (:WS-ID-JOURNAL, 'API8NOTR', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
           EXIT.

       1000-TRAITER-RETOUR.
           ADD 1 TO WS-NB-LUS.

           IF BUF-RET-ID-NOTIF IS NOT NUMERIC
              OR (BUF-RET-CANAL NOT = 'S' AND NOT = 'E'
                                          AND NOT = 'C')
              OR (BUF-RET-STATUT NOT = 'L' AND NOT = 'E'
                                           AND NOT = 'R')
              ADD 1 TO WS-NB-ILLISIBLES
              DISPLAY '*ILLISIBLE* ' BUF-LIGNE-RETOUR(1:50)
           ELSE
              PERFORM 1050-RAPPROCHER-RETOUR
                 THRU 1050-RAPPROCHER-RETOUR-EXIT
           END-IF.

           PERFORM 6110-READ-RETOUR
              THRU 6110-READ-RETOUR-EXIT.

       1000-TRAITER-RETOUR-EXIT.
           EXIT.

       1050-RAPPROCHER-RETOUR.
           MOVE BUF-RET-ID-NOTIF TO WS-ID-NOTIFICATION.
           MOVE BUF-RET-ID-NOTIF TO WS-ID-NOTIF-EDIT.
           MOVE BUF-RET-CANAL TO WS-CANAL-RETOUR.
           MOVE BUF-RET-STATUT TO WS-STATUT-RETOUR.
           MOVE BUF-RET-MOTIF TO WS-MOTIF-RETOUR.

      *    Tentative en attente de retour sur ce canal ; a defaut,
      *    une tentative deja soldee signale un retour en double
           EXEC SQL
              SELECT MAX(NUM_TENTATIVE)
              INTO :WS-NUM-TENTATIVE :WS-NULL-INDICATOR
              FROM API8.NOTIFENVOI
              WHERE ID_NOTIFICATION = :WS-ID-NOTIFICATION
                AND CANAL = :WS-CANAL-RETOUR
                AND STATUT_ENVOI = 'A'
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              PERFORM 1200-CONTROLER-DOUBLE
                 THRU 1200-CONTROLER-DOUBLE-EXIT
              GO TO 1050-RAPPROCHER-RETOUR-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.NOTIFENVOI
              SET STATUT_ENVOI = :WS-STATUT-RETOUR,
                  MOTIF = :WS-MOTIF-RETOUR,
                  DATE_RETOUR = CURRENT DATE
              WHERE ID_NOTIFICATION = :WS-ID-NOTIFICATION
                AND NUM_TENTATIVE = :WS-NUM-TENTATIVE
           END-EXEC.

           EXEC SQL
              SELECT ID_CLIENT
              INTO :WS-ID-CLIENT
              FROM API8.NOTIFICATION
              WHERE ID_NOTIFICATION = :WS-ID-NOTIFICATION
           END-EXEC.
           MOVE WS-ID-CLIENT TO WS-ID-CLIENT-EDIT.

           IF WS-STATUT-RETOUR = 'L'
              PERFORM 1100-SOLDER-LIVREE
                 THRU 1100-SOLDER-LIVREE-EXIT
              GO TO 1050-RAPPROCHER-RETOUR-EXIT
           END-IF.

           IF WS-STATUT-RETOUR = 'R'
              ADD 1 TO WS-NB-REBONDS-LUS
              PERFORM 1400-COMPTER-REBOND
                 THRU 1400-COMPTER-REBOND-EXIT
           ELSE
              ADD 1 TO WS-NB-ECHECS
           END-IF.

           PERFORM 1300-RELANCER-CANAL-SUIVANT
              THRU 1300-RELANCER-CANAL-SUIVANT-EXIT.

       1050-RAPPROCHER-RETOUR-EXIT.
           EXIT.

       1100-SOLDER-LIVREE.
           EXEC SQL
              UPDATE API8.NOTIFICATION
              SET STATUT_LIVRAISON = 'L'
              WHERE ID_NOTIFICATION = :WS-ID-NOTIFICATION
           END-EXEC.

      *    Une livraison reussie efface les rebonds du canal
           IF WS-CANAL-RETOUR = 'S'
              EXEC SQL
                 UPDATE API8.CLIENT
                 SET REBONDS_SMS = 0
                 WHERE ID_CLIENT = :WS-ID-CLIENT
              END-EXEC
           END-IF.
           IF WS-CANAL-RETOUR = 'E'
              EXEC SQL
                 UPDATE API8.CLIENT
                 SET REBONDS_EMAIL = 0
                 WHERE ID_CLIENT = :WS-ID-CLIENT
              END-EXEC
           END-IF.

           ADD 1 TO WS-NB-LIVRES.

       1100-SOLDER-LIVREE-EXIT.
           EXIT.

       1200-CONTROLER-DOUBLE.
           EXEC SQL
              SELECT MAX(NUM_TENTATIVE)
              INTO :WS-NUM-TENTATIVE :WS-NULL-INDICATOR
              FROM API8.NOTIFENVOI
              WHERE ID_NOTIFICATION = :WS-ID-NOTIFICATION
                AND CANAL = :WS-CANAL-RETOUR
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              ADD 1 TO WS-NB-INCONNUS
              DISPLAY '*INCONNU*  NOTIF ' WS-ID-NOTIF-EDIT
                 ' CANAL ' WS-CANAL-RETOUR
                 ' - AUCUN ENVOI CORRESPONDANT'
           ELSE
              ADD 1 TO WS-NB-DOUBLES
              DISPLAY '*DOUBLE*   NOTIF ' WS-ID-NOTIF-EDIT
                 ' CANAL ' WS-CANAL-RETOUR
                 ' - ENVOI DEJA SOLDE'
           END-IF.

       1200-CONTROLER-DOUBLE-EXIT.
           EXIT.

       1300-RELANCER-CANAL-SUIVANT.
      *    Ordre de repli SMS, courriel, courrier ; API8NOTI passe
      *    encore les canaux sans coordonnee utilisable et ne poste
      *    pas de courrier a un client NPAI
           EVALUATE WS-CANAL-RETOUR
              WHEN 'S'
                 MOVE 'E' TO WS-CANAL-SUIVANT
              WHEN 'E'
                 MOVE 'C' TO WS-CANAL-SUIVANT
              WHEN OTHER
                 MOVE 'X' TO WS-CANAL-SUIVANT
           END-EVALUATE.

           IF WS-CANAL-SUIVANT = 'X'
              EXEC SQL
                 UPDATE API8.NOTIFICATION
                 SET STATUT_LIVRAISON = 'X'
                 WHERE ID_NOTIFICATION = :WS-ID-NOTIFICATION
              END-EXEC
              ADD 1 TO WS-NB-ABANDONS
              DISPLAY '*ABANDON*  NOTIF ' WS-ID-NOTIF-EDIT
                 ' CLIENT ' WS-ID-CLIENT-EDIT
                 ' MOTIF ' WS-MOTIF-RETOUR
              GO TO 1300-RELANCER-CANAL-SUIVANT-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.NOTIFICATION
              SET TRAITE = 'N',
                  CANAL_ENVOI = :WS-CANAL-SUIVANT,
                  STATUT_LIVRAISON = 'E'
              WHERE ID_NOTIFICATION = :WS-ID-NOTIFICATION
           END-EXEC.
           ADD 1 TO WS-NB-RELANCES.

       1300-RELANCER-CANAL-SUIVANT-EXIT.
           EXIT.

       1400-COMPTER-REBOND.
      *    Seuls le telephone et le courriel sont marques ; un
      *    courrier revenu releve de la procedure NPAI (API8NPAI)
           IF WS-CANAL-RETOUR NOT = 'S' AND WS-CANAL-RETOUR NOT = 'E'
              GO TO 1400-COMPTER-REBOND-EXIT
           END-IF.

           IF WS-CANAL-RETOUR = 'S'
              EXEC SQL
                 UPDATE API8.CLIENT
                 SET REBONDS_SMS = VALUE(REBONDS_SMS, 0) + 1
                 WHERE ID_CLIENT = :WS-ID-CLIENT
              END-EXEC
              EXEC SQL
                 SELECT REBONDS_SMS, VALUE(CONTACT_INVALIDE, ' ')
                 INTO :WS-NB-REBONDS, :WS-CONTACT-INVALIDE
                 FROM API8.CLIENT
                 WHERE ID_CLIENT = :WS-ID-CLIENT
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE API8.CLIENT
                 SET REBONDS_EMAIL = VALUE(REBONDS_EMAIL, 0) + 1
                 WHERE ID_CLIENT = :WS-ID-CLIENT
              END-EXEC
              EXEC SQL
                 SELECT REBONDS_EMAIL, VALUE(CONTACT_INVALIDE, ' ')
                 INTO :WS-NB-REBONDS, :WS-CONTACT-INVALIDE
                 FROM API8.CLIENT
                 WHERE ID_CLIENT = :WS-ID-CLIENT
              END-EXEC
           END-IF.

           IF WS-NB-REBONDS < WS-SEUIL-REBOND
              GO TO 1400-COMPTER-REBOND-EXIT
           END-IF.

      *    Marque cumulee : 'T' telephone, 'E' courriel, 'B' les deux
           MOVE WS-CONTACT-INVALIDE TO WS-CONTACT-NOUVEAU.
           IF WS-CANAL-RETOUR = 'S'
              IF WS-CONTACT-INVALIDE = 'E'
                 MOVE 'B' TO WS-CONTACT-NOUVEAU
              END-IF
              IF WS-CONTACT-INVALIDE = SPACE
                 MOVE 'T' TO WS-CONTACT-NOUVEAU
              END-IF
           ELSE
              IF WS-CONTACT-INVALIDE = 'T'
                 MOVE 'B' TO WS-CONTACT-NOUVEAU
              END-IF
              IF WS-CONTACT-INVALIDE = SPACE
                 MOVE 'E' TO WS-CONTACT-NOUVEAU
              END-IF
           END-IF.

           IF WS-CONTACT-NOUVEAU = WS-CONTACT-INVALIDE
              GO TO 1400-COMPTER-REBOND-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.CLIENT
              SET CONTACT_INVALIDE = :WS-CONTACT-NOUVEAU
              WHERE ID_CLIENT = :WS-ID-CLIENT
           END-EXEC.
           ADD 1 TO WS-NB-CONTACTS-MARQUES.
           IF WS-CANAL-RETOUR = 'S'
              DISPLAY '*CONTACT*  CLIENT ' WS-ID-CLIENT-EDIT
                 ' - TELEPHONE A METTRE A JOUR (SN24)'
           ELSE
              DISPLAY '*CONTACT*  CLIENT ' WS-ID-CLIENT-EDIT
                 ' - COURRIEL A METTRE A JOUR (SN24)'
           END-IF.

       1400-COMPTER-REBOND-EXIT.
           EXIT.

       6000-OPEN-RETOUR.
           OPEN INPUT FNOTRET.
           IF FS-FNOTRET NOT = '00'
               DISPLAY 'ERROR OPENING FNOTRET: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FNOTRET
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6000-OPEN-RETOUR-EXIT.
           EXIT.

       6110-READ-RETOUR.
           READ FNOTRET
              AT END SET FIN-FICHIER TO TRUE
           END-READ.
           IF FS-FNOTRET NOT = '00' AND FS-FNOTRET NOT = '10'
               DISPLAY 'ERROR READING FNOTRET: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FNOTRET
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6110-READ-RETOUR-EXIT.
           EXIT.

       6220-CLOSE-RETOUR.
           CLOSE FNOTRET.
           IF FS-FNOTRET NOT = '00'
               DISPLAY 'ERROR CLOSING FNOTRET: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FNOTRET
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6220-CLOSE-RETOUR-EXIT.
           EXIT.

       9000-JOURNAL-FIN.
      *    Verrou a un seul passage : une erreur DB2 dans cette mise
      *    a jour repasserait par 9998 puis par ici - on ne tente la
      *    cloture du journal qu'une fois
           IF WS-JRN-SOLDE = 'Y'
              GO TO 9000-JOURNAL-FIN-EXIT
           END-IF.
           MOVE 'Y' TO WS-JRN-SOLDE.

           EXEC SQL
              UPDATE API8.JOURNALBATCH
              SET HEURE_FIN = CURRENT TIME,
                  NB_LUS = :WS-JRN-LUS,
                  NB_ECRITS = :WS-JRN-ECRITS,
                  NB_REJETES = :WS-JRN-REJETES,
                  CODE_RETOUR = :WS-JRN-RC,
                  STATUT_EXEC = 'T'
              WHERE ID_JOURNAL = :WS-ID-JOURNAL
           END-EXEC.

       9000-JOURNAL-FIN-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
            CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG.
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               DISPLAY ERR-TXT (I)
            END-PERFORM.

            PERFORM 9999-ERREUR-PROGRAMME-DEB
               THRU 9999-ERREUR-PROGRAMME-FIN.

      *
       9999-FIN-PROGRAMME-DEB.
      *
            MOVE WS-NB-LUS TO WS-JRN-LUS.
            COMPUTE WS-JRN-ECRITS = WS-NB-LIVRES + WS-NB-ECHECS
                                  + WS-NB-REBONDS-LUS.
            COMPUTE WS-JRN-REJETES = WS-NB-ILLISIBLES + WS-NB-INCONNUS
                                   + WS-NB-DOUBLES.
      *     Retour illisible, inconnu ou en double : code retour 4
      *     (rapport du matin)
            IF WS-JRN-REJETES > 0
               MOVE 4 TO WS-JRN-RC
            ELSE
               MOVE 0 TO WS-JRN-RC
            END-IF.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8NOTR        '
            DISPLAY '   RETOURS LUS          : ' WS-NB-LUS
            DISPLAY '   LIVREES              : ' WS-NB-LIVRES
            DISPLAY '   ECHECS               : ' WS-NB-ECHECS
            DISPLAY '   REBONDS DEFINITIFS   : ' WS-NB-REBONDS-LUS
            DISPLAY '   RELANCEES CANAL SUIV.: ' WS-NB-RELANCES
            DISPLAY '   ABANDONNEES          : ' WS-NB-ABANDONS
            DISPLAY '   CONTACTS A CORRIGER  : ' WS-NB-CONTACTS-MARQUES
            DISPLAY '   RETOURS ILLISIBLES   : ' WS-NB-ILLISIBLES
            DISPLAY '   RETOURS SANS ENVOI   : ' WS-NB-INCONNUS
            DISPLAY '   RETOURS EN DOUBLE    : ' WS-NB-DOUBLES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-LUS TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8NOTR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
