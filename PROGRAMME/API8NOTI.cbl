      *    repli 'C' courrier), son telephone et son courriel tenus a
      *    jour par l'ecran API8COOR - la passerelle n'a plus a
      *    resoudre l'ID_CLIENT elle-meme.
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *    Suivi de la livraison : la ligne se termine par
      *    l'ID_NOTIFICATION, que la passerelle renvoie avec l'issue
      *    de l'envoi (fichier retour traite par API8NOTR), et chaque
      *    envoi est trace sur API8.NOTIFENVOI (tentative, canal,
      *    statut 'A' en attente de retour). Le canal emis est le
      *    canal de relance pose par API8NOTR (CANAL_ENVOI) ou, au
      *    premier envoi, le canal prefere ; dans l'ordre SMS,
      *    courriel, courrier, un canal sans coordonnee ou dont la
      *    coordonnee est marquee invalide (CONTACT_INVALIDE, rebonds
      *    repetes) passe au suivant, et le courrier n'est pas emis
      *    pour un client NPAI : la notification est alors abandonnee
      *    (STATUT_LIVRAISON 'X').
      *    Message commercial (NATURE_NOTIF 'C', campagnes API8CAMP) :
      *    un canal n'est retenu, dans le meme ordre de repli, que si
      *    le client y a donne son accord (OPTIN_SMS, OPTIN_MAIL,
      *    OPTIN_POST tenus par API8COOR) ; faute de canal accepte la
      *    notification est abandonnee. Les autres notifications,
      *    reglementaires ou de service, partent sans ce controle.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       FILE SECTION.
       FD  FNOTIF
           RECORD CONTAINS 130 CHARACTERS.
       01  BUF-LIGNE-NOTIF           PIC X(130).

       WORKING-STORAGE SECTION.

       01  WS-ID-CLIENT-NOTIF        PIC S9(9) COMP.
       01  WS-MESSAGE-NOTIF          PIC X(60).
       01  WS-ID-CLIENT-EDIT         PIC 9(9).
       01  WS-ID-NOTIF-EDIT          PIC 9(9).

      *    Canal de l'envoi : relance demandee par API8NOTR ou canal
      *    prefere, resolu selon les coordonnees utilisables
       01  WS-CANAL-DEMANDE          PIC X(1).
       01  WS-CANAL-ENVOI            PIC X(1).
       01  WS-NB-TENTATIVES          PIC S9(4) COMP.
       01  WS-NPAI-NOTIF             PIC X(1).
       01  WS-CONTACT-INVALIDE       PIC X(1).
       01  WS-NATURE-NOTIF           PIC X(1).
           88 NOTIF-COMMERCIALE            VALUE 'C'.
       01  WS-OPTIN-SMS              PIC X(1).
       01  WS-OPTIN-MAIL             PIC X(1).
       01  WS-OPTIN-POST             PIC X(1).
       01  WS-NB-ABANDONNEES         PIC 9(7) VALUE 0.

      *    Coordonnees du destinataire (colonnes de contact tenues
      *    par l'ecran API8COOR ; repli blanc/courrier pour les
       01  WS-CTL-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-TOTAL-ENT       PIC 9(13).

      *    Zone d'appel du catalogue des fichiers emis API8FICE
       01  FICE-ZONE.
           05  FICE-FONCTION          PIC X(1).
           05  FICE-NOM-FICHIER       PIC X(8).
           05  FICE-PROGRAMME         PIC X(8).
           05  FICE-CONTROLE          PIC X(1).
           05  FICE-LONG-LIGNE        PIC S9(4) COMP.
           05  FICE-LIGNE             PIC X(250).
           05  FICE-ID-EMISSION       PIC S9(9) COMP.
           05  FICE-GENERATION        PIC S9(9) COMP.
           05  FICE-NB-LIGNES         PIC S9(9) COMP.
           05  FICE-CODE-RETOUR       PIC X(1).
       01  WS-FICE-FIN-SW            PIC X VALUE 'N'.
           88 FIN-FICE                     VALUE 'Y'.
       01  WS-FICE-GEN-EDIT          PIC Z(8)9.

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.

           EXEC SQL
              DECLARE CNOTIF CURSOR FOR
              SELECT ID_NOTIFICATION, ID_CLIENT, MESSAGE_NOTIF,
                     VALUE(CANAL_ENVOI, ' '), VALUE(NB_TENTATIVES, 0),
                     VALUE(NATURE_NOTIF, 'S')
              FROM API8.NOTIFICATION
              WHERE TRAITE = 'N'
           END-EXEC.
           EXEC SQL
              FETCH CNOTIF
              INTO :WS-ID-NOTIFICATION, :WS-ID-CLIENT-NOTIF,
                   :WS-MESSAGE-NOTIF, :WS-CANAL-DEMANDE,
                   :WS-NB-TENTATIVES, :WS-NATURE-NOTIF
           END-EXEC.

           IF SQLCODE = 0
              PERFORM 1100-LIRE-CONTACT
                 THRU 1100-LIRE-CONTACT-EXIT
              PERFORM 1150-RESOUDRE-CANAL
                 THRU 1150-RESOUDRE-CANAL-EXIT
           END-IF.

           IF SQLCODE = 0 AND WS-CANAL-ENVOI = 'X'
              PERFORM 1300-ABANDONNER-NOTIF
                 THRU 1300-ABANDONNER-NOTIF-EXIT
           END-IF.

           IF SQLCODE = 0 AND WS-CANAL-ENVOI NOT = 'X'
              MOVE WS-ID-CLIENT-NOTIF TO WS-ID-CLIENT-EDIT
              MOVE WS-ID-NOTIFICATION TO WS-ID-NOTIF-EDIT
              MOVE SPACES TO BUF-LIGNE-NOTIF
              STRING WS-ID-CLIENT-EDIT DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-CANAL-ENVOI DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-TELEPHONE-NOTIF DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-EMAIL-NOTIF DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-MESSAGE-NOTIF DELIMITED BY SIZE
                     ',' DELIMITED BY SIZE
                     WS-ID-NOTIF-EDIT DELIMITED BY SIZE
                     INTO BUF-LIGNE-NOTIF
              WRITE BUF-LIGNE-NOTIF
              ADD 1 TO WS-CTL-NB-ENREG
                  GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF

              PERFORM 1200-TRACER-ENVOI
                 THRU 1200-TRACER-ENVOI-EXIT

              ADD 1 TO WS-NB-NOTIFICATIONS
           END-IF.
           MOVE SPACES TO WS-TELEPHONE-NOTIF.
           MOVE SPACES TO WS-EMAIL-NOTIF.
           MOVE 'C' TO WS-PREF-NOTIF.
           MOVE 'N' TO WS-NPAI-NOTIF.
           MOVE SPACE TO WS-CONTACT-INVALIDE.
           MOVE 'N' TO WS-OPTIN-SMS.
           MOVE 'N' TO WS-OPTIN-MAIL.
           MOVE 'Y' TO WS-OPTIN-POST.

           EXEC SQL
              SELECT VALUE(TELEPHONE, ' '), VALUE(EMAIL, ' '),
                     VALUE(PREF_NOTIF, 'C'), VALUE(NPAI, 'N'),
                     VALUE(CONTACT_INVALIDE, ' '),
                     VALUE(OPTIN_SMS, 'N'), VALUE(OPTIN_MAIL, 'N'),
                     VALUE(OPTIN_POST, 'Y')
              INTO :WS-TELEPHONE-NOTIF, :WS-EMAIL-NOTIF,
                   :WS-PREF-NOTIF, :WS-NPAI-NOTIF,
                   :WS-CONTACT-INVALIDE,
                   :WS-OPTIN-SMS, :WS-OPTIN-MAIL, :WS-OPTIN-POST
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT-NOTIF
           END-EXEC.
              MOVE SPACES TO WS-TELEPHONE-NOTIF
              MOVE SPACES TO WS-EMAIL-NOTIF
              MOVE 'C' TO WS-PREF-NOTIF
              MOVE 'N' TO WS-NPAI-NOTIF
              MOVE SPACE TO WS-CONTACT-INVALIDE
              MOVE 'N' TO WS-OPTIN-SMS
              MOVE 'N' TO WS-OPTIN-MAIL
              MOVE 'Y' TO WS-OPTIN-POST
           END-IF.

      *    SQLCODE rendu neutre pour la boucle FETCH appelante
       1100-LIRE-CONTACT-EXIT.
           EXIT.

       1150-RESOUDRE-CANAL.
      *    Canal de relance pose par API8NOTR, sinon canal prefere ;
      *    ordre de repli SMS, courriel, courrier. 'X' : plus aucun
      *    canal utilisable
           IF WS-CANAL-DEMANDE = SPACE
              MOVE WS-PREF-NOTIF TO WS-CANAL-ENVOI
           ELSE
              MOVE WS-CANAL-DEMANDE TO WS-CANAL-ENVOI
           END-IF.
           IF WS-CANAL-ENVOI NOT = 'S' AND WS-CANAL-ENVOI NOT = 'E'
              AND WS-CANAL-ENVOI NOT = 'X'
              MOVE 'C' TO WS-CANAL-ENVOI
           END-IF.

           IF NOTIF-COMMERCIALE
              PERFORM 1160-RESOUDRE-CANAL-COMMERCIAL
                 THRU 1160-RESOUDRE-CANAL-COMMERCIAL-EXIT
              GO TO 1150-RESOUDRE-CANAL-EXIT
           END-IF.

           IF WS-CANAL-ENVOI = 'S'
              IF WS-TELEPHONE-NOTIF = SPACES
                 OR WS-CONTACT-INVALIDE = 'T'
                 OR WS-CONTACT-INVALIDE = 'B'
                 MOVE 'E' TO WS-CANAL-ENVOI
              END-IF
           END-IF.

           IF WS-CANAL-ENVOI = 'E'
              IF WS-EMAIL-NOTIF = SPACES
                 OR WS-CONTACT-INVALIDE = 'E'
                 OR WS-CONTACT-INVALIDE = 'B'
                 MOVE 'C' TO WS-CANAL-ENVOI
              END-IF
           END-IF.

           IF WS-CANAL-ENVOI = 'C' AND WS-NPAI-NOTIF = 'Y'
              MOVE 'X' TO WS-CANAL-ENVOI
           END-IF.

       1150-RESOUDRE-CANAL-EXIT.
           EXIT.

       1160-RESOUDRE-CANAL-COMMERCIAL.
      *    Meme ordre de repli, un canal sans accord du client etant
      *    traite comme un canal sans coordonnee
           IF WS-CANAL-ENVOI = 'S'
              IF WS-TELEPHONE-NOTIF = SPACES
                 OR WS-CONTACT-INVALIDE = 'T'
                 OR WS-CONTACT-INVALIDE = 'B'
                 OR WS-OPTIN-SMS NOT = 'Y'
                 MOVE 'E' TO WS-CANAL-ENVOI
              END-IF
           END-IF.

           IF WS-CANAL-ENVOI = 'E'
              IF WS-EMAIL-NOTIF = SPACES
                 OR WS-CONTACT-INVALIDE = 'E'
                 OR WS-CONTACT-INVALIDE = 'B'
                 OR WS-OPTIN-MAIL NOT = 'Y'
                 MOVE 'C' TO WS-CANAL-ENVOI
              END-IF
           END-IF.

           IF WS-CANAL-ENVOI = 'C'
              IF WS-NPAI-NOTIF = 'Y'
                 OR WS-OPTIN-POST NOT = 'Y'
                 MOVE 'X' TO WS-CANAL-ENVOI
              END-IF
           END-IF.

       1160-RESOUDRE-CANAL-COMMERCIAL-EXIT.
           EXIT.

       1200-TRACER-ENVOI.
      *    Une ligne API8.NOTIFENVOI par tentative, rapprochee du
      *    fichier retour de la passerelle par API8NOTR
           ADD 1 TO WS-NB-TENTATIVES.

           EXEC SQL
              INSERT INTO API8.NOTIFENVOI
                 (ID_NOTIFICATION, NUM_TENTATIVE, CANAL,
                  DATE_ENVOI, STATUT_ENVOI)
              VALUES
                 (:WS-ID-NOTIFICATION, :WS-NB-TENTATIVES,
                  :WS-CANAL-ENVOI, CURRENT DATE, 'A')
           END-EXEC.

           EXEC SQL
              UPDATE API8.NOTIFICATION
              SET TRAITE = 'Y',
                  CANAL_ENVOI = :WS-CANAL-ENVOI,
                  NB_TENTATIVES = :WS-NB-TENTATIVES,
                  STATUT_LIVRAISON = 'A'
              WHERE ID_NOTIFICATION = :WS-ID-NOTIFICATION
           END-EXEC.

       1200-TRACER-ENVOI-EXIT.
           EXIT.

       1300-ABANDONNER-NOTIF.
      *    Aucun canal utilisable (courrier seul restant et client
      *    NPAI) : la notification sort de la file sans envoi
           EXEC SQL
              UPDATE API8.NOTIFICATION
              SET TRAITE = 'Y',
                  STATUT_LIVRAISON = 'X'
              WHERE ID_NOTIFICATION = :WS-ID-NOTIFICATION
           END-EXEC.
           ADD 1 TO WS-NB-ABANDONNEES.

       1300-ABANDONNER-NOTIF-EXIT.
           EXIT.

       6000-OPEN-NOTIF.
           OPEN OUTPUT FNOTIF.
           IF FS-FNOTIF NOT = '00'
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-NOTIF
              THRU 6250-CATALOGUER-NOTIF-EXIT.

       6220-CLOSE-NOTIF-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-NOTIF.
           MOVE 'FNOTIF' TO FICE-NOM-FICHIER.
           MOVE 'API8NOTI' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 130 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FNOTIF NON CATALOGUE'
              GO TO 6250-CATALOGUER-NOTIF-EXIT
           END-IF.

           OPEN INPUT FNOTIF.
           IF FS-FNOTIF NOT = '00'
               DISPLAY 'ERROR OPENING FNOTIF: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FNOTIF
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-NOTIF
              THRU 6260-CATALOGUER-LIGNE-NOTIF-EXIT
              UNTIL FIN-FICE.

           CLOSE FNOTIF.
           IF FS-FNOTIF NOT = '00'
               DISPLAY 'ERROR CLOSING FNOTIF: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FNOTIF
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FNOTIF NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FNOTIF CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-NOTIF-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-NOTIF.
           READ FNOTIF
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FNOTIF NOT = '00' AND FS-FNOTIF NOT = '10'
               DISPLAY 'ERROR READING FNOTIF: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FNOTIF
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-NOTIF TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-NOTIF-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8NOTI        '
            DISPLAY '   NOTIFICATIONS EXTRAITES : ' WS-NB-NOTIFICATIONS
            DISPLAY '   ABANDONNEES (NPAI)      : ' WS-NB-ABANDONNEES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
