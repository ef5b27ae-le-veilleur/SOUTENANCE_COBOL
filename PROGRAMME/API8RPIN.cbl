       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8RPIN.
      *===============================================================
      *    BATCH DE RECEPTION DES DEMANDES DE RAPPEL ENTRANTES
      *    Sens entrant d'API8VRAP/API8VRPX : une autre banque
      *    rappelle un credit qu'elle a envoye a l'un de nos clients
      *    (recu par API8VRIN ou API8SVRI). Lit le fichier FRAPIN
      *    transmis par le reseau interbancaire (reference du rappel,
      *    IBAN du client credite, emetteur et IBAN de retour,
      *    montant, date du credit d'origine, motif du rappel) et
      *    enregistre chaque demande sur API8.RAPPELRECU :
      *       - rapprochement de l'operation 'E' d'origine : compte
      *         porte par les 9 derniers chiffres de l'IBAN (meme
      *         regle qu'API8VRIN), montant, date, nom de l'emetteur
      *         en libelle ; une operation deja rendue ou en cours
      *         de rappel n'est pas rapprochee deux fois
      *       - fonds encore disponibles : le client est invite a
      *         donner son accord par une notification (API8NOTI),
      *         la demande attend sa decision ('C') ; le back-office
      *         saisit la decision par API8RPDC
      *       - sinon la demande est refusee d'office ('R') avec le
      *         motif reseau : NOOR operation d'origine introuvable,
      *         AC04 compte cloture, AM04 fonds insuffisants
      *    La date limite de reponse est posee a RAPPEL_DELAI_REPONSE
      *    jours (API8.PARAMETRE, repli 15) ; le fichier de reponses
      *    et l'echeancier des demandes sans reponse sont produits par
      *    API8RPRS. Une demande deja recue (meme reference) est
      *    ignoree a la relance du batch.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRAPIN ASSIGN TO INP026
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FRAPIN.

       DATA DIVISION.

       FILE SECTION.
       FD  FRAPIN
           RECORD CONTAINS 160 CHARACTERS.
       01  BUF-LIGNE-RAPIN.
           05  BUF-RPI-REF-RAPPEL     PIC X(16).
           05  BUF-RPI-IBAN-BENEF     PIC X(27).
           05  BUF-RPI-NOM-EMETTEUR   PIC X(30).
           05  BUF-RPI-IBAN-EMETTEUR  PIC X(27).
           05  BUF-RPI-MONTANT        PIC 9(8)V99.
           05  BUF-RPI-DEVISE         PIC X(3).
           05  BUF-RPI-DATE-CREDIT.
               10  BUF-RPI-DATE-AAAA  PIC X(4).
               10  BUF-RPI-DATE-MM    PIC X(2).
               10  BUF-RPI-DATE-JJ    PIC X(2).
           05  BUF-RPI-MOTIF-RAPPEL   PIC X(4).
           05  FILLER                 PIC X(35).

       WORKING-STORAGE SECTION.

       77  FS-FRAPIN                 PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-FIN-FICHIER-SW         PIC X VALUE 'N'.
           88 FIN-FICHIER                  VALUE 'Y'.

      *    Delai reglementaire de reponse (API8.PARAMETRE)
       01  WS-DELAI-REPONSE          PIC S9(5) COMP-3.

      *    Demande lue
       01  WS-ID-RAPPEL              PIC S9(9) COMP.
       01  WS-NB-DEJA-RECUS          PIC S9(9) COMP.
       01  WS-MONTANT-RAPPEL         PIC S9(8)V99 COMP-3.
       01  WS-COMPTE-ALPHA           PIC X(9).
       01  WS-COMPTE-NUM             PIC 9(9).
       01  WS-ID-COMPTE              PIC S9(9) COMP.
       01  WS-ID-CLIENT              PIC S9(9) COMP.
       01  WS-STATUT-COMPTE          PIC X(1).
       01  WS-SOLDE-COMPTE           PIC S9(8)V99 COMP-3.
       01  WS-DATE-CREDIT-ISO        PIC X(10).
       01  WS-ID-OPERATION-ORIG      PIC S9(9) COMP.
       01  WS-NULL-IND-OPE           PIC S9(4) COMP.
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.

      *    Issue de la demande : 'C' accord du client demande, 'R'
      *    refus d'office avec le motif reseau
       01  WS-STATUT-RAPPEL          PIC X(1).
       01  WS-MOTIF-REPONSE          PIC X(4).
       01  WS-DATE-LIMITE            PIC X(10).

      *    Notification de demande d'accord
       01  WS-ID-NOTIFICATION        PIC S9(9) COMP.
       01  WS-MSG-NOTIFICATION       PIC X(60).
       01  WS-MONTANT-EDIT           PIC Z(6)9,99.

       01  WS-NB-LUS                 PIC 9(7) VALUE 0.
       01  WS-NB-CONSENTEMENTS       PIC 9(7) VALUE 0.
       01  WS-NB-REFUS-OFFICE        PIC 9(7) VALUE 0.
       01  WS-NB-DOUBLONS            PIC 9(7) VALUE 0.

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
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

           PERFORM 0500-LIRE-DELAI
              THRU 0500-LIRE-DELAI-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   DEMANDES DE RAPPEL RECUES                 *'
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-RAPIN
              THRU 6000-OPEN-RAPIN-EXIT.

           PERFORM 6110-READ-RAPIN
              THRU 6110-READ-RAPIN-EXIT.

           PERFORM 1000-TRAITER-DEMANDE
              THRU 1000-TRAITER-DEMANDE-EXIT
              UNTIL FIN-FICHIER.

           PERFORM 6220-CLOSE-RAPIN
              THRU 6220-CLOSE-RAPIN-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-LIRE-DELAI.
           MOVE 15 TO WS-DELAI-REPONSE.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-REPONSE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'RAPPEL_DELAI_REPONSE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 15 TO WS-DELAI-REPONSE
              MOVE 0 TO SQLCODE
           END-IF.

       0500-LIRE-DELAI-EXIT.
           EXIT.

       1000-TRAITER-DEMANDE.
           ADD 1 TO WS-NB-LUS.

      *    Relance du batch : une reference deja enregistree n'est
      *    pas reprise
           MOVE 0 TO WS-NB-DEJA-RECUS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-DEJA-RECUS
              FROM API8.RAPPELRECU
              WHERE REF_RAPPEL = :BUF-RPI-REF-RAPPEL
           END-EXEC.

           IF WS-NB-DEJA-RECUS > 0
              DISPLAY 'DEMANDE DEJA RECUE - REF: ' BUF-RPI-REF-RAPPEL
              ADD 1 TO WS-NB-DOUBLONS
              GO TO 1000-LIRE-SUIVANTE
           END-IF.

           IF BUF-RPI-MONTANT IS NUMERIC
              MOVE BUF-RPI-MONTANT TO WS-MONTANT-RAPPEL
           ELSE
              MOVE 0 TO WS-MONTANT-RAPPEL
           END-IF.
           MOVE 0 TO WS-ID-COMPTE.
           MOVE 0 TO WS-ID-CLIENT.
           MOVE 0 TO WS-ID-OPERATION-ORIG.
           MOVE SPACES TO WS-MOTIF-REPONSE.
           MOVE 'C' TO WS-STATUT-RAPPEL.

           PERFORM 1100-RAPPROCHER-CREDIT
              THRU 1100-RAPPROCHER-CREDIT-EXIT.

           PERFORM 1200-ENREGISTRER-DEMANDE
              THRU 1200-ENREGISTRER-DEMANDE-EXIT.

           IF WS-STATUT-RAPPEL = 'C'
              PERFORM 1300-DEMANDER-ACCORD
                 THRU 1300-DEMANDER-ACCORD-EXIT
              ADD 1 TO WS-NB-CONSENTEMENTS
           ELSE
              DISPLAY '*REFUS D''OFFICE* REF ' BUF-RPI-REF-RAPPEL
                 ' MOTIF ' WS-MOTIF-REPONSE
              ADD 1 TO WS-NB-REFUS-OFFICE
           END-IF.

       1000-LIRE-SUIVANTE.
           PERFORM 6110-READ-RAPIN
              THRU 6110-READ-RAPIN-EXIT.

       1000-TRAITER-DEMANDE-EXIT.
           EXIT.

       1100-RAPPROCHER-CREDIT.
      *    Les 9 derniers caracteres de l'IBAN portent le numero de
      *    compte interne (regle d'API8VRIN)
           MOVE BUF-RPI-IBAN-BENEF(19:9) TO WS-COMPTE-ALPHA.
           IF WS-COMPTE-ALPHA IS NOT NUMERIC
              OR WS-MONTANT-RAPPEL = 0
              MOVE 'R' TO WS-STATUT-RAPPEL
              MOVE 'NOOR' TO WS-MOTIF-REPONSE
              GO TO 1100-RAPPROCHER-CREDIT-EXIT
           END-IF.
           MOVE WS-COMPTE-ALPHA TO WS-COMPTE-NUM.
           MOVE WS-COMPTE-NUM TO WS-ID-COMPTE.

           MOVE SPACE TO WS-STATUT-COMPTE.
           EXEC SQL
              SELECT ID_CLIENT, VALUE(STATUT, ' '), SOLDE
              INTO :WS-ID-CLIENT, :WS-STATUT-COMPTE,
                   :WS-SOLDE-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 0 TO WS-ID-COMPTE
              MOVE 'R' TO WS-STATUT-RAPPEL
              MOVE 'NOOR' TO WS-MOTIF-REPONSE
              MOVE 0 TO SQLCODE
              GO TO 1100-RAPPROCHER-CREDIT-EXIT
           END-IF.

      *    Operation 'E' d'origine : le credit porte le nom de
      *    l'emetteur en libelle ; une operation deja rendue ou dont
      *    le rappel attend la decision du client est ecartee
           MOVE SPACES TO WS-DATE-CREDIT-ISO.
           STRING BUF-RPI-DATE-AAAA '-' BUF-RPI-DATE-MM '-'
                  BUF-RPI-DATE-JJ
              DELIMITED BY SIZE INTO WS-DATE-CREDIT-ISO.

           EXEC SQL
              SELECT MIN(O.ID_OPERATION)
              INTO :WS-ID-OPERATION-ORIG :WS-NULL-IND-OPE
              FROM API8.OPERATION O
              WHERE O.ID_COMPTE = :WS-ID-COMPTE
                AND O.TYPE_OP = 'E'
                AND O.MONTANT_OP = :WS-MONTANT-RAPPEL
                AND O.DATE_OP = :WS-DATE-CREDIT-ISO
                AND O.LIBELLE_OP = :BUF-RPI-NOM-EMETTEUR
                AND NOT EXISTS
                    (SELECT 1 FROM API8.RAPPELRECU R
                     WHERE R.ID_OPERATION = O.ID_OPERATION
                       AND R.STATUT_RAPPEL IN ('C', 'A'))
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-NULL-IND-OPE = -1
              MOVE 0 TO WS-ID-OPERATION-ORIG
              MOVE 'R' TO WS-STATUT-RAPPEL
              MOVE 'NOOR' TO WS-MOTIF-REPONSE
              MOVE 0 TO SQLCODE
              GO TO 1100-RAPPROCHER-CREDIT-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN WS-STATUT-COMPTE = 'C'
              WHEN WS-STATUT-COMPTE = 'D'
                 MOVE 'R' TO WS-STATUT-RAPPEL
                 MOVE 'AC04' TO WS-MOTIF-REPONSE
              WHEN WS-SOLDE-COMPTE < WS-MONTANT-RAPPEL
                 MOVE 'R' TO WS-STATUT-RAPPEL
                 MOVE 'AM04' TO WS-MOTIF-REPONSE
              WHEN OTHER
                 MOVE 'C' TO WS-STATUT-RAPPEL
           END-EVALUATE.

       1100-RAPPROCHER-CREDIT-EXIT.
           EXIT.

       1200-ENREGISTRER-DEMANDE.
           EXEC SQL
              SELECT MAX(ID_RAPPEL)
              INTO :WS-ID-RAPPEL :WS-NULL-INDICATOR
              FROM API8.RAPPELRECU
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-RAPPEL
           ELSE
              ADD 1 TO WS-ID-RAPPEL
           END-IF.

      *    Refus d'office : la decision est prise, la reponse part
      *    au prochain passage d'API8RPRS
           EXEC SQL
              INSERT INTO API8.RAPPELRECU
                 (ID_RAPPEL, REF_RAPPEL, ID_COMPTE, ID_CLIENT,
                  ID_OPERATION, IBAN_BENEF, NOM_EMETTEUR,
                  IBAN_EMETTEUR, MONTANT, DEVISE, MOTIF_RAPPEL,
                  DATE_RECEPTION, DATE_LIMITE, STATUT_RAPPEL,
                  MOTIF_REPONSE, REPONDU)
              VALUES
                 (:WS-ID-RAPPEL, :BUF-RPI-REF-RAPPEL, :WS-ID-COMPTE,
                  :WS-ID-CLIENT, :WS-ID-OPERATION-ORIG,
                  :BUF-RPI-IBAN-BENEF, :BUF-RPI-NOM-EMETTEUR,
                  :BUF-RPI-IBAN-EMETTEUR, :WS-MONTANT-RAPPEL,
                  :BUF-RPI-DEVISE, :BUF-RPI-MOTIF-RAPPEL,
                  CURRENT DATE,
                  CURRENT DATE + :WS-DELAI-REPONSE DAYS,
                  :WS-STATUT-RAPPEL, :WS-MOTIF-REPONSE, 'N')
           END-EXEC.

           IF WS-STATUT-RAPPEL = 'R'
              EXEC SQL
                 UPDATE API8.RAPPELRECU
                 SET DATE_DECISION = CURRENT DATE
                 WHERE ID_RAPPEL = :WS-ID-RAPPEL
              END-EXEC
           END-IF.

       1200-ENREGISTRER-DEMANDE-EXIT.
           EXIT.

       1300-DEMANDER-ACCORD.
           MOVE SPACES TO WS-DATE-LIMITE.
           EXEC SQL
              SELECT CHAR(DATE_LIMITE)
              INTO :WS-DATE-LIMITE
              FROM API8.RAPPELRECU
              WHERE ID_RAPPEL = :WS-ID-RAPPEL
           END-EXEC.

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

           MOVE WS-MONTANT-RAPPEL TO WS-MONTANT-EDIT.
           MOVE SPACES TO WS-MSG-NOTIFICATION.
           STRING 'DEMANDE RETOUR VIREMENT ' WS-MONTANT-EDIT
                  ' REPONDRE AVANT ' WS-DATE-LIMITE
              DELIMITED BY SIZE INTO WS-MSG-NOTIFICATION.

           EXEC SQL
              INSERT INTO API8.NOTIFICATION
                 (ID_NOTIFICATION, ID_CLIENT, MESSAGE_NOTIF,
                  DATE_CREATION, TRAITE)
              VALUES
                 (:WS-ID-NOTIFICATION, :WS-ID-CLIENT,
                  :WS-MSG-NOTIFICATION, CURRENT DATE, 'N')
           END-EXEC.

           DISPLAY 'ACCORD DEMANDE - REF ' BUF-RPI-REF-RAPPEL
              ' MONTANT ' WS-MONTANT-EDIT
              ' LIMITE ' WS-DATE-LIMITE.

       1300-DEMANDER-ACCORD-EXIT.
           EXIT.

       6000-OPEN-RAPIN.
           OPEN INPUT FRAPIN.
           IF FS-FRAPIN NOT = '00'
               DISPLAY 'ERROR OPENING FRAPIN: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRAPIN
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6000-OPEN-RAPIN-EXIT.
           EXIT.

       6110-READ-RAPIN.
           READ FRAPIN
              AT END SET FIN-FICHIER TO TRUE
           END-READ.
           IF FS-FRAPIN NOT = '00' AND FS-FRAPIN NOT = '10'
               DISPLAY 'ERROR READING FRAPIN: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRAPIN
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6110-READ-RAPIN-EXIT.
           EXIT.

       6220-CLOSE-RAPIN.
           CLOSE FRAPIN.
           IF FS-FRAPIN NOT = '00'
               DISPLAY 'ERROR CLOSING FRAPIN: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRAPIN
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6220-CLOSE-RAPIN-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
              INTO :WS-ID-JOURNAL :WS-JRN-NULL-IND
              FROM API8.JOURNALBATCH
           END-EXEC.

           IF WS-JRN-NULL-IND = -1
              MOVE 1 TO WS-ID-JOURNAL
           ELSE
              ADD 1 TO WS-ID-JOURNAL
           END-IF.

           EXEC SQL
              INSERT INTO API8.JOURNALBATCH
                 (ID_JOURNAL, NOM_PROGRAMME, DATE_EXECUTION,
                  HEURE_DEBUT, STATUT_EXEC)
              VALUES
                 (:WS-ID-JOURNAL, 'API8RPIN', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
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
            COMPUTE WS-JRN-ECRITS =
               WS-NB-CONSENTEMENTS + WS-NB-REFUS-OFFICE.
            MOVE WS-NB-DOUBLONS TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8RPIN        '
            DISPLAY '   DEMANDES LUES        : ' WS-NB-LUS
            DISPLAY '   ACCORDS DEMANDES     : ' WS-NB-CONSENTEMENTS
            DISPLAY '   REFUS D''OFFICE       : ' WS-NB-REFUS-OFFICE
            DISPLAY '   DEJA RECUES          : ' WS-NB-DOUBLONS
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-LUS TO WS-JRN-LUS.
            COMPUTE WS-JRN-ECRITS =
               WS-NB-CONSENTEMENTS + WS-NB-REFUS-OFFICE.
            MOVE WS-NB-DOUBLONS TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8RPIN       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
