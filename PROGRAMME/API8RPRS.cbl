       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8RPRS.
      *===============================================================
      *    BATCH DES REPONSES AUX DEMANDES DE RAPPEL RECUES
      *    Toute demande de rappel d'un credit recu (API8.RAPPELRECU,
      *    chargee par API8RPIN) doit recevoir une reponse du reseau
      *    dans le delai reglementaire. Passe chaque jour :
      *       - les demandes encore en attente de l'accord du client
      *         ('C') dont la date limite est atteinte sont refusees
      *         d'office (motif NOAS, pas de reponse du client) pour
      *         que la reponse parte avant l'echeance
      *       - les demandes decidees et non encore repondues
      *         (REPONDU = 'N') sont ecrites dans le fichier de
      *         reponses FRAPREP : 'A' acceptee avec la reference du
      *         virement de retour (API8.VIREXT, depose par
      *         API8RPDC), 'R' refusee avec le motif reseau ; elles
      *         passent REPONDU = 'Y'
      *       - l'echeancier des demandes toujours sans reponse est
      *         edite par date limite avec les jours restants ; les
      *         demandes a RAPPEL_ALERTE_JOURS jours ou moins de
      *         l'echeance (API8.PARAMETRE, repli 2) sont signalees
      *    Le fichier porte l'entete '01' et le pied '09' de controle
      *    (total des montants en centimes).
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRAPREP ASSIGN TO OUT049
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FRAPREP.

       DATA DIVISION.

       FILE SECTION.
       FD  FRAPREP
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-RAPREP           PIC X(80).
       01  BUF-DETAIL-RAPREP REDEFINES BUF-LIGNE-RAPREP.
           05  BUF-RPR-CODE           PIC X(2).
           05  BUF-RPR-REF-RAPPEL     PIC X(16).
           05  BUF-RPR-REPONSE        PIC X(1).
           05  BUF-RPR-MOTIF          PIC X(4).
           05  BUF-RPR-MONTANT        PIC 9(10).
           05  BUF-RPR-IBAN-EMETTEUR  PIC X(27).
           05  BUF-RPR-ID-VIREXT      PIC 9(9).
           05  BUF-RPR-DATE           PIC X(8).
           05  FILLER                 PIC X(3).

       WORKING-STORAGE SECTION.

       77  FS-FRAPREP                PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-DATE-JOUR              PIC X(8).
       01  WS-SEUIL-ALERTE           PIC S9(5) COMP-3.

      *    Demande decidee
       01  WS-ID-RAPPEL              PIC S9(9) COMP.
       01  WS-REF-RAPPEL             PIC X(16).
       01  WS-STATUT-RAPPEL          PIC X(1).
       01  WS-MOTIF-REPONSE          PIC X(4).
       01  WS-MONTANT-RAPPEL         PIC S9(8)V99 COMP-3.
       01  WS-IBAN-EMETTEUR          PIC X(27).
       01  WS-ID-VIREXT              PIC S9(9) COMP.
       01  WS-MONTANT-CENT           PIC 9(10).

      *    Demande en attente (echeancier)
       01  WS-ID-CLIENT              PIC S9(9) COMP.
       01  WS-DATE-LIMITE            PIC X(10).
       01  WS-JOURS-RESTANTS         PIC S9(5) COMP-3.
       01  WS-ID-EDIT                PIC 9(9).
       01  WS-JOURS-EDIT             PIC ZZZ9.
       01  WS-MONTANT-EDIT           PIC Z(6)9,99.

       01  WS-NB-NOAS                PIC S9(9) COMP VALUE 0.
       01  WS-NB-ACCEPTEES           PIC 9(7) VALUE 0.
       01  WS-NB-REFUSEES            PIC 9(7) VALUE 0.
       01  WS-NB-EN-ATTENTE          PIC 9(7) VALUE 0.
       01  WS-NB-URGENTES            PIC 9(7) VALUE 0.

      *    Enregistrements de controle du fichier d'interface
       01  WS-CTL-ENTETE.
           05  CTL-E-CODE         PIC X(2) VALUE '01'.
           05  CTL-E-FICHIER      PIC X(8).
           05  CTL-E-DATE         PIC 9(8).
           05  CTL-E-PROGRAMME    PIC X(8).
       01  WS-CTL-PIED.
           05  CTL-P-CODE         PIC X(2) VALUE '09'.
           05  CTL-P-NB-ENREG     PIC 9(9).
           05  CTL-P-TOTAL        PIC 9(13).
       01  WS-CTL-NB-ENREG        PIC S9(9) COMP VALUE 0.
       01  WS-CTL-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-TOTAL-ENT       PIC 9(13).

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

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

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           MOVE 2 TO WS-SEUIL-ALERTE.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-ALERTE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'RAPPEL_ALERTE_JOURS'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 2 TO WS-SEUIL-ALERTE
           END-IF.

           DISPLAY '=============================================='
           DISPLAY '*   REPONSES AUX DEMANDES DE RAPPEL AU '
              WS-DATE-JOUR
           DISPLAY '=============================================='.

           PERFORM 1000-REFUSER-ECHUES
              THRU 1000-REFUSER-ECHUES-EXIT.

           PERFORM 6000-OPEN-RAPREP
              THRU 6000-OPEN-RAPREP-EXIT.

           EXEC SQL
              DECLARE CREPONSE CURSOR FOR
              SELECT ID_RAPPEL, REF_RAPPEL, STATUT_RAPPEL,
                     VALUE(MOTIF_REPONSE, ' '), MONTANT,
                     IBAN_EMETTEUR, VALUE(ID_VIREXT, 0)
              FROM API8.RAPPELRECU
              WHERE STATUT_RAPPEL IN ('A', 'R')
                AND REPONDU = 'N'
              ORDER BY ID_RAPPEL
           END-EXEC.

           EXEC SQL
              OPEN CREPONSE
           END-EXEC.

           PERFORM 2000-REPONDRE
              THRU 2000-REPONDRE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CREPONSE
           END-EXEC.

           PERFORM 6220-CLOSE-RAPREP
              THRU 6220-CLOSE-RAPREP-EXIT.

           DISPLAY ' '
           DISPLAY '*   ECHEANCIER DES DEMANDES SANS REPONSE'
           DISPLAY '----------------------------------------------'.

           EXEC SQL
              DECLARE CATTENTE CURSOR FOR
              SELECT ID_RAPPEL, REF_RAPPEL, ID_CLIENT, MONTANT,
                     CHAR(DATE_LIMITE),
                     DAYS(DATE_LIMITE) - DAYS(CURRENT DATE)
              FROM API8.RAPPELRECU
              WHERE STATUT_RAPPEL = 'C'
              ORDER BY DATE_LIMITE, ID_RAPPEL
           END-EXEC.

           EXEC SQL
              OPEN CATTENTE
           END-EXEC.

           PERFORM 3000-LISTER-ATTENTE
              THRU 3000-LISTER-ATTENTE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CATTENTE
           END-EXEC.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-REFUSER-ECHUES.
      *    Le client n'a pas repondu a temps : refus d'office le jour
      *    de l'echeance, la reponse part dans le fichier de ce soir
           EXEC SQL
              UPDATE API8.RAPPELRECU
              SET STATUT_RAPPEL = 'R',
                  MOTIF_REPONSE = 'NOAS',
                  DATE_DECISION = CURRENT DATE
              WHERE STATUT_RAPPEL = 'C'
                AND DATE_LIMITE <= CURRENT DATE
           END-EXEC.

           IF SQLCODE = 100
              MOVE 0 TO SQLCODE
              MOVE 0 TO WS-NB-NOAS
           ELSE
              MOVE SQLERRD(3) TO WS-NB-NOAS
           END-IF.

           IF WS-NB-NOAS > 0
              DISPLAY 'REFUS D''OFFICE SANS REPONSE CLIENT : '
                 WS-NB-NOAS
           END-IF.

       1000-REFUSER-ECHUES-EXIT.
           EXIT.

       2000-REPONDRE.
           EXEC SQL
              FETCH CREPONSE
              INTO :WS-ID-RAPPEL, :WS-REF-RAPPEL, :WS-STATUT-RAPPEL,
                   :WS-MOTIF-REPONSE, :WS-MONTANT-RAPPEL,
                   :WS-IBAN-EMETTEUR, :WS-ID-VIREXT
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 2000-REPONDRE-EXIT
           END-IF.

           MOVE SPACES TO BUF-LIGNE-RAPREP.
           MOVE '02' TO BUF-RPR-CODE.
           MOVE WS-REF-RAPPEL TO BUF-RPR-REF-RAPPEL.
           MOVE WS-STATUT-RAPPEL TO BUF-RPR-REPONSE.
           MOVE WS-MOTIF-REPONSE TO BUF-RPR-MOTIF.
           COMPUTE WS-MONTANT-CENT = WS-MONTANT-RAPPEL * 100.
           MOVE WS-MONTANT-CENT TO BUF-RPR-MONTANT.
           MOVE WS-IBAN-EMETTEUR TO BUF-RPR-IBAN-EMETTEUR.
           MOVE WS-ID-VIREXT TO BUF-RPR-ID-VIREXT.
           MOVE WS-DATE-JOUR TO BUF-RPR-DATE.
           WRITE BUF-LIGNE-RAPREP.
           IF FS-FRAPREP NOT = '00'
               DISPLAY 'ERROR WRITING FRAPREP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRAPREP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           ADD 1 TO WS-CTL-NB-ENREG.
           ADD WS-MONTANT-RAPPEL TO WS-CTL-TOTAL.

           EXEC SQL
              UPDATE API8.RAPPELRECU
              SET REPONDU = 'Y',
                  DATE_REPONSE = CURRENT DATE
              WHERE ID_RAPPEL = :WS-ID-RAPPEL
           END-EXEC.

           IF WS-STATUT-RAPPEL = 'A'
              ADD 1 TO WS-NB-ACCEPTEES
           ELSE
              ADD 1 TO WS-NB-REFUSEES
           END-IF.

           MOVE 0 TO SQLCODE.

       2000-REPONDRE-EXIT.
           EXIT.

       3000-LISTER-ATTENTE.
           EXEC SQL
              FETCH CATTENTE
              INTO :WS-ID-RAPPEL, :WS-REF-RAPPEL, :WS-ID-CLIENT,
                   :WS-MONTANT-RAPPEL, :WS-DATE-LIMITE,
                   :WS-JOURS-RESTANTS
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 3000-LISTER-ATTENTE-EXIT
           END-IF.

           ADD 1 TO WS-NB-EN-ATTENTE.
           MOVE WS-ID-RAPPEL TO WS-ID-EDIT.
           MOVE WS-MONTANT-RAPPEL TO WS-MONTANT-EDIT.
           MOVE WS-JOURS-RESTANTS TO WS-JOURS-EDIT.

           IF WS-JOURS-RESTANTS <= WS-SEUIL-ALERTE
              ADD 1 TO WS-NB-URGENTES
              DISPLAY '*URGENT* ' WS-ID-EDIT ' ' WS-REF-RAPPEL
                 ' ' WS-MONTANT-EDIT ' LIMITE ' WS-DATE-LIMITE
                 ' J-' WS-JOURS-EDIT
           ELSE
              DISPLAY '         ' WS-ID-EDIT ' ' WS-REF-RAPPEL
                 ' ' WS-MONTANT-EDIT ' LIMITE ' WS-DATE-LIMITE
                 ' J-' WS-JOURS-EDIT
           END-IF.

           MOVE 0 TO SQLCODE.

       3000-LISTER-ATTENTE-EXIT.
           EXIT.

       6000-OPEN-RAPREP.
           OPEN OUTPUT FRAPREP.
           IF FS-FRAPREP NOT = '00'
               DISPLAY 'ERROR OPENING FRAPREP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRAPREP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'FRAPREP' TO CTL-E-FICHIER.
           ACCEPT CTL-E-DATE FROM DATE YYYYMMDD.
           MOVE 'API8RPRS' TO CTL-E-PROGRAMME.
           MOVE SPACES TO BUF-LIGNE-RAPREP.
           MOVE WS-CTL-ENTETE TO BUF-LIGNE-RAPREP(1:26).
           WRITE BUF-LIGNE-RAPREP.

       6000-OPEN-RAPREP-EXIT.
           EXIT.

       6220-CLOSE-RAPREP.
           MOVE WS-CTL-NB-ENREG TO CTL-P-NB-ENREG.
      *    Total de controle exprime en centimes pour ne pas perdre
      *    les decimales dans la zone entiere du pied
           COMPUTE WS-CTL-TOTAL-ENT = WS-CTL-TOTAL * 100.
           MOVE WS-CTL-TOTAL-ENT TO CTL-P-TOTAL.
           MOVE SPACES TO BUF-LIGNE-RAPREP.
           MOVE WS-CTL-PIED TO BUF-LIGNE-RAPREP(1:24).
           WRITE BUF-LIGNE-RAPREP.
           CLOSE FRAPREP.
           IF FS-FRAPREP NOT = '00'
               DISPLAY 'ERROR CLOSING FRAPREP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRAPREP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-RAPREP
              THRU 6250-CATALOGUER-RAPREP-EXIT.

       6220-CLOSE-RAPREP-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-RAPREP.
           MOVE 'FRAPREP' TO FICE-NOM-FICHIER.
           MOVE 'API8RPRS' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRAPREP NON CATALOGUE'
              GO TO 6250-CATALOGUER-RAPREP-EXIT
           END-IF.

           OPEN INPUT FRAPREP.
           IF FS-FRAPREP NOT = '00'
               DISPLAY 'ERROR OPENING FRAPREP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRAPREP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-RAPREP
              THRU 6260-CATALOGUER-LIGNE-RAPREP-EXIT
              UNTIL FIN-FICE.

           CLOSE FRAPREP.
           IF FS-FRAPREP NOT = '00'
               DISPLAY 'ERROR CLOSING FRAPREP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRAPREP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRAPREP NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRAPREP CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-RAPREP-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-RAPREP.
           READ FRAPREP
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRAPREP NOT = '00' AND FS-FRAPREP NOT = '10'
               DISPLAY 'ERROR READING FRAPREP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRAPREP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-RAPREP TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-RAPREP-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8RPRS', CURRENT DATE,
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
            COMPUTE WS-JRN-LUS = WS-NB-ACCEPTEES + WS-NB-REFUSEES
               + WS-NB-EN-ATTENTE.
            MOVE WS-CTL-NB-ENREG TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8RPRS        '
            DISPLAY '   REPONSES ACCEPTEES   : ' WS-NB-ACCEPTEES
            DISPLAY '   REPONSES REFUSEES    : ' WS-NB-REFUSEES
            DISPLAY '   DONT SANS REPONSE    : ' WS-NB-NOAS
            DISPLAY '   EN ATTENTE CLIENT    : ' WS-NB-EN-ATTENTE
            DISPLAY '   PROCHES ECHEANCE     : ' WS-NB-URGENTES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            COMPUTE WS-JRN-LUS = WS-NB-ACCEPTEES + WS-NB-REFUSEES
               + WS-NB-EN-ATTENTE.
            MOVE WS-CTL-NB-ENREG TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8RPRS       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
