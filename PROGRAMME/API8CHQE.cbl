       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CHQE.
      *===============================================================
      *    BATCH NOCTURNE DE PRESENTATION DES REMISES DE CHEQUES
      *    Sens sortant du sous-systeme cheques : les cheques remis
      *    par nos clients (API8CHQD, API8.CHEQUE statut 'A') etaient
      *    credites par API8CHQC sans jamais partir en compensation.
      *    Chaque nuit, ce batch ecrit le fichier de presentation
      *    FCHQPRES a destination de la compensation : entete '01',
      *    un enregistrement '02' par remise pas encore presentee
      *    (banque tiree, numero du cheque, montant en centimes,
      *    notre reference de remise = ID_CHEQUE), pied '09' avec
      *    nombre et total de controle en centimes - meme discipline
      *    de remise qu'API8DSAR.
      *    La remise est marquee presentee (PRESENTE = 'O', date de
      *    presentation) : elle ne repart pas la nuit suivante, et
      *    seule une remise presentee est creditee par API8CHQC. Le
      *    retour d'impaye de la banque tiree rappelle notre
      *    reference et est rapproche par API8CHQI.
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

           SELECT FCHQPRES ASSIGN TO OUT044
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCHQPRES.

       DATA DIVISION.

       FILE SECTION.
       FD  FCHQPRES
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-CHQPRES          PIC X(80).
       01  BUF-DETAIL-CHQPRES REDEFINES BUF-LIGNE-CHQPRES.
           05  BUF-PRS-CODE           PIC X(2).
           05  BUF-PRS-BANQUE         PIC X(10).
           05  BUF-PRS-NUM-CHEQUE     PIC X(7).
           05  BUF-PRS-MONTANT        PIC 9(13).
           05  BUF-PRS-REFERENCE      PIC 9(9).
           05  BUF-PRS-DATE-REMISE    PIC X(10).
           05  FILLER                 PIC X(29).

       WORKING-STORAGE SECTION.

       77  FS-FCHQPRES               PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    Remise lue par le curseur
       01  WS-ID-CHEQUE-CUR          PIC S9(9) COMP.
       01  WS-NUM-CHEQUE             PIC X(7).
       01  WS-BANQUE-TIREE           PIC X(10).
       01  WS-MONTANT-CHEQUE         PIC S9(8)V99 COMP-3.
       01  WS-DATE-REMISE            PIC X(10).

       01  WS-MONTANT-CENT           PIC 9(13).
       01  WS-MONTANT-EDIT           PIC -(10)9,99.

       01  WS-NB-PRESENTES           PIC 9(7) VALUE 0.

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

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

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

           DISPLAY '=============================================='
           DISPLAY '*   PRESENTATION DES REMISES DE CHEQUES       *'
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-CHQPRES
              THRU 6000-OPEN-CHQPRES-EXIT.

           EXEC SQL
              DECLARE CCHQPRES CURSOR WITH HOLD FOR
              SELECT ID_CHEQUE, NUM_CHEQUE, BANQUE_TIREE, MONTANT,
                     CHAR(DATE_REMISE)
              FROM API8.CHEQUE
              WHERE STATUT_CHQ = 'A'
                AND VALUE(PRESENTE, 'N') = 'N'
              ORDER BY ID_CHEQUE
           END-EXEC.

           EXEC SQL
              OPEN CCHQPRES
           END-EXEC.

           PERFORM 1000-PRESENTER-REMISE
              THRU 1000-PRESENTER-REMISE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCHQPRES
           END-EXEC.

           PERFORM 6220-CLOSE-CHQPRES
              THRU 6220-CLOSE-CHQPRES-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-PRESENTER-REMISE.
           EXEC SQL
              FETCH CCHQPRES
              INTO :WS-ID-CHEQUE-CUR, :WS-NUM-CHEQUE,
                   :WS-BANQUE-TIREE, :WS-MONTANT-CHEQUE,
                   :WS-DATE-REMISE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-PRESENTER-REMISE-EXIT
           END-IF.

           MOVE SPACES TO BUF-LIGNE-CHQPRES.
           MOVE '02' TO BUF-PRS-CODE.
           MOVE WS-BANQUE-TIREE TO BUF-PRS-BANQUE.
           MOVE WS-NUM-CHEQUE TO BUF-PRS-NUM-CHEQUE.
           COMPUTE WS-MONTANT-CENT = WS-MONTANT-CHEQUE * 100.
           MOVE WS-MONTANT-CENT TO BUF-PRS-MONTANT.
           MOVE WS-ID-CHEQUE-CUR TO BUF-PRS-REFERENCE.
           MOVE WS-DATE-REMISE TO BUF-PRS-DATE-REMISE.
           WRITE BUF-LIGNE-CHQPRES.
           IF FS-FCHQPRES NOT = '00'
               DISPLAY 'ERROR WRITING FCHQPRES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQPRES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           ADD 1 TO WS-CTL-NB-ENREG.
           ADD WS-MONTANT-CHEQUE TO WS-CTL-TOTAL.

      *    Remise presentee : elle ne repart pas la nuit suivante et
      *    devient creditable par API8CHQC
           EXEC SQL
              UPDATE API8.CHEQUE
              SET PRESENTE = 'O',
                  DATE_PRESENTATION = CURRENT DATE
              WHERE ID_CHEQUE = :WS-ID-CHEQUE-CUR
           END-EXEC.

           ADD 1 TO WS-NB-PRESENTES.
           MOVE WS-MONTANT-CHEQUE TO WS-MONTANT-EDIT.
           DISPLAY 'PRESENTE : REMISE ' WS-ID-CHEQUE-CUR
              ' CHEQUE ' WS-NUM-CHEQUE
              ' BANQUE ' WS-BANQUE-TIREE
              ' MONTANT ' WS-MONTANT-EDIT.

           MOVE 0 TO SQLCODE.

       1000-PRESENTER-REMISE-EXIT.
           EXIT.

       6000-OPEN-CHQPRES.
           OPEN OUTPUT FCHQPRES.
           IF FS-FCHQPRES NOT = '00'
               DISPLAY 'ERROR OPENING FCHQPRES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQPRES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'FCHQPRES' TO CTL-E-FICHIER.
           ACCEPT CTL-E-DATE FROM DATE YYYYMMDD.
           MOVE 'API8CHQE' TO CTL-E-PROGRAMME.
           MOVE SPACES TO BUF-LIGNE-CHQPRES.
           MOVE WS-CTL-ENTETE TO BUF-LIGNE-CHQPRES(1:26).
           WRITE BUF-LIGNE-CHQPRES.

       6000-OPEN-CHQPRES-EXIT.
           EXIT.

       6220-CLOSE-CHQPRES.
           MOVE WS-CTL-NB-ENREG TO CTL-P-NB-ENREG.
      *    Total de controle exprime en centimes pour ne pas perdre
      *    les decimales dans la zone entiere du pied
           COMPUTE WS-CTL-TOTAL-ENT = WS-CTL-TOTAL * 100.
           MOVE WS-CTL-TOTAL-ENT TO CTL-P-TOTAL.
           MOVE SPACES TO BUF-LIGNE-CHQPRES.
           MOVE WS-CTL-PIED TO BUF-LIGNE-CHQPRES(1:24).
           WRITE BUF-LIGNE-CHQPRES.
           CLOSE FCHQPRES.
           IF FS-FCHQPRES NOT = '00'
               DISPLAY 'ERROR CLOSING FCHQPRES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQPRES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-CHQPRES
              THRU 6250-CATALOGUER-CHQPRES-EXIT.

       6220-CLOSE-CHQPRES-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-CHQPRES.
           MOVE 'FCHQPRES' TO FICE-NOM-FICHIER.
           MOVE 'API8CHQE' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCHQPRES NON CATALOGUE'
              GO TO 6250-CATALOGUER-CHQPRES-EXIT
           END-IF.

           OPEN INPUT FCHQPRES.
           IF FS-FCHQPRES NOT = '00'
               DISPLAY 'ERROR OPENING FCHQPRES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQPRES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-CHQPRES
              THRU 6260-CATALOGUER-LIGNE-CHQPRES-EXIT
              UNTIL FIN-FICE.

           CLOSE FCHQPRES.
           IF FS-FCHQPRES NOT = '00'
               DISPLAY 'ERROR CLOSING FCHQPRES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQPRES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCHQPRES NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FCHQPRES CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-CHQPRES-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-CHQPRES.
           READ FCHQPRES
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FCHQPRES NOT = '00' AND FS-FCHQPRES NOT = '10'
               DISPLAY 'ERROR READING FCHQPRES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQPRES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-CHQPRES TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-CHQPRES-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8CHQE', CURRENT DATE,
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
            MOVE WS-NB-PRESENTES TO WS-JRN-LUS.
            MOVE WS-NB-PRESENTES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CHQE        '
            DISPLAY '   REMISES PRESENTEES   : ' WS-NB-PRESENTES
            MOVE WS-CTL-TOTAL TO WS-MONTANT-EDIT
            DISPLAY '   MONTANT PRESENTE     : ' WS-MONTANT-EDIT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-PRESENTES TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CHQE       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
