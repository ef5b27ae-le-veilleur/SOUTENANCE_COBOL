       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8ACQF.
      *===============================================================
      *    BATCH DE RAPPROCHEMENT DES ACCUSES DE RECEPTION
      *    Les partenaires qui accusent reception de nos fichiers
      *    d'interface renvoient un fichier FACQUIT, une ligne par
      *    fichier recu : nom du fichier, date portee par son entete
      *    '01', nombre d'enregistrements et total de controle lus
      *    sur son pied '09', issue ('A' accepte, 'R' rejete) et
      *    motif du rejet. Chaque accuse est rapproche de la
      *    generation correspondante du catalogue des fichiers emis
      *    (API8.FICHIEREMIS, tenu par API8FICE) - meme fichier,
      *    meme date, meme nombre, meme total - qui passe a 'A'
      *    (acquittee) ou 'R' (rejetee par le partenaire). Une
      *    generation renvoyee (API8RENV) est la meme generation : un
      *    seul accuse la solde. Accuse sans generation emise
      *    correspondante ou accuse en double : edites, code retour
      *    4. Le rapport du matin (API8JRNL) liste ensuite les
      *    fichiers emis dont l'accuse n'est pas revenu dans le
      *    delai attendu.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FACQUIT ASSIGN TO INP028
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FACQUIT.

       DATA DIVISION.

       FILE SECTION.
       FD  FACQUIT
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-ACQUIT.
           05  BUF-ACQ-NOM-FICHIER    PIC X(8).
           05  BUF-ACQ-DATE-FICHIER   PIC X(8).
           05  BUF-ACQ-NB-ENREG       PIC 9(9).
           05  BUF-ACQ-TOTAL          PIC 9(13).
           05  BUF-ACQ-STATUT         PIC X(1).
           05  BUF-ACQ-MOTIF          PIC X(30).
           05  FILLER                 PIC X(11).

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       77  FS-FACQUIT                PIC X(2).

       01  WS-FIN-FICHIER-SW         PIC X VALUE 'N'.
           88 FIN-FICHIER                  VALUE 'Y'.

      *    Accuse courant
       01  WS-NOM-FICHIER            PIC X(8).
       01  WS-DATE-FICHIER           PIC X(8).
       01  WS-NB-ENREG               PIC S9(9) COMP.
       01  WS-TOTAL-CONTROLE         PIC S9(13) COMP-3.
       01  WS-STATUT-ACQUIT          PIC X(1).
       01  WS-MOTIF-ACQUIT           PIC X(30).

      *    Generation rapprochee
       01  WS-ID-EMISSION            PIC S9(9) COMP.
       01  WS-GENERATION             PIC S9(9) COMP.
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.
       01  WS-GENERATION-EDIT        PIC Z(8)9.

       01  WS-NB-LUS                 PIC 9(7) VALUE 0.
       01  WS-NB-ACQUITTES           PIC 9(7) VALUE 0.
       01  WS-NB-REJETES-PART        PIC 9(7) VALUE 0.
       01  WS-NB-INCONNUS            PIC 9(7) VALUE 0.
       01  WS-NB-DOUBLES             PIC 9(7) VALUE 0.

      *    Journal d'execution des batches (API8.JOURNALBATCH) :
      *    une ligne ouverte au lancement, soldee en fin avec les
      *    compteurs et le code retour - le rapport du matin
      *    (API8JRNL) s'appuie dessus
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

           DISPLAY '=============================================='
           DISPLAY '*   RAPPROCHEMENT DES ACCUSES DE RECEPTION     '
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-ACQUIT
              THRU 6000-OPEN-ACQUIT-EXIT.

           PERFORM 6110-READ-ACQUIT
              THRU 6110-READ-ACQUIT-EXIT.

           PERFORM 1000-TRAITER-ACCUSE
              THRU 1000-TRAITER-ACCUSE-EXIT
              UNTIL FIN-FICHIER.

           PERFORM 6220-CLOSE-ACQUIT
              THRU 6220-CLOSE-ACQUIT-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8ACQF', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
           EXIT.

       1000-TRAITER-ACCUSE.
           ADD 1 TO WS-NB-LUS.

           IF BUF-ACQ-NB-ENREG IS NOT NUMERIC
              OR BUF-ACQ-TOTAL IS NOT NUMERIC
              OR (BUF-ACQ-STATUT NOT = 'A' AND NOT = 'R')
              ADD 1 TO WS-NB-INCONNUS
              DISPLAY '*ILLISIBLE* ' BUF-LIGNE-ACQUIT(1:50)
           ELSE
              PERFORM 1050-RAPPROCHER-ACCUSE
                 THRU 1050-RAPPROCHER-ACCUSE-EXIT
           END-IF.

           PERFORM 6110-READ-ACQUIT
              THRU 6110-READ-ACQUIT-EXIT.

       1000-TRAITER-ACCUSE-EXIT.
           EXIT.

       1050-RAPPROCHER-ACCUSE.
           MOVE BUF-ACQ-NOM-FICHIER TO WS-NOM-FICHIER.
           MOVE BUF-ACQ-DATE-FICHIER TO WS-DATE-FICHIER.
           MOVE BUF-ACQ-NB-ENREG TO WS-NB-ENREG.
           MOVE BUF-ACQ-TOTAL TO WS-TOTAL-CONTROLE.
           MOVE BUF-ACQ-STATUT TO WS-STATUT-ACQUIT.
           MOVE BUF-ACQ-MOTIF TO WS-MOTIF-ACQUIT.

      *    Generation emise non encore acquittee ; a defaut, une
      *    generation deja soldee signale un accuse en double
           EXEC SQL
              SELECT MAX(ID_EMISSION)
              INTO :WS-ID-EMISSION :WS-NULL-INDICATOR
              FROM API8.FICHIEREMIS
              WHERE NOM_FICHIER = :WS-NOM-FICHIER
                AND DATE_FICHIER = :WS-DATE-FICHIER
                AND NB_ENREG = :WS-NB-ENREG
                AND TOTAL_CONTROLE = :WS-TOTAL-CONTROLE
                AND STATUT_EMIS = 'E'
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              PERFORM 1200-CONTROLER-DOUBLE
                 THRU 1200-CONTROLER-DOUBLE-EXIT
              GO TO 1050-RAPPROCHER-ACCUSE-EXIT
           END-IF.

           PERFORM 1100-SOLDER-GENERATION
              THRU 1100-SOLDER-GENERATION-EXIT.

       1050-RAPPROCHER-ACCUSE-EXIT.
           EXIT.

       1100-SOLDER-GENERATION.
           EXEC SQL
              UPDATE API8.FICHIEREMIS
              SET STATUT_EMIS = :WS-STATUT-ACQUIT,
                  DATE_ACQUIT = CURRENT DATE,
                  MOTIF_ACQUIT = :WS-MOTIF-ACQUIT
              WHERE ID_EMISSION = :WS-ID-EMISSION
           END-EXEC.

           EXEC SQL
              SELECT GENERATION
              INTO :WS-GENERATION
              FROM API8.FICHIEREMIS
              WHERE ID_EMISSION = :WS-ID-EMISSION
           END-EXEC.
           MOVE WS-GENERATION TO WS-GENERATION-EDIT.

           IF WS-STATUT-ACQUIT = 'A'
              ADD 1 TO WS-NB-ACQUITTES
              DISPLAY ' ACQUITTE  ' WS-NOM-FICHIER
                 ' GEN ' WS-GENERATION-EDIT
           ELSE
              ADD 1 TO WS-NB-REJETES-PART
              DISPLAY '*REJETE*   ' WS-NOM-FICHIER
                 ' GEN ' WS-GENERATION-EDIT
                 ' MOTIF ' WS-MOTIF-ACQUIT
           END-IF.

       1100-SOLDER-GENERATION-EXIT.
           EXIT.

       1200-CONTROLER-DOUBLE.
           EXEC SQL
              SELECT MAX(ID_EMISSION)
              INTO :WS-ID-EMISSION :WS-NULL-INDICATOR
              FROM API8.FICHIEREMIS
              WHERE NOM_FICHIER = :WS-NOM-FICHIER
                AND DATE_FICHIER = :WS-DATE-FICHIER
                AND NB_ENREG = :WS-NB-ENREG
                AND TOTAL_CONTROLE = :WS-TOTAL-CONTROLE
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              ADD 1 TO WS-NB-INCONNUS
              DISPLAY '*INCONNU*  ' WS-NOM-FICHIER
                 ' DU ' WS-DATE-FICHIER
                 ' - AUCUN FICHIER EMIS CORRESPONDANT'
           ELSE
              ADD 1 TO WS-NB-DOUBLES
              DISPLAY '*DOUBLE*   ' WS-NOM-FICHIER
                 ' DU ' WS-DATE-FICHIER
                 ' - GENERATION DEJA ACQUITTEE'
           END-IF.

       1200-CONTROLER-DOUBLE-EXIT.
           EXIT.

       6000-OPEN-ACQUIT.
           OPEN INPUT FACQUIT.
           IF FS-FACQUIT NOT = '00'
               DISPLAY 'ERROR OPENING FACQUIT: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FACQUIT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6000-OPEN-ACQUIT-EXIT.
           EXIT.

       6110-READ-ACQUIT.
           READ FACQUIT
              AT END SET FIN-FICHIER TO TRUE
           END-READ.
           IF FS-FACQUIT NOT = '00' AND FS-FACQUIT NOT = '10'
               DISPLAY 'ERROR READING FACQUIT: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FACQUIT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6110-READ-ACQUIT-EXIT.
           EXIT.

       6220-CLOSE-ACQUIT.
           CLOSE FACQUIT.
           IF FS-FACQUIT NOT = '00'
               DISPLAY 'ERROR CLOSING FACQUIT: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FACQUIT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6220-CLOSE-ACQUIT-EXIT.
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
            COMPUTE WS-JRN-ECRITS = WS-NB-ACQUITTES
                                  + WS-NB-REJETES-PART.
            COMPUTE WS-JRN-REJETES = WS-NB-INCONNUS + WS-NB-DOUBLES.
      *     Accuse inconnu, en double ou rejet du partenaire : code
      *     retour 4 (rapport du matin)
            IF WS-JRN-REJETES > 0 OR WS-NB-REJETES-PART > 0
               MOVE 4 TO WS-JRN-RC
            ELSE
               MOVE 0 TO WS-JRN-RC
            END-IF.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8ACQF        '
            DISPLAY '   ACCUSES LUS          : ' WS-NB-LUS
            DISPLAY '   FICHIERS ACQUITTES   : ' WS-NB-ACQUITTES
            DISPLAY '   REJETES PARTENAIRE   : ' WS-NB-REJETES-PART
            DISPLAY '   ACCUSES SANS FICHIER : ' WS-NB-INCONNUS
            DISPLAY '   ACCUSES EN DOUBLE    : ' WS-NB-DOUBLES
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
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8ACQF       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
