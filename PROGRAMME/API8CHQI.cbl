       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CHQI.
      *===============================================================
      *    BATCH DE RAPPROCHEMENT DES RETOURS D'IMPAYES CHEQUE
      *    Lit le fichier des cheques retournes impayes par les
      *    banques tirees (FCHQIMP : notre reference de remise
      *    rappelee du fichier de presentation API8CHQE, banque
      *    tiree, numero du cheque, montant en centimes, code motif
      *    de la banque) et rapproche chaque retour de sa remise
      *    API8.CHEQUE :
      *       - par la reference (ID_CHEQUE), controlee par le
      *         numero et le montant
      *       - a defaut, par numero + banque tiree + montant parmi
      *         les remises presentees, si une seule remise repond
      *    Le retour rapproche est inscrit sur API8.IMPAYECHQ au
      *    statut 'A' (a traiter) : l'etape suivante API8CHQR (carte
      *    SYSIN AUTO) contrepasse le credit et preleve les frais
      *    d'impaye sans saisie operateur. Un retour non rapproche
      *    (reference inconnue, plusieurs remises possibles, remise
      *    deja impayee ou retour en double) part dans la liste des
      *    suspens FCHQSUSP (entete '01', detail '02' avec la raison,
      *    pied '09') pour instruction par le back-office.
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

           SELECT FCHQIMP ASSIGN TO INP024
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCHQIMP.

           SELECT FCHQSUSP ASSIGN TO OUT045
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCHQSUSP.

       DATA DIVISION.

       FILE SECTION.
       FD  FCHQIMP
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-CHQIMP.
           05  BUF-IMP-REFERENCE      PIC 9(9).
           05  BUF-IMP-BANQUE         PIC X(10).
           05  BUF-IMP-NUM-CHEQUE     PIC X(7).
           05  BUF-IMP-MONTANT        PIC 9(13).
           05  BUF-IMP-CODE-MOTIF     PIC X(2).
           05  FILLER                 PIC X(39).

       FD  FCHQSUSP
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-SUSPENS          PIC X(80).
       01  BUF-DETAIL-SUSPENS REDEFINES BUF-LIGNE-SUSPENS.
           05  BUF-SUS-CODE           PIC X(2).
           05  BUF-SUS-REFERENCE      PIC X(9).
           05  BUF-SUS-BANQUE         PIC X(10).
           05  BUF-SUS-NUM-CHEQUE     PIC X(7).
           05  BUF-SUS-MONTANT        PIC X(13).
           05  BUF-SUS-CODE-MOTIF     PIC X(2).
           05  BUF-SUS-RAISON         PIC X(30).
           05  FILLER                 PIC X(7).

       WORKING-STORAGE SECTION.

       77  FS-FCHQIMP                PIC X(2).
       77  FS-FCHQSUSP               PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-FIN-FICHIER-SW         PIC X VALUE 'N'.
           88 FIN-FICHIER                  VALUE 'Y'.

      *    Retour lu
       01  WS-REFERENCE              PIC S9(9) COMP.
       01  WS-BANQUE-TIREE           PIC X(10).
       01  WS-NUM-CHEQUE             PIC X(7).
       01  WS-MONTANT-RETOUR         PIC S9(8)V99 COMP-3.
       01  WS-CODE-MOTIF             PIC X(2).

      *    Remise rapprochee
       01  WS-ID-CHEQUE              PIC S9(9) COMP.
       01  WS-STATUT-CHQ             PIC X(1).
       01  WS-NB-CANDIDATS           PIC S9(9) COMP.
       01  WS-NB-RETOURS             PIC S9(9) COMP.
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.
       01  WS-RAISON-SUSPENS         PIC X(30).

       01  WS-MONTANT-EDIT           PIC -(10)9,99.

       01  WS-NB-LUS                 PIC 9(7) VALUE 0.
       01  WS-NB-RAPPROCHES          PIC 9(7) VALUE 0.
       01  WS-NB-SUSPENS             PIC 9(7) VALUE 0.

      *    Enregistrements de controle de la liste des suspens
       01  WS-CTL-ENTETE.
           05  CTL-E-CODE         PIC X(2) VALUE '01'.
           05  CTL-E-FICHIER      PIC X(8).
           05  CTL-E-DATE         PIC 9(8).
           05  CTL-E-PROGRAMME    PIC X(8).
       01  WS-CTL-PIED.
           05  CTL-P-CODE         PIC X(2) VALUE '09'.
           05  CTL-P-NB-ENREG     PIC 9(9).
           05  CTL-P-TOTAL        PIC 9(13).
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
           DISPLAY '*   RAPPROCHEMENT DES IMPAYES CHEQUE          *'
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-FICHIERS
              THRU 6000-OPEN-FICHIERS-EXIT.

           PERFORM 6110-READ-CHQIMP
              THRU 6110-READ-CHQIMP-EXIT.

           PERFORM 1000-TRAITER-RETOUR
              THRU 1000-TRAITER-RETOUR-EXIT
              UNTIL FIN-FICHIER.

           PERFORM 6220-CLOSE-FICHIERS
              THRU 6220-CLOSE-FICHIERS-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-TRAITER-RETOUR.
           ADD 1 TO WS-NB-LUS.

           IF BUF-IMP-MONTANT IS NOT NUMERIC
              OR BUF-IMP-NUM-CHEQUE = SPACES
              MOVE 'RETOUR ILLISIBLE' TO WS-RAISON-SUSPENS
              PERFORM 1500-ECRIRE-SUSPENS
                 THRU 1500-ECRIRE-SUSPENS-EXIT
           ELSE
              IF BUF-IMP-REFERENCE IS NUMERIC
                 MOVE BUF-IMP-REFERENCE TO WS-REFERENCE
              ELSE
                 MOVE 0 TO WS-REFERENCE
              END-IF
              MOVE BUF-IMP-BANQUE TO WS-BANQUE-TIREE
              MOVE BUF-IMP-NUM-CHEQUE TO WS-NUM-CHEQUE
              COMPUTE WS-MONTANT-RETOUR = BUF-IMP-MONTANT / 100
              MOVE BUF-IMP-CODE-MOTIF TO WS-CODE-MOTIF
              PERFORM 1100-RAPPROCHER-REMISE
                 THRU 1100-RAPPROCHER-REMISE-EXIT
           END-IF.

           PERFORM 6110-READ-CHQIMP
              THRU 6110-READ-CHQIMP-EXIT.

       1000-TRAITER-RETOUR-EXIT.
           EXIT.

       1100-RAPPROCHER-REMISE.
           MOVE 0 TO WS-ID-CHEQUE.
           MOVE SPACE TO WS-STATUT-CHQ.

      *    Par notre reference de remise, controlee par le numero et
      *    le montant du cheque
           IF WS-REFERENCE > 0
              EXEC SQL
                 SELECT ID_CHEQUE, STATUT_CHQ
                 INTO :WS-ID-CHEQUE, :WS-STATUT-CHQ
                 FROM API8.CHEQUE
                 WHERE ID_CHEQUE = :WS-REFERENCE
                   AND NUM_CHEQUE = :WS-NUM-CHEQUE
                   AND MONTANT = :WS-MONTANT-RETOUR
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0 TO WS-ID-CHEQUE
              END-IF
           END-IF.

      *    A defaut, numero + banque tiree + montant parmi les
      *    remises presentees non encore impayees
           IF WS-ID-CHEQUE = 0
              MOVE 0 TO WS-NB-CANDIDATS
              EXEC SQL
                 SELECT COUNT(*), MIN(ID_CHEQUE)
                 INTO :WS-NB-CANDIDATS,
                      :WS-ID-CHEQUE :WS-NULL-INDICATOR
                 FROM API8.CHEQUE
                 WHERE NUM_CHEQUE = :WS-NUM-CHEQUE
                   AND BANQUE_TIREE = :WS-BANQUE-TIREE
                   AND MONTANT = :WS-MONTANT-RETOUR
                   AND STATUT_CHQ IN ('A', 'C')
                   AND VALUE(PRESENTE, 'N') = 'O'
              END-EXEC
              EVALUATE TRUE
                 WHEN WS-NB-CANDIDATS = 0
                    MOVE 'REMISE INTROUVABLE' TO WS-RAISON-SUSPENS
                    PERFORM 1500-ECRIRE-SUSPENS
                       THRU 1500-ECRIRE-SUSPENS-EXIT
                    GO TO 1100-RAPPROCHER-REMISE-EXIT
                 WHEN WS-NB-CANDIDATS > 1
                    MOVE 'PLUSIEURS REMISES POSSIBLES'
                       TO WS-RAISON-SUSPENS
                    PERFORM 1500-ECRIRE-SUSPENS
                       THRU 1500-ECRIRE-SUSPENS-EXIT
                    GO TO 1100-RAPPROCHER-REMISE-EXIT
                 WHEN OTHER
                    MOVE 'A' TO WS-STATUT-CHQ
              END-EVALUATE
           END-IF.

      *    Seule une remise en attente ou creditee peut revenir
      *    impayee
           IF WS-STATUT-CHQ NOT = 'A' AND WS-STATUT-CHQ NOT = 'C'
              MOVE 'REMISE DEJA IMPAYEE OU CLOSE' TO WS-RAISON-SUSPENS
              PERFORM 1500-ECRIRE-SUSPENS
                 THRU 1500-ECRIRE-SUSPENS-EXIT
              GO TO 1100-RAPPROCHER-REMISE-EXIT
           END-IF.

           MOVE 0 TO WS-NB-RETOURS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-RETOURS
              FROM API8.IMPAYECHQ
              WHERE ID_CHEQUE = :WS-ID-CHEQUE
           END-EXEC.
           IF WS-NB-RETOURS > 0
              MOVE 'RETOUR EN DOUBLE' TO WS-RAISON-SUSPENS
              PERFORM 1500-ECRIRE-SUSPENS
                 THRU 1500-ECRIRE-SUSPENS-EXIT
              GO TO 1100-RAPPROCHER-REMISE-EXIT
           END-IF.

      *    Retour rapproche : a traiter par API8CHQR (mode AUTO)
           EXEC SQL
              INSERT INTO API8.IMPAYECHQ
                 (ID_CHEQUE, CODE_MOTIF_RETOUR, MONTANT,
                  DATE_RETOUR, STATUT_IMP)
              VALUES
                 (:WS-ID-CHEQUE, :WS-CODE-MOTIF, :WS-MONTANT-RETOUR,
                  CURRENT DATE, 'A')
           END-EXEC.

           ADD 1 TO WS-NB-RAPPROCHES.
           MOVE WS-MONTANT-RETOUR TO WS-MONTANT-EDIT.
           DISPLAY 'RAPPROCHE : REMISE ' WS-ID-CHEQUE
              ' CHEQUE ' WS-NUM-CHEQUE
              ' MONTANT ' WS-MONTANT-EDIT
              ' MOTIF ' WS-CODE-MOTIF.

       1100-RAPPROCHER-REMISE-EXIT.
           EXIT.

       1500-ECRIRE-SUSPENS.
           MOVE SPACES TO BUF-LIGNE-SUSPENS.
           MOVE '02' TO BUF-SUS-CODE.
           MOVE BUF-IMP-REFERENCE TO BUF-SUS-REFERENCE.
           MOVE BUF-IMP-BANQUE TO BUF-SUS-BANQUE.
           MOVE BUF-IMP-NUM-CHEQUE TO BUF-SUS-NUM-CHEQUE.
           MOVE BUF-IMP-MONTANT TO BUF-SUS-MONTANT.
           MOVE BUF-IMP-CODE-MOTIF TO BUF-SUS-CODE-MOTIF.
           MOVE WS-RAISON-SUSPENS TO BUF-SUS-RAISON.
           WRITE BUF-LIGNE-SUSPENS.
           IF FS-FCHQSUSP NOT = '00'
               DISPLAY 'ERROR WRITING FCHQSUSP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQSUSP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           IF BUF-IMP-MONTANT IS NUMERIC
              COMPUTE WS-CTL-TOTAL =
                 WS-CTL-TOTAL + BUF-IMP-MONTANT / 100
           END-IF.
           ADD 1 TO WS-NB-SUSPENS.
           DISPLAY 'SUSPENS : ' BUF-LIGNE-CHQIMP(1:41)
              ' ' WS-RAISON-SUSPENS.

       1500-ECRIRE-SUSPENS-EXIT.
           EXIT.

       6000-OPEN-FICHIERS.
           OPEN INPUT FCHQIMP.
           IF FS-FCHQIMP NOT = '00'
               DISPLAY 'ERROR OPENING FCHQIMP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQIMP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           OPEN OUTPUT FCHQSUSP.
           IF FS-FCHQSUSP NOT = '00'
               DISPLAY 'ERROR OPENING FCHQSUSP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQSUSP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'FCHQSUSP' TO CTL-E-FICHIER.
           ACCEPT CTL-E-DATE FROM DATE YYYYMMDD.
           MOVE 'API8CHQI' TO CTL-E-PROGRAMME.
           MOVE SPACES TO BUF-LIGNE-SUSPENS.
           MOVE WS-CTL-ENTETE TO BUF-LIGNE-SUSPENS(1:26).
           WRITE BUF-LIGNE-SUSPENS.

       6000-OPEN-FICHIERS-EXIT.
           EXIT.

       6110-READ-CHQIMP.
           READ FCHQIMP
              AT END SET FIN-FICHIER TO TRUE
           END-READ.
           IF FS-FCHQIMP NOT = '00' AND FS-FCHQIMP NOT = '10'
               DISPLAY 'ERROR READING FCHQIMP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQIMP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6110-READ-CHQIMP-EXIT.
           EXIT.

       6220-CLOSE-FICHIERS.
           CLOSE FCHQIMP.
           IF FS-FCHQIMP NOT = '00'
               DISPLAY 'ERROR CLOSING FCHQIMP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQIMP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE WS-NB-SUSPENS TO CTL-P-NB-ENREG.
      *    Total de controle exprime en centimes pour ne pas perdre
      *    les decimales dans la zone entiere du pied
           COMPUTE WS-CTL-TOTAL-ENT = WS-CTL-TOTAL * 100.
           MOVE WS-CTL-TOTAL-ENT TO CTL-P-TOTAL.
           MOVE SPACES TO BUF-LIGNE-SUSPENS.
           MOVE WS-CTL-PIED TO BUF-LIGNE-SUSPENS(1:24).
           WRITE BUF-LIGNE-SUSPENS.
           CLOSE FCHQSUSP.
           IF FS-FCHQSUSP NOT = '00'
               DISPLAY 'ERROR CLOSING FCHQSUSP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQSUSP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-SUSPENS
              THRU 6250-CATALOGUER-SUSPENS-EXIT.

       6220-CLOSE-FICHIERS-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-SUSPENS.
           MOVE 'FCHQSUSP' TO FICE-NOM-FICHIER.
           MOVE 'API8CHQI' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCHQSUSP NON CATALOGUE'
              GO TO 6250-CATALOGUER-SUSPENS-EXIT
           END-IF.

           OPEN INPUT FCHQSUSP.
           IF FS-FCHQSUSP NOT = '00'
               DISPLAY 'ERROR OPENING FCHQSUSP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQSUSP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-SUSPENS
              THRU 6260-CATALOGUER-LIGNE-SUSPENS-EXIT
              UNTIL FIN-FICE.

           CLOSE FCHQSUSP.
           IF FS-FCHQSUSP NOT = '00'
               DISPLAY 'ERROR CLOSING FCHQSUSP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQSUSP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCHQSUSP NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FCHQSUSP CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-SUSPENS-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-SUSPENS.
           READ FCHQSUSP
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FCHQSUSP NOT = '00' AND FS-FCHQSUSP NOT = '10'
               DISPLAY 'ERROR READING FCHQSUSP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHQSUSP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-SUSPENS TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-SUSPENS-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8CHQI', CURRENT DATE,
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
            MOVE WS-NB-RAPPROCHES TO WS-JRN-ECRITS.
            MOVE WS-NB-SUSPENS TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CHQI        '
            DISPLAY '   RETOURS LUS          : ' WS-NB-LUS
            DISPLAY '   RETOURS RAPPROCHES   : ' WS-NB-RAPPROCHES
            DISPLAY '   RETOURS EN SUSPENS   : ' WS-NB-SUSPENS
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-LUS TO WS-JRN-LUS.
            MOVE WS-NB-RAPPROCHES TO WS-JRN-ECRITS.
            MOVE WS-NB-SUSPENS TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CHQI       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
