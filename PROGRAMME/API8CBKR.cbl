       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CBKR.
      *===============================================================
      *    BATCH DE CHARGEMENT DU RESULTAT DES CHARGEBACKS
      *    Lit le fichier de resultat renvoye par le processeur
      *    monetique (FCBKRES : numero de chargeback, reference
      *    d'autorisation, resultat, reference de la preuve du
      *    commercant) pour les chargebacks emis par API8CBKE :
      *       'G' gagne : le chargeback passe 'G' et la reclamation
      *           est acceptee et close ; l'avoir provisoire devient
      *           definitif, ou le remboursement est poste s'il n'y
      *           avait pas d'avoir (service API8SDEP, canal 'T')
      *       'P' perdu : le chargeback passe 'P' avec la reference
      *           de la preuve du commercant et la reclamation reste
      *           ouverte : elle revient au back-office (API8RECL)
      *           qui decide, preuve a l'appui
      *    Seul un chargeback au statut 'E' (emis) est mis a jour :
      *    un fichier de resultat rejoue ne traite pas deux fois la
      *    meme ligne. Chaque resultat est trace a l'AUDITLOG.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FCBKRES ASSIGN TO INP023
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCBKRES.

       DATA DIVISION.

       FILE SECTION.
       FD  FCBKRES
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-CBKRES.
           05  BUF-RES-ID-CHARGEBACK  PIC 9(9).
           05  BUF-RES-REFERENCE      PIC 9(12).
           05  BUF-RES-RESULTAT       PIC X(1).
           05  BUF-RES-REF-PREUVE     PIC X(20).
           05  FILLER                 PIC X(38).

       WORKING-STORAGE SECTION.

       77  FS-FCBKRES                PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-FIN-FICHIER-SW         PIC X VALUE 'N'.
           88 FIN-FICHIER                  VALUE 'Y'.

      *    Ligne de resultat lue
       01  WS-ID-CHARGEBACK          PIC S9(9) COMP.
       01  WS-REFERENCE-AUT          PIC S9(12) COMP-3.
       01  WS-REF-PREUVE             PIC X(20).

      *    Reclamation rattachee au chargeback
       01  WS-ID-RECLAMATION         PIC S9(9) COMP.
       01  WS-ID-COMPTE-RECL         PIC S9(9) COMP.
       01  WS-ID-CLIENT-RECL         PIC S9(9) COMP.
       01  WS-STATUT-RECL            PIC X(1).
       01  WS-ID-OPER-AVOIR          PIC S9(9) COMP.
       01  WS-MONTANT-CB             PIC S9(8)V99 COMP-3.

       01  WS-ID-EDIT                PIC 9(9).

       01  WS-NB-LUS                 PIC 9(7) VALUE 0.
       01  WS-NB-GAGNES              PIC 9(7) VALUE 0.
       01  WS-NB-PERDUS              PIC 9(7) VALUE 0.
       01  WS-NB-REJETES             PIC 9(7) VALUE 0.

      *    Piste d'audit : meme convention qu'API8RECL
       01  WS-ID-AUDIT               PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT        PIC X(30).
       01  WS-AUDIT-NULL-IND         PIC S9(4) COMP.

      *    Zone d'appel du service de posting API8SDEP : le
      *    remboursement est poste comme un credit trace, canal 'T'
       01  SDEP-ZONE.
           05  SDEP-ID-COMPTE     PIC S9(9) COMP.
           05  SDEP-MONTANT       PIC S9(8)V99 COMP-3.
           05  SDEP-CANAL         PIC X(1).
           05  SDEP-LIBELLE       PIC X(30).
           05  SDEP-CODE-RETOUR   PIC X(2).
           05  SDEP-ID-OPERATION  PIC S9(9) COMP.
           05  SDEP-CODE-DAB      PIC X(4) VALUE SPACES.
           05  SDEP-ID-ENVELOPPE  PIC S9(9) COMP.

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
           DISPLAY '*   RESULTAT DES CHARGEBACKS CARTE            *'
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-CBKRES
              THRU 6000-OPEN-CBKRES-EXIT.

           PERFORM 6110-READ-CBKRES
              THRU 6110-READ-CBKRES-EXIT.

           PERFORM 1000-TRAITER-RESULTAT
              THRU 1000-TRAITER-RESULTAT-EXIT
              UNTIL FIN-FICHIER.

           PERFORM 6220-CLOSE-CBKRES
              THRU 6220-CLOSE-CBKRES-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-TRAITER-RESULTAT.
           ADD 1 TO WS-NB-LUS.

           IF BUF-RES-ID-CHARGEBACK IS NOT NUMERIC
              OR BUF-RES-REFERENCE IS NOT NUMERIC
              OR (BUF-RES-RESULTAT NOT = 'G'
                  AND BUF-RES-RESULTAT NOT = 'P')
              DISPLAY 'RESULTAT ILLISIBLE REJETE : '
                 BUF-LIGNE-CBKRES(1:42)
              ADD 1 TO WS-NB-REJETES
           ELSE
              MOVE BUF-RES-ID-CHARGEBACK TO WS-ID-CHARGEBACK
              MOVE BUF-RES-REFERENCE TO WS-REFERENCE-AUT
              MOVE BUF-RES-REF-PREUVE TO WS-REF-PREUVE
              PERFORM 1100-LIRE-CHARGEBACK
                 THRU 1100-LIRE-CHARGEBACK-EXIT
           END-IF.

           PERFORM 6110-READ-CBKRES
              THRU 6110-READ-CBKRES-EXIT.

       1000-TRAITER-RESULTAT-EXIT.
           EXIT.

       1100-LIRE-CHARGEBACK.
      *    Le chargeback doit etre emis ('E') et porter la meme
      *    reference : sinon resultat deja charge ou inconnu
           EXEC SQL
              SELECT B.ID_RECLAMATION, B.MONTANT, R.ID_COMPTE,
                     R.ID_CLIENT, R.STATUT_RECL,
                     VALUE(R.ID_OPER_AVOIR, 0)
              INTO :WS-ID-RECLAMATION, :WS-MONTANT-CB,
                   :WS-ID-COMPTE-RECL, :WS-ID-CLIENT-RECL,
                   :WS-STATUT-RECL, :WS-ID-OPER-AVOIR
              FROM API8.CHARGEBACK B, API8.RECLAMATION R
              WHERE B.ID_CHARGEBACK = :WS-ID-CHARGEBACK
                AND B.REFERENCE_AUT = :WS-REFERENCE-AUT
                AND B.STATUT_CB = 'E'
                AND R.ID_RECLAMATION = B.ID_RECLAMATION
           END-EXEC.

           IF SQLCODE = 100
              MOVE WS-ID-CHARGEBACK TO WS-ID-EDIT
              DISPLAY 'CHARGEBACK ' WS-ID-EDIT
                 ' INCONNU OU DEJA TRAITE - REF: ' WS-REFERENCE-AUT
              ADD 1 TO WS-NB-REJETES
              MOVE 0 TO SQLCODE
              GO TO 1100-LIRE-CHARGEBACK-EXIT
           END-IF.

           IF BUF-RES-RESULTAT = 'G'
              PERFORM 2000-CHARGEBACK-GAGNE
                 THRU 2000-CHARGEBACK-GAGNE-EXIT
           ELSE
              PERFORM 3000-CHARGEBACK-PERDU
                 THRU 3000-CHARGEBACK-PERDU-EXIT
           END-IF.

       1100-LIRE-CHARGEBACK-EXIT.
           EXIT.

       2000-CHARGEBACK-GAGNE.
      *    Le commercant rembourse : l'avoir provisoire devient
      *    definitif ; s'il n'a jamais ete poste, le remboursement
      *    part maintenant. Une reclamation deja close par le
      *    back-office n'est pas retouchee.
           IF WS-STATUT-RECL NOT = 'T'
              IF WS-ID-OPER-AVOIR = 0
                 MOVE WS-ID-COMPTE-RECL TO SDEP-ID-COMPTE
                 MOVE WS-MONTANT-CB TO SDEP-MONTANT
                 MOVE 'T' TO SDEP-CANAL
                 MOVE 'REMBOURSEMENT CHARGEBACK' TO SDEP-LIBELLE
                 CALL 'API8SDEP' USING SDEP-ZONE
      *          '20' = capture en file pendant la bascule de
      *          cloture (rejeu API8REJQ) : acquis, ne pas reposter
                 IF SDEP-CODE-RETOUR NOT = '00'
                    AND SDEP-CODE-RETOUR NOT = '20'
                    MOVE WS-ID-RECLAMATION TO WS-ID-EDIT
                    DISPLAY 'ECHEC REMBOURSEMENT RECLAMATION '
                       WS-ID-EDIT ' CODE ' SDEP-CODE-RETOUR
                    ADD 1 TO WS-NB-REJETES
                    MOVE 0 TO SQLCODE
                    GO TO 2000-CHARGEBACK-GAGNE-EXIT
                 END-IF
                 MOVE SDEP-ID-OPERATION TO WS-ID-OPER-AVOIR
              END-IF

              EXEC SQL
                 UPDATE API8.RECLAMATION
                 SET STATUT_RECL = 'T',
                     DECISION = 'A',
                     DATE_RESOLUTION = CURRENT DATE,
                     ID_OPER_AVOIR = :WS-ID-OPER-AVOIR,
                     ID_OPERATEUR = 'API8CBKR'
                 WHERE ID_RECLAMATION = :WS-ID-RECLAMATION
              END-EXEC
           END-IF.

           EXEC SQL
              UPDATE API8.CHARGEBACK
              SET STATUT_CB = 'G',
                  DATE_RESULTAT = CURRENT DATE
              WHERE ID_CHARGEBACK = :WS-ID-CHARGEBACK
           END-EXEC.

           MOVE 'CHARGEBACK GAGNE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.

           ADD 1 TO WS-NB-GAGNES.
           MOVE WS-ID-RECLAMATION TO WS-ID-EDIT.
           DISPLAY 'GAGNE : RECLAMATION ' WS-ID-EDIT
              ' ACCEPTEE ET CLOSE'.

       2000-CHARGEBACK-GAGNE-EXIT.
           EXIT.

       3000-CHARGEBACK-PERDU.
      *    Le commercant a fourni sa preuve : la reclamation reste
      *    ouverte et revient a la file du back-office avec la
      *    reference de la preuve
           EXEC SQL
              UPDATE API8.CHARGEBACK
              SET STATUT_CB = 'P',
                  REF_PREUVE = :WS-REF-PREUVE,
                  DATE_RESULTAT = CURRENT DATE
              WHERE ID_CHARGEBACK = :WS-ID-CHARGEBACK
           END-EXEC.

           MOVE 'CHARGEBACK PERDU' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.

           ADD 1 TO WS-NB-PERDUS.
           MOVE WS-ID-RECLAMATION TO WS-ID-EDIT.
           DISPLAY 'PERDU : RECLAMATION ' WS-ID-EDIT
              ' RENVOYEE AU BACK-OFFICE - PREUVE ' WS-REF-PREUVE.

       3000-CHARGEBACK-PERDU-EXIT.
           EXIT.

       5000-TRACER-AUDIT.
           EXEC SQL
              SELECT MAX(ID_AUDIT)
              INTO :WS-ID-AUDIT :WS-AUDIT-NULL-IND
              FROM API8.AUDITLOG
           END-EXEC.

           IF WS-AUDIT-NULL-IND = -1
              MOVE 1 TO WS-ID-AUDIT
           ELSE
              ADD 1 TO WS-ID-AUDIT
           END-IF.

           EXEC SQL
              INSERT INTO API8.AUDITLOG
                 (ID_AUDIT, ID_CLIENT, PROGRAMME, EVENEMENT,
                  DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, :WS-ID-CLIENT-RECL, 'API8CBKR',
                  :WS-AUDIT-EVENEMENT, CURRENT DATE, CURRENT TIME)
           END-EXEC.

       5000-TRACER-AUDIT-EXIT.
           EXIT.

       6000-OPEN-CBKRES.
           OPEN INPUT FCBKRES.
           IF FS-FCBKRES NOT = '00'
               DISPLAY 'ERROR OPENING FCBKRES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCBKRES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6000-OPEN-CBKRES-EXIT.
           EXIT.

       6110-READ-CBKRES.
           READ FCBKRES
              AT END SET FIN-FICHIER TO TRUE
           END-READ.
           IF FS-FCBKRES NOT = '00' AND FS-FCBKRES NOT = '10'
               DISPLAY 'ERROR READING FCBKRES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCBKRES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6110-READ-CBKRES-EXIT.
           EXIT.

       6220-CLOSE-CBKRES.
           CLOSE FCBKRES.
           IF FS-FCBKRES NOT = '00'
               DISPLAY 'ERROR CLOSING FCBKRES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCBKRES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6220-CLOSE-CBKRES-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8CBKR', CURRENT DATE,
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
            COMPUTE WS-JRN-ECRITS = WS-NB-GAGNES + WS-NB-PERDUS.
            MOVE WS-NB-REJETES TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CBKR        '
            DISPLAY '   RESULTATS LUS        : ' WS-NB-LUS
            DISPLAY '   CHARGEBACKS GAGNES   : ' WS-NB-GAGNES
            DISPLAY '   CHARGEBACKS PERDUS   : ' WS-NB-PERDUS
            DISPLAY '   LIGNES REJETEES      : ' WS-NB-REJETES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-LUS TO WS-JRN-LUS.
            COMPUTE WS-JRN-ECRITS = WS-NB-GAGNES + WS-NB-PERDUS.
            MOVE WS-NB-REJETES TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CBKR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
