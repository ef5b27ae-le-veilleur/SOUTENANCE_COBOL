       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8INSR.
      *===============================================================
      *    ETAT QUOTIDIEN DES VIREMENTS INSTANTANES
      *    Liste les demandes de virement instantane du jour
      *    (API8.VIRINSTANT, deposees par le service API8SINS depuis
      *    l'ecran API8VIR) regroupees par issue, avec nombre et
      *    montant par issue :
      *       'A' accepte - debite, trace VIREXT deja expedie
      *       'J' rejete par la banque du beneficiaire - non debite
      *       'D' nom discordant - repasse par le circuit batch
      *       'T' delai du schema depasse - circuit batch
      *       'N' banque non joignable / non eligible - circuit batch
      *       'S' concordance sanctions - circuit batch (retenu par
      *           API8SANS)
      *       'E' sans reponse finale - ANOMALIE : la demande n'a
      *           jamais ete close, a verifier avec la passerelle
      *    Pour les replis, la reference du virement batch qui a
      *    remplace la demande (ID_VIREXT) est editee.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-ID-VIRINST              PIC S9(9) COMP.
       01  WS-ID-CLIENT               PIC S9(9) COMP.
       01  WS-IBAN-BENEF              PIC X(27).
       01  WS-MONTANT                 PIC S9(8)V99 COMP-3.
       01  WS-STATUT-INST             PIC X(1).
       01  WS-MOTIF-REJET             PIC X(4).
       01  WS-HEURE-DEMANDE           PIC X(8).
       01  WS-ID-VIREXT               PIC S9(9) COMP.

      *    Rupture par issue
       01  WS-STATUT-PREC             PIC X(1) VALUE SPACE.
       01  WS-LIBELLE-ISSUE           PIC X(40).
       01  WS-NB-ISSUE                PIC 9(7) VALUE 0.
       01  WS-TOT-ISSUE               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NB-TOTAL                PIC 9(7) VALUE 0.
       01  WS-TOT-GENERAL             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NB-ACCEPTES             PIC 9(7) VALUE 0.
       01  WS-NB-REPLIS               PIC 9(7) VALUE 0.
       01  WS-NB-ANOMALIES            PIC 9(7) VALUE 0.

       01  WS-MONTANT-EDIT            PIC -(7)9,99.
       01  WS-TOT-EDIT                PIC -(10)9,99.
       01  WS-ID-VIRINST-EDIT         PIC 9(9).
       01  WS-ID-VIREXT-EDIT          PIC Z(8)9.

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
           DISPLAY '*   ETAT DES VIREMENTS INSTANTANES DU JOUR    *'
           DISPLAY '=============================================='.

           EXEC SQL
              DECLARE CVIRINST CURSOR FOR
              SELECT ID_VIRINST, ID_CLIENT, IBAN_BENEF, MONTANT,
                     STATUT_INST, VALUE(MOTIF_REJET, ' '),
                     CHAR(HEURE_DEMANDE), VALUE(ID_VIREXT, 0)
              FROM API8.VIRINSTANT
              WHERE DATE_DEMANDE = CURRENT DATE
              ORDER BY STATUT_INST, ID_VIRINST
           END-EXEC.

           EXEC SQL
              OPEN CVIRINST
           END-EXEC.

           PERFORM 1000-TRAITER-DEMANDE
              THRU 1000-TRAITER-DEMANDE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CVIRINST
           END-EXEC.
           MOVE 0 TO SQLCODE.

           IF WS-STATUT-PREC NOT = SPACE
              PERFORM 2000-FIN-ISSUE
                 THRU 2000-FIN-ISSUE-EXIT
           END-IF.

           DISPLAY '----------------------------------------------'.
           MOVE WS-TOT-GENERAL TO WS-TOT-EDIT.
           DISPLAY 'TOTAL DEMANDES    : ' WS-NB-TOTAL
              ' MONTANT ' WS-TOT-EDIT.
           DISPLAY 'DONT ACCEPTEES    : ' WS-NB-ACCEPTES.
           DISPLAY 'DONT REPLIS BATCH : ' WS-NB-REPLIS.
           IF WS-NB-ANOMALIES > 0
              DISPLAY '*ANOMALIE* ' WS-NB-ANOMALIES
                 ' DEMANDE(S) SANS REPONSE FINALE'
           END-IF.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-TRAITER-DEMANDE.
           EXEC SQL
              FETCH CVIRINST
              INTO :WS-ID-VIRINST, :WS-ID-CLIENT, :WS-IBAN-BENEF,
                   :WS-MONTANT, :WS-STATUT-INST, :WS-MOTIF-REJET,
                   :WS-HEURE-DEMANDE, :WS-ID-VIREXT
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-TRAITER-DEMANDE-EXIT
           END-IF.

           IF WS-STATUT-INST NOT = WS-STATUT-PREC
              IF WS-STATUT-PREC NOT = SPACE
                 PERFORM 2000-FIN-ISSUE
                    THRU 2000-FIN-ISSUE-EXIT
              END-IF
              PERFORM 1100-DEBUT-ISSUE
                 THRU 1100-DEBUT-ISSUE-EXIT
           END-IF.

           MOVE WS-ID-VIRINST TO WS-ID-VIRINST-EDIT.
           MOVE WS-MONTANT TO WS-MONTANT-EDIT.
           EVALUATE WS-STATUT-INST
              WHEN 'J'
                 DISPLAY '  ' WS-ID-VIRINST-EDIT ' ' WS-HEURE-DEMANDE
                    ' ' WS-IBAN-BENEF ' ' WS-MONTANT-EDIT
                    ' MOTIF ' WS-MOTIF-REJET
              WHEN 'A'
              WHEN 'E'
                 DISPLAY '  ' WS-ID-VIRINST-EDIT ' ' WS-HEURE-DEMANDE
                    ' ' WS-IBAN-BENEF ' ' WS-MONTANT-EDIT
              WHEN OTHER
                 MOVE WS-ID-VIREXT TO WS-ID-VIREXT-EDIT
                 DISPLAY '  ' WS-ID-VIRINST-EDIT ' ' WS-HEURE-DEMANDE
                    ' ' WS-IBAN-BENEF ' ' WS-MONTANT-EDIT
                    ' VIREXT ' WS-ID-VIREXT-EDIT
                 ADD 1 TO WS-NB-REPLIS
           END-EVALUATE.

           IF WS-STATUT-INST = 'A'
              ADD 1 TO WS-NB-ACCEPTES
           END-IF.
           IF WS-STATUT-INST = 'E'
              ADD 1 TO WS-NB-ANOMALIES
           END-IF.

           ADD 1 TO WS-NB-ISSUE.
           ADD WS-MONTANT TO WS-TOT-ISSUE.
           ADD 1 TO WS-NB-TOTAL.
           ADD WS-MONTANT TO WS-TOT-GENERAL.

       1000-TRAITER-DEMANDE-EXIT.
           EXIT.

       1100-DEBUT-ISSUE.
           MOVE WS-STATUT-INST TO WS-STATUT-PREC.
           MOVE 0 TO WS-NB-ISSUE.
           MOVE 0 TO WS-TOT-ISSUE.
           EVALUATE WS-STATUT-INST
              WHEN 'A'
                 MOVE 'ACCEPTES - DEBITES' TO WS-LIBELLE-ISSUE
              WHEN 'J'
                 MOVE 'REJETES PAR LA BANQUE - NON DEBITES'
                    TO WS-LIBELLE-ISSUE
              WHEN 'D'
                 MOVE 'NOM DISCORDANT - REPLI BATCH'
                    TO WS-LIBELLE-ISSUE
              WHEN 'T'
                 MOVE 'DELAI DEPASSE - REPLI BATCH'
                    TO WS-LIBELLE-ISSUE
              WHEN 'N'
                 MOVE 'BANQUE NON JOIGNABLE - REPLI BATCH'
                    TO WS-LIBELLE-ISSUE
              WHEN 'S'
                 MOVE 'CRIBLAGE SANCTIONS - REPLI BATCH'
                    TO WS-LIBELLE-ISSUE
              WHEN 'E'
                 MOVE '*ANOMALIE* SANS REPONSE FINALE'
                    TO WS-LIBELLE-ISSUE
              WHEN OTHER
                 MOVE 'ISSUE INCONNUE' TO WS-LIBELLE-ISSUE
           END-EVALUATE.
           DISPLAY '----------------------------------------------'.
           DISPLAY 'ISSUE ' WS-STATUT-INST ' : ' WS-LIBELLE-ISSUE.

       1100-DEBUT-ISSUE-EXIT.
           EXIT.

       2000-FIN-ISSUE.
           MOVE WS-TOT-ISSUE TO WS-TOT-EDIT.
           DISPLAY '  SOUS-TOTAL ' WS-STATUT-PREC ' : ' WS-NB-ISSUE
              ' DEMANDE(S) MONTANT ' WS-TOT-EDIT.

       2000-FIN-ISSUE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8INSR', CURRENT DATE,
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
            MOVE WS-NB-TOTAL TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE WS-NB-ANOMALIES TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8INSR        '
            DISPLAY '   DEMANDES EDITEES : ' WS-NB-TOTAL
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-TOTAL TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE WS-NB-ANOMALIES TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8INSR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
