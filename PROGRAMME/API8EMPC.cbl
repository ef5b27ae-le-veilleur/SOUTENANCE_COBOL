       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8EMPC.
      *===============================================================
      *    BATCH DE CONVERSION DES SECRETS EN EMPREINTES
      *    Passage unique de reprise des secrets ranges en clair avant
      *    l'introduction des empreintes salees (service API8EMPR) :
      *       API8.COMPTE / API3.COMPTE   CODE_CB
      *       API8.COTITULAIRE            CODE_CB
      *       API8.PROCURATION            CODE_CB
      *       API8.OPERATEUR              MOT_DE_PASSE
      *    Chaque ligne sans empreinte recoit un sel et l'empreinte de
      *    son secret, et la colonne en clair est remise a blanc
      *    (zero pour CODE_CB). Les cartes du circuit quatre
      *    yeux (API8.DEMBATCH) d'API8COTI, d'API8PROC et d'API8PMOR
      *    SIGN deja executees ou refusees portaient aussi le code en
      *    clair : il y est recouvert d'etoiles (API8MASQ), comme le
      *    font desormais ces batchs et l'ecran API8VALB.
      *    Les comptes d'un meme client gardent un seul sel - la
      *    carte est la meme sur tous ses comptes et les controles
      *    (API8BM1P, API8RET, API8VIR) condensent le code saisi avec
      *    le plus petit sel du client. Cotitulaires, mandataires et
      *    signataires ont un sel par ligne : API8BM1P essaie chaque
      *    ligne de la personne avec son propre sel.
      *    Seules les lignes dont l'empreinte est encore a NULL sont
      *    reprises : apres un arret, le batch se relance tel quel et
      *    reprend la ou il s'etait arrete (commit tous les
      *    WS-FREQ-COMMIT lignes, curseurs WITH HOLD).
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

       01  WS-ID-COMPTE-CUR       PIC S9(9) COMP.
       01  WS-ID-CLIENT-CUR       PIC S9(9) COMP.
       01  WS-CODE-CB-CUR         PIC S9(4) COMP.
       01  WS-CODE-CB-EDIT        PIC 9(4).
       01  WS-ID-OPERATEUR-CUR    PIC X(8).
       01  WS-MOT-DE-PASSE-CUR    PIC X(8).
       01  WS-ID-CLIENT-EMPR      PIC 9(9).
       01  WS-SEL-NULL-IND        PIC S9(4) COMP.
       01  WS-ID-DEMANDE-CUR      PIC S9(9) COMP.
       01  WS-CARTE-CUR           PIC X(64).

      *    Zone d'appel du masquage du code dans la carte API8MASQ
       01  MASQ-ZONE.
           05  MASQ-PROGRAMME     PIC X(8).
           05  MASQ-CARTE         PIC X(64).

       01  WS-FIN-CURSEUR         PIC X VALUE 'N'.
           88 FIN-CURSEUR               VALUE 'Y'.

      *    Zone d'appel du service d'empreinte API8EMPR
       01  EMPR-ZONE.
           05  EMPR-ACTION        PIC X(1).
           05  EMPR-IDENTITE      PIC X(9).
           05  EMPR-SECRET        PIC X(8).
           05  EMPR-SEL           PIC X(8).
           05  EMPR-EMPREINTE     PIC X(18).

      *    Commit periodique
       01  WS-FREQ-COMMIT         PIC S9(4) COMP VALUE 500.
       01  WS-CPT-DEPUIS-COMMIT   PIC S9(4) COMP VALUE 0.

      *    Compteurs du rapport
       01  WS-NB-LUS              PIC 9(7) VALUE 0.
       01  WS-NB-CPT-API8         PIC 9(7) VALUE 0.
       01  WS-NB-CPT-API3         PIC 9(7) VALUE 0.
       01  WS-NB-COTITULAIRES     PIC 9(7) VALUE 0.
       01  WS-NB-PROCURATIONS     PIC 9(7) VALUE 0.
       01  WS-NB-OPERATEURS       PIC 9(7) VALUE 0.
       01  WS-NB-DEMANDES         PIC 9(7) VALUE 0.

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

           DISPLAY '=============================================='
           DISPLAY '*   CONVERSION DES SECRETS EN EMPREINTES       *'
           DISPLAY '=============================================='.

           PERFORM 1000-CONVERTIR-COMPTE-API8
              THRU 1000-CONVERTIR-COMPTE-API8-EXIT.

           PERFORM 2000-CONVERTIR-COMPTE-API3
              THRU 2000-CONVERTIR-COMPTE-API3-EXIT.

           PERFORM 3000-CONVERTIR-COTITULAIRE
              THRU 3000-CONVERTIR-COTITULAIRE-EXIT.

           PERFORM 4000-CONVERTIR-PROCURATION
              THRU 4000-CONVERTIR-PROCURATION-EXIT.

           PERFORM 5000-CONVERTIR-OPERATEUR
              THRU 5000-CONVERTIR-OPERATEUR-EXIT.

           PERFORM 6000-MASQUER-DEMANDES
              THRU 6000-MASQUER-DEMANDES-EXIT.

           EXEC SQL
              COMMIT
           END-EXEC.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

      *    API8.COMPTE : un sel par client, repris d'un compte deja
      *    converti du meme client s'il en existe un
       1000-CONVERTIR-COMPTE-API8.
           EXEC SQL
              DECLARE CCPTAPI8 CURSOR WITH HOLD FOR
              SELECT ID_COMPTE, ID_CLIENT, CODE_CB
              FROM API8.COMPTE
              WHERE EMPREINTE_CB IS NULL
              ORDER BY ID_CLIENT, ID_COMPTE
           END-EXEC.

           EXEC SQL
              OPEN CCPTAPI8
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR.
           PERFORM 1010-TRAITER-COMPTE-API8
              THRU 1010-TRAITER-COMPTE-API8-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CCPTAPI8
           END-EXEC.

       1000-CONVERTIR-COMPTE-API8-EXIT.
           EXIT.

       1010-TRAITER-COMPTE-API8.
           EXEC SQL
              FETCH CCPTAPI8
              INTO :WS-ID-COMPTE-CUR, :WS-ID-CLIENT-CUR,
                   :WS-CODE-CB-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR
              GO TO 1010-TRAITER-COMPTE-API8-EXIT
           END-IF.
           ADD 1 TO WS-NB-LUS.

           MOVE SPACES TO EMPR-SEL.
           EXEC SQL
              SELECT MIN(SEL_CB)
              INTO :EMPR-SEL :WS-SEL-NULL-IND
              FROM API8.COMPTE
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
                AND EMPREINTE_CB IS NOT NULL
           END-EXEC.

           PERFORM 7000-CALCULER-EMPREINTE-CB
              THRU 7000-CALCULER-EMPREINTE-CB-EXIT.

           EXEC SQL
              UPDATE API8.COMPTE
              SET CODE_CB = 0,
                  SEL_CB = :EMPR-SEL,
                  EMPREINTE_CB = :EMPR-EMPREINTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
           END-EXEC.
           ADD 1 TO WS-NB-CPT-API8.

           PERFORM 8000-COMMIT-PERIODIQUE
              THRU 8000-COMMIT-PERIODIQUE-EXIT.

       1010-TRAITER-COMPTE-API8-EXIT.
           EXIT.

      *    API3.COMPTE (schema encore lu par API3RET) : meme regle
       2000-CONVERTIR-COMPTE-API3.
           EXEC SQL
              DECLARE CCPTAPI3 CURSOR WITH HOLD FOR
              SELECT ID_COMPTE, ID_CLIENT, CODE_CB
              FROM API3.COMPTE
              WHERE EMPREINTE_CB IS NULL
              ORDER BY ID_CLIENT, ID_COMPTE
           END-EXEC.

           EXEC SQL
              OPEN CCPTAPI3
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR.
           PERFORM 2010-TRAITER-COMPTE-API3
              THRU 2010-TRAITER-COMPTE-API3-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CCPTAPI3
           END-EXEC.

       2000-CONVERTIR-COMPTE-API3-EXIT.
           EXIT.

       2010-TRAITER-COMPTE-API3.
           EXEC SQL
              FETCH CCPTAPI3
              INTO :WS-ID-COMPTE-CUR, :WS-ID-CLIENT-CUR,
                   :WS-CODE-CB-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR
              GO TO 2010-TRAITER-COMPTE-API3-EXIT
           END-IF.
           ADD 1 TO WS-NB-LUS.

           MOVE SPACES TO EMPR-SEL.
           EXEC SQL
              SELECT MIN(SEL_CB)
              INTO :EMPR-SEL :WS-SEL-NULL-IND
              FROM API3.COMPTE
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
                AND EMPREINTE_CB IS NOT NULL
           END-EXEC.

           PERFORM 7000-CALCULER-EMPREINTE-CB
              THRU 7000-CALCULER-EMPREINTE-CB-EXIT.

           EXEC SQL
              UPDATE API3.COMPTE
              SET CODE_CB = 0,
                  SEL_CB = :EMPR-SEL,
                  EMPREINTE_CB = :EMPR-EMPREINTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
           END-EXEC.
           ADD 1 TO WS-NB-CPT-API3.

           PERFORM 8000-COMMIT-PERIODIQUE
              THRU 8000-COMMIT-PERIODIQUE-EXIT.

       2010-TRAITER-COMPTE-API3-EXIT.
           EXIT.

      *    Cotitulaires : un sel propre a chaque ligne
       3000-CONVERTIR-COTITULAIRE.
           EXEC SQL
              DECLARE CCOTIT CURSOR WITH HOLD FOR
              SELECT ID_COMPTE, ID_CLIENT, CODE_CB
              FROM API8.COTITULAIRE
              WHERE EMPREINTE_CB IS NULL
           END-EXEC.

           EXEC SQL
              OPEN CCOTIT
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR.
           PERFORM 3010-TRAITER-COTITULAIRE
              THRU 3010-TRAITER-COTITULAIRE-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CCOTIT
           END-EXEC.

       3000-CONVERTIR-COTITULAIRE-EXIT.
           EXIT.

       3010-TRAITER-COTITULAIRE.
           EXEC SQL
              FETCH CCOTIT
              INTO :WS-ID-COMPTE-CUR, :WS-ID-CLIENT-CUR,
                   :WS-CODE-CB-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR
              GO TO 3010-TRAITER-COTITULAIRE-EXIT
           END-IF.
           ADD 1 TO WS-NB-LUS.

           MOVE -1 TO WS-SEL-NULL-IND.
           PERFORM 7000-CALCULER-EMPREINTE-CB
              THRU 7000-CALCULER-EMPREINTE-CB-EXIT.

           EXEC SQL
              UPDATE API8.COTITULAIRE
              SET CODE_CB = 0,
                  SEL_CB = :EMPR-SEL,
                  EMPREINTE_CB = :EMPR-EMPREINTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND ID_CLIENT = :WS-ID-CLIENT-CUR
           END-EXEC.
           ADD 1 TO WS-NB-COTITULAIRES.

           PERFORM 8000-COMMIT-PERIODIQUE
              THRU 8000-COMMIT-PERIODIQUE-EXIT.

       3010-TRAITER-COTITULAIRE-EXIT.
           EXIT.

      *    Procurations, actives ou non : une procuration revoquee
      *    ne doit pas non plus garder le code en clair
       4000-CONVERTIR-PROCURATION.
           EXEC SQL
              DECLARE CPROCUR CURSOR WITH HOLD FOR
              SELECT ID_COMPTE, ID_CLIENT, CODE_CB
              FROM API8.PROCURATION
              WHERE EMPREINTE_CB IS NULL
           END-EXEC.

           EXEC SQL
              OPEN CPROCUR
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR.
           PERFORM 4010-TRAITER-PROCURATION
              THRU 4010-TRAITER-PROCURATION-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CPROCUR
           END-EXEC.

       4000-CONVERTIR-PROCURATION-EXIT.
           EXIT.

       4010-TRAITER-PROCURATION.
           EXEC SQL
              FETCH CPROCUR
              INTO :WS-ID-COMPTE-CUR, :WS-ID-CLIENT-CUR,
                   :WS-CODE-CB-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR
              GO TO 4010-TRAITER-PROCURATION-EXIT
           END-IF.
           ADD 1 TO WS-NB-LUS.

           MOVE -1 TO WS-SEL-NULL-IND.
           PERFORM 7000-CALCULER-EMPREINTE-CB
              THRU 7000-CALCULER-EMPREINTE-CB-EXIT.

           EXEC SQL
              UPDATE API8.PROCURATION
              SET CODE_CB = 0,
                  SEL_CB = :EMPR-SEL,
                  EMPREINTE_CB = :EMPR-EMPREINTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND ID_CLIENT = :WS-ID-CLIENT-CUR
                AND EMPREINTE_CB IS NULL
           END-EXEC.
           ADD 1 TO WS-NB-PROCURATIONS.

           PERFORM 8000-COMMIT-PERIODIQUE
              THRU 8000-COMMIT-PERIODIQUE-EXIT.

       4010-TRAITER-PROCURATION-EXIT.
           EXIT.

      *    Operateurs back-office : le mot de passe est condense tel
      *    qu'il est saisi sur l'ecran de connexion (API8SIGN)
       5000-CONVERTIR-OPERATEUR.
           EXEC SQL
              DECLARE COPER CURSOR WITH HOLD FOR
              SELECT ID_OPERATEUR, MOT_DE_PASSE
              FROM API8.OPERATEUR
              WHERE EMPREINTE_MDP IS NULL
           END-EXEC.

           EXEC SQL
              OPEN COPER
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR.
           PERFORM 5010-TRAITER-OPERATEUR
              THRU 5010-TRAITER-OPERATEUR-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE COPER
           END-EXEC.

       5000-CONVERTIR-OPERATEUR-EXIT.
           EXIT.

       5010-TRAITER-OPERATEUR.
           EXEC SQL
              FETCH COPER
              INTO :WS-ID-OPERATEUR-CUR, :WS-MOT-DE-PASSE-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR
              GO TO 5010-TRAITER-OPERATEUR-EXIT
           END-IF.
           ADD 1 TO WS-NB-LUS.

           MOVE 'G' TO EMPR-ACTION.
           MOVE WS-ID-OPERATEUR-CUR TO EMPR-IDENTITE.
           MOVE WS-MOT-DE-PASSE-CUR TO EMPR-SECRET.
           CALL 'API8EMPR' USING EMPR-ZONE.

           EXEC SQL
              UPDATE API8.OPERATEUR
              SET MOT_DE_PASSE = ' ',
                  SEL_MDP = :EMPR-SEL,
                  EMPREINTE_MDP = :EMPR-EMPREINTE
              WHERE ID_OPERATEUR = :WS-ID-OPERATEUR-CUR
           END-EXEC.
           ADD 1 TO WS-NB-OPERATEURS.

           PERFORM 8000-COMMIT-PERIODIQUE
              THRU 8000-COMMIT-PERIODIQUE-EXIT.

       5010-TRAITER-OPERATEUR-EXIT.
           EXIT.

      *    Cartes quatre yeux qui ne s'executeront plus (executees ou
      *    refusees) : le code est masque ; une carte deja masquee
      *    ressort identique et n'est pas reecrite
       6000-MASQUER-DEMANDES.
           EXEC SQL
              DECLARE CDEMB CURSOR WITH HOLD FOR
              SELECT ID_DEMANDE, PROGRAMME, CARTE
              FROM API8.DEMBATCH
              WHERE PROGRAMME IN ('API8COTI', 'API8PROC', 'API8PMOR')
                AND (EXECUTE = 'Y' OR STATUT_DEM = 'R')
           END-EXEC.

           EXEC SQL
              OPEN CDEMB
           END-EXEC.

           MOVE 'N' TO WS-FIN-CURSEUR.
           PERFORM 6010-TRAITER-DEMANDE
              THRU 6010-TRAITER-DEMANDE-EXIT
              UNTIL FIN-CURSEUR.

           EXEC SQL
              CLOSE CDEMB
           END-EXEC.

       6000-MASQUER-DEMANDES-EXIT.
           EXIT.

       6010-TRAITER-DEMANDE.
           EXEC SQL
              FETCH CDEMB
              INTO :WS-ID-DEMANDE-CUR, :MASQ-PROGRAMME,
                   :WS-CARTE-CUR
           END-EXEC.

           IF SQLCODE = 100
              MOVE 'Y' TO WS-FIN-CURSEUR
              GO TO 6010-TRAITER-DEMANDE-EXIT
           END-IF.
           ADD 1 TO WS-NB-LUS.

           MOVE WS-CARTE-CUR TO MASQ-CARTE.
           CALL 'API8MASQ' USING MASQ-ZONE.
           IF MASQ-CARTE = WS-CARTE-CUR
              GO TO 6010-TRAITER-DEMANDE-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.DEMBATCH
              SET CARTE = :MASQ-CARTE
              WHERE ID_DEMANDE = :WS-ID-DEMANDE-CUR
           END-EXEC.
           ADD 1 TO WS-NB-DEMANDES.

           PERFORM 8000-COMMIT-PERIODIQUE
              THRU 8000-COMMIT-PERIODIQUE-EXIT.

       6010-TRAITER-DEMANDE-EXIT.
           EXIT.

      *    Empreinte d'un CODE_CB : sous sa forme saisie a l'ecran
      *    (4 chiffres), avec le sel trouve pour le client s'il y en
      *    a un, sinon un nouveau sel
       7000-CALCULER-EMPREINTE-CB.
           IF WS-SEL-NULL-IND = -1 OR EMPR-SEL = SPACES
              MOVE 'G' TO EMPR-ACTION
           ELSE
              MOVE 'C' TO EMPR-ACTION
           END-IF.

           MOVE WS-ID-CLIENT-CUR TO WS-ID-CLIENT-EMPR.
           MOVE WS-ID-CLIENT-EMPR TO EMPR-IDENTITE.
           MOVE WS-CODE-CB-CUR TO WS-CODE-CB-EDIT.
           MOVE WS-CODE-CB-EDIT TO EMPR-SECRET.
           CALL 'API8EMPR' USING EMPR-ZONE.

       7000-CALCULER-EMPREINTE-CB-EXIT.
           EXIT.

       8000-COMMIT-PERIODIQUE.
           ADD 1 TO WS-CPT-DEPUIS-COMMIT.
           IF WS-CPT-DEPUIS-COMMIT >= WS-FREQ-COMMIT
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE 0 TO WS-CPT-DEPUIS-COMMIT
           END-IF.

       8000-COMMIT-PERIODIQUE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8EMPC', CURRENT DATE,
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

       9100-CUMULER-ECRITS.
           COMPUTE WS-JRN-ECRITS = WS-NB-CPT-API8 + WS-NB-CPT-API3
              + WS-NB-COTITULAIRES + WS-NB-PROCURATIONS
              + WS-NB-OPERATEURS + WS-NB-DEMANDES.

       9100-CUMULER-ECRITS-EXIT.
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
            PERFORM 9100-CUMULER-ECRITS
               THRU 9100-CUMULER-ECRITS-EXIT.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8EMPC        '
            DISPLAY '   LIGNES LUES          : ' WS-NB-LUS
            DISPLAY '   COMPTES API8         : ' WS-NB-CPT-API8
            DISPLAY '   COMPTES API3         : ' WS-NB-CPT-API3
            DISPLAY '   COTITULAIRES         : ' WS-NB-COTITULAIRES
            DISPLAY '   PROCURATIONS         : ' WS-NB-PROCURATIONS
            DISPLAY '   OPERATEURS           : ' WS-NB-OPERATEURS
            DISPLAY '   CARTES 4 YEUX        : ' WS-NB-DEMANDES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-LUS TO WS-JRN-LUS.
            PERFORM 9100-CUMULER-ECRITS
               THRU 9100-CUMULER-ECRITS-EXIT.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8EMPC       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
