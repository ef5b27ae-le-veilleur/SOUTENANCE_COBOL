       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8PRST.
      *===============================================================
      *    BATCH DE GESTION DU REGISTRE DES PRESTATAIRES TIERS
      *    Tenue par la conformite de la liste des prestataires
      *    d'information sur les comptes autorises a interroger le
      *    service API8SAIC (table API8.PRESTATAIRE). Carte SYSIN :
      *       AJOUTE   code-prestataire operateur
      *                enregistre un nouveau prestataire, actif des
      *                l'enregistrement ; une seconde carte porte son
      *                nom (colonnes 1 a 30) et son numero d'agrement
      *                aupres de l'autorite de controle (colonnes 31 a
      *                42), tous deux obligatoires
      *       SUSPEND  code-prestataire operateur
      *                retrait ou suspension d'agrement : le service
      *                refuse aussitot tout acces du prestataire, ses
      *                consentements restent au registre mais ne
      *                peuvent plus etre ni utilises ni octroyes
      *       REACTIVE code-prestataire operateur
      *                levee de la suspension ; les consentements non
      *                revoques et non expires redeviennent utilisables
      *    Chaque mouvement est trace sur API8.AUDITLOG.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE            PIC X(80).
       01  WS-PARAM-ACTION            PIC X(9).
       01  WS-PARAM-1                 PIC X(12).
       01  WS-PARAM-OPERATEUR         PIC X(8).

      *    Seconde carte de l'action AJOUTE
       01  WS-CARTE-PRESTATAIRE.
           05  WS-CARTE-NOM           PIC X(30).
           05  WS-CARTE-AGREMENT      PIC X(12).
           05  FILLER                 PIC X(38).

      *    Prestataire traite
       01  WS-CODE-PRESTATAIRE        PIC X(8).
       01  WS-NOM-PRESTATAIRE         PIC X(30).
       01  WS-ACTIF-PRESTATAIRE       PIC X(1).
       01  WS-NB-CONSENT-ACTIFS       PIC S9(9) COMP.
       01  WS-NB-CONSENT-EDIT         PIC Z(8)9.

      *    Piste d'audit : meme convention qu'API8RPDC
       01  WS-ID-AUDIT                PIC S9(9) COMP.
       01  WS-ID-CLIENT               PIC S9(9) COMP VALUE 0.
       01  WS-AUDIT-EVENEMENT         PIC X(30).
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.

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

           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           MOVE SPACES TO WS-PARAM-ACTION.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SPACES TO WS-PARAM-OPERATEUR.

           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-ACTION, WS-PARAM-1, WS-PARAM-OPERATEUR.

           IF WS-PARAM-ACTION NOT = 'AJOUTE'
              AND WS-PARAM-ACTION NOT = 'SUSPEND'
              AND WS-PARAM-ACTION NOT = 'REACTIVE'
              DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
              DISPLAY 'ACTIONS ADMISES : AJOUTE / SUSPEND / REACTIVE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-PARAM-1 = SPACES OR WS-PARAM-1(9:4) NOT = SPACES
              DISPLAY 'CODE PRESTATAIRE (8 CARACTERES) OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE WS-PARAM-1 TO WS-CODE-PRESTATAIRE.

           IF WS-PARAM-OPERATEUR = SPACES
              DISPLAY 'OPERATEUR DE SAISIE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EVALUATE WS-PARAM-ACTION
              WHEN 'AJOUTE'
                 PERFORM 1000-AJOUTER
                    THRU 1000-AJOUTER-EXIT
              WHEN 'SUSPEND'
                 MOVE 'N' TO WS-ACTIF-PRESTATAIRE
                 PERFORM 2000-CHANGER-ETAT
                    THRU 2000-CHANGER-ETAT-EXIT
              WHEN 'REACTIVE'
                 MOVE 'Y' TO WS-ACTIF-PRESTATAIRE
                 PERFORM 2000-CHANGER-ETAT
                    THRU 2000-CHANGER-ETAT-EXIT
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-AJOUTER.
           MOVE SPACES TO WS-CARTE-PRESTATAIRE.
           ACCEPT WS-CARTE-PRESTATAIRE FROM SYSIN.

           IF WS-CARTE-NOM = SPACES OR WS-CARTE-AGREMENT = SPACES
              DISPLAY 'CARTE 2 : NOM (1-30) ET AGREMENT (31-42) '
                 'OBLIGATOIRES'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              SELECT NOM_PRESTATAIRE
              INTO :WS-NOM-PRESTATAIRE
              FROM API8.PRESTATAIRE
              WHERE CODE_PRESTATAIRE = :WS-CODE-PRESTATAIRE
           END-EXEC.

           IF SQLCODE = 0
              DISPLAY 'PRESTATAIRE DEJA ENREGISTRE : '
                 WS-CODE-PRESTATAIRE ' ' WS-NOM-PRESTATAIRE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              INSERT INTO API8.PRESTATAIRE
                 (CODE_PRESTATAIRE, NOM_PRESTATAIRE, NUM_AGREMENT,
                  ACTIF, DATE_ENREG, DATE_MAJ, ID_OPERATEUR)
              VALUES
                 (:WS-CODE-PRESTATAIRE, :WS-CARTE-NOM,
                  :WS-CARTE-AGREMENT, 'Y', CURRENT DATE,
                  CURRENT DATE, :WS-PARAM-OPERATEUR)
           END-EXEC.

           MOVE SPACES TO WS-AUDIT-EVENEMENT.
           STRING 'PRESTATAIRE AJOUTE ' WS-CODE-PRESTATAIRE
              DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           DISPLAY 'PRESTATAIRE ENREGISTRE : ' WS-CODE-PRESTATAIRE.
           DISPLAY 'NOM                    : ' WS-CARTE-NOM.
           DISPLAY 'AGREMENT               : ' WS-CARTE-AGREMENT.

       1000-AJOUTER-EXIT.
           EXIT.

       1500-TRACER-AUDIT.
           EXEC SQL
              SELECT MAX(ID_AUDIT)
              INTO :WS-ID-AUDIT :WS-NULL-INDICATOR
              FROM API8.AUDITLOG
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-AUDIT
           ELSE
              ADD 1 TO WS-ID-AUDIT
           END-IF.

           EXEC SQL
              INSERT INTO API8.AUDITLOG
                 (ID_AUDIT, ID_CLIENT, PROGRAMME, EVENEMENT,
                  ID_OPERATEUR, DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, :WS-ID-CLIENT, 'API8PRST',
                  :WS-AUDIT-EVENEMENT, :WS-PARAM-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       2000-CHANGER-ETAT.
           EXEC SQL
              UPDATE API8.PRESTATAIRE
              SET ACTIF = :WS-ACTIF-PRESTATAIRE,
                  DATE_MAJ = CURRENT DATE,
                  ID_OPERATEUR = :WS-PARAM-OPERATEUR
              WHERE CODE_PRESTATAIRE = :WS-CODE-PRESTATAIRE
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'PRESTATAIRE INCONNU : ' WS-CODE-PRESTATAIRE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Nombre de consentements concernes, pour le compte rendu
           MOVE 0 TO WS-NB-CONSENT-ACTIFS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-CONSENT-ACTIFS
              FROM API8.CONSENTEMENT
              WHERE CODE_PRESTATAIRE = :WS-CODE-PRESTATAIRE
                AND STATUT_CONSENT = 'A'
                AND DATE_EXPIRATION >= CURRENT DATE
           END-EXEC.
           MOVE WS-NB-CONSENT-ACTIFS TO WS-NB-CONSENT-EDIT.

           MOVE SPACES TO WS-AUDIT-EVENEMENT.
           IF WS-ACTIF-PRESTATAIRE = 'N'
              STRING 'PRESTATAIRE SUSPENDU ' WS-CODE-PRESTATAIRE
                 DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT
              DISPLAY 'PRESTATAIRE SUSPENDU   : ' WS-CODE-PRESTATAIRE
           ELSE
              STRING 'PRESTATAIRE REACTIVE ' WS-CODE-PRESTATAIRE
                 DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT
              DISPLAY 'PRESTATAIRE REACTIVE   : ' WS-CODE-PRESTATAIRE
           END-IF.
           PERFORM 1500-TRACER-AUDIT.

           DISPLAY 'CONSENTEMENTS EN COURS : ' WS-NB-CONSENT-EDIT.

       2000-CHANGER-ETAT-EXIT.
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
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8PRST        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8PRST       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
