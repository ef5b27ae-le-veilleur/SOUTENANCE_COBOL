       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8AISR.
      *===============================================================
      *    ETAT MENSUEL DES ACCES DES PRESTATAIRES TIERS
      *    Pour le mois demande en SYSIN (AAAAMM, repli : mois ecoule,
      *    comme API8FRAG), edite par prestataire le volume d'appels
      *    au service d'information sur les comptes API8SAIC, releve
      *    sur la piste d'audit (API8.AUDITLOG, PROGRAMME 'API8SAIC',
      *    ID_OPERATEUR = code du prestataire) :
      *       - appels accordes (solde seul / solde et operations)
      *       - appels refuses (prestataire suspendu ou inconnu,
      *         consentement absent, expire ou revoque, compte
      *         inconnu, demande invalide, erreur)
      *       - nombre de clients distincts consultes
      *       - consentements actifs du prestataire a ce jour
      *    Un code d'appel absent du registre API8.PRESTATAIRE est
      *    signale *INCONNU* : tentative d'acces d'un tiers non
      *    enregistre, a examiner par la conformite.
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

       01  WS-PARAM-MOIS              PIC X(6).
       01  WS-DATE-JOUR.
           05  WS-JOUR-ANNEE          PIC 9(4).
           05  WS-JOUR-MOIS           PIC 9(2).
           05  WS-JOUR-JOUR           PIC 9(2).
       01  WS-MOIS-TRAITE             PIC 9(6).
       01  FILLER REDEFINES WS-MOIS-TRAITE.
           05  WS-TRAITE-ANNEE        PIC 9(4).
           05  WS-TRAITE-MOIS         PIC 9(2).
       01  WS-MOIS-TRAITE-X           PIC X(6).
       01  WS-PERIODE-DEB             PIC X(8).
       01  WS-PERIODE-FIN             PIC X(8).

      *    Ligne ramenee par le curseur de synthese
       01  WS-CODE-PRESTATAIRE        PIC X(8).
       01  WS-NOM-PRESTATAIRE         PIC X(30).
       01  WS-ACTIF-PRESTATAIRE       PIC X(1).
       01  WS-NB-SOLDE                PIC S9(9) COMP.
       01  WS-NB-OPERATIONS           PIC S9(9) COMP.
       01  WS-NB-REFUS                PIC S9(9) COMP.
       01  WS-NB-CLIENTS              PIC S9(9) COMP.
       01  WS-NB-CONSENT-ACTIFS       PIC S9(9) COMP.
       01  WS-NULL-IND-NOM            PIC S9(4) COMP.

      *    Totaux du mois
       01  WS-NB-PRESTATAIRES         PIC 9(5) VALUE 0.
       01  WS-NB-INCONNUS             PIC 9(5) VALUE 0.
       01  WS-TOT-ACCORDES            PIC S9(9) COMP VALUE 0.
       01  WS-TOT-REFUS               PIC S9(9) COMP VALUE 0.

       01  WS-NB-EDIT                 PIC Z(8)9.
       01  WS-NB-EDIT-2               PIC Z(8)9.
       01  WS-NB-EDIT-3               PIC Z(8)9.
       01  WS-NB-EDIT-4               PIC Z(8)9.
       01  WS-NB-EDIT-5               PIC Z(8)9.

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

      *    Carte SYSIN facultative : mois AAAAMM a editer, a defaut
      *    le mois ecoule
           MOVE SPACES TO WS-PARAM-MOIS.
           ACCEPT WS-PARAM-MOIS FROM SYSIN.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           IF WS-PARAM-MOIS = SPACES OR WS-PARAM-MOIS IS NOT NUMERIC
              IF WS-JOUR-MOIS = 1
                 COMPUTE WS-TRAITE-ANNEE = WS-JOUR-ANNEE - 1
                 MOVE 12 TO WS-TRAITE-MOIS
              ELSE
                 MOVE WS-JOUR-ANNEE TO WS-TRAITE-ANNEE
                 COMPUTE WS-TRAITE-MOIS = WS-JOUR-MOIS - 1
              END-IF
              MOVE WS-MOIS-TRAITE TO WS-MOIS-TRAITE-X
           ELSE
              MOVE WS-PARAM-MOIS TO WS-MOIS-TRAITE-X
           END-IF.
           MOVE WS-MOIS-TRAITE-X TO WS-PERIODE-DEB(1:6).
           MOVE '01' TO WS-PERIODE-DEB(7:2).
           MOVE WS-MOIS-TRAITE-X TO WS-PERIODE-FIN(1:6).
           MOVE '31' TO WS-PERIODE-FIN(7:2).

           DISPLAY '=============================================='
           DISPLAY '*   ACCES DES PRESTATAIRES TIERS - '
              WS-MOIS-TRAITE-X
           DISPLAY '=============================================='.
           DISPLAY 'CODE        NOM                           '
              '  SOLDES OPERAT.   REFUS CLIENTS CONSENT'.
           DISPLAY '----------------------------------------------'.

      *    Evenements des appels accordes : cf. API8SAIC
      *    4000-TRACER-ACCES ; tout autre evenement est un refus
           EXEC SQL
              DECLARE CAISREL CURSOR FOR
              SELECT A.ID_OPERATEUR,
                     P.NOM_PRESTATAIRE,
                     VALUE(P.ACTIF, ' '),
                     SUM(CASE WHEN A.EVENEMENT = 'AIS SOLDE OK'
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN A.EVENEMENT = 'AIS OPERATIONS OK'
                              THEN 1 ELSE 0 END),
                     SUM(CASE WHEN A.EVENEMENT IN ('AIS SOLDE OK',
                                                   'AIS OPERATIONS OK')
                              THEN 0 ELSE 1 END),
                     COUNT(DISTINCT A.ID_CLIENT)
              FROM API8.AUDITLOG A
                   LEFT OUTER JOIN API8.PRESTATAIRE P
                   ON P.CODE_PRESTATAIRE = A.ID_OPERATEUR
              WHERE A.PROGRAMME = 'API8SAIC'
                AND A.DATE_AUDIT BETWEEN :WS-PERIODE-DEB
                                     AND :WS-PERIODE-FIN
              GROUP BY A.ID_OPERATEUR, P.NOM_PRESTATAIRE, P.ACTIF
              ORDER BY A.ID_OPERATEUR
           END-EXEC.

           EXEC SQL
              OPEN CAISREL
           END-EXEC.

           PERFORM 1000-TRAITER-PRESTATAIRE
              THRU 1000-TRAITER-PRESTATAIRE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CAISREL
           END-EXEC.
           MOVE 0 TO SQLCODE.

           DISPLAY '----------------------------------------------'.
           MOVE WS-TOT-ACCORDES TO WS-NB-EDIT.
           MOVE WS-TOT-REFUS TO WS-NB-EDIT-2.
           DISPLAY 'PRESTATAIRES APPELANTS : ' WS-NB-PRESTATAIRES.
           DISPLAY 'ACCES ACCORDES         : ' WS-NB-EDIT.
           DISPLAY 'ACCES REFUSES          : ' WS-NB-EDIT-2.
           IF WS-NB-INCONNUS > 0
              DISPLAY '*ANOMALIE* ' WS-NB-INCONNUS
                 ' CODE(S) APPELANT(S) HORS REGISTRE'
           END-IF.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-TRAITER-PRESTATAIRE.
           EXEC SQL
              FETCH CAISREL
              INTO :WS-CODE-PRESTATAIRE,
                   :WS-NOM-PRESTATAIRE :WS-NULL-IND-NOM,
                   :WS-ACTIF-PRESTATAIRE,
                   :WS-NB-SOLDE, :WS-NB-OPERATIONS, :WS-NB-REFUS,
                   :WS-NB-CLIENTS
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-TRAITER-PRESTATAIRE-EXIT
           END-IF.

           IF WS-NULL-IND-NOM = -1
              MOVE '*INCONNU* - HORS REGISTRE' TO WS-NOM-PRESTATAIRE
              ADD 1 TO WS-NB-INCONNUS
           ELSE
              IF WS-ACTIF-PRESTATAIRE NOT = 'Y'
                 MOVE '(SUSPENDU)' TO WS-NOM-PRESTATAIRE(21:10)
              END-IF
           END-IF.

           MOVE 0 TO WS-NB-CONSENT-ACTIFS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-CONSENT-ACTIFS
              FROM API8.CONSENTEMENT
              WHERE CODE_PRESTATAIRE = :WS-CODE-PRESTATAIRE
                AND STATUT_CONSENT = 'A'
                AND DATE_EXPIRATION >= CURRENT DATE
           END-EXEC.

           MOVE WS-NB-SOLDE TO WS-NB-EDIT.
           MOVE WS-NB-OPERATIONS TO WS-NB-EDIT-2.
           MOVE WS-NB-REFUS TO WS-NB-EDIT-3.
           MOVE WS-NB-CLIENTS TO WS-NB-EDIT-4.
           MOVE WS-NB-CONSENT-ACTIFS TO WS-NB-EDIT-5.
           DISPLAY WS-CODE-PRESTATAIRE '    ' WS-NOM-PRESTATAIRE
              ' ' WS-NB-EDIT(3:7) ' ' WS-NB-EDIT-2(3:7)
              ' ' WS-NB-EDIT-3(3:7) ' ' WS-NB-EDIT-4(3:7)
              ' ' WS-NB-EDIT-5(3:7).

           ADD 1 TO WS-NB-PRESTATAIRES.
           ADD WS-NB-SOLDE TO WS-TOT-ACCORDES.
           ADD WS-NB-OPERATIONS TO WS-TOT-ACCORDES.
           ADD WS-NB-REFUS TO WS-TOT-REFUS.

       1000-TRAITER-PRESTATAIRE-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8AISR', CURRENT DATE,
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
            MOVE WS-NB-PRESTATAIRES TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE WS-NB-INCONNUS TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8AISR        '
            DISPLAY '   PRESTATAIRES EDITES : ' WS-NB-PRESTATAIRES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-PRESTATAIRES TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE WS-NB-INCONNUS TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8AISR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
