       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8AGEN.
      *===============================================================
      *    BATCH D'ENTRETIEN DU REFERENTIEL DES AGENCES
      *    CODE_AGENCE etait un code libre sur API8.COMPTE sans
      *    enregistrement maitre. API8.AGENCE porte desormais une
      *    ligne par agence : nom, adresse, responsable, statut ('O'
      *    ouverte, 'R' regroupement en cours, 'F' fermee), region de
      *    rattachement, date d'ouverture et, pour une agence appelee
      *    a fermer, date de fermeture et agence successeur. Les
      *    codes saisis a l'ouverture de compte (API8ONB, API8CPTN)
      *    et a la mutation (API8MUTA) sont controles contre cette
      *    table : agence connue et ouverte.
      *
      *    SYSIN, carte 1 (action, code agence, detail) :
      *       'CRE  agen regn aaaammjj nom(30) responsable(25)'
      *          cree l'agence ouverte ; carte 2 = adresse (60)
      *       'MAJ  agen regn aaaammjj nom(30) responsable(25)'
      *          met a jour les zones non blanches ; carte 2 =
      *          adresse (60), blanche pour la garder
      *       'FERM agen succ aaaammjj'
      *          planifie la fermeture de l'agence a la date d'effet
      *          avec reprise de ses comptes par l'agence successeur
      *          (executee par le batch de regroupement API8REGA)
      *       'ANNU agen'
      *          annule une fermeture encore planifiee
      *    Le successeur doit etre ouvert et sans fermeture planifiee
      *    lui-meme ; une agence deja designee comme successeur d'une
      *    autre ne peut etre fermee tant que ce regroupement n'est
      *    pas passe. Chaque action est tracee sur API8.AUDITLOG.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE.
           05  WS-PARAM-ACTION            PIC X(4).
           05  FILLER                     PIC X(1).
           05  WS-PARAM-AGENCE            PIC X(4).
           05  FILLER                     PIC X(1).
           05  WS-PARAM-DETAIL            PIC X(70).
           05  WS-PARAM-FICHE REDEFINES WS-PARAM-DETAIL.
               10  WS-PARAM-REGION        PIC X(4).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-DATE-OUV      PIC X(8).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-NOM           PIC X(30).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-RESPONSABLE   PIC X(25).
           05  WS-PARAM-FERMETURE REDEFINES WS-PARAM-DETAIL.
               10  WS-PARAM-SUCCESSEUR    PIC X(4).
               10  FILLER                 PIC X(1).
               10  WS-PARAM-DATE-EFFET    PIC X(8).
               10  FILLER                 PIC X(57).

       01  WS-PARAM-ADRESSE               PIC X(80).

      *    Agence lue
       01  WS-STATUT-AGENCE               PIC X(1).
       01  WS-SUCC-AGENCE                 PIC X(4).
       01  WS-DATE-FERMETURE              PIC X(8).
       01  WS-NOM-AGENCE                  PIC X(30).
       01  WS-ADRESSE-AGENCE              PIC X(60).
       01  WS-RESPONSABLE                 PIC X(25).
       01  WS-REGION                      PIC X(4).
       01  WS-DATE-OUVERTURE              PIC X(8).
       01  WS-NB-LIGNES                   PIC S9(9) COMP.

      *    Date comptable du jour bancaire ouvert ; repli date
      *    systeme tant qu'API8.DATEBANQUE n'est pas amorcee
       01  WS-DATE-COMPTABLE              PIC X(8).

      *    Piste d'audit : meme convention qu'API8MUTA
       01  WS-ID-AUDIT                    PIC S9(9) COMP.
       01  WS-NULL-INDICATOR              PIC S9(4) COMP.
       01  WS-AUDIT-EVENEMENT             PIC X(30).

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

           MOVE SPACES TO WS-DATE-COMPTABLE.
           EXEC SQL
              SELECT DATE_COMPTABLE
              INTO :WS-DATE-COMPTABLE
              FROM API8.DATEBANQUE
              WHERE ETAT = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DATE-COMPTABLE = SPACES
              ACCEPT WS-DATE-COMPTABLE FROM DATE YYYYMMDD
           END-IF.

           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           IF WS-PARAM-AGENCE = SPACES
              DISPLAY 'CODE AGENCE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EVALUATE WS-PARAM-ACTION
              WHEN 'CRE '
                 PERFORM 1000-CREER-AGENCE
              WHEN 'MAJ '
                 PERFORM 2000-MODIFIER-AGENCE
              WHEN 'FERM'
                 PERFORM 3000-PLANIFIER-FERMETURE
              WHEN 'ANNU'
                 PERFORM 4000-ANNULER-FERMETURE
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : CRE / MAJ / FERM / ANNU'
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0100-LIRE-AGENCE.
           MOVE SPACE TO WS-STATUT-AGENCE.
           MOVE SPACES TO WS-SUCC-AGENCE.
           MOVE SPACES TO WS-DATE-FERMETURE.
           EXEC SQL
              SELECT STATUT_AGENCE, NOM_AGENCE, ADRESSE_AGENCE,
                     RESPONSABLE, CODE_REGION, DATE_OUVERTURE,
                     VALUE(AGENCE_SUCCESSEUR, ' '),
                     VALUE(DATE_FERMETURE, ' ')
              INTO :WS-STATUT-AGENCE, :WS-NOM-AGENCE,
                   :WS-ADRESSE-AGENCE, :WS-RESPONSABLE,
                   :WS-REGION, :WS-DATE-OUVERTURE,
                   :WS-SUCC-AGENCE, :WS-DATE-FERMETURE
              FROM API8.AGENCE
              WHERE CODE_AGENCE = :WS-PARAM-AGENCE
           END-EXEC.

       1000-CREER-AGENCE.
           MOVE SPACES TO WS-PARAM-ADRESSE.
           ACCEPT WS-PARAM-ADRESSE FROM SYSIN.

           PERFORM 0100-LIRE-AGENCE.

           EVALUATE TRUE
              WHEN SQLCODE = 0
                 DISPLAY 'AGENCE DEJA REFERENCEE : ' WS-PARAM-AGENCE
              WHEN WS-PARAM-NOM = SPACES
                 DISPLAY 'NOM D AGENCE OBLIGATOIRE'
              WHEN WS-PARAM-REGION = SPACES
                 DISPLAY 'REGION DE RATTACHEMENT OBLIGATOIRE'
              WHEN WS-PARAM-DATE-OUV IS NOT NUMERIC
                 DISPLAY 'DATE D OUVERTURE AAAAMMJJ OBLIGATOIRE'
              WHEN OTHER
                 MOVE WS-PARAM-ADRESSE TO WS-ADRESSE-AGENCE
                 EXEC SQL
                    INSERT INTO API8.AGENCE
                       (CODE_AGENCE, NOM_AGENCE, ADRESSE_AGENCE,
                        RESPONSABLE, STATUT_AGENCE, CODE_REGION,
                        DATE_OUVERTURE, DATE_MAJ)
                    VALUES
                       (:WS-PARAM-AGENCE, :WS-PARAM-NOM,
                        :WS-ADRESSE-AGENCE, :WS-PARAM-RESPONSABLE,
                        'O', :WS-PARAM-REGION, :WS-PARAM-DATE-OUV,
                        CURRENT DATE)
                 END-EXEC
                 MOVE 'AGENCE CREEE' TO WS-AUDIT-EVENEMENT
                 PERFORM 5000-TRACER-AUDIT
                 DISPLAY 'AGENCE CREEE : ' WS-PARAM-AGENCE
                    ' ' WS-PARAM-NOM
                 DISPLAY 'REGION       : ' WS-PARAM-REGION
           END-EVALUATE.

       2000-MODIFIER-AGENCE.
           MOVE SPACES TO WS-PARAM-ADRESSE.
           ACCEPT WS-PARAM-ADRESSE FROM SYSIN.

           PERFORM 0100-LIRE-AGENCE.

           IF SQLCODE = 100
              DISPLAY 'AGENCE INCONNUE : ' WS-PARAM-AGENCE
           ELSE
      *       Zone blanche sur la carte : valeur courante gardee
              IF WS-PARAM-NOM NOT = SPACES
                 MOVE WS-PARAM-NOM TO WS-NOM-AGENCE
              END-IF
              IF WS-PARAM-REGION NOT = SPACES
                 MOVE WS-PARAM-REGION TO WS-REGION
              END-IF
              IF WS-PARAM-DATE-OUV IS NUMERIC
                 MOVE WS-PARAM-DATE-OUV TO WS-DATE-OUVERTURE
              END-IF
              IF WS-PARAM-RESPONSABLE NOT = SPACES
                 MOVE WS-PARAM-RESPONSABLE TO WS-RESPONSABLE
              END-IF
              IF WS-PARAM-ADRESSE NOT = SPACES
                 MOVE WS-PARAM-ADRESSE TO WS-ADRESSE-AGENCE
              END-IF

              EXEC SQL
                 UPDATE API8.AGENCE
                 SET NOM_AGENCE = :WS-NOM-AGENCE,
                     ADRESSE_AGENCE = :WS-ADRESSE-AGENCE,
                     RESPONSABLE = :WS-RESPONSABLE,
                     CODE_REGION = :WS-REGION,
                     DATE_OUVERTURE = :WS-DATE-OUVERTURE,
                     DATE_MAJ = CURRENT DATE
                 WHERE CODE_AGENCE = :WS-PARAM-AGENCE
              END-EXEC
              MOVE 'AGENCE MODIFIEE' TO WS-AUDIT-EVENEMENT
              PERFORM 5000-TRACER-AUDIT
              DISPLAY 'AGENCE MODIFIEE : ' WS-PARAM-AGENCE
                 ' ' WS-NOM-AGENCE
           END-IF.

       3000-PLANIFIER-FERMETURE.
           PERFORM 0100-LIRE-AGENCE.

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 DISPLAY 'AGENCE INCONNUE : ' WS-PARAM-AGENCE
              WHEN WS-STATUT-AGENCE NOT = 'O'
                 DISPLAY 'AGENCE NON OUVERTE - STATUT '
                    WS-STATUT-AGENCE
              WHEN WS-SUCC-AGENCE NOT = SPACES
                 DISPLAY 'FERMETURE DEJA PLANIFIEE VERS '
                    WS-SUCC-AGENCE ' AU ' WS-DATE-FERMETURE
              WHEN WS-PARAM-SUCCESSEUR = SPACES
                 OR WS-PARAM-DATE-EFFET IS NOT NUMERIC
                 DISPLAY 'SYNTAXE : FERM AGEN SUCC AAAAMMJJ'
              WHEN WS-PARAM-SUCCESSEUR = WS-PARAM-AGENCE
                 DISPLAY 'SUCCESSEUR IDENTIQUE A L AGENCE FERMEE'
              WHEN WS-PARAM-DATE-EFFET < WS-DATE-COMPTABLE
                 DISPLAY 'DATE D EFFET DEJA PASSEE : '
                    WS-PARAM-DATE-EFFET
              WHEN OTHER
                 PERFORM 3100-CONTROLER-SUCCESSEUR
           END-EVALUATE.

       3100-CONTROLER-SUCCESSEUR.
      *    Pas de chaine de regroupements : le successeur reste
      *    ouvert, et l'agence fermee ne recueille personne
           MOVE SPACE TO WS-STATUT-AGENCE.
           MOVE SPACES TO WS-SUCC-AGENCE.
           EXEC SQL
              SELECT STATUT_AGENCE, VALUE(AGENCE_SUCCESSEUR, ' ')
              INTO :WS-STATUT-AGENCE, :WS-SUCC-AGENCE
              FROM API8.AGENCE
              WHERE CODE_AGENCE = :WS-PARAM-SUCCESSEUR
           END-EXEC.

           MOVE 0 TO WS-NB-LIGNES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-LIGNES
              FROM API8.AGENCE
              WHERE AGENCE_SUCCESSEUR = :WS-PARAM-AGENCE
                AND STATUT_AGENCE IN ('O', 'R')
           END-EXEC.

           EVALUATE TRUE
              WHEN WS-STATUT-AGENCE = SPACE
                 DISPLAY 'SUCCESSEUR INCONNU : ' WS-PARAM-SUCCESSEUR
              WHEN WS-STATUT-AGENCE NOT = 'O'
                 DISPLAY 'SUCCESSEUR NON OUVERT : '
                    WS-PARAM-SUCCESSEUR
              WHEN WS-SUCC-AGENCE NOT = SPACES
                 DISPLAY 'SUCCESSEUR LUI-MEME EN FERMETURE VERS '
                    WS-SUCC-AGENCE
              WHEN WS-NB-LIGNES > 0
                 DISPLAY 'AGENCE SUCCESSEUR D UN REGROUPEMENT EN'
                    ' ATTENTE - FERMETURE REFUSEE'
              WHEN OTHER
                 EXEC SQL
                    UPDATE API8.AGENCE
                    SET AGENCE_SUCCESSEUR = :WS-PARAM-SUCCESSEUR,
                        DATE_FERMETURE = :WS-PARAM-DATE-EFFET,
                        DATE_MAJ = CURRENT DATE
                    WHERE CODE_AGENCE = :WS-PARAM-AGENCE
                 END-EXEC
                 MOVE 'FERMETURE AGENCE PLANIFIEE'
                    TO WS-AUDIT-EVENEMENT
                 PERFORM 5000-TRACER-AUDIT
                 DISPLAY 'FERMETURE PLANIFIEE : ' WS-PARAM-AGENCE
                 DISPLAY 'SUCCESSEUR          : ' WS-PARAM-SUCCESSEUR
                 DISPLAY 'EFFET               : ' WS-PARAM-DATE-EFFET
           END-EVALUATE.

       4000-ANNULER-FERMETURE.
      *    Seule une fermeture pas encore entamee par API8REGA
      *    s'annule (agence toujours 'O')
           EXEC SQL
              UPDATE API8.AGENCE
              SET AGENCE_SUCCESSEUR = NULL,
                  DATE_FERMETURE = NULL,
                  DATE_MAJ = CURRENT DATE
              WHERE CODE_AGENCE = :WS-PARAM-AGENCE
                AND STATUT_AGENCE = 'O'
                AND AGENCE_SUCCESSEUR IS NOT NULL
           END-EXEC.

           IF SQLCODE = 0
              MOVE 'FERMETURE AGENCE ANNULEE' TO WS-AUDIT-EVENEMENT
              PERFORM 5000-TRACER-AUDIT
              DISPLAY 'FERMETURE ANNULEE : ' WS-PARAM-AGENCE
           ELSE
              DISPLAY 'AUCUNE FERMETURE PLANIFIEE : ' WS-PARAM-AGENCE
           END-IF.

       5000-TRACER-AUDIT.
      *    Evenement d'agence : pas de client porteur (ID_CLIENT 0)
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
                  DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, 0, 'API8AGEN',
                  :WS-AUDIT-EVENEMENT, CURRENT DATE, CURRENT TIME)
           END-EXEC.

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
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8AGEN        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8AGEN       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
