       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8SINI.
      *===============================================================
      *    BATCH DU REGISTRE DES SINISTRES D'ASSURANCE EMPRUNTEUR
      *    Un pret assure (API8.PRET, CODE_ASSUREUR et
      *    QUOTITE_ASSURANCE saisis a l'offre par API8PRET) ouvre
      *    droit a la prise en charge de son capital restant du par
      *    l'assureur. Saisi au back-office (SYSIN) :
      *       DECLARE id-pret nature date-sinistre operateur
      *               ouvre le sinistre (statut 'D' declare) ;
      *               nature D deces, I invalidite, T incapacite ;
      *               date du fait generateur AAAAMMJJ - un deces
      *               saisi par API8SUCC est declare d'office
      *       ACCEPTE id-sinistre operateur
      *               l'assureur prend le sinistre en charge (statut
      *               'A') : indemnite = part couverte (quotite) du
      *               capital restant du ce jour ; le remboursement
      *               est passe par API8PRRA avec le numero de
      *               sinistre en troisieme parametre
      *       REFUSE  id-sinistre operateur
      *               refus de l'assureur (statut 'X') ; le pret
      *               reste du par l'emprunteur ou sa succession
      *    Un seul sinistre ouvert (declare ou accepte) par pret.
      *    Chaque action est tracee sur API8.AUDITLOG.
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

       01  WS-PARAM-SAISIE            PIC X(80).
       01  WS-PARAM-ACTION            PIC X(8).
       01  WS-PARAM-1                 PIC X(9).
       01  WS-PARAM-2                 PIC X(8).
       01  WS-PARAM-3                 PIC X(8).
       01  WS-PARAM-4                 PIC X(8).
       01  WS-PARAM-OPERATEUR         PIC X(8).

      *    Sinistre traite
       01  WS-ID-SINISTRE             PIC S9(9) COMP.
       01  WS-NATURE-SINISTRE         PIC X(1).
           88 NATURE-VALIDE                   VALUE 'D' 'I' 'T'.
       01  WS-DATE-SINISTRE           PIC X(8).
       01  WS-STATUT-SINISTRE         PIC X(1).
           88 SINISTRE-DECLARE                VALUE 'D'.
       01  WS-MONTANT-INDEMNITE       PIC S9(8)V99 COMP-3.
       01  WS-NB-OUVERTS              PIC S9(9) COMP.

      *    Pret assure
       01  WS-ID-PRET                 PIC S9(9) COMP.
       01  WS-ID-CLIENT-PRET          PIC S9(9) COMP.
       01  WS-STATUT-PRET             PIC X(1).
       01  WS-CAPITAL-RESTANT         PIC S9(8)V99 COMP-3.
       01  WS-CODE-ASSUREUR           PIC X(8).
       01  WS-QUOTITE-ASSURANCE       PIC S9(3) COMP-3.

       01  WS-ID-SINISTRE-EDIT        PIC 9(9).
       01  WS-ID-PRET-EDIT            PIC 9(9).
       01  WS-INDEMNITE-EDIT          PIC -(7)9,99.
       01  WS-QUOTITE-EDIT            PIC ZZ9.

      *    Piste d'audit : meme convention qu'API8OPPO
       01  WS-ID-AUDIT                PIC S9(9) COMP.
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
           MOVE SPACES TO WS-PARAM-2.
           MOVE SPACES TO WS-PARAM-3.
           MOVE SPACES TO WS-PARAM-4.

           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-ACTION, WS-PARAM-1, WS-PARAM-2,
                   WS-PARAM-3, WS-PARAM-4.

           EVALUATE WS-PARAM-ACTION
              WHEN 'DECLARE'
                 MOVE WS-PARAM-4 TO WS-PARAM-OPERATEUR
              WHEN 'ACCEPTE'
              WHEN 'REFUSE'
                 MOVE WS-PARAM-2 TO WS-PARAM-OPERATEUR
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : DECLARE / ACCEPTE / '
                    'REFUSE'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           IF WS-PARAM-OPERATEUR = SPACES
              DISPLAY 'OPERATEUR DE SAISIE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EVALUATE WS-PARAM-ACTION
              WHEN 'DECLARE'
                 PERFORM 1000-DECLARER-SINISTRE
                    THRU 1000-DECLARER-SINISTRE-EXIT
              WHEN 'ACCEPTE'
                 PERFORM 0500-LIRE-SINISTRE
                 PERFORM 2000-ACCEPTER-SINISTRE
              WHEN 'REFUSE'
                 PERFORM 0500-LIRE-SINISTRE
                 PERFORM 3000-REFUSER-SINISTRE
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-LIRE-SINISTRE.
           MOVE FUNCTION NUMVAL(WS-PARAM-1) TO WS-ID-SINISTRE.

           EXEC SQL
              SELECT ID_PRET, STATUT_SINISTRE
              INTO :WS-ID-PRET, :WS-STATUT-SINISTRE
              FROM API8.SINISTRE
              WHERE ID_SINISTRE = :WS-ID-SINISTRE
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'SINISTRE INCONNU : ' WS-PARAM-1
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT SINISTRE-DECLARE
              DISPLAY 'SINISTRE ' WS-PARAM-1
                 ' DEJA INSTRUIT, STATUT : ' WS-STATUT-SINISTRE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 0600-LIRE-PRET.

       0600-LIRE-PRET.
           EXEC SQL
              SELECT ID_CLIENT, STATUT_PRET, CAPITAL_RESTANT,
                     VALUE(CODE_ASSUREUR, ' '),
                     VALUE(QUOTITE_ASSURANCE, 0)
              INTO :WS-ID-CLIENT-PRET, :WS-STATUT-PRET,
                   :WS-CAPITAL-RESTANT, :WS-CODE-ASSUREUR,
                   :WS-QUOTITE-ASSURANCE
              FROM API8.PRET
              WHERE ID_PRET = :WS-ID-PRET
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'PRET INCONNU : ' WS-ID-PRET
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       1000-DECLARER-SINISTRE.
           MOVE FUNCTION NUMVAL(WS-PARAM-1) TO WS-ID-PRET.
           MOVE WS-PARAM-2 TO WS-NATURE-SINISTRE.
           MOVE WS-PARAM-3 TO WS-DATE-SINISTRE.

           IF NOT NATURE-VALIDE
              DISPLAY 'NATURE DE SINISTRE INCONNUE : ' WS-PARAM-2
              DISPLAY 'NATURES ADMISES : D (DECES) / I (INVALIDITE) '
                 '/ T (INCAPACITE)'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-DATE-SINISTRE IS NOT NUMERIC
              DISPLAY 'DATE DU SINISTRE AAAAMMJJ OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 0600-LIRE-PRET.

           IF WS-STATUT-PRET NOT = 'A' AND WS-STATUT-PRET NOT = 'D'
              DISPLAY 'PRET NI ACTIF NI EN DEFAUT : ' WS-PARAM-1
                 ' STATUT ' WS-STATUT-PRET
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-CODE-ASSUREUR = SPACES
              DISPLAY 'PRET SANS ASSURANCE EMPRUNTEUR : ' WS-PARAM-1
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 0 TO WS-NB-OUVERTS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-OUVERTS
              FROM API8.SINISTRE
              WHERE ID_PRET = :WS-ID-PRET
                AND STATUT_SINISTRE IN ('D', 'A')
           END-EXEC.

           IF WS-NB-OUVERTS > 0
              DISPLAY 'UN SINISTRE EST DEJA OUVERT SUR LE PRET '
                 WS-PARAM-1
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              SELECT MAX(ID_SINISTRE)
              INTO :WS-ID-SINISTRE :WS-NULL-INDICATOR
              FROM API8.SINISTRE
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-SINISTRE
           ELSE
              ADD 1 TO WS-ID-SINISTRE
           END-IF.

           EXEC SQL
              INSERT INTO API8.SINISTRE
                 (ID_SINISTRE, ID_PRET, NATURE_SINISTRE,
                  DATE_SINISTRE, DATE_DECLARATION, CODE_ASSUREUR,
                  STATUT_SINISTRE, MONTANT_INDEMNITE,
                  OPERATEUR_SINISTRE)
              VALUES
                 (:WS-ID-SINISTRE, :WS-ID-PRET, :WS-NATURE-SINISTRE,
                  :WS-DATE-SINISTRE, CURRENT DATE, :WS-CODE-ASSUREUR,
                  'D', 0, :WS-PARAM-OPERATEUR)
           END-EXEC.

           MOVE 'DECLARATION SINISTRE PRET' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           MOVE WS-ID-SINISTRE TO WS-ID-SINISTRE-EDIT.
           DISPLAY 'SINISTRE DECLARE : ' WS-ID-SINISTRE-EDIT.
           DISPLAY 'PRET ASSURE      : ' WS-PARAM-1.
           DISPLAY 'ASSUREUR         : ' WS-CODE-ASSUREUR.

       1000-DECLARER-SINISTRE-EXIT.
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
                 (:WS-ID-AUDIT, :WS-ID-CLIENT-PRET, 'API8SINI',
                  :WS-AUDIT-EVENEMENT, :WS-PARAM-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       2000-ACCEPTER-SINISTRE.
      *    Prise en charge : la quotite assuree s'applique au capital
      *    restant du ce jour
           COMPUTE WS-MONTANT-INDEMNITE ROUNDED =
              WS-CAPITAL-RESTANT * WS-QUOTITE-ASSURANCE / 100.

           EXEC SQL
              UPDATE API8.SINISTRE
              SET STATUT_SINISTRE = 'A',
                  MONTANT_INDEMNITE = :WS-MONTANT-INDEMNITE,
                  DATE_DECISION = CURRENT DATE
              WHERE ID_SINISTRE = :WS-ID-SINISTRE
                AND STATUT_SINISTRE = 'D'
           END-EXEC.

           MOVE 'ACCEPTATION SINISTRE PRET' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           MOVE WS-ID-SINISTRE TO WS-ID-SINISTRE-EDIT.
           MOVE WS-ID-PRET TO WS-ID-PRET-EDIT.
           MOVE WS-MONTANT-INDEMNITE TO WS-INDEMNITE-EDIT.
           MOVE WS-QUOTITE-ASSURANCE TO WS-QUOTITE-EDIT.
           DISPLAY 'SINISTRE ACCEPTE : ' WS-ID-SINISTRE-EDIT.
           DISPLAY 'QUOTITE ASSUREE  : ' WS-QUOTITE-EDIT ' %'.
           DISPLAY 'INDEMNITE        : ' WS-INDEMNITE-EDIT.
           DISPLAY 'REMBOURSEMENT A PASSER PAR API8PRRA : '
              WS-ID-PRET-EDIT '          ' WS-ID-SINISTRE-EDIT.

       3000-REFUSER-SINISTRE.
           EXEC SQL
              UPDATE API8.SINISTRE
              SET STATUT_SINISTRE = 'X',
                  DATE_DECISION = CURRENT DATE
              WHERE ID_SINISTRE = :WS-ID-SINISTRE
                AND STATUT_SINISTRE = 'D'
           END-EXEC.

           MOVE 'REFUS SINISTRE PRET' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           DISPLAY 'SINISTRE REFUSE  : ' WS-PARAM-1.

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
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8SINI        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8SINI       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
