       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8RENV.
      *===============================================================
      *    BATCH DE RENVOI D'UN FICHIER EMIS
      *    Un partenaire qui a perdu un fichier le redemande : plutot
      *    que de relancer le batch producteur (dont les lignes sont
      *    deja marquees envoyees), le fichier est reemis a
      *    l'identique depuis le catalogue des fichiers emis
      *    (API8.FICHIEREMIS / API8.FICHIEREMISLIGNE, tenu par
      *    API8FICE). SYSIN :
      *       carte 1  nom du fichier, numero de generation (0 ou
      *                absent : derniere generation emise),
      *                operateur demandeur
      *       carte 2  motif du renvoi (demande du partenaire...)
      *    La generation est recopiee ligne a ligne sur FRENVOI, sans
      *    aucune transformation ; une generation incomplete ('C')
      *    n'est jamais renvoyee, et le nombre de lignes recopiees
      *    doit egaler celui du catalogue. Chaque renvoi est trace
      *    sur API8.FICHIERRENVOI (operateur, motif) et sur
      *    API8.AUDITLOG ; le compteur de renvois de la generation
      *    est tenu sur le catalogue.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRENVOI ASSIGN TO OUT052
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FRENVOI.

       DATA DIVISION.

       FILE SECTION.
       FD  FRENVOI
           RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
              DEPENDING ON WS-LONG-LIGNE.
       01  BUF-LIGNE-RENVOI          PIC X(250).

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       77  FS-FRENVOI                PIC X(2).

       01  WS-PARAM-SAISIE           PIC X(80).
       01  WS-PARAM-FICHIER          PIC X(8).
       01  WS-PARAM-GENERATION       PIC X(9).
       01  WS-PARAM-OPERATEUR        PIC X(8).
       01  WS-PARAM-MOTIF            PIC X(40).

      *    Generation a renvoyer
       01  WS-ID-EMISSION            PIC S9(9) COMP.
       01  WS-GENERATION             PIC S9(9) COMP.
       01  WS-NOM-PROGRAMME          PIC X(8).
       01  WS-DATE-EMISSION          PIC X(10).
       01  WS-NB-LIGNES-CATALOGUE    PIC S9(9) COMP.
       01  WS-NB-RENVOIS             PIC S9(9) COMP.
       01  WS-STATUT-EMIS            PIC X(1).
           88 GENERATION-INCOMPLETE        VALUE 'C'.
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.

       01  WS-LIGNE.
           49  WS-LIGNE-LONG         PIC S9(4) COMP.
           49  WS-LIGNE-TEXTE        PIC X(250).
       01  WS-LONG-LIGNE             PIC 9(4) COMP.
       01  WS-NB-LIGNES-RENVOYEES    PIC S9(9) COMP VALUE 0.

       01  WS-GENERATION-EDIT        PIC 9(9).
       01  WS-NB-EDIT                PIC Z(8)9.

      *    Piste d'audit : meme convention qu'API8OPPO
       01  WS-ID-AUDIT               PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT        PIC X(30).
       01  WS-ID-CLIENT-AUDIT        PIC S9(9) COMP VALUE 0.

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

           DISPLAY '=============================================='
           DISPLAY '*   RENVOI D''UN FICHIER EMIS                  *'
           DISPLAY '=============================================='.

           PERFORM 0500-LIRE-DEMANDE
              THRU 0500-LIRE-DEMANDE-EXIT.

           PERFORM 1000-LIRE-GENERATION
              THRU 1000-LIRE-GENERATION-EXIT.

           PERFORM 6000-OPEN-RENVOI
              THRU 6000-OPEN-RENVOI-EXIT.

           PERFORM 2000-RECOPIER-GENERATION
              THRU 2000-RECOPIER-GENERATION-EXIT.

           PERFORM 6220-CLOSE-RENVOI
              THRU 6220-CLOSE-RENVOI-EXIT.

           PERFORM 3000-TRACER-RENVOI
              THRU 3000-TRACER-RENVOI-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-LIRE-DEMANDE.
           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           MOVE SPACES TO WS-PARAM-FICHIER.
           MOVE SPACES TO WS-PARAM-GENERATION.
           MOVE SPACES TO WS-PARAM-OPERATEUR.

           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-FICHIER, WS-PARAM-GENERATION,
                   WS-PARAM-OPERATEUR.

           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.
           MOVE WS-PARAM-SAISIE(1:40) TO WS-PARAM-MOTIF.

           IF WS-PARAM-FICHIER = SPACES
              DISPLAY 'NOM DU FICHIER A RENVOYER OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-PARAM-OPERATEUR = SPACES
              DISPLAY 'OPERATEUR DEMANDEUR OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-PARAM-GENERATION = SPACES
              MOVE 0 TO WS-GENERATION
           ELSE
              MOVE FUNCTION NUMVAL(WS-PARAM-GENERATION)
                 TO WS-GENERATION
           END-IF.

       0500-LIRE-DEMANDE-EXIT.
           EXIT.

       1000-LIRE-GENERATION.
      *    Generation 0 : la derniere generation emise du fichier
           IF WS-GENERATION = 0
              EXEC SQL
                 SELECT MAX(GENERATION)
                 INTO :WS-GENERATION :WS-NULL-INDICATOR
                 FROM API8.FICHIEREMIS
                 WHERE NOM_FICHIER = :WS-PARAM-FICHIER
                   AND STATUT_EMIS <> 'C'
              END-EXEC
              IF WS-NULL-INDICATOR = -1
                 DISPLAY 'AUCUNE GENERATION CATALOGUEE POUR '
                    WS-PARAM-FICHIER
                 GO TO 9999-ERREUR-PROGRAMME-DEB
              END-IF
           END-IF.

           EXEC SQL
              SELECT ID_EMISSION, NOM_PROGRAMME, CHAR(DATE_EMISSION),
                     NB_LIGNES, NB_RENVOIS, STATUT_EMIS
              INTO :WS-ID-EMISSION, :WS-NOM-PROGRAMME,
                   :WS-DATE-EMISSION, :WS-NB-LIGNES-CATALOGUE,
                   :WS-NB-RENVOIS, :WS-STATUT-EMIS
              FROM API8.FICHIEREMIS
              WHERE NOM_FICHIER = :WS-PARAM-FICHIER
                AND GENERATION = :WS-GENERATION
           END-EXEC.

           MOVE WS-GENERATION TO WS-GENERATION-EDIT.
           IF SQLCODE = 100
              DISPLAY 'GENERATION INCONNUE : ' WS-PARAM-FICHIER
                 ' ' WS-GENERATION-EDIT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF GENERATION-INCOMPLETE
              DISPLAY 'GENERATION INCOMPLETE AU CATALOGUE - '
                 'RENVOI REFUSE : ' WS-PARAM-FICHIER
                 ' ' WS-GENERATION-EDIT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           DISPLAY 'FICHIER      : ' WS-PARAM-FICHIER.
           DISPLAY 'GENERATION   : ' WS-GENERATION-EDIT.
           DISPLAY 'EMIS LE      : ' WS-DATE-EMISSION
              ' PAR ' WS-NOM-PROGRAMME.
           DISPLAY 'DEMANDEUR    : ' WS-PARAM-OPERATEUR.
           DISPLAY 'MOTIF        : ' WS-PARAM-MOTIF.

       1000-LIRE-GENERATION-EXIT.
           EXIT.

       2000-RECOPIER-GENERATION.
           EXEC SQL
              DECLARE CLIGNES CURSOR FOR
              SELECT LIGNE
              FROM API8.FICHIEREMISLIGNE
              WHERE ID_EMISSION = :WS-ID-EMISSION
              ORDER BY NUM_LIGNE
           END-EXEC.

           EXEC SQL
              OPEN CLIGNES
           END-EXEC.

           PERFORM 2100-RECOPIER-LIGNE
              THRU 2100-RECOPIER-LIGNE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CLIGNES
           END-EXEC.

      *    Une ligne manquante ferait partir un fichier different de
      *    l'original : le renvoi est refuse
           IF WS-NB-LIGNES-RENVOYEES NOT = WS-NB-LIGNES-CATALOGUE
              MOVE WS-NB-LIGNES-RENVOYEES TO WS-NB-EDIT
              DISPLAY 'LIGNES RECOPIEES : ' WS-NB-EDIT
              MOVE WS-NB-LIGNES-CATALOGUE TO WS-NB-EDIT
              DISPLAY 'LIGNES CATALOGUEES : ' WS-NB-EDIT
              DISPLAY 'CATALOGUE INCOHERENT - FRENVOI INUTILISABLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       2000-RECOPIER-GENERATION-EXIT.
           EXIT.

       2100-RECOPIER-LIGNE.
           EXEC SQL
              FETCH CLIGNES
              INTO :WS-LIGNE
           END-EXEC.

           IF SQLCODE = 0
              MOVE WS-LIGNE-LONG TO WS-LONG-LIGNE
              MOVE WS-LIGNE-TEXTE TO BUF-LIGNE-RENVOI
              PERFORM 6300-WRITE-RENVOI
                 THRU 6300-WRITE-RENVOI-EXIT
              ADD 1 TO WS-NB-LIGNES-RENVOYEES
           END-IF.

       2100-RECOPIER-LIGNE-EXIT.
           EXIT.

       3000-TRACER-RENVOI.
           ADD 1 TO WS-NB-RENVOIS.

           EXEC SQL
              UPDATE API8.FICHIEREMIS
              SET NB_RENVOIS = :WS-NB-RENVOIS,
                  DATE_DERNIER_RENVOI = CURRENT DATE
              WHERE ID_EMISSION = :WS-ID-EMISSION
           END-EXEC.

           EXEC SQL
              INSERT INTO API8.FICHIERRENVOI
                 (ID_EMISSION, NUM_RENVOI, DATE_RENVOI, HEURE_RENVOI,
                  ID_OPERATEUR, MOTIF_RENVOI)
              VALUES
                 (:WS-ID-EMISSION, :WS-NB-RENVOIS, CURRENT DATE,
                  CURRENT TIME, :WS-PARAM-OPERATEUR, :WS-PARAM-MOTIF)
           END-EXEC.

           MOVE SPACES TO WS-AUDIT-EVENEMENT.
           STRING 'RENVOI ' DELIMITED BY SIZE
                  WS-PARAM-FICHIER DELIMITED BY SPACE
                  ' GEN ' DELIMITED BY SIZE
                  WS-GENERATION-EDIT DELIMITED BY SIZE
              INTO WS-AUDIT-EVENEMENT.

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
                 (:WS-ID-AUDIT, :WS-ID-CLIENT-AUDIT, 'API8RENV',
                  :WS-AUDIT-EVENEMENT, :WS-PARAM-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       3000-TRACER-RENVOI-EXIT.
           EXIT.

       6000-OPEN-RENVOI.
           OPEN OUTPUT FRENVOI.
           IF FS-FRENVOI NOT = '00'
               DISPLAY 'ERROR OPENING FRENVOI: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRENVOI
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6000-OPEN-RENVOI-EXIT.
           EXIT.

       6220-CLOSE-RENVOI.
           CLOSE FRENVOI.
           IF FS-FRENVOI NOT = '00'
               DISPLAY 'ERROR CLOSING FRENVOI: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRENVOI
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6220-CLOSE-RENVOI-EXIT.
           EXIT.

       6300-WRITE-RENVOI.
           WRITE BUF-LIGNE-RENVOI.
           IF FS-FRENVOI NOT = '00'
               DISPLAY 'ERROR WRITING FRENVOI: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRENVOI
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6300-WRITE-RENVOI-EXIT.
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
            MOVE WS-NB-LIGNES-RENVOYEES TO WS-NB-EDIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8RENV        '
            DISPLAY '   FICHIER RENVOYE   : ' WS-PARAM-FICHIER
            DISPLAY '   GENERATION        : ' WS-GENERATION-EDIT
            DISPLAY '   LIGNES RENVOYEES  : ' WS-NB-EDIT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8RENV       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
