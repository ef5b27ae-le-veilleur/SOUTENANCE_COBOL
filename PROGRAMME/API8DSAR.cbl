       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8DSAR.
      *===============================================================
      *    BATCH DE DECLARATION DE SOUPCON A LA CELLULE DE
      *    RENSEIGNEMENT FINANCIER
      *    Reprend les dossiers LCB-FT classes suspects ('S') sur
      *    l'ecran API8LCBD et pas encore declares (DECLARE = 'N'),
      *    joint l'identite API8.CLIENT et ecrit le fichier de
      *    declaration a format fixe FDECLSUS : entete '01', un
      *    enregistrement '02' par dossier (client, compte, scenario,
      *    montant en centimes, dates d'ouverture et de classement,
      *    analyse de l'operateur), pied '09' avec nombre et total de
      *    controle en centimes - meme discipline de remise
      *    qu'API8DTES. Chaque dossier remis passe DECLARE = 'Y' avec
      *    sa date de declaration : un dossier n'est declare qu'une
      *    fois.
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

           SELECT FDECLSUS ASSIGN TO OUT041
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FDECLSUS.

       DATA DIVISION.

       FILE SECTION.
       FD  FDECLSUS
           RECORD CONTAINS 250 CHARACTERS.
       01  BUF-LIGNE-DECLSUS          PIC X(250).
       01  BUF-DETAIL-DECLSUS REDEFINES BUF-LIGNE-DECLSUS.
           05  BUF-DSU-CODE           PIC X(2).
           05  BUF-DSU-ID-DOSSIER     PIC 9(9).
           05  BUF-DSU-ID-CLIENT      PIC 9(9).
           05  BUF-DSU-NOM            PIC X(30).
           05  BUF-DSU-PRENOM         PIC X(20).
           05  BUF-DSU-ID-COMPTE      PIC 9(9).
           05  BUF-DSU-SCENARIO       PIC X(10).
           05  BUF-DSU-MONTANT        PIC 9(13).
           05  BUF-DSU-DATE-OUVERTURE PIC X(8).
           05  BUF-DSU-DATE-DECISION  PIC X(8).
           05  BUF-DSU-ANALYSE-1      PIC X(60).
           05  BUF-DSU-ANALYSE-2      PIC X(60).
           05  FILLER                 PIC X(12).

       WORKING-STORAGE SECTION.

       77  FS-FDECLSUS               PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE CLIENT
           END-EXEC.

      *    Dossier suspect lu par le curseur
       01  WS-ID-DOSSIER             PIC S9(9) COMP.
       01  WS-ID-CLIENT-CUR          PIC S9(9) COMP.
       01  WS-ID-COMPTE-CUR          PIC S9(9) COMP.
       01  WS-SCENARIO-CUR           PIC X(10).
       01  WS-MONTANT-CUR            PIC S9(11)V99 COMP-3.
       01  WS-DATE-OUVERTURE         PIC X(8).
       01  WS-DATE-DECISION          PIC X(8).
       01  WS-ANALYSE-1              PIC X(60).
       01  WS-ANALYSE-2              PIC X(60).
       01  WS-MONTANT-CENT           PIC 9(13).
       01  WS-MONTANT-EDIT           PIC -(10)9,99.

       01  WS-NB-DECLARES            PIC 9(7) VALUE 0.

      *    Enregistrements de controle du fichier d'interface
       01  WS-CTL-ENTETE.
           05  CTL-E-CODE         PIC X(2) VALUE '01'.
           05  CTL-E-FICHIER      PIC X(8).
           05  CTL-E-DATE         PIC 9(8).
           05  CTL-E-PROGRAMME    PIC X(8).
       01  WS-CTL-PIED.
           05  CTL-P-CODE         PIC X(2) VALUE '09'.
           05  CTL-P-NB-ENREG     PIC 9(9).
           05  CTL-P-TOTAL        PIC 9(13).
       01  WS-CTL-NB-ENREG        PIC S9(9) COMP VALUE 0.
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
           DISPLAY '*   DECLARATION DE SOUPCON LCB-FT             *'
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-DECLSUS
              THRU 6000-OPEN-DECLSUS-EXIT.

           EXEC SQL
              DECLARE CDECLSUS CURSOR WITH HOLD FOR
              SELECT ID_DOSSIER, ID_CLIENT, ID_COMPTE, SCENARIO,
                     MONTANT, DATE_OUVERTURE, DATE_DECISION,
                     VALUE(ANALYSE_1, ' '), VALUE(ANALYSE_2, ' ')
              FROM API8.DOSSIERLCB
              WHERE STATUT_DOSSIER = 'S'
                AND DECLARE = 'N'
              ORDER BY ID_DOSSIER
           END-EXEC.

           EXEC SQL
              OPEN CDECLSUS
           END-EXEC.

           PERFORM 1000-DECLARER-DOSSIER
              THRU 1000-DECLARER-DOSSIER-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CDECLSUS
           END-EXEC.

           PERFORM 6220-CLOSE-DECLSUS
              THRU 6220-CLOSE-DECLSUS-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-DECLARER-DOSSIER.
           EXEC SQL
              FETCH CDECLSUS
              INTO :WS-ID-DOSSIER, :WS-ID-CLIENT-CUR,
                   :WS-ID-COMPTE-CUR, :WS-SCENARIO-CUR,
                   :WS-MONTANT-CUR, :WS-DATE-OUVERTURE,
                   :WS-DATE-DECISION, :WS-ANALYSE-1, :WS-ANALYSE-2
           END-EXEC.

           IF SQLCODE = 0
              PERFORM 1100-ECRIRE-DECLARATION
                 THRU 1100-ECRIRE-DECLARATION-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       1000-DECLARER-DOSSIER-EXIT.
           EXIT.

       1100-ECRIRE-DECLARATION.
           MOVE SPACES TO WS-NOM-CLIENT OF DCLCLIENT.
           MOVE SPACES TO WS-PRENOM-CLIENT OF DCLCLIENT.
           EXEC SQL
              SELECT NOM_CLIENT, PRENOM_CLIENT
              INTO :DCLCLIENT.WS-NOM-CLIENT,
                   :DCLCLIENT.WS-PRENOM-CLIENT
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
           END-EXEC.
           MOVE 0 TO SQLCODE.

           MOVE SPACES TO BUF-LIGNE-DECLSUS.
           MOVE '02' TO BUF-DSU-CODE.
           MOVE WS-ID-DOSSIER TO BUF-DSU-ID-DOSSIER.
           MOVE WS-ID-CLIENT-CUR TO BUF-DSU-ID-CLIENT.
           MOVE WS-NOM-CLIENT OF DCLCLIENT TO BUF-DSU-NOM.
           MOVE WS-PRENOM-CLIENT OF DCLCLIENT
              TO BUF-DSU-PRENOM(1:20).
           MOVE WS-ID-COMPTE-CUR TO BUF-DSU-ID-COMPTE.
           MOVE WS-SCENARIO-CUR TO BUF-DSU-SCENARIO.
           COMPUTE WS-MONTANT-CENT = WS-MONTANT-CUR * 100.
           MOVE WS-MONTANT-CENT TO BUF-DSU-MONTANT.
           MOVE WS-DATE-OUVERTURE TO BUF-DSU-DATE-OUVERTURE.
           MOVE WS-DATE-DECISION TO BUF-DSU-DATE-DECISION.
           MOVE WS-ANALYSE-1 TO BUF-DSU-ANALYSE-1.
           MOVE WS-ANALYSE-2 TO BUF-DSU-ANALYSE-2.
           WRITE BUF-LIGNE-DECLSUS.
           IF FS-FDECLSUS NOT = '00'
               DISPLAY 'ERROR WRITING FDECLSUS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLSUS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           ADD 1 TO WS-CTL-NB-ENREG.
           ADD WS-MONTANT-CUR TO WS-CTL-TOTAL.
           ADD 1 TO WS-NB-DECLARES.

           EXEC SQL
              UPDATE API8.DOSSIERLCB
              SET DECLARE = 'Y',
                  DATE_DECLARATION = CURRENT DATE
              WHERE ID_DOSSIER = :WS-ID-DOSSIER
           END-EXEC.

           MOVE WS-MONTANT-CUR TO WS-MONTANT-EDIT.
           DISPLAY 'DECLARE : DOSSIER ' WS-ID-DOSSIER
              ' CLIENT ' WS-ID-CLIENT-CUR
              ' ' WS-SCENARIO-CUR
              ' MONTANT ' WS-MONTANT-EDIT.

       1100-ECRIRE-DECLARATION-EXIT.
           EXIT.

       6000-OPEN-DECLSUS.
           OPEN OUTPUT FDECLSUS.
           IF FS-FDECLSUS NOT = '00'
               DISPLAY 'ERROR OPENING FDECLSUS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLSUS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'FDECLSUS' TO CTL-E-FICHIER.
           ACCEPT CTL-E-DATE FROM DATE YYYYMMDD.
           MOVE 'API8DSAR' TO CTL-E-PROGRAMME.
           MOVE SPACES TO BUF-LIGNE-DECLSUS.
           MOVE WS-CTL-ENTETE TO BUF-LIGNE-DECLSUS(1:26).
           WRITE BUF-LIGNE-DECLSUS.

       6000-OPEN-DECLSUS-EXIT.
           EXIT.

       6220-CLOSE-DECLSUS.
           MOVE WS-CTL-NB-ENREG TO CTL-P-NB-ENREG.
      *    Total de controle exprime en centimes pour ne pas perdre
      *    les decimales dans la zone entiere du pied
           COMPUTE WS-CTL-TOTAL-ENT = WS-CTL-TOTAL * 100.
           MOVE WS-CTL-TOTAL-ENT TO CTL-P-TOTAL.
           MOVE SPACES TO BUF-LIGNE-DECLSUS.
           MOVE WS-CTL-PIED TO BUF-LIGNE-DECLSUS(1:24).
           WRITE BUF-LIGNE-DECLSUS.
           CLOSE FDECLSUS.
           IF FS-FDECLSUS NOT = '00'
               DISPLAY 'ERROR CLOSING FDECLSUS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLSUS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-DECLSUS
              THRU 6250-CATALOGUER-DECLSUS-EXIT.

       6220-CLOSE-DECLSUS-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-DECLSUS.
           MOVE 'FDECLSUS' TO FICE-NOM-FICHIER.
           MOVE 'API8DSAR' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 250 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FDECLSUS NON CATALOGUE'
              GO TO 6250-CATALOGUER-DECLSUS-EXIT
           END-IF.

           OPEN INPUT FDECLSUS.
           IF FS-FDECLSUS NOT = '00'
               DISPLAY 'ERROR OPENING FDECLSUS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLSUS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-DECLSUS
              THRU 6260-CATALOGUER-LIGNE-DECLSUS-EXIT
              UNTIL FIN-FICE.

           CLOSE FDECLSUS.
           IF FS-FDECLSUS NOT = '00'
               DISPLAY 'ERROR CLOSING FDECLSUS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLSUS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FDECLSUS NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FDECLSUS CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-DECLSUS-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-DECLSUS.
           READ FDECLSUS
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FDECLSUS NOT = '00' AND FS-FDECLSUS NOT = '10'
               DISPLAY 'ERROR READING FDECLSUS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLSUS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-DECLSUS TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-DECLSUS-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8DSAR', CURRENT DATE,
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
            MOVE WS-NB-DECLARES TO WS-JRN-LUS.
            MOVE WS-NB-DECLARES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8DSAR        '
            DISPLAY '   DOSSIERS DECLARES : ' WS-NB-DECLARES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-DECLARES TO WS-JRN-LUS.
            MOVE WS-NB-DECLARES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8DSAR       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
