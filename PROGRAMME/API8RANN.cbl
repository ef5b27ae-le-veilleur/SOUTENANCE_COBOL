      *    par type d'operation (depots, retraits, virements, frais,
      *    interets), sans le detail ligne a ligne du releve mensuel
      *    (API8RELV), pour impression / archivage annuel.
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-NULL-IND-9             PIC S9(4) COMP.
       01  WS-NULL-IND-10            PIC S9(4) COMP.

       01  WS-ID-COMPTE-EDIT         PIC 9(9).
       01  WS-SOLDE-OUVERT-EDIT      PIC -(7)9,99.
       01  WS-SOLDE-CLOTURE-EDIT     PIC -(7)9,99.
       01  WS-TOTAL-DEPOTS-EDIT      PIC -(7)9,99.
       01  WS-FREQ-COMMIT        PIC S9(4) COMP VALUE 1000.
       01  WS-CPT-DEPUIS-COMMIT  PIC S9(4) COMP VALUE 0.

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
           MOVE WS-TOTAL-MENSUALITES TO WS-TOTAL-MENSU-EDIT.
           MOVE WS-TOTAL-CARTES TO WS-TOTAL-CARTES-EDIT.

           MOVE WS-ID-COMPTE-CUR TO WS-ID-COMPTE-EDIT.
           MOVE SPACES TO BUF-LIGNE-RANN.
           STRING 'COMPTE=' DELIMITED BY SIZE
                  WS-ID-COMPTE-EDIT DELIMITED BY SIZE
                  ' CLIENT=' DELIMITED BY SIZE
                  WS-PRENOM-CLIENT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVANN
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-RANN
              THRU 6250-CATALOGUER-RANN-EXIT.
       6220-CLOSE-RANN-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-RANN.
           MOVE 'FRELVANN' TO FICE-NOM-FICHIER.
           MOVE 'API8RANN' TO FICE-PROGRAMME.
           MOVE 'N' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVANN NON CATALOGUE'
              GO TO 6250-CATALOGUER-RANN-EXIT
           END-IF.

           OPEN INPUT FRELVANN.
           IF FS-FRELVANN NOT = '00'
               DISPLAY 'ERROR OPENING FRELVANN: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVANN
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-RANN
              THRU 6260-CATALOGUER-LIGNE-RANN-EXIT
              UNTIL FIN-FICE.

           CLOSE FRELVANN.
           IF FS-FRELVANN NOT = '00'
               DISPLAY 'ERROR CLOSING FRELVANN: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVANN
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVANN NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRELVANN CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-RANN-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-RANN.
           READ FRELVANN
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRELVANN NOT = '00' AND FS-FRELVANN NOT = '10'
               DISPLAY 'ERROR READING FRELVANN: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVANN
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-RANN TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-RANN-EXIT.
           EXIT.

       0600-INIT-REPRISE.
           EXEC SQL
              SELECT VALEUR_PARAM
