      *    extraction API8VEXT n'expedie que les virements verifies
      *    'V' - un nom discordant reste retenu jusqu'a la decision
      *    du back-office (API8VOPL).
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  CTL-P-TOTAL        PIC 9(13).
       01  WS-CTL-NB-ENREG        PIC S9(9) COMP VALUE 0.

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
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-VOPREQ
              THRU 6250-CATALOGUER-VOPREQ-EXIT.

       6220-CLOSE-VOPREQ-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-VOPREQ.
           MOVE 'FVOPREQ' TO FICE-NOM-FICHIER.
           MOVE 'API8VOPE' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FVOPREQ NON CATALOGUE'
              GO TO 6250-CATALOGUER-VOPREQ-EXIT
           END-IF.

           OPEN INPUT FVOPREQ.
           IF FS-FVOPREQ NOT = '00'
               DISPLAY 'ERROR OPENING FVOPREQ: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FVOPREQ
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-VOPREQ
              THRU 6260-CATALOGUER-LIGNE-VOPREQ-EXIT
              UNTIL FIN-FICE.

           CLOSE FVOPREQ.
           IF FS-FVOPREQ NOT = '00'
               DISPLAY 'ERROR CLOSING FVOPREQ: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FVOPREQ
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FVOPREQ NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FVOPREQ CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-VOPREQ-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-VOPREQ.
           READ FVOPREQ
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FVOPREQ NOT = '00' AND FS-FVOPREQ NOT = '10'
               DISPLAY 'ERROR READING FVOPREQ: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FVOPREQ
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-VOPREQ TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-VOPREQ-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
