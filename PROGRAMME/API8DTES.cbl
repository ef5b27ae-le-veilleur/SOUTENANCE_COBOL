      *         et pied '09' (nombre, total de controle en centimes)
      *         - meme discipline de remise qu'API8DREG
      *    et edite le rapport de controle des cumuls declares.
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-DECLESP
              THRU 6250-CATALOGUER-DECLESP-EXIT.

       6220-CLOSE-DECLESP-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-DECLESP.
           MOVE 'FDECLESP' TO FICE-NOM-FICHIER.
           MOVE 'API8DTES' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 100 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FDECLESP NON CATALOGUE'
              GO TO 6250-CATALOGUER-DECLESP-EXIT
           END-IF.

           OPEN INPUT FDECLESP.
           IF FS-FDECLESP NOT = '00'
               DISPLAY 'ERROR OPENING FDECLESP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLESP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-DECLESP
              THRU 6260-CATALOGUER-LIGNE-DECLESP-EXIT
              UNTIL FIN-FICE.

           CLOSE FDECLESP.
           IF FS-FDECLESP NOT = '00'
               DISPLAY 'ERROR CLOSING FDECLESP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLESP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FDECLESP NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FDECLESP CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-DECLESP-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-DECLESP.
           READ FDECLESP
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FDECLESP NOT = '00' AND FS-FDECLESP NOT = '10'
               DISPLAY 'ERROR READING FDECLESP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLESP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-DECLESP TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-DECLESP-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
