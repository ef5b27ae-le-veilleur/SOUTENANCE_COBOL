      *    l'incident DECLARE = 'Y'. La regularisation (API8ICHR)
      *    d'un incident deja declare sera declaree au prochain
      *    passage par une ligne de mainlevee 'M'.
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CTL-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-TOTAL-ENT       PIC 9(13).

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

           PERFORM 6250-CATALOGUER-DECL
              THRU 6250-CATALOGUER-DECL-EXIT.

       6220-CLOSE-DECL-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-DECL.
           MOVE 'FDECLICH' TO FICE-NOM-FICHIER.
           MOVE 'API8ICHX' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FDECLICHQ NON CATALOGUE'
              GO TO 6250-CATALOGUER-DECL-EXIT
           END-IF.

           OPEN INPUT FDECLICHQ.
           IF FS-FDECLICHQ NOT = '00'
               DISPLAY 'ERROR OPENING FDECLICHQ: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLICHQ
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-DECL
              THRU 6260-CATALOGUER-LIGNE-DECL-EXIT
              UNTIL FIN-FICE.

           CLOSE FDECLICHQ.
           IF FS-FDECLICHQ NOT = '00'
               DISPLAY 'ERROR CLOSING FDECLICHQ: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLICHQ
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FDECLICHQ NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FDECLICHQ CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-DECL-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-DECL.
           READ FDECLICHQ
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FDECLICHQ NOT = '00' AND FS-FDECLICHQ NOT = '10'
               DISPLAY 'ERROR READING FDECLICHQ: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLICHQ
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-DECL TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-DECL-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
