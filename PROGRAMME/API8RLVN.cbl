      *    API8.SOLDEJOUR de veille de periode quand elle existe
      *    (meme logique qu'API8RELV), sinon il est reconstitue par
      *    difference.
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-NB-COMPTES             PIC 9(7) VALUE 0.
       01  WS-NB-MOUVEMENTS          PIC 9(7) VALUE 0.

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

           PERFORM 6250-CATALOGUER-NORM
              THRU 6250-CATALOGUER-NORM-EXIT.

       6220-CLOSE-NORM-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-NORM.
           MOVE 'FRELVNOR' TO FICE-NOM-FICHIER.
           MOVE 'API8RLVN' TO FICE-PROGRAMME.
           MOVE 'N' TO FICE-CONTROLE.
           MOVE 120 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVNORM NON CATALOGUE'
              GO TO 6250-CATALOGUER-NORM-EXIT
           END-IF.

           OPEN INPUT FRELVNORM.
           IF FS-FRELVNORM NOT = '00'
               DISPLAY 'ERROR OPENING FRELVNORM: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVNORM
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-NORM
              THRU 6260-CATALOGUER-LIGNE-NORM-EXIT
              UNTIL FIN-FICE.

           CLOSE FRELVNORM.
           IF FS-FRELVNORM NOT = '00'
               DISPLAY 'ERROR CLOSING FRELVNORM: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVNORM
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVNORM NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRELVNORM CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-NORM-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-NORM.
           READ FRELVNORM
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRELVNORM NOT = '00' AND FS-FRELVNORM NOT = '10'
               DISPLAY 'ERROR READING FRELVNORM: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVNORM
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-NORM TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-NORM-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
