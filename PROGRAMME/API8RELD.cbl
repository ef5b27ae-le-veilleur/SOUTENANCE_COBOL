      *         NPAI reste garde en agence)
      *       - la demande est tracee sur API8.AUDITLOG avec
      *         l'operateur demandeur
      *    Les fichiers emis sont conserves au catalogue des fichiers
      *    emis (API8FICE) comme generations numerotees, renvoyables
      *    a l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-ID-AUDIT               PIC S9(9) COMP.
       01  WS-AUDIT-NULL-IND         PIC S9(4) COMP.

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

           PERFORM 6250-CATALOGUER-PAP
              THRU 6250-CATALOGUER-PAP-EXIT.

           PERFORM 6250-CATALOGUER-ELE
              THRU 6250-CATALOGUER-ELE-EXIT.

       6220-CLOSE-RELEVES-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-PAP.
           MOVE 'FRELVPAP' TO FICE-NOM-FICHIER.
           MOVE 'API8RELD' TO FICE-PROGRAMME.
           MOVE 'N' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVPAP NON CATALOGUE'
              GO TO 6250-CATALOGUER-PAP-EXIT
           END-IF.

           OPEN INPUT FRELVPAP.
           IF FS-FRELVPAP NOT = '00'
               DISPLAY 'ERROR OPENING FRELVPAP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVPAP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-PAP
              THRU 6260-CATALOGUER-LIGNE-PAP-EXIT
              UNTIL FIN-FICE.

           CLOSE FRELVPAP.
           IF FS-FRELVPAP NOT = '00'
               DISPLAY 'ERROR CLOSING FRELVPAP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVPAP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVPAP NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRELVPAP CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-PAP-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-PAP.
           READ FRELVPAP
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRELVPAP NOT = '00' AND FS-FRELVPAP NOT = '10'
               DISPLAY 'ERROR READING FRELVPAP: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVPAP
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-PAP TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-PAP-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-ELE.
           MOVE 'FRELVELE' TO FICE-NOM-FICHIER.
           MOVE 'API8RELD' TO FICE-PROGRAMME.
           MOVE 'N' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVELE NON CATALOGUE'
              GO TO 6250-CATALOGUER-ELE-EXIT
           END-IF.

           OPEN INPUT FRELVELE.
           IF FS-FRELVELE NOT = '00'
               DISPLAY 'ERROR OPENING FRELVELE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVELE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-ELE
              THRU 6260-CATALOGUER-LIGNE-ELE-EXIT
              UNTIL FIN-FICE.

           CLOSE FRELVELE.
           IF FS-FRELVELE NOT = '00'
               DISPLAY 'ERROR CLOSING FRELVELE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVELE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVELE NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRELVELE CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-ELE-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-ELE.
           READ FRELVELE
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRELVELE NOT = '00' AND FS-FRELVELE NOT = '10'
               DISPLAY 'ERROR READING FRELVELE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVELE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-ELE TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-ELE-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
