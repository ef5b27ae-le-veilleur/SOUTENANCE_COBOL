      *         FREMBPREL rendu a la banque du creancier par le meme
      *         canal d'echange que le fichier de collecte, pour que
      *         le creancier soit repris des fonds
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    Date comptable du jour bancaire ouvert
       01  WS-DATE-COMPTABLE      PIC X(8).

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

           PERFORM 6250-CATALOGUER-REMB
              THRU 6250-CATALOGUER-REMB-EXIT.

       6220-CLOSE-REMB-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-REMB.
           MOVE 'FREMBPRE' TO FICE-NOM-FICHIER.
           MOVE 'API8PRRB' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FREMBPREL NON CATALOGUE'
              GO TO 6250-CATALOGUER-REMB-EXIT
           END-IF.

           OPEN INPUT FREMBPREL.
           IF FS-FREMBPREL NOT = '00'
               DISPLAY 'ERROR OPENING FREMBPREL: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FREMBPREL
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-REMB
              THRU 6260-CATALOGUER-LIGNE-REMB-EXIT
              UNTIL FIN-FICE.

           CLOSE FREMBPREL.
           IF FS-FREMBPREL NOT = '00'
               DISPLAY 'ERROR CLOSING FREMBPREL: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FREMBPREL
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FREMBPREL NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FREMBPREL CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-REMB-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-REMB.
           READ FREMBPREL
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FREMBPREL NOT = '00' AND FS-FREMBPREL NOT = '10'
               DISPLAY 'ERROR READING FREMBPREL: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FREMBPREL
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-REMB TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-REMB-EXIT.
           EXIT.

       0450-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
