      *    IBAN, montant, date d'expedition du virement d'origine),
      *    puis marque RAPPEL = 'E' (demande expediee). La reponse de
      *    la banque du beneficiaire est traitee par API8VRPR.
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

           PERFORM 6250-CATALOGUER-RAPPEL
              THRU 6250-CATALOGUER-RAPPEL-EXIT.

       6220-CLOSE-RAPPEL-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-RAPPEL.
           MOVE 'FRAPPEL' TO FICE-NOM-FICHIER.
           MOVE 'API8VRPX' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRAPPEL NON CATALOGUE'
              GO TO 6250-CATALOGUER-RAPPEL-EXIT
           END-IF.

           OPEN INPUT FRAPPEL.
           IF FS-FRAPPEL NOT = '00'
               DISPLAY 'ERROR OPENING FRAPPEL: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRAPPEL
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-RAPPEL
              THRU 6260-CATALOGUER-LIGNE-RAPPEL-EXIT
              UNTIL FIN-FICE.

           CLOSE FRAPPEL.
           IF FS-FRAPPEL NOT = '00'
               DISPLAY 'ERROR CLOSING FRAPPEL: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRAPPEL
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRAPPEL NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRAPPEL CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-RAPPEL-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-RAPPEL.
           READ FRAPPEL
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRAPPEL NOT = '00' AND FS-FRAPPEL NOT = '10'
               DISPLAY 'ERROR READING FRAPPEL: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRAPPEL
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-RAPPEL TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-RAPPEL-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
