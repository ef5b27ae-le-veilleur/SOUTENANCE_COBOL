      *    bancaire (API8.ANNUBANQUE, importe par API8BDIR) d'apres
      *    le code banque de l'IBAN - l'enregistrement passe a 132
      *    caracteres, aligne avec le reseau.
      *    Les virements internationaux hors euro (TYPE_VIREMENT 'I',
      *    deposes par API8VINT) ne passent pas par ce fichier : ils
      *    partent au format SWIFT MT103 par API8VSWF.
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
              WHERE EXPEDIE = 'N'
                AND VALUE(VERIF_BENEF, ' ') = 'V'
                AND VALUE(SANCTION, ' ') NOT = 'H'
                AND VALUE(TYPE_VIREMENT, 'S') NOT = 'I'
           END-EXEC.

           EXEC SQL
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-VIREXT
              THRU 6250-CATALOGUER-VIREXT-EXIT.

       6220-CLOSE-VIREXT-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-VIREXT.
           MOVE 'FVIREXT' TO FICE-NOM-FICHIER.
           MOVE 'API8VEXT' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 132 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FVIREXT NON CATALOGUE'
              GO TO 6250-CATALOGUER-VIREXT-EXIT
           END-IF.

           OPEN INPUT FVIREXT.
           IF FS-FVIREXT NOT = '00'
               DISPLAY 'ERROR OPENING FVIREXT: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FVIREXT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-VIREXT
              THRU 6260-CATALOGUER-LIGNE-VIREXT-EXIT
              UNTIL FIN-FICE.

           CLOSE FVIREXT.
           IF FS-FVIREXT NOT = '00'
               DISPLAY 'ERROR CLOSING FVIREXT: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FVIREXT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FVIREXT NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FVIREXT CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-VIREXT-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-VIREXT.
           READ FVIREXT
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FVIREXT NOT = '00' AND FS-FVIREXT NOT = '10'
               DISPLAY 'ERROR READING FVIREXT: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FVIREXT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-VIREXT TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-VIREXT-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
