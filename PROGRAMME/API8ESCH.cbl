      *    ligne s'ecrit dans le fichier de versement FDESHER. Une
      *    operation survenue apres le preavis fait sortir le compte
      *    du registre : le client s'est manifeste.
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel de la tenue des compteurs journaliers
      *    API8CPTJ (nombre et cumul des debits du jour par compte)
       01  CPTJ-ZONE.
           05  CPTJ-ID-COMPTE         PIC S9(9) COMP.
           05  CPTJ-DATE-COMPTABLE    PIC X(8).
           05  CPTJ-NATURE            PIC X(1).
           05  CPTJ-SENS              PIC X(1).
           05  CPTJ-MONTANT           PIC S9(8)V99 COMP-3.
           05  CPTJ-CODE-RETOUR       PIC X(1).
       01  WS-ID-OPERATION        PIC S9(9) COMP.

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
                     :WS-SOLDE-CUR, 'S', CURRENT DATE,
                     :WS-DATE-COMPTABLE, :WS-LIBELLE-OP)
              END-EXEC

      *       Compteur journalier du compte debite (API8CPTJ), meme
      *       unite de travail que l'operation
              MOVE WS-ID-COMPTE-CUR TO CPTJ-ID-COMPTE
              MOVE WS-DATE-COMPTABLE TO CPTJ-DATE-COMPTABLE
              MOVE 'S' TO CPTJ-NATURE
              MOVE '+' TO CPTJ-SENS
              MOVE WS-SOLDE-CUR TO CPTJ-MONTANT
              CALL 'API8CPTJ' USING CPTJ-ZONE
           ELSE
              MOVE 0 TO WS-SOLDE-CUR
           END-IF.
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-DESHER
              THRU 6250-CATALOGUER-DESHER-EXIT.

       6220-CLOSE-DESHER-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-DESHER.
           MOVE 'FDESHER' TO FICE-NOM-FICHIER.
           MOVE 'API8ESCH' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FDESHER NON CATALOGUE'
              GO TO 6250-CATALOGUER-DESHER-EXIT
           END-IF.

           OPEN INPUT FDESHER.
           IF FS-FDESHER NOT = '00'
               DISPLAY 'ERROR OPENING FDESHER: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDESHER
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-DESHER
              THRU 6260-CATALOGUER-LIGNE-DESHER-EXIT
              UNTIL FIN-FICE.

           CLOSE FDESHER.
           IF FS-FDESHER NOT = '00'
               DISPLAY 'ERROR CLOSING FDESHER: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDESHER
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FDESHER NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FDESHER CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-DESHER-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-DESHER.
           READ FDESHER
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FDESHER NOT = '00' AND FS-FDESHER NOT = '10'
               DISPLAY 'ERROR READING FDESHER: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDESHER
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-DESHER TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-DESHER-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
