      *    operations des PROFONDEUR_TEST derniers jours (parametre,
      *    repli 90) des memes comptes part en complement sur
      *    FOPETST/OUT025.
      *    Les fichiers emis sont conserves au catalogue des fichiers
      *    emis (API8FICE) comme generations numerotees, renvoyables
      *    a l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.

       01  WS-CTL-TOTAL-SOLDE     PIC S9(11)V99 COMP-3 VALUE 0.
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
           EXIT.

       1150-BROUILLER-COMPTE.
      *    CODE_CB brouille : la colonne en clair est a zero depuis
      *    les empreintes (API8EMPC), la cle ne depend donc plus que
      *    du numero de compte, modulo 9000 plus 1000 pour rester
      *    sur 4 chiffres - aucun code reel n'est decharge ;
      *    solde decale d'un montant derive du numero de compte
      *    (reste modulo 97, centre sur zero) - brouillage
      *    reproductible d'une decharge a l'autre, irreversible sans
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-OPETST
              THRU 6250-CATALOGUER-OPETST-EXIT.

       6220-CLOSE-OPETST-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-OPETST.
           MOVE 'FOPETST' TO FICE-NOM-FICHIER.
           MOVE 'API8DECH' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 50 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FOPETST NON CATALOGUE'
              GO TO 6250-CATALOGUER-OPETST-EXIT
           END-IF.

           OPEN INPUT FOPETST.
           IF FS-FOPETST NOT = '00'
               DISPLAY 'ERROR OPENING FOPETST: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FOPETST
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-OPETST
              THRU 6260-CATALOGUER-LIGNE-OPETST-EXIT
              UNTIL FIN-FICE.

           CLOSE FOPETST.
           IF FS-FOPETST NOT = '00'
               DISPLAY 'ERROR CLOSING FOPETST: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FOPETST
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FOPETST NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FOPETST CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-OPETST-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-OPETST.
           READ FOPETST
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FOPETST NOT = '00' AND FS-FOPETST NOT = '10'
               DISPLAY 'ERROR READING FOPETST: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FOPETST
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUFOPETST TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-OPETST-EXIT.
           EXIT.

       6220-CLOSE-CLIOUT.
           MOVE WS-CTL-NB-CLI TO CTL-P-NB-ENREG.
           MOVE 0 TO CTL-P-TOTAL.
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCLIOUT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-CLIOUT
              THRU 6250-CATALOGUER-CLIOUT-EXIT.
       6220-CLOSE-CLIOUT-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-CLIOUT.
           MOVE 'FCLI' TO FICE-NOM-FICHIER.
           MOVE 'API8DECH' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 50 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCLIOUT NON CATALOGUE'
              GO TO 6250-CATALOGUER-CLIOUT-EXIT
           END-IF.

           OPEN INPUT FCLIOUT.
           IF FS-FCLIOUT NOT = '00'
               DISPLAY 'ERROR OPENING FCLIOUT: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCLIOUT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-CLIOUT
              THRU 6260-CATALOGUER-LIGNE-CLIOUT-EXIT
              UNTIL FIN-FICE.

           CLOSE FCLIOUT.
           IF FS-FCLIOUT NOT = '00'
               DISPLAY 'ERROR CLOSING FCLIOUT: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCLIOUT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCLIOUT NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FCLIOUT CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-CLIOUT-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-CLIOUT.
           READ FCLIOUT
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FCLIOUT NOT = '00' AND FS-FCLIOUT NOT = '10'
               DISPLAY 'ERROR READING FCLIOUT: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCLIOUT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUFCLIENT TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-CLIOUT-EXIT.
           EXIT.

       6220-CLOSE-COMPTEOUT.
           MOVE WS-CTL-NB-CPT TO CTL-P-NB-ENREG.
      *    Total de controle exprime en centimes pour ne pas perdre
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCOMPTEOUT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-COMPTEOUT
              THRU 6250-CATALOGUER-COMPTEOUT-EXIT.
       6220-CLOSE-COMPTEOUT-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-COMPTEOUT.
           MOVE 'FCOMPT' TO FICE-NOM-FICHIER.
           MOVE 'API8DECH' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 34 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCOMPTEOUT NON CATALOGUE'
              GO TO 6250-CATALOGUER-COMPTEOUT-EXIT
           END-IF.

           OPEN INPUT FCOMPTEOUT.
           IF FS-FCOMPTEOUT NOT = '00'
               DISPLAY 'ERROR OPENING FCOMPTEOUT: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCOMPTEOUT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-COMPTEOUT
              THRU 6260-CATALOGUER-LIGNE-COMPTEOUT-EXIT
              UNTIL FIN-FICE.

           CLOSE FCOMPTEOUT.
           IF FS-FCOMPTEOUT NOT = '00'
               DISPLAY 'ERROR CLOSING FCOMPTEOUT: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCOMPTEOUT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCOMPTEOUT NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FCOMPTEOUT CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-COMPTEOUT-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-COMPTEOUT.
           READ FCOMPTEOUT
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FCOMPTEOUT NOT = '00' AND FS-FCOMPTEOUT NOT = '10'
               DISPLAY 'ERROR READING FCOMPTEOUT: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCOMPTEOUT
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUFCOMPTE TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-COMPTEOUT-EXIT.
           EXIT.


       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
