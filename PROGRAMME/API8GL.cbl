      *    forme de curseur que API8EXP) et ecrit, au format CSV, le
      *    compte du plan comptable general et le sens (D/C) associes
      *    a chaque TYPE_OP, pour alimentation du grand livre.
      *    Les operations de la journee fermee sont lues sur le
      *    fichier de travail FEXTJOUR produit par API8EXTJ (une
      *    seule lecture d'API8.OPERATION pour toute la chaine), dans
      *    son ordre agence / compte / operation.
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FGRANDLIVRE.

           SELECT FEXTJOUR ASSIGN TO INP027
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FEXTJOUR.

       DATA DIVISION.

       FILE SECTION.
       FD  FGRANDLIVRE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-CSV             PIC X(80).
       FD  FEXTJOUR
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-EXTJ            PIC X(80).
       01  BUF-DETAIL-EXTJ REDEFINES BUF-LIGNE-EXTJ.
           05  BUF-EXJ-CODE          PIC X(2).
           05  BUF-EXJ-CODE-AGENCE   PIC X(4).
           05  BUF-EXJ-ID-COMPTE     PIC 9(9).
           05  BUF-EXJ-ID-OPERATION  PIC 9(9).
           05  BUF-EXJ-ID-CLIENT     PIC 9(9).
           05  BUF-EXJ-TYPE-COMPTE   PIC X(4).
           05  BUF-EXJ-TYPE-OP       PIC X(1).
           05  BUF-EXJ-MONTANT-OP    PIC S9(8)V99.
           05  BUF-EXJ-DATE-OP       PIC X(8).
           05  BUF-EXJ-DATE-COMPTA   PIC X(8).
           05  BUF-EXJ-CANAL         PIC X(1).
           05  BUF-EXJ-ANNULE        PIC X(1).
           05  FILLER                PIC X(14).

       WORKING-STORAGE SECTION.

       77  FS-FGRANDLIVRE             PIC X(2).
       77  FS-FEXTJOUR                PIC X(2).

           EXEC SQL
              INCLUDE SQLCA

       01  WS-NB-LIGNES              PIC 9(7) VALUE 0.

      *    Lecture du fichier de travail de la journee fermee
      *    (API8EXTJ) : controle de l'entete '01' et du pied '09'
       01  WS-FIN-EXTJ-SW            PIC X VALUE 'N'.
           88 FIN-EXTJ                     VALUE 'Y'.
       01  WS-EXJ-PIED-VU            PIC X VALUE 'N'.
       01  WS-EXJ-NB-LUS             PIC S9(9) COMP VALUE 0.
       01  WS-EXJ-TOTAL-LU           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXJ-TOTAL-ENT          PIC 9(13).
       01  WS-EXJ-NB-ANNONCE         PIC 9(9).
       01  WS-EXJ-TOTAL-ANNONCE      PIC 9(13).

      *    Journal d'execution des batches (API8.JOURNALBATCH) :
      *    une ligne ouverte au lancement, soldee en fin avec les
      *    compteurs et le code retour - le rapport du matin
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
           PERFORM 6300-WRITE-GL
              THRU 6300-WRITE-GL-EXIT.

           PERFORM 6100-OPEN-EXTJ
              THRU 6100-OPEN-EXTJ-EXIT.

           PERFORM 1000-TRAITER-OPERATION
              THRU 1000-TRAITER-OPERATION-EXIT
              UNTIL FIN-EXTJ.

           PERFORM 6120-CLOSE-EXTJ
              THRU 6120-CLOSE-EXTJ-EXIT.

           PERFORM 6220-CLOSE-GL
              THRU 6220-CLOSE-GL-EXIT.
           EXIT.

       1000-TRAITER-OPERATION.
           MOVE BUF-EXJ-ID-OPERATION TO WS-ID-OPERATION-CUR.
           MOVE BUF-EXJ-ID-COMPTE TO WS-ID-COMPTE-CUR.
           MOVE BUF-EXJ-MONTANT-OP TO WS-MONTANT-OP-CUR.
           MOVE BUF-EXJ-TYPE-OP TO WS-TYPE-OP-CUR.
           MOVE BUF-EXJ-DATE-OP TO WS-DATE-OP-CUR.

           PERFORM 1150-MAPPER-COMPTE-GL
              THRU 1150-MAPPER-COMPTE-GL-EXIT.
           PERFORM 1100-FORMATER-LIGNE
              THRU 1100-FORMATER-LIGNE-EXIT.
           PERFORM 6300-WRITE-GL
              THRU 6300-WRITE-GL-EXIT.
           ADD 1 TO WS-NB-LIGNES.
           ADD 1 TO WS-CTL-NB-ENREG.
           ADD WS-MONTANT-OP-CUR TO WS-CTL-TOTAL.

           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT.

       1000-TRAITER-OPERATION-EXIT.
           EXIT.
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FGRANDLIVRE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-GL
              THRU 6250-CATALOGUER-GL-EXIT.
       6220-CLOSE-GL-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-GL.
           MOVE 'FGRANDLV' TO FICE-NOM-FICHIER.
           MOVE 'API8GL' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FGRANDLIVRE NON CATALOGUE'
              GO TO 6250-CATALOGUER-GL-EXIT
           END-IF.

           OPEN INPUT FGRANDLIVRE.
           IF FS-FGRANDLIVRE NOT = '00'
               DISPLAY 'ERROR OPENING FGRANDLIVRE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FGRANDLIVRE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-GL
              THRU 6260-CATALOGUER-LIGNE-GL-EXIT
              UNTIL FIN-FICE.

           CLOSE FGRANDLIVRE.
           IF FS-FGRANDLIVRE NOT = '00'
               DISPLAY 'ERROR CLOSING FGRANDLIVRE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FGRANDLIVRE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FGRANDLIVRE NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FGRANDLIVRE CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-GL-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-GL.
           READ FGRANDLIVRE
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FGRANDLIVRE NOT = '00' AND FS-FGRANDLIVRE NOT = '10'
               DISPLAY 'ERROR READING FGRANDLIVRE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FGRANDLIVRE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-CSV TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-GL-EXIT.
           EXIT.

       6100-OPEN-EXTJ.
           OPEN INPUT FEXTJOUR.
           IF FS-FEXTJOUR NOT = '00'
               DISPLAY 'ERROR OPENING FEXTJOUR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FEXTJOUR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE SPACES TO BUF-LIGNE-EXTJ.
           READ FEXTJOUR
              AT END MOVE SPACES TO BUF-LIGNE-EXTJ
           END-READ.
           IF BUF-LIGNE-EXTJ(1:2) NOT = '01'
              OR BUF-LIGNE-EXTJ(3:8) NOT = 'FEXTJOUR'
               DISPLAY 'FEXTJOUR SANS ENTETE 01 - EXTRACTION '
                  'API8EXTJ NON PASSEE'
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Fichier d'une autre journee (extraction de la veille non
      *    relancee) : refuse plutot que traite pour la journee
           IF BUF-LIGNE-EXTJ(27:8) NOT = WS-DATE-COMPTABLE
               DISPLAY 'FEXTJOUR DE LA JOURNEE ' BUF-LIGNE-EXTJ(27:8)
                  ' - JOURNEE ATTENDUE ' WS-DATE-COMPTABLE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT.

       6100-OPEN-EXTJ-EXIT.
           EXIT.

       6110-READ-EXTJ.
           READ FEXTJOUR
              AT END SET FIN-EXTJ TO TRUE
           END-READ.
           IF FS-FEXTJOUR NOT = '00' AND FS-FEXTJOUR NOT = '10'
               DISPLAY 'ERROR READING FEXTJOUR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FEXTJOUR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Le pied '09' termine logiquement le fichier
           IF NOT FIN-EXTJ
              IF BUF-EXJ-CODE = '09'
                 MOVE 'Y' TO WS-EXJ-PIED-VU
                 MOVE BUF-LIGNE-EXTJ(3:9) TO WS-EXJ-NB-ANNONCE
                 MOVE BUF-LIGNE-EXTJ(12:13) TO WS-EXJ-TOTAL-ANNONCE
                 SET FIN-EXTJ TO TRUE
              ELSE
                 ADD 1 TO WS-EXJ-NB-LUS
                 ADD BUF-EXJ-MONTANT-OP TO WS-EXJ-TOTAL-LU
              END-IF
           END-IF.

       6110-READ-EXTJ-EXIT.
           EXIT.

       6120-CLOSE-EXTJ.
      *    Lecture menee jusqu'au pied, puis rapprochement du nombre
      *    de lignes et du total de controle : un fichier tronque ne
      *    passe pas pour la journee complete
           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT
              UNTIL FIN-EXTJ.

           CLOSE FEXTJOUR.

           COMPUTE WS-EXJ-TOTAL-ENT = WS-EXJ-TOTAL-LU * 100.
           IF WS-EXJ-PIED-VU NOT = 'Y'
              OR WS-EXJ-NB-ANNONCE NOT = WS-EXJ-NB-LUS
              OR WS-EXJ-TOTAL-ANNONCE NOT = WS-EXJ-TOTAL-ENT
               DISPLAY 'FEXTJOUR TRONQUE OU INCOHERENT AVEC SON PIED'
               DISPLAY 'LIGNES ANNONCEES : ' WS-EXJ-NB-ANNONCE
                  ' LUES : ' WS-EXJ-NB-LUS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6120-CLOSE-EXTJ-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
      *
       9999-FIN-PROGRAMME-DEB.
      *
            MOVE WS-EXJ-NB-LUS TO WS-JRN-LUS.
            MOVE WS-NB-LIGNES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-EXJ-NB-LUS TO WS-JRN-LUS.
            MOVE WS-NB-LIGNES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
