       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8INDX.
      *===============================================================
      *    BATCH DE CHARGEMENT DES TAUX DE REFERENCE
      *    Les prets a taux variable (API8PRET, TYPE_TAUX 'V') sont
      *    indexes sur un taux de reference publie (ex. EURIBOR 3
      *    mois) augmente d'une marge. Ce batch lit le fichier
      *    FINDICE (code indice, date de publication AAAAMMJJ, taux
      *    en fraction annuelle sur six decimales, signe en tete -
      *    un indice peut etre negatif) et charge la table
      *    API8.TAUXREF : mise a jour si la publication existe deja,
      *    creation sinon - l'historique des publications est
      *    conserve. La revision annuelle API8RVTX retient la
      *    derniere publication connue a sa date de passage.
      *    Meme discipline de chargement qu'API8USUR.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FINDICE ASSIGN TO INP025
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FINDICE.

       DATA DIVISION.

       FILE SECTION.
       FD  FINDICE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-INDICE.
           05  BUF-IND-CODE           PIC X(8).
           05  BUF-IND-DATE           PIC 9(8).
           05  BUF-IND-TAUX           PIC S9(3)V9(6)
                                      SIGN IS LEADING SEPARATE.
           05  FILLER                 PIC X(54).

       WORKING-STORAGE SECTION.

       77  FS-FINDICE                PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-FIN-FICHIER-SW         PIC X VALUE 'N'.
           88 FIN-FICHIER                  VALUE 'Y'.

       01  WS-CODE-INDICE            PIC X(8).
       01  WS-DATE-PUBLICATION       PIC 9(8).
       01  WS-TAUX-INDICE            PIC S9(3)V9(6) COMP-3.

       01  WS-NB-CHARGES             PIC 9(5) VALUE 0.
       01  WS-NB-CREES               PIC 9(5) VALUE 0.
       01  WS-NB-REJETES             PIC 9(5) VALUE 0.

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG      PIC S9(9) COMP VALUE 72.
       01  I                 PIC 99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           EXEC SQL
              SET CURRENT SQLID = 'API8'
           END-EXEC.

           EXEC SQL
              WHENEVER SQLERROR GOTO 9998-ERROR-DB2
           END-EXEC.

           DISPLAY '=============================================='
           DISPLAY '*   CHARGEMENT DES TAUX DE REFERENCE          *'
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-INDICE
              THRU 6000-OPEN-INDICE-EXIT.

           PERFORM 6110-READ-INDICE
              THRU 6110-READ-INDICE-EXIT.

           PERFORM 1000-TRAITER-LIGNE
              THRU 1000-TRAITER-LIGNE-EXIT
              UNTIL FIN-FICHIER.

           PERFORM 6220-CLOSE-INDICE
              THRU 6220-CLOSE-INDICE-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-TRAITER-LIGNE.
           IF BUF-IND-CODE = SPACES
              OR BUF-IND-DATE IS NOT NUMERIC
              OR BUF-IND-TAUX IS NOT NUMERIC
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'LIGNE ILLISIBLE REJETEE : '
                 BUF-LIGNE-INDICE(1:30)
           ELSE
              MOVE BUF-IND-CODE TO WS-CODE-INDICE
              MOVE BUF-IND-DATE TO WS-DATE-PUBLICATION
              MOVE BUF-IND-TAUX TO WS-TAUX-INDICE
              PERFORM 1100-CHARGER-INDICE
                 THRU 1100-CHARGER-INDICE-EXIT
           END-IF.

           PERFORM 6110-READ-INDICE
              THRU 6110-READ-INDICE-EXIT.

       1000-TRAITER-LIGNE-EXIT.
           EXIT.

       1100-CHARGER-INDICE.
           EXEC SQL
              UPDATE API8.TAUXREF
              SET TAUX_INDICE = :WS-TAUX-INDICE
              WHERE CODE_INDICE = :WS-CODE-INDICE
                AND DATE_PUBLICATION = :WS-DATE-PUBLICATION
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.TAUXREF
                    (CODE_INDICE, DATE_PUBLICATION, TAUX_INDICE)
                 VALUES
                    (:WS-CODE-INDICE, :WS-DATE-PUBLICATION,
                     :WS-TAUX-INDICE)
              END-EXEC
              ADD 1 TO WS-NB-CREES
           ELSE
              ADD 1 TO WS-NB-CHARGES
           END-IF.

       1100-CHARGER-INDICE-EXIT.
           EXIT.

       6000-OPEN-INDICE.
           OPEN INPUT FINDICE.
           IF FS-FINDICE NOT = '00'
               DISPLAY 'ERROR OPENING FINDICE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FINDICE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6000-OPEN-INDICE-EXIT.
           EXIT.

       6110-READ-INDICE.
           READ FINDICE
              AT END SET FIN-FICHIER TO TRUE
           END-READ.
           IF FS-FINDICE NOT = '00' AND FS-FINDICE NOT = '10'
               DISPLAY 'ERROR READING FINDICE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FINDICE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6110-READ-INDICE-EXIT.
           EXIT.

       6220-CLOSE-INDICE.
           CLOSE FINDICE.
           IF FS-FINDICE NOT = '00'
               DISPLAY 'ERROR CLOSING FINDICE: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FINDICE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6220-CLOSE-INDICE-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
            CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG.
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               DISPLAY ERR-TXT (I)
            END-PERFORM.

            PERFORM 9999-ERREUR-PROGRAMME-DEB
               THRU 9999-ERREUR-PROGRAMME-FIN.

      *
       9999-FIN-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8INDX        '
            DISPLAY '   INDICES MIS A JOUR : ' WS-NB-CHARGES
            DISPLAY '   INDICES CREES      : ' WS-NB-CREES
            DISPLAY '   LIGNES REJETEES    : ' WS-NB-REJETES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8INDX       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
