       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8RFIS.
      *===============================================================
      *    BATCH DE MISE A JOUR DES RESIDENCES FISCALES
      *    Tient le registre API8.RESIDENCEFISC (pays de residence
      *    fiscale et numero d'identification fiscale, une ligne par
      *    pays) a partir de l'auto-certification remise par le
      *    client apres l'ouverture (API8ONB). SYSIN :
      *       AJOUT client pays NIF     residence ajoutee, ou NIF
      *                                 remplace si le pays existe
      *       RETRAIT client pays       residence abandonnee
      *    Le statut d'auto-certification du client suit le
      *    registre : 'R' recue tant qu'une residence au moins est
      *    declaree (date de certification posee), 'M' manquante
      *    sinon - API8KYCS relance alors le client.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE            PIC X(80).
       01  WS-PARAM-ACTION            PIC X(8).
       01  WS-PARAM-CLIENT            PIC X(9).
       01  WS-PARAM-PAYS              PIC X(2).
       01  WS-PARAM-NIF               PIC X(20).

       01  WS-ID-CLIENT-RFIS          PIC S9(9) COMP.
       01  WS-NB-CLIENTS              PIC S9(9) COMP.
       01  WS-NB-RESIDENCES           PIC S9(9) COMP.

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

           ACCEPT WS-PARAM-SAISIE FROM SYSIN.
           MOVE SPACES TO WS-PARAM-ACTION WS-PARAM-CLIENT.
           MOVE SPACES TO WS-PARAM-PAYS WS-PARAM-NIF.
           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-ACTION, WS-PARAM-CLIENT, WS-PARAM-PAYS,
                   WS-PARAM-NIF.

           IF WS-PARAM-CLIENT = SPACES
              OR WS-PARAM-PAYS IS NOT ALPHABETIC-UPPER
              OR WS-PARAM-PAYS = SPACES
              DISPLAY 'CLIENT ET PAYS (CODE ISO) OBLIGATOIRES : '
                 WS-PARAM-SAISIE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE FUNCTION NUMVAL(WS-PARAM-CLIENT) TO WS-ID-CLIENT-RFIS.

           MOVE 0 TO WS-NB-CLIENTS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-CLIENTS
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT-RFIS
           END-EXEC.
           IF WS-NB-CLIENTS = 0
              DISPLAY 'CLIENT INCONNU : ' WS-ID-CLIENT-RFIS
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EVALUATE WS-PARAM-ACTION
              WHEN 'AJOUT'
                 PERFORM 1000-AJOUTER-RESIDENCE
                    THRU 1000-AJOUTER-RESIDENCE-EXIT
              WHEN 'RETRAIT'
                 PERFORM 2000-RETIRER-RESIDENCE
                    THRU 2000-RETIRER-RESIDENCE-EXIT
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : AJOUT / RETRAIT'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           PERFORM 3000-METTRE-A-JOUR-STATUT
              THRU 3000-METTRE-A-JOUR-STATUT-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-AJOUTER-RESIDENCE.
           IF WS-PARAM-NIF = SPACES
              DISPLAY 'NIF OBLIGATOIRE POUR LE PAYS ' WS-PARAM-PAYS
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 0 TO WS-NB-RESIDENCES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-RESIDENCES
              FROM API8.RESIDENCEFISC
              WHERE ID_CLIENT = :WS-ID-CLIENT-RFIS
                AND PAYS_FISCAL = :WS-PARAM-PAYS
           END-EXEC.

           IF WS-NB-RESIDENCES > 0
              EXEC SQL
                 UPDATE API8.RESIDENCEFISC
                 SET NIF = :WS-PARAM-NIF,
                     DATE_MAJ = CURRENT DATE
                 WHERE ID_CLIENT = :WS-ID-CLIENT-RFIS
                   AND PAYS_FISCAL = :WS-PARAM-PAYS
              END-EXEC
              DISPLAY 'NIF MODIFIE - CLIENT ' WS-ID-CLIENT-RFIS
                 ' PAYS ' WS-PARAM-PAYS
           ELSE
              EXEC SQL
                 INSERT INTO API8.RESIDENCEFISC
                    (ID_CLIENT, PAYS_FISCAL, NIF, DATE_MAJ)
                 VALUES
                    (:WS-ID-CLIENT-RFIS, :WS-PARAM-PAYS,
                     :WS-PARAM-NIF, CURRENT DATE)
              END-EXEC
              DISPLAY 'RESIDENCE FISCALE AJOUTEE - CLIENT '
                 WS-ID-CLIENT-RFIS ' PAYS ' WS-PARAM-PAYS
           END-IF.

       1000-AJOUTER-RESIDENCE-EXIT.
           EXIT.

       2000-RETIRER-RESIDENCE.
           EXEC SQL
              DELETE FROM API8.RESIDENCEFISC
              WHERE ID_CLIENT = :WS-ID-CLIENT-RFIS
                AND PAYS_FISCAL = :WS-PARAM-PAYS
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'AUCUNE RESIDENCE ' WS-PARAM-PAYS
                 ' POUR LE CLIENT ' WS-ID-CLIENT-RFIS
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           DISPLAY 'RESIDENCE FISCALE RETIREE - CLIENT '
              WS-ID-CLIENT-RFIS ' PAYS ' WS-PARAM-PAYS.

       2000-RETIRER-RESIDENCE-EXIT.
           EXIT.

       3000-METTRE-A-JOUR-STATUT.
           MOVE 0 TO WS-NB-RESIDENCES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-RESIDENCES
              FROM API8.RESIDENCEFISC
              WHERE ID_CLIENT = :WS-ID-CLIENT-RFIS
           END-EXEC.

           IF WS-NB-RESIDENCES > 0
              EXEC SQL
                 UPDATE API8.CLIENT
                 SET STATUT_AUTOCERT = 'R',
                     DATE_AUTOCERT = CURRENT DATE
                 WHERE ID_CLIENT = :WS-ID-CLIENT-RFIS
              END-EXEC
           ELSE
              EXEC SQL
                 UPDATE API8.CLIENT
                 SET STATUT_AUTOCERT = 'M'
                 WHERE ID_CLIENT = :WS-ID-CLIENT-RFIS
              END-EXEC
              DISPLAY 'AUTO-CERTIFICATION MANQUANTE - CLIENT '
                 WS-ID-CLIENT-RFIS
           END-IF.

       3000-METTRE-A-JOUR-STATUT-EXIT.
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8RFIS        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8RFIS       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
