      *       - code retour superieur a 4
      *       - zero ligne traitee la ou la veille en comptait
      *       - programme execute la veille mais absent cette nuit
      *       - fichier emis (catalogue API8.FICHIEREMIS) dont
      *         l'accuse de reception du partenaire n'est pas revenu
      *         dans le delai attendu, rejete par le partenaire, ou
      *         reste incomplet au catalogue
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-NB-REJETES-EDIT       PIC ZZZZZZZZ9.
       01  WS-RC-EDIT               PIC ZZZ9.

      *    Fichiers emis en attente d'accuse
       01  WS-FIC-NOM               PIC X(8).
       01  WS-FIC-GENERATION        PIC S9(9) COMP.
       01  WS-FIC-DATE-EMISSION     PIC X(10).
       01  WS-FIC-PROGRAMME         PIC X(8).
       01  WS-FIC-STATUT            PIC X(1).
       01  WS-FIC-MOTIF             PIC X(30).
       01  WS-FIC-GEN-EDIT          PIC ZZZZZZZZ9.

       01  WS-NB-ETAPES             PIC 9(5) VALUE 0.
       01  WS-NB-ANOMALIES          PIC 9(5) VALUE 0.

           PERFORM 3000-ETAPES-MANQUANTES
              THRU 3000-ETAPES-MANQUANTES-EXIT.

           PERFORM 4000-FICHIERS-NON-ACQUITTES
              THRU 4000-FICHIERS-NON-ACQUITTES-EXIT.

           DISPLAY '----------------------------------------------'.
           DISPLAY 'ETAPES EXECUTEES : ' WS-NB-ETAPES.
           DISPLAY 'ANOMALIES        : ' WS-NB-ANOMALIES.
       3100-EDITER-MANQUANT-EXIT.
           EXIT.

       4000-FICHIERS-NON-ACQUITTES.
      *    Fichiers emis soumis a accuse (DELAI_ACQUIT renseigne) et
      *    toujours sans accuse passe le delai, rejets du partenaire
      *    et generations restees incompletes depuis la veille
           EXEC SQL
              DECLARE CNONACQ CURSOR FOR
              SELECT NOM_FICHIER, GENERATION, CHAR(DATE_EMISSION),
                     NOM_PROGRAMME, STATUT_EMIS,
                     VALUE(MOTIF_ACQUIT, ' ')
              FROM API8.FICHIEREMIS
              WHERE (STATUT_EMIS = 'E'
                     AND DELAI_ACQUIT > 0
                     AND DATE_EMISSION + DELAI_ACQUIT DAYS
                           <= CURRENT DATE)
                 OR (STATUT_EMIS = 'R'
                     AND DATE_ACQUIT >= CURRENT DATE - 1 DAY)
                 OR (STATUT_EMIS = 'C'
                     AND DATE_EMISSION >= CURRENT DATE - 1 DAY)
              ORDER BY NOM_FICHIER, GENERATION
           END-EXEC.

           EXEC SQL
              OPEN CNONACQ
           END-EXEC.

           PERFORM 4100-EDITER-NON-ACQUITTE
              THRU 4100-EDITER-NON-ACQUITTE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CNONACQ
           END-EXEC.

       4000-FICHIERS-NON-ACQUITTES-EXIT.
           EXIT.

       4100-EDITER-NON-ACQUITTE.
           EXEC SQL
              FETCH CNONACQ
              INTO :WS-FIC-NOM, :WS-FIC-GENERATION,
                   :WS-FIC-DATE-EMISSION, :WS-FIC-PROGRAMME,
                   :WS-FIC-STATUT, :WS-FIC-MOTIF
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-NB-ANOMALIES
              MOVE WS-FIC-GENERATION TO WS-FIC-GEN-EDIT
              EVALUATE WS-FIC-STATUT
                 WHEN 'E'
                    DISPLAY '*ACQUIT*  ' WS-FIC-NOM
                       ' GEN ' WS-FIC-GEN-EDIT
                       ' EMIS LE ' WS-FIC-DATE-EMISSION
                       ' PAR ' WS-FIC-PROGRAMME ' NON ACQUITTE'
                 WHEN 'R'
                    DISPLAY '*REJET*   ' WS-FIC-NOM
                       ' GEN ' WS-FIC-GEN-EDIT
                       ' REJETE PAR LE PARTENAIRE : ' WS-FIC-MOTIF
                 WHEN OTHER
                    DISPLAY '*CATALOG* ' WS-FIC-NOM
                       ' GEN ' WS-FIC-GEN-EDIT
                       ' EMIS PAR ' WS-FIC-PROGRAMME
                       ' INCOMPLET AU CATALOGUE'
              END-EVALUATE
           END-IF.

       4100-EDITER-NON-ACQUITTE-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
