      *         des sorties nettes positives de l'horizon, en
      *         centimes) dans le fichier transporteur FCOMCASH
      *         avec les enregistrements de controle habituels.
      *    Les gros retraits reserves par les clients (ecran API8RESE,
      *    API8.RESERVESPECES en cours) s'ajoutent a la sortie nette
      *    projetee du jour et de l'agence reserves, donc a la
      *    commande ; une reservation non retiree DELAI_GRACE_RESERVE
      *    jours (repli 2) apres sa date est liberee ('L') en tete de
      *    passage et cesse de bloquer le disponible du compte.
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       01  WS-HORIZON                PIC S9(3) COMP-3 VALUE 7.
       01  WS-COEF-FIN-MOIS          PIC S9(3)V99 COMP-3 VALUE 1,50.
       01  WS-DELAI-GRACE            PIC S9(3) COMP-3 VALUE 2.

      *    Retraits d'especes reserves
       01  WS-RESERVE-JOUR           PIC S9(11)V99 COMP-3.
       01  WS-DATE-LIMITE-GRACE      PIC 9(8).
       01  WS-DATE-LIMITE-GRACE-X    PIC X(8).
       01  WS-NB-LIBEREES            PIC S9(9) COMP VALUE 0.

       01  WS-CODE-AGENCE-CUR        PIC X(4).

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
              MOVE 0 TO SQLCODE
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-GRACE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'DELAI_GRACE_RESERVE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 2 TO WS-DELAI-GRACE
              MOVE 0 TO SQLCODE
           END-IF.

           PERFORM 0300-LIBERER-RESERVATIONS
              THRU 0300-LIBERER-RESERVATIONS-EXIT.

           PERFORM 0500-CONSTATER-REALISE
              THRU 0500-CONSTATER-REALISE-EXIT.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0300-LIBERER-RESERVATIONS.
      *    Reservation d'especes non retiree au-dela du delai de
      *    grace : liberee, le montant redevient disponible sur le
      *    compte et ne pese plus sur la prevision
           COMPUTE WS-DATE-LIMITE-GRACE =
              FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) - WS-DELAI-GRACE).
           MOVE WS-DATE-LIMITE-GRACE TO WS-DATE-LIMITE-GRACE-X.

           EXEC SQL
              UPDATE API8.RESERVESPECES
              SET STATUT_RES = 'L',
                  DATE_CLOTURE_RES = :WS-DATE-JOUR-X
              WHERE STATUT_RES = 'R'
                AND DATE_RETRAIT < :WS-DATE-LIMITE-GRACE-X
           END-EXEC.

           IF SQLCODE = 0
              MOVE SQLERRD(3) TO WS-NB-LIBEREES
           END-IF.
           MOVE 0 TO SQLCODE.

       0300-LIBERER-RESERVATIONS-EXIT.
           EXIT.

       0500-CONSTATER-REALISE.
      *    Boucle de retour : chaque prevision passee sans realise
      *    est rapprochee des sorties nettes effectivement
                 WS-NET-JOUR * WS-COEF-FIN-MOIS
           END-IF.

      *    Retraits reserves pour ce jour dans l'agence : sortie
      *    certaine, ajoutee a la moyenne
           MOVE 0 TO WS-RESERVE-JOUR.
           EXEC SQL
              SELECT SUM(MONTANT)
              INTO :WS-RESERVE-JOUR :WS-NULL-IND-1
              FROM API8.RESERVESPECES
              WHERE CODE_AGENCE = :WS-CODE-AGENCE-CUR
                AND DATE_RETRAIT = :WS-DATE-PROJ-X
                AND STATUT_RES = 'R'
           END-EXEC.
           IF WS-NULL-IND-1 = -1
              MOVE 0 TO WS-RESERVE-JOUR
           END-IF.
           ADD WS-RESERVE-JOUR TO WS-NET-JOUR.

           PERFORM 1200-RANGER-PREVISION
              THRU 1200-RANGER-PREVISION-EXIT.

               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-COMCASH
              THRU 6250-CATALOGUER-COMCASH-EXIT.

       6220-CLOSE-COMCASH-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-COMCASH.
           MOVE 'FCOMCASH' TO FICE-NOM-FICHIER.
           MOVE 'API8PCSH' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCOMCASH NON CATALOGUE'
              GO TO 6250-CATALOGUER-COMCASH-EXIT
           END-IF.

           OPEN INPUT FCOMCASH.
           IF FS-FCOMCASH NOT = '00'
               DISPLAY 'ERROR OPENING FCOMCASH: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCOMCASH
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-COMCASH
              THRU 6260-CATALOGUER-LIGNE-COMCASH-EXIT
              UNTIL FIN-FICE.

           CLOSE FCOMCASH.
           IF FS-FCOMCASH NOT = '00'
               DISPLAY 'ERROR CLOSING FCOMCASH: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCOMCASH
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCOMCASH NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FCOMCASH CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-COMCASH-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-COMCASH.
           READ FCOMCASH
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FCOMCASH NOT = '00' AND FS-FCOMCASH NOT = '10'
               DISPLAY 'ERROR READING FCOMCASH: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCOMCASH
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-COMCASH TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-COMCASH-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8PCSH        '
            DISPLAY '   AGENCES PREVUES : ' WS-NB-AGENCES
            DISPLAY '   COMMANDES EMISES : ' WS-CTL-NB-ENREG
            DISPLAY '   RESERVATIONS LIBEREES : ' WS-NB-LIBEREES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
