      *       - qu'aucune operation en attente de validation
      *         (API8.OPATTENTE 'A') n'a depasse son delai
      *         DELAI_OPATTENTE jours (repli 1)
      *       - qu'aucune caisse de guichetier (API8.CAISSEGUI,
      *         API8CAGU) n'est restee ouverte : l'arrete de chaque
      *         guichetier doit etre fait avant la cloture
      *       - que la journee ouverte s'equilibre par deux cotes
      *         independants : le net du journal des operations doit
      *         egaler le mouvement reel des soldes depuis la
      *         virement postee sans sa contrepartie ressort en
      *         ecart) ; les operations sans sens comptable sont
      *         signalees
      *       - que la journee ne tombe pas dans un mois cloture
      *         (API8.PERIODECPT, service API8PERC) et qu'aucun mois
      *         rouvert par API8CLOM n'est reste ouvert ; le mois
      *         precedent ecoule et non encore cloture est rappele
      *         pour information
      *    Toute rupture termine en anomalie (code retour 8) avec le
      *    rapport des ecarts : la cloture ne part pas. La carte
      *    SYSIN 'OVERRIDE ' + operateur force la fin normale malgre
       01  WS-DATE-JOUR-NUM          PIC 9(8).
       01  WS-NB-OPATT-RETARD        PIC S9(9) COMP.

      *    Caisses de guichetier restees ouvertes
       01  WS-NB-CAISSES-OUVERTES    PIC S9(9) COMP.
       01  WS-CAI-OPERATEUR          PIC X(8).
       01  WS-CAI-AGENCE             PIC X(4).
       01  WS-CAI-DATE               PIC X(8).

      *    Equilibre de la journee : net du journal contre mouvement
      *    des soldes depuis la derniere photographie (API8SJR)
       01  WS-TOTAL-DEBITS           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NB-SANS-SENS           PIC S9(9) COMP VALUE 0.
       01  WS-TOTAL-EDIT             PIC -(10)9,99.

      *    Periodes comptables (API8CLOM)
       01  WS-NB-MOIS-ROUVERTS       PIC S9(9) COMP.
       01  WS-MOIS-PRECEDENT         PIC X(6).
       01  WS-DATE-MOIS-PREC         PIC 9(8).
       01  WS-DATE-PREMIER-JOUR      PIC 9(8).

      *    Zone d'appel du controle de periode comptable API8PERC
       01  PERC-ZONE.
           05  PERC-DATE-COMPTABLE    PIC X(8).
           05  PERC-ETAT              PIC X(1).
           05  PERC-CODE-RETOUR       PIC X(1).

      *    Piste d'audit de l'override : meme convention qu'API8SIGN
       01  WS-ID-AUDIT               PIC S9(9) COMP.
       01  WS-AUDIT-NULL-IND         PIC S9(4) COMP.
           PERFORM 3000-CONTROLER-OPATTENTE
              THRU 3000-CONTROLER-OPATTENTE-EXIT.

           PERFORM 3500-CONTROLER-CAISSES
              THRU 3500-CONTROLER-CAISSES-EXIT.

           PERFORM 4000-CONTROLER-EQUILIBRE
              THRU 4000-CONTROLER-EQUILIBRE-EXIT.

           PERFORM 5000-CONTROLER-PERIODE
              THRU 5000-CONTROLER-PERIODE-EXIT.

           DISPLAY '----------------------------------------------'.
           DISPLAY 'RUPTURES CONSTATEES : ' WS-NB-RUPTURES.

           IF WS-NB-EXTRACTIBLES > 0
              DISPLAY '*RUPTURE* ' WS-NB-EXTRACTIBLES
                 ' VIREMENT(S) EXTERNE(S) NON EXTRAIT(S)'
                 ' - PASSER API8VEXT / API8VSWF'
              ADD 1 TO WS-NB-RUPTURES
           END-IF.

       3000-CONTROLER-OPATTENTE-EXIT.
           EXIT.

       3500-CONTROLER-CAISSES.
      *    Caisse de guichetier non fermee : son ecart n'est pas
      *    constate, la journee ne part pas. Chaque caisse ouverte
      *    est listee pour le responsable d'agence
           MOVE 0 TO WS-NB-CAISSES-OUVERTES.
           EXEC SQL
              DECLARE CCAISSES CURSOR FOR
              SELECT ID_OPERATEUR, CODE_AGENCE, DATE_COMPTABLE
              FROM API8.CAISSEGUI
              WHERE STATUT = 'O'
              ORDER BY CODE_AGENCE, ID_OPERATEUR
           END-EXEC.

           EXEC SQL
              OPEN CCAISSES
           END-EXEC.

           PERFORM 3510-UNE-CAISSE
              THRU 3510-UNE-CAISSE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCAISSES
           END-EXEC.
           MOVE 0 TO SQLCODE.

           IF WS-NB-CAISSES-OUVERTES > 0
              DISPLAY '*RUPTURE* ' WS-NB-CAISSES-OUVERTES
                 ' CAISSE(S) DE GUICHETIER OUVERTE(S)'
                 ' - ARRETE PAR API8CAGU'
              ADD 1 TO WS-NB-RUPTURES
           END-IF.

       3500-CONTROLER-CAISSES-EXIT.
           EXIT.

       3510-UNE-CAISSE.
           EXEC SQL
              FETCH CCAISSES
              INTO :WS-CAI-OPERATEUR, :WS-CAI-AGENCE, :WS-CAI-DATE
           END-EXEC.

           IF SQLCODE = 0
              DISPLAY '   CAISSE OUVERTE : AGENCE ' WS-CAI-AGENCE
                 ' GUICHETIER ' WS-CAI-OPERATEUR
                 ' DEPUIS LE ' WS-CAI-DATE
              ADD 1 TO WS-NB-CAISSES-OUVERTES
           END-IF.

       3510-UNE-CAISSE-EXIT.
           EXIT.

       4000-CONTROLER-EQUILIBRE.
      *    Preuve par deux cotes independants : le net du journal de
      *    la journee ouverte (credits D/E/I moins debits, hors
       4000-CONTROLER-EQUILIBRE-EXIT.
           EXIT.

       5000-CONTROLER-PERIODE.
      *    La journee a clore ne doit pas appartenir a un mois
      *    deja verrouille
           MOVE WS-DATE-COMPTABLE TO PERC-DATE-COMPTABLE.
           CALL 'API8PERC' USING PERC-ZONE.
           IF PERC-CODE-RETOUR = 'F'
              DISPLAY '*RUPTURE* JOURNEE ' WS-DATE-COMPTABLE
                 ' DANS UNE PERIODE COMPTABLE CLOTUREE'
              ADD 1 TO WS-NB-RUPTURES
           END-IF.
           IF PERC-CODE-RETOUR = 'E'
              DISPLAY '*RUPTURE* ETAT DE LA PERIODE ILLISIBLE POUR '
                 WS-DATE-COMPTABLE
              ADD 1 TO WS-NB-RUPTURES
           END-IF.

      *    Un mois rouvert pour correction doit etre referme (carte
      *    'M' d'API8CLOM) avant que la journee parte
           MOVE 0 TO WS-NB-MOIS-ROUVERTS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-MOIS-ROUVERTS
              FROM API8.PERIODECPT
              WHERE TYPE_PERIODE = 'M'
                AND ETAT = 'R'
           END-EXEC.

           IF WS-NB-MOIS-ROUVERTS > 0
              DISPLAY '*RUPTURE* ' WS-NB-MOIS-ROUVERTS
                 ' MOIS COMPTABLE(S) ROUVERT(S) - REFERMER PAR'
                 ' API8CLOM'
              ADD 1 TO WS-NB-RUPTURES
           END-IF.

      *    Mois precedent ecoule sans cloture : pour information
           MOVE WS-DATE-COMPTABLE TO WS-DATE-PREMIER-JOUR.
           MOVE 1 TO WS-DATE-PREMIER-JOUR(7:2).
           COMPUTE WS-DATE-MOIS-PREC =
              FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-PREMIER-JOUR) - 1).
           MOVE WS-DATE-MOIS-PREC TO PERC-DATE-COMPTABLE.
           MOVE PERC-DATE-COMPTABLE(1:6) TO WS-MOIS-PRECEDENT.
           CALL 'API8PERC' USING PERC-ZONE.
           IF PERC-CODE-RETOUR = '0' AND PERC-ETAT = 'O'
              DISPLAY 'POUR INFORMATION : MOIS ' WS-MOIS-PRECEDENT
                 ' ECOULE ET NON CLOTURE (API8CLOM)'
           END-IF.

       5000-CONTROLER-PERIODE-EXIT.
           EXIT.

       8000-TRACER-OVERRIDE.
           EXEC SQL
              SELECT MAX(ID_AUDIT)
