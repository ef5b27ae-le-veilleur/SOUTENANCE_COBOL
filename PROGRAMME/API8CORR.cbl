      *         duplicata repart par API8RELD
      *    Les livres restent ainsi coherents apres une correction
      *    antidatee.
      *    Une date comptable dans un mois cloture par API8CLOM est
      *    refusee (service API8PERC) : la correction attend la
      *    reouverture du mois, approuvee en quatre yeux.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

      *    Zone d'appel du controle de periode comptable API8PERC
       01  PERC-ZONE.
           05  PERC-DATE-COMPTABLE    PIC X(8).
           05  PERC-ETAT              PIC X(1).
           05  PERC-CODE-RETOUR       PIC X(1).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           END-IF.
           MOVE WS-PARAM-DATE TO WS-DATE-CORRIGEE.

      *    Mois cloture : plus de posting antidate sans reouverture
      *    approuvee (carte 'R' d'API8CLOM)
           MOVE WS-DATE-CORRIGEE TO PERC-DATE-COMPTABLE.
           CALL 'API8PERC' USING PERC-ZONE.
           IF PERC-CODE-RETOUR = 'F'
              DISPLAY 'PERIODE COMPTABLE CLOTUREE : '
                 WS-DATE-CORRIGEE(1:6)
              DISPLAY 'REOUVERTURE QUATRE YEUX PAR API8CLOM REQUISE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           IF PERC-CODE-RETOUR NOT = '0'
              DISPLAY 'CONTROLE DE PERIODE IMPOSSIBLE : '
                 WS-DATE-CORRIGEE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           IF PERC-ETAT = 'R'
              DISPLAY 'POSTING DANS LE MOIS ROUVERT '
                 WS-DATE-CORRIGEE(1:6)
           END-IF.

           MOVE WS-PARAM-LIBELLE TO WS-LIBELLE-COR.
           IF WS-LIBELLE-COR = SPACES
              MOVE 'CORRECTION COMPTABLE' TO WS-LIBELLE-COR
                  :WS-LIBELLE-OP)
           END-EXEC.

      *    Un debit corrige compte comme retrait de la journee
      *    corrigee : le compteur journalier de cette journee suit
           IF WS-SENS-COR = 'D'
              MOVE WS-ID-COMPTE-COR TO CPTJ-ID-COMPTE
              MOVE WS-DATE-CORRIGEE TO CPTJ-DATE-COMPTABLE
              MOVE 'R' TO CPTJ-NATURE
              MOVE '+' TO CPTJ-SENS
              MOVE WS-MONTANT-COR TO CPTJ-MONTANT
              CALL 'API8CPTJ' USING CPTJ-ZONE
           END-IF.

           MOVE WS-MONTANT-COR TO WS-MONTANT-EDIT.
           DISPLAY 'CORRECTION POSTEE : COMPTE ' WS-ID-COMPTE-COR
              ' SENS ' WS-SENS-COR
