      *    journee anterieure a la date d'effet quand la caisse est
      *    rejouee apres coup. Chaque action est tracee sur
      *    API8.AUDITLOG.
      *    L'agence de destination doit etre ouverte au referentiel
      *    API8.AGENCE (API8AGEN) ; la fermeture d'une agence entiere
      *    passe par le batch de regroupement API8REGA.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-AGENCE-DEST             PIC X(4).
       01  WS-DATE-EFFET              PIC X(8).
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.
       01  WS-NB-AGENCES-OUV          PIC S9(9) COMP.

      *    Date comptable du jour bancaire ouvert ; repli date
      *    systeme tant qu'API8.DATEBANQUE n'est pas amorcee
           END-IF.

       1100-CONTROLER-COMPTE.
      *    Destination ouverte au referentiel et sans fermeture
      *    planifiee (sinon la mutation serait aussitot a refaire)
           MOVE 0 TO WS-NB-AGENCES-OUV.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-AGENCES-OUV
              FROM API8.AGENCE
              WHERE CODE_AGENCE = :WS-PARAM-AGENCE
                AND STATUT_AGENCE = 'O'
                AND AGENCE_SUCCESSEUR IS NULL
           END-EXEC.

           MOVE SPACE TO WS-STATUT-COMPTE.
           MOVE SPACES TO WS-AGENCE-ORIGINE.

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 DISPLAY 'COMPTE INEXISTANT : ' WS-PARAM-COMPTE
              WHEN WS-NB-AGENCES-OUV = 0
                 DISPLAY 'AGENCE DESTINATION INCONNUE, FERMEE OU EN'
                    ' FERMETURE : ' WS-PARAM-AGENCE
              WHEN WS-STATUT-COMPTE = 'C'
                 DISPLAY 'COMPTE CLOTURE - MUTATION REFUSEE'
              WHEN WS-AGENCE-ORIGINE = WS-PARAM-AGENCE
