      *            le compte re-debite (convention API8ANNU)
      *    Chaque decision est datee, porte l'operateur et reste sur
      *    API8.RECLAMATION ; chaque action est tracee a l'AUDITLOG.
      *    Une reclamation sur paiement carte peut partir en
      *    chargeback (API8CBKE) : tant que le chargeback est emis
      *    ('E'), 'A' et 'R' sont refuses, le resultat du reseau
      *    decide (API8CBKR). Un chargeback perdu laisse la
      *    reclamation ouverte et l'ecran affiche la reference de la
      *    preuve du commercant.
      *    Acces protege par le jeton de session API8SIGN
      *    (habilitation supervision), meme convention qu'API8RECH.
      *===============================================================
       01  WS-ID-OPER-AVOIR       PIC S9(9) COMP.
       01  WS-MONTANT-CONTESTE    PIC S9(8)V99 COMP-3.

      *    Chargeback eventuel de la reclamation (API8.CHARGEBACK)
       01  WS-STATUT-CB           PIC X(1).
           88 CHARGEBACK-EN-COURS        VALUE 'E'.
           88 CHARGEBACK-PERDU           VALUE 'P'.
       01  WS-REF-PREUVE          PIC X(20).

       01  WS-ID-RECL-ALPHA       PIC X(9).
       01  WS-ID-RECL-NUM         PIC 9(9).
       01  WS-NULL-INDICATOR      PIC S9(4) COMP.
           05  SDEP-LIBELLE       PIC X(30).
           05  SDEP-CODE-RETOUR   PIC X(2).
           05  SDEP-ID-OPERATION  PIC S9(9) COMP.
           05  SDEP-CODE-DAB      PIC X(4) VALUE SPACES.
           05  SDEP-ID-ENVELOPPE  PIC S9(9) COMP.


      *    Zone d'appel du controle d'inactivite API8STMO : la
                 WHEN 'P'
                    PERFORM 3000-POSTER-AVOIR
                 WHEN 'A'
                    IF CHARGEBACK-EN-COURS
                       PERFORM 2070-REFUSER-DECISION
                    ELSE
                       PERFORM 3100-ACCEPTER
                    END-IF
                 WHEN 'R'
                    IF CHARGEBACK-EN-COURS
                       PERFORM 2070-REFUSER-DECISION
                    ELSE
                       PERFORM 3200-REJETER
                    END-IF
                 WHEN SPACE
                    PERFORM 2080-SIGNALER-CHARGEBACK
                 WHEN LOW-VALUE
                    PERFORM 2080-SIGNALER-CHARGEBACK
                 WHEN OTHER
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'ACTION P (AVOIR), A (ACCEPTER), R (REJETER)'

           EVALUATE SQLCODE
              WHEN 0
                 PERFORM 2060-LIRE-CHARGEBACK
              WHEN 100
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'RECLAMATION INTROUVABLE' TO MESRECLO
                 MOVE 'ERREUR LECTURE RECLAMATION' TO MESRECLO
           END-EVALUATE.

       2060-LIRE-CHARGEBACK.
      *    Un seul chargeback par reclamation (API8CBKE n'emet pas
      *    deux fois) ; sans chargeback, statut a blanc
           MOVE SPACE TO WS-STATUT-CB.
           MOVE SPACES TO WS-REF-PREUVE.
           EXEC SQL
              SELECT STATUT_CB, VALUE(REF_PREUVE, ' ')
              INTO :WS-STATUT-CB, :WS-REF-PREUVE
              FROM API8.CHARGEBACK
              WHERE ID_RECLAMATION = :WS-ID-RECLAMATION
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE SPACE TO WS-STATUT-CB
              MOVE SPACES TO WS-REF-PREUVE
           END-IF.

       2070-REFUSER-DECISION.
      *    Chargeback emis : c'est le resultat du reseau qui tranche
           MOVE 'N' TO VALID-DATA-SW.
           MOVE 'CHARGEBACK EN COURS - DECISION EN ATTENTE'
              TO MESRECLO.

       2080-SIGNALER-CHARGEBACK.
           IF CHARGEBACK-PERDU
              MOVE SPACES TO MESRECLO
              STRING 'CHARGEBACK PERDU - PREUVE COMMERCANT '
                        DELIMITED BY SIZE
                     WS-REF-PREUVE DELIMITED BY SIZE
                 INTO MESRECLO
              END-STRING
           END-IF.
           IF CHARGEBACK-EN-COURS
              MOVE 'CHARGEBACK EN COURS - DECISION EN ATTENTE'
                 TO MESRECLO
           END-IF.

       2100-CHARGER-PROCHAINE.
      *    Affichage d'arrivee : la prochaine reclamation ouverte
           MOVE 'Y' TO VALID-DATA-SW.
              PERFORM 2050-LIRE-RECLAMATION
              IF VALID-DATA
                 PERFORM 2200-AFFICHER-RECLAMATION
                 PERFORM 2080-SIGNALER-CHARGEBACK
              END-IF
           END-IF.

