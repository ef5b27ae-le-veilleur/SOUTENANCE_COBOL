      *    especes si elle n'a pas deja ete annulee ; l'operation
      *    d'origine est conservee (ANNULE = 'Y') et une operation de
      *    sens oppose est tracee, comme le reste de l'historique.
      *    Un retrait annule est retranche du compteur journalier de
      *    sa journee comptable d'origine (API8.COMPTEURJOUR, service
      *    API8CPTJ), dans la meme unite de travail.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    sur la date systeme tant que la table n'est pas amorcee
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Journee comptable de l'operation annulee, pour le
      *    compteur journalier
       01  WS-DATE-COMPTABLE-ORIG PIC X(8).

      *    Zone d'appel de la tenue des compteurs journaliers
      *    API8CPTJ (nombre et cumul des debits du jour par compte)
       01  CPTJ-ZONE.
           05  CPTJ-ID-COMPTE         PIC S9(9) COMP.
           05  CPTJ-DATE-COMPTABLE    PIC X(8).
           05  CPTJ-NATURE            PIC X(1).
           05  CPTJ-SENS              PIC X(1).
           05  CPTJ-MONTANT           PIC S9(8)V99 COMP-3.
           05  CPTJ-CODE-RETOUR       PIC X(1).


      *    Zone d'appel du controle d'inactivite API8STMO : la
      *    derniere activite du terminal est verifiee a chaque
                 END-IF

                 IF SQLCODE = 0
                    IF WS-TYPE-OP-CUR = 'R'
                       PERFORM 1320-DECOMPTER-RETRAIT
                    END-IF
                    PERFORM 1310-INSERER-OPERATION-ANNUL
                    MOVE 'OPERATION ANNULEE AVEC SUCCES' TO MESANNUO
                    SET SEND-DATAONLY TO TRUE
                  'ANNULATION OPERATION', 'N')
           END-EXEC.

       1320-DECOMPTER-RETRAIT.
      *    Le retrait annule sort du compteur de SA journee (lue sur
      *    l'operation d'origine avant que 1310 ne reutilise
      *    WS-ID-OPERATION-CUR pour l'operation d'annulation)
           MOVE SPACES TO WS-DATE-COMPTABLE-ORIG.
           EXEC SQL
              SELECT VALUE(DATE_COMPTABLE, DATE_OP)
              INTO :WS-DATE-COMPTABLE-ORIG
              FROM API8.OPERATION
              WHERE ID_OPERATION = :WS-ID-OPERATION-CUR
           END-EXEC.

           IF SQLCODE = 0
              MOVE WS-ID-COMPTE-CUR TO CPTJ-ID-COMPTE
              MOVE WS-DATE-COMPTABLE-ORIG TO CPTJ-DATE-COMPTABLE
              MOVE 'R' TO CPTJ-NATURE
              MOVE '-' TO CPTJ-SENS
              MOVE WS-MONTANT-OP-CUR TO CPTJ-MONTANT
              CALL 'API8CPTJ' USING CPTJ-ZONE
           END-IF.
           MOVE 0 TO SQLCODE.

       1950-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
