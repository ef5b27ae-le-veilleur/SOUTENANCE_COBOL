      *    transmises restees sans nouvelle au-dela de
      *    DELAI_FABRICATION jours (parametre, repli 10) sont listees
      *    pour relance du fabricant.
      *    La date de production (DATE_PRODUCTION) est conservee a
      *    part de DATE_ETAT, que l'expedition ecrase : elle ancre le
      *    cycle des cotisations annuelles de carte (API8COTC). Une
      *    carte annoncee directement expediee prend la date
      *    d'expedition comme date de production.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 EXEC SQL
                    UPDATE API8.DEMCARTE
                    SET STATUT = 'P',
                        DATE_ETAT = :WS-DATE-ETAT,
                        DATE_PRODUCTION = :WS-DATE-ETAT
                    WHERE ID_DEMANDE = :WS-ID-DEMANDE
                 END-EXEC
                 ADD 1 TO WS-NB-PRODUITES
                 EXEC SQL
                    UPDATE API8.DEMCARTE
                    SET STATUT = 'E',
                        DATE_ETAT = :WS-DATE-ETAT,
                        DATE_PRODUCTION =
                           VALUE(DATE_PRODUCTION, :WS-DATE-ETAT)
                    WHERE ID_DEMANDE = :WS-ID-DEMANDE
                 END-EXEC
                 PERFORM 1300-NOTIFIER-EXPEDITION
