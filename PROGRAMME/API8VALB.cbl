      *    Transaction SN35 : un second operateur revoit les
      *    demandes capturees par API8DEMB sur API8.DEMBATCH pour
      *    les batchs sensibles (API8COTI, API8PROC, API8SUCC,
      *    API8OPPO, API8DLCK, API8SAIS, API8PMOR, passage en perte
      *    des prets API8PERT et reouverture de mois comptable
      *    API8CLOM) :
      *       'C'  consulter une demande (programme et carte
      *            affiches pour revue, code CB masque par API8MASQ)
      *       'V'  approuver - la carte devient executable par le
      *            batch cible, UNE seule fois
      *       'R'  refuser - la carte conservee est masquee
      *    Le valideur doit etre different du saisisseur (meme regle
      *    qu'API8PARM) ; acces protege par le jeton de session
      *    API8SIGN avec habilitation supervision, toute decision
       01  WS-OPER-SAISIE         PIC X(8).
       01  WS-STATUT-DEM          PIC X(1).

      *    Zone d'appel du masquage du code dans la carte API8MASQ
       01  MASQ-ZONE.
           05  MASQ-PROGRAMME     PIC X(8).
           05  MASQ-CARTE         PIC X(64).

      *    Piste d'audit operateur : meme convention qu'API8SIGN
       01  WS-ID-AUDIT-OPER       PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT     PIC X(30).

       2000-CONSULTER-DEMANDE.
           MOVE WS-PROGRAMME-DEM TO PGMVALBOO.
           MOVE WS-PROGRAMME-DEM TO MASQ-PROGRAMME.
           MOVE WS-CARTE-DEM TO MASQ-CARTE.
           CALL 'API8MASQ' USING MASQ-ZONE.
           MOVE MASQ-CARTE TO CARTVALBO.
           MOVE 'DEMANDE AFFICHEE POUR REVUE' TO MESVALBO.
           SET SEND-DATAONLY TO TRUE.
           PERFORM 1400-SEND-ECRAN-VALB.
           END-EVALUATE.

       3500-REFUSER-DEMANDE.
      *    Une carte refusee ne s'executera jamais : elle est
      *    conservee sans le code en clair
           MOVE WS-PROGRAMME-DEM TO MASQ-PROGRAMME.
           MOVE WS-CARTE-DEM TO MASQ-CARTE.
           CALL 'API8MASQ' USING MASQ-ZONE.

           EXEC SQL
              UPDATE API8.DEMBATCH
              SET STATUT_DEM = 'R',
                  CARTE = :MASQ-CARTE,
                  OPERATEUR_VALIDE = :WS-ID-OPERATEUR,
                  DATE_VALIDATION = CURRENT DATE
              WHERE ID_DEMANDE = :WS-ID-DEMANDE
