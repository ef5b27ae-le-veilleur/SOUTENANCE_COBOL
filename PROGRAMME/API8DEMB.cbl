       PROGRAM-ID. API8DEMB.
      *===============================================================
      *    BATCH DE SAISIE D'UNE DEMANDE AU CIRCUIT QUATRE YEUX
      *    API8COTI, API8PROC, API8SUCC, API8OPPO, API8DLCK,
      *    API8SAIS et API8PMOR s'executaient sur une seule carte
      *    SYSIN : un operateur seul pouvait s'ajouter cotitulaire de
      *    n'importe quel compte. Le circuit des parametres
      *    (API8PARM/API8PACT) a prouve le modele : ce batch capture
      *    la demande en attente sur API8.DEMBATCH, un second
      *    operateur l'approuve ou la refuse sur l'ecran API8VALB, et
      *    seul le batch cible execute une carte approuvee.
      *    Le passage en perte des prets (API8PERT) suit le meme
      *    circuit, comme la reouverture d'un mois comptable cloture
      *    (carte 'R' d'API8CLOM) : neuf programmes en tout, chacun
      *    avec son controle 0300 de la carte approuvee.
      *    Le rapprochement du fichier national des deces (API8DCES)
      *    depose lui-meme ses demandes API8SUCC sur API8.DEMBATCH,
      *    sous le saisisseur 'API8DCES'.
      *    SYSIN : programme cible (8), operateur saisisseur (8),
      *    carte d'origine du batch cible (64). La saisie est tracee
      *    sur API8.AUDITLOG.
              AND WS-PARAM-PROGRAMME NOT = 'API8SUCC'
              AND WS-PARAM-PROGRAMME NOT = 'API8OPPO'
              AND WS-PARAM-PROGRAMME NOT = 'API8DLCK'
              AND WS-PARAM-PROGRAMME NOT = 'API8SAIS'
              AND WS-PARAM-PROGRAMME NOT = 'API8PMOR'
              AND WS-PARAM-PROGRAMME NOT = 'API8PERT'
              AND WS-PARAM-PROGRAMME NOT = 'API8CLOM'
              DISPLAY 'PROGRAMME HORS CIRCUIT QUATRE YEUX : '
                 WS-PARAM-PROGRAMME
              GO TO 9999-ERREUR-PROGRAMME-DEB
