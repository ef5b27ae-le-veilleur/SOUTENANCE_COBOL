      *       'R' + ID_COMPTE (9)                      resiliation
      *    La facturation mensuelle est assuree par API8FRFM et la
      *    ligne de facturation parait sur le releve API8RELV.
      *    Un forfait dont le catalogue inclut la carte
      *    (CARTE_INCLUSE = 'Y') exonere le client de la cotisation
      *    annuelle de carte facturee par API8COTC.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
