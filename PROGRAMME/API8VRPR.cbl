      *            EXPEDIE = 'R' (retournee, comme un retour
      *            API8VRET), le client est notifie (API8NOTI)
      *       'R'  rappel refuse : RAPPEL = 'R', edite au rapport -
      *            le client devra recuperer les fonds a l'amiable ;
      *            le rappel refuse est reporte au registre des
      *            pertes operationnelles par la collecte API8PRTC
      *    Les reponses sans demande correspondante sont editees en
      *    anomalies.
      *===============================================================
