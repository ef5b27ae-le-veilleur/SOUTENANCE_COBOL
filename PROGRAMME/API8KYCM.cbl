      *    L'enregistrement d'une piece en cours de validite remet
      *    la restriction KYC du client a zero : le prochain passage
      *    du scrutin API8KYCS n'a plus rien a restreindre.
      *    La verification de la piece vaut revue du dossier client :
      *    DATE_REVUE_KYC est posee a la date du jour (point de depart
      *    de la prochaine echeance calculee par API8RISQ) et
      *    l'inscription eventuelle sur la liste de revue
      *    API8.REVUEKYC est soldee.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                 WS-ID-CLIENT-KYC
           END-IF.

      *    Revue du dossier faite : nouvelle echeance au prochain
      *    passage de la notation, liste de revue soldee
           EXEC SQL
              UPDATE API8.CLIENT
              SET DATE_REVUE_KYC = CURRENT DATE
              WHERE ID_CLIENT = :WS-ID-CLIENT-KYC
           END-EXEC.

           EXEC SQL
              UPDATE API8.REVUEKYC
              SET STATUT_REVUE_KYC = 'T',
                  DATE_TRAITEMENT = CURRENT DATE,
                  ID_OPERATEUR = :WS-PARAM-OPERATEUR
              WHERE ID_CLIENT = :WS-ID-CLIENT-KYC
                AND STATUT_REVUE_KYC = 'A'
           END-EXEC.

           DISPLAY 'PIECE ENREGISTREE : ' WS-ID-DOC
              ' CLIENT ' WS-ID-CLIENT-KYC
              ' TYPE ' WS-PARAM-TYPE-DOC
