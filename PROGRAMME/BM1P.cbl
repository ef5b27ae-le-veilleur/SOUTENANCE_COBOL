       01  WS-CARD-EXISTANT PIC S9(4) COMP VALUE 0.
      *    Compteur pour vérifier l'existence de la carte bancaire

       01  WS-SEL-NULL-IND PIC S9(4) COMP.
      *    Indicateur NULL du sel (client sans compte)
       01  WS-CODE-CB-SAISI PIC X(4).
      *    Code de la carte tel que saisi à l'écran
       01  EMPR-ZONE.
      *    Zone d'appel du service d'empreinte API8EMPR : le code
      *    n'est plus rangé en clair, seuls le sel et l'empreinte
      *    du code sont conservés sur API8.COMPTE
           05 EMPR-ACTION PIC X(1).
           05 EMPR-IDENTITE PIC X(9).
           05 EMPR-SECRET PIC X(8).
           05 EMPR-SEL PIC X(8).
           05 EMPR-EMPREINTE PIC X(18).

       01  WS-COMMAREA.
      *    Zone de communication entre programmes CICS
           05 WS-COM-ID-CLIENT PIC X(10).
      *---------------------------------------------------------------
           MOVE IDCLIENTI TO WS-ID-CLIENT.
      *    Récupération de l'identifiant client saisi
           MOVE PASSCBI TO WS-CODE-CB-SAISI.
      *    Récupération du code de la carte bancaire saisi
           MOVE IDCLIENTI TO WS-COM-ID-CLIENT.
      *    Préparation de l'ID client pour la transmission
      *---------------------------------------------------------------
      *    VÉRIFICATION DE L'EXISTENCE DE LA CARTE BANCAIRE
      *---------------------------------------------------------------
           MOVE SPACES TO EMPR-SEL.
           EXEC SQL
      *    Lecture du sel du client (le même sur tous ses comptes)
              SELECT MIN(SEL_CB) INTO :EMPR-SEL :WS-SEL-NULL-IND
              FROM API8.COMPTE
              WHERE ID_CLIENT = :WS-ID-CLIENT
           END-EXEC.
           IF WS-SEL-NULL-IND = -1
              MOVE SPACES TO EMPR-SEL
           END-IF.

           MOVE 'C' TO EMPR-ACTION.
           MOVE SPACES TO EMPR-IDENTITE.
           MOVE WS-CODE-CB-SAISI TO EMPR-SECRET.
           CALL 'API8EMPR' USING EMPR-ZONE.
      *    Calcul de l'empreinte du code saisi avec le sel du client

           EXEC SQL 
      *    Recherche de la combinaison client/carte dans la base
              SELECT COUNT(*) INTO :WS-CARD-EXISTANT FROM API8.COMPTE
              WHERE ID_CLIENT = :WS-ID-CLIENT 
              AND EMPREINTE_CB = :EMPR-EMPREINTE
           END-EXEC.
      *    Recherche de la combinaison client/carte dans la base

