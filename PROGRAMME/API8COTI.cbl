      *    Chaque identifiant se saisit sur sept chiffres suivis de sa
      *    cle de controle sur deux (style RIB, service API8CLE) ; une
      *    cle fausse arrete le batch avant toute recherche en base.
      *    Le CODE_CB du cotitulaire n'est pas range en clair : seuls
      *    un sel et l'empreinte calculee par API8EMPR sont inseres,
      *    et la carte conservee sur API8.DEMBATCH est masquee
      *    (API8MASQ) des son execution.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-CODE-CB-COTITULAIRE     PIC X(4).
       01  WS-ID-COMPTE-TITULAIRE     PIC S9(9) COMP.

      *    Empreinte salee du code (service API8EMPR)
       01  WS-ID-CLIENT-EMPR          PIC 9(9).
       01  EMPR-ZONE.
           05  EMPR-ACTION            PIC X(1).
           05  EMPR-IDENTITE          PIC X(9).
           05  EMPR-SECRET            PIC X(8).
           05  EMPR-SEL               PIC X(8).
           05  EMPR-EMPREINTE         PIC X(18).

      *    Identifiant saisi avec sa cle de controle (7 + 2)
       01  WS-SAISIE-CLEE.
           05  WS-SAISIE-NUMERO       PIC 9(7).
       01  WS-ID-DEMANDE-4Y       PIC S9(9) COMP.
       01  WS-4Y-NULL-IND         PIC S9(4) COMP.

      *    Zone d'appel du masquage du code dans la carte API8MASQ
       01  MASQ-ZONE.
           05  MASQ-PROGRAMME     PIC X(8).
           05  MASQ-CARTE         PIC X(64).

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
           END-EVALUATE.

       1100-INSERER-COTITULAIRE.
           MOVE 'G' TO EMPR-ACTION.
           MOVE WS-ID-CLIENT-COTITULAIRE TO WS-ID-CLIENT-EMPR.
           MOVE WS-ID-CLIENT-EMPR TO EMPR-IDENTITE.
           MOVE WS-CODE-CB-COTITULAIRE TO EMPR-SECRET.
           CALL 'API8EMPR' USING EMPR-ZONE.

           EXEC SQL
              INSERT INTO API8.COTITULAIRE
                 (ID_COMPTE, ID_CLIENT, CODE_CB, SEL_CB, EMPREINTE_CB)
              VALUES
                 (:WS-ID-COMPTE-TITULAIRE, :WS-ID-CLIENT-COTITULAIRE,
                  0, :EMPR-SEL, :EMPR-EMPREINTE)
           END-EXEC.

           IF SQLCODE = 0
              GO TO 1999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    La carte conservee ne garde pas le code en clair : il
      *    est recouvert d'etoiles (API8MASQ) a l'execution
           MOVE 'API8COTI' TO MASQ-PROGRAMME.
           MOVE WS-CARTE-DEMANDE TO MASQ-CARTE.
           CALL 'API8MASQ' USING MASQ-ZONE.

           EXEC SQL
              UPDATE API8.DEMBATCH
              SET EXECUTE = 'Y',
                  CARTE = :MASQ-CARTE,
                  DATE_EXECUTION = CURRENT DATE
              WHERE ID_DEMANDE = :WS-ID-DEMANDE-4Y
           END-EXEC.
