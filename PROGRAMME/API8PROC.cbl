      *    autorises et transmet le plafond par operation aux ecrans
      *    de retrait, qui le font respecter.
      *    SYSIN 'ANNULE titulaire mandataire' revoque la procuration.
      *    Le CODE_CB du mandataire n'est pas range en clair : seuls
      *    un sel et l'empreinte calculee par API8EMPR sont inseres,
      *    et la carte conservee sur API8.DEMBATCH est masquee
      *    (API8MASQ) des son execution.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-MIN-NULL-IND        PIC S9(4) COMP.
       01  WS-ID-COMPTE-TIT           PIC S9(9) COMP.

      *    Empreinte salee du code (service API8EMPR) : le code est
      *    condense sous sa forme saisie a l'ecran, 4 chiffres
       01  WS-CODE-CB-MANDAT-EDIT     PIC 9(4).
       01  WS-ID-CLIENT-EMPR          PIC 9(9).
       01  EMPR-ZONE.
           05  EMPR-ACTION            PIC X(1).
           05  EMPR-IDENTITE          PIC X(9).
           05  EMPR-SECRET            PIC X(8).
           05  EMPR-SEL               PIC X(8).
           05  EMPR-EMPREINTE         PIC X(18).


      *    Circuit quatre yeux (API8.DEMBATCH) : la carte doit avoir
      *    ete saisie par API8DEMB et approuvee par un second
       01  WS-ID-DEMANDE-4Y       PIC S9(9) COMP.
       01  WS-4Y-NULL-IND         PIC S9(4) COMP.

      *    Zone d'appel du masquage du code dans la carte API8MASQ
       01  MASQ-ZONE.
           05  MASQ-PROGRAMME     PIC X(8).
           05  MASQ-CARTE         PIC X(64).

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
              DISPLAY 'COMPTE DU TITULAIRE INTROUVABLE : '
                 WS-ID-TITULAIRE
           ELSE
              MOVE 'G' TO EMPR-ACTION
              MOVE WS-ID-MANDATAIRE TO WS-ID-CLIENT-EMPR
              MOVE WS-ID-CLIENT-EMPR TO EMPR-IDENTITE
              MOVE WS-CODE-CB-MANDAT TO WS-CODE-CB-MANDAT-EDIT
              MOVE WS-CODE-CB-MANDAT-EDIT TO EMPR-SECRET
              CALL 'API8EMPR' USING EMPR-ZONE

              EXEC SQL
                 INSERT INTO API8.PROCURATION
                    (ID_COMPTE, ID_CLIENT, CODE_CB, SEL_CB,
                     EMPREINTE_CB, MONTANT_MAX,
                     TYPES_AUTORISES, DATE_EXPIRATION, ACTIF)
                 VALUES
                    (:WS-ID-COMPTE-TIT, :WS-ID-MANDATAIRE,
                     0, :EMPR-SEL, :EMPR-EMPREINTE, :WS-MONTANT-MAX,
                     :WS-TYPES-AUTORISES, :WS-DATE-EXPIRATION, 'Y')
              END-EXEC

              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    La carte conservee ne garde pas le code en clair : il
      *    est recouvert d'etoiles (API8MASQ) a l'execution
           MOVE 'API8PROC' TO MASQ-PROGRAMME.
           MOVE WS-CARTE-DEMANDE TO MASQ-CARTE.
           CALL 'API8MASQ' USING MASQ-ZONE.

           EXEC SQL
              UPDATE API8.DEMBATCH
              SET EXECUTE = 'Y',
                  CARTE = :MASQ-CARTE,
                  DATE_EXECUTION = CURRENT DATE
              WHERE ID_DEMANDE = :WS-ID-DEMANDE-4Y
           END-EXEC.
