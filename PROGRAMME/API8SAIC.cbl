       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8SAIC.
      *===============================================================
      *    SERVICE D'INFORMATION SUR LES COMPTES POUR PRESTATAIRES
      *    TIERS
      *    Les agregateurs et autres prestataires agrees interrogent
      *    les comptes des clients qui les y ont autorises. Ce service,
      *    appele par la passerelle d'acces des prestataires, ne fait
      *    que lire : il ne touche ni aux soldes ni aux operations.
      *       - le prestataire doit figurer sur API8.PRESTATAIRE avec
      *         ACTIF = 'Y' (enregistrement et suspension par API8PRST)
      *       - le titulaire du compte doit lui avoir donne un
      *         consentement encore valide sur ce compte
      *         (API8.CONSENTEMENT, STATUT_CONSENT 'A' et
      *         DATE_EXPIRATION non depassee, octroye et revoque par
      *         l'ecran API8CNST)
      *       - il recoit alors le solde et la devise du compte et, sur
      *         demande 'O', les vingt dernieres lignes de
      *         API8.OPERATION, de la plus recente a la plus ancienne
      *    Chaque appel, accorde ou refuse, est trace sur
      *    API8.AUDITLOG (PROGRAMME 'API8SAIC', ID_OPERATEUR = code du
      *    prestataire, ID_CLIENT = titulaire du compte) ; l'etat
      *    mensuel des acces par prestataire est edite par API8AISR.
      *
      *    Appel :  CALL 'API8SAIC' USING AIC-ZONE
      *       AIC-CODE-PRESTATAIRE  code du prestataire appelant
      *       AIC-ID-COMPTE         compte interroge
      *       AIC-DEMANDE           'S' solde seul, 'O' solde et
      *                             dernieres operations
      *       AIC-SOLDE             solde du compte (retour)
      *       AIC-DEVISE            devise du compte (retour)
      *       AIC-DATE-EXPIRATION   fin du consentement (retour)
      *       AIC-NB-OPERATIONS     lignes renvoyees (retour, 0 a 20)
      *       AIC-OPERATION         lignes d'operations (retour)
      *       AIC-CODE-RETOUR       '00' acces accorde
      *                             '01' prestataire inconnu ou
      *                                  suspendu
      *                             '02' pas de consentement valide
      *                             '03' compte inconnu
      *                             '04' demande invalide
      *                             '99' erreur technique
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-NULL-INDICATOR      PIC S9(4) COMP.
       01  WS-ACTIF-PRESTATAIRE   PIC X(1).
       01  WS-ID-TITULAIRE        PIC S9(9) COMP VALUE 0.
       01  WS-DEVISE-COMPTE       PIC X(3).
       01  WS-SOLDE-COMPTE        PIC S9(8)V99 COMP-3.
       01  WS-DATE-EXPIRATION     PIC X(10).
       01  I-OPE                  PIC S9(4) COMP.

      *    Ligne d'operation ramenee par le curseur
       01  WS-ID-OPERATION        PIC S9(9) COMP.
       01  WS-DATE-OP             PIC X(8).
       01  WS-TYPE-OP             PIC X(1).
       01  WS-MONTANT-OP          PIC S9(8)V99 COMP-3.
       01  WS-LIBELLE-OP          PIC X(30).

      *    Trace de l'appel sur API8.AUDITLOG
       01  WS-ID-AUDIT            PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT     PIC X(30).

       LINKAGE SECTION.
       01  AIC-ZONE.
           05  AIC-CODE-PRESTATAIRE   PIC X(8).
           05  AIC-ID-COMPTE          PIC S9(9) COMP.
           05  AIC-DEMANDE            PIC X(1).
           05  AIC-SOLDE              PIC S9(8)V99 COMP-3.
           05  AIC-DEVISE             PIC X(3).
           05  AIC-DATE-EXPIRATION    PIC X(10).
           05  AIC-NB-OPERATIONS      PIC S9(4) COMP.
           05  AIC-OPERATION OCCURS 20 TIMES.
               10  AIC-OP-ID          PIC S9(9) COMP.
               10  AIC-OP-DATE        PIC X(8).
               10  AIC-OP-TYPE        PIC X(1).
               10  AIC-OP-MONTANT     PIC S9(8)V99 COMP-3.
               10  AIC-OP-LIBELLE     PIC X(30).
           05  AIC-CODE-RETOUR        PIC X(2).

       PROCEDURE DIVISION USING AIC-ZONE.

       0000-MAIN-PROCEDURE.
           MOVE '99' TO AIC-CODE-RETOUR.
           MOVE 0 TO AIC-SOLDE.
           MOVE SPACES TO AIC-DEVISE.
           MOVE SPACES TO AIC-DATE-EXPIRATION.
           MOVE 0 TO AIC-NB-OPERATIONS.
           MOVE 0 TO WS-ID-TITULAIRE.

           PERFORM 1000-CONTROLER-ACCES.

           IF AIC-CODE-RETOUR = '00'
              PERFORM 2000-LIRE-SOLDE
           END-IF.

           IF AIC-CODE-RETOUR = '00' AND AIC-DEMANDE = 'O'
              PERFORM 3000-LIRE-OPERATIONS
           END-IF.

           PERFORM 4000-TRACER-ACCES.
           GOBACK.

       1000-CONTROLER-ACCES.
           IF AIC-DEMANDE NOT = 'S' AND AIC-DEMANDE NOT = 'O'
              MOVE '04' TO AIC-CODE-RETOUR
           ELSE
              MOVE '00' TO AIC-CODE-RETOUR
           END-IF.

      *    Le prestataire d'abord : un appelant inconnu n'apprend
      *    rien, pas meme l'existence du compte
           IF AIC-CODE-RETOUR = '00'
              MOVE 'N' TO WS-ACTIF-PRESTATAIRE
              EXEC SQL
                 SELECT ACTIF
                 INTO :WS-ACTIF-PRESTATAIRE
                 FROM API8.PRESTATAIRE
                 WHERE CODE_PRESTATAIRE = :AIC-CODE-PRESTATAIRE
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-ACTIF-PRESTATAIRE NOT = 'Y'
                 MOVE '01' TO AIC-CODE-RETOUR
              END-IF
           END-IF.

      *    Le titulaire sert a tracer l'acces sur le bon client,
      *    meme refuse : le compte est lu dans tous les cas
           EXEC SQL
              SELECT ID_CLIENT, SOLDE, VALUE(DEVISE, 'EUR')
              INTO :WS-ID-TITULAIRE, :WS-SOLDE-COMPTE,
                   :WS-DEVISE-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :AIC-ID-COMPTE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-ID-TITULAIRE
              IF AIC-CODE-RETOUR = '00'
                 IF SQLCODE = 100
                    MOVE '03' TO AIC-CODE-RETOUR
                 ELSE
                    MOVE '99' TO AIC-CODE-RETOUR
                 END-IF
              END-IF
           END-IF.

           IF AIC-CODE-RETOUR = '00'
              EXEC SQL
                 SELECT CHAR(MAX(DATE_EXPIRATION), ISO)
                 INTO :WS-DATE-EXPIRATION :WS-NULL-INDICATOR
                 FROM API8.CONSENTEMENT
                 WHERE ID_COMPTE = :AIC-ID-COMPTE
                   AND CODE_PRESTATAIRE = :AIC-CODE-PRESTATAIRE
                   AND STATUT_CONSENT = 'A'
                   AND DATE_EXPIRATION >= CURRENT DATE
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-NULL-INDICATOR = -1
                 MOVE '02' TO AIC-CODE-RETOUR
              ELSE
                 MOVE WS-DATE-EXPIRATION TO AIC-DATE-EXPIRATION
              END-IF
           END-IF.

       2000-LIRE-SOLDE.
           IF WS-DEVISE-COMPTE = SPACES
              MOVE 'EUR' TO WS-DEVISE-COMPTE
           END-IF.
           MOVE WS-SOLDE-COMPTE TO AIC-SOLDE.
           MOVE WS-DEVISE-COMPTE TO AIC-DEVISE.

       3000-LIRE-OPERATIONS.
           EXEC SQL
              DECLARE CAISOPE CURSOR FOR
              SELECT ID_OPERATION, DATE_OP, TYPE_OP, MONTANT_OP,
                     VALUE(LIBELLE_OP, ' ')
              FROM API8.OPERATION
              WHERE ID_COMPTE = :AIC-ID-COMPTE
              ORDER BY ID_OPERATION DESC
           END-EXEC.

           EXEC SQL
              OPEN CAISOPE
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE '99' TO AIC-CODE-RETOUR
           ELSE
              MOVE 0 TO I-OPE
              PERFORM 3100-LIRE-OPERATION
                 UNTIL SQLCODE NOT = 0 OR I-OPE >= 20
              IF SQLCODE < 0
                 MOVE '99' TO AIC-CODE-RETOUR
              END-IF
              MOVE I-OPE TO AIC-NB-OPERATIONS
              EXEC SQL
                 CLOSE CAISOPE
              END-EXEC
           END-IF.

       3100-LIRE-OPERATION.
           EXEC SQL
              FETCH CAISOPE
              INTO :WS-ID-OPERATION, :WS-DATE-OP, :WS-TYPE-OP,
                   :WS-MONTANT-OP, :WS-LIBELLE-OP
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO I-OPE
              MOVE WS-ID-OPERATION TO AIC-OP-ID (I-OPE)
              MOVE WS-DATE-OP TO AIC-OP-DATE (I-OPE)
              MOVE WS-TYPE-OP TO AIC-OP-TYPE (I-OPE)
              MOVE WS-MONTANT-OP TO AIC-OP-MONTANT (I-OPE)
              MOVE WS-LIBELLE-OP TO AIC-OP-LIBELLE (I-OPE)
           END-IF.

       4000-TRACER-ACCES.
      *    Tout appel laisse une trace, accorde ou refuse : c'est le
      *    registre opposable au prestataire et la base de l'etat
      *    mensuel API8AISR (EVENEMENT 'AIS ... OK' = accorde)
           EVALUATE AIC-CODE-RETOUR
              WHEN '00'
                 IF AIC-DEMANDE = 'O'
                    MOVE 'AIS OPERATIONS OK' TO WS-AUDIT-EVENEMENT
                 ELSE
                    MOVE 'AIS SOLDE OK' TO WS-AUDIT-EVENEMENT
                 END-IF
              WHEN '01'
                 MOVE 'AIS REFUS PRESTATAIRE' TO WS-AUDIT-EVENEMENT
              WHEN '02'
                 MOVE 'AIS REFUS CONSENTEMENT' TO WS-AUDIT-EVENEMENT
              WHEN '03'
                 MOVE 'AIS REFUS COMPTE INCONNU' TO WS-AUDIT-EVENEMENT
              WHEN '04'
                 MOVE 'AIS REFUS DEMANDE INVALIDE'
                    TO WS-AUDIT-EVENEMENT
              WHEN OTHER
                 MOVE 'AIS ERREUR TECHNIQUE' TO WS-AUDIT-EVENEMENT
           END-EVALUATE.

           EXEC SQL
              SELECT MAX(ID_AUDIT)
              INTO :WS-ID-AUDIT :WS-NULL-INDICATOR
              FROM API8.AUDITLOG
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-AUDIT
           ELSE
              ADD 1 TO WS-ID-AUDIT
           END-IF.

           EXEC SQL
              INSERT INTO API8.AUDITLOG
                 (ID_AUDIT, ID_CLIENT, PROGRAMME, EVENEMENT,
                  ID_OPERATEUR, DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, :WS-ID-TITULAIRE, 'API8SAIC',
                  :WS-AUDIT-EVENEMENT, :AIC-CODE-PRESTATAIRE,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.
