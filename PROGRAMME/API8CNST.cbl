       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CNST.
      *===============================================================
      *    ECRAN DES CONSENTEMENTS D'ACCES AUX COMPTES
      *    Transaction SN40, accessible depuis le menu client (option
      *    'K') : le client autorise un prestataire tiers agree
      *    (agregateur, service d'information sur les comptes,
      *    enregistre sur API8.PRESTATAIRE par API8PRST) a lire les
      *    soldes et les dernieres operations d'un de ses comptes via
      *    le service API8SAIC, et retire cette autorisation :
      *       - action a blanc : liste des consentements du client
      *         (actifs, expires, revoques) sur huit lignes
      *       - action 'A' : octroi sur un compte (numero a sept
      *         chiffres suivi de sa cle, verifie par API8CLE) dont le
      *         client est titulaire, pour un prestataire actif ; le
      *         consentement expire apres CONSENT_DUREE jours
      *         (API8.PARAMETRE, repli 90) et doit alors etre renouvele
      *       - action 'R' : revocation immediate d'un consentement du
      *         client par son numero
      *    Chaque octroi et chaque revocation est trace sur
      *    API8.AUDITLOG, comme les acces du prestataire eux-memes.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE CLIENT
           END-EXEC.

       01  SWITCHES.
      *
           05  VALID-DATA-SW               PIC X    VALUE 'Y'.
               88 VALID-DATA                        VALUE 'Y'.
      *

        01  FLAGS.
      *
           05  SEND-FLAG                   PIC X.
               88  SEND-ERASE                       VALUE '1'.
               88  SEND-DATAONLY                    VALUE '2'.
               88  SEND-DATAONLY-ALARM              VALUE '3'.

       01  WS-XCTL-PROGRAM-SW              PIC X VALUE 'N'.
           88 XCTL-PROGRAM                       VALUE 'Y'.

       COPY DFHAID.
       COPY APNSE37.

       01  WS-COMMUNICATION-AREA  PIC S9(9) COMP.
       01  WS-NULL-INDICATOR      PIC S9(4) COMP.

       01  WS-DUREE-CONSENT       PIC S9(3) COMP-3 VALUE 90.
       01  WS-ID-CONSENT          PIC S9(9) COMP.
       01  WS-ID-COMPTE-CNS       PIC S9(9) COMP.
       01  WS-ID-TITULAIRE        PIC S9(9) COMP.
       01  WS-CODE-PRESTATAIRE    PIC X(8).
       01  WS-NOM-PRESTATAIRE     PIC X(30).
       01  WS-ACTIF-PRESTATAIRE   PIC X(1).
       01  WS-NB-ACTIFS           PIC S9(9) COMP.

      *    Saisie du compte avec sa cle de controle (7 + 2),
      *    verifiee par le service API8CLE avant toute recherche
       01  WS-COMPTE-SAISIE.
           05  WS-COMPTE-NUMERO    PIC 9(7).
           05  WS-COMPTE-CLE       PIC 9(2).
       01  CLE-ZONE.
           05  CLE-NUMERO          PIC S9(9) COMP.
           05  CLE-VALEUR          PIC 9(2).

      *    Liste des consentements du client (8 lignes)
       01  WS-STATUT-CUR          PIC X(1).
       01  WS-ECHU-CUR            PIC X(1).
       01  WS-DATE-OCTROI-CUR     PIC X(10).
       01  WS-DATE-EXPIR-CUR      PIC X(10).
       01  WS-ID-CONSENT-EDIT     PIC 9(9).
       01  WS-ID-COMPTE-EDIT      PIC 9(7).
       01  WS-ETAT-EDIT           PIC X(8).
       01  WS-NB-LIGNES           PIC S9(4) COMP.
       01  WS-LIGNE-CNS           PIC X(70).

      *    Trace des octrois et revocations sur API8.AUDITLOG
       01  WS-ID-AUDIT            PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT     PIC X(30).

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Zone d'appel du controle d'inactivite API8STMO
       01  STMO-ZONE.
           05  STMO-TERMINAL      PIC X(4).
           05  STMO-ACTION        PIC X(1).
           05  STMO-UTILISATEUR   PIC X(8).
           05  STMO-CODE-RETOUR   PIC X(1).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 DFHCOM-ID-CLIENT PIC S9(9) COMP.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.

      *    Inactivite : meme controle que le reste de la famille SN
           MOVE EIBTRMID TO STMO-TERMINAL.
           MOVE 'CLIENT  ' TO STMO-UTILISATEUR.
           IF EIBCALEN = ZERO
              MOVE 'R' TO STMO-ACTION
           ELSE
              MOVE 'C' TO STMO-ACTION
           END-IF.
           CALL 'API8STMO' USING STMO-ZONE.
           IF STMO-CODE-RETOUR = '1'
              MOVE LOW-VALUES TO CNST1I
              MOVE LOW-VALUES TO CNST1O
              MOVE 'SESSION EXPIREE - RECONNECTEZ-VOUS' TO MESCNSO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-CNST
              EXEC CICS RETURN TRANSID('SN01')
              END-EXEC
           END-IF.

           IF EIBCALEN > ZERO
               MOVE DFHCOM-ID-CLIENT TO WS-COMMUNICATION-AREA
           END-IF.

           EVALUATE TRUE
              WHEN EIBCALEN = ZERO OR 4
                 MOVE LOW-VALUES TO CNST1I
                 MOVE LOW-VALUES TO CNST1O
                 PERFORM 1150-GET-CLIENT-PRENOM
                 PERFORM 2000-AFFICHER-CONSENTEMENTS
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-CNST

              WHEN EIBAID = DFHCLEAR
                 MOVE LOW-VALUES TO CNST1I
                 MOVE LOW-VALUES TO CNST1O
                 PERFORM 1150-GET-CLIENT-PRENOM
                 PERFORM 2000-AFFICHER-CONSENTEMENTS
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-CNST

              WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE

              WHEN EIBAID = DFHPF3 OR DFHPF12
                   SET XCTL-PROGRAM TO TRUE

              WHEN EIBAID = DFHENTER
                   PERFORM 1000-TRAITER-SAISIE

              WHEN OTHER
                 PERFORM 1100-RECEIVE-ECRAN-CNST
                 MOVE 'TOUCHE INVALIDE' TO MESCNSO
                 SET SEND-DATAONLY-ALARM TO TRUE
                 PERFORM 1400-SEND-ECRAN-CNST

           END-EVALUATE.

           IF NOT XCTL-PROGRAM
               EXEC CICS RETURN TRANSID('SN40')
                    COMMAREA(WS-COMMUNICATION-AREA)
                    LENGTH(10)
               END-EXEC
           ELSE
               EXEC CICS XCTL PROGRAM('API8BM1P')
                    COMMAREA(WS-COMMUNICATION-AREA)
                    LENGTH(LENGTH OF WS-COMMUNICATION-AREA)
               END-EXEC
           END-IF.

       1000-TRAITER-SAISIE.
           PERFORM 1100-RECEIVE-ECRAN-CNST.
           MOVE SPACES TO MESCNSO.
           PERFORM 1200-VALIDER-SAISIE.
           IF VALID-DATA
              EVALUATE ACTCNSI
                 WHEN 'A'
                    PERFORM 1300-OCTROYER-CONSENTEMENT
                 WHEN 'R'
                    PERFORM 1350-REVOQUER-CONSENTEMENT
              END-EVALUATE
           END-IF.
           PERFORM 2000-AFFICHER-CONSENTEMENTS.
           IF VALID-DATA
              SET SEND-DATAONLY TO TRUE
           ELSE
              SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1400-SEND-ECRAN-CNST.

       1100-RECEIVE-ECRAN-CNST.
           EXEC CICS RECEIVE MAP ('CNST1')
                  MAPSET ('APNSE37')
                  INTO (CNST1I)
           END-EXEC.

       1150-GET-CLIENT-PRENOM.
           MOVE WS-COMMUNICATION-AREA TO WS-ID-CLIENT OF DCLCLIENT.
           EXEC SQL
              SELECT PRENOM_CLIENT
              INTO :WS-PRENOM-CLIENT
              FROM API8.CLIENT
              WHERE ID_CLIENT = :DCLCLIENT.WS-ID-CLIENT
           END-EXEC
           IF SQLCODE = 0
              MOVE WS-PRENOM-CLIENT TO NCPTEO
           ELSE
              MOVE 'CLIENT INCONNU' TO NCPTEO
           END-IF.

       1200-VALIDER-SAISIE.
           MOVE 'Y' TO VALID-DATA-SW.

      *    Action a blanc : simple rafraichissement de la liste
           IF ACTCNSI = SPACES OR ACTCNSI = LOW-VALUES
              MOVE SPACES TO ACTCNSI
           END-IF.

           IF ACTCNSI NOT = SPACES
              AND ACTCNSI NOT = 'A' AND ACTCNSI NOT = 'R'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ACTION A (AUTORISER) OU R (REVOQUER)' TO MESCNSO
           END-IF.

           IF VALID-DATA AND ACTCNSI = 'A'
              IF CPTCNSI = SPACES OR CPTCNSI = LOW-VALUES
                 OR CPTCNSI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE (7 CHIFFRES + CLE) REQUIS' TO MESCNSO
              ELSE
                 IF PRECNSI = SPACES OR PRECNSI = LOW-VALUES
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'CODE PRESTATAIRE REQUIS' TO MESCNSO
                 END-IF
              END-IF
           END-IF.

           IF VALID-DATA AND ACTCNSI = 'R'
              IF IDCNSI = SPACES OR IDCNSI = LOW-VALUES
                 OR IDCNSI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'NUMERO DE CONSENTEMENT (9 CHIFFRES) REQUIS'
                    TO MESCNSO
              END-IF
           END-IF.

       1300-OCTROYER-CONSENTEMENT.
      *    Numero et cle de controle (7 + 2), puis titularite du
      *    compte : un client n'ouvre l'acces qu'a ses propres comptes
           MOVE CPTCNSI TO WS-COMPTE-SAISIE.
           MOVE WS-COMPTE-NUMERO TO WS-ID-COMPTE-CNS.
           MOVE WS-ID-COMPTE-CNS TO CLE-NUMERO.
           CALL 'API8CLE' USING CLE-ZONE.
           IF CLE-VALEUR NOT = WS-COMPTE-CLE
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'CLE DE CONTROLE INVALIDE' TO MESCNSO
           ELSE
              EXEC SQL
                 SELECT ID_CLIENT
                 INTO :WS-ID-TITULAIRE
                 FROM API8.COMPTE
                 WHERE ID_COMPTE = :WS-ID-COMPTE-CNS
              END-EXEC
              IF SQLCODE NOT = 0
                 OR WS-ID-TITULAIRE NOT = WS-COMMUNICATION-AREA
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'COMPTE INCONNU OU NON TITULAIRE' TO MESCNSO
              END-IF
           END-IF.

      *    Le prestataire doit etre enregistre et actif
           IF VALID-DATA
              MOVE PRECNSI TO WS-CODE-PRESTATAIRE
              EXEC SQL
                 SELECT NOM_PRESTATAIRE, ACTIF
                 INTO :WS-NOM-PRESTATAIRE, :WS-ACTIF-PRESTATAIRE
                 FROM API8.PRESTATAIRE
                 WHERE CODE_PRESTATAIRE = :WS-CODE-PRESTATAIRE
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'PRESTATAIRE INCONNU' TO MESCNSO
              ELSE
                 IF WS-ACTIF-PRESTATAIRE NOT = 'Y'
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'PRESTATAIRE SUSPENDU - ACCES IMPOSSIBLE'
                       TO MESCNSO
                 END-IF
              END-IF
           END-IF.

      *    Un seul consentement actif par compte et prestataire : le
      *    renouvellement passe par une revocation prealable
           IF VALID-DATA
              MOVE 0 TO WS-NB-ACTIFS
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-ACTIFS
                 FROM API8.CONSENTEMENT
                 WHERE ID_COMPTE = :WS-ID-COMPTE-CNS
                   AND CODE_PRESTATAIRE = :WS-CODE-PRESTATAIRE
                   AND STATUT_CONSENT = 'A'
                   AND DATE_EXPIRATION >= CURRENT DATE
              END-EXEC
              IF WS-NB-ACTIFS > 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'CONSENTEMENT DEJA ACTIF POUR CE PRESTATAIRE'
                    TO MESCNSO
              END-IF
           END-IF.

           IF VALID-DATA
              EXEC SQL
                 SELECT VALEUR_PARAM
                 INTO :WS-DUREE-CONSENT
                 FROM API8.PARAMETRE
                 WHERE CODE_PARAM = 'CONSENT_DUREE'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 90 TO WS-DUREE-CONSENT
                 MOVE 0 TO SQLCODE
              END-IF

              MOVE 'CONSENTEMENT' TO NUMO-COMPTEUR
              CALL 'API8NUMO' USING NUMO-ZONE
              IF NUMO-CODE-RETOUR NOT = '0'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR NUMEROTATION - REESSAYEZ' TO MESCNSO
              END-IF
           END-IF.

           IF VALID-DATA
              MOVE NUMO-VALEUR TO WS-ID-CONSENT
              EXEC SQL
                 INSERT INTO API8.CONSENTEMENT
                    (ID_CONSENT, ID_CLIENT, ID_COMPTE,
                     CODE_PRESTATAIRE, DATE_OCTROI, DATE_EXPIRATION,
                     STATUT_CONSENT)
                 VALUES
                    (:WS-ID-CONSENT, :WS-COMMUNICATION-AREA,
                     :WS-ID-COMPTE-CNS, :WS-CODE-PRESTATAIRE,
                     CURRENT DATE,
                     CURRENT DATE + :WS-DUREE-CONSENT DAYS, 'A')
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO WS-AUDIT-EVENEMENT
                 STRING 'CONSENT OCTROI ' WS-CODE-PRESTATAIRE
                    DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT
                 PERFORM 1500-TRACER-AUDIT
                 MOVE SPACES TO MESCNSO
                 STRING 'ACCES AUTORISE : ' WS-NOM-PRESTATAIRE
                    DELIMITED BY SIZE INTO MESCNSO
                 MOVE SPACES TO CPTCNSO PRECNSO
              ELSE
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR ENREGISTREMENT CONSENTEMENT' TO MESCNSO
              END-IF
           END-IF.

       1350-REVOQUER-CONSENTEMENT.
      *    Seul un consentement du client, encore actif, se revoque ;
      *    la ligne reste au registre avec sa date de revocation
           MOVE IDCNSI TO WS-ID-CONSENT-EDIT.
           MOVE WS-ID-CONSENT-EDIT TO WS-ID-CONSENT.
           MOVE SPACES TO WS-CODE-PRESTATAIRE.

           EXEC SQL
              SELECT CODE_PRESTATAIRE
              INTO :WS-CODE-PRESTATAIRE
              FROM API8.CONSENTEMENT
              WHERE ID_CONSENT = :WS-ID-CONSENT
                AND ID_CLIENT = :WS-COMMUNICATION-AREA
                AND STATUT_CONSENT = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'AUCUN CONSENTEMENT ACTIF SOUS CE NUMERO'
                 TO MESCNSO
           ELSE
              EXEC SQL
                 UPDATE API8.CONSENTEMENT
                 SET STATUT_CONSENT = 'R',
                     DATE_REVOCATION = CURRENT DATE
                 WHERE ID_CONSENT = :WS-ID-CONSENT
                   AND ID_CLIENT = :WS-COMMUNICATION-AREA
                   AND STATUT_CONSENT = 'A'
              END-EXEC
              IF SQLCODE = 0
                 MOVE SPACES TO WS-AUDIT-EVENEMENT
                 STRING 'CONSENT REVOC ' WS-CODE-PRESTATAIRE
                    DELIMITED BY SIZE INTO WS-AUDIT-EVENEMENT
                 PERFORM 1500-TRACER-AUDIT
                 MOVE 'CONSENTEMENT REVOQUE - ACCES COUPE' TO MESCNSO
                 MOVE SPACES TO IDCNSO
              ELSE
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR REVOCATION CONSENTEMENT' TO MESCNSO
              END-IF
           END-IF.

       1500-TRACER-AUDIT.
      *    Meme idiome MAX(ID)+1 et meme table que 1350-TRACER-AUDIT
      *    du menu API8BM1P
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
                  DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, :WS-COMMUNICATION-AREA, 'API8CNST',
                  :WS-AUDIT-EVENEMENT, CURRENT DATE, CURRENT TIME)
           END-EXEC.

       2000-AFFICHER-CONSENTEMENTS.
      *    Les consentements du client, actifs d'abord puis les plus
      *    recents ; un consentement actif dont la date d'expiration
      *    est passee est affiche EXPIRE (le service le refuse deja)
           MOVE SPACES TO LCNS01O LCNS02O LCNS03O LCNS04O
                          LCNS05O LCNS06O LCNS07O LCNS08O.
           MOVE 0 TO WS-NB-LIGNES.

           EXEC SQL
              DECLARE CCONSENT CURSOR FOR
              SELECT C.ID_CONSENT, C.ID_COMPTE, C.CODE_PRESTATAIRE,
                     VALUE(P.NOM_PRESTATAIRE, ' '), C.STATUT_CONSENT,
                     CASE WHEN C.DATE_EXPIRATION < CURRENT DATE
                          THEN 'Y' ELSE 'N' END,
                     CHAR(C.DATE_OCTROI, ISO),
                     CHAR(C.DATE_EXPIRATION, ISO)
              FROM API8.CONSENTEMENT C
                   LEFT OUTER JOIN API8.PRESTATAIRE P
                   ON P.CODE_PRESTATAIRE = C.CODE_PRESTATAIRE
              WHERE C.ID_CLIENT = :WS-COMMUNICATION-AREA
              ORDER BY C.STATUT_CONSENT, C.ID_CONSENT DESC
           END-EXEC.

           EXEC SQL
              OPEN CCONSENT
           END-EXEC.

           PERFORM 2100-CHARGER-LIGNE
              UNTIL WS-NB-LIGNES >= 8
                 OR SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCONSENT
           END-EXEC.

           IF MESCNSO = SPACES OR MESCNSO = LOW-VALUES
              IF WS-NB-LIGNES = 0
                 MOVE 'AUCUN CONSENTEMENT ENREGISTRE' TO MESCNSO
              ELSE
                 MOVE 'A = AUTORISER   R = REVOQUER' TO MESCNSO
              END-IF
           END-IF.

       2100-CHARGER-LIGNE.
           EXEC SQL
              FETCH CCONSENT
              INTO :WS-ID-CONSENT, :WS-ID-COMPTE-CNS,
                   :WS-CODE-PRESTATAIRE, :WS-NOM-PRESTATAIRE,
                   :WS-STATUT-CUR, :WS-ECHU-CUR,
                   :WS-DATE-OCTROI-CUR, :WS-DATE-EXPIR-CUR
           END-EXEC.

           IF SQLCODE = 0
              EVALUATE TRUE
                 WHEN WS-STATUT-CUR = 'R'
                    MOVE 'REVOQUE' TO WS-ETAT-EDIT
                 WHEN WS-ECHU-CUR = 'Y'
                    MOVE 'EXPIRE' TO WS-ETAT-EDIT
                 WHEN OTHER
                    MOVE 'ACTIF' TO WS-ETAT-EDIT
              END-EVALUATE
              MOVE WS-ID-CONSENT TO WS-ID-CONSENT-EDIT
              MOVE WS-ID-COMPTE-CNS TO WS-ID-COMPTE-EDIT
              MOVE SPACES TO WS-LIGNE-CNS
              STRING WS-ID-CONSENT-EDIT ' '
                     WS-ID-COMPTE-EDIT ' '
                     WS-CODE-PRESTATAIRE ' '
                     WS-NOM-PRESTATAIRE(1:16) ' '
                     WS-DATE-EXPIR-CUR ' '
                     WS-ETAT-EDIT
                 DELIMITED BY SIZE INTO WS-LIGNE-CNS
              ADD 1 TO WS-NB-LIGNES
              EVALUATE WS-NB-LIGNES
                 WHEN 1
                    MOVE WS-LIGNE-CNS TO LCNS01O
                 WHEN 2
                    MOVE WS-LIGNE-CNS TO LCNS02O
                 WHEN 3
                    MOVE WS-LIGNE-CNS TO LCNS03O
                 WHEN 4
                    MOVE WS-LIGNE-CNS TO LCNS04O
                 WHEN 5
                    MOVE WS-LIGNE-CNS TO LCNS05O
                 WHEN 6
                    MOVE WS-LIGNE-CNS TO LCNS06O
                 WHEN 7
                    MOVE WS-LIGNE-CNS TO LCNS07O
                 WHEN 8
                    MOVE WS-LIGNE-CNS TO LCNS08O
              END-EVALUATE
           END-IF.

       1400-SEND-ECRAN-CNST.
           EVALUATE TRUE
              WHEN SEND-ERASE
                 EXEC CICS SEND MAP ('CNST1')
                      MAPSET ('APNSE37')
                      FROM(CNST1O)
                      ERASE
                 END-EXEC
              WHEN SEND-DATAONLY
                 EXEC CICS SEND MAP ('CNST1')
                      MAPSET ('APNSE37')
                      FROM(CNST1O)
                      DATAONLY
                 END-EXEC
              WHEN SEND-DATAONLY-ALARM
                 EXEC CICS SEND MAP ('CNST1')
                      MAPSET ('APNSE37')
                      FROM(CNST1O)
                      DATAONLY
                 END-EXEC
           END-EVALUATE.
