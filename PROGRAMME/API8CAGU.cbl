       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CAGU.
      *===============================================================
      *    CAISSE DU GUICHETIER : OUVERTURE ET FERMETURE
      *    Transaction SN42. API8CAIS rapproche les especes au niveau
      *    de l'agence : un ecart n'y est imputable a personne. Chaque
      *    guichetier d'API8GUIT tient desormais sa propre caisse
      *    (API8.CAISSEGUI) :
      *       'O'  ouverture en debut de poste : le fond de caisse est
      *            compte par coupure et enregistre ; une seule caisse
      *            ouverte par guichetier, et API8GUIT refuse toute
      *            operation tant qu'elle ne l'est pas
      *       'F'  fermeture en fin de poste : le guichetier compte ses
      *            especes par coupure, sans voir le montant attendu
      *            (comptage a l'aveugle) ; le systeme enregistre
      *            l'attendu (fond + entrees - sorties cumulees par
      *            API8GUIT et par les liberations API8RVAL),
      *            le compte et l'ecart, puis affiche le resultat
      *    Le detail du comptage est conserve par coupure sur
      *    API8.CAISSECOUPURE (sens 'O' ouverture, 'F' fermeture) ;
      *    les devises du bureau de change sont suivies par caisse
      *    sur API8.CAISSEDEVISE. La fermeture est refusee tant
      *    qu'une retenue LIMITE GUI du guichetier est en attente de
      *    liberation. Les ecarts repetes ressortent au rapport
      *    mensuel API8CAGR et une caisse restee ouverte bloque le
      *    controle pre-cloture API8PREC.
      *    Comme API8GUIT, l'ecran n'a pas de jeton de session :
      *    l'identifiant du guichetier est saisi et controle actif
      *    sur API8.OPERATEUR ; ouverture et fermeture sont tracees
      *    sur API8.AUDITLOG.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.


       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
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

       COPY DFHAID.
       COPY APNSE39.

       01  WS-COMMUNICATION-AREA  PIC S9(9) COMP.
       01  WS-NULL-INDICATOR      PIC S9(4) COMP.

       01  WS-ID-OPERATEUR        PIC X(8).
       01  WS-ACTIF-OPER          PIC X(1).

      *    Caisse du guichetier
       01  WS-ID-CAISSE           PIC S9(9) COMP.
       01  WS-CODE-AGENCE-CAI     PIC X(4).
       01  WS-FOND-CAISSE         PIC S9(9)V99 COMP-3.
       01  WS-TOTAL-ENTREES       PIC S9(9)V99 COMP-3.
       01  WS-TOTAL-SORTIES       PIC S9(9)V99 COMP-3.
       01  WS-MONTANT-ATTENDU     PIC S9(9)V99 COMP-3.
       01  WS-MONTANT-COMPTE      PIC S9(9)V99 COMP-3.
       01  WS-ECART-CAISSE        PIC S9(9)V99 COMP-3.
       01  WS-NB-OUVERTES         PIC S9(9) COMP.
       01  WS-NB-RETENUES         PIC S9(9) COMP.
       01  WS-SENS-COMPTAGE       PIC X(1).
       01  WS-LIBELLE-GUICHET     PIC X(30).
       01  WS-MONTANT-EDIT        PIC -ZZZZZZZZ9.99.
       01  WS-ID-CAISSE-EDIT      PIC 9(9).

      *    Coupures euros comptees, billets puis pieces
       01  WS-TABLE-COUPURES.
           05  FILLER             PIC 9(3)V99 VALUE 500.
           05  FILLER             PIC 9(3)V99 VALUE 200.
           05  FILLER             PIC 9(3)V99 VALUE 100.
           05  FILLER             PIC 9(3)V99 VALUE 50.
           05  FILLER             PIC 9(3)V99 VALUE 20.
           05  FILLER             PIC 9(3)V99 VALUE 10.
           05  FILLER             PIC 9(3)V99 VALUE 5.
           05  FILLER             PIC 9(3)V99 VALUE 2.
           05  FILLER             PIC 9(3)V99 VALUE 1.
           05  FILLER             PIC 9(3)V99 VALUE 0.50.
           05  FILLER             PIC 9(3)V99 VALUE 0.20.
           05  FILLER             PIC 9(3)V99 VALUE 0.10.
           05  FILLER             PIC 9(3)V99 VALUE 0.05.
           05  FILLER             PIC 9(3)V99 VALUE 0.02.
           05  FILLER             PIC 9(3)V99 VALUE 0.01.
       01  WS-COUPURES REDEFINES WS-TABLE-COUPURES.
           05  WS-VALEUR-COUPURE  PIC 9(3)V99 OCCURS 15.

       01  WS-SAISIE-COUPURES.
           05  WS-SAISIE-COUPURE  PIC X(5) OCCURS 15.
       01  WS-NOMBRES-COUPURES REDEFINES WS-SAISIE-COUPURES.
           05  WS-NB-COUPURE      PIC 9(5) OCCURS 15.

       01  WS-IX                  PIC S9(4) COMP.
       01  WS-VALEUR-CUR          PIC S9(3)V99 COMP-3.
       01  WS-NOMBRE-CUR          PIC S9(5) COMP-3.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Date comptable du jour bancaire ouvert (API8.DATEBANQUE) ;
      *    repli sur la date systeme tant que la table n'est pas
      *    amorcee
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Piste d'audit operateur
       01  WS-ID-AUDIT            PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT     PIC X(30).

      *    Zone d'appel du controle d'inactivite API8STMO : la
      *    derniere activite du terminal est verifiee a chaque
      *    reentree, au-dela du delai la session est invalidee
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

      *    Inactivite : meme suivi du terminal qu'API8GUIT
           MOVE EIBTRMID TO STMO-TERMINAL.
           MOVE 'TERMINAL' TO STMO-UTILISATEUR.
           IF EIBCALEN = ZERO
              MOVE 'R' TO STMO-ACTION
           ELSE
              MOVE 'C' TO STMO-ACTION
           END-IF.
           CALL 'API8STMO' USING STMO-ZONE.
           IF STMO-CODE-RETOUR = '1'
              MOVE LOW-VALUES TO CAGU1I
              MOVE LOW-VALUES TO CAGU1O
              MOVE 'SESSION EXPIREE - RELANCER LA TRANSACTION'
                 TO MESCAGO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-CAGU
              EXEC CICS RETURN
              END-EXEC
           END-IF.

           EVALUATE TRUE
              WHEN EIBCALEN = ZERO
                 MOVE LOW-VALUES TO CAGU1I
                 MOVE LOW-VALUES TO CAGU1O
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-CAGU

              WHEN EIBAID = DFHCLEAR
                 MOVE LOW-VALUES TO CAGU1I
                 MOVE LOW-VALUES TO CAGU1O
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-CAGU

              WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE

              WHEN EIBAID = DFHPF3 OR DFHPF12
                 EXEC CICS
                     RETURN
                 END-EXEC

              WHEN EIBAID = DFHENTER
                   PERFORM 1000-TRAITER-SAISIE

              WHEN OTHER
                 PERFORM 1100-RECEIVE-ECRAN-CAGU
                 MOVE 'TOUCHE INVALIDE' TO MESCAGO
                 SET SEND-DATAONLY-ALARM TO TRUE
                 PERFORM 1400-SEND-ECRAN-CAGU

           END-EVALUATE.

           EXEC CICS RETURN TRANSID('SN42')
                COMMAREA(WS-COMMUNICATION-AREA)
                LENGTH(LENGTH OF WS-COMMUNICATION-AREA)
           END-EXEC.

       1000-TRAITER-SAISIE.
           PERFORM 1100-RECEIVE-ECRAN-CAGU.
           PERFORM 1200-VALIDER-SAISIE.
           IF VALID-DATA
              EVALUATE ACTCAGI
                 WHEN 'O'
                    PERFORM 2000-OUVRIR-CAISSE
                 WHEN 'F'
                    PERFORM 3000-FERMER-CAISSE
              END-EVALUATE
           END-IF.
           IF NOT VALID-DATA
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-CAGU
           END-IF.

       1100-RECEIVE-ECRAN-CAGU.
           EXEC CICS RECEIVE MAP ('CAGU1')
                  MAPSET ('APNSE39')
                  INTO (CAGU1I)
           END-EXEC.

       1200-VALIDER-SAISIE.
           MOVE 'Y' TO VALID-DATA-SW.

           IF OPECAGI = SPACES OR OPECAGI = LOW-VALUES
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'IDENTIFIANT GUICHETIER OBLIGATOIRE' TO MESCAGO
           END-IF.

           IF VALID-DATA
              AND ACTCAGI NOT = 'O' AND ACTCAGI NOT = 'F'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ACTION O (OUVERTURE) OU F (FERMETURE)' TO MESCAGO
           END-IF.

           IF VALID-DATA
              MOVE OPECAGI TO WS-ID-OPERATEUR
              PERFORM 1220-VALIDER-OPERATEUR
           END-IF.

           IF VALID-DATA
              PERFORM 1250-COMPTER-COUPURES
           END-IF.

       1220-VALIDER-OPERATEUR.
      *    Le guichetier doit exister et etre actif sur
      *    API8.OPERATEUR, meme controle qu'API8GUIT
           MOVE SPACE TO WS-ACTIF-OPER.
           EXEC SQL
              SELECT ACTIF
              INTO :WS-ACTIF-OPER
              FROM API8.OPERATEUR
              WHERE ID_OPERATEUR = :WS-ID-OPERATEUR
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-ACTIF-OPER NOT = 'Y'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'GUICHETIER INCONNU OU INACTIF' TO MESCAGO
           END-IF.

       1250-COMPTER-COUPURES.
      *    Nombre de billets et de pieces par coupure ; une coupure
      *    laissee a blanc compte zero
           MOVE NB01CAGI TO WS-SAISIE-COUPURE(1).
           MOVE NB02CAGI TO WS-SAISIE-COUPURE(2).
           MOVE NB03CAGI TO WS-SAISIE-COUPURE(3).
           MOVE NB04CAGI TO WS-SAISIE-COUPURE(4).
           MOVE NB05CAGI TO WS-SAISIE-COUPURE(5).
           MOVE NB06CAGI TO WS-SAISIE-COUPURE(6).
           MOVE NB07CAGI TO WS-SAISIE-COUPURE(7).
           MOVE NB08CAGI TO WS-SAISIE-COUPURE(8).
           MOVE NB09CAGI TO WS-SAISIE-COUPURE(9).
           MOVE NB10CAGI TO WS-SAISIE-COUPURE(10).
           MOVE NB11CAGI TO WS-SAISIE-COUPURE(11).
           MOVE NB12CAGI TO WS-SAISIE-COUPURE(12).
           MOVE NB13CAGI TO WS-SAISIE-COUPURE(13).
           MOVE NB14CAGI TO WS-SAISIE-COUPURE(14).
           MOVE NB15CAGI TO WS-SAISIE-COUPURE(15).

           MOVE 0 TO WS-MONTANT-COMPTE.
           PERFORM 1260-UNE-COUPURE
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > 15.

       1260-UNE-COUPURE.
           IF WS-SAISIE-COUPURE(WS-IX) = SPACES
              OR WS-SAISIE-COUPURE(WS-IX) = LOW-VALUES
              MOVE ZERO TO WS-NB-COUPURE(WS-IX)
           END-IF.
           IF WS-SAISIE-COUPURE(WS-IX) IS NOT NUMERIC
              MOVE ZERO TO WS-NB-COUPURE(WS-IX)
              IF VALID-DATA
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'NOMBRE DE COUPURES NUMERIQUE OBLIGATOIRE'
                    TO MESCAGO
              END-IF
           END-IF.
           COMPUTE WS-MONTANT-COMPTE = WS-MONTANT-COMPTE
              + WS-NB-COUPURE(WS-IX) * WS-VALEUR-COUPURE(WS-IX).

       2000-OUVRIR-CAISSE.
      *    Une seule caisse ouverte par guichetier
           MOVE 0 TO WS-NB-OUVERTES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-OUVERTES
              FROM API8.CAISSEGUI
              WHERE ID_OPERATEUR = :WS-ID-OPERATEUR
                AND STATUT = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'ERREUR BDD' TO MESCAGO
           END-IF.
           IF VALID-DATA AND WS-NB-OUVERTES > 0
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'CAISSE DEJA OUVERTE - LA FERMER D''ABORD'
                 TO MESCAGO
           END-IF.

           IF VALID-DATA
              IF AGECAGI = SPACES OR AGECAGI = LOW-VALUES
                 MOVE '0001' TO WS-CODE-AGENCE-CAI
              ELSE
                 MOVE AGECAGI TO WS-CODE-AGENCE-CAI
              END-IF
              MOVE 'CAISSEGUI' TO NUMO-COMPTEUR
              CALL 'API8NUMO' USING NUMO-ZONE
              IF NUMO-CODE-RETOUR NOT = '0'
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ATTRIBUTION NUMERO DE CAISSE IMPOSSIBLE'
                    TO MESCAGO
              ELSE
                 MOVE NUMO-VALEUR TO WS-ID-CAISSE
              END-IF
           END-IF.

           IF VALID-DATA
              PERFORM 1950-LIRE-DATE-COMPTABLE
              MOVE WS-MONTANT-COMPTE TO WS-FOND-CAISSE
              EXEC SQL
                 INSERT INTO API8.CAISSEGUI
                    (ID_CAISSE, ID_OPERATEUR, CODE_AGENCE,
                     DATE_COMPTABLE, FOND_CAISSE, TOTAL_ENTREES,
                     TOTAL_SORTIES, NB_OPERATIONS, STATUT,
                     DATE_OUVERTURE, HEURE_OUVERTURE)
                 VALUES
                    (:WS-ID-CAISSE, :WS-ID-OPERATEUR,
                     :WS-CODE-AGENCE-CAI, :WS-DATE-COMPTABLE,
                     :WS-FOND-CAISSE, 0, 0, 0, 'O',
                     CURRENT DATE, CURRENT TIME)
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR OUVERTURE DE CAISSE' TO MESCAGO
              END-IF
           END-IF.

           IF VALID-DATA
              MOVE 'O' TO WS-SENS-COMPTAGE
              PERFORM 2500-ENREGISTRER-COUPURES
              MOVE 'OUVERTURE CAISSE GUICHET' TO WS-AUDIT-EVENEMENT
              PERFORM 1600-TRACER-AUDIT-CAISSE

              MOVE WS-CODE-AGENCE-CAI TO AGECAGO
              MOVE WS-DATE-COMPTABLE TO DATCAGO
              MOVE WS-FOND-CAISSE TO WS-MONTANT-EDIT
              MOVE WS-MONTANT-EDIT TO FONCAGO
              MOVE WS-ID-CAISSE TO WS-ID-CAISSE-EDIT
              MOVE SPACES TO MESCAGO
              STRING 'CAISSE ' WS-ID-CAISSE-EDIT ' OUVERTE'
                 DELIMITED BY SIZE INTO MESCAGO
              SET SEND-DATAONLY TO TRUE
              PERFORM 1400-SEND-ECRAN-CAGU
           END-IF.

       2500-ENREGISTRER-COUPURES.
      *    Detail du comptage, une ligne par coupure presente
           PERFORM 2510-UNE-COUPURE
              VARYING WS-IX FROM 1 BY 1
              UNTIL WS-IX > 15.

       2510-UNE-COUPURE.
           IF WS-NB-COUPURE(WS-IX) > 0
              MOVE WS-VALEUR-COUPURE(WS-IX) TO WS-VALEUR-CUR
              MOVE WS-NB-COUPURE(WS-IX) TO WS-NOMBRE-CUR
              EXEC SQL
                 INSERT INTO API8.CAISSECOUPURE
                    (ID_CAISSE, SENS_COMPTAGE, VALEUR_COUPURE,
                     NOMBRE)
                 VALUES
                    (:WS-ID-CAISSE, :WS-SENS-COMPTAGE,
                     :WS-VALEUR-CUR, :WS-NOMBRE-CUR)
              END-EXEC
           END-IF.

       3000-FERMER-CAISSE.
           EXEC SQL
              SELECT ID_CAISSE, CODE_AGENCE, DATE_COMPTABLE,
                     FOND_CAISSE, TOTAL_ENTREES, TOTAL_SORTIES
              INTO :WS-ID-CAISSE, :WS-CODE-AGENCE-CAI,
                   :WS-DATE-COMPTABLE, :WS-FOND-CAISSE,
                   :WS-TOTAL-ENTREES, :WS-TOTAL-SORTIES
              FROM API8.CAISSEGUI
              WHERE ID_OPERATEUR = :WS-ID-OPERATEUR
                AND STATUT = 'O'
           END-EXEC.

           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'AUCUNE CAISSE OUVERTE POUR CE GUICHETIER'
                    TO MESCAGO
              WHEN SQLCODE NOT = 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR BDD' TO MESCAGO
           END-EVALUATE.

      *    Une retenue LIMITE GUI non liberee deplacerait encore la
      *    caisse : la fermeture attend la decision d'API8RVAL
           IF VALID-DATA
              MOVE SPACES TO WS-LIBELLE-GUICHET
              STRING 'GUICHET OP. ' WS-ID-OPERATEUR
                 DELIMITED BY SIZE INTO WS-LIBELLE-GUICHET
              MOVE 0 TO WS-NB-RETENUES
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NB-RETENUES
                 FROM API8.OPATTENTE
                 WHERE STATUT_ATT = 'A'
                   AND MOTIF_RENVOI = 'LIMITE GUI'
                   AND LIBELLE_OP = :WS-LIBELLE-GUICHET
              END-EXEC
              IF WS-NB-RETENUES > 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'RETENUE GUICHET EN ATTENTE - VOIR API8RVAL'
                    TO MESCAGO
              END-IF
           END-IF.

           IF VALID-DATA
              COMPUTE WS-MONTANT-ATTENDU = WS-FOND-CAISSE
                 + WS-TOTAL-ENTREES - WS-TOTAL-SORTIES
              COMPUTE WS-ECART-CAISSE =
                 WS-MONTANT-COMPTE - WS-MONTANT-ATTENDU
              EXEC SQL
                 UPDATE API8.CAISSEGUI
                 SET STATUT = 'F',
                     MONTANT_ATTENDU = :WS-MONTANT-ATTENDU,
                     MONTANT_COMPTE = :WS-MONTANT-COMPTE,
                     ECART = :WS-ECART-CAISSE,
                     DATE_FERMETURE = CURRENT DATE,
                     HEURE_FERMETURE = CURRENT TIME
                 WHERE ID_CAISSE = :WS-ID-CAISSE
                   AND STATUT = 'O'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR FERMETURE DE CAISSE' TO MESCAGO
              END-IF
           END-IF.

           IF VALID-DATA
              MOVE 'F' TO WS-SENS-COMPTAGE
              PERFORM 2500-ENREGISTRER-COUPURES
              IF WS-ECART-CAISSE = 0
                 MOVE 'FERMETURE CAISSE SANS ECART'
                    TO WS-AUDIT-EVENEMENT
              ELSE
                 MOVE 'FERMETURE CAISSE AVEC ECART'
                    TO WS-AUDIT-EVENEMENT
              END-IF
              PERFORM 1600-TRACER-AUDIT-CAISSE
              PERFORM 3500-AFFICHER-ARRETE
           END-IF.

       3500-AFFICHER-ARRETE.
      *    Arrete de caisse : fond, mouvements, attendu, compte, ecart
           MOVE WS-CODE-AGENCE-CAI TO AGECAGO.
           MOVE WS-DATE-COMPTABLE TO DATCAGO.
           MOVE WS-FOND-CAISSE TO WS-MONTANT-EDIT.
           MOVE WS-MONTANT-EDIT TO FONCAGO.
           MOVE WS-TOTAL-ENTREES TO WS-MONTANT-EDIT.
           MOVE WS-MONTANT-EDIT TO ENTCAGO.
           MOVE WS-TOTAL-SORTIES TO WS-MONTANT-EDIT.
           MOVE WS-MONTANT-EDIT TO SORCAGO.
           MOVE WS-MONTANT-ATTENDU TO WS-MONTANT-EDIT.
           MOVE WS-MONTANT-EDIT TO ATTCAGO.
           MOVE WS-MONTANT-COMPTE TO WS-MONTANT-EDIT.
           MOVE WS-MONTANT-EDIT TO CPTCAGO.
           MOVE WS-ECART-CAISSE TO WS-MONTANT-EDIT.
           MOVE WS-MONTANT-EDIT TO ECACAGO.

           IF WS-ECART-CAISSE = 0
              MOVE 'CAISSE FERMEE SANS ECART' TO MESCAGO
              SET SEND-DATAONLY TO TRUE
           ELSE
              MOVE 'CAISSE FERMEE AVEC ECART - AVISER LE RESPONSABLE'
                 TO MESCAGO
              SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1400-SEND-ECRAN-CAGU.

       1950-LIRE-DATE-COMPTABLE.
      *    Journee comptable ouverte ; repli sur la date systeme si
      *    la table des dates bancaires n'est pas amorcee
           MOVE SPACES TO WS-DATE-COMPTABLE.
           EXEC SQL
              SELECT DATE_COMPTABLE
              INTO :WS-DATE-COMPTABLE
              FROM API8.DATEBANQUE
              WHERE ETAT = 'O'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DATE-COMPTABLE = SPACES
              ACCEPT WS-DATE-COMPTABLE FROM DATE YYYYMMDD
           END-IF.

       1600-TRACER-AUDIT-CAISSE.
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
                 (:WS-ID-AUDIT, 0, 'API8CAGU',
                  :WS-AUDIT-EVENEMENT, :WS-ID-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       1400-SEND-ECRAN-CAGU.
           EVALUATE TRUE
              WHEN SEND-ERASE
                 EXEC CICS SEND MAP ('CAGU1')
                      MAPSET ('APNSE39')
                      FROM(CAGU1O)
                      ERASE
                 END-EXEC
              WHEN SEND-DATAONLY
                 EXEC CICS SEND MAP ('CAGU1')
                      MAPSET ('APNSE39')
                      FROM(CAGU1O)
                      DATAONLY
                 END-EXEC
              WHEN SEND-DATAONLY-ALARM
                 EXEC CICS SEND MAP ('CAGU1')
                      MAPSET ('APNSE39')
                      FROM(CAGU1O)
                      DATAONLY
                 END-EXEC
           END-EVALUATE.
