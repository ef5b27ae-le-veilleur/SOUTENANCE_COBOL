       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8LCBD.
      *===============================================================
      *    ECRAN D'ANALYSE DES DOSSIERS LCB-FT BACK-OFFICE
      *    File des dossiers ouverts par les scenarios de
      *    surveillance d'API8ALRT sur API8.DOSSIERLCB (fractionnement
      *    d'especes, aller-retour de fonds, reveil de compte
      *    dormant, multiplication de nouveaux beneficiaires).
      *    L'operateur conformite charge le prochain dossier ouvert
      *    (ou un numero precis), documente son analyse sur deux
      *    lignes puis :
      *       'E'  enregistre l'analyse, le dossier passe en cours
      *            d'analyse ('E')
      *       'S'  classe le dossier suspect ('S') : il part dans la
      *            prochaine declaration de soupcon (batch API8DSAR)
      *       'N'  classe le dossier sans suite ('N')
      *    Un dossier classe n'est plus modifiable ; le classement
      *    exige une analyse renseignee. Chaque decision est datee,
      *    porte l'operateur et est tracee a l'AUDITLOG.
      *    Acces protege par le jeton de session API8SIGN
      *    (habilitation supervision), meme convention qu'API8RECL.
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

       01  WS-XCTL-PROGRAM-SW              PIC X VALUE 'N'.
           88 XCTL-PROGRAM                       VALUE 'Y'.

       COPY DFHAID.
       COPY APNSE35.

      *    Session operateur : l'acces exige le jeton
      *    pose par API8SIGN ('SIGN' a l'arrivee, 'CONT' ensuite) ;
      *    sans jeton, l'ecran refuse et renvoie vers la connexion
       01  WS-COMM-PROTEGE.
           05  WS-PROT-OPERATEUR   PIC X(8).
           05  WS-PROT-JETON       PIC X(4).

      *    Dossier charge a l'ecran
       01  WS-ID-DOSSIER          PIC S9(9) COMP.
       01  WS-ID-CLIENT-DOSS      PIC S9(9) COMP.
       01  WS-ID-COMPTE-DOSS      PIC S9(9) COMP.
       01  WS-SCENARIO-DOSS       PIC X(10).
       01  WS-DESCRIPTION-DOSS    PIC X(60).
       01  WS-MONTANT-DOSS        PIC S9(11)V99 COMP-3.
       01  WS-DATE-OUVERTURE      PIC X(8).
       01  WS-STATUT-DOSS         PIC X(1).
       01  WS-ANALYSE-1           PIC X(60).
       01  WS-ANALYSE-2           PIC X(60).

       01  WS-ID-DOSS-ALPHA       PIC X(9).
       01  WS-ID-DOSS-NUM         PIC 9(9).
       01  WS-NULL-INDICATOR      PIC S9(4) COMP.
       01  WS-MONTANT-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.

      *    Piste d'audit operateur : meme convention
      *    qu'API8SIGN 1350-TRACER-AUDIT
       01  WS-ID-AUDIT            PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT     PIC X(30).
       01  WS-AUDIT-NULL-IND      PIC S9(4) COMP.

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
           05 DFHCOM-OPERATEUR PIC X(8).
           05 DFHCOM-JETON     PIC X(4).

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           MOVE SPACES TO WS-COMM-PROTEGE.
           IF EIBCALEN >= 12
              MOVE DFHCOM-OPERATEUR TO WS-PROT-OPERATEUR
              MOVE DFHCOM-JETON TO WS-PROT-JETON
           END-IF.

      *    Transaction protegee : sans jeton de session API8SIGN,
      *    l'acces est refuse
           IF WS-PROT-JETON NOT = 'SIGN' AND WS-PROT-JETON NOT = 'CONT'
              MOVE LOW-VALUES TO LCBD1I
              MOVE LOW-VALUES TO LCBD1O
              MOVE 'ACCES REFUSE - PASSER PAR API8SIGN' TO MESLCBO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-LCBD
              EXEC CICS RETURN
              END-EXEC
           END-IF.

      *    Inactivite : au-dela du delai, la session tombe et
      *    l'utilisateur repasse par la connexion (API8STMO trace
      *    l'expiration sur API8.AUDITLOG)
           MOVE EIBTRMID TO STMO-TERMINAL.
           MOVE WS-PROT-OPERATEUR TO STMO-UTILISATEUR.
           IF WS-PROT-JETON = 'SIGN'
              MOVE 'R' TO STMO-ACTION
           ELSE
              MOVE 'C' TO STMO-ACTION
           END-IF.
           CALL 'API8STMO' USING STMO-ZONE.
           IF STMO-CODE-RETOUR = '1'
              MOVE LOW-VALUES TO LCBD1I
              MOVE LOW-VALUES TO LCBD1O
              MOVE 'SESSION EXPIREE - PASSER PAR API8SIGN' TO MESLCBO
              SET SEND-DATAONLY-ALARM TO TRUE
              PERFORM 1400-SEND-ECRAN-LCBD
              EXEC CICS RETURN
              END-EXEC
           END-IF.

           EVALUATE TRUE
              WHEN WS-PROT-JETON = 'SIGN'
                 MOVE LOW-VALUES TO LCBD1I
                 MOVE LOW-VALUES TO LCBD1O
                 PERFORM 2100-CHARGER-PROCHAIN
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-LCBD

              WHEN EIBAID = DFHCLEAR
                 MOVE LOW-VALUES TO LCBD1I
                 MOVE LOW-VALUES TO LCBD1O
                 PERFORM 2100-CHARGER-PROCHAIN
                 SET SEND-ERASE TO TRUE
                 PERFORM 1400-SEND-ECRAN-LCBD

              WHEN EIBAID = DFHPA1 OR DFHPA2 OR DFHPA3
                   CONTINUE

              WHEN EIBAID = DFHPF3 OR DFHPF12
                   SET XCTL-PROGRAM TO TRUE

              WHEN EIBAID = DFHENTER
                   PERFORM 1000-TRAITER-SAISIE

              WHEN OTHER
                 PERFORM 1100-RECEIVE-ECRAN-LCBD
                 MOVE 'TOUCHE INVALIDE' TO MESLCBO
                 SET SEND-DATAONLY-ALARM TO TRUE
                 PERFORM 1400-SEND-ECRAN-LCBD

           END-EVALUATE.

           IF NOT XCTL-PROGRAM
               MOVE 'CONT' TO WS-PROT-JETON
               EXEC CICS RETURN TRANSID('SN38')
                    COMMAREA(WS-COMM-PROTEGE)
                    LENGTH(12)
               END-EXEC
           ELSE
               EXEC CICS XCTL PROGRAM('API8SIGN')
               END-EXEC
           END-IF.

       1000-TRAITER-SAISIE.
           PERFORM 1100-RECEIVE-ECRAN-LCBD.
           PERFORM 2000-CHARGER-DOSSIER.
           IF VALID-DATA
              EVALUATE ACTLCBI
                 WHEN 'E'
                    PERFORM 3000-ENREGISTRER-ANALYSE
                 WHEN 'S'
                    PERFORM 3100-CLASSER-SUSPECT
                 WHEN 'N'
                    PERFORM 3200-CLASSER-SANS-SUITE
                 WHEN SPACE
                    CONTINUE
                 WHEN LOW-VALUE
                    CONTINUE
                 WHEN OTHER
                    MOVE 'N' TO VALID-DATA-SW
                    MOVE 'ACTION E (ANALYSE), S (SUSPECT), N (CLASSER)'
                       TO MESLCBO
              END-EVALUATE
           END-IF.
           PERFORM 2200-AFFICHER-DOSSIER.
           IF VALID-DATA
              SET SEND-DATAONLY TO TRUE
           ELSE
              SET SEND-DATAONLY-ALARM TO TRUE
           END-IF.
           PERFORM 1400-SEND-ECRAN-LCBD.

       1100-RECEIVE-ECRAN-LCBD.
           EXEC CICS RECEIVE MAP ('LCBD1')
                  MAPSET ('APNSE35')
                  INTO (LCBD1I)
           END-EXEC.

       2000-CHARGER-DOSSIER.
      *    Un numero saisi charge ce dossier ; sinon le prochain
      *    dossier ouvert ou en analyse (plus petit numero)
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE 0 TO WS-ID-DOSSIER.

           IF IDDOSSI NOT = SPACES AND IDDOSSI NOT = LOW-VALUES
              IF IDDOSSI IS NOT NUMERIC
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'NUMERO DE DOSSIER NUMERIQUE' TO MESLCBO
              ELSE
                 MOVE IDDOSSI TO WS-ID-DOSS-ALPHA
                 MOVE WS-ID-DOSS-ALPHA TO WS-ID-DOSS-NUM
                 MOVE WS-ID-DOSS-NUM TO WS-ID-DOSSIER
              END-IF
           ELSE
              EXEC SQL
                 SELECT MIN(ID_DOSSIER)
                 INTO :WS-ID-DOSSIER :WS-NULL-INDICATOR
                 FROM API8.DOSSIERLCB
                 WHERE STATUT_DOSSIER IN ('O', 'E')
              END-EXEC
              IF SQLCODE NOT = 0 OR WS-NULL-INDICATOR = -1
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'AUCUN DOSSIER EN ATTENTE' TO MESLCBO
              END-IF
           END-IF.

           IF VALID-DATA
              PERFORM 2050-LIRE-DOSSIER
           END-IF.

       2050-LIRE-DOSSIER.
           EXEC SQL
              SELECT ID_CLIENT, ID_COMPTE, SCENARIO, DESCRIPTION,
                     MONTANT, DATE_OUVERTURE, STATUT_DOSSIER,
                     VALUE(ANALYSE_1, ' '), VALUE(ANALYSE_2, ' ')
              INTO :WS-ID-CLIENT-DOSS, :WS-ID-COMPTE-DOSS,
                   :WS-SCENARIO-DOSS, :WS-DESCRIPTION-DOSS,
                   :WS-MONTANT-DOSS, :WS-DATE-OUVERTURE,
                   :WS-STATUT-DOSS, :WS-ANALYSE-1, :WS-ANALYSE-2
              FROM API8.DOSSIERLCB
              WHERE ID_DOSSIER = :WS-ID-DOSSIER
           END-EXEC.

           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN 100
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'DOSSIER INTROUVABLE' TO MESLCBO
              WHEN OTHER
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ERREUR LECTURE DOSSIER' TO MESLCBO
           END-EVALUATE.

       2100-CHARGER-PROCHAIN.
      *    Affichage d'arrivee : le prochain dossier ouvert
           MOVE 'Y' TO VALID-DATA-SW.
           MOVE 0 TO WS-ID-DOSSIER.

           EXEC SQL
              SELECT MIN(ID_DOSSIER)
              INTO :WS-ID-DOSSIER :WS-NULL-INDICATOR
              FROM API8.DOSSIERLCB
              WHERE STATUT_DOSSIER IN ('O', 'E')
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-NULL-INDICATOR = -1
              MOVE 'AUCUN DOSSIER EN ATTENTE' TO MESLCBO
           ELSE
              PERFORM 2050-LIRE-DOSSIER
              IF VALID-DATA
                 PERFORM 2200-AFFICHER-DOSSIER
              END-IF
           END-IF.

       2200-AFFICHER-DOSSIER.
           IF WS-ID-DOSSIER NOT = 0 AND VALID-DATA
              MOVE WS-ID-DOSSIER TO WS-ID-DOSS-NUM
              MOVE WS-ID-DOSS-NUM TO IDDOSSO
              MOVE WS-ID-CLIENT-DOSS TO WS-ID-DOSS-NUM
              MOVE WS-ID-DOSS-NUM TO LIDCLIO
              MOVE WS-ID-COMPTE-DOSS TO WS-ID-DOSS-NUM
              MOVE WS-ID-DOSS-NUM TO LIDCPTO
              MOVE WS-SCENARIO-DOSS TO LSCENO
              MOVE WS-MONTANT-DOSS TO WS-MONTANT-DISPLAY
              MOVE WS-MONTANT-DISPLAY TO LMONTO
              MOVE WS-DATE-OUVERTURE TO LDATEO
              MOVE WS-DESCRIPTION-DOSS TO LDESCO
              MOVE WS-STATUT-DOSS TO LSTATO
              MOVE WS-ANALYSE-1 TO LANA1O
              MOVE WS-ANALYSE-2 TO LANA2O
           END-IF.

       2300-PRENDRE-ANALYSE.
      *    Les deux lignes d'analyse saisies remplacent les
      *    precedentes ; une ligne laissee vide est conservee
           IF LANA1I NOT = SPACES AND LANA1I NOT = LOW-VALUES
              MOVE LANA1I TO WS-ANALYSE-1
           END-IF.
           IF LANA2I NOT = SPACES AND LANA2I NOT = LOW-VALUES
              MOVE LANA2I TO WS-ANALYSE-2
           END-IF.

       3000-ENREGISTRER-ANALYSE.
           IF WS-STATUT-DOSS NOT = 'O' AND WS-STATUT-DOSS NOT = 'E'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'DOSSIER DEJA CLASSE' TO MESLCBO
           ELSE
              PERFORM 2300-PRENDRE-ANALYSE
              EXEC SQL
                 UPDATE API8.DOSSIERLCB
                 SET STATUT_DOSSIER = 'E',
                     ANALYSE_1 = :WS-ANALYSE-1,
                     ANALYSE_2 = :WS-ANALYSE-2,
                     ID_OPERATEUR = :WS-PROT-OPERATEUR
                 WHERE ID_DOSSIER = :WS-ID-DOSSIER
              END-EXEC
              MOVE 'E' TO WS-STATUT-DOSS
              MOVE 'ANALYSE DOSSIER LCB' TO WS-AUDIT-EVENEMENT
              PERFORM 3900-TRACER-AUDIT
              MOVE 'ANALYSE ENREGISTREE' TO MESLCBO
           END-IF.

       3100-CLASSER-SUSPECT.
      *    Le dossier suspect attend la prochaine declaration de
      *    soupcon (API8DSAR, DECLARE = 'N')
           IF WS-STATUT-DOSS NOT = 'O' AND WS-STATUT-DOSS NOT = 'E'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'DOSSIER DEJA CLASSE' TO MESLCBO
           ELSE
              PERFORM 2300-PRENDRE-ANALYSE
              IF WS-ANALYSE-1 = SPACES
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ANALYSE OBLIGATOIRE AVANT CLASSEMENT'
                    TO MESLCBO
              ELSE
                 EXEC SQL
                    UPDATE API8.DOSSIERLCB
                    SET STATUT_DOSSIER = 'S',
                        ANALYSE_1 = :WS-ANALYSE-1,
                        ANALYSE_2 = :WS-ANALYSE-2,
                        DATE_DECISION = CURRENT DATE,
                        DECLARE = 'N',
                        ID_OPERATEUR = :WS-PROT-OPERATEUR
                    WHERE ID_DOSSIER = :WS-ID-DOSSIER
                 END-EXEC
                 MOVE 'S' TO WS-STATUT-DOSS
                 MOVE 'DOSSIER LCB SUSPECT' TO WS-AUDIT-EVENEMENT
                 PERFORM 3900-TRACER-AUDIT
                 MOVE 'DOSSIER CLASSE SUSPECT - A DECLARER' TO MESLCBO
              END-IF
           END-IF.

       3200-CLASSER-SANS-SUITE.
           IF WS-STATUT-DOSS NOT = 'O' AND WS-STATUT-DOSS NOT = 'E'
              MOVE 'N' TO VALID-DATA-SW
              MOVE 'DOSSIER DEJA CLASSE' TO MESLCBO
           ELSE
              PERFORM 2300-PRENDRE-ANALYSE
              IF WS-ANALYSE-1 = SPACES
                 MOVE 'N' TO VALID-DATA-SW
                 MOVE 'ANALYSE OBLIGATOIRE AVANT CLASSEMENT'
                    TO MESLCBO
              ELSE
                 EXEC SQL
                    UPDATE API8.DOSSIERLCB
                    SET STATUT_DOSSIER = 'N',
                        ANALYSE_1 = :WS-ANALYSE-1,
                        ANALYSE_2 = :WS-ANALYSE-2,
                        DATE_DECISION = CURRENT DATE,
                        ID_OPERATEUR = :WS-PROT-OPERATEUR
                    WHERE ID_DOSSIER = :WS-ID-DOSSIER
                 END-EXEC
                 MOVE 'N' TO WS-STATUT-DOSS
                 MOVE 'DOSSIER LCB SANS SUITE' TO WS-AUDIT-EVENEMENT
                 PERFORM 3900-TRACER-AUDIT
                 MOVE 'DOSSIER CLASSE SANS SUITE' TO MESLCBO
              END-IF
           END-IF.

       3900-TRACER-AUDIT.
           EXEC SQL
              SELECT MAX(ID_AUDIT)
              INTO :WS-ID-AUDIT :WS-AUDIT-NULL-IND
              FROM API8.AUDITLOG
           END-EXEC.

           IF WS-AUDIT-NULL-IND = -1
              MOVE 1 TO WS-ID-AUDIT
           ELSE
              ADD 1 TO WS-ID-AUDIT
           END-IF.

           EXEC SQL
              INSERT INTO API8.AUDITLOG
                 (ID_AUDIT, ID_CLIENT, PROGRAMME, EVENEMENT,
                  ID_OPERATEUR, DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, :WS-ID-CLIENT-DOSS, 'API8LCBD',
                  :WS-AUDIT-EVENEMENT, :WS-PROT-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       1400-SEND-ECRAN-LCBD.
           EVALUATE TRUE
              WHEN SEND-ERASE
                 EXEC CICS SEND MAP ('LCBD1')
                      MAPSET ('APNSE35')
                      FROM(LCBD1O)
                      ERASE
                 END-EXEC
              WHEN SEND-DATAONLY
                 EXEC CICS SEND MAP ('LCBD1')
                      MAPSET ('APNSE35')
                      FROM(LCBD1O)
                      DATAONLY
                 END-EXEC
              WHEN SEND-DATAONLY-ALARM
                 EXEC CICS SEND MAP ('LCBD1')
                      MAPSET ('APNSE35')
                      FROM(LCBD1O)
                      DATAONLY
                 END-EXEC
           END-EVALUATE.
