       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8PRTC.
      *===============================================================
      *    BATCH MENSUEL DE COLLECTE DES PERTES OPERATIONNELLES
      *    Les pertes nees de l'exploitation sont dispersees dans le
      *    systeme ; ce batch les reporte chaque debut de mois dans
      *    le registre API8.PERTEOPE (un evenement par perte, numero
      *    API8NUMO 'PERTEOPE'), pour le rapport trimestriel de
      *    risque operationnel API8PRTR. Sources collectees :
      *       GEST  gestes commerciaux (API8.GESTECOM, API8GEST) -
      *             categorie CPC
      *       RECL  reclamations acceptees et remboursees
      *             (API8.RECLAMATION, API8RECL) - categorie EXE ;
      *             recuperee si le chargeback a ete gagne
      *       FRAU  reclamations pour fraude (motif 'FRA')
      *             remboursees - categorie FRX ; recuperee si le
      *             chargeback a ete gagne
      *       CBKP  reclamations remboursees apres chargeback perdu
      *             (API8.CHARGEBACK statut 'P') - categorie EXE
      *       CAIS  caisses guichet fermees en manquant
      *             (API8.CAISSEGUI, API8CAGU) - categorie EXE ;
      *             un excedent n'est pas une perte
      *       RAPL  rappels de virement refuses (API8.VIREXT
      *             RAPPEL = 'R', API8VRPR) - categorie EXE
      *    Chaque reclamation acceptee ne donne qu'un evenement,
      *    sous l'une des trois sources RECL, FRAU ou CBKP.
      *    Sont collectees les pertes constatees avant le premier
      *    jour du mois comptable en cours et pas encore reportees
      *    (source + reference) : une relance ne double rien et un
      *    mois manque est rattrape au passage suivant.
      *    L'agence est celle de la source, ou a defaut celle du
      *    compte touche. Les autres evenements sont saisis par la
      *    gestion des risques sur l'ecran API8PRTS (source 'MANU').
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    Evenement a reporter au registre
       01  WS-ID-EVENEMENT            PIC S9(9) COMP.
       01  WS-SOURCE-EVT              PIC X(4).
       01  WS-REF-SOURCE              PIC S9(9) COMP.
       01  WS-CATEGORIE               PIC X(3).
       01  WS-CODE-AGENCE             PIC X(4).
       01  WS-DATE-SURVENANCE         PIC X(8).
       01  WS-DATE-DECOUVERTE         PIC X(8).
       01  WS-PERTE-BRUTE             PIC S9(9)V99 COMP-3.
       01  WS-RECUPERATIONS           PIC S9(9)V99 COMP-3.
       01  WS-LIBELLE-EVT             PIC X(40).

      *    Zones propres aux sources
       01  WS-CODE-MOTIF              PIC X(3).
       01  WS-STATUT-CB               PIC X(1).
           88 CHARGEBACK-GAGNE              VALUE 'G'.
           88 CHARGEBACK-PERDU              VALUE 'P'.
       01  WS-ECART-CAISSE            PIC S9(9)V99 COMP-3.
       01  WS-ID-OPERATEUR-CAI        PIC X(8).

      *    Borne de collecte : premier jour du mois comptable
       01  WS-DATE-BORNE              PIC X(8).

       01  WS-MONTANT-EDIT            PIC -(9)9,99.
       01  WS-RECUP-EDIT              PIC -(9)9,99.
       01  WS-REF-EDIT                PIC 9(9).
       01  WS-ID-EVT-EDIT             PIC 9(9).

       01  WS-NB-GESTES               PIC 9(7) VALUE 0.
       01  WS-NB-RECLAMATIONS         PIC 9(7) VALUE 0.
       01  WS-NB-FRAUDES              PIC 9(7) VALUE 0.
       01  WS-NB-CHARGEBACKS          PIC 9(7) VALUE 0.
       01  WS-NB-CAISSES              PIC 9(7) VALUE 0.
       01  WS-NB-RAPPELS              PIC 9(7) VALUE 0.
       01  WS-NB-EVENEMENTS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-BRUT              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-RECUP             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-EDIT              PIC -(10)9,99.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Date comptable du jour bancaire ouvert
      *    (API8.DATEBANQUE, avancee par la cloture API8EOD) ; repli
      *    sur la date systeme tant que la table n'est pas amorcee
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
       01  ERR-TXT-LONG      PIC S9(9) COMP VALUE 72.
       01  I                 PIC 99.

       PROCEDURE DIVISION.

       0000-MAIN-PROCEDURE.
           EXEC SQL
              SET CURRENT SQLID = 'API8'
           END-EXEC.

           EXEC SQL
              WHENEVER SQLERROR GOTO 9998-ERROR-DB2
           END-EXEC.

           PERFORM 0400-JOURNAL-DEBUT
              THRU 0400-JOURNAL-DEBUT-EXIT.

           PERFORM 0450-LIRE-DATE-COMPTABLE
              THRU 0450-LIRE-DATE-COMPTABLE-EXIT.

           MOVE WS-DATE-COMPTABLE TO WS-DATE-BORNE.
           MOVE '01' TO WS-DATE-BORNE(7:2).

           DISPLAY '=============================================='
           DISPLAY '*   COLLECTE DES PERTES OPERATIONNELLES       *'
           DISPLAY '*   PERTES CONSTATEES AVANT LE ' WS-DATE-BORNE
           DISPLAY '=============================================='.

           PERFORM 1000-COLLECTER-GESTES
              THRU 1000-COLLECTER-GESTES-EXIT.

           PERFORM 2000-COLLECTER-RECLAMATIONS
              THRU 2000-COLLECTER-RECLAMATIONS-EXIT.

           PERFORM 3000-COLLECTER-CAISSES
              THRU 3000-COLLECTER-CAISSES-EXIT.

           PERFORM 4000-COLLECTER-RAPPELS
              THRU 4000-COLLECTER-RAPPELS-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-COLLECTER-GESTES.
           EXEC SQL
              DECLARE CGESTES CURSOR FOR
              SELECT G.ID_GESTE, G.CODE_AGENCE, G.DATE_GESTE,
                     G.MONTANT, G.CODE_MOTIF
              FROM API8.GESTECOM G
              WHERE G.DATE_GESTE < :WS-DATE-BORNE
                AND NOT EXISTS
                    (SELECT 1 FROM API8.PERTEOPE P
                     WHERE P.SOURCE_EVT = 'GEST'
                       AND P.REF_SOURCE = G.ID_GESTE)
              ORDER BY G.ID_GESTE
           END-EXEC.

           EXEC SQL
              OPEN CGESTES
           END-EXEC.

           PERFORM 1100-TRAITER-GESTE
              THRU 1100-TRAITER-GESTE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CGESTES
           END-EXEC.

       1000-COLLECTER-GESTES-EXIT.
           EXIT.

       1100-TRAITER-GESTE.
           EXEC SQL
              FETCH CGESTES
              INTO :WS-REF-SOURCE, :WS-CODE-AGENCE,
                   :WS-DATE-SURVENANCE, :WS-PERTE-BRUTE,
                   :WS-CODE-MOTIF
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1100-TRAITER-GESTE-EXIT
           END-IF.

      *    Le geste est decide le jour meme de la constatation
           MOVE 'GEST' TO WS-SOURCE-EVT.
           MOVE 'CPC' TO WS-CATEGORIE.
           MOVE WS-DATE-SURVENANCE TO WS-DATE-DECOUVERTE.
           MOVE 0 TO WS-RECUPERATIONS.
           MOVE SPACES TO WS-LIBELLE-EVT.
           STRING 'GESTE COMMERCIAL MOTIF ' WS-CODE-MOTIF
              DELIMITED BY SIZE INTO WS-LIBELLE-EVT.
           PERFORM 8000-ENREGISTRER-EVENEMENT
              THRU 8000-ENREGISTRER-EVENEMENT-EXIT.
           ADD 1 TO WS-NB-GESTES.

           MOVE 0 TO SQLCODE.

       1100-TRAITER-GESTE-EXIT.
           EXIT.

       2000-COLLECTER-RECLAMATIONS.
      *    Reclamations acceptees (remboursement definitif) : la
      *    perte est le montant de l'operation contestee, survenue a
      *    la date de l'operation et decouverte a l'ouverture de la
      *    reclamation
           EXEC SQL
              DECLARE CRECLAMS CURSOR FOR
              SELECT R.ID_RECLAMATION, R.CODE_MOTIF,
                     VALUE(K.STATUT_CB, ' '), C.CODE_AGENCE,
                     O.DATE_OP, R.DATE_OUVERTURE, O.MONTANT_OP
              FROM API8.RECLAMATION R
                   INNER JOIN API8.OPERATION O
                     ON O.ID_OPERATION = R.ID_OPERATION
                   INNER JOIN API8.COMPTE C
                     ON C.ID_COMPTE = R.ID_COMPTE
                   LEFT OUTER JOIN API8.CHARGEBACK K
                     ON K.ID_RECLAMATION = R.ID_RECLAMATION
              WHERE R.STATUT_RECL = 'T'
                AND R.DECISION = 'A'
                AND R.DATE_RESOLUTION < :WS-DATE-BORNE
                AND NOT EXISTS
                    (SELECT 1 FROM API8.PERTEOPE P
                     WHERE P.SOURCE_EVT IN ('RECL', 'FRAU', 'CBKP')
                       AND P.REF_SOURCE = R.ID_RECLAMATION)
              ORDER BY R.ID_RECLAMATION
           END-EXEC.

           EXEC SQL
              OPEN CRECLAMS
           END-EXEC.

           PERFORM 2100-TRAITER-RECLAMATION
              THRU 2100-TRAITER-RECLAMATION-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CRECLAMS
           END-EXEC.

       2000-COLLECTER-RECLAMATIONS-EXIT.
           EXIT.

       2100-TRAITER-RECLAMATION.
           EXEC SQL
              FETCH CRECLAMS
              INTO :WS-REF-SOURCE, :WS-CODE-MOTIF, :WS-STATUT-CB,
                   :WS-CODE-AGENCE, :WS-DATE-SURVENANCE,
                   :WS-DATE-DECOUVERTE, :WS-PERTE-BRUTE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 2100-TRAITER-RECLAMATION-EXIT
           END-IF.

      *    Un chargeback gagne rembourse la banque en totalite
           MOVE 0 TO WS-RECUPERATIONS.
           IF CHARGEBACK-GAGNE
              MOVE WS-PERTE-BRUTE TO WS-RECUPERATIONS
           END-IF.

           MOVE SPACES TO WS-LIBELLE-EVT.
           EVALUATE TRUE
              WHEN WS-CODE-MOTIF = 'FRA'
                 MOVE 'FRAU' TO WS-SOURCE-EVT
                 MOVE 'FRX' TO WS-CATEGORIE
                 MOVE 'PAIEMENT FRAUDULEUX REMBOURSE'
                    TO WS-LIBELLE-EVT
                 ADD 1 TO WS-NB-FRAUDES
              WHEN CHARGEBACK-PERDU
                 MOVE 'CBKP' TO WS-SOURCE-EVT
                 MOVE 'EXE' TO WS-CATEGORIE
                 STRING 'CHARGEBACK PERDU MOTIF ' WS-CODE-MOTIF
                    DELIMITED BY SIZE INTO WS-LIBELLE-EVT
                 ADD 1 TO WS-NB-CHARGEBACKS
              WHEN OTHER
                 MOVE 'RECL' TO WS-SOURCE-EVT
                 MOVE 'EXE' TO WS-CATEGORIE
                 STRING 'RECLAMATION REMBOURSEE MOTIF ' WS-CODE-MOTIF
                    DELIMITED BY SIZE INTO WS-LIBELLE-EVT
                 ADD 1 TO WS-NB-RECLAMATIONS
           END-EVALUATE.

           PERFORM 8000-ENREGISTRER-EVENEMENT
              THRU 8000-ENREGISTRER-EVENEMENT-EXIT.

           MOVE 0 TO SQLCODE.

       2100-TRAITER-RECLAMATION-EXIT.
           EXIT.

       3000-COLLECTER-CAISSES.
      *    Caisse guichet fermee en manquant (ECART negatif) : la
      *    journee de caisse est la survenance, la fermeture la
      *    decouverte
           EXEC SQL
              DECLARE CCAISSES CURSOR FOR
              SELECT G.ID_CAISSE, G.CODE_AGENCE, G.ID_OPERATEUR,
                     G.DATE_COMPTABLE, G.DATE_FERMETURE, G.ECART
              FROM API8.CAISSEGUI G
              WHERE G.STATUT = 'F'
                AND G.ECART < 0
                AND G.DATE_FERMETURE < :WS-DATE-BORNE
                AND NOT EXISTS
                    (SELECT 1 FROM API8.PERTEOPE P
                     WHERE P.SOURCE_EVT = 'CAIS'
                       AND P.REF_SOURCE = G.ID_CAISSE)
              ORDER BY G.ID_CAISSE
           END-EXEC.

           EXEC SQL
              OPEN CCAISSES
           END-EXEC.

           PERFORM 3100-TRAITER-CAISSE
              THRU 3100-TRAITER-CAISSE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCAISSES
           END-EXEC.

       3000-COLLECTER-CAISSES-EXIT.
           EXIT.

       3100-TRAITER-CAISSE.
           EXEC SQL
              FETCH CCAISSES
              INTO :WS-REF-SOURCE, :WS-CODE-AGENCE,
                   :WS-ID-OPERATEUR-CAI, :WS-DATE-SURVENANCE,
                   :WS-DATE-DECOUVERTE, :WS-ECART-CAISSE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 3100-TRAITER-CAISSE-EXIT
           END-IF.

           MOVE 'CAIS' TO WS-SOURCE-EVT.
           MOVE 'EXE' TO WS-CATEGORIE.
           COMPUTE WS-PERTE-BRUTE = 0 - WS-ECART-CAISSE.
           MOVE 0 TO WS-RECUPERATIONS.
           MOVE SPACES TO WS-LIBELLE-EVT.
           STRING 'MANQUANT DE CAISSE GUICHET ' WS-ID-OPERATEUR-CAI
              DELIMITED BY SIZE INTO WS-LIBELLE-EVT.
           PERFORM 8000-ENREGISTRER-EVENEMENT
              THRU 8000-ENREGISTRER-EVENEMENT-EXIT.
           ADD 1 TO WS-NB-CAISSES.

           MOVE 0 TO SQLCODE.

       3100-TRAITER-CAISSE-EXIT.
           EXIT.

       4000-COLLECTER-RAPPELS.
      *    Rappel refuse par la banque du beneficiaire : les fonds
      *    partis a tort sont passes en perte ; le virement est la
      *    survenance, la demande de rappel la decouverte
           EXEC SQL
              DECLARE CRAPPELS CURSOR FOR
              SELECT V.ID_VIREXT, C.CODE_AGENCE, V.DATE_CREATION,
                     VALUE(V.DATE_RAPPEL, V.DATE_CREATION), V.MONTANT
              FROM API8.VIREXT V, API8.COMPTE C
              WHERE C.ID_COMPTE = V.ID_COMPTE
                AND V.RAPPEL = 'R'
                AND VALUE(V.DATE_RAPPEL, V.DATE_CREATION)
                       < :WS-DATE-BORNE
                AND NOT EXISTS
                    (SELECT 1 FROM API8.PERTEOPE P
                     WHERE P.SOURCE_EVT = 'RAPL'
                       AND P.REF_SOURCE = V.ID_VIREXT)
              ORDER BY V.ID_VIREXT
           END-EXEC.

           EXEC SQL
              OPEN CRAPPELS
           END-EXEC.

           PERFORM 4100-TRAITER-RAPPEL
              THRU 4100-TRAITER-RAPPEL-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CRAPPELS
           END-EXEC.

       4000-COLLECTER-RAPPELS-EXIT.
           EXIT.

       4100-TRAITER-RAPPEL.
           EXEC SQL
              FETCH CRAPPELS
              INTO :WS-REF-SOURCE, :WS-CODE-AGENCE,
                   :WS-DATE-SURVENANCE, :WS-DATE-DECOUVERTE,
                   :WS-PERTE-BRUTE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 4100-TRAITER-RAPPEL-EXIT
           END-IF.

           MOVE 'RAPL' TO WS-SOURCE-EVT.
           MOVE 'EXE' TO WS-CATEGORIE.
           MOVE 0 TO WS-RECUPERATIONS.
           MOVE WS-REF-SOURCE TO WS-REF-EDIT.
           MOVE SPACES TO WS-LIBELLE-EVT.
           STRING 'RAPPEL DE VIREMENT REFUSE REF ' WS-REF-EDIT
              DELIMITED BY SIZE INTO WS-LIBELLE-EVT.
           PERFORM 8000-ENREGISTRER-EVENEMENT
              THRU 8000-ENREGISTRER-EVENEMENT-EXIT.
           ADD 1 TO WS-NB-RAPPELS.

           MOVE 0 TO SQLCODE.

       4100-TRAITER-RAPPEL-EXIT.
           EXIT.

       8000-ENREGISTRER-EVENEMENT.
           MOVE 'PERTEOPE' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO EVENEMENT IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-EVENEMENT.

           EXEC SQL
              INSERT INTO API8.PERTEOPE
                 (ID_EVENEMENT, SOURCE_EVT, REF_SOURCE, CATEGORIE,
                  CODE_AGENCE, DATE_SURVENANCE, DATE_DECOUVERTE,
                  PERTE_BRUTE, RECUPERATIONS, LIBELLE_EVT,
                  ID_OPERATEUR, DATE_SAISIE)
              VALUES
                 (:WS-ID-EVENEMENT, :WS-SOURCE-EVT, :WS-REF-SOURCE,
                  :WS-CATEGORIE, :WS-CODE-AGENCE,
                  :WS-DATE-SURVENANCE, :WS-DATE-DECOUVERTE,
                  :WS-PERTE-BRUTE, :WS-RECUPERATIONS,
                  :WS-LIBELLE-EVT, 'API8PRTC', CURRENT DATE)
           END-EXEC.

           ADD 1 TO WS-NB-EVENEMENTS.
           ADD WS-PERTE-BRUTE TO WS-TOTAL-BRUT.
           ADD WS-RECUPERATIONS TO WS-TOTAL-RECUP.

           MOVE WS-ID-EVENEMENT TO WS-ID-EVT-EDIT.
           MOVE WS-REF-SOURCE TO WS-REF-EDIT.
           MOVE WS-PERTE-BRUTE TO WS-MONTANT-EDIT.
           MOVE WS-RECUPERATIONS TO WS-RECUP-EDIT.
           DISPLAY 'EVT ' WS-ID-EVT-EDIT
              ' ' WS-SOURCE-EVT ' ' WS-REF-EDIT
              ' ' WS-CATEGORIE
              ' AG ' WS-CODE-AGENCE
              ' SURV ' WS-DATE-SURVENANCE
              ' DECO ' WS-DATE-DECOUVERTE
              ' BRUT ' WS-MONTANT-EDIT
              ' RECUP ' WS-RECUP-EDIT.

       8000-ENREGISTRER-EVENEMENT-EXIT.
           EXIT.

       0450-LIRE-DATE-COMPTABLE.
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

       0450-LIRE-DATE-COMPTABLE-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
              INTO :WS-ID-JOURNAL :WS-JRN-NULL-IND
              FROM API8.JOURNALBATCH
           END-EXEC.

           IF WS-JRN-NULL-IND = -1
              MOVE 1 TO WS-ID-JOURNAL
           ELSE
              ADD 1 TO WS-ID-JOURNAL
           END-IF.

           EXEC SQL
              INSERT INTO API8.JOURNALBATCH
                 (ID_JOURNAL, NOM_PROGRAMME, DATE_EXECUTION,
                  HEURE_DEBUT, STATUT_EXEC)
              VALUES
                 (:WS-ID-JOURNAL, 'API8PRTC', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
           EXIT.

       9000-JOURNAL-FIN.
      *    Verrou a un seul passage : une erreur DB2 dans cette mise
      *    a jour repasserait par 9998 puis par ici - on ne tente la
      *    cloture du journal qu'une fois
           IF WS-JRN-SOLDE = 'Y'
              GO TO 9000-JOURNAL-FIN-EXIT
           END-IF.
           MOVE 'Y' TO WS-JRN-SOLDE.

           EXEC SQL
              UPDATE API8.JOURNALBATCH
              SET HEURE_FIN = CURRENT TIME,
                  NB_LUS = :WS-JRN-LUS,
                  NB_ECRITS = :WS-JRN-ECRITS,
                  NB_REJETES = :WS-JRN-REJETES,
                  CODE_RETOUR = :WS-JRN-RC,
                  STATUT_EXEC = 'T'
              WHERE ID_JOURNAL = :WS-ID-JOURNAL
           END-EXEC.

       9000-JOURNAL-FIN-EXIT.
           EXIT.

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
            CALL 'DSNTIAR' USING SQLCA, ERR-MSG, ERR-TXT-LONG.
            PERFORM VARYING I FROM 1 BY 1 UNTIL I > 10
               DISPLAY ERR-TXT (I)
            END-PERFORM.

            PERFORM 9999-ERREUR-PROGRAMME-DEB
               THRU 9999-ERREUR-PROGRAMME-FIN.

      *
       9999-FIN-PROGRAMME-DEB.
      *
            MOVE WS-NB-EVENEMENTS TO WS-JRN-LUS.
            MOVE WS-NB-EVENEMENTS TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8PRTC        '
            DISPLAY '   GESTES COMMERCIAUX   : ' WS-NB-GESTES
            DISPLAY '   RECLAMATIONS         : ' WS-NB-RECLAMATIONS
            DISPLAY '   FRAUDES REMBOURSEES  : ' WS-NB-FRAUDES
            DISPLAY '   CHARGEBACKS PERDUS   : ' WS-NB-CHARGEBACKS
            DISPLAY '   MANQUANTS DE CAISSE  : ' WS-NB-CAISSES
            DISPLAY '   RAPPELS REFUSES      : ' WS-NB-RAPPELS
            DISPLAY '   EVENEMENTS REPORTES  : ' WS-NB-EVENEMENTS
            MOVE WS-TOTAL-BRUT TO WS-TOTAL-EDIT.
            DISPLAY '   PERTE BRUTE          : ' WS-TOTAL-EDIT
            MOVE WS-TOTAL-RECUP TO WS-TOTAL-EDIT.
            DISPLAY '   RECUPERATIONS        : ' WS-TOTAL-EDIT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-EVENEMENTS TO WS-JRN-LUS.
            MOVE WS-NB-EVENEMENTS TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8PRTC       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
