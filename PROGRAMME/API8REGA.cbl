       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8REGA.
      *===============================================================
      *    BATCH DE REGROUPEMENT ET DE FERMETURE D'AGENCES
      *    API8MUTA ne mute les comptes qu'un par un ; a la fermeture
      *    ou a la fusion d'une agence ce batch reprend en bloc tout
      *    ce qui porte son code par l'agence successeur planifiee
      *    sur le referentiel API8.AGENCE (action FERM d'API8AGEN),
      *    des que la date de fermeture est atteinte (date comptable
      *    du jour bancaire ouvert) :
      *       - chaque compte de l'agence bascule sur le successeur,
      *         avec une mutation executee 'E' sur API8.MUTAGENCE
      *         (historique, et reattribution des journees
      *         anterieures par API8CAIS) ; le client titulaire d'un
      *         compte non cloture recoit une notification
      *       - les mutations encore planifiees depuis ou vers
      *         l'agence sont reportees sur le successeur (annulees
      *         si elles deviennent sans objet)
      *       - l'annuaire des imprimantes (API8.ANNUIMPR) : les
      *         familles de document que le successeur n'a pas sont
      *         reprises, les autres supprimees
      *       - le stock du distributeur (API8.STOCKDAB) s'ajoute a
      *         celui du successeur
      *       - les previsions de caisse (API8.PREVCAISSE) a partir
      *         de la date de fermeture s'ajoutent a celles du
      *         successeur ; le realise anterieur reste sur l'agence
      *         fermee pour l'etude du modele
      *       - les retraits especes reserves encore en cours
      *         (API8.RESERVESPECES, statut 'R', ecran API8RESE) se
      *         retirent au guichet du successeur
      *    L'agence passe 'R' (regroupement en cours) au debut puis
      *    'F' (fermee) a la fin, avec trace sur API8.AUDITLOG.
      *
      *    Reprise : les comptes sont committes tous les
      *    FREQUENCE_COMMIT (API8.PARAMETRE) ; chaque etape ne
      *    traite que ce qui porte encore le code de l'agence
      *    fermee et la notification n'est pas doublee - une
      *    relance simple apres incident reprend les agences restees
      *    'R' la ou elles en etaient.
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

      *    Date comptable du jour bancaire ouvert ; repli date
      *    systeme tant qu'API8.DATEBANQUE n'est pas amorcee
       01  WS-DATE-COMPTABLE          PIC X(8).

      *    Agence en cours de regroupement
       01  WS-AGENCE-FERMEE           PIC X(4).
       01  WS-AGENCE-SUCC             PIC X(4).
       01  WS-DATE-FERMETURE          PIC X(8).
       01  WS-DATE-FERMETURE-R REDEFINES WS-DATE-FERMETURE.
           05  WS-FERM-AAAA           PIC X(4).
           05  WS-FERM-MM             PIC X(2).
           05  WS-FERM-JJ             PIC X(2).
       01  WS-STATUT-AGENCE           PIC X(1).

      *    Compte en cours de bascule
       01  WS-ID-COMPTE               PIC S9(9) COMP.
       01  WS-ID-CLIENT               PIC S9(9) COMP.
       01  WS-STATUT-COMPTE           PIC X(1).
       01  WS-ID-MUTATION             PIC S9(9) COMP.
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.

      *    Notification client
       01  WS-ID-NOTIFICATION         PIC S9(9) COMP.
       01  WS-MSG-NOTIFICATION        PIC X(60).
       01  WS-NB-DEJA-NOTIFIE         PIC S9(9) COMP.

      *    Stock distributeur de l'agence fermee
       01  WS-NB-50-DAB               PIC S9(5) COMP-3.
       01  WS-NB-20-DAB               PIC S9(5) COMP-3.
       01  WS-NB-10-DAB               PIC S9(5) COMP-3.

       01  WS-FREQ-COMMIT             PIC S9(4) COMP VALUE 1000.
       01  WS-CPT-DEPUIS-COMMIT       PIC S9(4) COMP VALUE 0.

       01  WS-FIN-AGENCES-SW          PIC X VALUE 'N'.
           88 FIN-AGENCES                   VALUE 'Y'.
       01  WS-FIN-COMPTES-SW          PIC X VALUE 'N'.
           88 FIN-COMPTES                   VALUE 'Y'.

       01  WS-NB-AGENCES              PIC 9(5) VALUE 0.
       01  WS-NB-COMPTES-AGENCE       PIC 9(7) VALUE 0.
       01  WS-NB-COMPTES              PIC 9(7) VALUE 0.
       01  WS-NB-NOTIFIES             PIC 9(7) VALUE 0.
       01  WS-NB-LIGNES               PIC S9(9) COMP.
       01  WS-NB-LIGNES-EDIT          PIC Z(8)9.

      *    Piste d'audit : meme convention qu'API8MUTA
       01  WS-ID-AUDIT                PIC S9(9) COMP.
       01  WS-AUDIT-CLIENT            PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT         PIC X(30).

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
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

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-FREQ-COMMIT
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'FREQUENCE_COMMIT'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-FREQ-COMMIT < 1
              MOVE 1000 TO WS-FREQ-COMMIT
           END-IF.

           DISPLAY '=============================================='
           DISPLAY '*   REGROUPEMENT D AGENCES AU ' WS-DATE-COMPTABLE
           DISPLAY '=============================================='.

           EXEC SQL
              DECLARE CREGAGE CURSOR WITH HOLD FOR
              SELECT CODE_AGENCE, AGENCE_SUCCESSEUR, DATE_FERMETURE,
                     STATUT_AGENCE
              FROM API8.AGENCE
              WHERE STATUT_AGENCE IN ('O', 'R')
                AND AGENCE_SUCCESSEUR IS NOT NULL
                AND DATE_FERMETURE <= :WS-DATE-COMPTABLE
              ORDER BY CODE_AGENCE
           END-EXEC.

           EXEC SQL
              OPEN CREGAGE
           END-EXEC.

           PERFORM 1000-REGROUPER-AGENCE
              THRU 1000-REGROUPER-AGENCE-EXIT
              UNTIL FIN-AGENCES.

           EXEC SQL
              CLOSE CREGAGE
           END-EXEC.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           MOVE 'JOURNALBATCH' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO JOURNAL IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-JOURNAL.

           EXEC SQL
              INSERT INTO API8.JOURNALBATCH
                 (ID_JOURNAL, NOM_PROGRAMME, DATE_EXECUTION,
                  HEURE_DEBUT, STATUT_EXEC)
              VALUES
                 (:WS-ID-JOURNAL, 'API8REGA', CURRENT DATE,
                  CURRENT TIME, 'L')
           END-EXEC.

       0400-JOURNAL-DEBUT-EXIT.
           EXIT.

       1000-REGROUPER-AGENCE.
           EXEC SQL
              FETCH CREGAGE
              INTO :WS-AGENCE-FERMEE, :WS-AGENCE-SUCC,
                   :WS-DATE-FERMETURE, :WS-STATUT-AGENCE
           END-EXEC.

           IF SQLCODE = 100
              SET FIN-AGENCES TO TRUE
              GO TO 1000-REGROUPER-AGENCE-EXIT
           END-IF.

           ADD 1 TO WS-NB-AGENCES.
           DISPLAY ' '.
           IF WS-STATUT-AGENCE = 'R'
              DISPLAY 'REPRISE DU REGROUPEMENT ' WS-AGENCE-FERMEE
                 ' -> ' WS-AGENCE-SUCC ' AU ' WS-DATE-FERMETURE
           ELSE
              DISPLAY 'REGROUPEMENT ' WS-AGENCE-FERMEE
                 ' -> ' WS-AGENCE-SUCC ' AU ' WS-DATE-FERMETURE
              EXEC SQL
                 UPDATE API8.AGENCE
                 SET STATUT_AGENCE = 'R',
                     DATE_MAJ = CURRENT DATE
                 WHERE CODE_AGENCE = :WS-AGENCE-FERMEE
              END-EXEC
              MOVE 0 TO WS-AUDIT-CLIENT
              MOVE 'REGROUPEMENT AGENCE DEBUTE' TO WS-AUDIT-EVENEMENT
              PERFORM 5000-TRACER-AUDIT
                 THRU 5000-TRACER-AUDIT-EXIT
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF.

           MOVE SPACES TO WS-MSG-NOTIFICATION.
           STRING 'VOS COMPTES DE L AGENCE ' WS-AGENCE-FERMEE
                  ' PASSENT A ' WS-AGENCE-SUCC ' LE '
                  WS-FERM-JJ '/' WS-FERM-MM '/' WS-FERM-AAAA
              DELIMITED BY SIZE INTO WS-MSG-NOTIFICATION.

           PERFORM 1100-BASCULER-COMPTES
              THRU 1100-BASCULER-COMPTES-EXIT.

           PERFORM 1200-REPORTER-MUTATIONS
              THRU 1200-REPORTER-MUTATIONS-EXIT.

           PERFORM 1300-REPRENDRE-IMPRIMANTES
              THRU 1300-REPRENDRE-IMPRIMANTES-EXIT.

           PERFORM 1400-REPRENDRE-STOCK-DAB
              THRU 1400-REPRENDRE-STOCK-DAB-EXIT.

           PERFORM 1500-REPRENDRE-PREVISIONS
              THRU 1500-REPRENDRE-PREVISIONS-EXIT.

           PERFORM 1600-REPRENDRE-RESERVATIONS
              THRU 1600-REPRENDRE-RESERVATIONS-EXIT.

           EXEC SQL
              UPDATE API8.AGENCE
              SET STATUT_AGENCE = 'F',
                  DATE_MAJ = CURRENT DATE
              WHERE CODE_AGENCE = :WS-AGENCE-FERMEE
           END-EXEC.
           MOVE 0 TO WS-AUDIT-CLIENT.
           MOVE 'AGENCE FERMEE PAR REGROUPEMENT' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.

           EXEC SQL
              COMMIT
           END-EXEC.
           MOVE 0 TO WS-CPT-DEPUIS-COMMIT.

           DISPLAY '   AGENCE ' WS-AGENCE-FERMEE ' FERMEE'.

       1000-REGROUPER-AGENCE-EXIT.
           EXIT.

       1100-BASCULER-COMPTES.
           MOVE 0 TO WS-NB-COMPTES-AGENCE.

           EXEC SQL
              DECLARE CREGCPT CURSOR WITH HOLD FOR
              SELECT ID_COMPTE, ID_CLIENT, VALUE(STATUT, ' ')
              FROM API8.COMPTE
              WHERE CODE_AGENCE = :WS-AGENCE-FERMEE
              ORDER BY ID_COMPTE
           END-EXEC.

           EXEC SQL
              OPEN CREGCPT
           END-EXEC.

           MOVE 'N' TO WS-FIN-COMPTES-SW.
           PERFORM 1110-BASCULER-UN-COMPTE
              THRU 1110-BASCULER-UN-COMPTE-EXIT
              UNTIL FIN-COMPTES.

           EXEC SQL
              CLOSE CREGCPT
           END-EXEC.

           DISPLAY '   COMPTES BASCULES      : ' WS-NB-COMPTES-AGENCE.

       1100-BASCULER-COMPTES-EXIT.
           EXIT.

       1110-BASCULER-UN-COMPTE.
           EXEC SQL
              FETCH CREGCPT
              INTO :WS-ID-COMPTE, :WS-ID-CLIENT, :WS-STATUT-COMPTE
           END-EXEC.

           IF SQLCODE = 100
              SET FIN-COMPTES TO TRUE
              GO TO 1110-BASCULER-UN-COMPTE-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.COMPTE
              SET CODE_AGENCE = :WS-AGENCE-SUCC
              WHERE ID_COMPTE = :WS-ID-COMPTE
           END-EXEC.

      *    Mutation executee d'office : meme historique qu'une
      *    mutation API8MUTA
           EXEC SQL
              SELECT MAX(ID_MUTATION)
              INTO :WS-ID-MUTATION :WS-NULL-INDICATOR
              FROM API8.MUTAGENCE
           END-EXEC.
           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-MUTATION
           ELSE
              ADD 1 TO WS-ID-MUTATION
           END-IF.

           EXEC SQL
              INSERT INTO API8.MUTAGENCE
                 (ID_MUTATION, ID_COMPTE, AGENCE_ORIGINE,
                  AGENCE_DEST, DATE_EFFET, STATUT, DATE_CREATION,
                  DATE_EXECUTION)
              VALUES
                 (:WS-ID-MUTATION, :WS-ID-COMPTE,
                  :WS-AGENCE-FERMEE, :WS-AGENCE-SUCC,
                  :WS-DATE-FERMETURE, 'E', CURRENT DATE,
                  CURRENT DATE)
           END-EXEC.

           IF WS-STATUT-COMPTE NOT = 'C'
              PERFORM 1150-NOTIFIER-CLIENT
                 THRU 1150-NOTIFIER-CLIENT-EXIT
           END-IF.

           ADD 1 TO WS-NB-COMPTES-AGENCE.
           ADD 1 TO WS-NB-COMPTES.

           ADD 1 TO WS-CPT-DEPUIS-COMMIT.
           IF WS-CPT-DEPUIS-COMMIT >= WS-FREQ-COMMIT
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE 0 TO WS-CPT-DEPUIS-COMMIT
           END-IF.

       1110-BASCULER-UN-COMPTE-EXIT.
           EXIT.

       1150-NOTIFIER-CLIENT.
      *    Une seule notification par client, meme s'il a plusieurs
      *    comptes dans l'agence ou si le batch est relance
           MOVE 0 TO WS-NB-DEJA-NOTIFIE.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-DEJA-NOTIFIE
              FROM API8.NOTIFICATION
              WHERE ID_CLIENT = :WS-ID-CLIENT
                AND MESSAGE_NOTIF = :WS-MSG-NOTIFICATION
           END-EXEC.
           IF WS-NB-DEJA-NOTIFIE > 0
              GO TO 1150-NOTIFIER-CLIENT-EXIT
           END-IF.

           EXEC SQL
              SELECT MAX(ID_NOTIFICATION)
              INTO :WS-ID-NOTIFICATION :WS-NULL-INDICATOR
              FROM API8.NOTIFICATION
           END-EXEC.
           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-NOTIFICATION
           ELSE
              ADD 1 TO WS-ID-NOTIFICATION
           END-IF.

           EXEC SQL
              INSERT INTO API8.NOTIFICATION
                 (ID_NOTIFICATION, ID_CLIENT, MESSAGE_NOTIF,
                  DATE_CREATION, TRAITE)
              VALUES
                 (:WS-ID-NOTIFICATION, :WS-ID-CLIENT,
                  :WS-MSG-NOTIFICATION, CURRENT DATE, 'N')
           END-EXEC.

           MOVE WS-ID-CLIENT TO WS-AUDIT-CLIENT.
           MOVE 'MUTATION AGENCE EXECUTEE' TO WS-AUDIT-EVENEMENT.
           PERFORM 5000-TRACER-AUDIT
              THRU 5000-TRACER-AUDIT-EXIT.

           ADD 1 TO WS-NB-NOTIFIES.

       1150-NOTIFIER-CLIENT-EXIT.
           EXIT.

       1200-REPORTER-MUTATIONS.
      *    Mutations planifiees (API8MUTA) : l'origine et la
      *    destination suivent le successeur ; une mutation vers
      *    l'agence ou le compte se trouve deja est annulee
           EXEC SQL
              UPDATE API8.MUTAGENCE
              SET AGENCE_ORIGINE = :WS-AGENCE-SUCC
              WHERE STATUT = 'P'
                AND AGENCE_ORIGINE = :WS-AGENCE-FERMEE
           END-EXEC.

           EXEC SQL
              UPDATE API8.MUTAGENCE
              SET AGENCE_DEST = :WS-AGENCE-SUCC
              WHERE STATUT = 'P'
                AND AGENCE_DEST = :WS-AGENCE-FERMEE
           END-EXEC.

           MOVE 0 TO WS-NB-LIGNES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-LIGNES
              FROM API8.MUTAGENCE
              WHERE STATUT = 'P'
                AND AGENCE_ORIGINE = AGENCE_DEST
           END-EXEC.

           IF WS-NB-LIGNES > 0
              EXEC SQL
                 UPDATE API8.MUTAGENCE
                 SET STATUT = 'A'
                 WHERE STATUT = 'P'
                   AND AGENCE_ORIGINE = AGENCE_DEST
              END-EXEC
              MOVE WS-NB-LIGNES TO WS-NB-LIGNES-EDIT
              DISPLAY '   MUTATIONS ANNULEES    : ' WS-NB-LIGNES-EDIT
           END-IF.

       1200-REPORTER-MUTATIONS-EXIT.
           EXIT.

       1300-REPRENDRE-IMPRIMANTES.
      *    L'imprimante du successeur prime pour une meme famille
           EXEC SQL
              DELETE FROM API8.ANNUIMPR F
              WHERE F.CODE_AGENCE = :WS-AGENCE-FERMEE
                AND EXISTS
                    (SELECT 1 FROM API8.ANNUIMPR S
                     WHERE S.CODE_AGENCE = :WS-AGENCE-SUCC
                       AND S.FAMILLE_DOC = F.FAMILLE_DOC)
           END-EXEC.

           EXEC SQL
              UPDATE API8.ANNUIMPR
              SET CODE_AGENCE = :WS-AGENCE-SUCC,
                  DATE_MAJ = CURRENT DATE
              WHERE CODE_AGENCE = :WS-AGENCE-FERMEE
           END-EXEC.

       1300-REPRENDRE-IMPRIMANTES-EXIT.
           EXIT.

       1400-REPRENDRE-STOCK-DAB.
      *    Le distributeur porte le code de son agence (API8CAIS) ;
      *    pas de ligne = pas de distributeur suivi
           EXEC SQL
              SELECT NB_BILLETS_50, NB_BILLETS_20, NB_BILLETS_10
              INTO :WS-NB-50-DAB, :WS-NB-20-DAB, :WS-NB-10-DAB
              FROM API8.STOCKDAB
              WHERE CODE_DAB = :WS-AGENCE-FERMEE
           END-EXEC.

           IF SQLCODE = 100
              GO TO 1400-REPRENDRE-STOCK-DAB-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.STOCKDAB
              SET NB_BILLETS_50 = NB_BILLETS_50 + :WS-NB-50-DAB,
                  NB_BILLETS_20 = NB_BILLETS_20 + :WS-NB-20-DAB,
                  NB_BILLETS_10 = NB_BILLETS_10 + :WS-NB-10-DAB
              WHERE CODE_DAB = :WS-AGENCE-SUCC
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.STOCKDAB
                    (CODE_DAB, NB_BILLETS_50, NB_BILLETS_20,
                     NB_BILLETS_10, DATE_RECHARGE)
                 VALUES
                    (:WS-AGENCE-SUCC, :WS-NB-50-DAB, :WS-NB-20-DAB,
                     :WS-NB-10-DAB, CURRENT DATE)
              END-EXEC
           END-IF.

           EXEC SQL
              DELETE FROM API8.STOCKDAB
              WHERE CODE_DAB = :WS-AGENCE-FERMEE
           END-EXEC.

           DISPLAY '   STOCK DAB REPRIS      : ' WS-NB-50-DAB ' x50 '
              WS-NB-20-DAB ' x20 ' WS-NB-10-DAB ' x10'.

       1400-REPRENDRE-STOCK-DAB-EXIT.
           EXIT.

       1500-REPRENDRE-PREVISIONS.
      *    Previsions a partir de la fermeture : cumulees sur le
      *    successeur a date egale, reprises telles quelles sinon
           EXEC SQL
              UPDATE API8.PREVCAISSE S
              SET MONTANT_PREVU = MONTANT_PREVU +
                    (SELECT F.MONTANT_PREVU FROM API8.PREVCAISSE F
                     WHERE F.CODE_AGENCE = :WS-AGENCE-FERMEE
                       AND F.DATE_PREV = S.DATE_PREV)
              WHERE S.CODE_AGENCE = :WS-AGENCE-SUCC
                AND S.DATE_PREV >= :WS-DATE-FERMETURE
                AND EXISTS
                    (SELECT 1 FROM API8.PREVCAISSE F
                     WHERE F.CODE_AGENCE = :WS-AGENCE-FERMEE
                       AND F.DATE_PREV = S.DATE_PREV)
           END-EXEC.

           EXEC SQL
              DELETE FROM API8.PREVCAISSE F
              WHERE F.CODE_AGENCE = :WS-AGENCE-FERMEE
                AND F.DATE_PREV >= :WS-DATE-FERMETURE
                AND EXISTS
                    (SELECT 1 FROM API8.PREVCAISSE S
                     WHERE S.CODE_AGENCE = :WS-AGENCE-SUCC
                       AND S.DATE_PREV = F.DATE_PREV)
           END-EXEC.

           EXEC SQL
              UPDATE API8.PREVCAISSE
              SET CODE_AGENCE = :WS-AGENCE-SUCC
              WHERE CODE_AGENCE = :WS-AGENCE-FERMEE
                AND DATE_PREV >= :WS-DATE-FERMETURE
           END-EXEC.

       1500-REPRENDRE-PREVISIONS-EXIT.
           EXIT.

       1600-REPRENDRE-RESERVATIONS.
      *    Reservation en cours : le guichet (API8GUIT) ne la solde
      *    que dans l'agence de la caisse - elle suit le successeur,
      *    les fonds restent bloques jusqu'au retrait
           MOVE 0 TO WS-NB-LIGNES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-LIGNES
              FROM API8.RESERVESPECES
              WHERE STATUT_RES = 'R'
                AND CODE_AGENCE = :WS-AGENCE-FERMEE
           END-EXEC.

           IF WS-NB-LIGNES > 0
              EXEC SQL
                 UPDATE API8.RESERVESPECES
                 SET CODE_AGENCE = :WS-AGENCE-SUCC
                 WHERE STATUT_RES = 'R'
                   AND CODE_AGENCE = :WS-AGENCE-FERMEE
              END-EXEC
              MOVE WS-NB-LIGNES TO WS-NB-LIGNES-EDIT
              DISPLAY '   RESERVATIONS REPRISES : ' WS-NB-LIGNES-EDIT
           END-IF.

       1600-REPRENDRE-RESERVATIONS-EXIT.
           EXIT.

       5000-TRACER-AUDIT.
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
                 (:WS-ID-AUDIT, :WS-AUDIT-CLIENT, 'API8REGA',
                  :WS-AUDIT-EVENEMENT, CURRENT DATE, CURRENT TIME)
           END-EXEC.

       5000-TRACER-AUDIT-EXIT.
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
            MOVE WS-NB-COMPTES TO WS-JRN-LUS.
            MOVE WS-NB-NOTIFIES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8REGA        '
            DISPLAY '   AGENCES REGROUPEES   : ' WS-NB-AGENCES
            DISPLAY '   COMPTES BASCULES     : ' WS-NB-COMPTES
            DISPLAY '   CLIENTS NOTIFIES     : ' WS-NB-NOTIFIES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-COMPTES TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8REGA       '
            DISPLAY '     RELANCER : REPRISE SUR LES AGENCES EN R '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
