       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CRRV.
      *===============================================================
      *    BATCH DE GESTION DU CREDIT RENOUVELABLE (RESERVE)
      *    A cote des prets amortissables d'API8.PRET, le client
      *    dispose d'une reserve de credit renouvelable rattachee a
      *    son COMPTE courant (API8.CREDITRENOUV). Carte SYSIN :
      *       OUVRE     id-compte plafond taux operateur
      *                 ouvre la reserve du titulaire du compte ;
      *                 taux annuel en decimal (0.1800), 0 = taux
      *                 par defaut TAUX_CREDIT_RENOUV (API8.PARAMETRE,
      *                 repli 18 %)
      *       TIRAGE    id-credit montant operateur
      *                 tirage dans la limite du plafond accorde : le
      *                 montant est verse sur le compte rattache par
      *                 le service de posting API8SDEP (canal 'T') et
      *                 le montant utilise augmente ; refuse sur une
      *                 reserve bloquee ('B', transfert au
      *                 recouvrement par API8PRCV) ou cloturee
      *       REMBOURSE id-credit montant operateur
      *                 remboursement anticipe depuis le compte
      *                 rattache, dans la limite de son solde
      *                 (operation TYPE_OP 'M' comme une mensualite),
      *                 impute d'abord sur le minimum du releve ;
      *                 un minimum impaye entierement couvert
      *                 regularise la reserve
      *       CLOTURE   id-credit operateur
      *                 seule une reserve sans utilisation se cloture
      *    Les interets quotidiens sur le montant utilise, le releve
      *    mensuel et le minimum de remboursement sont produits par
      *    API8CRRL ; le prelevement du minimum a echeance et la
      *    photographie quotidienne (API8.SOLDECREDIT) par API8CRJR.
      *    Chaque action est tracee sur API8.AUDITLOG.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE            PIC X(80).
       01  WS-PARAM-ACTION            PIC X(9).
       01  WS-PARAM-1                 PIC X(12).
       01  WS-PARAM-2                 PIC X(12).
       01  WS-PARAM-3                 PIC X(12).
       01  WS-PARAM-4                 PIC X(12).
       01  WS-PARAM-OPERATEUR         PIC X(8).

      *    Reserve traitee
       01  WS-ID-CREDIT               PIC S9(9) COMP.
       01  WS-ID-CLIENT               PIC S9(9) COMP.
       01  WS-ID-COMPTE               PIC S9(9) COMP.
       01  WS-STATUT-CREDIT           PIC X(1).
       01  WS-STATUT-COMPTE           PIC X(1).
       01  WS-PLAFOND                 PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-UTILISE         PIC S9(8)V99 COMP-3.
       01  WS-TAUX-ANNUEL             PIC S9(3)V9(4) COMP-3.
       01  WS-MINIMUM-DU              PIC S9(8)V99 COMP-3.
       01  WS-STATUT-MINIMUM          PIC X(1).
       01  WS-NB-RESERVES             PIC S9(9) COMP.
       01  WS-NULL-IND-CRD            PIC S9(4) COMP.

       01  WS-MONTANT-SAISI           PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-OP              PIC S9(8)V99 COMP-3.
       01  WS-DISPONIBLE              PIC S9(8)V99 COMP-3.
       01  WS-ID-OPERATION            PIC S9(9) COMP.
       01  WS-LIBELLE-OP              PIC X(30).
       01  WS-ID-CREDIT-EDIT          PIC 9(9).
       01  WS-MONTANT-EDIT            PIC -(7)9.99.

      *    Zone d'appel du service de posting d'un depot API8SDEP
       01  SDEP-ZONE.
           05  SDEP-ID-COMPTE     PIC S9(9) COMP.
           05  SDEP-MONTANT       PIC S9(8)V99 COMP-3.
           05  SDEP-CANAL         PIC X(1).
           05  SDEP-LIBELLE       PIC X(30).
           05  SDEP-CODE-RETOUR   PIC X(2).
           05  SDEP-ID-OPERATION  PIC S9(9) COMP.
           05  SDEP-CODE-DAB      PIC X(4) VALUE SPACES.
           05  SDEP-ID-ENVELOPPE  PIC S9(9) COMP.

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Date comptable du jour bancaire ouvert
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Piste d'audit : meme convention qu'API8OPPO
       01  WS-ID-AUDIT                PIC S9(9) COMP.
       01  WS-AUDIT-EVENEMENT         PIC X(30).
       01  WS-NULL-INDICATOR          PIC S9(4) COMP.

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

           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           MOVE SPACES TO WS-PARAM-ACTION.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SPACES TO WS-PARAM-2.
           MOVE SPACES TO WS-PARAM-3.
           MOVE SPACES TO WS-PARAM-4.

           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-ACTION, WS-PARAM-1, WS-PARAM-2,
                   WS-PARAM-3, WS-PARAM-4.

           EVALUATE WS-PARAM-ACTION
              WHEN 'OUVRE'
                 MOVE WS-PARAM-4 TO WS-PARAM-OPERATEUR
              WHEN 'TIRAGE'
              WHEN 'REMBOURSE'
                 MOVE WS-PARAM-3 TO WS-PARAM-OPERATEUR
              WHEN 'CLOTURE'
                 MOVE WS-PARAM-2 TO WS-PARAM-OPERATEUR
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : OUVRE / TIRAGE / '
                    'REMBOURSE / CLOTURE'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           IF WS-PARAM-OPERATEUR = SPACES
              DISPLAY 'OPERATEUR DE SAISIE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 0450-LIRE-DATE-COMPTABLE.

           IF WS-PARAM-ACTION NOT = 'OUVRE'
              PERFORM 0500-LIRE-CREDIT
                 THRU 0500-LIRE-CREDIT-EXIT
           END-IF.

           EVALUATE WS-PARAM-ACTION
              WHEN 'OUVRE'
                 PERFORM 1000-OUVRIR-RESERVE
                    THRU 1000-OUVRIR-RESERVE-EXIT
              WHEN 'TIRAGE'
                 PERFORM 2000-TIRER
                    THRU 2000-TIRER-EXIT
              WHEN 'REMBOURSE'
                 PERFORM 3000-REMBOURSER
                    THRU 3000-REMBOURSER-EXIT
              WHEN 'CLOTURE'
                 PERFORM 4000-CLOTURER
                    THRU 4000-CLOTURER-EXIT
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
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

       0500-LIRE-CREDIT.
           MOVE FUNCTION NUMVAL(WS-PARAM-1) TO WS-ID-CREDIT.
           MOVE WS-ID-CREDIT TO WS-ID-CREDIT-EDIT.

           EXEC SQL
              SELECT ID_CLIENT, ID_COMPTE, STATUT_CREDIT, PLAFOND,
                     MONTANT_UTILISE, VALUE(MINIMUM_DU, 0),
                     VALUE(STATUT_MINIMUM, 'P')
              INTO :WS-ID-CLIENT, :WS-ID-COMPTE, :WS-STATUT-CREDIT,
                   :WS-PLAFOND, :WS-MONTANT-UTILISE, :WS-MINIMUM-DU,
                   :WS-STATUT-MINIMUM
              FROM API8.CREDITRENOUV
              WHERE ID_CREDIT = :WS-ID-CREDIT
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'RESERVE INCONNUE : ' WS-PARAM-1
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-STATUT-CREDIT = 'C'
              DISPLAY 'RESERVE CLOTUREE : ' WS-ID-CREDIT-EDIT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       0500-LIRE-CREDIT-EXIT.
           EXIT.

       1000-OUVRIR-RESERVE.
           MOVE FUNCTION NUMVAL(WS-PARAM-1) TO WS-ID-COMPTE.
           MOVE FUNCTION NUMVAL(WS-PARAM-2) TO WS-PLAFOND.
           MOVE FUNCTION NUMVAL(WS-PARAM-3) TO WS-TAUX-ANNUEL.

           IF WS-PLAFOND <= 0
              DISPLAY 'PLAFOND INVALIDE : ' WS-PARAM-2
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-TAUX-ANNUEL <= 0
              EXEC SQL
                 SELECT VALEUR_PARAM
                 INTO :WS-TAUX-ANNUEL
                 FROM API8.PARAMETRE
                 WHERE CODE_PARAM = 'TAUX_CREDIT_RENOUV'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 0.1800 TO WS-TAUX-ANNUEL
              END-IF
           END-IF.

      *    La reserve se rattache a un compte courant ouvert (ni
      *    cloture, ni en desherence, ni en succession) ; un livret
      *    reglemente ne peut pas recevoir les tirages
           EXEC SQL
              SELECT ID_CLIENT, VALUE(STATUT, ' ')
              INTO :WS-ID-CLIENT, :WS-STATUT-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE
                AND VALUE(TYPE_COMPTE, 'STD') <> 'LIV'
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'COMPTE COURANT INCONNU : ' WS-PARAM-1
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-STATUT-COMPTE = 'C' OR WS-STATUT-COMPTE = 'D'
              OR WS-STATUT-COMPTE = 'S'
              DISPLAY 'COMPTE NON ACTIF, STATUT : ' WS-STATUT-COMPTE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Une seule reserve vivante par compte
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-RESERVES
              FROM API8.CREDITRENOUV
              WHERE ID_COMPTE = :WS-ID-COMPTE
                AND STATUT_CREDIT <> 'C'
           END-EXEC.

           IF WS-NB-RESERVES > 0
              DISPLAY 'RESERVE DEJA OUVERTE SUR LE COMPTE '
                 WS-PARAM-1
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              SELECT MAX(ID_CREDIT)
              INTO :WS-ID-CREDIT :WS-NULL-IND-CRD
              FROM API8.CREDITRENOUV
           END-EXEC.

           IF WS-NULL-IND-CRD = -1
              MOVE 1 TO WS-ID-CREDIT
           ELSE
              ADD 1 TO WS-ID-CREDIT
           END-IF.

      *    Le premier releve (API8CRRL) couvre la periode depuis
      *    l'ouverture
           EXEC SQL
              INSERT INTO API8.CREDITRENOUV
                 (ID_CREDIT, ID_CLIENT, ID_COMPTE, PLAFOND,
                  MONTANT_UTILISE, TAUX_ANNUEL, STATUT_CREDIT,
                  DATE_OUVERTURE, DATE_DERNIER_RELEVE, MINIMUM_DU,
                  STATUT_MINIMUM, NB_IMPAYES)
              VALUES
                 (:WS-ID-CREDIT, :WS-ID-CLIENT, :WS-ID-COMPTE,
                  :WS-PLAFOND, 0, :WS-TAUX-ANNUEL, 'A',
                  CURRENT DATE, :WS-DATE-COMPTABLE, 0,
                  'P', 0)
           END-EXEC.

           MOVE 'OUVERTURE RESERVE CREDIT' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           MOVE WS-ID-CREDIT TO WS-ID-CREDIT-EDIT.
           DISPLAY 'RESERVE OUVERTE     : ' WS-ID-CREDIT-EDIT.
           MOVE WS-PLAFOND TO WS-MONTANT-EDIT.
           DISPLAY 'PLAFOND ACCORDE     : ' WS-MONTANT-EDIT.

       1000-OUVRIR-RESERVE-EXIT.
           EXIT.

       1500-TRACER-AUDIT.
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
                 (:WS-ID-AUDIT, :WS-ID-CLIENT, 'API8CRRV',
                  :WS-AUDIT-EVENEMENT, :WS-PARAM-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       2000-TIRER.
           IF WS-STATUT-CREDIT NOT = 'A'
              DISPLAY 'TIRAGE REFUSE, RESERVE BLOQUEE : '
                 WS-ID-CREDIT-EDIT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE FUNCTION NUMVAL(WS-PARAM-2) TO WS-MONTANT-SAISI.
           IF WS-MONTANT-SAISI <= 0
              DISPLAY 'MONTANT DE TIRAGE INVALIDE : ' WS-PARAM-2
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           COMPUTE WS-DISPONIBLE = WS-PLAFOND - WS-MONTANT-UTILISE.
           IF WS-MONTANT-SAISI > WS-DISPONIBLE
              MOVE WS-DISPONIBLE TO WS-MONTANT-EDIT
              DISPLAY 'PLAFOND DEPASSE - DISPONIBLE : '
                 WS-MONTANT-EDIT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Versement sur le compte rattache par le service de
      *    posting commun : memes controles et meme file d'attente
      *    de bascule que les depots des autres canaux
           MOVE WS-ID-COMPTE TO SDEP-ID-COMPTE.
           MOVE WS-MONTANT-SAISI TO SDEP-MONTANT.
           MOVE 'T' TO SDEP-CANAL.
           MOVE SPACES TO SDEP-LIBELLE.
           STRING 'TIRAGE RESERVE ' WS-ID-CREDIT-EDIT
              DELIMITED BY SIZE INTO SDEP-LIBELLE.
           CALL 'API8SDEP' USING SDEP-ZONE.

           IF SDEP-CODE-RETOUR NOT = '00'
              AND SDEP-CODE-RETOUR NOT = '20'
              DISPLAY 'TIRAGE REFUSE PAR LE POSTING, CODE : '
                 SDEP-CODE-RETOUR
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              UPDATE API8.CREDITRENOUV
              SET MONTANT_UTILISE = MONTANT_UTILISE
                                    + :WS-MONTANT-SAISI
              WHERE ID_CREDIT = :WS-ID-CREDIT
           END-EXEC.

           MOVE 'TIRAGE RESERVE CREDIT' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           MOVE WS-MONTANT-SAISI TO WS-MONTANT-EDIT.
           DISPLAY 'MONTANT TIRE        : ' WS-MONTANT-EDIT.
           ADD WS-MONTANT-SAISI TO WS-MONTANT-UTILISE.
           MOVE WS-MONTANT-UTILISE TO WS-MONTANT-EDIT.
           DISPLAY 'MONTANT UTILISE     : ' WS-MONTANT-EDIT.
           IF SDEP-CODE-RETOUR = '20'
              DISPLAY 'VERSEMENT EN FILE PENDANT LA BASCULE'
           END-IF.

       2000-TIRER-EXIT.
           EXIT.

       3000-REMBOURSER.
           MOVE FUNCTION NUMVAL(WS-PARAM-2) TO WS-MONTANT-SAISI.
           IF WS-MONTANT-SAISI <= 0
              DISPLAY 'MONTANT DE REMBOURSEMENT INVALIDE : '
                 WS-PARAM-2
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-MONTANT-UTILISE <= 0
              DISPLAY 'AUCUNE UTILISATION A REMBOURSER - RESERVE '
                 WS-ID-CREDIT-EDIT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE WS-MONTANT-SAISI TO WS-MONTANT-OP.
           IF WS-MONTANT-OP > WS-MONTANT-UTILISE
              MOVE WS-MONTANT-UTILISE TO WS-MONTANT-OP
           END-IF.

      *    Debit dans la limite du solde, sans decouvert force (meme
      *    garde qu'API8ECHE)
           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-MONTANT-OP
              WHERE ID_COMPTE = :WS-ID-COMPTE
                AND SOLDE >= :WS-MONTANT-OP
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'SOLDE INSUFFISANT - RESERVE '
                 WS-ID-CREDIT-EDIT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'REMBOURSEMENT RESERVE ' WS-ID-CREDIT-EDIT
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.
           PERFORM 3900-INSERER-OPERATION
              THRU 3900-INSERER-OPERATION-EXIT.

      *    Imputation d'abord sur le minimum du dernier releve
           IF WS-MINIMUM-DU > WS-MONTANT-OP
              SUBTRACT WS-MONTANT-OP FROM WS-MINIMUM-DU
           ELSE
              MOVE 0 TO WS-MINIMUM-DU
           END-IF.

           EXEC SQL
              UPDATE API8.CREDITRENOUV
              SET MONTANT_UTILISE = MONTANT_UTILISE - :WS-MONTANT-OP,
                  MINIMUM_DU = :WS-MINIMUM-DU
              WHERE ID_CREDIT = :WS-ID-CREDIT
           END-EXEC.

      *    Minimum couvert : la reserve est a jour ; un minimum
      *    impaye solde regularise la reserve (meme regle que le
      *    prelevement a echeance d'API8CRJR)
           IF WS-MINIMUM-DU = 0
              IF WS-STATUT-MINIMUM = 'I'
                 PERFORM 3500-REGULARISER
                    THRU 3500-REGULARISER-EXIT
              ELSE
                 EXEC SQL
                    UPDATE API8.CREDITRENOUV
                    SET STATUT_MINIMUM = 'P'
                    WHERE ID_CREDIT = :WS-ID-CREDIT
                 END-EXEC
              END-IF
           END-IF.

           MOVE 'REMBOURSEMENT RESERVE CREDIT' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           MOVE WS-MONTANT-OP TO WS-MONTANT-EDIT.
           DISPLAY 'MONTANT REMBOURSE   : ' WS-MONTANT-EDIT.
           SUBTRACT WS-MONTANT-OP FROM WS-MONTANT-UTILISE.
           MOVE WS-MONTANT-UTILISE TO WS-MONTANT-EDIT.
           DISPLAY 'MONTANT UTILISE     : ' WS-MONTANT-EDIT.

       3000-REMBOURSER-EXIT.
           EXIT.

       3500-REGULARISER.
      *    Arriere solde : compteur d'impayes remis a zero, relances
      *    en cours soldees (API8PRCV repart du premier niveau), une
      *    reserve bloquee au recouvrement est rouverte aux tirages
           EXEC SQL
              UPDATE API8.CREDITRENOUV
              SET STATUT_MINIMUM = 'P',
                  NB_IMPAYES = 0,
                  STATUT_CREDIT = 'A'
              WHERE ID_CREDIT = :WS-ID-CREDIT
           END-EXEC.

           EXEC SQL
              UPDATE API8.RELANCECREDIT
              SET STATUT_RELANCE = 'S'
              WHERE ID_CREDIT = :WS-ID-CREDIT
                AND STATUT_RELANCE = 'A'
           END-EXEC.
           IF SQLCODE = 100
              MOVE 0 TO SQLCODE
           END-IF.

           DISPLAY 'RESERVE REGULARISEE : ' WS-ID-CREDIT-EDIT.

       3500-REGULARISER-EXIT.
           EXIT.

       3900-INSERER-OPERATION.
           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION.

           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP,
                  DATE_OP, DATE_COMPTABLE, LIBELLE_OP)
              VALUES
                 (:WS-ID-OPERATION, :WS-ID-COMPTE,
                  :WS-MONTANT-OP, 'M', CURRENT DATE,
                  :WS-DATE-COMPTABLE, :WS-LIBELLE-OP)
           END-EXEC.

       3900-INSERER-OPERATION-EXIT.
           EXIT.

       4000-CLOTURER.
           IF WS-MONTANT-UTILISE NOT = 0
              MOVE WS-MONTANT-UTILISE TO WS-MONTANT-EDIT
              DISPLAY 'RESERVE ENCORE UTILISEE : ' WS-MONTANT-EDIT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              UPDATE API8.CREDITRENOUV
              SET STATUT_CREDIT = 'C',
                  DATE_CLOTURE = CURRENT DATE
              WHERE ID_CREDIT = :WS-ID-CREDIT
           END-EXEC.

           MOVE 'CLOTURE RESERVE CREDIT' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           DISPLAY 'RESERVE CLOTUREE    : ' WS-ID-CREDIT-EDIT.

       4000-CLOTURER-EXIT.
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
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CRRV        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CRRV       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
