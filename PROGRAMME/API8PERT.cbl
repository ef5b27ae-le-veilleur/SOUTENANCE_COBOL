       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8PERT.
      *===============================================================
      *    BATCH DE PASSAGE EN PERTE DES PRETS ET DE SUIVI DES
      *    RECOUVREMENTS
      *    Un pret douteux devenu irrecouvrable sort du bilan. La
      *    carte passe par le circuit quatre yeux (saisie API8DEMB,
      *    approbation d'un second operateur sur l'ecran API8VALB,
      *    controle 0300 comme API8PMOR) :
      *       PERTE    id-pret operateur
      *                seul un pret en defaut ('D') passe en perte :
      *                statut 'W', le CAPITAL_RESTANT devient la
      *                perte (MONTANT_PERTE), la provision constituee
      *                par API8PROV est reprise, les echeances a venir
      *                sont supprimees ; ecritures du journal 'PRV'
      *                du grand livre interne :
      *                   perte     274000 / 654000
      *                   reprise   491000 / 781700
      *       RECOUVRE id-pret id-compte montant operateur
      *                somme recuperee apres coup sur un pret passe
      *                en perte : le compte est debite dans la limite
      *                de son solde (operation TYPE_OP 'M' tracee,
      *                comme une mensualite), le cumul MONTANT_RECOUVRE
      *                du pret augmente - plafonne a la perte - et la
      *                jambe 274000 de l'operation est reclassee en
      *                produit de recouvrement :
      *                   recouvrement  274000 / 771400
      *    La realisation d'une garantie sur un pret passe en perte
      *    (API8GARA REALISE) suit la meme regle de recouvrement.
      *    Sens des ecritures selon la convention du grand livre
      *    interne (mapping d'API8GL : un produit au debit, une
      *    charge au credit). Chaque action est tracee sur
      *    API8.AUDITLOG.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE            PIC X(80).
       01  WS-PARAM-ACTION            PIC X(8).
       01  WS-PARAM-1                 PIC X(12).
       01  WS-PARAM-2                 PIC X(12).
       01  WS-PARAM-3                 PIC X(12).
       01  WS-PARAM-4                 PIC X(12).
       01  WS-PARAM-OPERATEUR         PIC X(8).

      *    Pret traite
       01  WS-ID-PRET                 PIC S9(9) COMP.
       01  WS-ID-CLIENT-PRET          PIC S9(9) COMP.
       01  WS-STATUT-PRET             PIC X(1).
       01  WS-CAPITAL-RESTANT         PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-PROVISION       PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-PERTE           PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-RECOUVRE        PIC S9(8)V99 COMP-3.
       01  WS-RESTE-A-RECOUVRER       PIC S9(8)V99 COMP-3.

      *    Recouvrement
       01  WS-ID-COMPTE               PIC S9(9) COMP.
       01  WS-SOLDE-COMPTE            PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-SAISI           PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-OP              PIC S9(8)V99 COMP-3.
       01  WS-ID-OPERATION            PIC S9(9) COMP.
       01  WS-LIBELLE-OP              PIC X(30).
       01  WS-ID-PRET-EDIT            PIC 9(9).
       01  WS-MONTANT-EDIT            PIC -(7)9.99.

      *    Ecriture du grand livre interne, journal 'PRV'
       01  WS-COMPTE-ECRITURE         PIC X(6).
       01  WS-SENS-ECRITURE           PIC X(1).
       01  WS-MONTANT-ECRITURE        PIC S9(11)V99 COMP-3.

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

      *    Circuit quatre yeux (API8.DEMBATCH) : la carte doit avoir
      *    ete saisie par API8DEMB et approuvee par un second
      *    operateur sur l'ecran API8VALB avant d'executer
       01  WS-CARTE-DEMANDE       PIC X(64).
       01  WS-ID-DEMANDE-4Y       PIC S9(9) COMP.
       01  WS-4Y-NULL-IND         PIC S9(4) COMP.

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

           PERFORM 0300-CONTROLER-APPROBATION
              THRU 0300-CONTROLER-APPROBATION-EXIT.

           MOVE SPACES TO WS-PARAM-ACTION.
           MOVE SPACES TO WS-PARAM-1.
           MOVE SPACES TO WS-PARAM-2.
           MOVE SPACES TO WS-PARAM-3.
           MOVE SPACES TO WS-PARAM-4.

           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-ACTION, WS-PARAM-1, WS-PARAM-2,
                   WS-PARAM-3, WS-PARAM-4.

           EVALUATE WS-PARAM-ACTION
              WHEN 'PERTE'
                 MOVE WS-PARAM-2 TO WS-PARAM-OPERATEUR
              WHEN 'RECOUVRE'
                 MOVE WS-PARAM-4 TO WS-PARAM-OPERATEUR
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : PERTE / RECOUVRE'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           IF WS-PARAM-OPERATEUR = SPACES
              DISPLAY 'OPERATEUR DE SAISIE OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 0450-LIRE-DATE-COMPTABLE.
           PERFORM 0500-LIRE-PRET
              THRU 0500-LIRE-PRET-EXIT.

           EVALUATE WS-PARAM-ACTION
              WHEN 'PERTE'
                 PERFORM 1000-PASSER-EN-PERTE
                    THRU 1000-PASSER-EN-PERTE-EXIT
              WHEN 'RECOUVRE'
                 PERFORM 2000-RECOUVRER
                    THRU 2000-RECOUVRER-EXIT
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0300-CONTROLER-APPROBATION.
      *    La carte doit correspondre a une demande approuvee ('V')
      *    et pas encore executee du circuit quatre yeux : saisie
      *    par un premier operateur (API8DEMB), approuvee par un
      *    second (ecran API8VALB) - une carte soumise directement
      *    est refusee
           MOVE WS-PARAM-SAISIE(1:64) TO WS-CARTE-DEMANDE.

           EXEC SQL
              SELECT MIN(ID_DEMANDE)
              INTO :WS-ID-DEMANDE-4Y :WS-4Y-NULL-IND
              FROM API8.DEMBATCH
              WHERE PROGRAMME = 'API8PERT'
                AND CARTE = :WS-CARTE-DEMANDE
                AND STATUT_DEM = 'V'
                AND EXECUTE = 'N'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-4Y-NULL-IND = -1
              DISPLAY 'DEMANDE NON APPROUVEE - CIRCUIT QUATRE YEUX'
              DISPLAY 'SAISIR PAR API8DEMB, APPROUVER PAR API8VALB'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              UPDATE API8.DEMBATCH
              SET EXECUTE = 'Y',
                  DATE_EXECUTION = CURRENT DATE
              WHERE ID_DEMANDE = :WS-ID-DEMANDE-4Y
           END-EXEC.

       0300-CONTROLER-APPROBATION-EXIT.
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

       0500-LIRE-PRET.
           MOVE FUNCTION NUMVAL(WS-PARAM-1) TO WS-ID-PRET.
           MOVE WS-ID-PRET TO WS-ID-PRET-EDIT.

           EXEC SQL
              SELECT ID_CLIENT, STATUT_PRET, CAPITAL_RESTANT,
                     VALUE(MONTANT_PROVISION, 0),
                     VALUE(MONTANT_PERTE, 0),
                     VALUE(MONTANT_RECOUVRE, 0)
              INTO :WS-ID-CLIENT-PRET, :WS-STATUT-PRET,
                   :WS-CAPITAL-RESTANT, :WS-MONTANT-PROVISION,
                   :WS-MONTANT-PERTE, :WS-MONTANT-RECOUVRE
              FROM API8.PRET
              WHERE ID_PRET = :WS-ID-PRET
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'PRET INCONNU : ' WS-PARAM-1
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       0500-LIRE-PRET-EXIT.
           EXIT.

       1000-PASSER-EN-PERTE.
      *    Seul un pret en defaut passe en perte ; un pret sain
      *    doit d'abord avoir epuise le recouvrement (API8PRCV)
           IF WS-STATUT-PRET NOT = 'D'
              DISPLAY 'PRET NON EN DEFAUT, STATUT : ' WS-STATUT-PRET
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE WS-CAPITAL-RESTANT TO WS-MONTANT-PERTE.

           EXEC SQL
              UPDATE API8.PRET
              SET STATUT_PRET = 'W',
                  MONTANT_PERTE = :WS-MONTANT-PERTE,
                  MONTANT_RECOUVRE = 0,
                  DATE_PASSAGE_PERTE = CURRENT DATE,
                  CAPITAL_RESTANT = 0,
                  MONTANT_PROVISION = 0
              WHERE ID_PRET = :WS-ID-PRET
                AND STATUT_PRET = 'D'
           END-EXEC.

           EXEC SQL
              DELETE FROM API8.ECHEANCIER
              WHERE ID_PRET = :WS-ID-PRET
                AND STATUT_ECH = 'A'
           END-EXEC.
           IF SQLCODE = 100
              MOVE 0 TO SQLCODE
           END-IF.

      *    Le capital sort du bilan en charge de perte
           IF WS-MONTANT-PERTE > 0
              MOVE WS-MONTANT-PERTE TO WS-MONTANT-ECRITURE
              MOVE '274000' TO WS-COMPTE-ECRITURE
              MOVE 'D' TO WS-SENS-ECRITURE
              PERFORM 7000-ECRIRE-GRAND-LIVRE
                 THRU 7000-ECRIRE-GRAND-LIVRE-EXIT
              MOVE '654000' TO WS-COMPTE-ECRITURE
              MOVE 'C' TO WS-SENS-ECRITURE
              PERFORM 7000-ECRIRE-GRAND-LIVRE
                 THRU 7000-ECRIRE-GRAND-LIVRE-EXIT
           END-IF.

      *    La provision constituee n'a plus d'objet : reprise
           IF WS-MONTANT-PROVISION > 0
              MOVE WS-MONTANT-PROVISION TO WS-MONTANT-ECRITURE
              MOVE '491000' TO WS-COMPTE-ECRITURE
              MOVE 'C' TO WS-SENS-ECRITURE
              PERFORM 7000-ECRIRE-GRAND-LIVRE
                 THRU 7000-ECRIRE-GRAND-LIVRE-EXIT
              MOVE '781700' TO WS-COMPTE-ECRITURE
              MOVE 'D' TO WS-SENS-ECRITURE
              PERFORM 7000-ECRIRE-GRAND-LIVRE
                 THRU 7000-ECRIRE-GRAND-LIVRE-EXIT
           END-IF.

           MOVE 'PASSAGE EN PERTE PRET' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           DISPLAY 'PRET PASSE EN PERTE : ' WS-ID-PRET-EDIT.
           MOVE WS-MONTANT-PERTE TO WS-MONTANT-EDIT.
           DISPLAY 'MONTANT DE LA PERTE : ' WS-MONTANT-EDIT.
           MOVE WS-MONTANT-PROVISION TO WS-MONTANT-EDIT.
           DISPLAY 'PROVISION REPRISE   : ' WS-MONTANT-EDIT.

       1000-PASSER-EN-PERTE-EXIT.
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
                 (:WS-ID-AUDIT, :WS-ID-CLIENT-PRET, 'API8PERT',
                  :WS-AUDIT-EVENEMENT, :WS-PARAM-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       2000-RECOUVRER.
           IF WS-STATUT-PRET NOT = 'W'
              DISPLAY 'PRET NON PASSE EN PERTE, STATUT : '
                 WS-STATUT-PRET
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE FUNCTION NUMVAL(WS-PARAM-2) TO WS-ID-COMPTE.
           MOVE FUNCTION NUMVAL(WS-PARAM-3) TO WS-MONTANT-SAISI.

           IF WS-MONTANT-SAISI <= 0
              DISPLAY 'MONTANT DE RECOUVREMENT INVALIDE : '
                 WS-PARAM-3
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    On ne recouvre jamais plus que la perte constatee
           COMPUTE WS-RESTE-A-RECOUVRER =
              WS-MONTANT-PERTE - WS-MONTANT-RECOUVRE.
           IF WS-RESTE-A-RECOUVRER <= 0
              DISPLAY 'PERTE DEJA ENTIEREMENT RECOUVREE - PRET '
                 WS-ID-PRET-EDIT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE WS-MONTANT-SAISI TO WS-MONTANT-OP.
           IF WS-MONTANT-OP > WS-RESTE-A-RECOUVRER
              MOVE WS-RESTE-A-RECOUVRER TO WS-MONTANT-OP
           END-IF.

      *    Debit dans la limite du solde, sans decouvert force (meme
      *    garde qu'API8PRRA)
           EXEC SQL
              SELECT SOLDE
              INTO :WS-SOLDE-COMPTE
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'COMPTE INCONNU : ' WS-PARAM-2
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-MONTANT-OP
              WHERE ID_COMPTE = :WS-ID-COMPTE
                AND SOLDE >= :WS-MONTANT-OP
           END-EXEC.

           IF SQLCODE NOT = 0
              DISPLAY 'SOLDE INSUFFISANT - COMPTE ' WS-PARAM-2
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'RECOUVREMENT PRET ' WS-ID-PRET-EDIT
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.
           PERFORM 3900-INSERER-OPERATION
              THRU 3900-INSERER-OPERATION-EXIT.

           ADD WS-MONTANT-OP TO WS-MONTANT-RECOUVRE.
           EXEC SQL
              UPDATE API8.PRET
              SET MONTANT_RECOUVRE = :WS-MONTANT-RECOUVRE
              WHERE ID_PRET = :WS-ID-PRET
           END-EXEC.

      *    Le pret n'est plus a l'actif : la jambe 274000 de
      *    l'operation 'M' est reclassee en produit de recouvrement
           MOVE WS-MONTANT-OP TO WS-MONTANT-ECRITURE.
           MOVE '274000' TO WS-COMPTE-ECRITURE.
           MOVE 'C' TO WS-SENS-ECRITURE.
           PERFORM 7000-ECRIRE-GRAND-LIVRE
              THRU 7000-ECRIRE-GRAND-LIVRE-EXIT.
           MOVE '771400' TO WS-COMPTE-ECRITURE.
           MOVE 'D' TO WS-SENS-ECRITURE.
           PERFORM 7000-ECRIRE-GRAND-LIVRE
              THRU 7000-ECRIRE-GRAND-LIVRE-EXIT.

           MOVE 'RECOUVREMENT PRET EN PERTE' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT.

           MOVE WS-MONTANT-OP TO WS-MONTANT-EDIT.
           DISPLAY 'MONTANT RECOUVRE    : ' WS-MONTANT-EDIT.
           MOVE WS-MONTANT-RECOUVRE TO WS-MONTANT-EDIT.
           DISPLAY 'CUMUL RECOUVRE      : ' WS-MONTANT-EDIT.
           MOVE WS-MONTANT-PERTE TO WS-MONTANT-EDIT.
           DISPLAY 'PERTE CONSTATEE     : ' WS-MONTANT-EDIT.

       2000-RECOUVRER-EXIT.
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

       7000-ECRIRE-GRAND-LIVRE.
      *    Cumul dans le grand livre interne, journal 'PRV' (meme
      *    regle qu'API8PROV)
           EXEC SQL
              UPDATE API8.GRANDLIVRE
              SET MONTANT = MONTANT + :WS-MONTANT-ECRITURE,
                  NB_ECRITURES = NB_ECRITURES + 1
              WHERE COMPTE_GL = :WS-COMPTE-ECRITURE
                AND DATE_COMPTABLE = :WS-DATE-COMPTABLE
                AND SENS = :WS-SENS-ECRITURE
                AND JOURNAL_GL = 'PRV'
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.GRANDLIVRE
                    (COMPTE_GL, DATE_COMPTABLE, SENS, MONTANT,
                     NB_ECRITURES, JOURNAL_GL)
                 VALUES
                    (:WS-COMPTE-ECRITURE, :WS-DATE-COMPTABLE,
                     :WS-SENS-ECRITURE, :WS-MONTANT-ECRITURE, 1,
                     'PRV')
              END-EXEC
           END-IF.

       7000-ECRIRE-GRAND-LIVRE-EXIT.
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8PERT        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8PERT       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
