       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8SAIS.
      *===============================================================
      *    BATCH DU REGISTRE DES SAISIES SUR COMPTE
      *    Les saisies-attributions signifiees par huissier et les
      *    avis a tiers detenteur (ATD) du Tresor etaient traites a
      *    la main : cloture par API8CLOT ou surveillance du compte.
      *    A la demande du back-office (SYSIN, circuit quatre yeux
      *    API8DEMB/API8VALB), ce batch tient le registre
      *    API8.SAISIE, une ligne par ordre et par ID_COMPTE :
      *       ENR compte type montant date-signif IBAN-creancier
      *          (seconde carte : nom du creancier, 30 car.)
      *          type 'H' saisie-attribution (huissier), 'T' ATD ;
      *          le montant bloque est le montant reclame, borne
      *          au solde du jour diminue des saisies deja actives
      *          et du solde bancaire insaisissable
      *          (SOLDE_INSAISISSABLE, repli 635,71) - ce dernier
      *          reste toujours disponible pour le client. La fin
      *          du delai de contestation est posee a date de
      *          signification + DELAI_CONTESTATION_SAISIE jours
      *          (repli 30)
      *       CONTESTE id-saisie   contestation portee devant le
      *          juge : le montant reste bloque, le paiement est
      *          suspendu (statut 'C')
      *       REPRISE id-saisie    contestation rejetee : l'ordre
      *          redevient payable a l'echeance (statut 'A')
      *       LEVEE id-saisie      mainlevee : le montant est
      *          debloque (statut 'L')
      *    Tant qu'un ordre est actif ou conteste, les services de
      *    debit (API8SRTR, API8SVIR, API8VIR, API8PREL) retranchent
      *    le montant bloque du disponible. Le paiement du creancier
      *    a l'issue du delai est fait par le batch API8SAIP.
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

       01  WS-PARAM-SAISIE            PIC X(80).
       01  WS-PARAM-ACTION            PIC X(8).
       01  WS-PARAM-2                 PIC X(9).
       01  WS-PARAM-3                 PIC X(1).
       01  WS-PARAM-4                 PIC X(12).
       01  WS-PARAM-5                 PIC X(8).
       01  WS-PARAM-6                 PIC X(27).
       01  WS-PARAM-NOM               PIC X(80).

       01  WS-ID-SAISIE               PIC S9(9) COMP.
       01  WS-ID-COMPTE-SAISI         PIC S9(9) COMP.
       01  WS-ID-CLIENT-SAISI         PIC S9(9) COMP.
       01  WS-TYPE-SAISIE             PIC X(1).
       01  WS-MONTANT-RECLAME         PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-BLOQUE          PIC S9(8)V99 COMP-3.
       01  WS-DATE-SIGNIFICATION      PIC 9(8).
       01  WS-DATE-FIN-CONTEST        PIC 9(8).
       01  WS-IBAN-CREANCIER          PIC X(27).
       01  WS-NOM-CREANCIER           PIC X(30).
       01  WS-STATUT-SAISIE           PIC X(1).
       01  WS-STATUT-COMPTE           PIC X(1).
       01  WS-SOLDE-COMPTE            PIC S9(8)V99 COMP-3.
       01  WS-DEJA-BLOQUE             PIC S9(8)V99 COMP-3.
       01  WS-SAISISSABLE             PIC S9(8)V99 COMP-3.
       01  WS-NULL-IND                PIC S9(4) COMP.
       01  WS-MONTANT-EDIT            PIC -(7)9,99.

      *    Replis des parametres, remplaces par API8.PARAMETRE
       01  WS-SOLDE-INSAISISSABLE     PIC S9(8)V99 COMP-3
                                      VALUE 635,71.
       01  WS-DELAI-CONTESTATION      PIC S9(3) COMP-3 VALUE 30.

      *    Piste d'audit : meme convention qu'API8SUCC
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
           MOVE SPACES TO WS-PARAM-ACTION WS-PARAM-2 WS-PARAM-3.
           MOVE SPACES TO WS-PARAM-4 WS-PARAM-5 WS-PARAM-6.
           UNSTRING WS-PARAM-SAISIE DELIMITED BY ALL ' '
              INTO WS-PARAM-ACTION, WS-PARAM-2, WS-PARAM-3,
                   WS-PARAM-4, WS-PARAM-5, WS-PARAM-6.

           EVALUATE WS-PARAM-ACTION
              WHEN 'ENR'
                 PERFORM 1000-ENREGISTRER-SAISIE
                    THRU 1000-ENREGISTRER-SAISIE-EXIT
              WHEN 'CONTESTE'
                 MOVE 'C' TO WS-STATUT-SAISIE
                 MOVE 'SAISIE CONTESTEE' TO WS-AUDIT-EVENEMENT
                 PERFORM 2000-CHANGER-STATUT
                    THRU 2000-CHANGER-STATUT-EXIT
              WHEN 'REPRISE'
                 MOVE 'A' TO WS-STATUT-SAISIE
                 MOVE 'SAISIE CONTESTATION REJETEE'
                    TO WS-AUDIT-EVENEMENT
                 PERFORM 2000-CHANGER-STATUT
                    THRU 2000-CHANGER-STATUT-EXIT
              WHEN 'LEVEE'
                 MOVE 'L' TO WS-STATUT-SAISIE
                 MOVE 'MAINLEVEE DE SAISIE' TO WS-AUDIT-EVENEMENT
                 PERFORM 2000-CHANGER-STATUT
                    THRU 2000-CHANGER-STATUT-EXIT
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : ENR / CONTESTE / '
                    'REPRISE / LEVEE'
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-LIRE-PARAMETRES.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SOLDE-INSAISISSABLE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'SOLDE_INSAISISSABLE'
           END-EXEC.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-CONTESTATION
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'DELAI_CONTESTATION_SAISIE'
           END-EXEC.

       0500-LIRE-PARAMETRES-EXIT.
           EXIT.

       1000-ENREGISTRER-SAISIE.
           MOVE FUNCTION NUMVAL(WS-PARAM-2) TO WS-ID-COMPTE-SAISI.
           MOVE WS-PARAM-3 TO WS-TYPE-SAISIE.
           MOVE FUNCTION NUMVAL(WS-PARAM-4) TO WS-MONTANT-RECLAME.
           MOVE WS-PARAM-6 TO WS-IBAN-CREANCIER.

      *    Seconde carte : nom du creancier (etude d'huissier,
      *    service des impots)
           MOVE SPACES TO WS-PARAM-NOM.
           ACCEPT WS-PARAM-NOM FROM SYSIN.
           MOVE WS-PARAM-NOM TO WS-NOM-CREANCIER.

           IF WS-TYPE-SAISIE NOT = 'H' AND WS-TYPE-SAISIE NOT = 'T'
              DISPLAY 'TYPE DE SAISIE INCONNU (H / T) : '
                 WS-TYPE-SAISIE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-MONTANT-RECLAME NOT > 0
              OR WS-PARAM-5 IS NOT NUMERIC
              OR WS-IBAN-CREANCIER = SPACES
              OR WS-NOM-CREANCIER = SPACES
              DISPLAY 'CARTE SAISIE INCOMPLETE : ' WS-PARAM-SAISIE
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE WS-PARAM-5 TO WS-DATE-SIGNIFICATION.

           MOVE SPACE TO WS-STATUT-COMPTE.
           EXEC SQL
              SELECT SOLDE, VALUE(STATUT, ' '), ID_CLIENT
              INTO :WS-SOLDE-COMPTE, :WS-STATUT-COMPTE,
                   :WS-ID-CLIENT-SAISI
              FROM API8.COMPTE
              WHERE ID_COMPTE = :WS-ID-COMPTE-SAISI
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'COMPTE INCONNU : ' WS-ID-COMPTE-SAISI
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF WS-STATUT-COMPTE = 'C' OR WS-STATUT-COMPTE = 'D'
              DISPLAY 'COMPTE CLOTURE : ' WS-ID-COMPTE-SAISI
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 0500-LIRE-PARAMETRES
              THRU 0500-LIRE-PARAMETRES-EXIT.

           PERFORM 1100-CALCULER-BLOCAGE
              THRU 1100-CALCULER-BLOCAGE-EXIT.

           COMPUTE WS-DATE-FIN-CONTEST =
              FUNCTION DATE-OF-INTEGER
              (FUNCTION INTEGER-OF-DATE(WS-DATE-SIGNIFICATION)
               + WS-DELAI-CONTESTATION).

      *    Meme idiome MAX(ID)+1 que les autres cles generees
           EXEC SQL
              SELECT MAX(ID_SAISIE)
              INTO :WS-ID-SAISIE :WS-NULL-IND
              FROM API8.SAISIE
           END-EXEC.

           IF WS-NULL-IND = -1
              MOVE 1 TO WS-ID-SAISIE
           ELSE
              ADD 1 TO WS-ID-SAISIE
           END-IF.

           EXEC SQL
              INSERT INTO API8.SAISIE
                 (ID_SAISIE, ID_COMPTE, ID_CLIENT, TYPE_SAISIE,
                  NOM_CREANCIER, IBAN_CREANCIER, MONTANT_RECLAME,
                  MONTANT_BLOQUE, DATE_SIGNIFICATION,
                  DATE_FIN_CONTESTATION, STATUT_SAISIE,
                  DATE_CREATION)
              VALUES
                 (:WS-ID-SAISIE, :WS-ID-COMPTE-SAISI,
                  :WS-ID-CLIENT-SAISI, :WS-TYPE-SAISIE,
                  :WS-NOM-CREANCIER, :WS-IBAN-CREANCIER,
                  :WS-MONTANT-RECLAME, :WS-MONTANT-BLOQUE,
                  :WS-DATE-SIGNIFICATION, :WS-DATE-FIN-CONTEST,
                  'A', CURRENT DATE)
           END-EXEC.

           MOVE 'SAISIE ENREGISTREE' TO WS-AUDIT-EVENEMENT.
           PERFORM 1500-TRACER-AUDIT
              THRU 1500-TRACER-AUDIT-EXIT.

           DISPLAY 'SAISIE ENREGISTREE   : ' WS-ID-SAISIE.
           DISPLAY 'COMPTE               : ' WS-ID-COMPTE-SAISI.
           MOVE WS-MONTANT-RECLAME TO WS-MONTANT-EDIT.
           DISPLAY 'MONTANT RECLAME      : ' WS-MONTANT-EDIT.
           MOVE WS-MONTANT-BLOQUE TO WS-MONTANT-EDIT.
           DISPLAY 'MONTANT BLOQUE       : ' WS-MONTANT-EDIT.
           DISPLAY 'FIN DE CONTESTATION  : ' WS-DATE-FIN-CONTEST.

       1000-ENREGISTRER-SAISIE-EXIT.
           EXIT.

       1100-CALCULER-BLOCAGE.
      *    Le montant saisissable est le solde du jour diminue des
      *    saisies deja actives ou contestees sur le compte et du
      *    solde bancaire insaisissable, laisse a la disposition du
      *    client ; on bloque le moindre du reclame et du saisissable
           MOVE ZERO TO WS-DEJA-BLOQUE.
           EXEC SQL
              SELECT SUM(MONTANT_BLOQUE)
              INTO :WS-DEJA-BLOQUE :WS-NULL-IND
              FROM API8.SAISIE
              WHERE ID_COMPTE = :WS-ID-COMPTE-SAISI
                AND STATUT_SAISIE IN ('A', 'C')
           END-EXEC.
           IF WS-NULL-IND = -1
              MOVE ZERO TO WS-DEJA-BLOQUE
           END-IF.

           COMPUTE WS-SAISISSABLE = WS-SOLDE-COMPTE - WS-DEJA-BLOQUE
              - WS-SOLDE-INSAISISSABLE.
           IF WS-SAISISSABLE < ZERO
              MOVE ZERO TO WS-SAISISSABLE
           END-IF.

           IF WS-MONTANT-RECLAME < WS-SAISISSABLE
              MOVE WS-MONTANT-RECLAME TO WS-MONTANT-BLOQUE
           ELSE
              MOVE WS-SAISISSABLE TO WS-MONTANT-BLOQUE
           END-IF.

       1100-CALCULER-BLOCAGE-EXIT.
           EXIT.

       2000-CHANGER-STATUT.
      *    Seul un ordre encore en cours (actif ou conteste) change
      *    de statut : un ordre paye ou leve est clos
           MOVE FUNCTION NUMVAL(WS-PARAM-2) TO WS-ID-SAISIE.
           MOVE 0 TO WS-ID-CLIENT-SAISI.

           EXEC SQL
              SELECT ID_CLIENT
              INTO :WS-ID-CLIENT-SAISI
              FROM API8.SAISIE
              WHERE ID_SAISIE = :WS-ID-SAISIE
                AND STATUT_SAISIE IN ('A', 'C')
           END-EXEC.

           IF SQLCODE = 100
              DISPLAY 'AUCUNE SAISIE EN COURS : ' WS-ID-SAISIE
              GO TO 2000-CHANGER-STATUT-EXIT
           END-IF.

           EXEC SQL
              UPDATE API8.SAISIE
              SET STATUT_SAISIE = :WS-STATUT-SAISIE,
                  DATE_MAJ = CURRENT DATE
              WHERE ID_SAISIE = :WS-ID-SAISIE
           END-EXEC.

           PERFORM 1500-TRACER-AUDIT
              THRU 1500-TRACER-AUDIT-EXIT.

           DISPLAY WS-AUDIT-EVENEMENT ' : ' WS-ID-SAISIE.

       2000-CHANGER-STATUT-EXIT.
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
                  DATE_AUDIT, HEURE_AUDIT)
              VALUES
                 (:WS-ID-AUDIT, :WS-ID-CLIENT-SAISI, 'API8SAIS',
                  :WS-AUDIT-EVENEMENT, CURRENT DATE, CURRENT TIME)
           END-EXEC.

       1500-TRACER-AUDIT-EXIT.
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
              WHERE PROGRAMME = 'API8SAIS'
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
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8SAIS        '
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8SAIS       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
