       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8COFB.
      *===============================================================
      *    BATCH DE FACTURATION ANNUELLE DES LOYERS DE COFFRES-FORTS
      *    Pour chaque contrat actif d'API8.CONTRATCOFFRE (API8COFR)
      *    arrive a echeance a la date comptable, hors contrats geles
      *    par une succession (API8SUCC) :
      *       - le loyer annuel depend de la taille du coffre :
      *         parametres LOYER_COFFRE_P, LOYER_COFFRE_M et
      *         LOYER_COFFRE_G d'API8.PARAMETRE
      *       - le compte de facturation est debite par une operation
      *         TYPE_OP 'F' portant le coffre en libelle, comme les
      *         forfaits API8FRFM ; contrairement a eux le debit est
      *         garde par le solde et refuse sur un compte cloture,
      *         en succession ou bloque : un loyer non debite reste
      *         impaye
      *       - paye : l'echeance avance d'un an, un impaye anterieur
      *         est solde et l'acces eventuellement bloque est
      *         retabli
      *       - impaye : la date du premier impaye est posee et le
      *         client est avise ; passe le preavis
      *         DELAI_PREAVIS_COFFRE (jours, 30 par defaut) l'acces
      *         au coffre est bloque (ACCES_BLOQUE, refuse par
      *         l'ecran API8COFA) et le client avise de nouveau
      *    L'echeance d'un impaye n'avance pas : le loyer est
      *    represente a chaque passage jusqu'au reglement. Le batch
      *    est donc passe chaque jour ouvre ; chaque contrat n'est
      *    facture qu'une fois par an, a l'anniversaire de sa
      *    location. En fin de traitement, le rapport des loyers
      *    impayes liste tous les contrats en preavis ou bloques.
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

           EXEC SQL
              INCLUDE OPE
           END-EXEC.

      *    Contrat facture
       01  WS-ID-CONTRAT             PIC S9(9) COMP.
       01  WS-ID-CLIENT              PIC S9(9) COMP.
       01  WS-ID-COMPTE-FACT         PIC S9(9) COMP.
       01  WS-CODE-AGENCE            PIC X(4).
       01  WS-NUM-COFFRE             PIC X(6).
       01  WS-TAILLE-COFFRE          PIC X(1).
       01  WS-ACCES-BLOQUE           PIC X(1).
       01  WS-GEL-SUCCESSION         PIC X(1).
       01  WS-DATE-IMPAYE            PIC X(8).
       01  WS-DATE-ECHEANCE          PIC X(8).
       01  WS-ECHEANCE-DECOUPEE REDEFINES WS-DATE-ECHEANCE.
           05  WS-ECHEANCE-AAAA      PIC 9(4).
           05  WS-ECHEANCE-MMJJ      PIC X(4).

      *    Loyers annuels par taille et preavis avant blocage
       01  WS-LOYER-P                PIC S9(5)V99 COMP-3.
       01  WS-LOYER-M                PIC S9(5)V99 COMP-3.
       01  WS-LOYER-G                PIC S9(5)V99 COMP-3.
       01  WS-LOYER                  PIC S9(5)V99 COMP-3.
       01  WS-DELAI-PREAVIS          PIC S9(5) COMP-3.

      *    Anciennete de l'impaye, en jours
       01  WS-DATE-COMPTABLE-NUM     PIC 9(8).
       01  WS-DATE-IMPAYE-NUM        PIC 9(8).
       01  WS-ENTIER-JOUR            PIC S9(9) COMP.
       01  WS-ENTIER-IMPAYE          PIC S9(9) COMP.
       01  WS-NB-JOURS               PIC S9(9) COMP.
       01  WS-NB-JOURS-EDIT          PIC ZZZZ9.
       01  WS-DELAI-EDIT             PIC ZZZZ9.

       01  WS-LIBELLE-OP             PIC X(30).
       01  WS-MONTANT-EDIT           PIC -(7)9,99.
       01  WS-ID-CONTRAT-EDIT        PIC 9(9).
       01  WS-ID-CLIENT-EDIT         PIC 9(9).
       01  WS-ID-COMPTE-EDIT         PIC 9(9).
       01  WS-ETAT-IMPAYE            PIC X(10).

       01  WS-NB-CONTRATS            PIC 9(7) VALUE 0.
       01  WS-NB-PAYES               PIC 9(7) VALUE 0.
       01  WS-NB-IMPAYES             PIC 9(7) VALUE 0.
       01  WS-NB-BLOCAGES            PIC 9(7) VALUE 0.
       01  WS-NB-DEBLOCAGES          PIC 9(7) VALUE 0.
       01  WS-NB-RAPPORT             PIC 9(7) VALUE 0.
       01  WS-TOTAL-FACTURE          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-EDIT             PIC -(10)9,99.

      *    Notification client (preavis puis blocage)
       01  WS-ID-NOTIFICATION        PIC S9(9) COMP.
       01  WS-MSG-NOTIFICATION       PIC X(60).

      *    Zone d'appel du service de numerotation API8NUMO
       01  NUMO-ZONE.
           05  NUMO-COMPTEUR      PIC X(12).
           05  NUMO-VALEUR        PIC S9(9) COMP.
           05  NUMO-CODE-RETOUR   PIC X(1).

      *    Date comptable du jour bancaire ouvert
       01  WS-DATE-COMPTABLE      PIC X(8).

      *    Piste d'audit : meme convention qu'API8COFR
       01  WS-ID-AUDIT            PIC S9(9) COMP.
       01  WS-NULL-INDICATOR      PIC S9(4) COMP.
       01  WS-AUDIT-EVENEMENT     PIC X(30).

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

           PERFORM 0500-LIRE-PARAMETRES
              THRU 0500-LIRE-PARAMETRES-EXIT.

           MOVE WS-DATE-COMPTABLE TO WS-DATE-COMPTABLE-NUM.
           COMPUTE WS-ENTIER-JOUR =
              FUNCTION INTEGER-OF-DATE(WS-DATE-COMPTABLE-NUM).

           DISPLAY '=============================================='
           DISPLAY '*   FACTURATION DES LOYERS DE COFFRES         *'
           DISPLAY '*   ECHEANCES AU ' WS-DATE-COMPTABLE
           DISPLAY '=============================================='.

           EXEC SQL
              DECLARE CCOFECH CURSOR FOR
              SELECT C.ID_CONTRAT, C.ID_CLIENT, C.ID_COMPTE,
                     C.CODE_AGENCE, C.NUM_COFFRE, F.TAILLE_COFFRE,
                     C.DATE_ECHEANCE, VALUE(C.DATE_IMPAYE, ' '),
                     C.ACCES_BLOQUE
              FROM API8.CONTRATCOFFRE C, API8.COFFRE F
              WHERE C.STATUT_CONTRAT = 'A'
                AND C.GEL_SUCCESSION = 'N'
                AND C.DATE_ECHEANCE <= :WS-DATE-COMPTABLE
                AND F.CODE_AGENCE = C.CODE_AGENCE
                AND F.NUM_COFFRE = C.NUM_COFFRE
              ORDER BY C.ID_CONTRAT
           END-EXEC.

           EXEC SQL
              OPEN CCOFECH
           END-EXEC.

           PERFORM 1000-FACTURER-CONTRAT
              THRU 1000-FACTURER-CONTRAT-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCOFECH
           END-EXEC.

           PERFORM 7000-RAPPORT-IMPAYES
              THRU 7000-RAPPORT-IMPAYES-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-FACTURER-CONTRAT.
           EXEC SQL
              FETCH CCOFECH
              INTO :WS-ID-CONTRAT, :WS-ID-CLIENT,
                   :WS-ID-COMPTE-FACT, :WS-CODE-AGENCE,
                   :WS-NUM-COFFRE, :WS-TAILLE-COFFRE,
                   :WS-DATE-ECHEANCE, :WS-DATE-IMPAYE,
                   :WS-ACCES-BLOQUE
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-NB-CONTRATS
              EVALUATE WS-TAILLE-COFFRE
                 WHEN 'P'
                    MOVE WS-LOYER-P TO WS-LOYER
                 WHEN 'M'
                    MOVE WS-LOYER-M TO WS-LOYER
                 WHEN OTHER
                    MOVE WS-LOYER-G TO WS-LOYER
              END-EVALUATE
              PERFORM 1100-DEBITER-LOYER
                 THRU 1100-DEBITER-LOYER-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       1000-FACTURER-CONTRAT-EXIT.
           EXIT.

       1100-DEBITER-LOYER.
      *    Debit garde par le solde : un loyer non couvert ne met
      *    pas le compte a decouvert, il reste impaye
           EXEC SQL
              UPDATE API8.COMPTE
              SET SOLDE = SOLDE - :WS-LOYER
              WHERE ID_COMPTE = :WS-ID-COMPTE-FACT
                AND SOLDE >= :WS-LOYER
                AND STATUT NOT IN ('C', 'S', 'D')
           END-EXEC.

           IF SQLCODE = 0
              PERFORM 1200-ENREGISTRER-PAIEMENT
                 THRU 1200-ENREGISTRER-PAIEMENT-EXIT
           ELSE
              PERFORM 1300-TRAITER-IMPAYE
                 THRU 1300-TRAITER-IMPAYE-EXIT
           END-IF.

       1100-DEBITER-LOYER-EXIT.
           EXIT.

       1200-ENREGISTRER-PAIEMENT.
           MOVE 'OPERATION' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO OPERATION IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-OPERATION OF DCLOPERATION.

           MOVE WS-ID-COMPTE-FACT TO WS-ID-COMPTE OF DCLOPERATION.
           MOVE WS-LOYER TO WS-MONTANT-OP OF DCLOPERATION.
           MOVE 'F' TO WS-TYPE-OP OF DCLOPERATION.

           MOVE SPACES TO WS-LIBELLE-OP.
           STRING 'LOYER COFFRE ' WS-CODE-AGENCE '-' WS-NUM-COFFRE
              DELIMITED BY SIZE INTO WS-LIBELLE-OP.

           EXEC SQL
              INSERT INTO API8.OPERATION
                 (ID_OPERATION, ID_COMPTE, MONTANT_OP, TYPE_OP, DATE_OP,
                 DATE_COMPTABLE,
                  LIBELLE_OP)
              VALUES
                 (:DCLOPERATION.WS-ID-OPERATION,
                  :DCLOPERATION.WS-ID-COMPTE,
                  :DCLOPERATION.WS-MONTANT-OP,
                  :DCLOPERATION.WS-TYPE-OP,
                  CURRENT DATE,
                  :WS-DATE-COMPTABLE,
                  :WS-LIBELLE-OP)
           END-EXEC.

      *    Echeance suivante : meme jour l'an prochain, le 29
      *    fevrier ramene au 28
           ADD 1 TO WS-ECHEANCE-AAAA.
           IF WS-ECHEANCE-MMJJ = '0229'
              MOVE '0228' TO WS-ECHEANCE-MMJJ
           END-IF.

           EXEC SQL
              UPDATE API8.CONTRATCOFFRE
              SET DATE_ECHEANCE = :WS-DATE-ECHEANCE,
                  DATE_DERNIER_PAIEMENT = :WS-DATE-COMPTABLE,
                  DATE_IMPAYE = NULL,
                  ACCES_BLOQUE = 'N',
                  DATE_MAJ = CURRENT DATE
              WHERE ID_CONTRAT = :WS-ID-CONTRAT
           END-EXEC.

           IF WS-ACCES-BLOQUE = 'Y'
              MOVE 'DEBLOCAGE ACCES COFFRE' TO WS-AUDIT-EVENEMENT
              PERFORM 5000-TRACER-AUDIT
                 THRU 5000-TRACER-AUDIT-EXIT
              ADD 1 TO WS-NB-DEBLOCAGES
           END-IF.

           MOVE WS-LOYER TO WS-MONTANT-EDIT.
           DISPLAY 'CONTRAT ' WS-ID-CONTRAT
              ' COFFRE ' WS-CODE-AGENCE '-' WS-NUM-COFFRE
              ' TAILLE ' WS-TAILLE-COFFRE
              ' LOYER ' WS-MONTANT-EDIT
              ' ECHEANCE SUIVANTE ' WS-DATE-ECHEANCE.

           ADD 1 TO WS-NB-PAYES.
           ADD WS-LOYER TO WS-TOTAL-FACTURE.

       1200-ENREGISTRER-PAIEMENT-EXIT.
           EXIT.

       1300-TRAITER-IMPAYE.
           ADD 1 TO WS-NB-IMPAYES.
           MOVE WS-LOYER TO WS-MONTANT-EDIT.

      *    Premier impaye : debut du preavis, client avise
           IF WS-DATE-IMPAYE = SPACES
              EXEC SQL
                 UPDATE API8.CONTRATCOFFRE
                 SET DATE_IMPAYE = :WS-DATE-COMPTABLE,
                     DATE_MAJ = CURRENT DATE
                 WHERE ID_CONTRAT = :WS-ID-CONTRAT
              END-EXEC
              MOVE WS-DELAI-PREAVIS TO WS-DELAI-EDIT
              MOVE SPACES TO WS-MSG-NOTIFICATION
              STRING 'LOYER COFFRE IMPAYE - ACCES BLOQUE SOUS '
                 WS-DELAI-EDIT ' JOURS'
                 DELIMITED BY SIZE INTO WS-MSG-NOTIFICATION
              PERFORM 1400-NOTIFIER-CLIENT
                 THRU 1400-NOTIFIER-CLIENT-EXIT
              MOVE 'LOYER COFFRE IMPAYE' TO WS-AUDIT-EVENEMENT
              PERFORM 5000-TRACER-AUDIT
                 THRU 5000-TRACER-AUDIT-EXIT
              DISPLAY 'CONTRAT ' WS-ID-CONTRAT
                 ' LOYER ' WS-MONTANT-EDIT ' IMPAYE - PREAVIS'
              GO TO 1300-TRAITER-IMPAYE-EXIT
           END-IF.

           IF WS-ACCES-BLOQUE = 'Y'
              GO TO 1300-TRAITER-IMPAYE-EXIT
           END-IF.

      *    Preavis echu : l'acces au coffre est bloque
           MOVE WS-DATE-IMPAYE TO WS-DATE-IMPAYE-NUM.
           COMPUTE WS-ENTIER-IMPAYE =
              FUNCTION INTEGER-OF-DATE(WS-DATE-IMPAYE-NUM).
           COMPUTE WS-NB-JOURS = WS-ENTIER-JOUR - WS-ENTIER-IMPAYE.

           IF WS-NB-JOURS >= WS-DELAI-PREAVIS
              EXEC SQL
                 UPDATE API8.CONTRATCOFFRE
                 SET ACCES_BLOQUE = 'Y',
                     DATE_MAJ = CURRENT DATE
                 WHERE ID_CONTRAT = :WS-ID-CONTRAT
              END-EXEC
              MOVE SPACES TO WS-MSG-NOTIFICATION
              STRING 'LOYER COFFRE IMPAYE - ACCES AU COFFRE BLOQUE'
                 DELIMITED BY SIZE INTO WS-MSG-NOTIFICATION
              PERFORM 1400-NOTIFIER-CLIENT
                 THRU 1400-NOTIFIER-CLIENT-EXIT
              MOVE 'BLOCAGE ACCES COFFRE IMPAYE' TO WS-AUDIT-EVENEMENT
              PERFORM 5000-TRACER-AUDIT
                 THRU 5000-TRACER-AUDIT-EXIT
              ADD 1 TO WS-NB-BLOCAGES
              DISPLAY 'CONTRAT ' WS-ID-CONTRAT
                 ' LOYER ' WS-MONTANT-EDIT ' IMPAYE - ACCES BLOQUE'
           END-IF.

       1300-TRAITER-IMPAYE-EXIT.
           EXIT.

       1400-NOTIFIER-CLIENT.
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

       1400-NOTIFIER-CLIENT-EXIT.
           EXIT.

       7000-RAPPORT-IMPAYES.
      *    Tous les contrats actifs portant un impaye, en preavis ou
      *    bloques, y compris ceux geles depuis par une succession
           DISPLAY '----------------------------------------------'.
           DISPLAY '   RAPPORT DES LOYERS DE COFFRES IMPAYES'.
           DISPLAY '   CONTRAT   COFFRE      TITULAIRE COMPTE    '
              ' IMPAYE DU  JOURS ETAT'.

           EXEC SQL
              DECLARE CCOFIMP CURSOR FOR
              SELECT ID_CONTRAT, ID_CLIENT, ID_COMPTE, CODE_AGENCE,
                     NUM_COFFRE, DATE_IMPAYE, ACCES_BLOQUE,
                     GEL_SUCCESSION
              FROM API8.CONTRATCOFFRE
              WHERE STATUT_CONTRAT = 'A'
                AND DATE_IMPAYE IS NOT NULL
              ORDER BY CODE_AGENCE, NUM_COFFRE
           END-EXEC.

           EXEC SQL
              OPEN CCOFIMP
           END-EXEC.

           PERFORM 7100-EDITER-IMPAYE
              THRU 7100-EDITER-IMPAYE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCOFIMP
           END-EXEC.

           DISPLAY '   CONTRATS IMPAYES   : ' WS-NB-RAPPORT.

       7000-RAPPORT-IMPAYES-EXIT.
           EXIT.

       7100-EDITER-IMPAYE.
           EXEC SQL
              FETCH CCOFIMP
              INTO :WS-ID-CONTRAT, :WS-ID-CLIENT,
                   :WS-ID-COMPTE-FACT, :WS-CODE-AGENCE,
                   :WS-NUM-COFFRE, :WS-DATE-IMPAYE,
                   :WS-ACCES-BLOQUE, :WS-GEL-SUCCESSION
           END-EXEC.

           IF SQLCODE = 0
              MOVE WS-DATE-IMPAYE TO WS-DATE-IMPAYE-NUM
              COMPUTE WS-ENTIER-IMPAYE =
                 FUNCTION INTEGER-OF-DATE(WS-DATE-IMPAYE-NUM)
              COMPUTE WS-NB-JOURS = WS-ENTIER-JOUR - WS-ENTIER-IMPAYE
              MOVE WS-NB-JOURS TO WS-NB-JOURS-EDIT
              EVALUATE TRUE
                 WHEN WS-GEL-SUCCESSION = 'Y'
                    MOVE 'GELE' TO WS-ETAT-IMPAYE
                 WHEN WS-ACCES-BLOQUE = 'Y'
                    MOVE 'BLOQUE' TO WS-ETAT-IMPAYE
                 WHEN OTHER
                    MOVE 'PREAVIS' TO WS-ETAT-IMPAYE
              END-EVALUATE
              MOVE WS-ID-CONTRAT TO WS-ID-CONTRAT-EDIT
              MOVE WS-ID-CLIENT TO WS-ID-CLIENT-EDIT
              MOVE WS-ID-COMPTE-FACT TO WS-ID-COMPTE-EDIT
              DISPLAY '   ' WS-ID-CONTRAT-EDIT
                 ' ' WS-CODE-AGENCE '-' WS-NUM-COFFRE
                 ' ' WS-ID-CLIENT-EDIT
                 ' ' WS-ID-COMPTE-EDIT
                 ' ' WS-DATE-IMPAYE
                 ' ' WS-NB-JOURS-EDIT
                 ' ' WS-ETAT-IMPAYE
              ADD 1 TO WS-NB-RAPPORT
           END-IF.

       7100-EDITER-IMPAYE-EXIT.
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
                 (:WS-ID-AUDIT, :WS-ID-CLIENT, 'API8COFB',
                  :WS-AUDIT-EVENEMENT, CURRENT DATE, CURRENT TIME)
           END-EXEC.

       5000-TRACER-AUDIT-EXIT.
           EXIT.

       0500-LIRE-PARAMETRES.
      *    Loyers annuels par taille et preavis ; valeurs par defaut
      *    tant que les parametres ne sont pas saisis
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-LOYER-P
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'LOYER_COFFRE_P'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-LOYER-P NOT > 0
              MOVE 60,00 TO WS-LOYER-P
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-LOYER-M
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'LOYER_COFFRE_M'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-LOYER-M NOT > 0
              MOVE 90,00 TO WS-LOYER-M
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-LOYER-G
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'LOYER_COFFRE_G'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-LOYER-G NOT > 0
              MOVE 150,00 TO WS-LOYER-G
           END-IF.

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-PREAVIS
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'DELAI_PREAVIS_COFFRE'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-DELAI-PREAVIS < 1
              MOVE 30 TO WS-DELAI-PREAVIS
           END-IF.

       0500-LIRE-PARAMETRES-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8COFB', CURRENT DATE,
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
            MOVE WS-NB-CONTRATS TO WS-JRN-LUS.
            MOVE WS-NB-PAYES TO WS-JRN-ECRITS.
            MOVE WS-NB-IMPAYES TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            IF WS-NB-BLOCAGES > 0
               MOVE 4 TO WS-JRN-RC
            END-IF.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            MOVE WS-TOTAL-FACTURE TO WS-TOTAL-EDIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8COFB        '
            DISPLAY '   CONTRATS A ECHEANCE  : ' WS-NB-CONTRATS
            DISPLAY '   LOYERS DEBITES       : ' WS-NB-PAYES
            DISPLAY '   LOYERS IMPAYES       : ' WS-NB-IMPAYES
            DISPLAY '   ACCES BLOQUES        : ' WS-NB-BLOCAGES
            DISPLAY '   ACCES RETABLIS       : ' WS-NB-DEBLOCAGES
            DISPLAY '   TOTAL FACTURE        : ' WS-TOTAL-EDIT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-CONTRATS TO WS-JRN-LUS.
            MOVE WS-NB-PAYES TO WS-JRN-ECRITS.
            MOVE WS-NB-IMPAYES TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8COFB       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
