       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CRRL.
      *===============================================================
      *    BATCH MENSUEL DES RELEVES DE CREDIT RENOUVELABLE
      *    Lance une fois par mois, il arrete chaque reserve vivante
      *    (API8.CREDITRENOUV, statuts 'A' et 'B') :
      *       - interets de la periode ecoulee depuis le dernier
      *         releve, calcules jour par jour sur le montant utilise
      *         photographie par API8CRJR (API8.SOLDECREDIT) :
      *         interets = montants-jours x taux annuel / 365, comme
      *         les agios d'API8AGIO ; ils s'ajoutent au montant
      *         utilise
      *       - minimum de remboursement du releve : CRR_TAUX_MINIMUM
      *         (API8.PARAMETRE, repli 5 %) du montant utilise, au
      *         moins CRR_MINIMUM_FIXE (repli 30), augmente de
      *         l'arriere (minimum precedent impaye 'I') et du
      *         depassement du plafond, le tout borne au montant
      *         utilise
      *       - echeance du minimum a CRR_DELAI_PAIEMENT jours (repli
      *         20) ; il sera preleve sur le compte rattache par
      *         API8CRJR
      *       - releve ecrit dans le fichier FRELVCRR pour la
      *         passerelle d'edition, notification au client
      *    Une reserve dont le minimum du releve precedent n'est pas
      *    encore echu n'est pas rearretee (relance du batch sans
      *    effet).
      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme generation numerotee, renvoyable a
      *    l'identique sur demande par API8RENV.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FRELVCRR ASSIGN TO OUT048
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FRELVCRR.

       DATA DIVISION.

       FILE SECTION.
       FD  FRELVCRR
           RECORD CONTAINS 120 CHARACTERS.
       01  BUF-LIGNE-RELV             PIC X(120).
       01  BUF-DETAIL-RELV REDEFINES BUF-LIGNE-RELV.
           05  BUF-RLV-CODE           PIC X(2).
           05  BUF-RLV-ID-CREDIT      PIC 9(9).
           05  BUF-RLV-ID-CLIENT      PIC 9(9).
           05  BUF-RLV-ID-COMPTE      PIC 9(9).
           05  BUF-RLV-PLAFOND        PIC 9(10).
           05  BUF-RLV-UTILISE        PIC 9(10).
           05  BUF-RLV-INTERETS       PIC 9(10).
           05  BUF-RLV-ARRIERE        PIC 9(10).
           05  BUF-RLV-DEPASSEMENT    PIC 9(10).
           05  BUF-RLV-MINIMUM        PIC 9(10).
           05  BUF-RLV-DATE-ECHEANCE  PIC X(10).
           05  BUF-RLV-DATE           PIC X(8).
           05  BUF-RLV-NB-IMPAYES     PIC 9(3).
           05  FILLER                 PIC X(10).

       WORKING-STORAGE SECTION.

       77  FS-FRELVCRR               PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-DATE-JOUR              PIC X(8).

      *    Regles du minimum (API8.PARAMETRE)
       01  WS-TAUX-MINIMUM           PIC S9(3)V9(4) COMP-3.
       01  WS-MINIMUM-FIXE           PIC S9(8)V99 COMP-3.
       01  WS-DELAI-PAIEMENT         PIC S9(5) COMP-3.

      *    Reserve arretee
       01  WS-ID-CREDIT-CUR          PIC S9(9) COMP.
       01  WS-ID-CLIENT-CUR          PIC S9(9) COMP.
       01  WS-ID-COMPTE-CUR          PIC S9(9) COMP.
       01  WS-PLAFOND                PIC S9(8)V99 COMP-3.
       01  WS-MONTANT-UTILISE        PIC S9(8)V99 COMP-3.
       01  WS-TAUX-ANNUEL            PIC S9(3)V9(4) COMP-3.
       01  WS-DATE-DERNIER-RELEVE    PIC X(8).
       01  WS-MINIMUM-PRECEDENT      PIC S9(8)V99 COMP-3.
       01  WS-STATUT-MINIMUM         PIC X(1).
       01  WS-NB-IMPAYES-CUR         PIC S9(3) COMP-3.

      *    Arrete de la periode
       01  WS-BASE-INTERETS          PIC S9(11)V99 COMP-3.
       01  WS-NB-JOURS               PIC S9(5) COMP-3.
       01  WS-NULL-IND-BASE          PIC S9(4) COMP.
       01  WS-INTERETS               PIC S9(8)V99 COMP-3.
       01  WS-ARRIERE                PIC S9(8)V99 COMP-3.
       01  WS-DEPASSEMENT            PIC S9(8)V99 COMP-3.
       01  WS-MINIMUM-DU             PIC S9(8)V99 COMP-3.
       01  WS-STATUT-MINIMUM-NOUV    PIC X(1).
       01  WS-DATE-ECHEANCE          PIC X(10).
       01  WS-MONTANT-CENT           PIC 9(10).

      *    Notification du releve au client
       01  WS-ID-NOTIFICATION        PIC S9(9) COMP.
       01  WS-MSG-NOTIFICATION       PIC X(60).
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.
       01  WS-ID-EDIT                PIC 9(9).
       01  WS-MINIMUM-EDIT           PIC Z(6)9,99.
       01  WS-INTERETS-EDIT          PIC -(7)9,99.
       01  WS-UTILISE-EDIT           PIC -(7)9,99.

       01  WS-NB-ARRETEES            PIC 9(7) VALUE 0.
       01  WS-NB-RELEVES             PIC 9(7) VALUE 0.
       01  WS-NB-DEPASSEMENTS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-INTERETS         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TOTAL-EDIT             PIC -(10)9,99.

      *    Enregistrements de controle du fichier d'interface
       01  WS-CTL-ENTETE.
           05  CTL-E-CODE         PIC X(2) VALUE '01'.
           05  CTL-E-FICHIER      PIC X(8).
           05  CTL-E-DATE         PIC 9(8).
           05  CTL-E-PROGRAMME    PIC X(8).
       01  WS-CTL-PIED.
           05  CTL-P-CODE         PIC X(2) VALUE '09'.
           05  CTL-P-NB-ENREG     PIC 9(9).
           05  CTL-P-TOTAL        PIC 9(13).
       01  WS-CTL-NB-ENREG        PIC S9(9) COMP VALUE 0.
       01  WS-CTL-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CTL-TOTAL-ENT       PIC 9(13).

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-ECRITS          PIC S9(9) COMP.
       01  WS-JRN-REJETES         PIC S9(9) COMP.
       01  WS-JRN-RC              PIC S9(4) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

      *    Zone d'appel du catalogue des fichiers emis API8FICE
       01  FICE-ZONE.
           05  FICE-FONCTION          PIC X(1).
           05  FICE-NOM-FICHIER       PIC X(8).
           05  FICE-PROGRAMME         PIC X(8).
           05  FICE-CONTROLE          PIC X(1).
           05  FICE-LONG-LIGNE        PIC S9(4) COMP.
           05  FICE-LIGNE             PIC X(250).
           05  FICE-ID-EMISSION       PIC S9(9) COMP.
           05  FICE-GENERATION        PIC S9(9) COMP.
           05  FICE-NB-LIGNES         PIC S9(9) COMP.
           05  FICE-CODE-RETOUR       PIC X(1).
       01  WS-FICE-FIN-SW            PIC X VALUE 'N'.
           88 FIN-FICE                     VALUE 'Y'.
       01  WS-FICE-GEN-EDIT          PIC Z(8)9.

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

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 0500-LIRE-PARAMETRES
              THRU 0500-LIRE-PARAMETRES-EXIT.

           DISPLAY '=============================================='
           DISPLAY '*   RELEVES DU CREDIT RENOUVELABLE AU '
              WS-DATE-JOUR
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-RELV
              THRU 6000-OPEN-RELV-EXIT.

           EXEC SQL
              DECLARE CRELEVE CURSOR FOR
              SELECT ID_CREDIT, ID_CLIENT, ID_COMPTE, PLAFOND,
                     MONTANT_UTILISE, TAUX_ANNUEL,
                     DATE_DERNIER_RELEVE, VALUE(MINIMUM_DU, 0),
                     VALUE(STATUT_MINIMUM, 'P'), NB_IMPAYES
              FROM API8.CREDITRENOUV
              WHERE STATUT_CREDIT IN ('A', 'B')
                AND VALUE(STATUT_MINIMUM, 'P') <> 'A'
              ORDER BY ID_CREDIT
           END-EXEC.

           EXEC SQL
              OPEN CRELEVE
           END-EXEC.

           PERFORM 1000-ARRETER-RESERVE
              THRU 1000-ARRETER-RESERVE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CRELEVE
           END-EXEC.

           PERFORM 6220-CLOSE-RELV
              THRU 6220-CLOSE-RELV-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-LIRE-PARAMETRES.
           MOVE 0,05 TO WS-TAUX-MINIMUM.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-TAUX-MINIMUM
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'CRR_TAUX_MINIMUM'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0,05 TO WS-TAUX-MINIMUM
           END-IF.

           MOVE 30 TO WS-MINIMUM-FIXE.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-MINIMUM-FIXE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'CRR_MINIMUM_FIXE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 30 TO WS-MINIMUM-FIXE
           END-IF.

           MOVE 20 TO WS-DELAI-PAIEMENT.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-PAIEMENT
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'CRR_DELAI_PAIEMENT'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 20 TO WS-DELAI-PAIEMENT
           END-IF.
           MOVE 0 TO SQLCODE.

       0500-LIRE-PARAMETRES-EXIT.
           EXIT.

       1000-ARRETER-RESERVE.
           EXEC SQL
              FETCH CRELEVE
              INTO :WS-ID-CREDIT-CUR, :WS-ID-CLIENT-CUR,
                   :WS-ID-COMPTE-CUR, :WS-PLAFOND,
                   :WS-MONTANT-UTILISE, :WS-TAUX-ANNUEL,
                   :WS-DATE-DERNIER-RELEVE, :WS-MINIMUM-PRECEDENT,
                   :WS-STATUT-MINIMUM, :WS-NB-IMPAYES-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-ARRETER-RESERVE-EXIT
           END-IF.

           ADD 1 TO WS-NB-ARRETEES.

           PERFORM 1100-CALCULER-INTERETS
              THRU 1100-CALCULER-INTERETS-EXIT.

           ADD WS-INTERETS TO WS-MONTANT-UTILISE.

           PERFORM 1200-CALCULER-MINIMUM
              THRU 1200-CALCULER-MINIMUM-EXIT.

           EXEC SQL
              UPDATE API8.CREDITRENOUV
              SET MONTANT_UTILISE = MONTANT_UTILISE + :WS-INTERETS,
                  MINIMUM_DU = :WS-MINIMUM-DU,
                  STATUT_MINIMUM = :WS-STATUT-MINIMUM-NOUV,
                  DATE_ECHEANCE_MIN =
                     CURRENT DATE + :WS-DELAI-PAIEMENT DAYS,
                  DATE_DERNIER_RELEVE = :WS-DATE-JOUR
              WHERE ID_CREDIT = :WS-ID-CREDIT-CUR
           END-EXEC.

      *    Reserve sans utilisation ni arriere : periode arretee,
      *    pas de releve a editer
           IF WS-MONTANT-UTILISE = 0 AND WS-MINIMUM-DU = 0
              MOVE 0 TO SQLCODE
              GO TO 1000-ARRETER-RESERVE-EXIT
           END-IF.

           MOVE SPACES TO WS-DATE-ECHEANCE.
           EXEC SQL
              SELECT CHAR(DATE_ECHEANCE_MIN)
              INTO :WS-DATE-ECHEANCE
              FROM API8.CREDITRENOUV
              WHERE ID_CREDIT = :WS-ID-CREDIT-CUR
           END-EXEC.

           PERFORM 1300-ECRIRE-RELEVE
              THRU 1300-ECRIRE-RELEVE-EXIT.

           IF WS-MINIMUM-DU > 0
              PERFORM 1400-NOTIFIER-CLIENT
                 THRU 1400-NOTIFIER-CLIENT-EXIT
           END-IF.

           MOVE WS-ID-CREDIT-CUR TO WS-ID-EDIT.
           MOVE WS-INTERETS TO WS-INTERETS-EDIT.
           MOVE WS-MONTANT-UTILISE TO WS-UTILISE-EDIT.
           MOVE WS-MINIMUM-DU TO WS-MINIMUM-EDIT.
           DISPLAY 'RESERVE ' WS-ID-EDIT
              ' UTILISE ' WS-UTILISE-EDIT
              ' INTERETS ' WS-INTERETS-EDIT
              ' MINIMUM ' WS-MINIMUM-EDIT
              ' ECHEANCE ' WS-DATE-ECHEANCE.

           ADD 1 TO WS-NB-RELEVES.
           ADD WS-INTERETS TO WS-TOTAL-INTERETS.
           MOVE 0 TO SQLCODE.

       1000-ARRETER-RESERVE-EXIT.
           EXIT.

       1100-CALCULER-INTERETS.
      *    Montants-jours de la periode : photographies posterieures
      *    au dernier releve, jusqu'a la veille comprise
           MOVE 0 TO WS-BASE-INTERETS.
           MOVE 0 TO WS-NB-JOURS.
           EXEC SQL
              SELECT SUM(MONTANT_UTILISE), COUNT(*)
              INTO :WS-BASE-INTERETS :WS-NULL-IND-BASE,
                   :WS-NB-JOURS
              FROM API8.SOLDECREDIT
              WHERE ID_CREDIT = :WS-ID-CREDIT-CUR
                AND DATE_SOLDE > :WS-DATE-DERNIER-RELEVE
                AND DATE_SOLDE < :WS-DATE-JOUR
                AND MONTANT_UTILISE > 0
           END-EXEC.
           IF WS-NULL-IND-BASE = -1
              MOVE 0 TO WS-BASE-INTERETS
           END-IF.

           COMPUTE WS-INTERETS ROUNDED =
              WS-BASE-INTERETS * WS-TAUX-ANNUEL / 365.

       1100-CALCULER-INTERETS-EXIT.
           EXIT.

       1200-CALCULER-MINIMUM.
      *    Arriere : le minimum precedent reste du s'il est impaye
           MOVE 0 TO WS-ARRIERE.
           IF WS-STATUT-MINIMUM = 'I'
              MOVE WS-MINIMUM-PRECEDENT TO WS-ARRIERE
           END-IF.

           MOVE 0 TO WS-DEPASSEMENT.
           IF WS-MONTANT-UTILISE > WS-PLAFOND
              COMPUTE WS-DEPASSEMENT =
                 WS-MONTANT-UTILISE - WS-PLAFOND
              ADD 1 TO WS-NB-DEPASSEMENTS
           END-IF.

           COMPUTE WS-MINIMUM-DU ROUNDED =
              WS-MONTANT-UTILISE * WS-TAUX-MINIMUM.
           IF WS-MINIMUM-DU < WS-MINIMUM-FIXE
              MOVE WS-MINIMUM-FIXE TO WS-MINIMUM-DU
           END-IF.
           ADD WS-ARRIERE TO WS-MINIMUM-DU.
           ADD WS-DEPASSEMENT TO WS-MINIMUM-DU.

           IF WS-MINIMUM-DU > WS-MONTANT-UTILISE
              MOVE WS-MONTANT-UTILISE TO WS-MINIMUM-DU
           END-IF.

           IF WS-MINIMUM-DU > 0
              MOVE 'A' TO WS-STATUT-MINIMUM-NOUV
           ELSE
              MOVE 'P' TO WS-STATUT-MINIMUM-NOUV
           END-IF.

       1200-CALCULER-MINIMUM-EXIT.
           EXIT.

       1300-ECRIRE-RELEVE.
           MOVE SPACES TO BUF-LIGNE-RELV.
           MOVE '02' TO BUF-RLV-CODE.
           MOVE WS-ID-CREDIT-CUR TO BUF-RLV-ID-CREDIT.
           MOVE WS-ID-CLIENT-CUR TO BUF-RLV-ID-CLIENT.
           MOVE WS-ID-COMPTE-CUR TO BUF-RLV-ID-COMPTE.
           COMPUTE WS-MONTANT-CENT = WS-PLAFOND * 100.
           MOVE WS-MONTANT-CENT TO BUF-RLV-PLAFOND.
           COMPUTE WS-MONTANT-CENT = WS-MONTANT-UTILISE * 100.
           MOVE WS-MONTANT-CENT TO BUF-RLV-UTILISE.
           COMPUTE WS-MONTANT-CENT = WS-INTERETS * 100.
           MOVE WS-MONTANT-CENT TO BUF-RLV-INTERETS.
           COMPUTE WS-MONTANT-CENT = WS-ARRIERE * 100.
           MOVE WS-MONTANT-CENT TO BUF-RLV-ARRIERE.
           COMPUTE WS-MONTANT-CENT = WS-DEPASSEMENT * 100.
           MOVE WS-MONTANT-CENT TO BUF-RLV-DEPASSEMENT.
           COMPUTE WS-MONTANT-CENT = WS-MINIMUM-DU * 100.
           MOVE WS-MONTANT-CENT TO BUF-RLV-MINIMUM.
           MOVE WS-DATE-ECHEANCE TO BUF-RLV-DATE-ECHEANCE.
           MOVE WS-DATE-JOUR TO BUF-RLV-DATE.
           MOVE WS-NB-IMPAYES-CUR TO BUF-RLV-NB-IMPAYES.
           WRITE BUF-LIGNE-RELV.
           IF FS-FRELVCRR NOT = '00'
               DISPLAY 'ERROR WRITING FRELVCRR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVCRR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           ADD 1 TO WS-CTL-NB-ENREG.
           ADD WS-MINIMUM-DU TO WS-CTL-TOTAL.

       1300-ECRIRE-RELEVE-EXIT.
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

           MOVE WS-ID-CREDIT-CUR TO WS-ID-EDIT.
           MOVE WS-MINIMUM-DU TO WS-MINIMUM-EDIT.
           MOVE SPACES TO WS-MSG-NOTIFICATION.
           STRING 'RELEVE RESERVE ' WS-ID-EDIT
                  ' MINIMUM ' WS-MINIMUM-EDIT
                  ' AU ' WS-DATE-ECHEANCE
              DELIMITED BY SIZE INTO WS-MSG-NOTIFICATION.

           EXEC SQL
              INSERT INTO API8.NOTIFICATION
                 (ID_NOTIFICATION, ID_CLIENT, MESSAGE_NOTIF,
                  DATE_CREATION, TRAITE)
              VALUES
                 (:WS-ID-NOTIFICATION, :WS-ID-CLIENT-CUR,
                  :WS-MSG-NOTIFICATION, CURRENT DATE, 'N')
           END-EXEC.

       1400-NOTIFIER-CLIENT-EXIT.
           EXIT.

       6000-OPEN-RELV.
           OPEN OUTPUT FRELVCRR.
           IF FS-FRELVCRR NOT = '00'
               DISPLAY 'ERROR OPENING FRELVCRR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVCRR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'FRELVCRR' TO CTL-E-FICHIER.
           ACCEPT CTL-E-DATE FROM DATE YYYYMMDD.
           MOVE 'API8CRRL' TO CTL-E-PROGRAMME.
           MOVE SPACES TO BUF-LIGNE-RELV.
           MOVE WS-CTL-ENTETE TO BUF-LIGNE-RELV(1:26).
           WRITE BUF-LIGNE-RELV.

       6000-OPEN-RELV-EXIT.
           EXIT.

       6220-CLOSE-RELV.
           MOVE WS-CTL-NB-ENREG TO CTL-P-NB-ENREG.
      *    Total de controle exprime en centimes pour ne pas perdre
      *    les decimales dans la zone entiere du pied
           COMPUTE WS-CTL-TOTAL-ENT = WS-CTL-TOTAL * 100.
           MOVE WS-CTL-TOTAL-ENT TO CTL-P-TOTAL.
           MOVE SPACES TO BUF-LIGNE-RELV.
           MOVE WS-CTL-PIED TO BUF-LIGNE-RELV(1:24).
           WRITE BUF-LIGNE-RELV.
           CLOSE FRELVCRR.
           IF FS-FRELVCRR NOT = '00'
               DISPLAY 'ERROR CLOSING FRELVCRR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVCRR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-RELV
              THRU 6250-CATALOGUER-RELV-EXIT.

       6220-CLOSE-RELV-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-RELV.
           MOVE 'FRELVCRR' TO FICE-NOM-FICHIER.
           MOVE 'API8CRRL' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 120 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVCRR NON CATALOGUE'
              GO TO 6250-CATALOGUER-RELV-EXIT
           END-IF.

           OPEN INPUT FRELVCRR.
           IF FS-FRELVCRR NOT = '00'
               DISPLAY 'ERROR OPENING FRELVCRR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVCRR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-RELV
              THRU 6260-CATALOGUER-LIGNE-RELV-EXIT
              UNTIL FIN-FICE.

           CLOSE FRELVCRR.
           IF FS-FRELVCRR NOT = '00'
               DISPLAY 'ERROR CLOSING FRELVCRR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVCRR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FRELVCRR NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FRELVCRR CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-RELV-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-RELV.
           READ FRELVCRR
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FRELVCRR NOT = '00' AND FS-FRELVCRR NOT = '10'
               DISPLAY 'ERROR READING FRELVCRR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FRELVCRR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-RELV TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-RELV-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8CRRL', CURRENT DATE,
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
            MOVE WS-NB-ARRETEES TO WS-JRN-LUS.
            MOVE WS-NB-RELEVES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            MOVE WS-TOTAL-INTERETS TO WS-TOTAL-EDIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CRRL        '
            DISPLAY '   RESERVES ARRETEES    : ' WS-NB-ARRETEES
            DISPLAY '   RELEVES EDITES       : ' WS-NB-RELEVES
            DISPLAY '   PLAFONDS DEPASSES    : ' WS-NB-DEPASSEMENTS
            DISPLAY '   TOTAL INTERETS       : ' WS-TOTAL-EDIT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-ARRETEES TO WS-JRN-LUS.
            MOVE WS-NB-RELEVES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CRRL       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
