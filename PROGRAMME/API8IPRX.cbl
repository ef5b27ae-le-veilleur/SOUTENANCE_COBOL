       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8IPRX.
      *===============================================================
      *    BATCH DE DECLARATION DES INCIDENTS DE REMBOURSEMENT DE
      *    PRET AU REGISTRE NATIONAL
      *    API8IRIN importe le registre national pour qu'API8PRET
      *    refuse les emprunteurs fiches, mais seuls les incidents
      *    cheques etaient declares (API8ICHX). Ce batch quotidien
      *    suit chaque incident de pret sur API8.INCIDENTPRET :
      *       1. detection - un pret actif, en defaut ou passe en
      *          perte dont les echeances impayees (API8.ECHEANCIER
      *          'I', ou 'A' depassee) atteignent le seuil legal
      *          IPR_NB_IMPAYES (API8.PARAMETRE, repli 2 echeances)
      *          et sans incident ouvert : incident 'A' (avise),
      *          l'emprunteur recoit le preavis obligatoire
      *          d'inscription par API8.NOTIFICATION (chaine
      *          API8NOTI)
      *       2. declaration - delai de preavis IPR_DELAI_PREAVIS
      *          (repli 30 jours) ecoule : si l'arriere n'est pas
      *          apure, ligne de declaration 'D' dans le fichier
      *          FDECLIPR et incident 'D' (declare) ; apure pendant
      *          le preavis, l'incident est clos sans declaration
      *          ('C')
      *       3. mainlevee - incident declare dont le pret est
      *          regularise (plus aucune echeance en retard, ou pret
      *          solde) : ligne de mainlevee 'M' et incident 'M'
      *    Le fichier porte les enregistrements de controle
      *    habituels (entete '01', pied '09' avec le total des
      *    arrieres en centimes), meme disposition qu'API8ICHX.
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

           SELECT FDECLIPR ASSIGN TO OUT047
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FDECLIPR.

       DATA DIVISION.

       FILE SECTION.
       FD  FDECLIPR
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-DECL             PIC X(80).
       01  BUF-DETAIL-DECL REDEFINES BUF-LIGNE-DECL.
           05  BUF-DCL-CODE           PIC X(2).
           05  BUF-DCL-SENS           PIC X(1).
           05  BUF-DCL-ID-CLIENT      PIC 9(9).
           05  BUF-DCL-ID-PRET        PIC 9(9).
           05  BUF-DCL-MONTANT        PIC 9(10).
           05  BUF-DCL-NB-IMPAYES     PIC 9(3).
           05  BUF-DCL-DATE-IMPAYE    PIC X(10).
           05  BUF-DCL-DATE           PIC X(8).
           05  FILLER                 PIC X(28).

       WORKING-STORAGE SECTION.

       77  FS-FDECLIPR               PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-DATE-JOUR              PIC X(8).

      *    Seuil legal et delai de preavis (API8.PARAMETRE)
       01  WS-SEUIL-IMPAYES          PIC S9(3) COMP-3.
       01  WS-DELAI-PREAVIS          PIC S9(5) COMP-3.

      *    Incident traite
       01  WS-ID-INCIDENT            PIC S9(9) COMP.
       01  WS-ID-PRET-CUR            PIC S9(9) COMP.
       01  WS-ID-CLIENT-CUR          PIC S9(9) COMP.
       01  WS-STATUT-PRET-CUR        PIC X(1).
       01  WS-NB-IMPAYES             PIC S9(5) COMP-3.
       01  WS-MONTANT-ARRIERE        PIC S9(8)V99 COMP-3.
       01  WS-DATE-PREMIER-IMPAYE    PIC X(10).
       01  WS-NULL-IND-1             PIC S9(4) COMP.
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.

       01  WS-SENS-DECLARATION       PIC X(1).
       01  WS-MONTANT-CENT           PIC 9(10).

      *    Preavis a l'emprunteur
       01  WS-ID-NOTIFICATION        PIC S9(9) COMP.
       01  WS-MSG-NOTIFICATION       PIC X(60).
       01  WS-ID-EDIT                PIC 9(9).
       01  WS-ARRIERE-EDIT           PIC Z(6)9,99.

       01  WS-NB-AVISES              PIC 9(7) VALUE 0.
       01  WS-NB-DECLARES            PIC 9(7) VALUE 0.
       01  WS-NB-CLOS                PIC 9(7) VALUE 0.
       01  WS-NB-MAINLEVEES          PIC 9(7) VALUE 0.

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

           DISPLAY '=============================================='
           DISPLAY '*   DECLARATION DES INCIDENTS DE PRET         *'
           DISPLAY '=============================================='.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM 0500-LIRE-PARAMETRES
              THRU 0500-LIRE-PARAMETRES-EXIT.

           PERFORM 6000-OPEN-DECL
              THRU 6000-OPEN-DECL-EXIT.

      *    1. Nouveaux incidents : preavis a l'emprunteur
           EXEC SQL
              DECLARE CIMPAYES CURSOR FOR
              SELECT P.ID_PRET, P.ID_CLIENT, COUNT(*),
                     SUM(E.MONTANT_CAPITAL + E.MONTANT_INTERET
                         + VALUE(E.MONTANT_ASSURANCE, 0)),
                     CHAR(MIN(E.DATE_ECHEANCE))
              FROM API8.PRET P, API8.ECHEANCIER E
              WHERE E.ID_PRET = P.ID_PRET
                AND P.STATUT_PRET IN ('A', 'D', 'W')
                AND (E.STATUT_ECH = 'I'
                     OR (E.STATUT_ECH = 'A'
                         AND E.DATE_ECHEANCE < CURRENT DATE))
                AND NOT EXISTS
                    (SELECT 1 FROM API8.INCIDENTPRET N
                     WHERE N.ID_PRET = P.ID_PRET
                       AND N.STATUT_INCIDENT IN ('A', 'D'))
              GROUP BY P.ID_PRET, P.ID_CLIENT
              HAVING COUNT(*) >= :WS-SEUIL-IMPAYES
              ORDER BY P.ID_PRET
           END-EXEC.

           EXEC SQL
              OPEN CIMPAYES
           END-EXEC.

           PERFORM 1000-AVISER-INCIDENT
              THRU 1000-AVISER-INCIDENT-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CIMPAYES
           END-EXEC.

      *    2. Preavis echus : declaration ou cloture
           EXEC SQL
              DECLARE CPREAVIS CURSOR FOR
              SELECT N.ID_INCIDENT, N.ID_PRET, N.ID_CLIENT,
                     P.STATUT_PRET
              FROM API8.INCIDENTPRET N, API8.PRET P
              WHERE N.ID_PRET = P.ID_PRET
                AND N.STATUT_INCIDENT = 'A'
                AND N.DATE_PREAVIS
                       <= CURRENT DATE - :WS-DELAI-PREAVIS DAYS
              ORDER BY N.ID_INCIDENT
           END-EXEC.

           EXEC SQL
              OPEN CPREAVIS
           END-EXEC.

           PERFORM 2000-DECLARER-INCIDENT
              THRU 2000-DECLARER-INCIDENT-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CPREAVIS
           END-EXEC.

      *    3. Incidents declares : mainlevee des prets regularises
           EXEC SQL
              DECLARE CDECLARES CURSOR FOR
              SELECT N.ID_INCIDENT, N.ID_PRET, N.ID_CLIENT,
                     P.STATUT_PRET
              FROM API8.INCIDENTPRET N, API8.PRET P
              WHERE N.ID_PRET = P.ID_PRET
                AND N.STATUT_INCIDENT = 'D'
              ORDER BY N.ID_INCIDENT
           END-EXEC.

           EXEC SQL
              OPEN CDECLARES
           END-EXEC.

           PERFORM 3000-LEVER-INCIDENT
              THRU 3000-LEVER-INCIDENT-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CDECLARES
           END-EXEC.

           PERFORM 6220-CLOSE-DECL
              THRU 6220-CLOSE-DECL-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0500-LIRE-PARAMETRES.
           MOVE 2 TO WS-SEUIL-IMPAYES.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-SEUIL-IMPAYES
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'IPR_NB_IMPAYES'
           END-EXEC.
           IF SQLCODE NOT = 0 OR WS-SEUIL-IMPAYES < 1
              MOVE 2 TO WS-SEUIL-IMPAYES
           END-IF.

           MOVE 30 TO WS-DELAI-PREAVIS.
           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-DELAI-PREAVIS
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'IPR_DELAI_PREAVIS'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 30 TO WS-DELAI-PREAVIS
           END-IF.

           MOVE 0 TO SQLCODE.

       0500-LIRE-PARAMETRES-EXIT.
           EXIT.

       1000-AVISER-INCIDENT.
           EXEC SQL
              FETCH CIMPAYES
              INTO :WS-ID-PRET-CUR, :WS-ID-CLIENT-CUR,
                   :WS-NB-IMPAYES, :WS-MONTANT-ARRIERE,
                   :WS-DATE-PREMIER-IMPAYE
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-AVISER-INCIDENT-EXIT
           END-IF.

           EXEC SQL
              SELECT MAX(ID_INCIDENT)
              INTO :WS-ID-INCIDENT :WS-NULL-INDICATOR
              FROM API8.INCIDENTPRET
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-INCIDENT
           ELSE
              ADD 1 TO WS-ID-INCIDENT
           END-IF.

           EXEC SQL
              INSERT INTO API8.INCIDENTPRET
                 (ID_INCIDENT, ID_PRET, ID_CLIENT, STATUT_INCIDENT,
                  NB_IMPAYES, MONTANT_ARRIERE, DATE_PREMIER_IMPAYE,
                  DATE_PREAVIS)
              VALUES
                 (:WS-ID-INCIDENT, :WS-ID-PRET-CUR,
                  :WS-ID-CLIENT-CUR, 'A', :WS-NB-IMPAYES,
                  :WS-MONTANT-ARRIERE, :WS-DATE-PREMIER-IMPAYE,
                  CURRENT DATE)
           END-EXEC.

           PERFORM 1200-NOTIFIER-PREAVIS
              THRU 1200-NOTIFIER-PREAVIS-EXIT.

           ADD 1 TO WS-NB-AVISES.
           MOVE 0 TO SQLCODE.

       1000-AVISER-INCIDENT-EXIT.
           EXIT.

       1200-NOTIFIER-PREAVIS.
      *    Preavis obligatoire avant inscription, en file de
      *    notification (courrier via la chaine API8NOTI)
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

           MOVE WS-ID-PRET-CUR TO WS-ID-EDIT.
           MOVE WS-MONTANT-ARRIERE TO WS-ARRIERE-EDIT.
           MOVE SPACES TO WS-MSG-NOTIFICATION.
           STRING 'PREAVIS REGISTRE INCIDENTS PRET ' WS-ID-EDIT
              ' IMPAYE ' WS-ARRIERE-EDIT
              DELIMITED BY SIZE INTO WS-MSG-NOTIFICATION.

           EXEC SQL
              INSERT INTO API8.NOTIFICATION
                 (ID_NOTIFICATION, ID_CLIENT, MESSAGE_NOTIF,
                  DATE_CREATION, TRAITE)
              VALUES
                 (:WS-ID-NOTIFICATION, :WS-ID-CLIENT-CUR,
                  :WS-MSG-NOTIFICATION, CURRENT DATE, 'N')
           END-EXEC.

       1200-NOTIFIER-PREAVIS-EXIT.
           EXIT.

       1500-CALCULER-ARRIERE.
      *    Arriere courant du pret : echeances impayees ou depassees
           MOVE 0 TO WS-NB-IMPAYES.
           MOVE 0 TO WS-MONTANT-ARRIERE.
           MOVE SPACES TO WS-DATE-PREMIER-IMPAYE.
           EXEC SQL
              SELECT COUNT(*),
                     SUM(MONTANT_CAPITAL + MONTANT_INTERET
                         + VALUE(MONTANT_ASSURANCE, 0)),
                     CHAR(MIN(DATE_ECHEANCE))
              INTO :WS-NB-IMPAYES,
                   :WS-MONTANT-ARRIERE :WS-NULL-IND-1,
                   :WS-DATE-PREMIER-IMPAYE :WS-NULL-IND-1
              FROM API8.ECHEANCIER
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND (STATUT_ECH = 'I'
                     OR (STATUT_ECH = 'A'
                         AND DATE_ECHEANCE < CURRENT DATE))
           END-EXEC.
           IF WS-NB-IMPAYES = 0
              MOVE 0 TO WS-MONTANT-ARRIERE
              MOVE SPACES TO WS-DATE-PREMIER-IMPAYE
           END-IF.

       1500-CALCULER-ARRIERE-EXIT.
           EXIT.

       2000-DECLARER-INCIDENT.
           EXEC SQL
              FETCH CPREAVIS
              INTO :WS-ID-INCIDENT, :WS-ID-PRET-CUR,
                   :WS-ID-CLIENT-CUR, :WS-STATUT-PRET-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 2000-DECLARER-INCIDENT-EXIT
           END-IF.

           PERFORM 1500-CALCULER-ARRIERE
              THRU 1500-CALCULER-ARRIERE-EXIT.

      *    Arriere apure pendant le preavis (ou pret solde) : pas
      *    d'inscription
           IF WS-NB-IMPAYES = 0 OR WS-STATUT-PRET-CUR = 'S'
              EXEC SQL
                 UPDATE API8.INCIDENTPRET
                 SET STATUT_INCIDENT = 'C',
                     DATE_CLOTURE = CURRENT DATE
                 WHERE ID_INCIDENT = :WS-ID-INCIDENT
              END-EXEC
              ADD 1 TO WS-NB-CLOS
              MOVE 0 TO SQLCODE
              GO TO 2000-DECLARER-INCIDENT-EXIT
           END-IF.

           MOVE 'D' TO WS-SENS-DECLARATION.
           PERFORM 2100-ECRIRE-DECLARATION
              THRU 2100-ECRIRE-DECLARATION-EXIT.

           EXEC SQL
              UPDATE API8.INCIDENTPRET
              SET STATUT_INCIDENT = 'D',
                  NB_IMPAYES = :WS-NB-IMPAYES,
                  MONTANT_ARRIERE = :WS-MONTANT-ARRIERE,
                  DATE_DECLARATION = CURRENT DATE
              WHERE ID_INCIDENT = :WS-ID-INCIDENT
           END-EXEC.

           ADD 1 TO WS-NB-DECLARES.
           MOVE 0 TO SQLCODE.

       2000-DECLARER-INCIDENT-EXIT.
           EXIT.

       2100-ECRIRE-DECLARATION.
      *    Sens 'D' inscription d'un incident, 'M' mainlevee d'un
      *    incident declare puis regularise
           MOVE SPACES TO BUF-LIGNE-DECL.
           MOVE '02' TO BUF-DCL-CODE.
           MOVE WS-SENS-DECLARATION TO BUF-DCL-SENS.
           MOVE WS-ID-CLIENT-CUR TO BUF-DCL-ID-CLIENT.
           MOVE WS-ID-PRET-CUR TO BUF-DCL-ID-PRET.
           COMPUTE WS-MONTANT-CENT = WS-MONTANT-ARRIERE * 100.
           MOVE WS-MONTANT-CENT TO BUF-DCL-MONTANT.
           MOVE WS-NB-IMPAYES TO BUF-DCL-NB-IMPAYES.
           MOVE WS-DATE-PREMIER-IMPAYE TO BUF-DCL-DATE-IMPAYE.
           MOVE WS-DATE-JOUR TO BUF-DCL-DATE.
           WRITE BUF-LIGNE-DECL.
           IF FS-FDECLIPR NOT = '00'
               DISPLAY 'ERROR WRITING FDECLIPR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLIPR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           ADD 1 TO WS-CTL-NB-ENREG.
           ADD WS-MONTANT-ARRIERE TO WS-CTL-TOTAL.

       2100-ECRIRE-DECLARATION-EXIT.
           EXIT.

       3000-LEVER-INCIDENT.
           EXEC SQL
              FETCH CDECLARES
              INTO :WS-ID-INCIDENT, :WS-ID-PRET-CUR,
                   :WS-ID-CLIENT-CUR, :WS-STATUT-PRET-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 3000-LEVER-INCIDENT-EXIT
           END-IF.

           PERFORM 1500-CALCULER-ARRIERE
              THRU 1500-CALCULER-ARRIERE-EXIT.

      *    Toujours en retard : l'inscription demeure
           IF WS-NB-IMPAYES > 0 AND WS-STATUT-PRET-CUR NOT = 'S'
              MOVE 0 TO SQLCODE
              GO TO 3000-LEVER-INCIDENT-EXIT
           END-IF.

           MOVE 'M' TO WS-SENS-DECLARATION.
           PERFORM 2100-ECRIRE-DECLARATION
              THRU 2100-ECRIRE-DECLARATION-EXIT.

           EXEC SQL
              UPDATE API8.INCIDENTPRET
              SET STATUT_INCIDENT = 'M',
                  DATE_MAINLEVEE = CURRENT DATE
              WHERE ID_INCIDENT = :WS-ID-INCIDENT
           END-EXEC.

           ADD 1 TO WS-NB-MAINLEVEES.
           MOVE 0 TO SQLCODE.

       3000-LEVER-INCIDENT-EXIT.
           EXIT.

       6000-OPEN-DECL.
           OPEN OUTPUT FDECLIPR.
           IF FS-FDECLIPR NOT = '00'
               DISPLAY 'ERROR OPENING FDECLIPR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLIPR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'FDECLIPR' TO CTL-E-FICHIER.
           ACCEPT CTL-E-DATE FROM DATE YYYYMMDD.
           MOVE 'API8IPRX' TO CTL-E-PROGRAMME.
           MOVE SPACES TO BUF-LIGNE-DECL.
           MOVE WS-CTL-ENTETE TO BUF-LIGNE-DECL(1:26).
           WRITE BUF-LIGNE-DECL.

       6000-OPEN-DECL-EXIT.
           EXIT.

       6220-CLOSE-DECL.
           MOVE WS-CTL-NB-ENREG TO CTL-P-NB-ENREG.
      *    Total de controle exprime en centimes pour ne pas perdre
      *    les decimales dans la zone entiere du pied
           COMPUTE WS-CTL-TOTAL-ENT = WS-CTL-TOTAL * 100.
           MOVE WS-CTL-TOTAL-ENT TO CTL-P-TOTAL.
           MOVE SPACES TO BUF-LIGNE-DECL.
           MOVE WS-CTL-PIED TO BUF-LIGNE-DECL(1:24).
           WRITE BUF-LIGNE-DECL.
           CLOSE FDECLIPR.
           IF FS-FDECLIPR NOT = '00'
               DISPLAY 'ERROR CLOSING FDECLIPR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLIPR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-DECL
              THRU 6250-CATALOGUER-DECL-EXIT.

       6220-CLOSE-DECL-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-DECL.
           MOVE 'FDECLIPR' TO FICE-NOM-FICHIER.
           MOVE 'API8IPRX' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FDECLIPR NON CATALOGUE'
              GO TO 6250-CATALOGUER-DECL-EXIT
           END-IF.

           OPEN INPUT FDECLIPR.
           IF FS-FDECLIPR NOT = '00'
               DISPLAY 'ERROR OPENING FDECLIPR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLIPR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-DECL
              THRU 6260-CATALOGUER-LIGNE-DECL-EXIT
              UNTIL FIN-FICE.

           CLOSE FDECLIPR.
           IF FS-FDECLIPR NOT = '00'
               DISPLAY 'ERROR CLOSING FDECLIPR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLIPR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FDECLIPR NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FDECLIPR CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-DECL-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-DECL.
           READ FDECLIPR
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FDECLIPR NOT = '00' AND FS-FDECLIPR NOT = '10'
               DISPLAY 'ERROR READING FDECLIPR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECLIPR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-DECL TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-DECL-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8IPRX', CURRENT DATE,
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
            COMPUTE WS-JRN-LUS = WS-NB-AVISES + WS-NB-DECLARES
               + WS-NB-CLOS + WS-NB-MAINLEVEES.
            MOVE WS-CTL-NB-ENREG TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8IPRX        '
            DISPLAY '   PREAVIS ENVOYES    : ' WS-NB-AVISES
            DISPLAY '   INCIDENTS DECLARES : ' WS-NB-DECLARES
            DISPLAY '   CLOS SANS DECLARER : ' WS-NB-CLOS
            DISPLAY '   MAINLEVEES EMISES  : ' WS-NB-MAINLEVEES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE 0 TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8IPRX       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
