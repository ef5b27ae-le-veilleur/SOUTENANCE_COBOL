       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8DCES.
      *===============================================================
      *    BATCH DE RAPPROCHEMENT DU FICHIER NATIONAL DES DECES
      *    La mise en succession API8SUCC n'etait declenchee que sur
      *    l'avis d'un proche ou d'un notaire a l'agence : les
      *    comptes d'un client decede continuaient de vivre des mois
      *    (virements permanents, prelevements, carte utilisee par
      *    l'entourage). Ce batch lit le fichier mensuel des deces
      *    (FDECES : nom, prenom, date et lieu de naissance, date du
      *    deces) et le rapproche d'API8.CLIENT :
      *       - concordance exacte (meme nom, meme prenom, meme date
      *         de naissance) : une demande de mise en succession
      *         'DECES id-client date-deces' est deposee d'office au
      *         circuit quatre yeux (API8.DEMBATCH, saisisseur
      *         API8DCES) ; un operateur l'approuve sur API8VALB et
      *         la chaine API8SUCC l'execute comme une demande saisie
      *         par API8DEMB. Pas de nouvelle demande si le client n'a
      *         plus de compte actif ou si une demande DECES est deja
      *         en attente ou approuvee pour lui.
      *       - concordance proche : meme nom et meme prenom avec une
      *         date de naissance de la meme annee ou du meme jour
      *         d'une autre annee (faute de saisie), ou meme date de
      *         naissance avec le meme nom ou le meme prenom (nom
      *         d'usage, prenom compose) : editee sur l'etat de revue
      *         FREVDECES pour examen par le back-office
      *    Le lieu de naissance n'est pas tenu sur la fiche client :
      *    il est reporte sur l'etat pour aider la revue.
      *    Un client confirme vivant apres une fausse concordance
      *    est exclu des rapprochements suivants (API8.DECESEXCLU) :
      *       SYSIN 'VIVA id-client(9) operateur(8)'
      *    Un deces reel ulterieur de ce client suit alors le circuit
      *    d'agence habituel (API8DEMB/API8SUCC).
      *    SYSIN blanc : rapprochement du fichier du mois.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FDECES ASSIGN TO INP030
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FDECES.

           SELECT FREVDECES ASSIGN TO OUT057
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FREVDECES.

       DATA DIVISION.

       FILE SECTION.
       FD  FDECES
           RECORD CONTAINS 100 CHARACTERS.
       01  BUF-LIGNE-DECES.
           05  BUF-DEC-NOM            PIC X(30).
           05  BUF-DEC-PRENOM         PIC X(20).
           05  BUF-DEC-NAISSANCE      PIC X(8).
           05  BUF-DEC-LIEU           PIC X(30).
           05  BUF-DEC-DATE-DECES     PIC X(8).
           05  FILLER                 PIC X(4).

       FD  FREVDECES
           RECORD CONTAINS 132 CHARACTERS.
       01  BUF-LIGNE-REVUE            PIC X(132).

       WORKING-STORAGE SECTION.

       77  FS-FDECES                 PIC X(2).
       77  FS-FREVDECES              PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE.
           05  WS-PARAM-ACTION        PIC X(4).
           05  FILLER                 PIC X(1).
           05  WS-PARAM-CLIENT        PIC X(9).
           05  WS-PARAM-CLIENT-N REDEFINES WS-PARAM-CLIENT
                                      PIC 9(9).
           05  FILLER                 PIC X(1).
           05  WS-PARAM-OPERATEUR     PIC X(8).
           05  FILLER                 PIC X(57).

       01  WS-FIN-FICHIER-SW         PIC X VALUE 'N'.
           88 FIN-FICHIER                  VALUE 'Y'.

      *    Deces lu sur le fichier national
       01  WS-NOM-DECES              PIC X(30).
       01  WS-PRENOM-DECES           PIC X(20).
       01  WS-NAISSANCE-DECES        PIC 9(8).
       01  WS-NAISSANCE-DECOUPEE REDEFINES WS-NAISSANCE-DECES.
           05  WS-NAISSANCE-AAAA     PIC 9(4).
           05  WS-NAISSANCE-MMJJ     PIC 9(4).
       01  WS-DATE-DECES             PIC X(8).
       01  WS-ANNEE-DEBUT            PIC 9(8).
       01  WS-ANNEE-FIN              PIC 9(8).

      *    Client rapproche
       01  WS-ID-CLIENT              PIC S9(9) COMP.
       01  WS-NOM-CLIENT             PIC X(30).
       01  WS-PRENOM-CLIENT          PIC X(20).
       01  WS-NAISSANCE-CLIENT       PIC 9(8).
       01  WS-NAISSANCE-NULL-IND     PIC S9(4) COMP.
       01  WS-NB-COMPTES-ACTIFS      PIC S9(9) COMP.
       01  WS-NB-DEMANDES            PIC S9(9) COMP.
       01  WS-CRITERE                PIC X(20).
       01  WS-ID-CLIENT-EDIT         PIC 9(9).
       01  WS-ID-DEMANDE-EDIT        PIC 9(9).

      *    Demande deposee au circuit quatre yeux (API8DEMB)
       01  WS-CARTE-DEMANDE.
           05  FILLER                 PIC X(6) VALUE 'DECES '.
           05  WS-CARTE-CLIENT        PIC 9(9).
           05  FILLER                 PIC X(1) VALUE SPACE.
           05  WS-CARTE-DATE          PIC X(8).
           05  FILLER                 PIC X(40) VALUE SPACES.
       01  WS-ID-DEMANDE             PIC S9(9) COMP.

       01  WS-NB-LUS                 PIC 9(7) VALUE 0.
       01  WS-NB-REJETES             PIC 9(7) VALUE 0.
       01  WS-NB-EXACTES             PIC 9(7) VALUE 0.
       01  WS-NB-DEMANDES-DEPOSEES   PIC 9(7) VALUE 0.
       01  WS-NB-DEJA-TRAITEES       PIC 9(7) VALUE 0.
       01  WS-NB-PROCHES             PIC 9(7) VALUE 0.

      *    Piste d'audit : meme convention qu'API8SUCC
       01  WS-ID-AUDIT               PIC S9(9) COMP.
       01  WS-NULL-INDICATOR         PIC S9(4) COMP.
       01  WS-AUDIT-EVENEMENT        PIC X(30).
       01  WS-AUDIT-OPERATEUR        PIC X(8).

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

           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.

           EVALUATE WS-PARAM-ACTION
              WHEN 'VIVA'
                 PERFORM 5000-EXCLURE-CLIENT
                    THRU 5000-EXCLURE-CLIENT-EXIT
              WHEN SPACES
                 PERFORM 0600-RAPPROCHER-FICHIER
                    THRU 0600-RAPPROCHER-FICHIER-EXIT
              WHEN OTHER
                 DISPLAY 'ACTION INCONNUE : ' WS-PARAM-ACTION
                 DISPLAY 'ACTIONS ADMISES : VIVA id operateur / BLANC'
                 GO TO 9999-ERREUR-PROGRAMME-DEB
           END-EVALUATE.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       0600-RAPPROCHER-FICHIER.
           DISPLAY '=============================================='
           DISPLAY '*   RAPPROCHEMENT DU FICHIER DES DECES        *'
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-DECES
              THRU 6000-OPEN-DECES-EXIT.
           PERFORM 6010-OPEN-REVUE
              THRU 6010-OPEN-REVUE-EXIT.

           MOVE SPACES TO BUF-LIGNE-REVUE.
           STRING 'ETAT DE REVUE DES CONCORDANCES AVEC LE FICHIER '
                  'NATIONAL DES DECES' DELIMITED BY SIZE
                  INTO BUF-LIGNE-REVUE.
           PERFORM 6120-WRITE-REVUE
              THRU 6120-WRITE-REVUE-EXIT.

           PERFORM 6110-READ-DECES
              THRU 6110-READ-DECES-EXIT.

           PERFORM 1000-TRAITER-DECES
              THRU 1000-TRAITER-DECES-EXIT
              UNTIL FIN-FICHIER.

           PERFORM 6220-CLOSE-DECES
              THRU 6220-CLOSE-DECES-EXIT.
           PERFORM 6230-CLOSE-REVUE
              THRU 6230-CLOSE-REVUE-EXIT.

       0600-RAPPROCHER-FICHIER-EXIT.
           EXIT.

       1000-TRAITER-DECES.
           ADD 1 TO WS-NB-LUS.

           IF BUF-DEC-NOM = SPACES OR BUF-DEC-PRENOM = SPACES
              OR BUF-DEC-NAISSANCE IS NOT NUMERIC
              OR BUF-DEC-DATE-DECES IS NOT NUMERIC
              ADD 1 TO WS-NB-REJETES
              DISPLAY 'LIGNE ' WS-NB-LUS ' INCOMPLETE REJETEE'
           ELSE
              MOVE BUF-DEC-NOM TO WS-NOM-DECES
              MOVE BUF-DEC-PRENOM TO WS-PRENOM-DECES
              MOVE BUF-DEC-NAISSANCE TO WS-NAISSANCE-DECES
              MOVE BUF-DEC-DATE-DECES TO WS-DATE-DECES
              PERFORM 1100-RAPPROCHER-EXACT
                 THRU 1100-RAPPROCHER-EXACT-EXIT
              PERFORM 1300-RAPPROCHER-PROCHE
                 THRU 1300-RAPPROCHER-PROCHE-EXIT
           END-IF.

           PERFORM 6110-READ-DECES
              THRU 6110-READ-DECES-EXIT.

       1000-TRAITER-DECES-EXIT.
           EXIT.

       1100-RAPPROCHER-EXACT.
      *    Homonymes nes le meme jour : chaque client est traite
           EXEC SQL
              DECLARE CEXACTS CURSOR FOR
              SELECT C.ID_CLIENT
              FROM API8.CLIENT C
              WHERE C.NOM_CLIENT = :WS-NOM-DECES
                AND C.PRENOM_CLIENT = :WS-PRENOM-DECES
                AND C.DATE_NAISSANCE = :WS-NAISSANCE-DECES
                AND VALUE(C.FUSIONNE, 'N') NOT = 'Y'
                AND NOT EXISTS
                   (SELECT 1 FROM API8.DECESEXCLU X
                    WHERE X.ID_CLIENT = C.ID_CLIENT)
              ORDER BY C.ID_CLIENT
           END-EXEC.

           EXEC SQL
              OPEN CEXACTS
           END-EXEC.

           PERFORM 1200-TRAITER-EXACT
              THRU 1200-TRAITER-EXACT-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CEXACTS
           END-EXEC.

       1100-RAPPROCHER-EXACT-EXIT.
           EXIT.

       1200-TRAITER-EXACT.
           EXEC SQL
              FETCH CEXACTS
              INTO :WS-ID-CLIENT
           END-EXEC.

           IF SQLCODE = 0
              ADD 1 TO WS-NB-EXACTES
              PERFORM 1250-DEPOSER-DEMANDE
                 THRU 1250-DEPOSER-DEMANDE-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       1200-TRAITER-EXACT-EXIT.
           EXIT.

       1250-DEPOSER-DEMANDE.
           MOVE WS-ID-CLIENT TO WS-ID-CLIENT-EDIT.

      *    Comptes deja en succession, clotures ou en desherence :
      *    rien a mettre en succession
           MOVE 0 TO WS-NB-COMPTES-ACTIFS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-COMPTES-ACTIFS
              FROM API8.COMPTE
              WHERE ID_CLIENT = :WS-ID-CLIENT
                AND STATUT NOT IN ('C', 'S', 'D')
           END-EXEC.

      *    Demande DECES deja deposee pour ce client, en attente
      *    d'approbation ou approuvee et pas encore executee
           MOVE 0 TO WS-NB-DEMANDES.
           MOVE WS-ID-CLIENT TO WS-CARTE-CLIENT.
           MOVE WS-DATE-DECES TO WS-CARTE-DATE.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-DEMANDES
              FROM API8.DEMBATCH
              WHERE PROGRAMME = 'API8SUCC'
                AND SUBSTR(CARTE, 1, 15) = SUBSTR(:WS-CARTE-DEMANDE,
                                                  1, 15)
                AND (STATUT_DEM = 'A'
                     OR (STATUT_DEM = 'V' AND EXECUTE = 'N'))
           END-EXEC.

           IF WS-NB-COMPTES-ACTIFS = 0 OR WS-NB-DEMANDES > 0
              ADD 1 TO WS-NB-DEJA-TRAITEES
              MOVE SPACES TO BUF-LIGNE-REVUE
              STRING 'EXACTE  CLIENT=' WS-ID-CLIENT-EDIT
                     ' ' WS-PRENOM-DECES ' ' WS-NOM-DECES
                     ' NE LE ' WS-NAISSANCE-DECES
                     ' DECEDE LE ' WS-DATE-DECES
                     ' DEJA TRAITE'
                     DELIMITED BY SIZE INTO BUF-LIGNE-REVUE
              PERFORM 6120-WRITE-REVUE
                 THRU 6120-WRITE-REVUE-EXIT
              GO TO 1250-DEPOSER-DEMANDE-EXIT
           END-IF.

           EXEC SQL
              SELECT MAX(ID_DEMANDE)
              INTO :WS-ID-DEMANDE :WS-NULL-INDICATOR
              FROM API8.DEMBATCH
           END-EXEC.

           IF WS-NULL-INDICATOR = -1
              MOVE 1 TO WS-ID-DEMANDE
           ELSE
              ADD 1 TO WS-ID-DEMANDE
           END-IF.

           EXEC SQL
              INSERT INTO API8.DEMBATCH
                 (ID_DEMANDE, PROGRAMME, CARTE, OPERATEUR_SAISIE,
                  DATE_SAISIE, STATUT_DEM, EXECUTE)
              VALUES
                 (:WS-ID-DEMANDE, 'API8SUCC',
                  :WS-CARTE-DEMANDE, 'API8DCES',
                  CURRENT DATE, 'A', 'N')
           END-EXEC.

           ADD 1 TO WS-NB-DEMANDES-DEPOSEES.
           MOVE 'API8DCES' TO WS-AUDIT-OPERATEUR.
           MOVE 'DECES FICHIER NATIONAL' TO WS-AUDIT-EVENEMENT.
           PERFORM 7000-TRACER-AUDIT
              THRU 7000-TRACER-AUDIT-EXIT.

           MOVE WS-ID-DEMANDE TO WS-ID-DEMANDE-EDIT.
           DISPLAY 'CLIENT ' WS-ID-CLIENT-EDIT
              ' DECEDE LE ' WS-DATE-DECES
              ' - DEMANDE ' WS-ID-DEMANDE-EDIT
              ' EN ATTENTE D''APPROBATION'.

           MOVE SPACES TO BUF-LIGNE-REVUE.
           STRING 'EXACTE  CLIENT=' WS-ID-CLIENT-EDIT
                  ' ' WS-PRENOM-DECES ' ' WS-NOM-DECES
                  ' NE LE ' WS-NAISSANCE-DECES
                  ' DECEDE LE ' WS-DATE-DECES
                  ' DEMANDE=' WS-ID-DEMANDE-EDIT
                  DELIMITED BY SIZE INTO BUF-LIGNE-REVUE.
           PERFORM 6120-WRITE-REVUE
              THRU 6120-WRITE-REVUE-EXIT.

       1250-DEPOSER-DEMANDE-EXIT.
           EXIT.

       1300-RAPPROCHER-PROCHE.
      *    Bornes de l'annee de naissance pour la date voisine
           COMPUTE WS-ANNEE-DEBUT = WS-NAISSANCE-AAAA * 10000 + 101.
           COMPUTE WS-ANNEE-FIN = WS-NAISSANCE-AAAA * 10000 + 1231.

           EXEC SQL
              DECLARE CPROCHES CURSOR FOR
              SELECT C.ID_CLIENT, C.NOM_CLIENT, C.PRENOM_CLIENT,
                     C.DATE_NAISSANCE
              FROM API8.CLIENT C
              WHERE VALUE(C.FUSIONNE, 'N') NOT = 'Y'
                AND NOT (C.NOM_CLIENT = :WS-NOM-DECES
                         AND C.PRENOM_CLIENT = :WS-PRENOM-DECES
                         AND C.DATE_NAISSANCE = :WS-NAISSANCE-DECES)
                AND ((C.NOM_CLIENT = :WS-NOM-DECES
                      AND C.PRENOM_CLIENT = :WS-PRENOM-DECES
                      AND (C.DATE_NAISSANCE BETWEEN :WS-ANNEE-DEBUT
                                                AND :WS-ANNEE-FIN
                           OR MOD(INTEGER(C.DATE_NAISSANCE), 10000)
                              = :WS-NAISSANCE-MMJJ))
                  OR (C.DATE_NAISSANCE = :WS-NAISSANCE-DECES
                      AND (C.NOM_CLIENT = :WS-NOM-DECES
                           OR C.PRENOM_CLIENT = :WS-PRENOM-DECES)))
                AND NOT EXISTS
                   (SELECT 1 FROM API8.DECESEXCLU X
                    WHERE X.ID_CLIENT = C.ID_CLIENT)
              ORDER BY C.ID_CLIENT
           END-EXEC.

           EXEC SQL
              OPEN CPROCHES
           END-EXEC.

           PERFORM 1400-EDITER-PROCHE
              THRU 1400-EDITER-PROCHE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CPROCHES
           END-EXEC.

       1300-RAPPROCHER-PROCHE-EXIT.
           EXIT.

       1400-EDITER-PROCHE.
           EXEC SQL
              FETCH CPROCHES
              INTO :WS-ID-CLIENT, :WS-NOM-CLIENT, :WS-PRENOM-CLIENT,
                   :WS-NAISSANCE-CLIENT :WS-NAISSANCE-NULL-IND
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1400-EDITER-PROCHE-EXIT
           END-IF.

           ADD 1 TO WS-NB-PROCHES.
           MOVE WS-ID-CLIENT TO WS-ID-CLIENT-EDIT.
           EVALUATE TRUE
              WHEN WS-NOM-CLIENT NOT = WS-NOM-DECES
                 MOVE 'NOM DIFFERENT' TO WS-CRITERE
              WHEN WS-PRENOM-CLIENT NOT = WS-PRENOM-DECES
                 MOVE 'PRENOM DIFFERENT' TO WS-CRITERE
              WHEN OTHER
                 MOVE 'NAISSANCE VOISINE' TO WS-CRITERE
           END-EVALUATE.

      *    Deux lignes par concordance : fiche client, puis deces
           MOVE SPACES TO BUF-LIGNE-REVUE.
           STRING 'PROCHE  CLIENT=' WS-ID-CLIENT-EDIT
                  ' ' WS-PRENOM-CLIENT ' ' WS-NOM-CLIENT
                  ' NE LE ' WS-NAISSANCE-CLIENT
                  ' CRITERE=' WS-CRITERE
                  DELIMITED BY SIZE INTO BUF-LIGNE-REVUE.
           PERFORM 6120-WRITE-REVUE
              THRU 6120-WRITE-REVUE-EXIT.

           MOVE SPACES TO BUF-LIGNE-REVUE.
           STRING '  DECES ' WS-PRENOM-DECES ' ' WS-NOM-DECES
                  ' NE LE ' WS-NAISSANCE-DECES
                  ' A ' BUF-DEC-LIEU
                  ' DECEDE LE ' WS-DATE-DECES
                  DELIMITED BY SIZE INTO BUF-LIGNE-REVUE.
           PERFORM 6120-WRITE-REVUE
              THRU 6120-WRITE-REVUE-EXIT.

       1400-EDITER-PROCHE-EXIT.
           EXIT.

       5000-EXCLURE-CLIENT.
      *    Client confirme vivant par le back-office
           IF WS-PARAM-CLIENT IS NOT NUMERIC
              DISPLAY 'IDENTIFIANT CLIENT NUMERIQUE SUR 9 CHIFFRES'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           IF WS-PARAM-OPERATEUR = SPACES
              DISPLAY 'OPERATEUR OBLIGATOIRE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE WS-PARAM-CLIENT-N TO WS-ID-CLIENT.
           MOVE WS-ID-CLIENT TO WS-ID-CLIENT-EDIT.

           EXEC SQL
              SELECT NOM_CLIENT
              INTO :WS-NOM-CLIENT
              FROM API8.CLIENT
              WHERE ID_CLIENT = :WS-ID-CLIENT
           END-EXEC.
           IF SQLCODE = 100
              DISPLAY 'CLIENT INCONNU : ' WS-ID-CLIENT-EDIT
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 0 TO WS-NB-DEMANDES.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-DEMANDES
              FROM API8.DECESEXCLU
              WHERE ID_CLIENT = :WS-ID-CLIENT
           END-EXEC.
           IF WS-NB-DEMANDES > 0
              DISPLAY 'CLIENT ' WS-ID-CLIENT-EDIT ' DEJA EXCLU'
              GO TO 5000-EXCLURE-CLIENT-EXIT
           END-IF.

           EXEC SQL
              INSERT INTO API8.DECESEXCLU
                 (ID_CLIENT, DATE_EXCLUSION, ID_OPERATEUR)
              VALUES
                 (:WS-ID-CLIENT, CURRENT DATE, :WS-PARAM-OPERATEUR)
           END-EXEC.

           MOVE WS-PARAM-OPERATEUR TO WS-AUDIT-OPERATEUR.
           MOVE 'CLIENT CONFIRME VIVANT' TO WS-AUDIT-EVENEMENT.
           PERFORM 7000-TRACER-AUDIT
              THRU 7000-TRACER-AUDIT-EXIT.

           DISPLAY 'CLIENT ' WS-ID-CLIENT-EDIT ' ' WS-NOM-CLIENT
              ' EXCLU DES RAPPROCHEMENTS DECES'.

       5000-EXCLURE-CLIENT-EXIT.
           EXIT.

       6000-OPEN-DECES.
           OPEN INPUT FDECES.
           IF FS-FDECES NOT = '00'
               DISPLAY 'ERROR OPENING FDECES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6000-OPEN-DECES-EXIT.
           EXIT.

       6010-OPEN-REVUE.
           OPEN OUTPUT FREVDECES.
           IF FS-FREVDECES NOT = '00'
               DISPLAY 'ERROR OPENING FREVDECES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FREVDECES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6010-OPEN-REVUE-EXIT.
           EXIT.

       6110-READ-DECES.
           READ FDECES
              AT END SET FIN-FICHIER TO TRUE
           END-READ.
           IF FS-FDECES NOT = '00' AND FS-FDECES NOT = '10'
               DISPLAY 'ERROR READING FDECES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6110-READ-DECES-EXIT.
           EXIT.

       6120-WRITE-REVUE.
           WRITE BUF-LIGNE-REVUE.
           IF FS-FREVDECES NOT = '00'
               DISPLAY 'ERROR WRITING FREVDECES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FREVDECES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6120-WRITE-REVUE-EXIT.
           EXIT.

       6220-CLOSE-DECES.
           CLOSE FDECES.
           IF FS-FDECES NOT = '00'
               DISPLAY 'ERROR CLOSING FDECES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FDECES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6220-CLOSE-DECES-EXIT.
           EXIT.

       6230-CLOSE-REVUE.
           CLOSE FREVDECES.
           IF FS-FREVDECES NOT = '00'
               DISPLAY 'ERROR CLOSING FREVDECES: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FREVDECES
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6230-CLOSE-REVUE-EXIT.
           EXIT.

       7000-TRACER-AUDIT.
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
                 (:WS-ID-AUDIT, :WS-ID-CLIENT, 'API8DCES',
                  :WS-AUDIT-EVENEMENT, :WS-AUDIT-OPERATEUR,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC.

       7000-TRACER-AUDIT-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8DCES', CURRENT DATE,
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
            MOVE WS-NB-LUS TO WS-JRN-LUS.
            COMPUTE WS-JRN-ECRITS =
               WS-NB-DEMANDES-DEPOSEES + WS-NB-PROCHES.
            MOVE WS-NB-REJETES TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            IF WS-NB-REJETES > 0
               MOVE 4 TO WS-JRN-RC
            END-IF.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8DCES        '
            DISPLAY '   DECES LUS            : ' WS-NB-LUS
            DISPLAY '   LIGNES REJETEES      : ' WS-NB-REJETES
            DISPLAY '   CONCORDANCES EXACTES : ' WS-NB-EXACTES
            DISPLAY '   DEMANDES DEPOSEES    : ' WS-NB-DEMANDES-DEPOSEES
            DISPLAY '   DEJA EN SUCCESSION   : ' WS-NB-DEJA-TRAITEES
            DISPLAY '   CONCORDANCES PROCHES : ' WS-NB-PROCHES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-LUS TO WS-JRN-LUS.
            COMPUTE WS-JRN-ECRITS =
               WS-NB-DEMANDES-DEPOSEES + WS-NB-PROCHES.
            MOVE WS-NB-REJETES TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8DCES       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
