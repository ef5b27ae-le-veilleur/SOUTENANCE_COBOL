       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8ASSP.
      *===============================================================
      *    BATCH MENSUEL DE REVERSEMENT DES PRIMES D'ASSURANCE
      *    EMPRUNTEUR
      *    Les primes d'assurance des prets assures sont encaissees
      *    avec chaque mensualite par API8ECHE (operation de frais
      *    'F' distincte, echeance reglee 'P'). Une fois par mois, ce
      *    batch ecrit le bordereau FPRIMASS a destination des
      *    assureurs : entete '01', un enregistrement '02' par prime
      *    encaissee pas encore reversee (code assureur, pret,
      *    client, numero d'echeance, prime en centimes, date
      *    d'encaissement, quotite assuree), pied '09' avec nombre et
      *    total de controle en centimes - meme discipline de remise
      *    qu'API8CHQE. Les enregistrements sont tries par assureur
      *    et le total de chaque assureur est edite au compte rendu.
      *    La prime transmise est marquee reversee sur l'echeance
      *    (PRIME_REVERSEE = 'O', date de reversement) : elle ne
      *    repart pas le mois suivant.
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

           SELECT FPRIMASS ASSIGN TO OUT046
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FPRIMASS.

       DATA DIVISION.

       FILE SECTION.
       FD  FPRIMASS
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-PRIMASS          PIC X(80).
       01  BUF-DETAIL-PRIMASS REDEFINES BUF-LIGNE-PRIMASS.
           05  BUF-PRM-CODE           PIC X(2).
           05  BUF-PRM-ASSUREUR       PIC X(8).
           05  BUF-PRM-ID-PRET        PIC 9(9).
           05  BUF-PRM-ID-CLIENT      PIC 9(9).
           05  BUF-PRM-NUM-ECHEANCE   PIC 9(3).
           05  BUF-PRM-MONTANT        PIC 9(13).
           05  BUF-PRM-DATE-REGLEMENT PIC X(10).
           05  BUF-PRM-QUOTITE        PIC 9(3).
           05  FILLER                 PIC X(23).

       WORKING-STORAGE SECTION.

       77  FS-FPRIMASS               PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    Prime encaissee lue par le curseur
       01  WS-CODE-ASSUREUR-CUR      PIC X(8).
       01  WS-ID-PRET-CUR            PIC S9(9) COMP.
       01  WS-ID-CLIENT-CUR          PIC S9(9) COMP.
       01  WS-NUM-ECHEANCE-CUR       PIC S9(3) COMP-3.
       01  WS-MONTANT-PRIME          PIC S9(8)V99 COMP-3.
       01  WS-DATE-REGLEMENT         PIC X(10).
       01  WS-QUOTITE-CUR            PIC S9(3) COMP-3.

      *    Rupture par assureur pour le compte rendu
       01  WS-ASSUREUR-PRECEDENT     PIC X(8) VALUE SPACES.
       01  WS-TOTAL-ASSUREUR         PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NB-ASSUREUR            PIC 9(7) VALUE 0.

       01  WS-MONTANT-CENT           PIC 9(13).
       01  WS-MONTANT-EDIT           PIC -(10)9,99.

       01  WS-NB-PRIMES              PIC 9(7) VALUE 0.

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
           DISPLAY '*   REVERSEMENT DES PRIMES D''ASSURANCE       *'
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-PRIMASS
              THRU 6000-OPEN-PRIMASS-EXIT.

           EXEC SQL
              DECLARE CPRIMASS CURSOR WITH HOLD FOR
              SELECT P.CODE_ASSUREUR, E.ID_PRET, P.ID_CLIENT,
                     E.NUM_ECHEANCE, E.MONTANT_ASSURANCE,
                     CHAR(E.DATE_REGLEMENT),
                     VALUE(P.QUOTITE_ASSURANCE, 0)
              FROM API8.ECHEANCIER E, API8.PRET P
              WHERE E.ID_PRET = P.ID_PRET
                AND E.STATUT_ECH = 'P'
                AND VALUE(E.MONTANT_ASSURANCE, 0) > 0
                AND VALUE(E.PRIME_REVERSEE, 'N') = 'N'
                AND VALUE(P.CODE_ASSUREUR, ' ') NOT = ' '
              ORDER BY P.CODE_ASSUREUR, E.ID_PRET, E.NUM_ECHEANCE
           END-EXEC.

           EXEC SQL
              OPEN CPRIMASS
           END-EXEC.

           PERFORM 1000-REVERSER-PRIME
              THRU 1000-REVERSER-PRIME-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CPRIMASS
           END-EXEC.

           PERFORM 1100-EDITER-ASSUREUR
              THRU 1100-EDITER-ASSUREUR-EXIT.

           PERFORM 6220-CLOSE-PRIMASS
              THRU 6220-CLOSE-PRIMASS-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-REVERSER-PRIME.
           EXEC SQL
              FETCH CPRIMASS
              INTO :WS-CODE-ASSUREUR-CUR, :WS-ID-PRET-CUR,
                   :WS-ID-CLIENT-CUR, :WS-NUM-ECHEANCE-CUR,
                   :WS-MONTANT-PRIME, :WS-DATE-REGLEMENT,
                   :WS-QUOTITE-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-REVERSER-PRIME-EXIT
           END-IF.

           IF WS-CODE-ASSUREUR-CUR NOT = WS-ASSUREUR-PRECEDENT
              PERFORM 1100-EDITER-ASSUREUR
                 THRU 1100-EDITER-ASSUREUR-EXIT
              MOVE WS-CODE-ASSUREUR-CUR TO WS-ASSUREUR-PRECEDENT
           END-IF.

           MOVE SPACES TO BUF-LIGNE-PRIMASS.
           MOVE '02' TO BUF-PRM-CODE.
           MOVE WS-CODE-ASSUREUR-CUR TO BUF-PRM-ASSUREUR.
           MOVE WS-ID-PRET-CUR TO BUF-PRM-ID-PRET.
           MOVE WS-ID-CLIENT-CUR TO BUF-PRM-ID-CLIENT.
           MOVE WS-NUM-ECHEANCE-CUR TO BUF-PRM-NUM-ECHEANCE.
           COMPUTE WS-MONTANT-CENT = WS-MONTANT-PRIME * 100.
           MOVE WS-MONTANT-CENT TO BUF-PRM-MONTANT.
           MOVE WS-DATE-REGLEMENT TO BUF-PRM-DATE-REGLEMENT.
           MOVE WS-QUOTITE-CUR TO BUF-PRM-QUOTITE.
           WRITE BUF-LIGNE-PRIMASS.
           IF FS-FPRIMASS NOT = '00'
               DISPLAY 'ERROR WRITING FPRIMASS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FPRIMASS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           ADD 1 TO WS-CTL-NB-ENREG.
           ADD WS-MONTANT-PRIME TO WS-CTL-TOTAL.
           ADD WS-MONTANT-PRIME TO WS-TOTAL-ASSUREUR.
           ADD 1 TO WS-NB-ASSUREUR.

      *    Prime transmise : elle ne repart pas le mois suivant
           EXEC SQL
              UPDATE API8.ECHEANCIER
              SET PRIME_REVERSEE = 'O',
                  DATE_REVERSEMENT = CURRENT DATE
              WHERE ID_PRET = :WS-ID-PRET-CUR
                AND NUM_ECHEANCE = :WS-NUM-ECHEANCE-CUR
           END-EXEC.

           ADD 1 TO WS-NB-PRIMES.
           MOVE 0 TO SQLCODE.

       1000-REVERSER-PRIME-EXIT.
           EXIT.

       1100-EDITER-ASSUREUR.
      *    Total de l'assureur precedent au compte rendu
           IF WS-NB-ASSUREUR = 0
              GO TO 1100-EDITER-ASSUREUR-EXIT
           END-IF.

           MOVE WS-TOTAL-ASSUREUR TO WS-MONTANT-EDIT.
           DISPLAY 'ASSUREUR ' WS-ASSUREUR-PRECEDENT
              ' PRIMES ' WS-NB-ASSUREUR
              ' MONTANT ' WS-MONTANT-EDIT.

           MOVE 0 TO WS-TOTAL-ASSUREUR.
           MOVE 0 TO WS-NB-ASSUREUR.

       1100-EDITER-ASSUREUR-EXIT.
           EXIT.

       6000-OPEN-PRIMASS.
           OPEN OUTPUT FPRIMASS.
           IF FS-FPRIMASS NOT = '00'
               DISPLAY 'ERROR OPENING FPRIMASS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FPRIMASS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'FPRIMASS' TO CTL-E-FICHIER.
           ACCEPT CTL-E-DATE FROM DATE YYYYMMDD.
           MOVE 'API8ASSP' TO CTL-E-PROGRAMME.
           MOVE SPACES TO BUF-LIGNE-PRIMASS.
           MOVE WS-CTL-ENTETE TO BUF-LIGNE-PRIMASS(1:26).
           WRITE BUF-LIGNE-PRIMASS.

       6000-OPEN-PRIMASS-EXIT.
           EXIT.

       6220-CLOSE-PRIMASS.
           MOVE WS-CTL-NB-ENREG TO CTL-P-NB-ENREG.
      *    Total de controle exprime en centimes pour ne pas perdre
      *    les decimales dans la zone entiere du pied
           COMPUTE WS-CTL-TOTAL-ENT = WS-CTL-TOTAL * 100.
           MOVE WS-CTL-TOTAL-ENT TO CTL-P-TOTAL.
           MOVE SPACES TO BUF-LIGNE-PRIMASS.
           MOVE WS-CTL-PIED TO BUF-LIGNE-PRIMASS(1:24).
           WRITE BUF-LIGNE-PRIMASS.
           CLOSE FPRIMASS.
           IF FS-FPRIMASS NOT = '00'
               DISPLAY 'ERROR CLOSING FPRIMASS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FPRIMASS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-PRIMASS
              THRU 6250-CATALOGUER-PRIMASS-EXIT.

       6220-CLOSE-PRIMASS-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-PRIMASS.
           MOVE 'FPRIMASS' TO FICE-NOM-FICHIER.
           MOVE 'API8ASSP' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FPRIMASS NON CATALOGUE'
              GO TO 6250-CATALOGUER-PRIMASS-EXIT
           END-IF.

           OPEN INPUT FPRIMASS.
           IF FS-FPRIMASS NOT = '00'
               DISPLAY 'ERROR OPENING FPRIMASS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FPRIMASS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-PRIMASS
              THRU 6260-CATALOGUER-LIGNE-PRIMASS-EXIT
              UNTIL FIN-FICE.

           CLOSE FPRIMASS.
           IF FS-FPRIMASS NOT = '00'
               DISPLAY 'ERROR CLOSING FPRIMASS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FPRIMASS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FPRIMASS NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FPRIMASS CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-PRIMASS-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-PRIMASS.
           READ FPRIMASS
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FPRIMASS NOT = '00' AND FS-FPRIMASS NOT = '10'
               DISPLAY 'ERROR READING FPRIMASS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FPRIMASS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-PRIMASS TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-PRIMASS-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8ASSP', CURRENT DATE,
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
            MOVE WS-NB-PRIMES TO WS-JRN-LUS.
            MOVE WS-NB-PRIMES TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8ASSP        '
            DISPLAY '   PRIMES REVERSEES     : ' WS-NB-PRIMES
            MOVE WS-CTL-TOTAL TO WS-MONTANT-EDIT
            DISPLAY '   MONTANT REVERSE      : ' WS-MONTANT-EDIT
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-PRIMES TO WS-JRN-LUS.
            MOVE 0 TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8ASSP       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
