       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CRS.
      *===============================================================
      *    BATCH ANNUEL DE DECLARATION FATCA / CRS
      *    Echange automatique d'informations : les comptes tenus
      *    pour des non-residents sont declares chaque annee a
      *    l'administration fiscale. Sont declarables les clients
      *    portant sur API8.RESIDENCEFISC (auto-certification saisie
      *    par API8ONB / API8RFIS) au moins un pays de residence
      *    autre que celui de la banque (PAYS_BANQUE, repli 'FR') ;
      *    regime FATCA pour les Etats-Unis, CRS pour les autres.
      *    SYSIN facultatif : annee declaree AAAA, a defaut l'annee
      *    civile precedente.
      *    Fichier d'echange a format fixe FCRS : entete '01', pour
      *    chaque client et pays declarable un enregistrement '10'
      *    (identite, date de naissance, regime, pays, NIF) suivi
      *    d'un '20' par compte du client : solde au 31/12 pris sur
      *    la photographie API8.SOLDEJOUR (derniere photographie de
      *    l'annee), interets de l'annee (TYPE_OP 'I', meme cumul
      *    qu'API8FISC) et credits bruts de l'annee (TYPE_OP D, E,
      *    I), montants en centimes ; pied '09' avec nombre
      *    d'enregistrements et total de controle des soldes - meme
      *    discipline de remise qu'API8DTES.
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

           SELECT FCRS ASSIGN TO OUT042
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCRS.

       DATA DIVISION.

       FILE SECTION.
       FD  FCRS
           RECORD CONTAINS 200 CHARACTERS.
       01  BUF-LIGNE-CRS              PIC X(200).
       01  BUF-TITULAIRE-CRS REDEFINES BUF-LIGNE-CRS.
           05  BUF-TIT-CODE           PIC X(2).
           05  BUF-TIT-ANNEE          PIC 9(4).
           05  BUF-TIT-ID-CLIENT      PIC 9(9).
           05  BUF-TIT-NOM            PIC X(30).
           05  BUF-TIT-PRENOM         PIC X(20).
           05  BUF-TIT-ADRESSE        PIC X(60).
           05  BUF-TIT-NAISSANCE      PIC 9(8).
           05  BUF-TIT-REGIME         PIC X(5).
           05  BUF-TIT-PAYS           PIC X(2).
           05  BUF-TIT-NIF            PIC X(20).
           05  FILLER                 PIC X(40).
       01  BUF-COMPTE-CRS REDEFINES BUF-LIGNE-CRS.
           05  BUF-CPT-CODE           PIC X(2).
           05  BUF-CPT-ANNEE          PIC 9(4).
           05  BUF-CPT-ID-CLIENT      PIC 9(9).
           05  BUF-CPT-PAYS           PIC X(2).
           05  BUF-CPT-ID-COMPTE      PIC 9(9).
           05  BUF-CPT-DEVISE         PIC X(3).
           05  BUF-CPT-SENS-SOLDE     PIC X(1).
           05  BUF-CPT-SOLDE          PIC 9(13).
           05  BUF-CPT-INTERETS       PIC 9(13).
           05  BUF-CPT-CREDITS        PIC 9(13).
           05  BUF-CPT-STATUT         PIC X(1).
           05  FILLER                 PIC X(130).

       WORKING-STORAGE SECTION.

       77  FS-FCRS                   PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

       01  WS-PARAM-SAISIE           PIC X(80).
       01  WS-ANNEE-DECLAREE         PIC 9(4).
       01  WS-DATE-JOUR              PIC 9(8).
       01  FILLER REDEFINES WS-DATE-JOUR.
           05  WS-JOUR-ANNEE         PIC 9(4).
           05  WS-JOUR-MMJJ          PIC 9(4).
       01  WS-PERIODE-DEB            PIC X(8).
       01  WS-PERIODE-FIN            PIC X(8).
       01  WS-PAYS-BANQUE            PIC X(2) VALUE 'FR'.

      *    Titulaire declarable lu par le curseur
       01  WS-ID-CLIENT-CUR          PIC S9(9) COMP.
       01  WS-NOM-CUR                PIC X(30).
       01  WS-PRENOM-CUR             PIC X(20).
       01  WS-ADRESSE-CUR            PIC X(60).
       01  WS-NAISSANCE-CUR          PIC 9(8).
       01  WS-NAISSANCE-NULL-IND     PIC S9(4) COMP.
       01  WS-PAYS-CUR               PIC X(2).
       01  WS-NIF-CUR                PIC X(20).

      *    Compte du titulaire
       01  WS-ID-COMPTE-CUR          PIC S9(9) COMP.
       01  WS-DEVISE-CUR             PIC X(3).
       01  WS-STATUT-COMPTE-CUR      PIC X(1).
       01  WS-SOLDE-FIN-ANNEE        PIC S9(11)V99 COMP-3.
       01  WS-INTERETS-ANNEE         PIC S9(11)V99 COMP-3.
       01  WS-CREDITS-ANNEE          PIC S9(11)V99 COMP-3.
       01  WS-MONTANT-NULL-IND       PIC S9(4) COMP.
       01  WS-MONTANT-CENT           PIC 9(13).

       01  WS-NB-TITULAIRES          PIC 9(7) VALUE 0.
       01  WS-NB-COMPTES             PIC 9(7) VALUE 0.

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

      *    Annee declaree : carte SYSIN, a defaut l'annee ecoulee
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARAM-SAISIE.
           ACCEPT WS-PARAM-SAISIE FROM SYSIN.
           IF WS-PARAM-SAISIE(1:4) IS NUMERIC
              MOVE WS-PARAM-SAISIE(1:4) TO WS-ANNEE-DECLAREE
           ELSE
              COMPUTE WS-ANNEE-DECLAREE = WS-JOUR-ANNEE - 1
           END-IF.
           MOVE WS-ANNEE-DECLAREE TO WS-PERIODE-DEB(1:4).
           MOVE '0101' TO WS-PERIODE-DEB(5:4).
           MOVE WS-ANNEE-DECLAREE TO WS-PERIODE-FIN(1:4).
           MOVE '1231' TO WS-PERIODE-FIN(5:4).

           EXEC SQL
              SELECT VALEUR_PARAM
              INTO :WS-PAYS-BANQUE
              FROM API8.PARAMETRE
              WHERE CODE_PARAM = 'PAYS_BANQUE'
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 'FR' TO WS-PAYS-BANQUE
              MOVE 0 TO SQLCODE
           END-IF.

           DISPLAY '=============================================='
           DISPLAY '*   DECLARATION FATCA / CRS - ANNEE '
              WS-ANNEE-DECLAREE
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-CRS
              THRU 6000-OPEN-CRS-EXIT.

           EXEC SQL
              DECLARE CCRS CURSOR FOR
              SELECT C.ID_CLIENT, C.NOM_CLIENT, C.PRENOM_CLIENT,
                     C.ADRESSE_CLIENT, C.DATE_NAISSANCE,
                     R.PAYS_FISCAL, R.NIF
              FROM API8.CLIENT C, API8.RESIDENCEFISC R
              WHERE R.ID_CLIENT = C.ID_CLIENT
                AND R.PAYS_FISCAL NOT = :WS-PAYS-BANQUE
              ORDER BY C.ID_CLIENT, R.PAYS_FISCAL
           END-EXEC.

           EXEC SQL
              DECLARE CCPTCRS CURSOR FOR
              SELECT ID_COMPTE, VALUE(DEVISE, 'EUR'),
                     VALUE(STATUT, 'O')
              FROM API8.COMPTE
              WHERE ID_CLIENT = :WS-ID-CLIENT-CUR
              ORDER BY ID_COMPTE
           END-EXEC.

           EXEC SQL
              OPEN CCRS
           END-EXEC.

           PERFORM 1000-TRAITER-TITULAIRE
              THRU 1000-TRAITER-TITULAIRE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCRS
           END-EXEC.

           PERFORM 6220-CLOSE-CRS
              THRU 6220-CLOSE-CRS-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-TRAITER-TITULAIRE.
           EXEC SQL
              FETCH CCRS
              INTO :WS-ID-CLIENT-CUR, :WS-NOM-CUR, :WS-PRENOM-CUR,
                   :WS-ADRESSE-CUR,
                   :WS-NAISSANCE-CUR :WS-NAISSANCE-NULL-IND,
                   :WS-PAYS-CUR, :WS-NIF-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-TRAITER-TITULAIRE-EXIT
           END-IF.

           IF WS-NAISSANCE-NULL-IND = -1
              MOVE 0 TO WS-NAISSANCE-CUR
           END-IF.

           MOVE SPACES TO BUF-LIGNE-CRS.
           MOVE '10' TO BUF-TIT-CODE.
           MOVE WS-ANNEE-DECLAREE TO BUF-TIT-ANNEE.
           MOVE WS-ID-CLIENT-CUR TO BUF-TIT-ID-CLIENT.
           MOVE WS-NOM-CUR TO BUF-TIT-NOM.
           MOVE WS-PRENOM-CUR TO BUF-TIT-PRENOM.
           MOVE WS-ADRESSE-CUR TO BUF-TIT-ADRESSE.
           MOVE WS-NAISSANCE-CUR TO BUF-TIT-NAISSANCE.
           IF WS-PAYS-CUR = 'US'
              MOVE 'FATCA' TO BUF-TIT-REGIME
           ELSE
              MOVE 'CRS' TO BUF-TIT-REGIME
           END-IF.
           MOVE WS-PAYS-CUR TO BUF-TIT-PAYS.
           MOVE WS-NIF-CUR TO BUF-TIT-NIF.
           PERFORM 6100-ECRIRE-CRS
              THRU 6100-ECRIRE-CRS-EXIT.
           ADD 1 TO WS-NB-TITULAIRES.

           EXEC SQL
              OPEN CCPTCRS
           END-EXEC.

           PERFORM 1100-DECLARER-COMPTE
              THRU 1100-DECLARER-COMPTE-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CCPTCRS
           END-EXEC.

           MOVE 0 TO SQLCODE.

       1000-TRAITER-TITULAIRE-EXIT.
           EXIT.

       1100-DECLARER-COMPTE.
           EXEC SQL
              FETCH CCPTCRS
              INTO :WS-ID-COMPTE-CUR, :WS-DEVISE-CUR,
                   :WS-STATUT-COMPTE-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1100-DECLARER-COMPTE-EXIT
           END-IF.

      *    Solde au 31/12 : derniere photographie de l'annee (le
      *    31/12 peut tomber un jour non ouvre)
           MOVE 0 TO WS-SOLDE-FIN-ANNEE.
           EXEC SQL
              SELECT SOLDE
              INTO :WS-SOLDE-FIN-ANNEE
              FROM API8.SOLDEJOUR
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND DATE_SOLDE =
                   (SELECT MAX(DATE_SOLDE) FROM API8.SOLDEJOUR
                    WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                      AND DATE_SOLDE <= :WS-PERIODE-FIN)
           END-EXEC.
           IF SQLCODE NOT = 0
              MOVE 0 TO WS-SOLDE-FIN-ANNEE
           END-IF.

           EXEC SQL
              SELECT SUM(MONTANT_OP)
              INTO :WS-INTERETS-ANNEE :WS-MONTANT-NULL-IND
              FROM API8.OPERATION
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND TYPE_OP = 'I'
                AND ANNULE NOT = 'Y'
                AND DATE_OP BETWEEN :WS-PERIODE-DEB
                                AND :WS-PERIODE-FIN
           END-EXEC.
           IF WS-MONTANT-NULL-IND = -1
              MOVE 0 TO WS-INTERETS-ANNEE
           END-IF.

           EXEC SQL
              SELECT SUM(MONTANT_OP)
              INTO :WS-CREDITS-ANNEE :WS-MONTANT-NULL-IND
              FROM API8.OPERATION
              WHERE ID_COMPTE = :WS-ID-COMPTE-CUR
                AND TYPE_OP IN ('D', 'E', 'I')
                AND ANNULE NOT = 'Y'
                AND DATE_OP BETWEEN :WS-PERIODE-DEB
                                AND :WS-PERIODE-FIN
           END-EXEC.
           IF WS-MONTANT-NULL-IND = -1
              MOVE 0 TO WS-CREDITS-ANNEE
           END-IF.

           MOVE SPACES TO BUF-LIGNE-CRS.
           MOVE '20' TO BUF-CPT-CODE.
           MOVE WS-ANNEE-DECLAREE TO BUF-CPT-ANNEE.
           MOVE WS-ID-CLIENT-CUR TO BUF-CPT-ID-CLIENT.
           MOVE WS-PAYS-CUR TO BUF-CPT-PAYS.
           MOVE WS-ID-COMPTE-CUR TO BUF-CPT-ID-COMPTE.
           MOVE WS-DEVISE-CUR TO BUF-CPT-DEVISE.
           IF WS-SOLDE-FIN-ANNEE < 0
              MOVE '-' TO BUF-CPT-SENS-SOLDE
              COMPUTE WS-MONTANT-CENT = WS-SOLDE-FIN-ANNEE * -100
              SUBTRACT WS-SOLDE-FIN-ANNEE FROM WS-CTL-TOTAL
           ELSE
              MOVE '+' TO BUF-CPT-SENS-SOLDE
              COMPUTE WS-MONTANT-CENT = WS-SOLDE-FIN-ANNEE * 100
              ADD WS-SOLDE-FIN-ANNEE TO WS-CTL-TOTAL
           END-IF.
           MOVE WS-MONTANT-CENT TO BUF-CPT-SOLDE.
           COMPUTE WS-MONTANT-CENT = WS-INTERETS-ANNEE * 100.
           MOVE WS-MONTANT-CENT TO BUF-CPT-INTERETS.
           COMPUTE WS-MONTANT-CENT = WS-CREDITS-ANNEE * 100.
           MOVE WS-MONTANT-CENT TO BUF-CPT-CREDITS.
           MOVE WS-STATUT-COMPTE-CUR TO BUF-CPT-STATUT.
           PERFORM 6100-ECRIRE-CRS
              THRU 6100-ECRIRE-CRS-EXIT.
           ADD 1 TO WS-NB-COMPTES.

           MOVE 0 TO SQLCODE.

       1100-DECLARER-COMPTE-EXIT.
           EXIT.

       6000-OPEN-CRS.
           OPEN OUTPUT FCRS.
           IF FS-FCRS NOT = '00'
               DISPLAY 'ERROR OPENING FCRS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCRS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE SPACES TO BUF-LIGNE-CRS.
           MOVE 'FCRS' TO CTL-E-FICHIER.
           MOVE WS-DATE-JOUR TO CTL-E-DATE.
           MOVE 'API8CRS' TO CTL-E-PROGRAMME.
           MOVE WS-CTL-ENTETE TO BUF-LIGNE-CRS.
           WRITE BUF-LIGNE-CRS.
           IF FS-FCRS NOT = '00'
               DISPLAY 'ERROR WRITING FCRS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCRS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6000-OPEN-CRS-EXIT.
           EXIT.

       6100-ECRIRE-CRS.
           WRITE BUF-LIGNE-CRS.
           IF FS-FCRS NOT = '00'
               DISPLAY 'ERROR WRITING FCRS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCRS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           ADD 1 TO WS-CTL-NB-ENREG.

       6100-ECRIRE-CRS-EXIT.
           EXIT.

       6220-CLOSE-CRS.
           MOVE SPACES TO BUF-LIGNE-CRS.
           MOVE WS-CTL-NB-ENREG TO CTL-P-NB-ENREG.
           COMPUTE WS-CTL-TOTAL-ENT = WS-CTL-TOTAL * 100.
           MOVE WS-CTL-TOTAL-ENT TO CTL-P-TOTAL.
           MOVE WS-CTL-PIED TO BUF-LIGNE-CRS.
           WRITE BUF-LIGNE-CRS.
           IF FS-FCRS NOT = '00'
               DISPLAY 'ERROR WRITING FCRS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCRS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           CLOSE FCRS.
           IF FS-FCRS NOT = '00'
               DISPLAY 'ERROR CLOSING FCRS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCRS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-CRS
              THRU 6250-CATALOGUER-CRS-EXIT.

       6220-CLOSE-CRS-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-CRS.
           MOVE 'FCRS' TO FICE-NOM-FICHIER.
           MOVE 'API8CRS' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 200 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCRS NON CATALOGUE'
              GO TO 6250-CATALOGUER-CRS-EXIT
           END-IF.

           OPEN INPUT FCRS.
           IF FS-FCRS NOT = '00'
               DISPLAY 'ERROR OPENING FCRS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCRS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-CRS
              THRU 6260-CATALOGUER-LIGNE-CRS-EXIT
              UNTIL FIN-FICE.

           CLOSE FCRS.
           IF FS-FCRS NOT = '00'
               DISPLAY 'ERROR CLOSING FCRS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCRS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCRS NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FCRS CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-CRS-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-CRS.
           READ FCRS
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FCRS NOT = '00' AND FS-FCRS NOT = '10'
               DISPLAY 'ERROR READING FCRS: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCRS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-CRS TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-CRS-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8CRS', CURRENT DATE,
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
            MOVE WS-NB-TITULAIRES TO WS-JRN-LUS.
            MOVE WS-CTL-NB-ENREG TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CRS         '
            DISPLAY '   TITULAIRES DECLARES : ' WS-NB-TITULAIRES
            DISPLAY '   COMPTES DECLARES    : ' WS-NB-COMPTES
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-TITULAIRES TO WS-JRN-LUS.
            MOVE WS-CTL-NB-ENREG TO WS-JRN-ECRITS.
            MOVE 0 TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CRS        '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
