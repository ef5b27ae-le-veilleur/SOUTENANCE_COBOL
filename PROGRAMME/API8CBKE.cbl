       IDENTIFICATION DIVISION.
       PROGRAM-ID. API8CBKE.
      *===============================================================
      *    BATCH D'EMISSION DES CHARGEBACKS VERS LE PROCESSEUR
      *    MONETIQUE
      *    Une reclamation client sur un paiement carte (TYPE_OP
      *    'C', ouverte depuis API8DETL PF5) ne donnait lieu qu'a un
      *    avoir provisoire pris sur nos fonds (API8RECL). Ce batch
      *    reprend chaque reclamation ouverte ('O' ou 'P') portant
      *    sur une operation carte et pas encore presentee, et
      *    ecrit le fichier de chargeback FCHGBACK : entete '01', un
      *    enregistrement '02' par reclamation (reference
      *    d'autorisation, compte, montant en centimes, code raison),
      *    pied '09' avec nombre et total de controle en centimes -
      *    meme discipline de remise qu'API8DSAR.
      *    La reference d'autorisation est celle qu'API8AUTS a
      *    reportee sur API8.AUTORISATION (ID_OPERATION_REGL) ou,
      *    pour un debit differe portant un seul achat, celle
      *    d'API8.ENCOURSCARTE. Sans reference (reglement sans
      *    autorisation, debit differe groupant plusieurs achats),
      *    la reclamation est editee en anomalie et reste au
      *    traitement manuel du back-office.
      *    Chaque chargeback presente est enregistre sur
      *    API8.CHARGEBACK au statut 'E' (emis) ; le resultat
      *    renvoye par le processeur est charge par API8CBKR.
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

           SELECT FCHGBACK ASSIGN TO OUT043
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FCHGBACK.

       DATA DIVISION.

       FILE SECTION.
       FD  FCHGBACK
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-CHGBACK          PIC X(80).
       01  BUF-DETAIL-CHGBACK REDEFINES BUF-LIGNE-CHGBACK.
           05  BUF-CBK-CODE           PIC X(2).
           05  BUF-CBK-ID-CHARGEBACK  PIC 9(9).
           05  BUF-CBK-REFERENCE      PIC 9(12).
           05  BUF-CBK-ID-COMPTE      PIC 9(9).
           05  BUF-CBK-MONTANT        PIC 9(13).
           05  BUF-CBK-CODE-RAISON    PIC X(4).
           05  BUF-CBK-DATE-OP        PIC X(8).
           05  BUF-CBK-ID-RECLAMATION PIC 9(9).
           05  FILLER                 PIC X(14).

       WORKING-STORAGE SECTION.

       77  FS-FCHGBACK               PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    Reclamation lue par le curseur
       01  WS-ID-RECLAMATION         PIC S9(9) COMP.
       01  WS-ID-OPERATION-CUR       PIC S9(9) COMP.
       01  WS-ID-COMPTE-CUR          PIC S9(9) COMP.
       01  WS-CODE-MOTIF             PIC X(3).
       01  WS-MONTANT-CUR            PIC S9(8)V99 COMP-3.
       01  WS-DATE-OP-CUR            PIC X(8).

      *    Reference d'autorisation retrouvee
       01  WS-REFERENCE-AUT          PIC S9(12) COMP-3.
       01  WS-REF-NULL-IND           PIC S9(4) COMP.
       01  WS-NB-ACHATS-DEBIT        PIC S9(9) COMP.
       01  WS-CODE-RAISON            PIC X(4).

       01  WS-ID-CHARGEBACK          PIC S9(9) COMP.
       01  WS-MONTANT-CENT           PIC 9(13).
       01  WS-MONTANT-EDIT           PIC -(10)9,99.
       01  WS-ID-EDIT                PIC 9(9).

       01  WS-NB-LUES                PIC 9(7) VALUE 0.
       01  WS-NB-EMIS                PIC 9(7) VALUE 0.
       01  WS-NB-SANS-REFERENCE      PIC 9(7) VALUE 0.

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
           DISPLAY '*   EMISSION DES CHARGEBACKS CARTE            *'
           DISPLAY '=============================================='.

           PERFORM 6000-OPEN-CHGBACK
              THRU 6000-OPEN-CHGBACK-EXIT.

           EXEC SQL
              DECLARE CRECLCB CURSOR WITH HOLD FOR
              SELECT R.ID_RECLAMATION, R.ID_OPERATION, R.ID_COMPTE,
                     R.CODE_MOTIF, O.MONTANT_OP, O.DATE_OP
              FROM API8.RECLAMATION R, API8.OPERATION O
              WHERE O.ID_OPERATION = R.ID_OPERATION
                AND O.TYPE_OP = 'C'
                AND R.STATUT_RECL IN ('O', 'P')
                AND NOT EXISTS
                    (SELECT 1
                     FROM API8.CHARGEBACK B
                     WHERE B.ID_RECLAMATION = R.ID_RECLAMATION)
              ORDER BY R.ID_RECLAMATION
           END-EXEC.

           EXEC SQL
              OPEN CRECLCB
           END-EXEC.

           PERFORM 1000-TRAITER-RECLAMATION
              THRU 1000-TRAITER-RECLAMATION-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CRECLCB
           END-EXEC.

           PERFORM 6220-CLOSE-CHGBACK
              THRU 6220-CLOSE-CHGBACK-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

       0000-MAIN-PROCEDURE-EXIT.
           EXIT.

       1000-TRAITER-RECLAMATION.
           EXEC SQL
              FETCH CRECLCB
              INTO :WS-ID-RECLAMATION, :WS-ID-OPERATION-CUR,
                   :WS-ID-COMPTE-CUR, :WS-CODE-MOTIF,
                   :WS-MONTANT-CUR, :WS-DATE-OP-CUR
           END-EXEC.

           IF SQLCODE NOT = 0
              GO TO 1000-TRAITER-RECLAMATION-EXIT
           END-IF.

           ADD 1 TO WS-NB-LUES.

           PERFORM 1100-RETROUVER-REFERENCE
              THRU 1100-RETROUVER-REFERENCE-EXIT.

           IF WS-REFERENCE-AUT = 0
              MOVE WS-ID-RECLAMATION TO WS-ID-EDIT
              DISPLAY 'REFERENCE INTROUVABLE - RECLAMATION '
                 WS-ID-EDIT ' : TRAITEMENT MANUEL'
              ADD 1 TO WS-NB-SANS-REFERENCE
              MOVE 0 TO SQLCODE
              GO TO 1000-TRAITER-RECLAMATION-EXIT
           END-IF.

           PERFORM 1200-DETERMINER-RAISON
              THRU 1200-DETERMINER-RAISON-EXIT.

           PERFORM 1300-EMETTRE-CHARGEBACK
              THRU 1300-EMETTRE-CHARGEBACK-EXIT.

           MOVE 0 TO SQLCODE.

       1000-TRAITER-RECLAMATION-EXIT.
           EXIT.

       1100-RETROUVER-REFERENCE.
      *    Paiement regle immediatement : l'autorisation porte le
      *    numero de l'operation postee par API8AUTS
           MOVE 0 TO WS-REFERENCE-AUT.
           EXEC SQL
              SELECT MIN(REFERENCE_AUT)
              INTO :WS-REFERENCE-AUT :WS-REF-NULL-IND
              FROM API8.AUTORISATION
              WHERE ID_OPERATION_REGL = :WS-ID-OPERATION-CUR
           END-EXEC.
           IF SQLCODE = 0 AND WS-REF-NULL-IND NOT = -1
              GO TO 1100-RETROUVER-REFERENCE-EXIT
           END-IF.
           MOVE 0 TO WS-REFERENCE-AUT.

      *    Debit differe de fin de mois : presentable seulement s'il
      *    ne porte qu'un achat
           MOVE 0 TO WS-NB-ACHATS-DEBIT.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NB-ACHATS-DEBIT
              FROM API8.ENCOURSCARTE
              WHERE ID_OPERATION_DEBIT = :WS-ID-OPERATION-CUR
           END-EXEC.
           IF WS-NB-ACHATS-DEBIT = 1
              EXEC SQL
                 SELECT MIN(REFERENCE_AUT)
                 INTO :WS-REFERENCE-AUT :WS-REF-NULL-IND
                 FROM API8.ENCOURSCARTE
                 WHERE ID_OPERATION_DEBIT = :WS-ID-OPERATION-CUR
              END-EXEC
              IF WS-REF-NULL-IND = -1
                 MOVE 0 TO WS-REFERENCE-AUT
              END-IF
           END-IF.

       1100-RETROUVER-REFERENCE-EXIT.
           EXIT.

       1200-DETERMINER-RAISON.
      *    Code raison du processeur selon le motif saisi par le
      *    client sur API8DETL ; a defaut, marchandise ou service
      *    non conforme
           EVALUATE WS-CODE-MOTIF
              WHEN 'FRA'
                 MOVE '4837' TO WS-CODE-RAISON
              WHEN 'DBL'
                 MOVE '4834' TO WS-CODE-RAISON
              WHEN 'MNT'
                 MOVE '4831' TO WS-CODE-RAISON
              WHEN 'NRC'
                 MOVE '4855' TO WS-CODE-RAISON
              WHEN 'ANN'
                 MOVE '4860' TO WS-CODE-RAISON
              WHEN OTHER
                 MOVE '4853' TO WS-CODE-RAISON
           END-EVALUATE.

       1200-DETERMINER-RAISON-EXIT.
           EXIT.

       1300-EMETTRE-CHARGEBACK.
           MOVE 'CHARGEBACK' TO NUMO-COMPTEUR.
           CALL 'API8NUMO' USING NUMO-ZONE.
           IF NUMO-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTRIBUTION NUMERO CHARGEBACK IMPOSSIBLE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           MOVE NUMO-VALEUR TO WS-ID-CHARGEBACK.

           MOVE SPACES TO BUF-LIGNE-CHGBACK.
           MOVE '02' TO BUF-CBK-CODE.
           MOVE WS-ID-CHARGEBACK TO BUF-CBK-ID-CHARGEBACK.
           MOVE WS-REFERENCE-AUT TO BUF-CBK-REFERENCE.
           MOVE WS-ID-COMPTE-CUR TO BUF-CBK-ID-COMPTE.
           COMPUTE WS-MONTANT-CENT = WS-MONTANT-CUR * 100.
           MOVE WS-MONTANT-CENT TO BUF-CBK-MONTANT.
           MOVE WS-CODE-RAISON TO BUF-CBK-CODE-RAISON.
           MOVE WS-DATE-OP-CUR TO BUF-CBK-DATE-OP.
           MOVE WS-ID-RECLAMATION TO BUF-CBK-ID-RECLAMATION.
           WRITE BUF-LIGNE-CHGBACK.
           IF FS-FCHGBACK NOT = '00'
               DISPLAY 'ERROR WRITING FCHGBACK: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHGBACK
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.
           ADD 1 TO WS-CTL-NB-ENREG.
           ADD WS-MONTANT-CUR TO WS-CTL-TOTAL.

           EXEC SQL
              INSERT INTO API8.CHARGEBACK
                 (ID_CHARGEBACK, ID_RECLAMATION, ID_OPERATION,
                  ID_COMPTE, REFERENCE_AUT, MONTANT, CODE_RAISON,
                  STATUT_CB, DATE_EMISSION)
              VALUES
                 (:WS-ID-CHARGEBACK, :WS-ID-RECLAMATION,
                  :WS-ID-OPERATION-CUR, :WS-ID-COMPTE-CUR,
                  :WS-REFERENCE-AUT, :WS-MONTANT-CUR,
                  :WS-CODE-RAISON, 'E', CURRENT DATE)
           END-EXEC.

           ADD 1 TO WS-NB-EMIS.
           MOVE WS-MONTANT-CUR TO WS-MONTANT-EDIT.
           DISPLAY 'EMIS : RECLAMATION ' WS-ID-RECLAMATION
              ' REF ' WS-REFERENCE-AUT
              ' RAISON ' WS-CODE-RAISON
              ' MONTANT ' WS-MONTANT-EDIT.

       1300-EMETTRE-CHARGEBACK-EXIT.
           EXIT.

       6000-OPEN-CHGBACK.
           OPEN OUTPUT FCHGBACK.
           IF FS-FCHGBACK NOT = '00'
               DISPLAY 'ERROR OPENING FCHGBACK: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHGBACK
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'FCHGBACK' TO CTL-E-FICHIER.
           ACCEPT CTL-E-DATE FROM DATE YYYYMMDD.
           MOVE 'API8CBKE' TO CTL-E-PROGRAMME.
           MOVE SPACES TO BUF-LIGNE-CHGBACK.
           MOVE WS-CTL-ENTETE TO BUF-LIGNE-CHGBACK(1:26).
           WRITE BUF-LIGNE-CHGBACK.

       6000-OPEN-CHGBACK-EXIT.
           EXIT.

       6220-CLOSE-CHGBACK.
           MOVE WS-CTL-NB-ENREG TO CTL-P-NB-ENREG.
      *    Total de controle exprime en centimes pour ne pas perdre
      *    les decimales dans la zone entiere du pied
           COMPUTE WS-CTL-TOTAL-ENT = WS-CTL-TOTAL * 100.
           MOVE WS-CTL-TOTAL-ENT TO CTL-P-TOTAL.
           MOVE SPACES TO BUF-LIGNE-CHGBACK.
           MOVE WS-CTL-PIED TO BUF-LIGNE-CHGBACK(1:24).
           WRITE BUF-LIGNE-CHGBACK.
           CLOSE FCHGBACK.
           IF FS-FCHGBACK NOT = '00'
               DISPLAY 'ERROR CLOSING FCHGBACK: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHGBACK
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6250-CATALOGUER-CHGBACK
              THRU 6250-CATALOGUER-CHGBACK-EXIT.

       6220-CLOSE-CHGBACK-EXIT.
           EXIT.

      *    Le fichier emis est conserve au catalogue des fichiers
      *    emis (API8FICE) comme nouvelle generation, pour un renvoi
      *    a l'identique sur demande (API8RENV)
       6250-CATALOGUER-CHGBACK.
           MOVE 'FCHGBACK' TO FICE-NOM-FICHIER.
           MOVE 'API8CBKE' TO FICE-PROGRAMME.
           MOVE 'Y' TO FICE-CONTROLE.
           MOVE 80 TO FICE-LONG-LIGNE.
           MOVE 'O' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCHGBACK NON CATALOGUE'
              GO TO 6250-CATALOGUER-CHGBACK-EXIT
           END-IF.

           OPEN INPUT FCHGBACK.
           IF FS-FCHGBACK NOT = '00'
               DISPLAY 'ERROR OPENING FCHGBACK: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHGBACK
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'N' TO WS-FICE-FIN-SW.
           PERFORM 6260-CATALOGUER-LIGNE-CHGBACK
              THRU 6260-CATALOGUER-LIGNE-CHGBACK-EXIT
              UNTIL FIN-FICE.

           CLOSE FCHGBACK.
           IF FS-FCHGBACK NOT = '00'
               DISPLAY 'ERROR CLOSING FCHGBACK: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHGBACK
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE 'F' TO FICE-FONCTION.
           CALL 'API8FICE' USING FICE-ZONE.
           IF FICE-CODE-RETOUR NOT = '0'
              DISPLAY 'ATTENTION : FCHGBACK NON CATALOGUE'
           ELSE
              MOVE FICE-GENERATION TO WS-FICE-GEN-EDIT
              DISPLAY 'FCHGBACK CATALOGUE, GENERATION '
                 WS-FICE-GEN-EDIT
           END-IF.

       6250-CATALOGUER-CHGBACK-EXIT.
           EXIT.

       6260-CATALOGUER-LIGNE-CHGBACK.
           READ FCHGBACK
              AT END SET FIN-FICE TO TRUE
           END-READ.
           IF FS-FCHGBACK NOT = '00' AND FS-FCHGBACK NOT = '10'
               DISPLAY 'ERROR READING FCHGBACK: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FCHGBACK
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           IF NOT FIN-FICE
              MOVE BUF-LIGNE-CHGBACK TO FICE-LIGNE
              MOVE 'L' TO FICE-FONCTION
              CALL 'API8FICE' USING FICE-ZONE
           END-IF.

       6260-CATALOGUER-LIGNE-CHGBACK-EXIT.
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
                 (:WS-ID-JOURNAL, 'API8CBKE', CURRENT DATE,
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
            MOVE WS-NB-LUES TO WS-JRN-LUS.
            MOVE WS-NB-EMIS TO WS-JRN-ECRITS.
            MOVE WS-NB-SANS-REFERENCE TO WS-JRN-REJETES.
            MOVE 0 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*     FIN NORMALE DU PROGRAMME API8CBKE        '
            DISPLAY '   RECLAMATIONS CARTE   : ' WS-NB-LUES
            DISPLAY '   CHARGEBACKS EMIS     : ' WS-NB-EMIS
            DISPLAY '   SANS REFERENCE       : ' WS-NB-SANS-REFERENCE
            DISPLAY '==============================================*'.
      *
       9999-FIN-PROGRAMME-FIN.
            STOP RUN.
      *
       9999-ERREUR-PROGRAMME-DEB.
      *
            MOVE WS-NB-LUES TO WS-JRN-LUS.
            MOVE WS-NB-EMIS TO WS-JRN-ECRITS.
            MOVE WS-NB-SANS-REFERENCE TO WS-JRN-REJETES.
            MOVE 8 TO WS-JRN-RC.
            PERFORM 9000-JOURNAL-FIN
               THRU 9000-JOURNAL-FIN-EXIT.
            DISPLAY '=============================================='
            DISPLAY '*        UNE ANOMALIE A ETE DETECTEE           '
            DISPLAY '     FIN ANORMALE DU PROGRAMME API8CBKE       '
            DISPLAY '==============================================*'.
      *
       9999-ERREUR-PROGRAMME-FIN.
            STOP RUN.
      *
