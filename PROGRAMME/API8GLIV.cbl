      *         tout ecart est force en ligne de compte d'attente
      *         471000 et edite au rapport d'exceptions au lieu de
      *         laisser partir un extrait bancal
      *    Les lignes cumulees ici portent le journal 'OPE' : les
      *    ecritures d'inventaire (provisions et passages en perte
      *    des prets, journal 'PRV' - API8PROV, API8PERT) partagent
      *    la table sans etre touchees par une relance.
      *    Les operations a cumuler sont lues sur le fichier de
      *    travail FEXTJOUR de la journee fermee (API8EXTJ) ; la
      *    preuve d'equilibre garde ses totaux DB2, restreints aux
      *    comptes photographies dans API8.SOLDEJOUR.
      *    Une journee d'un mois cloture par API8CLOM (service
      *    API8PERC) n'est plus recumulee : la relance est refusee.
      *===============================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FEXTJOUR ASSIGN TO INP027
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FEXTJOUR.

       DATA DIVISION.

       FILE SECTION.
       FD  FEXTJOUR
           RECORD CONTAINS 80 CHARACTERS.
       01  BUF-LIGNE-EXTJ            PIC X(80).
       01  BUF-DETAIL-EXTJ REDEFINES BUF-LIGNE-EXTJ.
           05  BUF-EXJ-CODE          PIC X(2).
           05  BUF-EXJ-CODE-AGENCE   PIC X(4).
           05  BUF-EXJ-ID-COMPTE     PIC 9(9).
           05  BUF-EXJ-ID-OPERATION  PIC 9(9).
           05  BUF-EXJ-ID-CLIENT     PIC 9(9).
           05  BUF-EXJ-TYPE-COMPTE   PIC X(4).
           05  BUF-EXJ-TYPE-OP       PIC X(1).
           05  BUF-EXJ-MONTANT-OP    PIC S9(8)V99.
           05  BUF-EXJ-DATE-OP       PIC X(8).
           05  BUF-EXJ-DATE-COMPTA   PIC X(8).
           05  BUF-EXJ-CANAL         PIC X(1).
           05  BUF-EXJ-ANNULE        PIC X(1).
           05  FILLER                PIC X(14).

       WORKING-STORAGE SECTION.

       77  FS-FEXTJOUR                PIC X(2).

           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
       01  WS-NB-OPERATIONS          PIC 9(7) VALUE 0.
       01  WS-NB-EXCEPTIONS          PIC 9(7) VALUE 0.

      *    Lecture du fichier de travail de la journee fermee
      *    (API8EXTJ) : controle de l'entete '01' et du pied '09'
       01  WS-FIN-EXTJ-SW            PIC X VALUE 'N'.
           88 FIN-EXTJ                     VALUE 'Y'.
       01  WS-EXJ-PIED-VU            PIC X VALUE 'N'.
       01  WS-EXJ-NB-LUS             PIC S9(9) COMP VALUE 0.
       01  WS-EXJ-TOTAL-LU           PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-EXJ-TOTAL-ENT          PIC 9(13).
       01  WS-EXJ-NB-ANNONCE         PIC 9(9).
       01  WS-EXJ-TOTAL-ANNONCE      PIC 9(13).

      *    Journal d'execution des batches (API8.JOURNALBATCH)
       01  WS-ID-JOURNAL          PIC S9(9) COMP.
       01  WS-JRN-LUS             PIC S9(9) COMP.
       01  WS-JRN-NULL-IND        PIC S9(4) COMP.
       01  WS-JRN-SOLDE           PIC X VALUE 'N'.

      *    Zone d'appel du controle de periode comptable API8PERC
       01  PERC-ZONE.
           05  PERC-DATE-COMPTABLE    PIC X(8).
           05  PERC-ETAT              PIC X(1).
           05  PERC-CODE-RETOUR       PIC X(1).

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.

           DISPLAY 'JOURNEE CUMULEE : ' WS-DATE-COMPTABLE.

      *    Mois cloture : le grand livre de la periode est arrete
           MOVE WS-DATE-COMPTABLE TO PERC-DATE-COMPTABLE.
           CALL 'API8PERC' USING PERC-ZONE.
           IF PERC-CODE-RETOUR = 'F'
              DISPLAY 'PERIODE COMPTABLE CLOTUREE : '
                 WS-DATE-COMPTABLE(1:6) ' - CUMUL REFUSE'
              GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Relance apres incident : la journee deja cumulee est
      *    repartie de zero plutot que doublee - journal des
      *    operations seulement
           EXEC SQL
              DELETE FROM API8.GRANDLIVRE
              WHERE DATE_COMPTABLE = :WS-DATE-COMPTABLE
                AND VALUE(JOURNAL_GL, 'OPE') = 'OPE'
           END-EXEC.

           PERFORM 6100-OPEN-EXTJ
              THRU 6100-OPEN-EXTJ-EXIT.

           PERFORM 1000-TRAITER-OPERATION
              THRU 1000-TRAITER-OPERATION-EXIT
              UNTIL FIN-EXTJ.

           PERFORM 6120-CLOSE-EXTJ
              THRU 6120-CLOSE-EXTJ-EXIT.

           PERFORM 3000-PROUVER-JOURNEE
              THRU 3000-PROUVER-JOURNEE-EXIT.
           EXIT.

       1000-TRAITER-OPERATION.
           MOVE BUF-EXJ-ID-OPERATION TO WS-ID-OPERATION-CUR.
           MOVE BUF-EXJ-MONTANT-OP TO WS-MONTANT-OP-CUR.
           MOVE BUF-EXJ-TYPE-OP TO WS-TYPE-OP-CUR.

           ADD 1 TO WS-NB-OPERATIONS.
           PERFORM 1150-MAPPER-COMPTE-GL
              THRU 1150-MAPPER-COMPTE-GL-EXIT.
           PERFORM 1200-CUMULER-JAMBES
              THRU 1200-CUMULER-JAMBES-EXIT.

           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT.

       1000-TRAITER-OPERATION-EXIT.
           EXIT.

       1150-MAPPER-COMPTE-GL.
      *    Memes comptes et sens que l'extraction API8GL
      *    1150-MAPPER-COMPTE-GL et la balance d'agence API8RSAG -
      *    les trois programmes doivent rester alignes
           EVALUATE WS-TYPE-OP-CUR
              WHEN 'D'
                 MOVE '512000' TO WS-COMPTE-GL
              WHERE COMPTE_GL = :WS-COMPTE-CUMUL
                AND DATE_COMPTABLE = :WS-DATE-COMPTABLE
                AND SENS = :WS-SENS-CUMUL
                AND VALUE(JOURNAL_GL, 'OPE') = 'OPE'
           END-EXEC.

           IF SQLCODE = 100
              EXEC SQL
                 INSERT INTO API8.GRANDLIVRE
                    (COMPTE_GL, DATE_COMPTABLE, SENS, MONTANT,
                     NB_ECRITURES, JOURNAL_GL)
                 VALUES
                    (:WS-COMPTE-CUMUL, :WS-DATE-COMPTABLE,
                     :WS-SENS-CUMUL, :WS-MONTANT-CUMUL, 1, 'OPE')
              END-EXEC
           END-IF.

       3000-PROUVER-JOURNEE-EXIT.
           EXIT.

       6100-OPEN-EXTJ.
           OPEN INPUT FEXTJOUR.
           IF FS-FEXTJOUR NOT = '00'
               DISPLAY 'ERROR OPENING FEXTJOUR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FEXTJOUR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           MOVE SPACES TO BUF-LIGNE-EXTJ.
           READ FEXTJOUR
              AT END MOVE SPACES TO BUF-LIGNE-EXTJ
           END-READ.
           IF BUF-LIGNE-EXTJ(1:2) NOT = '01'
              OR BUF-LIGNE-EXTJ(3:8) NOT = 'FEXTJOUR'
               DISPLAY 'FEXTJOUR SANS ENTETE 01 - EXTRACTION '
                  'API8EXTJ NON PASSEE'
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Fichier d'une autre journee (extraction de la veille non
      *    relancee) : refuse plutot que traite pour la journee
           IF BUF-LIGNE-EXTJ(27:8) NOT = WS-DATE-COMPTABLE
               DISPLAY 'FEXTJOUR DE LA JOURNEE ' BUF-LIGNE-EXTJ(27:8)
                  ' - JOURNEE ATTENDUE ' WS-DATE-COMPTABLE
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT.

       6100-OPEN-EXTJ-EXIT.
           EXIT.

       6110-READ-EXTJ.
           READ FEXTJOUR
              AT END SET FIN-EXTJ TO TRUE
           END-READ.
           IF FS-FEXTJOUR NOT = '00' AND FS-FEXTJOUR NOT = '10'
               DISPLAY 'ERROR READING FEXTJOUR: '
               DISPLAY 'VALEUR DU FILE STATUS: ' FS-FEXTJOUR
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

      *    Le pied '09' termine logiquement le fichier
           IF NOT FIN-EXTJ
              IF BUF-EXJ-CODE = '09'
                 MOVE 'Y' TO WS-EXJ-PIED-VU
                 MOVE BUF-LIGNE-EXTJ(3:9) TO WS-EXJ-NB-ANNONCE
                 MOVE BUF-LIGNE-EXTJ(12:13) TO WS-EXJ-TOTAL-ANNONCE
                 SET FIN-EXTJ TO TRUE
              ELSE
                 ADD 1 TO WS-EXJ-NB-LUS
                 ADD BUF-EXJ-MONTANT-OP TO WS-EXJ-TOTAL-LU
              END-IF
           END-IF.

       6110-READ-EXTJ-EXIT.
           EXIT.

       6120-CLOSE-EXTJ.
      *    Lecture menee jusqu'au pied, puis rapprochement du nombre
      *    de lignes et du total de controle : un fichier tronque ne
      *    passe pas pour la journee complete
           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT
              UNTIL FIN-EXTJ.

           CLOSE FEXTJOUR.

           COMPUTE WS-EXJ-TOTAL-ENT = WS-EXJ-TOTAL-LU * 100.
           IF WS-EXJ-PIED-VU NOT = 'Y'
              OR WS-EXJ-NB-ANNONCE NOT = WS-EXJ-NB-LUS
              OR WS-EXJ-TOTAL-ANNONCE NOT = WS-EXJ-TOTAL-ENT
               DISPLAY 'FEXTJOUR TRONQUE OU INCOHERENT AVEC SON PIED'
               DISPLAY 'LIGNES ANNONCEES : ' WS-EXJ-NB-ANNONCE
                  ' LUES : ' WS-EXJ-NB-LUS
               GO TO 9999-ERREUR-PROGRAMME-DEB
           END-IF.

       6120-CLOSE-EXTJ-EXIT.
           EXIT.

       0400-JOURNAL-DEBUT.
           EXEC SQL
              SELECT MAX(ID_JOURNAL)
