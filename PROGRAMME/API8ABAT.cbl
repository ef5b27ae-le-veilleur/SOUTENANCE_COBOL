      *    Les regles declenchees deposent une ligne dans
      *    API8.NOTIFICATION ; l'extraction API8NOTI existante assure
      *    la distribution.
      *    La regle 'D' porte sur les debits de la journee fermee,
      *    lus sur le fichier de travail FEXTJOUR d'API8EXTJ (journee
      *    prise dans son entete) : au lieu d'interroger
      *    API8.OPERATION pour chaque abonnement, le plus gros debit
      *    de chaque compte du fichier est confronte aux regles 'D'
      *    actives de son client (2000-EVALUER-GROS-DEBITS).
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
           END-EXEC.

       01  WS-DATE-JOUR             PIC X(8).
       01  WS-DATE-COMPTABLE        PIC X(8).

       01  WS-ID-ABONNEMENT         PIC S9(9) COMP.
       01  WS-ID-CLIENT-CUR         PIC S9(9) COMP.
       01  WS-NB-REGLES-EVALUEES    PIC 9(7) VALUE 0.
       01  WS-NB-ALERTES-DEPOSEES   PIC 9(7) VALUE 0.

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

       01  ERR-MSG.
           05  ERR-LONG      PIC S9(4) COMP VALUE +720.
           05  ERR-TXT       PIC X(72) OCCURS 10 TIMES.
              CLOSE CABONN
           END-EXEC.

           PERFORM 2000-EVALUER-GROS-DEBITS
              THRU 2000-EVALUER-GROS-DEBITS-EXIT.

           PERFORM 9999-FIN-PROGRAMME-DEB
              THRU 9999-FIN-PROGRAMME-FIN.

                    PERFORM 1110-REGLE-SOLDE-SOUS-SEUIL
                       THRU 1110-REGLE-SOLDE-SOUS-SEUIL-EXIT
                 WHEN 'D'
      *             Evaluee sur le fichier de la journee fermee
      *             (2000-EVALUER-GROS-DEBITS)
                    CONTINUE
                 WHEN 'N'
                    PERFORM 1130-REGLE-ENTREE-DECOUVERT
                       THRU 1130-REGLE-ENTREE-DECOUVERT-EXIT
       1110-REGLE-SOLDE-SOUS-SEUIL-EXIT.
           EXIT.

       1130-REGLE-ENTREE-DECOUVERT.
      *    Entree en decouvert : solde negatif aujourd'hui alors que
      *    la photographie de veille (API8SJR) etait positive ou
       1200-DEPOSER-NOTIFICATION-EXIT.
           EXIT.

       2000-EVALUER-GROS-DEBITS.
           PERFORM 6100-OPEN-EXTJ
              THRU 6100-OPEN-EXTJ-EXIT.

           PERFORM 2050-TRAITER-COMPTE-DEBIT
              THRU 2050-TRAITER-COMPTE-DEBIT-EXIT
              UNTIL FIN-EXTJ.

           PERFORM 6120-CLOSE-EXTJ
              THRU 6120-CLOSE-EXTJ-EXIT.

       2000-EVALUER-GROS-DEBITS-EXIT.
           EXIT.

       2050-TRAITER-COMPTE-DEBIT.
      *    Rupture par compte (fichier trie agence / compte) : plus
      *    gros debit unitaire de la journee sur le compte
           MOVE BUF-EXJ-ID-COMPTE TO WS-ID-COMPTE-CUR.
           MOVE BUF-EXJ-ID-CLIENT TO WS-ID-CLIENT-CUR.
           MOVE 0 TO WS-MAX-DEBIT-JOUR.

           PERFORM 2060-RETENIR-DEBIT
              THRU 2060-RETENIR-DEBIT-EXIT
              UNTIL FIN-EXTJ
                 OR BUF-EXJ-ID-COMPTE NOT = WS-ID-COMPTE-CUR.

           IF WS-MAX-DEBIT-JOUR > 0 AND WS-ID-CLIENT-CUR NOT = 0
              PERFORM 2100-DECLENCHER-GROS-DEBIT
                 THRU 2100-DECLENCHER-GROS-DEBIT-EXIT
           END-IF.

       2050-TRAITER-COMPTE-DEBIT-EXIT.
           EXIT.

       2060-RETENIR-DEBIT.
           IF BUF-EXJ-TYPE-OP = 'R' OR BUF-EXJ-TYPE-OP = 'S'
              OR BUF-EXJ-TYPE-OP = 'F' OR BUF-EXJ-TYPE-OP = 'P'
              OR BUF-EXJ-TYPE-OP = 'M' OR BUF-EXJ-TYPE-OP = 'C'
              IF BUF-EXJ-MONTANT-OP > WS-MAX-DEBIT-JOUR
                 MOVE BUF-EXJ-MONTANT-OP TO WS-MAX-DEBIT-JOUR
              END-IF
           END-IF.

           PERFORM 6110-READ-EXTJ
              THRU 6110-READ-EXTJ-EXIT.

       2060-RETENIR-DEBIT-EXIT.
           EXIT.

       2100-DECLENCHER-GROS-DEBIT.
      *    Regles 'D' actives du client dont le seuil est depasse,
      *    evaluees comme les autres sur son PREMIER compte
      *    (MIN(ID_COMPTE))
           EXEC SQL
              DECLARE CGROSDEB CURSOR FOR
              SELECT A.ID_ABONNEMENT, A.SEUIL
              FROM API8.ABONALERTE A
              WHERE A.ID_CLIENT = :WS-ID-CLIENT-CUR
                AND A.TYPE_REGLE = 'D'
                AND A.ACTIF = 'Y'
                AND A.SEUIL < :WS-MAX-DEBIT-JOUR
                AND :WS-ID-COMPTE-CUR =
                    (SELECT MIN(C.ID_COMPTE)
                     FROM API8.COMPTE C
                     WHERE C.ID_CLIENT = A.ID_CLIENT)
              ORDER BY A.ID_ABONNEMENT
           END-EXEC.

           EXEC SQL
              OPEN CGROSDEB
           END-EXEC.

           PERFORM 2110-NOTIFIER-GROS-DEBIT
              THRU 2110-NOTIFIER-GROS-DEBIT-EXIT
              UNTIL SQLCODE NOT = 0.

           EXEC SQL
              CLOSE CGROSDEB
           END-EXEC.

       2100-DECLENCHER-GROS-DEBIT-EXIT.
           EXIT.

       2110-NOTIFIER-GROS-DEBIT.
           EXEC SQL
              FETCH CGROSDEB
              INTO :WS-ID-ABONNEMENT, :WS-SEUIL-REGLE
           END-EXEC.

           IF SQLCODE = 0
              MOVE SPACES TO WS-MSG-NOTIFICATION
              MOVE WS-MAX-DEBIT-JOUR TO WS-MONTANT-EDIT
              STRING 'ALERTE : DEBIT DE ' WS-MONTANT-EDIT
                 ' AU-DESSUS DE VOTRE SEUIL'
                 DELIMITED BY SIZE INTO WS-MSG-NOTIFICATION
              PERFORM 1200-DEPOSER-NOTIFICATION
                 THRU 1200-DEPOSER-NOTIFICATION-EXIT
              MOVE 0 TO SQLCODE
           END-IF.

       2110-NOTIFIER-GROS-DEBIT-EXIT.
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

      *    La journee traitee est celle que l'extraction a choisie
           MOVE BUF-LIGNE-EXTJ(27:8) TO WS-DATE-COMPTABLE.

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

       9998-ERROR-DB2.
            DISPLAY 'ERREUR DB2 '.
            DISPLAY 'MISE EN FORME SQLCA '.
